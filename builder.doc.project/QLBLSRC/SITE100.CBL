      * LDA-BLANQ 88-levels carried on WKLDA's LDA-NOMSOC, so a new
      * or renamed site is added through data entry against SITEMNTX
      * rather than a program change.
      * A site is added or changed only for a user AUTTAB authorizes on
      * SITEMNTX - checked through AUTCHK, anyone else's transaction is
      * listed REJECTD with reason code 80 or 81 and raises an ALERT
      * row.
      * Every site added or changed is written to the shared change
      * journal through JRNCHG - site code, user, and a readable
      * image of the SITELKUP row before and after - so JRN100 can
      * say who changed a site, when and from what.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
           05  BPFSIT-TRIG        PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFSIT-BIB         PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFSIT-ERR         PIC XX.
           05  FILLER             PIC X(7)  VALUE SPACE.
      *
       01  BPFSIT-TOTALS REDEFINES BPFSIT-ENR.
           05  FILLER             PIC X(1).
      *
       77  ST                     PIC XX.
       77  WS-END                 PIC XX.
      *
      ***** HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ***** TRANSACTION - SEE AUTCHK AND THE AUTTAB TABLE
       01  AUT-PARM.
           05  AUT-PRM-USER           PIC X(10).
           05  AUT-PRM-FIC            PIC X(10).
           05  AUT-PRM-ACTION         PIC X(1).
           05  AUT-PRM-VAL            PIC S9(9)V9(3) COMP-3.
           05  AUT-RET                PIC XX.
      *
      ***** CENTRAL ALERT FILE - SEE ALERT AND THE OPS110 PAGE
       01  ALR-PARM.
           05  ALR-PGM            PIC X(10).
           05  ALR-SEV            PIC X(1).
           05  ALR-TEXTE.
               10  FILLER         PIC X(13) VALUE "UNAUTHORIZED ".
               10  ALR-TXT-FIC    PIC X(8).
               10  FILLER         PIC X(4)  VALUE " BY ".
               10  ALR-TXT-USER   PIC X(10).
               10  FILLER         PIC X(6)  VALUE " CODE ".
               10  ALR-TXT-ERR    PIC XX.
               10  FILLER         PIC X(1)  VALUE SPACE.
               10  ALR-TXT-CLE    PIC X(16).
      *
       77  WS-ERR                 PIC XX   VALUE SPACE.
      *
      ***** JOURNAL DES CHANGEMENTS DES FICHIERS DE REFERENCE -
      ***** SEE JRNCHG AND THE JRN100 INQUIRY
       01  JRN-PARM.
           05  JRN-PGM            PIC X(10).
           05  JRN-FIC            PIC X(10).
           05  JRN-CLE            PIC X(30).
           05  JRN-USER           PIC X(10).
           05  JRN-ACTION         PIC X(1).
           05  JRN-AVANT          PIC X(100).
           05  JRN-APRES          PIC X(100).
      *
      ***** IMAGE LISIBLE D'UNE LIGNE SITELKUP POUR LE JOURNAL
       01  JRN-IMAGE.
           05  JRN-IMG-NOM        PIC X(20).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-TRIG       PIC X(3).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-BIB        PIC X(10).
           05  FILLER             PIC X(65) VALUE SPACE.
      *
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
      ***************************
      /
       TRT-RECORD.
      *
           MOVE SPACE TO WS-ERR.
      *
      ***** L'UTILISATEUR QUI A SAISI LA TRANSACTION DOIT ETRE
      ***** HABILITE SUR AUTTAB POUR CE FICHIER, CETTE ACTION ET
      ***** CETTE VALEUR - SINON REJET AVEC LE CODE AUTCHK
           PERFORM CONTROLE-HABILITATION.
           IF AUT-RET NOT = "00"
              MOVE AUT-RET TO WS-ERR
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
           MOVE MNT-COD TO SITE-COD OF SITE-ENR-DDS.
           READ SITELKUP INVALID KEY
                PERFORM CREE-SITE
                GO  TO  END-RECORD.
      *
      ***** IMAGE AVANT POUR LE JOURNAL DES CHANGEMENTS
           PERFORM IMAGE-SITE.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
           MOVE MNT-NOM  TO SITE-NOM  OF SITE-ENR-DDS.
           MOVE MNT-TRIG TO SITE-TRIG OF SITE-ENR-DDS.
           ADD 1 TO CPT-MAJ.
           MOVE "CHANGED" TO BPFSIT-TAG.
           PERFORM EDITION-BPFSIT.
      *
           PERFORM IMAGE-SITE.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "C"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      *
       END-RECORD.
           EXIT SECTION.
           ADD 1 TO CPT-AJT.
           MOVE "ADDED"   TO BPFSIT-TAG.
           PERFORM EDITION-BPFSIT.
      *
           MOVE SPACE     TO JRN-AVANT.
           PERFORM IMAGE-SITE.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "A"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      *
       END-RECORD.
           EXIT SECTION.
           MOVE MNT-NOM    TO BPFSIT-NOM.
           MOVE MNT-TRIG   TO BPFSIT-TRIG.
           MOVE MNT-BIB    TO BPFSIT-BIB.
           MOVE WS-ERR     TO BPFSIT-ERR.
           WRITE BPFSIT-ENR.
      /
      ****************************************************************
      ******* EDITION D'UNE TRANSACTION REFUSEE
      ****************************************************************
      /
       EDITION-REJET.
           ADD 1 TO CPT-REJ.
           MOVE "REJECTD" TO BPFSIT-TAG.
           PERFORM EDITION-BPFSIT.
      /
      ****************************************************************
      ******* HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ******* TRANSACTION - CONTROLE AUTTAB VIA AUTCHK, UN REFUS
      ******* PART EN ALERTE AVEC SON CODE MOTIF
      ****************************************************************
      /
       CONTROLE-HABILITATION.
           MOVE MNT-USER       TO AUT-PRM-USER.
           MOVE "SITEMNTX"     TO AUT-PRM-FIC.
           MOVE "C"            TO AUT-PRM-ACTION.
           MOVE ZERO           TO AUT-PRM-VAL.
           CALL "AUTCHK" USING AUT-PARM.
      *
           IF AUT-RET NOT = "00"
              MOVE "SITE100"     TO ALR-PGM
              MOVE "W"           TO ALR-SEV
              MOVE AUT-PRM-FIC   TO ALR-TXT-FIC
              MOVE AUT-PRM-USER  TO ALR-TXT-USER
              MOVE AUT-RET       TO ALR-TXT-ERR
              MOVE MNT-COD       TO ALR-TXT-CLE
              CALL "ALERT" USING ALR-PARM
           END-IF.
      /
      ****************************************************************
      ******* IMAGE LISIBLE DE LA LIGNE SITELKUP EN COURS
      ****************************************************************
      /
       IMAGE-SITE.
           MOVE SITE-NOM  OF SITE-ENR-DDS TO JRN-IMG-NOM.
           MOVE SITE-TRIG OF SITE-ENR-DDS TO JRN-IMG-TRIG.
           MOVE SITE-BIB  OF SITE-ENR-DDS TO JRN-IMG-BIB.
      /
      ****************************************************************
      ******* ECRITURE DU CHANGEMENT AU JOURNAL PARTAGE - CLE,
      ******* UTILISATEUR, IMAGES AVANT ET APRES
      ****************************************************************
      /
       ECRIT-JOURNAL.
           MOVE "SITE100"     TO JRN-PGM.
           MOVE "SITELKUP"    TO JRN-FIC.
           MOVE MNT-COD       TO JRN-CLE.
           MOVE MNT-USER      TO JRN-USER.
           CALL "JRNCHG" USING JRN-PARM.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
