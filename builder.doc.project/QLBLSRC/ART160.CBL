      * on ARTICLE1 and the tax code on TVATAB, anything else is
      * rejected, and every movement is listed with run totals in
      * the SITE100 mould.
      * The user who keyed each transaction must hold an AUTTAB row for
      * ATVMNTX - checked through AUTCHK, a refusal is listed REJECTD
      * with reason code 80, 81 or 82 and raises an ALERT row.
      * Every mapping added or changed is written to the shared
      * change journal through JRNCHG - article, the user who keyed
      * the transaction, and the tax code before and after - so
      * JRN100 can say who remapped an article, when and from what.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
           05  BPFATV-TAG         PIC X(7).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFATV-TVA-LIB     PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFATV-ERR         PIC XX.
           05  FILLER             PIC X(6)  VALUE SPACE.
      *
       01  BPFATV-TOTALS REDEFINES BPFATV-ENR.
           05  FILLER             PIC X(1).
       77  CPT-AJT           PIC 9(6) VALUE ZERO.
       77  CPT-MAJ           PIC 9(6) VALUE ZERO.
       77  CPT-REJ           PIC 9(6) VALUE ZERO.
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
       77  ST                     PIC XX.
       77  WS-END                 PIC XX.
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
      ***** IMAGE LISIBLE D'UNE LIGNE ARTTVA POUR LE JOURNAL
       01  JRN-IMAGE.
           05  JRN-IMG-TVA-LIB    PIC X(20).
           05  FILLER             PIC X(80) VALUE SPACE.
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
      ***** HABILITE SUR AUTTAB POUR CE FICHIER -
      ***** SINON REJET AVEC LE CODE AUTCHK
           PERFORM CONTROLE-HABILITATION.
           IF AUT-RET NOT = "00"
              MOVE AUT-RET TO WS-ERR
              ADD 1 TO CPT-REJ
              MOVE "REJECTD" TO BPFATV-TAG
              PERFORM EDITION-BPFATV
              GO  TO  END-RECORD
           END-IF.
      *
      ***** L'ARTICLE DOIT EXISTER SUR ARTICLE1
           MOVE MNT-ARTIID TO ARTIID OF ART-ENR-DDS.
           READ ARTTVA INVALID KEY
                PERFORM CREE-MAPPING
                GO  TO  END-RECORD.
      *
      ***** IMAGE AVANT POUR LE JOURNAL DES CHANGEMENTS
           PERFORM IMAGE-MAPPING.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
           MOVE MNT-TVA-LIB TO ATV-TVA-LIB OF ATV-ENR-DDS.
      *
           ADD 1 TO CPT-MAJ.
           MOVE "CHANGED" TO BPFATV-TAG.
           PERFORM EDITION-BPFATV.
      *
           PERFORM IMAGE-MAPPING.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "C"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      *
       END-RECORD.
           EXIT SECTION.
           ADD 1 TO CPT-AJT.
           MOVE "ADDED"   TO BPFATV-TAG.
           PERFORM EDITION-BPFATV.
      *
           MOVE SPACE     TO JRN-AVANT.
           PERFORM IMAGE-MAPPING.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "A"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      *
       END-RECORD.
           EXIT SECTION.
       EDITION-BPFATV.
           MOVE MNT-ARTIID  TO BPFATV-ARTIID.
           MOVE MNT-TVA-LIB TO BPFATV-TVA-LIB.
           MOVE WS-ERR      TO BPFATV-ERR.
           WRITE BPFATV-ENR.
      /
      ****************************************************************
      ******* HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ******* TRANSACTION - CONTROLE AUTTAB VIA AUTCHK, UN REFUS
      ******* PART EN ALERTE AVEC SON CODE MOTIF
      ****************************************************************
      /
       CONTROLE-HABILITATION.
           MOVE MNT-USER       TO AUT-PRM-USER.
           MOVE "ATVMNTX"      TO AUT-PRM-FIC.
           MOVE "C"            TO AUT-PRM-ACTION.
           MOVE ZERO           TO AUT-PRM-VAL.
           CALL "AUTCHK" USING AUT-PARM.
      *
           IF AUT-RET NOT = "00"
              MOVE "ART160"     TO ALR-PGM
              MOVE "W"           TO ALR-SEV
              MOVE AUT-PRM-FIC   TO ALR-TXT-FIC
              MOVE AUT-PRM-USER  TO ALR-TXT-USER
              MOVE AUT-RET       TO ALR-TXT-ERR
              MOVE MNT-ARTIID    TO ALR-TXT-CLE
              CALL "ALERT" USING ALR-PARM
           END-IF.
      /
      ****************************************************************
      ******* EDITION D'UNE TRANSACTION REJETEE PAR LA VALIDATION
      ****************************************************************
      /
           PERFORM EDITION-BPFATV.
      /
      ****************************************************************
      ******* IMAGE LISIBLE DE LA LIGNE ARTTVA EN COURS
      ****************************************************************
      /
       IMAGE-MAPPING.
           MOVE ATV-TVA-LIB OF ATV-ENR-DDS TO JRN-IMG-TVA-LIB.
      /
      ****************************************************************
      ******* ECRITURE DU CHANGEMENT AU JOURNAL PARTAGE - CLE,
      ******* UTILISATEUR, IMAGES AVANT ET APRES
      ****************************************************************
      /
       ECRIT-JOURNAL.
           MOVE "ART160"      TO JRN-PGM.
           MOVE "ARTTVA"      TO JRN-FIC.
           MOVE MNT-ARTIID    TO JRN-CLE.
           MOVE MNT-USER      TO JRN-USER.
           CALL "JRNCHG" USING JRN-PARM.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
