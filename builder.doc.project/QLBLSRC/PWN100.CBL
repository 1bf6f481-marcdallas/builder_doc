      * window dates must be real calendar dates in the right
      * order through DATCALC (74). A before/after listing and run
      * totals close the run, in the ART140 mould.
      * The user who keyed the transaction must first hold an AUTTAB row
      * for PWNMNTX granting the action with a ceiling the window's
      * price maximum does not exceed - checked through AUTCHK, a
      * refusal carries reason code 80, 81 or 82 and raises an ALERT
      * row.
      * Every window added, changed or removed is written to the
      * shared change journal through JRNCHG - article and window
      * start as the key, the user, and a readable image of the
      * PROMOWIN row before and after - so JRN100 can say who
      * changed a promotion window, when and from what.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
       77  WS-END                 PIC XX.
       77  WS-ERR                 PIC XX.
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
      ***** IMAGE LISIBLE D'UNE LIGNE PROMOWIN POUR LE JOURNAL
       01  JRN-IMAGE.
           05  JRN-IMG-DT-DEB     PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-DT-FIN     PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-QT-MINI    PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-QT-MAXI    PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-PR-MINI    PIC -(5)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-PR-MAXI    PIC -(5)9,999.
           05  FILLER             PIC X(35) VALUE SPACE.
      *
      ***** SHARED CALENDAR ROUTINE - SEE DATCALC - USED HERE ONLY
      ***** TO VALIDATE THE WINDOW DATES (ADD ZERO DAYS)
       01  DAT-PARM.
           05  DAT-RES                PIC X(8).
           05  DAT-JSM                PIC 9(1).
           05  DAT-RET                PIC XX.
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
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
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
      ***** L'ARTICLE DOIT EXISTER SUR ARTICLE1
           MOVE MNT-ARTIID TO ARTIID OF ART-ENR-DDS.
           READ ARTICLE INVALID KEY
           ADD 1 TO CPT-AJT.
           MOVE "ADDED"   TO BPFPWN-TAG.
           PERFORM EDITION-BPFPWN.
      *
           MOVE SPACE     TO JRN-AVANT.
           PERFORM IMAGE-FENETRE.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "A"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      /
      ****************************************************************
      ******* MODIFICATION DE LA FENETRE EN PLACE
      ****************************************************************
      /
       MODIFIE-FENETRE.
           PERFORM IMAGE-FENETRE.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
           MOVE MNT-QT-MINI TO PWN-QT-MINI OF PWN-ENR-DDS.
           MOVE MNT-QT-MAXI TO PWN-QT-MAXI OF PWN-ENR-DDS.
           MOVE MNT-PR-MINI TO PWN-PR-MINI OF PWN-ENR-DDS.
           ADD 1 TO CPT-MAJ.
           MOVE "CHANGED" TO BPFPWN-TAG.
           PERFORM EDITION-BPFPWN.
      *
           PERFORM IMAGE-FENETRE.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "C"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      /
      ****************************************************************
      ******* SUPPRESSION DE LA FENETRE - LES ANCIENNES VALEURS
           MOVE PWN-PR-MAXI OF PWN-ENR-DDS  TO BPFPWN-PR-MAXI.
           MOVE SPACE                       TO BPFPWN-ERR.
           WRITE BPFPWN-ENR.
      *
           PERFORM IMAGE-FENETRE.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
           DELETE PROMOWIN RECORD.
           ADD 1 TO CPT-SUP.
      *
           MOVE SPACE     TO JRN-APRES.
           MOVE "S"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      /
      ****************************************************************
      ******* EDITION DE LA LIGNE DE CONTROLE AVANT/APRES
           PERFORM EDITION-BPFPWN.
      /
      ****************************************************************
      ******* HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ******* TRANSACTION - CONTROLE AUTTAB VIA AUTCHK, UN REFUS
      ******* PART EN ALERTE AVEC SON CODE MOTIF
      ****************************************************************
      /
       CONTROLE-HABILITATION.
           MOVE MNT-USER       TO AUT-PRM-USER.
           MOVE "PWNMNTX"      TO AUT-PRM-FIC.
           MOVE MNT-ACTION     TO AUT-PRM-ACTION.
           MOVE MNT-PR-MAXI    TO AUT-PRM-VAL.
           CALL "AUTCHK" USING AUT-PARM.
      *
           IF AUT-RET NOT = "00"
              MOVE "PWN100"      TO ALR-PGM
              MOVE "W"           TO ALR-SEV
              MOVE AUT-PRM-FIC   TO ALR-TXT-FIC
              MOVE AUT-PRM-USER  TO ALR-TXT-USER
              MOVE AUT-RET       TO ALR-TXT-ERR
              MOVE MNT-ARTIID    TO ALR-TXT-CLE
              CALL "ALERT" USING ALR-PARM
           END-IF.
      /
      ****************************************************************
      ******* IMAGE LISIBLE DE LA LIGNE PROMOWIN EN COURS
      ****************************************************************
      /
       IMAGE-FENETRE.
           MOVE PWN-DT-DEB  OF PWN-ENR-DDS TO JRN-IMG-DT-DEB.
           MOVE PWN-DT-FIN  OF PWN-ENR-DDS TO JRN-IMG-DT-FIN.
           MOVE PWN-QT-MINI OF PWN-ENR-DDS TO JRN-IMG-QT-MINI.
           MOVE PWN-QT-MAXI OF PWN-ENR-DDS TO JRN-IMG-QT-MAXI.
           MOVE PWN-PR-MINI OF PWN-ENR-DDS TO JRN-IMG-PR-MINI.
           MOVE PWN-PR-MAXI OF PWN-ENR-DDS TO JRN-IMG-PR-MAXI.
      /
      ****************************************************************
      ******* ECRITURE DU CHANGEMENT AU JOURNAL PARTAGE - CLE,
      ******* UTILISATEUR, IMAGES AVANT ET APRES
      ****************************************************************
      /
       ECRIT-JOURNAL.
           MOVE "PWN100"      TO JRN-PGM.
           MOVE "PROMOWIN"    TO JRN-FIC.
           MOVE SPACE         TO JRN-CLE.
           MOVE MNT-ARTIID    TO JRN-CLE(1:15).
           MOVE MNT-DT-DEB    TO JRN-CLE(17:8).
           MOVE MNT-USER      TO JRN-USER.
           CALL "JRNCHG" USING JRN-PARM.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
