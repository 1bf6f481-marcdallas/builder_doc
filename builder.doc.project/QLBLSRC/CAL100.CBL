      * removes one; the date must be one that actually exists on
      * the calendar (checked through DATCALC), and every movement
      * is listed with run totals in the SITE100 mould.
      * The user who keyed each transaction must hold an AUTTAB row for
      * CALMNTX granting the action - checked through AUTCHK, a refusal
      * is listed REJECTD with reason code 80 or 81 and raises an ALERT
      * row.
      * Every holiday added, relabelled or removed is written to the
      * shared change journal through JRNCHG - the date, the user,
      * and its label before and after - so JRN100 can say who
      * changed the calendar, when and from what.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
           05  BPFCAL-TAG         PIC X(7).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFCAL-LIB         PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFCAL-ERR         PIC XX.
           05  FILLER             PIC X(20) VALUE SPACE.
      *
       01  BPFCAL-TOTALS REDEFINES BPFCAL-ENR.
           05  FILLER             PIC X(1).
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
      ***** IMAGE LISIBLE D'UNE LIGNE CALHOL POUR LE JOURNAL
       01  JRN-IMAGE.
           05  JRN-IMG-LIB        PIC X(20).
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
      ***** HABILITE SUR AUTTAB POUR CE FICHIER, CETTE ACTION ET
      ***** CETTE VALEUR - SINON REJET AVEC LE CODE AUTCHK
           PERFORM CONTROLE-HABILITATION.
           IF AUT-RET NOT = "00"
              MOVE AUT-RET TO WS-ERR
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
      ***** LA DATE DOIT EXISTER SUR LE CALENDRIER GREGORIEN
           MOVE "AJT"    TO DAT-FON.
                   PERFORM EDITION-REJET
                END-IF
                GO  TO  END-RECORD.
      *
      ***** IMAGE AVANT POUR LE JOURNAL DES CHANGEMENTS
           PERFORM IMAGE-FERIE.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
           EVALUATE MNT-ACTION
               WHEN "A"
                    ADD 1 TO CPT-AJT
                    MOVE "CHANGED" TO BPFCAL-TAG
                    PERFORM EDITION-BPFCAL
                    PERFORM IMAGE-FERIE
                    MOVE JRN-IMAGE TO JRN-APRES
                    MOVE "C"       TO JRN-ACTION
                    PERFORM ECRIT-JOURNAL
               WHEN "S"
                    DELETE CALHOL RECORD
                    ADD 1 TO CPT-SUP
                    MOVE "REMOVED" TO BPFCAL-TAG
                    PERFORM EDITION-BPFCAL
                    MOVE SPACE     TO JRN-APRES
                    MOVE "S"       TO JRN-ACTION
                    PERFORM ECRIT-JOURNAL
               WHEN OTHER
                    PERFORM EDITION-REJET
           END-EVALUATE.
           ADD 1 TO CPT-AJT.
           MOVE "ADDED"   TO BPFCAL-TAG.
           PERFORM EDITION-BPFCAL.
      *
           MOVE SPACE     TO JRN-AVANT.
           PERFORM IMAGE-FERIE.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "A"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      *
       END-RECORD.
           EXIT SECTION.
       EDITION-BPFCAL.
           MOVE MNT-DATE TO BPFCAL-DATE.
           MOVE MNT-LIB  TO BPFCAL-LIB.
           MOVE WS-ERR   TO BPFCAL-ERR.
           WRITE BPFCAL-ENR.
      /
      ****************************************************************
           PERFORM EDITION-BPFCAL.
      /
      ****************************************************************
      ******* HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ******* TRANSACTION - CONTROLE AUTTAB VIA AUTCHK, UN REFUS
      ******* PART EN ALERTE AVEC SON CODE MOTIF
      ****************************************************************
      /
       CONTROLE-HABILITATION.
           MOVE MNT-USER       TO AUT-PRM-USER.
           MOVE "CALMNTX"      TO AUT-PRM-FIC.
           MOVE MNT-ACTION     TO AUT-PRM-ACTION.
           MOVE ZERO           TO AUT-PRM-VAL.
           CALL "AUTCHK" USING AUT-PARM.
      *
           IF AUT-RET NOT = "00"
              MOVE "CAL100"      TO ALR-PGM
              MOVE "W"           TO ALR-SEV
              MOVE AUT-PRM-FIC   TO ALR-TXT-FIC
              MOVE AUT-PRM-USER  TO ALR-TXT-USER
              MOVE AUT-RET       TO ALR-TXT-ERR
              MOVE MNT-DATE      TO ALR-TXT-CLE
              CALL "ALERT" USING ALR-PARM
           END-IF.
      /
      ****************************************************************
      ******* IMAGE LISIBLE DE LA LIGNE CALHOL EN COURS
      ****************************************************************
      /
       IMAGE-FERIE.
           MOVE HOL-LIB OF HOL-ENR-DDS TO JRN-IMG-LIB.
      /
      ****************************************************************
      ******* ECRITURE DU CHANGEMENT AU JOURNAL PARTAGE - CLE,
      ******* UTILISATEUR, IMAGES AVANT ET APRES
      ****************************************************************
      /
       ECRIT-JOURNAL.
           MOVE "CAL100"      TO JRN-PGM.
           MOVE "CALHOL"      TO JRN-FIC.
           MOVE MNT-DATE      TO JRN-CLE.
           MOVE MNT-USER      TO JRN-USER.
           CALL "JRNCHG" USING JRN-PARM.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
