      * transaction with an unknown type, a zero factor or a date
      * DATCALC cannot validate is refused with a REJECTD tag on
      * the listing instead of poisoning the judgments downstream.
      * Only a user AUTTAB authorizes on CNVMNTX, with a ceiling the
      * factor does not exceed, may change a conversion - checked
      * through AUTCHK, a refusal is listed REJECTD with reason code 80,
      * 81 or 82 and raises an ALERT row.
      * Every conversion added or repriced is written to the shared
      * change journal through JRNCHG - type, pair and effective
      * date as the key, the user, and the factor before and after
      * - so JRN100 can say who changed a rate, when and from what.
      * A factor effective in a month finance has closed on PERCLO
      * is refused through PERCHK with reason code 83, so a
      * repricing cannot reach back into figures already reported
      * until PER100 reopens the month.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
           05  BPFCNV-FACT        PIC -(6)9,999999.
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFCNV-EFFDT       PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFCNV-ERR         PIC XX.
           05  FILLER             PIC X(6)  VALUE SPACE.
      *
       01  BPFCNV-TOTALS REDEFINES BPFCNV-ENR.
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
      ***** VERROU DES MOIS CLOS SUR PERCLO - SEE PERCHK AND PER100
       01  PER-PARM.
           05  PER-PRM-DATE           PIC X(8).
           05  PER-RET                PIC XX.
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
      ***** IMAGE LISIBLE D'UNE LIGNE CNVTAB POUR LE JOURNAL
       01  JRN-IMAGE.
           05  JRN-IMG-FACT       PIC -(6)9,999999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-EFFDT      PIC X(8).
           05  FILLER             PIC X(77) VALUE SPACE.
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
           IF MNT-TYP NOT = "U" AND MNT-TYP NOT = "D"
              PERFORM EDITION-REJET
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
      ***** UNE DATE D'EFFET DANS UN MOIS CLOS SUR PERCLO EST
      ***** REFUSEE - LA PERIODE DOIT ETRE ROUVERTE PAR PER100
           MOVE MNT-EFFDT TO PER-PRM-DATE.
           CALL "PERCHK" USING PER-PARM.
           IF PER-RET NOT = "00"
              MOVE PER-RET TO WS-ERR
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
           PERFORM CHERCHE-LIGNE-CNV.
      *
           IF WS-LIG-TROUVE = "Y"
              PERFORM IMAGE-CONVERSION
              MOVE JRN-IMAGE TO JRN-AVANT
              MOVE MNT-FACT TO CNV-FACT OF CNV-ENR-DDS
              REWRITE CNV-ENR-DDS
              ADD 1 TO CPT-MAJ
              MOVE "CHANGED" TO BPFCNV-TAG
              PERFORM EDITION-BPFCNV
              MOVE "C"       TO JRN-ACTION
           ELSE
              MOVE MNT-TYP   TO CNV-TYP   OF CNV-ENR-DDS
              MOVE MNT-DE    TO CNV-DE    OF CNV-ENR-DDS
              ADD 1 TO CPT-AJT
              MOVE "ADDED"   TO BPFCNV-TAG
              PERFORM EDITION-BPFCNV
              MOVE SPACE     TO JRN-AVANT
              MOVE "A"       TO JRN-ACTION
           END-IF.
      *
      ***** IMAGE APRES ET ECRITURE AU JOURNAL DES CHANGEMENTS
           PERFORM IMAGE-CONVERSION.
           MOVE JRN-IMAGE TO JRN-APRES.
           PERFORM ECRIT-JOURNAL.
      *
       END-RECORD.
           EXIT SECTION.
           MOVE MNT-A     TO BPFCNV-A.
           MOVE MNT-FACT  TO BPFCNV-FACT.
           MOVE MNT-EFFDT TO BPFCNV-EFFDT.
           MOVE WS-ERR    TO BPFCNV-ERR.
           WRITE BPFCNV-ENR.
      /
      ****************************************************************
           PERFORM EDITION-BPFCNV.
      /
      ****************************************************************
      ******* HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ******* TRANSACTION - CONTROLE AUTTAB VIA AUTCHK, UN REFUS
      ******* PART EN ALERTE AVEC SON CODE MOTIF
      ****************************************************************
      /
       CONTROLE-HABILITATION.
           MOVE MNT-USER       TO AUT-PRM-USER.
           MOVE "CNVMNTX"      TO AUT-PRM-FIC.
           MOVE "C"            TO AUT-PRM-ACTION.
           MOVE MNT-FACT      TO AUT-PRM-VAL.
           CALL "AUTCHK" USING AUT-PARM.
      *
           IF AUT-RET NOT = "00"
              MOVE "CNV100"      TO ALR-PGM
              MOVE "W"           TO ALR-SEV
              MOVE AUT-PRM-FIC   TO ALR-TXT-FIC
              MOVE AUT-PRM-USER  TO ALR-TXT-USER
              MOVE AUT-RET       TO ALR-TXT-ERR
              MOVE SPACE         TO ALR-TXT-CLE
              MOVE MNT-TYP       TO ALR-TXT-CLE(1:1)
              MOVE MNT-DE        TO ALR-TXT-CLE(3:3)
              MOVE ">"           TO ALR-TXT-CLE(6:1)
              MOVE MNT-A         TO ALR-TXT-CLE(7:3)
              CALL "ALERT" USING ALR-PARM
           END-IF.
      /
      ****************************************************************
      ******* IMAGE LISIBLE DE LA LIGNE CNVTAB EN COURS
      ****************************************************************
      /
       IMAGE-CONVERSION.
           MOVE CNV-FACT  OF CNV-ENR-DDS TO JRN-IMG-FACT.
           MOVE CNV-EFFDT OF CNV-ENR-DDS TO JRN-IMG-EFFDT.
      /
      ****************************************************************
      ******* ECRITURE DU CHANGEMENT AU JOURNAL PARTAGE - CLE,
      ******* UTILISATEUR, IMAGES AVANT ET APRES
      ****************************************************************
      /
       ECRIT-JOURNAL.
           MOVE "CNV100"      TO JRN-PGM.
           MOVE "CNVTAB"      TO JRN-FIC.
           MOVE SPACE         TO JRN-CLE.
           MOVE MNT-TYP       TO JRN-CLE(1:1).
           MOVE MNT-DE        TO JRN-CLE(3:3).
           MOVE ">"           TO JRN-CLE(6:1).
           MOVE MNT-A         TO JRN-CLE(7:3).
           MOVE MNT-EFFDT     TO JRN-CLE(11:8).
           MOVE MNT-USER      TO JRN-USER.
           CALL "JRNCHG" USING JRN-PARM.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
