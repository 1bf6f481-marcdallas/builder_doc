      * letter falls through AVANCE-ECHEANCE's EVALUATE and the job
      * silently never advances) and SCHD-NEXT-DUE must be a
      * plausible date - plus a before/after listing and run totals
      * in the SITE100 mould. The restart type SCHD130 plans a
      * broken night from (SCHD-REPRISE) is carried on the same
      * transaction and must be blank, "C" or "N".
      * The user who keyed each transaction must hold an AUTTAB row for
      * SCHDMNTX granting the action - checked through AUTCHK, a refusal
      * is listed REJECTD with reason code 80 or 81 and raises an ALERT
      * row.
      * Every job row added, changed or removed is written to the
      * shared change journal through JRNCHG - job name, user, and a
      * readable image of the SCHDTAB row before and after - so
      * JRN100 can say who changed the schedule, when and from what.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
           05  BPFSCM-NEXT        PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFSCM-PRED        PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFSCM-REP         PIC X(1).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFSCM-ERR         PIC XX.
           05  FILLER             PIC X(16) VALUE SPACE.
      *
       01  BPFSCM-TOTALS REDEFINES BPFSCM-ENR.
           05  FILLER             PIC X(1).
           05  WS-DATE-MM         PIC 9(2).
           05  WS-DATE-JJ         PIC 9(2).
       77  WS-IDX                 PIC 99    VALUE ZERO.
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
      ***** IMAGE LISIBLE D'UNE LIGNE SCHDTAB POUR LE JOURNAL
       01  JRN-IMAGE.
           05  JRN-IMG-FREQ       PIC X(1).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-LAST-RUN   PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-NEXT-DUE   PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-PRED       PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-REPRISE    PIC X(1).
           05  FILLER             PIC X(68) VALUE SPACE.
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
      ***** LA FREQUENCE DOIT ETRE UNE DES LETTRES QUE SCHD100 SAIT
      ***** FAIRE AVANCER
              GO  TO  END-RECORD
           END-IF.
      *
      ***** LE TYPE DE REPRISE DOIT ETRE UN DE CEUX QUE SCHD130
      ***** SAIT TRAITER
           IF MNT-ACTION NOT = "S"
              AND MNT-REPRISE NOT = SPACE
              AND MNT-REPRISE NOT = "C" AND MNT-REPRISE NOT = "N"
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
      ***** L'ECHEANCE DOIT ETRE UNE DATE PLAUSIBLE
           IF MNT-ACTION NOT = "S"
              PERFORM VERIFIE-DATE THRU VERIFIE-DATE-EXIT
                   PERFORM EDITION-REJET
                END-IF
                GO  TO  END-RECORD.
      *
      ***** IMAGE AVANT POUR LE JOURNAL DES CHANGEMENTS
           PERFORM IMAGE-JOB.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
           EVALUATE MNT-ACTION
               WHEN "A"
                                          OF SCHD-ENR-DDS
                    MOVE MNT-PRED     TO SCHD-PRED
                                          OF SCHD-ENR-DDS
                    MOVE MNT-REPRISE  TO SCHD-REPRISE
                                          OF SCHD-ENR-DDS
                    REWRITE SCHD-ENR-DDS
                    ADD 1 TO CPT-MAJ
                    MOVE "CHANGED" TO BPFSCM-TAG
                    PERFORM EDITION-BPFSCM
                    PERFORM IMAGE-JOB
                    MOVE JRN-IMAGE TO JRN-APRES
                    MOVE "C"       TO JRN-ACTION
                    PERFORM ECRIT-JOURNAL
               WHEN "S"
                    DELETE SCHDTAB RECORD
                    ADD 1 TO CPT-SUP
                    MOVE "REMOVED" TO BPFSCM-TAG
                    PERFORM EDITION-BPFSCM
                    MOVE SPACE     TO JRN-APRES
                    MOVE "S"       TO JRN-ACTION
                    PERFORM ECRIT-JOURNAL
               WHEN OTHER
                    PERFORM EDITION-REJET
           END-EVALUATE.
           MOVE SPACE        TO SCHD-LAST-RUN OF SCHD-ENR-DDS.
           MOVE MNT-NEXT-DUE TO SCHD-NEXT-DUE OF SCHD-ENR-DDS.
           MOVE MNT-PRED     TO SCHD-PRED     OF SCHD-ENR-DDS.
           MOVE MNT-REPRISE  TO SCHD-REPRISE  OF SCHD-ENR-DDS.
      *
           WRITE SCHD-ENR-DDS INVALID KEY
                ADD 1 TO CPT-REJ
           ADD 1 TO CPT-AJT.
           MOVE "ADDED"   TO BPFSCM-TAG.
           PERFORM EDITION-BPFSCM.
      *
           MOVE SPACE     TO JRN-AVANT.
           PERFORM IMAGE-JOB.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "A"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      *
       END-RECORD.
           EXIT SECTION.
           MOVE MNT-FREQ     TO BPFSCM-FREQ.
           MOVE MNT-NEXT-DUE TO BPFSCM-NEXT.
           MOVE MNT-PRED     TO BPFSCM-PRED.
           MOVE MNT-REPRISE  TO BPFSCM-REP.
           MOVE WS-ERR       TO BPFSCM-ERR.
           WRITE BPFSCM-ENR.
      /
      ****************************************************************
           PERFORM EDITION-BPFSCM.
      /
      ****************************************************************
      ******* HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ******* TRANSACTION - CONTROLE AUTTAB VIA AUTCHK, UN REFUS
      ******* PART EN ALERTE AVEC SON CODE MOTIF
      ****************************************************************
      /
       CONTROLE-HABILITATION.
           MOVE MNT-USER       TO AUT-PRM-USER.
           MOVE "SCHDMNTX"     TO AUT-PRM-FIC.
           MOVE MNT-ACTION     TO AUT-PRM-ACTION.
           MOVE ZERO           TO AUT-PRM-VAL.
           CALL "AUTCHK" USING AUT-PARM.
      *
           IF AUT-RET NOT = "00"
              MOVE "SCHD110"     TO ALR-PGM
              MOVE "W"           TO ALR-SEV
              MOVE AUT-PRM-FIC   TO ALR-TXT-FIC
              MOVE AUT-PRM-USER  TO ALR-TXT-USER
              MOVE AUT-RET       TO ALR-TXT-ERR
              MOVE MNT-JOB       TO ALR-TXT-CLE
              CALL "ALERT" USING ALR-PARM
           END-IF.
      /
      ****************************************************************
      ******* IMAGE LISIBLE DE LA LIGNE SCHDTAB EN COURS
      ****************************************************************
      /
       IMAGE-JOB.
           MOVE SCHD-FREQ     OF SCHD-ENR-DDS TO JRN-IMG-FREQ.
           MOVE SCHD-LAST-RUN OF SCHD-ENR-DDS TO JRN-IMG-LAST-RUN.
           MOVE SCHD-NEXT-DUE OF SCHD-ENR-DDS TO JRN-IMG-NEXT-DUE.
           MOVE SCHD-PRED     OF SCHD-ENR-DDS TO JRN-IMG-PRED.
           MOVE SCHD-REPRISE  OF SCHD-ENR-DDS TO JRN-IMG-REPRISE.
      /
      ****************************************************************
      ******* ECRITURE DU CHANGEMENT AU JOURNAL PARTAGE - CLE,
      ******* UTILISATEUR, IMAGES AVANT ET APRES
      ****************************************************************
      /
       ECRIT-JOURNAL.
           MOVE "SCHD110"     TO JRN-PGM.
           MOVE "SCHDTAB"     TO JRN-FIC.
           MOVE MNT-JOB       TO JRN-CLE.
           MOVE MNT-USER      TO JRN-USER.
           CALL "JRNCHG" USING JRN-PARM.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
