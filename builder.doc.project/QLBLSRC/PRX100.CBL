       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRX100.
      /
      ***********************
      * This program maintains PRXTAB, the supplier price list, in
      * the CNV100 mould: a PRXMNTX transaction names the supplier,
      * the article, the agreed unit price and the date it takes
      * effect - a pair/date already on file is repriced in place,
      * anything else is added as a new effective-dated row, so a
      * price change never overwrites the history PRXCALC's
      * point-in-time lookup depends on. A transaction for a
      * supplier unknown to PROVMST, with a zero or negative price
      * or with a date DATCALC cannot validate is refused with a
      * REJECTD tag on the listing instead of pricing the day's
      * proposals and orders with it.
      * The user who keyed each transaction must hold an AUTTAB row for
      * PRXMNTX whose ceiling the unit price keyed does not exceed -
      * checked through AUTCHK, a refusal is listed REJECTD with
      * reason code 80, 81 or 82 and raises an ALERT row.
      * Every price added or repriced is written to the shared
      * change journal through JRNCHG - supplier and article as the
      * key, the user who keyed the transaction, and the price and
      * effective date before and after - so JRN100 can say who
      * changed a contracted price, when and from what.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
      *
       CONFIGURATION SECTION.
      ***********************
      *
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       COPY WSPECNAMES.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  PRXTAB
                   ASSIGN       TO DATABASE-PRXTAB
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF PRX-ENR-DDS
                   WITH DUPLICATES
                   FILE STATUS  IS ST.
      *
           SELECT  PRXMNTX
                   ASSIGN       TO DATABASE-PRXMNTX
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  PROVMST
                   ASSIGN       TO DATABASE-PROVMST
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF FRN-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFPRX
                   ASSIGN       TO PRINTER-BPFPRX
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  PRXTAB  LABEL RECORD STANDARD.
       01  PRX-ENR-DDS.
           COPY DDS-ALL-FORMAT OF PRXTAB.
      *
       FD  PRXMNTX  LABEL RECORD STANDARD.
       01  MNT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF PRXMNTX.
      *
       FD  PROVMST   LABEL RECORD STANDARD.
       01  FRN-ENR-DDS.
           COPY DDS-ALL-FORMAT OF PROVMST.
      *
      ****************************************************************
      **** BEFORE/AFTER LISTING OF EVERY PRICE ADDED, REPRICED OR
      **** REFUSED
      ****************************************************************
       FD  BPFPRX  LABEL RECORD STANDARD.
       01  BPFPRX-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPRX-PROV-ID     PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPRX-ARTIID      PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFPRX-TAG         PIC X(7).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFPRX-PR          PIC -(5)9,999.
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFPRX-EFFDT       PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPRX-ERR         PIC XX.
           05  FILLER             PIC X(4)  VALUE SPACE.
      *
       01  BPFPRX-TOTALS REDEFINES BPFPRX-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFPRX-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "AJT=".
           05  BPFPRX-TOT-AJT     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "MAJ=".
           05  BPFPRX-TOT-MAJ     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "REJ=".
           05  BPFPRX-TOT-REJ     PIC Z(5)9.
           05  FILLER             PIC X(7).
      *
      /
       WORKING-STORAGE SECTION.
      *
      ***** END-OF-RUN COUNTERS TO THE SHARED RUN-STATISTICS FILE
      ***** RUNFIL - SEE RUNSTAT AND THE OPS100 MORNING PAGE
       01  RUN-PARM.
           05  RUN-PGM            PIC X(10).
           05  RUN-LIB1           PIC X(3).
           05  RUN-CPT1           PIC 9(8).
           05  RUN-LIB2           PIC X(3).
           05  RUN-CPT2           PIC 9(8).
           05  RUN-LIB3           PIC X(3).
           05  RUN-CPT3           PIC 9(8).
       77  CPT-LUS           PIC 9(6) VALUE ZERO.
       77  CPT-AJT           PIC 9(6) VALUE ZERO.
       77  CPT-MAJ           PIC 9(6) VALUE ZERO.
       77  CPT-REJ           PIC 9(6) VALUE ZERO.
      *
      ***** RECHERCHE DE LA PAIRE/DATE PARMI LES DOUBLONS DE CLE
       77  WS-LIG-TROUVE     PIC X    VALUE "N".
       77  WS-LIG-EOF        PIC X    VALUE "N".
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
      ***** IMAGE LISIBLE D'UNE LIGNE PRXTAB POUR LE JOURNAL
       01  JRN-IMAGE.
           05  JRN-IMG-PR         PIC -(5)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-EFFDT      PIC X(8).
           05  FILLER             PIC X(81) VALUE SPACE.
      *
      ***** SHARED CALENDAR ROUTINE - SEE DATCALC - USED HERE ONLY
      ***** TO VALIDATE THE EFFECTIVE DATE (ADD ZERO DAYS)
       01  DAT-PARM.
           05  DAT-FON                PIC X(3).
           05  DAT-DAT1               PIC X(8).
           05  DAT-DAT2               PIC X(8).
           05  DAT-NBJ                PIC S9(7).
           05  DAT-RES                PIC X(8).
           05  DAT-JSM                PIC 9(1).
           05  DAT-RET                PIC XX.
      *
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
           05  MOI         PIC XX.
           05  JOUR        PIC XX.
      *
      /
      *
      ********************
       PROCEDURE DIVISION.
      ********************
       INIT SECTION.
      ********************
       DEBUT-PROG.
      ***** MESSAGE DE DEBUT
           ACCEPT   DATE-JOUR  FROM  DATE.
      *
           OPEN INPUT  PRXMNTX.
           OPEN INPUT  PROVMST.
           OPEN I-O    PRXTAB.
           OPEN OUTPUT BPFPRX.
      *
           MOVE "00" TO WS-END.
      *
           READ PRXMNTX NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   VIDE.
      *
           PERFORM TRAITEMENT-DETAIL UNTIL WS-END = HIGH-VALUE.
      *
       VIDE.
      *
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  PRXTAB
                  PRXMNTX
                  PROVMST
                  BPFPRX.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "PRX100"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "AJT"      TO RUN-LIB2.
           MOVE CPT-AJT    TO RUN-CPT2.
           MOVE "REJ"      TO RUN-LIB3.
           MOVE CPT-REJ    TO RUN-CPT3.
           CALL "RUNSTAT" USING RUN-PARM.
      *
           STOP    RUN.
      ***********************************************************
      ***  END PROGRAM
      ***********************************************************
      /
       TRAITEMENT-DETAIL SECTION.
      ***************************
      /
       TRT-RECORD.
           IF WS-END = "00" THEN
      *
           ADD 1 TO CPT-LUS
           PERFORM MISE-A-JOUR.
      *
       READ-NEXT.
           READ PRXMNTX NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   END-RECORD.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* VALIDATION PUIS APPLICATION D'UNE TRANSACTION PRXMNTX
      ****************************************************************
      /
       MISE-A-JOUR SECTION.
      ***************************
      /
       TRT-RECORD.
      *
           MOVE SPACE TO WS-ERR.
      *
      ***** L'UTILISATEUR QUI A SAISI LA TRANSACTION DOIT ETRE
      ***** HABILITE SUR AUTTAB POUR CE FICHIER ET CE PRIX -
      ***** SINON REJET AVEC LE CODE AUTCHK
           PERFORM CONTROLE-HABILITATION.
           IF AUT-RET NOT = "00"
              MOVE AUT-RET TO WS-ERR
              ADD 1 TO CPT-REJ
              MOVE "REJECTD" TO BPFPRX-TAG
              PERFORM EDITION-BPFPRX
              GO  TO  END-RECORD
           END-IF.
      *
      ***** LE FOURNISSEUR DOIT EXISTER AU FICHIER MAITRE
           MOVE MNT-PROV-ID TO FRN-ID OF FRN-ENR-DDS.
           READ PROVMST
                INVALID KEY
                     PERFORM EDITION-REJET
                     GO  TO  END-RECORD
           END-READ.
      *
      ***** UN PRIX NUL OU NEGATIF NE PEUT ETRE CONTRACTUEL - REFUSE
           IF MNT-PR NOT > ZERO
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
      ***** LA DATE D'EFFET DOIT EXISTER AU CALENDRIER
           MOVE "AJT" TO DAT-FON.
           MOVE MNT-EFFDT TO DAT-DAT1.
           MOVE ZERO TO DAT-NBJ.
           CALL "DATCALC" USING DAT-PARM.
           IF DAT-RET NOT = "00"
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
           PERFORM CHERCHE-LIGNE-PRX.
      *
           IF WS-LIG-TROUVE = "Y"
              PERFORM IMAGE-PRIX
              MOVE JRN-IMAGE TO JRN-AVANT
              MOVE MNT-PR TO PRX-PR OF PRX-ENR-DDS
              REWRITE PRX-ENR-DDS
              ADD 1 TO CPT-MAJ
              MOVE "CHANGED" TO BPFPRX-TAG
              PERFORM EDITION-BPFPRX
              MOVE "C"       TO JRN-ACTION
           ELSE
              MOVE MNT-PROV-ID TO PRX-PROV-ID OF PRX-ENR-DDS
              MOVE MNT-ARTIID  TO PRX-ARTIID  OF PRX-ENR-DDS
              MOVE MNT-PR      TO PRX-PR      OF PRX-ENR-DDS
              MOVE MNT-EFFDT   TO PRX-EFFDT   OF PRX-ENR-DDS
              WRITE PRX-ENR-DDS
              ADD 1 TO CPT-AJT
              MOVE "ADDED"     TO BPFPRX-TAG
              PERFORM EDITION-BPFPRX
              MOVE SPACE       TO JRN-AVANT
              MOVE "A"         TO JRN-ACTION
           END-IF.
      *
      ***** IMAGE APRES ET ECRITURE AU JOURNAL DES CHANGEMENTS
           PERFORM IMAGE-PRIX.
           MOVE JRN-IMAGE TO JRN-APRES.
           PERFORM ECRIT-JOURNAL.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* RECHERCHE DE LA PAIRE A LA MEME DATE D'EFFET PARMI LES
      ******* DOUBLONS DE CLE - TROUVEE = REPRICE EN PLACE, SINON
      ******* NOUVELLE LIGNE DATEE
      ****************************************************************
      /
       CHERCHE-LIGNE-PRX SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE "N" TO WS-LIG-TROUVE.
           MOVE "N" TO WS-LIG-EOF.
      *
           MOVE MNT-PROV-ID TO PRX-PROV-ID OF PRX-ENR-DDS.
           MOVE MNT-ARTIID  TO PRX-ARTIID  OF PRX-ENR-DDS.
           START PRXTAB KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF PRX-ENR-DDS
                 INVALID KEY
                 MOVE "Y" TO WS-LIG-EOF.
      *
           PERFORM LIGNE-SUIVANTE UNTIL WS-LIG-TROUVE = "Y"
                                      OR WS-LIG-EOF = "Y".
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       LIGNE-SUIVANTE.
           READ PRXTAB NEXT AT END
                MOVE "Y" TO WS-LIG-EOF
           END-READ.
      *
           IF WS-LIG-EOF NOT = "Y"
              IF PRX-PROV-ID OF PRX-ENR-DDS NOT = MNT-PROV-ID
                 OR PRX-ARTIID OF PRX-ENR-DDS NOT = MNT-ARTIID
                 MOVE "Y" TO WS-LIG-EOF
              ELSE
                 IF PRX-EFFDT OF PRX-ENR-DDS = MNT-EFFDT
                    MOVE "Y" TO WS-LIG-TROUVE
                 END-IF
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* EDITION DE LA LIGNE DE CONTROLE AVANT/APRES
      ****************************************************************
      /
       EDITION-BPFPRX.
           MOVE MNT-PROV-ID TO BPFPRX-PROV-ID.
           MOVE MNT-ARTIID  TO BPFPRX-ARTIID.
           MOVE MNT-PR      TO BPFPRX-PR.
           MOVE MNT-EFFDT   TO BPFPRX-EFFDT.
           MOVE WS-ERR      TO BPFPRX-ERR.
           WRITE BPFPRX-ENR.
      /
      ****************************************************************
      ******* HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ******* TRANSACTION - CONTROLE AUTTAB VIA AUTCHK, UN REFUS
      ******* PART EN ALERTE AVEC SON CODE MOTIF
      ****************************************************************
      /
       CONTROLE-HABILITATION.
           MOVE MNT-USER       TO AUT-PRM-USER.
           MOVE "PRXMNTX"      TO AUT-PRM-FIC.
           MOVE "C"            TO AUT-PRM-ACTION.
           MOVE MNT-PR         TO AUT-PRM-VAL.
           CALL "AUTCHK" USING AUT-PARM.
      *
           IF AUT-RET NOT = "00"
              MOVE "PRX100"     TO ALR-PGM
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
       EDITION-REJET.
           ADD 1 TO CPT-REJ.
           MOVE "REJECTD" TO BPFPRX-TAG.
           PERFORM EDITION-BPFPRX.
      /
      ****************************************************************
      ******* IMAGE LISIBLE DE LA LIGNE PRXTAB EN COURS
      ****************************************************************
      /
       IMAGE-PRIX.
           MOVE PRX-PR    OF PRX-ENR-DDS TO JRN-IMG-PR.
           MOVE PRX-EFFDT OF PRX-ENR-DDS TO JRN-IMG-EFFDT.
      /
      ****************************************************************
      ******* ECRITURE DU CHANGEMENT AU JOURNAL PARTAGE - CLE,
      ******* UTILISATEUR, IMAGES AVANT ET APRES
      ****************************************************************
      /
       ECRIT-JOURNAL.
           MOVE "PRX100"      TO JRN-PGM.
           MOVE "PRXTAB"      TO JRN-FIC.
           MOVE SPACE         TO JRN-CLE.
           MOVE MNT-PROV-ID   TO JRN-CLE(1:8).
           MOVE MNT-ARTIID    TO JRN-CLE(10:15).
           MOVE MNT-USER      TO JRN-USER.
           CALL "JRNCHG" USING JRN-PARM.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE CPT-LUS TO BPFPRX-TOT-LUS.
           MOVE CPT-AJT TO BPFPRX-TOT-AJT.
           MOVE CPT-MAJ TO BPFPRX-TOT-MAJ.
           MOVE CPT-REJ TO BPFPRX-TOT-REJ.
           WRITE BPFPRX-TOTALS.
      /
