       IDENTIFICATION DIVISION.
       PROGRAM-ID. PER100.
      /
      ***********************
      * This program closes and reopens accounting months on
      * PERCLO, the register PERCHK consults for every program that
      * posts dated stock, tax or conversion data - nothing used to
      * stop a back-dated count, rate change, repricing or late
      * valuation run from moving figures finance had already
      * reported. A PERMNTX close ("F") freezes a month that has
      * ended: the STOCK master is valued as STK140 values it -
      * on-hand times STK-COUT, negative and costless rows counted
      * apart - one PERSNP row per article, and the "*TOTAL*"
      * control record VAL100 left on TVADCL for the month is
      * taken over as the declared net, VAT and gross; a month with
      * no VAL100 extract of its own cannot be closed. From then on
      * a transaction dated in the month is refused with reason
      * code 83. Reopening ("O") is the one explicit way back: the
      * month must be closed, the reason keyed is kept on the row,
      * and both the close and the reopening are written to the
      * shared change journal through JRNCHG with the row before
      * and after. Each transaction is applied only for a user
      * AUTTAB authorizes on PERMNTX for that action - close and
      * reopen are granted separately - anyone else's is printed
      * REJECTD with its reason code and raises an ALERT row.
      * The close usually runs days into the next month, after
      * that month's issues, receipts and counts have reached
      * STOCK: the valuation therefore backs out, per article,
      * every STKMVT movement dated after the month's last day -
      * a count adjustment by the date the shelf was counted,
      * MVT-DT-CNT, the others by MVT-DATE - so PERSNP and
      * PER-STK-VAL show the on-hand at the month end, priced at
      * the STK-COUT on file. A close with more articles moved
      * since the month end than the table holds is refused with
      * code 87 rather than frozen on a partial back-out.
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
           SELECT  PERMNTX
                   ASSIGN       TO DATABASE-PERMNTX
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  PERCLO
                   ASSIGN       TO DATABASE-PERCLO
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF PER-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  STOCK
                   ASSIGN       TO DATABASE-STOCK
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF STK-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  TVADCL
                   ASSIGN       TO DATABASE-TVADCL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  STKMVT
                   ASSIGN       TO DATABASE-STKMVT
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  PERSNP
                   ASSIGN       TO DATABASE-PERSNP
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFPER
                   ASSIGN       TO PRINTER-BPFPER
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  PERMNTX  LABEL RECORD STANDARD.
       01  MNT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF PERMNTX.
      *
       FD  PERCLO  LABEL RECORD STANDARD.
       01  PER-ENR-DDS.
           COPY DDS-ALL-FORMAT OF PERCLO.
      *
       FD  STOCK   LABEL RECORD STANDARD.
       01  STK-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STOCK.
      *
      ****************************************************************
      **** VAL100 DECLARATION EXTRACT - THE "*TOTAL*" CONTROL RECORD
      **** OF THE MONTH IS FROZEN ON PERCLO AT THE CLOSE
      ****************************************************************
       FD  TVADCL  LABEL RECORD STANDARD.
       01  DCL-ENR-DDS.
           COPY DDS-ALL-FORMAT OF TVADCL.
      *
      ****************************************************************
      **** MOVEMENT HISTORY - THE MOVEMENTS DATED AFTER THE MONTH
      **** END ARE BACKED OUT OF THE ON-HAND VALUED AT THE CLOSE
      ****************************************************************
       FD  STKMVT  LABEL RECORD STANDARD.
       01  MVT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKMVT.
      *
      ****************************************************************
      **** STOCK VALUATION AT THE CLOSE - ONE ROW PER STOCK ROW
      ****************************************************************
       FD  PERSNP  LABEL RECORD STANDARD.
       01  PSN-ENR-DDS.
           COPY DDS-ALL-FORMAT OF PERSNP.
      *
      ****************************************************************
      **** LISTING OF EVERY CLOSE AND REOPENING APPLIED OR REFUSED
      ****************************************************************
       FD  BPFPER  LABEL RECORD STANDARD.
       01  BPFPER-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPER-PERIODE     PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFPER-ACTION      PIC X(1).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPER-TAG         PIC X(9).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(4)  VALUE "STK=".
           05  BPFPER-STK-VAL     PIC -(13)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(4)  VALUE "TTC=".
           05  BPFPER-DCL-TTC     PIC -(11)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPER-USER        PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPER-ERR         PIC XX.
      *
       01  BPFPER-TOTALS REDEFINES BPFPER-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFPER-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "CLO=".
           05  BPFPER-TOT-CLO     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "OUV=".
           05  BPFPER-TOT-OUV     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "REJ=".
           05  BPFPER-TOT-REJ     PIC Z(5)9.
           05  FILLER             PIC X(28).
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
       77  CPT-CLO           PIC 9(6) VALUE ZERO.
       77  CPT-OUV           PIC 9(6) VALUE ZERO.
       77  CPT-REJ           PIC 9(6) VALUE ZERO.
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
      ***** IMAGE LISIBLE D'UNE LIGNE PERCLO POUR LE JOURNAL
       01  JRN-IMAGE.
           05  JRN-IMG-ETAT       PIC X(1).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-DT-CLO     PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-STK-VAL    PIC -(13)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-DCL-TTC    PIC -(11)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-DT-REOUV   PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-MOTIF      PIC X(30).
           05  FILLER             PIC X(15) VALUE SPACE.
      *
      ***** LIGNE PERCLO DEJA PRESENTE POUR LA PERIODE SAISIE
       77  WS-PER-EXISTE          PIC X    VALUE "N".
       77  WS-PER-MM              PIC 9(2) VALUE ZERO.
      *
      ***** POSTE DE CONTROLE "*TOTAL*" DE LA PERIODE SUR TVADCL
       77  WS-DCL-EOF             PIC X    VALUE "N".
       77  WS-DCL-TROUVE          PIC X    VALUE "N".
       77  WS-DCL-NET             PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-DCL-TVA             PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-DCL-TTC             PIC S9(13)V9(2) COMP-3 VALUE ZERO.
      *
      ***** VALORISATION DU STOCK A LA CLOTURE - LA REGLE DE STK140
       77  WS-STK-EOF             PIC X    VALUE "N".
       77  WS-STK-NB              PIC S9(7) COMP-3 VALUE ZERO.
       77  WS-STK-NEG             PIC S9(7) COMP-3 VALUE ZERO.
       77  WS-STK-ZCO             PIC S9(7) COMP-3 VALUE ZERO.
       77  WS-LIG-VAL             PIC S9(15)V9(2) COMP-3 VALUE ZERO.
       77  WS-TOT-VAL             PIC S9(15)V9(2) COMP-3 VALUE ZERO.
       77  WS-QT-CLO              PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *
      ***** MOUVEMENTS POSTERIEURS A LA FIN DU MOIS CLOS, NET SIGNE
      ***** PAR ARTICLE - ENTREES ("E" "R" "I") ET AJUSTEMENTS ("A")
      ***** EN PLUS, SORTIES ("S" "P" "T") EN MOINS - A RETRANCHER
      ***** DU STOCK DU JOUR POUR RETROUVER CELUI DE LA FIN DU MOIS
       77  WK-APR-NBPST      PIC 9(4) VALUE 3000.
       77  WK-APR-NB         PIC 9(4) VALUE ZERO.
       01  WK-APR-TABLE.
           05  WK-APR-TP    OCCURS 3000 INDEXED BY IN-APR.
               10  WK-APR-ARTIID      PIC X(15).
               10  WK-APR-NET         PIC S9(11)V9(3) COMP-3.
       77  WS-APR-TROUVE          PIC X     VALUE "N".
       77  WS-APR-PLEIN           PIC X     VALUE "N".
       77  WS-APR-ARTIID          PIC X(15) VALUE SPACE.
       77  WS-MVT-EOF             PIC X     VALUE "N".
       77  WS-MVT-DT-EFF          PIC X(8)  VALUE SPACE.
       77  WS-MVT-NET             PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *
       01  WS-TODAY-YMD  VALUE ZERO.
           05  WS-TODAY-AA        PIC 9(4).
           05  WS-TODAY-MM        PIC 9(2).
           05  WS-TODAY-JJ        PIC 9(2).
       77  WS-TODAY-DATE          PIC X(8) VALUE SPACE.
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
           ACCEPT   WS-TODAY-YMD  FROM  DATE YYYYMMDD.
           MOVE WS-TODAY-YMD TO WS-TODAY-DATE.
      *
           OPEN INPUT  PERMNTX.
           OPEN I-O    PERCLO.
           OPEN INPUT  STOCK.
           OPEN EXTEND PERSNP.
           OPEN OUTPUT BPFPER.
      *
           MOVE "00" TO WS-END.
      *
           READ PERMNTX NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   VIDE.
      *
           PERFORM TRAITEMENT-DETAIL UNTIL WS-END = HIGH-VALUE.
      *
       VIDE.
      *
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  PERMNTX
                  PERCLO
                  STOCK
                  PERSNP
                  BPFPER.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "PER100"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "CLO"      TO RUN-LIB2.
           MOVE CPT-CLO    TO RUN-CPT2.
           MOVE "OUV"      TO RUN-LIB3.
           MOVE CPT-OUV    TO RUN-CPT3.
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
           READ PERMNTX NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   END-RECORD.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* APPLICATION D'UNE CLOTURE OU D'UNE REOUVERTURE DE
      ******* PERIODE
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
      ***** HABILITE SUR AUTTAB POUR CE FICHIER ET CETTE ACTION -
      ***** SINON REJET AVEC LE CODE AUTCHK
           PERFORM CONTROLE-HABILITATION.
           IF AUT-RET NOT = "00"
              MOVE AUT-RET TO WS-ERR
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
      ***** PERIODE AAAAMM VALIDE ET DEJA ECOULEE - LE MOIS EN
      ***** COURS NE SE CLOT PAS, SES POSTINGS DU JOUR CONTINUENT
           IF MNT-ACTION NOT = "F" AND MNT-ACTION NOT = "O"
              MOVE "84" TO WS-ERR
           END-IF.
           IF MNT-PERIODE IS NUMERIC
              MOVE MNT-PERIODE(5:2) TO WS-PER-MM
              IF WS-PER-MM < 1 OR WS-PER-MM > 12
                 OR MNT-PERIODE NOT < WS-TODAY-DATE(1:6)
                 MOVE "84" TO WS-ERR
              END-IF
           ELSE
              MOVE "84" TO WS-ERR
           END-IF.
           IF WS-ERR NOT = SPACE
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
           MOVE "N" TO WS-PER-EXISTE.
           MOVE MNT-PERIODE TO PER-PERIODE.
           READ PERCLO
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     MOVE "Y" TO WS-PER-EXISTE
           END-READ.
      *
           IF MNT-ACTION = "F"
              PERFORM CLOTURE-PERIODE
           ELSE
              PERFORM REOUVRE-PERIODE
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* CLOTURE D'UNE PERIODE - TOTAUX VAL100 DE LA PERIODE
      ******* REPRIS DE TVADCL, STOCK VALORISE COMME STK140 ET
      ******* PHOTOGRAPHIE SUR PERSNP, LIGNE PERCLO A "C"
      ****************************************************************
      /
       CLOTURE-PERIODE SECTION.
      ***************************
      /
       TRT-RECORD.
           IF WS-PER-EXISTE = "Y" AND PER-ETAT = "C"
              MOVE "83" TO WS-ERR
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
      ***** SANS EXTRAIT VAL100 DE LA PERIODE, RIEN A FIGER - LA
      ***** DECLARATION DOIT ETRE SORTIE AVANT LA CLOTURE
           PERFORM LECTURE-DECLARATION.
           IF WS-DCL-TROUVE = "N"
              MOVE "86" TO WS-ERR
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
      ***** LES MOUVEMENTS POSTES DEPUIS LA FIN DU MOIS SONT A
      ***** RETRANCHER DU STOCK - TABLE PLEINE, PAS DE CLOTURE SUR
      ***** UNE VALORISATION INCOMPLETE
           PERFORM CHARGE-POSTERIEURS.
           IF WS-APR-PLEIN = "Y"
              MOVE "87" TO WS-ERR
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
      ***** IMAGE AVANT POUR LE JOURNAL DES CHANGEMENTS
           IF WS-PER-EXISTE = "Y"
              PERFORM IMAGE-PERIODE
              MOVE JRN-IMAGE TO JRN-AVANT
              MOVE "C"       TO JRN-ACTION
           ELSE
              MOVE SPACE     TO JRN-AVANT
              MOVE "A"       TO JRN-ACTION
              MOVE SPACE     TO PER-DT-REOUV
              MOVE SPACE     TO PER-USER-REOUV
              MOVE SPACE     TO PER-MOTIF
           END-IF.
      *
           PERFORM VALORISE-STOCK.
      *
           MOVE MNT-PERIODE   TO PER-PERIODE.
           MOVE "C"           TO PER-ETAT.
           MOVE WS-TODAY-DATE TO PER-DT-CLO.
           MOVE MNT-USER      TO PER-USER-CLO.
           MOVE WS-STK-NB     TO PER-STK-NB.
           MOVE WS-TOT-VAL    TO PER-STK-VAL.
           MOVE WS-STK-NEG    TO PER-STK-NEG.
           MOVE WS-STK-ZCO    TO PER-STK-ZCO.
           MOVE WS-DCL-NET    TO PER-DCL-NET.
           MOVE WS-DCL-TVA    TO PER-DCL-TVA.
           MOVE WS-DCL-TTC    TO PER-DCL-TTC.
      *
           IF WS-PER-EXISTE = "Y"
              REWRITE PER-ENR-DDS
           ELSE
              WRITE PER-ENR-DDS
           END-IF.
      *
           ADD 1 TO CPT-CLO.
           MOVE "CLOSED"   TO BPFPER-TAG.
           PERFORM EDITION-BPFPER.
      *
           PERFORM IMAGE-PERIODE.
           MOVE JRN-IMAGE TO JRN-APRES.
           PERFORM ECRIT-JOURNAL.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* REOUVERTURE EXPLICITE D'UNE PERIODE CLOSE - LES
      ******* CHIFFRES FIGES RESTENT SUR LA LIGNE JUSQU'A LA
      ******* PROCHAINE CLOTURE, LE MOTIF SAISI EST CONSERVE
      ****************************************************************
      /
       REOUVRE-PERIODE SECTION.
      ***************************
      /
       TRT-RECORD.
           IF WS-PER-EXISTE = "N" OR PER-ETAT NOT = "C"
              MOVE "85" TO WS-ERR
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
           PERFORM IMAGE-PERIODE.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
           MOVE "O"           TO PER-ETAT.
           MOVE WS-TODAY-DATE TO PER-DT-REOUV.
           MOVE MNT-USER      TO PER-USER-REOUV.
           MOVE MNT-MOTIF     TO PER-MOTIF.
           REWRITE PER-ENR-DDS.
      *
           ADD 1 TO CPT-OUV.
           MOVE "REOPENED" TO BPFPER-TAG.
           PERFORM EDITION-BPFPER.
      *
           PERFORM IMAGE-PERIODE.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "C"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* RECHERCHE DU POSTE DE CONTROLE "*TOTAL*" DE LA PERIODE
      ******* SUR L'EXTRAIT TVADCL DE VAL100
      ****************************************************************
      /
       LECTURE-DECLARATION.
           MOVE "N"  TO WS-DCL-EOF.
           MOVE "N"  TO WS-DCL-TROUVE.
           MOVE ZERO TO WS-DCL-NET.
           MOVE ZERO TO WS-DCL-TVA.
           MOVE ZERO TO WS-DCL-TTC.
           OPEN INPUT TVADCL.
           PERFORM DECLARATION-SUIVANTE UNTIL WS-DCL-EOF = "Y"
                                           OR WS-DCL-TROUVE = "Y".
           CLOSE TVADCL.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       DECLARATION-SUIVANTE.
           READ TVADCL NEXT AT END
                MOVE "Y" TO WS-DCL-EOF
           END-READ.
      *
           IF WS-DCL-EOF NOT = "Y"
              AND DCL-PERIODE = MNT-PERIODE
              AND DCL-LIB = "*TOTAL*"
              MOVE "Y"     TO WS-DCL-TROUVE
              MOVE DCL-NET TO WS-DCL-NET
              MOVE DCL-TVA TO WS-DCL-TVA
              MOVE DCL-TTC TO WS-DCL-TTC
           END-IF.
      /
      ****************************************************************
      ******* VALORISATION DU STOCK A LA CLOTURE - QUANTITE FOIS COUT
      ******* UNITAIRE COMME STK140, UNE LIGNE PERSNP PAR ARTICLE -
      ******* LA QUANTITE EST CELLE DE LA FIN DU MOIS, STOCK DU JOUR
      ******* MOINS LES MOUVEMENTS POSTERIEURS DE WK-APR
      ****************************************************************
      /
       VALORISE-STOCK.
           MOVE "N"  TO WS-STK-EOF.
           MOVE ZERO TO WS-STK-NB.
           MOVE ZERO TO WS-STK-NEG.
           MOVE ZERO TO WS-STK-ZCO.
           MOVE ZERO TO WS-TOT-VAL.
      *
           MOVE LOW-VALUE TO EXTERNALLY-DESCRIBED-KEY OF STK-ENR-DDS.
           START STOCK KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF STK-ENR-DDS
                 INVALID KEY
                 MOVE "Y" TO WS-STK-EOF.
           PERFORM STOCK-SUIVANT UNTIL WS-STK-EOF = "Y".
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       STOCK-SUIVANT.
           READ STOCK NEXT AT END
                MOVE "Y" TO WS-STK-EOF
           END-READ.
      *
           IF WS-STK-EOF NOT = "Y"
              ADD 1 TO WS-STK-NB
              MOVE STK-QT OF STK-ENR-DDS     TO WS-QT-CLO
              MOVE STK-ARTIID OF STK-ENR-DDS TO WS-APR-ARTIID
              PERFORM CHERCHE-POSTERIEUR
              IF WS-APR-TROUVE = "Y"
                 SUBTRACT WK-APR-NET(IN-APR) FROM WS-QT-CLO
              END-IF
              COMPUTE WS-LIG-VAL = WS-QT-CLO
                                 * STK-COUT OF STK-ENR-DDS
              ADD WS-LIG-VAL TO WS-TOT-VAL
              IF WS-QT-CLO < ZERO
                 ADD 1 TO WS-STK-NEG
              ELSE
                 IF STK-COUT OF STK-ENR-DDS = ZERO
                    ADD 1 TO WS-STK-ZCO
                 END-IF
              END-IF
              MOVE MNT-PERIODE               TO PSN-PERIODE
              MOVE WS-TODAY-DATE             TO PSN-DT-CLO
              MOVE STK-ARTIID OF STK-ENR-DDS TO PSN-ARTIID
              MOVE WS-QT-CLO                 TO PSN-QT
              MOVE STK-COUT   OF STK-ENR-DDS TO PSN-COUT
              MOVE WS-LIG-VAL                TO PSN-VAL
              WRITE PSN-ENR-DDS
           END-IF.
      /
      ****************************************************************
      ******* CUMUL PAR ARTICLE DES MOUVEMENTS DATES APRES LE DERNIER
      ******* JOUR DE LA PERIODE A CLORE - UN AJUSTEMENT D'INVENTAIRE
      ******* COMPTE A LA DATE DU COMPTAGE, LES AUTRES A LEUR DATE
      ******* DE MOUVEMENT
      ****************************************************************
      /
       CHARGE-POSTERIEURS.
           MOVE ZERO TO WK-APR-NB.
           MOVE "N"  TO WS-APR-PLEIN.
           MOVE "N"  TO WS-MVT-EOF.
           OPEN INPUT STKMVT.
           PERFORM POSTERIEUR-SUIVANT UNTIL WS-MVT-EOF = "Y".
           CLOSE STKMVT.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       POSTERIEUR-SUIVANT.
           READ STKMVT NEXT AT END
                MOVE "Y" TO WS-MVT-EOF
           END-READ.
      *
           IF WS-MVT-EOF NOT = "Y"
              MOVE MVT-DATE TO WS-MVT-DT-EFF
              IF MVT-SENS = "A" AND MVT-DT-CNT NOT = SPACE
                 MOVE MVT-DT-CNT TO WS-MVT-DT-EFF
              END-IF
              IF WS-MVT-DT-EFF(1:6) > MNT-PERIODE
                 PERFORM CUMULE-POSTERIEUR
              END-IF
           END-IF.
      /
       CUMULE-POSTERIEUR.
           MOVE ZERO TO WS-MVT-NET.
           IF MVT-SENS = "E" OR MVT-SENS = "R" OR MVT-SENS = "I"
              OR MVT-SENS = "A"
              MOVE MVT-QT TO WS-MVT-NET
           END-IF.
           IF MVT-SENS = "S" OR MVT-SENS = "P" OR MVT-SENS = "T"
              COMPUTE WS-MVT-NET = ZERO - MVT-QT
           END-IF.
      *
           IF WS-MVT-NET NOT = ZERO
              MOVE MVT-ARTIID TO WS-APR-ARTIID
              PERFORM CHERCHE-POSTERIEUR
              IF WS-APR-TROUVE = "N"
                 IF WK-APR-NB >= WK-APR-NBPST
                    MOVE "Y" TO WS-APR-PLEIN
                 ELSE
                    ADD 1 TO WK-APR-NB
                    SET IN-APR TO WK-APR-NB
                    MOVE MVT-ARTIID TO WK-APR-ARTIID(IN-APR)
                    MOVE ZERO       TO WK-APR-NET(IN-APR)
                    MOVE "Y"        TO WS-APR-TROUVE
                 END-IF
              END-IF
              IF WS-APR-TROUVE = "Y"
                 ADD WS-MVT-NET TO WK-APR-NET(IN-APR)
              END-IF
           END-IF.
      /
      ***** RECHERCHE DE WS-APR-ARTIID DANS LA TABLE DES MOUVEMENTS
      ***** POSTERIEURS - IN-APR RESSORT POSITIONNE SUR LE POSTE
      ***** TROUVE
       CHERCHE-POSTERIEUR.
           MOVE "N" TO WS-APR-TROUVE.
           SET IN-APR TO 1.
           PERFORM CHERCHE-POSTERIEUR-TOUR UNTIL WS-APR-TROUVE = "Y"
                                              OR IN-APR > WK-APR-NB.
      /
       CHERCHE-POSTERIEUR-TOUR.
           IF WK-APR-ARTIID(IN-APR) = WS-APR-ARTIID
              MOVE "Y" TO WS-APR-TROUVE
           ELSE
              SET IN-APR UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* EDITION DE LA LIGNE DE CONTROLE DE LA PERIODE
      ****************************************************************
      /
       EDITION-BPFPER.
           MOVE PER-PERIODE    TO BPFPER-PERIODE.
           MOVE MNT-ACTION     TO BPFPER-ACTION.
           MOVE PER-STK-VAL    TO BPFPER-STK-VAL.
           MOVE PER-DCL-TTC    TO BPFPER-DCL-TTC.
           MOVE MNT-USER       TO BPFPER-USER.
           MOVE WS-ERR         TO BPFPER-ERR.
           WRITE BPFPER-ENR.
      /
      ****************************************************************
      ******* EDITION D'UNE TRANSACTION REFUSEE - LA PERIODE SAISIE
      ******* SORT AVEC L'ETIQUETTE REJECTD ET LE CODE MOTIF
      ****************************************************************
      /
       EDITION-REJET.
           ADD 1 TO CPT-REJ.
           MOVE MNT-PERIODE TO BPFPER-PERIODE.
           MOVE MNT-ACTION  TO BPFPER-ACTION.
           MOVE "REJECTD"   TO BPFPER-TAG.
           MOVE ZERO        TO BPFPER-STK-VAL.
           MOVE ZERO        TO BPFPER-DCL-TTC.
           MOVE MNT-USER    TO BPFPER-USER.
           MOVE WS-ERR      TO BPFPER-ERR.
           WRITE BPFPER-ENR.
      /
      ****************************************************************
      ******* HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ******* TRANSACTION - CONTROLE AUTTAB VIA AUTCHK, UN REFUS
      ******* PART EN ALERTE AVEC SON CODE MOTIF
      ****************************************************************
      /
       CONTROLE-HABILITATION.
           MOVE MNT-USER       TO AUT-PRM-USER.
           MOVE "PERMNTX"      TO AUT-PRM-FIC.
           MOVE MNT-ACTION     TO AUT-PRM-ACTION.
           MOVE ZERO           TO AUT-PRM-VAL.
           CALL "AUTCHK" USING AUT-PARM.
      *
           IF AUT-RET NOT = "00"
              MOVE "PER100"      TO ALR-PGM
              MOVE "W"           TO ALR-SEV
              MOVE AUT-PRM-FIC   TO ALR-TXT-FIC
              MOVE AUT-PRM-USER  TO ALR-TXT-USER
              MOVE AUT-RET       TO ALR-TXT-ERR
              MOVE SPACE         TO ALR-TXT-CLE
              MOVE MNT-PERIODE   TO ALR-TXT-CLE(1:6)
              MOVE MNT-ACTION    TO ALR-TXT-CLE(8:1)
              CALL "ALERT" USING ALR-PARM
           END-IF.
      /
      ****************************************************************
      ******* IMAGE LISIBLE DE LA LIGNE PERCLO EN COURS
      ****************************************************************
      /
       IMAGE-PERIODE.
           MOVE PER-ETAT       TO JRN-IMG-ETAT.
           MOVE PER-DT-CLO     TO JRN-IMG-DT-CLO.
           MOVE PER-STK-VAL    TO JRN-IMG-STK-VAL.
           MOVE PER-DCL-TTC    TO JRN-IMG-DCL-TTC.
           MOVE PER-DT-REOUV   TO JRN-IMG-DT-REOUV.
           MOVE PER-MOTIF      TO JRN-IMG-MOTIF.
      /
      ****************************************************************
      ******* ECRITURE DU CHANGEMENT AU JOURNAL PARTAGE - CLE,
      ******* UTILISATEUR, IMAGES AVANT ET APRES
      ****************************************************************
      /
       ECRIT-JOURNAL.
           MOVE "PER100"      TO JRN-PGM.
           MOVE "PERCLO"      TO JRN-FIC.
           MOVE MNT-PERIODE   TO JRN-CLE.
           MOVE MNT-USER      TO JRN-USER.
           CALL "JRNCHG" USING JRN-PARM.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE CPT-LUS TO BPFPER-TOT-LUS.
           MOVE CPT-CLO TO BPFPER-TOT-CLO.
           MOVE CPT-OUV TO BPFPER-TOT-OUV.
           MOVE CPT-REJ TO BPFPER-TOT-REJ.
           WRITE BPFPER-TOTALS.
      /
