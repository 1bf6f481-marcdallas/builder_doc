       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRF120.
      /
      ***********************
      * This program posts the day's TRFEXP transfer shipments: the
      * shipping site keys, per TRFORD transfer order it loaded,
      * the quantity that actually left the dock and, when the
      * carrier announced one, the arrival date. The goods are
      * issued from the shipping site's own STOCK master, reached
      * through its SITELKUP SITE-BIB library by the same OVRDBF
      * redirection TRF100 reads it with, and a "T" transfer
      * movement naming the transfer number and the receiving site
      * is appended to that site's STKMVT history beside it, so
      * the shipper's roll-forward still balances. The transfer
      * order goes in transit ("T"): the quantity shipped is its
      * in-transit balance until TRF130 posts the arrival, the
      * shipper's STK-COUT that day travels with it, and the
      * expected arrival is the announced date or, when none was
      * keyed, the TRFPRM transit delay (2 days by default) from
      * the shipping date, caled on a working day through DATCALC.
      * A shipment for an unknown order, an order no longer open,
      * a site with no library or an article missing from the
      * shipper's stock is refused and listed; a short shipment or
      * one that drives the shipper's on-hand negative is posted
      * and flagged. In simulation mode (LDA-VISUEL) the postings
      * are listed and nothing is written on either site.
      * An article the shipper tracks by lot is drawn down from its
      * STKLOT lots, reached through the same redirection as
      * STKLOT2, earliest use-by first with the lots already past
      * their date stepped over as STK100 does - one "T" row per
      * lot touched, the lot named on STKMVT - and the lots, their
      * use-by dates and quantities are carried on the TRFORD order
      * (up to five) for TRF130 to book in at the receiving site.
      * What the lots cannot cover ships unlotted.
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
           SELECT  TRFEXP
                   ASSIGN       TO DATABASE-TRFEXP
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  TRFPRM
                   ASSIGN       TO DATABASE-TRFPRM
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  TRFORD
                   ASSIGN       TO DATABASE-TRFORD
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF TRO-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  SITELKUP
                   ASSIGN       TO DATABASE-SITELKUP
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF SITE-ENR-DDS
                   FILE STATUS  IS ST.
      *
      ***** SHIPPING-SITE PATHS - REDIRECTED TO THE SITE'S SITE-BIB
      ***** LIBRARY BY AN OVRDBF ISSUED THROUGH QCMDEXC BEFORE THE
      ***** OPEN, THEN RELEASED WITH DLTOVR AFTER THE POSTING
           SELECT  STOCK2
                   ASSIGN       TO DATABASE-STOCK2
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF STK2-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  STKMVT2
                   ASSIGN       TO DATABASE-STKMVT2
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  STKLOT2
                   ASSIGN       TO DATABASE-STKLOT2
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF LOT2-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFTEX
                   ASSIGN       TO PRINTER-BPFTEX
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  TRFEXP   LABEL RECORD STANDARD.
       01  EXP-ENR-DDS.
           COPY DDS-ALL-FORMAT OF TRFEXP.
      *
       FD  TRFPRM  LABEL RECORD STANDARD.
       01  PRM-ENR-DDS.
           COPY DDS-ALL-FORMAT OF TRFPRM.
      *
       FD  TRFORD   LABEL RECORD STANDARD.
       01  TRO-ENR-DDS.
           COPY DDS-ALL-FORMAT OF TRFORD.
      *
       FD  SITELKUP   LABEL RECORD STANDARD.
       01  SITE-ENR-DDS.
           COPY DDS-ALL-FORMAT OF SITELKUP.
      *
       FD  STOCK2   LABEL RECORD STANDARD.
       01  STK2-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STOCK2.
      *
      ****************************************************************
      **** SHIPPING SITE'S MOVEMENT HISTORY - ONE "T" ROW APPENDED
      **** PER SHIPMENT POSTED
      ****************************************************************
       FD  STKMVT2  LABEL RECORD STANDARD.
       01  MVT2-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKMVT2.
      *
      ****************************************************************
      **** SHIPPING SITE'S LOT DETAIL - THE SHIPMENT IS DRAWN FROM
      **** ITS LOTS EARLIEST USE-BY FIRST
      ****************************************************************
       FD  STKLOT2  LABEL RECORD STANDARD.
       01  LOT2-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKLOT2.
      *
      ****************************************************************
      **** SHIPMENT LISTING - ONE LINE PER SHIPMENT POSTED OR
      **** REFUSED, THEN THE RUN TOTALS
      ****************************************************************
       FD  BPFTEX  LABEL RECORD STANDARD.
       01  BPFTEX-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTEX-TRFNUM      PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFTEX-SITE-DE     PIC X(3).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTEX-SITE-A      PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFTEX-ARTIID      PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTEX-QT          PIC -(10)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTEX-QT-EXP      PIC -(10)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(4)  VALUE "ETA=".
           05  BPFTEX-ATTENDU     PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTEX-MSG         PIC X(10).
      *
       01  BPFTEX-TOTALS REDEFINES BPFTEX-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFTEX-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "EXP=".
           05  BPFTEX-TOT-EXP     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "REJ=".
           05  BPFTEX-TOT-REJ     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "NEG=".
           05  BPFTEX-TOT-NEG     PIC Z(5)9.
           05  FILLER             PIC X(31).
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
       77  CPT-EXP           PIC 9(6) VALUE ZERO.
       77  CPT-REJ           PIC 9(6) VALUE ZERO.
       77  CPT-NEG           PIC 9(6) VALUE ZERO.
      *
      ***** DELAI DE TRANSIT PAR DEFAUT EN JOURS, LU SUR TRFPRM
       77  WS-DELAI          PIC 9(3)  VALUE 2.
      *
       77  WS-OVR-OK         PIC X     VALUE "N".
       77  WS-MSG            PIC X(10) VALUE SPACE.
       77  WS-ATTENDU        PIC X(8)  VALUE SPACE.
       77  WS-COUT           PIC S9(6)V9(3)  COMP-3 VALUE ZERO.
      *
      ***** SORTIE DES LOTS DU SITE EXPEDITEUR, PREMIER PERIME
      ***** PREMIER SORTI - WS-PRIS SUR LE LOT WS-MVT-LOT
       77  WS-RESTE          PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-PRIS           PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-LOT-EOF        PIC X     VALUE "N".
       77  WS-MVT-LOT        PIC X(10) VALUE SPACE.
      *
      ***** COMMANDES DE REDIRECTION DES CHEMINS DU SITE EXPEDITEUR
      ***** - OVRDBF VERS LA BIBLIOTHEQUE DU SITE, PUIS DLTOVR APRES
      ***** LE POSTAGE - ASSEMBLEES PAR STRING COMME TRF100
       77  WS-CMD-OVR             PIC X(80) VALUE SPACE.
       01  WS-CMD-DLT.
           05  FILLER             PIC X(35)
               VALUE "DLTOVR FILE(STOCK2 STKMVT2 STKLOT2)".
           05  FILLER             PIC X(45) VALUE SPACE.
       77  WS-CMD-LG              PIC S9(10)V9(5) COMP-3 VALUE 80.
      *
      ***** SHARED CALENDAR ROUTINE - SEE DATCALC
       01  DAT-PARM.
           05  DAT-FON                PIC X(3).
           05  DAT-DAT1               PIC X(8).
           05  DAT-DAT2               PIC X(8).
           05  DAT-NBJ                PIC S9(7).
           05  DAT-RES                PIC X(8).
           05  DAT-JSM                PIC 9(1).
           05  DAT-RET                PIC XX.
      *
           COPY WKLDA.
      *
       77  ST                     PIC XX.
       77  WS-END                 PIC XX.
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
           ACCEPT   WKLDA      FROM  LDA.
      *
      ***** PARAMETRE - ENREGISTREMENT ABSENT OU ZONE NON NUMERIQUE
      ***** = DELAI PAR DEFAUT
           OPEN INPUT  TRFPRM.
           READ TRFPRM NEXT AT END
                GO  TO   FIN-TRFPRM.
           IF PRM-DELAI IS NUMERIC
              MOVE PRM-DELAI TO WS-DELAI
           END-IF.
      *
       FIN-TRFPRM.
           CLOSE TRFPRM.
      *
           OPEN INPUT  TRFEXP.
           OPEN INPUT  SITELKUP.
           OPEN I-O    TRFORD.
           OPEN OUTPUT BPFTEX.
      *
           MOVE "00" TO WS-END.
      *
           READ TRFEXP  NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   VIDE.
      *
           PERFORM TRAITEMENT-DETAIL UNTIL WS-END = HIGH-VALUE.
      *
       VIDE.
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  TRFEXP
                  SITELKUP
                  TRFORD
                  BPFTEX.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "TRF120"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "EXP"      TO RUN-LIB2.
           MOVE CPT-EXP    TO RUN-CPT2.
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
           PERFORM WORKS-LINES.
      *
       READ-NEXT.
           READ TRFEXP  NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   END-RECORD.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* CONTROLES DE L'EXPEDITION COURANTE - ORDRE CONNU ET
      ******* ENCORE OUVERT, QUANTITE POSITIVE, SITE EXPEDITEUR
      ******* ATTEIGNABLE - PUIS POSTAGE SUR LE STOCK DU SITE
      ****************************************************************
      /
       WORKS-LINES SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE SPACE TO WS-MSG.
           MOVE SPACE TO WS-ATTENDU.
      *
           MOVE EXP-TRFNUM TO TRO-NUM.
           READ TRFORD INVALID KEY
                MOVE SPACE       TO TRO-SITE-DE
                MOVE SPACE       TO TRO-SITE-A
                MOVE SPACE       TO TRO-ARTIID
                MOVE ZERO        TO TRO-QT
                MOVE "NOT FOUND" TO WS-MSG
                GO  TO     REJET.
      *
           IF TRO-ETAT NOT = "O"
              MOVE "NOT OPEN"   TO WS-MSG
              GO  TO     REJET
           END-IF.
      *
           IF EXP-QT NOT > ZERO
              MOVE "BAD QTY"    TO WS-MSG
              GO  TO     REJET
           END-IF.
      *
           MOVE TRO-SITE-DE TO SITE-COD OF SITE-ENR-DDS.
           READ SITELKUP INVALID KEY
                MOVE SPACE TO SITE-BIB OF SITE-ENR-DDS.
           IF SITE-BIB OF SITE-ENR-DDS = SPACE
              MOVE "NO LIBRARY" TO WS-MSG
              GO  TO     REJET
           END-IF.
      *
      ***** DATE D'ARRIVEE ANNONCEE - ELLE DOIT EXISTER AU CALENDRIER
           IF EXP-DT-ATTENDU NOT = SPACE
              MOVE "AJT" TO DAT-FON
              MOVE EXP-DT-ATTENDU TO DAT-DAT1
              MOVE ZERO TO DAT-NBJ
              CALL "DATCALC" USING DAT-PARM
              IF DAT-RET NOT = "00"
                 MOVE "BAD DATE"   TO WS-MSG
                 GO  TO     REJET
              END-IF
              MOVE EXP-DT-ATTENDU TO WS-ATTENDU
           ELSE
              PERFORM CALCULE-DATE-ATTENDUE
           END-IF.
      *
           PERFORM POSTE-EXPEDITION.
           IF WS-OVR-OK = "N"
              GO  TO     REJET
           END-IF.
      *
           ADD 1 TO CPT-EXP.
           IF WS-MSG = SPACE
              AND EXP-QT < TRO-QT
              MOVE "SHORT SHIP" TO WS-MSG
           END-IF.
      *
           IF NOT LDA-VISUEL
              MOVE EXP-QT        TO TRO-QT-EXP
              MOVE WS-COUT       TO TRO-COUT
              MOVE "T"           TO TRO-ETAT
              MOVE WS-TODAY-DATE TO TRO-DT-EXP
              MOVE WS-ATTENDU    TO TRO-DT-ATTENDU
              REWRITE TRO-ENR-DDS
           END-IF.
      *
           PERFORM EDITION-BPFTEX.
           GO  TO     END-RECORD.
      *
       REJET.
           ADD 1 TO CPT-REJ.
           PERFORM EDITION-BPFTEX.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* SORTIE DES MARCHANDISES DU STOCK DU SITE EXPEDITEUR -
      ******* SES STOCK ET STKMVT SONT ATTEINTS PAR LA REDIRECTION
      ******* SUR SA BIBLIOTHEQUE - UN ARTICLE ABSENT DE SON STOCK
      ******* EST REFUSE, UN ON-HAND QUI DEVIENT NEGATIF EST SIGNALE
      ****************************************************************
      /
       POSTE-EXPEDITION SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE "Y" TO WS-OVR-OK.
           MOVE SPACE TO WS-CMD-OVR.
           STRING "OVRDBF FILE(STOCK2) TOFILE("
                                     DELIMITED BY SIZE
                  SITE-BIB OF SITE-ENR-DDS
                                     DELIMITED BY SPACE
                  "/STOCK)"          DELIMITED BY SIZE
                  INTO WS-CMD-OVR.
           CALL "QCMDEXC" USING WS-CMD-OVR WS-CMD-LG
                ON EXCEPTION
                MOVE "N" TO WS-OVR-OK
           END-CALL.
      *
           IF WS-OVR-OK = "Y"
              MOVE SPACE TO WS-CMD-OVR
              STRING "OVRDBF FILE(STKMVT2) TOFILE("
                                        DELIMITED BY SIZE
                     SITE-BIB OF SITE-ENR-DDS
                                        DELIMITED BY SPACE
                     "/STKMVT)"         DELIMITED BY SIZE
                     INTO WS-CMD-OVR
              CALL "QCMDEXC" USING WS-CMD-OVR WS-CMD-LG
                   ON EXCEPTION
                   MOVE "N" TO WS-OVR-OK
              END-CALL
           END-IF.
      *
           IF WS-OVR-OK = "Y"
              MOVE SPACE TO WS-CMD-OVR
              STRING "OVRDBF FILE(STKLOT2) TOFILE("
                                        DELIMITED BY SIZE
                     SITE-BIB OF SITE-ENR-DDS
                                        DELIMITED BY SPACE
                     "/STKLOT)"         DELIMITED BY SIZE
                     INTO WS-CMD-OVR
              CALL "QCMDEXC" USING WS-CMD-OVR WS-CMD-LG
                   ON EXCEPTION
                   MOVE "N" TO WS-OVR-OK
              END-CALL
           END-IF.
      *
           IF WS-OVR-OK = "N"
              MOVE "OVR ERROR" TO WS-MSG
              GO  TO     LEVE-REDIRECTION
           END-IF.
      *
           IF LDA-VISUEL
              OPEN INPUT  STOCK2
           ELSE
              OPEN I-O    STOCK2
              OPEN EXTEND STKMVT2
              OPEN I-O    STKLOT2
           END-IF.
      *
           MOVE TRO-ARTIID TO STK-ARTIID OF STK2-ENR-DDS.
           READ STOCK2 INVALID KEY
                MOVE "N"        TO WS-OVR-OK
                MOVE "NO STOCK" TO WS-MSG
                GO  TO     FERME-SITE.
      *
           MOVE STK-COUT OF STK2-ENR-DDS TO WS-COUT.
           IF STK-QT OF STK2-ENR-DDS < EXP-QT
              MOVE "NEG STOCK" TO WS-MSG
              ADD 1 TO CPT-NEG
           END-IF.
      *
           IF NOT LDA-VISUEL
              SUBTRACT EXP-QT FROM STK-QT OF STK2-ENR-DDS
              MOVE WS-TODAY-DATE TO STK-DT-MAJ OF STK2-ENR-DDS
              REWRITE STK2-ENR-DDS
      *
      ***** LES LOTS DE L'EXPEDITEUR D'ABORD, RETENUS SUR L'ORDRE DE
      ***** TRANSFERT - LE RELIQUAT QU'ILS NE COUVRENT PAS HORS LOT
              MOVE ZERO   TO TRO-NBLOT
              MOVE EXP-QT TO WS-RESTE
              PERFORM SORTIE-LOTS-SITE
              IF WS-RESTE > ZERO
                 MOVE WS-RESTE TO WS-PRIS
                 MOVE SPACE    TO WS-MVT-LOT
                 PERFORM ECRIT-MOUVEMENT
              END-IF
           END-IF.
      *
       FERME-SITE.
           IF LDA-VISUEL
              CLOSE STOCK2
           ELSE
              CLOSE STOCK2
                    STKMVT2
                    STKLOT2
           END-IF.
      *
       LEVE-REDIRECTION.
           CALL "QCMDEXC" USING WS-CMD-DLT WS-CMD-LG
                ON EXCEPTION
                CONTINUE
           END-CALL.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* ECRITURE D'UN MOUVEMENT "T" SUR L'HISTORIQUE DU SITE
      ******* EXPEDITEUR - WS-PRIS SUR LE LOT WS-MVT-LOT
      ****************************************************************
      /
       ECRIT-MOUVEMENT.
           MOVE TRO-ARTIID    TO MVT-ARTIID.
           MOVE WS-TODAY-DATE TO MVT-DATE.
           MOVE TRO-NUM       TO MVT-ORDNUM.
           MOVE "T"           TO MVT-SENS.
           MOVE WS-PRIS       TO MVT-QT.
           MOVE WS-MVT-LOT    TO MVT-LOT.
           MOVE WS-COUT       TO MVT-COUT.
           MOVE TRO-SITE-A    TO MVT-SITE.
           MOVE SPACE         TO MVT-DT-CNT.
           WRITE MVT2-ENR-DDS.
      /
      ****************************************************************
      ******* SORTIE PREMIER PERIME PREMIER SORTI SUR LES LOTS DU
      ******* SITE EXPEDITEUR - POSITIONNEMENT SUR LA DATE DU JOUR,
      ******* LES LOTS DEJA PERIMES SONT ENJAMBES COMME DANS STK100 -
      ******* CHAQUE LOT TOUCHE EST RETENU SUR L'ORDRE DE TRANSFERT,
      ******* LA TABLE PLEINE ARRETE LA SORTIE PAR LOT
      ****************************************************************
      /
       SORTIE-LOTS-SITE SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE TRO-ARTIID    TO LOT-ARTIID OF LOT2-ENR-DDS.
           MOVE WS-TODAY-DATE TO LOT-DLC    OF LOT2-ENR-DDS.
           MOVE LOW-VALUE     TO LOT-NUM    OF LOT2-ENR-DDS.
           START STKLOT2 KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF LOT2-ENR-DDS
                 INVALID KEY
                 GO  TO     END-RECORD.
      *
           MOVE "N" TO WS-LOT-EOF.
           PERFORM LOT-SUIVANT UNTIL WS-LOT-EOF = "Y"
                                  OR WS-RESTE NOT > ZERO
                                  OR TRO-NBLOT NOT < 5.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       LOT-SUIVANT.
           READ STKLOT2 NEXT AT END
                MOVE "Y" TO WS-LOT-EOF
           END-READ.
      *
           IF WS-LOT-EOF NOT = "Y"
              IF LOT-ARTIID OF LOT2-ENR-DDS NOT = TRO-ARTIID
                 MOVE "Y" TO WS-LOT-EOF
              ELSE
                 IF LOT-QT OF LOT2-ENR-DDS > ZERO
                    IF LOT-QT OF LOT2-ENR-DDS < WS-RESTE
                       MOVE LOT-QT OF LOT2-ENR-DDS TO WS-PRIS
                    ELSE
                       MOVE WS-RESTE TO WS-PRIS
                    END-IF
                    SUBTRACT WS-PRIS FROM WS-RESTE
                    SUBTRACT WS-PRIS FROM LOT-QT OF LOT2-ENR-DDS
                    MOVE LOT-NUM OF LOT2-ENR-DDS TO WS-MVT-LOT
      *
                    ADD 1 TO TRO-NBLOT
                    SET IN-TLT TO TRO-NBLOT
                    MOVE LOT-NUM     OF LOT2-ENR-DDS
                                     TO TRO-LOT-NUM(IN-TLT)
                    MOVE LOT-DLC     OF LOT2-ENR-DDS
                                     TO TRO-LOT-DLC(IN-TLT)
                    MOVE LOT-PROV-ID OF LOT2-ENR-DDS
                                     TO TRO-LOT-PROV(IN-TLT)
                    MOVE WS-PRIS     TO TRO-LOT-QT(IN-TLT)
      *
                    IF LOT-QT OF LOT2-ENR-DDS = ZERO
                       DELETE STKLOT2 RECORD
                    ELSE
                       REWRITE LOT2-ENR-DDS
                    END-IF
                    PERFORM ECRIT-MOUVEMENT
                 END-IF
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* DATE D'ARRIVEE PAR DEFAUT - LE DELAI DE TRANSIT DEPUIS
      ******* LA DATE D'EXPEDITION, CALE SUR UN JOUR OUVRE
      ****************************************************************
      /
       CALCULE-DATE-ATTENDUE.
           MOVE "AJT" TO DAT-FON.
           MOVE WS-TODAY-DATE TO DAT-DAT1.
           MOVE WS-DELAI      TO DAT-NBJ.
           CALL "DATCALC" USING DAT-PARM.
           IF DAT-RET = "00"
              MOVE DAT-RES TO WS-ATTENDU
           ELSE
              MOVE WS-TODAY-DATE TO WS-ATTENDU
           END-IF.
      *
           MOVE "JOV" TO DAT-FON.
           MOVE WS-ATTENDU TO DAT-DAT1.
           CALL "DATCALC" USING DAT-PARM.
           IF DAT-RET = "00"
              MOVE DAT-RES TO WS-ATTENDU
           END-IF.
      /
      ****************************************************************
      ******* ECRITURE D'UNE LIGNE SUR LE LISTING DES EXPEDITIONS
      ****************************************************************
      /
       EDITION-BPFTEX.
           MOVE SPACE         TO BPFTEX-ENR.
           MOVE EXP-TRFNUM    TO BPFTEX-TRFNUM.
           MOVE TRO-SITE-DE   TO BPFTEX-SITE-DE.
           MOVE TRO-SITE-A    TO BPFTEX-SITE-A.
           MOVE TRO-ARTIID    TO BPFTEX-ARTIID.
           MOVE TRO-QT        TO BPFTEX-QT.
           MOVE EXP-QT        TO BPFTEX-QT-EXP.
           MOVE "ETA="        TO BPFTEX-ENR(71:4).
           MOVE WS-ATTENDU    TO BPFTEX-ATTENDU.
           MOVE WS-MSG        TO BPFTEX-MSG.
           WRITE BPFTEX-ENR.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE SPACE TO BPFTEX-ENR.
           MOVE CPT-LUS TO BPFTEX-TOT-LUS.
           MOVE CPT-EXP TO BPFTEX-TOT-EXP.
           MOVE CPT-REJ TO BPFTEX-TOT-REJ.
           MOVE CPT-NEG TO BPFTEX-TOT-NEG.
           WRITE BPFTEX-TOTALS.
      /
