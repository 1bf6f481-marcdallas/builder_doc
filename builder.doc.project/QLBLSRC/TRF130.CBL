       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRF130.
      /
      ***********************
      * This program posts the day's TRFRCP transfer receipts at
      * the receiving site, closing the loop TRF120 opened when the
      * goods left the shipping site. Per TRFORD transfer order in
      * transit, the quantity counted in is added to the local
      * STOCK on-hand (a row is opened at zero for an article the
      * site never held) and an "I" incoming-transfer movement
      * naming the transfer number and the shipping site is
      * appended to STKMVT; the unit cost the goods travelled at
      * is averaged into the local STK-COUT the way STK200 averages
      * a priced receipt. The transfer is then closed ("R") with
      * the quantity received, which clears its in-transit balance,
      * and every receipt that differs from the quantity shipped is
      * reported SHORT or OVER with the gap, so a loss on the road
      * is seen the day it is unloaded. A receipt of zero closes
      * the transfer as entirely short without touching the stock.
      * A receipt for an unknown transfer, one not in transit, one
      * addressed to another site or with a negative quantity is
      * refused and listed. In simulation mode (LDA-VISUEL) the
      * receipts are listed and nothing is written.
      * The lots TRF120 drew from the shipper and carried on the
      * transfer order are booked into the local STKLOT under
      * their own number and use-by date - credited to the lot if
      * the site already holds it, opened dated today otherwise -
      * in the order shipped, as far as the quantity counted in
      * goes, with one "I" row per lot naming it on STKMVT; what
      * the lots do not account for comes in unlotted.
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
           SELECT  TRFRCP
                   ASSIGN       TO DATABASE-TRFRCP
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
           SELECT  STOCK
                   ASSIGN       TO DATABASE-STOCK
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF STK-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  STKMVT
                   ASSIGN       TO DATABASE-STKMVT
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  STKLOT
                   ASSIGN       TO DATABASE-STKLOT
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF LOT-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFTRC
                   ASSIGN       TO PRINTER-BPFTRC
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  TRFRCP   LABEL RECORD STANDARD.
       01  RCT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF TRFRCP.
      *
       FD  TRFORD   LABEL RECORD STANDARD.
       01  TRO-ENR-DDS.
           COPY DDS-ALL-FORMAT OF TRFORD.
      *
       FD  STOCK   LABEL RECORD STANDARD.
       01  STK-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STOCK.
      *
      ****************************************************************
      **** MOVEMENT HISTORY - ONE "I" ROW APPENDED PER RECEIPT
      **** POSTED
      ****************************************************************
       FD  STKMVT  LABEL RECORD STANDARD.
       01  MVT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKMVT.
      *
      ****************************************************************
      **** LOCAL LOT DETAIL - THE LOTS SHIPPED ON THE TRANSFER ORDER
      **** ARE CREDITED OR OPENED HERE
      ****************************************************************
       FD  STKLOT  LABEL RECORD STANDARD.
       01  LOT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKLOT.
      *
      ****************************************************************
      **** TRANSFER RECEIPT LISTING - ONE LINE PER RECEIPT POSTED OR
      **** REFUSED, WITH THE GAP AGAINST THE QUANTITY SHIPPED
      ****************************************************************
       FD  BPFTRC  LABEL RECORD STANDARD.
       01  BPFTRC-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTRC-TRFNUM      PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFTRC-SITE-DE     PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFTRC-ARTIID      PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTRC-QT-EXP      PIC -(10)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTRC-QT-RCP      PIC -(10)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTRC-ECART       PIC -(10)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTRC-MSG         PIC X(14).
      *
       01  BPFTRC-TOTALS REDEFINES BPFTRC-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFTRC-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "RCP=".
           05  BPFTRC-TOT-RCP     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "REJ=".
           05  BPFTRC-TOT-REJ     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "SHT=".
           05  BPFTRC-TOT-SHT     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "OVR=".
           05  BPFTRC-TOT-OVR     PIC Z(5)9.
           05  FILLER             PIC X(25).
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
       77  CPT-RCP           PIC 9(6) VALUE ZERO.
       77  CPT-REJ           PIC 9(6) VALUE ZERO.
       77  CPT-SHT           PIC 9(6) VALUE ZERO.
       77  CPT-OVR           PIC 9(6) VALUE ZERO.
       77  CPT-ECT           PIC 9(6) VALUE ZERO.
      *
       77  WS-MSG            PIC X(14) VALUE SPACE.
       77  WS-ECART          PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *
      ***** ENTREE DES LOTS DE L'ORDRE DE TRANSFERT - WS-PRIS SUR LE
      ***** LOT WS-MVT-LOT, WS-RESTE A ENTRER SUR LA QUANTITE RECUE
       77  WS-RESTE          PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-PRIS           PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-NBLOT          PIC 9(1)  VALUE ZERO.
       77  WS-MVT-LOT        PIC X(10) VALUE SPACE.
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
           OPEN INPUT  TRFRCP.
           OPEN I-O    TRFORD.
           OPEN I-O    STOCK.
           OPEN EXTEND STKMVT.
           OPEN I-O    STKLOT.
           OPEN OUTPUT BPFTRC.
      *
           MOVE "00" TO WS-END.
      *
           READ TRFRCP  NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   VIDE.
      *
           PERFORM TRAITEMENT-DETAIL UNTIL WS-END = HIGH-VALUE.
      *
       VIDE.
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  TRFRCP
                  TRFORD
                  STOCK
                  STKMVT
                  STKLOT
                  BPFTRC.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           ADD CPT-SHT CPT-OVR GIVING CPT-ECT.
           MOVE "TRF130"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "RCP"      TO RUN-LIB2.
           MOVE CPT-RCP    TO RUN-CPT2.
           MOVE "ECT"      TO RUN-LIB3.
           MOVE CPT-ECT    TO RUN-CPT3.
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
           READ TRFRCP  NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   END-RECORD.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* CONTROLES DE LA RECEPTION COURANTE - TRANSFERT CONNU,
      ******* EN TRANSIT ET DESTINE AU SITE LOCAL - PUIS ENTREE EN
      ******* STOCK, CLOTURE DU TRANSFERT ET ECART A L'EXPEDIE
      ****************************************************************
      /
       WORKS-LINES SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE SPACE TO WS-MSG.
           MOVE ZERO  TO WS-ECART.
      *
           MOVE RCT-TRFNUM TO TRO-NUM.
           READ TRFORD INVALID KEY
                MOVE SPACE       TO TRO-SITE-DE
                MOVE SPACE       TO TRO-ARTIID
                MOVE ZERO        TO TRO-QT-EXP
                MOVE "NOT FOUND" TO WS-MSG
                GO  TO     REJET.
      *
           IF TRO-ETAT NOT = "T"
              MOVE "NOT IN TRANSIT" TO WS-MSG
              GO  TO     REJET
           END-IF.
      *
           IF TRO-SITE-A NOT = LDA-NOMSOC
              MOVE "WRONG SITE"     TO WS-MSG
              GO  TO     REJET
           END-IF.
      *
           IF RCT-QT < ZERO
              MOVE "BAD QTY"        TO WS-MSG
              GO  TO     REJET
           END-IF.
      *
           ADD 1 TO CPT-RCP.
           COMPUTE WS-ECART = RCT-QT - TRO-QT-EXP.
           IF WS-ECART < ZERO
              MOVE "SHORT"          TO WS-MSG
              ADD 1 TO CPT-SHT
           END-IF.
           IF WS-ECART > ZERO
              MOVE "OVER"           TO WS-MSG
              ADD 1 TO CPT-OVR
           END-IF.
      *
           IF NOT LDA-VISUEL
              IF RCT-QT > ZERO
                 PERFORM POSTE-ARRIVEE
              END-IF
              MOVE RCT-QT        TO TRO-QT-RCP
              MOVE "R"           TO TRO-ETAT
              MOVE WS-TODAY-DATE TO TRO-DT-RCP
              REWRITE TRO-ENR-DDS
           END-IF.
      *
           PERFORM EDITION-BPFTRC.
           GO  TO     END-RECORD.
      *
       REJET.
           ADD 1 TO CPT-REJ.
           PERFORM EDITION-BPFTRC.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* ENTREE DE LA QUANTITE RECUE AU STOCK LOCAL - CREATION
      ******* DU POSTE A ZERO SI L'ARTICLE N'Y EST PAS ENCORE - LE
      ******* COUT DU TRANSFERT EST MOYENNE AVEC LE STOCK DETENU
      ******* COMME UNE RECEPTION STK200 VALORISEE
      ****************************************************************
      /
       POSTE-ARRIVEE.
           MOVE TRO-ARTIID TO STK-ARTIID.
           READ STOCK INVALID KEY
                MOVE TRO-ARTIID  TO STK-ARTIID
                MOVE ZERO        TO STK-QT
                MOVE SPACE       TO STK-DT-MAJ
                MOVE ZERO        TO STK-COUT
                WRITE STK-ENR-DDS.
      *
           IF TRO-COUT NOT = ZERO
              IF STK-QT > ZERO
                 AND STK-COUT NOT = ZERO
                 COMPUTE STK-COUT ROUNDED =
                       (STK-QT * STK-COUT + RCT-QT * TRO-COUT)
                     / (STK-QT + RCT-QT)
              ELSE
                 MOVE TRO-COUT TO STK-COUT
              END-IF
           END-IF.
      *
           ADD RCT-QT TO STK-QT.
           MOVE WS-TODAY-DATE TO STK-DT-MAJ.
           REWRITE STK-ENR-DDS.
      *
      ***** LES LOTS EXPEDIES D'ABORD, DANS L'ORDRE DE LA SORTIE -
      ***** LE RELIQUAT QU'ILS NE COUVRENT PAS HORS LOT
           MOVE RCT-QT TO WS-RESTE.
           IF TRO-NBLOT IS NUMERIC
              MOVE TRO-NBLOT TO WS-NBLOT
           ELSE
              MOVE ZERO TO WS-NBLOT
           END-IF.
           IF WS-NBLOT > ZERO
              SET IN-TLT TO 1
              PERFORM ENTREE-LOT UNTIL IN-TLT > WS-NBLOT
                                    OR WS-RESTE NOT > ZERO
           END-IF.
      *
           IF WS-RESTE > ZERO
              MOVE WS-RESTE TO WS-PRIS
              MOVE SPACE    TO WS-MVT-LOT
              PERFORM ECRIT-MOUVEMENT
           END-IF.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       ENTREE-LOT.
           IF TRO-LOT-QT(IN-TLT) < WS-RESTE
              MOVE TRO-LOT-QT(IN-TLT) TO WS-PRIS
           ELSE
              MOVE WS-RESTE TO WS-PRIS
           END-IF.
      *
           IF WS-PRIS > ZERO
              SUBTRACT WS-PRIS FROM WS-RESTE
              MOVE TRO-ARTIID          TO LOT-ARTIID
              MOVE TRO-LOT-DLC(IN-TLT) TO LOT-DLC
              MOVE TRO-LOT-NUM(IN-TLT) TO LOT-NUM
              READ STKLOT
                   INVALID KEY
                   MOVE TRO-ARTIID           TO LOT-ARTIID
                   MOVE TRO-LOT-DLC(IN-TLT)  TO LOT-DLC
                   MOVE TRO-LOT-NUM(IN-TLT)  TO LOT-NUM
                   MOVE WS-PRIS              TO LOT-QT
                   MOVE WS-TODAY-DATE        TO LOT-DT-RCP
                   MOVE TRO-LOT-PROV(IN-TLT) TO LOT-PROV-ID
                   WRITE LOT-ENR-DDS
                   NOT INVALID KEY
                   ADD WS-PRIS TO LOT-QT
                   REWRITE LOT-ENR-DDS
              END-READ
              MOVE TRO-LOT-NUM(IN-TLT) TO WS-MVT-LOT
              PERFORM ECRIT-MOUVEMENT
           END-IF.
      *
           SET IN-TLT UP BY 1.
      /
      ****************************************************************
      ******* ECRITURE D'UN MOUVEMENT "I" SUR L'HISTORIQUE LOCAL -
      ******* WS-PRIS SUR LE LOT WS-MVT-LOT
      ****************************************************************
      /
       ECRIT-MOUVEMENT.
           MOVE TRO-ARTIID    TO MVT-ARTIID.
           MOVE WS-TODAY-DATE TO MVT-DATE.
           MOVE TRO-NUM       TO MVT-ORDNUM.
           MOVE "I"           TO MVT-SENS.
           MOVE WS-PRIS       TO MVT-QT.
           MOVE WS-MVT-LOT    TO MVT-LOT.
           MOVE TRO-COUT      TO MVT-COUT.
           MOVE TRO-SITE-DE   TO MVT-SITE.
           MOVE SPACE         TO MVT-DT-CNT.
           WRITE MVT-ENR-DDS.
      /
      ****************************************************************
      ******* ECRITURE D'UNE LIGNE SUR LE LISTING DES RECEPTIONS
      ****************************************************************
      /
       EDITION-BPFTRC.
           MOVE SPACE         TO BPFTRC-ENR.
           MOVE RCT-TRFNUM    TO BPFTRC-TRFNUM.
           MOVE TRO-SITE-DE   TO BPFTRC-SITE-DE.
           MOVE TRO-ARTIID    TO BPFTRC-ARTIID.
           MOVE TRO-QT-EXP    TO BPFTRC-QT-EXP.
           MOVE RCT-QT        TO BPFTRC-QT-RCP.
           MOVE WS-ECART      TO BPFTRC-ECART.
           MOVE WS-MSG        TO BPFTRC-MSG.
           WRITE BPFTRC-ENR.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE SPACE TO BPFTRC-ENR.
           MOVE CPT-LUS TO BPFTRC-TOT-LUS.
           MOVE CPT-RCP TO BPFTRC-TOT-RCP.
           MOVE CPT-REJ TO BPFTRC-TOT-REJ.
           MOVE CPT-SHT TO BPFTRC-TOT-SHT.
           MOVE CPT-OVR TO BPFTRC-TOT-OVR.
           WRITE BPFTRC-TOTALS.
      /
