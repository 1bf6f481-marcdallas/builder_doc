       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRF110.
      /
      ***********************
      * This program turns the TRFPROP inter-site transfer
      * proposals TRF100 builds into real transfer orders, so a
      * proposal no longer ends its life on the BPFTRF listing.
      * The proposals the two warehouses agree to carry out are
      * keyed on the TRFACC acceptance extract by shipping site and
      * article, with the quantity accepted (zero takes the
      * proposed quantity as is); every accepted proposal becomes
      * one numbered TRFORD transfer order opened "O", held at the
      * receiving site. The last transfer number used is kept on
      * CHKPT under its own key, the way PO100 numbers its orders.
      * TRF120 then posts the shipment and TRF130 the arrival.
      * An acceptance with no proposal behind it is listed, and so
      * is one with a negative quantity; proposals nobody accepted
      * are only counted. In simulation mode (LDA-VISUEL) the
      * orders are listed with the numbers they would take and
      * nothing is written.
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
           SELECT  TRFPROP
                   ASSIGN       TO DATABASE-TRFPROP
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  TRFACC
                   ASSIGN       TO DATABASE-TRFACC
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
           SELECT  CHKPT
                   ASSIGN       TO DATABASE-CHKPT
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF CHKPT-ENR
                   FILE STATUS  IS ST.
      *
           SELECT  BPFTRO
                   ASSIGN       TO PRINTER-BPFTRO
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  TRFPROP   LABEL RECORD STANDARD.
       01  TRF-ENR-DDS.
           COPY DDS-ALL-FORMAT OF TRFPROP.
      *
       FD  TRFACC   LABEL RECORD STANDARD.
       01  ACC-ENR-DDS.
           COPY DDS-ALL-FORMAT OF TRFACC.
      *
       FD  TRFORD   LABEL RECORD STANDARD.
       01  TRO-ENR-DDS.
           COPY DDS-ALL-FORMAT OF TRFORD.
      *
       FD  CHKPT   LABEL RECORD STANDARD.
       01  CHKPT-ENR.
           COPY DDS-ALL-FORMAT OF CHKPT.
      *
      ****************************************************************
      **** TRANSFER-ORDER LISTING - ONE LINE PER ORDER RAISED OR
      **** ACCEPTANCE REFUSED, THEN THE RUN TOTALS
      ****************************************************************
       FD  BPFTRO  LABEL RECORD STANDARD.
       01  BPFTRO-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTRO-TRFNUM      PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFTRO-SITE-DE     PIC X(3).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTRO-SITE-A      PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFTRO-ARTIID      PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFTRO-QT          PIC -(10)9,999.
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFTRO-MSG         PIC X(12).
      *
       01  BPFTRO-TOTALS REDEFINES BPFTRO-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFTRO-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ORD=".
           05  BPFTRO-TOT-ORD     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ANO=".
           05  BPFTRO-TOT-ANO     PIC Z(5)9.
           05  FILLER             PIC X(23).
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
       77  CPT-ORD           PIC 9(6) VALUE ZERO.
       77  CPT-ANO           PIC 9(6) VALUE ZERO.
      *
      ***** ACCEPTATIONS DU JOUR - WK-ACC-VU PASSE A "Y" QUAND LA
      ***** PROPOSITION CORRESPONDANTE A ETE TROUVEE
       77  WK-ACC-NBPST      PIC 9(4) VALUE 500.
       77  WK-ACC-NB         PIC 9(4) VALUE ZERO.
       01  WK-ACC-TABLE.
           05  WK-ACC-TP    OCCURS 500 INDEXED BY IN-ACC.
               10  WK-ACC-SITE        PIC X(3).
               10  WK-ACC-ARTIID      PIC X(15).
               10  WK-ACC-QT          PIC S9(11)V9(3) COMP-3.
               10  WK-ACC-VU          PIC X(1).
      *
       77  WS-TROUVE         PIC X    VALUE "N".
       77  WS-ACC-EOF        PIC X    VALUE "N".
       77  WS-TRO-QT         PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *
      ***** NUMEROTATION DES ORDRES DE TRANSFERT - DERNIER NUMERO
      ***** MEMORISE SOUS SA PROPRE CLE SUR CHKPT
       77  WS-TRO-CLE        PIC X(10) VALUE "TRF110NUM".
       77  WS-TRO-SEQ        PIC 9(6)  VALUE ZERO.
       01  WS-TRONUM.
           05  FILLER             PIC X(2)  VALUE "TR".
           05  WS-TRONUM-SEQ      PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACE.
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
           PERFORM CHARGE-ACCEPTATIONS.
      *
           OPEN INPUT  TRFPROP.
           OPEN I-O    TRFORD.
           OPEN I-O    CHKPT.
           OPEN OUTPUT BPFTRO.
      *
      ***** DERNIER NUMERO DE TRANSFERT SERVI
           MOVE WS-TRO-CLE TO CHKPT-PGM.
           READ CHKPT INVALID KEY
                MOVE ZERO  TO CHKPT-CPT
                MOVE SPACE TO CHKPT-REF
                WRITE CHKPT-ENR.
           MOVE CHKPT-CPT TO WS-TRO-SEQ.
      *
           MOVE "00" TO WS-END.
      *
           READ TRFPROP NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   VIDE.
      *
           PERFORM TRAITEMENT-DETAIL UNTIL WS-END = HIGH-VALUE.
      *
       VIDE.
      ***** ACCEPTATIONS RESTEES SANS PROPOSITION
           SET IN-ACC TO 1.
           PERFORM ACCEPTATION-ORPHELINE UNTIL IN-ACC > WK-ACC-NB.
      *
      ***** MEMORISATION DU DERNIER NUMERO SERVI
           IF NOT LDA-VISUEL
              MOVE WS-TRO-CLE TO CHKPT-PGM
              MOVE WS-TRO-SEQ TO CHKPT-CPT
              REWRITE CHKPT-ENR
           END-IF.
      *
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  TRFPROP
                  TRFORD
                  CHKPT
                  BPFTRO.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "TRF110"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "ORD"      TO RUN-LIB2.
           MOVE CPT-ORD    TO RUN-CPT2.
           MOVE "ANO"      TO RUN-LIB3.
           MOVE CPT-ANO    TO RUN-CPT3.
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
           READ TRFPROP NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   END-RECORD.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* PROPOSITION COURANTE - SANS ACCEPTATION ELLE EST
      ******* SEULEMENT COMPTEE, SINON ELLE DEVIENT UN ORDRE DE
      ******* TRANSFERT OUVERT
      ****************************************************************
      /
       WORKS-LINES SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE "N" TO WS-TROUVE.
           SET IN-ACC TO 1.
           PERFORM CHERCHE-ACCEPTATION UNTIL WS-TROUVE = "Y"
                                         OR IN-ACC > WK-ACC-NB.
           IF WS-TROUVE = "N"
              GO  TO     END-RECORD
           END-IF.
      *
           MOVE "Y" TO WK-ACC-VU(IN-ACC).
      *
           IF WK-ACC-QT(IN-ACC) < ZERO
              ADD 1 TO CPT-ANO
              MOVE SPACE                 TO BPFTRO-ENR
              MOVE TRF-SITE-DE           TO BPFTRO-SITE-DE
              MOVE TRF-SITE-A            TO BPFTRO-SITE-A
              MOVE TRF-ARTIID            TO BPFTRO-ARTIID
              MOVE WK-ACC-QT(IN-ACC)     TO BPFTRO-QT
              MOVE "BAD QTY"             TO BPFTRO-MSG
              WRITE BPFTRO-ENR
              GO  TO     END-RECORD
           END-IF.
      *
           IF WK-ACC-QT(IN-ACC) = ZERO
              MOVE TRF-QT            TO WS-TRO-QT
           ELSE
              MOVE WK-ACC-QT(IN-ACC) TO WS-TRO-QT
           END-IF.
      *
           ADD 1 TO WS-TRO-SEQ.
           MOVE WS-TRO-SEQ TO WS-TRONUM-SEQ.
           ADD 1 TO CPT-ORD.
      *
           IF NOT LDA-VISUEL
              MOVE WS-TRONUM     TO TRO-NUM
              MOVE TRF-SITE-DE   TO TRO-SITE-DE
              MOVE TRF-SITE-A    TO TRO-SITE-A
              MOVE TRF-ARTIID    TO TRO-ARTIID
              MOVE WS-TRO-QT     TO TRO-QT
              MOVE ZERO          TO TRO-QT-EXP
              MOVE ZERO          TO TRO-QT-RCP
              MOVE ZERO          TO TRO-COUT
              MOVE "O"           TO TRO-ETAT
              MOVE WS-TODAY-DATE TO TRO-DT
              MOVE SPACE         TO TRO-DT-EXP
              MOVE SPACE         TO TRO-DT-ATTENDU
              MOVE SPACE         TO TRO-DT-RCP
              MOVE ZERO          TO TRO-NBLOT
              WRITE TRO-ENR-DDS
           END-IF.
      *
           MOVE SPACE         TO BPFTRO-ENR.
           MOVE WS-TRONUM     TO BPFTRO-TRFNUM.
           MOVE TRF-SITE-DE   TO BPFTRO-SITE-DE.
           MOVE TRF-SITE-A    TO BPFTRO-SITE-A.
           MOVE TRF-ARTIID    TO BPFTRO-ARTIID.
           MOVE WS-TRO-QT     TO BPFTRO-QT.
           MOVE SPACE         TO BPFTRO-MSG.
           WRITE BPFTRO-ENR.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CHERCHE-ACCEPTATION.
           IF WK-ACC-VU(IN-ACC)     = "N"
              AND WK-ACC-SITE(IN-ACC)   = TRF-SITE-DE
              AND WK-ACC-ARTIID(IN-ACC) = TRF-ARTIID
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-ACC UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* CHARGEMENT DES ACCEPTATIONS EN TABLE - AU-DELA DE LA
      ******* CAPACITE LES ACCEPTATIONS SONT COMPTEES EN ANOMALIE
      ****************************************************************
      /
       CHARGE-ACCEPTATIONS SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT TRFACC.
           MOVE "N" TO WS-ACC-EOF.
           PERFORM ACCEPTATION-SUIVANTE UNTIL WS-ACC-EOF = "Y".
           CLOSE TRFACC.
      *
       END-RECORD.
           EXIT SECTION.
      /
       ACCEPTATION-SUIVANTE.
           READ TRFACC NEXT AT END
                MOVE "Y" TO WS-ACC-EOF
           END-READ.
      *
           IF WS-ACC-EOF NOT = "Y"
              IF WK-ACC-NB >= WK-ACC-NBPST
                 ADD 1 TO CPT-ANO
              ELSE
                 ADD 1 TO WK-ACC-NB
                 SET IN-ACC TO WK-ACC-NB
                 MOVE ACC-SITE-DE TO WK-ACC-SITE(IN-ACC)
                 MOVE ACC-ARTIID  TO WK-ACC-ARTIID(IN-ACC)
                 MOVE ACC-QT      TO WK-ACC-QT(IN-ACC)
                 MOVE "N"         TO WK-ACC-VU(IN-ACC)
              END-IF
           END-IF.
      /
       ACCEPTATION-ORPHELINE.
           IF WK-ACC-VU(IN-ACC) = "N"
              ADD 1 TO CPT-ANO
              MOVE SPACE                 TO BPFTRO-ENR
              MOVE WK-ACC-SITE(IN-ACC)   TO BPFTRO-SITE-DE
              MOVE WK-ACC-ARTIID(IN-ACC) TO BPFTRO-ARTIID
              MOVE WK-ACC-QT(IN-ACC)     TO BPFTRO-QT
              MOVE "NO PROPOSAL"         TO BPFTRO-MSG
              WRITE BPFTRO-ENR
           END-IF.
           SET IN-ACC UP BY 1.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE SPACE TO BPFTRO-ENR.
           MOVE CPT-LUS TO BPFTRO-TOT-LUS.
           MOVE CPT-ORD TO BPFTRO-TOT-ORD.
           MOVE CPT-ANO TO BPFTRO-TOT-ANO.
           WRITE BPFTRO-TOTALS.
      /
