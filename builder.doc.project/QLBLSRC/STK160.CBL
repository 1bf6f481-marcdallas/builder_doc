       IDENTIFICATION DIVISION.
       PROGRAM-ID. STK160.
      /
      ***********************
      * This program writes off the fresh lots whose use-by date
      * has passed, the step that makes fresh-goods waste visible
      * instead of leaving it inside the on-hand figure until a
      * count finds it: it walks the STKLOT lot detail and, for
      * every lot dated before today, takes the quantity left in
      * the lot off the article's STOCK on-hand, appends a "P"
      * (perte) movement naming the lot to the STKMVT history and
      * deletes the lot row. Each write-off is listed with its
      * value at the STOCK unit cost and the run closes with the
      * total value lost. In simulation mode (LDA-VISUEL) the
      * listing is produced and nothing is written.
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
           SELECT  STKLOT
                   ASSIGN       TO DATABASE-STKLOT
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF LOT-ENR-DDS
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
           SELECT  BPFPER
                   ASSIGN       TO PRINTER-BPFPER
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  STKLOT  LABEL RECORD STANDARD.
       01  LOT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKLOT.
      *
       FD  STOCK   LABEL RECORD STANDARD.
       01  STK-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STOCK.
      *
      ****************************************************************
      **** MOVEMENT HISTORY - ONE "P" ROW APPENDED PER LOT WRITTEN
      **** OFF - PLAIN RECORD-SEQUENTIAL, THE RECORD CARRIES PACKED
      **** FIELDS
      ****************************************************************
       FD  STKMVT  LABEL RECORD STANDARD.
       01  MVT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKMVT.
      *
      ****************************************************************
      **** WRITE-OFF LISTING - ONE LINE PER EXPIRED LOT WITH ITS
      **** VALUE AND THE NEW ON-HAND FIGURE
      ****************************************************************
       FD  BPFPER  LABEL RECORD STANDARD.
       01  BPFPER-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPER-ARTIID      PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPER-LOT         PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPER-DLC         PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPER-QT          PIC -(10)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(4)  VALUE "VAL=".
           05  BPFPER-VAL         PIC -(13)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(6)  VALUE "SOLDE=".
           05  BPFPER-SOLDE       PIC -(10)9,999.
      *
       01  BPFPER-TOTALS REDEFINES BPFPER-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFPER-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "PER=".
           05  BPFPER-TOT-PER     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "VAL=".
           05  BPFPER-TOT-VAL     PIC -(13)9,99.
           05  FILLER             PIC X(40).
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
       77  CPT-PER           PIC 9(6) VALUE ZERO.
      *
       77  WS-LIG-VAL        PIC S9(15)V9(2) COMP-3 VALUE ZERO.
       77  WS-TOT-VAL        PIC S9(15)V9(2) COMP-3 VALUE ZERO.
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
           OPEN I-O    STKLOT.
           OPEN I-O    STOCK.
           OPEN EXTEND STKMVT.
           OPEN OUTPUT BPFPER.
      *
           MOVE "00" TO WS-END.
      *
           MOVE LOW-VALUE TO EXTERNALLY-DESCRIBED-KEY OF LOT-ENR-DDS.
           START STKLOT KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF LOT-ENR-DDS
                 INVALID KEY
                 MOVE HIGH-VALUE TO WS-END
                 GO  TO   VIDE.
      *
           PERFORM TRAITEMENT-DETAIL UNTIL WS-END = HIGH-VALUE.
      *
       VIDE.
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  STKLOT
                  STOCK
                  STKMVT
                  BPFPER.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "STK160"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "PER"      TO RUN-LIB2.
           MOVE CPT-PER    TO RUN-CPT2.
           MOVE SPACE      TO RUN-LIB3.
           MOVE ZERO       TO RUN-CPT3.
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
           READ STKLOT NEXT AT END
                MOVE HIGH-VALUE TO WS-END
                GO  TO   END-RECORD.
      *
           ADD 1 TO CPT-LUS.
      ***** UN LOT EST PERIME LE LENDEMAIN DE SA DATE LIMITE
           IF LOT-DLC OF LOT-ENR-DDS < WS-TODAY-DATE
              PERFORM PERTE-LOT
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* PASSAGE EN PERTE D'UN LOT PERIME - DECREMENT DU STOCK,
      ******* MOUVEMENT "P" SUR STKMVT, SUPPRESSION DU LOT ET LIGNE
      ******* DE LISTING - UN LOT DEJA A ZERO EST SEULEMENT SUPPRIME
      ****************************************************************
      /
       PERTE-LOT SECTION.
      ***************************
      /
       TRT-RECORD.
           IF LOT-QT OF LOT-ENR-DDS NOT > ZERO
              IF NOT LDA-VISUEL
                 DELETE STKLOT RECORD
              END-IF
              GO  TO     END-RECORD
           END-IF.
      *
           ADD 1 TO CPT-PER.
      *
           MOVE LOT-ARTIID OF LOT-ENR-DDS TO STK-ARTIID OF STK-ENR-DDS.
           READ STOCK INVALID KEY
                MOVE LOT-ARTIID OF LOT-ENR-DDS
                                 TO STK-ARTIID OF STK-ENR-DDS
                MOVE ZERO        TO STK-QT     OF STK-ENR-DDS
                MOVE SPACE       TO STK-DT-MAJ OF STK-ENR-DDS
                MOVE ZERO        TO STK-COUT   OF STK-ENR-DDS
                IF NOT LDA-VISUEL
                   WRITE STK-ENR-DDS
                END-IF.
      *
           COMPUTE WS-LIG-VAL = LOT-QT   OF LOT-ENR-DDS
                              * STK-COUT OF STK-ENR-DDS.
           ADD WS-LIG-VAL TO WS-TOT-VAL.
      *
           SUBTRACT LOT-QT OF LOT-ENR-DDS FROM STK-QT OF STK-ENR-DDS.
      *
           IF NOT LDA-VISUEL
              MOVE WS-TODAY-DATE TO STK-DT-MAJ OF STK-ENR-DDS
              REWRITE STK-ENR-DDS
      *
              MOVE LOT-ARTIID OF LOT-ENR-DDS TO MVT-ARTIID
              MOVE WS-TODAY-DATE             TO MVT-DATE
              MOVE SPACE                     TO MVT-ORDNUM
              MOVE "P"                       TO MVT-SENS
              MOVE LOT-QT     OF LOT-ENR-DDS TO MVT-QT
              MOVE LOT-NUM    OF LOT-ENR-DDS TO MVT-LOT
              MOVE STK-COUT   OF STK-ENR-DDS TO MVT-COUT
              MOVE SPACE                     TO MVT-SITE
              MOVE SPACE                     TO MVT-DT-CNT
              WRITE MVT-ENR-DDS
           END-IF.
      *
           MOVE LOT-ARTIID OF LOT-ENR-DDS TO BPFPER-ARTIID.
           MOVE LOT-NUM    OF LOT-ENR-DDS TO BPFPER-LOT.
           MOVE LOT-DLC    OF LOT-ENR-DDS TO BPFPER-DLC.
           MOVE LOT-QT     OF LOT-ENR-DDS TO BPFPER-QT.
           MOVE WS-LIG-VAL                TO BPFPER-VAL.
           MOVE STK-QT     OF STK-ENR-DDS TO BPFPER-SOLDE.
           WRITE BPFPER-ENR.
      *
           IF NOT LDA-VISUEL
              DELETE STKLOT RECORD
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE SPACE TO BPFPER-ENR.
           MOVE CPT-LUS    TO BPFPER-TOT-LUS.
           MOVE CPT-PER    TO BPFPER-TOT-PER.
           MOVE WS-TOT-VAL TO BPFPER-TOT-VAL.
           WRITE BPFPER-TOTALS.
      /
