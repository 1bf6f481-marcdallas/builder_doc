       IDENTIFICATION DIVISION.
       PROGRAM-ID. STK150.
      /
      ***********************
      * This program is the daily use-by watch over the fresh
      * stock: it walks the STKLOT lot detail STK200 opens on each
      * fresh delivery and lists every lot whose use-by date falls
      * within the LOTPRM horizon (three days when no parameter is
      * supplied), article by article in expiry order, with the
      * quantity left in the lot and its value at the STOCK unit
      * cost. A lot already past its use-by date is flagged on its
      * line - it can no longer be issued and waits for the STK160
      * write-off - so the department sees the waste coming while
      * there is still time to sell it, instead of a count finding
      * it rotten inside the on-hand figure.
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
           SELECT  LOTPRM
                   ASSIGN       TO DATABASE-LOTPRM
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
           SELECT  STOCK
                   ASSIGN       TO DATABASE-STOCK
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF STK-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFDLC
                   ASSIGN       TO PRINTER-BPFDLC
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  LOTPRM  LABEL RECORD STANDARD.
       01  PRM-ENR-DDS.
           COPY DDS-ALL-FORMAT OF LOTPRM.
      *
       FD  STKLOT  LABEL RECORD STANDARD.
       01  LOT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKLOT.
      *
      ****************************************************************
      **** STOCK MASTER - UNIT COST OF THE ARTICLE FOR THE VALUE OF
      **** THE LOT AT RISK
      ****************************************************************
       FD  STOCK   LABEL RECORD STANDARD.
       01  STK-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STOCK.
      *
      ****************************************************************
      **** EXPIRY REPORT - ONE LINE PER LOT DUE WITHIN THE HORIZON,
      **** LOTS ALREADY PAST THEIR USE-BY DATE FLAGGED
      ****************************************************************
       FD  BPFDLC  LABEL RECORD STANDARD.
       01  BPFDLC-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFDLC-ARTIID      PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFDLC-LOT         PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFDLC-DLC         PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFDLC-QT          PIC -(10)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(4)  VALUE "VAL=".
           05  BPFDLC-VAL         PIC -(13)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFDLC-MSG         PIC X(10).
      *
       01  BPFDLC-TOTALS REDEFINES BPFDLC-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFDLC-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ECH=".
           05  BPFDLC-TOT-ECH     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "PER=".
           05  BPFDLC-TOT-PER     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "VAL=".
           05  BPFDLC-TOT-VAL     PIC -(13)9,99.
           05  FILLER             PIC X(18).
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
       77  CPT-ECH           PIC 9(6) VALUE ZERO.
       77  CPT-PER           PIC 9(6) VALUE ZERO.
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
      ***** HORIZON DU RAPPORT - NOMBRE DE JOURS LU SUR LOTPRM ET
      ***** DATE LIMITE AU-DELA DE LAQUELLE UN LOT N'EST PAS LISTE
       77  WS-JOURS          PIC 9(4) VALUE 3.
       77  WS-BUTOIR         PIC X(8) VALUE SPACE.
      *
       77  WS-LIG-VAL        PIC S9(15)V9(2) COMP-3 VALUE ZERO.
       77  WS-TOT-VAL        PIC S9(15)V9(2) COMP-3 VALUE ZERO.
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
      *
      ***** HORIZON EN JOURS - ENREGISTREMENT ABSENT OU NON NUMERIQUE
      ***** = TROIS JOURS
           OPEN INPUT  LOTPRM.
           READ LOTPRM NEXT AT END
                GO  TO   FIN-LOTPRM.
           IF PRM-JOURS IS NUMERIC
              MOVE PRM-JOURS TO WS-JOURS
           END-IF.
       FIN-LOTPRM.
           CLOSE LOTPRM.
      *
           MOVE "AJT"         TO DAT-FON.
           MOVE WS-TODAY-DATE TO DAT-DAT1.
           MOVE WS-JOURS      TO DAT-NBJ.
           CALL "DATCALC" USING DAT-PARM.
           MOVE DAT-RES TO WS-BUTOIR.
      *
           OPEN INPUT  STKLOT.
           OPEN INPUT  STOCK.
           OPEN OUTPUT BPFDLC.
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
                  BPFDLC.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "STK150"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "ECH"      TO RUN-LIB2.
           MOVE CPT-ECH    TO RUN-CPT2.
           MOVE "PER"      TO RUN-LIB3.
           MOVE CPT-PER    TO RUN-CPT3.
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
      ***** SEULS LES LOTS DONT LA DATE LIMITE TOMBE DANS L'HORIZON
      ***** SONT LISTES
           IF LOT-DLC OF LOT-ENR-DDS NOT > WS-BUTOIR
              PERFORM EDITION-LOT
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* EDITION D'UN LOT A ECHEANCE - VALEUR AU COUT UNITAIRE
      ******* DU STOCK, LOT DEJA PERIME SIGNALE
      ****************************************************************
      /
       EDITION-LOT SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE SPACE TO BPFDLC-MSG.
      *
           MOVE LOT-ARTIID OF LOT-ENR-DDS TO STK-ARTIID OF STK-ENR-DDS.
           READ STOCK INVALID KEY
                MOVE ZERO TO STK-COUT OF STK-ENR-DDS.
      *
           COMPUTE WS-LIG-VAL = LOT-QT   OF LOT-ENR-DDS
                              * STK-COUT OF STK-ENR-DDS.
           ADD WS-LIG-VAL TO WS-TOT-VAL.
      *
           IF LOT-DLC OF LOT-ENR-DDS < WS-TODAY-DATE
              ADD 1 TO CPT-PER
              MOVE "*EXPIRED* " TO BPFDLC-MSG
           ELSE
              ADD 1 TO CPT-ECH
           END-IF.
      *
           MOVE LOT-ARTIID OF LOT-ENR-DDS TO BPFDLC-ARTIID.
           MOVE LOT-NUM    OF LOT-ENR-DDS TO BPFDLC-LOT.
           MOVE LOT-DLC    OF LOT-ENR-DDS TO BPFDLC-DLC.
           MOVE LOT-QT     OF LOT-ENR-DDS TO BPFDLC-QT.
           MOVE WS-LIG-VAL                TO BPFDLC-VAL.
           WRITE BPFDLC-ENR.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE SPACE TO BPFDLC-ENR.
           MOVE CPT-LUS    TO BPFDLC-TOT-LUS.
           MOVE CPT-ECH    TO BPFDLC-TOT-ECH.
           MOVE CPT-PER    TO BPFDLC-TOT-PER.
           MOVE WS-TOT-VAL TO BPFDLC-TOT-VAL.
           WRITE BPFDLC-TOTALS.
      /
