      * average of that program's previous runs - the silent volume
      * collapse that usually means the upstream extract broke.
      * Checking the chain becomes one page instead of a dozen
      * spool files. The STK170 stock roll-forward line also
      * carries the day's latest STKBAL verdict, BALANCED or
      * ** UNBAL **, so a broken STOCK/STKMVT link is seen on the
      * same page.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
                   ASSIGN       TO DATABASE-RUNFIL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  STKBAL
                   ASSIGN       TO DATABASE-STKBAL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFOPS
                   ASSIGN       TO PRINTER-BPFOPS
           05  RUNFIL-CPT3        PIC 9(8).
      *
      ****************************************************************
      **** STK170 ROLL-FORWARD VERDICT - ONE ROW PER RUN, THE LATEST
      **** ROW OF THE DAY IS SHOWN ON THE STK170 LINE
      ****************************************************************
       FD  STKBAL  LABEL RECORD STANDARD.
       01  STKBAL-ENR.
           05  FILLER             PIC X(1).
           05  STKBAL-DT          PIC X(8).
           05  FILLER             PIC X(1).
           05  STKBAL-VERDICT     PIC X(2).
           05  FILLER             PIC X(1).
           05  STKBAL-ART         PIC 9(8).
           05  FILLER             PIC X(1).
           05  STKBAL-ECA         PIC 9(8).
           05  FILLER             PIC X(1).
           05  STKBAL-ANO         PIC 9(8).
      *
      ****************************************************************
      **** MORNING OPERATIONS PAGE - ONE LINE PER RUN OF THE DAY
      ****************************************************************
       FD  BPFOPS  LABEL RECORD STANDARD.
       77  WS-TROUVE         PIC X    VALUE "N".
       77  WS-PGM-CLE        PIC X(10) VALUE SPACE.
       77  WS-AVG            PIC 9(8) VALUE ZERO.
      *
      ***** DERNIER VERDICT STKBAL DU JOUR - A BLANC SI STK170 N'A
      ***** PAS TOURNE AUJOURD'HUI
       77  WS-STK-VERDICT    PIC X(2) VALUE SPACE.
       77  WS-STB-EOF        PIC X    VALUE "N".
      *
       77  ST                     PIC XX.
       77  WS-END                 PIC XX.
           MOVE WS-TODAY-YMD TO WS-TODAY-DATE.
      *
           OPEN OUTPUT BPFOPS.
      *
           PERFORM LECTURE-VERDICT-STOCK.
      *
      ***** PREMIERE PASSE - CONSTITUTION DE L'HISTORIQUE PAR
      ***** PROGRAMME A PARTIR DES RUNS ANTERIEURS A AUJOURD'HUI
                 MOVE "** VOLUME **" TO BPFOPS-FLAG
              END-IF
           END-IF.
      *
      ***** LIGNE DU RAPPROCHEMENT DE STOCK - LE VERDICT STKBAL DU
      ***** JOUR REMPLACE LE FLAG VOLUME
           IF RUNFIL-PGM = "STK170"
              AND WS-STK-VERDICT NOT = SPACE
              IF WS-STK-VERDICT = "KO"
                 ADD 1 TO CPT-ANO
                 MOVE "** UNBAL **" TO BPFOPS-FLAG
              ELSE
                 MOVE "BALANCED"    TO BPFOPS-FLAG
              END-IF
           END-IF.
      *
           MOVE RUNFIL-PGM  TO BPFOPS-PGM.
           MOVE RUNFIL-LIB1 TO BPFOPS-LIB1.
           WRITE BPFOPS-ENR.
      /
      ****************************************************************
      ******* LECTURE DU VERDICT STK170 DU JOUR SUR STKBAL - LE
      ******* DERNIER DE LA DATE GAGNE
      ****************************************************************
      /
       LECTURE-VERDICT-STOCK.
           MOVE SPACE TO WS-STK-VERDICT.
           OPEN INPUT STKBAL.
           MOVE "N" TO WS-STB-EOF.
           PERFORM VERDICT-STOCK-SUIVANT UNTIL WS-STB-EOF = "Y".
           CLOSE STKBAL.
      /
       VERDICT-STOCK-SUIVANT.
           READ STKBAL NEXT AT END
                MOVE "Y" TO WS-STB-EOF
           END-READ.
      *
           IF WS-STB-EOF NOT = "Y"
              IF STKBAL-DT = WS-TODAY-DATE
                 MOVE STKBAL-VERDICT TO WS-STK-VERDICT
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
