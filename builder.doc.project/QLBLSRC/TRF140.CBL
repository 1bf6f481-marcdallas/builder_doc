       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRF140.
      /
      ***********************
      * This program is the in-transit balance over the TRFORD
      * transfer orders: every transfer TRF120 has shipped and
      * TRF130 has not yet received ("T") is listed with the
      * quantity on the road, the day it left and the day it is
      * expected, so both warehouses see what is between them
      * instead of only what is on their shelves. A transfer still
      * in transit past its expected arrival date is marked with
      * how many calendar days late it is (DATCALC) and raised as
      * a warning on the central ALRFIL alert file through ALERT,
      * one alert per late transfer, so a load lost on the road is
      * chased from the OPS110 page rather than found at the next
      * stock count.
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
           SELECT  TRFORD
                   ASSIGN       TO DATABASE-TRFORD
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF TRO-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFTRT
                   ASSIGN       TO PRINTER-BPFTRT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  TRFORD   LABEL RECORD STANDARD.
       01  TRO-ENR-DDS.
           COPY DDS-ALL-FORMAT OF TRFORD.
      *
      ****************************************************************
      **** IN-TRANSIT LISTING - ONE LINE PER TRANSFER ON THE ROAD,
      **** THE LATE ONES WITH THEIR DAYS OVERDUE
      ****************************************************************
       FD  BPFTRT  LABEL RECORD STANDARD.
       01  BPFTRT-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTRT-TRFNUM      PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFTRT-SITE-DE     PIC X(3).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTRT-SITE-A      PIC X(3).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFTRT-ARTIID      PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTRT-QT-EXP      PIC -(10)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(5)  VALUE "SHIP=".
           05  BPFTRT-DT-EXP      PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(4)  VALUE "ETA=".
           05  BPFTRT-ATTENDU     PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTRT-LATE-LIB    PIC X(5).
           05  BPFTRT-RETARD      PIC Z(3)9.
           05  FILLER             PIC X(1)  VALUE SPACE.
      *
       01  BPFTRT-TOTALS REDEFINES BPFTRT-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFTRT-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "TRN=".
           05  BPFTRT-TOT-TRN     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "RET=".
           05  BPFTRT-TOT-RET     PIC Z(5)9.
           05  FILLER             PIC X(47).
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
       77  CPT-TRN           PIC 9(6) VALUE ZERO.
       77  CPT-RET           PIC 9(6) VALUE ZERO.
      *
       77  WS-RETARD         PIC S9(7) VALUE ZERO.
      *
      ***** CENTRAL ALERT FILE - SEE ALERT AND THE OPS110 PAGE
       01  ALR-PARM.
           05  ALR-PGM            PIC X(10).
           05  ALR-SEV            PIC X(1).
           05  ALR-TEXTE.
               10  FILLER         PIC X(9)  VALUE "TRANSFER ".
               10  ALR-TXT-TRFNUM PIC X(10).
               10  FILLER         PIC X(5)  VALUE "FROM ".
               10  ALR-TXT-DE     PIC X(3).
               10  FILLER         PIC X(4)  VALUE " TO ".
               10  ALR-TXT-A      PIC X(3).
               10  FILLER         PIC X(17)
                   VALUE " IN TRANSIT LATE=".
               10  ALR-TXT-RETARD PIC Z(3)9.
               10  FILLER         PIC X(5)  VALUE SPACE.
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
           OPEN INPUT  TRFORD.
           OPEN OUTPUT BPFTRT.
      *
           MOVE "00" TO WS-END.
      *
           MOVE LOW-VALUE TO EXTERNALLY-DESCRIBED-KEY OF TRO-ENR-DDS.
           START TRFORD KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF TRO-ENR-DDS
                 INVALID KEY
                 MOVE HIGH-VALUE TO WS-END
                 GO  TO   VIDE.
      *
           PERFORM TRAITEMENT-DETAIL UNTIL WS-END = HIGH-VALUE.
      *
       VIDE.
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  TRFORD
                  BPFTRT.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "TRF140"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "TRN"      TO RUN-LIB2.
           MOVE CPT-TRN    TO RUN-CPT2.
           MOVE "RET"      TO RUN-LIB3.
           MOVE CPT-RET    TO RUN-CPT3.
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
           READ TRFORD NEXT AT END
                MOVE HIGH-VALUE TO WS-END
                GO  TO   END-RECORD.
      *
           ADD 1 TO CPT-LUS.
           PERFORM WORKS-LINES.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* TRANSFERT COURANT - SEULS LES TRANSFERTS EN TRANSIT
      ******* SORTENT, CEUX DONT L'ARRIVEE ATTENDUE EST PASSEE
      ******* PARTENT AUSSI EN ALERTE
      ****************************************************************
      /
       WORKS-LINES SECTION.
      ***************************
      /
       TRT-RECORD.
           IF TRO-ETAT NOT = "T"
              GO  TO     END-RECORD
           END-IF.
      *
           ADD 1 TO CPT-TRN.
           MOVE ZERO TO WS-RETARD.
      *
           IF TRO-DT-ATTENDU NOT < WS-TODAY-DATE
              PERFORM EDITION-BPFTRT
              GO  TO     END-RECORD
           END-IF.
      *
      ***** RETARD EXACT EN JOURS CIVILS - UNE DATE ATTENDUE
      ***** ILLISIBLE SORT QUAND MEME, AVEC UN RETARD NUL
           MOVE "DIF" TO DAT-FON.
           MOVE TRO-DT-ATTENDU TO DAT-DAT1.
           MOVE WS-TODAY-DATE  TO DAT-DAT2.
           CALL "DATCALC" USING DAT-PARM.
           IF DAT-RET = "00"
              MOVE DAT-NBJ TO WS-RETARD
           END-IF.
      *
           ADD 1 TO CPT-RET.
           PERFORM EDITION-BPFTRT.
      *
      ***** LE TRANSFERT EN RETARD PART AU FICHIER CENTRAL ALRFIL
           MOVE "TRF140"       TO ALR-PGM.
           MOVE "W"            TO ALR-SEV.
           MOVE TRO-NUM        TO ALR-TXT-TRFNUM.
           MOVE TRO-SITE-DE    TO ALR-TXT-DE.
           MOVE TRO-SITE-A     TO ALR-TXT-A.
           MOVE WS-RETARD      TO ALR-TXT-RETARD.
           CALL "ALERT" USING ALR-PARM.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* ECRITURE D'UNE LIGNE SUR LA LISTE DES TRANSFERTS EN
      ******* TRANSIT - LE RETARD NE SORT QUE POUR LES EN RETARD
      ****************************************************************
      /
       EDITION-BPFTRT.
           MOVE SPACE          TO BPFTRT-ENR.
           MOVE TRO-NUM        TO BPFTRT-TRFNUM.
           MOVE TRO-SITE-DE    TO BPFTRT-SITE-DE.
           MOVE TRO-SITE-A     TO BPFTRT-SITE-A.
           MOVE TRO-ARTIID     TO BPFTRT-ARTIID.
           MOVE TRO-QT-EXP     TO BPFTRT-QT-EXP.
           MOVE "SHIP="        TO BPFTRT-ENR(55:5).
           MOVE TRO-DT-EXP     TO BPFTRT-DT-EXP.
           MOVE "ETA="         TO BPFTRT-ENR(69:4).
           MOVE TRO-DT-ATTENDU TO BPFTRT-ATTENDU.
           IF TRO-DT-ATTENDU < WS-TODAY-DATE
              MOVE "LATE="     TO BPFTRT-LATE-LIB
              MOVE WS-RETARD   TO BPFTRT-RETARD
           END-IF.
           WRITE BPFTRT-ENR.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE SPACE TO BPFTRT-ENR.
           MOVE CPT-LUS TO BPFTRT-TOT-LUS.
           MOVE CPT-TRN TO BPFTRT-TOT-TRN.
           MOVE CPT-RET TO BPFTRT-TOT-RET.
           WRITE BPFTRT-TOTALS.
      /
