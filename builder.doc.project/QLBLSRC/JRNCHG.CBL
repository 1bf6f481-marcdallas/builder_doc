       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNCHG.
      /
      ***********************
      * This subprogram appends one row to JRNFIL, the shared
      * change journal of the reference files, in the ALERT mould:
      * the calling maintenance program names itself, the file it
      * changed, the key of the row, the user who keyed the
      * transaction, the action ("A" added, "C" changed, "S"
      * removed, "D" discontinued) and a readable image of the row
      * before and after the change - blank before an addition,
      * blank after a removal - and the row is stamped with the
      * date and time here. Where until now only ARTHIST and
      * TVAHIST kept history, every maintenance program now leaves
      * its trail in this one file, and JRN100 answers "who changed
      * this key, when, and from what" over any date range.
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
           SELECT  JRNFIL
                   ASSIGN       TO DATABASE-JRNFIL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
      ****************************************************************
      **** SHARED CHANGE JOURNAL - ONE ROW PER CALL TO JRNCHG
      ****************************************************************
       FD  JRNFIL  LABEL RECORD STANDARD.
       01  JRNFIL-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRNFIL-DT          PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRNFIL-HMS         PIC X(6).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRNFIL-FIC         PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRNFIL-CLE         PIC X(30).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRNFIL-USER        PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRNFIL-PGM         PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
      ***** "A" = ADDED, "C" = CHANGED, "S" = REMOVED,
      ***** "D" = DISCONTINUED
           05  JRNFIL-ACTION      PIC X(1).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRNFIL-AVANT       PIC X(100).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRNFIL-APRES       PIC X(100).
      *
      /
       WORKING-STORAGE SECTION.
       77  ST                     PIC XX.
      *
       01  WS-TODAY-YMD  VALUE ZERO.
           05  WS-TODAY-AA        PIC 9(4).
           05  WS-TODAY-MM        PIC 9(2).
           05  WS-TODAY-JJ        PIC 9(2).
      *
       01  WS-HEURE    VALUE SPACES.
           05  WS-HH       PIC XX.
           05  WS-MN       PIC XX.
           05  WS-SS       PIC XX.
           05  WS-CC       PIC XX.
      *
       LINKAGE SECTION.
       01  JRN-PARM.
           05  JRN-PGM            PIC X(10).
           05  JRN-FIC            PIC X(10).
           05  JRN-CLE            PIC X(30).
           05  JRN-USER           PIC X(10).
           05  JRN-ACTION         PIC X(1).
           05  JRN-AVANT          PIC X(100).
           05  JRN-APRES          PIC X(100).
      *
      /
      *
      ********************
       PROCEDURE DIVISION USING JRN-PARM.
      ********************
       DEBUT-PROG.
      *
           ACCEPT WS-TODAY-YMD FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE FROM TIME.
      *
           OPEN EXTEND JRNFIL.
      *
           MOVE WS-TODAY-YMD  TO  JRNFIL-DT.
           MOVE WS-HH         TO  JRNFIL-HMS(1:2).
           MOVE WS-MN         TO  JRNFIL-HMS(3:2).
           MOVE WS-SS         TO  JRNFIL-HMS(5:2).
           MOVE JRN-FIC       TO  JRNFIL-FIC.
           MOVE JRN-CLE       TO  JRNFIL-CLE.
           MOVE JRN-USER      TO  JRNFIL-USER.
           MOVE JRN-PGM       TO  JRNFIL-PGM.
           MOVE JRN-ACTION    TO  JRNFIL-ACTION.
           MOVE JRN-AVANT     TO  JRNFIL-AVANT.
           MOVE JRN-APRES     TO  JRNFIL-APRES.
           WRITE JRNFIL-ENR.
      *
           CLOSE JRNFIL.
      *
           GOBACK.
      ***********************************************************
      ***  END PROGRAM
      ***********************************************************
      /
