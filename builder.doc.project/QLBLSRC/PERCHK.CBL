       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCHK.
      /
      ***********************
      * This subprogram is the shared period lock over PERCLO, the
      * register of the months finance has signed off, CALLed in
      * the AUTCHK mould by every program that posts or maintains
      * dated stock, tax or conversion data before it applies a
      * transaction: the caller passes the date the transaction is
      * dated at (AAAAMMJJ) and gets back "00" when the month is
      * open - never closed, or reopened by PER100 - and "83" when
      * PERCLO holds the month as closed, the WKERRTAB reason code
      * the caller prints on its own listing against the refused
      * transaction. A blank date is dated today by the caller's
      * own rule and answers "00" without touching the file.
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
           SELECT  PERCLO
                   ASSIGN       TO DATABASE-PERCLO
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF PER-ENR-DDS
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  PERCLO  LABEL RECORD STANDARD.
       01  PER-ENR-DDS.
           COPY DDS-ALL-FORMAT OF PERCLO.
      *
      /
       WORKING-STORAGE SECTION.
       77  ST                     PIC XX.
      *
       LINKAGE SECTION.
       01  PER-PARM.
           05  PER-PRM-DATE           PIC X(8).
           05  PER-RET                PIC XX.
      *
      /
      *
      ********************
       PROCEDURE DIVISION  USING  PER-PARM.
      ********************
       INIT SECTION.
      ********************
       DEBUT-PROG.
           MOVE "00" TO PER-RET.
      *
      ***** UNE TRANSACTION SANS DATE EST DATEE DU JOUR PAR
      ***** L'APPELANT - LE MOIS EN COURS N'EST JAMAIS CLOS
           IF PER-PRM-DATE = SPACE
              GO  TO   FIN-PROG
           END-IF.
      *
           OPEN INPUT PERCLO.
      *
           MOVE PER-PRM-DATE(1:6) TO PER-PERIODE.
           READ PERCLO
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     IF PER-ETAT = "C"
                        MOVE "83" TO PER-RET
                     END-IF
           END-READ.
      *
           CLOSE PERCLO.
      *
       FIN-PROG.
           GOBACK.
      ***********************************************************
      ***  END PROGRAM
      ***********************************************************
      /
