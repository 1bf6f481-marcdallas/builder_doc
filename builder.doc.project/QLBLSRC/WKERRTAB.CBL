      *  LAST MODIFICATION SUBJECT..: ADDED CODE 75 - ORDER LINE     *
      *                                   AGAINST AN ARTICLE         *
      *                                   DISCONTINUED BY ART170     *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY RLM                *
      *  LAST MODIFICATION SUBJECT..: ADDED CODE 76 - ORDER LINE OF  *
      *                                   A CUSTOMER BLOCKED ON THE  *
      *                                   CLIMST CUSTOMER MASTER     *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY RLM                *
      *  LAST MODIFICATION SUBJECT..: ADDED CODES 80/81/82 - A       *
      *                                   MAINTENANCE TRANSACTION    *
      *                                   REFUSED BY THE AUTCHK      *
      *                                   AUTHORITY CHECK            *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY RLM                *
      *  LAST MODIFICATION SUBJECT..: ADDED CODES 83 TO 86 - A       *
      *                                   TRANSACTION DATED IN A     *
      *                                   MONTH CLOSED ON PERCLO,    *
      *                                   AND THE PER100 CLOSE AND   *
      *                                   REOPEN REFUSALS            *
      *  LAST MODIFICATION DATE.....: 10/15/26 BY RLM                *
      *  LAST MODIFICATION SUBJECT..: ADDED CODE 87 - PER100 CLOSE   *
      *                                   REFUSED, TOO MANY ARTICLES *
      *                                   MOVED SINCE THE MONTH END  *
      *                                   TO BACK OUT                *
      *                                                              *
      ****************************************************************
       01  WK-ERR-NBCOD              PIC 99    VALUE 28.
       01  WK-ERR-FILLER.
           05 FILLER PIC X(32) VALUE "60QTY EXCEEDS ON-HAND STOCK".
           05 FILLER PIC X(32) VALUE "88ARTICLE NOT FOUND".
           05 FILLER PIC X(32) VALUE "73ON-HAND BELOW ARTICLE MINIMUM".
           05 FILLER PIC X(32) VALUE "74PROMO WINDOW DATES INVALID".
           05 FILLER PIC X(32) VALUE "75ARTICLE DISCONTINUED".
           05 FILLER PIC X(32) VALUE "76CUSTOMER BLOCKED".
           05 FILLER PIC X(32) VALUE "80USER NOT AUTHORIZED FOR FILE".
           05 FILLER PIC X(32) VALUE "81ACTION NOT AUTHORIZED".
           05 FILLER PIC X(32) VALUE "82VALUE ABOVE USER LIMIT".
           05 FILLER PIC X(32) VALUE "83PERIOD CLOSED".
           05 FILLER PIC X(32) VALUE "84PERIOD INVALID OR NOT ENDED".
           05 FILLER PIC X(32) VALUE "85PERIOD NOT CLOSED".
           05 FILLER PIC X(32) VALUE "86NO VAL100 TOTALS FOR PERIOD".
           05 FILLER PIC X(32) VALUE "87TOO MANY MOVES AFTER PERIOD".
       01  WK-ERR-TABLE REDEFINES WK-ERR-FILLER.
           05  WK-ERR-TP             OCCURS 28 INDEXED BY IN-ERR.
               10  WK-ERR-COD        PIC XX.
               10  WK-ERR-LIB        PIC X(30).
      *
