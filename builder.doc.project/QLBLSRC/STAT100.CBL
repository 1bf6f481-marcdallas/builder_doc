       77  CPT-ANO           PIC 9(6) VALUE ZERO.
      *
      ***** CUMULS PAR CODE D'ERREUR - MEME CAPACITE QUE WKERRTAB
       77  WK-STC-NBPST      PIC 99   VALUE 28.
       77  WK-STC-NB         PIC 99   VALUE ZERO.
       01  WK-STC-TABLE.
           05  WK-STC-TP    OCCURS 28 INDEXED BY IN-STC.
               10  WK-STC-COD         PIC XX.
               10  WK-STC-CNT         PIC 9(8).
      *
