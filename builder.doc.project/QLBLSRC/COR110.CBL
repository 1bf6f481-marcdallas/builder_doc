       77  CPT-ANO           PIC 9(6) VALUE ZERO.
      *
      ***** CUMULS PAR CODE D'ERREUR - MEME CAPACITE QUE WKERRTAB
       77  WK-AGC-NBPST      PIC 99   VALUE 28.
       77  WK-AGC-NB         PIC 99   VALUE ZERO.
       01  WK-AGC-TABLE.
           05  WK-AGC-TP    OCCURS 28 INDEXED BY IN-AGC.
               10  WK-AGC-COD         PIC XX.
               10  WK-AGC-CNT         PIC 9(8).
      *
