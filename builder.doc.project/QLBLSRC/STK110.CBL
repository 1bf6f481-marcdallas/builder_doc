           05  BPFSTI-MVT-QT      PIC -(7)9,999.
           05  FILLER             PIC X(1).
           05  BPFSTI-MVT-ORDNUM  PIC X(10).
           05  FILLER             PIC X(1).
           05  BPFSTI-MVT-LOT     PIC X(10).
           05  FILLER             PIC X(8).
      *
       01  BPFSTI-TOTALS REDEFINES BPFSTI-ENR.
           05  FILLER             PIC X(1).
           MOVE MVT-SENS   TO BPFSTI-MVT-SENS.
           MOVE MVT-QT     TO BPFSTI-MVT-QT.
           MOVE MVT-ORDNUM TO BPFSTI-MVT-ORDNUM.
           MOVE MVT-LOT    TO BPFSTI-MVT-LOT.
           WRITE BPFSTI-MVT.
      /
      ****************************************************************
