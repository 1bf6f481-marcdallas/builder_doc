           05  ORD-ID             PIC X(5).
           05  ORD-NUM            PIC X(10).
           05  ORD-NBLIG          PIC 9(4).
           05  ORD-CLI            PIC X(8).
      *
       FD  DISPORD   LABEL RECORD STANDARD.
       01  DISP-ENR-DDS.
