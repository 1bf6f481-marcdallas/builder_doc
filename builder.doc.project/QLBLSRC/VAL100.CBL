      * mid-period rate change no longer re-prices the whole month
      * at run day's rate, and a code valued at two rates across
      * the period shows as two report lines.
      * A declared month finance has closed on PERCLO is not valued
      * again: PERCHK answers for the period and the run stops with
      * "NOT RUN - PERIOD CLOSED" on the listing and no TVADCL
      * extract, until PER100 reopens the month.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
       77  WS-PER-MM         PIC 9(2) VALUE ZERO.
       77  CPT-DCL           PIC 9(6) VALUE ZERO.
      *
      ***** VERROU DES MOIS CLOS SUR PERCLO - SEE PERCHK AND PER100
       01  PER-PARM.
           05  PER-PRM-DATE           PIC X(8).
           05  PER-RET                PIC XX.
      *
      ***** CUMULS GENERAUX DE L'EXTRAIT POUR LE POSTE DE CONTROLE
       77  WS-DCL-NET        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-DCL-TVA        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
                       TVAHIST.
           OPEN OUTPUT BPFVAL.
      *
      ***** UN MOIS DECLARE DEJA CLOS SUR PERCLO NE SE REVALORISE
      ***** PAS - WS-BAL-OK RESTE A "N", AUCUN EXTRAIT NE SORT
           MOVE WS-PERIODE-X TO PER-PRM-DATE(1:6).
           MOVE "01"         TO PER-PRM-DATE(7:2).
           CALL "PERCHK" USING PER-PARM.
           IF PER-RET NOT = "00"
              MOVE SPACE TO BPFVAL-ENR
              MOVE "NOT RUN - PERIOD CLOSED"
                   TO BPFVAL-ENR(2:23)
              WRITE BPFVAL-ENR
              MOVE HIGH-VALUE TO WS-END
              GO  TO   VIDE
           END-IF.
      *
      ***** LE VERDICT BAL100 DU JOUR DOIT DIRE "OK" AVANT DE
      ***** VALORISER CES DISPOSITIONS - ABSENT OU "KO" = REFUS
           PERFORM CONTROLE-BALANCE.
