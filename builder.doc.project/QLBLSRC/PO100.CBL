      * proposal. The last order number used is kept on CHKPT
      * under its own key, the way ART100 keeps its batch number.
      * PO110 chases the open orders past their expected date and
      * STK200 closes one when a receipt names it. A new order is
      * written not yet transmitted; PO130 sends it to the
      * supplier. Every line is priced from the PRXTAB supplier
      * price list at the order date (PRXCALC) instead of carrying
      * the request price over blind; a line with no price on file
      * keeps the proposal's price and is tagged NO PRICE on the
      * listing for the buyer to confirm before transmission.
      * The quantities arrive from REAP100 already rounded up to
      * the supplier's minimum order quantity and pack multiple,
      * and supplier groups under the minimum order value have
      * been topped up or held back there; the listing prints the
      * raw netted shortfall beside the quantity ordered, and marks
      * the top-up lines that carry no shortfall of their own.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
           05  FILLER             PIC X(4)  VALUE SPACE.
           05  BPFPOR-ARTIID      PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFPOR-QT-BRUT     PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPOR-QT          PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPOR-PR          PIC -(5)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPOR-MSG         PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPOR-ETAT        PIC X(6).
           05  FILLER             PIC X(3)  VALUE SPACE.
      *
       01  BPFPOR-ORDRE REDEFINES BPFPOR-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LIG=".
           05  BPFPOR-TOT-LIG     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "NPR=".
           05  BPFPOR-TOT-NPR     PIC Z(5)9.
           05  FILLER             PIC X(10).
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LUS           PIC 9(6) VALUE ZERO.
       77  CPT-ORD           PIC 9(6) VALUE ZERO.
       77  CPT-LIG           PIC 9(6) VALUE ZERO.
       77  CPT-NPR           PIC 9(6) VALUE ZERO.
      *
      ***** NUMEROTATION DES ORDRES - LE DERNIER NUMERO SERVI EST
      ***** MEMORISE SOUS SA PROPRE CLE SUR CHKPT
       77  WS-FOU-DELAI      PIC S9(7) VALUE ZERO.
       77  WS-FOU-ATTENDU    PIC X(8)  VALUE SPACE.
       77  WS-ORD-NBLIG      PIC 9(4)  VALUE ZERO.
      *
      ***** PRIX DE LA LIGNE - TARIF FOURNISSEUR A LA DATE DE L'ORDRE
      ***** OU, A DEFAUT, PRIX PORTE PAR LA PROPOSITION
       77  WS-LIG-PR         PIC S9(6)V9(3) COMP-3 VALUE ZERO.
       77  WS-TARIF          PIC X     VALUE "N".
      *
      ***** SHARED PRICE-LIST LOOKUP - SEE PRXCALC
       01  PRX-PARM.
           05  PRX-PRM-PROV           PIC X(8).
           05  PRX-PRM-ARTIID         PIC X(15).
           05  PRX-PRM-DATE           PIC X(8).
           05  PRX-PRM-PR             PIC S9(6)V9(3) COMP-3.
           05  PRX-PRM-EFFDT          PIC X(8).
           05  PRX-RET                PIC XX.
      *
           COPY WKLDA.
      *
       ECRIT-LIGNE.
           ADD 1 TO WS-ORD-NBLIG.
           ADD 1 TO CPT-LIG.
      *
      ***** PRIX AU TARIF FOURNISSEUR EN VIGUEUR A LA DATE DE L'ORDRE
           MOVE PRP-PROV-ID   TO PRX-PRM-PROV.
           MOVE PRP-ARTIID    TO PRX-PRM-ARTIID.
           MOVE WS-TODAY-DATE TO PRX-PRM-DATE.
           CALL "PRXCALC" USING PRX-PARM.
           IF PRX-RET = "00"
              MOVE PRX-PRM-PR TO WS-LIG-PR
              MOVE "Y" TO WS-TARIF
           ELSE
              MOVE PRP-PR TO WS-LIG-PR
              MOVE "N" TO WS-TARIF
              ADD 1 TO CPT-NPR
           END-IF.
      *
           IF NOT LDA-VISUEL
              MOVE WS-PONUM    TO LIG-PONUM OF LIG-ENR-DDS
              MOVE PRP-ARTIID  TO LIG-ARTIID OF LIG-ENR-DDS
              MOVE PRP-QT      TO LIG-QT     OF LIG-ENR-DDS
              MOVE WS-LIG-PR   TO LIG-PR     OF LIG-ENR-DDS
              MOVE ZERO        TO LIG-QT-FAC OF LIG-ENR-DDS
              WRITE LIG-ENR-DDS
           END-IF.
      *
           MOVE SPACE       TO BPFPOR-ENR.
           MOVE PRP-ARTIID  TO BPFPOR-ARTIID.
           MOVE PRP-QT-BRUT TO BPFPOR-QT-BRUT.
           MOVE PRP-QT      TO BPFPOR-QT.
           MOVE WS-LIG-PR   TO BPFPOR-PR.
           IF WS-TARIF = "Y"
              MOVE SPACE      TO BPFPOR-MSG
           ELSE
              MOVE "NO PRICE" TO BPFPOR-MSG
           END-IF.
           IF PRP-QT-BRUT = ZERO
              MOVE "TOP-UP"   TO BPFPOR-ETAT
           ELSE
              MOVE SPACE      TO BPFPOR-ETAT
           END-IF.
           WRITE BPFPOR-ENR.
      /
      ****************************************************************
                 MOVE WS-FOU-ATTENDU TO PO-DT-ATTENDU OF PO-ENR-DDS
                 MOVE "O"            TO PO-ETAT OF PO-ENR-DDS
                 MOVE WS-ORD-NBLIG   TO PO-NBLIG OF PO-ENR-DDS
                 MOVE SPACE          TO PO-TRANS OF PO-ENR-DDS
                 MOVE SPACE          TO PO-DT-TRANS OF PO-ENR-DDS
                 WRITE PO-ENR-DDS
              END-IF
              MOVE SPACE TO WS-FOU-CUR
           MOVE CPT-LUS TO BPFPOR-TOT-LUS.
           MOVE CPT-ORD TO BPFPOR-TOT-ORD.
           MOVE CPT-LIG TO BPFPOR-TOT-LIG.
           MOVE CPT-NPR TO BPFPOR-TOT-NPR.
           WRITE BPFPOR-TOTALS.
      /
