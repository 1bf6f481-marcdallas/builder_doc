      * list stops chasing what the warehouse already booked in.
      * The receipt also feeds the STK-COUT unit cost the STK140
      * valuation extends: the invoiced RCP-PR when it is keyed,
      * otherwise the POLIG order-line price of the named order,
      * averaged in with the on-hand already held so STK-COUT is a
      * moving weighted-average cost rather than the last price
      * paid - the cost STK100 stamps on its issue movements.
      * A fresh delivery keyed with its lot number and use-by date
      * (RCP-LOT/RCP-DLC) also opens or tops up the STKLOT row of
      * that lot, the detail STK100 issues earliest use-by first,
      * and the lot is carried onto the movement row.
      * An invoiced RCP-PR is also checked against the price the
      * supplier contracted for on the PRXTAB price list (PRXCALC,
      * in effect on the date of the order the receipt names, or
      * on the receipt date when it names none): every receipt
      * invoiced off the list, and every invoiced receipt with no
      * list price to check it against, is printed on the BPFPVR
      * price-variance report grouped by supplier with the unit
      * and extended variance, so a creeping supplier price is
      * caught at the dock instead of at the next STK140
      * valuation.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
                   ASSIGN       TO DATABASE-STKMVT
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  STKLOT
                   ASSIGN       TO DATABASE-STKLOT
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF LOT-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  POMST
                   ASSIGN       TO DATABASE-POMST
                                   OF LIG-ENR-DDS
                   WITH DUPLICATES
                   FILE STATUS  IS ST.
      *
           SELECT  PROVMST
                   ASSIGN       TO DATABASE-PROVMST
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF FRN-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFRCT
                   ASSIGN       TO PRINTER-BPFRCT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFPVR
                   ASSIGN       TO PRINTER-BPFPVR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
           COPY DDS-ALL-FORMAT OF STKMVT.
      *
      ****************************************************************
      **** LOT DETAIL OF THE FRESH ARTICLES - A RECEIPT CARRYING A
      **** LOT OPENS ITS ROW OR ADDS TO IT
      ****************************************************************
       FD  STKLOT  LABEL RECORD STANDARD.
       01  LOT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKLOT.
      *
      ****************************************************************
      **** PURCHASE-ORDER MASTER - AN OPEN ORDER NAMED BY A RECEIPT
      **** IS MARKED RECEIVED HERE, SO PO110 STOPS CHASING IT
      ****************************************************************
           COPY DDS-ALL-FORMAT OF POLIG.
      *
      ****************************************************************
      **** SUPPLIER MASTER - NAME OF THE SUPPLIER ON THE PRICE-
      **** VARIANCE REPORT
      ****************************************************************
       FD  PROVMST   LABEL RECORD STANDARD.
       01  FRN-ENR-DDS.
           COPY DDS-ALL-FORMAT OF PROVMST.
      *
      ****************************************************************
      **** RECEIPT-POSTING LISTING - ONE LINE PER MOVEMENT WITH THE
      **** SUPPLIER AND THE NEW ON-HAND FIGURE
      ****************************************************************
           05  BPFRCT-TOT-CRE     PIC Z(5)9.
           05  FILLER             PIC X(24).
      *
      ****************************************************************
      **** PRICE-VARIANCE REPORT - INVOICED PRICE AGAINST THE PRXTAB
      **** CONTRACTED PRICE, ONE LINE PER RECEIPT OFF THE LIST,
      **** GROUPED BY SUPPLIER WITH A TOTAL LINE PER SUPPLIER
      ****************************************************************
       FD  BPFPVR  LABEL RECORD STANDARD.
       01  BPFPVR-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(4)  VALUE SPACE.
           05  BPFPVR-ARTIID      PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPVR-PONUM       PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPVR-QT          PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPVR-PR-FAC      PIC -(5)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPVR-PR-CTR      PIC -(5)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPVR-ECART       PIC -(10)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPVR-PCT         PIC -(4)9,9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPVR-MSG         PIC X(8).
      *
       01  BPFPVR-FOURN REDEFINES BPFPVR-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(9)  VALUE "SUPPLIER ".
           05  BPFPVR-FOU-ID      PIC X(8).
           05  FILLER             PIC X(1).
           05  BPFPVR-FOU-NOM     PIC X(20).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LIG=".
           05  BPFPVR-FOU-LIG     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "VAR=".
           05  BPFPVR-FOU-VAL     PIC -(11)9,99.
           05  FILLER             PIC X(25).
      *
       01  BPFPVR-TOTALS REDEFINES BPFPVR-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "CTL=".
           05  BPFPVR-TOT-CTL     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ECT=".
           05  BPFPVR-TOT-ECT     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "NPR=".
           05  BPFPVR-TOT-NPR     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ANO=".
           05  BPFPVR-TOT-ANO     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "VAR=".
           05  BPFPVR-TOT-VAL     PIC -(11)9,99.
           05  FILLER             PIC X(10).
      *
      /
       WORKING-STORAGE SECTION.
      *
       77  CPT-MVT           PIC 9(6) VALUE ZERO.
       77  CPT-CRE           PIC 9(6) VALUE ZERO.
      *
      ***** CONTROLE DES PRIX FACTURES - RECEPTIONS CONTROLEES,
      ***** HORS TARIF, SANS PRIX AU TARIF ET PERDUES TABLE PLEINE
       77  CPT-CTL           PIC 9(6) VALUE ZERO.
       77  CPT-ECT           PIC 9(6) VALUE ZERO.
       77  CPT-NPR           PIC 9(6) VALUE ZERO.
       77  CPT-ANO           PIC 9(6) VALUE ZERO.
      *
      ***** TABLE DES ECARTS DE PRIX - UN POSTE PAR RECEPTION
      ***** FACTUREE HORS TARIF OU SANS PRIX AU TARIF, EDITEE EN FIN
      ***** DE TRAITEMENT GROUPEE PAR FOURNISSEUR
       77  WK-VAR-NBPST      PIC 9(4) VALUE 500.
       77  WK-VAR-NB         PIC 9(4) VALUE ZERO.
       01  WK-VAR-TABLE.
           05  WK-VAR-TP     OCCURS 500 INDEXED BY IN-VAR.
               10  WK-VAR-PROV        PIC X(8).
               10  WK-VAR-ARTIID      PIC X(15).
               10  WK-VAR-PONUM       PIC X(10).
               10  WK-VAR-QT          PIC S9(8)V9(3)  COMP-3.
               10  WK-VAR-PR-FAC      PIC S9(6)V9(3)  COMP-3.
               10  WK-VAR-PR-CTR      PIC S9(6)V9(3)  COMP-3.
               10  WK-VAR-TARIF       PIC X(1).
               10  WK-VAR-EDT         PIC X(1).
      *
       77  WS-RESTE          PIC X    VALUE "N".
       77  WS-FOU-CUR        PIC X(8) VALUE SPACE.
       77  WS-FOU-NOM        PIC X(20) VALUE SPACE.
       77  WS-FOU-LIG        PIC 9(6) VALUE ZERO.
       77  WS-FOU-VAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-TOT-VAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-LIG-VAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-LIG-PCT        PIC S9(5)V9(1)  COMP-3 VALUE ZERO.
       77  WS-PRX-DATE       PIC X(8) VALUE SPACE.
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
      ***** COUT UNITAIRE RETENU POUR LA RECEPTION COURANTE ET
      ***** PARCOURS DES DOUBLONS POLIG DE L'ORDRE NOMME
       77  WS-COUT           PIC S9(6)V9(3) COMP-3 VALUE ZERO.
       77  WS-LIG-EOF        PIC X    VALUE "N".
      *
      ***** LOT RETENU POUR LE MOUVEMENT - A BLANC QUAND LA RECEPTION
      ***** N'EST PAS SUIVIE PAR LOT
       77  WS-LOT            PIC X(10) VALUE SPACE.
       77  WS-LOT-SANS-DLC   PIC X    VALUE "N".
      *
           COPY WKLDA.
      *
      *
           OPEN INPUT  STKRCP.
           OPEN INPUT  POLIG.
           OPEN INPUT  PROVMST.
           OPEN I-O    STOCK.
           OPEN I-O    STKLOT.
           OPEN I-O    POMST.
           OPEN EXTEND STKMVT.
           OPEN OUTPUT BPFRCT.
           OPEN OUTPUT BPFPVR.
      *
           MOVE "00" TO WS-END.
      *
           PERFORM TRAITEMENT-DETAIL UNTIL WS-END = HIGH-VALUE.
      *
       VIDE.
      *
           PERFORM EDITION-ECARTS.
      *
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  STKRCP
                  POLIG
                  PROVMST
                  STOCK
                  STKLOT
                  POMST
                  STKMVT
                  BPFRCT
                  BPFPVR.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "STK200"    TO RUN-PGM.
           IF WS-END = "00" THEN
      *
           ADD 1 TO CPT-LUS
           PERFORM CONTROLE-PRIX
           PERFORM POSTE-RECEPTION.
      *
       READ-NEXT.
                WRITE STK-ENR-DDS
                ADD 1 TO CPT-CRE.
      *
      ***** COUT UNITAIRE PORTE PAR LA RECEPTION - LE PRIX FACTURE
      ***** PRIME, SINON LE PRIX DE LA LIGNE D'ORDRE D'ACHAT NOMMEE
      ***** (CELUI QUE LE REAP-PR DE LA DEMANDE A PORTE JUSQU'ICI) -
      ***** UNE RECEPTION SANS AUCUN PRIX LAISSE LE COUT EN PLACE
      ***** - SINON COUT MOYEN PONDERE AVEC LE STOCK DEJA DETENU,
      ***** CALCULE AVANT L'ENTREE DE LA QUANTITE RECUE - UN STOCK
      ***** VIDE OU NEGATIF, OU ENCORE SANS COUT, PREND LE PRIX DE
      ***** LA RECEPTION TEL QUEL
           PERFORM RESOUD-COUT.
           IF WS-COUT NOT = ZERO
              IF STK-QT   OF STK-ENR-DDS > ZERO
                 AND STK-COUT OF STK-ENR-DDS NOT = ZERO
                 AND RCP-QT > ZERO
                 COMPUTE STK-COUT OF STK-ENR-DDS ROUNDED =
                       (STK-QT OF STK-ENR-DDS * STK-COUT OF STK-ENR-DDS
                        + RCP-QT * WS-COUT)
                     / (STK-QT OF STK-ENR-DDS + RCP-QT)
              ELSE
                 MOVE WS-COUT TO STK-COUT OF STK-ENR-DDS
              END-IF
           END-IF.
      *
           ADD RCP-QT TO STK-QT OF STK-ENR-DDS.
           MOVE WS-TODAY-DATE TO STK-DT-MAJ OF STK-ENR-DDS.
           REWRITE STK-ENR-DDS.
      *
      ***** RECEPTION D'UN LOT DE FRAIS - LE DETAIL PAR LOT SUIT LE
      ***** TOTAL DE L'ARTICLE - UN LOT SANS DATE LIMITE NE PEUT NI
      ***** SORTIR DANS L'ORDRE DES PEREMPTIONS NI ETRE PERIME, IL
      ***** RESTE DANS LE TOTAL SANS DETAIL ET LE LISTING LE SIGNALE
           MOVE SPACE TO WS-LOT.
           IF RCP-LOT NOT = SPACE
              IF RCP-DLC NOT = SPACE
                 MOVE RCP-LOT TO WS-LOT
                 PERFORM POSTE-LOT
              ELSE
                 MOVE "Y" TO WS-LOT-SANS-DLC
              END-IF
           END-IF.
      *
           MOVE RCP-ARTIID    TO MVT-ARTIID.
           MOVE WS-TODAY-DATE TO MVT-DATE.
           MOVE RCP-PONUM     TO MVT-ORDNUM.
           MOVE "E"           TO MVT-SENS.
           MOVE RCP-QT        TO MVT-QT.
           MOVE WS-LOT        TO MVT-LOT.
           MOVE WS-COUT       TO MVT-COUT.
           MOVE SPACE         TO MVT-SITE.
           MOVE SPACE         TO MVT-DT-CNT.
           WRITE MVT-ENR-DDS.
      *
           ADD 1 TO CPT-MVT.
      *
           MOVE SPACE TO BPFRCT-MSG.
           IF WS-LOT-SANS-DLC = "Y"
              MOVE "LOT-NO-DLC" TO BPFRCT-MSG
              MOVE "N" TO WS-LOT-SANS-DLC
           END-IF.
           IF RCP-PONUM NOT = SPACE
              PERFORM SOLDE-ORDRE-ACHAT
           END-IF.
           EXIT SECTION.
      /
      ****************************************************************
      ******* ENTREE DU LOT RECU SUR STKLOT - UN LOT DEJA CONNU SOUS
      ******* LA MEME DATE LIMITE EST COMPLETE, SINON IL EST CREE
      ****************************************************************
      /
       POSTE-LOT.
           MOVE RCP-ARTIID TO LOT-ARTIID OF LOT-ENR-DDS.
           MOVE RCP-DLC    TO LOT-DLC    OF LOT-ENR-DDS.
           MOVE RCP-LOT    TO LOT-NUM    OF LOT-ENR-DDS.
           READ STKLOT
                INVALID KEY
                     MOVE RCP-QT        TO LOT-QT      OF LOT-ENR-DDS
                     MOVE WS-TODAY-DATE TO LOT-DT-RCP  OF LOT-ENR-DDS
                     MOVE RCP-PROV-ID   TO LOT-PROV-ID OF LOT-ENR-DDS
                     WRITE LOT-ENR-DDS
                NOT INVALID KEY
                     ADD RCP-QT TO LOT-QT OF LOT-ENR-DDS
                     REWRITE LOT-ENR-DDS
           END-READ.
      /
      ****************************************************************
      ******* SOLDE DE L'ORDRE D'ACHAT NOMME PAR LA RECEPTION - LE
      ******* POMST PASSE A "R" (RECU) - UN NUMERO INCONNU OU UN
      ******* ORDRE DEJA SOLDE EST SIGNALE SUR LE LISTING SANS
           END-IF.
      /
      ****************************************************************
      ******* CONTROLE DU PRIX FACTURE CONTRE LE TARIF FOURNISSEUR -
      ******* LE PRIX CONTRACTUEL EST CELUI EN VIGUEUR A LA DATE DE
      ******* L'ORDRE NOMME, SINON A LA DATE DE RECEPTION - UNE
      ******* RECEPTION NON FACTUREE N'EST PAS CONTROLEE, UNE
      ******* RECEPTION AU PRIX DU TARIF NE SORT PAS SUR LE RAPPORT
      ****************************************************************
      /
       CONTROLE-PRIX SECTION.
      ***************************
      /
       TRT-RECORD.
           IF RCP-PR = ZERO
              GO  TO     END-RECORD
           END-IF.
           ADD 1 TO CPT-CTL.
      *
           MOVE WS-TODAY-DATE TO WS-PRX-DATE.
           IF RCP-PONUM NOT = SPACE
              MOVE RCP-PONUM TO PO-NUM OF PO-ENR-DDS
              READ POMST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                        MOVE PO-DT OF PO-ENR-DDS TO WS-PRX-DATE
              END-READ
           END-IF.
      *
           MOVE RCP-PROV-ID TO PRX-PRM-PROV.
           MOVE RCP-ARTIID  TO PRX-PRM-ARTIID.
           MOVE WS-PRX-DATE TO PRX-PRM-DATE.
           CALL "PRXCALC" USING PRX-PARM.
      *
           IF PRX-RET = "00"
              AND PRX-PRM-PR = RCP-PR
              GO  TO     END-RECORD
           END-IF.
      *
           IF WK-VAR-NB >= WK-VAR-NBPST
              ADD 1 TO CPT-ANO
              GO  TO     END-RECORD
           END-IF.
      *
           ADD 1 TO WK-VAR-NB.
           SET IN-VAR TO WK-VAR-NB.
           MOVE RCP-PROV-ID TO WK-VAR-PROV(IN-VAR).
           MOVE RCP-ARTIID  TO WK-VAR-ARTIID(IN-VAR).
           MOVE RCP-PONUM   TO WK-VAR-PONUM(IN-VAR).
           MOVE RCP-QT      TO WK-VAR-QT(IN-VAR).
           MOVE RCP-PR      TO WK-VAR-PR-FAC(IN-VAR).
           MOVE "N"         TO WK-VAR-EDT(IN-VAR).
           IF PRX-RET = "00"
              MOVE PRX-PRM-PR TO WK-VAR-PR-CTR(IN-VAR)
              MOVE "Y"        TO WK-VAR-TARIF(IN-VAR)
              ADD 1 TO CPT-ECT
           ELSE
              MOVE ZERO       TO WK-VAR-PR-CTR(IN-VAR)
              MOVE "N"        TO WK-VAR-TARIF(IN-VAR)
              ADD 1 TO CPT-NPR
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* EDITION DU RAPPORT D'ECARTS GROUPE PAR FOURNISSEUR -
      ******* A CHAQUE TOUR LE PLUS PETIT FOURNISSEUR NON ENCORE
      ******* EDITE EST RETENU, PUIS TOUS SES POSTES SONT ECRITS
      ******* SUIVIS DE SA LIGNE DE TOTAUX
      ****************************************************************
      /
       EDITION-ECARTS SECTION.
      ***************************
      /
       TRT-RECORD.
           IF WK-VAR-NB = ZERO
              GO  TO     END-RECORD
           END-IF.
      *
           MOVE "Y" TO WS-RESTE.
           PERFORM EDITION-FOURNISSEUR UNTIL WS-RESTE = "N".
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** ONE PASS = ONE SUPPLIER - FIRST FIND THE LOWEST SUPPLIER
      ***** ID STILL UNEDITED, THEN EDIT EVERY POSTE THAT CARRIES IT
       EDITION-FOURNISSEUR.
           MOVE "N"        TO WS-RESTE.
           MOVE HIGH-VALUE TO WS-FOU-CUR.
           SET IN-VAR TO 1.
           PERFORM CHERCHE-FOURNISSEUR UNTIL IN-VAR > WK-VAR-NB.
      *
           IF WS-RESTE = "Y"
              MOVE ZERO TO WS-FOU-LIG
              MOVE ZERO TO WS-FOU-VAL
              SET IN-VAR TO 1
              PERFORM EDITION-POSTE UNTIL IN-VAR > WK-VAR-NB
              PERFORM EDITION-TOTAL-FOURNISSEUR
           END-IF.
      /
       CHERCHE-FOURNISSEUR.
           IF WK-VAR-EDT(IN-VAR) = "N"
              AND WK-VAR-PROV(IN-VAR) < WS-FOU-CUR
              MOVE WK-VAR-PROV(IN-VAR) TO WS-FOU-CUR
              MOVE "Y" TO WS-RESTE
           END-IF.
           SET IN-VAR UP BY 1.
      /
       EDITION-POSTE.
           IF WK-VAR-EDT(IN-VAR) = "N"
              AND WK-VAR-PROV(IN-VAR) = WS-FOU-CUR
              MOVE "Y" TO WK-VAR-EDT(IN-VAR)
              ADD 1 TO WS-FOU-LIG
              PERFORM EDITION-BPFPVR
           END-IF.
           SET IN-VAR UP BY 1.
      /
      ****************************************************************
      ******* ECRITURE D'UNE LIGNE D'ECART - ECART UNITAIRE ETENDU A
      ******* LA QUANTITE RECUE ET EN POURCENTAGE DU PRIX DU TARIF -
      ******* UNE RECEPTION SANS PRIX AU TARIF SORT SANS ECART
      ****************************************************************
      /
       EDITION-BPFPVR.
           MOVE SPACE                  TO BPFPVR-ENR.
           MOVE WK-VAR-ARTIID(IN-VAR)  TO BPFPVR-ARTIID.
           MOVE WK-VAR-PONUM(IN-VAR)   TO BPFPVR-PONUM.
           MOVE WK-VAR-QT(IN-VAR)      TO BPFPVR-QT.
           MOVE WK-VAR-PR-FAC(IN-VAR)  TO BPFPVR-PR-FAC.
           MOVE WK-VAR-PR-CTR(IN-VAR)  TO BPFPVR-PR-CTR.
      *
           IF WK-VAR-TARIF(IN-VAR) = "Y"
              COMPUTE WS-LIG-VAL ROUNDED =
                      (WK-VAR-PR-FAC(IN-VAR) - WK-VAR-PR-CTR(IN-VAR))
                    * WK-VAR-QT(IN-VAR)
              COMPUTE WS-LIG-PCT ROUNDED =
                      (WK-VAR-PR-FAC(IN-VAR) - WK-VAR-PR-CTR(IN-VAR))
                    * 100 / WK-VAR-PR-CTR(IN-VAR)
                      ON SIZE ERROR
                         MOVE 99999 TO WS-LIG-PCT
              END-COMPUTE
              ADD WS-LIG-VAL TO WS-FOU-VAL
              ADD WS-LIG-VAL TO WS-TOT-VAL
              MOVE WS-LIG-VAL TO BPFPVR-ECART
              MOVE WS-LIG-PCT TO BPFPVR-PCT
              IF WK-VAR-PR-FAC(IN-VAR) > WK-VAR-PR-CTR(IN-VAR)
                 MOVE "OVER"     TO BPFPVR-MSG
              ELSE
                 MOVE "UNDER"    TO BPFPVR-MSG
              END-IF
           ELSE
              MOVE ZERO          TO BPFPVR-ECART
              MOVE ZERO          TO BPFPVR-PCT
              MOVE "NO PRICE"    TO BPFPVR-MSG
           END-IF.
           WRITE BPFPVR-ENR.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX D'UN FOURNISSEUR
      ****************************************************************
      /
       EDITION-TOTAL-FOURNISSEUR.
           PERFORM RESOUD-NOM-FOURNISSEUR.
           MOVE WS-FOU-CUR TO BPFPVR-FOU-ID.
           MOVE WS-FOU-NOM TO BPFPVR-FOU-NOM.
           MOVE WS-FOU-LIG TO BPFPVR-FOU-LIG.
           MOVE WS-FOU-VAL TO BPFPVR-FOU-VAL.
           WRITE BPFPVR-FOURN.
      /
      ****************************************************************
      ******* RESOLUTION DU NOM DU FOURNISSEUR SUR PROVMST - UN CODE
      ******* ABSENT DU FICHIER MAITRE RESTE AFFICHE "*UNKNOWN*"
      ****************************************************************
      /
       RESOUD-NOM-FOURNISSEUR.
           MOVE "*UNKNOWN*" TO WS-FOU-NOM.
           MOVE WS-FOU-CUR  TO FRN-ID OF FRN-ENR-DDS.
           READ PROVMST
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     MOVE FRN-NOM OF FRN-ENR-DDS TO WS-FOU-NOM
           END-READ.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
           MOVE CPT-MVT TO BPFRCT-TOT-MVT.
           MOVE CPT-CRE TO BPFRCT-TOT-CRE.
           WRITE BPFRCT-TOTALS.
      *
           MOVE CPT-CTL    TO BPFPVR-TOT-CTL.
           MOVE CPT-ECT    TO BPFPVR-TOT-ECT.
           MOVE CPT-NPR    TO BPFPVR-TOT-NPR.
           MOVE CPT-ANO    TO BPFPVR-TOT-ANO.
           MOVE WS-TOT-VAL TO BPFPVR-TOT-VAL.
           WRITE BPFPVR-TOTALS.
      /
