       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAC100.
      /
      ***********************
      * This program is the three-way match accounts payable did
      * by hand: every FACMNTX supplier-invoice line is paired with
      * the POLIG line of the purchase order and article it bills
      * and with the STK200 receipts posted against that order
      * (the "E" movements STKMVT carries under the order number).
      * The quantity invoiced is compared with the quantity
      * received and the invoiced price with the LIG-PR order
      * price, each within the FACPRM percentage tolerance. An
      * invoice whose every line matches is written to the FACAPP
      * approved-for-payment extract; an invoice with any line out
      * of tolerance - or naming an order that does not exist,
      * belongs to another supplier, or has no line for the
      * article - goes to the dispute report, grouped by supplier
      * under its PROVMST name, with the reason on each failing
      * line. Nothing is paid for goods that never arrived or at a
      * price that was never agreed. In simulation mode
      * (LDA-VISUEL) the report is produced and FACAPP is not
      * written.
      * The quantity an invoice line may bill is what was received
      * less what is already billed: LIG-QT-FAC on the POLIG line
      * keeps the quantity of every invoice approved in earlier
      * runs, and an approval in this run counts against the later
      * invoices of the same run before the line is rewritten - so
      * one receipt cannot be paid twice on two invoices. A line
      * already billed in full is disputed FULLY BILLED.
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
           SELECT  FACMNTX
                   ASSIGN       TO DATABASE-FACMNTX
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  FACPRM
                   ASSIGN       TO DATABASE-FACPRM
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  STKMVT
                   ASSIGN       TO DATABASE-STKMVT
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  POMST
                   ASSIGN       TO DATABASE-POMST
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF PO-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  POLIG
                   ASSIGN       TO DATABASE-POLIG
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
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
           SELECT  FACAPP
                   ASSIGN       TO DATABASE-FACAPP
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFLIT
                   ASSIGN       TO PRINTER-BPFLIT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  FACMNTX  LABEL RECORD STANDARD.
       01  FAC-ENR-DDS.
           COPY DDS-ALL-FORMAT OF FACMNTX.
      *
       FD  FACPRM  LABEL RECORD STANDARD.
       01  PRM-ENR-DDS.
           COPY DDS-ALL-FORMAT OF FACPRM.
      *
      ****************************************************************
      **** MOVEMENT HISTORY - THE "E" ROWS STK200 POSTED UNDER AN
      **** ORDER NUMBER ARE THE RECEIPTS THE INVOICE IS CHECKED
      **** AGAINST
      ****************************************************************
       FD  STKMVT  LABEL RECORD STANDARD.
       01  MVT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKMVT.
      *
       FD  POMST   LABEL RECORD STANDARD.
       01  PO-ENR-DDS.
           COPY DDS-ALL-FORMAT OF POMST.
      *
       FD  POLIG   LABEL RECORD STANDARD.
       01  LIG-ENR-DDS.
           COPY DDS-ALL-FORMAT OF POLIG.
      *
       FD  PROVMST LABEL RECORD STANDARD.
       01  FRN-ENR-DDS.
           COPY DDS-ALL-FORMAT OF PROVMST.
      *
      ****************************************************************
      **** APPROVED-FOR-PAYMENT EXTRACT - ONE RECORD PER INVOICE
      **** MATCHED IN FULL
      ****************************************************************
       FD  FACAPP  LABEL RECORD STANDARD.
       01  APP-ENR-DDS.
           COPY DDS-ALL-FORMAT OF FACAPP.
      *
      ****************************************************************
      **** DISPUTE REPORT - A SUPPLIER HEADING, THEN EVERY LINE OF
      **** ITS DISPUTED INVOICES WITH THE REASON ON THE FAILING ONES
      ****************************************************************
       FD  BPFLIT  LABEL RECORD STANDARD.
       01  BPFLIT-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFLIT-NUM         PIC X(12).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFLIT-PONUM       PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFLIT-ARTIID      PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFLIT-QT          PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFLIT-RECU        PIC -(10)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFLIT-PR          PIC -(5)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFLIT-PRCDE       PIC -(5)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFLIT-MOTIF       PIC X(14).
      *
       01  BPFLIT-FRN REDEFINES BPFLIT-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(9)  VALUE "SUPPLIER ".
           05  BPFLIT-FRN-ID      PIC X(8).
           05  FILLER             PIC X(1).
           05  BPFLIT-FRN-NOM     PIC X(30).
           05  FILLER             PIC X(57).
      *
       01  BPFLIT-TOTALS REDEFINES BPFLIT-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFLIT-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "APP=".
           05  BPFLIT-TOT-APP     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LIT=".
           05  BPFLIT-TOT-LIT     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ANO=".
           05  BPFLIT-TOT-ANO     PIC Z(5)9.
           05  FILLER             PIC X(50).
      *
      /
       WORKING-STORAGE SECTION.
      *
      ***** END-OF-RUN COUNTERS TO THE SHARED RUN-STATISTICS FILE
      ***** RUNFIL - SEE RUNSTAT AND THE OPS100 MORNING PAGE
       01  RUN-PARM.
           05  RUN-PGM            PIC X(10).
           05  RUN-LIB1           PIC X(3).
           05  RUN-CPT1           PIC 9(8).
           05  RUN-LIB2           PIC X(3).
           05  RUN-CPT2           PIC 9(8).
           05  RUN-LIB3           PIC X(3).
           05  RUN-CPT3           PIC 9(8).
       77  CPT-LUS           PIC 9(6) VALUE ZERO.
       77  CPT-APP           PIC 9(6) VALUE ZERO.
       77  CPT-LIT           PIC 9(6) VALUE ZERO.
       77  CPT-ANO           PIC 9(6) VALUE ZERO.
      *
      ***** TOLERANCES EN POURCENTAGE - QUANTITE FACTUREE CONTRE
      ***** QUANTITE RECUE, PRIX FACTURE CONTRE PRIX DE L'ORDRE
       77  WS-TOL-QT         PIC 9(3)V9(2) VALUE ZERO.
       77  WS-TOL-PR         PIC 9(3)V9(2) VALUE 2.
      *
      ***** LIGNES DE FACTURE DU JOUR - CHARGEES EN TABLE POUR QUE LE
      ***** CUMUL DES RECEPTIONS SE FASSE EN UN SEUL PASSAGE SUR
      ***** STKMVT - WK-FAC-ETAT : BLANC = FACTURE NON ENCORE JUGEE,
      ***** "A" = APPROUVEE, "L" = EN LITIGE - TABLE PLEINE = LES
      ***** LIGNES SUIVANTES SONT LISTEES EN ANOMALIE ET LA FACTURE
      ***** A CHEVAL SUR LA LIMITE PART EN LITIGE, JAMAIS PAYEE A
      ***** MOITIE - WK-FAC-DEJA : QUANTITE DEJA FACTUREE SUR LA
      ***** LIGNE D'ORDRE (LIG-QT-FAC PLUS LES FACTURES APPROUVEES
      ***** PLUS HAUT DANS CE PASSAGE)
       77  WK-FAC-NBPST      PIC 9(4) VALUE 1000.
       77  WK-FAC-NB         PIC 9(4) VALUE ZERO.
       01  WK-FAC-TABLE.
           05  WK-FAC-TP    OCCURS 1000 INDEXED BY IN-FAC IN-GRP
                                                   IN-CUM.
               10  WK-FAC-NUM         PIC X(12).
               10  WK-FAC-PROV        PIC X(8).
               10  WK-FAC-DT          PIC X(8).
               10  WK-FAC-PONUM       PIC X(10).
               10  WK-FAC-ARTIID      PIC X(15).
               10  WK-FAC-QT          PIC S9(8)V9(3)  COMP-3.
               10  WK-FAC-PR          PIC S9(6)V9(3)  COMP-3.
               10  WK-FAC-RECU        PIC S9(11)V9(3) COMP-3.
               10  WK-FAC-DEJA        PIC S9(11)V9(3) COMP-3.
               10  WK-FAC-PRCDE       PIC S9(6)V9(3)  COMP-3.
               10  WK-FAC-MOTIF       PIC X(14).
               10  WK-FAC-ETAT        PIC X(1).
               10  WK-FAC-EDT         PIC X(1).
      *
      ***** PREMIERE FACTURE DEBORDANT DE LA TABLE
       77  WS-DEB-NUM        PIC X(12) VALUE SPACE.
       77  WS-DEB-PROV       PIC X(8)  VALUE SPACE.
      *
       77  WS-FAC-EOF        PIC X    VALUE "N".
       77  WS-MVT-EOF        PIC X    VALUE "N".
       77  WS-LIG-EOF        PIC X    VALUE "N".
       77  WS-LIG-TROUVE     PIC X    VALUE "N".
      *
       77  WS-ECART          PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-RESTE          PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *
      ***** LIGNE D'ORDRE RECHERCHEE SUR POLIG
       77  WS-LIG-PONUM      PIC X(10) VALUE SPACE.
       77  WS-LIG-ARTIID     PIC X(15) VALUE SPACE.
       77  WS-SEUIL          PIC S9(11)V9(5) COMP-3 VALUE ZERO.
      *
      ***** JUGEMENT D'UNE FACTURE - TOUTES SES LIGNES DOIVENT PASSER
       77  WS-FAC-OK         PIC X    VALUE "Y".
       77  WS-FAC-NBLIG      PIC 9(4) VALUE ZERO.
       77  WS-FAC-MONTANT    PIC S9(13)V9(2) COMP-3 VALUE ZERO.
      *
      ***** REGROUPEMENT DU RAPPORT DE LITIGES PAR FOURNISSEUR - LE
      ***** PLUS PETIT CODE NON ENCORE EDITE A CHAQUE TOUR
       77  WS-GRP-PROV       PIC X(8) VALUE SPACE.
       77  WS-GRP-RESTE      PIC X    VALUE "N".
      *
           COPY WKLDA.
      *
       77  ST                     PIC XX.
       77  WS-END                 PIC XX.
      *
       01  WS-TODAY-YMD  VALUE ZERO.
           05  WS-TODAY-AA        PIC 9(4).
           05  WS-TODAY-MM        PIC 9(2).
           05  WS-TODAY-JJ        PIC 9(2).
       77  WS-TODAY-DATE          PIC X(8) VALUE SPACE.
      *
      /
      *
      ********************
       PROCEDURE DIVISION.
      ********************
       INIT SECTION.
      ********************
       DEBUT-PROG.
      ***** MESSAGE DE DEBUT
           ACCEPT   WS-TODAY-YMD  FROM  DATE YYYYMMDD.
           MOVE WS-TODAY-YMD TO WS-TODAY-DATE.
           ACCEPT   WKLDA      FROM  LDA.
      *
      ***** TOLERANCES - ENREGISTREMENT ABSENT OU NON NUMERIQUE =
      ***** QUANTITE EXACTE ET PRIX A DEUX POUR CENT
           OPEN INPUT  FACPRM.
           READ FACPRM NEXT AT END
                GO  TO   FIN-FACPRM.
           IF PRM-TOL-QT IS NUMERIC
              MOVE PRM-TOL-QT TO WS-TOL-QT
           END-IF.
           IF PRM-TOL-PR IS NUMERIC
              MOVE PRM-TOL-PR TO WS-TOL-PR
           END-IF.
       FIN-FACPRM.
           CLOSE FACPRM.
      *
           OPEN INPUT  POMST.
           OPEN I-O    POLIG.
           OPEN INPUT  PROVMST.
           OPEN OUTPUT FACAPP.
           OPEN OUTPUT BPFLIT.
      *
      ***** LES LIGNES DE FACTURE EN TABLE, PUIS LES RECEPTIONS
      ***** CUMULEES EN UN PASSAGE SUR L'HISTORIQUE DES MOUVEMENTS
           PERFORM CHARGE-FACTURES.
           IF WK-FAC-NB = ZERO
              GO  TO   VIDE
           END-IF.
           PERFORM CUMUL-RECEPTIONS.
      *
      ***** RAPPROCHEMENT LIGNE A LIGNE, JUGEMENT FACTURE PAR FACTURE
           SET IN-FAC TO 1.
           PERFORM CONTROLE-TOUR UNTIL IN-FAC > WK-FAC-NB.
      *
           SET IN-FAC TO 1.
           PERFORM JUGEMENT-TOUR UNTIL IN-FAC > WK-FAC-NB.
      *
           PERFORM EDITION-LITIGES.
      *
       VIDE.
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  POMST
                  POLIG
                  PROVMST
                  FACAPP
                  BPFLIT.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "FAC100"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "APP"      TO RUN-LIB2.
           MOVE CPT-APP    TO RUN-CPT2.
           MOVE "LIT"      TO RUN-LIB3.
           MOVE CPT-LIT    TO RUN-CPT3.
           CALL "RUNSTAT" USING RUN-PARM.
      *
           STOP    RUN.
      ***********************************************************
      ***  END PROGRAM
      ***********************************************************
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CONTROLE-TOUR.
           PERFORM TRAITEMENT-DETAIL.
           SET IN-FAC UP BY 1.
      /
      ****************************************************************
      ******* RAPPROCHEMENT D'UNE LIGNE DE FACTURE - ORDRE D'ACHAT DU
      ******* MEME FOURNISSEUR, LIGNE POLIG DE L'ARTICLE, QUANTITE
      ******* RECUE PUIS PRIX - LE PREMIER ECART TROUVE DONNE LE MOTIF
      ****************************************************************
      /
       TRAITEMENT-DETAIL SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE SPACE TO WK-FAC-MOTIF(IN-FAC).
      *
           MOVE WK-FAC-PONUM(IN-FAC) TO PO-NUM OF PO-ENR-DDS.
           READ POMST INVALID KEY
                MOVE "PO UNKNOWN"  TO WK-FAC-MOTIF(IN-FAC)
                GO  TO   END-RECORD.
           IF PO-PROV-ID OF PO-ENR-DDS NOT = WK-FAC-PROV(IN-FAC)
              MOVE "PO SUPPLIER" TO WK-FAC-MOTIF(IN-FAC)
              GO  TO   END-RECORD
           END-IF.
      *
           MOVE WK-FAC-PONUM(IN-FAC)  TO WS-LIG-PONUM.
           MOVE WK-FAC-ARTIID(IN-FAC) TO WS-LIG-ARTIID.
           PERFORM RESOUD-LIGNE-ORDRE.
           IF WS-LIG-TROUVE = "N"
              MOVE "NO PO LINE"  TO WK-FAC-MOTIF(IN-FAC)
              GO  TO   END-RECORD
           END-IF.
           MOVE LIG-PR OF LIG-ENR-DDS TO WK-FAC-PRCDE(IN-FAC).
           IF LIG-QT-FAC OF LIG-ENR-DDS IS NUMERIC
              MOVE LIG-QT-FAC OF LIG-ENR-DDS TO WK-FAC-DEJA(IN-FAC)
           END-IF.
      *
      ***** LA QUANTITE EST CONTROLEE AU JUGEMENT DE LA FACTURE,
      ***** QUAND LES FACTURES APPROUVEES AVANT ELLE DANS CE PASSAGE
      ***** SONT CONNUES - VOIR CONTROLE-QUANTITE
      *
      ***** PRIX FACTURE CONTRE PRIX DE LA LIGNE D'ORDRE
           COMPUTE WS-ECART = WK-FAC-PR(IN-FAC) - WK-FAC-PRCDE(IN-FAC).
           IF WS-ECART < ZERO
              COMPUTE WS-ECART = ZERO - WS-ECART
           END-IF.
           COMPUTE WS-SEUIL = WK-FAC-PRCDE(IN-FAC) * WS-TOL-PR / 100.
           IF WS-ECART > WS-SEUIL
              MOVE "PRICE"        TO WK-FAC-MOTIF(IN-FAC)
              GO  TO   END-RECORD
           END-IF.
      *
      ***** LA FACTURE A CHEVAL SUR LA LIMITE DE TABLE N'EST PAS
      ***** COMPLETE ICI - ELLE NE PEUT PAS PASSER
           IF WS-DEB-NUM NOT = SPACE
              AND WK-FAC-NUM(IN-FAC)  = WS-DEB-NUM
              AND WK-FAC-PROV(IN-FAC) = WS-DEB-PROV
              MOVE "TABLE FULL"   TO WK-FAC-MOTIF(IN-FAC)
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* CHARGEMENT DES LIGNES DE FACTURE DEPUIS FACMNTX
      ****************************************************************
      /
       CHARGE-FACTURES SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT FACMNTX.
           MOVE "N" TO WS-FAC-EOF.
           PERFORM CHARGE-FAC-SUIVANT UNTIL WS-FAC-EOF = "Y".
           CLOSE FACMNTX.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CHARGE-FAC-SUIVANT.
           READ FACMNTX NEXT AT END
                MOVE "Y" TO WS-FAC-EOF
           END-READ.
      *
           IF WS-FAC-EOF NOT = "Y"
              ADD 1 TO CPT-LUS
              IF WK-FAC-NB < WK-FAC-NBPST
                 ADD 1 TO WK-FAC-NB
                 SET IN-FAC TO WK-FAC-NB
                 MOVE FAC-NUM     TO WK-FAC-NUM(IN-FAC)
                 MOVE FAC-PROV-ID TO WK-FAC-PROV(IN-FAC)
                 MOVE FAC-DT      TO WK-FAC-DT(IN-FAC)
                 MOVE FAC-PONUM   TO WK-FAC-PONUM(IN-FAC)
                 MOVE FAC-ARTIID  TO WK-FAC-ARTIID(IN-FAC)
                 MOVE FAC-QT      TO WK-FAC-QT(IN-FAC)
                 MOVE FAC-PR      TO WK-FAC-PR(IN-FAC)
                 MOVE ZERO        TO WK-FAC-RECU(IN-FAC)
                 MOVE ZERO        TO WK-FAC-DEJA(IN-FAC)
                 MOVE ZERO        TO WK-FAC-PRCDE(IN-FAC)
                 MOVE SPACE       TO WK-FAC-MOTIF(IN-FAC)
                 MOVE SPACE       TO WK-FAC-ETAT(IN-FAC)
                 MOVE "N"         TO WK-FAC-EDT(IN-FAC)
              ELSE
                 PERFORM EDITION-DEBORDEMENT
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* LIGNE DE FACTURE HORS TABLE - LISTEE TELLE QUELLE EN
      ******* ANOMALIE, LA PREMIERE FACTURE CONCERNEE EST RETENUE
      ****************************************************************
      /
       EDITION-DEBORDEMENT.
           ADD 1 TO CPT-ANO.
           IF WS-DEB-NUM = SPACE
              MOVE FAC-NUM     TO WS-DEB-NUM
              MOVE FAC-PROV-ID TO WS-DEB-PROV
           END-IF.
           MOVE SPACE        TO BPFLIT-ENR.
           MOVE FAC-NUM      TO BPFLIT-NUM.
           MOVE FAC-PONUM    TO BPFLIT-PONUM.
           MOVE FAC-ARTIID   TO BPFLIT-ARTIID.
           MOVE FAC-QT       TO BPFLIT-QT.
           MOVE ZERO         TO BPFLIT-RECU.
           MOVE FAC-PR       TO BPFLIT-PR.
           MOVE ZERO         TO BPFLIT-PRCDE.
           MOVE "TABLE FULL" TO BPFLIT-MOTIF.
           WRITE BPFLIT-ENR.
      /
      ****************************************************************
      ******* CUMUL DES RECEPTIONS - CHAQUE MOUVEMENT "E" PORTANT UN
      ******* NUMERO D'ORDRE S'AJOUTE AUX LIGNES DE FACTURE DU MEME
      ******* ORDRE ET DU MEME ARTICLE
      ****************************************************************
      /
       CUMUL-RECEPTIONS SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT STKMVT.
           MOVE "N" TO WS-MVT-EOF.
           PERFORM CUMUL-MVT-SUIVANT UNTIL WS-MVT-EOF = "Y".
           CLOSE STKMVT.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CUMUL-MVT-SUIVANT.
           READ STKMVT NEXT AT END
                MOVE "Y" TO WS-MVT-EOF
           END-READ.
      *
           IF WS-MVT-EOF NOT = "Y"
              IF MVT-SENS = "E"
                 AND MVT-ORDNUM NOT = SPACE
                 SET IN-FAC TO 1
                 PERFORM CUMUL-MVT-TOUR UNTIL IN-FAC > WK-FAC-NB
              END-IF
           END-IF.
      /
       CUMUL-MVT-TOUR.
           IF WK-FAC-PONUM(IN-FAC)  = MVT-ORDNUM
              AND WK-FAC-ARTIID(IN-FAC) = MVT-ARTIID
              ADD MVT-QT TO WK-FAC-RECU(IN-FAC)
           END-IF.
           SET IN-FAC UP BY 1.
      /
      ****************************************************************
      ******* RECHERCHE DE LA LIGNE POLIG DE L'ARTICLE SOUS L'ORDRE
      ******* NOMME - SON PRIX EST LE PRIX CONVENU, LIG-QT-FAC LA
      ******* QUANTITE DEJA FACTUREE - TROUVEE, ELLE RESTE LA DERNIERE
      ******* LUE POUR LE REWRITE DE L'APPROBATION
      ****************************************************************
      /
       RESOUD-LIGNE-ORDRE SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE "N" TO WS-LIG-TROUVE.
           MOVE WS-LIG-PONUM TO LIG-PONUM OF LIG-ENR-DDS.
           START POLIG KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF LIG-ENR-DDS
                 INVALID KEY
                 GO  TO     END-RECORD.
      *
           MOVE "N" TO WS-LIG-EOF.
           PERFORM LIGNE-SUIVANTE UNTIL WS-LIG-EOF = "Y".
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       LIGNE-SUIVANTE.
           READ POLIG NEXT AT END
                MOVE "Y" TO WS-LIG-EOF
           END-READ.
      *
           IF WS-LIG-EOF NOT = "Y"
              IF LIG-PONUM OF LIG-ENR-DDS NOT = WS-LIG-PONUM
                 MOVE "Y" TO WS-LIG-EOF
              ELSE
                 IF LIG-ARTIID OF LIG-ENR-DDS = WS-LIG-ARTIID
                    MOVE "Y" TO WS-LIG-TROUVE
                    MOVE "Y" TO WS-LIG-EOF
                 END-IF
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* JUGEMENT D'UNE FACTURE - A LA PREMIERE LIGNE NON JUGEE,
      ******* TOUTES LES LIGNES DU MEME NUMERO ET DU MEME FOURNISSEUR
      ******* SONT PARCOURUES : UNE SEULE LIGNE EN ECART MET LA
      ******* FACTURE ENTIERE EN LITIGE, SINON ELLE PART AU PAIEMENT
      ****************************************************************
      /
       JUGEMENT-TOUR.
           PERFORM JUGE-FACTURE.
           SET IN-FAC UP BY 1.
      /
       JUGE-FACTURE SECTION.
      ***************************
      /
       TRT-RECORD.
           IF WK-FAC-ETAT(IN-FAC) NOT = SPACE
              GO  TO     END-RECORD
           END-IF.
      *
           MOVE "Y"  TO WS-FAC-OK.
           MOVE ZERO TO WS-FAC-NBLIG.
           MOVE ZERO TO WS-FAC-MONTANT.
           SET IN-GRP TO IN-FAC.
           PERFORM JUGE-FAC-TOUR UNTIL IN-GRP > WK-FAC-NB.
      *
           SET IN-GRP TO IN-FAC.
           PERFORM MARQUE-FAC-TOUR UNTIL IN-GRP > WK-FAC-NB.
      *
           IF WS-FAC-OK = "Y"
              ADD 1 TO CPT-APP
              IF NOT LDA-VISUEL
                 MOVE WK-FAC-PROV(IN-FAC) TO APP-PROV-ID
                 MOVE WK-FAC-NUM(IN-FAC)  TO APP-NUM
                 MOVE WK-FAC-DT(IN-FAC)   TO APP-DT
                 MOVE WS-FAC-NBLIG        TO APP-NBLIG
                 MOVE WS-FAC-MONTANT      TO APP-MONTANT
                 MOVE WS-TODAY-DATE       TO APP-DT-APP
                 WRITE APP-ENR-DDS
              END-IF
           ELSE
              ADD 1 TO CPT-LIT
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      /
       JUGE-FAC-TOUR.
           IF WK-FAC-NUM(IN-GRP)  = WK-FAC-NUM(IN-FAC)
              AND WK-FAC-PROV(IN-GRP) = WK-FAC-PROV(IN-FAC)
              ADD 1 TO WS-FAC-NBLIG
              COMPUTE WS-FAC-MONTANT ROUNDED = WS-FAC-MONTANT
                    + WK-FAC-QT(IN-GRP) * WK-FAC-PR(IN-GRP)
              IF WK-FAC-MOTIF(IN-GRP) = SPACE
                 PERFORM CONTROLE-QUANTITE
              END-IF
              IF WK-FAC-MOTIF(IN-GRP) NOT = SPACE
                 MOVE "N" TO WS-FAC-OK
              END-IF
           END-IF.
           SET IN-GRP UP BY 1.
      /
       MARQUE-FAC-TOUR.
           IF WK-FAC-NUM(IN-GRP)  = WK-FAC-NUM(IN-FAC)
              AND WK-FAC-PROV(IN-GRP) = WK-FAC-PROV(IN-FAC)
              IF WS-FAC-OK = "Y"
                 MOVE "A" TO WK-FAC-ETAT(IN-GRP)
                 PERFORM CUMUL-FACTURE
              ELSE
                 MOVE "L" TO WK-FAC-ETAT(IN-GRP)
              END-IF
           END-IF.
           SET IN-GRP UP BY 1.
      /
      ****************************************************************
      ******* QUANTITE FACTUREE CONTRE QUANTITE RECUE RESTANT A
      ******* FACTURER - RECU MOINS DEJA FACTURE SUR LA LIGNE D'ORDRE,
      ******* MOINS LES LIGNES PRECEDENTES DE LA MEME FACTURE POUR LA
      ******* MEME LIGNE D'ORDRE
      ****************************************************************
      /
       CONTROLE-QUANTITE SECTION.
      ***************************
      /
       TRT-RECORD.
           IF WK-FAC-RECU(IN-GRP) = ZERO
              AND WK-FAC-QT(IN-GRP) NOT = ZERO
              MOVE "NOT RECEIVED" TO WK-FAC-MOTIF(IN-GRP)
              GO  TO   END-RECORD
           END-IF.
      *
           COMPUTE WS-RESTE = WK-FAC-RECU(IN-GRP) - WK-FAC-DEJA(IN-GRP).
           SET IN-CUM TO IN-FAC.
           PERFORM RESTE-FAC-TOUR UNTIL IN-CUM NOT < IN-GRP.
      *
           IF WS-RESTE NOT > ZERO
              AND WK-FAC-QT(IN-GRP) > ZERO
              MOVE "FULLY BILLED" TO WK-FAC-MOTIF(IN-GRP)
              GO  TO   END-RECORD
           END-IF.
      *
           COMPUTE WS-ECART = WK-FAC-QT(IN-GRP) - WS-RESTE.
           COMPUTE WS-SEUIL = WS-RESTE * WS-TOL-QT / 100.
           IF WS-ECART > WS-SEUIL
              MOVE "QTY>RECEIVED" TO WK-FAC-MOTIF(IN-GRP)
              GO  TO   END-RECORD
           END-IF.
           IF ZERO - WS-ECART > WS-SEUIL
              MOVE "QTY<RECEIVED" TO WK-FAC-MOTIF(IN-GRP)
              GO  TO   END-RECORD
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       RESTE-FAC-TOUR.
           IF WK-FAC-NUM(IN-CUM)  = WK-FAC-NUM(IN-FAC)
              AND WK-FAC-PROV(IN-CUM) = WK-FAC-PROV(IN-FAC)
              AND WK-FAC-PONUM(IN-CUM)  = WK-FAC-PONUM(IN-GRP)
              AND WK-FAC-ARTIID(IN-CUM) = WK-FAC-ARTIID(IN-GRP)
              SUBTRACT WK-FAC-QT(IN-CUM) FROM WS-RESTE
           END-IF.
           SET IN-CUM UP BY 1.
      /
      ****************************************************************
      ******* LIGNE D'UNE FACTURE APPROUVEE - SA QUANTITE EST AJOUTEE
      ******* AU DEJA FACTURE DES LIGNES NON ENCORE JUGEES DE LA MEME
      ******* LIGNE D'ORDRE, PUIS A LIG-QT-FAC SUR POLIG HORS
      ******* SIMULATION
      ****************************************************************
      /
       CUMUL-FACTURE SECTION.
      ***************************
      /
       TRT-RECORD.
           SET IN-CUM TO 1.
           PERFORM CUMUL-FAC-TOUR UNTIL IN-CUM > WK-FAC-NB.
      *
           IF LDA-VISUEL
              GO  TO   END-RECORD
           END-IF.
      *
           MOVE WK-FAC-PONUM(IN-GRP)  TO WS-LIG-PONUM.
           MOVE WK-FAC-ARTIID(IN-GRP) TO WS-LIG-ARTIID.
           PERFORM RESOUD-LIGNE-ORDRE.
           IF WS-LIG-TROUVE = "N"
              GO  TO   END-RECORD
           END-IF.
           IF LIG-QT-FAC OF LIG-ENR-DDS NOT NUMERIC
              MOVE ZERO TO LIG-QT-FAC OF LIG-ENR-DDS
           END-IF.
           ADD WK-FAC-QT(IN-GRP) TO LIG-QT-FAC OF LIG-ENR-DDS.
           REWRITE LIG-ENR-DDS.
      *
       END-RECORD.
           EXIT SECTION.
      /
       CUMUL-FAC-TOUR.
           IF WK-FAC-ETAT(IN-CUM) = SPACE
              AND WK-FAC-PONUM(IN-CUM)  = WK-FAC-PONUM(IN-GRP)
              AND WK-FAC-ARTIID(IN-CUM) = WK-FAC-ARTIID(IN-GRP)
              ADD WK-FAC-QT(IN-GRP) TO WK-FAC-DEJA(IN-CUM)
           END-IF.
           SET IN-CUM UP BY 1.
      /
      ****************************************************************
      ******* EDITION DU RAPPORT DE LITIGES PAR FOURNISSEUR - A CHAQUE
      ******* TOUR LE PLUS PETIT CODE FOURNISSEUR AYANT ENCORE DES
      ******* LIGNES EN LITIGE NON EDITEES, SON NOM PROVMST EN TETE,
      ******* PUIS SES LIGNES DANS L'ORDRE DE LA TABLE
      ****************************************************************
      /
       EDITION-LITIGES SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE "Y" TO WS-GRP-RESTE.
           PERFORM EDITION-FRN-SUIVANT UNTIL WS-GRP-RESTE = "N".
      *
       END-RECORD.
           EXIT SECTION.
      /
       EDITION-FRN-SUIVANT.
           MOVE HIGH-VALUE TO WS-GRP-PROV.
           MOVE "N" TO WS-GRP-RESTE.
           SET IN-GRP TO 1.
           PERFORM CHERCHE-FRN UNTIL IN-GRP > WK-FAC-NB.
      *
           IF WS-GRP-RESTE = "Y"
              MOVE SPACE       TO BPFLIT-ENR
              MOVE WS-GRP-PROV TO BPFLIT-FRN-ID
              MOVE WS-GRP-PROV TO FRN-ID OF FRN-ENR-DDS
              READ PROVMST
                   INVALID KEY
                        MOVE "*** NOT ON SUPPLIER MASTER ***"
                                          TO BPFLIT-FRN-NOM
                   NOT INVALID KEY
                        MOVE FRN-NOM OF FRN-ENR-DDS
                                          TO BPFLIT-FRN-NOM
              END-READ
              WRITE BPFLIT-FRN
              SET IN-GRP TO 1
              PERFORM EDITION-LIGNE-LITIGE UNTIL IN-GRP > WK-FAC-NB
           END-IF.
      /
       CHERCHE-FRN.
           IF WK-FAC-ETAT(IN-GRP) = "L"
              AND WK-FAC-EDT(IN-GRP) = "N"
              AND WK-FAC-PROV(IN-GRP) < WS-GRP-PROV
              MOVE WK-FAC-PROV(IN-GRP) TO WS-GRP-PROV
              MOVE "Y" TO WS-GRP-RESTE
           END-IF.
           SET IN-GRP UP BY 1.
      /
       EDITION-LIGNE-LITIGE.
           IF WK-FAC-ETAT(IN-GRP) = "L"
              AND WK-FAC-EDT(IN-GRP) = "N"
              AND WK-FAC-PROV(IN-GRP) = WS-GRP-PROV
              MOVE "Y" TO WK-FAC-EDT(IN-GRP)
              MOVE SPACE                 TO BPFLIT-ENR
              MOVE WK-FAC-NUM(IN-GRP)    TO BPFLIT-NUM
              MOVE WK-FAC-PONUM(IN-GRP)  TO BPFLIT-PONUM
              MOVE WK-FAC-ARTIID(IN-GRP) TO BPFLIT-ARTIID
              MOVE WK-FAC-QT(IN-GRP)     TO BPFLIT-QT
              MOVE WK-FAC-RECU(IN-GRP)   TO BPFLIT-RECU
              MOVE WK-FAC-PR(IN-GRP)     TO BPFLIT-PR
              MOVE WK-FAC-PRCDE(IN-GRP)  TO BPFLIT-PRCDE
              MOVE WK-FAC-MOTIF(IN-GRP)  TO BPFLIT-MOTIF
              WRITE BPFLIT-ENR
           END-IF.
           SET IN-GRP UP BY 1.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE SPACE TO BPFLIT-ENR.
           MOVE CPT-LUS TO BPFLIT-TOT-LUS.
           MOVE CPT-APP TO BPFLIT-TOT-APP.
           MOVE CPT-LIT TO BPFLIT-TOT-LIT.
           MOVE CPT-ANO TO BPFLIT-TOT-ANO.
           WRITE BPFLIT-TOTALS.
      /
