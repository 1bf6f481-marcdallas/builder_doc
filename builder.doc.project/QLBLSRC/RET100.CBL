       IDENTIFICATION DIVISION.
       PROGRAM-ID. RET100.
      /
      ***********************
      * This program posts the goods customers bring back, which
      * until now had no channel of their own and were either not
      * keyed at all or slipped in through an STK130 count, lost
      * inside the inventory variance. Each RETCLI return names
      * the original order number and article; the accepted
      * DISPORD line of that order (the latest run that accepted
      * it) gives the quantity sold, its price, its DISP-ORDDT
      * order date, its site and its customer. A return is refused
      * on the listing when no accepted line is found, when the
      * quantity is not positive, or when it would bring the
      * quantity returned on the line - kept cumulatively on
      * RETHIST - above the quantity originally accepted. A
      * return that passes goes back onto the STOCK on-hand as an
      * "R" movement on STKMVT (its own type, separate from the
      * count adjustments) and is valued as a credit note at the
      * original line price and at the VAT rate in effect on the
      * original order date - the TVA120 point-in-time rule over
      * TVAHIST that VAL100 applies - listed on BPFAVR and written
      * to the AVREXT extract for accounting. Returned goods come
      * back unlotted. In simulation mode (LDA-VISUEL) the returns
      * are checked and valued on the listing and nothing is
      * written.
      * A return dated in a month finance has closed on PERCLO is
      * refused through PERCHK ("PER. CLOSED" on the listing): its
      * credit note would change a VAT declaration and a stock
      * value already signed off, so PER100 must reopen the month
      * before it can be posted.
      * A kit comes back the way STK100 sent it out: the kit
      * itself is never stocked, so each of its KITEXP components
      * goes back onto STOCK for the quantity returned times its
      * quantity per kit, with its own "R" movement - the credit
      * note, the RETHIST ceiling and the AVREXT extract stay on
      * the kit line that was sold.
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
           SELECT  RETCLI
                   ASSIGN       TO DATABASE-RETCLI
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  DISPORD
                   ASSIGN       TO DATABASE-DISPORD
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  RETHIST
                   ASSIGN       TO DATABASE-RETHIST
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF RTH-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  STOCK
                   ASSIGN       TO DATABASE-STOCK
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF STK-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  STKMVT
                   ASSIGN       TO DATABASE-STKMVT
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  ARTTVA
                   ASSIGN       TO DATABASE-ARTTVA
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF ATV-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  TVATAB
                   ASSIGN       TO DATABASE-TVATAB
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF TVA-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  TVAHIST
                   ASSIGN       TO DATABASE-TVAHIST
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF HIST-ENR-DDS
                   WITH DUPLICATES
                   FILE STATUS  IS ST.
      *
           SELECT  AVREXT
                   ASSIGN       TO DATABASE-AVREXT
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFAVR
                   ASSIGN       TO PRINTER-BPFAVR
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  RETCLI  LABEL RECORD STANDARD.
       01  RCL-ENR-DDS.
           COPY DDS-ALL-FORMAT OF RETCLI.
      *
      ****************************************************************
      **** ORDER-LINE DISPOSITIONS - READ ONCE, THE ACCEPTED LINE OF
      **** EACH RETURN IS PICKED UP IN THE SAME PASS
      ****************************************************************
       FD  DISPORD   LABEL RECORD STANDARD.
       01  DISP-ENR-DDS.
           COPY DDS-ALL-FORMAT OF DISPORD.
      *
      ****************************************************************
      **** QUANTITY ALREADY RETURNED PER ORDER LINE - THE CEILING
      **** CHECK RUNS ON THE CUMULATIVE FIGURE, NOT ON ONE RETURN
      ****************************************************************
       FD  RETHIST  LABEL RECORD STANDARD.
       01  RTH-ENR-DDS.
           COPY DDS-ALL-FORMAT OF RETHIST.
      *
       FD  STOCK   LABEL RECORD STANDARD.
       01  STK-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STOCK.
      *
      ****************************************************************
      **** MOVEMENT HISTORY - ONE "R" ROW APPENDED PER RETURN POSTED
      ****************************************************************
       FD  STKMVT  LABEL RECORD STANDARD.
       01  MVT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKMVT.
      *
       FD  ARTTVA   LABEL RECORD STANDARD.
       01  ATV-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ARTTVA.
      *
       FD  TVATAB   LABEL RECORD STANDARD.
       01  TVA-ENR-DDS.
           COPY DDS-ALL-FORMAT OF TVATAB.
      *
      ****************************************************************
      **** RATE HISTORY BANKED BY TVA100 - THE CREDIT NOTE CARRIES
      **** THE RATE IN EFFECT ON THE ORIGINAL ORDER DATE, NOT RUN
      **** DAY'S RATE
      ****************************************************************
       FD  TVAHIST  LABEL RECORD STANDARD.
       01  HIST-ENR-DDS.
           COPY DDS-ALL-FORMAT OF TVAHIST.
      *
       FD  AVREXT  LABEL RECORD STANDARD.
       01  AVR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF AVREXT.
      *
      ****************************************************************
      **** CREDIT-NOTE LISTING - ONE LINE PER RETURN, VALUED WHEN
      **** POSTED, WITH THE REASON WHEN REFUSED
      ****************************************************************
       FD  BPFAVR  LABEL RECORD STANDARD.
       01  BPFAVR-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFAVR-NUM         PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFAVR-ORDNUM      PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFAVR-ARTIID      PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFAVR-QT          PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFAVR-PR          PIC -(5)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFAVR-TAUX        PIC -(3)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFAVR-NET         PIC -(11)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFAVR-TTC         PIC -(11)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFAVR-MSG         PIC X(12).
      *
       01  BPFAVR-TOTALS REDEFINES BPFAVR-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFAVR-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "AVR=".
           05  BPFAVR-TOT-AVR     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "REJ=".
           05  BPFAVR-TOT-REJ     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "NET=".
           05  BPFAVR-TOT-NET     PIC -(11)9,99.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "TTC=".
           05  BPFAVR-TOT-TTC     PIC -(11)9,99.
           05  FILLER             PIC X(30).
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
       77  CPT-AVR           PIC 9(6) VALUE ZERO.
       77  CPT-REJ           PIC 9(6) VALUE ZERO.
      *
      ***** RETOURS DU JOUR ET LIGNE ACCEPTEE RETROUVEE SUR DISPORD -
      ***** WK-RET-RUN : DATE ET NUMERO DU RUN QUI A ACCEPTE LA
      ***** LIGNE, LE PLUS RECENT GAGNE (UNE REPRISE CORR100 REECRIT
      ***** LA LIGNE), LES LIGNES DU MEME ARTICLE D'UN MEME RUN
      ***** S'ADDITIONNENT - WK-RET-ACC A ZERO = AUCUNE LIGNE
      ***** ACCEPTEE - TABLE PLEINE = RETOUR REFUSE SUR LE LISTING
       77  WK-RET-NBPST      PIC 9(4) VALUE 500.
       77  WK-RET-NB         PIC 9(4) VALUE ZERO.
       01  WK-RET-TABLE.
           05  WK-RET-TP    OCCURS 500 INDEXED BY IN-RET.
               10  WK-RET-NUM         PIC X(10).
               10  WK-RET-ORDNUM      PIC X(10).
               10  WK-RET-ORDDAR      PIC X(15).
               10  WK-RET-QT          PIC S9(8)V9(3) COMP-3.
               10  WK-RET-DT          PIC X(8).
               10  WK-RET-RUN         PIC X(10).
               10  WK-RET-ACC         PIC S9(8)V9(3) COMP-3.
               10  WK-RET-PR          PIC S9(6)V9(3) COMP-3.
               10  WK-RET-ORDDT       PIC X(8).
               10  WK-RET-SITE        PIC X(3).
               10  WK-RET-CLI         PIC X(8).
      *
       77  WS-RCL-EOF        PIC X    VALUE "N".
       77  WS-DISP-EOF       PIC X    VALUE "N".
       01  WS-RUN-CLE.
           05  WS-RUN-CLE-DT      PIC X(8).
           05  WS-RUN-CLE-NO      PIC 9(2).
      *
      ***** QUANTITE DEJA RETOURNEE SUR LA LIGNE ET MOTIF DE REFUS
       77  WS-DEJA-RET       PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WS-RTH-EXISTE     PIC X    VALUE "N".
       77  WS-MOTIF          PIC X(12) VALUE SPACE.
      *
      ***** ARTICLE ET QUANTITE REMIS EN STOCK - LE KIT LUI-MEME OU
      ***** L'UN DE SES COMPOSANTS
       77  WS-ENT-ARTIID     PIC X(15) VALUE SPACE.
       77  WS-ENT-QT         PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *
      ***** EXPLOSION D'UN KIT - SEE KITEXP
       01  KEX-PARM.
           05  KEX-PRM-ARTIID         PIC X(15).
           05  KEX-NB                 PIC 9(2).
           05  KEX-TP    OCCURS 20 INDEXED BY IN-KEX.
               10  KEX-CMP-ID         PIC X(15).
               10  KEX-CMP-QT         PIC S9(8)V9(3) COMP-3.
      *
      ***** VERROU DES MOIS CLOS SUR PERCLO - SEE PERCHK AND PER100
       01  PER-PARM.
           05  PER-PRM-DATE           PIC X(8).
           05  PER-RET                PIC XX.
      *
      ***** VALORISATION DE L'AVOIR
       77  WS-LIG-LIB        PIC X(20) VALUE SPACE.
       77  WS-LIG-TAUX       PIC S9(3)V9(2) COMP-3 VALUE ZERO.
       77  WS-LIG-NET        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-LIG-TVA        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-LIG-TTC        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-TOT-NET        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-TOT-TTC        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
      *
      ***** RESOLUTION POINT-IN-TIME DU TAUX A LA DATE DE LA COMMANDE
      ***** D'ORIGINE - LA REGLE DE TVA120 COMME DANS VAL100
       77  WS-PIT-TROUVE          PIC X    VALUE "N".
       77  WS-PIT-DATE            PIC X(8) VALUE LOW-VALUE.
       77  WS-PIT-TAUX            PIC S9(3)V9(2) COMP-3 VALUE ZERO.
       77  WS-HIS-EOF             PIC X    VALUE "N".
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
           OPEN OUTPUT BPFAVR.
      *
      ***** CHARGEMENT DES RETOURS PUIS UN SEUL PASSAGE SUR DISPORD
      ***** POUR RETROUVER LA LIGNE ACCEPTEE DE CHACUN
           PERFORM CHARGE-RETOURS.
           PERFORM RELEVE-DISPOSITIONS.
      *
           OPEN INPUT  ARTTVA
                       TVATAB
                       TVAHIST.
           OPEN I-O    RETHIST.
           OPEN I-O    STOCK.
           OPEN EXTEND STKMVT.
           OPEN EXTEND AVREXT.
      *
           SET IN-RET TO 1.
           PERFORM TRAITEMENT-DETAIL UNTIL IN-RET > WK-RET-NB.
      *
       VIDE.
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  ARTTVA
                  TVATAB
                  TVAHIST
                  RETHIST
                  STOCK
                  STKMVT
                  AVREXT
                  BPFAVR.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "RET100"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "AVR"      TO RUN-LIB2.
           MOVE CPT-AVR    TO RUN-CPT2.
           MOVE "REJ"      TO RUN-LIB3.
           MOVE CPT-REJ    TO RUN-CPT3.
           CALL "RUNSTAT" USING RUN-PARM.
      *
           STOP    RUN.
      ***********************************************************
      ***  END PROGRAM
      ***********************************************************
      /
      ****************************************************************
      ******* CONTROLE, ENTREE EN STOCK ET AVOIR D'UN RETOUR
      ****************************************************************
      /
       TRAITEMENT-DETAIL SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE SPACE TO WS-MOTIF.
           MOVE ZERO  TO WS-LIG-TAUX.
           MOVE ZERO  TO WS-LIG-NET.
           MOVE ZERO  TO WS-LIG-TTC.
      *
           IF WK-RET-QT(IN-RET) NOT > ZERO
              MOVE "QTY INVALID" TO WS-MOTIF
              GO  TO     EDITION-LIGNE
           END-IF.
      *
      ***** UN RETOUR DATE DANS UN MOIS CLOS SUR PERCLO NE PASSE
      ***** PAS - SON AVOIR TOUCHERAIT UNE DECLARATION DEPOSEE
           MOVE WK-RET-DT(IN-RET) TO PER-PRM-DATE.
           CALL "PERCHK" USING PER-PARM.
           IF PER-RET NOT = "00"
              MOVE "PER. CLOSED" TO WS-MOTIF
              GO  TO     EDITION-LIGNE
           END-IF.
           IF WK-RET-ACC(IN-RET) NOT > ZERO
              MOVE "NOT ACCEPTED" TO WS-MOTIF
              GO  TO     EDITION-LIGNE
           END-IF.
      *
      ***** PLAFOND : DEJA RETOURNE PLUS CE RETOUR NE DEPASSE PAS
      ***** LA QUANTITE ACCEPTEE A L'ORIGINE
           MOVE ZERO TO WS-DEJA-RET.
           MOVE "N"  TO WS-RTH-EXISTE.
           MOVE WK-RET-ORDNUM(IN-RET) TO RTH-ORDNUM.
           MOVE WK-RET-ORDDAR(IN-RET) TO RTH-ORDDAR.
           READ RETHIST
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     MOVE "Y"    TO WS-RTH-EXISTE
                     MOVE RTH-QT TO WS-DEJA-RET
           END-READ.
           IF WS-DEJA-RET + WK-RET-QT(IN-RET) > WK-RET-ACC(IN-RET)
              MOVE "EXCEEDS SOLD" TO WS-MOTIF
              GO  TO     EDITION-LIGNE
           END-IF.
      *
           PERFORM VALORISE-AVOIR.
           ADD 1 TO CPT-AVR.
           ADD WS-LIG-NET TO WS-TOT-NET.
           ADD WS-LIG-TTC TO WS-TOT-TTC.
      *
           IF NOT LDA-VISUEL
              PERFORM POSTE-RETOUR
           END-IF.
      *
       EDITION-LIGNE.
           IF WS-MOTIF NOT = SPACE
              ADD 1 TO CPT-REJ
           END-IF.
           MOVE WK-RET-NUM(IN-RET)    TO BPFAVR-NUM.
           MOVE WK-RET-ORDNUM(IN-RET) TO BPFAVR-ORDNUM.
           MOVE WK-RET-ORDDAR(IN-RET) TO BPFAVR-ARTIID.
           MOVE WK-RET-QT(IN-RET)     TO BPFAVR-QT.
           MOVE WK-RET-PR(IN-RET)     TO BPFAVR-PR.
           MOVE WS-LIG-TAUX           TO BPFAVR-TAUX.
           MOVE WS-LIG-NET            TO BPFAVR-NET.
           MOVE WS-LIG-TTC            TO BPFAVR-TTC.
           MOVE WS-MOTIF              TO BPFAVR-MSG.
           WRITE BPFAVR-ENR.
      *
       END-RECORD.
           SET IN-RET UP BY 1.
           EXIT SECTION.
      /
      ****************************************************************
      ******* ENTREE DU RETOUR - STOCK (POSTE CREE A ZERO SI
      ******* L'ARTICLE N'Y EST PLUS), MOUVEMENT "R" SUR STKMVT,
      ******* CUMUL RETHIST DE LA LIGNE ET EXTRAIT D'AVOIR - UN KIT
      ******* RENTRE COMPOSANT PAR COMPOSANT COMME STK100 L'A SORTI
      ****************************************************************
      /
       POSTE-RETOUR.
           MOVE WK-RET-ORDDAR(IN-RET) TO KEX-PRM-ARTIID.
           CALL "KITEXP" USING KEX-PARM.
      *
           IF KEX-NB = ZERO
              MOVE WK-RET-ORDDAR(IN-RET) TO WS-ENT-ARTIID
              MOVE WK-RET-QT(IN-RET)     TO WS-ENT-QT
              PERFORM ENTREE-ARTICLE
           ELSE
              SET IN-KEX TO 1
              PERFORM ENTREE-COMPOSANT UNTIL IN-KEX > KEX-NB
           END-IF.
      *
           ADD WK-RET-QT(IN-RET) TO WS-DEJA-RET.
           MOVE WK-RET-ORDNUM(IN-RET) TO RTH-ORDNUM.
           MOVE WK-RET-ORDDAR(IN-RET) TO RTH-ORDDAR.
           MOVE WS-DEJA-RET           TO RTH-QT.
           MOVE WS-TODAY-DATE         TO RTH-DT-MAJ.
           IF WS-RTH-EXISTE = "Y"
              REWRITE RTH-ENR-DDS
           ELSE
              WRITE RTH-ENR-DDS
           END-IF.
      *
           MOVE WK-RET-NUM(IN-RET)    TO AVR-NUM.
           MOVE WK-RET-DT(IN-RET)     TO AVR-DT.
           MOVE WK-RET-CLI(IN-RET)    TO AVR-CLI.
           MOVE WK-RET-ORDNUM(IN-RET) TO AVR-ORDNUM.
           MOVE WK-RET-ORDDAR(IN-RET) TO AVR-ORDDAR.
           MOVE WK-RET-ORDDT(IN-RET)  TO AVR-ORDDT.
           MOVE WK-RET-SITE(IN-RET)   TO AVR-SITE.
           MOVE WK-RET-QT(IN-RET)     TO AVR-QT.
           MOVE WK-RET-PR(IN-RET)     TO AVR-PR.
           MOVE WS-LIG-LIB            TO AVR-TVA-LIB.
           MOVE WS-LIG-TAUX           TO AVR-TAUX.
           MOVE WS-LIG-NET            TO AVR-NET.
           MOVE WS-LIG-TVA            TO AVR-TVA.
           MOVE WS-LIG-TTC            TO AVR-TTC.
           WRITE AVR-ENR-DDS.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       ENTREE-COMPOSANT.
           MOVE KEX-CMP-ID(IN-KEX) TO WS-ENT-ARTIID.
           COMPUTE WS-ENT-QT = WK-RET-QT(IN-RET) * KEX-CMP-QT(IN-KEX).
           PERFORM ENTREE-ARTICLE.
           SET IN-KEX UP BY 1.
      /
      ****************************************************************
      ******* REMISE EN STOCK DE WS-ENT-QT DE L'ARTICLE WS-ENT-ARTIID
      ******* ET MOUVEMENT "R" SUR STKMVT
      ****************************************************************
      /
       ENTREE-ARTICLE.
           MOVE WS-ENT-ARTIID TO STK-ARTIID OF STK-ENR-DDS.
           READ STOCK INVALID KEY
                MOVE WS-ENT-ARTIID
                                 TO STK-ARTIID OF STK-ENR-DDS
                MOVE ZERO        TO STK-QT     OF STK-ENR-DDS
                MOVE SPACE       TO STK-DT-MAJ OF STK-ENR-DDS
                MOVE ZERO        TO STK-COUT   OF STK-ENR-DDS
                WRITE STK-ENR-DDS.
           ADD WS-ENT-QT TO STK-QT OF STK-ENR-DDS.
           MOVE WS-TODAY-DATE TO STK-DT-MAJ OF STK-ENR-DDS.
           REWRITE STK-ENR-DDS.
      *
           MOVE WS-ENT-ARTIID         TO MVT-ARTIID.
           MOVE WS-TODAY-DATE         TO MVT-DATE.
           MOVE WK-RET-ORDNUM(IN-RET) TO MVT-ORDNUM.
           MOVE "R"                   TO MVT-SENS.
           MOVE WS-ENT-QT             TO MVT-QT.
           MOVE SPACE                 TO MVT-LOT.
           MOVE STK-COUT OF STK-ENR-DDS TO MVT-COUT.
           MOVE SPACE                 TO MVT-SITE.
           MOVE SPACE                 TO MVT-DT-CNT.
           WRITE MVT-ENR-DDS.
      /
      ****************************************************************
      ******* VALORISATION DE L'AVOIR - PRIX DE LA LIGNE D'ORIGINE,
      ******* CODE TAXE ARTTVA ET TAUX EN VIGUEUR A LA DATE DE LA
      ******* COMMANDE D'ORIGINE - UN ARTICLE SANS ARTTVA PASSE EN
      ******* *UNMAPPED* A TAUX ZERO COMME DANS VAL100
      ****************************************************************
      /
       VALORISE-AVOIR.
           MOVE "*UNMAPPED*" TO WS-LIG-LIB.
           MOVE ZERO         TO WS-LIG-TAUX.
      *
           MOVE WK-RET-ORDDAR(IN-RET) TO ATV-ARTIID OF ATV-ENR-DDS.
           READ ARTTVA
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     MOVE ATV-TVA-LIB OF ATV-ENR-DDS TO WS-LIG-LIB
                     IF WK-RET-ORDDT(IN-RET) = SPACE
                        PERFORM RESOUD-TAUX-ACTIF
                     ELSE
                        PERFORM RESOUD-TAUX-DATE
                     END-IF
           END-READ.
      *
           COMPUTE WS-LIG-NET ROUNDED = WK-RET-QT(IN-RET)
                                      * WK-RET-PR(IN-RET).
           COMPUTE WS-LIG-TVA ROUNDED = WS-LIG-NET * WS-LIG-TAUX / 100.
           COMPUTE WS-LIG-TTC = WS-LIG-NET + WS-LIG-TVA.
      /
      ****************************************************************
      ******* LECTURE DU TAUX TVA-TVAT ACTIF DU CODE SUR TVATAB -
      ******* UN CODE MAPPE MAIS ABSENT DE TVATAB VAUT TAUX ZERO
      ****************************************************************
      /
       RESOUD-TAUX-ACTIF.
           MOVE WS-LIG-LIB TO TVA-LIB OF TVA-ENR-DDS.
           READ TVATAB
                INVALID KEY
                     MOVE ZERO TO WS-LIG-TAUX
                NOT INVALID KEY
                     MOVE TVA-TVAT OF TVA-ENR-DDS TO WS-LIG-TAUX
           END-READ.
      /
      ****************************************************************
      ******* TAUX EN VIGUEUR A LA DATE DE LA COMMANDE D'ORIGINE -
      ******* PARCOURS DES DOUBLONS TVAHIST DU CODE PUIS DE LA LIGNE
      ******* ACTIVE TVATAB, LA PLUS GRANDE DATE D'EFFET INFERIEURE
      ******* OU EGALE GAGNE - UNE DATE ANTERIEURE A TOUT
      ******* L'HISTORIQUE RETOMBE SUR LE TAUX ACTIF
      ****************************************************************
      /
       RESOUD-TAUX-DATE SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE "N"       TO WS-PIT-TROUVE.
           MOVE LOW-VALUE TO WS-PIT-DATE.
           MOVE ZERO      TO WS-PIT-TAUX.
      *
           MOVE WS-LIG-LIB TO HIST-LIB.
           START TVAHIST KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF HIST-ENR-DDS
                 INVALID KEY
                 GO  TO     LIGNE-ACTIVE.
      *
           MOVE "N" TO WS-HIS-EOF.
           PERFORM HISTORIQUE-SUIVANT UNTIL WS-HIS-EOF = "Y".
      *
       LIGNE-ACTIVE.
           MOVE WS-LIG-LIB TO TVA-LIB OF TVA-ENR-DDS.
           READ TVATAB
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     IF TVA-DATE OF TVA-ENR-DDS
                             NOT > WK-RET-ORDDT(IN-RET)
                        AND TVA-DATE OF TVA-ENR-DDS
                            NOT < WS-PIT-DATE
                        MOVE TVA-DATE OF TVA-ENR-DDS TO WS-PIT-DATE
                        MOVE TVA-TVAT OF TVA-ENR-DDS TO WS-PIT-TAUX
                        MOVE "Y" TO WS-PIT-TROUVE
                     END-IF
           END-READ.
      *
           IF WS-PIT-TROUVE = "Y"
              MOVE WS-PIT-TAUX TO WS-LIG-TAUX
           ELSE
              PERFORM RESOUD-TAUX-ACTIF
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       HISTORIQUE-SUIVANT.
           READ TVAHIST NEXT AT END
                MOVE "Y" TO WS-HIS-EOF
           END-READ.
      *
           IF WS-HIS-EOF NOT = "Y"
              IF HIST-LIB NOT = WS-LIG-LIB
                 MOVE "Y" TO WS-HIS-EOF
              ELSE
                 IF HIST-DATE NOT > WK-RET-ORDDT(IN-RET)
                    AND HIST-DATE NOT < WS-PIT-DATE
                    MOVE HIST-DATE TO WS-PIT-DATE
                    MOVE HIST-TVAT TO WS-PIT-TAUX
                    MOVE "Y" TO WS-PIT-TROUVE
                 END-IF
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* CHARGEMENT DES RETOURS DEPUIS RETCLI - AU-DELA DE LA
      ******* TABLE LE RETOUR EST REFUSE SUR LE LISTING ET SERA
      ******* RESAISI
      ****************************************************************
      /
       CHARGE-RETOURS SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT RETCLI.
           MOVE "N" TO WS-RCL-EOF.
           PERFORM CHARGE-RCL-SUIVANT UNTIL WS-RCL-EOF = "Y".
           CLOSE RETCLI.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CHARGE-RCL-SUIVANT.
           READ RETCLI NEXT AT END
                MOVE "Y" TO WS-RCL-EOF
           END-READ.
      *
           IF WS-RCL-EOF NOT = "Y"
              ADD 1 TO CPT-LUS
              IF WK-RET-NB < WK-RET-NBPST
                 ADD 1 TO WK-RET-NB
                 SET IN-RET TO WK-RET-NB
                 MOVE RCL-NUM    TO WK-RET-NUM(IN-RET)
                 MOVE RCL-ORDNUM TO WK-RET-ORDNUM(IN-RET)
                 MOVE RCL-ORDDAR TO WK-RET-ORDDAR(IN-RET)
                 MOVE RCL-QT     TO WK-RET-QT(IN-RET)
                 MOVE RCL-DT     TO WK-RET-DT(IN-RET)
                 MOVE LOW-VALUE  TO WK-RET-RUN(IN-RET)
                 MOVE ZERO       TO WK-RET-ACC(IN-RET)
                 MOVE ZERO       TO WK-RET-PR(IN-RET)
                 MOVE SPACE      TO WK-RET-ORDDT(IN-RET)
                 MOVE SPACE      TO WK-RET-SITE(IN-RET)
                 MOVE SPACE      TO WK-RET-CLI(IN-RET)
              ELSE
                 ADD 1 TO CPT-REJ
                 MOVE SPACE      TO BPFAVR-ENR
                 MOVE RCL-NUM    TO BPFAVR-NUM
                 MOVE RCL-ORDNUM TO BPFAVR-ORDNUM
                 MOVE RCL-ORDDAR TO BPFAVR-ARTIID
                 MOVE RCL-QT     TO BPFAVR-QT
                 MOVE ZERO       TO BPFAVR-PR
                 MOVE ZERO       TO BPFAVR-TAUX
                 MOVE ZERO       TO BPFAVR-NET
                 MOVE ZERO       TO BPFAVR-TTC
                 MOVE "TABLE FULL" TO BPFAVR-MSG
                 WRITE BPFAVR-ENR
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* PASSAGE SUR DISPORD - CHAQUE LIGNE ACCEPTEE EST
      ******* RAPPROCHEE DES RETOURS DE MEME ORDRE ET MEME ARTICLE
      ****************************************************************
      /
       RELEVE-DISPOSITIONS SECTION.
      ***************************
      /
       TRT-RECORD.
           IF WK-RET-NB = ZERO
              GO  TO     END-RECORD
           END-IF.
      *
           OPEN INPUT DISPORD.
           MOVE "N" TO WS-DISP-EOF.
           PERFORM DISPOSITION-SUIVANTE UNTIL WS-DISP-EOF = "Y".
           CLOSE DISPORD.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       DISPOSITION-SUIVANTE.
           READ DISPORD NEXT AT END
                MOVE "Y" TO WS-DISP-EOF
           END-READ.
      *
           IF WS-DISP-EOF NOT = "Y"
              IF DISP-CODE = "A"
                 AND DISP-ORDDAR NOT = SPACE
                 AND DISP-ORDNUM NOT = SPACE
                 MOVE DISP-RUN-DT TO WS-RUN-CLE-DT
                 IF DISP-RUN-NO IS NUMERIC
                    MOVE DISP-RUN-NO TO WS-RUN-CLE-NO
                 ELSE
                    MOVE ZERO TO WS-RUN-CLE-NO
                 END-IF
                 SET IN-RET TO 1
                 PERFORM RAPPROCHE-TOUR UNTIL IN-RET > WK-RET-NB
              END-IF
           END-IF.
      /
       RAPPROCHE-TOUR.
           IF WK-RET-ORDNUM(IN-RET) = DISP-ORDNUM
              AND WK-RET-ORDDAR(IN-RET) = DISP-ORDDAR
              IF WS-RUN-CLE > WK-RET-RUN(IN-RET)
                 MOVE WS-RUN-CLE  TO WK-RET-RUN(IN-RET)
                 MOVE DISP-QT     TO WK-RET-ACC(IN-RET)
                 MOVE DISP-PR     TO WK-RET-PR(IN-RET)
                 MOVE DISP-ORDDT  TO WK-RET-ORDDT(IN-RET)
                 MOVE DISP-SITE   TO WK-RET-SITE(IN-RET)
                 MOVE DISP-CLI    TO WK-RET-CLI(IN-RET)
              ELSE
                 IF WS-RUN-CLE = WK-RET-RUN(IN-RET)
                    ADD DISP-QT TO WK-RET-ACC(IN-RET)
                 END-IF
              END-IF
           END-IF.
           SET IN-RET UP BY 1.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE SPACE TO BPFAVR-ENR.
           MOVE CPT-LUS    TO BPFAVR-TOT-LUS.
           MOVE CPT-AVR    TO BPFAVR-TOT-AVR.
           MOVE CPT-REJ    TO BPFAVR-TOT-REJ.
           MOVE WS-TOT-NET TO BPFAVR-TOT-NET.
           MOVE WS-TOT-TTC TO BPFAVR-TOT-TTC.
           WRITE BPFAVR-TOTALS.
      /
