      * ranked by the size of the discrepancy - biggest gap first,
      * the STAT100 top-offenders selection - so the articles
      * whose records are rotten stand at the top of the page.
      * Every count posted also stamps the article's last-counted
      * date on ARTABC, the history the STK180 cycle-count list
      * is planned from. A row pre-filled by that list (CNT-ETAT
      * "P") and left at zero was not counted at all: it is listed
      * as such and posts nothing, so an unfilled skeleton can
      * never wipe the stock out.
      * A count carries the date the shelf was counted (CNT-DT,
      * blank = the posting day): the last-counted date is stamped
      * with it, and a count dated in a month finance has closed on
      * PERCLO is refused through PERCHK - listed PER.CLSD and
      * counted REJ, nothing posted - so a late count cannot move a
      * stock value already signed off.
      * The count date must be a real calendar date (DATCALC) and
      * not in the future, else the count is refused BAD DATE or
      * FUTURE. A back-dated count is compared with the book as it
      * stood on the count date - STK-QT less the net STKMVT
      * movements posted after it, gathered in one pass over the
      * history before the counts are posted - and the gap is
      * added to the on-hand, so the goods that moved since the
      * count are not wiped out. A back-dated count that no longer
      * fits the table of that pass is refused TBL FULL. The "A"
      * movement is dated the day it is posted; the count date
      * travels beside it on MVT-DT-CNT.
      * A shortfall found by the count is taken off the article's
      * STKLOT lots first-expiring first, one "A" row per lot
      * touched, the way STK100 issues them; what the lots cannot
      * cover is adjusted unlotted.
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
           SELECT  ARTABC
                   ASSIGN       TO DATABASE-ARTABC
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF ABC-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFCNT
                   ASSIGN       TO PRINTER-BPFCNT
       FD  STKMVT  LABEL RECORD STANDARD.
       01  MVT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKMVT.
      *
       FD  STKLOT  LABEL RECORD STANDARD.
       01  LOT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKLOT.
      *
       FD  ARTABC  LABEL RECORD STANDARD.
       01  ABC-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ARTABC.
      *
      ****************************************************************
      **** COUNT-POSTING LISTING, THEN THE VARIANCE SECTION RANKED
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ANO=".
           05  BPFCNT-TOT-ANO     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "NCP=".
           05  BPFCNT-TOT-NCP     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "REJ=".
           05  BPFCNT-TOT-REJ     PIC Z(5)9.
           05  FILLER             PIC X(9).
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-ADJ           PIC 9(6) VALUE ZERO.
       77  CPT-CRE           PIC 9(6) VALUE ZERO.
       77  CPT-ANO           PIC 9(6) VALUE ZERO.
       77  CPT-NCP           PIC 9(6) VALUE ZERO.
       77  CPT-REJ           PIC 9(6) VALUE ZERO.
      *
      ***** DATE DU COMPTAGE - CNT-DT, OU LE JOUR SI A BLANC - ET
      ***** VERROU DES MOIS CLOS SUR PERCLO - SEE PERCHK AND PER100
       77  WS-CNT-DT         PIC X(8) VALUE SPACE.
       01  PER-PARM.
           05  PER-PRM-DATE           PIC X(8).
           05  PER-RET                PIC XX.
      *
      ***** SHARED CALENDAR ROUTINE - SEE DATCALC - USED HERE ONLY
      ***** TO VALIDATE THE COUNT DATE (ADD ZERO DAYS)
       01  DAT-PARM.
           05  DAT-FON                PIC X(3).
           05  DAT-DAT1               PIC X(8).
           05  DAT-DAT2               PIC X(8).
           05  DAT-NBJ                PIC S9(7).
           05  DAT-RES                PIC X(8).
           05  DAT-JSM                PIC 9(1).
           05  DAT-RET                PIC XX.
      *
      ***** COMPTAGES ANTIDATES DU RUN - UN POSTE PAR ARTICLE ET DATE
      ***** DE COMPTAGE, AVEC LE NET DES MOUVEMENTS POSTERIEURS A
      ***** CETTE DATE (RELEVE EN UN PASSAGE SUR STKMVT AVANT LE
      ***** POSTAGE, PUIS TENU A JOUR DES AJUSTEMENTS DU RUN) - LE
      ***** STOCK A LA DATE DU COMPTAGE EST STK-QT MOINS CE NET -
      ***** TABLE PLEINE = LE COMPTAGE ANTIDATE EST REFUSE
       77  WK-ANT-NBPST      PIC 9(4) VALUE 500.
       77  WK-ANT-NB         PIC 9(4) VALUE ZERO.
       01  WK-ANT-TABLE.
           05  WK-ANT-TP    OCCURS 500 INDEXED BY IN-ANT.
               10  WK-ANT-ARTIID      PIC X(15).
               10  WK-ANT-DT          PIC X(8).
               10  WK-ANT-NET         PIC S9(11)V9(3) COMP-3.
       77  WS-ANT-TROUVE     PIC X    VALUE "N".
       77  WS-ANT-ARTIID     PIC X(15) VALUE SPACE.
       77  WS-APRES          PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *
      ***** PASSAGE DE RELEVE SUR CNTMNTX PUIS SUR STKMVT - DATE
      ***** D'EFFET DU MOUVEMENT : LA DATE DE COMPTAGE D'UN "A" QUI
      ***** EN PORTE UNE, SINON LA DATE DE POSTAGE
       77  WS-CNT-EOF        PIC X    VALUE "N".
       77  WS-MVT-EOF        PIC X    VALUE "N".
       77  WS-MVT-DT-EFF     PIC X(8) VALUE SPACE.
       77  WS-MVT-NET        PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *
      ***** MANQUANT PRIS SUR LES LOTS, PREMIER PERIME PREMIER SORTI
       77  WS-RESTE          PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-PRIS           PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-LOT-EOF        PIC X    VALUE "N".
       77  WS-MVT-LOT        PIC X(10) VALUE SPACE.
       77  WS-MVT-QT         PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-REF-MSG        PIC X(8) VALUE SPACE.
      *
      ***** TABLE DES ECARTS POUR LA SECTION DE VARIANCE - UN POSTE
      ***** PAR COMPTAGE AVEC ECART NON NUL - TABLE PLEINE = LE
           ACCEPT   WS-TODAY-YMD  FROM  DATE YYYYMMDD.
           MOVE WS-TODAY-YMD TO WS-TODAY-DATE.
           ACCEPT   WKLDA      FROM  LDA.
      *
      ***** COMPTAGES ANTIDATES ET MOUVEMENTS POSTERIEURS A LEUR DATE
           PERFORM RELEVE-ANTERIEURS.
      *
           OPEN INPUT  CNTMNTX.
           OPEN I-O    STOCK.
           OPEN EXTEND STKMVT.
           OPEN I-O    STKLOT.
           OPEN I-O    ARTABC.
           OPEN OUTPUT BPFCNT.
      *
           MOVE "00" TO WS-END.
           CLOSE  CNTMNTX
                  STOCK
                  STKMVT
                  STKLOT
                  ARTABC
                  BPFCNT.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           IF WS-END = "00" THEN
      *
           ADD 1 TO CPT-LUS
           IF CNT-DT = SPACE
              MOVE WS-TODAY-DATE TO WS-CNT-DT
           ELSE
              MOVE CNT-DT        TO WS-CNT-DT
           END-IF
           MOVE WS-CNT-DT TO PER-PRM-DATE
           CALL "PERCHK" USING PER-PARM
           PERFORM CONTROLE-DATE-COMPTAGE
           IF CNT-ETAT = "P" AND CNT-QT = ZERO
              PERFORM EDITION-NON-COMPTE
           ELSE
              IF WS-REF-MSG NOT = SPACE
                 PERFORM EDITION-REFUS
              ELSE
                 IF PER-RET NOT = "00"
                    PERFORM EDITION-PERIODE-CLOSE
                 ELSE
                    PERFORM POSTE-COMPTAGE
                 END-IF
              END-IF
           END-IF.
      *
       READ-NEXT.
           READ CNTMNTX NEXT AT END
           IF LDA-VISUEL
              GO  TO     END-RECORD
           END-IF.
      *
      ***** COMPTAGE ANTIDATE - LE NET DES MOUVEMENTS POSTERIEURS A
      ***** SA DATE, RELEVE AVANT LE POSTAGE - ABSENT DE LA TABLE
      ***** PLEINE = REFUSE, LE STOCK A CETTE DATE EST INCONNU
           MOVE ZERO TO WS-APRES.
           IF WS-CNT-DT < WS-TODAY-DATE
              MOVE CNT-ARTIID TO WS-ANT-ARTIID
              PERFORM CHERCHE-ANTERIEUR
              IF WS-ANT-TROUVE = "N"
                 MOVE "TBL FULL" TO WS-REF-MSG
                 PERFORM EDITION-REFUS
                 GO  TO     END-RECORD
              END-IF
              MOVE WK-ANT-NET(IN-ANT) TO WS-APRES
           END-IF.
      *
           MOVE SPACE TO BPFCNT-MSG.
           MOVE CNT-ARTIID TO STK-ARTIID OF STK-ENR-DDS.
                ADD 1 TO CPT-CRE
                MOVE "CREATED " TO BPFCNT-MSG.
      *
      ***** LE STOCK COMPTABLE A LA DATE DU COMPTAGE - L'ECART S'Y
      ***** MESURE ET S'AJOUTE AU STOCK DU JOUR, LES MOUVEMENTS
      ***** POSTERIEURS AU COMPTAGE RESTANT ACQUIS
           COMPUTE WS-LIVRE = STK-QT OF STK-ENR-DDS - WS-APRES.
           COMPUTE WS-ECART = CNT-QT - WS-LIVRE.
      *
           IF WS-ECART NOT = ZERO
              ADD 1 TO CPT-ADJ
      *
      ***** UN MANQUANT EST PRIS SUR LES LOTS DE L'ARTICLE, LE
      ***** RESTE HORS LOT - UN EXCEDENT EST AJUSTE HORS LOT
              IF WS-ECART < ZERO
                 COMPUTE WS-RESTE = ZERO - WS-ECART
                 PERFORM AJUSTE-LOTS
                 IF WS-RESTE > ZERO
                    COMPUTE WS-MVT-QT = ZERO - WS-RESTE
                    MOVE SPACE    TO WS-MVT-LOT
                    PERFORM ECRIT-AJUSTEMENT
                 END-IF
              ELSE
                 MOVE WS-ECART TO WS-MVT-QT
                 MOVE SPACE    TO WS-MVT-LOT
                 PERFORM ECRIT-AJUSTEMENT
              END-IF
      *
              ADD WS-ECART       TO STK-QT     OF STK-ENR-DDS
              MOVE WS-TODAY-DATE TO STK-DT-MAJ OF STK-ENR-DDS
              REWRITE STK-ENR-DDS
      *
      ***** L'AJUSTEMENT PREND EFFET A LA DATE DU COMPTAGE - IL EST
      ***** POSTERIEUR AUX COMPTAGES ANTIDATES PLUS ANCIENS DU MEME
      ***** ARTICLE ENCORE A POSTER
              MOVE WS-ECART TO WS-MVT-NET
              MOVE WS-CNT-DT TO WS-MVT-DT-EFF
              MOVE CNT-ARTIID TO WS-ANT-ARTIID
              SET IN-ANT TO 1
              PERFORM CUMULE-ANT-TOUR UNTIL IN-ANT > WK-ANT-NB
      *
              PERFORM RETIENS-VARIANCE
           END-IF.
      *
           PERFORM MAJ-DATE-COMPTAGE.
      *
           MOVE CNT-ARTIID TO BPFCNT-ARTIID.
           MOVE WS-LIVRE   TO BPFCNT-LIVRE.
           EXIT SECTION.
      /
      ****************************************************************
      ******* ECRITURE D'UN MOUVEMENT D'AJUSTEMENT "A" - DATE DU
      ******* POSTAGE, DATE DU COMPTAGE SUR MVT-DT-CNT - WS-MVT-QT
      ******* SIGNE SUR LE LOT WS-MVT-LOT
      ****************************************************************
      /
       ECRIT-AJUSTEMENT.
           MOVE CNT-ARTIID    TO MVT-ARTIID.
           MOVE WS-TODAY-DATE TO MVT-DATE.
           MOVE SPACE         TO MVT-ORDNUM.
           MOVE "A"           TO MVT-SENS.
           MOVE WS-MVT-QT     TO MVT-QT.
           MOVE WS-MVT-LOT    TO MVT-LOT.
           MOVE STK-COUT OF STK-ENR-DDS TO MVT-COUT.
           MOVE SPACE         TO MVT-SITE.
           MOVE WS-CNT-DT     TO MVT-DT-CNT.
           WRITE MVT-ENR-DDS.
      /
      ****************************************************************
      ******* MANQUANT DE COMPTAGE PRIS SUR LES LOTS, PREMIER PERIME
      ******* PREMIER SORTI - DEPUIS LE PLUS ANCIEN, LES LOTS PERIMES
      ******* COMPRIS : UN LOT PASSE ABSENT DU RAYON EST LE PREMIER
      ******* MANQUANT PROBABLE - UN LOT EPUISE EST SUPPRIME
      ****************************************************************
      /
       AJUSTE-LOTS SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE CNT-ARTIID    TO LOT-ARTIID OF LOT-ENR-DDS.
           MOVE LOW-VALUE     TO LOT-DLC    OF LOT-ENR-DDS.
           MOVE LOW-VALUE     TO LOT-NUM    OF LOT-ENR-DDS.
           START STKLOT KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF LOT-ENR-DDS
                 INVALID KEY
                 GO  TO     END-RECORD.
      *
           MOVE "N" TO WS-LOT-EOF.
           PERFORM LOT-SUIVANT UNTIL WS-LOT-EOF = "Y"
                                  OR WS-RESTE NOT > ZERO.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       LOT-SUIVANT.
           READ STKLOT NEXT AT END
                MOVE "Y" TO WS-LOT-EOF
           END-READ.
      *
           IF WS-LOT-EOF NOT = "Y"
              IF LOT-ARTIID OF LOT-ENR-DDS NOT = CNT-ARTIID
                 MOVE "Y" TO WS-LOT-EOF
              ELSE
                 IF LOT-QT OF LOT-ENR-DDS > ZERO
                    IF LOT-QT OF LOT-ENR-DDS < WS-RESTE
                       MOVE LOT-QT OF LOT-ENR-DDS TO WS-PRIS
                    ELSE
                       MOVE WS-RESTE TO WS-PRIS
                    END-IF
                    SUBTRACT WS-PRIS FROM WS-RESTE
                    SUBTRACT WS-PRIS FROM LOT-QT OF LOT-ENR-DDS
                    MOVE LOT-NUM OF LOT-ENR-DDS TO WS-MVT-LOT
                    IF LOT-QT OF LOT-ENR-DDS = ZERO
                       DELETE STKLOT RECORD
                    ELSE
                       REWRITE LOT-ENR-DDS
                    END-IF
                    COMPUTE WS-MVT-QT = ZERO - WS-PRIS
                    PERFORM ECRIT-AJUSTEMENT
                 END-IF
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* CONTROLE DE LA DATE DE COMPTAGE - UNE DATE SAISIE DOIT
      ******* EXISTER AU CALENDRIER ET NE PAS ETRE A VENIR - MOTIF DU
      ******* REFUS DANS WS-REF-MSG, A BLANC SI LA DATE EST BONNE
      ****************************************************************
      /
       CONTROLE-DATE-COMPTAGE.
           MOVE SPACE TO WS-REF-MSG.
           IF CNT-DT NOT = SPACE
              MOVE "AJT"  TO DAT-FON
              MOVE CNT-DT TO DAT-DAT1
              MOVE ZERO   TO DAT-NBJ
              CALL "DATCALC" USING DAT-PARM
              IF DAT-RET NOT = "00"
                 MOVE "BAD DATE" TO WS-REF-MSG
              ELSE
                 IF CNT-DT > WS-TODAY-DATE
                    MOVE "FUTURE"   TO WS-REF-MSG
                 END-IF
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* RELEVE DES COMPTAGES ANTIDATES - UN PREMIER PASSAGE SUR
      ******* CNTMNTX RETIENT CHAQUE PAIRE ARTICLE/DATE DE COMPTAGE
      ******* ANTERIEURE AU JOUR, PUIS UN PASSAGE SUR STKMVT CUMULE
      ******* POUR CHAQUE PAIRE LES MOUVEMENTS DATES APRES ELLE
      ****************************************************************
      /
       RELEVE-ANTERIEURS SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT CNTMNTX.
           MOVE "N" TO WS-CNT-EOF.
           PERFORM RELEVE-CNT-SUIVANT UNTIL WS-CNT-EOF = "Y".
           CLOSE CNTMNTX.
      *
           IF WK-ANT-NB = ZERO
              GO  TO     END-RECORD
           END-IF.
      *
           OPEN INPUT STKMVT.
           MOVE "N" TO WS-MVT-EOF.
           PERFORM RELEVE-MVT-SUIVANT UNTIL WS-MVT-EOF = "Y".
           CLOSE STKMVT.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       RELEVE-CNT-SUIVANT.
           READ CNTMNTX NEXT AT END
                MOVE "Y" TO WS-CNT-EOF
           END-READ.
      *
           IF WS-CNT-EOF NOT = "Y"
              AND CNT-DT NOT = SPACE
              AND CNT-DT < WS-TODAY-DATE
              MOVE CNT-DT     TO WS-CNT-DT
              MOVE CNT-ARTIID TO WS-ANT-ARTIID
              PERFORM CHERCHE-ANTERIEUR
              IF WS-ANT-TROUVE = "N"
                 AND WK-ANT-NB < WK-ANT-NBPST
                 ADD 1 TO WK-ANT-NB
                 SET IN-ANT TO WK-ANT-NB
                 MOVE CNT-ARTIID TO WK-ANT-ARTIID(IN-ANT)
                 MOVE CNT-DT     TO WK-ANT-DT(IN-ANT)
                 MOVE ZERO       TO WK-ANT-NET(IN-ANT)
              END-IF
           END-IF.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       RELEVE-MVT-SUIVANT.
           READ STKMVT NEXT AT END
                MOVE "Y" TO WS-MVT-EOF
           END-READ.
      *
           IF WS-MVT-EOF NOT = "Y"
              IF MVT-SENS = "A"
                 AND MVT-DT-CNT NOT = SPACE
                 MOVE MVT-DT-CNT TO WS-MVT-DT-EFF
              ELSE
                 MOVE MVT-DATE   TO WS-MVT-DT-EFF
              END-IF
              EVALUATE MVT-SENS
                 WHEN "E"
                 WHEN "R"
                 WHEN "I"
                 WHEN "A"
                    MOVE MVT-QT TO WS-MVT-NET
                 WHEN "S"
                 WHEN "P"
                 WHEN "T"
                    COMPUTE WS-MVT-NET = ZERO - MVT-QT
                 WHEN OTHER
                    MOVE ZERO   TO WS-MVT-NET
              END-EVALUATE
              MOVE MVT-ARTIID TO WS-ANT-ARTIID
              SET IN-ANT TO 1
              PERFORM CUMULE-ANT-TOUR UNTIL IN-ANT > WK-ANT-NB
           END-IF.
      /
      ***** LE MOUVEMENT D'EFFET WS-MVT-DT-EFF S'AJOUTE A CHAQUE
      ***** COMPTAGE ANTIDATE DU MEME ARTICLE DATE AVANT LUI
       CUMULE-ANT-TOUR.
           IF WK-ANT-ARTIID(IN-ANT) = WS-ANT-ARTIID
              AND WK-ANT-DT(IN-ANT) < WS-MVT-DT-EFF
              ADD WS-MVT-NET TO WK-ANT-NET(IN-ANT)
           END-IF.
           SET IN-ANT UP BY 1.
      /
       CHERCHE-ANTERIEUR.
           MOVE "N" TO WS-ANT-TROUVE.
           SET IN-ANT TO 1.
           PERFORM CHERCHE-ANT-TOUR UNTIL WS-ANT-TROUVE = "Y"
                                        OR IN-ANT > WK-ANT-NB.
      /
       CHERCHE-ANT-TOUR.
           IF WK-ANT-ARTIID(IN-ANT) = WS-ANT-ARTIID
              AND WK-ANT-DT(IN-ANT) = WS-CNT-DT
              MOVE "Y" TO WS-ANT-TROUVE
           ELSE
              SET IN-ANT UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* DATE DE DERNIER COMPTAGE SUR ARTABC - LIGNE CREEE SANS
      ******* CLASSE SI L'ARTICLE N'A PAS ENCORE ETE CLASSE PAR STK180
      ****************************************************************
      /
       MAJ-DATE-COMPTAGE.
           MOVE CNT-ARTIID TO ABC-ARTIID.
           READ ARTABC INVALID KEY
                MOVE CNT-ARTIID    TO ABC-ARTIID
                MOVE SPACE         TO ABC-CLASSE
                MOVE ZERO          TO ABC-VAL
                MOVE SPACE         TO ABC-DT-CLASSE
                MOVE WS-CNT-DT     TO ABC-DT-CPT
                WRITE ABC-ENR-DDS
                NOT INVALID KEY
                MOVE WS-CNT-DT     TO ABC-DT-CPT
                REWRITE ABC-ENR-DDS
           END-READ.
      /
      ****************************************************************
      ******* LIGNE DE LA LISTE DE COMPTAGE RESTEE A ZERO - L'ARTICLE
      ******* N'A PAS ETE COMPTE, RIEN N'EST POSTE
      ****************************************************************
      /
       EDITION-NON-COMPTE.
           ADD 1 TO CPT-NCP.
           MOVE CNT-ARTIID TO STK-ARTIID OF STK-ENR-DDS.
           READ STOCK INVALID KEY
                MOVE ZERO TO WS-LIVRE
                NOT INVALID KEY
                MOVE STK-QT OF STK-ENR-DDS TO WS-LIVRE
           END-READ.
           MOVE CNT-ARTIID TO BPFCNT-ARTIID.
           MOVE WS-LIVRE   TO BPFCNT-LIVRE.
           MOVE ZERO       TO BPFCNT-COMPTE.
           MOVE ZERO       TO BPFCNT-ECART.
           MOVE "NOT CNTD" TO BPFCNT-MSG.
           WRITE BPFCNT-ENR.
      /
      ****************************************************************
      ******* COMPTAGE DATE DANS UN MOIS CLOS SUR PERCLO - REFUSE,
      ******* RIEN N'EST POSTE, LE STOCK COMPTABLE RESTE EN LIGNE
      ****************************************************************
      /
       EDITION-PERIODE-CLOSE.
           MOVE "PER.CLSD" TO WS-REF-MSG.
           PERFORM EDITION-REFUS.
      /
      ****************************************************************
      ******* COMPTAGE REFUSE - MOIS CLOS, DATE INVALIDE OU A VENIR,
      ******* ANTIDATE HORS TABLE - MOTIF DANS WS-REF-MSG, RIEN N'EST
      ******* POSTE
      ****************************************************************
      /
       EDITION-REFUS.
           ADD 1 TO CPT-REJ.
           MOVE CNT-ARTIID TO STK-ARTIID OF STK-ENR-DDS.
           READ STOCK INVALID KEY
                MOVE ZERO TO WS-LIVRE
                NOT INVALID KEY
                MOVE STK-QT OF STK-ENR-DDS TO WS-LIVRE
           END-READ.
           MOVE CNT-ARTIID TO BPFCNT-ARTIID.
           MOVE WS-LIVRE   TO BPFCNT-LIVRE.
           MOVE CNT-QT     TO BPFCNT-COMPTE.
           MOVE ZERO       TO BPFCNT-ECART.
           MOVE WS-REF-MSG TO BPFCNT-MSG.
           WRITE BPFCNT-ENR.
      /
      ****************************************************************
      ******* RETENUE DE L'ECART DANS LA TABLE DE VARIANCE POUR LE
      ******* CLASSEMENT DE FIN DE RUN
      ****************************************************************
           MOVE CPT-ADJ TO BPFCNT-TOT-ADJ.
           MOVE CPT-CRE TO BPFCNT-TOT-CRE.
           MOVE CPT-ANO TO BPFCNT-TOT-ANO.
           MOVE CPT-NCP TO BPFCNT-TOT-NCP.
           MOVE CPT-REJ TO BPFCNT-TOT-REJ.
           WRITE BPFCNT-TOTALS.
      /
