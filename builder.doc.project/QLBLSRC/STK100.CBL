      * is reopened in a release-only pass that posts exclusively
      * the held orders' lines the desk signed off, so a next-day
      * sign-off actually ships without double-issuing anything.
      * An article tracked by lot on STKLOT (the fresh deliveries
      * STK200 booked in with a use-by date) is issued from the
      * lot expiring first, spilling into the next one when the
      * lot runs out - one movement row per lot touched, the lot
      * named on STKMVT - and a lot past its use-by date is never
      * issued, it waits for the STK160 write-off. Whatever the
      * lots cannot cover goes out as before, unlotted.
      * Every issue movement carries the article's weighted-average
      * STK-COUT at the time of issue and the DISP-SITE of the line,
      * the cost of goods issued the MRG100 margin report needs.
      * A kit article - one with components on KITCOMP, exploded
      * through KITEXP - is never issued itself: each component
      * is issued instead for the line's quantity times its
      * quantity per kit, with its own lots, cost and movement
      * row, and the listing names the kit the component went out
      * in.
      * An order held for review does not raise its customer's
      * open accepted value when ART100 closes it; each of its
      * lines adds its value (quantity times price) to CLI-ENCOURS
      * on the CLIMST customer master here, as the line posts on
      * the desk's ORDREL release, so a signed-off order counts
      * against the credit limit like any other.
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
           SELECT  CLIMST
                   ASSIGN       TO DATABASE-CLIMST
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF CLI-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  DISPSEL
                   ASSIGN       TO DATABASE-DISPSEL
           COPY DDS-ALL-FORMAT OF STKMVT.
      *
      ****************************************************************
      **** LOT DETAIL OF THE FRESH ARTICLES - KEYED ARTICLE, USE-BY
      **** DATE, LOT, SO THE ARTICLE'S LOTS READ IN EXPIRY ORDER
      ****************************************************************
       FD  STKLOT  LABEL RECORD STANDARD.
       01  LOT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKLOT.
      *
      ****************************************************************
      **** CUSTOMER MASTER MAINTAINED BY CLI100 - THE OPEN ACCEPTED
      **** VALUE OF A HELD ORDER IS RAISED HERE, LINE BY LINE, WHEN
      **** THE DESK'S RELEASE LETS IT POST
      ****************************************************************
       FD  CLIMST  LABEL RECORD STANDARD.
       01  CLI-ENR-DDS.
           COPY DDS-ALL-FORMAT OF CLIMST.
      *
      ****************************************************************
      **** RUN-SELECTION PARAMETER - DISPORD ACCUMULATES ACROSS RUNS
      **** AND ONLY THE SELECTED RUN'S DISPOSITIONS MAY BE POSTED -
      **** SEE DISPSEL - AN ABSENT RECORD DEFAULTS TO THE LATEST RUN
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  FILLER             PIC X(6)  VALUE "SOLDE=".
           05  BPFSTK-SOLDE       PIC -(10)9,999.
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFSTK-LOT         PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFSTK-KIT         PIC X(15).
      *
       01  BPFSTK-TOTALS REDEFINES BPFSTK-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "REL=".
           05  BPFSTK-TOT-REL     PIC Z(5)9.
           05  FILLER             PIC X(15).
      *
      /
       WORKING-STORAGE SECTION.
       77  WS-REL-TROUVE     PIC X    VALUE "N".
       77  WS-REL-EOF        PIC X    VALUE "N".
       77  CPT-REL           PIC 9(6) VALUE ZERO.
      ***** VALEUR D'UNE LIGNE RELACHEE - PORTEE A L'ENCOURS DU
      ***** CLIENT, QU'ART100 N'A PAS RELEVE POUR UN ORDRE TENU
       77  WS-LIG-VAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
      *
      ***** MODE RELACHE SEULE - LE RUN VISE EST DEJA POSTE EN
      ***** ENTIER ET DES RELACHES ORDREL ATTENDENT : SEULES LES
      ***** PAS DE LIGNE DU JOUR = PAS DE CONTROLE PASSE = REFUS
       77  WS-BAL-OK         PIC X    VALUE "N".
       77  WS-BAL-EOF        PIC X    VALUE "N".
      *
      ***** SORTIE PAR LOT - QUANTITE DE LA LIGNE RESTANT A SORTIR,
      ***** PART PRISE SUR LE LOT COURANT - LES LOTS DONT LA DATE
      ***** LIMITE EST PASSEE NE SORTENT PLUS (STK160 LES PASSE EN
      ***** PERTE)
       77  WS-RESTE          PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WS-PRIS           PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WS-MVT-LOT        PIC X(10) VALUE SPACE.
       77  WS-LOT-EOF        PIC X    VALUE "N".
      *
      ***** ARTICLE ET QUANTITE SORTIS - CEUX DE LA LIGNE, OU POUR
      ***** UNE LIGNE DE KIT CEUX DE CHAQUE COMPOSANT (QUANTITE DE
      ***** LA LIGNE FOIS QUANTITE PAR KIT) - WS-SOR-KIT NOMME LE
      ***** KIT SUR LE LISTING, A BLANC POUR UN ARTICLE ORDINAIRE
       77  WS-SOR-ARTIID     PIC X(15) VALUE SPACE.
       77  WS-SOR-QT         PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WS-SOR-KIT        PIC X(15) VALUE SPACE.
      *
      ***** COMPOSITION DU DERNIER ARTICLE EXPLOSE - DISPORD SORT
      ***** GROUPE PAR ARTICLE, KITEXP N'EST RAPPELE QUE QUAND
      ***** L'ARTICLE CHANGE
       77  WS-KEX-DERNIER    PIC X(15) VALUE HIGH-VALUE.
       01  KEX-PARM.
           05  KEX-PRM-ARTIID         PIC X(15).
           05  KEX-NB                 PIC 9(2).
           05  KEX-TP    OCCURS 20 INDEXED BY IN-KEX.
               10  KEX-CMP-ID         PIC X(15).
               10  KEX-CMP-QT         PIC S9(8)V9(3) COMP-3.
      *
           COPY WKLDA.
      *
      *
           OPEN INPUT  DISPORD.
           OPEN I-O    STOCK.
           OPEN I-O    STKLOT.
           OPEN I-O    CLIMST.
           OPEN EXTEND STKMVT.
           OPEN OUTPUT BPFSTK.
      *
      *
           CLOSE  DISPORD
                  STOCK
                  STKLOT
                  CLIMST
                  STKMVT
                  CHKPT
                  BPFSTK.
                    IF WS-REL-TROUVE = "Y"
                       ADD 1 TO CPT-REL
                       PERFORM POSTE-MOUVEMENT
                       PERFORM POSTE-ENCOURS-CLIENT
                    ELSE
                       ADD 1 TO CPT-TEN
                    END-IF
           EXIT SECTION.
      /
      ****************************************************************
      ******* SORTIE DE STOCK D'UNE LIGNE ACCEPTEE - UN ARTICLE
      ******* ORDINAIRE SORT LUI-MEME, UN KIT SORT COMPOSANT PAR
      ******* COMPOSANT
      ****************************************************************
      /
       POSTE-MOUVEMENT SECTION.
              GO  TO     END-RECORD
           END-IF.
      *
           IF DISP-ORDDAR NOT = WS-KEX-DERNIER
              MOVE DISP-ORDDAR TO KEX-PRM-ARTIID
              CALL "KITEXP" USING KEX-PARM
              MOVE DISP-ORDDAR TO WS-KEX-DERNIER
           END-IF.
      *
           IF KEX-NB = ZERO
              MOVE DISP-ORDDAR TO WS-SOR-ARTIID
              MOVE DISP-QT     TO WS-SOR-QT
              MOVE SPACE       TO WS-SOR-KIT
              PERFORM SORTIE-ARTICLE
           ELSE
              SET IN-KEX TO 1
              PERFORM SORTIE-COMPOSANT UNTIL IN-KEX > KEX-NB
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       SORTIE-COMPOSANT.
           MOVE KEX-CMP-ID(IN-KEX) TO WS-SOR-ARTIID.
           COMPUTE WS-SOR-QT = DISP-QT * KEX-CMP-QT(IN-KEX).
           MOVE DISP-ORDDAR        TO WS-SOR-KIT.
           PERFORM SORTIE-ARTICLE.
           SET IN-KEX UP BY 1.
      /
      ****************************************************************
      ******* APPLICATION D'UNE SORTIE DE STOCK - CREATION DU POSTE
      ******* A ZERO SI L'ARTICLE N'EST PAS ENCORE AU STOCK, PUIS
      ******* DECREMENT, TRACE SUR STKMVT ET LIGNE DE LISTING
      ****************************************************************
      /
       SORTIE-ARTICLE SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE WS-SOR-ARTIID TO STK-ARTIID OF STK-ENR-DDS.
           READ STOCK INVALID KEY
                MOVE WS-SOR-ARTIID TO STK-ARTIID OF STK-ENR-DDS
                MOVE ZERO        TO STK-QT     OF STK-ENR-DDS
                MOVE SPACE       TO STK-DT-MAJ OF STK-ENR-DDS
                MOVE ZERO        TO STK-COUT   OF STK-ENR-DDS
                WRITE STK-ENR-DDS
                ADD 1 TO CPT-CRE.
      *
           SUBTRACT WS-SOR-QT FROM STK-QT OF STK-ENR-DDS.
           MOVE WS-TODAY-DATE TO STK-DT-MAJ OF STK-ENR-DDS.
           REWRITE STK-ENR-DDS.
      *
      ***** LES LOTS DE L'ARTICLE D'ABORD, DU PLUS PROCHE DE SA DATE
      ***** LIMITE AU PLUS LOINTAIN - UN ARTICLE SANS LOT N'EN TROUVE
      ***** AUCUN ET TOUTE LA QUANTITE RESTE A SORTIR
           MOVE WS-SOR-QT TO WS-RESTE.
           PERFORM SORTIE-LOTS.
      *
      ***** LE RELIQUAT QUE LES LOTS NE COUVRENT PAS SORT HORS LOT
           IF WS-RESTE > ZERO
              MOVE WS-RESTE TO WS-PRIS
              MOVE SPACE    TO WS-MVT-LOT
              PERFORM ECRIT-MOUVEMENT
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* ECRITURE D'UN MOUVEMENT DE SORTIE SUR STKMVT ET DE SA
      ******* LIGNE DE LISTING - WS-PRIS SUR LE LOT WS-MVT-LOT
      ****************************************************************
      /
       ECRIT-MOUVEMENT.
           MOVE WS-SOR-ARTIID TO MVT-ARTIID.
           MOVE WS-TODAY-DATE TO MVT-DATE.
           MOVE DISP-ORDNUM   TO MVT-ORDNUM.
           MOVE "S"           TO MVT-SENS.
           MOVE WS-PRIS       TO MVT-QT.
           MOVE WS-MVT-LOT    TO MVT-LOT.
           MOVE STK-COUT OF STK-ENR-DDS TO MVT-COUT.
           MOVE DISP-SITE     TO MVT-SITE.
           MOVE SPACE         TO MVT-DT-CNT.
           WRITE MVT-ENR-DDS.
      *
           ADD 1 TO CPT-MVT.
      *
           MOVE WS-SOR-ARTIID          TO BPFSTK-ARTIID.
           MOVE WS-PRIS                TO BPFSTK-QT.
           MOVE STK-QT OF STK-ENR-DDS  TO BPFSTK-SOLDE.
           MOVE WS-MVT-LOT             TO BPFSTK-LOT.
           MOVE WS-SOR-KIT             TO BPFSTK-KIT.
           WRITE BPFSTK-ENR.
      /
      ****************************************************************
      ******* SORTIE PREMIER PERIME PREMIER SORTI SUR LES LOTS DE
      ******* L'ARTICLE - POSITIONNEMENT SUR LA DATE DU JOUR, LES
      ******* LOTS DEJA PERIMES SONT AINSI ENJAMBES - UN LOT EPUISE
      ******* EST SUPPRIME DE STKLOT
      ****************************************************************
      /
       SORTIE-LOTS SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE WS-SOR-ARTIID TO LOT-ARTIID OF LOT-ENR-DDS.
           MOVE WS-TODAY-DATE TO LOT-DLC    OF LOT-ENR-DDS.
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
              IF LOT-ARTIID OF LOT-ENR-DDS NOT = WS-SOR-ARTIID
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
                    PERFORM ECRIT-MOUVEMENT
                 END-IF
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* REPORT DE LA VALEUR D'UNE LIGNE RELACHEE A L'ENCOURS DU
      ******* CLIENT SUR CLIMST - ART100 N'Y A RIEN PORTE A LA
      ******* CLOTURE DE L'ORDRE TENU - UN CLIENT A BLANC OU ABSENT
      ******* DU FICHIER MAITRE N'A PAS D'ENCOURS A TENIR
      ****************************************************************
      /
       POSTE-ENCOURS-CLIENT.
           IF NOT LDA-VISUEL
              AND DISP-CLI NOT = SPACE
              MOVE DISP-CLI TO CLI-ID OF CLI-ENR-DDS
              READ CLIMST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                        IF CLI-ENCOURS OF CLI-ENR-DDS NOT NUMERIC
                           MOVE ZERO TO CLI-ENCOURS OF CLI-ENR-DDS
                        END-IF
                        COMPUTE WS-LIG-VAL = DISP-QT * DISP-PR
                        ADD WS-LIG-VAL TO CLI-ENCOURS OF CLI-ENR-DDS
                        REWRITE CLI-ENR-DDS
                             INVALID KEY CONTINUE
                        END-REWRITE
              END-READ
           END-IF.
      /
      ****************************************************************
      ******* PRE-PASSE DE RELEVE DES ORDRES TENUS POUR VISA - LES
      ******* SYNTHESES "H" DU SEUL RUN VISE (LE FILTRE DE RUN EST
