      * totals per supplier. The supplier's name is resolved from
      * the PROVMST supplier master on the listing so purchasing no
      * longer matches the 8-character code against a paper list.
      * Each proposal is priced from the PRXTAB supplier price list
      * (PRXCALC, the price in effect on the proposal date) rather
      * than with whatever price the last request happened to
      * carry; a pair with no price on file keeps that last request
      * price but is tagged NO PRICE on the listing and marked
      * PRP-TARIF "N" on PROPACH, so purchasing settles the price
      * before the order goes out.
      * The netted quantity is then rounded up to the supplier's
      * minimum order quantity and pack multiple for the article
      * (ARTIPROV), and the listing shows the raw and the rounded
      * quantity side by side. A supplier group whose value stays
      * under the supplier's minimum order value (PROVMST) is first
      * topped up from the other articles that supplier delivers
      * whose on-hand is near their ART-QT-MINI (within the REAPPRM
      * percentage, 20 by default), each brought up to its
      * ART-QT-MAXI; a group still short after that is not sent but
      * written to PROPHLD and taken back on the next run. ART100
      * rebuilds REAPPRO and STK120 re-requests an article still
      * under its minimum every night, so a held pair asked for
      * again that day is the same shortage: its raw quantity is
      * the greater of the held one and the day's requests, never
      * their sum, and a held pair nobody re-requested is carried
      * as it was. A group at or above the supplier's free-carriage
      * threshold is marked so on its total line.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
                   ASSIGN       TO DATABASE-PROPACH
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  PROPHLD
                   ASSIGN       TO DATABASE-PROPHLD
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  PROVMST
                   ASSIGN       TO DATABASE-PROVMST
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF FRN-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  ARTIPROV
                   ASSIGN       TO DATABASE-ARTIPROV
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF PROV-ENR-DDS
                   WITH DUPLICATES
                   FILE STATUS  IS ST.
      *
           SELECT  ARTICLE
                   ASSIGN       TO DATABASE-ARTICLE1
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF ART-ENR-DDS
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
           SELECT  REAPPRM
                   ASSIGN       TO DATABASE-REAPPRM
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFPRP
                   ASSIGN       TO PRINTER-BPFPRP
       FD  PROPACH   LABEL RECORD STANDARD.
       01  PRP-ENR-DDS.
           COPY DDS-ALL-FORMAT OF PROPACH.
      *
      ****************************************************************
      **** PROPOSALS HELD OVER - A SUPPLIER GROUP LEFT UNDER THE
      **** SUPPLIER'S MINIMUM ORDER VALUE IS KEPT HERE IN THE PROPACH
      **** LAYOUT AND NETTED BACK IN WITH THE NEXT RUN'S REQUESTS
      ****************************************************************
       FD  PROPHLD   LABEL RECORD STANDARD.
       01  HLD-ENR-DDS.
           COPY DDS-ALL-FORMAT OF PROPACH.
      *
       FD  PROVMST   LABEL RECORD STANDARD.
       01  FRN-ENR-DDS.
           COPY DDS-ALL-FORMAT OF PROVMST.
      *
      ****************************************************************
      **** ARTICLE/SUPPLIER ROWS - MINIMUM ORDER QUANTITY AND PACK
      **** MULTIPLE OF THE PAIR, AND THE ARTICLES A SUPPLIER DELIVERS
      **** FOR THE TOP-UP OF A GROUP UNDER ITS MINIMUM ORDER VALUE
      ****************************************************************
       FD  ARTIPROV   LABEL RECORD STANDARD.
       01  PROV-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ARTIPROV.
      *
       FD  ARTICLE   LABEL RECORD STANDARD.
       01  ART-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ARTICLE1.
      *
       FD  STOCK   LABEL RECORD STANDARD.
       01  STK-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STOCK.
      *
       FD  REAPPRM  LABEL RECORD STANDARD.
       01  PRM-ENR-DDS.
           COPY DDS-ALL-FORMAT OF REAPPRM.
      *
      ****************************************************************
      **** PURCHASE-PROPOSAL LISTING, GROUPED BY SUPPLIER
      ****************************************************************
       FD  BPFPRP  LABEL RECORD STANDARD.
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFPRP-ARTIID      PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFPRP-QT-BRUT     PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPRP-QT          PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPRP-PR          PIC -(5)9,999.
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFPRP-NBDEM       PIC Z(3)9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPRP-MSG         PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFPRP-ETAT        PIC X(6).
      *
       01  BPFPRP-FOURN REDEFINES BPFPRP-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "VAL=".
           05  BPFPRP-FOU-VAL     PIC -(11)9,99.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "MIN=".
           05  BPFPRP-FOU-MINI    PIC -(9)9,99.
           05  FILLER             PIC X(1).
           05  BPFPRP-FOU-TAG     PIC X(9).
      *
       01  BPFPRP-PERTE REDEFINES BPFPRP-ENR.
           05  FILLER             PIC X(1).
           05  BPFPRP-PER-PROV    PIC X(8).
           05  FILLER             PIC X(1).
           05  BPFPRP-PER-ARTIID  PIC X(15).
           05  FILLER             PIC X(50).
      *
       01  BPFPRP-TOTALS REDEFINES BPFPRP-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ANO=".
           05  BPFPRP-TOT-ANO     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "NPR=".
           05  BPFPRP-TOT-NPR     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "HLD=".
           05  BPFPRP-TOT-HLD     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "TOP=".
           05  BPFPRP-TOT-TOP     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "REP=".
           05  BPFPRP-TOT-REP     PIC Z(5)9.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-ECR           PIC 9(6) VALUE ZERO.
       77  CPT-FOU           PIC 9(6) VALUE ZERO.
       77  CPT-ANO           PIC 9(6) VALUE ZERO.
       77  CPT-NPR           PIC 9(6) VALUE ZERO.
       77  CPT-HLD           PIC 9(6) VALUE ZERO.
       77  CPT-TOP           PIC 9(6) VALUE ZERO.
       77  CPT-REP           PIC 9(6) VALUE ZERO.
      *
      ***** NETTING TABLE - ONE POSTE PER SUPPLIER/ARTICLE PAIR SEEN
      ***** ON THE DAY'S REAPPRO QUEUE - A REQUEST WHOSE PAIR IS
               10  WK-PROP-PR         PIC S9(6)V9(3)  COMP-3.
               10  WK-PROP-NBDEM      PIC 9(4).
               10  WK-PROP-EDT        PIC X(1).
      ***** QUANTITE BRUTE NETTEE AVANT ARRONDI - WK-PROP-QT PORTE
      ***** LA QUANTITE ARRONDIE AU MINIMUM DE COMMANDE ET AU COLIS
               10  WK-PROP-QT-BRUT    PIC S9(11)V9(3) COMP-3.
      ***** QUANTITE BRUTE DE LA PROPOSITION RETENUE REPRISE - LA
      ***** DEMANDE DU JOUR NE S'Y AJOUTE PAS, LA PLUS GRANDE DES
      ***** DEUX EST RETENUE AVANT L'ARRONDI
               10  WK-PROP-QT-RET     PIC S9(11)V9(3) COMP-3.
      ***** "D" = DEMANDE REAPPRO OU RETENUE REPRISE, "T" = POSTE DE
      ***** COMPLEMENT AJOUTE POUR ATTEINDRE LE MINIMUM DE COMMANDE
               10  WK-PROP-ORIG       PIC X(1).
      ***** "Y" = PRIX SERVI PAR LE TARIF FOURNISSEUR PRXTAB, "N" =
      ***** AUCUN PRIX AU TARIF
               10  WK-PROP-TARIF      PIC X(1).
      *
      ***** DEMANDE A CUMULER - UNE LIGNE REAPPRO DU JOUR OU UNE
      ***** PROPOSITION RETENUE AU PASSAGE PRECEDENT
       77  WS-CUM-PROV       PIC X(8)  VALUE SPACE.
       77  WS-CUM-ARTIID     PIC X(15) VALUE SPACE.
       77  WS-CUM-QT         PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-CUM-PR         PIC S9(6)V9(3)  COMP-3 VALUE ZERO.
       77  WS-CUM-NBDEM      PIC 9(4)  VALUE ZERO.
      ***** "Y" = LA DEMANDE EST UNE PROPOSITION RETENUE REPRISE
       77  WS-CUM-RET        PIC X     VALUE "N".
       77  WS-HLD-EOF        PIC X     VALUE "N".
      *
      ***** CONTRAINTES DE COMMANDE DU FOURNISSEUR ET ARRONDI
       77  WS-MOQ            PIC S9(8)V9(3)  COMP-3 VALUE ZERO.
       77  WS-COLIS          PIC S9(8)V9(3)  COMP-3 VALUE ZERO.
       77  WS-QT             PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-NB-COLIS       PIC S9(11)      COMP-3 VALUE ZERO.
       77  WS-APR-EOF        PIC X     VALUE "N".
      *
      ***** MINIMUM DE COMMANDE ET FRANCO DU FOURNISSEUR EN COURS -
      ***** VALEUR ESTIMEE DU GROUPE AVANT EDITION ET GROUPE RETENU
       77  WS-FOU-MINI       PIC S9(9)V9(2)  COMP-3 VALUE ZERO.
       77  WS-FOU-FRANCO     PIC S9(9)V9(2)  COMP-3 VALUE ZERO.
       77  WS-FOU-EST        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-FOU-RETENU     PIC X     VALUE "N".
      *
      ***** COMPLEMENT - ARTICLE PROCHE DE SON MINI A MOINS DE
      ***** WS-PCT-PROCHE POUR CENT AU-DESSUS, LU SUR REAPPRM
       77  WS-PCT-PROCHE     PIC 9(3)  VALUE 20.
       77  WS-SEUIL          PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-STK-QT         PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-PRESENT        PIC X     VALUE "N".
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
       77  WS-TROUVE         PIC X    VALUE "N".
       77  WS-RESTE          PIC X    VALUE "N".
      *
           OPEN INPUT  REAPPRO.
           OPEN INPUT  PROVMST.
           OPEN INPUT  ARTIPROV.
           OPEN INPUT  ARTICLE.
           OPEN INPUT  STOCK.
           OPEN OUTPUT PROPACH.
           OPEN OUTPUT BPFPRP.
      *
      ***** SEUIL DE PROXIMITE DU MINI POUR LE COMPLEMENT
           OPEN INPUT  REAPPRM.
           READ REAPPRM NEXT AT END
                GO  TO   FIN-REAPPRM.
           IF PRM-PCT-PROCHE IS NUMERIC
              MOVE PRM-PCT-PROCHE TO WS-PCT-PROCHE
           END-IF.
      *
       FIN-REAPPRM.
           CLOSE REAPPRM.
      *
      ***** REPRISE DES PROPOSITIONS RETENUES AU PASSAGE PRECEDENT -
      ***** ELLES SONT NETTEES AVEC LES DEMANDES DU JOUR
           OPEN INPUT  PROPHLD.
           MOVE "N" TO WS-HLD-EOF.
           PERFORM REPRISE-RETENUE UNTIL WS-HLD-EOF = "Y".
           CLOSE PROPHLD.
      *
           MOVE "00" TO WS-END.
      *
           PERFORM TRAITEMENT-DETAIL UNTIL WS-END = HIGH-VALUE.
      *
       VIDE.
      *
      ***** LE FICHIER DES RETENUES EST RECONSTRUIT A CHAQUE PASSAGE
      ***** - PAS EN SIMULATION, OU IL GARDE CE QU'IL CONTENAIT
           IF NOT LDA-VISUEL
              OPEN OUTPUT PROPHLD
           END-IF.
      *
           PERFORM EDITION-PROPOSITIONS.
      *
           PERFORM EDITION-TOTAUX.
      *
           IF NOT LDA-VISUEL
              CLOSE PROPHLD
           END-IF.
      *
           CLOSE  REAPPRO
                  PROVMST
                  ARTIPROV
                  ARTICLE
                  STOCK
                  PROPACH
                  BPFPRP.
      *
           IF WS-END = "00" THEN
      *
           ADD 1 TO CPT-LUS
           MOVE REAP-PROV-ID TO WS-CUM-PROV
           MOVE REAP-ARTIID  TO WS-CUM-ARTIID
           MOVE REAP-QT      TO WS-CUM-QT
           MOVE REAP-PR      TO WS-CUM-PR
           MOVE 1            TO WS-CUM-NBDEM
           MOVE "N"          TO WS-CUM-RET
           PERFORM CUMULE-DEMANDE.
      *
       READ-NEXT.
                                     OR IN-PROP > WK-PROP-NB.
      *
           IF WS-TROUVE = "Y"
              IF WS-CUM-RET = "Y"
                 IF WS-CUM-QT > WK-PROP-QT-RET(IN-PROP)
                    MOVE WS-CUM-QT TO WK-PROP-QT-RET(IN-PROP)
                 END-IF
              ELSE
                 ADD  WS-CUM-QT TO WK-PROP-QT-BRUT(IN-PROP)
              END-IF
              MOVE WS-CUM-PR    TO WK-PROP-PR(IN-PROP)
              ADD  WS-CUM-NBDEM TO WK-PROP-NBDEM(IN-PROP)
              GO  TO     END-RECORD
           END-IF.
      *
      *
           ADD 1 TO WK-PROP-NB.
           SET IN-PROP TO WK-PROP-NB.
           MOVE WS-CUM-PROV   TO WK-PROP-PROV(IN-PROP).
           MOVE WS-CUM-ARTIID TO WK-PROP-ARTIID(IN-PROP).
           IF WS-CUM-RET = "Y"
              MOVE ZERO      TO WK-PROP-QT-BRUT(IN-PROP)
              MOVE WS-CUM-QT TO WK-PROP-QT-RET(IN-PROP)
           ELSE
              MOVE WS-CUM-QT TO WK-PROP-QT-BRUT(IN-PROP)
              MOVE ZERO      TO WK-PROP-QT-RET(IN-PROP)
           END-IF.
           MOVE WS-CUM-QT     TO WK-PROP-QT(IN-PROP).
           MOVE WS-CUM-PR     TO WK-PROP-PR(IN-PROP).
           MOVE WS-CUM-NBDEM  TO WK-PROP-NBDEM(IN-PROP).
           MOVE "N"           TO WK-PROP-EDT(IN-PROP).
           MOVE "D"           TO WK-PROP-ORIG(IN-PROP).
           MOVE "N"           TO WK-PROP-TARIF(IN-PROP).
      *
       END-RECORD.
           EXIT SECTION.
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CHERCHE-POSTE.
           IF WK-PROP-PROV(IN-PROP) = WS-CUM-PROV
              AND WK-PROP-ARTIID(IN-PROP) = WS-CUM-ARTIID
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-PROP UP BY 1
       EDITION-PERTE.
           MOVE SPACE        TO BPFPRP-ENR.
           MOVE "DROPPED"    TO BPFPRP-PER-TAG.
           MOVE WS-CUM-PROV   TO BPFPRP-PER-PROV.
           MOVE WS-CUM-ARTIID TO BPFPRP-PER-ARTIID.
           WRITE BPFPRP-PERTE.
      /
      ****************************************************************
      ******* REPRISE D'UNE PROPOSITION RETENUE AU PASSAGE PRECEDENT
      ******* - SA QUANTITE BRUTE EST GARDEE A PART, LA DEMANDE DU
      ******* JOUR DE LA MEME PAIRE EST LE MEME MANQUE ET NE S'Y
      ******* AJOUTE PAS - VOIR VALORISE-POSTE
      ****************************************************************
      /
       REPRISE-RETENUE.
           READ PROPHLD NEXT AT END
                MOVE "Y" TO WS-HLD-EOF
           END-READ.
      *
           IF WS-HLD-EOF NOT = "Y"
              ADD 1 TO CPT-REP
              MOVE PRP-PROV-ID OF HLD-ENR-DDS TO WS-CUM-PROV
              MOVE PRP-ARTIID  OF HLD-ENR-DDS TO WS-CUM-ARTIID
              MOVE PRP-QT-BRUT OF HLD-ENR-DDS TO WS-CUM-QT
              MOVE PRP-PR      OF HLD-ENR-DDS TO WS-CUM-PR
              MOVE PRP-NBDEM   OF HLD-ENR-DDS TO WS-CUM-NBDEM
              MOVE "Y"                        TO WS-CUM-RET
              PERFORM CUMULE-DEMANDE
           END-IF.
      /
      ****************************************************************
      ******* EDITION DES PROPOSITIONS GROUPEES PAR FOURNISSEUR -
      ******* A CHAQUE TOUR LE PLUS PETIT FOURNISSEUR NON ENCORE
      ******* EDITE EST RETENU, PUIS TOUS SES POSTES SONT ECRITS
      *
           IF WS-RESTE = "Y"
              ADD 1 TO CPT-FOU
              PERFORM RESOUD-NOM-FOURNISSEUR
              MOVE ZERO TO WS-FOU-EST
              SET IN-PROP TO 1
              PERFORM VALORISE-POSTE UNTIL IN-PROP > WK-PROP-NB
              IF WS-FOU-EST < WS-FOU-MINI
                 PERFORM COMPLEMENT-FOURNISSEUR
              END-IF
              IF WS-FOU-EST < WS-FOU-MINI
                 MOVE "Y" TO WS-FOU-RETENU
              ELSE
                 MOVE "N" TO WS-FOU-RETENU
              END-IF
              MOVE ZERO TO WS-FOU-LIG
              MOVE ZERO TO WS-FOU-VAL
              SET IN-PROP TO 1
           END-IF.
           SET IN-PROP UP BY 1.
      /
      ***** PREMIER PASSAGE SUR LES POSTES DU FOURNISSEUR - PRIX AU
      ***** TARIF, ARRONDI AU MINIMUM DE COMMANDE ET AU COLIS, ET
      ***** VALEUR ESTIMEE DU GROUPE AVANT LA DECISION D'ENVOI - LA
      ***** QUANTITE BRUTE EST LA PLUS GRANDE DE LA DEMANDE DU JOUR
      ***** ET DE LA RETENUE REPRISE
       VALORISE-POSTE.
           IF WK-PROP-EDT(IN-PROP) = "N"
              AND WK-PROP-PROV(IN-PROP) = WS-FOU-CUR
              IF WK-PROP-QT-RET(IN-PROP) > WK-PROP-QT-BRUT(IN-PROP)
                 MOVE WK-PROP-QT-RET(IN-PROP)
                                 TO WK-PROP-QT-BRUT(IN-PROP)
              END-IF
              PERFORM RESOUD-PRIX-TARIF
              PERFORM LIT-CONTRAINTES
              MOVE WK-PROP-QT-BRUT(IN-PROP) TO WS-QT
              PERFORM ARRONDI-QUANTITE
              MOVE WS-QT TO WK-PROP-QT(IN-PROP)
              COMPUTE WS-LIG-VAL =
                      WK-PROP-QT(IN-PROP) * WK-PROP-PR(IN-PROP)
              ADD WS-LIG-VAL TO WS-FOU-EST
           END-IF.
           SET IN-PROP UP BY 1.
      /
      ***** SECOND PASSAGE - UN GROUPE RETENU PART SUR PROPHLD SANS
      ***** SES POSTES DE COMPLEMENT, QUI NE SONT PAS DE LA DEMANDE
       EDITION-POSTE.
           IF WK-PROP-EDT(IN-PROP) = "N"
              AND WK-PROP-PROV(IN-PROP) = WS-FOU-CUR
              MOVE "Y" TO WK-PROP-EDT(IN-PROP)
              IF WS-FOU-RETENU = "Y"
                 AND WK-PROP-ORIG(IN-PROP) = "T"
                 CONTINUE
              ELSE
                 ADD 1 TO WS-FOU-LIG
                 COMPUTE WS-LIG-VAL =
                         WK-PROP-QT(IN-PROP) * WK-PROP-PR(IN-PROP)
                 ADD WS-LIG-VAL TO WS-FOU-VAL
                 IF WS-FOU-RETENU = "Y"
                    PERFORM EDITION-PROPHLD
                 ELSE
                    PERFORM EDITION-PROPACH
                 END-IF
                 PERFORM EDITION-BPFPRP
              END-IF
           END-IF.
           SET IN-PROP UP BY 1.
      /
      ****************************************************************
      ******* CONTRAINTES DE COMMANDE DE LA PAIRE FOURNISSEUR/ARTICLE
      ******* SUR ARTIPROV - MINIMUM DE COMMANDE ET COLIS, ZERO QUAND
      ******* LA PAIRE N'Y FIGURE PAS
      ****************************************************************
      /
       LIT-CONTRAINTES SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE ZERO TO WS-MOQ.
           MOVE ZERO TO WS-COLIS.
      *
           MOVE WK-PROP-ARTIID(IN-PROP) TO ARTIID OF PROV-ENR-DDS.
           START ARTIPROV KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF PROV-ENR-DDS
                 INVALID KEY
                 GO  TO     END-RECORD.
      *
           MOVE "N" TO WS-APR-EOF.
           PERFORM CONTRAINTE-SUIVANTE UNTIL WS-APR-EOF = "Y".
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CONTRAINTE-SUIVANTE.
           READ ARTIPROV NEXT AT END
                MOVE "Y" TO WS-APR-EOF
           END-READ.
      *
           IF WS-APR-EOF NOT = "Y"
              IF ARTIID OF PROV-ENR-DDS NOT = WK-PROP-ARTIID(IN-PROP)
                 MOVE "Y" TO WS-APR-EOF
              ELSE
                 IF PROV-ID OF PROV-ENR-DDS = WS-FOU-CUR
                    PERFORM RETIENS-CONTRAINTES
                    MOVE "Y" TO WS-APR-EOF
                 END-IF
              END-IF
           END-IF.
      /
       RETIENS-CONTRAINTES.
           IF PROV-QT-MOQ OF PROV-ENR-DDS IS NUMERIC
              MOVE PROV-QT-MOQ OF PROV-ENR-DDS TO WS-MOQ
           ELSE
              MOVE ZERO TO WS-MOQ
           END-IF.
           IF PROV-QT-COLIS OF PROV-ENR-DDS IS NUMERIC
              MOVE PROV-QT-COLIS OF PROV-ENR-DDS TO WS-COLIS
           ELSE
              MOVE ZERO TO WS-COLIS
           END-IF.
      /
      ****************************************************************
      ******* ARRONDI DE WS-QT - D'ABORD AU MINIMUM DE COMMANDE, PUIS
      ******* AU MULTIPLE DE COLIS SUPERIEUR
      ****************************************************************
      /
       ARRONDI-QUANTITE.
           IF WS-QT < WS-MOQ
              MOVE WS-MOQ TO WS-QT
           END-IF.
           IF WS-COLIS > ZERO
              COMPUTE WS-NB-COLIS = WS-QT / WS-COLIS
              IF WS-NB-COLIS * WS-COLIS < WS-QT
                 ADD 1 TO WS-NB-COLIS
              END-IF
              COMPUTE WS-QT = WS-NB-COLIS * WS-COLIS
           END-IF.
      /
      ****************************************************************
      ******* COMPLEMENT D'UN GROUPE SOUS LE MINIMUM DE COMMANDE DU
      ******* FOURNISSEUR - PARCOURS DES LIGNES ARTIPROV DE CE
      ******* FOURNISSEUR, UN ARTICLE PAS ENCORE PROPOSE DONT LE
      ******* STOCK EST PROCHE DE SON MINI EST PORTE A SON MAXI,
      ******* JUSQU'A ATTEINDRE LE MINIMUM
      ****************************************************************
      /
       COMPLEMENT-FOURNISSEUR SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE LOW-VALUE TO EXTERNALLY-DESCRIBED-KEY OF PROV-ENR-DDS.
           START ARTIPROV KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF PROV-ENR-DDS
                 INVALID KEY
                 GO  TO     END-RECORD.
      *
           MOVE "N" TO WS-APR-EOF.
           PERFORM COMPLEMENT-SUIVANT UNTIL WS-APR-EOF = "Y"
                                   OR WS-FOU-EST NOT < WS-FOU-MINI.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       COMPLEMENT-SUIVANT.
           READ ARTIPROV NEXT AT END
                MOVE "Y" TO WS-APR-EOF
           END-READ.
      *
           IF WS-APR-EOF NOT = "Y"
              AND PROV-ID OF PROV-ENR-DDS = WS-FOU-CUR
              PERFORM EXAMINE-COMPLEMENT
           END-IF.
      /
      ****************************************************************
      ******* EXAMEN D'UN ARTICLE CANDIDAT AU COMPLEMENT - DEJA
      ******* PROPOSE CHEZ UN FOURNISSEUR, ARRETE, SANS MAXI, PAS
      ******* ASSEZ PROCHE DE SON MINI OU SANS PRIX AU TARIF, IL EST
      ******* ECARTE
      ****************************************************************
      /
       EXAMINE-COMPLEMENT SECTION.
      ***************************
      /
       TRT-RECORD.
           IF WK-PROP-NB >= WK-PROP-NBPST
              MOVE "Y" TO WS-APR-EOF
              GO  TO     END-RECORD
           END-IF.
      *
           MOVE "N" TO WS-PRESENT.
           SET IN-PROP TO 1.
           PERFORM CHERCHE-ARTICLE-PROPOSE UNTIL WS-PRESENT = "Y"
                                           OR IN-PROP > WK-PROP-NB.
           IF WS-PRESENT = "Y"
              GO  TO     END-RECORD
           END-IF.
      *
           MOVE ARTIID OF PROV-ENR-DDS TO ARTIID OF ART-ENR-DDS.
           READ ARTICLE INVALID KEY
                GO  TO     END-RECORD.
           IF ART-ETAT OF ART-ENR-DDS = "D"
              OR ART-QT-MAXI OF ART-ENR-DDS NOT > ZERO
              GO  TO     END-RECORD
           END-IF.
      *
           MOVE ZERO TO WS-STK-QT.
           MOVE ARTIID OF PROV-ENR-DDS TO STK-ARTIID OF STK-ENR-DDS.
           READ STOCK
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     MOVE STK-QT OF STK-ENR-DDS TO WS-STK-QT
           END-READ.
      *
           COMPUTE WS-SEUIL = ART-QT-MINI OF ART-ENR-DDS
                            * (100 + WS-PCT-PROCHE) / 100.
           IF WS-STK-QT > WS-SEUIL
              OR WS-STK-QT NOT < ART-QT-MAXI OF ART-ENR-DDS
              GO  TO     END-RECORD
           END-IF.
      *
           MOVE WS-FOU-CUR             TO PRX-PRM-PROV.
           MOVE ARTIID OF PROV-ENR-DDS TO PRX-PRM-ARTIID.
           MOVE WS-TODAY-DATE          TO PRX-PRM-DATE.
           CALL "PRXCALC" USING PRX-PARM.
           IF PRX-RET NOT = "00"
              GO  TO     END-RECORD
           END-IF.
      *
           PERFORM RETIENS-CONTRAINTES.
           COMPUTE WS-QT = ART-QT-MAXI OF ART-ENR-DDS - WS-STK-QT.
           PERFORM ARRONDI-QUANTITE.
      *
           ADD 1 TO WK-PROP-NB.
           SET IN-PROP TO WK-PROP-NB.
           MOVE WS-FOU-CUR             TO WK-PROP-PROV(IN-PROP).
           MOVE ARTIID OF PROV-ENR-DDS TO WK-PROP-ARTIID(IN-PROP).
           MOVE ZERO                   TO WK-PROP-QT-BRUT(IN-PROP).
           MOVE ZERO                   TO WK-PROP-QT-RET(IN-PROP).
           MOVE WS-QT                  TO WK-PROP-QT(IN-PROP).
           MOVE PRX-PRM-PR             TO WK-PROP-PR(IN-PROP).
           MOVE ZERO                   TO WK-PROP-NBDEM(IN-PROP).
           MOVE "N"                    TO WK-PROP-EDT(IN-PROP).
           MOVE "T"                    TO WK-PROP-ORIG(IN-PROP).
           MOVE "Y"                    TO WK-PROP-TARIF(IN-PROP).
      *
           COMPUTE WS-LIG-VAL = WS-QT * PRX-PRM-PR.
           ADD WS-LIG-VAL TO WS-FOU-EST.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CHERCHE-ARTICLE-PROPOSE.
           IF WK-PROP-ARTIID(IN-PROP) = ARTIID OF PROV-ENR-DDS
              MOVE "Y" TO WS-PRESENT
           ELSE
              SET IN-PROP UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* PRIX DU POSTE AU TARIF FOURNISSEUR EN VIGUEUR A LA DATE
      ******* DE LA PROPOSITION - SANS PRIX AU TARIF LE POSTE GARDE
      ******* LE DERNIER PRIX VU SUR UNE DEMANDE ET SORT MARQUE
      ****************************************************************
      /
       RESOUD-PRIX-TARIF.
           MOVE WK-PROP-PROV(IN-PROP)   TO PRX-PRM-PROV.
           MOVE WK-PROP-ARTIID(IN-PROP) TO PRX-PRM-ARTIID.
           MOVE WS-TODAY-DATE           TO PRX-PRM-DATE.
           CALL "PRXCALC" USING PRX-PARM.
           IF PRX-RET = "00"
              MOVE PRX-PRM-PR TO WK-PROP-PR(IN-PROP)
              MOVE "Y" TO WK-PROP-TARIF(IN-PROP)
           ELSE
              MOVE "N" TO WK-PROP-TARIF(IN-PROP)
              ADD 1 TO CPT-NPR
           END-IF.
      /
      ****************************************************************
      ******* ECRITURE D'UNE PROPOSITION SUR LE FICHIER PROPACH
      ****************************************************************
      /
       EDITION-PROPACH.
           IF WK-PROP-ORIG(IN-PROP) = "T"
              ADD 1 TO CPT-TOP
           END-IF.
           IF NOT LDA-VISUEL
              MOVE WK-PROP-PROV(IN-PROP)
                                 TO PRP-PROV-ID OF PRP-ENR-DDS
              MOVE WK-PROP-ARTIID(IN-PROP)
                                 TO PRP-ARTIID  OF PRP-ENR-DDS
              MOVE WK-PROP-QT(IN-PROP)
                                 TO PRP-QT      OF PRP-ENR-DDS
              MOVE WK-PROP-PR(IN-PROP)
                                 TO PRP-PR      OF PRP-ENR-DDS
              MOVE WK-PROP-NBDEM(IN-PROP)
                                 TO PRP-NBDEM   OF PRP-ENR-DDS
              MOVE WS-TODAY-DATE TO PRP-DT      OF PRP-ENR-DDS
              MOVE WK-PROP-TARIF(IN-PROP)
                                 TO PRP-TARIF   OF PRP-ENR-DDS
              MOVE WK-PROP-QT-BRUT(IN-PROP)
                                 TO PRP-QT-BRUT OF PRP-ENR-DDS
              WRITE PRP-ENR-DDS
              ADD 1 TO CPT-ECR
           END-IF.
      /
      ****************************************************************
      ******* ECRITURE D'UNE PROPOSITION RETENUE SUR PROPHLD - ELLE
      ******* REVIENT DANS LE NETTING DU PROCHAIN PASSAGE
      ****************************************************************
      /
       EDITION-PROPHLD.
           ADD 1 TO CPT-HLD.
           IF NOT LDA-VISUEL
              MOVE WK-PROP-PROV(IN-PROP)
                                 TO PRP-PROV-ID OF HLD-ENR-DDS
              MOVE WK-PROP-ARTIID(IN-PROP)
                                 TO PRP-ARTIID  OF HLD-ENR-DDS
              MOVE WK-PROP-QT(IN-PROP)
                                 TO PRP-QT      OF HLD-ENR-DDS
              MOVE WK-PROP-PR(IN-PROP)
                                 TO PRP-PR      OF HLD-ENR-DDS
              MOVE WK-PROP-NBDEM(IN-PROP)
                                 TO PRP-NBDEM   OF HLD-ENR-DDS
              MOVE WS-TODAY-DATE TO PRP-DT      OF HLD-ENR-DDS
              MOVE WK-PROP-TARIF(IN-PROP)
                                 TO PRP-TARIF   OF HLD-ENR-DDS
              MOVE WK-PROP-QT-BRUT(IN-PROP)
                                 TO PRP-QT-BRUT OF HLD-ENR-DDS
              WRITE HLD-ENR-DDS
           END-IF.
      /
      ****************************************************************
      ******* ECRITURE D'UNE LIGNE DE PROPOSITION SUR LE LISTING
      ****************************************************************
      /
       EDITION-BPFPRP.
           MOVE WK-PROP-PROV(IN-PROP)   TO BPFPRP-PROV-ID.
           MOVE WK-PROP-ARTIID(IN-PROP) TO BPFPRP-ARTIID.
           MOVE WK-PROP-QT-BRUT(IN-PROP) TO BPFPRP-QT-BRUT.
           MOVE WK-PROP-QT(IN-PROP)     TO BPFPRP-QT.
           MOVE WK-PROP-PR(IN-PROP)     TO BPFPRP-PR.
           MOVE WK-PROP-NBDEM(IN-PROP)  TO BPFPRP-NBDEM.
           IF WK-PROP-TARIF(IN-PROP) = "Y"
              MOVE SPACE      TO BPFPRP-MSG
           ELSE
              MOVE "NO PRICE" TO BPFPRP-MSG
           END-IF.
           IF WS-FOU-RETENU = "Y"
              MOVE "HELD"     TO BPFPRP-ETAT
           ELSE
              IF WK-PROP-ORIG(IN-PROP) = "T"
                 MOVE "TOP-UP" TO BPFPRP-ETAT
              ELSE
                 MOVE SPACE    TO BPFPRP-ETAT
              END-IF
           END-IF.
           WRITE BPFPRP-ENR.
      /
      ****************************************************************
      ****************************************************************
      /
       EDITION-TOTAL-FOURNISSEUR.
           MOVE WS-FOU-CUR TO BPFPRP-FOU-ID.
           MOVE WS-FOU-NOM TO BPFPRP-FOU-NOM.
           MOVE WS-FOU-LIG TO BPFPRP-FOU-LIG.
           MOVE WS-FOU-VAL TO BPFPRP-FOU-VAL.
           MOVE WS-FOU-MINI TO BPFPRP-FOU-MINI.
           IF WS-FOU-RETENU = "Y"
              MOVE "HELD OVER" TO BPFPRP-FOU-TAG
           ELSE
              IF WS-FOU-FRANCO > ZERO
                 AND WS-FOU-VAL NOT < WS-FOU-FRANCO
                 MOVE "FREE CARR" TO BPFPRP-FOU-TAG
              ELSE
                 MOVE SPACE       TO BPFPRP-FOU-TAG
              END-IF
           END-IF.
           WRITE BPFPRP-FOURN.
      /
      ****************************************************************
      ******* RESOLUTION DU NOM DU FOURNISSEUR SUR PROVMST - UN CODE
      ******* ABSENT DU FICHIER MAITRE RESTE AFFICHE "*UNKNOWN*" -
      ******* AVEC SON MINIMUM DE COMMANDE ET SON FRANCO, NULS QUAND
      ******* ILS NE SONT PAS RENSEIGNES
      ****************************************************************
      /
       RESOUD-NOM-FOURNISSEUR.
           MOVE "*UNKNOWN*" TO WS-FOU-NOM.
           MOVE ZERO        TO WS-FOU-MINI.
           MOVE ZERO        TO WS-FOU-FRANCO.
           MOVE WS-FOU-CUR  TO FRN-ID OF FRN-ENR-DDS.
           READ PROVMST
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     MOVE FRN-NOM OF FRN-ENR-DDS TO WS-FOU-NOM
                     IF FRN-MT-MINI OF FRN-ENR-DDS IS NUMERIC
                        MOVE FRN-MT-MINI OF FRN-ENR-DDS
                                         TO WS-FOU-MINI
                     END-IF
                     IF FRN-MT-FRANCO OF FRN-ENR-DDS IS NUMERIC
                        MOVE FRN-MT-FRANCO OF FRN-ENR-DDS
                                         TO WS-FOU-FRANCO
                     END-IF
           END-READ.
      /
      ****************************************************************
           MOVE CPT-ECR TO BPFPRP-TOT-ECR.
           MOVE CPT-FOU TO BPFPRP-TOT-FOU.
           MOVE CPT-ANO TO BPFPRP-TOT-ANO.
           MOVE CPT-NPR TO BPFPRP-TOT-NPR.
           MOVE CPT-HLD TO BPFPRP-TOT-HLD.
           MOVE CPT-TOP TO BPFPRP-TOT-TOP.
           MOVE CPT-REP TO BPFPRP-TOT-REP.
           WRITE BPFPRP-TOTALS.
      /
