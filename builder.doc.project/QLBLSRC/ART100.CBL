      * in a different unit of measure or currency than the
      * thresholds is converted through the CNVTAB reference
      * (CNVCALC) and judged properly - code 69 only remains for
      * pairs with no conversion on file. The customer named on the
      * "*ORD*" header is looked up on the CLIMST customer master:
      * every line of a blocked customer's order is rejected (code
      * 76), and an order whose accepted value would carry the
      * customer's open accepted value over the credit limit is
      * closed held for review ("H") so STK100 does not issue it
      * until the desk releases it. Every order line dispositioned
      * is also entered on the ORDREG processed-order register
      * (order number, article, site, run and resubmission cycle),
      * against which ORD100 catches an order re-sent on a later
      * day under a new batch number.
      * A kit article - an article with components on KITCOMP,
      * exploded through KITEXP - holds no stock of its own: its
      * line passes the stock test only when every component's
      * on-hand covers the line's quantity times the component's
      * quantity per kit, an accepted kit line consumes the
      * components' on-hand held for the article group, and a kit
      * line rejected on stock files its replenishment requests
      * against the short components and their own suppliers, not
      * against the kit. A kit is never bought, so its line is not
      * judged against ARTIPROV suppliers (codes 77, 65-69): an
      * accepted kit line carries no winning supplier on
      * DISP-PROV-ID, and the components' suppliers are met only
      * when STK120 or a stock rejection replenishes them.
      * A line rejected on stock (code 60) is offered a substitute:
      * the article's approved substitutes on ARTSUBST, maintained
      * by SUB100, are tried in rank order and the first one that
      * is not discontinued, converts from the line's unit and
      * currency, passes its own standard thresholds (61-64) and
      * has the on-hand to cover the line is recorded on the
      * disposition (DISP-SUBST) and on the ORDCORR correction row
      * (CORR-SUBST). It is a proposal only - the line stays
      * rejected and backordered; when the site accepts the
      * substitute the desk marks CORR-SUBST-OK and CORR100
      * resubmits the line under the substitute's ARTIID.
      * A substitute is judged the way the line itself would be:
      * discontinued state, ARTINFO version in effect (99), its
      * own promotion windows and thresholds (61-64), its on-hand
      * or, for a kit, its components' on-hand, and - a kit
      * excepted - its suppliers (65-69, 77).
      * Every accepted line's quantity is held in a run-wide table
      * per article - the article itself, or each component of a
      * kit - and taken off the on-hand whenever an article group
      * is loaded, so a kit and a later line for one of its
      * components, or two groups of the same article, cannot both
      * be accepted against the same stock; a substitute is judged
      * against the same net figure.
      * A line resubmitted by CORR100 or BO100 comes back without
      * its "*ORD*" header but carries its order's customer on
      * ORDCLI: an order is opened on that customer for it, so the
      * blocked-customer refusal, the credit-limit hold and the
      * open accepted value apply to a re-run line as they did on
      * its first pass. A held order's value is not raised here -
      * STK100 raises it line by line when the desk's release lets
      * the lines post.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
                                   OF PWN-ENR-DDS
                   WITH DUPLICATES
                   FILE STATUS  IS ST.
      *
           SELECT  ARTSUBST
                   ASSIGN       TO DATABASE-ARTSUBST
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF SUB-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  ORDPRM
                   ASSIGN       TO DATABASE-ORDPRM
                   ACCESS       IS SEQUENTIAL
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
           SELECT  ORDREG
                   ASSIGN       TO DATABASE-ORDREG
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF REG-ENR-DDS
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
      *
      ***** ORDER-HEADER RECORD - "*ORD*" TAG, THEN THE ORDER NUMBER
      ***** AND ITS LINE COUNT - PRECEDES THE ORDER'S DETAIL LINES,
      ***** WHICH REPEAT THE ORDER NUMBER ON ORDNUM - THE CUSTOMER
      ***** CODE (CLIMST) FOLLOWS, BLANK ON EXTRACTS FROM BEFORE THE
      ***** FIELD EXISTED
       01  DET-ORD-ENR.
           05  ORD-ID             PIC X(5).
           05  ORD-NUM            PIC X(10).
           05  ORD-NBLIG          PIC 9(4).
           05  ORD-CLI            PIC X(8).
      *
      ****************************************************************
      **** EXCEPTION REPORT OF REJECTED DETORD LINES (BPFER)
           COPY DDS-ALL-FORMAT OF PROMOWIN.
      *
      ****************************************************************
      **** APPROVED SUBSTITUTE ARTICLES MAINTAINED BY SUB100 - A LINE
      **** REJECTED ON STOCK IS OFFERED THE FIRST SUBSTITUTE, IN RANK
      **** ORDER, THAT COULD SHIP IT TODAY - A PROPOSAL ON DISPORD
      **** AND ORDCORR, NOT A SWAP
      ****************************************************************
       FD  ARTSUBST   LABEL RECORD STANDARD.
       01  SUB-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ARTSUBST.
      *
      ****************************************************************
      **** ORDER-VALUE CEILING PARAMETER - AN ORDER WHOSE ACCEPTED
      **** VALUE EXCEEDS IT CLOSES HELD-FOR-REVIEW ("H") INSTEAD OF
      **** ACCEPTED - ZERO OR ABSENT DISABLES THE CHECK
       01  PRM-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ORDPRM.
      *
      ****************************************************************
      **** CUSTOMER MASTER MAINTAINED BY CLI100 - A BLOCKED CUSTOMER'S
      **** ORDER IS REFUSED LINE BY LINE, AN ORDER THAT WOULD CARRY
      **** THE OPEN ACCEPTED VALUE OVER THE CREDIT LIMIT IS HELD -
      **** THE OPEN VALUE IS RAISED HERE WHEN AN ORDER CLOSES
      **** ACCEPTED OR PARTIAL
      ****************************************************************
       FD  CLIMST  LABEL RECORD STANDARD.
       01  CLI-ENR-DDS.
           COPY DDS-ALL-FORMAT OF CLIMST.
      *
      ****************************************************************
      **** PROCESSED-ORDER REGISTER - ONE ROW PER ORDER LINE ALREADY
      **** DISPOSITIONED, READ BY ORD100 TO CATCH A RE-SENT ORDER
      ****************************************************************
       FD  ORDREG  LABEL RECORD STANDARD.
       01  REG-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ORDREG.
      *
      /
       WORKING-STORAGE SECTION.
      *
      ***** ORDCORR ET BACKORD POUR QUE LA CONFIRMATION ET LES
      ***** RE-RUNS RETROUVENT LEUR SITE
       77  DR-SITE                PIC X(3).
      ***** CLIENT DE LA LIGNE - CELUI DE L'ORDRE EN COURS, OU POUR
      ***** UNE LIGNE DE RE-RUN CELUI QU'ELLE PORTE SUR ORDCLI -
      ***** REPORTE SUR DISPORD, ORDCORR ET BACKORD
       77  DR-CLI                 PIC X(8).
       77  TOP-ENTERR        PIC 1    VALUE B"0".
      *
      ***** LIGNE CONVERTIE DANS LA DENOMINATION DU SEUIL VISE -
       77  WS-WIN-RANG       PIC 9(2) VALUE 99.
       77  WS-CAND-RANG      PIC 9(2) VALUE 99.
      *
      ***** SUBSTITUT PROPOSE SUR UN REJET DE STOCK (60) - LE
      ***** PREMIER RANG ARTSUBST QUI PASSE SES PROPRES SEUILS ET
      ***** COUVRE LA LIGNE SUR SON ON-HAND - PORTE SUR DISPORD ET
      ***** ORDCORR, LA LIGNE RESTE REJETEE
       77  WS-SUBST          PIC X(15) VALUE SPACE.
       77  WS-SUB-OK         PIC X    VALUE "N".
       77  WS-SUB-EOF        PIC X    VALUE "N".
      ***** LE SUBSTITUT EST JUGE PAR JUGE-ARTICLE COMME UNE LIGNE -
      ***** LE VERDICT DE LA LIGNE D'ORIGINE EST MIS DE COTE
      ***** PENDANT LE PARCOURS ET RESTAURE ENSUITE
       77  WS-SUB-VU         PIC X    VALUE "N".
       77  WS-SAV-ERR        PIC XX   VALUE SPACE.
       77  WS-SAV-LIBERR     PIC X(35) VALUE SPACE.
       77  WS-SAV-PROMO      PIC X    VALUE "N".
       77  WS-SAV-WIN-PROV   PIC X(8) VALUE SPACE.
      *
      ***** RUPTURE SUR ARTICLE - LES TROIS RECHERCHES MAITRES
      ***** (ARTICLE, ARTINFO, ARTIPROV) SE FONT UNE FOIS PAR
      ***** GROUPE DE LIGNES CONSECUTIVES DU MEME ARTICLE, PAS PAR
      ***** VERSION ARTINFO EST CACHEE PAR DATE DE COMMANDE, ET LES
      ***** FOURNISSEURS NON BLOQUES SONT TENUS EN TABLE
       77  WS-GRP-ARTIID     PIC X(15) VALUE HIGH-VALUE.
      ***** ARTICLE JUGE - CELUI DE LA LIGNE, OU LE SUBSTITUT ESSAYE
      ***** POUR UNE LIGNE REJETEE SUR STOCK
       77  WS-JUGE-ARTIID    PIC X(15) VALUE SPACE.
       77  WS-GRP-ART-OK     PIC X     VALUE "N".
       77  WS-GRP-INFO-OK    PIC X     VALUE "N".
       77  WS-GRP-INFO-DT    PIC X(8)  VALUE LOW-VALUE.
      ***** JAMAIS RECU DE MOUVEMENT, SON DISPONIBLE VAUT ZERO
       77  WS-GRP-STK-QT     PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *
      ***** COMPOSANTS DU GROUPE QUAND L'ARTICLE EST UN KIT - LUS
      ***** UNE FOIS PAR GROUPE VIA KITEXP AVEC L'ON-HAND DE CHAQUE
      ***** COMPOSANT - LE KIT N'A PAS DE STOCK PROPRE, LA LIGNE
      ***** PASSE QUAND CHAQUE COMPOSANT COUVRE SA QUANTITE FOIS LA
      ***** QUANTITE PAR KIT
       77  WS-GRP-KIT        PIC X     VALUE "N".
       77  WK-GKC-NBPST      PIC 9(2)  VALUE 20.
       77  WK-GKC-NB         PIC 9(2)  VALUE ZERO.
       01  WK-GKC-TABLE.
           05  WK-GKC-TP    OCCURS 20 INDEXED BY IN-GKC.
               10  WK-GKC-ID          PIC X(15).
               10  WK-GKC-QT          PIC S9(8)V9(3) COMP-3.
               10  WK-GKC-DISPO       PIC S9(11)V9(3) COMP-3.
       77  WS-KIT-BESOIN     PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-KIT-MANQUE     PIC X     VALUE "N".
      *
      ***** CONSOMMATION DU RUN PAR ARTICLE - CHAQUE LIGNE ACCEPTEE Y
      ***** PORTE SA QUANTITE (L'ARTICLE, OU CHAQUE COMPOSANT D'UN
      ***** KIT) ET LE CHARGEMENT D'UN GROUPE LA RETIRE DE L'ON-HAND
      ***** LU SUR STOCK - UN KIT PUIS UNE LIGNE DE SON COMPOSANT, OU
      ***** DEUX GROUPES DU MEME ARTICLE, NE PASSENT PLUS SUR LE MEME
      ***** STOCK - TABLE PLEINE = DISPONIBLE NUL, LA LIGNE PART EN
      ***** RELIQUAT PLUTOT QUE SUR UN STOCK DEJA PROMIS
       77  WK-CSM-NBPST      PIC 9(4)  VALUE 1000.
       77  WK-CSM-NB         PIC 9(4)  VALUE ZERO.
       01  WK-CSM-TABLE.
           05  WK-CSM-TP    OCCURS 1000 INDEXED BY IN-CSM.
               10  WK-CSM-ARTIID      PIC X(15).
               10  WK-CSM-QT          PIC S9(11)V9(3) COMP-3.
       77  WS-CSM-ARTIID     PIC X(15) VALUE SPACE.
       77  WS-CSM-TROUVE     PIC X     VALUE "N".
       77  WS-CSM-DEBORDE    PIC X     VALUE "N".
      *
      ***** SHARED KIT EXPLOSION - SEE KITEXP
       01  KEX-PARM.
           05  KEX-PRM-ARTIID         PIC X(15).
           05  KEX-NB                 PIC 9(2).
           05  KEX-TP    OCCURS 20 INDEXED BY IN-KEX.
               10  KEX-CMP-ID         PIC X(15).
               10  KEX-CMP-QT         PIC S9(8)V9(3) COMP-3.
      *
      ***** FENETRES DE PROMOTION DU GROUPE ARTICLE - CHARGEES UNE
      ***** FOIS PAR GROUPE - LA LIGNE DONT ORDDT TOMBE DANS UNE
      ***** FENETRE EST JUGEE SUR LES SEUILS DE LA FENETRE, LA
      *
       77  WS-GPV-EOF        PIC X     VALUE "N".
       77  WS-REAP-PROV      PIC X(8)  VALUE SPACE.
      ***** ARTICLE DONT ON CHERCHE LE FOURNISSEUR A REAPPROVISIONNER
      ***** - L'ARTICLE DE LA LIGNE, OU LE COMPOSANT EN MANQUE D'UN
      ***** KIT
       77  WS-REAP-ARTIID    PIC X(15) VALUE SPACE.
       77  WS-REAP-QT        PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *
      ***** BATCH HEADER/TRAILER CONTROL - THE WHOLE EXTRACT IS
      ***** COUNTED AND HASHED IN A PRE-PASS BEFORE THE DETAIL LOOP
       77  WS-ORD-VAL-ACC    PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-LIG-VAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-PLAFOND        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
      *
      ***** CLIENT DE L'ORDRE EN COURS - LU SUR CLIMST A L'OUVERTURE
      ***** DE L'ORDRE - UN CODE A BLANC OU ABSENT DU FICHIER MAITRE
      ***** NE DECLENCHE AUCUN CONTROLE, LE FICHIER EST ADOPTE CLIENT
      ***** PAR CLIENT COMME PROVMST - SEUL UN "B" EXPLICITE BLOQUE
      ***** ET SEUL UN PLAFOND NON NUL LIMITE L'ENCOURS
       77  WS-ORD-CLI        PIC X(8)  VALUE SPACE.
       77  WS-CLI-TROUVE     PIC X     VALUE "N".
       77  WS-CLI-BLOQUE     PIC X     VALUE "N".
       77  WS-CLI-PLAFOND    PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-CLI-ENCOURS    PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-CLI-PROJETE    PIC S9(13)V9(2) COMP-3 VALUE ZERO.
      ***** MOTIF DE LA TENUE D'ORDRE - "B7" PLAFOND ORDPRM, "B6"
      ***** LIMITE DE CREDIT CLIENT - A BLANC L'ORDRE N'EST PAS TENU
       77  WS-ORD-TENU       PIC XX    VALUE SPACE.
      *
           COPY WKLDA.
      *
                       ARTIPROV
                       PROVMST
                       STOCK
                       PROMOWIN
                       ARTSUBST.
      *
      ***** LE MAITRE CLIENT EST MIS A JOUR (ENCOURS) A LA CLOTURE
      ***** DE CHAQUE ORDRE ACCEPTE
           OPEN I-O    CLIMST.
      *
      ***** REGISTRE DES ORDRES TRAITES - ALIMENTE A CHAQUE
      ***** DISPOSITION DE LIGNE D'ORDRE
           OPEN I-O    ORDREG.
      *
           OPEN OUTPUT BPFER.
      *
                  PROVMST
                  STOCK
                  PROMOWIN
                  ARTSUBST
                  CLIMST
                  ORDREG
                  DETORD
                  BPFER
                  DISPORD
           MOVE "N"   TO WS-PROMO.
           MOVE SPACE TO WS-WIN-PROV.
           MOVE 99    TO WS-WIN-RANG.
           MOVE SPACE TO WS-SUBST.
           MOVE ORDQT OF DET-ENR-DDS TO DR-QT.
           MOVE ORDPR OF DET-ENR-DDS TO DR-PR.
           MOVE ORDUM OF DET-ENR-DDS TO DR-UM.
              MOVE WS-ORD-NUM            TO DR-ORDNUM
           END-IF.
      *
      ***** LIGNE DE RE-RUN CORR100/BO100 - ELLE REVIENT SANS SON
      ***** EN-TETE "*ORD*" MAIS PORTE LE CLIENT DE SON ORDRE SUR
      ***** ORDCLI - L'ORDRE EST OUVERT SUR CE CLIENT POUR QUE LE
      ***** BLOCAGE (76), LA LIMITE DE CREDIT (B6) ET L'ENCOURS LUI
      ***** S'APPLIQUENT COMME AU PREMIER PASSAGE
           IF ORDNUM OF DET-ENR-DDS NOT = SPACE
              AND ORDNUM OF DET-ENR-DDS NOT = WS-ORD-NUM
              AND ORDCLI OF DET-ENR-DDS NOT = SPACE
              PERFORM OUVRE-ORDRE-RERUN
           END-IF.
           IF WS-ORD-NUM NOT = SPACE
              AND DR-ORDNUM = WS-ORD-NUM
              MOVE WS-ORD-CLI            TO DR-CLI
           ELSE
              MOVE ORDCLI OF DET-ENR-DDS TO DR-CLI
           END-IF.
      *
      ***** CLIENT BLOQUE SUR CLIMST - TOUTES LES LIGNES DE SON
      ***** ORDRE SONT REFUSEES AVANT TOUT AUTRE CONTROLE, LE BUREAU
      ***** DES COMMANDES L'APPREND ICI ET PAS APRES L'EXPEDITION
           IF WS-CLI-BLOQUE = "Y"
              AND WS-ORD-NUM NOT = SPACE
              AND DR-ORDNUM = WS-ORD-NUM
              MOVE "76"  TO  WS-ERR
              PERFORM RESOUD-LIBERR
              GO  TO     END-RECORD
           END-IF.
      *
      ***** JUGEMENT DE L'ARTICLE DE LA LIGNE - SEUILS, STOCK ET
      ***** FOURNISSEURS
           MOVE ORDDAR TO WS-JUGE-ARTIID.
           PERFORM JUGE-ARTICLE.
      *
       END-RECORD.
           IF WS-ERR NOT = SPACE
              ADD 1 TO CPT-ANO
              PERFORM EDITION-BPFER
              IF WS-ERR-SHORTFALL AND NOT LDA-VISUEL
                 PERFORM EDITION-REAPPRO
                 PERFORM EDITION-BACKORD
              END-IF
              IF NOT LDA-VISUEL
                 IF WS-ERR = "60"
                    PERFORM CHERCHE-SUBSTITUT
                 END-IF
                 PERFORM EDITION-ORDCORR
              END-IF
           ELSE
              ADD 1 TO CPT-ECR
      ***** LA LIGNE ACCEPTEE CONSOMME LE DISPONIBLE DU GROUPE -
      ***** LES MILLE LIGNES D'UN JOUR DE PROMO NE PASSENT PLUS
      ***** CHACUNE CONTRE LE MEME ON-HAND INTACT - ET LA TABLE DE
      ***** CONSOMMATION DU RUN GARDE LA TRACE POUR LES GROUPES
      ***** SUIVANTS
              IF DR-QT-ART-OK = "Y"
                 IF WS-GRP-KIT = "Y"
                    PERFORM CONSOMME-COMPOSANTS
                 ELSE
                    SUBTRACT DR-QT-ART FROM WS-GRP-STK-QT
                    MOVE ORDDAR TO WS-CSM-ARTIID
                    PERFORM CHERCHE-CONSOMME
                    IF WS-CSM-DEBORDE = "N"
                       ADD DR-QT-ART TO WK-CSM-QT(IN-CSM)
                    END-IF
                 END-IF
              END-IF
           END-IF.
      ***** POINTAGE DE LA LIGNE DANS L'ORDRE EN COURS - UNE LIGNE
      ***** D'UN AUTRE ORDRE (RE-RUN SANS CLIENT) N'Y COMPTE PAS
           IF WS-ORD-NUM NOT = SPACE
              AND DR-ORDNUM = WS-ORD-NUM
              ADD 1 TO WS-ORD-CPT-LIG
              IF WS-ORD-SITE = SPACE
                 MOVE DR-SITE TO WS-ORD-SITE
              END-IF
              IF WS-ERR NOT = SPACE
                 ADD 1 TO WS-ORD-CPT-REJ
              ELSE
                 ADD 1 TO WS-ORD-CPT-ACC
                 COMPUTE WS-LIG-VAL = DR-QT * DR-PR
                 ADD WS-LIG-VAL TO WS-ORD-VAL-ACC
              END-IF
           END-IF.
           PERFORM EDITION-DISPORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* JUGEMENT D'UN ARTICLE POUR LA LIGNE COURANTE - ETAT,
      ******* VERSION ARTINFO, SEUILS EFFECTIFS, DISPONIBLE (NET DE
      ******* LA CONSOMMATION DU RUN) ET FOURNISSEURS - L'ARTICLE DE
      ******* LA LIGNE, OU UN SUBSTITUT ESSAYE SUR UN REJET DE STOCK -
      ******* WS-ERR A BLANC EN SORTIE = ARTICLE RETENU
      ****************************************************************
      /
       JUGE-ARTICLE SECTION.
      ***************************
      /
       TRT-RECORD.
      ***** RUPTURE SUR ARTICLE - LES RECHERCHES MAITRES NE SE
      ***** REFONT QUE QUAND L'ARTICLE CHANGE
           IF WS-JUGE-ARTIID NOT = WS-GRP-ARTIID
              PERFORM CHARGE-GROUPE-ARTICLE
           END-IF.
      *
      ***** RESSORTIR PLUS TARD EN STK-QT NEGATIF DANS STK110 - LE
      ***** STOCK EST TENU DANS L'UNITE DE L'ARTICLE, LA QUANTITE
      ***** COMPAREE EST CELLE CONVERTIE DANS CETTE UNITE
      ***** UN KIT N'A PAS DE STOCK PROPRE - C'EST L'ON-HAND DE
      ***** CHACUN DE SES COMPOSANTS QUI DOIT COUVRIR LA LIGNE
           IF WS-CNV-QT-OK = "Y"
              AND WS-GRP-KIT = "Y"
              PERFORM VERIFIE-COMPOSANTS
              IF WS-KIT-MANQUE = "Y"
                 MOVE "60" TO WS-ERR
                 PERFORM RESOUD-LIBERR
                 GO  TO     END-RECORD
              END-IF
           END-IF.
           IF WS-CNV-QT-OK = "Y"
              AND WS-GRP-KIT = "N"
              AND WS-CNV-QT > WS-GRP-STK-QT
              MOVE "60" TO WS-ERR
              PERFORM RESOUD-LIBERR
           END-IF.
      *
      ***** SUPPLIER JUDGMENT AGAINST THE HELD PROVIDER LIST - THE
      ***** INDEX WALK WAS PAID ONCE AT GROUP LOAD, NOT PER LINE -
      ***** UN KIT NE S'ACHETE PAS, IL N'A PAS DE FOURNISSEUR A
      ***** JUGER ET WS-WIN-PROV RESTE A BLANC
           IF WS-GRP-KIT = "N"
              PERFORM CHERCHE-PROV-GROUPE
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ***************************
      /
       TRT-RECORD.
           MOVE WS-JUGE-ARTIID TO  ARTIID OF INFO-ENR-DDS.
           START ARTINFO KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF INFO-ENR-DDS
                 INVALID KEY
      ***** THE BEST MATCH LATCHED BY ARTINFO-SUIVANT SO IT REFLECTS
      ***** THE VERSION ACTUALLY IN EFFECT ON THE ORDER'S DATE
           IF WS-INFO-OK = "Y"
              MOVE WS-JUGE-ARTIID     TO  ARTIID OF INFO-ENR-DDS
              MOVE WS-INFO-BEST-LIB    TO  INFO-LIB OF INFO-ENR-DDS
              MOVE WS-INFO-BEST-EFFDT  TO  INFO-EFFDT OF INFO-ENR-DDS
           END-IF.
           END-READ.
      *
           IF WS-INFO-EOF NOT = "Y"
              IF ARTIID OF INFO-ENR-DDS NOT = WS-JUGE-ARTIID
                 MOVE "Y" TO WS-INFO-EOF
              ELSE
                 IF INFO-EFFDT OF INFO-ENR-DDS NOT > DR-ORDDT
      ***************************
      /
       TRT-RECORD.
           MOVE WS-JUGE-ARTIID TO  ARTIID OF PROV-ENR-DDS.
           START ARTIPROV KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF PROV-ENR-DDS
                 INVALID KEY
                 PERFORM RESOUD-LIBERR
              END-IF
           ELSE
              IF ARTIID OF PROV-ENR-DDS NOT = WS-JUGE-ARTIID
                 MOVE "Y" TO WS-PROV-EOF
                 IF WS-ERR = SPACE AND WS-PROV-OK = "N"
                    MOVE "77" TO WS-ERR
      ***************************
      /
       TRT-RECORD.
           MOVE WS-JUGE-ARTIID TO WS-GRP-ARTIID.
           MOVE "N"       TO WS-GRP-INFO-OK.
           MOVE LOW-VALUE TO WS-GRP-INFO-DT.
           MOVE ZERO      TO WK-GPV-NB.
           MOVE "N"       TO WS-GPV-DEBORDE.
      *
           MOVE WS-JUGE-ARTIID TO  ARTIID OF ART-ENR-DDS.
           READ ARTICLE INVALID KEY
                MOVE "N" TO WS-GRP-ART-OK
                GO  TO     END-RECORD.
      ***** ON-HAND DE L'ARTICLE - UNE LECTURE PAR GROUPE, PAS PAR
      ***** LIGNE - ABSENT DU FICHIER STOCK = ZERO DISPONIBLE
           MOVE ZERO TO WS-GRP-STK-QT.
           MOVE WS-JUGE-ARTIID TO STK-ARTIID OF STK-ENR-DDS.
           READ STOCK
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     MOVE STK-QT OF STK-ENR-DDS TO WS-GRP-STK-QT
           END-READ.
      ***** MOINS CE QUE LES LIGNES DEJA ACCEPTEES DANS CE RUN EN
      ***** ONT PROMIS
           MOVE WS-JUGE-ARTIID TO WS-CSM-ARTIID.
           PERFORM CHERCHE-CONSOMME.
           IF WS-CSM-DEBORDE = "Y"
              MOVE ZERO TO WS-GRP-STK-QT
           ELSE
              SUBTRACT WK-CSM-QT(IN-CSM) FROM WS-GRP-STK-QT
           END-IF.
      *
      ***** ARTICLE KIT - SES COMPOSANTS ET LEUR ON-HAND SONT TENUS
      ***** EN TABLE POUR TOUT LE GROUPE - AUCUN COMPOSANT = ARTICLE
      ***** ORDINAIRE, JUGE SUR SON PROPRE STOCK
           MOVE "N"    TO WS-GRP-KIT.
           MOVE ZERO   TO WK-GKC-NB.
           MOVE WS-JUGE-ARTIID TO KEX-PRM-ARTIID.
           CALL "KITEXP" USING KEX-PARM.
           IF KEX-NB NOT = ZERO
              MOVE "Y" TO WS-GRP-KIT
              SET IN-KEX TO 1
              PERFORM CHARGE-GKC-SUIVANT UNTIL IN-KEX > KEX-NB
           END-IF.
      *
      ***** TABLE DES FOURNISSEURS DU GROUPE - LES BLOQUES SONT
      ***** ECARTES ICI UNE FOIS POUR TOUTES, LE RANG EST NORMALISE
      ***** ANOMALIE DE SAISIE, PAS UN CAS DE GESTION)
           MOVE ZERO TO WK-PWN-NB.
           MOVE "N"  TO WS-PWN-EOF.
           MOVE WS-JUGE-ARTIID TO PWN-ARTIID OF PWN-ENR-DDS.
           START PROMOWIN KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF PWN-ENR-DDS
                 INVALID KEY
                 MOVE "Y" TO WS-PWN-EOF.
           PERFORM CHARGE-PWN-SUIVANT UNTIL WS-PWN-EOF = "Y".
      *
           MOVE WS-JUGE-ARTIID TO  ARTIID OF PROV-ENR-DDS.
           START ARTIPROV KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF PROV-ENR-DDS
                 INVALID KEY
      ***** EVERY EXIT PATH FALLS OFF THE BOTTOM OF THE PARAGRAPH
      ***** RATHER THAN GOTO'ING TO A SIBLING, SO CONTROL ALWAYS
      ***** RETURNS TO THE LOOP'S PERFORM, NEVER PAST IT
       CHARGE-GKC-SUIVANT.
           ADD 1 TO WK-GKC-NB.
           SET IN-GKC TO WK-GKC-NB.
           MOVE KEX-CMP-ID(IN-KEX) TO WK-GKC-ID(IN-GKC).
           MOVE KEX-CMP-QT(IN-KEX) TO WK-GKC-QT(IN-GKC).
           MOVE ZERO               TO WK-GKC-DISPO(IN-GKC).
           MOVE KEX-CMP-ID(IN-KEX) TO STK-ARTIID OF STK-ENR-DDS.
           READ STOCK
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     MOVE STK-QT OF STK-ENR-DDS
                          TO WK-GKC-DISPO(IN-GKC)
           END-READ.
           MOVE KEX-CMP-ID(IN-KEX) TO WS-CSM-ARTIID.
           PERFORM CHERCHE-CONSOMME.
           IF WS-CSM-DEBORDE = "Y"
              MOVE ZERO TO WK-GKC-DISPO(IN-GKC)
           ELSE
              SUBTRACT WK-CSM-QT(IN-CSM) FROM WK-GKC-DISPO(IN-GKC)
           END-IF.
           SET IN-KEX UP BY 1.
      *
       CHARGE-PWN-SUIVANT.
           READ PROMOWIN NEXT AT END
                MOVE "Y" TO WS-PWN-EOF
           END-READ.
      *
           IF WS-PWN-EOF NOT = "Y"
              IF PWN-ARTIID OF PWN-ENR-DDS NOT = WS-JUGE-ARTIID
                 MOVE "Y" TO WS-PWN-EOF
              ELSE
                 IF WK-PWN-NB >= WK-PWN-NBPST
           END-READ.
      *
           IF WS-GPV-EOF NOT = "Y"
              IF ARTIID OF PROV-ENR-DDS NOT = WS-JUGE-ARTIID
                 MOVE "Y" TO WS-GPV-EOF
              ELSE
                 PERFORM VERIFIE-FRN-BLOQUE
           END-IF.
      /
      ****************************************************************
      ******* RECHERCHE D'UN SUBSTITUT POUR UNE LIGNE REJETEE SUR
      ******* STOCK - LES SUBSTITUTS DE L'ARTICLE SONT ESSAYES DANS
      ******* L'ORDRE DE PREFERENCE ARTSUBST, LE PREMIER QUI PASSE
      ******* EST PROPOSE - CHAQUE ESSAI CHARGE LE SUBSTITUT COMME
      ******* GROUPE ARTICLE, LE GROUPE DE LA LIGNE EST DONC RECHARGE
      ******* PAR LA LIGNE SUIVANTE (LA TABLE DE CONSOMMATION DU RUN
      ******* GARDE CE QUE SES LIGNES ACCEPTEES ONT DEJA PRIS)
      ****************************************************************
      /
       CHERCHE-SUBSTITUT SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE "N" TO WS-SUB-OK.
           MOVE "N" TO WS-SUB-EOF.
           MOVE "N" TO WS-SUB-VU.
           MOVE WS-ERR      TO WS-SAV-ERR.
           MOVE WS-LIBERR   TO WS-SAV-LIBERR.
           MOVE WS-PROMO    TO WS-SAV-PROMO.
           MOVE WS-WIN-PROV TO WS-SAV-WIN-PROV.
      *
           MOVE ORDDAR TO SUB-ARTIID OF SUB-ENR-DDS.
           MOVE ZERO   TO SUB-RANG   OF SUB-ENR-DDS.
           START ARTSUBST KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF SUB-ENR-DDS
                 INVALID KEY
                 GO  TO     END-RECORD.
      *
           PERFORM SUBSTITUT-SUIVANT UNTIL WS-SUB-OK = "Y"
                                        OR WS-SUB-EOF = "Y".
      *
       END-RECORD.
           IF WS-SUB-VU = "Y"
              MOVE HIGH-VALUE TO WS-GRP-ARTIID
           END-IF.
           MOVE WS-SAV-ERR      TO WS-ERR.
           MOVE WS-SAV-LIBERR   TO WS-LIBERR.
           MOVE WS-SAV-PROMO    TO WS-PROMO.
           MOVE WS-SAV-WIN-PROV TO WS-WIN-PROV.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       SUBSTITUT-SUIVANT.
           READ ARTSUBST NEXT AT END
                MOVE "Y" TO WS-SUB-EOF
           END-READ.
      *
           IF WS-SUB-EOF NOT = "Y"
              IF SUB-ARTIID OF SUB-ENR-DDS NOT = ORDDAR
                 MOVE "Y" TO WS-SUB-EOF
              ELSE
                 PERFORM VERIFIE-SUBSTITUT
                 IF WS-SUB-OK = "Y"
                    MOVE SUB-SUBST OF SUB-ENR-DDS TO WS-SUBST
                 END-IF
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* JUGEMENT D'UN SUBSTITUT - LE MEME QUE CELUI D'UNE LIGNE
      ******* (JUGE-ARTICLE) : ETAT, VERSION ARTINFO A LA DATE DE LA
      ******* LIGNE (99), SEUILS EFFECTIFS SUR SES PROPRES FENETRES DE
      ******* PROMO (61-64), ON-HAND NET DE LA CONSOMMATION DU RUN OU,
      ******* POUR UN KIT, CELUI DE CHACUN DE SES COMPOSANTS, ET SAUF
      ******* POUR UN KIT SES FOURNISSEURS (65-69, 77) - UNE LIGNE QUI
      ******* NE SE CONVERTIT PAS DANS SON UNITE N'A RIEN A COMPARER
      ******* ET N'EST PAS PROPOSEE
      ****************************************************************
      /
       VERIFIE-SUBSTITUT SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE "N" TO WS-SUB-OK.
           MOVE "Y" TO WS-SUB-VU.
      *
           MOVE SPACE TO WS-ERR.
           MOVE SPACE TO WS-LIBERR.
           MOVE "N"   TO WS-PROMO.
           MOVE SPACE TO WS-WIN-PROV.
           MOVE 99    TO WS-WIN-RANG.
           MOVE "N"   TO DR-QT-ART-OK.
           MOVE SUB-SUBST OF SUB-ENR-DDS TO WS-JUGE-ARTIID.
           PERFORM JUGE-ARTICLE.
      *
           IF WS-ERR = SPACE
              AND DR-QT-ART-OK = "Y"
              MOVE "Y" TO WS-SUB-OK
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* ECRITURE DE LA DISPOSITION DE LA LIGNE SUR DISPORD
      ****************************************************************
      /
              MOVE WS-ERR       TO  DISP-ERR
              MOVE DR-ORDNUM    TO  DISP-ORDNUM
              MOVE WS-WIN-PROV  TO  DISP-PROV-ID
              MOVE WS-SUBST     TO  DISP-SUBST
              MOVE WS-TODAY-DATE TO DISP-RUN-DT
              MOVE WS-RUN-NO    TO  DISP-RUN-NO
              MOVE DR-ORDDT     TO  DISP-ORDDT
              MOVE DR-SITE      TO  DISP-SITE
              MOVE DR-CLI       TO  DISP-CLI
              IF WS-ERR = SPACE
                 MOVE "A" TO DISP-CODE
              ELSE
                 MOVE "R" TO DISP-CODE
              END-IF
              WRITE DISP-ENR-DDS
              IF DR-ORDNUM NOT = SPACE
                 PERFORM ENREGISTRE-ORDRE-TRAITE
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* INSCRIPTION DE LA LIGNE D'ORDRE AU REGISTRE ORDREG -
      ******* UNE LIGNE DEJA INSCRITE (RE-RUN CORR100/BO100 A UN
      ******* CYCLE SUPERIEUR) PREND LE RUN ET LE CYCLE COURANTS
      ****************************************************************
      /
       ENREGISTRE-ORDRE-TRAITE.
           MOVE DR-ORDNUM     TO REG-ORDNUM.
           MOVE ORDDAR        TO REG-ORDDAR.
           MOVE DR-SITE       TO REG-SITE.
           READ ORDREG
                INVALID KEY
                     PERFORM ALIMENTE-ORDRE-TRAITE
                     WRITE REG-ENR-DDS
                NOT INVALID KEY
                     PERFORM ALIMENTE-ORDRE-TRAITE
                     REWRITE REG-ENR-DDS
           END-READ.
      /
       ALIMENTE-ORDRE-TRAITE.
           MOVE WS-TODAY-DATE TO REG-RUN-DT.
           MOVE WS-RUN-NO     TO REG-RUN-NO.
           MOVE DISP-CODE     TO REG-CODE.
           MOVE DR-CYC        TO REG-CYC.
      /
      ****************************************************************
      ******* OUVERTURE D'UN NOUVEL ORDRE SUR ENREGISTREMENT "*ORD*"
      ******* - L'ORDRE PRECEDENT ENCORE OUVERT EST D'ABORD CLOS
      ****************************************************************
           MOVE ZERO TO WS-ORD-CPT-REJ.
           MOVE ZERO TO WS-ORD-VAL-ACC.
           MOVE SPACE TO WS-ORD-SITE.
           MOVE ORD-CLI TO WS-ORD-CLI.
           PERFORM RESOUD-CLIENT.
      /
      ****************************************************************
      ******* OUVERTURE DE L'ORDRE D'UNE LIGNE DE RE-RUN - PAS
      ******* D'EN-TETE "*ORD*" DEVANT ELLE, L'ORDRE EST OUVERT SUR
      ******* SON NUMERO ET SUR LE CLIENT QU'ELLE PORTE - NOMBRE DE
      ******* LIGNES INCONNU, LE CONTROLE B8 NE S'APPLIQUE PAS
      ****************************************************************
      /
       OUVRE-ORDRE-RERUN.
           PERFORM FIN-ORDRE.
      *
           MOVE ORDNUM OF DET-ENR-DDS TO WS-ORD-NUM.
           MOVE ZERO TO WS-ORD-NBLIG.
           MOVE ZERO TO WS-ORD-CPT-LIG.
           MOVE ZERO TO WS-ORD-CPT-ACC.
           MOVE ZERO TO WS-ORD-CPT-REJ.
           MOVE ZERO TO WS-ORD-VAL-ACC.
           MOVE SPACE TO WS-ORD-SITE.
           MOVE ORDCLI OF DET-ENR-DDS TO WS-ORD-CLI.
           PERFORM RESOUD-CLIENT.
      /
      ****************************************************************
      ******* LECTURE DU CLIENT DE L'ORDRE SUR CLIMST - ETAT, PLAFOND
      ******* DE CREDIT ET ENCOURS ACCEPTE AU MOMENT DE L'OUVERTURE
      ****************************************************************
      /
       RESOUD-CLIENT.
           MOVE "N"  TO WS-CLI-TROUVE.
           MOVE "N"  TO WS-CLI-BLOQUE.
           MOVE ZERO TO WS-CLI-PLAFOND.
           MOVE ZERO TO WS-CLI-ENCOURS.
           IF WS-ORD-CLI NOT = SPACE
              MOVE WS-ORD-CLI TO CLI-ID OF CLI-ENR-DDS
              READ CLIMST
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                        MOVE "Y" TO WS-CLI-TROUVE
                        IF CLI-ETAT OF CLI-ENR-DDS = "B"
                           MOVE "Y" TO WS-CLI-BLOQUE
                        END-IF
                        IF CLI-PLAFOND OF CLI-ENR-DDS IS NUMERIC
                           MOVE CLI-PLAFOND OF CLI-ENR-DDS
                                TO WS-CLI-PLAFOND
                        END-IF
                        IF CLI-ENCOURS OF CLI-ENR-DDS IS NUMERIC
                           MOVE CLI-ENCOURS OF CLI-ENR-DDS
                                TO WS-CLI-ENCOURS
                        END-IF
              END-READ
           END-IF.
      /
      ****************************************************************
      ******* CLOTURE DE L'ORDRE EN COURS - DISPOSITION DE L'ORDRE
      ******* ENTIER SUR DISPORD : "A" TOUTES LIGNES ACCEPTEES, "R"
      ******* TOUTES REJETEES, "P" ACCEPTATION PARTIELLE SIGNALEE
      ******* EXPLICITEMENT AU NIVEAU ORDRE, "H" VALEUR ACCEPTEE
      ******* AU-DESSUS DU PLAFOND ORDPRM OU ENCOURS CLIENT PORTE
      ******* AU-DELA DE SA LIMITE DE CREDIT, TENUE POUR VISA
      ****************************************************************
      /
       FIN-ORDRE.
      ***** LIEU DE "A"/"P", ET L'ORDRE SORT EN SECTION B7 DU
      ***** RAPPORT D'EXCEPTIONS - LE BUREAU DES COMMANDES VISE LES
      ***** GROS AVANT QUE DISP100 CONFIRME ET QUE STK100 EXPEDIE
              MOVE SPACE TO WS-ORD-TENU
              IF WS-PLAFOND NOT = ZERO
                 AND WS-ORD-CPT-ACC NOT = ZERO
                 AND WS-ORD-VAL-ACC > WS-PLAFOND
                 MOVE "B7"       TO WS-ORD-TENU
              END-IF
      ***** LIMITE DE CREDIT CLIENT - L'ENCOURS ACCEPTE PLUS LA
      ***** VALEUR ACCEPTEE DE L'ORDRE AU-DELA DU PLAFOND CLIMST
      ***** TIENT AUSSI L'ORDRE EN "H", SECTION B6 DU RAPPORT - LE
      ***** PLAFOND ORDPRM, DEJA TENU, PRIME
              IF WS-ORD-TENU = SPACE
                 AND WS-CLI-TROUVE = "Y"
                 AND WS-CLI-PLAFOND NOT = ZERO
                 AND WS-ORD-CPT-ACC NOT = ZERO
                 COMPUTE WS-CLI-PROJETE =
                         WS-CLI-ENCOURS + WS-ORD-VAL-ACC
                 IF WS-CLI-PROJETE > WS-CLI-PLAFOND
                    MOVE "B6"       TO WS-ORD-TENU
                    MOVE WS-ORD-NUM TO BPFER-ORDDAR
                    MOVE "B6"       TO BPFER-ERR
                    MOVE "CUSTOMER CREDIT LIMIT - HELD"
                                    TO BPFER-LIBERR
                    MOVE SPACE      TO BPFER-PROMO
                    WRITE BPFER-ENR
                 END-IF
              END-IF
              IF WS-ORD-TENU = "B7"
                 MOVE WS-ORD-NUM TO BPFER-ORDDAR
                 MOVE "B7"       TO BPFER-ERR
                 MOVE "ORDER VALUE OVER CEILING - HELD"
                 MOVE SPACE       TO  DISP-ERR
                 MOVE WS-ORD-NUM  TO  DISP-ORDNUM
                 MOVE SPACE       TO  DISP-PROV-ID
                 MOVE SPACE       TO  DISP-SUBST
                 MOVE WS-TODAY-DATE TO DISP-RUN-DT
                 MOVE WS-RUN-NO   TO  DISP-RUN-NO
                 MOVE SPACE       TO  DISP-ORDDT
                 MOVE WS-ORD-SITE TO  DISP-SITE
                 MOVE WS-ORD-CLI  TO  DISP-CLI
                 IF WS-ORD-TENU NOT = SPACE
                    MOVE "H" TO DISP-CODE
                    MOVE WS-ORD-TENU TO DISP-ERR
                 ELSE
                    IF WS-ORD-CPT-REJ = ZERO
                       MOVE "A" TO DISP-CODE
                    END-IF
                 END-IF
                 WRITE DISP-ENR-DDS
      ***** L'ORDRE ACCEPTE OU PARTIEL PORTE SA VALEUR ACCEPTEE A
      ***** L'ENCOURS DU CLIENT - UN ORDRE TENU N'Y ENTRE PAS ICI,
      ***** STK100 L'Y PORTE LIGNE PAR LIGNE QUAND LE BUREAU LE
      ***** RELACHE PAR ORDREL ET QUE SES LIGNES SORTENT DU STOCK
                 IF WS-ORD-TENU = SPACE
                    AND WS-ORD-CPT-ACC NOT = ZERO
                    AND WS-CLI-TROUVE = "Y"
                    PERFORM POSTE-ENCOURS-CLIENT
                 END-IF
              END-IF
              MOVE SPACE TO WS-ORD-NUM
              MOVE ZERO  TO WS-ORD-NBLIG
              MOVE ZERO  TO WS-ORD-CPT-REJ
              MOVE ZERO  TO WS-ORD-VAL-ACC
              MOVE SPACE TO WS-ORD-SITE
              MOVE SPACE TO WS-ORD-CLI
              MOVE "N"   TO WS-CLI-TROUVE
              MOVE "N"   TO WS-CLI-BLOQUE
           END-IF.
      /
      ****************************************************************
      ******* REPORT DE LA VALEUR ACCEPTEE DE L'ORDRE A L'ENCOURS DU
      ******* CLIENT SUR CLIMST - RELU PAR SA CLE AVANT REECRITURE
      ****************************************************************
      /
       POSTE-ENCOURS-CLIENT.
           MOVE WS-ORD-CLI TO CLI-ID OF CLI-ENR-DDS.
           READ CLIMST
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     IF CLI-ENCOURS OF CLI-ENR-DDS NOT NUMERIC
                        MOVE ZERO TO CLI-ENCOURS OF CLI-ENR-DDS
                     END-IF
                     ADD WS-ORD-VAL-ACC TO CLI-ENCOURS OF CLI-ENR-DDS
                     REWRITE CLI-ENR-DDS
                          INVALID KEY CONTINUE
                     END-REWRITE
           END-READ.
      /
      ****************************************************************
      ******* RECHERCHE DU FOURNISSEUR ARTIPROV A REAPPROVISIONNER
      ****************************************************************
      /
      ***** NON BLOQUE DE L'ARTICLE - LE RE-PARCOURS D'ARTIPROV NE
      ***** SERT PLUS QU'EN DEBORDEMENT DE TABLE
           IF WS-GPV-DEBORDE = "N"
              AND WS-REAP-ARTIID = ORDDAR
              IF WK-GPV-NB = ZERO
                 MOVE SPACE TO WS-REAP-PROV
              ELSE
           END-IF.
      *
           MOVE SPACE TO WS-REAP-PROV.
           MOVE WS-REAP-ARTIID TO  ARTIID OF PROV-ENR-DDS.
           START ARTIPROV KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF PROV-ENR-DDS
                 INVALID KEY
           END-READ.
      *
           IF WS-REAP-EOF NOT = "Y"
              IF ARTIID OF PROV-ENR-DDS NOT = WS-REAP-ARTIID
                 MOVE "Y" TO WS-REAP-EOF
              ELSE
                 PERFORM VERIFIE-FRN-BLOQUE
      ****************************************************************
      /
       EDITION-REAPPRO.
      ***** LIGNE DE KIT EN RUPTURE - LES DEMANDES PARTENT SUR LES
      ***** COMPOSANTS EN MANQUE, LE KIT NE S'ACHETE PAS
           IF WS-GRP-KIT = "Y"
              AND WS-ERR = "60"
              SET IN-GKC TO 1
              PERFORM REAPPRO-COMPOSANT UNTIL IN-GKC > WK-GKC-NB
           ELSE
              PERFORM EDITION-REAPPRO-ARTICLE
           END-IF.
      /
       EDITION-REAPPRO-ARTICLE.
           MOVE ORDDAR TO WS-REAP-ARTIID.
           PERFORM RESOUD-REAPPRO.
      *
           MOVE ORDDAR                  TO  REAP-ORDDAR.
           MOVE DR-PR                   TO  REAP-PR.
           WRITE REAP-ENR-DDS.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
      ***** LE COMPOSANT EN MANQUE EST DEMANDE POUR LE MANQUE SEUL,
      ***** A SON PROPRE FOURNISSEUR, PRIX A ZERO COMME LES DEMANDES
      ***** DU SCAN STK120 - LA LIGNE DE COMMANDE EST CELLE DU KIT
       REAPPRO-COMPOSANT.
           COMPUTE WS-KIT-BESOIN = DR-QT-ART * WK-GKC-QT(IN-GKC).
           IF WS-KIT-BESOIN > WK-GKC-DISPO(IN-GKC)
              COMPUTE WS-REAP-QT = WS-KIT-BESOIN
                                 - WK-GKC-DISPO(IN-GKC)
              MOVE WK-GKC-ID(IN-GKC) TO WS-REAP-ARTIID
              PERFORM RESOUD-REAPPRO
              MOVE ORDDAR            TO  REAP-ORDDAR
              MOVE WK-GKC-ID(IN-GKC) TO  REAP-ARTIID
              MOVE WS-REAP-PROV      TO  REAP-PROV-ID
              MOVE WS-ERR            TO  REAP-ERR
              MOVE WS-REAP-QT        TO  REAP-QT
              MOVE ZERO              TO  REAP-PR
              WRITE REAP-ENR-DDS
           END-IF.
           SET IN-GKC UP BY 1.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE EN RUPTURE SUR LE FICHIER DE
      ******* RELIQUATS BACKORD - MEME GABARIT QU'ORDCORR, CYCLE
           COMPUTE BO-CYCLE = DR-CYC + 1.
           MOVE DR-ORDNUM    TO  BO-ORDNUM.
           MOVE DR-SITE      TO  BO-SITE.
           MOVE DR-CLI       TO  BO-CLI.
      ***** LA QUANTITE DANS L'UNITE DE L'ARTICLE PART AVEC LA
      ***** LIGNE - BO100 COMPARE AU STOCK DANS CETTE UNITE, PAS
      ***** DANS CELLE DE LA COMMANDE
           MOVE DR-ORDNUM    TO  CORR-ORDNUM.
           MOVE WS-TODAY-DATE TO CORR-DT-ENTREE.
           MOVE DR-SITE      TO  CORR-SITE.
           MOVE DR-CLI       TO  CORR-CLI.
      ***** LE SUBSTITUT N'EST QU'UNE PROPOSITION - LE BUREAU DES
      ***** COMMANDES PASSE CORR-SUBST-OK A "Y" QUAND LE SITE
      ***** L'ACCEPTE, CORR100 RESOUMET ALORS SOUS LE SUBSTITUT
           MOVE WS-SUBST     TO  CORR-SUBST.
           MOVE "N"          TO  CORR-SUBST-OK.
           WRITE CORR-ENR-DDS.
      /
      ****************************************************************
      ******* DISPONIBLE D'UNE LIGNE DE KIT - CHAQUE COMPOSANT DOIT
      ******* COUVRIR LA QUANTITE DE LA LIGNE (DANS L'UNITE DU KIT)
      ******* FOIS SA QUANTITE PAR KIT - LE PREMIER QUI NE COUVRE
      ******* PAS ARRETE LA LIGNE EN 60
      ****************************************************************
      /
       VERIFIE-COMPOSANTS.
           MOVE "N" TO WS-KIT-MANQUE.
           SET IN-GKC TO 1.
           PERFORM VERIFIE-GKC-TOUR UNTIL WS-KIT-MANQUE = "Y"
                                       OR IN-GKC > WK-GKC-NB.
      /
       VERIFIE-GKC-TOUR.
           COMPUTE WS-KIT-BESOIN = DR-QT-ART * WK-GKC-QT(IN-GKC).
           IF WS-KIT-BESOIN > WK-GKC-DISPO(IN-GKC)
              MOVE "Y" TO WS-KIT-MANQUE
           ELSE
              SET IN-GKC UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* LA LIGNE DE KIT ACCEPTEE CONSOMME LE DISPONIBLE DE
      ******* CHACUN DE SES COMPOSANTS POUR LE RESTE DU GROUPE
      ****************************************************************
      /
       CONSOMME-COMPOSANTS.
           SET IN-GKC TO 1.
           PERFORM CONSOMME-GKC-TOUR UNTIL IN-GKC > WK-GKC-NB.
      /
       CONSOMME-GKC-TOUR.
           COMPUTE WS-KIT-BESOIN = DR-QT-ART * WK-GKC-QT(IN-GKC).
           SUBTRACT WS-KIT-BESOIN FROM WK-GKC-DISPO(IN-GKC).
           MOVE WK-GKC-ID(IN-GKC) TO WS-CSM-ARTIID.
           PERFORM CHERCHE-CONSOMME.
           IF WS-CSM-DEBORDE = "N"
              ADD WS-KIT-BESOIN TO WK-CSM-QT(IN-CSM)
           END-IF.
           SET IN-GKC UP BY 1.
      /
      ****************************************************************
      ******* RECHERCHE DU POSTE DE CONSOMMATION DU RUN DE L'ARTICLE
      ******* WS-CSM-ARTIID - CREE A ZERO A LA PREMIERE RENCONTRE -
      ******* TABLE PLEINE = WS-CSM-DEBORDE A "Y"
      ****************************************************************
      /
       CHERCHE-CONSOMME SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE "N" TO WS-CSM-DEBORDE.
           MOVE "N" TO WS-CSM-TROUVE.
           SET IN-CSM TO 1.
           PERFORM CHERCHE-CSM-TOUR UNTIL WS-CSM-TROUVE = "Y"
                                       OR IN-CSM > WK-CSM-NB.
      *
           IF WS-CSM-TROUVE = "Y"
              GO  TO     END-RECORD
           END-IF.
      *
           IF WK-CSM-NB >= WK-CSM-NBPST
              MOVE "Y" TO WS-CSM-DEBORDE
              GO  TO     END-RECORD
           END-IF.
      *
           ADD 1 TO WK-CSM-NB.
           SET IN-CSM TO WK-CSM-NB.
           MOVE WS-CSM-ARTIID TO WK-CSM-ARTIID(IN-CSM).
           MOVE ZERO          TO WK-CSM-QT(IN-CSM).
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CHERCHE-CSM-TOUR.
           IF WK-CSM-ARTIID(IN-CSM) = WS-CSM-ARTIID
              MOVE "Y" TO WS-CSM-TROUVE
           ELSE
              SET IN-CSM UP BY 1
           END-IF.
      /
