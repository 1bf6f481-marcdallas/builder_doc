      * on-hand kept in that same unit - a line whose conversion
      * never resolved stays waiting (tagged NO-CONV) instead of
      * being released on a raw figure and bounced straight back.
      * A kit article (components on KITCOMP, exploded through
      * KITEXP) has no stock of its own: its line is released only
      * when every component's available figure covers the line's
      * quantity times the component's quantity per kit, and the
      * release then holds that much of each component back in the
      * same working table, so a kit and a plain line for one of
      * its components cannot both be released against one stock.
      * A line CORR100 resubmitted under an accepted substitute is
      * named on BACKANN: its BACKORD copies under the original
      * article, up to the withdrawn cycle, are dropped (tagged
      * SUBSTD and counted RET) rather than released when the
      * original stock arrives, so the order does not ship twice.
      * Withdrawals beyond the capacity of the working table cannot
      * be applied, and BACKANN is cleared after the run, so each
      * one is counted ANO on the listing totals and a critical
      * ALERT row is raised for the order desk to withdraw those
      * lines by hand.
      * Each released line carries its order's customer (BO-CLI)
      * onto ORDCLI of the re-run extract, so ART100 runs its
      * customer checks on it although it has no "*ORD*" header.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
                   ASSIGN       TO DATABASE-BACKNEW
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BACKANN
                   ASSIGN       TO DATABASE-BACKANN
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  STOCK
                   ASSIGN       TO DATABASE-STOCK
      ***** STILL-WAITING LINES - SAME LAYOUT, THE RUN'S CL SWAPS
      ***** THIS FILE IN AS THE NEW BACKORD BEHIND THE RELEASE
       FD  BACKNEW   LABEL RECORD STANDARD.
       01  BONEW-ENR              PIC X(72).
      *
      ***** LINES RESUBMITTED BY CORR100 UNDER A SUBSTITUTE - THEIR
      ***** BACKORD COPIES UNDER THE ORIGINAL ARTICLE ARE DROPPED
       FD  BACKANN  LABEL RECORD STANDARD.
       01  ANN-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BACKANN.
      *
       FD  STOCK   LABEL RECORD STANDARD.
       01  STK-ENR-DDS.
           05  BPFBOR-QT          PIC -(7)9,999.
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFBOR-TAG         PIC X(8).
           05  FILLER             PIC X(15) VALUE SPACE.
      *
       01  BPFBOR-TOTALS REDEFINES BPFBOR-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "DUP=".
           05  BPFBOR-TOT-DUP     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "RET=".
           05  BPFBOR-TOT-RET     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ANO=".
           05  BPFBOR-TOT-ANO     PIC Z(5)9.
      *
      /
       WORKING-STORAGE SECTION.
       77  CPT-LIB           PIC 9(6) VALUE ZERO.
       77  CPT-ATT           PIC 9(6) VALUE ZERO.
       77  CPT-DUP           PIC 9(6) VALUE ZERO.
       77  CPT-RET           PIC 9(6) VALUE ZERO.
       77  CPT-ANO           PIC 9(6) VALUE ZERO.
      *
      ***** CENTRAL ALERT FILE - SEE ALERT AND THE OPS110 PAGE
       01  ALR-PARM.
           05  ALR-PGM            PIC X(10).
           05  ALR-SEV            PIC X(1).
           05  ALR-TEXTE          PIC X(60).
      *
      ***** RETRAITS BACKANN - PAIRE ARTICLE/ORDRE (MEME CLE QUE LE
      ***** DEDOUBLONNAGE) ET PLUS HAUT CYCLE RETIRE - LES COPIES
      ***** BACKORD DE LA PAIRE JUSQU'A CE CYCLE SONT ECARTEES -
      ***** TABLE PLEINE = LES RETRAITS SUIVANTS NE SONT PAS
      ***** APPLIQUES ET SONT PERDUS, LE CL VIDANT BACKANN APRES LE
      ***** PASSAGE - ILS SONT COMPTES EN ANOMALIE ET SIGNALES PAR
      ***** UNE ALERTE CRITIQUE POUR UN RETRAIT A LA MAIN
       77  WK-ANN-NBPST      PIC 9(4) VALUE 500.
       77  WK-ANN-NB         PIC 9(4) VALUE ZERO.
       01  WK-ANN-TABLE.
           05  WK-ANN-TP    OCCURS 500 INDEXED BY IN-ANN.
               10  WK-ANN-CLE         PIC X(25).
               10  WK-ANN-CYC         PIC 9(2).
       77  WS-ANN-TROUVE     PIC X     VALUE "N".
       77  WS-ANN-RETIRE     PIC X     VALUE "N".
       77  WS-ANN-EOF        PIC X     VALUE "N".
      *
      ***** DEDOUBLONNAGE DES RELIQUATS - LA MEME LIGNE LOGIQUE
      ***** (ARTICLE/ORDRE) REVIENT UNE FOIS PAR REBOND AVEC UN
      *
       77  WS-TROUVE         PIC X    VALUE "N".
       77  WS-DEBORDE        PIC X    VALUE "N".
      ***** ARTICLE CHERCHE DANS LA TABLE DES DISPONIBLES - CELUI
      ***** DU RELIQUAT, OU UN COMPOSANT QUAND LE RELIQUAT EST UN KIT
       77  WS-DIS-ARTIID     PIC X(15) VALUE SPACE.
       77  WS-COUVERT        PIC X    VALUE "N".
      *
      ***** COMPOSITION DU DERNIER ARTICLE EXPLOSE - KITEXP N'EST
      ***** RAPPELE QUE QUAND L'ARTICLE DU RELIQUAT CHANGE - LE
      ***** BESOIN D'UN COMPOSANT EST LA QUANTITE DU RELIQUAT FOIS
      ***** SA QUANTITE PAR KIT
       77  WS-KEX-DERNIER    PIC X(15) VALUE HIGH-VALUE.
       77  WS-KIT-BESOIN     PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       01  KEX-PARM.
           05  KEX-PRM-ARTIID         PIC X(15).
           05  KEX-NB                 PIC 9(2).
           05  KEX-TP    OCCURS 20 INDEXED BY IN-KEX.
               10  KEX-CMP-ID         PIC X(15).
               10  KEX-CMP-QT         PIC S9(8)V9(3) COMP-3.
      *
      ***** HASH TOTALS ACCUMULATED FOR THE BATCH TRAILER - THE JOB
      ***** NUMBER SERVES AS THE BATCH NUMBER, UNIQUE PER SUBMISSION
           MOVE WS-TODAY-YMD TO WS-TODAY-DATE.
           ACCEPT   WKLDA      FROM  LDA.
      *
      ***** RETRAITS DES LIGNES RESOUMISES SOUS SUBSTITUT
           OPEN INPUT  BACKANN.
           PERFORM CHARGE-RETRAITS.
           CLOSE BACKANN.
      *
      ***** PRE-PASSE DE DEDOUBLONNAGE - LE PLUS HAUT CYCLE DE
      ***** CHAQUE PAIRE ARTICLE/ORDRE EST RELEVE AVANT DE JUGER
           OPEN INPUT  BACKORD.
              GO  TO     END-RECORD
           END-IF.
      *
      ***** LIGNE RESOUMISE SOUS SON SUBSTITUT PAR CORR100 - LA
      ***** COPIE SOUS L'ARTICLE D'ORIGINE EST RETIREE, NI LIBEREE
      ***** NI REMISE EN ATTENTE
           PERFORM CONTROLE-RETRAIT.
           IF WS-ANN-RETIRE = "Y"
              ADD 1 TO CPT-RET
              MOVE "SUBSTD  " TO BPFBOR-TAG
              PERFORM EDITION-BPFBOR
              GO  TO     END-RECORD
           END-IF.
      *
           IF BO-ORDDAR NOT = WS-KEX-DERNIER
              MOVE BO-ORDDAR TO KEX-PRM-ARTIID
              CALL "KITEXP" USING KEX-PARM
              MOVE BO-ORDDAR TO WS-KEX-DERNIER
           END-IF.
      *
      ***** LE DISPONIBLE EST TENU DANS L'UNITE DE L'ARTICLE - LA
      ***** COMPARAISON SE FAIT SUR BO-QT-ART, LA QUANTITE DEJA
      ***** CONVERTIE PAR ART100 - UNE LIGNE SANS CONVERSION
      ***** RESOLUE NE SE LIBERE PAS SUR UN CHIFFRE BRUT, ELLE
      ***** RESTE EN ATTENTE ET LE LISTING LA SIGNALE - UN KIT EST
      ***** JUGE SUR LE DISPONIBLE DE CHACUN DE SES COMPOSANTS
           MOVE "N" TO WS-COUVERT.
           IF BO-QT-ART-OK = "Y"
              AND BO-QT-ART > ZERO
              IF KEX-NB = ZERO
                 MOVE BO-ORDDAR TO WS-DIS-ARTIID
                 PERFORM CHERCHE-DISPONIBLE
                 IF WS-DEBORDE = "N"
                    AND WK-DIS-QT(IN-DIS) NOT < BO-QT-ART
                    MOVE "Y" TO WS-COUVERT
                    SUBTRACT BO-QT-ART FROM WK-DIS-QT(IN-DIS)
                 END-IF
              ELSE
                 MOVE "Y" TO WS-COUVERT
                 SET IN-KEX TO 1
                 PERFORM VERIFIE-COMPOSANT UNTIL WS-COUVERT = "N"
                                              OR IN-KEX > KEX-NB
                 IF WS-COUVERT = "Y"
                    SET IN-KEX TO 1
                    PERFORM CONSOMME-COMPOSANT UNTIL IN-KEX > KEX-NB
                 END-IF
              END-IF
           END-IF.
      *
           IF WS-COUVERT = "Y"
              ADD 1 TO CPT-LIB
              PERFORM REGENERE-LIGNE
              MOVE "RELEASED" TO BPFBOR-TAG
           EXIT SECTION.
      /
      ****************************************************************
      ******* CHARGEMENT DES RETRAITS BACKANN - LE PLUS HAUT CYCLE
      ******* RETIRE EST GARDE PAR PAIRE ARTICLE/ORDRE
      ****************************************************************
      /
       CHARGE-RETRAITS SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE "N" TO WS-ANN-EOF.
           READ BACKANN NEXT AT END
                MOVE "Y" TO WS-ANN-EOF.
      *
           PERFORM CHARGE-ANN-SUIVANT UNTIL WS-ANN-EOF = "Y".
      *
      ***** RETRAITS NON CHARGES - LA LIGNE D'ORIGINE SERAIT LIBEREE
      ***** EN PLUS DE SON SUBSTITUT, LE BUREAU DOIT LA RETIRER
           IF CPT-ANO > ZERO
              MOVE "BO100"  TO ALR-PGM
              MOVE "C"      TO ALR-SEV
              MOVE "BACKANN TABLE FULL - WITHDRAWALS NOT APPLIED"
                            TO ALR-TEXTE
              CALL "ALERT" USING ALR-PARM
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CHARGE-ANN-SUIVANT.
           MOVE SPACE      TO WS-DED-CLE.
           MOVE ANN-ORDDAR TO WS-DED-CLE(1:15).
           MOVE ANN-ORDNUM TO WS-DED-CLE(16:10).
           IF ANN-CYCLE IS NUMERIC
              MOVE ANN-CYCLE TO WS-DED-CYC
           ELSE
              MOVE ZERO      TO WS-DED-CYC
           END-IF.
           PERFORM CHERCHE-CLE-ANN.
      *
           IF WS-ANN-TROUVE = "Y"
              IF WS-DED-CYC > WK-ANN-CYC(IN-ANN)
                 MOVE WS-DED-CYC TO WK-ANN-CYC(IN-ANN)
              END-IF
           ELSE
              IF WK-ANN-NB < WK-ANN-NBPST
                 ADD 1 TO WK-ANN-NB
                 SET IN-ANN TO WK-ANN-NB
                 MOVE WS-DED-CLE TO WK-ANN-CLE(IN-ANN)
                 MOVE WS-DED-CYC TO WK-ANN-CYC(IN-ANN)
              ELSE
                 ADD 1 TO CPT-ANO
              END-IF
           END-IF.
      *
           READ BACKANN NEXT AT END
                MOVE "Y" TO WS-ANN-EOF
           END-READ.
      /
       CHERCHE-CLE-ANN.
           MOVE "N" TO WS-ANN-TROUVE.
           SET IN-ANN TO 1.
           PERFORM CHERCHE-ANN-TOUR UNTIL WS-ANN-TROUVE = "Y"
                                        OR IN-ANN > WK-ANN-NB.
      /
       CHERCHE-ANN-TOUR.
           IF WK-ANN-CLE(IN-ANN) = WS-DED-CLE
              MOVE "Y" TO WS-ANN-TROUVE
           ELSE
              SET IN-ANN UP BY 1
           END-IF.
      /
      ***** LA COPIE COURANTE EST RETIREE QUAND SA PAIRE EST AUX
      ***** RETRAITS A UN CYCLE EGAL OU SUPERIEUR AU SIEN
       CONTROLE-RETRAIT.
           MOVE "N" TO WS-ANN-RETIRE.
           PERFORM CONSTRUIT-CLE-DED.
           PERFORM CHERCHE-CLE-ANN.
           IF WS-ANN-TROUVE = "Y"
              AND WS-DED-CYC NOT > WK-ANN-CYC(IN-ANN)
              MOVE "Y" TO WS-ANN-RETIRE
           END-IF.
      /
      ****************************************************************
      ******* PRE-PASSE DE DEDOUBLONNAGE - RELEVE DU PLUS HAUT CYCLE
      ******* DE CHAQUE PAIRE ARTICLE/ORDRE DU FICHIER
      ****************************************************************
      *
           ADD 1 TO WK-DIS-NB.
           SET IN-DIS TO WK-DIS-NB.
           MOVE WS-DIS-ARTIID TO WK-DIS-ARTIID(IN-DIS).
           MOVE ZERO      TO WK-DIS-QT(IN-DIS).
      *
           MOVE WS-DIS-ARTIID TO STK-ARTIID OF STK-ENR-DDS.
           READ STOCK
                INVALID KEY CONTINUE
                NOT INVALID KEY
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CHERCHE-POSTE.
           IF WK-DIS-ARTIID(IN-DIS) = WS-DIS-ARTIID
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-DIS UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* COMPOSANTS D'UN RELIQUAT DE KIT - LE PREMIER DONT LE
      ******* DISPONIBLE NE COUVRE PAS SON BESOIN (OU HORS TABLE)
      ******* LAISSE LE KIT EN ATTENTE - TOUS COUVERTS, LE BESOIN DE
      ******* CHACUN EST RETENU SUR SON DISPONIBLE
      ****************************************************************
      /
       VERIFIE-COMPOSANT.
           MOVE KEX-CMP-ID(IN-KEX) TO WS-DIS-ARTIID.
           PERFORM CHERCHE-DISPONIBLE.
           COMPUTE WS-KIT-BESOIN = BO-QT-ART * KEX-CMP-QT(IN-KEX).
           IF WS-DEBORDE = "Y"
              OR WK-DIS-QT(IN-DIS) < WS-KIT-BESOIN
              MOVE "N" TO WS-COUVERT
           END-IF.
           SET IN-KEX UP BY 1.
      /
       CONSOMME-COMPOSANT.
           MOVE KEX-CMP-ID(IN-KEX) TO WS-DIS-ARTIID.
           PERFORM CHERCHE-DISPONIBLE.
           COMPUTE WS-KIT-BESOIN = BO-QT-ART * KEX-CMP-QT(IN-KEX).
           SUBTRACT WS-KIT-BESOIN FROM WK-DIS-QT(IN-DIS).
           SET IN-KEX UP BY 1.
      /
      ****************************************************************
      ******* REGENERATION D'UNE LIGNE DETORD A PARTIR DU RELIQUAT
      ******* COUVERT - LE CYCLE DEJA INCREMENTE PAR ART100 EST
      ******* REPORTE TEL QUEL SUR ORDCYC
              MOVE BO-CYCLE  TO ORDCYC OF DET-ENR-DDS
              MOVE BO-ORDNUM TO ORDNUM OF DET-ENR-DDS
              MOVE BO-SITE   TO ORDSITE OF DET-ENR-DDS
              MOVE BO-CLI    TO ORDCLI OF DET-ENR-DDS
              WRITE DET-ENR-DDS
              ADD BO-QT TO WS-HASH-QT
              ADD BO-PR TO WS-HASH-PR
           MOVE CPT-LIB TO BPFBOR-TOT-LIB.
           MOVE CPT-ATT TO BPFBOR-TOT-ATT.
           MOVE CPT-DUP TO BPFBOR-TOT-DUP.
           MOVE CPT-RET TO BPFBOR-TOT-RET.
           MOVE CPT-ANO TO BPFBOR-TOT-ANO.
           WRITE BPFBOR-TOTALS.
      /
