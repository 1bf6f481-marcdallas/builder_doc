      * and the requested quantity is the gap back up to the
      * minimum. What was queued is printed, so tonight's REAP100
      * netting picks the shortage up before the first lost sale.
      * A kit article (components on KITCOMP, exploded through
      * KITEXP) is never bought and holds no stock of its own, so
      * its STOCK row, if it still has one, is passed over; a
      * second pass walks the kits instead, and for a kit with an
      * ART-QT-MINI every component whose on-hand cannot build
      * that many kits - the minimum times the component's
      * quantity per kit - is requested for the gap from its own
      * best-ranked supplier, the kit named on the request and
      * the listing.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
                   ASSIGN       TO DATABASE-REAPPRO
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  KITCOMP
                   ASSIGN       TO DATABASE-KITCOMP
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF KIT-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BPFSCN
                   ASSIGN       TO PRINTER-BPFSCN
           COPY DDS-ALL-FORMAT OF PROVMST.
      *
      ****************************************************************
      **** KIT COMPOSITION - WALKED IN A SECOND PASS, ONE BREAK PER
      **** KIT ARTICLE
      ****************************************************************
       FD  KITCOMP   LABEL RECORD STANDARD.
       01  KIT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF KITCOMP.
      *
      ****************************************************************
      **** REPLENISHMENT REQUEST QUEUE - OPENED EXTEND, THE SCAN'S
      **** REQUESTS JOIN THE ONES ART100 FILED TODAY SO REAP100
      **** NETS THEM TOGETHER TONIGHT
           05  BPFSCN-DEM         PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSCN-PROV-ID     PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(4)  VALUE "KIT=".
           05  BPFSCN-KIT         PIC X(15).
      *
       01  BPFSCN-TOTALS REDEFINES BPFSCN-ENR.
           05  FILLER             PIC X(1).
       77  WS-WIN-OK         PIC X     VALUE "N".
      *
       77  WS-MANQUE         PIC S9(8)V9(3) COMP-3 VALUE ZERO.
      *
      ***** MINIMUM VISE ET KIT DE LA DEMANDE - LE MINIMUM ARTICLE1
      ***** DE L'ARTICLE, OU POUR UN COMPOSANT DE KIT LE MINIMUM DU
      ***** KIT FOIS SA QUANTITE PAR KIT - KIT A BLANC HORS KIT
       77  WS-SCN-MINI       PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-SCN-KIT        PIC X(15) VALUE SPACE.
      *
      ***** PASSE DES KITS - RUPTURE SUR L'ARTICLE KIT DE KITCOMP,
      ***** COMPOSITION SERVIE PAR KITEXP
       77  WS-KIT-EOF        PIC X     VALUE "N".
       77  WS-KIT-DERNIER    PIC X(15) VALUE SPACE.
       77  WS-KIT-MINI       PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       01  KEX-PARM.
           05  KEX-PRM-ARTIID         PIC X(15).
           05  KEX-NB                 PIC 9(2).
           05  KEX-TP    OCCURS 20 INDEXED BY IN-KEX.
               10  KEX-CMP-ID         PIC X(15).
               10  KEX-CMP-QT         PIC S9(8)V9(3) COMP-3.
      *
           COPY WKLDA.
      *
           OPEN INPUT  STOCK
                       ARTICLE
                       ARTIPROV
                       PROVMST
                       KITCOMP.
           OPEN EXTEND REAPPRO.
           OPEN OUTPUT BPFSCN.
      *
                 EXTERNALLY-DESCRIBED-KEY OF STK-ENR-DDS
                 INVALID KEY
                 MOVE HIGH-VALUE TO WS-END
                 GO  TO   PASSE-KITS.
      *
           PERFORM TRAITEMENT-DETAIL UNTIL WS-END = HIGH-VALUE.
      *
      ***** SECONDE PASSE - LES KITS, QUI N'ONT PAS DE STOCK PROPRE,
      ***** SONT JUGES SUR LEURS COMPOSANTS
       PASSE-KITS.
           MOVE "N"   TO WS-KIT-EOF.
           MOVE SPACE TO WS-KIT-DERNIER.
           MOVE LOW-VALUE TO EXTERNALLY-DESCRIBED-KEY OF KIT-ENR-DDS.
           START KITCOMP KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF KIT-ENR-DDS
                 INVALID KEY
                 MOVE "Y" TO WS-KIT-EOF.
      *
           PERFORM KIT-SUIVANT UNTIL WS-KIT-EOF = "Y".
      *
       VIDE.
           PERFORM EDITION-TOTAUX.
                  ARTICLE
                  ARTIPROV
                  PROVMST
                  KITCOMP
                  REAPPRO
                  BPFSCN.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       KIT-SUIVANT.
           READ KITCOMP NEXT AT END
                MOVE "Y" TO WS-KIT-EOF
           END-READ.
      *
           IF WS-KIT-EOF NOT = "Y"
              AND KIT-ARTIID OF KIT-ENR-DDS NOT = WS-KIT-DERNIER
              MOVE KIT-ARTIID OF KIT-ENR-DDS TO WS-KIT-DERNIER
              ADD 1 TO CPT-LUS
              PERFORM JUGE-KIT
           END-IF.
      /
      ****************************************************************
      ******* VERIFICATION DE L'ARTICLE COURANT - UN ON-HAND SOUS LE
      ******* MINIMUM ARTICLE1 DECLENCHE UNE DEMANDE DE
           MOVE STK-ARTIID OF STK-ENR-DDS TO ARTIID OF ART-ENR-DDS.
           READ ARTICLE INVALID KEY
                GO  TO     END-RECORD.
      *
      ***** LE STOCK PROPRE D'UN KIT NE SE REAPPROVISIONNE PAS - LE
      ***** KIT EST JUGE SUR SES COMPOSANTS EN SECONDE PASSE
           MOVE STK-ARTIID OF STK-ENR-DDS TO KEX-PRM-ARTIID.
           CALL "KITEXP" USING KEX-PARM.
           IF KEX-NB NOT = ZERO
              GO  TO     END-RECORD
           END-IF.
      *
           IF ART-QT-MINI OF ART-ENR-DDS = ZERO
              OR STK-QT OF STK-ENR-DDS
      *
           COMPUTE WS-MANQUE = ART-QT-MINI OF ART-ENR-DDS
                             - STK-QT OF STK-ENR-DDS.
           MOVE ART-QT-MINI OF ART-ENR-DDS TO WS-SCN-MINI.
           MOVE SPACE                      TO WS-SCN-KIT.
      *
           PERFORM RESOUD-FOURNISSEUR.
           IF WS-WIN-OK = "N"
           EXIT SECTION.
      /
      ****************************************************************
      ******* VERIFICATION D'UN KIT - UN KIT SOUS SON MINIMUM EST UN
      ******* KIT DONT UN COMPOSANT NE SUFFIT PAS A EN MONTER AUTANT
      ******* - CHAQUE COMPOSANT DONT L'ON-HAND EST SOUS LE MINIMUM
      ******* DU KIT FOIS SA QUANTITE PAR KIT EST DEMANDE POUR LE
      ******* MANQUE
      ****************************************************************
      /
       JUGE-KIT SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE WS-KIT-DERNIER TO ARTIID OF ART-ENR-DDS.
           READ ARTICLE INVALID KEY
                GO  TO     END-RECORD.
      *
           IF ART-QT-MINI OF ART-ENR-DDS = ZERO
              GO  TO     END-RECORD
           END-IF.
      *
           MOVE ART-QT-MINI OF ART-ENR-DDS TO WS-KIT-MINI.
           MOVE WS-KIT-DERNIER TO KEX-PRM-ARTIID.
           CALL "KITEXP" USING KEX-PARM.
      *
           SET IN-KEX TO 1.
           PERFORM JUGE-COMPOSANT UNTIL IN-KEX > KEX-NB.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
      ***** UN COMPOSANT ABSENT DU FICHIER STOCK VAUT ZERO
       JUGE-COMPOSANT.
           MOVE KEX-CMP-ID(IN-KEX) TO STK-ARTIID OF STK-ENR-DDS.
           READ STOCK INVALID KEY
                MOVE KEX-CMP-ID(IN-KEX) TO STK-ARTIID OF STK-ENR-DDS
                MOVE ZERO               TO STK-QT OF STK-ENR-DDS
           END-READ.
      *
           COMPUTE WS-SCN-MINI = WS-KIT-MINI * KEX-CMP-QT(IN-KEX).
           IF STK-QT OF STK-ENR-DDS < WS-SCN-MINI
              COMPUTE WS-MANQUE = WS-SCN-MINI
                                - STK-QT OF STK-ENR-DDS
              MOVE WS-KIT-DERNIER TO WS-SCN-KIT
              PERFORM RESOUD-FOURNISSEUR
              IF WS-WIN-OK = "N"
                 ADD 1 TO CPT-ANO
              END-IF
              ADD 1 TO CPT-DEM
              PERFORM EDITION-REAPPRO
              PERFORM EDITION-BPFSCN
           END-IF.
      *
           SET IN-KEX UP BY 1.
      /
      ****************************************************************
      ******* SELECTION DU FOURNISSEUR A REAPPROVISIONNER - PARCOURS
      ******* COMPLET DES DOUBLONS ARTIPROV DE L'ARTICLE, LE MIEUX
      ******* CLASSE DES NON BLOQUES GAGNE
      /
       EDITION-REAPPRO.
           IF NOT LDA-VISUEL
              IF WS-SCN-KIT = SPACE
                 MOVE STK-ARTIID OF STK-ENR-DDS TO REAP-ORDDAR
              ELSE
                 MOVE WS-SCN-KIT             TO REAP-ORDDAR
              END-IF
              MOVE STK-ARTIID OF STK-ENR-DDS TO REAP-ARTIID
              MOVE WS-WIN-PROV               TO REAP-PROV-ID
              MOVE "73"                      TO REAP-ERR
       EDITION-BPFSCN.
           MOVE STK-ARTIID OF STK-ENR-DDS  TO BPFSCN-ARTIID.
           MOVE STK-QT OF STK-ENR-DDS      TO BPFSCN-SOLDE.
           MOVE WS-SCN-MINI                TO BPFSCN-MINI.
           MOVE WS-MANQUE                  TO BPFSCN-DEM.
           MOVE WS-WIN-PROV                TO BPFSCN-PROV-ID.
           MOVE WS-SCN-KIT                 TO BPFSCN-KIT.
           WRITE BPFSCN-ENR.
      /
      ****************************************************************
