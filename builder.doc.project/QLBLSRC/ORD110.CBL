       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORD110.
      /
      ***********************
      * This program traces the whole life of an order's lines
      * across the files each step of the chain leaves behind, in
      * the ART130/STK110 inquiry mould: the ORD110PRM parameter
      * names an order number, or an article ordered (ORDDAR) with
      * an optional date range, and the report lists every event
      * found for it in date order - each ART100 judgment on
      * DISPORD with its run stamp and WKERRTAB reason (ERRMSG),
      * the order-level summary and a hold for review, the last
      * disposition and resubmission cycle on ORDREG, the line
      * waiting on ORDCORR for correction or on BACKORD for stock
      * with its climbing cycle, the replenishment requested on
      * REAPPRO, a release keyed on ORDREL and awaiting STK100,
      * the stock issue or customer return on STKMVT, and the
      * purchase orders (POLIG/POMST) raised for a line's article
      * on or after its stock rejection. A backorder release shows
      * as the re-judgment of the line at a higher cycle. REAPPRO
      * and the purchase orders carry no order number, so they are
      * tied to the trace by the article of a line rejected for
      * stock (the 60-68 family) and listed from that rejection
      * on. Nothing is written but the listing.
      * A kit is never issued or returned itself - STK100 and
      * RET100 move its KITEXP components instead - so a trace
      * started from a kit article also lists the issues and
      * returns of its components on the orders the kit's lines
      * belong to, marked as component movements.
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
           SELECT  ORD110PRM
                   ASSIGN       TO DATABASE-ORD110PRM
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  DISPORD
                   ASSIGN       TO DATABASE-DISPORD
                   ACCESS       IS SEQUENTIAL
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
           SELECT  ORDCORR
                   ASSIGN       TO DATABASE-ORDCORR
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BACKORD
                   ASSIGN       TO DATABASE-BACKORD
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  REAPPRO
                   ASSIGN       TO DATABASE-REAPPRO
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  ORDREL
                   ASSIGN       TO DATABASE-ORDREL
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
           SELECT  BPFTRC
                   ASSIGN       TO PRINTER-BPFTRC
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  ORD110PRM  LABEL RECORD STANDARD.
       01  PRM-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ORD110PRM.
      *
       FD  DISPORD   LABEL RECORD STANDARD.
       01  DISP-ENR-DDS.
           COPY DDS-ALL-FORMAT OF DISPORD.
      *
       FD  ORDREG    LABEL RECORD STANDARD.
       01  REG-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ORDREG.
      *
       FD  ORDCORR   LABEL RECORD STANDARD.
       01  CORR-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ORDCORR.
      *
       FD  BACKORD   LABEL RECORD STANDARD.
       01  BO-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BACKORD.
      *
       FD  REAPPRO   LABEL RECORD STANDARD.
       01  REAP-ENR-DDS.
           COPY DDS-ALL-FORMAT OF REAPPRO.
      *
       FD  ORDREL    LABEL RECORD STANDARD.
       01  REL-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ORDREL.
      *
       FD  STKMVT    LABEL RECORD STANDARD.
       01  MVT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKMVT.
      *
       FD  POMST     LABEL RECORD STANDARD.
       01  PO-ENR-DDS.
           COPY DDS-ALL-FORMAT OF POMST.
      *
       FD  POLIG     LABEL RECORD STANDARD.
       01  LIG-ENR-DDS.
           COPY DDS-ALL-FORMAT OF POLIG.
      *
      ****************************************************************
      **** ORDER TRACE LISTING - THE PARAMETER TRACED, THEN ONE LINE
      **** PER EVENT IN DATE ORDER
      ****************************************************************
       FD  BPFTRC  LABEL RECORD STANDARD.
       01  BPFTRC-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTRC-DT          PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFTRC-ORDNUM      PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFTRC-ARTIID      PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFTRC-TYPE        PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFTRC-QT          PIC -(10)9,999.
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFTRC-REF         PIC X(11).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFTRC-CODE        PIC XX.
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFTRC-LIB         PIC X(30).
      *
       01  BPFTRC-ENTETE REDEFINES BPFTRC-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(12) VALUE "ORDER TRACE ".
           05  FILLER             PIC X(7)  VALUE "ORDNUM=".
           05  BPFTRC-ENT-ORDNUM  PIC X(10).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(7)  VALUE "ORDDAR=".
           05  BPFTRC-ENT-ORDDAR  PIC X(15).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(5)  VALUE "FROM=".
           05  BPFTRC-ENT-DEB     PIC X(8).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(3)  VALUE "TO=".
           05  BPFTRC-ENT-FIN     PIC X(8).
           05  FILLER             PIC X(37).
      *
       01  BPFTRC-TOTALS REDEFINES BPFTRC-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFTRC-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "EVT=".
           05  BPFTRC-TOT-EVT     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ANO=".
           05  BPFTRC-TOT-ANO     PIC Z(5)9.
           05  FILLER             PIC X(71).
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
       77  CPT-EVT           PIC 9(6) VALUE ZERO.
       77  CPT-ANO           PIC 9(6) VALUE ZERO.
      *
       77  ST                     PIC XX.
       77  WS-END                 PIC XX.
       77  WS-MSG                 PIC X(30).
       77  WS-EOF                 PIC X    VALUE "N".
      *
      ***** SHARED STATUS CODE/MESSAGE LOOKUP - SEE ERRMSG
       01  ERR-PARM.
           05  ERR-COD                PIC XX.
           05  ERR-LIB                PIC X(30).
      *
      ***** EVENEMENTS RETENUS - CLE DE TRI DATE PUIS ETAPE DE LA
      ***** CHAINE (1 JUGEMENT, 2 REGISTRE/CORRECTION/RELIQUAT,
      ***** 3 REAPPRO, 4 RELACHE, 5 MOUVEMENT DE STOCK, 6 COMMANDE
      ***** FOURNISSEUR) - WK-EVT-EDT PASSE A "Y" QUAND L'EVENEMENT
      ***** EST EDITE - TABLE PLEINE = L'EVENEMENT N'EST PAS LISTE,
      ***** ANO= LE SIGNALE
       77  WK-EVT-NBPST      PIC 9(4) VALUE 500.
       77  WK-EVT-NB         PIC 9(4) VALUE ZERO.
       01  WK-EVT-TABLE.
           05  WK-EVT-TP    OCCURS 500 INDEXED BY IN-EVT.
               10  WK-EVT-TRI.
                   15  WK-EVT-DT          PIC X(8).
                   15  WK-EVT-ETAPE       PIC X(1).
               10  WK-EVT-ORDNUM      PIC X(10).
               10  WK-EVT-ARTIID      PIC X(15).
               10  WK-EVT-TYPE        PIC X(8).
               10  WK-EVT-QT          PIC S9(11)V9(3) COMP-3.
               10  WK-EVT-REF         PIC X(11).
               10  WK-EVT-CODE        PIC XX.
               10  WK-EVT-LIB         PIC X(30).
               10  WK-EVT-EDT         PIC X(1).
      *
      ***** ARTICLES DES LIGNES TRACEES REJETEES SUR LE STOCK
      ***** (FAMILLE 60-68) - DATE DU PREMIER ET DU DERNIER REJET -
      ***** LE LIEN VERS REAPPRO ET LES COMMANDES FOURNISSEUR, QUI
      ***** NE PORTENT PAS DE NUMERO D'ORDRE
       77  WK-REA-NBPST      PIC 9(3) VALUE 50.
       77  WK-REA-NB         PIC 9(3) VALUE ZERO.
       01  WK-REA-TABLE.
           05  WK-REA-TP    OCCURS 50 INDEXED BY IN-REA.
               10  WK-REA-ARTIID      PIC X(15).
               10  WK-REA-DT-PRM      PIC X(8).
               10  WK-REA-DT-DER      PIC X(8).
      *
      ***** ORDRES DES LIGNES TRACEES - POUR RETROUVER UN RELACHE
      ***** ORDREL QUAND LA TRACE PART D'UN ARTICLE
       77  WK-ORD-NBPST      PIC 9(3) VALUE 50.
       77  WK-ORD-NB         PIC 9(3) VALUE ZERO.
       01  WK-ORD-TABLE.
           05  WK-ORD-TP    OCCURS 50 INDEXED BY IN-ORD.
               10  WK-ORD-ORDNUM      PIC X(10).
      *
      ***** CRITERES DE L'EVENEMENT EN COURS CONTRE LE PARAMETRE
       77  WS-CND-ORDNUM     PIC X(10) VALUE SPACE.
       77  WS-CND-ARTIID     PIC X(15) VALUE SPACE.
       77  WS-CND-DT         PIC X(8)  VALUE SPACE.
       77  WS-RETENU         PIC X     VALUE "N".
      *
      ***** COMPOSANTS DU KIT TRACE - SEE KITEXP - UN MOUVEMENT DE
      ***** COMPOSANT SUR UN ORDRE DU KIT EST RETENU (WS-CMP-KIT)
       01  KEX-PARM.
           05  KEX-PRM-ARTIID         PIC X(15).
           05  KEX-NB                 PIC 9(2).
           05  KEX-TP    OCCURS 20 INDEXED BY IN-KEX.
               10  KEX-CMP-ID         PIC X(15).
               10  KEX-CMP-QT         PIC S9(8)V9(3) COMP-3.
       77  WS-CMP-KIT        PIC X     VALUE "N".
       77  WS-TROUVE         PIC X     VALUE "N".
      *
      ***** EVENEMENT EN COURS DE CONSTITUTION
       01  WS-EVT.
           05  WS-EVT-DT          PIC X(8).
           05  WS-EVT-ETAPE       PIC X(1).
           05  WS-EVT-ORDNUM      PIC X(10).
           05  WS-EVT-ARTIID      PIC X(15).
           05  WS-EVT-TYPE        PIC X(8).
           05  WS-EVT-QT          PIC S9(11)V9(3) COMP-3.
           05  WS-EVT-REF         PIC X(11).
           05  WS-EVT-CODE        PIC XX.
           05  WS-EVT-LIB         PIC X(30).
      *
      ***** REFERENCES EDITEES - RUN ART100, CYCLE DE RESOUMISSION,
      ***** ETAT ET LIVRAISON ATTENDUE D'UNE COMMANDE FOURNISSEUR
       01  WS-REF-RUN.
           05  WS-REF-RUN-DT      PIC X(8).
           05  FILLER             PIC X(1)  VALUE "/".
           05  WS-REF-RUN-NO      PIC 99.
       01  WS-REF-CYC.
           05  FILLER             PIC X(6)  VALUE "CYCLE=".
           05  WS-REF-CYC-NB      PIC Z9.
       01  WS-TYP-DISP.
           05  WS-TYP-DISP-LIB    PIC X(6).
           05  WS-TYP-DISP-CODE   PIC X(1).
       01  WS-LIB-PO.
           05  FILLER             PIC X(6)  VALUE "STATE=".
           05  WS-LIB-PO-ETAT     PIC X(1).
           05  FILLER             PIC X(10) VALUE " EXPECTED=".
           05  WS-LIB-PO-ATT      PIC X(8).
      *
      ***** EDITION PAR SELECTION REPETEE - LA PLUS PETITE CLE DE
      ***** TRI NON ENCORE EDITEE, A CLE EGALE L'ORDRE DE LECTURE
       77  WS-TRI-MIN        PIC X(9)  VALUE SPACE.
       77  WS-TOP-RESTE      PIC X     VALUE "N".
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
      *
           OPEN INPUT  ORD110PRM.
           OPEN OUTPUT BPFTRC.
      *
           READ ORD110PRM NEXT AT END
                MOVE "NO PARAMETER RECORD SUPPLIED " TO WS-MSG
                PERFORM EDITION-MSG
                GO  TO     VIDE.
      *
           MOVE SPACE      TO BPFTRC-ENR.
           MOVE PRM-ORDNUM TO BPFTRC-ENT-ORDNUM.
           MOVE PRM-ORDDAR TO BPFTRC-ENT-ORDDAR.
           MOVE PRM-DT-DEB TO BPFTRC-ENT-DEB.
           MOVE PRM-DT-FIN TO BPFTRC-ENT-FIN.
           WRITE BPFTRC-ENTETE.
      *
           IF PRM-ORDNUM = SPACE AND PRM-ORDDAR = SPACE
              MOVE "NO ORDER NUMBER OR ARTICLE    " TO WS-MSG
              PERFORM EDITION-MSG
              GO  TO     VIDE
           END-IF.
      *
      ***** DISPORD EN PREMIER - IL ALIMENTE LES ARTICLES REJETES
      ***** SUR LE STOCK ET LES ORDRES DONT LES PASSES SUIVANTES
      ***** ONT BESOIN
           PERFORM TRACE-DISPORD.
           PERFORM TRACE-ORDREG.
           PERFORM TRACE-ORDCORR.
           PERFORM TRACE-BACKORD.
           PERFORM TRACE-REAPPRO.
           PERFORM TRACE-ORDREL.
           PERFORM TRACE-STKMVT.
           PERFORM TRACE-COMMANDES.
      *
           IF WK-EVT-NB = ZERO
              MOVE "NOTHING FOUND FOR THIS TRACE  " TO WS-MSG
              PERFORM EDITION-MSG
           ELSE
              MOVE "Y" TO WS-TOP-RESTE
              PERFORM EDITE-SUIVANT UNTIL WS-TOP-RESTE = "N"
           END-IF.
      *
       VIDE.
      *
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  ORD110PRM
                  BPFTRC.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "ORD110"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "EVT"      TO RUN-LIB2.
           MOVE CPT-EVT    TO RUN-CPT2.
           MOVE "ANO"      TO RUN-LIB3.
           MOVE CPT-ANO    TO RUN-CPT3.
           CALL "RUNSTAT" USING RUN-PARM.
      *
           STOP    RUN.
      ***********************************************************
      ***  END PROGRAM
      ***********************************************************
      /
      ****************************************************************
      ******* JUGEMENTS ART100 SUR DISPORD - CHAQUE LIGNE AVEC SON
      ******* RUN ET LE MOTIF WKERRTAB, CHAQUE SYNTHESE D'ORDRE -
      ******* UN RUN NON ESTAMPILLE EST DATE DU JOUR DE LA COMMANDE
      ****************************************************************
      /
       TRACE-DISPORD SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT DISPORD.
           MOVE "N" TO WS-EOF.
           PERFORM DISPORD-SUIVANT UNTIL WS-EOF = "Y".
           CLOSE DISPORD.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       DISPORD-SUIVANT.
           READ DISPORD NEXT AT END
                MOVE "Y" TO WS-EOF
           END-READ.
      *
           IF WS-EOF NOT = "Y"
              ADD 1 TO CPT-LUS
              MOVE DISP-ORDNUM TO WS-CND-ORDNUM
              MOVE DISP-ORDDAR TO WS-CND-ARTIID
              IF DISP-RUN-DT NOT = SPACE
                 MOVE DISP-RUN-DT TO WS-CND-DT
              ELSE
                 MOVE DISP-ORDDT  TO WS-CND-DT
              END-IF
              PERFORM FILTRE-CLE
              IF WS-RETENU = "Y"
                 PERFORM EVENEMENT-DISPORD
              END-IF
           END-IF.
      /
       EVENEMENT-DISPORD.
           MOVE WS-CND-DT     TO WS-EVT-DT.
           MOVE "1"           TO WS-EVT-ETAPE.
           MOVE DISP-ORDNUM   TO WS-EVT-ORDNUM.
           MOVE DISP-ORDDAR   TO WS-EVT-ARTIID.
           MOVE DISP-QT       TO WS-EVT-QT.
           MOVE DISP-ERR      TO WS-EVT-CODE.
           MOVE SPACE         TO WS-EVT-LIB.
      *
           MOVE DISP-RUN-DT   TO WS-REF-RUN-DT.
           MOVE ZERO          TO WS-REF-RUN-NO.
           IF DISP-RUN-NO IS NUMERIC
              MOVE DISP-RUN-NO TO WS-REF-RUN-NO
           END-IF.
           MOVE WS-REF-RUN    TO WS-EVT-REF.
      *
           MOVE DISP-CODE     TO WS-TYP-DISP-CODE.
           IF DISP-ORDDAR = SPACE
              MOVE "ORDER="   TO WS-TYP-DISP-LIB
           ELSE
              MOVE "LINE="    TO WS-TYP-DISP-LIB
           END-IF.
           MOVE WS-TYP-DISP   TO WS-EVT-TYPE.
      *
      ***** MOTIF EN CLAIR - LES CODES DE TENUE D'UN ORDRE NE SONT
      ***** PAS DANS WKERRTAB
           IF DISP-ORDDAR = SPACE AND DISP-CODE = "H"
              IF DISP-ERR = "B6"
                 MOVE "HELD - OVER CREDIT LIMIT" TO WS-EVT-LIB
              ELSE
                 MOVE "HELD - OVER ORDPRM CEILING" TO WS-EVT-LIB
              END-IF
           ELSE
              IF DISP-ERR NOT = SPACE
                 MOVE DISP-ERR TO ERR-COD
                 CALL "ERRMSG" USING ERR-PARM
                 MOVE ERR-LIB  TO WS-EVT-LIB
              END-IF
           END-IF.
           PERFORM AJOUTE-EVENEMENT.
      *
           IF DISP-ORDDAR NOT = SPACE
              IF DISP-ORDNUM NOT = SPACE
                 PERFORM NOTE-ORDRE
              END-IF
              IF DISP-CODE = "R"
                 AND DISP-ERR NOT < "60" AND DISP-ERR NOT > "68"
                 PERFORM NOTE-REJET-STOCK
              END-IF
           END-IF.
      /
      ***** ORDRE DE LA LIGNE TRACEE, UNE FOIS
       NOTE-ORDRE.
           MOVE "N" TO WS-TROUVE.
           SET IN-ORD TO 1.
           PERFORM CHERCHE-ORDRE UNTIL WS-TROUVE = "Y"
                                    OR IN-ORD > WK-ORD-NB.
           IF WS-TROUVE = "N" AND WK-ORD-NB < WK-ORD-NBPST
              ADD 1 TO WK-ORD-NB
              SET IN-ORD TO WK-ORD-NB
              MOVE DISP-ORDNUM TO WK-ORD-ORDNUM(IN-ORD)
           END-IF.
      /
       CHERCHE-ORDRE.
           IF WK-ORD-ORDNUM(IN-ORD) = WS-CND-ORDNUM
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-ORD UP BY 1
           END-IF.
      /
      ***** ARTICLE REJETE SUR LE STOCK - PREMIER ET DERNIER REJET
       NOTE-REJET-STOCK.
           MOVE DISP-ORDDAR TO WS-CND-ARTIID.
           PERFORM RECHERCHE-REJET.
           IF WS-TROUVE = "Y"
              IF WS-CND-DT < WK-REA-DT-PRM(IN-REA)
                 MOVE WS-CND-DT TO WK-REA-DT-PRM(IN-REA)
              END-IF
              IF WS-CND-DT > WK-REA-DT-DER(IN-REA)
                 MOVE WS-CND-DT TO WK-REA-DT-DER(IN-REA)
              END-IF
           ELSE
              IF WK-REA-NB < WK-REA-NBPST
                 ADD 1 TO WK-REA-NB
                 SET IN-REA TO WK-REA-NB
                 MOVE DISP-ORDDAR TO WK-REA-ARTIID(IN-REA)
                 MOVE WS-CND-DT   TO WK-REA-DT-PRM(IN-REA)
                 MOVE WS-CND-DT   TO WK-REA-DT-DER(IN-REA)
              END-IF
           END-IF.
      /
      ***** RECHERCHE DE WS-CND-ARTIID PARMI LES ARTICLES REJETES -
      ***** IN-REA RESSORT POSITIONNE SUR LE POSTE TROUVE
       RECHERCHE-REJET.
           MOVE "N" TO WS-TROUVE.
           SET IN-REA TO 1.
           PERFORM CHERCHE-REJET UNTIL WS-TROUVE = "Y"
                                    OR IN-REA > WK-REA-NB.
      /
       CHERCHE-REJET.
           IF WK-REA-ARTIID(IN-REA) = WS-CND-ARTIID
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-REA UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* REGISTRE DES ORDRES TRAITES - DERNIERE DISPOSITION ET
      ******* CYCLE DE RESOUMISSION ATTEINT PAR LA LIGNE
      ****************************************************************
      /
       TRACE-ORDREG SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT ORDREG.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUE TO EXTERNALLY-DESCRIBED-KEY OF REG-ENR-DDS.
           START ORDREG KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF REG-ENR-DDS
                 INVALID KEY
                 MOVE "Y" TO WS-EOF.
           PERFORM ORDREG-SUIVANT UNTIL WS-EOF = "Y".
           CLOSE ORDREG.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       ORDREG-SUIVANT.
           READ ORDREG NEXT AT END
                MOVE "Y" TO WS-EOF
           END-READ.
      *
           IF WS-EOF NOT = "Y"
              ADD 1 TO CPT-LUS
              MOVE REG-ORDNUM  TO WS-CND-ORDNUM
              MOVE REG-ORDDAR  TO WS-CND-ARTIID
              MOVE REG-RUN-DT  TO WS-CND-DT
              PERFORM FILTRE-CLE
              IF WS-RETENU = "Y"
                 MOVE REG-RUN-DT  TO WS-EVT-DT
                 MOVE "2"         TO WS-EVT-ETAPE
                 MOVE REG-ORDNUM  TO WS-EVT-ORDNUM
                 MOVE REG-ORDDAR  TO WS-EVT-ARTIID
                 MOVE "REGISTER"  TO WS-EVT-TYPE
                 MOVE ZERO        TO WS-EVT-QT
                 MOVE ZERO        TO WS-REF-CYC-NB
                 IF REG-CYC IS NUMERIC
                    MOVE REG-CYC  TO WS-REF-CYC-NB
                 END-IF
                 MOVE WS-REF-CYC  TO WS-EVT-REF
                 MOVE SPACE       TO WS-EVT-CODE
                 MOVE REG-CODE    TO WS-EVT-CODE(1:1)
                 MOVE "LAST DISPOSITION ON ORDREG"
                                  TO WS-EVT-LIB
                 PERFORM AJOUTE-EVENEMENT
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* LIGNES EN ATTENTE DE CORRECTION SUR ORDCORR - DATEES DU
      ******* JOUR D'ENTREE DANS LE CARNET, A DEFAUT DE LA COMMANDE
      ****************************************************************
      /
       TRACE-ORDCORR SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT ORDCORR.
           MOVE "N" TO WS-EOF.
           PERFORM ORDCORR-SUIVANT UNTIL WS-EOF = "Y".
           CLOSE ORDCORR.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       ORDCORR-SUIVANT.
           READ ORDCORR NEXT AT END
                MOVE "Y" TO WS-EOF
           END-READ.
      *
           IF WS-EOF NOT = "Y"
              ADD 1 TO CPT-LUS
              MOVE CORR-ORDNUM TO WS-CND-ORDNUM
              MOVE CORR-ORDDAR TO WS-CND-ARTIID
              IF CORR-DT-ENTREE NOT = SPACE
                 MOVE CORR-DT-ENTREE TO WS-CND-DT
              ELSE
                 MOVE CORR-ORDDT     TO WS-CND-DT
              END-IF
              PERFORM FILTRE-CLE
              IF WS-RETENU = "Y"
                 MOVE WS-CND-DT   TO WS-EVT-DT
                 MOVE "2"         TO WS-EVT-ETAPE
                 MOVE CORR-ORDNUM TO WS-EVT-ORDNUM
                 MOVE CORR-ORDDAR TO WS-EVT-ARTIID
                 MOVE "CORRECTN"  TO WS-EVT-TYPE
                 MOVE CORR-QT     TO WS-EVT-QT
                 MOVE ZERO        TO WS-REF-CYC-NB
                 IF CORR-CYCLE IS NUMERIC
                    MOVE CORR-CYCLE TO WS-REF-CYC-NB
                 END-IF
                 MOVE WS-REF-CYC  TO WS-EVT-REF
                 MOVE CORR-ERR    TO WS-EVT-CODE
                 MOVE "AWAITING CORRECTION (ORDCORR)"
                                  TO WS-EVT-LIB
                 PERFORM AJOUTE-EVENEMENT
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* LIGNES EN RELIQUAT SUR BACKORD - DATEES DU DERNIER
      ******* REJET SUR LE STOCK DE L'ARTICLE TRACE, A DEFAUT DE LA
      ******* COMMANDE (LE FICHIER NE PORTE PAS DE DATE D'ENTREE)
      ****************************************************************
      /
       TRACE-BACKORD SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT BACKORD.
           MOVE "N" TO WS-EOF.
           PERFORM BACKORD-SUIVANT UNTIL WS-EOF = "Y".
           CLOSE BACKORD.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       BACKORD-SUIVANT.
           READ BACKORD NEXT AT END
                MOVE "Y" TO WS-EOF
           END-READ.
      *
           IF WS-EOF NOT = "Y"
              ADD 1 TO CPT-LUS
              MOVE BO-ORDNUM   TO WS-CND-ORDNUM
              MOVE BO-ORDDAR   TO WS-CND-ARTIID
              PERFORM RECHERCHE-REJET
              IF WS-TROUVE = "Y"
                 MOVE WK-REA-DT-DER(IN-REA) TO WS-CND-DT
              ELSE
                 MOVE BO-ORDDT              TO WS-CND-DT
              END-IF
              PERFORM FILTRE-CLE
              IF WS-RETENU = "Y"
                 MOVE WS-CND-DT   TO WS-EVT-DT
                 MOVE "2"         TO WS-EVT-ETAPE
                 MOVE BO-ORDNUM   TO WS-EVT-ORDNUM
                 MOVE BO-ORDDAR   TO WS-EVT-ARTIID
                 MOVE "BACKORDR"  TO WS-EVT-TYPE
                 MOVE BO-QT       TO WS-EVT-QT
                 MOVE ZERO        TO WS-REF-CYC-NB
                 IF BO-CYCLE IS NUMERIC
                    MOVE BO-CYCLE TO WS-REF-CYC-NB
                 END-IF
                 MOVE WS-REF-CYC  TO WS-EVT-REF
                 MOVE BO-ERR      TO WS-EVT-CODE
                 MOVE "WAITING FOR STOCK (BACKORD)"
                                  TO WS-EVT-LIB
                 PERFORM AJOUTE-EVENEMENT
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* DEMANDES DE REAPPROVISIONNEMENT DEPOSEES POUR UN
      ******* ARTICLE REJETE SUR LE STOCK DANS LA TRACE - DATEES DU
      ******* DERNIER REJET - L'ARTICLE DEMANDE (UN COMPOSANT POUR
      ******* UN KIT) REJOINT LES ARTICLES SUIVIS JUSQU'AUX
      ******* COMMANDES FOURNISSEUR
      ****************************************************************
      /
       TRACE-REAPPRO SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT REAPPRO.
           MOVE "N" TO WS-EOF.
           PERFORM REAPPRO-SUIVANT UNTIL WS-EOF = "Y".
           CLOSE REAPPRO.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       REAPPRO-SUIVANT.
           READ REAPPRO NEXT AT END
                MOVE "Y" TO WS-EOF
           END-READ.
      *
           IF WS-EOF NOT = "Y"
              ADD 1 TO CPT-LUS
              MOVE REAP-ORDDAR TO WS-CND-ARTIID
              PERFORM RECHERCHE-REJET
              IF WS-TROUVE = "Y"
                 MOVE WK-REA-DT-DER(IN-REA) TO WS-CND-DT
                 PERFORM FILTRE-DATE
                 IF WS-RETENU = "Y"
                    PERFORM EVENEMENT-REAPPRO
                 END-IF
              END-IF
           END-IF.
      /
       EVENEMENT-REAPPRO.
           MOVE WS-CND-DT     TO WS-EVT-DT.
           MOVE "3"           TO WS-EVT-ETAPE.
           MOVE SPACE         TO WS-EVT-ORDNUM.
           MOVE REAP-ARTIID   TO WS-EVT-ARTIID.
           MOVE "REAPPRO"     TO WS-EVT-TYPE.
           MOVE REAP-QT       TO WS-EVT-QT.
           MOVE REAP-PROV-ID  TO WS-EVT-REF.
           MOVE REAP-ERR      TO WS-EVT-CODE.
           MOVE "REPLENISHMENT REQUESTED" TO WS-EVT-LIB.
           PERFORM AJOUTE-EVENEMENT.
      *
           IF REAP-ARTIID NOT = REAP-ORDDAR
              MOVE REAP-ARTIID TO WS-CND-ARTIID
              PERFORM RECHERCHE-REJET
              IF WS-TROUVE = "N" AND WK-REA-NB < WK-REA-NBPST
                 ADD 1 TO WK-REA-NB
                 SET IN-REA TO WK-REA-NB
                 MOVE REAP-ARTIID TO WK-REA-ARTIID(IN-REA)
                 MOVE WS-CND-DT   TO WK-REA-DT-PRM(IN-REA)
                 MOVE WS-CND-DT   TO WK-REA-DT-DER(IN-REA)
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* RELACHES SAISIS PAR LE BUREAU SUR ORDREL - LE FICHIER
      ******* EST VIDE DERRIERE CHAQUE PASSAGE STK100, UN RELACHE
      ******* PRESENT ATTEND DONC LE PROCHAIN : IL EST DATE DU JOUR
      ****************************************************************
      /
       TRACE-ORDREL SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT ORDREL.
           MOVE "N" TO WS-EOF.
           PERFORM ORDREL-SUIVANT UNTIL WS-EOF = "Y".
           CLOSE ORDREL.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       ORDREL-SUIVANT.
           READ ORDREL NEXT AT END
                MOVE "Y" TO WS-EOF
           END-READ.
      *
           IF WS-EOF NOT = "Y"
              ADD 1 TO CPT-LUS
              MOVE REL-ORDNUM TO WS-CND-ORDNUM
              MOVE "N" TO WS-TROUVE
              IF PRM-ORDNUM NOT = SPACE
                 IF REL-ORDNUM = PRM-ORDNUM
                    MOVE "Y" TO WS-TROUVE
                 END-IF
              ELSE
                 SET IN-ORD TO 1
                 PERFORM CHERCHE-ORDRE UNTIL WS-TROUVE = "Y"
                                          OR IN-ORD > WK-ORD-NB
              END-IF
              IF WS-TROUVE = "Y"
                 MOVE WS-TODAY-DATE TO WS-CND-DT
                 PERFORM FILTRE-DATE
                 IF WS-RETENU = "Y"
                    MOVE WS-TODAY-DATE TO WS-EVT-DT
                    MOVE "4"           TO WS-EVT-ETAPE
                    MOVE REL-ORDNUM    TO WS-EVT-ORDNUM
                    MOVE SPACE         TO WS-EVT-ARTIID
                    MOVE "RELEASE"     TO WS-EVT-TYPE
                    MOVE ZERO          TO WS-EVT-QT
                    MOVE SPACE         TO WS-EVT-REF
                    MOVE SPACE         TO WS-EVT-CODE
                    MOVE "RELEASED ON ORDREL - FOR STK100"
                                       TO WS-EVT-LIB
                    PERFORM AJOUTE-EVENEMENT
                 END-IF
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* SORTIES DE STOCK DES LIGNES DE L'ORDRE (STK100) ET
      ******* RETOURS CLIENT (RET100) SUR STKMVT
      ****************************************************************
      /
       TRACE-STKMVT SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE ZERO TO KEX-NB.
           IF PRM-ORDDAR NOT = SPACE
              MOVE PRM-ORDDAR TO KEX-PRM-ARTIID
              CALL "KITEXP" USING KEX-PARM
           END-IF.
      *
           OPEN INPUT STKMVT.
           MOVE "N" TO WS-EOF.
           PERFORM STKMVT-SUIVANT UNTIL WS-EOF = "Y".
           CLOSE STKMVT.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       STKMVT-SUIVANT.
           READ STKMVT NEXT AT END
                MOVE "Y" TO WS-EOF
           END-READ.
      *
           IF WS-EOF NOT = "Y"
              ADD 1 TO CPT-LUS
              IF MVT-SENS = "S" OR MVT-SENS = "R"
                 MOVE MVT-ORDNUM TO WS-CND-ORDNUM
                 MOVE MVT-ARTIID TO WS-CND-ARTIID
                 MOVE MVT-DATE   TO WS-CND-DT
                 MOVE "N"        TO WS-CMP-KIT
                 PERFORM FILTRE-CLE
                 IF WS-RETENU = "N" AND KEX-NB > ZERO
                    PERFORM FILTRE-COMPOSANT
                 END-IF
                 IF WS-RETENU = "Y"
                    PERFORM EVENEMENT-STKMVT
                 END-IF
              END-IF
           END-IF.
      /
       EVENEMENT-STKMVT.
           MOVE MVT-DATE      TO WS-EVT-DT.
           MOVE "5"           TO WS-EVT-ETAPE.
           MOVE MVT-ORDNUM    TO WS-EVT-ORDNUM.
           MOVE MVT-ARTIID    TO WS-EVT-ARTIID.
           MOVE MVT-QT        TO WS-EVT-QT.
           MOVE MVT-LOT       TO WS-EVT-REF.
           MOVE SPACE         TO WS-EVT-CODE.
           IF MVT-SENS = "S"
              MOVE "ISSUED"   TO WS-EVT-TYPE
              MOVE "STOCK ISSUE POSTED (STK100)" TO WS-EVT-LIB
           ELSE
              MOVE "RETURNED" TO WS-EVT-TYPE
              MOVE "CUSTOMER RETURN (RET100)"    TO WS-EVT-LIB
           END-IF.
           IF WS-CMP-KIT = "Y"
              IF MVT-SENS = "S"
                 MOVE "KIT COMPONENT ISSUED (STK100)" TO WS-EVT-LIB
              ELSE
                 MOVE "KIT COMPONENT RETURN (RET100)" TO WS-EVT-LIB
              END-IF
           END-IF.
           PERFORM AJOUTE-EVENEMENT.
      /
      ***** UN COMPOSANT DU KIT TRACE, SUR L'UN DES ORDRES DES LIGNES
      ***** DU KIT, DANS LA PLAGE DE DATES
       FILTRE-COMPOSANT.
           MOVE "N" TO WS-TROUVE.
           IF PRM-ORDNUM = SPACE
              OR WS-CND-ORDNUM = PRM-ORDNUM
              SET IN-KEX TO 1
              PERFORM CHERCHE-COMPOSANT UNTIL WS-TROUVE = "Y"
                                           OR IN-KEX > KEX-NB
           END-IF.
           IF WS-TROUVE = "Y"
              MOVE "N" TO WS-TROUVE
              SET IN-ORD TO 1
              PERFORM CHERCHE-ORDRE UNTIL WS-TROUVE = "Y"
                                       OR IN-ORD > WK-ORD-NB
           END-IF.
           IF WS-TROUVE = "Y"
              PERFORM FILTRE-DATE
              IF WS-RETENU = "Y"
                 MOVE "Y" TO WS-CMP-KIT
              END-IF
           END-IF.
      /
       CHERCHE-COMPOSANT.
           IF KEX-CMP-ID(IN-KEX) = WS-CND-ARTIID
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-KEX UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* COMMANDES FOURNISSEUR DES ARTICLES REJETES SUR LE
      ******* STOCK - UNE LIGNE POLIG DE L'ARTICLE DONT LA COMMANDE
      ******* EST DATEE DU PREMIER REJET OU APRES
      ****************************************************************
      /
       TRACE-COMMANDES SECTION.
      ***************************
      /
       TRT-RECORD.
           IF WK-REA-NB = ZERO
              GO  TO   END-RECORD
           END-IF.
      *
           OPEN INPUT POMST.
           OPEN INPUT POLIG.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUE TO EXTERNALLY-DESCRIBED-KEY OF LIG-ENR-DDS.
           START POLIG KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF LIG-ENR-DDS
                 INVALID KEY
                 MOVE "Y" TO WS-EOF.
           PERFORM POLIG-SUIVANT UNTIL WS-EOF = "Y".
           CLOSE POLIG.
           CLOSE POMST.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       POLIG-SUIVANT.
           READ POLIG NEXT AT END
                MOVE "Y" TO WS-EOF
           END-READ.
      *
           IF WS-EOF NOT = "Y"
              ADD 1 TO CPT-LUS
              MOVE LIG-ARTIID TO WS-CND-ARTIID
              PERFORM RECHERCHE-REJET
              IF WS-TROUVE = "Y"
                 MOVE LIG-PONUM TO PO-NUM
                 READ POMST
                      INVALID KEY
                           MOVE "N" TO WS-TROUVE
                 END-READ
              END-IF
              IF WS-TROUVE = "Y"
                 AND PO-DT NOT < WK-REA-DT-PRM(IN-REA)
                 MOVE PO-DT TO WS-CND-DT
                 PERFORM FILTRE-DATE
                 IF WS-RETENU = "Y"
                    PERFORM EVENEMENT-COMMANDE
                 END-IF
              END-IF
           END-IF.
      /
       EVENEMENT-COMMANDE.
           MOVE PO-DT         TO WS-EVT-DT.
           MOVE "6"           TO WS-EVT-ETAPE.
           MOVE SPACE         TO WS-EVT-ORDNUM.
           MOVE LIG-ARTIID    TO WS-EVT-ARTIID.
           MOVE "PURCHASE"    TO WS-EVT-TYPE.
           MOVE LIG-QT        TO WS-EVT-QT.
           MOVE PO-NUM        TO WS-EVT-REF.
           MOVE SPACE         TO WS-EVT-CODE.
           MOVE PO-ETAT       TO WS-LIB-PO-ETAT.
           MOVE PO-DT-ATTENDU TO WS-LIB-PO-ATT.
           MOVE WS-LIB-PO     TO WS-EVT-LIB.
           PERFORM AJOUTE-EVENEMENT.
      /
      ****************************************************************
      ******* RETENUE D'UN EVENEMENT SUR LE PARAMETRE - ORDRE ET
      ******* ARTICLE QUAND ILS SONT DONNES, PUIS LA PLAGE DE DATES
      ****************************************************************
      /
       FILTRE-CLE.
           MOVE "Y" TO WS-RETENU.
           IF PRM-ORDNUM NOT = SPACE
              AND WS-CND-ORDNUM NOT = PRM-ORDNUM
              MOVE "N" TO WS-RETENU
           END-IF.
           IF PRM-ORDDAR NOT = SPACE
              AND WS-CND-ARTIID NOT = PRM-ORDDAR
              MOVE "N" TO WS-RETENU
           END-IF.
           IF WS-RETENU = "Y"
              PERFORM FILTRE-DATE
           END-IF.
      /
       FILTRE-DATE.
           MOVE "Y" TO WS-RETENU.
           IF PRM-DT-DEB NOT = SPACE
              AND WS-CND-DT < PRM-DT-DEB
              MOVE "N" TO WS-RETENU
           END-IF.
           IF PRM-DT-FIN NOT = SPACE
              AND WS-CND-DT > PRM-DT-FIN
              MOVE "N" TO WS-RETENU
           END-IF.
      /
      ****************************************************************
      ******* AJOUT DE L'EVENEMENT CONSTITUE A LA TABLE
      ****************************************************************
      /
       AJOUTE-EVENEMENT.
           IF WK-EVT-NB NOT < WK-EVT-NBPST
              ADD 1 TO CPT-ANO
           ELSE
              ADD 1 TO WK-EVT-NB
              SET IN-EVT TO WK-EVT-NB
              MOVE WS-EVT-DT      TO WK-EVT-DT(IN-EVT)
              MOVE WS-EVT-ETAPE   TO WK-EVT-ETAPE(IN-EVT)
              MOVE WS-EVT-ORDNUM  TO WK-EVT-ORDNUM(IN-EVT)
              MOVE WS-EVT-ARTIID  TO WK-EVT-ARTIID(IN-EVT)
              MOVE WS-EVT-TYPE    TO WK-EVT-TYPE(IN-EVT)
              MOVE WS-EVT-QT      TO WK-EVT-QT(IN-EVT)
              MOVE WS-EVT-REF     TO WK-EVT-REF(IN-EVT)
              MOVE WS-EVT-CODE    TO WK-EVT-CODE(IN-EVT)
              MOVE WS-EVT-LIB     TO WK-EVT-LIB(IN-EVT)
              MOVE "N"            TO WK-EVT-EDT(IN-EVT)
           END-IF.
      /
      ****************************************************************
      ******* EDITION EN ORDRE DE DATE PAR SELECTION REPETEE DE LA
      ******* PLUS PETITE CLE DATE/ETAPE NON ENCORE EDITEE
      ****************************************************************
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       EDITE-SUIVANT.
           MOVE HIGH-VALUE TO WS-TRI-MIN.
           MOVE "N" TO WS-TOP-RESTE.
           SET IN-EVT TO 1.
           PERFORM CHERCHE-PLUS-PETIT UNTIL IN-EVT > WK-EVT-NB.
      *
           IF WS-TOP-RESTE = "Y"
              MOVE "N" TO WS-TROUVE
              SET IN-EVT TO 1
              PERFORM CHERCHE-PETIT-POSTE UNTIL WS-TROUVE = "Y"
                                             OR IN-EVT > WK-EVT-NB
              IF WS-TROUVE = "Y"
                 MOVE "Y" TO WK-EVT-EDT(IN-EVT)
                 PERFORM EDITION-LIGNE
              ELSE
                 MOVE "N" TO WS-TOP-RESTE
              END-IF
           END-IF.
      /
       CHERCHE-PLUS-PETIT.
           IF WK-EVT-EDT(IN-EVT) = "N"
              AND WK-EVT-TRI(IN-EVT) NOT > WS-TRI-MIN
              MOVE WK-EVT-TRI(IN-EVT) TO WS-TRI-MIN
              MOVE "Y" TO WS-TOP-RESTE
           END-IF.
           SET IN-EVT UP BY 1.
      /
       CHERCHE-PETIT-POSTE.
           IF WK-EVT-EDT(IN-EVT) = "N"
              AND WK-EVT-TRI(IN-EVT) = WS-TRI-MIN
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-EVT UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* EDITION D'UNE LIGNE D'EVENEMENT
      ****************************************************************
      /
       EDITION-LIGNE.
           ADD 1 TO CPT-EVT.
           MOVE SPACE                  TO BPFTRC-ENR.
           MOVE WK-EVT-DT(IN-EVT)      TO BPFTRC-DT.
           MOVE WK-EVT-ORDNUM(IN-EVT)  TO BPFTRC-ORDNUM.
           MOVE WK-EVT-ARTIID(IN-EVT)  TO BPFTRC-ARTIID.
           MOVE WK-EVT-TYPE(IN-EVT)    TO BPFTRC-TYPE.
           MOVE WK-EVT-QT(IN-EVT)      TO BPFTRC-QT.
           MOVE WK-EVT-REF(IN-EVT)     TO BPFTRC-REF.
           MOVE WK-EVT-CODE(IN-EVT)    TO BPFTRC-CODE.
           MOVE WK-EVT-LIB(IN-EVT)     TO BPFTRC-LIB.
           WRITE BPFTRC-ENR.
      /
      ****************************************************************
      ******* ECRITURE D'UNE LIGNE DE STATUT/ERREUR SUR LE LISTING
      ****************************************************************
      /
       EDITION-MSG.
           MOVE SPACE  TO BPFTRC-ENR.
           MOVE WS-MSG TO BPFTRC-ENR(2:30).
           WRITE BPFTRC-ENR.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE CPT-LUS TO BPFTRC-TOT-LUS.
           MOVE CPT-EVT TO BPFTRC-TOT-EVT.
           MOVE CPT-ANO TO BPFTRC-TOT-ANO.
           WRITE BPFTRC-TOTALS.
      /
