       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCK100.
      /
      ***********************
      * This program prints the warehouse pick lists of the day's
      * accepted order lines, the paper the pickers were missing:
      * once BAL100 has cleared the day (its BALSTAT verdict for
      * today must say "OK", as for STK100), the accepted DISPORD
      * lines of the selected run are grouped by site and order
      * number and, inside each order, listed in walking order
      * through the warehouse - ascending aisle, bay and level of
      * the article's primary pick face on EMPLACE - with the
      * overflow location alongside for when the face runs dry.
      * The run is chosen the STK100 way: the DISPSEL selection,
      * or the latest run stamped on DISPORD without one. Lines of
      * an order held for review at order level ("H") are left off
      * like STK100 leaves them on the shelf, unless the order desk
      * has released the order on ORDREL. A kit line is listed as
      * its components, each for the line's quantity times its
      * quantity per kit, the way STK100 issues it, and names the
      * kit it goes into. A line whose article has no primary
      * location is listed in a separate section at the end, by
      * site and order, so the missing locations get keyed on
      * EMPLACE through EMP100. Nothing is written but the listing.
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
           SELECT  DISPORD
                   ASSIGN       TO DATABASE-DISPORD
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  EMPLACE
                   ASSIGN       TO DATABASE-EMPLACE
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF EMP-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  DISPSEL
                   ASSIGN       TO DATABASE-DISPSEL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BALSTAT
                   ASSIGN       TO DATABASE-BALSTAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  ORDREL
                   ASSIGN       TO DATABASE-ORDREL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFPCK
                   ASSIGN       TO PRINTER-BPFPCK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  DISPORD   LABEL RECORD STANDARD.
       01  DISP-ENR-DDS.
           COPY DDS-ALL-FORMAT OF DISPORD.
      *
       FD  EMPLACE   LABEL RECORD STANDARD.
       01  EMP-ENR-DDS.
           COPY DDS-ALL-FORMAT OF EMPLACE.
      *
      ****************************************************************
      **** RUN-SELECTION PARAMETER - DISPORD ACCUMULATES ACROSS RUNS
      **** AND ONLY THE SELECTED RUN'S LINES ARE PICKED - SEE
      **** DISPSEL - AN ABSENT RECORD DEFAULTS TO THE LATEST RUN
      ****************************************************************
       FD  DISPSEL  LABEL RECORD STANDARD.
       01  SEL-ENR-DDS.
           COPY DDS-ALL-FORMAT OF DISPSEL.
      *
      ****************************************************************
      **** BAL100 VERDICT FILE - THE LATEST ROW OF THE DAY MUST SAY
      **** "OK" BEFORE ANYTHING IS PICKED OFF THE DISPOSITIONS
      ****************************************************************
       FD  BALSTAT  LABEL RECORD STANDARD.
       01  BALSTAT-ENR.
           05  FILLER             PIC X(1).
           05  BALSTAT-DT         PIC X(8).
           05  FILLER             PIC X(1).
           05  BALSTAT-VERDICT    PIC X(2).
           05  FILLER             PIC X(1).
           05  BALSTAT-DET        PIC 9(8).
           05  FILLER             PIC X(1).
           05  BALSTAT-DIS        PIC 9(8).
           05  FILLER             PIC X(1).
           05  BALSTAT-ANO        PIC 9(8).
      *
      ****************************************************************
      **** HELD-ORDER RELEASES SIGNED OFF BY THE ORDER DESK - AN
      **** "H" ORDER NAMED HERE IS NOT HELD AND ITS ACCEPTED LINES
      **** ARE PICKED - READ ONLY, STK100'S JOB CL CLEARS THE FILE
      ****************************************************************
       FD  ORDREL  LABEL RECORD STANDARD.
       01  REL-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ORDREL.
      *
      ****************************************************************
      **** PICK LIST - A HEADING LINE PER SITE AND ORDER, THEN ONE
      **** LINE PER ARTICLE TO PICK IN WALKING ORDER, WITH THE
      **** OVERFLOW LOCATION - THE LINES WITHOUT A LOCATION FOLLOW
      **** IN THEIR OWN SECTION
      ****************************************************************
       FD  BPFPCK  LABEL RECORD STANDARD.
       01  BPFPCK-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(3)  VALUE SPACE.
           05  BPFPCK-EMPL        PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFPCK-ARTIID      PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFPCK-QT          PIC -(7)9,999.
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  FILLER             PIC X(4)  VALUE "OVF=".
           05  BPFPCK-DEB         PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  FILLER             PIC X(4)  VALUE "KIT=".
           05  BPFPCK-KIT         PIC X(15).
      *
       01  BPFPCK-ORDRE REDEFINES BPFPCK-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(5)  VALUE "SITE=".
           05  BPFPCK-ORD-SITE    PIC X(3).
           05  FILLER             PIC X(2).
           05  FILLER             PIC X(6)  VALUE "ORDER=".
           05  BPFPCK-ORD-ORDNUM  PIC X(10).
           05  FILLER             PIC X(55).
      *
       01  BPFPCK-ENTETE REDEFINES BPFPCK-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(10) VALUE "PICK LIST ".
           05  BPFPCK-ENT-DT      PIC X(8).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "RUN=".
           05  BPFPCK-ENT-NO      PIC Z9.
           05  FILLER             PIC X(1).
           05  BPFPCK-ENT-LIB     PIC X(40).
           05  FILLER             PIC X(15).
      *
       01  BPFPCK-TOTALS REDEFINES BPFPCK-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFPCK-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LIG=".
           05  BPFPCK-TOT-LIG     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "SEM=".
           05  BPFPCK-TOT-SEM     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "TEN=".
           05  BPFPCK-TOT-TEN     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ANO=".
           05  BPFPCK-TOT-ANO     PIC Z(5)9.
           05  FILLER             PIC X(15).
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
       77  CPT-LIG           PIC 9(6) VALUE ZERO.
       77  CPT-SEM           PIC 9(6) VALUE ZERO.
       77  CPT-TEN           PIC 9(6) VALUE ZERO.
       77  CPT-ANO           PIC 9(6) VALUE ZERO.
      *
      ***** ORDRES TENUS POUR VISA ("H" AU NIVEAU ORDRE) DU RUN
      ***** VISE - RELEVES DANS UNE PRE-PASSE SUR DISPORD, LEURS
      ***** LIGNES NE SONT PAS PRELEVEES TANT QUE LE BUREAU N'A PAS
      ***** RELACHE L'ORDRE - TABLE PLEINE = LES ORDRES TENUS
      ***** SUIVANTS SONT PRELEVES, COMME STK100 LES SORTIRAIT
       77  WK-TEN-NBPST      PIC 9(3) VALUE 100.
       77  WK-TEN-NB         PIC 9(3) VALUE ZERO.
       01  WK-TEN-TABLE.
           05  WK-TEN-TP    OCCURS 100 INDEXED BY IN-TEN.
               10  WK-TEN-ORDNUM      PIC X(10).
      *
       77  WS-TEN-TROUVE     PIC X    VALUE "N".
      *
      ***** ORDRES RELACHES PAR LE BUREAU (ORDREL) - UN ORDRE "H"
      ***** NOMME ICI N'EST PLUS TENU
       77  WK-REL-NBPST      PIC 9(3) VALUE 100.
       77  WK-REL-NB         PIC 9(3) VALUE ZERO.
       01  WK-REL-TABLE.
           05  WK-REL-TP    OCCURS 100 INDEXED BY IN-REL.
               10  WK-REL-ORDNUM      PIC X(10).
      *
       77  WS-REL-TROUVE     PIC X    VALUE "N".
       77  WS-REL-EOF        PIC X    VALUE "N".
      *
      ***** RUN VISE - POSE PAR DISPSEL QUAND UN PARAMETRE EST
      ***** FOURNI, SINON LE DERNIER RUN ESTAMPILLE SUR DISPORD
       77  WS-CIB-DT         PIC X(8) VALUE SPACE.
       77  WS-CIB-NO         PIC 9(2) VALUE ZERO.
       77  WS-CIB-FIN        PIC X(8) VALUE SPACE.
       77  WS-MAX-DT         PIC X(8) VALUE SPACE.
       77  WS-MAX-NO         PIC 9(2) VALUE ZERO.
       77  WS-CIB-EOF        PIC X    VALUE "N".
       77  WS-RETENU         PIC X    VALUE "Y".
      *
      ***** VERDICT BAL100 DU JOUR - LE DERNIER DE LA DATE GAGNE,
      ***** PAS DE LIGNE DU JOUR = PAS DE CONTROLE PASSE = REFUS
       77  WS-BAL-OK         PIC X    VALUE "N".
       77  WS-BAL-EOF        PIC X    VALUE "N".
      *
      ***** LIGNES A PRELEVER - CLE DE TRI SITE, ORDRE PUIS
      ***** EMPLACEMENT PRINCIPAL (ALLEE, TRAVEE, NIVEAU), QUI EST
      ***** L'ORDRE DE MARCHE DANS L'ENTREPOT - WK-PCK-LOC A "N"
      ***** QUAND L'ARTICLE N'A PAS D'EMPLACEMENT PRINCIPAL,
      ***** WK-PCK-PRIS PASSE A "Y" QUAND LA LIGNE EST EDITEE -
      ***** TABLE PLEINE = LA LIGNE N'EST PAS LISTEE, ANO= LE
      ***** SIGNALE
       77  WK-PCK-NBPST      PIC 9(4) VALUE 2000.
       77  WK-PCK-NB         PIC 9(4) VALUE ZERO.
       01  WK-PCK-TABLE.
           05  WK-PCK-TP    OCCURS 2000 INDEXED BY IN-PCK.
               10  WK-PCK-TRI.
                   15  WK-PCK-SITE        PIC X(3).
                   15  WK-PCK-ORDNUM      PIC X(10).
                   15  WK-PCK-ALLEE       PIC X(3).
                   15  WK-PCK-TRAVEE      PIC X(3).
                   15  WK-PCK-NIVEAU      PIC X(2).
               10  WK-PCK-ARTIID      PIC X(15).
               10  WK-PCK-QT          PIC S9(8)V9(3) COMP-3.
               10  WK-PCK-KIT         PIC X(15).
               10  WK-PCK-DEB         PIC X(10).
               10  WK-PCK-LOC         PIC X(1).
               10  WK-PCK-PRIS        PIC X(1).
      *
      ***** EDITION PAR SELECTION REPETEE - LA PLUS PETITE CLE DE
      ***** TRI NON ENCORE EDITEE DE LA SECTION EN COURS
       77  WS-TRI-MIN        PIC X(21) VALUE SPACE.
       77  WS-TOP-RESTE      PIC X    VALUE "N".
       77  WS-TROUVE         PIC X    VALUE "N".
       77  WS-SECTION        PIC X(1) VALUE SPACE.
       77  WS-SITE-PREC      PIC X(3) VALUE SPACE.
       77  WS-ORD-PREC       PIC X(10) VALUE SPACE.
      *
      ***** ARTICLE ET QUANTITE A PRELEVER - CEUX DE LA LIGNE, OU
      ***** POUR UNE LIGNE DE KIT CEUX DE CHAQUE COMPOSANT
       77  WS-PCK-ARTIID     PIC X(15) VALUE SPACE.
       77  WS-PCK-QT         PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WS-PCK-KIT        PIC X(15) VALUE SPACE.
      *
      ***** EMPLACEMENT EDITE ALLEE-TRAVEE-NIVEAU
       01  WS-EMPL-EDIT.
           05  WS-EMPL-ALLEE      PIC X(3).
           05  FILLER             PIC X(1)  VALUE "-".
           05  WS-EMPL-TRAVEE     PIC X(3).
           05  FILLER             PIC X(1)  VALUE "-".
           05  WS-EMPL-NIVEAU     PIC X(2).
      *
      ***** COMPOSITION DU DERNIER ARTICLE EXPLOSE - KITEXP N'EST
      ***** RAPPELE QUE QUAND L'ARTICLE CHANGE
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
      ***** SELECTION DE RUN - UN ENREGISTREMENT DISPSEL ABSENT
      ***** RETOMBE SUR LE DERNIER RUN ESTAMPILLE, RESOLU PLUS BAS
           OPEN INPUT  DISPSEL.
           READ DISPSEL NEXT AT END
                GO  TO   FIN-DISPSEL.
           MOVE PRM-RUN-DT OF SEL-ENR-DDS TO WS-CIB-DT.
           IF PRM-RUN-NO OF SEL-ENR-DDS IS NUMERIC
              MOVE PRM-RUN-NO OF SEL-ENR-DDS TO WS-CIB-NO
           END-IF.
           MOVE PRM-DT-FIN OF SEL-ENR-DDS TO WS-CIB-FIN.
       FIN-DISPSEL.
           CLOSE DISPSEL.
      *
      ***** LES RELACHES DU BUREAU - LES ORDRES "H" QU'IL A VISES
           PERFORM CHARGE-RELACHES.
      *
      ***** SANS SELECTION EXPLICITE, LE DERNIER RUN ACCUMULE - LA
      ***** CIBLE EST RESOLUE AVANT LA PRE-PASSE DES TENUS
           IF WS-CIB-DT = SPACE AND WS-CIB-FIN = SPACE
              PERFORM RESOUD-RUN-CIBLE
           END-IF.
      *
      ***** PRE-PASSE - RELEVE DES ORDRES TENUS POUR VISA DU SEUL
      ***** RUN VISE
           OPEN INPUT  DISPORD.
           PERFORM CHARGE-ORDRES-TENUS.
           CLOSE DISPORD.
      *
           OPEN INPUT  DISPORD.
           OPEN INPUT  EMPLACE.
           OPEN OUTPUT BPFPCK.
      *
           MOVE SPACE TO BPFPCK-ENR.
           MOVE WS-CIB-DT TO BPFPCK-ENT-DT.
           MOVE WS-CIB-NO TO BPFPCK-ENT-NO.
           MOVE "WALKING ORDER BY SITE AND ORDER" TO BPFPCK-ENT-LIB.
           WRITE BPFPCK-ENTETE.
      *
      ***** LE VERDICT BAL100 DU JOUR DOIT DIRE "OK" AVANT QUE LA
      ***** MOINDRE LIGNE PARTE EN PRELEVEMENT - ABSENT OU "KO" =
      ***** REFUS DE DEMARRER
           PERFORM CONTROLE-BALANCE.
           IF WS-BAL-OK = "N"
              MOVE SPACE TO BPFPCK-ENR
              MOVE "NOT RUN - BALANCE CHECK KO OR MISSING"
                   TO BPFPCK-ENR(2:37)
              WRITE BPFPCK-ENR
              MOVE HIGH-VALUE TO WS-END
              GO  TO   VIDE
           END-IF.
      *
           MOVE "00" TO WS-END.
      *
           READ DISPORD NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   VIDE.
      *
           PERFORM TRAITEMENT-DETAIL UNTIL WS-END = HIGH-VALUE.
      *
      ***** LES LIGNES SITUEES EN ORDRE DE MARCHE, PUIS CELLES DONT
      ***** L'ARTICLE N'A PAS D'EMPLACEMENT
           MOVE "Y" TO WS-SECTION.
           PERFORM EDITION-SECTION.
      *
           MOVE SPACE TO BPFPCK-ENR.
           MOVE WS-CIB-DT TO BPFPCK-ENT-DT.
           MOVE WS-CIB-NO TO BPFPCK-ENT-NO.
           MOVE "LINES WITHOUT A STORAGE LOCATION" TO BPFPCK-ENT-LIB.
           WRITE BPFPCK-ENTETE.
           MOVE "N" TO WS-SECTION.
           PERFORM EDITION-SECTION.
      *
       VIDE.
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  DISPORD
                  EMPLACE
                  BPFPCK.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "PCK100"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "LIG"      TO RUN-LIB2.
           MOVE CPT-LIG    TO RUN-CPT2.
           MOVE "SEM"      TO RUN-LIB3.
           MOVE CPT-SEM    TO RUN-CPT3.
           CALL "RUNSTAT" USING RUN-PARM.
      *
           STOP    RUN.
      ***********************************************************
      ***  END PROGRAM
      ***********************************************************
      /
       TRAITEMENT-DETAIL SECTION.
      ***************************
      /
       TRT-RECORD.
           IF WS-END = "00" THEN
      *
           ADD 1 TO CPT-LUS
      ***** SEULES LES LIGNES ACCEPTEES DU RUN VISE SONT PRELEVEES -
      ***** LES SYNTHESES AU NIVEAU ORDRE (ORDDAR A BLANC) NON - UNE
      ***** LIGNE D'UN ORDRE TENU ("H") ATTEND LE RELACHEMENT DU
      ***** BUREAU
           PERFORM FILTRE-RUN THRU FILTRE-RUN-FIN
           IF WS-RETENU = "Y"
              AND DISP-CODE = "A" AND DISP-ORDDAR NOT = SPACE
              PERFORM VERIFIE-ORDRE-TENU
              IF WS-TEN-TROUVE = "Y"
                 PERFORM VERIFIE-ORDRE-RELACHE
                 IF WS-REL-TROUVE = "Y"
                    PERFORM RETIENS-LIGNE
                 ELSE
                    ADD 1 TO CPT-TEN
                 END-IF
              ELSE
                 PERFORM RETIENS-LIGNE
              END-IF
           END-IF.
      *
       READ-NEXT.
           READ DISPORD NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   END-RECORD.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* MISE EN TABLE D'UNE LIGNE A PRELEVER - UN ARTICLE
      ******* ORDINAIRE SE PRELEVE LUI-MEME, UN KIT COMPOSANT PAR
      ******* COMPOSANT, COMME STK100 LE SORT DU STOCK
      ****************************************************************
      /
       RETIENS-LIGNE.
           IF DISP-ORDDAR NOT = WS-KEX-DERNIER
              MOVE DISP-ORDDAR TO KEX-PRM-ARTIID
              CALL "KITEXP" USING KEX-PARM
              MOVE DISP-ORDDAR TO WS-KEX-DERNIER
           END-IF.
      *
           IF KEX-NB = ZERO
              MOVE DISP-ORDDAR TO WS-PCK-ARTIID
              MOVE DISP-QT     TO WS-PCK-QT
              MOVE SPACE       TO WS-PCK-KIT
              PERFORM AJOUTE-POSTE
           ELSE
              SET IN-KEX TO 1
              PERFORM RETIENS-COMPOSANT UNTIL IN-KEX > KEX-NB
           END-IF.
      /
       RETIENS-COMPOSANT.
           MOVE KEX-CMP-ID(IN-KEX) TO WS-PCK-ARTIID.
           COMPUTE WS-PCK-QT ROUNDED =
                   DISP-QT * KEX-CMP-QT(IN-KEX).
           MOVE DISP-ORDDAR        TO WS-PCK-KIT.
           PERFORM AJOUTE-POSTE.
           SET IN-KEX UP BY 1.
      /
      ****************************************************************
      ******* AJOUT DU POSTE A LA TABLE AVEC L'EMPLACEMENT PRINCIPAL
      ******* DE L'ARTICLE (LA CLE DE MARCHE) ET SON DEBORD
      ****************************************************************
      /
       AJOUTE-POSTE.
           IF WK-PCK-NB NOT < WK-PCK-NBPST
              ADD 1 TO CPT-ANO
           ELSE
              ADD 1 TO WK-PCK-NB
              SET IN-PCK TO WK-PCK-NB
              MOVE DISP-SITE     TO WK-PCK-SITE(IN-PCK)
              MOVE DISP-ORDNUM   TO WK-PCK-ORDNUM(IN-PCK)
              MOVE SPACE         TO WK-PCK-ALLEE(IN-PCK)
              MOVE SPACE         TO WK-PCK-TRAVEE(IN-PCK)
              MOVE SPACE         TO WK-PCK-NIVEAU(IN-PCK)
              MOVE WS-PCK-ARTIID TO WK-PCK-ARTIID(IN-PCK)
              MOVE WS-PCK-QT     TO WK-PCK-QT(IN-PCK)
              MOVE WS-PCK-KIT    TO WK-PCK-KIT(IN-PCK)
              MOVE SPACE         TO WK-PCK-DEB(IN-PCK)
              MOVE "N"           TO WK-PCK-LOC(IN-PCK)
              MOVE "N"           TO WK-PCK-PRIS(IN-PCK)
              PERFORM CHERCHE-EMPLACEMENTS
           END-IF.
      /
       CHERCHE-EMPLACEMENTS.
           MOVE WS-PCK-ARTIID TO EMP-ARTIID.
           MOVE "P"           TO EMP-TYPE.
           READ EMPLACE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     MOVE "Y"        TO WK-PCK-LOC(IN-PCK)
                     MOVE EMP-ALLEE  TO WK-PCK-ALLEE(IN-PCK)
                     MOVE EMP-TRAVEE TO WK-PCK-TRAVEE(IN-PCK)
                     MOVE EMP-NIVEAU TO WK-PCK-NIVEAU(IN-PCK)
           END-READ.
      *
           MOVE WS-PCK-ARTIID TO EMP-ARTIID.
           MOVE "O"           TO EMP-TYPE.
           READ EMPLACE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     MOVE EMP-ALLEE    TO WS-EMPL-ALLEE
                     MOVE EMP-TRAVEE   TO WS-EMPL-TRAVEE
                     MOVE EMP-NIVEAU   TO WS-EMPL-NIVEAU
                     MOVE WS-EMPL-EDIT TO WK-PCK-DEB(IN-PCK)
           END-READ.
      /
      ****************************************************************
      ******* EDITION D'UNE SECTION DE LA LISTE (WS-SECTION "Y" LES
      ******* LIGNES SITUEES, "N" LES AUTRES) PAR SELECTION REPETEE
      ******* DE LA PLUS PETITE CLE SITE/ORDRE/EMPLACEMENT - A CLE
      ******* EGALE, L'ORDRE DE DISPORD
      ****************************************************************
      /
       EDITION-SECTION.
           MOVE HIGH-VALUE TO WS-SITE-PREC.
           MOVE HIGH-VALUE TO WS-ORD-PREC.
           MOVE "Y" TO WS-TOP-RESTE.
           PERFORM EDITE-SUIVANT UNTIL WS-TOP-RESTE = "N".
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       EDITE-SUIVANT.
           MOVE HIGH-VALUE TO WS-TRI-MIN.
           MOVE "N" TO WS-TOP-RESTE.
           SET IN-PCK TO 1.
           PERFORM CHERCHE-PLUS-PETIT UNTIL IN-PCK > WK-PCK-NB.
      *
           IF WS-TOP-RESTE = "Y"
              MOVE "N" TO WS-TROUVE
              SET IN-PCK TO 1
              PERFORM CHERCHE-PETIT-POSTE UNTIL WS-TROUVE = "Y"
                                             OR IN-PCK > WK-PCK-NB
              IF WS-TROUVE = "Y"
                 MOVE "Y" TO WK-PCK-PRIS(IN-PCK)
                 PERFORM EDITION-LIGNE
              ELSE
                 MOVE "N" TO WS-TOP-RESTE
              END-IF
           END-IF.
      /
       CHERCHE-PLUS-PETIT.
           IF WK-PCK-PRIS(IN-PCK) = "N"
              AND WK-PCK-LOC(IN-PCK) = WS-SECTION
              AND WK-PCK-TRI(IN-PCK) NOT > WS-TRI-MIN
              MOVE WK-PCK-TRI(IN-PCK) TO WS-TRI-MIN
              MOVE "Y" TO WS-TOP-RESTE
           END-IF.
           SET IN-PCK UP BY 1.
      /
       CHERCHE-PETIT-POSTE.
           IF WK-PCK-PRIS(IN-PCK) = "N"
              AND WK-PCK-LOC(IN-PCK) = WS-SECTION
              AND WK-PCK-TRI(IN-PCK) = WS-TRI-MIN
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-PCK UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* LIGNE DE PRELEVEMENT - PRECEDEE DE L'EN-TETE SITE/ORDRE
      ******* A CHAQUE CHANGEMENT D'ORDRE
      ****************************************************************
      /
       EDITION-LIGNE.
           IF WK-PCK-SITE(IN-PCK) NOT = WS-SITE-PREC
              OR WK-PCK-ORDNUM(IN-PCK) NOT = WS-ORD-PREC
              MOVE WK-PCK-SITE(IN-PCK)   TO WS-SITE-PREC
              MOVE WK-PCK-ORDNUM(IN-PCK) TO WS-ORD-PREC
              MOVE SPACE TO BPFPCK-ENR
              MOVE WS-SITE-PREC TO BPFPCK-ORD-SITE
              MOVE WS-ORD-PREC  TO BPFPCK-ORD-ORDNUM
              WRITE BPFPCK-ORDRE
           END-IF.
      *
           MOVE SPACE TO BPFPCK-ENR.
           IF WK-PCK-LOC(IN-PCK) = "Y"
              ADD 1 TO CPT-LIG
              MOVE WK-PCK-ALLEE(IN-PCK)  TO WS-EMPL-ALLEE
              MOVE WK-PCK-TRAVEE(IN-PCK) TO WS-EMPL-TRAVEE
              MOVE WK-PCK-NIVEAU(IN-PCK) TO WS-EMPL-NIVEAU
              MOVE WS-EMPL-EDIT          TO BPFPCK-EMPL
           ELSE
              ADD 1 TO CPT-SEM
              MOVE "NO LOC."             TO BPFPCK-EMPL
           END-IF.
           MOVE WK-PCK-ARTIID(IN-PCK) TO BPFPCK-ARTIID.
           MOVE WK-PCK-QT(IN-PCK)     TO BPFPCK-QT.
           MOVE WK-PCK-DEB(IN-PCK)    TO BPFPCK-DEB.
           MOVE WK-PCK-KIT(IN-PCK)    TO BPFPCK-KIT.
           WRITE BPFPCK-ENR.
      /
      ****************************************************************
      ******* PRE-PASSE SUR DISPORD - SEULES LES SYNTHESES "H" DU
      ******* SEUL RUN VISE SONT GARDEES EN TABLE
      ****************************************************************
      /
       CHARGE-ORDRES-TENUS SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE "00" TO WS-END.
      *
           READ DISPORD NEXT AT END
                        MOVE HIGH-VALUE TO WS-END.
      *
           PERFORM CHARGE-TENU-SUIVANT UNTIL WS-END = HIGH-VALUE.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CHARGE-TENU-SUIVANT.
           PERFORM FILTRE-RUN THRU FILTRE-RUN-FIN.
           IF WS-RETENU = "Y"
              AND DISP-ORDDAR = SPACE
              AND DISP-CODE = "H"
              AND DISP-ORDNUM NOT = SPACE
              IF WK-TEN-NB < WK-TEN-NBPST
                 ADD 1 TO WK-TEN-NB
                 SET IN-TEN TO WK-TEN-NB
                 MOVE DISP-ORDNUM TO WK-TEN-ORDNUM(IN-TEN)
              END-IF
           END-IF.
      *
           READ DISPORD NEXT AT END
                MOVE HIGH-VALUE TO WS-END
           END-READ.
      /
      ****************************************************************
      ******* RELEVE DU DERNIER RUN ESTAMPILLE SUR DISPORD - LA
      ******* CIBLE PAR DEFAUT QUAND AUCUN DISPSEL N'EST FOURNI
      ****************************************************************
      /
       RESOUD-RUN-CIBLE SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT DISPORD.
           MOVE "N" TO WS-CIB-EOF.
           PERFORM RELEVE-RUN-SUIVANT UNTIL WS-CIB-EOF = "Y".
           CLOSE DISPORD.
      *
           IF WS-MAX-DT NOT = SPACE
              MOVE WS-MAX-DT TO WS-CIB-DT
              MOVE WS-MAX-NO TO WS-CIB-NO
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       RELEVE-RUN-SUIVANT.
           READ DISPORD NEXT AT END
                MOVE "Y" TO WS-CIB-EOF
           END-READ.
      *
           IF WS-CIB-EOF NOT = "Y"
              IF DISP-RUN-DT NOT = SPACE
                 AND DISP-RUN-NO IS NUMERIC
                 IF DISP-RUN-DT > WS-MAX-DT
                    OR (DISP-RUN-DT = WS-MAX-DT
                        AND DISP-RUN-NO > WS-MAX-NO)
                    MOVE DISP-RUN-DT TO WS-MAX-DT
                    MOVE DISP-RUN-NO TO WS-MAX-NO
                 END-IF
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* RETENUE DE L'ENREGISTREMENT DISPORD COURANT SELON LE
      ******* RUN VISE - PERIODE QUAND UNE DATE DE FIN EST POSEE,
      ******* SINON DATE/NUMERO EXACTS
      ****************************************************************
      /
       FILTRE-RUN.
           MOVE "Y" TO WS-RETENU.
           IF WS-CIB-FIN NOT = SPACE
              IF DISP-RUN-DT < WS-CIB-DT
                 OR DISP-RUN-DT > WS-CIB-FIN
                 MOVE "N" TO WS-RETENU
              END-IF
              GO  TO     FILTRE-RUN-FIN
           END-IF.
           IF WS-CIB-DT NOT = SPACE
              AND DISP-RUN-DT NOT = WS-CIB-DT
              MOVE "N" TO WS-RETENU
           END-IF.
           IF WS-CIB-NO NOT = ZERO
              IF DISP-RUN-NO NOT NUMERIC
                 MOVE "N" TO WS-RETENU
              ELSE
                 IF DISP-RUN-NO NOT = WS-CIB-NO
                    MOVE "N" TO WS-RETENU
                 END-IF
              END-IF
           END-IF.
       FILTRE-RUN-FIN.
           EXIT.
      /
      ****************************************************************
      ******* LECTURE DU VERDICT BAL100 DU JOUR SUR BALSTAT - LE
      ******* DERNIER DE LA DATE GAGNE, AUCUNE LIGNE DU JOUR VAUT
      ******* REFUS
      ****************************************************************
      /
       CONTROLE-BALANCE.
           MOVE "N" TO WS-BAL-OK.
           OPEN INPUT BALSTAT.
           MOVE "N" TO WS-BAL-EOF.
           PERFORM CONTROLE-BAL-SUIVANT UNTIL WS-BAL-EOF = "Y".
           CLOSE BALSTAT.
      /
       CONTROLE-BAL-SUIVANT.
           READ BALSTAT NEXT AT END
                MOVE "Y" TO WS-BAL-EOF
           END-READ.
      *
           IF WS-BAL-EOF NOT = "Y"
              IF BALSTAT-DT = WS-TODAY-DATE
                 IF BALSTAT-VERDICT = "OK"
                    MOVE "Y" TO WS-BAL-OK
                 ELSE
                    MOVE "N" TO WS-BAL-OK
                 END-IF
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* CHARGEMENT DES RELACHES DU BUREAU DEPUIS ORDREL
      ****************************************************************
      /
       CHARGE-RELACHES SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT ORDREL.
           MOVE "N" TO WS-REL-EOF.
           PERFORM CHARGE-REL-SUIVANT UNTIL WS-REL-EOF = "Y".
           CLOSE ORDREL.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CHARGE-REL-SUIVANT.
           READ ORDREL NEXT AT END
                MOVE "Y" TO WS-REL-EOF
           END-READ.
      *
           IF WS-REL-EOF NOT = "Y"
              IF REL-ORDNUM NOT = SPACE
                 AND WK-REL-NB < WK-REL-NBPST
                 ADD 1 TO WK-REL-NB
                 SET IN-REL TO WK-REL-NB
                 MOVE REL-ORDNUM TO WK-REL-ORDNUM(IN-REL)
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* RECHERCHE DE L'ORDRE TENU COURANT DANS LES RELACHES
      ******* DU BUREAU
      ****************************************************************
      /
       VERIFIE-ORDRE-RELACHE.
           MOVE "N" TO WS-REL-TROUVE.
           IF WK-REL-NB NOT = ZERO
              SET IN-REL TO 1
              PERFORM VERIFIE-REL-TOUR UNTIL WS-REL-TROUVE = "Y"
                                           OR IN-REL > WK-REL-NB
           END-IF.
      /
       VERIFIE-REL-TOUR.
           IF WK-REL-ORDNUM(IN-REL) = DISP-ORDNUM
              MOVE "Y" TO WS-REL-TROUVE
           ELSE
              SET IN-REL UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* RECHERCHE DE L'ORDRE DE LA LIGNE COURANTE DANS LA
      ******* TABLE DES ORDRES TENUS - LIGNE SANS ORDRE = JAMAIS
      ******* TENUE
      ****************************************************************
      /
       VERIFIE-ORDRE-TENU.
           MOVE "N" TO WS-TEN-TROUVE.
           IF DISP-ORDNUM NOT = SPACE
              AND WK-TEN-NB NOT = ZERO
              SET IN-TEN TO 1
              PERFORM VERIFIE-TENU-TOUR UNTIL WS-TEN-TROUVE = "Y"
                                            OR IN-TEN > WK-TEN-NB
           END-IF.
      /
       VERIFIE-TENU-TOUR.
           IF WK-TEN-ORDNUM(IN-TEN) = DISP-ORDNUM
              MOVE "Y" TO WS-TEN-TROUVE
           ELSE
              SET IN-TEN UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE CPT-LUS TO BPFPCK-TOT-LUS.
           MOVE CPT-LIG TO BPFPCK-TOT-LIG.
           MOVE CPT-SEM TO BPFPCK-TOT-SEM.
           MOVE CPT-TEN TO BPFPCK-TOT-TEN.
           MOVE CPT-ANO TO BPFPCK-TOT-ANO.
           WRITE BPFPCK-TOTALS.
      /
