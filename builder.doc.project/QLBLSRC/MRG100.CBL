       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRG100.
      /
      ***********************
      * This program prints the monthly gross margin by site and
      * by article - the question of which articles are sold at a
      * loss, which nothing could answer while STK-COUT only held
      * the last receipt price. Revenue is DISP-QT times DISP-PR
      * over the accepted DISPORD lines of the period, grouped by
      * DISP-SITE; the cost of goods issued is MVT-QT times the
      * MVT-COUT weighted-average cost STK100 stamps on every "S"
      * issue movement of the period, grouped by the MVT-SITE it
      * carries. Each site/article line shows revenue, cost,
      * margin and margin percent and is flagged *LOSS* when the
      * margin is negative; each site closes with a subtotal and
      * the report with a grand total. The period is the DISPSEL
      * selection when one is keyed (a single date stands for
      * itself, the run number is not used), otherwise the
      * LDA-MOIS month, the VAL100 default. Issues posted before
      * the cost was stamped carry no cost and show as full
      * margin.
      * A kit is sold under its own ARTIID but STK100 issues its
      * KITEXP components in its place, so the cost of a kit line
      * is rolled back up to the kit: the components each
      * accepted kit line of the period called for, per order,
      * are noted, and the "S" issues of those components on that
      * order are costed on the kit's line up to that quantity -
      * the kit shows its revenue against its real cost, and a
      * component shows only what it sold and cost on its own.
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
           SELECT  STKMVT
                   ASSIGN       TO DATABASE-STKMVT
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  DISPSEL
                   ASSIGN       TO DATABASE-DISPSEL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFMRG
                   ASSIGN       TO PRINTER-BPFMRG
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
      ****************************************************************
      **** MOVEMENT HISTORY - THE "S" ISSUES OF THE PERIOD CARRY THE
      **** COST OF THE GOODS SOLD AND THE SITE THAT SHIPPED THEM
      ****************************************************************
       FD  STKMVT  LABEL RECORD STANDARD.
       01  MVT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKMVT.
      *
      ****************************************************************
      **** RUN-SELECTION PARAMETER - SEE DISPSEL - AN ABSENT RECORD
      **** DEFAULTS TO THE LDA-MOIS MONTH
      ****************************************************************
       FD  DISPSEL  LABEL RECORD STANDARD.
       01  SEL-ENR-DDS.
           COPY DDS-ALL-FORMAT OF DISPSEL.
      *
      ****************************************************************
      **** MARGIN REPORT - ONE LINE PER SITE AND ARTICLE, A SUBTOTAL
      **** PER SITE AND A GRAND TOTAL
      ****************************************************************
       FD  BPFMRG  LABEL RECORD STANDARD.
       01  BPFMRG-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFMRG-SITE        PIC X(3).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFMRG-ARTIID      PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(3)  VALUE "CA=".
           05  BPFMRG-CA          PIC -(11)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(4)  VALUE "CMV=".
           05  BPFMRG-CMV         PIC -(11)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(4)  VALUE "MRG=".
           05  BPFMRG-MRG         PIC -(11)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFMRG-PCT         PIC -(4)9,99.
           05  FILLER             PIC X(1)  VALUE "%".
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFMRG-FLAG        PIC X(8).
      *
       01  BPFMRG-ENTETE REDEFINES BPFMRG-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(14) VALUE "MARGIN PERIOD ".
           05  BPFMRG-ENT-DEB     PIC X(8).
           05  FILLER             PIC X(4)  VALUE " TO ".
           05  BPFMRG-ENT-FIN     PIC X(8).
           05  FILLER             PIC X(63).
      *
       01  BPFMRG-TOTALS REDEFINES BPFMRG-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFMRG-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "MVT=".
           05  BPFMRG-TOT-MVT     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "NEG=".
           05  BPFMRG-TOT-NEG     PIC Z(5)9.
           05  FILLER             PIC X(53).
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
       77  CPT-MVT           PIC 9(6) VALUE ZERO.
       77  CPT-NEG           PIC 9(6) VALUE ZERO.
       77  CPT-ANO           PIC 9(6) VALUE ZERO.
      *
      ***** CUMULS PAR SITE ET ARTICLE - CHIFFRE D'AFFAIRES DES
      ***** LIGNES ACCEPTEES, COUT DES SORTIES - WK-MRG-EDT PASSE A
      ***** "Y" QUAND LE POSTE EST EDITE - TABLE PLEINE = LIGNE
      ***** COMPTEE EN ANOMALIE ET SIGNALEE EN FIN D'ETAT
       77  WK-MRG-NBPST      PIC 9(4) VALUE 3000.
       77  WK-MRG-NB         PIC 9(4) VALUE ZERO.
       01  WK-MRG-TABLE.
           05  WK-MRG-TP    OCCURS 3000 INDEXED BY IN-MRG IN-MIN.
               10  WK-MRG-CLE.
                   15  WK-MRG-SITE        PIC X(3).
                   15  WK-MRG-ARTIID      PIC X(15).
               10  WK-MRG-CA          PIC S9(13)V9(2) COMP-3.
               10  WK-MRG-CMV         PIC S9(13)V9(2) COMP-3.
               10  WK-MRG-EDT         PIC X(1).
      *
       01  WS-CLE.
           05  WS-CLE-SITE        PIC X(3).
           05  WS-CLE-ARTIID      PIC X(15).
       77  WS-TROUVE         PIC X    VALUE "N".
       77  WS-DISP-EOF       PIC X    VALUE "N".
       77  WS-MVT-EOF        PIC X    VALUE "N".
       77  WS-LIG-VAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
      *
      ***** COMPOSANTS DES LIGNES DE KIT ACCEPTEES DE LA PERIODE, PAR
      ***** COMMANDE - WK-KCP-RESTE EST LA QUANTITE DU COMPOSANT
      ***** ENCORE A RATTACHER AU KIT SUR LES SORTIES DE LA COMMANDE
      ***** - TABLE PLEINE = LIGNE COMPTEE EN ANOMALIE, LE COUT DU
      ***** COMPOSANT RESTE ALORS SUR LE COMPOSANT
       77  WK-KCP-NBPST      PIC 9(4) VALUE 1000.
       77  WK-KCP-NB         PIC 9(4) VALUE ZERO.
       01  WK-KCP-TABLE.
           05  WK-KCP-TP    OCCURS 1000 INDEXED BY IN-KCP.
               10  WK-KCP-ORDNUM      PIC X(10).
               10  WK-KCP-CMP         PIC X(15).
               10  WK-KCP-KIT         PIC X(15).
               10  WK-KCP-RESTE       PIC S9(11)V9(3) COMP-3.
       77  WS-KCP-PRIS       PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-KCP-RESTE      PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *
      ***** EXPLOSION D'UN KIT - SEE KITEXP - LES LIGNES D'UNE MEME
      ***** COMMANDE SE SUIVENT, KITEXP N'EST RAPPELE QUE QUAND
      ***** L'ARTICLE CHANGE
       77  WS-KEX-DERNIER    PIC X(15) VALUE HIGH-VALUE.
       01  KEX-PARM.
           05  KEX-PRM-ARTIID         PIC X(15).
           05  KEX-NB                 PIC 9(2).
           05  KEX-TP    OCCURS 20 INDEXED BY IN-KEX.
               10  KEX-CMP-ID         PIC X(15).
               10  KEX-CMP-QT         PIC S9(8)V9(3) COMP-3.
      *
      ***** EDITION PAR SELECTION REPETEE DE LA PLUS PETITE CLE
      ***** SITE/ARTICLE NON EDITEE, RUPTURE SUR LE SITE
       77  WS-FINI           PIC X    VALUE "N".
       77  WS-SITE-CUR       PIC X(3) VALUE SPACE.
       77  WS-PREMIER        PIC X    VALUE "Y".
       77  WS-ST-CA          PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-ST-CMV         PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-GT-CA          PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-GT-CMV         PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-ED-CA          PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-ED-CMV         PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-ED-MRG         PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-ED-PCT         PIC S9(5)V9(2)  COMP-3 VALUE ZERO.
      *
      ***** PERIODE - SELECTION DISPSEL OU MOIS LDA-MOIS
       77  WS-SEL-DT         PIC X(8) VALUE SPACE.
       77  WS-SEL-FIN        PIC X(8) VALUE SPACE.
       77  WS-PER-AA         PIC 9(4) VALUE ZERO.
       77  WS-PER-MM         PIC 9(2) VALUE ZERO.
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
      ***** SELECTION DE PERIODE - UNE DATE SEULE VAUT POUR ELLE-MEME
           OPEN INPUT  DISPSEL.
           READ DISPSEL NEXT AT END
                GO  TO   FIN-DISPSEL.
           MOVE PRM-RUN-DT OF SEL-ENR-DDS TO WS-SEL-DT.
           MOVE PRM-DT-FIN OF SEL-ENR-DDS TO WS-SEL-FIN.
       FIN-DISPSEL.
           CLOSE DISPSEL.
           IF WS-SEL-DT NOT = SPACE AND WS-SEL-FIN = SPACE
              MOVE WS-SEL-DT TO WS-SEL-FIN
           END-IF.
      *
      ***** SANS SELECTION, LE MOIS LDA-MOIS AVEC L'ANNEE DE CE MOIS
      ***** - LA MEME REGLE QUE VAL100
           IF WS-SEL-DT = SPACE AND WS-SEL-FIN = SPACE
              MOVE WS-TODAY-AA TO WS-PER-AA
              IF LDA-MOIS9 IS NUMERIC
                 MOVE LDA-MOIS9 TO WS-PER-MM
                 IF WS-PER-MM > WS-TODAY-MM
                    SUBTRACT 1 FROM WS-PER-AA
                 END-IF
              ELSE
                 MOVE WS-TODAY-MM TO WS-PER-MM
              END-IF
              MOVE WS-PER-AA TO WS-SEL-DT(1:4)
              MOVE WS-PER-MM TO WS-SEL-DT(5:2)
              MOVE "01"      TO WS-SEL-DT(7:2)
              MOVE WS-SEL-DT TO WS-SEL-FIN
              MOVE "31"      TO WS-SEL-FIN(7:2)
           END-IF.
      *
           OPEN OUTPUT BPFMRG.
           MOVE SPACE TO BPFMRG-ENR.
           MOVE WS-SEL-DT  TO BPFMRG-ENT-DEB.
           MOVE WS-SEL-FIN TO BPFMRG-ENT-FIN.
           WRITE BPFMRG-ENTETE.
      *
      ***** CHIFFRE D'AFFAIRES PUIS COUT DES SORTIES DE LA PERIODE
           PERFORM CUMUL-VENTES.
           PERFORM CUMUL-SORTIES.
      *
           PERFORM TRAITEMENT-DETAIL UNTIL WS-FINI = "Y".
      *
       VIDE.
           IF WS-PREMIER = "N"
              PERFORM EDITION-SOUS-TOTAL
           END-IF.
           MOVE SPACE           TO BPFMRG-ENR.
           MOVE "ALL"           TO BPFMRG-SITE.
           MOVE "*GRAND TOTAL*" TO BPFMRG-ARTIID.
           MOVE WS-GT-CA        TO WS-ED-CA.
           MOVE WS-GT-CMV       TO WS-ED-CMV.
           PERFORM EDITION-LIGNE.
      *
           IF CPT-ANO NOT = ZERO
              MOVE SPACE TO BPFMRG-ENR
              MOVE "TABLE FULL - LINES MISSING FROM THE REPORT"
                   TO BPFMRG-ENR(2:42)
              WRITE BPFMRG-ENR
           END-IF.
      *
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  BPFMRG.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "MRG100"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "MVT"      TO RUN-LIB2.
           MOVE CPT-MVT    TO RUN-CPT2.
           MOVE "NEG"      TO RUN-LIB3.
           MOVE CPT-NEG    TO RUN-CPT3.
           CALL "RUNSTAT" USING RUN-PARM.
      *
           STOP    RUN.
      ***********************************************************
      ***  END PROGRAM
      ***********************************************************
      /
      ****************************************************************
      ******* EDITION DU POSTE DE PLUS PETITE CLE SITE/ARTICLE NON
      ******* ENCORE EDITE - SOUS-TOTAL DU SITE PRECEDENT A LA
      ******* RUPTURE
      ****************************************************************
      /
       TRAITEMENT-DETAIL SECTION.
      ***************************
      /
       TRT-RECORD.
           SET IN-MIN TO 1.
           MOVE "N" TO WS-TROUVE.
           SET IN-MRG TO 1.
           PERFORM CHERCHE-MINIMUM UNTIL IN-MRG > WK-MRG-NB.
           IF WS-TROUVE = "N"
              MOVE "Y" TO WS-FINI
              GO  TO     END-RECORD
           END-IF.
      *
           IF WS-PREMIER = "N"
              AND WK-MRG-SITE(IN-MIN) NOT = WS-SITE-CUR
              PERFORM EDITION-SOUS-TOTAL
           END-IF.
           IF WS-PREMIER = "Y"
              OR WK-MRG-SITE(IN-MIN) NOT = WS-SITE-CUR
              MOVE "N"                 TO WS-PREMIER
              MOVE WK-MRG-SITE(IN-MIN) TO WS-SITE-CUR
              MOVE ZERO                TO WS-ST-CA
              MOVE ZERO                TO WS-ST-CMV
           END-IF.
      *
           MOVE "Y" TO WK-MRG-EDT(IN-MIN).
           ADD WK-MRG-CA(IN-MIN)  TO WS-ST-CA.
           ADD WK-MRG-CMV(IN-MIN) TO WS-ST-CMV.
           ADD WK-MRG-CA(IN-MIN)  TO WS-GT-CA.
           ADD WK-MRG-CMV(IN-MIN) TO WS-GT-CMV.
      *
           MOVE SPACE                 TO BPFMRG-ENR.
           MOVE WK-MRG-SITE(IN-MIN)   TO BPFMRG-SITE.
           MOVE WK-MRG-ARTIID(IN-MIN) TO BPFMRG-ARTIID.
           MOVE WK-MRG-CA(IN-MIN)     TO WS-ED-CA.
           MOVE WK-MRG-CMV(IN-MIN)    TO WS-ED-CMV.
           PERFORM EDITION-LIGNE.
           IF WS-ED-MRG < ZERO
              ADD 1 TO CPT-NEG
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CHERCHE-MINIMUM.
           IF WK-MRG-EDT(IN-MRG) = "N"
              IF WS-TROUVE = "N"
                 OR WK-MRG-CLE(IN-MRG) < WK-MRG-CLE(IN-MIN)
                 SET IN-MIN TO IN-MRG
                 MOVE "Y" TO WS-TROUVE
              END-IF
           END-IF.
           SET IN-MRG UP BY 1.
      /
      ****************************************************************
      ******* SOUS-TOTAL DU SITE EN COURS
      ****************************************************************
      /
       EDITION-SOUS-TOTAL.
           MOVE SPACE            TO BPFMRG-ENR.
           MOVE WS-SITE-CUR      TO BPFMRG-SITE.
           MOVE "*SITE TOTAL*"   TO BPFMRG-ARTIID.
           MOVE WS-ST-CA         TO WS-ED-CA.
           MOVE WS-ST-CMV        TO WS-ED-CMV.
           PERFORM EDITION-LIGNE.
      /
      ****************************************************************
      ******* LIGNE DE MARGE - MARGE ET TAUX DE MARGE SUR LE CHIFFRE
      ******* D'AFFAIRES, *LOSS* QUAND LA MARGE EST NEGATIVE - SITE
      ******* ET LIBELLE DEJA POSES PAR L'APPELANT
      ****************************************************************
      /
       EDITION-LIGNE.
           COMPUTE WS-ED-MRG = WS-ED-CA - WS-ED-CMV.
           MOVE ZERO TO WS-ED-PCT.
           IF WS-ED-CA NOT = ZERO
              COMPUTE WS-ED-PCT ROUNDED = WS-ED-MRG * 100 / WS-ED-CA
                   ON SIZE ERROR
                   MOVE ZERO TO WS-ED-PCT
              END-COMPUTE
           END-IF.
           MOVE WS-ED-CA  TO BPFMRG-CA.
           MOVE WS-ED-CMV TO BPFMRG-CMV.
           MOVE WS-ED-MRG TO BPFMRG-MRG.
           MOVE WS-ED-PCT TO BPFMRG-PCT.
           IF WS-ED-MRG < ZERO
              MOVE "*LOSS*" TO BPFMRG-FLAG
           ELSE
              MOVE SPACE    TO BPFMRG-FLAG
           END-IF.
           WRITE BPFMRG-ENR.
      /
      ****************************************************************
      ******* CHIFFRE D'AFFAIRES - LIGNES ACCEPTEES DE LA PERIODE,
      ******* LES SYNTHESES AU NIVEAU ORDRE (ORDDAR A BLANC) NE
      ******* PORTENT PAS DE VALEUR
      ****************************************************************
      /
       CUMUL-VENTES SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT DISPORD.
           MOVE "N" TO WS-DISP-EOF.
           PERFORM VENTE-SUIVANTE UNTIL WS-DISP-EOF = "Y".
           CLOSE DISPORD.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       VENTE-SUIVANTE.
           READ DISPORD NEXT AT END
                MOVE "Y" TO WS-DISP-EOF
           END-READ.
      *
           IF WS-DISP-EOF NOT = "Y"
              ADD 1 TO CPT-LUS
              IF DISP-CODE = "A"
                 AND DISP-ORDDAR NOT = SPACE
                 AND DISP-RUN-DT NOT < WS-SEL-DT
                 AND DISP-RUN-DT NOT > WS-SEL-FIN
                 MOVE DISP-SITE   TO WS-CLE-SITE
                 MOVE DISP-ORDDAR TO WS-CLE-ARTIID
                 PERFORM POSTE-CLE THRU POSTE-CLE-EXIT
                 IF WS-TROUVE = "Y"
                    COMPUTE WS-LIG-VAL ROUNDED = DISP-QT * DISP-PR
                    ADD WS-LIG-VAL TO WK-MRG-CA(IN-MRG)
                 END-IF
                 PERFORM NOTE-COMPOSANTS
              END-IF
           END-IF.
      /
      ***** UN KIT NE SORT PAS LUI-MEME - SES COMPOSANTS SONT NOTES
      ***** POUR QUE LEUR COUT REMONTE SUR LA LIGNE DU KIT
       NOTE-COMPOSANTS.
           IF DISP-ORDDAR NOT = WS-KEX-DERNIER
              MOVE DISP-ORDDAR TO KEX-PRM-ARTIID
              CALL "KITEXP" USING KEX-PARM
              MOVE DISP-ORDDAR TO WS-KEX-DERNIER
           END-IF.
           IF KEX-NB > ZERO
              SET IN-KEX TO 1
              PERFORM NOTE-COMPOSANT UNTIL IN-KEX > KEX-NB
           END-IF.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       NOTE-COMPOSANT.
           IF WK-KCP-NB >= WK-KCP-NBPST
              ADD 1 TO CPT-ANO
           ELSE
              ADD 1 TO WK-KCP-NB
              SET IN-KCP TO WK-KCP-NB
              MOVE DISP-ORDNUM        TO WK-KCP-ORDNUM(IN-KCP)
              MOVE KEX-CMP-ID(IN-KEX) TO WK-KCP-CMP(IN-KCP)
              MOVE DISP-ORDDAR        TO WK-KCP-KIT(IN-KCP)
              COMPUTE WK-KCP-RESTE(IN-KCP) =
                      DISP-QT * KEX-CMP-QT(IN-KEX)
           END-IF.
           SET IN-KEX UP BY 1.
      /
      ****************************************************************
      ******* COUT DES MARCHANDISES SORTIES - MOUVEMENTS "S" DE LA
      ******* PERIODE AU COUT MOYEN ESTAMPILLE PAR STK100
      ****************************************************************
      /
       CUMUL-SORTIES SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT STKMVT.
           MOVE "N" TO WS-MVT-EOF.
           PERFORM SORTIE-SUIVANTE UNTIL WS-MVT-EOF = "Y".
           CLOSE STKMVT.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       SORTIE-SUIVANTE.
           READ STKMVT NEXT AT END
                MOVE "Y" TO WS-MVT-EOF
           END-READ.
      *
           IF WS-MVT-EOF NOT = "Y"
              IF MVT-SENS = "S"
                 AND MVT-DATE NOT < WS-SEL-DT
                 AND MVT-DATE NOT > WS-SEL-FIN
                 ADD 1 TO CPT-MVT
                 MOVE MVT-QT TO WS-KCP-RESTE
                 PERFORM RATTACHE-KIT
                 IF WS-KCP-RESTE > ZERO
                    MOVE MVT-SITE   TO WS-CLE-SITE
                    MOVE MVT-ARTIID TO WS-CLE-ARTIID
                    PERFORM POSTE-CLE THRU POSTE-CLE-EXIT
                    IF WS-TROUVE = "Y"
                       COMPUTE WS-LIG-VAL ROUNDED =
                               WS-KCP-RESTE * MVT-COUT
                       ADD WS-LIG-VAL TO WK-MRG-CMV(IN-MRG)
                    END-IF
                 END-IF
              END-IF
           END-IF.
      /
      ***** LA SORTIE D'UN COMPOSANT APPELE PAR UNE LIGNE DE KIT DE
      ***** LA MEME COMMANDE EST COUTEE SUR LE KIT, A CONCURRENCE DE
      ***** LA QUANTITE QUE LA LIGNE DU KIT EN A DEMANDE - WS-KCP-
      ***** RESTE RESSORT AVEC CE QUI RESTE AU COMPOSANT LUI-MEME
       RATTACHE-KIT.
           SET IN-KCP TO 1.
           PERFORM RATTACHE-KIT-TOUR UNTIL WS-KCP-RESTE NOT > ZERO
                                        OR IN-KCP > WK-KCP-NB.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       RATTACHE-KIT-TOUR.
           IF WK-KCP-ORDNUM(IN-KCP) = MVT-ORDNUM
              AND WK-KCP-CMP(IN-KCP) = MVT-ARTIID
              AND WK-KCP-RESTE(IN-KCP) > ZERO
              IF WK-KCP-RESTE(IN-KCP) < WS-KCP-RESTE
                 MOVE WK-KCP-RESTE(IN-KCP) TO WS-KCP-PRIS
              ELSE
                 MOVE WS-KCP-RESTE TO WS-KCP-PRIS
              END-IF
              SUBTRACT WS-KCP-PRIS FROM WK-KCP-RESTE(IN-KCP)
              SUBTRACT WS-KCP-PRIS FROM WS-KCP-RESTE
              MOVE MVT-SITE          TO WS-CLE-SITE
              MOVE WK-KCP-KIT(IN-KCP) TO WS-CLE-ARTIID
              PERFORM POSTE-CLE THRU POSTE-CLE-EXIT
              IF WS-TROUVE = "Y"
                 COMPUTE WS-LIG-VAL ROUNDED = WS-KCP-PRIS * MVT-COUT
                 ADD WS-LIG-VAL TO WK-MRG-CMV(IN-MRG)
              END-IF
           END-IF.
           SET IN-KCP UP BY 1.
      /
      ****************************************************************
      ******* POSTE DE LA CLE WS-CLE - CREE A ZERO S'IL N'EXISTE PAS
      ******* ENCORE ET S'IL RESTE DE LA PLACE - IN-MRG RESSORT
      ******* POSITIONNE, WS-TROUVE A "N" SUR TABLE PLEINE
      ****************************************************************
      /
       POSTE-CLE.
           MOVE "N" TO WS-TROUVE.
           SET IN-MRG TO 1.
           PERFORM CHERCHE-CLE UNTIL WS-TROUVE = "Y"
                                  OR IN-MRG > WK-MRG-NB.
           IF WS-TROUVE = "Y"
              GO  TO     POSTE-CLE-EXIT
           END-IF.
      *
           IF WK-MRG-NB >= WK-MRG-NBPST
              ADD 1 TO CPT-ANO
              GO  TO     POSTE-CLE-EXIT
           END-IF.
           ADD 1 TO WK-MRG-NB.
           SET IN-MRG TO WK-MRG-NB.
           MOVE WS-CLE TO WK-MRG-CLE(IN-MRG).
           MOVE ZERO   TO WK-MRG-CA(IN-MRG).
           MOVE ZERO   TO WK-MRG-CMV(IN-MRG).
           MOVE "N"    TO WK-MRG-EDT(IN-MRG).
           MOVE "Y"    TO WS-TROUVE.
       POSTE-CLE-EXIT.
           EXIT.
      /
       CHERCHE-CLE.
           IF WK-MRG-CLE(IN-MRG) = WS-CLE
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-MRG UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE SPACE TO BPFMRG-ENR.
           MOVE CPT-LUS TO BPFMRG-TOT-LUS.
           MOVE CPT-MVT TO BPFMRG-TOT-MVT.
           MOVE CPT-NEG TO BPFMRG-TOT-NEG.
           WRITE BPFMRG-TOTALS.
      /
