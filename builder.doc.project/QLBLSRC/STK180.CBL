       IDENTIFICATION DIVISION.
       PROGRAM-ID. STK180.
      /
      ***********************
      * This program plans the warehouse's cycle counts, which
      * until now were done by habit. Every article on the STOCK
      * master is valued by what it issued over the last twelve
      * months - the quantity of its STKMVT "S" movements times
      * its STK-COUT - and the articles are ranked by that value,
      * biggest first, into three classes: A up to the ABCPRM
      * cumulative share closing class A (80 percent when no
      * parameter is given), B up to the share closing class B
      * (95 percent), C for the rest, with every article that
      * issued nothing. The class is kept on ARTABC next to the
      * last-counted date STK130 stamps on every count posted.
      * The run then draws up the day's count list: A articles
      * are counted monthly, B quarterly and C yearly, so each
      * class is spread over the working days of its cycle (the
      * DATCALC working-day walk over the CALHOL calendar) and
      * every working day takes its share of the class, the
      * articles counted longest ago - never counted first -
      * heading the queue. The list is printed as a blind count
      * sheet and written to CNTSKL as a CNTMNTX skeleton, one
      * row per article at zero flagged "P", for the warehouse to
      * fill in and pass to STK130. On a non-working day the
      * classes are still ranked and no list is drawn up. In
      * simulation mode (LDA-VISUEL) the sheet is printed and
      * neither ARTABC nor the skeleton is written.
      * With "E" in the ABCPRM order field the day's list is
      * printed, and the skeleton written, in walking order through
      * the warehouse instead - the aisle, bay and level of each
      * article's primary location on EMPLACE, the order PCK100
      * prints the pick lists in - so the counter walks the
      * aisles once and STK130 posts the counts in that same
      * order; the location is printed on the line and the
      * articles without one come last.
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
           SELECT  ABCPRM
                   ASSIGN       TO DATABASE-ABCPRM
                   ACCESS       IS SEQUENTIAL
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
           SELECT  ARTABC
                   ASSIGN       TO DATABASE-ARTABC
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF ABC-ENR-DDS
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
           SELECT  CNTSKL
                   ASSIGN       TO DATABASE-CNTSKL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFCNP
                   ASSIGN       TO PRINTER-BPFCNP
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  ABCPRM  LABEL RECORD STANDARD.
       01  PRM-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ABCPRM.
      *
       FD  STOCK   LABEL RECORD STANDARD.
       01  STK-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STOCK.
      *
       FD  STKMVT  LABEL RECORD STANDARD.
       01  MVT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKMVT.
      *
       FD  ARTABC  LABEL RECORD STANDARD.
       01  ABC-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ARTABC.
      *
       FD  EMPLACE LABEL RECORD STANDARD.
       01  EMP-ENR-DDS.
           COPY DDS-ALL-FORMAT OF EMPLACE.
      *
      ****************************************************************
      **** DAY'S COUNT LIST IN THE CNTMNTX LAYOUT - ONE ROW PER
      **** ARTICLE TO COUNT, QUANTITY ZERO AND CNT-ETAT "P" - FILLED
      **** IN BY THE WAREHOUSE AND COPIED TO CNTMNTX FOR STK130
      ****************************************************************
       FD  CNTSKL  LABEL RECORD STANDARD.
       01  SKL-ENR-DDS.
           COPY DDS-ALL-FORMAT OF CNTMNTX.
      *
      ****************************************************************
      **** BLIND COUNT SHEET - ONE LINE PER ARTICLE TO COUNT, CLASS
      **** BY CLASS, WITH THE CLASS QUOTAS ABOVE - OR IN WALKING
      **** ORDER WITH THE ARTICLE'S PRIMARY LOCATION
      ****************************************************************
       FD  BPFCNP  LABEL RECORD STANDARD.
       01  BPFCNP-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFCNP-ARTIID      PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  FILLER             PIC X(6)  VALUE "CLASS=".
           05  BPFCNP-CLASSE      PIC X(1).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  FILLER             PIC X(13) VALUE "LAST COUNTED=".
           05  BPFCNP-DT-CPT      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  FILLER             PIC X(8)  VALUE "COUNTED=".
           05  BPFCNP-ZONE        PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFCNP-EMPL        PIC X(10).
      *
       01  BPFCNP-ENTETE REDEFINES BPFCNP-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(17) VALUE "CYCLE COUNT LIST ".
           05  BPFCNP-ENT-DT      PIC X(8).
           05  FILLER             PIC X(1).
           05  BPFCNP-ENT-LIB     PIC X(40).
           05  FILLER             PIC X(23).
      *
       01  BPFCNP-CLASSES REDEFINES BPFCNP-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(6)  VALUE "CLASS=".
           05  BPFCNP-CLS-CLASSE  PIC X(1).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "NBR=".
           05  BPFCNP-CLS-NB      PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "JOV=".
           05  BPFCNP-CLS-JOV     PIC Z(3)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "QTA=".
           05  BPFCNP-CLS-QTA     PIC Z(3)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "VAL=".
           05  BPFCNP-CLS-VAL     PIC -(12)9,99.
           05  FILLER             PIC X(32).
      *
       01  BPFCNP-TOTALS REDEFINES BPFCNP-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFCNP-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "CLA=".
           05  BPFCNP-TOT-CLA     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LST=".
           05  BPFCNP-TOT-LST     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ANO=".
           05  BPFCNP-TOT-ANO     PIC Z(5)9.
           05  FILLER             PIC X(34).
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
       77  CPT-CLA           PIC 9(6) VALUE ZERO.
       77  CPT-LST           PIC 9(6) VALUE ZERO.
       77  CPT-ANO           PIC 9(6) VALUE ZERO.
      *
      ***** SHARED CALENDAR ROUTINE - SEE DATCALC
       01  DAT-PARM.
           05  DAT-FON                PIC X(3).
           05  DAT-DAT1               PIC X(8).
           05  DAT-DAT2               PIC X(8).
           05  DAT-NBJ                PIC S9(7).
           05  DAT-RES                PIC X(8).
           05  DAT-JSM                PIC 9(1).
           05  DAT-RET                PIC XX.
      *
      ***** PARTS CUMULEES DE LA VALEUR QUI FERMENT LES CLASSES A ET
      ***** B, EN POURCENT - LUES SUR ABCPRM, 80 ET 95 PAR DEFAUT
       77  WS-PCT-A          PIC 9(3) VALUE 80.
       77  WS-PCT-B          PIC 9(3) VALUE 95.
      *
      ***** DEBUT DE LA FENETRE DE DOUZE MOIS DES SORTIES
       77  WS-DT-DEB         PIC X(8) VALUE SPACE.
      *
      ***** ARTICLES DU STOCK - QUANTITE SORTIE SUR DOUZE MOIS,
      ***** VALEUR, CLASSE ET DATE DE DERNIER COMPTAGE - WK-ART-RNG
      ***** PASSE A "Y" QUAND L'ARTICLE EST CLASSE, WK-ART-LST QUAND
      ***** IL EST RETENU DANS LA LISTE DU JOUR - TABLE PLEINE =
      ***** L'ARTICLE N'EST NI CLASSE NI LISTE, ANO= LE SIGNALE -
      ***** EN ORDRE DE MARCHE, WK-ART-TRI PORTE L'EMPLACEMENT
      ***** PRINCIPAL (HIGH-VALUE SANS EMPLACEMENT), WK-ART-EMPL
      ***** SA FORME EDITEE ET WK-ART-EDT LE FAIT QUE LA LIGNE EST
      ***** DEJA IMPRIMEE
       77  WK-ART-NBPST      PIC 9(4) VALUE 3000.
       77  WK-ART-NB         PIC 9(4) VALUE ZERO.
       01  WK-ART-TABLE.
           05  WK-ART-TP    OCCURS 3000 INDEXED BY IN-ART.
               10  WK-ART-ARTIID      PIC X(15).
               10  WK-ART-QT          PIC S9(11)V9(3) COMP-3.
               10  WK-ART-COUT        PIC S9(6)V9(3)  COMP-3.
               10  WK-ART-VAL         PIC S9(13)V9(2) COMP-3.
               10  WK-ART-CLASSE      PIC X(1).
               10  WK-ART-DT-CPT      PIC X(8).
               10  WK-ART-RNG         PIC X(1).
               10  WK-ART-LST         PIC X(1).
               10  WK-ART-TRI         PIC X(8).
               10  WK-ART-EMPL        PIC X(10).
               10  WK-ART-EDT         PIC X(1).
      *
      ***** UN POSTE PAR CLASSE - NOMBRE D'ARTICLES, VALEUR, JOURS
      ***** OUVRES DU CYCLE ET QUOTA DU JOUR
       01  WK-CLS-TABLE.
           05  WK-CLS-TP    OCCURS 3 INDEXED BY IN-CLS.
               10  WK-CLS-CODE        PIC X(1).
               10  WK-CLS-NB          PIC 9(6).
               10  WK-CLS-VAL         PIC S9(15)V9(2) COMP-3.
               10  WK-CLS-JOV         PIC 9(4).
               10  WK-CLS-QTA         PIC 9(4).
      *
       77  WS-TROUVE         PIC X    VALUE "N".
       77  WS-STK-EOF        PIC X    VALUE "N".
       77  WS-MVT-EOF        PIC X    VALUE "N".
       77  WS-ARTIID         PIC X(15) VALUE SPACE.
      *
      ***** CLASSEMENT PAR VALEUR DECROISSANTE - SELECTION REPETEE
       77  WS-VAL-TOT        PIC S9(15)V9(2) COMP-3 VALUE ZERO.
       77  WS-VAL-CUM        PIC S9(15)V9(2) COMP-3 VALUE ZERO.
       77  WS-TOP-MAX        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-TOP-RESTE      PIC X    VALUE "N".
      *
      ***** LISTE DU JOUR - LE PLUS ANCIEN COMPTAGE DE LA CLASSE
      ***** NON ENCORE RETENU
       77  WS-CLASSE         PIC X(1) VALUE SPACE.
       77  WS-PRIS           PIC 9(4) VALUE ZERO.
       77  WS-DT-MIN         PIC X(8) VALUE SPACE.
      *
      ***** ORDRE DE LA LISTE - "E" = ORDRE DE MARCHE SUR EMPLACE,
      ***** LUE SUR ABCPRM - ET PLUS PETIT EMPLACEMENT NON EDITE
       77  WS-ORDRE          PIC X(1) VALUE SPACE.
       77  WS-TRI-MIN        PIC X(8) VALUE SPACE.
      *
      ***** EMPLACEMENT EDITE ALLEE-TRAVEE-NIVEAU
       01  WS-EMPL-EDIT.
           05  WS-EMPL-ALLEE      PIC X(3).
           05  FILLER             PIC X(1)  VALUE "-".
           05  WS-EMPL-TRAVEE     PIC X(3).
           05  FILLER             PIC X(1)  VALUE "-".
           05  WS-EMPL-NIVEAU     PIC X(2).
      *
      ***** FINS DE CYCLE - AUJOURD'HUI PLUS UN, TROIS ET DOUZE MOIS -
      ***** COMPAREES EN ALPHANUMERIQUE, UN 31 INEXISTANT NE GENE PAS
       01  WS-FIN-YMD.
           05  WS-FIN-AA          PIC 9(4).
           05  WS-FIN-MM          PIC 9(2).
           05  WS-FIN-JJ          PIC 9(2).
       77  WS-FIN-A          PIC X(8) VALUE SPACE.
       77  WS-FIN-B          PIC X(8) VALUE SPACE.
       77  WS-FIN-C          PIC X(8) VALUE SPACE.
       77  WS-JOUR           PIC X(8) VALUE SPACE.
       77  WS-JOUR-OUVRE     PIC X    VALUE "N".
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
      ***** PARTS DES CLASSES - ENREGISTREMENT ABSENT, NON NUMERIQUE
      ***** OU INCOHERENT = 80 ET 95
           OPEN INPUT  ABCPRM.
           READ ABCPRM NEXT AT END
                GO  TO   FIN-ABCPRM.
           IF PRM-PCT-A IS NUMERIC AND PRM-PCT-B IS NUMERIC
              IF PRM-PCT-A > ZERO
                 AND PRM-PCT-A NOT > PRM-PCT-B
                 AND PRM-PCT-B NOT > 100
                 MOVE PRM-PCT-A TO WS-PCT-A
                 MOVE PRM-PCT-B TO WS-PCT-B
              END-IF
           END-IF.
           IF PRM-ORDRE = "E"
              MOVE "E" TO WS-ORDRE
           END-IF.
       FIN-ABCPRM.
           CLOSE ABCPRM.
      *
           MOVE "A" TO WK-CLS-CODE(1).
           MOVE "B" TO WK-CLS-CODE(2).
           MOVE "C" TO WK-CLS-CODE(3).
           SET IN-CLS TO 1.
           PERFORM RAZ-CLASSE UNTIL IN-CLS > 3.
      *
      ***** FENETRE DES SORTIES - LES DOUZE DERNIERS MOIS
           MOVE "AJT"         TO DAT-FON.
           MOVE WS-TODAY-DATE TO DAT-DAT1.
           MOVE -365          TO DAT-NBJ.
           CALL "DATCALC" USING DAT-PARM.
           MOVE DAT-RES TO WS-DT-DEB.
      *
           OPEN OUTPUT BPFCNP.
           MOVE SPACE TO BPFCNP-ENR.
           MOVE WS-TODAY-DATE TO BPFCNP-ENT-DT.
           IF WS-ORDRE = "E"
              MOVE "IN STORAGE LOCATION ORDER" TO BPFCNP-ENT-LIB
           END-IF.
           WRITE BPFCNP-ENTETE.
      *
      ***** ARTICLES DU STOCK, PUIS LEURS SORTIES DE LA FENETRE
           PERFORM CHARGE-STOCK.
           PERFORM CHARGE-SORTIES.
      *
      ***** VALORISATION ET CLASSEMENT ABC
           SET IN-ART TO 1.
           PERFORM VALORISE-ARTICLE UNTIL IN-ART > WK-ART-NB.
           MOVE "Y" TO WS-TOP-RESTE.
           PERFORM CLASSE-SUIVANT UNTIL WS-TOP-RESTE = "N".
      *
      ***** CLASSE ET DATE DE DERNIER COMPTAGE SUR ARTABC
           PERFORM MAJ-ARTABC.
      *
      ***** PAS DE LISTE UN JOUR NON OUVRE
           MOVE "JOV"         TO DAT-FON.
           MOVE WS-TODAY-DATE TO DAT-DAT1.
           CALL "DATCALC" USING DAT-PARM.
           IF DAT-RET = "00" AND DAT-RES = WS-TODAY-DATE
              MOVE "Y" TO WS-JOUR-OUVRE
           END-IF.
      *
           IF WS-JOUR-OUVRE NOT = "Y"
              MOVE SPACE TO BPFCNP-ENR
              MOVE WS-TODAY-DATE TO BPFCNP-ENT-DT
              MOVE "NOT A WORKING DAY - NO COUNT LIST"
                   TO BPFCNP-ENT-LIB
              WRITE BPFCNP-ENTETE
              SET IN-CLS TO 1
              PERFORM EDITION-CLASSE UNTIL IN-CLS > 3
              GO  TO   VIDE
           END-IF.
      *
      ***** JOURS OUVRES DE CHAQUE CYCLE ET QUOTA DU JOUR
           PERFORM CALCUL-QUOTAS.
           SET IN-CLS TO 1.
           PERFORM EDITION-CLASSE UNTIL IN-CLS > 3.
      *
      ***** LISTE DU JOUR - FEUILLE DE COMPTAGE ET SQUELETTE CNTMNTX
           IF NOT LDA-VISUEL
              OPEN OUTPUT CNTSKL
           END-IF.
           SET IN-CLS TO 1.
           PERFORM TRAITEMENT-DETAIL UNTIL IN-CLS > 3.
      *
      ***** EN ORDRE DE MARCHE LA LISTE RETENUE CLASSE PAR CLASSE
      ***** N'EST IMPRIMEE QU'ICI, DANS L'ORDRE DES EMPLACEMENTS
           IF WS-ORDRE = "E"
              PERFORM EDITION-EMPLACEMENTS
           END-IF.
           IF NOT LDA-VISUEL
              CLOSE CNTSKL
           END-IF.
      *
       VIDE.
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  BPFCNP.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "STK180"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "CLA"      TO RUN-LIB2.
           MOVE CPT-CLA    TO RUN-CPT2.
           MOVE "LST"      TO RUN-LIB3.
           MOVE CPT-LST    TO RUN-CPT3.
           CALL "RUNSTAT" USING RUN-PARM.
      *
           STOP    RUN.
      ***********************************************************
      ***  END PROGRAM
      ***********************************************************
      /
       RAZ-CLASSE.
           MOVE ZERO TO WK-CLS-NB(IN-CLS).
           MOVE ZERO TO WK-CLS-VAL(IN-CLS).
           MOVE ZERO TO WK-CLS-JOV(IN-CLS).
           MOVE ZERO TO WK-CLS-QTA(IN-CLS).
           SET IN-CLS UP BY 1.
      /
      ****************************************************************
      ******* LISTE DU JOUR D'UNE CLASSE - LE QUOTA DE LA CLASSE EST
      ******* PRIS DANS L'ORDRE DU PLUS ANCIEN COMPTAGE
      ****************************************************************
      /
       TRAITEMENT-DETAIL SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE WK-CLS-CODE(IN-CLS) TO WS-CLASSE.
           MOVE ZERO TO WS-PRIS.
           MOVE "Y"  TO WS-TOP-RESTE.
           PERFORM RETIENS-SUIVANT
                   UNTIL WS-PRIS NOT < WK-CLS-QTA(IN-CLS)
                      OR WS-TOP-RESTE = "N".
      *
       END-RECORD.
           SET IN-CLS UP BY 1.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       RETIENS-SUIVANT.
           MOVE HIGH-VALUE TO WS-DT-MIN.
           MOVE "N" TO WS-TOP-RESTE.
           SET IN-ART TO 1.
           PERFORM CHERCHE-PLUS-ANCIEN UNTIL IN-ART > WK-ART-NB.
      *
           IF WS-TOP-RESTE = "Y"
              MOVE "N" TO WS-TROUVE
              SET IN-ART TO 1
              PERFORM CHERCHE-ANCIEN-POSTE UNTIL WS-TROUVE = "Y"
                                              OR IN-ART > WK-ART-NB
              IF WS-TROUVE = "Y"
                 MOVE "Y" TO WK-ART-LST(IN-ART)
                 ADD 1 TO WS-PRIS
                 IF WS-ORDRE NOT = "E"
                    PERFORM EDITION-LIGNE
                 END-IF
              ELSE
                 MOVE "N" TO WS-TOP-RESTE
              END-IF
           END-IF.
      /
      ***** LE PLUS ANCIEN COMPTAGE DE LA CLASSE NON ENCORE RETENU -
      ***** JAMAIS COMPTE (A BLANC) PASSE DEVANT
       CHERCHE-PLUS-ANCIEN.
           IF WK-ART-CLASSE(IN-ART) = WS-CLASSE
              AND WK-ART-LST(IN-ART) = "N"
              AND WK-ART-DT-CPT(IN-ART) NOT > WS-DT-MIN
              MOVE WK-ART-DT-CPT(IN-ART) TO WS-DT-MIN
              MOVE "Y" TO WS-TOP-RESTE
           END-IF.
           SET IN-ART UP BY 1.
      /
       CHERCHE-ANCIEN-POSTE.
           IF WK-ART-CLASSE(IN-ART) = WS-CLASSE
              AND WK-ART-LST(IN-ART) = "N"
              AND WK-ART-DT-CPT(IN-ART) = WS-DT-MIN
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-ART UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* LIGNE DE LA FEUILLE DE COMPTAGE (SANS LE STOCK THEORIQUE,
      ******* LE COMPTAGE EST FAIT EN AVEUGLE) ET LIGNE DU SQUELETTE
      ****************************************************************
      /
       EDITION-LIGNE.
           ADD 1 TO CPT-LST.
           MOVE WK-ART-ARTIID(IN-ART) TO BPFCNP-ARTIID.
           MOVE WK-ART-CLASSE(IN-ART) TO BPFCNP-CLASSE.
           IF WK-ART-DT-CPT(IN-ART) = SPACE
              MOVE "NEVER"               TO BPFCNP-DT-CPT
           ELSE
              MOVE WK-ART-DT-CPT(IN-ART) TO BPFCNP-DT-CPT
           END-IF.
           MOVE ALL "_" TO BPFCNP-ZONE.
           MOVE WK-ART-EMPL(IN-ART) TO BPFCNP-EMPL.
           WRITE BPFCNP-ENR.
      *
           IF NOT LDA-VISUEL
              MOVE WK-ART-ARTIID(IN-ART) TO CNT-ARTIID
              MOVE ZERO                  TO CNT-QT
              MOVE "P"                   TO CNT-ETAT
              MOVE SPACE                 TO CNT-DT
              WRITE SKL-ENR-DDS
           END-IF.
      /
      ****************************************************************
      ******* LISTE DU JOUR EN ORDRE DE MARCHE - L'EMPLACEMENT
      ******* PRINCIPAL DE CHAQUE ARTICLE RETENU EST LU SUR EMPLACE,
      ******* PUIS LES LIGNES SONT IMPRIMEES PAR SELECTION REPETEE
      ******* DU PLUS PETIT EMPLACEMENT - SANS EMPLACEMENT EN
      ******* DERNIER, DANS L'ORDRE DE LA TABLE
      ****************************************************************
      /
       EDITION-EMPLACEMENTS SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT EMPLACE.
           SET IN-ART TO 1.
           PERFORM LIT-EMPLACEMENT UNTIL IN-ART > WK-ART-NB.
           CLOSE EMPLACE.
      *
           MOVE "Y" TO WS-TOP-RESTE.
           PERFORM EDITE-EMPL-SUIVANT UNTIL WS-TOP-RESTE = "N".
      *
       END-RECORD.
           EXIT SECTION.
      /
       LIT-EMPLACEMENT.
           IF WK-ART-LST(IN-ART) = "Y"
              MOVE WK-ART-ARTIID(IN-ART) TO EMP-ARTIID
              MOVE "P"                   TO EMP-TYPE
              READ EMPLACE
                   INVALID KEY
                        MOVE HIGH-VALUE TO WK-ART-TRI(IN-ART)
                        MOVE "NO LOC."  TO WK-ART-EMPL(IN-ART)
                   NOT INVALID KEY
                        MOVE EMP-ALLEE    TO WK-ART-TRI(IN-ART)(1:3)
                        MOVE EMP-TRAVEE   TO WK-ART-TRI(IN-ART)(4:3)
                        MOVE EMP-NIVEAU   TO WK-ART-TRI(IN-ART)(7:2)
                        MOVE EMP-ALLEE    TO WS-EMPL-ALLEE
                        MOVE EMP-TRAVEE   TO WS-EMPL-TRAVEE
                        MOVE EMP-NIVEAU   TO WS-EMPL-NIVEAU
                        MOVE WS-EMPL-EDIT TO WK-ART-EMPL(IN-ART)
              END-READ
           END-IF.
           SET IN-ART UP BY 1.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       EDITE-EMPL-SUIVANT.
           MOVE HIGH-VALUE TO WS-TRI-MIN.
           MOVE "N" TO WS-TOP-RESTE.
           SET IN-ART TO 1.
           PERFORM CHERCHE-EMPL-MIN UNTIL IN-ART > WK-ART-NB.
      *
           IF WS-TOP-RESTE = "Y"
              MOVE "N" TO WS-TROUVE
              SET IN-ART TO 1
              PERFORM CHERCHE-EMPL-POSTE UNTIL WS-TROUVE = "Y"
                                            OR IN-ART > WK-ART-NB
              IF WS-TROUVE = "Y"
                 MOVE "Y" TO WK-ART-EDT(IN-ART)
                 PERFORM EDITION-LIGNE
              ELSE
                 MOVE "N" TO WS-TOP-RESTE
              END-IF
           END-IF.
      /
       CHERCHE-EMPL-MIN.
           IF WK-ART-LST(IN-ART) = "Y"
              AND WK-ART-EDT(IN-ART) = "N"
              AND WK-ART-TRI(IN-ART) NOT > WS-TRI-MIN
              MOVE WK-ART-TRI(IN-ART) TO WS-TRI-MIN
              MOVE "Y" TO WS-TOP-RESTE
           END-IF.
           SET IN-ART UP BY 1.
      /
       CHERCHE-EMPL-POSTE.
           IF WK-ART-LST(IN-ART) = "Y"
              AND WK-ART-EDT(IN-ART) = "N"
              AND WK-ART-TRI(IN-ART) = WS-TRI-MIN
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-ART UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* CHARGEMENT DES ARTICLES DU STOCK AVEC LEUR COUT MOYEN
      ****************************************************************
      /
       CHARGE-STOCK SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT STOCK.
           MOVE "N" TO WS-STK-EOF.
           PERFORM STOCK-SUIVANT UNTIL WS-STK-EOF = "Y".
           CLOSE STOCK.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       STOCK-SUIVANT.
           READ STOCK NEXT AT END
                MOVE "Y" TO WS-STK-EOF
           END-READ.
      *
           IF WS-STK-EOF NOT = "Y"
              ADD 1 TO CPT-LUS
              IF WK-ART-NB >= WK-ART-NBPST
                 ADD 1 TO CPT-ANO
              ELSE
                 ADD 1 TO WK-ART-NB
                 SET IN-ART TO WK-ART-NB
                 MOVE STK-ARTIID OF STK-ENR-DDS
                                     TO WK-ART-ARTIID(IN-ART)
                 MOVE ZERO           TO WK-ART-QT(IN-ART)
                 MOVE STK-COUT OF STK-ENR-DDS
                                     TO WK-ART-COUT(IN-ART)
                 MOVE ZERO           TO WK-ART-VAL(IN-ART)
                 MOVE "C"            TO WK-ART-CLASSE(IN-ART)
                 MOVE SPACE          TO WK-ART-DT-CPT(IN-ART)
                 MOVE "N"            TO WK-ART-RNG(IN-ART)
                 MOVE "N"            TO WK-ART-LST(IN-ART)
                 MOVE SPACE          TO WK-ART-TRI(IN-ART)
                 MOVE SPACE          TO WK-ART-EMPL(IN-ART)
                 MOVE "N"            TO WK-ART-EDT(IN-ART)
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* CUMUL PAR ARTICLE DES SORTIES "S" DES DOUZE DERNIERS
      ******* MOIS - UNE SORTIE D'UN ARTICLE ABSENT DU STOCK EST
      ******* IGNOREE
      ****************************************************************
      /
       CHARGE-SORTIES SECTION.
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
                 AND MVT-DATE > WS-DT-DEB
                 AND MVT-DATE NOT > WS-TODAY-DATE
                 MOVE MVT-ARTIID TO WS-ARTIID
                 PERFORM CHERCHE-ARTICLE
                 IF WS-TROUVE = "Y"
                    ADD MVT-QT TO WK-ART-QT(IN-ART)
                 END-IF
              END-IF
           END-IF.
      /
      ***** RECHERCHE DE WS-ARTIID DANS LA TABLE DES ARTICLES -
      ***** IN-ART RESSORT POSITIONNE SUR LE POSTE TROUVE
       CHERCHE-ARTICLE.
           MOVE "N" TO WS-TROUVE.
           SET IN-ART TO 1.
           PERFORM CHERCHE-ARTICLE-TOUR UNTIL WS-TROUVE = "Y"
                                            OR IN-ART > WK-ART-NB.
      /
       CHERCHE-ARTICLE-TOUR.
           IF WK-ART-ARTIID(IN-ART) = WS-ARTIID
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-ART UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* VALEUR DES SORTIES AU COUT MOYEN DU STOCK - UNE VALEUR
      ******* NEGATIVE (RETOURS DE SORTIE) COMPTE POUR ZERO
      ****************************************************************
      /
       VALORISE-ARTICLE.
           COMPUTE WK-ART-VAL(IN-ART) ROUNDED =
                   WK-ART-QT(IN-ART) * WK-ART-COUT(IN-ART).
           IF WK-ART-VAL(IN-ART) < ZERO
              MOVE ZERO TO WK-ART-VAL(IN-ART)
           END-IF.
           ADD WK-ART-VAL(IN-ART) TO WS-VAL-TOT.
           SET IN-ART UP BY 1.
      /
      ****************************************************************
      ******* CLASSEMENT PAR VALEUR DECROISSANTE - L'ARTICLE LE PLUS
      ******* FORT NON ENCORE CLASSE PREND LA CLASSE DE LA PART
      ******* CUMULEE ATTEINTE AVANT LUI
      ****************************************************************
      /
       CLASSE-SUIVANT.
           MOVE ZERO TO WS-TOP-MAX.
           MOVE "N"  TO WS-TOP-RESTE.
           SET IN-ART TO 1.
           PERFORM CHERCHE-TOP UNTIL IN-ART > WK-ART-NB.
      *
           IF WS-TOP-RESTE = "Y"
              MOVE "N" TO WS-TROUVE
              SET IN-ART TO 1
              PERFORM CHERCHE-TOP-POSTE UNTIL WS-TROUVE = "Y"
                                           OR IN-ART > WK-ART-NB
              IF WS-TROUVE = "Y"
                 PERFORM ATTRIBUE-CLASSE
              ELSE
                 MOVE "N" TO WS-TOP-RESTE
              END-IF
           END-IF.
      /
       CHERCHE-TOP.
           IF WK-ART-RNG(IN-ART) = "N"
              AND WK-ART-VAL(IN-ART) NOT < WS-TOP-MAX
              MOVE WK-ART-VAL(IN-ART) TO WS-TOP-MAX
              MOVE "Y" TO WS-TOP-RESTE
           END-IF.
           SET IN-ART UP BY 1.
      /
       CHERCHE-TOP-POSTE.
           IF WK-ART-RNG(IN-ART) = "N"
              AND WK-ART-VAL(IN-ART) = WS-TOP-MAX
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-ART UP BY 1
           END-IF.
      /
      ***** SANS AUCUNE SORTIE VALORISEE TOUT RESTE EN C
       ATTRIBUE-CLASSE.
           MOVE "Y" TO WK-ART-RNG(IN-ART).
           ADD 1 TO CPT-CLA.
           MOVE "C" TO WK-ART-CLASSE(IN-ART).
           IF WS-VAL-TOT > ZERO
              IF WS-VAL-CUM * 100 < WS-VAL-TOT * WS-PCT-A
                 MOVE "A" TO WK-ART-CLASSE(IN-ART)
              ELSE
                 IF WS-VAL-CUM * 100 < WS-VAL-TOT * WS-PCT-B
                    MOVE "B" TO WK-ART-CLASSE(IN-ART)
                 END-IF
              END-IF
           END-IF.
           ADD WK-ART-VAL(IN-ART) TO WS-VAL-CUM.
      *
           SET IN-CLS TO 3.
           IF WK-ART-CLASSE(IN-ART) = "A"
              SET IN-CLS TO 1
           END-IF.
           IF WK-ART-CLASSE(IN-ART) = "B"
              SET IN-CLS TO 2
           END-IF.
           ADD 1 TO WK-CLS-NB(IN-CLS).
           ADD WK-ART-VAL(IN-ART) TO WK-CLS-VAL(IN-CLS).
      /
      ****************************************************************
      ******* CLASSE DU JOUR SUR ARTABC ET REPRISE DE LA DATE DE
      ******* DERNIER COMPTAGE - EN SIMULATION LA LIGNE EST LUE
      ******* SEULEMENT
      ****************************************************************
      /
       MAJ-ARTABC SECTION.
      ***************************
      /
       TRT-RECORD.
           IF LDA-VISUEL
              OPEN INPUT ARTABC
           ELSE
              OPEN I-O   ARTABC
           END-IF.
           SET IN-ART TO 1.
           PERFORM MAJ-ARTABC-POSTE UNTIL IN-ART > WK-ART-NB.
           CLOSE ARTABC.
      *
       END-RECORD.
           EXIT SECTION.
      /
       MAJ-ARTABC-POSTE.
           MOVE WK-ART-ARTIID(IN-ART) TO ABC-ARTIID.
           READ ARTABC INVALID KEY
                MOVE "N" TO WS-TROUVE
                NOT INVALID KEY
                MOVE "Y" TO WS-TROUVE
                MOVE ABC-DT-CPT TO WK-ART-DT-CPT(IN-ART)
           END-READ.
      *
           IF NOT LDA-VISUEL
              MOVE WK-ART-CLASSE(IN-ART) TO ABC-CLASSE
              MOVE WK-ART-VAL(IN-ART)    TO ABC-VAL
              MOVE WS-TODAY-DATE         TO ABC-DT-CLASSE
              IF WS-TROUVE = "Y"
                 REWRITE ABC-ENR-DDS
              ELSE
                 MOVE WK-ART-ARTIID(IN-ART) TO ABC-ARTIID
                 MOVE SPACE                 TO ABC-DT-CPT
                 WRITE ABC-ENR-DDS
              END-IF
           END-IF.
           SET IN-ART UP BY 1.
      /
      ****************************************************************
      ******* JOURS OUVRES DE CHAQUE CYCLE - UN MOIS POUR A, TROIS
      ******* POUR B, DOUZE POUR C A PARTIR D'AUJOURD'HUI - ET QUOTA
      ******* DU JOUR ARRONDI AU SUPERIEUR POUR BOUCLER LE CYCLE
      ****************************************************************
      /
       CALCUL-QUOTAS SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE WS-TODAY-YMD TO WS-FIN-YMD.
           ADD 1 TO WS-FIN-MM.
           IF WS-FIN-MM > 12
              SUBTRACT 12 FROM WS-FIN-MM
              ADD 1 TO WS-FIN-AA
           END-IF.
           MOVE WS-FIN-YMD TO WS-FIN-A.
      *
           MOVE WS-TODAY-YMD TO WS-FIN-YMD.
           ADD 3 TO WS-FIN-MM.
           IF WS-FIN-MM > 12
              SUBTRACT 12 FROM WS-FIN-MM
              ADD 1 TO WS-FIN-AA
           END-IF.
           MOVE WS-FIN-YMD TO WS-FIN-B.
      *
           MOVE WS-TODAY-YMD TO WS-FIN-YMD.
           ADD 1 TO WS-FIN-AA.
           MOVE WS-FIN-YMD TO WS-FIN-C.
      *
           MOVE WS-TODAY-DATE TO WS-JOUR.
           PERFORM COMPTE-JOUR-OUVRE UNTIL WS-JOUR NOT < WS-FIN-C.
      *
           SET IN-CLS TO 1.
           PERFORM CALCUL-QUOTA-CLASSE UNTIL IN-CLS > 3.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       COMPTE-JOUR-OUVRE.
           MOVE "JOV"   TO DAT-FON.
           MOVE WS-JOUR TO DAT-DAT1.
           CALL "DATCALC" USING DAT-PARM.
      *
           IF DAT-RET NOT = "00"
              MOVE WS-FIN-C TO WS-JOUR
           ELSE
              IF DAT-RES < WS-FIN-A
                 ADD 1 TO WK-CLS-JOV(1)
              END-IF
              IF DAT-RES < WS-FIN-B
                 ADD 1 TO WK-CLS-JOV(2)
              END-IF
              IF DAT-RES < WS-FIN-C
                 ADD 1 TO WK-CLS-JOV(3)
              END-IF
              MOVE "AJT"   TO DAT-FON
              MOVE DAT-RES TO DAT-DAT1
              MOVE 1       TO DAT-NBJ
              CALL "DATCALC" USING DAT-PARM
              IF DAT-RET NOT = "00"
                 MOVE WS-FIN-C TO WS-JOUR
              ELSE
                 MOVE DAT-RES  TO WS-JOUR
              END-IF
           END-IF.
      /
       CALCUL-QUOTA-CLASSE.
           IF WK-CLS-JOV(IN-CLS) = ZERO
              MOVE 1 TO WK-CLS-JOV(IN-CLS)
           END-IF.
           COMPUTE WK-CLS-QTA(IN-CLS) =
                   (WK-CLS-NB(IN-CLS) + WK-CLS-JOV(IN-CLS) - 1)
                   / WK-CLS-JOV(IN-CLS).
           SET IN-CLS UP BY 1.
      /
      ****************************************************************
      ******* LIGNE DE CLASSE EN TETE DE FEUILLE - NOMBRE D'ARTICLES,
      ******* JOURS OUVRES DU CYCLE, QUOTA DU JOUR ET VALEUR
      ****************************************************************
      /
       EDITION-CLASSE.
           MOVE SPACE TO BPFCNP-ENR.
           MOVE WK-CLS-CODE(IN-CLS) TO BPFCNP-CLS-CLASSE.
           MOVE WK-CLS-NB(IN-CLS)   TO BPFCNP-CLS-NB.
           MOVE WK-CLS-JOV(IN-CLS)  TO BPFCNP-CLS-JOV.
           MOVE WK-CLS-QTA(IN-CLS)  TO BPFCNP-CLS-QTA.
           MOVE WK-CLS-VAL(IN-CLS)  TO BPFCNP-CLS-VAL.
           WRITE BPFCNP-CLASSES.
           SET IN-CLS UP BY 1.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE SPACE TO BPFCNP-ENR.
           MOVE CPT-LUS TO BPFCNP-TOT-LUS.
           MOVE CPT-CLA TO BPFCNP-TOT-CLA.
           MOVE CPT-LST TO BPFCNP-TOT-LST.
           MOVE CPT-ANO TO BPFCNP-TOT-ANO.
           WRITE BPFCNP-TOTALS.
      /
