       IDENTIFICATION DIVISION.
       PROGRAM-ID. ART180.
      /
      ***********************
      * This program recommends the ART-QT-MINI and ART-QT-MAXI
      * reorder points from demand, where until now they were set
      * by guesswork although STK120 and REAP100 act on them every
      * night. Per active article the average daily issue is the
      * STKMVT "S" quantity over the MINPRM demand window (90 days
      * by default) divided by the days of the window. The lead
      * time is the FRN-DELAI of the article's best-ranked ARTIPROV
      * supplier - lowest PROV-RANG, blocked suppliers skipped, the
      * STK120 selection. The suggested minimum is the average
      * daily issue times the lead time plus the MINPRM safety days
      * (7), the suggested maximum the same plus the days of cover
      * (30). The report sets the current values against the
      * suggested ones with the percent change. An article with no
      * issue over the window gets no suggestion. The articles the
      * buyer accepts off the report are keyed on MINACC: at the
      * next run their suggestion, recomputed, is appended to
      * ARTMNTX with the price thresholds unchanged, so ART110
      * applies it with its normal validation and ARTHIST trail;
      * an acceptance with nothing to suggest is listed back. In
      * simulation mode (LDA-VISUEL) nothing is queued on ARTMNTX.
      * Each queued transaction carries the user who ran the
      * suggestion (LDA-USER), whose AUTTAB authority ART110 checks
      * before the thresholds are applied.
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
           SELECT  MINPRM
                   ASSIGN       TO DATABASE-MINPRM
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  MINACC
                   ASSIGN       TO DATABASE-MINACC
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  STKMVT
                   ASSIGN       TO DATABASE-STKMVT
                   ACCESS       IS SEQUENTIAL
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
           SELECT  ARTIPROV
                   ASSIGN       TO DATABASE-ARTIPROV
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF PROV-ENR-DDS
                   WITH DUPLICATES
                   FILE STATUS  IS ST.
      *
           SELECT  PROVMST
                   ASSIGN       TO DATABASE-PROVMST
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF FRN-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  ARTMNTX
                   ASSIGN       TO DATABASE-ARTMNTX
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFMIN
                   ASSIGN       TO PRINTER-BPFMIN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  MINPRM  LABEL RECORD STANDARD.
       01  PRM-ENR-DDS.
           COPY DDS-ALL-FORMAT OF MINPRM.
      *
       FD  MINACC  LABEL RECORD STANDARD.
       01  ACC-ENR-DDS.
           COPY DDS-ALL-FORMAT OF MINACC.
      *
       FD  STKMVT  LABEL RECORD STANDARD.
       01  MVT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKMVT.
      *
       FD  ARTICLE   LABEL RECORD STANDARD.
       01  ART-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ARTICLE1.
      *
       FD  ARTIPROV   LABEL RECORD STANDARD.
       01  PROV-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ARTIPROV.
      *
       FD  PROVMST   LABEL RECORD STANDARD.
       01  FRN-ENR-DDS.
           COPY DDS-ALL-FORMAT OF PROVMST.
      *
      ****************************************************************
      **** THRESHOLD-CHANGE QUEUE - OPENED EXTEND, THE ACCEPTED
      **** SUGGESTIONS JOIN WHATEVER IS ALREADY WAITING FOR ART110
      ****************************************************************
       FD  ARTMNTX  LABEL RECORD STANDARD.
       01  MNT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ARTMNTX.
      *
      ****************************************************************
      **** RECOMMENDATION REPORT - CURRENT AGAINST SUGGESTED MINIMUM
      **** AND MAXIMUM WITH THE PERCENT CHANGE
      ****************************************************************
       FD  BPFMIN  LABEL RECORD STANDARD.
       01  BPFMIN-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFMIN-ARTIID      PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFMIN-PROV-ID     PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFMIN-DELAI       PIC ZZ9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFMIN-MOY         PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFMIN-MINI        PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFMIN-NV-MINI     PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFMIN-PCT-MINI    PIC -(5)9,9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFMIN-MAXI        PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFMIN-NV-MAXI     PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFMIN-PCT-MAXI    PIC -(5)9,9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFMIN-MSG         PIC X(10).
      *
       01  BPFMIN-ENTETE REDEFINES BPFMIN-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(16) VALUE "DEMAND WINDOW   ".
           05  BPFMIN-ENT-DEB     PIC X(8).
           05  FILLER             PIC X(4)  VALUE " TO ".
           05  BPFMIN-ENT-FIN     PIC X(8).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(5)  VALUE "SECU=".
           05  BPFMIN-ENT-SECU    PIC ZZ9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(5)  VALUE "COUV=".
           05  BPFMIN-ENT-COUV    PIC ZZ9.
           05  FILLER             PIC X(68).
      *
       01  BPFMIN-TOTALS REDEFINES BPFMIN-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFMIN-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "SUG=".
           05  BPFMIN-TOT-SUG     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ACC=".
           05  BPFMIN-TOT-ACC     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ANO=".
           05  BPFMIN-TOT-ANO     PIC Z(5)9.
           05  FILLER             PIC X(67).
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
       77  CPT-SUG           PIC 9(6) VALUE ZERO.
       77  CPT-ACC           PIC 9(6) VALUE ZERO.
      ***** ARTICLE SANS FOURNISSEUR UTILISABLE (SUGGESTION SUR UN
      ***** DELAI NUL), ACCEPTATION SANS SUGGESTION, TABLE PLEINE
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
      ***** FENETRE DE DEMANDE, JOURS DE SECURITE ET DE COUVERTURE -
      ***** LUS SUR MINPRM, 90, 7 ET 30 PAR DEFAUT
       77  WS-FENETRE        PIC 9(3) VALUE 90.
       77  WS-SECU           PIC 9(3) VALUE 7.
       77  WS-COUV           PIC 9(3) VALUE 30.
       77  WS-DT-DEB         PIC X(8) VALUE SPACE.
      *
      ***** SORTIES "S" DE LA FENETRE CUMULEES PAR ARTICLE - TABLE
      ***** PLEINE = LES SORTIES DES ARTICLES SUIVANTS SONT PERDUES,
      ***** ANO= LE SIGNALE
       77  WK-SOR-NBPST      PIC 9(4) VALUE 3000.
       77  WK-SOR-NB         PIC 9(4) VALUE ZERO.
       01  WK-SOR-TABLE.
           05  WK-SOR-TP    OCCURS 3000 INDEXED BY IN-SOR.
               10  WK-SOR-ARTIID      PIC X(15).
               10  WK-SOR-QT          PIC S9(11)V9(3) COMP-3.
      *
      ***** ARTICLES ACCEPTES PAR L'ACHETEUR - WK-ACC-VU PASSE A "Y"
      ***** QUAND LA SUGGESTION EST MISE EN FILE
       77  WK-ACC-NBPST      PIC 9(4) VALUE 1000.
       77  WK-ACC-NB         PIC 9(4) VALUE ZERO.
       01  WK-ACC-TABLE.
           05  WK-ACC-TP    OCCURS 1000 INDEXED BY IN-ACC.
               10  WK-ACC-ARTIID      PIC X(15).
               10  WK-ACC-VU          PIC X(1).
      *
       77  WS-TROUVE         PIC X    VALUE "N".
       77  WS-MVT-EOF        PIC X    VALUE "N".
       77  WS-ACC-EOF        PIC X    VALUE "N".
       77  WS-ARTIID         PIC X(15) VALUE SPACE.
      *
      ***** SELECTION DU FOURNISSEUR DE REFERENCE - LE MIEUX CLASSE
      ***** (PLUS PETIT PROV-RANG) DES NON BLOQUES, COMME STK120 -
      ***** AVEC SON DELAI FRN-DELAI
       77  WS-PRV-EOF        PIC X     VALUE "N".
       77  WS-FRN-BLOQUE     PIC X     VALUE "N".
       77  WS-FRN-DELAI      PIC 9(3)  VALUE ZERO.
       77  WS-WIN-PROV       PIC X(8)  VALUE SPACE.
       77  WS-WIN-RANG       PIC 9(2)  VALUE 99.
       77  WS-CAND-RANG      PIC 9(2)  VALUE 99.
       77  WS-WIN-DELAI      PIC 9(3)  VALUE ZERO.
       77  WS-WIN-OK         PIC X     VALUE "N".
      *
      ***** SUGGESTION DE L'ARTICLE COURANT
       77  WS-MOY            PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WS-NV-MINI        PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WS-NV-MAXI        PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WS-PCT            PIC S9(5)V9    COMP-3 VALUE ZERO.
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
      ***** PARAMETRES - ENREGISTREMENT ABSENT OU ZONE NON NUMERIQUE
      ***** = VALEUR PAR DEFAUT - UNE FENETRE NULLE N'A PAS DE SENS
           OPEN INPUT  MINPRM.
           READ MINPRM NEXT AT END
                GO  TO   FIN-MINPRM.
           IF PRM-FENETRE IS NUMERIC AND PRM-FENETRE > ZERO
              MOVE PRM-FENETRE TO WS-FENETRE
           END-IF.
           IF PRM-SECU IS NUMERIC
              MOVE PRM-SECU    TO WS-SECU
           END-IF.
           IF PRM-COUV IS NUMERIC
              MOVE PRM-COUV    TO WS-COUV
           END-IF.
       FIN-MINPRM.
           CLOSE MINPRM.
      *
      ***** DEBUT DE LA FENETRE DE DEMANDE
           MOVE "AJT"         TO DAT-FON.
           MOVE WS-TODAY-DATE TO DAT-DAT1.
           COMPUTE DAT-NBJ = ZERO - WS-FENETRE.
           CALL "DATCALC" USING DAT-PARM.
           MOVE DAT-RES TO WS-DT-DEB.
      *
           PERFORM CHARGE-ACCEPTATIONS.
           PERFORM CHARGE-SORTIES.
      *
           OPEN INPUT  ARTICLE
                       ARTIPROV
                       PROVMST.
           IF NOT LDA-VISUEL
              OPEN EXTEND ARTMNTX
           END-IF.
           OPEN OUTPUT BPFMIN.
      *
           MOVE SPACE TO BPFMIN-ENR.
           MOVE WS-DT-DEB     TO BPFMIN-ENT-DEB.
           MOVE WS-TODAY-DATE TO BPFMIN-ENT-FIN.
           MOVE WS-SECU       TO BPFMIN-ENT-SECU.
           MOVE WS-COUV       TO BPFMIN-ENT-COUV.
           WRITE BPFMIN-ENTETE.
      *
           MOVE "00" TO WS-END.
      *
           MOVE LOW-VALUE TO EXTERNALLY-DESCRIBED-KEY OF ART-ENR-DDS.
           START ARTICLE KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF ART-ENR-DDS
                 INVALID KEY
                 MOVE HIGH-VALUE TO WS-END
                 GO  TO   VIDE.
      *
           PERFORM TRAITEMENT-DETAIL UNTIL WS-END = HIGH-VALUE.
      *
       VIDE.
      ***** ACCEPTATIONS RESTEES SANS SUGGESTION
           SET IN-ACC TO 1.
           PERFORM ACCEPTATION-ORPHELINE UNTIL IN-ACC > WK-ACC-NB.
      *
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  ARTICLE
                  ARTIPROV
                  PROVMST
                  BPFMIN.
           IF NOT LDA-VISUEL
              CLOSE ARTMNTX
           END-IF.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "ART180"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "SUG"      TO RUN-LIB2.
           MOVE CPT-SUG    TO RUN-CPT2.
           MOVE "ACC"      TO RUN-LIB3.
           MOVE CPT-ACC    TO RUN-CPT3.
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
           READ ARTICLE NEXT AT END
                MOVE HIGH-VALUE TO WS-END
                GO  TO   END-RECORD.
      *
           ADD 1 TO CPT-LUS.
           IF ART-ETAT OF ART-ENR-DDS NOT = "D"
              PERFORM WORKS-LINES
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* SUGGESTION DE L'ARTICLE COURANT - MOYENNE JOURNALIERE
      ******* DES SORTIES FOIS DELAI FOURNISSEUR PLUS SECURITE POUR
      ******* LE MINIMUM, PLUS LA COUVERTURE POUR LE MAXIMUM
      ****************************************************************
      /
       WORKS-LINES SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE SPACE TO BPFMIN-ENR.
           MOVE ARTIID OF ART-ENR-DDS TO WS-ARTIID.
           PERFORM CHERCHE-SORTIE.
           IF WS-TROUVE = "N"
              GO  TO     END-RECORD
           END-IF.
           IF WK-SOR-QT(IN-SOR) NOT > ZERO
              GO  TO     END-RECORD
           END-IF.
      *
           COMPUTE WS-MOY ROUNDED = WK-SOR-QT(IN-SOR) / WS-FENETRE.
      *
           PERFORM RESOUD-FOURNISSEUR.
           IF WS-WIN-OK = "N"
              ADD 1 TO CPT-ANO
              MOVE "NO SUPPL"  TO BPFMIN-MSG
           END-IF.
      *
           COMPUTE WS-NV-MINI ROUNDED =
                   WK-SOR-QT(IN-SOR) * (WS-WIN-DELAI + WS-SECU)
                   / WS-FENETRE
                   ON SIZE ERROR
                   MOVE 99999999 TO WS-NV-MINI
           END-COMPUTE.
           COMPUTE WS-NV-MAXI ROUNDED =
                   WK-SOR-QT(IN-SOR)
                   * (WS-WIN-DELAI + WS-SECU + WS-COUV)
                   / WS-FENETRE
                   ON SIZE ERROR
                   MOVE 99999999 TO WS-NV-MAXI
           END-COMPUTE.
           ADD 1 TO CPT-SUG.
      *
           MOVE ARTIID OF ART-ENR-DDS      TO BPFMIN-ARTIID.
           MOVE WS-WIN-PROV                TO BPFMIN-PROV-ID.
           MOVE WS-WIN-DELAI               TO BPFMIN-DELAI.
           MOVE WS-MOY                     TO BPFMIN-MOY.
           MOVE ART-QT-MINI OF ART-ENR-DDS TO BPFMIN-MINI.
           MOVE WS-NV-MINI                 TO BPFMIN-NV-MINI.
           MOVE ART-QT-MAXI OF ART-ENR-DDS TO BPFMIN-MAXI.
           MOVE WS-NV-MAXI                 TO BPFMIN-NV-MAXI.
      *
           IF ART-QT-MINI OF ART-ENR-DDS = ZERO
              MOVE ZERO TO BPFMIN-PCT-MINI
           ELSE
              COMPUTE WS-PCT ROUNDED =
                      (WS-NV-MINI - ART-QT-MINI OF ART-ENR-DDS) * 100
                      / ART-QT-MINI OF ART-ENR-DDS
                      ON SIZE ERROR
                      MOVE 99999 TO WS-PCT
              END-COMPUTE
              MOVE WS-PCT TO BPFMIN-PCT-MINI
           END-IF.
           IF ART-QT-MAXI OF ART-ENR-DDS = ZERO
              MOVE ZERO TO BPFMIN-PCT-MAXI
           ELSE
              COMPUTE WS-PCT ROUNDED =
                      (WS-NV-MAXI - ART-QT-MAXI OF ART-ENR-DDS) * 100
                      / ART-QT-MAXI OF ART-ENR-DDS
                      ON SIZE ERROR
                      MOVE 99999 TO WS-PCT
              END-COMPUTE
              MOVE WS-PCT TO BPFMIN-PCT-MAXI
           END-IF.
      *
           PERFORM CHERCHE-ACCEPTATION.
           IF WS-TROUVE = "Y"
              MOVE "Y" TO WK-ACC-VU(IN-ACC)
              PERFORM ECRIT-ARTMNTX
              MOVE "ACCEPTED" TO BPFMIN-MSG
           END-IF.
      *
           WRITE BPFMIN-ENR.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* MISE EN FILE DE LA SUGGESTION ACCEPTEE - LES SEUILS DE
      ******* PRIX SONT REPRIS TELS QUELS, ART110 REMPLACE LES QUATRE
      ****************************************************************
      /
       ECRIT-ARTMNTX.
           ADD 1 TO CPT-ACC.
           IF NOT LDA-VISUEL
              MOVE ARTIID OF ART-ENR-DDS      TO MNT-ARTIID
              MOVE WS-NV-MINI                 TO MNT-QT-MINI
              MOVE WS-NV-MAXI                 TO MNT-QT-MAXI
              MOVE ART-PR-MINI OF ART-ENR-DDS TO MNT-PR-MINI
              MOVE ART-PR-MAXI OF ART-ENR-DDS TO MNT-PR-MAXI
              MOVE LDA-USER                   TO MNT-USER
              WRITE MNT-ENR-DDS
           END-IF.
      /
      ***** ACCEPTATION D'UN ARTICLE SANS SUGGESTION (INCONNU, ARRETE
      ***** OU SANS SORTIE SUR LA FENETRE) - RIEN N'EST MIS EN FILE
       ACCEPTATION-ORPHELINE.
           IF WK-ACC-VU(IN-ACC) = "N"
              ADD 1 TO CPT-ANO
              MOVE SPACE                 TO BPFMIN-ENR
              MOVE WK-ACC-ARTIID(IN-ACC) TO BPFMIN-ARTIID
              MOVE "NO SUGGEST"          TO BPFMIN-MSG
              WRITE BPFMIN-ENR
           END-IF.
           SET IN-ACC UP BY 1.
      /
      ****************************************************************
      ******* SELECTION DU FOURNISSEUR DE REFERENCE - PARCOURS
      ******* COMPLET DES DOUBLONS ARTIPROV DE L'ARTICLE, LE MIEUX
      ******* CLASSE DES NON BLOQUES GAGNE - SANS FOURNISSEUR LE
      ******* DELAI EST NUL
      ****************************************************************
      /
       RESOUD-FOURNISSEUR SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE "N"   TO WS-WIN-OK.
           MOVE SPACE TO WS-WIN-PROV.
           MOVE 99    TO WS-WIN-RANG.
           MOVE ZERO  TO WS-WIN-DELAI.
      *
           MOVE ARTIID OF ART-ENR-DDS TO ARTIID OF PROV-ENR-DDS.
           START ARTIPROV KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF PROV-ENR-DDS
                 INVALID KEY
                 GO  TO     END-RECORD.
      *
           MOVE "N" TO WS-PRV-EOF.
           PERFORM FOURNISSEUR-SUIVANT UNTIL WS-PRV-EOF = "Y".
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       FOURNISSEUR-SUIVANT.
           READ ARTIPROV NEXT AT END
                MOVE "Y" TO WS-PRV-EOF
           END-READ.
      *
           IF WS-PRV-EOF NOT = "Y"
              IF ARTIID OF PROV-ENR-DDS
                 NOT = ARTIID OF ART-ENR-DDS
                 MOVE "Y" TO WS-PRV-EOF
              ELSE
                 PERFORM VERIFIE-FRN-BLOQUE
                 IF WS-FRN-BLOQUE = "N"
                    PERFORM RETIENS-MEILLEUR-PROV
                 END-IF
              END-IF
           END-IF.
      /
      ***** LE CANDIDAT NON BLOQUE EST COMPARE AU GAGNANT DEJA
      ***** RETENU - LE PLUS PETIT PROV-RANG GAGNE, UN RANG A ZERO
      ***** OU NON NUMERIQUE CLASSE DERNIER (99) - A RANG EGAL LE
      ***** PREMIER DANS L'ORDRE DES CLES EST GARDE
       RETIENS-MEILLEUR-PROV.
           IF PROV-RANG OF PROV-ENR-DDS IS NUMERIC
              AND PROV-RANG OF PROV-ENR-DDS NOT = ZERO
              MOVE PROV-RANG OF PROV-ENR-DDS TO WS-CAND-RANG
           ELSE
              MOVE 99 TO WS-CAND-RANG
           END-IF.
      *
           IF WS-WIN-OK = "N"
              OR WS-CAND-RANG < WS-WIN-RANG
              MOVE WS-CAND-RANG TO WS-WIN-RANG
              MOVE PROV-ID OF PROV-ENR-DDS TO WS-WIN-PROV
              MOVE WS-FRN-DELAI TO WS-WIN-DELAI
           END-IF.
      *
           MOVE "Y" TO WS-WIN-OK.
      /
      ***** LECTURE DU FOURNISSEUR COURANT SUR PROVMST - ABSENT DU
      ***** FICHIER MAITRE = UTILISABLE AVEC UN DELAI NUL, SEUL UN
      ***** "B" EXPLICITE BLOQUE
       VERIFIE-FRN-BLOQUE.
           MOVE "N"  TO WS-FRN-BLOQUE.
           MOVE ZERO TO WS-FRN-DELAI.
           MOVE PROV-ID OF PROV-ENR-DDS TO FRN-ID OF FRN-ENR-DDS.
           READ PROVMST
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     IF FRN-ETAT OF FRN-ENR-DDS = "B"
                        MOVE "Y" TO WS-FRN-BLOQUE
                     END-IF
                     IF FRN-DELAI OF FRN-ENR-DDS IS NUMERIC
                        MOVE FRN-DELAI OF FRN-ENR-DDS
                             TO WS-FRN-DELAI
                     END-IF
           END-READ.
      /
      ****************************************************************
      ******* CHARGEMENT DES ARTICLES ACCEPTES PAR L'ACHETEUR
      ****************************************************************
      /
       CHARGE-ACCEPTATIONS SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT MINACC.
           MOVE "N" TO WS-ACC-EOF.
           PERFORM ACCEPTATION-SUIVANTE UNTIL WS-ACC-EOF = "Y".
           CLOSE MINACC.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       ACCEPTATION-SUIVANTE.
           READ MINACC NEXT AT END
                MOVE "Y" TO WS-ACC-EOF
           END-READ.
      *
           IF WS-ACC-EOF NOT = "Y"
              IF WK-ACC-NB >= WK-ACC-NBPST
                 ADD 1 TO CPT-ANO
              ELSE
                 ADD 1 TO WK-ACC-NB
                 SET IN-ACC TO WK-ACC-NB
                 MOVE ACC-ARTIID TO WK-ACC-ARTIID(IN-ACC)
                 MOVE "N"        TO WK-ACC-VU(IN-ACC)
              END-IF
           END-IF.
      /
      ***** RECHERCHE DE WS-ARTIID DANS LA TABLE DES ACCEPTATIONS -
      ***** IN-ACC RESSORT POSITIONNE SUR LE POSTE TROUVE
       CHERCHE-ACCEPTATION.
           MOVE "N" TO WS-TROUVE.
           SET IN-ACC TO 1.
           PERFORM CHERCHE-ACCEPTATION-TOUR UNTIL WS-TROUVE = "Y"
                                               OR IN-ACC > WK-ACC-NB.
      /
       CHERCHE-ACCEPTATION-TOUR.
           IF WK-ACC-ARTIID(IN-ACC) = WS-ARTIID
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-ACC UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* CUMUL PAR ARTICLE DES SORTIES "S" DE LA FENETRE DE
      ******* DEMANDE
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
                 PERFORM CUMULE-SORTIE
              END-IF
           END-IF.
      /
       CUMULE-SORTIE.
           MOVE MVT-ARTIID TO WS-ARTIID.
           PERFORM CHERCHE-SORTIE.
           IF WS-TROUVE = "N"
              IF WK-SOR-NB >= WK-SOR-NBPST
                 ADD 1 TO CPT-ANO
              ELSE
                 ADD 1 TO WK-SOR-NB
                 SET IN-SOR TO WK-SOR-NB
                 MOVE MVT-ARTIID TO WK-SOR-ARTIID(IN-SOR)
                 MOVE ZERO       TO WK-SOR-QT(IN-SOR)
                 MOVE "Y"        TO WS-TROUVE
              END-IF
           END-IF.
           IF WS-TROUVE = "Y"
              ADD MVT-QT TO WK-SOR-QT(IN-SOR)
           END-IF.
      /
      ***** RECHERCHE DE WS-ARTIID DANS LA TABLE DES SORTIES -
      ***** IN-SOR RESSORT POSITIONNE SUR LE POSTE TROUVE
       CHERCHE-SORTIE.
           MOVE "N" TO WS-TROUVE.
           SET IN-SOR TO 1.
           PERFORM CHERCHE-SORTIE-TOUR UNTIL WS-TROUVE = "Y"
                                          OR IN-SOR > WK-SOR-NB.
      /
       CHERCHE-SORTIE-TOUR.
           IF WK-SOR-ARTIID(IN-SOR) = WS-ARTIID
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-SOR UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE SPACE TO BPFMIN-ENR.
           MOVE CPT-LUS TO BPFMIN-TOT-LUS.
           MOVE CPT-SUG TO BPFMIN-TOT-SUG.
           MOVE CPT-ACC TO BPFMIN-TOT-ACC.
           MOVE CPT-ANO TO BPFMIN-TOT-ANO.
           WRITE BPFMIN-TOTALS.
      /
