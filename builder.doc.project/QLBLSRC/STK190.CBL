       IDENTIFICATION DIVISION.
       PROGRAM-ID. STK190.
      /
      ***********************
      * This program is the slow-moving and dead stock report.
      * The stock master carries plenty of rows with on-hand and
      * no movement for months, and nobody saw them until the
      * STK140 valuation total looked too high. Every article with
      * stock on hand is aged by the days since its last "S" issue
      * on STKMVT (the DATCALC day count) - an article never
      * issued is aged from its first movement, or from its last
      * stock update when it has none - and the ones idle for 90
      * days and more are listed in three bands, 90 to 179, 180 to
      * 364 and 365 days and over, with the value tied up at
      * STK-COUT and a subtotal per band. An article of the last
      * band that no open POMST order is still bringing in, and
      * that is not discontinued already, is marked as a candidate
      * for ART170 discontinuation; when SLWPRM asks for it, each
      * candidate is also written to ALCDIS as an ALCMNTX "D"
      * transaction, for purchasing to review and feed to ART170.
      * In simulation mode (LDA-VISUEL) the report is printed and
      * no ALCDIS file is written.
      * Each "D" transaction carries the user who ran the report
      * (LDA-USER), whose AUTTAB authority ART170 checks before the
      * article is discontinued.
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
           SELECT  SLWPRM
                   ASSIGN       TO DATABASE-SLWPRM
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
           SELECT  ARTICLE
                   ASSIGN       TO DATABASE-ARTICLE1
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF ART-ENR-DDS
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
           SELECT  ALCDIS
                   ASSIGN       TO DATABASE-ALCDIS
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFSLW
                   ASSIGN       TO PRINTER-BPFSLW
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  SLWPRM  LABEL RECORD STANDARD.
       01  PRM-ENR-DDS.
           COPY DDS-ALL-FORMAT OF SLWPRM.
      *
       FD  STOCK   LABEL RECORD STANDARD.
       01  STK-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STOCK.
      *
       FD  STKMVT  LABEL RECORD STANDARD.
       01  MVT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKMVT.
      *
       FD  ARTICLE   LABEL RECORD STANDARD.
       01  ART-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ARTICLE1.
      *
       FD  POMST   LABEL RECORD STANDARD.
       01  PO-ENR-DDS.
           COPY DDS-ALL-FORMAT OF POMST.
      *
       FD  POLIG   LABEL RECORD STANDARD.
       01  LIG-ENR-DDS.
           COPY DDS-ALL-FORMAT OF POLIG.
      *
      ****************************************************************
      **** DISCONTINUATION CANDIDATES IN THE ALCMNTX LAYOUT - ONE "D"
      **** TRANSACTION PER CANDIDATE, REVIEWED BEFORE IT IS COPIED TO
      **** ALCMNTX FOR ART170
      ****************************************************************
       FD  ALCDIS  LABEL RECORD STANDARD.
       01  DIS-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ALCMNTX.
      *
      ****************************************************************
      **** SLOW-MOVING STOCK - ONE LINE PER IDLE ARTICLE, BAND BY
      **** BAND, WITH THE BAND SUBTOTALS AND THE TOTAL OF ALL BANDS
      ****************************************************************
       FD  BPFSLW  LABEL RECORD STANDARD.
       01  BPFSLW-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSLW-ARTIID      PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSLW-QT          PIC -(10)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSLW-COUT        PIC -(6)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSLW-VAL         PIC -(12)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSLW-DT-SOR      PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSLW-AGE         PIC Z(4)9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSLW-MSG         PIC X(10).
      *
       01  BPFSLW-TRANCHE REDEFINES BPFSLW-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(5)  VALUE "BAND ".
           05  BPFSLW-TR-LIB      PIC X(12).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "NBR=".
           05  BPFSLW-TR-NB       PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "VAL=".
           05  BPFSLW-TR-VAL      PIC -(12)9,99.
           05  FILLER             PIC X(1).
           05  BPFSLW-TR-MSG      PIC X(20).
           05  FILLER             PIC X(18).
      *
       01  BPFSLW-TOTALS REDEFINES BPFSLW-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFSLW-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "AGE=".
           05  BPFSLW-TOT-AGE     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "CAN=".
           05  BPFSLW-TOT-CAN     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ANO=".
           05  BPFSLW-TOT-ANO     PIC Z(5)9.
           05  FILLER             PIC X(33).
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
       77  CPT-AGE           PIC 9(6) VALUE ZERO.
       77  CPT-CAN           PIC 9(6) VALUE ZERO.
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
      ***** FICHIER DES CANDIDATS DEMANDE PAR SLWPRM
       77  WS-EXTRAIT        PIC X    VALUE "N".
      *
      ***** ARTICLES EN STOCK - DERNIERE SORTIE "S", PREMIER
      ***** MOUVEMENT, AGE EN JOURS ET TRANCHE (0 = MOINS DE 90
      ***** JOURS, NON LISTE) - WK-ART-CDE PASSE A "Y" QUAND UNE
      ***** COMMANDE OUVERTE PORTE L'ARTICLE - TABLE PLEINE =
      ***** L'ARTICLE N'EST PAS VIEILLI, ANO= LE SIGNALE
       77  WK-ART-NBPST      PIC 9(4) VALUE 3000.
       77  WK-ART-NB         PIC 9(4) VALUE ZERO.
       01  WK-ART-TABLE.
           05  WK-ART-TP    OCCURS 3000 INDEXED BY IN-ART.
               10  WK-ART-ARTIID      PIC X(15).
               10  WK-ART-QT          PIC S9(11)V9(3) COMP-3.
               10  WK-ART-COUT        PIC S9(6)V9(3)  COMP-3.
               10  WK-ART-DT-MAJ      PIC X(8).
               10  WK-ART-DT-SOR      PIC X(8).
               10  WK-ART-DT-PREM     PIC X(8).
               10  WK-ART-AGE         PIC 9(5).
               10  WK-ART-TRANCHE     PIC 9(1).
               10  WK-ART-CDE         PIC X(1).
               10  WK-ART-ETAT        PIC X(1).
      *
      ***** LIBELLES ET CUMULS DES TRANCHES
       01  WK-TRA-TABLE.
           05  WK-TRA-TP    OCCURS 3 INDEXED BY IN-TRA.
               10  WK-TRA-LIB         PIC X(12).
               10  WK-TRA-NB          PIC 9(6).
               10  WK-TRA-VAL         PIC S9(15)V9(2) COMP-3.
      *
       77  WS-TROUVE         PIC X    VALUE "N".
       77  WS-STK-EOF        PIC X    VALUE "N".
       77  WS-MVT-EOF        PIC X    VALUE "N".
       77  WS-LIG-EOF        PIC X    VALUE "N".
       77  WS-ARTIID         PIC X(15) VALUE SPACE.
       77  WS-DT-REF         PIC X(8)  VALUE SPACE.
       77  WS-TRANCHE        PIC 9(1)  VALUE ZERO.
       77  WS-VAL            PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-TOT-NB         PIC 9(6)  VALUE ZERO.
       77  WS-TOT-VAL        PIC S9(15)V9(2) COMP-3 VALUE ZERO.
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
      ***** FICHIER DES CANDIDATS - SEULEMENT SUR DEMANDE
           OPEN INPUT  SLWPRM.
           READ SLWPRM NEXT AT END
                GO  TO   FIN-SLWPRM.
           IF PRM-EXTRAIT = "Y"
              MOVE "Y" TO WS-EXTRAIT
           END-IF.
       FIN-SLWPRM.
           CLOSE SLWPRM.
           IF LDA-VISUEL
              MOVE "N" TO WS-EXTRAIT
           END-IF.
      *
           MOVE "090-179 DAYS" TO WK-TRA-LIB(1).
           MOVE "180-364 DAYS" TO WK-TRA-LIB(2).
           MOVE "365+ DAYS"    TO WK-TRA-LIB(3).
           SET IN-TRA TO 1.
           PERFORM RAZ-TRANCHE UNTIL IN-TRA > 3.
      *
      ***** ARTICLES EN STOCK, PUIS LEURS MOUVEMENTS
           PERFORM CHARGE-STOCK.
           PERFORM CHARGE-MOUVEMENTS.
      *
      ***** AGE ET TRANCHE DE CHAQUE ARTICLE, STATUT ARTICLE
           OPEN INPUT  ARTICLE.
           SET IN-ART TO 1.
           PERFORM VIEILLIT-ARTICLE UNTIL IN-ART > WK-ART-NB.
           CLOSE ARTICLE.
      *
      ***** COMMANDES OUVERTES SUR LES ARTICLES DE PLUS D'UN AN
           PERFORM CHARGE-COMMANDES.
      *
           OPEN OUTPUT BPFSLW.
           IF WS-EXTRAIT = "Y"
              OPEN OUTPUT ALCDIS
           END-IF.
      *
           SET IN-TRA TO 1.
           PERFORM TRAITEMENT-DETAIL UNTIL IN-TRA > 3.
      *
      ***** TOTAL TOUTES TRANCHES
           MOVE SPACE TO BPFSLW-ENR.
           MOVE "ALL BANDS"  TO BPFSLW-TR-LIB.
           MOVE WS-TOT-NB    TO BPFSLW-TR-NB.
           MOVE WS-TOT-VAL   TO BPFSLW-TR-VAL.
           MOVE "*TOTAL*"    TO BPFSLW-TR-MSG.
           WRITE BPFSLW-TRANCHE.
      *
       VIDE.
           PERFORM EDITION-TOTAUX.
      *
           IF WS-EXTRAIT = "Y"
              CLOSE ALCDIS
           END-IF.
           CLOSE  BPFSLW.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "STK190"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "AGE"      TO RUN-LIB2.
           MOVE CPT-AGE    TO RUN-CPT2.
           MOVE "CAN"      TO RUN-LIB3.
           MOVE CPT-CAN    TO RUN-CPT3.
           CALL "RUNSTAT" USING RUN-PARM.
      *
           STOP    RUN.
      ***********************************************************
      ***  END PROGRAM
      ***********************************************************
      /
       RAZ-TRANCHE.
           MOVE ZERO TO WK-TRA-NB(IN-TRA).
           MOVE ZERO TO WK-TRA-VAL(IN-TRA).
           SET IN-TRA UP BY 1.
      /
      ****************************************************************
      ******* EDITION D'UNE TRANCHE - TITRE, ARTICLES DE LA TRANCHE
      ******* DANS L'ORDRE DU STOCK, SOUS-TOTAL
      ****************************************************************
      /
       TRAITEMENT-DETAIL SECTION.
      ***************************
      /
       TRT-RECORD.
           SET WS-TRANCHE TO IN-TRA.
           MOVE SPACE TO BPFSLW-ENR.
           MOVE WK-TRA-LIB(IN-TRA) TO BPFSLW-TR-LIB.
           WRITE BPFSLW-TRANCHE.
      *
           SET IN-ART TO 1.
           PERFORM EDITION-ARTICLE UNTIL IN-ART > WK-ART-NB.
      *
           MOVE SPACE TO BPFSLW-ENR.
           MOVE WK-TRA-LIB(IN-TRA) TO BPFSLW-TR-LIB.
           MOVE WK-TRA-NB(IN-TRA)  TO BPFSLW-TR-NB.
           MOVE WK-TRA-VAL(IN-TRA) TO BPFSLW-TR-VAL.
           MOVE "*BAND SUBTOTAL*"  TO BPFSLW-TR-MSG.
           WRITE BPFSLW-TRANCHE.
           ADD WK-TRA-NB(IN-TRA)  TO WS-TOT-NB.
           ADD WK-TRA-VAL(IN-TRA) TO WS-TOT-VAL.
      *
       END-RECORD.
           SET IN-TRA UP BY 1.
           EXIT SECTION.
      /
      ****************************************************************
      ******* LIGNE ARTICLE DE LA TRANCHE COURANTE - VALEUR IMMOBILISEE
      ******* AU COUT MOYEN - UN ARTICLE DE PLUS D'UN AN SANS
      ******* COMMANDE OUVERTE ET NON ENCORE ARRETE EST CANDIDAT A
      ******* L'ARRET
      ****************************************************************
      /
       EDITION-ARTICLE.
           IF WK-ART-TRANCHE(IN-ART) = WS-TRANCHE
              ADD 1 TO CPT-AGE
              COMPUTE WS-VAL ROUNDED =
                      WK-ART-QT(IN-ART) * WK-ART-COUT(IN-ART)
              ADD 1      TO WK-TRA-NB(IN-TRA)
              ADD WS-VAL TO WK-TRA-VAL(IN-TRA)
      *
              MOVE SPACE TO BPFSLW-ENR
              MOVE WK-ART-ARTIID(IN-ART) TO BPFSLW-ARTIID
              MOVE WK-ART-QT(IN-ART)     TO BPFSLW-QT
              MOVE WK-ART-COUT(IN-ART)   TO BPFSLW-COUT
              MOVE WS-VAL                TO BPFSLW-VAL
              IF WK-ART-DT-SOR(IN-ART) = SPACE
                 MOVE "NO ISSUE"            TO BPFSLW-DT-SOR
              ELSE
                 MOVE WK-ART-DT-SOR(IN-ART) TO BPFSLW-DT-SOR
              END-IF
              MOVE WK-ART-AGE(IN-ART)    TO BPFSLW-AGE
      *
              IF WK-ART-TRANCHE(IN-ART) = 3
                 IF WK-ART-ETAT(IN-ART) = "D"
                    MOVE "DISCONT"   TO BPFSLW-MSG
                 ELSE
                    IF WK-ART-CDE(IN-ART) = "Y"
                       MOVE "OPEN PO"   TO BPFSLW-MSG
                    ELSE
                       MOVE "CANDIDATE" TO BPFSLW-MSG
                       PERFORM ECRIT-CANDIDAT
                    END-IF
                 END-IF
              END-IF
              WRITE BPFSLW-ENR
           END-IF.
           SET IN-ART UP BY 1.
      /
      ***** TRANSACTION D'ARRET "D" POUR ART170 - LES AUTRES ZONES
      ***** NE SERVENT QU'A LA CREATION
       ECRIT-CANDIDAT.
           ADD 1 TO CPT-CAN.
           IF WS-EXTRAIT = "Y"
              MOVE SPACE TO DIS-ENR-DDS
              MOVE "D"                   TO MNT-ACTION
              MOVE WK-ART-ARTIID(IN-ART) TO MNT-ARTIID
              MOVE ZERO                  TO MNT-QT-MINI
              MOVE ZERO                  TO MNT-QT-MAXI
              MOVE ZERO                  TO MNT-PR-MINI
              MOVE ZERO                  TO MNT-PR-MAXI
              MOVE LDA-USER              TO MNT-USER
              WRITE DIS-ENR-DDS
           END-IF.
      /
      ****************************************************************
      ******* CHARGEMENT DES ARTICLES AVEC DU STOCK EN MAIN
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
              IF STK-QT OF STK-ENR-DDS > ZERO
                 IF WK-ART-NB >= WK-ART-NBPST
                    ADD 1 TO CPT-ANO
                 ELSE
                    ADD 1 TO WK-ART-NB
                    SET IN-ART TO WK-ART-NB
                    MOVE STK-ARTIID OF STK-ENR-DDS
                                     TO WK-ART-ARTIID(IN-ART)
                    MOVE STK-QT     OF STK-ENR-DDS
                                     TO WK-ART-QT(IN-ART)
                    MOVE STK-COUT   OF STK-ENR-DDS
                                     TO WK-ART-COUT(IN-ART)
                    MOVE STK-DT-MAJ OF STK-ENR-DDS
                                     TO WK-ART-DT-MAJ(IN-ART)
                    MOVE SPACE       TO WK-ART-DT-SOR(IN-ART)
                    MOVE SPACE       TO WK-ART-DT-PREM(IN-ART)
                    MOVE ZERO        TO WK-ART-AGE(IN-ART)
                    MOVE ZERO        TO WK-ART-TRANCHE(IN-ART)
                    MOVE "N"         TO WK-ART-CDE(IN-ART)
                    MOVE SPACE       TO WK-ART-ETAT(IN-ART)
                 END-IF
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* DERNIERE SORTIE "S" ET PREMIER MOUVEMENT DE CHAQUE
      ******* ARTICLE EN STOCK
      ****************************************************************
      /
       CHARGE-MOUVEMENTS SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT STKMVT.
           MOVE "N" TO WS-MVT-EOF.
           PERFORM MOUVEMENT-SUIVANT UNTIL WS-MVT-EOF = "Y".
           CLOSE STKMVT.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       MOUVEMENT-SUIVANT.
           READ STKMVT NEXT AT END
                MOVE "Y" TO WS-MVT-EOF
           END-READ.
      *
           IF WS-MVT-EOF NOT = "Y"
              MOVE MVT-ARTIID TO WS-ARTIID
              PERFORM CHERCHE-ARTICLE
              IF WS-TROUVE = "Y"
                 IF MVT-SENS = "S"
                    AND MVT-DATE > WK-ART-DT-SOR(IN-ART)
                    MOVE MVT-DATE TO WK-ART-DT-SOR(IN-ART)
                 END-IF
                 IF WK-ART-DT-PREM(IN-ART) = SPACE
                    OR MVT-DATE < WK-ART-DT-PREM(IN-ART)
                    MOVE MVT-DATE TO WK-ART-DT-PREM(IN-ART)
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
      ******* AGE EN JOURS DEPUIS LA DERNIERE SORTIE - A DEFAUT
      ******* DEPUIS LE PREMIER MOUVEMENT, PUIS LA DERNIERE MISE A
      ******* JOUR DU STOCK - SANS AUCUNE DATE L'ARTICLE VA EN
      ******* DERNIERE TRANCHE
      ****************************************************************
      /
       VIEILLIT-ARTICLE.
           MOVE WK-ART-DT-SOR(IN-ART) TO WS-DT-REF.
           IF WS-DT-REF = SPACE
              MOVE WK-ART-DT-PREM(IN-ART) TO WS-DT-REF
           END-IF.
           IF WS-DT-REF = SPACE
              MOVE WK-ART-DT-MAJ(IN-ART)  TO WS-DT-REF
           END-IF.
      *
           IF WS-DT-REF = SPACE
              MOVE 99999 TO WK-ART-AGE(IN-ART)
           ELSE
              MOVE "DIF"         TO DAT-FON
              MOVE WS-DT-REF     TO DAT-DAT1
              MOVE WS-TODAY-DATE TO DAT-DAT2
              CALL "DATCALC" USING DAT-PARM
              IF DAT-RET NOT = "00" OR DAT-NBJ < ZERO
                 MOVE ZERO  TO WK-ART-AGE(IN-ART)
                 ADD 1 TO CPT-ANO
              ELSE
                 IF DAT-NBJ > 99999
                    MOVE 99999   TO WK-ART-AGE(IN-ART)
                 ELSE
                    MOVE DAT-NBJ TO WK-ART-AGE(IN-ART)
                 END-IF
              END-IF
           END-IF.
      *
           EVALUATE TRUE
              WHEN WK-ART-AGE(IN-ART) NOT < 365
                 MOVE 3 TO WK-ART-TRANCHE(IN-ART)
              WHEN WK-ART-AGE(IN-ART) NOT < 180
                 MOVE 2 TO WK-ART-TRANCHE(IN-ART)
              WHEN WK-ART-AGE(IN-ART) NOT < 90
                 MOVE 1 TO WK-ART-TRANCHE(IN-ART)
              WHEN OTHER
                 MOVE 0 TO WK-ART-TRANCHE(IN-ART)
           END-EVALUATE.
      *
           IF WK-ART-TRANCHE(IN-ART) = 3
              MOVE WK-ART-ARTIID(IN-ART) TO ARTIID
              READ ARTICLE INVALID KEY
                   MOVE SPACE    TO WK-ART-ETAT(IN-ART)
                   NOT INVALID KEY
                   MOVE ART-ETAT TO WK-ART-ETAT(IN-ART)
              END-READ
           END-IF.
           SET IN-ART UP BY 1.
      /
      ****************************************************************
      ******* LIGNES DE COMMANDE FOURNISSEUR ENCORE OUVERTES SUR UN
      ******* ARTICLE DE LA DERNIERE TRANCHE - L'ARTICLE EST ENCORE
      ******* REAPPROVISIONNE, CE N'EST PAS UN CANDIDAT
      ****************************************************************
      /
       CHARGE-COMMANDES SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT POLIG.
           OPEN INPUT POMST.
           MOVE "N" TO WS-LIG-EOF.
           PERFORM LIGNE-SUIVANTE UNTIL WS-LIG-EOF = "Y".
           CLOSE POLIG
                 POMST.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       LIGNE-SUIVANTE.
           READ POLIG NEXT AT END
                MOVE "Y" TO WS-LIG-EOF
           END-READ.
      *
           IF WS-LIG-EOF NOT = "Y"
              MOVE LIG-ARTIID TO WS-ARTIID
              PERFORM CHERCHE-ARTICLE
              IF WS-TROUVE = "Y"
                 IF WK-ART-TRANCHE(IN-ART) = 3
                    AND WK-ART-CDE(IN-ART) = "N"
                    MOVE LIG-PONUM TO PO-NUM
                    READ POMST INVALID KEY
                         MOVE SPACE TO PO-ETAT
                    END-READ
                    IF PO-ETAT = "O"
                       MOVE "Y" TO WK-ART-CDE(IN-ART)
                    END-IF
                 END-IF
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE SPACE TO BPFSLW-ENR.
           MOVE CPT-LUS TO BPFSLW-TOT-LUS.
           MOVE CPT-AGE TO BPFSLW-TOT-AGE.
           MOVE CPT-CAN TO BPFSLW-TOT-CAN.
           MOVE CPT-ANO TO BPFSLW-TOT-ANO.
           WRITE BPFSLW-TOTALS.
      /
