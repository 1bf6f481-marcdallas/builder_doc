       IDENTIFICATION DIVISION.
       PROGRAM-ID. STK170.
      /
      ***********************
      * This program proves at period end that the STOCK on-hand
      * still equals what the STKMVT movement history says it
      * should. STK100, STK200, STK130, STK160 and RET100 each
      * rewrite STOCK and append to STKMVT separately, so a failed
      * rewrite or a file-utility fix broke the link without
      * anyone noticing. Per article, the opening figure on the
      * STKSNP snapshot taken at the previous period end, plus the
      * "E" receipts and "R" customer returns, minus the "S"
      * issues and "P" write-offs, plus or minus the "A" count
      * adjustments dated after the snapshot, must give the
      * closing STK-QT. Every article that does not roll forward
      * is listed with the gap, and so is every article present
      * on one side only: on the snapshot or in the movements but
      * no longer on STOCK, or on STOCK without a snapshot row
      * (an article created during the period that rolls forward
      * from zero is shown for information only). The run closes
      * with a balanced/unbalanced verdict, appended to STKBAL in
      * the BALSTAT mould for the OPS100 morning page and raised
      * as a critical alert when unbalanced; the closing figures
      * then become the new STKSNP snapshot for the next period.
      * The first run, with no snapshot yet, only takes it. In
      * simulation mode (LDA-VISUEL) the reconciliation is listed
      * and neither the verdict nor the snapshot is written.
      * Inter-site transfers roll forward like the rest: the "I"
      * arrivals TRF130 posts count with the receipts, and the "T"
      * shipments TRF120 posts on the shipping site count with the
      * issues.
      * An "A" count adjustment is taken on its MVT-DATE, the day
      * STK130 posted it and its gap reached STK-QT - the date the
      * shelf was counted travels apart on MVT-DT-CNT - so a count
      * keyed after a snapshot for a shelf counted before it still
      * rolls forward in the period it was posted in.
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
           SELECT  STOCK
                   ASSIGN       TO DATABASE-STOCK
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF STK-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  STKSNP
                   ASSIGN       TO DATABASE-STKSNP
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  STKMVT
                   ASSIGN       TO DATABASE-STKMVT
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  STKBAL
                   ASSIGN       TO DATABASE-STKBAL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFSRF
                   ASSIGN       TO PRINTER-BPFSRF
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  STOCK   LABEL RECORD STANDARD.
       01  STK-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STOCK.
      *
      ****************************************************************
      **** OPENING SNAPSHOT - IN ARTICLE ORDER LIKE STOCK, SO THE TWO
      **** ARE MATCHED SIDE BY SIDE - REWRITTEN WITH THE CLOSING
      **** FIGURES AT THE END OF THE RUN
      ****************************************************************
       FD  STKSNP  LABEL RECORD STANDARD.
       01  SNP-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKSNP.
      *
       FD  STKMVT  LABEL RECORD STANDARD.
       01  MVT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKMVT.
      *
      ****************************************************************
      **** MACHINE-READABLE VERDICT - ONE ROW APPENDED PER RUN, THE
      **** BALSTAT MOULD - OPS100 SHOWS THE LATEST ROW OF THE DAY
      **** AGAINST THE STK170 RUN LINE
      ****************************************************************
       FD  STKBAL  LABEL RECORD STANDARD.
       01  STKBAL-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  STKBAL-DT          PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  STKBAL-VERDICT     PIC X(2).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  STKBAL-ART         PIC 9(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  STKBAL-ECA         PIC 9(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  STKBAL-ANO         PIC 9(8).
      *
      ****************************************************************
      **** ROLL-FORWARD EXCEPTIONS - ONE LINE PER ARTICLE THAT DOES
      **** NOT ROLL FORWARD OR IS MISSING ON ONE SIDE
      ****************************************************************
       FD  BPFSRF  LABEL RECORD STANDARD.
       01  BPFSRF-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSRF-ARTIID      PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSRF-OUV         PIC -(10)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSRF-ENT         PIC -(10)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSRF-SOR         PIC -(10)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSRF-AJU         PIC -(10)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSRF-STK         PIC -(10)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSRF-ECA         PIC -(10)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSRF-MSG         PIC X(16).
      *
       01  BPFSRF-ENTETE REDEFINES BPFSRF-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(17) VALUE "OPENING SNAPSHOT ".
           05  BPFSRF-ENT-SNP     PIC X(8).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(13) VALUE "MOVEMENTS TO ".
           05  BPFSRF-ENT-DT      PIC X(8).
           05  FILLER             PIC X(81).
      *
       01  BPFSRF-TOTALS REDEFINES BPFSRF-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFSRF-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ECA=".
           05  BPFSRF-TOT-ECA     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ANO=".
           05  BPFSRF-TOT-ANO     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(8)  VALUE "VERDICT=".
           05  BPFSRF-TOT-VERDICT PIC X(2).
           05  FILLER             PIC X(73).
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
       77  CPT-ECA           PIC 9(6) VALUE ZERO.
       77  CPT-ANO           PIC 9(6) VALUE ZERO.
      *
      ***** CENTRAL ALERT FILE - SEE ALERT AND THE OPS110 PAGE
       01  ALR-PARM.
           05  ALR-PGM            PIC X(10).
           05  ALR-SEV            PIC X(1).
           05  ALR-TEXTE          PIC X(60).
      *
      ***** MOUVEMENTS DE LA PERIODE CUMULES PAR ARTICLE - ENTREES
      ***** ("E" ET "R"), SORTIES ("S" ET "P"), AJUSTEMENTS SIGNES
      ***** ("A") - WK-MVT-VU PASSE A "Y" QUAND L'ARTICLE EST
      ***** RAPPROCHE D'UNE LIGNE STOCK OU SNAPSHOT - TABLE PLEINE =
      ***** LE RAPPROCHEMENT NE PEUT PLUS ETRE PROUVE, VERDICT KO
       77  WK-MVT-NBPST      PIC 9(4) VALUE 3000.
       77  WK-MVT-NB         PIC 9(4) VALUE ZERO.
       01  WK-MVT-TABLE.
           05  WK-MVT-TP    OCCURS 3000 INDEXED BY IN-MVT.
               10  WK-MVT-ARTIID      PIC X(15).
               10  WK-MVT-ENT         PIC S9(11)V9(3) COMP-3.
               10  WK-MVT-SOR         PIC S9(11)V9(3) COMP-3.
               10  WK-MVT-AJU         PIC S9(11)V9(3) COMP-3.
               10  WK-MVT-VU          PIC X(1).
      *
       77  WS-TROUVE         PIC X    VALUE "N".
       77  WS-MVT-EOF        PIC X    VALUE "N".
       77  WS-TABLE-PLEINE   PIC X    VALUE "N".
      *
      ***** RAPPROCHEMENT STOCK / SNAPSHOT EN PARALLELE - CLE A
      ***** HIGH-VALUE EN FIN DE FICHIER
       77  WS-STK-CLE        PIC X(15) VALUE LOW-VALUE.
       77  WS-SNP-CLE        PIC X(15) VALUE LOW-VALUE.
       77  WS-SNP-DT         PIC X(8)  VALUE SPACE.
       77  WS-SNP-VIDE       PIC X     VALUE "Y".
       77  WS-STK-EOF        PIC X     VALUE "N".
      *
      ***** LIGNE EN COURS DE RAPPROCHEMENT
       77  WS-ARTIID         PIC X(15) VALUE SPACE.
       77  WS-OUV            PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-ENT            PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-SOR            PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-AJU            PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-CLO            PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-ECA            PIC S9(11)V9(3) COMP-3 VALUE ZERO.
       77  WS-MSG            PIC X(16) VALUE SPACE.
      *
      ***** VERDICT LATCHE POUR LA LIGNE STKBAL DE FIN DE RUN
       77  WS-VERDICT        PIC X(2) VALUE "OK".
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
           OPEN OUTPUT BPFSRF.
      *
      ***** DATE DU SNAPSHOT D'OUVERTURE - PORTEE PAR CHAQUE LIGNE,
      ***** LA PREMIERE SUFFIT - SANS SNAPSHOT LE RUN LE PREND
      ***** SEULEMENT, IL N'Y A RIEN A RAPPROCHER
           OPEN INPUT  STKSNP.
           PERFORM LIT-SNAPSHOT.
           IF WS-SNP-CLE NOT = HIGH-VALUE
              MOVE "N"    TO WS-SNP-VIDE
              MOVE SNP-DT TO WS-SNP-DT
           END-IF.
      *
           MOVE SPACE TO BPFSRF-ENR.
           MOVE WS-SNP-DT     TO BPFSRF-ENT-SNP.
           MOVE WS-TODAY-DATE TO BPFSRF-ENT-DT.
           WRITE BPFSRF-ENTETE.
      *
           IF WS-SNP-VIDE = "Y"
              CLOSE STKSNP
              MOVE SPACE TO BPFSRF-ENR
              MOVE "NO SNAPSHOT ON FILE - OPENING SNAPSHOT TAKEN"
                   TO BPFSRF-ENR(2:44)
              WRITE BPFSRF-ENR
              GO  TO   PRISE-SNAPSHOT
           END-IF.
      *
      ***** MOUVEMENTS POSTERIEURS AU SNAPSHOT, CUMULES PAR ARTICLE
           PERFORM CHARGE-MOUVEMENTS.
      *
      ***** RAPPROCHEMENT STOCK / SNAPSHOT DANS L'ORDRE DES ARTICLES
           OPEN INPUT  STOCK.
           PERFORM LIT-STOCK.
           PERFORM TRAITEMENT-DETAIL
                   UNTIL WS-STK-CLE = HIGH-VALUE
                     AND WS-SNP-CLE = HIGH-VALUE.
           CLOSE STOCK
                 STKSNP.
      *
      ***** ARTICLES MOUVEMENTES QUI NE SONT NI AU STOCK NI AU
      ***** SNAPSHOT
           SET IN-MVT TO 1.
           PERFORM MOUVEMENT-ORPHELIN UNTIL IN-MVT > WK-MVT-NB.
      *
           IF WS-TABLE-PLEINE = "Y"
              MOVE "KO" TO WS-VERDICT
              MOVE SPACE TO BPFSRF-ENR
              MOVE "MOVEMENT TABLE FULL - ROLL-FORWARD NOT PROVEN"
                   TO BPFSRF-ENR(2:45)
              WRITE BPFSRF-ENR
           END-IF.
      *
      ***** VERDICT MACHINE VERS STKBAL ET ALERTE CRITIQUE SUR UN
      ***** STOCK QUI NE SE RECONSTITUE PAS
           IF NOT LDA-VISUEL
              OPEN EXTEND STKBAL
              MOVE WS-TODAY-DATE TO STKBAL-DT
              MOVE WS-VERDICT    TO STKBAL-VERDICT
              MOVE CPT-LUS       TO STKBAL-ART
              MOVE CPT-ECA       TO STKBAL-ECA
              MOVE CPT-ANO       TO STKBAL-ANO
              WRITE STKBAL-ENR
              CLOSE STKBAL
           END-IF.
           IF WS-VERDICT = "KO"
              MOVE "STK170" TO ALR-PGM
              MOVE "C"      TO ALR-SEV
              MOVE "STOCK/STKMVT ROLL-FORWARD OUT OF BALANCE"
                            TO ALR-TEXTE
              CALL "ALERT" USING ALR-PARM
           END-IF.
      *
      ***** LES CHIFFRES DE CLOTURE DEVIENNENT LE SNAPSHOT
      ***** D'OUVERTURE DE LA PERIODE SUIVANTE
       PRISE-SNAPSHOT.
           IF NOT LDA-VISUEL
              PERFORM ECRIT-SNAPSHOT
           END-IF.
      *
       VIDE.
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  BPFSRF.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "STK170"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "ECA"      TO RUN-LIB2.
           MOVE CPT-ECA    TO RUN-CPT2.
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
      ******* RAPPROCHEMENT D'UN ARTICLE - LA PLUS PETITE DES DEUX
      ******* CLES EST TRAITEE, ABSENTE DE L'AUTRE COTE QUAND LES
      ******* CLES DIFFERENT
      ****************************************************************
      /
       TRAITEMENT-DETAIL SECTION.
      ***************************
      /
       TRT-RECORD.
           ADD 1 TO CPT-LUS.
           MOVE ZERO  TO WS-OUV.
           MOVE ZERO  TO WS-CLO.
           MOVE SPACE TO WS-MSG.
      *
           IF WS-STK-CLE < WS-SNP-CLE
              MOVE WS-STK-CLE TO WS-ARTIID
              MOVE STK-QT OF STK-ENR-DDS TO WS-CLO
              PERFORM CUMULS-ARTICLE
              IF WS-OUV + WS-ENT - WS-SOR + WS-AJU = WS-CLO
                 MOVE "NEW ARTICLE" TO WS-MSG
              ELSE
                 MOVE "NOT ON SNAPSHOT" TO WS-MSG
                 ADD 1 TO CPT-ANO
                 MOVE "KO" TO WS-VERDICT
              END-IF
              PERFORM EDITION-LIGNE
              PERFORM LIT-STOCK
              GO  TO     END-RECORD
           END-IF.
      *
           IF WS-SNP-CLE < WS-STK-CLE
              MOVE WS-SNP-CLE TO WS-ARTIID
              MOVE SNP-QT     TO WS-OUV
              PERFORM CUMULS-ARTICLE
              MOVE "NOT ON STOCK" TO WS-MSG
              ADD 1 TO CPT-ANO
              MOVE "KO" TO WS-VERDICT
              PERFORM EDITION-LIGNE
              PERFORM LIT-SNAPSHOT
              GO  TO     END-RECORD
           END-IF.
      *
           MOVE WS-STK-CLE TO WS-ARTIID.
           MOVE SNP-QT     TO WS-OUV.
           MOVE STK-QT OF STK-ENR-DDS TO WS-CLO.
           PERFORM CUMULS-ARTICLE.
           IF WS-OUV + WS-ENT - WS-SOR + WS-AJU NOT = WS-CLO
              MOVE "NO ROLL-FORWARD" TO WS-MSG
              ADD 1 TO CPT-ECA
              MOVE "KO" TO WS-VERDICT
              PERFORM EDITION-LIGNE
           END-IF.
           PERFORM LIT-STOCK.
           PERFORM LIT-SNAPSHOT.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* CUMULS DE LA PERIODE DE L'ARTICLE COURANT - ZERO S'IL
      ******* N'A PAS BOUGE - L'ARTICLE EST MARQUE RAPPROCHE
      ****************************************************************
      /
       CUMULS-ARTICLE.
           MOVE ZERO TO WS-ENT.
           MOVE ZERO TO WS-SOR.
           MOVE ZERO TO WS-AJU.
           PERFORM CHERCHE-ARTICLE.
           IF WS-TROUVE = "Y"
              MOVE WK-MVT-ENT(IN-MVT) TO WS-ENT
              MOVE WK-MVT-SOR(IN-MVT) TO WS-SOR
              MOVE WK-MVT-AJU(IN-MVT) TO WS-AJU
              MOVE "Y"                TO WK-MVT-VU(IN-MVT)
           END-IF.
      /
      ***** RECHERCHE DE WS-ARTIID DANS LA TABLE DES MOUVEMENTS -
      ***** IN-MVT RESSORT POSITIONNE SUR LE POSTE TROUVE
       CHERCHE-ARTICLE.
           MOVE "N" TO WS-TROUVE.
           SET IN-MVT TO 1.
           PERFORM CHERCHE-ARTICLE-TOUR UNTIL WS-TROUVE = "Y"
                                            OR IN-MVT > WK-MVT-NB.
      /
       CHERCHE-ARTICLE-TOUR.
           IF WK-MVT-ARTIID(IN-MVT) = WS-ARTIID
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-MVT UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* LIGNE D'EXCEPTION - L'ECART EST LE STOCK DE CLOTURE
      ******* MOINS LE STOCK THEORIQUE RECONSTITUE
      ****************************************************************
      /
       EDITION-LIGNE.
           COMPUTE WS-ECA = WS-CLO
                          - (WS-OUV + WS-ENT - WS-SOR + WS-AJU).
           MOVE WS-ARTIID TO BPFSRF-ARTIID.
           MOVE WS-OUV    TO BPFSRF-OUV.
           MOVE WS-ENT    TO BPFSRF-ENT.
           MOVE WS-SOR    TO BPFSRF-SOR.
           MOVE WS-AJU    TO BPFSRF-AJU.
           MOVE WS-CLO    TO BPFSRF-STK.
           MOVE WS-ECA    TO BPFSRF-ECA.
           MOVE WS-MSG    TO BPFSRF-MSG.
           WRITE BPFSRF-ENR.
      /
      ****************************************************************
      ******* ARTICLE MOUVEMENTE SUR LA PERIODE QUI N'A ETE
      ******* RAPPROCHE NI D'UNE LIGNE STOCK NI D'UNE LIGNE SNAPSHOT
      ****************************************************************
      /
       MOUVEMENT-ORPHELIN.
           IF WK-MVT-VU(IN-MVT) = "N"
              ADD 1 TO CPT-LUS
              ADD 1 TO CPT-ANO
              MOVE "KO" TO WS-VERDICT
              MOVE WK-MVT-ARTIID(IN-MVT) TO WS-ARTIID
              MOVE ZERO                  TO WS-OUV
              MOVE WK-MVT-ENT(IN-MVT)    TO WS-ENT
              MOVE WK-MVT-SOR(IN-MVT)    TO WS-SOR
              MOVE WK-MVT-AJU(IN-MVT)    TO WS-AJU
              MOVE ZERO                  TO WS-CLO
              MOVE "MVT NOT ON STOCK"    TO WS-MSG
              PERFORM EDITION-LIGNE
           END-IF.
           SET IN-MVT UP BY 1.
      /
      ****************************************************************
      ******* LECTURES EN PARALLELE - CLE A HIGH-VALUE EN FIN
      ****************************************************************
      /
       LIT-STOCK.
           IF WS-STK-EOF NOT = "Y"
              READ STOCK NEXT AT END
                   MOVE "Y" TO WS-STK-EOF
              END-READ
           END-IF.
           IF WS-STK-EOF = "Y"
              MOVE HIGH-VALUE TO WS-STK-CLE
           ELSE
              MOVE STK-ARTIID OF STK-ENR-DDS TO WS-STK-CLE
           END-IF.
      /
       LIT-SNAPSHOT.
           READ STKSNP NEXT AT END
                MOVE HIGH-VALUE TO WS-SNP-CLE
                NOT AT END
                MOVE SNP-ARTIID TO WS-SNP-CLE
           END-READ.
      /
      ****************************************************************
      ******* CUMUL DES MOUVEMENTS STKMVT DATES APRES LE SNAPSHOT ET
      ******* JUSQU'A AUJOURD'HUI
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
              IF MVT-DATE > WS-SNP-DT
                 AND MVT-DATE NOT > WS-TODAY-DATE
                 PERFORM CUMULE-MOUVEMENT
              END-IF
           END-IF.
      /
       CUMULE-MOUVEMENT.
           MOVE MVT-ARTIID TO WS-ARTIID.
           PERFORM CHERCHE-ARTICLE.
           IF WS-TROUVE = "N"
              IF WK-MVT-NB >= WK-MVT-NBPST
                 MOVE "Y" TO WS-TABLE-PLEINE
              ELSE
                 ADD 1 TO WK-MVT-NB
                 SET IN-MVT TO WK-MVT-NB
                 MOVE MVT-ARTIID TO WK-MVT-ARTIID(IN-MVT)
                 MOVE ZERO       TO WK-MVT-ENT(IN-MVT)
                 MOVE ZERO       TO WK-MVT-SOR(IN-MVT)
                 MOVE ZERO       TO WK-MVT-AJU(IN-MVT)
                 MOVE "N"        TO WK-MVT-VU(IN-MVT)
                 MOVE "Y"        TO WS-TROUVE
              END-IF
           END-IF.
      *
           IF WS-TROUVE = "Y"
              EVALUATE MVT-SENS
                 WHEN "E"
                 WHEN "R"
                 WHEN "I"
                    ADD MVT-QT TO WK-MVT-ENT(IN-MVT)
                 WHEN "S"
                 WHEN "P"
                 WHEN "T"
                    ADD MVT-QT TO WK-MVT-SOR(IN-MVT)
                 WHEN "A"
                    ADD MVT-QT TO WK-MVT-AJU(IN-MVT)
                 WHEN OTHER
                    ADD 1 TO CPT-ANO
              END-EVALUATE
           END-IF.
      /
      ****************************************************************
      ******* NOUVEAU SNAPSHOT - LE STOCK DE CLOTURE, ARTICLE PAR
      ******* ARTICLE, DATE DU JOUR
      ****************************************************************
      /
       ECRIT-SNAPSHOT SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT  STOCK.
           OPEN OUTPUT STKSNP.
           MOVE "N" TO WS-STK-EOF.
           PERFORM SNAPSHOT-SUIVANT UNTIL WS-STK-EOF = "Y".
           CLOSE STOCK
                 STKSNP.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       SNAPSHOT-SUIVANT.
           READ STOCK NEXT AT END
                MOVE "Y" TO WS-STK-EOF
           END-READ.
      *
           IF WS-STK-EOF NOT = "Y"
              MOVE STK-ARTIID OF STK-ENR-DDS TO SNP-ARTIID
              MOVE STK-QT     OF STK-ENR-DDS TO SNP-QT
              MOVE WS-TODAY-DATE             TO SNP-DT
              WRITE SNP-ENR-DDS
           END-IF.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE SPACE TO BPFSRF-ENR.
           MOVE CPT-LUS    TO BPFSRF-TOT-LUS.
           MOVE CPT-ECA    TO BPFSRF-TOT-ECA.
           MOVE CPT-ANO    TO BPFSRF-TOT-ANO.
           MOVE WS-VERDICT TO BPFSRF-TOT-VERDICT.
           IF WS-SNP-VIDE = "Y"
              MOVE SPACE TO BPFSRF-TOT-VERDICT
           END-IF.
           WRITE BPFSRF-TOTALS.
      /
