      * respects the DISPSEL run selection over the accumulating
      * disposition file and refuses to start on a day whose
      * BAL100 verdict is KO or missing.
      * A rejected line still waiting on BACKORD prints the date
      * BO110 expects it to be available from the open purchase
      * orders and proposed transfers (BODISPO), or NO SUPPLY when
      * none covers it, and the same date and flag are carried on
      * the line's CNFEXT record, so sites stop phoning purchasing
      * to ask when it will ship.
      * A line rejected on stock for which ART100 found a substitute
      * article that could ship today (DISP-SUBST, from the ranked
      * ARTSUBST list) prints SUBST= and the substitute after the
      * availability, and the substitute is carried on the line's
      * CNFEXT record (CNF-SUBST) - a proposal the site accepts
      * through the order desk and the CORR100 resubmission.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF SITE-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  BODISPO
                   ASSIGN       TO DATABASE-BODISPO
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      ***** PER-SITE CONFIRMATION EXTRACT - REDIRECTED TO EACH
      ***** SITE'S SITE-BIB LIBRARY BY AN OVRDBF ISSUED THROUGH
       FD  SITELKUP   LABEL RECORD STANDARD.
       01  SITE-ENR-DDS.
           COPY DDS-ALL-FORMAT OF SITELKUP.
      *
      ****************************************************************
      **** BO110 BACKORDER AVAILABILITY - THE EXPECTED DATE OF EACH
      **** LINE WAITING ON BACKORD, OR ITS NO-SUPPLY FLAG
      ****************************************************************
       FD  BODISPO  LABEL RECORD STANDARD.
       01  BOD-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BODISPO.
      *
       FD  CNFEXT  LABEL RECORD STANDARD.
       01  CNF-ENR-DDS.
           05  BPFCNF-ERR         PIC XX.
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFCNF-LIBERR      PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFCNF-DISPO       PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFCNF-PROP.
               10  BPFCNF-PROP-LIB    PIC X(6).
               10  BPFCNF-PROP-ID     PIC X(15).
      *
       01  BPFCNF-TITRE REDEFINES BPFCNF-ENR.
           05  FILLER             PIC X(1).
               10  WK-SIT-COD         PIC X(3).
       77  WS-SIT-TROUVE     PIC X     VALUE "N".
      *
      ***** DISPONIBILITE ATTENDUE DES RELIQUATS, CHARGEE DEPUIS
      ***** BODISPO - CLE ARTICLE/ORDRE COMME DANS BO100 ET BO110 -
      ***** TABLE PLEINE OU LIGNE ABSENTE = RIEN D'IMPRIME
       77  WK-DSP-NBPST      PIC 9(4)  VALUE 2000.
       77  WK-DSP-NB         PIC 9(4)  VALUE ZERO.
       01  WK-DSP-TABLE.
           05  WK-DSP-TP    OCCURS 2000 INDEXED BY IN-DSP.
               10  WK-DSP-CLE         PIC X(25).
               10  WK-DSP-ETAT        PIC X(1).
               10  WK-DSP-DT          PIC X(8).
       77  WS-DSP-CLE        PIC X(25) VALUE SPACE.
       77  WS-DSP-ETAT       PIC X(1)  VALUE SPACE.
       77  WS-DSP-DT         PIC X(8)  VALUE SPACE.
       77  WS-DSP-TROUVE     PIC X     VALUE "N".
       77  WS-DSP-EOF        PIC X     VALUE "N".
      *
      ***** REDIRECTION DE L'EXTRAIT VERS LA BIBLIOTHEQUE DU SITE -
      ***** OVRDBF PUIS DLTOVR, COMME LES CHEMINS DISTANTS DE
      ***** CONS100 - LES COMMANDES SONT ASSEMBLEES PAR STRING POUR
              GO  TO   FIN-REFUS
           END-IF.
      *
      ***** DATES DE DISPONIBILITE DES RELIQUATS CALCULEES PAR BO110
           PERFORM CHARGE-DISPO.
      *
      ***** UNE SECTION PAR SITE DE SITELKUP, DANS L'ORDRE DES CLES
           OPEN INPUT  SITELKUP.
           MOVE "N" TO WS-SITE-EOF.
              ADD WS-LIG-VAL TO WS-VAL-REJ
              ADD WS-LIG-VAL TO WS-VRJ-SITE
              PERFORM RESOUD-LIBERR
              PERFORM RESOUD-DISPO
              PERFORM EDITION-LIGNE-REJETEE
              PERFORM EDITION-CNFEXT
           END-IF.
           MOVE ERR-LIB TO WS-LIBERR.
      /
      ****************************************************************
      ******* DISPONIBILITE ATTENDUE DE LA LIGNE REJETEE - SEULE UNE
      ******* LIGNE PARTIE EN RELIQUAT FIGURE SUR BODISPO, LES AUTRES
      ******* REJETS RESTENT A BLANC
      ****************************************************************
      /
       RESOUD-DISPO.
           MOVE SPACE       TO WS-DSP-ETAT.
           MOVE SPACE       TO WS-DSP-DT.
           MOVE SPACE       TO WS-DSP-CLE.
           MOVE DISP-ORDDAR TO WS-DSP-CLE(1:15).
           MOVE DISP-ORDNUM TO WS-DSP-CLE(16:10).
      *
           MOVE "N" TO WS-DSP-TROUVE.
           SET IN-DSP TO 1.
           PERFORM CHERCHE-DISPO-TOUR UNTIL WS-DSP-TROUVE = "Y"
                                         OR IN-DSP > WK-DSP-NB.
           IF WS-DSP-TROUVE = "Y"
              MOVE WK-DSP-ETAT(IN-DSP) TO WS-DSP-ETAT
              MOVE WK-DSP-DT(IN-DSP)   TO WS-DSP-DT
           END-IF.
      /
       CHERCHE-DISPO-TOUR.
           IF WK-DSP-CLE(IN-DSP) = WS-DSP-CLE
              MOVE "Y" TO WS-DSP-TROUVE
           ELSE
              SET IN-DSP UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* CHARGEMENT DES DATES DE DISPONIBILITE DE BODISPO
      ****************************************************************
      /
       CHARGE-DISPO.
           OPEN INPUT BODISPO.
           MOVE "N" TO WS-DSP-EOF.
           PERFORM DISPO-SUIVANTE UNTIL WS-DSP-EOF = "Y".
           CLOSE BODISPO.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       DISPO-SUIVANTE.
           READ BODISPO NEXT AT END
                MOVE "Y" TO WS-DSP-EOF
           END-READ.
      *
           IF WS-DSP-EOF NOT = "Y"
              AND WK-DSP-NB < WK-DSP-NBPST
              ADD 1 TO WK-DSP-NB
              SET IN-DSP TO WK-DSP-NB
              MOVE SPACE        TO WK-DSP-CLE(IN-DSP)
              MOVE BOD-ORDDAR   TO WK-DSP-CLE(IN-DSP)(1:15)
              MOVE BOD-ORDNUM   TO WK-DSP-CLE(IN-DSP)(16:10)
              MOVE BOD-ETAT     TO WK-DSP-ETAT(IN-DSP)
              MOVE BOD-DT-DISPO TO WK-DSP-DT(IN-DSP)
           END-IF.
      /
      ****************************************************************
      ******* ECRITURE D'UNE LIGNE ACCEPTEE SUR LA CONFIRMATION
      ****************************************************************
      /
           MOVE DISP-PR      TO  BPFCNF-PR.
           MOVE DISP-ERR     TO  BPFCNF-ERR.
           MOVE WS-LIBERR    TO  BPFCNF-LIBERR.
           EVALUATE WS-DSP-ETAT
               WHEN "D"
                    MOVE WS-DSP-DT   TO  BPFCNF-DISPO
               WHEN "N"
                    MOVE "NO SUPPLY" TO  BPFCNF-DISPO
               WHEN "C"
                    MOVE "NOT DATED" TO  BPFCNF-DISPO
               WHEN OTHER
                    MOVE SPACE       TO  BPFCNF-DISPO
           END-EVALUATE.
      ***** SUBSTITUT PROPOSE PAR ART100 SUR UN REJET DE STOCK -
      ***** UNE PROPOSITION, LE SITE L'ACCEPTE VIA LE BUREAU DES
      ***** COMMANDES
           IF DISP-SUBST NOT = SPACE
              MOVE "SUBST="     TO  BPFCNF-PROP-LIB
              MOVE DISP-SUBST   TO  BPFCNF-PROP-ID
           END-IF.
           WRITE BPFCNF-ENR.
      /
      ****************************************************************
               WHEN "R"
                    MOVE "ALL LINES REJECTED" TO BPFCNF-LIBERR
               WHEN "H"
                    IF DISP-ERR = "B6"
                       MOVE "HELD - CUSTOMER CREDIT LIMIT"
                                              TO BPFCNF-LIBERR
                    ELSE
                       MOVE "HELD FOR REVIEW - OVER CEILING"
                                              TO BPFCNF-LIBERR
                    END-IF
               WHEN OTHER
                    MOVE SPACE                TO BPFCNF-LIBERR
           END-EVALUATE.
              MOVE DISP-ERR     TO CNF-ERR
              MOVE DISP-QT      TO CNF-QT
              MOVE DISP-PR      TO CNF-PR
              IF DISP-CODE = "R" AND DISP-ORDDAR NOT = SPACE
                 MOVE WS-DSP-ETAT  TO CNF-DISPO
                 MOVE WS-DSP-DT    TO CNF-DT-DISPO
                 MOVE DISP-SUBST   TO CNF-SUBST
              ELSE
                 MOVE SPACE        TO CNF-DISPO
                 MOVE SPACE        TO CNF-DT-DISPO
                 MOVE SPACE        TO CNF-SUBST
              END-IF
              WRITE CNF-ENR-DDS
           END-IF.
      /
