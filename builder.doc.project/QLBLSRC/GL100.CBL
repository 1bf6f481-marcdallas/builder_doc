       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL100.
      /
      ***********************
      * This program is the general-ledger interface accounting
      * used to re-key by hand from the STK140 and VAL100
      * printouts. For the declared month - the LDA-MOIS month
      * with the year of that month, the VAL100 rule - it sums the
      * value (MVT-QT times MVT-COUT) of the month's STKMVT
      * movements by movement type and takes the accepted net, VAT
      * and gross VAL100 left on TVADCL for the month by tax code,
      * and turns each into a balanced journal entry on the GLEXT
      * posting extract: a stock entry debits and credits the two
      * accounts GLMAP holds for the movement type (swapped when
      * the month's value is negative), a sales entry debits the
      * gross and credits the net and the VAT to the accounts
      * GLMAP holds for the tax code. A "*TOTAL*" control record
      * closes the extract with the line count and the debit and
      * credit grand totals. Every movement whose type has no GLMAP
      * row is listed, one line each, and a tax code with no row is
      * listed too: the entries are still printed, but the extract
      * is only written when everything is mapped and VAL100 has
      * extracted the month - a partial posting would be dropped
      * from the ledger for good, since the month interfaced is
      * then memorized on CHKPT under "GL100ITF", the VAL100DCL
      * way, and the same month is refused a second time until
      * operations deliberately clear the marker. In simulation
      * mode (LDA-VISUEL) the entries are listed and nothing is
      * written.
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
           SELECT  STKMVT
                   ASSIGN       TO DATABASE-STKMVT
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  TVADCL
                   ASSIGN       TO DATABASE-TVADCL
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  GLMAP
                   ASSIGN       TO DATABASE-GLMAP
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF GLM-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  GLEXT
                   ASSIGN       TO DATABASE-GLEXT
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  CHKPT
                   ASSIGN       TO DATABASE-CHKPT
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF CHKPT-ENR
                   FILE STATUS  IS ST.
      *
           SELECT  BPFGL
                   ASSIGN       TO PRINTER-BPFGL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  STKMVT  LABEL RECORD STANDARD.
       01  MVT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF STKMVT.
      *
      ****************************************************************
      **** VAL100 DECLARATION EXTRACT - THE ACCEPTED NET, VAT AND
      **** GROSS OF THE MONTH BY TAX CODE
      ****************************************************************
       FD  TVADCL  LABEL RECORD STANDARD.
       01  DCL-ENR-DDS.
           COPY DDS-ALL-FORMAT OF TVADCL.
      *
       FD  GLMAP   LABEL RECORD STANDARD.
       01  GLM-ENR-DDS.
           COPY DDS-ALL-FORMAT OF GLMAP.
      *
       FD  GLEXT   LABEL RECORD STANDARD.
       01  GLE-ENR-DDS.
           COPY DDS-ALL-FORMAT OF GLEXT.
      *
      ****************************************************************
      **** MONTH ALREADY INTERFACED - KEPT ON CHKPT UNDER "GL100ITF"
      ****************************************************************
       FD  CHKPT   LABEL RECORD STANDARD.
       01  CHKPT-ENR.
           COPY DDS-ALL-FORMAT OF CHKPT.
      *
      ****************************************************************
      **** JOURNAL-ENTRY LISTING - ONE LINE PER ENTRY LINE, THE
      **** UNMAPPED MOVEMENTS ONE LINE EACH
      ****************************************************************
       FD  BPFGL   LABEL RECORD STANDARD.
       01  BPFGL-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFGL-JOURNAL      PIC X(2).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFGL-PIECE        PIC Z(4)9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFGL-CODE         PIC X(20).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFGL-CPT          PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(2)  VALUE "D=".
           05  BPFGL-DEBIT        PIC -(11)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(2)  VALUE "C=".
           05  BPFGL-CREDIT       PIC -(11)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFGL-MSG          PIC X(10).
      *
       01  BPFGL-NMP REDEFINES BPFGL-ENR.
           05  FILLER             PIC X(1).
           05  BPFGL-NMP-ARTIID   PIC X(15).
           05  FILLER             PIC X(1).
           05  BPFGL-NMP-DATE     PIC X(8).
           05  FILLER             PIC X(1).
           05  BPFGL-NMP-SENS     PIC X(1).
           05  FILLER             PIC X(1).
           05  BPFGL-NMP-ORDNUM   PIC X(10).
           05  FILLER             PIC X(1).
           05  BPFGL-NMP-QT       PIC -(7)9,999.
           05  FILLER             PIC X(1).
           05  BPFGL-NMP-VAL      PIC -(11)9,99.
           05  FILLER             PIC X(1).
           05  BPFGL-NMP-MSG      PIC X(10).
           05  FILLER             PIC X(9).
      *
       01  BPFGL-TOTALS REDEFINES BPFGL-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFGL-TOT-LUS      PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "RET=".
           05  BPFGL-TOT-RET      PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "NMP=".
           05  BPFGL-TOT-NMP      PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ECR=".
           05  BPFGL-TOT-ECR      PIC Z(5)9.
           05  FILLER             PIC X(32).
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
       77  CPT-RET           PIC 9(6) VALUE ZERO.
       77  CPT-NMP           PIC 9(6) VALUE ZERO.
       77  CPT-ECR           PIC 9(6) VALUE ZERO.
      *
      ***** CUMULS DU MOIS PAR TYPE DE MOUVEMENT AVEC LES COMPTES
      ***** GLMAP RESOLUS AU PREMIER MOUVEMENT DU TYPE - TABLE
      ***** PLEINE = LE MOUVEMENT EST LISTE COMME NON AFFECTE
       77  WK-MVG-NBPST      PIC 99   VALUE 10.
       77  WK-MVG-NB         PIC 99   VALUE ZERO.
       01  WK-MVG-TABLE.
           05  WK-MVG-TP    OCCURS 10 INDEXED BY IN-MVG.
               10  WK-MVG-SENS        PIC X(1).
               10  WK-MVG-VAL         PIC S9(13)V9(2) COMP-3.
               10  WK-MVG-NBM         PIC S9(7)       COMP-3.
               10  WK-MVG-MAP         PIC X(1).
               10  WK-MVG-DEB         PIC X(10).
               10  WK-MVG-CRE         PIC X(10).
               10  WK-MVG-LIB         PIC X(30).
      *
      ***** VENTES ACCEPTEES DU MOIS PAR CODE TAXE, REPRISES DE
      ***** TVADCL - MEME CAPACITE QUE LA TABLE DE CUMULS DE VAL100
       77  WK-VTE-NBPST      PIC 99   VALUE 11.
       77  WK-VTE-NB         PIC 99   VALUE ZERO.
       01  WK-VTE-TABLE.
           05  WK-VTE-TP    OCCURS 11 INDEXED BY IN-VTE.
               10  WK-VTE-LIB         PIC X(20).
               10  WK-VTE-NET         PIC S9(13)V9(2) COMP-3.
               10  WK-VTE-TVA         PIC S9(13)V9(2) COMP-3.
               10  WK-VTE-TTC         PIC S9(13)V9(2) COMP-3.
               10  WK-VTE-MAP         PIC X(1).
               10  WK-VTE-DEB         PIC X(10).
               10  WK-VTE-CRE         PIC X(10).
               10  WK-VTE-CPT-TVA     PIC X(10).
               10  WK-VTE-GLLIB       PIC X(30).
      *
       77  WS-TROUVE         PIC X    VALUE "N".
       77  WS-MVT-VAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-ABS-VAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
      *
      ***** LIGNE D'ECRITURE EN COURS ET CUMULS DE CONTROLE
       77  WS-PIECE          PIC 9(5) VALUE ZERO.
       77  WS-ECR-JOURNAL    PIC X(2)  VALUE SPACE.
       77  WS-ECR-CODE       PIC X(20) VALUE SPACE.
       77  WS-ECR-CPT        PIC X(10) VALUE SPACE.
       77  WS-ECR-DEBIT      PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-ECR-CREDIT     PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-ECR-LIB        PIC X(30) VALUE SPACE.
       77  WS-ECR-NB         PIC S9(7) COMP-3 VALUE ZERO.
       77  WS-TOT-DEBIT      PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-TOT-CREDIT     PIC S9(13)V9(2) COMP-3 VALUE ZERO.
      *
      ***** EXTRAIT TVADCL DU MOIS - LE POSTE *TOTAL* DIT QUE VAL100
      ***** A BIEN SORTI LA DECLARATION DE LA PERIODE
       77  WS-DCL-EOF        PIC X    VALUE "N".
       77  WS-DCL-TOTAL      PIC X    VALUE "N".
      *
      ***** MARQUEUR CHKPT DU MOIS INTERFACE ET DECISION D'ECRITURE
      ***** DE L'EXTRAIT - TOUT AFFECTE ET DECLARATION PRESENTE
       77  WS-ITF-CLE        PIC X(10) VALUE "GL100ITF".
       77  WS-DEJA-ITF       PIC X    VALUE "N".
       77  WS-EXTRAIT        PIC X    VALUE "N".
      *
      ***** PERIODE INTERFACEE (AAAAMM) - LE MOIS LDA-MOIS AVEC
      ***** L'ANNEE DE CE MOIS, LA REGLE DE VAL100
       01  WS-PERIODE             PIC 9(6) VALUE ZERO.
       01  WS-PERIODE-X REDEFINES WS-PERIODE PIC X(6).
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
      ***** PERIODE INTERFACEE - LE MOIS LDA-MOIS AVEC L'ANNEE DE CE
      ***** MOIS : LE RUN DE DECEMBRE PASSE DEBUT JANVIER APPARTIENT
      ***** ENCORE A L'ANNEE PRECEDENTE
           MOVE WS-TODAY-AA TO WS-PER-AA.
           IF LDA-MOIS9 IS NUMERIC
              MOVE LDA-MOIS9 TO WS-PER-MM
              IF WS-PER-MM > WS-TODAY-MM
                 SUBTRACT 1 FROM WS-PER-AA
              END-IF
           ELSE
              MOVE WS-TODAY-MM TO WS-PER-MM
           END-IF.
           COMPUTE WS-PERIODE = WS-PER-AA * 100 + WS-PER-MM.
      *
           OPEN INPUT  STKMVT
                       GLMAP.
           OPEN OUTPUT BPFGL.
      *
      ***** UN MOIS DEJA INTERFACE NE REPART PAS - L'EXPLOITATION
      ***** EFFACE LE MARQUEUR POUR UNE REEMISSION DELIBEREE
           PERFORM CONTROLE-INTERFACE.
           IF WS-DEJA-ITF = "Y"
              MOVE SPACE TO BPFGL-ENR
              MOVE "NOT RUN - PERIOD ALREADY INTERFACED"
                   TO BPFGL-ENR(2:35)
              WRITE BPFGL-ENR
              MOVE HIGH-VALUE TO WS-END
              GO  TO   VIDE
           END-IF.
      *
           PERFORM CHARGE-VENTES.
      *
           MOVE "00" TO WS-END.
      *
           READ STKMVT NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   VIDE.
      *
           PERFORM TRAITEMENT-DETAIL UNTIL WS-END = HIGH-VALUE.
      *
       VIDE.
      *
           IF WS-DEJA-ITF = "N"
              PERFORM DECIDE-EXTRAIT
              PERFORM EDITION-ECRITURES
           END-IF.
      *
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  STKMVT
                  GLMAP
                  BPFGL.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "GL100"     TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "ECR"      TO RUN-LIB2.
           MOVE CPT-ECR    TO RUN-CPT2.
           MOVE "NMP"      TO RUN-LIB3.
           MOVE CPT-NMP    TO RUN-CPT3.
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
           IF MVT-DATE(1:6) = WS-PERIODE-X
              PERFORM CUMULE-MOUVEMENT
           END-IF.
      *
       READ-NEXT.
           READ STKMVT NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   END-RECORD.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* CUMUL D'UN MOUVEMENT DU MOIS SUR SON TYPE - UN TYPE
      ******* SANS LIGNE GLMAP FAIT LISTER LE MOUVEMENT
      ****************************************************************
      /
       CUMULE-MOUVEMENT SECTION.
      ***************************
      /
       TRT-RECORD.
           ADD 1 TO CPT-RET.
           COMPUTE WS-MVT-VAL ROUNDED = MVT-QT * MVT-COUT.
      *
           PERFORM CHERCHE-TYPE.
           IF WS-TROUVE = "N"
              IF WK-MVG-NB >= WK-MVG-NBPST
                 PERFORM EDITION-NON-AFFECTE
                 GO  TO  END-RECORD
              END-IF
              PERFORM AJOUTE-TYPE
           END-IF.
      *
           ADD WS-MVT-VAL TO WK-MVG-VAL(IN-MVG).
           ADD 1          TO WK-MVG-NBM(IN-MVG).
      *
           IF WK-MVG-MAP(IN-MVG) = "N"
              PERFORM EDITION-NON-AFFECTE
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* RECHERCHE DU TYPE DU MOUVEMENT DANS LA TABLE DES CUMULS
      ****************************************************************
      /
       CHERCHE-TYPE.
           MOVE "N" TO WS-TROUVE.
           SET IN-MVG TO 1.
           PERFORM TYPE-SUIVANT UNTIL WS-TROUVE = "Y"
                                   OR IN-MVG > WK-MVG-NB.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       TYPE-SUIVANT.
           IF WK-MVG-SENS(IN-MVG) = MVT-SENS
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-MVG UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* NOUVEAU TYPE DE MOUVEMENT - COMPTES LUS SUR GLMAP
      ****************************************************************
      /
       AJOUTE-TYPE.
           ADD 1 TO WK-MVG-NB.
           SET IN-MVG TO WK-MVG-NB.
           MOVE MVT-SENS TO WK-MVG-SENS(IN-MVG).
           MOVE ZERO     TO WK-MVG-VAL(IN-MVG).
           MOVE ZERO     TO WK-MVG-NBM(IN-MVG).
      *
           MOVE "M"      TO GLM-TYPE.
           MOVE SPACE    TO GLM-CODE.
           MOVE MVT-SENS TO GLM-CODE(1:1).
           READ GLMAP
                INVALID KEY
                     MOVE "N"   TO WK-MVG-MAP(IN-MVG)
                     MOVE SPACE TO WK-MVG-DEB(IN-MVG)
                     MOVE SPACE TO WK-MVG-CRE(IN-MVG)
                     MOVE SPACE TO WK-MVG-LIB(IN-MVG)
                NOT INVALID KEY
                     MOVE "Y"         TO WK-MVG-MAP(IN-MVG)
                     MOVE GLM-CPT-DEB TO WK-MVG-DEB(IN-MVG)
                     MOVE GLM-CPT-CRE TO WK-MVG-CRE(IN-MVG)
                     MOVE GLM-LIB     TO WK-MVG-LIB(IN-MVG)
           END-READ.
      /
      ****************************************************************
      ******* MOUVEMENT DONT LE TYPE N'A PAS DE COMPTES GLMAP - LISTE
      ******* UN PAR UN, JAMAIS ABANDONNE EN SILENCE
      ****************************************************************
      /
       EDITION-NON-AFFECTE.
           ADD 1 TO CPT-NMP.
           MOVE SPACE      TO BPFGL-ENR.
           MOVE MVT-ARTIID TO BPFGL-NMP-ARTIID.
           MOVE MVT-DATE   TO BPFGL-NMP-DATE.
           MOVE MVT-SENS   TO BPFGL-NMP-SENS.
           MOVE MVT-ORDNUM TO BPFGL-NMP-ORDNUM.
           MOVE MVT-QT     TO BPFGL-NMP-QT.
           MOVE WS-MVT-VAL TO BPFGL-NMP-VAL.
           MOVE "UNMAPPED" TO BPFGL-NMP-MSG.
           WRITE BPFGL-NMP.
      /
      ****************************************************************
      ******* CHARGEMENT DES VENTES DU MOIS DEPUIS L'EXTRAIT TVADCL
      ******* DE VAL100 - COMPTES GLMAP PAR CODE TAXE
      ****************************************************************
      /
       CHARGE-VENTES.
           MOVE "N" TO WS-DCL-EOF.
           OPEN INPUT TVADCL.
           PERFORM VENTE-SUIVANTE UNTIL WS-DCL-EOF = "Y".
           CLOSE TVADCL.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       VENTE-SUIVANTE.
           READ TVADCL NEXT AT END
                MOVE "Y" TO WS-DCL-EOF
           END-READ.
      *
           IF WS-DCL-EOF NOT = "Y"
              AND DCL-PERIODE = WS-PERIODE-X
              IF DCL-LIB = "*TOTAL*"
                 MOVE "Y" TO WS-DCL-TOTAL
              ELSE
                 PERFORM RETIENS-VENTE
              END-IF
           END-IF.
      /
       RETIENS-VENTE.
           MOVE SPACE    TO BPFGL-ENR.
           MOVE "VT"     TO BPFGL-JOURNAL.
           MOVE ZERO     TO BPFGL-PIECE.
           MOVE DCL-LIB  TO BPFGL-CODE.
           MOVE SPACE    TO BPFGL-CPT.
           MOVE DCL-TTC  TO BPFGL-DEBIT.
           MOVE DCL-NET  TO BPFGL-CREDIT.
      *
           IF WK-VTE-NB >= WK-VTE-NBPST
              ADD 1 TO CPT-NMP
              MOVE "OVERFLOW" TO BPFGL-MSG
              WRITE BPFGL-ENR
           ELSE
              ADD 1 TO WK-VTE-NB
              SET IN-VTE TO WK-VTE-NB
              MOVE DCL-LIB TO WK-VTE-LIB(IN-VTE)
              MOVE DCL-NET TO WK-VTE-NET(IN-VTE)
              MOVE DCL-TVA TO WK-VTE-TVA(IN-VTE)
              MOVE DCL-TTC TO WK-VTE-TTC(IN-VTE)
              MOVE "V"     TO GLM-TYPE
              MOVE DCL-LIB TO GLM-CODE
              READ GLMAP
                   INVALID KEY
                        MOVE "N"   TO WK-VTE-MAP(IN-VTE)
                   NOT INVALID KEY
                        MOVE "Y"         TO WK-VTE-MAP(IN-VTE)
                        MOVE GLM-CPT-DEB TO WK-VTE-DEB(IN-VTE)
                        MOVE GLM-CPT-CRE TO WK-VTE-CRE(IN-VTE)
                        MOVE GLM-CPT-TVA TO WK-VTE-CPT-TVA(IN-VTE)
                        MOVE GLM-LIB     TO WK-VTE-GLLIB(IN-VTE)
              END-READ
              IF WK-VTE-MAP(IN-VTE) = "N"
                 ADD 1 TO CPT-NMP
                 MOVE "UNMAPPED" TO BPFGL-MSG
                 WRITE BPFGL-ENR
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* L'EXTRAIT NE SORT QUE COMPLET - DECLARATION VAL100 DU
      ******* MOIS PRESENTE ET TOUT MOUVEMENT ET CODE TAXE AFFECTE -
      ******* SINON LES ECRITURES SONT SEULEMENT LISTEES
      ****************************************************************
      /
       DECIDE-EXTRAIT.
           MOVE "Y" TO WS-EXTRAIT.
      *
           IF WS-DCL-TOTAL = "N"
              MOVE "N" TO WS-EXTRAIT
              MOVE SPACE TO BPFGL-ENR
              MOVE "NOT POSTED - NO VAL100 EXTRACT FOR THE PERIOD"
                   TO BPFGL-ENR(2:46)
              WRITE BPFGL-ENR
           END-IF.
      *
           IF CPT-NMP > ZERO
              MOVE "N" TO WS-EXTRAIT
              MOVE SPACE TO BPFGL-ENR
              MOVE "NOT POSTED - UNMAPPED MOVEMENTS OR TAX CODES"
                   TO BPFGL-ENR(2:44)
              WRITE BPFGL-ENR
           END-IF.
      *
           IF LDA-VISUEL
              MOVE "N" TO WS-EXTRAIT
           END-IF.
      /
      ****************************************************************
      ******* ECRITURES DU MOIS - UNE PIECE EQUILIBREE PAR TYPE DE
      ******* MOUVEMENT PUIS PAR CODE TAXE, LE POSTE DE CONTROLE
      ******* *TOTAL* ET LE MARQUEUR CHKPT QUAND L'EXTRAIT SORT
      ****************************************************************
      /
       EDITION-ECRITURES.
           IF WS-EXTRAIT = "Y"
              OPEN OUTPUT GLEXT
           END-IF.
      *
           SET IN-MVG TO 1.
           PERFORM ECRITURE-STOCK UNTIL IN-MVG > WK-MVG-NB.
           SET IN-VTE TO 1.
           PERFORM ECRITURE-VENTE UNTIL IN-VTE > WK-VTE-NB.
      *
           MOVE SPACE         TO BPFGL-ENR.
           MOVE "**"          TO BPFGL-JOURNAL.
           MOVE ZERO          TO BPFGL-PIECE.
           MOVE "*TOTAL*"     TO BPFGL-CODE.
           MOVE SPACE         TO BPFGL-CPT.
           MOVE WS-TOT-DEBIT  TO BPFGL-DEBIT.
           MOVE WS-TOT-CREDIT TO BPFGL-CREDIT.
           MOVE SPACE         TO BPFGL-MSG.
           WRITE BPFGL-ENR.
      *
           IF WS-EXTRAIT = "Y"
              MOVE WS-PERIODE-X  TO GLE-PERIODE
              MOVE "**"          TO GLE-JOURNAL
              MOVE ZERO          TO GLE-PIECE
              MOVE "*TOTAL*"     TO GLE-CODE
              MOVE SPACE         TO GLE-CPT
              MOVE WS-TOT-DEBIT  TO GLE-DEBIT
              MOVE WS-TOT-CREDIT TO GLE-CREDIT
              MOVE SPACE         TO GLE-LIB
              MOVE CPT-ECR       TO GLE-NB
              WRITE GLE-ENR-DDS
              CLOSE GLEXT
              PERFORM MARQUE-INTERFACE
           END-IF.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       ECRITURE-STOCK.
           IF WK-MVG-MAP(IN-MVG) = "Y"
              AND WK-MVG-VAL(IN-MVG) NOT = ZERO
              ADD 1 TO WS-PIECE
              MOVE "ST"                TO WS-ECR-JOURNAL
              MOVE SPACE               TO WS-ECR-CODE
              MOVE WK-MVG-SENS(IN-MVG) TO WS-ECR-CODE(1:1)
              MOVE WK-MVG-LIB(IN-MVG)  TO WS-ECR-LIB
              MOVE WK-MVG-NBM(IN-MVG)  TO WS-ECR-NB
              IF WK-MVG-VAL(IN-MVG) > ZERO
                 MOVE WK-MVG-VAL(IN-MVG) TO WS-ABS-VAL
                 MOVE WK-MVG-DEB(IN-MVG) TO WS-ECR-CPT
                 MOVE WS-ABS-VAL         TO WS-ECR-DEBIT
                 MOVE ZERO               TO WS-ECR-CREDIT
                 PERFORM ECRIT-LIGNE
                 MOVE WK-MVG-CRE(IN-MVG) TO WS-ECR-CPT
                 MOVE ZERO               TO WS-ECR-DEBIT
                 MOVE WS-ABS-VAL         TO WS-ECR-CREDIT
                 PERFORM ECRIT-LIGNE
              ELSE
                 COMPUTE WS-ABS-VAL = ZERO - WK-MVG-VAL(IN-MVG)
                 MOVE WK-MVG-CRE(IN-MVG) TO WS-ECR-CPT
                 MOVE WS-ABS-VAL         TO WS-ECR-DEBIT
                 MOVE ZERO               TO WS-ECR-CREDIT
                 PERFORM ECRIT-LIGNE
                 MOVE WK-MVG-DEB(IN-MVG) TO WS-ECR-CPT
                 MOVE ZERO               TO WS-ECR-DEBIT
                 MOVE WS-ABS-VAL         TO WS-ECR-CREDIT
                 PERFORM ECRIT-LIGNE
              END-IF
           END-IF.
           SET IN-MVG UP BY 1.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       ECRITURE-VENTE.
           IF WK-VTE-MAP(IN-VTE) = "Y"
              AND WK-VTE-TTC(IN-VTE) NOT = ZERO
              ADD 1 TO WS-PIECE
              MOVE "VT"                   TO WS-ECR-JOURNAL
              MOVE WK-VTE-LIB(IN-VTE)     TO WS-ECR-CODE
              MOVE WK-VTE-GLLIB(IN-VTE)   TO WS-ECR-LIB
              MOVE ZERO                   TO WS-ECR-NB
              MOVE WK-VTE-DEB(IN-VTE)     TO WS-ECR-CPT
              MOVE WK-VTE-TTC(IN-VTE)     TO WS-ECR-DEBIT
              MOVE ZERO                   TO WS-ECR-CREDIT
              PERFORM ECRIT-LIGNE
              MOVE WK-VTE-CRE(IN-VTE)     TO WS-ECR-CPT
              MOVE ZERO                   TO WS-ECR-DEBIT
              MOVE WK-VTE-NET(IN-VTE)     TO WS-ECR-CREDIT
              PERFORM ECRIT-LIGNE
              IF WK-VTE-TVA(IN-VTE) NOT = ZERO
                 MOVE WK-VTE-CPT-TVA(IN-VTE) TO WS-ECR-CPT
                 MOVE ZERO                   TO WS-ECR-DEBIT
                 MOVE WK-VTE-TVA(IN-VTE)     TO WS-ECR-CREDIT
                 PERFORM ECRIT-LIGNE
              END-IF
           END-IF.
           SET IN-VTE UP BY 1.
      /
      ****************************************************************
      ******* UNE LIGNE D'ECRITURE - AU LISTING, A L'EXTRAIT QUAND IL
      ******* SORT, ET AUX CUMULS DEBIT/CREDIT DU POSTE DE CONTROLE
      ****************************************************************
      /
       ECRIT-LIGNE.
           ADD 1             TO CPT-ECR.
           ADD WS-ECR-DEBIT  TO WS-TOT-DEBIT.
           ADD WS-ECR-CREDIT TO WS-TOT-CREDIT.
      *
           MOVE SPACE          TO BPFGL-ENR.
           MOVE WS-ECR-JOURNAL TO BPFGL-JOURNAL.
           MOVE WS-PIECE       TO BPFGL-PIECE.
           MOVE WS-ECR-CODE    TO BPFGL-CODE.
           MOVE WS-ECR-CPT     TO BPFGL-CPT.
           MOVE WS-ECR-DEBIT   TO BPFGL-DEBIT.
           MOVE WS-ECR-CREDIT  TO BPFGL-CREDIT.
           MOVE SPACE          TO BPFGL-MSG.
           WRITE BPFGL-ENR.
      *
           IF WS-EXTRAIT = "Y"
              MOVE WS-PERIODE-X   TO GLE-PERIODE
              MOVE WS-ECR-JOURNAL TO GLE-JOURNAL
              MOVE WS-PIECE       TO GLE-PIECE
              MOVE WS-ECR-CODE    TO GLE-CODE
              MOVE WS-ECR-CPT     TO GLE-CPT
              MOVE WS-ECR-DEBIT   TO GLE-DEBIT
              MOVE WS-ECR-CREDIT  TO GLE-CREDIT
              MOVE WS-ECR-LIB     TO GLE-LIB
              MOVE WS-ECR-NB      TO GLE-NB
              WRITE GLE-ENR-DDS
           END-IF.
      /
      ****************************************************************
      ******* MARQUEUR CHKPT "GL100ITF" - LE MOIS DEJA INTERFACE EST
      ******* REFUSE, COMME LA DECLARATION DE VAL100
      ****************************************************************
      /
       CONTROLE-INTERFACE.
           MOVE "N" TO WS-DEJA-ITF.
           OPEN INPUT CHKPT.
           MOVE WS-ITF-CLE TO CHKPT-PGM.
           READ CHKPT
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     IF CHKPT-CPT = WS-PERIODE
                        MOVE "Y" TO WS-DEJA-ITF
                     END-IF
           END-READ.
           CLOSE CHKPT.
      /
       MARQUE-INTERFACE.
           OPEN I-O CHKPT.
           MOVE WS-ITF-CLE TO CHKPT-PGM.
           READ CHKPT
                INVALID KEY
                     MOVE WS-ITF-CLE    TO CHKPT-PGM
                     MOVE WS-PERIODE    TO CHKPT-CPT
                     MOVE WS-TODAY-DATE TO CHKPT-REF
                     WRITE CHKPT-ENR
                NOT INVALID KEY
                     MOVE WS-PERIODE    TO CHKPT-CPT
                     MOVE WS-TODAY-DATE TO CHKPT-REF
                     REWRITE CHKPT-ENR
           END-READ.
           CLOSE CHKPT.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE CPT-LUS TO BPFGL-TOT-LUS.
           MOVE CPT-RET TO BPFGL-TOT-RET.
           MOVE CPT-NMP TO BPFGL-TOT-NMP.
           MOVE CPT-ECR TO BPFGL-TOT-ECR.
           WRITE BPFGL-TOTALS.
      /
