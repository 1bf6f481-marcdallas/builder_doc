      * a listing of what was resubmitted. The re-run extract goes
      * straight back through ART100 the same day instead of waiting
      * for the next full DETORD extract from upstream.
      * A line rejected on stock may carry the substitute article
      * ART100 proposed for it (CORR-SUBST). When the site has
      * accepted it and the desk has marked CORR-SUBST-OK "Y", the
      * line is resubmitted under the substitute's ARTIID instead
      * of the original article; the listing shows SUB= and the
      * substitute, and the substituted lines are counted (SUB) on
      * the totals line and in RUNSTAT. The original article's copy
      * of a substituted line is withdrawn from the backorder file
      * at the same time: a BACKANN record names the article/order
      * pair and its cycle, and BO100 drops those BACKORD copies
      * instead of shipping the line a second time when the
      * original stock arrives.
      * The customer of each line's order (CORR-CLI) is carried
      * onto ORDCLI, so ART100 runs its customer checks on the
      * re-run line although it comes back without its "*ORD*"
      * header.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
                   ASSIGN       TO DATABASE-DETORD
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BACKANN
                   ASSIGN       TO DATABASE-BACKANN
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFRRN
                   ASSIGN       TO PRINTER-BPFRRN
           05  TRL-HASH-PR        PIC S9(15)V9(3) COMP-3.
      *
      ****************************************************************
      **** BACKORDER WITHDRAWALS - ONE RECORD PER LINE RESUBMITTED
      **** UNDER ITS SUBSTITUTE, SO BO100 DROPS THE ORIGINAL
      **** ARTICLE'S BACKORD COPY
      ****************************************************************
       FD  BACKANN  LABEL RECORD STANDARD.
       01  ANN-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BACKANN.
      *
      ****************************************************************
      **** RESUBMISSION LISTING - ONE LINE PER CORRECTED ORDER LINE
      **** PUT BACK INTO THE RE-RUN EXTRACT
      ****************************************************************
           05  BPFRRN-QT          PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFRRN-PR          PIC -(5)9,999.
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFRRN-SUB-LIB     PIC X(4).
           05  BPFRRN-SUBST       PIC X(15).
      *
       01  BPFRRN-TOTALS REDEFINES BPFRRN-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ECR=".
           05  BPFRRN-TOT-ECR     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "SUB=".
           05  BPFRRN-TOT-SUB     PIC Z(5)9.
           05  FILLER             PIC X(29).
      *
      /
       WORKING-STORAGE SECTION.
           05  RUN-CPT3           PIC 9(8).
       77  CPT-LUS           PIC 9(6) VALUE ZERO.
       77  CPT-ECR           PIC 9(6) VALUE ZERO.
       77  CPT-SUB           PIC 9(6) VALUE ZERO.
      *
      ***** HASH TOTALS ACCUMULATED FOR THE BATCH TRAILER - THE JOB
      ***** NUMBER SERVES AS THE BATCH NUMBER, UNIQUE PER SUBMISSION
      *
           OPEN INPUT  ORDCORR.
           OPEN OUTPUT DETORD.
           OPEN EXTEND BACKANN.
           OPEN OUTPUT BPFRRN.
      *
           PERFORM EDITION-ENTETE-LOT.
      *
           CLOSE  ORDCORR
                  DETORD
                  BACKANN
                  BPFRRN.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "ECR"      TO RUN-LIB2.
           MOVE CPT-ECR    TO RUN-CPT2.
           MOVE "SUB"      TO RUN-LIB3.
           MOVE CPT-SUB    TO RUN-CPT3.
           CALL "RUNSTAT" USING RUN-PARM.
      *
           STOP    RUN.
      /
       TRT-RECORD.
           MOVE CORR-ORDDAR TO ORDDAR OF DET-ENR-DDS.
      ***** SUBSTITUT ACCEPTE PAR LE SITE - LA LIGNE REPART SOUS
      ***** L'ARTICLE DE SUBSTITUTION, JUGEE PAR ART100 SUR SES
      ***** PROPRES SEUILS ET SON PROPRE STOCK
           IF CORR-SUBST-OK = "Y"
              AND CORR-SUBST NOT = SPACE
              MOVE CORR-SUBST TO ORDDAR OF DET-ENR-DDS
              ADD 1 TO CPT-SUB
              PERFORM ECRIT-RETRAIT
           END-IF.
           MOVE CORR-QT     TO ORDQT  OF DET-ENR-DDS.
           MOVE CORR-PR     TO ORDPR  OF DET-ENR-DDS.
           MOVE CORR-UM     TO ORDUM  OF DET-ENR-DDS.
           MOVE CORR-CYCLE  TO ORDCYC OF DET-ENR-DDS.
           MOVE CORR-ORDNUM TO ORDNUM OF DET-ENR-DDS.
           MOVE CORR-SITE   TO ORDSITE OF DET-ENR-DDS.
           MOVE CORR-CLI    TO ORDCLI OF DET-ENR-DDS.
           WRITE DET-ENR-DDS.
      *
           ADD 1 TO CPT-ECR.
           EXIT SECTION.
      /
      ****************************************************************
      ******* RETRAIT DE LA LIGNE D'ORIGINE DES RELIQUATS - SI ELLE
      ******* A ETE REJETEE SUR STOCK, SA COPIE BACKORD SOUS
      ******* L'ARTICLE D'ORIGINE ATTEND ENCORE - BO100 LA RETIRE SUR
      ******* CE RECORD AU LIEU DE L'EXPEDIER EN PLUS DU SUBSTITUT
      ****************************************************************
      /
       ECRIT-RETRAIT.
           MOVE CORR-ORDDAR   TO ANN-ORDDAR.
           MOVE CORR-ORDNUM   TO ANN-ORDNUM.
           MOVE CORR-CYCLE    TO ANN-CYCLE.
           MOVE CORR-SUBST    TO ANN-SUBST.
           MOVE WS-TODAY-DATE TO ANN-DT.
           WRITE ANN-ENR-DDS.
      /
      ****************************************************************
      ******* ECRITURE DE L'EN-TETE DE LOT DU RE-RUN - LE NUMERO DE
      ******* JOB SERT DE NUMERO DE LOT, UNIQUE PAR SOUMISSION
      ****************************************************************
           MOVE CORR-CYCLE   TO  BPFRRN-CYC.
           MOVE CORR-QT      TO  BPFRRN-QT.
           MOVE CORR-PR      TO  BPFRRN-PR.
           IF CORR-SUBST-OK = "Y"
              AND CORR-SUBST NOT = SPACE
              MOVE "SUB="       TO  BPFRRN-SUB-LIB
              MOVE CORR-SUBST   TO  BPFRRN-SUBST
           ELSE
              MOVE SPACE        TO  BPFRRN-SUB-LIB
              MOVE SPACE        TO  BPFRRN-SUBST
           END-IF.
           WRITE BPFRRN-ENR.
      /
      ****************************************************************
       EDITION-TOTAUX.
           MOVE CPT-LUS TO BPFRRN-TOT-LUS.
           MOVE CPT-ECR TO BPFRRN-TOT-ECR.
           MOVE CPT-SUB TO BPFRRN-TOT-SUB.
           WRITE BPFRRN-TOTALS.
      /
