       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRXCALC.
      /
      ***********************
      * This subprogram is the shared price lookup over the PRXTAB
      * supplier price list, CALLed in the CNVCALC mould: the
      * caller names the supplier, the article and the date the
      * price should be in effect for, and gets back the unit
      * price of the PRXTAB row with the latest effective date on
      * or before that date, together with that effective date.
      * PRX-RET comes back "00" when a price was served and "91"
      * when no price is on file for the pair at that date - the
      * caller decides what an unpriced line becomes (REAP100 and
      * PO100 keep the request price and flag the line, STK200
      * leaves the receipt out of its variance report).
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
           SELECT  PRXTAB
                   ASSIGN       TO DATABASE-PRXTAB
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF PRX-ENR-DDS
                   WITH DUPLICATES
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  PRXTAB  LABEL RECORD STANDARD.
       01  PRX-ENR-DDS.
           COPY DDS-ALL-FORMAT OF PRXTAB.
      *
      /
       WORKING-STORAGE SECTION.
       77  ST                     PIC XX.
      *
      ***** MEILLEUR PRIX A DATE <= DATE DEMANDEE PARMI LES
      ***** DOUBLONS DE LA PAIRE FOURNISSEUR/ARTICLE
       77  WS-PRX-EOF             PIC X    VALUE "N".
       77  WS-PRX-TROUVE          PIC X    VALUE "N".
       77  WS-PRX-DATE            PIC X(8) VALUE LOW-VALUE.
       77  WS-PRX-PR              PIC S9(6)V9(3) COMP-3 VALUE ZERO.
      *
       LINKAGE SECTION.
       01  PRX-PARM.
           05  PRX-PRM-PROV           PIC X(8).
           05  PRX-PRM-ARTIID         PIC X(15).
           05  PRX-PRM-DATE           PIC X(8).
           05  PRX-PRM-PR             PIC S9(6)V9(3) COMP-3.
           05  PRX-PRM-EFFDT          PIC X(8).
           05  PRX-RET                PIC XX.
      *
      /
      *
      ********************
       PROCEDURE DIVISION  USING  PRX-PARM.
      ********************
       INIT SECTION.
      ********************
       DEBUT-PROG.
           MOVE "00"  TO PRX-RET.
           MOVE ZERO  TO PRX-PRM-PR.
           MOVE SPACE TO PRX-PRM-EFFDT.
      *
           OPEN INPUT PRXTAB.
      *
           PERFORM RESOUD-PRIX.
      *
           CLOSE PRXTAB.
      *
           IF WS-PRX-TROUVE = "Y"
              MOVE WS-PRX-PR   TO PRX-PRM-PR
              MOVE WS-PRX-DATE TO PRX-PRM-EFFDT
           ELSE
              MOVE "91" TO PRX-RET
           END-IF.
      *
       FIN-PROG.
           GOBACK.
      ***********************************************************
      ***  END PROGRAM
      ***********************************************************
      /
      ****************************************************************
      ******* RECHERCHE DU PRIX EN VIGUEUR A LA DATE DEMANDEE -
      ******* PARCOURS DES DOUBLONS DE LA PAIRE, LA PLUS GRANDE DATE
      ******* D'EFFET INFERIEURE OU EGALE A LA DATE DEMANDEE GAGNE
      ****************************************************************
      /
       RESOUD-PRIX SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE "N"       TO WS-PRX-TROUVE.
           MOVE LOW-VALUE TO WS-PRX-DATE.
           MOVE ZERO      TO WS-PRX-PR.
      *
           MOVE PRX-PRM-PROV   TO PRX-PROV-ID OF PRX-ENR-DDS.
           MOVE PRX-PRM-ARTIID TO PRX-ARTIID  OF PRX-ENR-DDS.
           START PRXTAB KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF PRX-ENR-DDS
                 INVALID KEY
                 GO  TO     END-RECORD.
      *
           MOVE "N" TO WS-PRX-EOF.
           PERFORM PRIX-SUIVANT UNTIL WS-PRX-EOF = "Y".
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       PRIX-SUIVANT.
           READ PRXTAB NEXT AT END
                MOVE "Y" TO WS-PRX-EOF
           END-READ.
      *
           IF WS-PRX-EOF NOT = "Y"
              IF PRX-PROV-ID OF PRX-ENR-DDS NOT = PRX-PRM-PROV
                 OR PRX-ARTIID OF PRX-ENR-DDS NOT = PRX-PRM-ARTIID
                 MOVE "Y" TO WS-PRX-EOF
              ELSE
                 IF PRX-EFFDT OF PRX-ENR-DDS NOT > PRX-PRM-DATE
                    AND PRX-EFFDT OF PRX-ENR-DDS
                        NOT < WS-PRX-DATE
                    MOVE PRX-EFFDT OF PRX-ENR-DDS TO WS-PRX-DATE
                    MOVE PRX-PR    OF PRX-ENR-DDS TO WS-PRX-PR
                    MOVE "Y" TO WS-PRX-TROUVE
                 END-IF
              END-IF
           END-IF.
      /
