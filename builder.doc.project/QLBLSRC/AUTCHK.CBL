       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTCHK.
      /
      ***********************
      * This subprogram is the shared authority check over the
      * AUTTAB maintenance authority table, CALLed in the CNVCALC
      * mould by every maintenance program before it applies a
      * transaction: the caller passes the user who keyed the
      * transaction, the maintenance file it came from, its action
      * code and the value it sets, and gets back "00" when the
      * user holds an AUTTAB row for that file granting the action
      * with a ceiling the value does not exceed. A blank user or
      * no row for the file answers "80", an action the row does
      * not grant "81" and a value above the row's ceiling "82" -
      * the WKERRTAB reason codes the caller prints on its own
      * listing against the refused transaction.
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
           SELECT  AUTTAB
                   ASSIGN       TO DATABASE-AUTTAB
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF AUT-ENR-DDS
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  AUTTAB  LABEL RECORD STANDARD.
       01  AUT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF AUTTAB.
      *
      /
       WORKING-STORAGE SECTION.
       77  ST                     PIC XX.
      *
      ***** RECHERCHE DE L'ACTION PARMI LES CODES ACCORDES
       77  WS-AUT-IDX             PIC 9    VALUE ZERO.
       77  WS-AUT-ACT-OK          PIC X    VALUE "N".
      *
       LINKAGE SECTION.
       01  AUT-PARM.
           05  AUT-PRM-USER           PIC X(10).
           05  AUT-PRM-FIC            PIC X(10).
           05  AUT-PRM-ACTION         PIC X(1).
           05  AUT-PRM-VAL            PIC S9(9)V9(3) COMP-3.
           05  AUT-RET                PIC XX.
      *
      /
      *
      ********************
       PROCEDURE DIVISION  USING  AUT-PARM.
      ********************
       INIT SECTION.
      ********************
       DEBUT-PROG.
           MOVE "00" TO AUT-RET.
      *
      ***** UNE TRANSACTION SANS UTILISATEUR N'EST A PERSONNE -
      ***** REFUSEE SANS TOUCHER AU FICHIER
           IF AUT-PRM-USER = SPACE
              MOVE "80" TO AUT-RET
              GO  TO   FIN-PROG
           END-IF.
      *
           OPEN INPUT AUTTAB.
      *
           MOVE AUT-PRM-USER TO AUT-USER OF AUT-ENR-DDS.
           MOVE AUT-PRM-FIC  TO AUT-FIC  OF AUT-ENR-DDS.
           READ AUTTAB INVALID KEY
                MOVE "80" TO AUT-RET
           END-READ.
      *
           IF AUT-RET = "00"
              PERFORM CONTROLE-ACTION
           END-IF.
      *
      ***** PLAFOND A ZERO = PAS DE PLAFOND POUR L'UTILISATEUR
           IF AUT-RET = "00"
              AND AUT-LIMITE OF AUT-ENR-DDS NOT = ZERO
              AND AUT-PRM-VAL > AUT-LIMITE OF AUT-ENR-DDS
              MOVE "82" TO AUT-RET
           END-IF.
      *
           CLOSE AUTTAB.
      *
       FIN-PROG.
           GOBACK.
      ***********************************************************
      ***  END PROGRAM
      ***********************************************************
      /
      ****************************************************************
      ******* L'ACTION DE LA TRANSACTION DOIT FIGURER PARMI LES CODES
      ******* ACCORDES - DES CODES A BLANC ACCORDENT TOUT
      ****************************************************************
      /
       CONTROLE-ACTION.
           IF AUT-ACTIONS OF AUT-ENR-DDS NOT = SPACE
              MOVE "N" TO WS-AUT-ACT-OK
              MOVE 1   TO WS-AUT-IDX
              PERFORM ACTION-SUIVANTE UNTIL WS-AUT-ACT-OK = "Y"
                                         OR WS-AUT-IDX > 5
              IF WS-AUT-ACT-OK = "N"
                 MOVE "81" TO AUT-RET
              END-IF
           END-IF.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       ACTION-SUIVANTE.
           IF AUT-ACTIONS OF AUT-ENR-DDS(WS-AUT-IDX:1)
                                        = AUT-PRM-ACTION
              AND AUT-PRM-ACTION NOT = SPACE
              MOVE "Y" TO WS-AUT-ACT-OK
           END-IF.
           ADD 1 TO WS-AUT-IDX.
      /
