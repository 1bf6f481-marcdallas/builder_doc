       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRN100.
      /
      ***********************
      * This program is the inquiry over JRNFIL, the shared change
      * journal every reference-file maintenance program writes
      * through JRNCHG, in the STK110 mould: the JRNPRM parameter
      * names a file, a key, a date range and a user, any of them
      * blank for "all", and the report lists every journal row
      * that matches in the order it was written - date, time,
      * file, key, the user who keyed the change, the program that
      * applied it and the action - followed by the image of the
      * row before and after the change. A key on the parameter is
      * matched on its non-blank leading part, so an ARTIID alone
      * brings back every ARTIPROV supplier row of the article. It
      * answers "who changed this key, when, and from what" without
      * anyone having kept the day's listing.
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
           SELECT  JRNPRM
                   ASSIGN       TO DATABASE-JRNPRM
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  JRNFIL
                   ASSIGN       TO DATABASE-JRNFIL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFJRN
                   ASSIGN       TO PRINTER-BPFJRN
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  JRNPRM  LABEL RECORD STANDARD.
       01  PRM-ENR-DDS.
           COPY DDS-ALL-FORMAT OF JRNPRM.
      *
      ****************************************************************
      **** SHARED CHANGE JOURNAL - SEE JRNCHG
      ****************************************************************
       FD  JRNFIL  LABEL RECORD STANDARD.
       01  JRNFIL-ENR.
           05  FILLER             PIC X(1).
           05  JRNFIL-DT          PIC X(8).
           05  FILLER             PIC X(1).
           05  JRNFIL-HMS         PIC X(6).
           05  FILLER             PIC X(1).
           05  JRNFIL-FIC         PIC X(10).
           05  FILLER             PIC X(1).
           05  JRNFIL-CLE         PIC X(30).
           05  FILLER             PIC X(1).
           05  JRNFIL-USER        PIC X(10).
           05  FILLER             PIC X(1).
           05  JRNFIL-PGM         PIC X(10).
           05  FILLER             PIC X(1).
           05  JRNFIL-ACTION      PIC X(1).
           05  FILLER             PIC X(1).
           05  JRNFIL-AVANT       PIC X(100).
           05  FILLER             PIC X(1).
           05  JRNFIL-APRES       PIC X(100).
      *
      ****************************************************************
      **** CHANGE-JOURNAL INQUIRY LISTING - THE SELECTION, THEN ONE
      **** LINE PER CHANGE FOLLOWED BY ITS BEFORE AND AFTER IMAGES
      ****************************************************************
       FD  BPFJRN  LABEL RECORD STANDARD.
       01  BPFJRN-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFJRN-DT          PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFJRN-HMS         PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFJRN-FIC         PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFJRN-CLE         PIC X(30).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFJRN-USER        PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFJRN-PGM         PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFJRN-ACTION      PIC X(12).
           05  FILLER             PIC X(16) VALUE SPACE.
      *
       01  BPFJRN-IMAGE REDEFINES BPFJRN-ENR.
           05  FILLER             PIC X(10).
           05  BPFJRN-IMG-LIB     PIC X(7).
           05  BPFJRN-IMG         PIC X(100).
           05  FILLER             PIC X(3).
      *
       01  BPFJRN-ENTETE REDEFINES BPFJRN-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(15) VALUE "CHANGE JOURNAL ".
           05  FILLER             PIC X(5)  VALUE "FILE=".
           05  BPFJRN-ENT-FIC     PIC X(10).
           05  FILLER             PIC X(5)  VALUE " KEY=".
           05  BPFJRN-ENT-CLE     PIC X(30).
           05  FILLER             PIC X(6)  VALUE " FROM=".
           05  BPFJRN-ENT-DEB     PIC X(8).
           05  FILLER             PIC X(4)  VALUE " TO=".
           05  BPFJRN-ENT-FIN     PIC X(8).
           05  FILLER             PIC X(6)  VALUE " USER=".
           05  BPFJRN-ENT-USER    PIC X(10).
           05  FILLER             PIC X(12).
      *
       01  BPFJRN-TOTALS REDEFINES BPFJRN-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFJRN-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "SEL=".
           05  BPFJRN-TOT-SEL     PIC Z(5)9.
           05  FILLER             PIC X(86).
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
       77  CPT-SEL           PIC 9(6) VALUE ZERO.
      *
       77  ST                     PIC XX.
       77  WS-END                 PIC XX.
       77  WS-MSG                 PIC X(30).
      *
      ***** LONGUEUR UTILE DE LA CLE DEMANDEE - DERNIER CARACTERE
      ***** NON BLANC, ZERO POUR UNE CLE A BLANC
       77  WS-CLE-LG              PIC 99   VALUE ZERO.
       77  WS-CLE-FIN             PIC X    VALUE "N".
      *
       77  WS-SELECT              PIC X    VALUE "N".
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
           OPEN INPUT  JRNPRM.
           OPEN OUTPUT BPFJRN.
      *
           READ JRNPRM NEXT AT END
                MOVE "NO PARAMETER RECORD SUPPLIED " TO WS-MSG
                PERFORM EDITION-MSG
                GO  TO     VIDE.
      *
           PERFORM LONGUEUR-CLE.
           PERFORM EDITION-ENTETE.
      *
           OPEN INPUT  JRNFIL.
           MOVE "00" TO WS-END.
           PERFORM LIGNE-JOURNAL UNTIL WS-END = HIGH-VALUE.
           CLOSE JRNFIL.
      *
           IF CPT-SEL = ZERO
              MOVE "NO CHANGE MATCHES THE REQUEST " TO WS-MSG
              PERFORM EDITION-MSG
           END-IF.
      *
       VIDE.
      *
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  JRNPRM
                  BPFJRN.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "JRN100"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "SEL"      TO RUN-LIB2.
           MOVE CPT-SEL    TO RUN-CPT2.
           MOVE SPACE      TO RUN-LIB3.
           MOVE ZERO       TO RUN-CPT3.
           CALL "RUNSTAT" USING RUN-PARM.
      *
           STOP    RUN.
      ***********************************************************
      ***  END PROGRAM
      ***********************************************************
      /
      ****************************************************************
      ******* LONGUEUR UTILE DE LA CLE DEMANDEE - RECHERCHE DU DERNIER
      ******* CARACTERE NON BLANC EN PARTANT DE LA FIN
      ****************************************************************
      /
       LONGUEUR-CLE.
           MOVE 30  TO WS-CLE-LG.
           MOVE "N" TO WS-CLE-FIN.
           PERFORM CARACTERE-CLE UNTIL WS-CLE-FIN = "Y"
                                    OR WS-CLE-LG = ZERO.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CARACTERE-CLE.
           IF PRM-CLE(WS-CLE-LG:1) NOT = SPACE
              MOVE "Y" TO WS-CLE-FIN
           ELSE
              SUBTRACT 1 FROM WS-CLE-LG
           END-IF.
      /
      ****************************************************************
      ******* LECTURE D'UNE LIGNE DU JOURNAL ET SELECTION
      ****************************************************************
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       LIGNE-JOURNAL.
           READ JRNFIL NEXT AT END
                MOVE HIGH-VALUE TO WS-END
           END-READ.
      *
           IF WS-END NOT = HIGH-VALUE
              ADD 1 TO CPT-LUS
              PERFORM SELECTION-LIGNE
              IF WS-SELECT = "Y"
                 ADD 1 TO CPT-SEL
                 PERFORM EDITION-CHANGEMENT
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* UNE LIGNE EST RETENUE QUAND ELLE REPOND A CHACUN DES
      ******* CRITERES RENSEIGNES SUR LE PARAMETRE
      ****************************************************************
      /
       SELECTION-LIGNE.
           MOVE "Y" TO WS-SELECT.
      *
           IF PRM-FIC NOT = SPACE
              AND JRNFIL-FIC NOT = PRM-FIC
              MOVE "N" TO WS-SELECT
           END-IF.
      *
           IF WS-CLE-LG > ZERO
              AND JRNFIL-CLE(1:WS-CLE-LG) NOT = PRM-CLE(1:WS-CLE-LG)
              MOVE "N" TO WS-SELECT
           END-IF.
      *
           IF PRM-DT-DEB NOT = SPACE
              AND JRNFIL-DT < PRM-DT-DEB
              MOVE "N" TO WS-SELECT
           END-IF.
      *
           IF PRM-DT-FIN NOT = SPACE
              AND JRNFIL-DT > PRM-DT-FIN
              MOVE "N" TO WS-SELECT
           END-IF.
      *
           IF PRM-USER NOT = SPACE
              AND JRNFIL-USER NOT = PRM-USER
              MOVE "N" TO WS-SELECT
           END-IF.
      /
      ****************************************************************
      ******* EDITION D'UN CHANGEMENT - LA LIGNE D'IDENTIFICATION
      ******* PUIS L'IMAGE AVANT ET L'IMAGE APRES
      ****************************************************************
      /
       EDITION-CHANGEMENT.
           MOVE SPACE        TO BPFJRN-ENR.
           MOVE JRNFIL-DT    TO BPFJRN-DT.
           MOVE JRNFIL-HMS   TO BPFJRN-HMS.
           MOVE JRNFIL-FIC   TO BPFJRN-FIC.
           MOVE JRNFIL-CLE   TO BPFJRN-CLE.
           MOVE JRNFIL-USER  TO BPFJRN-USER.
           MOVE JRNFIL-PGM   TO BPFJRN-PGM.
           EVALUATE JRNFIL-ACTION
               WHEN "A"
                    MOVE "ADDED"        TO BPFJRN-ACTION
               WHEN "C"
                    MOVE "CHANGED"      TO BPFJRN-ACTION
               WHEN "S"
                    MOVE "REMOVED"      TO BPFJRN-ACTION
               WHEN "D"
                    MOVE "DISCONTINUED" TO BPFJRN-ACTION
               WHEN OTHER
                    MOVE JRNFIL-ACTION  TO BPFJRN-ACTION
           END-EVALUATE.
           WRITE BPFJRN-ENR.
      *
           MOVE SPACE        TO BPFJRN-ENR.
           MOVE "BEFORE "    TO BPFJRN-IMG-LIB.
           MOVE JRNFIL-AVANT TO BPFJRN-IMG.
           WRITE BPFJRN-IMAGE.
      *
           MOVE SPACE        TO BPFJRN-ENR.
           MOVE "AFTER  "    TO BPFJRN-IMG-LIB.
           MOVE JRNFIL-APRES TO BPFJRN-IMG.
           WRITE BPFJRN-IMAGE.
      /
      ****************************************************************
      ******* EDITION DE LA SELECTION DEMANDEE EN TETE DE LISTING
      ****************************************************************
      /
       EDITION-ENTETE.
           MOVE SPACE      TO BPFJRN-ENR.
           MOVE PRM-FIC    TO BPFJRN-ENT-FIC.
           MOVE PRM-CLE    TO BPFJRN-ENT-CLE.
           MOVE PRM-DT-DEB TO BPFJRN-ENT-DEB.
           MOVE PRM-DT-FIN TO BPFJRN-ENT-FIN.
           MOVE PRM-USER   TO BPFJRN-ENT-USER.
           WRITE BPFJRN-ENTETE.
      /
      ****************************************************************
      ******* ECRITURE D'UNE LIGNE DE STATUT/ERREUR SUR LE LISTING
      ****************************************************************
      /
       EDITION-MSG.
           MOVE SPACE  TO BPFJRN-ENR.
           MOVE WS-MSG TO BPFJRN-ENR(2:30).
           WRITE BPFJRN-ENR.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE SPACE   TO BPFJRN-ENR.
           MOVE CPT-LUS TO BPFJRN-TOT-LUS.
           MOVE CPT-SEL TO BPFJRN-TOT-SEL.
           WRITE BPFJRN-TOTALS.
      /
