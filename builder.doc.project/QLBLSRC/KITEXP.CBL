       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITEXP.
      /
      ***********************
      * This subprogram is the shared kit explosion over KITCOMP,
      * CALLed in the PERCHK mould by every program that has to
      * tell a kit article (gift box, display pack) from an
      * ordinary one: the caller passes an ARTIID and gets back the
      * number of components and, for each, the component ARTIID
      * and the quantity of it one kit takes. Zero components means
      * the article is not a kit and the caller carries on with
      * the article's own STOCK row, as before kits existed. At
      * most twenty components are returned - KIT100 refuses the
      * twenty-first, so a kit never has more on file.
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
           SELECT  KITCOMP
                   ASSIGN       TO DATABASE-KITCOMP
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF KIT-ENR-DDS
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  KITCOMP  LABEL RECORD STANDARD.
       01  KIT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF KITCOMP.
      *
      /
       WORKING-STORAGE SECTION.
       77  ST                     PIC XX.
       77  WK-KEX-NBPST           PIC 9(2) VALUE 20.
       77  WS-KIT-EOF             PIC X    VALUE "N".
      *
       LINKAGE SECTION.
       01  KEX-PARM.
           05  KEX-PRM-ARTIID         PIC X(15).
           05  KEX-NB                 PIC 9(2).
           05  KEX-TP    OCCURS 20 INDEXED BY IN-KEX.
               10  KEX-CMP-ID         PIC X(15).
               10  KEX-CMP-QT         PIC S9(8)V9(3) COMP-3.
      *
      /
      *
      ********************
       PROCEDURE DIVISION  USING  KEX-PARM.
      ********************
       INIT SECTION.
      ********************
       DEBUT-PROG.
           MOVE ZERO TO KEX-NB.
           MOVE "N"  TO WS-KIT-EOF.
      *
           OPEN INPUT KITCOMP.
      *
      ***** POSITIONNEMENT SUR LE PREMIER COMPOSANT DU KIT - UN
      ***** ARTICLE SANS LIGNE N'EST PAS UN KIT
           MOVE KEX-PRM-ARTIID TO KIT-ARTIID.
           MOVE LOW-VALUE      TO KIT-CMPID.
           START KITCOMP KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF KIT-ENR-DDS
                 INVALID KEY
                 MOVE "Y" TO WS-KIT-EOF.
      *
           PERFORM COMPOSANT-SUIVANT UNTIL WS-KIT-EOF = "Y".
      *
           CLOSE KITCOMP.
      *
       FIN-PROG.
           GOBACK.
      ***********************************************************
      ***  END PROGRAM
      ***********************************************************
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       COMPOSANT-SUIVANT.
           READ KITCOMP NEXT AT END
                MOVE "Y" TO WS-KIT-EOF
           END-READ.
      *
           IF WS-KIT-EOF NOT = "Y"
              IF KIT-ARTIID NOT = KEX-PRM-ARTIID
                 OR KEX-NB NOT < WK-KEX-NBPST
                 MOVE "Y" TO WS-KIT-EOF
              ELSE
                 ADD 1 TO KEX-NB
                 SET IN-KEX TO KEX-NB
                 MOVE KIT-CMPID TO KEX-CMP-ID(IN-KEX)
                 MOVE KIT-QT    TO KEX-CMP-QT(IN-KEX)
              END-IF
           END-IF.
      /
