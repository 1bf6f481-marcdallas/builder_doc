       IDENTIFICATION DIVISION.
       PROGRAM-ID. ART190.
      /
      ***********************
      * This program simulates the effect of a pending threshold
      * change on real orders before ART110, ART140 or PWN100 apply
      * it, instead of the buyers finding out the next morning from
      * the BPFER rejection count. The ART190PRM parameter names the
      * waiting transaction file - ARTMNTX (article thresholds),
      * PRVMNTX (ARTIPROV supplier rows) or PWNMNTX (PROMOWIN promo
      * windows) - and the number of days of DISPORD history to
      * replay (30 by default). Every dispositioned line of the
      * window whose article the transactions touch is judged
      * twice with the ART100 threshold rules - the promo window
      * covering the line's ORDDT or else the article thresholds
      * (61-64), then the non-blocked supplier rows (65-69, 77) -
      * once against the masters as they stand and once with the
      * transactions laid over them as keyed. The report gives, per
      * article and per reason code, how many lines would move from
      * accepted to rejected and from rejected to accepted, with
      * the value involved (quantity times price). Lines rejected
      * before the thresholds are reached (unknown or discontinued
      * article, blocked customer, missing ARTINFO, conversion) or
      * on stock are left out, since no threshold change moves
      * them, and the stock check itself is not replayed - the
      * on-hand of the day is gone. DISPORD carries no unit or
      * currency, so a line is taken in its article's UM/DEV and
      * converted from there to a supplier row's through CNVCALC.
      * As in ART100, a kit article (components on KITCOMP,
      * exploded through KITEXP) is never judged against supplier
      * rows, and only the first five promotion windows of an
      * article are held. A window added or removed on an article
      * that already holds five would change which five ART100
      * keeps, so that article is left out and counted ANO.
      * The transactions are applied as keyed, without the
      * maintenance programs' validations. Nothing is written to
      * the masters or to the transaction file.
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
           SELECT  ART190PRM
                   ASSIGN       TO DATABASE-ART190PRM
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  ARTMNTX
                   ASSIGN       TO DATABASE-ARTMNTX
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  PRVMNTX
                   ASSIGN       TO DATABASE-PRVMNTX
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  PWNMNTX
                   ASSIGN       TO DATABASE-PWNMNTX
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  DISPORD
                   ASSIGN       TO DATABASE-DISPORD
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
           SELECT  PROMOWIN
                   ASSIGN       TO DATABASE-PROMOWIN
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF PWN-ENR-DDS
                   WITH DUPLICATES
                   FILE STATUS  IS ST.
      *
           SELECT  BPFSIM
                   ASSIGN       TO PRINTER-BPFSIM
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  ART190PRM  LABEL RECORD STANDARD.
       01  PRM-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ART190PRM.
      *
      ****************************************************************
      **** PENDING TRANSACTION FILES - ONLY THE ONE NAMED ON THE
      **** PARAMETER IS OPENED, INPUT ONLY, AND LEFT AS IT STANDS
      **** FOR THE MAINTENANCE PROGRAM
      ****************************************************************
       FD  ARTMNTX  LABEL RECORD STANDARD.
       01  AMN-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ARTMNTX.
      *
       FD  PRVMNTX  LABEL RECORD STANDARD.
       01  PMN-ENR-DDS.
           COPY DDS-ALL-FORMAT OF PRVMNTX.
      *
       FD  PWNMNTX  LABEL RECORD STANDARD.
       01  WMN-ENR-DDS.
           COPY DDS-ALL-FORMAT OF PWNMNTX.
      *
       FD  DISPORD   LABEL RECORD STANDARD.
       01  DISP-ENR-DDS.
           COPY DDS-ALL-FORMAT OF DISPORD.
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
       FD  PROMOWIN  LABEL RECORD STANDARD.
       01  PWN-ENR-DDS.
           COPY DDS-ALL-FORMAT OF PROMOWIN.
      *
      ****************************************************************
      **** IMPACT REPORT - PER ARTICLE AND REASON CODE, THE LINES
      **** AND VALUE MOVING FROM ACCEPTED TO REJECTED (A>R) AND FROM
      **** REJECTED TO ACCEPTED (R>A) UNDER THE PROPOSED THRESHOLDS
      ****************************************************************
       FD  BPFSIM  LABEL RECORD STANDARD.
       01  BPFSIM-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSIM-ARTIID      PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFSIM-CODE        PIC XX.
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFSIM-LIB         PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFSIM-LIB-AR      PIC X(4).
           05  BPFSIM-NB-AR       PIC Z(5)9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSIM-VAL-AR      PIC -(11)9,99.
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFSIM-LIB-RA      PIC X(4).
           05  BPFSIM-NB-RA       PIC Z(5)9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSIM-VAL-RA      PIC -(11)9,99.
      *
       01  BPFSIM-ENTETE REDEFINES BPFSIM-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(20) VALUE
               "THRESHOLD IMPACT OF ".
           05  BPFSIM-ENT-FICHIER PIC X(8).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(5)  VALUE "FROM=".
           05  BPFSIM-ENT-DEB     PIC X(8).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(3)  VALUE "TO=".
           05  BPFSIM-ENT-FIN     PIC X(8).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(5)  VALUE "DAYS=".
           05  BPFSIM-ENT-JOURS   PIC ZZ9.
           05  FILLER             PIC X(44).
      *
       01  BPFSIM-TOTALS REDEFINES BPFSIM-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFSIM-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "SIM=".
           05  BPFSIM-TOT-SIM     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "A>R=".
           05  BPFSIM-TOT-AR      PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "R>A=".
           05  BPFSIM-TOT-RA      PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ANO=".
           05  BPFSIM-TOT-ANO     PIC Z(5)9.
           05  FILLER             PIC X(41).
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
       77  CPT-SIM           PIC 9(6) VALUE ZERO.
       77  CPT-AR            PIC 9(6) VALUE ZERO.
       77  CPT-RA            PIC 9(6) VALUE ZERO.
      ***** TRANSACTION OU RESULTAT PERDU SUR TABLE PLEINE, ARTICLE
      ***** DONT LES FOURNISSEURS OU FENETRES DEBORDENT LA TABLE
       77  CPT-ANO           PIC 9(6) VALUE ZERO.
      *
       77  ST                     PIC XX.
       77  WS-END                 PIC XX.
       77  WS-MSG                 PIC X(30).
       77  WS-EOF                 PIC X    VALUE "N".
      *
      ***** SHARED STATUS CODE/MESSAGE LOOKUP - SEE ERRMSG
       01  ERR-PARM.
           05  ERR-COD                PIC XX.
           05  ERR-LIB                PIC X(30).
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
      ***** SHARED CONVERSION LOOKUP - SEE CNVCALC
       01  CNV-PARM.
           05  CNV-FON                PIC X(1).
           05  CNV-PRM-DE             PIC X(3).
           05  CNV-PRM-A              PIC X(3).
           05  CNV-PRM-DATE           PIC X(8).
           05  CNV-PRM-FACT           PIC S9(7)V9(6) COMP-3.
           05  CNV-RET                PIC XX.
      *
      ***** FICHIER SIMULE ET FENETRE DE REJEU - 30 JOURS PAR DEFAUT
       77  WS-FICHIER        PIC X(8)  VALUE SPACE.
       77  WS-JOURS          PIC 9(3)  VALUE 30.
       77  WS-DT-DEB         PIC X(8)  VALUE SPACE.
       77  WS-DT-LIG         PIC X(8)  VALUE SPACE.
      *
      ***** TRANSACTIONS EN ATTENTE, DANS L'ORDRE DU FICHIER - UNE
      ***** TRANSACTION ARTMNTX EST TENUE COMME UN CHANGEMENT "C"
       77  WK-TRX-NBPST      PIC 9(3) VALUE 500.
       77  WK-TRX-NB         PIC 9(3) VALUE ZERO.
       01  WK-TRX-TABLE.
           05  WK-TRX-TP    OCCURS 500 INDEXED BY IN-TRX.
               10  WK-TRX-ACTION      PIC X(1).
               10  WK-TRX-ARTIID      PIC X(15).
               10  WK-TRX-PROV-ID     PIC X(8).
               10  WK-TRX-DT-DEB      PIC X(8).
               10  WK-TRX-DT-FIN      PIC X(8).
               10  WK-TRX-QT-MINI     PIC S9(8)V9(3) COMP-3.
               10  WK-TRX-QT-MAXI     PIC S9(8)V9(3) COMP-3.
               10  WK-TRX-PR-MINI     PIC S9(6)V9(3) COMP-3.
               10  WK-TRX-PR-MAXI     PIC S9(6)V9(3) COMP-3.
               10  WK-TRX-UM          PIC X(3).
               10  WK-TRX-DEV         PIC X(3).
      *
      ***** GROUPE ARTICLE - LES MAITRES DE L'ARTICLE SONT RELUS
      ***** QUAND L'ARTICLE DE LA LIGNE CHANGE, ET SEULEMENT POUR UN
      ***** ARTICLE QUE LES TRANSACTIONS TOUCHENT
       77  WS-GRP-ARTIID     PIC X(15) VALUE LOW-VALUE.
       77  WS-GRP-TOUCHE     PIC X     VALUE "N".
       77  WS-GRP-OK         PIC X     VALUE "N".
       77  WS-GRP-UM         PIC X(3)  VALUE SPACE.
       77  WS-GRP-DEV        PIC X(3)  VALUE SPACE.
       77  WS-PWN-EOF        PIC X     VALUE "N".
       77  WS-GPV-EOF        PIC X     VALUE "N".
      ***** ARTICLE KIT - PAS DE LIGNE FOURNISSEUR A JUGER, COMME
      ***** DANS ART100
       77  WS-GRP-KIT        PIC X     VALUE "N".
       01  KEX-PARM.
           05  KEX-PRM-ARTIID         PIC X(15).
           05  KEX-NB                 PIC 9(2).
           05  KEX-TP    OCCURS 20 INDEXED BY IN-KEX.
               10  KEX-CMP-ID         PIC X(15).
               10  KEX-CMP-QT         PIC S9(8)V9(3) COMP-3.
      *
      ***** CHAQUE JEU DE SEUILS EST TENU DEUX FOIS - POSTE 1 TEL
      ***** QU'AU FICHIER, POSTE 2 AVEC LES TRANSACTIONS APPLIQUEES
       01  WK-SEU-TABLE.
           05  WK-SEU-TP    OCCURS 2 INDEXED BY IN-SEU.
               10  WK-SEU-QT-MINI     PIC S9(8)V9(3) COMP-3.
               10  WK-SEU-QT-MAXI     PIC S9(8)V9(3) COMP-3.
               10  WK-SEU-PR-MINI     PIC S9(6)V9(3) COMP-3.
               10  WK-SEU-PR-MAXI     PIC S9(6)V9(3) COMP-3.
      *
      ***** FENETRES DE PROMOTION DE L'ARTICLE, PAR DEBUT DE
      ***** FENETRE - WK-PWN-PRES A "N" = ABSENTE DE CE JEU (PAS
      ***** ENCORE AJOUTEE OU RETIREE PAR LA TRANSACTION) - AU PLUS
      ***** CINQ FENETRES TENUES COMME DANS ART100, LES SUIVANTES
      ***** SONT IGNOREES (WS-PWN-TRONQUE A "Y")
       77  WK-PWN-NBPST      PIC 9(2) VALUE 5.
       77  WK-PWN-NB         PIC 9(2) VALUE ZERO.
       77  WS-PWN-TRONQUE    PIC X    VALUE "N".
       01  WK-PWN-TABLE.
           05  WK-PWN-TP    OCCURS 5 INDEXED BY IN-PWN.
               10  WK-PWN-DEB         PIC X(8).
               10  WK-PWN-JEU   OCCURS 2 INDEXED BY IN-PJ.
                   15  WK-PWN-PRES        PIC X(1).
                   15  WK-PWN-FIN         PIC X(8).
                   15  WK-PWN-QT-MINI     PIC S9(8)V9(3) COMP-3.
                   15  WK-PWN-QT-MAXI     PIC S9(8)V9(3) COMP-3.
                   15  WK-PWN-PR-MINI     PIC S9(6)V9(3) COMP-3.
                   15  WK-PWN-PR-MAXI     PIC S9(6)V9(3) COMP-3.
      *
      ***** LIGNES FOURNISSEUR DE L'ARTICLE - UN FOURNISSEUR BLOQUE
      ***** SUR PROVMST EST GARDE MAIS JAMAIS JUGE, COMME DANS ART100
       77  WK-GPV-NBPST      PIC 9(2) VALUE 20.
       77  WK-GPV-NB         PIC 9(2) VALUE ZERO.
       01  WK-GPV-TABLE.
           05  WK-GPV-TP    OCCURS 20 INDEXED BY IN-GPV.
               10  WK-GPV-ID          PIC X(8).
               10  WK-GPV-BLQ         PIC X(1).
               10  WK-GPV-JEU   OCCURS 2 INDEXED BY IN-GJ.
                   15  WK-GPV-PRES        PIC X(1).
                   15  WK-GPV-QT-MINI     PIC S9(8)V9(3) COMP-3.
                   15  WK-GPV-QT-MAXI     PIC S9(8)V9(3) COMP-3.
                   15  WK-GPV-PR-MINI     PIC S9(6)V9(3) COMP-3.
                   15  WK-GPV-PR-MAXI     PIC S9(6)V9(3) COMP-3.
                   15  WK-GPV-UM          PIC X(3).
                   15  WK-GPV-DEV         PIC X(3).
      *
      ***** JUGEMENT D'UNE LIGNE CONTRE LE JEU WS-JEU (1 ACTUEL,
      ***** 2 PROPOSE) - MEMES REGLES, MEME ORDRE QU'ART100
       77  WS-JEU            PIC 9(1)  VALUE 1.
       77  WS-ERR            PIC XX    VALUE SPACE.
       77  WS-ERR-ACT        PIC XX    VALUE SPACE.
       77  WS-ERR-NOU        PIC XX    VALUE SPACE.
       77  WS-PROMO          PIC X     VALUE "N".
       77  WS-PROV-OK        PIC X     VALUE "N".
       77  WS-PRV-ERR        PIC XX    VALUE SPACE.
       77  WS-PRV-NB         PIC 9(2)  VALUE ZERO.
       77  WS-TROUVE         PIC X     VALUE "N".
       77  WS-EFF-QT-MINI    PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WS-EFF-QT-MAXI    PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WS-EFF-PR-MINI    PIC S9(6)V9(3) COMP-3 VALUE ZERO.
       77  WS-EFF-PR-MAXI    PIC S9(6)V9(3) COMP-3 VALUE ZERO.
       77  WS-CNV-QT         PIC S9(8)V9(3) COMP-3 VALUE ZERO.
       77  WS-CNV-PR         PIC S9(6)V9(3) COMP-3 VALUE ZERO.
       77  WS-CNV-OK         PIC X     VALUE "N".
      *
      ***** RESULTATS PAR ARTICLE ET CODE MOTIF - LE CODE EST CELUI
      ***** DU NOUVEAU REJET POUR A>R, DE L'ANCIEN POUR R>A
       77  WS-SENS           PIC X     VALUE SPACE.
       77  WS-RES-CODE       PIC XX    VALUE SPACE.
       77  WS-LIG-VAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WK-RES-NBPST      PIC 9(4) VALUE 1000.
       77  WK-RES-NB         PIC 9(4) VALUE ZERO.
       01  WK-RES-TABLE.
           05  WK-RES-TP    OCCURS 1000 INDEXED BY IN-RES.
               10  WK-RES-CLE.
                   15  WK-RES-ARTIID      PIC X(15).
                   15  WK-RES-CODE        PIC XX.
               10  WK-RES-NB-AR       PIC 9(6).
               10  WK-RES-VAL-AR      PIC S9(13)V9(2) COMP-3.
               10  WK-RES-NB-RA       PIC 9(6).
               10  WK-RES-VAL-RA      PIC S9(13)V9(2) COMP-3.
               10  WK-RES-EDT         PIC X(1).
      *
      ***** EDITION PAR SELECTION REPETEE DE LA PLUS PETITE CLE
      ***** ARTICLE/CODE NON ENCORE EDITEE
       77  WS-CLE-MIN        PIC X(17) VALUE SPACE.
       77  WS-TOP-RESTE      PIC X     VALUE "N".
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
      *
           OPEN INPUT  ART190PRM.
           OPEN OUTPUT BPFSIM.
      *
           READ ART190PRM NEXT AT END
                MOVE "NO PARAMETER RECORD SUPPLIED " TO WS-MSG
                PERFORM EDITION-MSG
                GO  TO     VIDE.
      *
           MOVE PRM-FICHIER TO WS-FICHIER.
           IF PRM-JOURS IS NUMERIC AND PRM-JOURS > ZERO
              MOVE PRM-JOURS TO WS-JOURS
           END-IF.
      *
      ***** DEBUT DE LA FENETRE DE REJEU
           MOVE "AJT"         TO DAT-FON.
           MOVE WS-TODAY-DATE TO DAT-DAT1.
           COMPUTE DAT-NBJ = ZERO - WS-JOURS.
           CALL "DATCALC" USING DAT-PARM.
           MOVE DAT-RES TO WS-DT-DEB.
      *
           MOVE SPACE         TO BPFSIM-ENR.
           MOVE WS-FICHIER    TO BPFSIM-ENT-FICHIER.
           MOVE WS-DT-DEB     TO BPFSIM-ENT-DEB.
           MOVE WS-TODAY-DATE TO BPFSIM-ENT-FIN.
           MOVE WS-JOURS      TO BPFSIM-ENT-JOURS.
           WRITE BPFSIM-ENTETE.
      *
           EVALUATE WS-FICHIER
               WHEN "ARTMNTX"
                    PERFORM CHARGE-ARTMNTX
               WHEN "PRVMNTX"
                    PERFORM CHARGE-PRVMNTX
               WHEN "PWNMNTX"
                    PERFORM CHARGE-PWNMNTX
               WHEN OTHER
                    MOVE "UNKNOWN TRANSACTION FILE     " TO WS-MSG
                    PERFORM EDITION-MSG
                    GO  TO     VIDE
           END-EVALUATE.
      *
           IF WK-TRX-NB = ZERO
              MOVE "NO PENDING TRANSACTION        " TO WS-MSG
              PERFORM EDITION-MSG
              GO  TO     VIDE
           END-IF.
      *
           OPEN INPUT  ARTICLE
                       ARTIPROV
                       PROVMST
                       PROMOWIN
                       DISPORD.
      *
           MOVE "N" TO WS-EOF.
           PERFORM REJEU-SUIVANT UNTIL WS-EOF = "Y".
      *
           CLOSE  ARTICLE
                  ARTIPROV
                  PROVMST
                  PROMOWIN
                  DISPORD.
      *
           IF WK-RES-NB = ZERO
              MOVE "NO LINE WOULD CHANGE OUTCOME  " TO WS-MSG
              PERFORM EDITION-MSG
           ELSE
              MOVE "Y" TO WS-TOP-RESTE
              PERFORM EDITE-SUIVANT UNTIL WS-TOP-RESTE = "N"
           END-IF.
      *
       VIDE.
      *
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  ART190PRM
                  BPFSIM.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "ART190"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "SIM"      TO RUN-LIB2.
           MOVE CPT-SIM    TO RUN-CPT2.
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
      ******* CHARGEMENT DES TRANSACTIONS EN ATTENTE - UNE SECTION
      ******* PAR FICHIER, TOUTES VERS LA MEME TABLE
      ****************************************************************
      /
       CHARGE-ARTMNTX SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT ARTMNTX.
           MOVE "N" TO WS-EOF.
           PERFORM ARTMNTX-SUIVANT UNTIL WS-EOF = "Y".
           CLOSE ARTMNTX.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       ARTMNTX-SUIVANT.
           READ ARTMNTX NEXT AT END
                MOVE "Y" TO WS-EOF
           END-READ.
      *
           IF WS-EOF NOT = "Y"
              PERFORM AJOUTE-TRANSACTION
              IF WS-TROUVE = "Y"
                 MOVE "C" TO WK-TRX-ACTION(IN-TRX)
                 MOVE MNT-ARTIID  OF AMN-ENR-DDS
                      TO WK-TRX-ARTIID(IN-TRX)
                 MOVE MNT-QT-MINI OF AMN-ENR-DDS
                      TO WK-TRX-QT-MINI(IN-TRX)
                 MOVE MNT-QT-MAXI OF AMN-ENR-DDS
                      TO WK-TRX-QT-MAXI(IN-TRX)
                 MOVE MNT-PR-MINI OF AMN-ENR-DDS
                      TO WK-TRX-PR-MINI(IN-TRX)
                 MOVE MNT-PR-MAXI OF AMN-ENR-DDS
                      TO WK-TRX-PR-MAXI(IN-TRX)
              END-IF
           END-IF.
      /
       CHARGE-PRVMNTX SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT PRVMNTX.
           MOVE "N" TO WS-EOF.
           PERFORM PRVMNTX-SUIVANT UNTIL WS-EOF = "Y".
           CLOSE PRVMNTX.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       PRVMNTX-SUIVANT.
           READ PRVMNTX NEXT AT END
                MOVE "Y" TO WS-EOF
           END-READ.
      *
           IF WS-EOF NOT = "Y"
              PERFORM AJOUTE-TRANSACTION
              IF WS-TROUVE = "Y"
                 MOVE MNT-ACTION  OF PMN-ENR-DDS
                      TO WK-TRX-ACTION(IN-TRX)
                 MOVE MNT-ARTIID  OF PMN-ENR-DDS
                      TO WK-TRX-ARTIID(IN-TRX)
                 MOVE MNT-PROV-ID OF PMN-ENR-DDS
                      TO WK-TRX-PROV-ID(IN-TRX)
                 MOVE MNT-QT-MINI OF PMN-ENR-DDS
                      TO WK-TRX-QT-MINI(IN-TRX)
                 MOVE MNT-QT-MAXI OF PMN-ENR-DDS
                      TO WK-TRX-QT-MAXI(IN-TRX)
                 MOVE MNT-PR-MINI OF PMN-ENR-DDS
                      TO WK-TRX-PR-MINI(IN-TRX)
                 MOVE MNT-PR-MAXI OF PMN-ENR-DDS
                      TO WK-TRX-PR-MAXI(IN-TRX)
                 MOVE MNT-UM      OF PMN-ENR-DDS
                      TO WK-TRX-UM(IN-TRX)
                 MOVE MNT-DEV     OF PMN-ENR-DDS
                      TO WK-TRX-DEV(IN-TRX)
              END-IF
           END-IF.
      /
       CHARGE-PWNMNTX SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT PWNMNTX.
           MOVE "N" TO WS-EOF.
           PERFORM PWNMNTX-SUIVANT UNTIL WS-EOF = "Y".
           CLOSE PWNMNTX.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       PWNMNTX-SUIVANT.
           READ PWNMNTX NEXT AT END
                MOVE "Y" TO WS-EOF
           END-READ.
      *
           IF WS-EOF NOT = "Y"
              PERFORM AJOUTE-TRANSACTION
              IF WS-TROUVE = "Y"
                 MOVE MNT-ACTION  OF WMN-ENR-DDS
                      TO WK-TRX-ACTION(IN-TRX)
                 MOVE MNT-ARTIID  OF WMN-ENR-DDS
                      TO WK-TRX-ARTIID(IN-TRX)
                 MOVE MNT-DT-DEB  OF WMN-ENR-DDS
                      TO WK-TRX-DT-DEB(IN-TRX)
                 MOVE MNT-DT-FIN  OF WMN-ENR-DDS
                      TO WK-TRX-DT-FIN(IN-TRX)
                 MOVE MNT-QT-MINI OF WMN-ENR-DDS
                      TO WK-TRX-QT-MINI(IN-TRX)
                 MOVE MNT-QT-MAXI OF WMN-ENR-DDS
                      TO WK-TRX-QT-MAXI(IN-TRX)
                 MOVE MNT-PR-MINI OF WMN-ENR-DDS
                      TO WK-TRX-PR-MINI(IN-TRX)
                 MOVE MNT-PR-MAXI OF WMN-ENR-DDS
                      TO WK-TRX-PR-MAXI(IN-TRX)
              END-IF
           END-IF.
      /
      ***** NOUVEAU POSTE DE TRANSACTION A BLANC - WS-TROUVE A "N"
      ***** QUAND LA TABLE EST PLEINE, LA TRANSACTION EST PERDUE
       AJOUTE-TRANSACTION.
           IF WK-TRX-NB NOT < WK-TRX-NBPST
              MOVE "N" TO WS-TROUVE
              ADD 1 TO CPT-ANO
           ELSE
              MOVE "Y" TO WS-TROUVE
              ADD 1 TO WK-TRX-NB
              SET IN-TRX TO WK-TRX-NB
              MOVE SPACE TO WK-TRX-ACTION(IN-TRX)
                            WK-TRX-ARTIID(IN-TRX)
                            WK-TRX-PROV-ID(IN-TRX)
                            WK-TRX-DT-DEB(IN-TRX)
                            WK-TRX-DT-FIN(IN-TRX)
                            WK-TRX-UM(IN-TRX)
                            WK-TRX-DEV(IN-TRX)
              MOVE ZERO  TO WK-TRX-QT-MINI(IN-TRX)
                            WK-TRX-QT-MAXI(IN-TRX)
                            WK-TRX-PR-MINI(IN-TRX)
                            WK-TRX-PR-MAXI(IN-TRX)
           END-IF.
      /
      ****************************************************************
      ******* REJEU DES LIGNES DE DISPORD DE LA FENETRE - DATEES DE
      ******* LEUR RUN ART100, A DEFAUT DE LA COMMANDE
      ****************************************************************
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       REJEU-SUIVANT.
           READ DISPORD NEXT AT END
                MOVE "Y" TO WS-EOF
           END-READ.
      *
           IF WS-EOF NOT = "Y"
              IF DISP-RUN-DT NOT = SPACE
                 MOVE DISP-RUN-DT TO WS-DT-LIG
              ELSE
                 MOVE DISP-ORDDT  TO WS-DT-LIG
              END-IF
              IF DISP-ORDDAR NOT = SPACE
                 AND WS-DT-LIG NOT < WS-DT-DEB
                 ADD 1 TO CPT-LUS
                 PERFORM REJEU-LIGNE
              END-IF
           END-IF.
      /
      ***** SEULE UNE LIGNE ACCEPTEE OU REJETEE SUR UN SEUIL PEUT
      ***** CHANGER DE SORT - LE RESTE EST ECARTE AVANT LE GROUPE
       REJEU-LIGNE.
           IF DISP-CODE = "A"
              OR (DISP-CODE = "R"
                  AND ((DISP-ERR NOT < "61" AND DISP-ERR NOT > "68")
                       OR DISP-ERR = "77"))
              IF DISP-ORDDAR NOT = WS-GRP-ARTIID
                 PERFORM CHARGE-GROUPE-ARTICLE
              END-IF
              IF WS-GRP-TOUCHE = "Y" AND WS-GRP-OK = "Y"
                 ADD 1 TO CPT-SIM
                 MOVE 1 TO WS-JEU
                 PERFORM JUGE-LIGNE
                 MOVE WS-ERR TO WS-ERR-ACT
                 MOVE 2 TO WS-JEU
                 PERFORM JUGE-LIGNE
                 MOVE WS-ERR TO WS-ERR-NOU
                 PERFORM COMPARE-JUGEMENTS
              END-IF
           END-IF.
      /
       COMPARE-JUGEMENTS.
           MOVE SPACE TO WS-SENS.
           IF WS-ERR-ACT = SPACE AND WS-ERR-NOU NOT = SPACE
              MOVE "R"        TO WS-SENS
              MOVE WS-ERR-NOU TO WS-RES-CODE
              ADD 1 TO CPT-AR
           END-IF.
           IF WS-ERR-ACT NOT = SPACE AND WS-ERR-NOU = SPACE
              MOVE "A"        TO WS-SENS
              MOVE WS-ERR-ACT TO WS-RES-CODE
              ADD 1 TO CPT-RA
           END-IF.
           IF WS-SENS NOT = SPACE
              COMPUTE WS-LIG-VAL = DISP-QT * DISP-PR
              PERFORM NOTE-RESULTAT
           END-IF.
      /
      ***** CUMUL SUR LE POSTE ARTICLE/CODE, CREE A LA PREMIERE
      ***** BASCULE
       NOTE-RESULTAT.
           MOVE "N" TO WS-TROUVE.
           SET IN-RES TO 1.
           PERFORM CHERCHE-RESULTAT UNTIL WS-TROUVE = "Y"
                                       OR IN-RES > WK-RES-NB.
           IF WS-TROUVE = "N"
              IF WK-RES-NB NOT < WK-RES-NBPST
                 ADD 1 TO CPT-ANO
              ELSE
                 MOVE "Y" TO WS-TROUVE
                 ADD 1 TO WK-RES-NB
                 SET IN-RES TO WK-RES-NB
                 MOVE DISP-ORDDAR TO WK-RES-ARTIID(IN-RES)
                 MOVE WS-RES-CODE TO WK-RES-CODE(IN-RES)
                 MOVE ZERO        TO WK-RES-NB-AR(IN-RES)
                                     WK-RES-VAL-AR(IN-RES)
                                     WK-RES-NB-RA(IN-RES)
                                     WK-RES-VAL-RA(IN-RES)
                 MOVE "N"         TO WK-RES-EDT(IN-RES)
              END-IF
           END-IF.
      *
           IF WS-TROUVE = "Y"
              IF WS-SENS = "R"
                 ADD 1          TO WK-RES-NB-AR(IN-RES)
                 ADD WS-LIG-VAL TO WK-RES-VAL-AR(IN-RES)
              ELSE
                 ADD 1          TO WK-RES-NB-RA(IN-RES)
                 ADD WS-LIG-VAL TO WK-RES-VAL-RA(IN-RES)
              END-IF
           END-IF.
      /
       CHERCHE-RESULTAT.
           IF WK-RES-ARTIID(IN-RES) = DISP-ORDDAR
              AND WK-RES-CODE(IN-RES) = WS-RES-CODE
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-RES UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* CHARGEMENT DU GROUPE ARTICLE - SEUILS DE L'ARTICLE,
      ******* FENETRES DE PROMOTION ET LIGNES FOURNISSEUR TELS QU'AU
      ******* FICHIER, PUIS LES TRANSACTIONS DE L'ARTICLE APPLIQUEES
      ******* AU SECOND JEU
      ****************************************************************
      /
       CHARGE-GROUPE-ARTICLE SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE DISP-ORDDAR TO WS-GRP-ARTIID.
           MOVE "N"         TO WS-GRP-OK.
           MOVE ZERO        TO WK-PWN-NB.
           MOVE "N"         TO WS-PWN-TRONQUE.
           MOVE ZERO        TO WK-GPV-NB.
           MOVE "N"         TO WS-GRP-KIT.
      *
      ***** UN ARTICLE QU'AUCUNE TRANSACTION NE TOUCHE NE PEUT PAS
      ***** CHANGER DE SORT - SES MAITRES NE SONT PAS LUS
           MOVE "N" TO WS-GRP-TOUCHE.
           SET IN-TRX TO 1.
           PERFORM CHERCHE-TRANSACTION UNTIL WS-GRP-TOUCHE = "Y"
                                          OR IN-TRX > WK-TRX-NB.
           IF WS-GRP-TOUCHE = "N"
              GO  TO     END-RECORD
           END-IF.
      *
           MOVE WS-GRP-ARTIID TO ARTIID OF ART-ENR-DDS.
           READ ARTICLE INVALID KEY
                GO  TO     END-RECORD.
      *
           MOVE "Y" TO WS-GRP-OK.
           MOVE ART-UM  OF ART-ENR-DDS TO WS-GRP-UM.
           MOVE ART-DEV OF ART-ENR-DDS TO WS-GRP-DEV.
           SET IN-SEU TO 1.
           MOVE ART-QT-MINI OF ART-ENR-DDS TO WK-SEU-QT-MINI(IN-SEU).
           MOVE ART-QT-MAXI OF ART-ENR-DDS TO WK-SEU-QT-MAXI(IN-SEU).
           MOVE ART-PR-MINI OF ART-ENR-DDS TO WK-SEU-PR-MINI(IN-SEU).
           MOVE ART-PR-MAXI OF ART-ENR-DDS TO WK-SEU-PR-MAXI(IN-SEU).
           MOVE WK-SEU-TP(1) TO WK-SEU-TP(2).
      *
      ***** ARTICLE KIT - DES COMPOSANTS AU RETOUR DE KITEXP
           MOVE WS-GRP-ARTIID TO KEX-PRM-ARTIID.
           CALL "KITEXP" USING KEX-PARM.
           IF KEX-NB NOT = ZERO
              MOVE "Y" TO WS-GRP-KIT
           END-IF.
      *
           MOVE "N" TO WS-PWN-EOF.
           MOVE WS-GRP-ARTIID TO PWN-ARTIID OF PWN-ENR-DDS.
           START PROMOWIN KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF PWN-ENR-DDS
                 INVALID KEY
                 MOVE "Y" TO WS-PWN-EOF.
           PERFORM CHARGE-PWN-SUIVANT UNTIL WS-PWN-EOF = "Y".
      *
           MOVE "N" TO WS-GPV-EOF.
           MOVE WS-GRP-ARTIID TO ARTIID OF PROV-ENR-DDS.
           START ARTIPROV KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF PROV-ENR-DDS
                 INVALID KEY
                 MOVE "Y" TO WS-GPV-EOF.
           PERFORM CHARGE-GPV-SUIVANT UNTIL WS-GPV-EOF = "Y".
      *
           SET IN-TRX TO 1.
           PERFORM APPLIQUE-TRANSACTION UNTIL IN-TRX > WK-TRX-NB.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKERS FOR THE PERFORM ... UNTIL STATEMENTS ABOVE -
      ***** EVERY EXIT PATH FALLS OFF THE BOTTOM OF THE PARAGRAPH
      ***** RATHER THAN GOTO'ING TO A SIBLING, SO CONTROL ALWAYS
      ***** RETURNS TO THE LOOP'S PERFORM, NEVER PAST IT
       CHERCHE-TRANSACTION.
           IF WK-TRX-ARTIID(IN-TRX) = WS-GRP-ARTIID
              MOVE "Y" TO WS-GRP-TOUCHE
           ELSE
              SET IN-TRX UP BY 1
           END-IF.
      *
       CHARGE-PWN-SUIVANT.
           READ PROMOWIN NEXT AT END
                MOVE "Y" TO WS-PWN-EOF
           END-READ.
      *
           IF WS-PWN-EOF NOT = "Y"
              IF PWN-ARTIID OF PWN-ENR-DDS NOT = WS-GRP-ARTIID
                 MOVE "Y" TO WS-PWN-EOF
              ELSE
                 IF WK-PWN-NB NOT < WK-PWN-NBPST
                    MOVE "Y" TO WS-PWN-EOF
                    MOVE "Y" TO WS-PWN-TRONQUE
                 ELSE
                    ADD 1 TO WK-PWN-NB
                    SET IN-PWN TO WK-PWN-NB
                    MOVE PWN-DT-DEB OF PWN-ENR-DDS
                         TO WK-PWN-DEB(IN-PWN)
                    SET IN-PJ TO 1
                    MOVE "Y" TO WK-PWN-PRES(IN-PWN, IN-PJ)
                    MOVE PWN-DT-FIN OF PWN-ENR-DDS
                         TO WK-PWN-FIN(IN-PWN, IN-PJ)
                    MOVE PWN-QT-MINI OF PWN-ENR-DDS
                         TO WK-PWN-QT-MINI(IN-PWN, IN-PJ)
                    MOVE PWN-QT-MAXI OF PWN-ENR-DDS
                         TO WK-PWN-QT-MAXI(IN-PWN, IN-PJ)
                    MOVE PWN-PR-MINI OF PWN-ENR-DDS
                         TO WK-PWN-PR-MINI(IN-PWN, IN-PJ)
                    MOVE PWN-PR-MAXI OF PWN-ENR-DDS
                         TO WK-PWN-PR-MAXI(IN-PWN, IN-PJ)
                    MOVE WK-PWN-JEU(IN-PWN, 1)
                         TO WK-PWN-JEU(IN-PWN, 2)
                 END-IF
              END-IF
           END-IF.
      *
       CHARGE-GPV-SUIVANT.
           READ ARTIPROV NEXT AT END
                MOVE "Y" TO WS-GPV-EOF
           END-READ.
      *
           IF WS-GPV-EOF NOT = "Y"
              IF ARTIID OF PROV-ENR-DDS NOT = WS-GRP-ARTIID
                 MOVE "Y" TO WS-GPV-EOF
              ELSE
                 IF WK-GPV-NB NOT < WK-GPV-NBPST
                    MOVE "Y" TO WS-GPV-EOF
                    MOVE "N" TO WS-GRP-OK
                    ADD 1 TO CPT-ANO
                 ELSE
                    ADD 1 TO WK-GPV-NB
                    SET IN-GPV TO WK-GPV-NB
                    MOVE PROV-ID OF PROV-ENR-DDS TO WK-GPV-ID(IN-GPV)
                    PERFORM VERIFIE-FRN-BLOQUE
                    SET IN-GJ TO 1
                    MOVE "Y" TO WK-GPV-PRES(IN-GPV, IN-GJ)
                    MOVE PROV-QT-MINI OF PROV-ENR-DDS
                         TO WK-GPV-QT-MINI(IN-GPV, IN-GJ)
                    MOVE PROV-QT-MAXI OF PROV-ENR-DDS
                         TO WK-GPV-QT-MAXI(IN-GPV, IN-GJ)
                    MOVE PROV-PR-MINI OF PROV-ENR-DDS
                         TO WK-GPV-PR-MINI(IN-GPV, IN-GJ)
                    MOVE PROV-PR-MAXI OF PROV-ENR-DDS
                         TO WK-GPV-PR-MAXI(IN-GPV, IN-GJ)
                    MOVE PROV-UM OF PROV-ENR-DDS
                         TO WK-GPV-UM(IN-GPV, IN-GJ)
                    MOVE PROV-DEV OF PROV-ENR-DDS
                         TO WK-GPV-DEV(IN-GPV, IN-GJ)
                    MOVE WK-GPV-JEU(IN-GPV, 1)
                         TO WK-GPV-JEU(IN-GPV, 2)
                 END-IF
              END-IF
           END-IF.
      *
       APPLIQUE-TRANSACTION.
           IF WK-TRX-ARTIID(IN-TRX) = WS-GRP-ARTIID
              EVALUATE WS-FICHIER
                  WHEN "ARTMNTX"
                       PERFORM APPLIQUE-ARTMNTX
                  WHEN "PRVMNTX"
                       PERFORM APPLIQUE-PRVMNTX
                  WHEN "PWNMNTX"
                       PERFORM APPLIQUE-PWNMNTX
              END-EVALUATE
           END-IF.
           SET IN-TRX UP BY 1.
      /
      ***** ETAT DU FOURNISSEUR DU POSTE IN-GPV SUR PROVMST - ABSENT
      ***** DU FICHIER MAITRE = UTILISABLE, SEUL UN "B" BLOQUE
       VERIFIE-FRN-BLOQUE.
           MOVE "N" TO WK-GPV-BLQ(IN-GPV).
           MOVE WK-GPV-ID(IN-GPV) TO FRN-ID OF FRN-ENR-DDS.
           READ PROVMST
                INVALID KEY CONTINUE
                NOT INVALID KEY
                     IF FRN-ETAT OF FRN-ENR-DDS = "B"
                        MOVE "Y" TO WK-GPV-BLQ(IN-GPV)
                     END-IF
           END-READ.
      /
      ***** LES SEUILS DE L'ARTICLE REMPLACES EN BLOC, COMME ART110
       APPLIQUE-ARTMNTX.
           SET IN-SEU TO 2.
           MOVE WK-TRX-QT-MINI(IN-TRX) TO WK-SEU-QT-MINI(IN-SEU).
           MOVE WK-TRX-QT-MAXI(IN-TRX) TO WK-SEU-QT-MAXI(IN-SEU).
           MOVE WK-TRX-PR-MINI(IN-TRX) TO WK-SEU-PR-MINI(IN-SEU).
           MOVE WK-TRX-PR-MAXI(IN-TRX) TO WK-SEU-PR-MAXI(IN-SEU).
      /
      ***** LIGNE FOURNISSEUR RETROUVEE PAR SON PROV-ID, COMME ART140
      ***** - UN AJOUT SUR UNE LIGNE EXISTANTE, UN CHANGEMENT OU UN
      ***** RETRAIT SUR UNE LIGNE ABSENTE SERAIENT REFUSES ET SONT
      ***** IGNORES
       APPLIQUE-PRVMNTX.
           MOVE "N" TO WS-TROUVE.
           SET IN-GPV TO 1.
           PERFORM CHERCHE-GPV UNTIL WS-TROUVE = "Y"
                                  OR IN-GPV > WK-GPV-NB.
           SET IN-GJ TO 2.
      *
           IF WK-TRX-ACTION(IN-TRX) = "A" AND WS-TROUVE = "N"
              IF WK-GPV-NB NOT < WK-GPV-NBPST
                 MOVE "N" TO WS-GRP-OK
                 ADD 1 TO CPT-ANO
              ELSE
                 ADD 1 TO WK-GPV-NB
                 SET IN-GPV TO WK-GPV-NB
                 MOVE WK-TRX-PROV-ID(IN-TRX) TO WK-GPV-ID(IN-GPV)
                 PERFORM VERIFIE-FRN-BLOQUE
                 MOVE "N" TO WK-GPV-PRES(IN-GPV, 1)
                 MOVE "Y" TO WS-TROUVE
              END-IF
           END-IF.
      *
           IF WS-TROUVE = "Y"
              IF WK-TRX-ACTION(IN-TRX) = "S"
                 MOVE "N" TO WK-GPV-PRES(IN-GPV, IN-GJ)
              ELSE
                 MOVE "Y" TO WK-GPV-PRES(IN-GPV, IN-GJ)
                 MOVE WK-TRX-QT-MINI(IN-TRX)
                      TO WK-GPV-QT-MINI(IN-GPV, IN-GJ)
                 MOVE WK-TRX-QT-MAXI(IN-TRX)
                      TO WK-GPV-QT-MAXI(IN-GPV, IN-GJ)
                 MOVE WK-TRX-PR-MINI(IN-TRX)
                      TO WK-GPV-PR-MINI(IN-GPV, IN-GJ)
                 MOVE WK-TRX-PR-MAXI(IN-TRX)
                      TO WK-GPV-PR-MAXI(IN-GPV, IN-GJ)
                 MOVE WK-TRX-UM(IN-TRX)
                      TO WK-GPV-UM(IN-GPV, IN-GJ)
                 MOVE WK-TRX-DEV(IN-TRX)
                      TO WK-GPV-DEV(IN-GPV, IN-GJ)
              END-IF
           END-IF.
      *
       CHERCHE-GPV.
           IF WK-GPV-ID(IN-GPV) = WK-TRX-PROV-ID(IN-TRX)
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-GPV UP BY 1
           END-IF.
      /
      ***** FENETRE RETROUVEE PAR SA DATE DE DEBUT, COMME PWN100 -
      ***** MEMES REGLES QUE POUR LES LIGNES FOURNISSEUR - UN AJOUT
      ***** SUR CINQ FENETRES TENUES, OU UNE SUPPRESSION QUAND
      ***** D'AUTRES ONT ETE IGNOREES, CHANGERAIT LES CINQ QU'ART100
      ***** RETIENT - L'ARTICLE EST ECARTE EN ANOMALIE
       APPLIQUE-PWNMNTX.
           MOVE "N" TO WS-TROUVE.
           SET IN-PWN TO 1.
           PERFORM CHERCHE-PWN UNTIL WS-TROUVE = "Y"
                                  OR IN-PWN > WK-PWN-NB.
           SET IN-PJ TO 2.
      *
           IF WK-TRX-ACTION(IN-TRX) = "S"
              AND WS-PWN-TRONQUE = "Y"
              MOVE "N" TO WS-GRP-OK
              ADD 1 TO CPT-ANO
           END-IF.
      *
           IF WK-TRX-ACTION(IN-TRX) = "A" AND WS-TROUVE = "N"
              IF WK-PWN-NB NOT < WK-PWN-NBPST
                 MOVE "N" TO WS-GRP-OK
                 ADD 1 TO CPT-ANO
              ELSE
                 ADD 1 TO WK-PWN-NB
                 SET IN-PWN TO WK-PWN-NB
                 MOVE WK-TRX-DT-DEB(IN-TRX) TO WK-PWN-DEB(IN-PWN)
                 MOVE "N" TO WK-PWN-PRES(IN-PWN, 1)
                 MOVE "Y" TO WS-TROUVE
              END-IF
           END-IF.
      *
           IF WS-TROUVE = "Y"
              IF WK-TRX-ACTION(IN-TRX) = "S"
                 MOVE "N" TO WK-PWN-PRES(IN-PWN, IN-PJ)
              ELSE
                 MOVE "Y" TO WK-PWN-PRES(IN-PWN, IN-PJ)
                 MOVE WK-TRX-DT-FIN(IN-TRX)
                      TO WK-PWN-FIN(IN-PWN, IN-PJ)
                 MOVE WK-TRX-QT-MINI(IN-TRX)
                      TO WK-PWN-QT-MINI(IN-PWN, IN-PJ)
                 MOVE WK-TRX-QT-MAXI(IN-TRX)
                      TO WK-PWN-QT-MAXI(IN-PWN, IN-PJ)
                 MOVE WK-TRX-PR-MINI(IN-TRX)
                      TO WK-PWN-PR-MINI(IN-PWN, IN-PJ)
                 MOVE WK-TRX-PR-MAXI(IN-TRX)
                      TO WK-PWN-PR-MAXI(IN-PWN, IN-PJ)
              END-IF
           END-IF.
      *
       CHERCHE-PWN.
           IF WK-PWN-DEB(IN-PWN) = WK-TRX-DT-DEB(IN-TRX)
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-PWN UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* JUGEMENT DE LA LIGNE CONTRE LE JEU WS-JEU - SEUILS
      ******* EFFECTIFS (FENETRE DE PROMO COUVRANT ORDDT, SINON CEUX
      ******* DE L'ARTICLE) PUIS LIGNES FOURNISSEUR, PREMIER ECART
      ******* GAGNANT COMME DANS ART100 - WS-ERR A BLANC = ACCEPTEE
      ****************************************************************
      /
       JUGE-LIGNE.
           MOVE SPACE TO WS-ERR.
           SET IN-SEU TO WS-JEU.
           SET IN-PJ  TO WS-JEU.
           SET IN-GJ  TO WS-JEU.
      *
           MOVE "N" TO WS-PROMO.
           MOVE WK-SEU-QT-MINI(IN-SEU) TO WS-EFF-QT-MINI.
           MOVE WK-SEU-QT-MAXI(IN-SEU) TO WS-EFF-QT-MAXI.
           MOVE WK-SEU-PR-MINI(IN-SEU) TO WS-EFF-PR-MINI.
           MOVE WK-SEU-PR-MAXI(IN-SEU) TO WS-EFF-PR-MAXI.
           SET IN-PWN TO 1.
           PERFORM CHERCHE-FENETRE-PROMO UNTIL WS-PROMO = "Y"
                                            OR IN-PWN > WK-PWN-NB.
      *
           IF WS-EFF-QT-MINI NOT = ZERO
              AND DISP-QT < WS-EFF-QT-MINI
              MOVE "61" TO WS-ERR
           ELSE
              IF WS-EFF-QT-MAXI NOT = ZERO
                 AND DISP-QT > WS-EFF-QT-MAXI
                 MOVE "62" TO WS-ERR
              ELSE
                 IF WS-EFF-PR-MINI NOT = ZERO
                    AND DISP-PR < WS-EFF-PR-MINI
                    MOVE "63" TO WS-ERR
                 ELSE
                    IF WS-EFF-PR-MAXI NOT = ZERO
                       AND DISP-PR > WS-EFF-PR-MAXI
                       MOVE "64" TO WS-ERR
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      ***** UN KIT NE S'ACHETE PAS - PAS DE JUGEMENT FOURNISSEUR
           IF WS-ERR = SPACE
              AND WS-GRP-KIT = "N"
              PERFORM JUGE-FOURNISSEURS
           END-IF.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CHERCHE-FENETRE-PROMO.
           IF WK-PWN-PRES(IN-PWN, IN-PJ) = "Y"
              AND DISP-ORDDT NOT < WK-PWN-DEB(IN-PWN)
              AND DISP-ORDDT NOT > WK-PWN-FIN(IN-PWN, IN-PJ)
              MOVE "Y" TO WS-PROMO
              MOVE WK-PWN-QT-MINI(IN-PWN, IN-PJ) TO WS-EFF-QT-MINI
              MOVE WK-PWN-QT-MAXI(IN-PWN, IN-PJ) TO WS-EFF-QT-MAXI
              MOVE WK-PWN-PR-MINI(IN-PWN, IN-PJ) TO WS-EFF-PR-MINI
              MOVE WK-PWN-PR-MAXI(IN-PWN, IN-PJ) TO WS-EFF-PR-MAXI
           ELSE
              SET IN-PWN UP BY 1
           END-IF.
      /
      ***** LE MEILLEUR FOURNISSEUR GAGNE DES QU'UN SEUL PASSE - SINON
      ***** LE CODE DU DERNIER JUGE RESTE, ET "77" SANS AUCUN
      ***** FOURNISSEUR UTILISABLE DANS LE JEU
       JUGE-FOURNISSEURS.
           MOVE "N"   TO WS-PROV-OK.
           MOVE SPACE TO WS-PRV-ERR.
           MOVE ZERO  TO WS-PRV-NB.
           SET IN-GPV TO 1.
           PERFORM JUGE-PROV-GROUPE UNTIL IN-GPV > WK-GPV-NB.
      *
           IF WS-PROV-OK = "N"
              IF WS-PRV-NB = ZERO
                 MOVE "77" TO WS-ERR
              ELSE
                 MOVE WS-PRV-ERR TO WS-ERR
              END-IF
           END-IF.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       JUGE-PROV-GROUPE.
           IF WK-GPV-BLQ(IN-GPV) = "N"
              AND WK-GPV-PRES(IN-GPV, IN-GJ) = "Y"
              ADD 1 TO WS-PRV-NB
              PERFORM VERIFIE-SEUILS-GPV
              IF WS-PRV-ERR = SPACE
                 MOVE "Y" TO WS-PROV-OK
              END-IF
           END-IF.
           SET IN-GPV UP BY 1.
      /
      ***** MEMES CONTROLES QU'ART100 CONTRE LE POSTE COURANT - LA
      ***** LIGNE EST CONVERTIE DE L'UM/DEVISE DE L'ARTICLE DANS
      ***** CELLE DU POSTE, "69" SEULEMENT SANS CONVERSION AU FICHIER
       VERIFIE-SEUILS-GPV.
           MOVE SPACE TO WS-PRV-ERR.
           PERFORM RESOUD-CONVERSION.
           IF (WK-GPV-QT-MINI(IN-GPV, IN-GJ) NOT = ZERO
               OR WK-GPV-QT-MAXI(IN-GPV, IN-GJ) NOT = ZERO
               OR WK-GPV-PR-MINI(IN-GPV, IN-GJ) NOT = ZERO
               OR WK-GPV-PR-MAXI(IN-GPV, IN-GJ) NOT = ZERO)
              AND WS-CNV-OK = "N"
              MOVE "69" TO WS-PRV-ERR
           ELSE
              IF WK-GPV-QT-MINI(IN-GPV, IN-GJ) NOT = ZERO
                 AND WS-CNV-QT < WK-GPV-QT-MINI(IN-GPV, IN-GJ)
                 MOVE "65" TO WS-PRV-ERR
              ELSE
                 IF WK-GPV-QT-MAXI(IN-GPV, IN-GJ) NOT = ZERO
                    AND WS-CNV-QT > WK-GPV-QT-MAXI(IN-GPV, IN-GJ)
                    MOVE "66" TO WS-PRV-ERR
                 ELSE
                    IF WK-GPV-PR-MINI(IN-GPV, IN-GJ) NOT = ZERO
                       AND WS-CNV-PR < WK-GPV-PR-MINI(IN-GPV, IN-GJ)
                       MOVE "67" TO WS-PRV-ERR
                    ELSE
                       IF WK-GPV-PR-MAXI(IN-GPV, IN-GJ) NOT = ZERO
                          AND WS-CNV-PR
                              > WK-GPV-PR-MAXI(IN-GPV, IN-GJ)
                          MOVE "68" TO WS-PRV-ERR
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
      /
      ***** CONVERSION DE LA LIGNE VERS L'UM/DEVISE DU POSTE VIA
      ***** CNVCALC, EN VIGUEUR A LA DATE DE LA LIGNE - UNE PAIRE
      ***** IDENTIQUE PASSE TELLE QUELLE
       RESOUD-CONVERSION.
           MOVE "Y"     TO WS-CNV-OK.
           MOVE DISP-QT TO WS-CNV-QT.
           MOVE DISP-PR TO WS-CNV-PR.
      *
           IF WS-GRP-UM NOT = WK-GPV-UM(IN-GPV, IN-GJ)
              MOVE "U"                      TO CNV-FON
              MOVE WS-GRP-UM                TO CNV-PRM-DE
              MOVE WK-GPV-UM(IN-GPV, IN-GJ) TO CNV-PRM-A
              MOVE DISP-ORDDT               TO CNV-PRM-DATE
              CALL "CNVCALC" USING CNV-PARM
              IF CNV-RET = "00"
                 COMPUTE WS-CNV-QT ROUNDED = DISP-QT * CNV-PRM-FACT
              ELSE
                 MOVE "N" TO WS-CNV-OK
              END-IF
           END-IF.
      *
           IF WS-GRP-DEV NOT = WK-GPV-DEV(IN-GPV, IN-GJ)
              MOVE "D"                       TO CNV-FON
              MOVE WS-GRP-DEV                TO CNV-PRM-DE
              MOVE WK-GPV-DEV(IN-GPV, IN-GJ) TO CNV-PRM-A
              MOVE DISP-ORDDT                TO CNV-PRM-DATE
              CALL "CNVCALC" USING CNV-PARM
              IF CNV-RET = "00"
                 COMPUTE WS-CNV-PR ROUNDED = DISP-PR * CNV-PRM-FACT
              ELSE
                 MOVE "N" TO WS-CNV-OK
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* EDITION PAR ARTICLE PUIS CODE MOTIF, PAR SELECTION
      ******* REPETEE DE LA PLUS PETITE CLE NON ENCORE EDITEE
      ****************************************************************
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       EDITE-SUIVANT.
           MOVE HIGH-VALUE TO WS-CLE-MIN.
           MOVE "N" TO WS-TOP-RESTE.
           SET IN-RES TO 1.
           PERFORM CHERCHE-PLUS-PETIT UNTIL IN-RES > WK-RES-NB.
      *
           IF WS-TOP-RESTE = "Y"
              MOVE "N" TO WS-TROUVE
              SET IN-RES TO 1
              PERFORM CHERCHE-PETIT-POSTE UNTIL WS-TROUVE = "Y"
                                             OR IN-RES > WK-RES-NB
              IF WS-TROUVE = "Y"
                 MOVE "Y" TO WK-RES-EDT(IN-RES)
                 PERFORM EDITION-LIGNE
              ELSE
                 MOVE "N" TO WS-TOP-RESTE
              END-IF
           END-IF.
      /
       CHERCHE-PLUS-PETIT.
           IF WK-RES-EDT(IN-RES) = "N"
              AND WK-RES-CLE(IN-RES) NOT > WS-CLE-MIN
              MOVE WK-RES-CLE(IN-RES) TO WS-CLE-MIN
              MOVE "Y" TO WS-TOP-RESTE
           END-IF.
           SET IN-RES UP BY 1.
      /
       CHERCHE-PETIT-POSTE.
           IF WK-RES-EDT(IN-RES) = "N"
              AND WK-RES-CLE(IN-RES) = WS-CLE-MIN
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-RES UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* EDITION D'UNE LIGNE ARTICLE/CODE MOTIF
      ****************************************************************
      /
       EDITION-LIGNE.
           MOVE SPACE                  TO BPFSIM-ENR.
           MOVE WK-RES-ARTIID(IN-RES)  TO BPFSIM-ARTIID.
           MOVE WK-RES-CODE(IN-RES)    TO BPFSIM-CODE.
           MOVE WK-RES-CODE(IN-RES)    TO ERR-COD.
           CALL "ERRMSG" USING ERR-PARM.
           MOVE ERR-LIB                TO BPFSIM-LIB.
           MOVE "A>R="                 TO BPFSIM-LIB-AR.
           MOVE WK-RES-NB-AR(IN-RES)   TO BPFSIM-NB-AR.
           MOVE WK-RES-VAL-AR(IN-RES)  TO BPFSIM-VAL-AR.
           MOVE "R>A="                 TO BPFSIM-LIB-RA.
           MOVE WK-RES-NB-RA(IN-RES)   TO BPFSIM-NB-RA.
           MOVE WK-RES-VAL-RA(IN-RES)  TO BPFSIM-VAL-RA.
           WRITE BPFSIM-ENR.
      /
      ****************************************************************
      ******* ECRITURE D'UNE LIGNE DE STATUT/ERREUR SUR LE LISTING
      ****************************************************************
      /
       EDITION-MSG.
           MOVE SPACE  TO BPFSIM-ENR.
           MOVE WS-MSG TO BPFSIM-ENR(2:30).
           WRITE BPFSIM-ENR.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE CPT-LUS TO BPFSIM-TOT-LUS.
           MOVE CPT-SIM TO BPFSIM-TOT-SIM.
           MOVE CPT-AR  TO BPFSIM-TOT-AR.
           MOVE CPT-RA  TO BPFSIM-TOT-RA.
           MOVE CPT-ANO TO BPFSIM-TOT-ANO.
           WRITE BPFSIM-TOTALS.
      /
