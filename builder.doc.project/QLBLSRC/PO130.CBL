       IDENTIFICATION DIVISION.
       PROGRAM-ID. PO130.
      /
      ***********************
      * This program sends the purchase orders to the suppliers,
      * the step the buyers did by retyping each PO100 order into
      * an email: every open POMST order not yet transmitted is
      * printed as a purchase-order document - supplier name and
      * contact from PROVMST, the PO-DT-ATTENDU expected date, the
      * POLIG lines with quantity, price and value, and the order
      * total - and written to the POEXT outbound extract, one
      * member per supplier ("F" and the supplier code) redirected
      * through OVRDBF in the DISP100 mould, for the sending job to
      * pick up. The order is then marked transmitted on POMST.
      * A POTMNTX transaction names an order purchasing wants sent
      * again: an open order is re-sent, marked as such on the
      * document and the extract; anything else is refused on the
      * listing. An order PO120 cancelled after it was transmitted
      * gets a cancellation notice on both channels and is marked
      * so on POMST, so the supplier is never left shipping a
      * cancelled order. Orders raised before the first
      * transmission run (its date is kept on CHKPT under "PO130")
      * are not sent on their own - a re-send sends them. In
      * simulation mode (LDA-VISUEL) the documents are printed and
      * neither the extract nor POMST is written.
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
           SELECT  POTMNTX
                   ASSIGN       TO DATABASE-POTMNTX
                   ACCESS       IS SEQUENTIAL
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
           SELECT  PROVMST
                   ASSIGN       TO DATABASE-PROVMST
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF FRN-ENR-DDS
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
      ***** OUTBOUND EXTRACT - ONE MEMBER PER SUPPLIER, REDIRECTED BY
      ***** AN OVRDBF ISSUED THROUGH QCMDEXC BEFORE THE OPEN, THEN
      ***** RELEASED WITH DLTOVR
           SELECT  POEXT
                   ASSIGN       TO DATABASE-POEXT
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFBCD
                   ASSIGN       TO PRINTER-BPFBCD
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  POTMNTX  LABEL RECORD STANDARD.
       01  TRX-ENR-DDS.
           COPY DDS-ALL-FORMAT OF POTMNTX.
      *
       FD  POMST   LABEL RECORD STANDARD.
       01  PO-ENR-DDS.
           COPY DDS-ALL-FORMAT OF POMST.
      *
       FD  POLIG   LABEL RECORD STANDARD.
       01  LIG-ENR-DDS.
           COPY DDS-ALL-FORMAT OF POLIG.
      *
       FD  PROVMST LABEL RECORD STANDARD.
       01  FRN-ENR-DDS.
           COPY DDS-ALL-FORMAT OF PROVMST.
      *
      ****************************************************************
      **** DATE OF THE FIRST TRANSMISSION RUN - KEPT UNDER ITS OWN
      **** KEY, SAME MOULD AS PO100'S LAST ORDER NUMBER
      ****************************************************************
       FD  CHKPT   LABEL RECORD STANDARD.
       01  CHKPT-ENR.
           COPY DDS-ALL-FORMAT OF CHKPT.
      *
       FD  POEXT   LABEL RECORD STANDARD.
       01  EXT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF POEXT.
      *
      ****************************************************************
      **** PURCHASE-ORDER DOCUMENTS - PER ORDER A TITLE, THE
      **** SUPPLIER, THE EXPECTED DATE, THE LINES AND THE TOTAL -
      **** OR A TITLE AND THE SUPPLIER FOR A CANCELLATION NOTICE
      ****************************************************************
       FD  BPFBCD  LABEL RECORD STANDARD.
       01  BPFBCD-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(4)  VALUE SPACE.
           05  BPFBCD-ARTIID      PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFBCD-QT          PIC -(10)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFBCD-PR          PIC -(5)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(4)  VALUE "VAL=".
           05  BPFBCD-VAL         PIC -(13)9,99.
           05  FILLER             PIC X(20) VALUE SPACE.
      *
       01  BPFBCD-TITRE REDEFINES BPFBCD-ENR.
           05  FILLER             PIC X(1).
           05  BPFBCD-TIT-LIB     PIC X(30).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(3)  VALUE "NO ".
           05  BPFBCD-TIT-PONUM   PIC X(10).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(5)  VALUE "DATE ".
           05  BPFBCD-TIT-DT      PIC X(8).
           05  FILLER             PIC X(31).
      *
       01  BPFBCD-FRN REDEFINES BPFBCD-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(9)  VALUE "SUPPLIER ".
           05  BPFBCD-FRN-ID      PIC X(8).
           05  FILLER             PIC X(1).
           05  BPFBCD-FRN-NOM     PIC X(30).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(8)  VALUE "CONTACT ".
           05  BPFBCD-FRN-CONTACT PIC X(15).
           05  FILLER             PIC X(17).
      *
       01  BPFBCD-ATT REDEFINES BPFBCD-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(18)
               VALUE "EXPECTED DELIVERY ".
           05  BPFBCD-ATT-DT      PIC X(8).
           05  FILLER             PIC X(63).
      *
       01  BPFBCD-TOT-ORD REDEFINES BPFBCD-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(12) VALUE "ORDER TOTAL ".
           05  FILLER             PIC X(4)  VALUE "LIG=".
           05  BPFBCD-ORD-NBLIG   PIC Z(3)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "VAL=".
           05  BPFBCD-ORD-VAL     PIC -(13)9,99.
           05  FILLER             PIC X(47).
      *
       01  BPFBCD-TOTALS REDEFINES BPFBCD-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFBCD-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ENV=".
           05  BPFBCD-TOT-ENV     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ANN=".
           05  BPFBCD-TOT-ANN     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "REJ=".
           05  BPFBCD-TOT-REJ     PIC Z(5)9.
           05  FILLER             PIC X(34).
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
       77  CPT-ENV           PIC 9(6) VALUE ZERO.
       77  CPT-ANN           PIC 9(6) VALUE ZERO.
       77  CPT-REJ           PIC 9(6) VALUE ZERO.
      *
      ***** DATE DU PREMIER PASSAGE DE TRANSMISSION - LES ORDRES
      ***** EMIS AVANT NE PARTENT QUE SUR DEMANDE DE RENVOI
       77  WS-PGM-NAME       PIC X(10) VALUE "PO130".
       77  WS-DEBUT-DT       PIC X(8)  VALUE SPACE.
      *
      ***** DEMANDES DE RENVOI DU JOUR (POTMNTX) - TABLE PLEINE = LES
      ***** DEMANDES SUIVANTES SONT REFUSEES SUR LE LISTING
       77  WK-RNV-NBPST      PIC 9(3) VALUE 100.
       77  WK-RNV-NB         PIC 9(3) VALUE ZERO.
       01  WK-RNV-TABLE.
           05  WK-RNV-TP    OCCURS 100 INDEXED BY IN-RNV.
               10  WK-RNV-PONUM       PIC X(10).
               10  WK-RNV-FAIT        PIC X(1).
      *
       77  WS-RNV-TROUVE     PIC X    VALUE "N".
       77  WS-RNV-EOF        PIC X    VALUE "N".
      *
      ***** ORDRES A EMETTRE RELEVES SUR POMST - WK-ENV-ACT : "N" =
      ***** NOUVEL ORDRE, "R" = RENVOI, "C" = AVIS D'ANNULATION -
      ***** REGROUPES ENSUITE PAR FOURNISSEUR POUR QU'UN MEMBRE
      ***** D'EXTRAIT NE S'OUVRE QU'UNE FOIS - TABLE PLEINE = L'ORDRE
      ***** RESTE NON TRANSMIS ET PART AU PASSAGE SUIVANT
       77  WK-ENV-NBPST      PIC 9(4) VALUE 500.
       77  WK-ENV-NB         PIC 9(4) VALUE ZERO.
       01  WK-ENV-TABLE.
           05  WK-ENV-TP    OCCURS 500 INDEXED BY IN-ENV IN-GRP.
               10  WK-ENV-PONUM       PIC X(10).
               10  WK-ENV-PROV        PIC X(8).
               10  WK-ENV-ACT         PIC X(1).
               10  WK-ENV-EDT         PIC X(1).
      *
       77  WS-ACTION         PIC X    VALUE SPACE.
       77  WS-PO-EOF         PIC X    VALUE "N".
       77  WS-LIG-EOF        PIC X    VALUE "N".
       77  WS-PROV-CUR       PIC X(8) VALUE SPACE.
      *
       77  WS-LIG-VAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-ORD-VAL        PIC S9(13)V9(2) COMP-3 VALUE ZERO.
       77  WS-ORD-NBLIG      PIC 9(4) VALUE ZERO.
      *
      ***** MEMBRE D'EXTRAIT DU FOURNISSEUR - ADDPFM (SANS EFFET SI LE
      ***** MEMBRE EXISTE DEJA), OVRDBF PUIS DLTOVR, COMME L'EXTRAIT
      ***** PAR SITE DE DISP100 - COMMANDES ASSEMBLEES PAR STRING
       77  WS-CMD-ADD             PIC X(80) VALUE SPACE.
       77  WS-CMD-OVR             PIC X(80) VALUE SPACE.
       01  WS-CMD-DLT.
           05  FILLER             PIC X(18)
               VALUE "DLTOVR FILE(POEXT)".
           05  FILLER             PIC X(62) VALUE SPACE.
       77  WS-CMD-LG              PIC S9(10)V9(5) COMP-3 VALUE 80.
       77  WS-EXT-OK              PIC X     VALUE "N".
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
      ***** DATE DU PREMIER PASSAGE - POSEE AU TOUT PREMIER RUN
           OPEN I-O    CHKPT.
           MOVE WS-PGM-NAME TO CHKPT-PGM.
           READ CHKPT
                INVALID KEY
                     MOVE WS-TODAY-DATE TO WS-DEBUT-DT
                     IF NOT LDA-VISUEL
                        MOVE ZERO          TO CHKPT-CPT
                        MOVE WS-TODAY-DATE TO CHKPT-REF
                        WRITE CHKPT-ENR
                     END-IF
                NOT INVALID KEY
                     MOVE CHKPT-REF TO WS-DEBUT-DT
           END-READ.
           CLOSE CHKPT.
      *
           PERFORM CHARGE-RENVOIS.
      *
           OPEN I-O    POMST.
           OPEN INPUT  POLIG.
           OPEN INPUT  PROVMST.
           OPEN OUTPUT BPFBCD.
      *
      ***** RELEVE DES ORDRES A EMETTRE, PUIS EMISSION FOURNISSEUR
      ***** PAR FOURNISSEUR
           PERFORM RELEVE-ORDRES.
           PERFORM EDITION-RENVOIS-INCONNUS.
      *
           SET IN-ENV TO 1.
           PERFORM TRAITEMENT-DETAIL UNTIL IN-ENV > WK-ENV-NB.
      *
       VIDE.
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  POMST
                  POLIG
                  PROVMST
                  BPFBCD.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "PO130"     TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "ENV"      TO RUN-LIB2.
           MOVE CPT-ENV    TO RUN-CPT2.
           MOVE "ANN"      TO RUN-LIB3.
           MOVE CPT-ANN    TO RUN-CPT3.
           CALL "RUNSTAT" USING RUN-PARM.
      *
           STOP    RUN.
      ***********************************************************
      ***  END PROGRAM
      ***********************************************************
      /
      ****************************************************************
      ******* EMISSION DES ORDRES D'UN FOURNISSEUR - A LA PREMIERE
      ******* ENTREE NON EMISE DE LA TABLE, LE MEMBRE D'EXTRAIT DU
      ******* FOURNISSEUR EST OUVERT ET TOUS SES ORDRES Y PARTENT
      ****************************************************************
      /
       TRAITEMENT-DETAIL SECTION.
      ***************************
      /
       TRT-RECORD.
           IF WK-ENV-EDT(IN-ENV) = "Y"
              GO  TO     END-RECORD
           END-IF.
      *
           MOVE WK-ENV-PROV(IN-ENV) TO WS-PROV-CUR.
           PERFORM OUVRE-EXTRAIT-FRN.
      *
           SET IN-GRP TO IN-ENV.
           PERFORM EMISSION-TOUR UNTIL IN-GRP > WK-ENV-NB.
      *
           IF WS-EXT-OK = "Y"
              CLOSE POEXT
              CALL "QCMDEXC" USING WS-CMD-DLT WS-CMD-LG
                   ON EXCEPTION
                   CONTINUE
              END-CALL
           END-IF.
      *
       END-RECORD.
           SET IN-ENV UP BY 1.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       EMISSION-TOUR.
           IF WK-ENV-EDT(IN-GRP) = "N"
              AND WK-ENV-PROV(IN-GRP) = WS-PROV-CUR
              MOVE "Y" TO WK-ENV-EDT(IN-GRP)
              PERFORM EMET-ORDRE
           END-IF.
           SET IN-GRP UP BY 1.
      /
      ****************************************************************
      ******* REDIRECTION ET OUVERTURE DU MEMBRE D'EXTRAIT DU
      ******* FOURNISSEUR - EN SIMULATION OU SUR ECHEC DE L'OVERRIDE
      ******* LE DOCUMENT SORT QUAND MEME, SANS EXTRAIT
      ****************************************************************
      /
       OUVRE-EXTRAIT-FRN.
           MOVE "N" TO WS-EXT-OK.
           IF NOT LDA-VISUEL
              MOVE SPACE TO WS-CMD-ADD
              STRING "ADDPFM FILE(POEXT) MBR(F"
                                        DELIMITED BY SIZE
                     WS-PROV-CUR        DELIMITED BY SPACE
                     ")"                DELIMITED BY SIZE
                     INTO WS-CMD-ADD
              CALL "QCMDEXC" USING WS-CMD-ADD WS-CMD-LG
                   ON EXCEPTION
                   CONTINUE
              END-CALL
              MOVE SPACE TO WS-CMD-OVR
              STRING "OVRDBF FILE(POEXT) TOFILE(POEXT) MBR(F"
                                        DELIMITED BY SIZE
                     WS-PROV-CUR        DELIMITED BY SPACE
                     ")"                DELIMITED BY SIZE
                     INTO WS-CMD-OVR
              MOVE "Y" TO WS-EXT-OK
              CALL "QCMDEXC" USING WS-CMD-OVR WS-CMD-LG
                   ON EXCEPTION
                   MOVE "N" TO WS-EXT-OK
              END-CALL
              IF WS-EXT-OK = "Y"
                 OPEN OUTPUT POEXT
              ELSE
                 MOVE SPACE TO BPFBCD-ENR
                 MOVE "OVR ERROR - NO EXTRACT" TO BPFBCD-TIT-LIB
                 MOVE SPACE                    TO BPFBCD-TIT-PONUM
                 MOVE WS-TODAY-DATE            TO BPFBCD-TIT-DT
                 WRITE BPFBCD-TITRE
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* EMISSION D'UN ORDRE - DOCUMENT ET EXTRAIT, PUIS MARQUE
      ******* DE TRANSMISSION SUR POMST
      ****************************************************************
      /
       EMET-ORDRE SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE WK-ENV-PONUM(IN-GRP) TO PO-NUM OF PO-ENR-DDS.
           READ POMST INVALID KEY
                GO  TO   END-RECORD.
      *
           MOVE PO-PROV-ID OF PO-ENR-DDS TO FRN-ID OF FRN-ENR-DDS.
           READ PROVMST INVALID KEY
                MOVE "*** NOT ON SUPPLIER MASTER ***"
                                TO FRN-NOM     OF FRN-ENR-DDS
                MOVE SPACE      TO FRN-CONTACT OF FRN-ENR-DDS.
      *
           MOVE SPACE TO BPFBCD-ENR.
           EVALUATE WK-ENV-ACT(IN-GRP)
              WHEN "C"
                 MOVE "CANCELLATION NOTICE"      TO BPFBCD-TIT-LIB
              WHEN "R"
                 MOVE "PURCHASE ORDER - RE-SEND" TO BPFBCD-TIT-LIB
              WHEN OTHER
                 MOVE "PURCHASE ORDER"           TO BPFBCD-TIT-LIB
           END-EVALUATE.
           MOVE PO-NUM OF PO-ENR-DDS TO BPFBCD-TIT-PONUM.
           MOVE PO-DT  OF PO-ENR-DDS TO BPFBCD-TIT-DT.
           WRITE BPFBCD-TITRE.
      *
           MOVE SPACE TO BPFBCD-ENR.
           MOVE PO-PROV-ID  OF PO-ENR-DDS  TO BPFBCD-FRN-ID.
           MOVE FRN-NOM     OF FRN-ENR-DDS TO BPFBCD-FRN-NOM.
           MOVE FRN-CONTACT OF FRN-ENR-DDS TO BPFBCD-FRN-CONTACT.
           WRITE BPFBCD-FRN.
      *
           MOVE SPACE TO EXT-ENR-DDS.
           MOVE PO-NUM        OF PO-ENR-DDS  TO EXT-PONUM.
           MOVE PO-PROV-ID    OF PO-ENR-DDS  TO EXT-PROV-ID.
           MOVE FRN-NOM       OF FRN-ENR-DDS TO EXT-NOM.
           MOVE FRN-CONTACT   OF FRN-ENR-DDS TO EXT-CONTACT.
           MOVE PO-DT         OF PO-ENR-DDS  TO EXT-DT.
           MOVE PO-DT-ATTENDU OF PO-ENR-DDS  TO EXT-DT-ATTENDU.
           MOVE ZERO TO EXT-QT.
           MOVE ZERO TO EXT-PR.
           MOVE ZERO TO EXT-MONTANT.
           MOVE ZERO TO EXT-NBLIG.
      *
           IF WK-ENV-ACT(IN-GRP) = "C"
              ADD 1 TO CPT-ANN
              MOVE "C" TO EXT-TYPE
              PERFORM ECRIT-EXTRAIT
              MOVE "A" TO PO-TRANS OF PO-ENR-DDS
           ELSE
              ADD 1 TO CPT-ENV
              MOVE "H" TO EXT-TYPE
              IF WK-ENV-ACT(IN-GRP) = "R"
                 MOVE "Y" TO EXT-RENVOI
              END-IF
              PERFORM ECRIT-EXTRAIT
              MOVE SPACE TO BPFBCD-ENR
              MOVE PO-DT-ATTENDU OF PO-ENR-DDS TO BPFBCD-ATT-DT
              WRITE BPFBCD-ATT
              PERFORM EMET-LIGNES
              MOVE "T" TO PO-TRANS OF PO-ENR-DDS
           END-IF.
      *
           IF NOT LDA-VISUEL
              MOVE WS-TODAY-DATE TO PO-DT-TRANS OF PO-ENR-DDS
              REWRITE PO-ENR-DDS
           END-IF.
      *
           MOVE SPACE TO BPFBCD-ENR.
           WRITE BPFBCD-ENR.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* LIGNES POLIG DE L'ORDRE - UNE LIGNE DE DOCUMENT ET UN
      ******* ENREGISTREMENT "L" CHACUNE, PUIS LE TOTAL DE L'ORDRE
      ****************************************************************
      /
       EMET-LIGNES SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE ZERO TO WS-ORD-VAL.
           MOVE ZERO TO WS-ORD-NBLIG.
      *
           MOVE PO-NUM OF PO-ENR-DDS TO LIG-PONUM OF LIG-ENR-DDS.
           START POLIG KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF LIG-ENR-DDS
                 INVALID KEY
                 GO  TO     TOTAL-ORDRE.
      *
           MOVE "N" TO WS-LIG-EOF.
           PERFORM LIGNE-SUIVANTE UNTIL WS-LIG-EOF = "Y".
      *
       TOTAL-ORDRE.
           MOVE SPACE TO BPFBCD-ENR.
           MOVE WS-ORD-NBLIG TO BPFBCD-ORD-NBLIG.
           MOVE WS-ORD-VAL   TO BPFBCD-ORD-VAL.
           WRITE BPFBCD-TOT-ORD.
      *
           MOVE "T"          TO EXT-TYPE.
           MOVE SPACE        TO EXT-ARTIID.
           MOVE ZERO         TO EXT-QT.
           MOVE ZERO         TO EXT-PR.
           MOVE WS-ORD-VAL   TO EXT-MONTANT.
           MOVE WS-ORD-NBLIG TO EXT-NBLIG.
           PERFORM ECRIT-EXTRAIT.
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
              IF LIG-PONUM OF LIG-ENR-DDS NOT = PO-NUM OF PO-ENR-DDS
                 MOVE "Y" TO WS-LIG-EOF
              ELSE
                 COMPUTE WS-LIG-VAL ROUNDED = LIG-QT OF LIG-ENR-DDS
                                            * LIG-PR OF LIG-ENR-DDS
                 ADD WS-LIG-VAL TO WS-ORD-VAL
                 ADD 1 TO WS-ORD-NBLIG
      *
                 MOVE SPACE TO BPFBCD-ENR
                 MOVE LIG-ARTIID OF LIG-ENR-DDS TO BPFBCD-ARTIID
                 MOVE LIG-QT     OF LIG-ENR-DDS TO BPFBCD-QT
                 MOVE LIG-PR     OF LIG-ENR-DDS TO BPFBCD-PR
                 MOVE WS-LIG-VAL                TO BPFBCD-VAL
                 WRITE BPFBCD-ENR
      *
                 MOVE "L"        TO EXT-TYPE
                 MOVE LIG-ARTIID OF LIG-ENR-DDS TO EXT-ARTIID
                 MOVE LIG-QT     OF LIG-ENR-DDS TO EXT-QT
                 MOVE LIG-PR     OF LIG-ENR-DDS TO EXT-PR
                 MOVE WS-LIG-VAL                TO EXT-MONTANT
                 PERFORM ECRIT-EXTRAIT
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* ECRITURE D'UN ENREGISTREMENT D'EXTRAIT - SEULEMENT SI LE
      ******* MEMBRE DU FOURNISSEUR EST OUVERT
      ****************************************************************
      /
       ECRIT-EXTRAIT.
           IF WS-EXT-OK = "Y"
              WRITE EXT-ENR-DDS
           END-IF.
      /
      ****************************************************************
      ******* RELEVE DES ORDRES A EMETTRE SUR POMST - NOUVEL ORDRE
      ******* OUVERT NON TRANSMIS, RENVOI DEMANDE, OU ORDRE ANNULE
      ******* APRES TRANSMISSION
      ****************************************************************
      /
       RELEVE-ORDRES SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE LOW-VALUE TO EXTERNALLY-DESCRIBED-KEY OF PO-ENR-DDS.
           START POMST KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF PO-ENR-DDS
                 INVALID KEY
                 GO  TO     END-RECORD.
      *
           MOVE "N" TO WS-PO-EOF.
           PERFORM RELEVE-SUIVANT UNTIL WS-PO-EOF = "Y".
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       RELEVE-SUIVANT.
           READ POMST NEXT AT END
                MOVE "Y" TO WS-PO-EOF
           END-READ.
      *
           IF WS-PO-EOF NOT = "Y"
              ADD 1 TO CPT-LUS
              PERFORM DECIDE-ACTION
              IF WS-ACTION NOT = SPACE
                 PERFORM RETIENS-ORDRE
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* ACTION SUR L'ORDRE COURANT - UN RENVOI DEMANDE N'EST
      ******* ACCEPTE QUE SUR UN ORDRE OUVERT (UN ORDRE JAMAIS
      ******* TRANSMIS PART ALORS COMME NOUVEL ORDRE), SINON REFUSE
      ****************************************************************
      /
       DECIDE-ACTION.
           MOVE SPACE TO WS-ACTION.
           PERFORM CHERCHE-RENVOI.
      *
           IF WS-RNV-TROUVE = "Y"
              IF PO-ETAT OF PO-ENR-DDS = "O"
                 IF PO-TRANS OF PO-ENR-DDS = SPACE
                    MOVE "N" TO WS-ACTION
                 ELSE
                    MOVE "R" TO WS-ACTION
                 END-IF
              ELSE
                 ADD 1 TO CPT-REJ
                 MOVE SPACE TO BPFBCD-ENR
                 MOVE "RE-SEND REFUSED - NOT OPEN" TO BPFBCD-TIT-LIB
                 MOVE PO-NUM OF PO-ENR-DDS         TO BPFBCD-TIT-PONUM
                 MOVE PO-DT  OF PO-ENR-DDS         TO BPFBCD-TIT-DT
                 WRITE BPFBCD-TITRE
              END-IF
           ELSE
              IF PO-ETAT OF PO-ENR-DDS = "O"
                 AND PO-TRANS OF PO-ENR-DDS = SPACE
                 AND PO-DT OF PO-ENR-DDS NOT < WS-DEBUT-DT
                 MOVE "N" TO WS-ACTION
              END-IF
              IF PO-ETAT OF PO-ENR-DDS = "C"
                 AND PO-TRANS OF PO-ENR-DDS = "T"
                 MOVE "C" TO WS-ACTION
              END-IF
           END-IF.
      /
       RETIENS-ORDRE.
           IF WK-ENV-NB < WK-ENV-NBPST
              ADD 1 TO WK-ENV-NB
              SET IN-ENV TO WK-ENV-NB
              MOVE PO-NUM     OF PO-ENR-DDS TO WK-ENV-PONUM(IN-ENV)
              MOVE PO-PROV-ID OF PO-ENR-DDS TO WK-ENV-PROV(IN-ENV)
              MOVE WS-ACTION                TO WK-ENV-ACT(IN-ENV)
              MOVE "N"                      TO WK-ENV-EDT(IN-ENV)
           ELSE
              MOVE SPACE TO BPFBCD-ENR
              MOVE "TABLE FULL - SENT NEXT RUN"  TO BPFBCD-TIT-LIB
              MOVE PO-NUM OF PO-ENR-DDS          TO BPFBCD-TIT-PONUM
              MOVE PO-DT  OF PO-ENR-DDS          TO BPFBCD-TIT-DT
              WRITE BPFBCD-TITRE
           END-IF.
      /
      ****************************************************************
      ******* CHARGEMENT DES DEMANDES DE RENVOI DEPUIS POTMNTX
      ****************************************************************
      /
       CHARGE-RENVOIS SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT POTMNTX.
           MOVE "N" TO WS-RNV-EOF.
           PERFORM CHARGE-RNV-SUIVANT UNTIL WS-RNV-EOF = "Y".
           CLOSE POTMNTX.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CHARGE-RNV-SUIVANT.
           READ POTMNTX NEXT AT END
                MOVE "Y" TO WS-RNV-EOF
           END-READ.
      *
           IF WS-RNV-EOF NOT = "Y"
              IF TRX-PONUM NOT = SPACE
                 AND WK-RNV-NB < WK-RNV-NBPST
                 ADD 1 TO WK-RNV-NB
                 SET IN-RNV TO WK-RNV-NB
                 MOVE TRX-PONUM TO WK-RNV-PONUM(IN-RNV)
                 MOVE "N"       TO WK-RNV-FAIT(IN-RNV)
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* RECHERCHE DE L'ORDRE COURANT DANS LES DEMANDES DE
      ******* RENVOI - LA DEMANDE TROUVEE EST MARQUEE SERVIE
      ****************************************************************
      /
       CHERCHE-RENVOI.
           MOVE "N" TO WS-RNV-TROUVE.
           IF WK-RNV-NB NOT = ZERO
              SET IN-RNV TO 1
              PERFORM CHERCHE-RNV-TOUR UNTIL WS-RNV-TROUVE = "Y"
                                          OR IN-RNV > WK-RNV-NB
           END-IF.
      /
       CHERCHE-RNV-TOUR.
           IF WK-RNV-PONUM(IN-RNV) = PO-NUM OF PO-ENR-DDS
              MOVE "Y" TO WS-RNV-TROUVE
              MOVE "Y" TO WK-RNV-FAIT(IN-RNV)
           ELSE
              SET IN-RNV UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* DEMANDES DE RENVOI RESTEES SANS ORDRE SUR POMST
      ****************************************************************
      /
       EDITION-RENVOIS-INCONNUS.
           IF WK-RNV-NB NOT = ZERO
              SET IN-RNV TO 1
              PERFORM RENVOI-INCONNU-TOUR UNTIL IN-RNV > WK-RNV-NB
           END-IF.
      /
       RENVOI-INCONNU-TOUR.
           IF WK-RNV-FAIT(IN-RNV) = "N"
              ADD 1 TO CPT-REJ
              MOVE SPACE TO BPFBCD-ENR
              MOVE "RE-SEND REFUSED - UNKNOWN" TO BPFBCD-TIT-LIB
              MOVE WK-RNV-PONUM(IN-RNV)        TO BPFBCD-TIT-PONUM
              MOVE SPACE                       TO BPFBCD-TIT-DT
              WRITE BPFBCD-TITRE
           END-IF.
           SET IN-RNV UP BY 1.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE SPACE TO BPFBCD-ENR.
           MOVE CPT-LUS TO BPFBCD-TOT-LUS.
           MOVE CPT-ENV TO BPFBCD-TOT-ENV.
           MOVE CPT-ANN TO BPFBCD-TOT-ANN.
           MOVE CPT-REJ TO BPFBCD-TOT-REJ.
           WRITE BPFBCD-TOTALS.
      /
