      * dirty one is refused with a field-by-field listing naming
      * the record, the field and the fault - so a bad extract
      * costs a phone call to upstream instead of a restart at
      * three in the morning. Every order line is also looked up
      * on the ORDREG register of lines ART100 already
      * dispositioned, so yesterday's orders re-sent under a new
      * batch number are caught before they are judged and issued
      * a second time - each one listed with the date, run number
      * and disposition of the original pass. A line carrying a
      * higher ORDCYC than the one registered is a CORR100 or BO100
      * re-run and passes. By default a duplicate refuses the batch
      * like any other fault; with DUPPRM set to "Q" the orders
      * concerned are set aside whole on DETQUA and the rest of the
      * batch goes through, its trailer recounted to match.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
                   ASSIGN       TO DATABASE-DETCLN
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  ORDREG
                   ASSIGN       TO DATABASE-ORDREG
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF REG-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  DUPPRM
                   ASSIGN       TO DATABASE-DUPPRM
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  DETQUA
                   ASSIGN       TO DATABASE-DETQUA
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFEDT
                   ASSIGN       TO PRINTER-BPFEDT
           05  ORD-ID             PIC X(5).
           05  ORD-NUM            PIC X(10).
           05  ORD-NBLIG          PIC 9(4).
           05  ORD-CLI            PIC X(8).
      *
      ***** CLEAN COPY OF AN ACCEPTED BATCH, BYTE FOR BYTE - THE
      ***** RUN'S CL FEEDS IT TO ART100 IN PLACE OF THE RAW EXTRACT
       FD  DETCLN  LABEL RECORD STANDARD.
       01  DETCLN-ENR             PIC X(63).
      *
      ****************************************************************
      **** PROCESSED-ORDER REGISTER WRITTEN BY ART100 - ONE ROW PER
      **** ORDER LINE ALREADY DISPOSITIONED
      ****************************************************************
       FD  ORDREG  LABEL RECORD STANDARD.
       01  REG-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ORDREG.
      *
       FD  DUPPRM  LABEL RECORD STANDARD.
       01  PRM-ENR-DDS.
           COPY DDS-ALL-FORMAT OF DUPPRM.
      *
      ***** ORDERS SET ASIDE AS ALREADY DISPOSITIONED, HEADER AND
      ***** LINES, BYTE FOR BYTE
       FD  DETQUA  LABEL RECORD STANDARD.
       01  QUA-ENR-DDS.
           COPY DDS-ALL-FORMAT OF DETQUA.
      *
      ****************************************************************
      **** PRE-EDIT LISTING - ONE LINE PER FIELD FAULT, NAMING THE
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ECR=".
           05  BPFEDT-TOT-ECR     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "QUA=".
           05  BPFEDT-TOT-QUA     PIC Z(5)9.
           05  FILLER             PIC X(10).
      *
      /
       WORKING-STORAGE SECTION.
       77  WS-DUP-CLE        PIC X(25) VALUE SPACE.
       77  WS-DUP-TROUVE     PIC X     VALUE "N".
       77  WS-DUP-DEBORDE    PIC X     VALUE "N".
      *
      ***** DOUBLONS D'UN JOUR SUR L'AUTRE - REGISTRE ORDREG DES
      ***** LIGNES DEJA JUGEES PAR ART100. DUPPRM "Q" MET L'ORDRE
      ***** ENTIER EN QUARANTAINE SUR DETQUA, SINON LE LOT EST
      ***** REFUSE COMME POUR TOUTE AUTRE FAUTE
       77  WS-DOUBLON        PIC X     VALUE "R".
       77  WS-REG-ORDNUM     PIC X(10) VALUE SPACE.
       77  WS-REG-CYC        PIC 9(2)  VALUE ZERO.
       77  WS-REG-TROUVE     PIC X     VALUE "N".
       77  CPT-QUA           PIC 9(6)  VALUE ZERO.
      *
       01  WS-LIB-DEJA.
           05  FILLER             PIC X(8)  VALUE "DONE ON ".
           05  WS-DEJA-DT         PIC X(8).
           05  FILLER             PIC X(5)  VALUE " RUN ".
           05  WS-DEJA-NO         PIC 9(2).
           05  FILLER             PIC X(6)  VALUE " CODE ".
           05  WS-DEJA-CODE       PIC X(1).
      *
      ***** ORDRES MIS EN QUARANTAINE - TABLE PLEINE = L'ORDRE NE
      ***** PEUT PLUS ETRE ECARTE ET LE LOT EST REFUSE
       77  WK-QUA-NBPST      PIC 9(3)  VALUE 500.
       77  WK-QUA-NB         PIC 9(3)  VALUE ZERO.
       01  WK-QUA-TABLE.
           05  WK-QUA-TP    OCCURS 500 INDEXED BY IN-QUA.
               10  WK-QUA-ORDNUM      PIC X(10).
      *
       77  WS-QUA-TROUVE     PIC X     VALUE "N".
      *
      ***** COPIE FILTREE - ORDRE EN COURS ET CUMULS DU CAVALIER
      ***** RECALCULE SUR LES SEULES LIGNES PASSEES A DETCLN
       77  WS-COP-ORD        PIC X(10) VALUE SPACE.
       77  WS-COP-NB         PIC 9(6)  VALUE ZERO.
       77  WS-COP-HQT        PIC S9(15)V9(3) COMP-3 VALUE ZERO.
       77  WS-COP-HPR        PIC S9(15)V9(3) COMP-3 VALUE ZERO.
      *
       77  ST                     PIC XX.
       77  WS-END                 PIC XX.
       DEBUT-PROG.
      ***** MESSAGE DE DEBUT
           ACCEPT   DATE-JOUR  FROM  DATE.
      *
      ***** TRAITEMENT DES DOUBLONS - "Q" QUARANTAINE, ABSENT OU
      ***** AUTRE = REFUS DU LOT
           OPEN INPUT  DUPPRM.
           READ DUPPRM NEXT AT END
                GO  TO   FIN-DUPPRM.
           IF PRM-DOUBLON OF PRM-ENR-DDS = "Q"
              MOVE "Q" TO WS-DOUBLON
           END-IF.
       FIN-DUPPRM.
           CLOSE DUPPRM.
      *
           OPEN INPUT  DETORD.
           OPEN INPUT  ORDREG.
           OPEN OUTPUT BPFEDT.
      *
           MOVE "00" TO WS-END.
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  DETORD
                  ORDREG
                  BPFEDT.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           END-IF.
      *
           PERFORM CONTROLE-DOUBLON.
           PERFORM CONTROLE-REGISTRE THRU CONTROLE-REGISTRE-EXIT.
      *
       END-RECORD.
           EXIT SECTION.
           END-IF.
      /
      ****************************************************************
      ******* LA LIGNE D'ORDRE A-T-ELLE DEJA ETE JUGEE UN AUTRE JOUR -
      ******* LE REGISTRE ORDREG LE DIT, SAUF POUR UNE LIGNE A UN
      ******* CYCLE ORDCYC SUPERIEUR (RE-RUN CORR100 OU BO100) -
      ******* UNE LIGNE SANS NUMERO D'ORDRE N'EST PAS CONTROLEE
      ****************************************************************
      /
       CONTROLE-REGISTRE.
           IF ORDNUM OF DET-ENR-DDS NOT = SPACE
              MOVE ORDNUM OF DET-ENR-DDS TO WS-REG-ORDNUM
           ELSE
              MOVE WS-ORD-NUM            TO WS-REG-ORDNUM
           END-IF.
           IF WS-REG-ORDNUM = SPACE
              GO  TO     CONTROLE-REGISTRE-EXIT
           END-IF.
      *
           MOVE WS-REG-ORDNUM          TO REG-ORDNUM.
           MOVE ORDDAR                 TO REG-ORDDAR.
           MOVE ORDSITE OF DET-ENR-DDS TO REG-SITE.
           MOVE "Y" TO WS-REG-TROUVE.
           READ ORDREG
                INVALID KEY
                     MOVE "N" TO WS-REG-TROUVE
           END-READ.
           IF WS-REG-TROUVE = "N"
              GO  TO     CONTROLE-REGISTRE-EXIT
           END-IF.
      *
           IF ORDCYC OF DET-ENR-DDS IS NUMERIC
              MOVE ORDCYC OF DET-ENR-DDS TO WS-REG-CYC
           ELSE
              MOVE ZERO TO WS-REG-CYC
           END-IF.
           IF REG-CYC IS NUMERIC
              AND WS-REG-CYC > REG-CYC
              GO  TO     CONTROLE-REGISTRE-EXIT
           END-IF.
      *
           MOVE REG-RUN-DT TO WS-DEJA-DT.
           MOVE REG-RUN-NO TO WS-DEJA-NO.
           MOVE REG-CODE   TO WS-DEJA-CODE.
           MOVE WS-LIB-DEJA TO BPFEDT-LIB.
           IF WS-DOUBLON = "Q"
              PERFORM MET-EN-QUARANTAINE
           ELSE
              MOVE "ORDNUM  " TO BPFEDT-CHAMP
              PERFORM EDITION-FAUTE
           END-IF.
       CONTROLE-REGISTRE-EXIT.
           EXIT.
      /
      ****************************************************************
      ******* MISE EN QUARANTAINE DE L'ORDRE DE LA LIGNE EN DOUBLE -
      ******* L'ORDRE ENTIER EST ECARTE A LA COPIE, TABLE PLEINE =
      ******* FAUTE, LE LOT EST REFUSE
      ****************************************************************
      /
       MET-EN-QUARANTAINE.
           PERFORM CHERCHE-QUARANTAINE.
           IF WS-QUA-TROUVE = "N"
              IF WK-QUA-NB < WK-QUA-NBPST
                 ADD 1 TO WK-QUA-NB
                 SET IN-QUA TO WK-QUA-NB
                 MOVE WS-REG-ORDNUM TO WK-QUA-ORDNUM(IN-QUA)
              ELSE
                 MOVE "ORDNUM  " TO BPFEDT-CHAMP
                 MOVE "QUARANTINE TABLE FULL" TO BPFEDT-LIB
                 PERFORM EDITION-FAUTE
              END-IF
           END-IF.
      *
           ADD 1 TO CPT-QUA.
           MOVE "QUARANT " TO BPFEDT-CHAMP.
           MOVE CPT-LUS    TO BPFEDT-REC.
           MOVE ORDDAR     TO BPFEDT-ORDDAR.
           MOVE WS-LIB-DEJA TO BPFEDT-LIB.
           WRITE BPFEDT-ENR.
      /
       CHERCHE-QUARANTAINE.
           MOVE "N" TO WS-QUA-TROUVE.
           SET IN-QUA TO 1.
           PERFORM CHERCHE-QUA-TOUR UNTIL WS-QUA-TROUVE = "Y"
                                        OR IN-QUA > WK-QUA-NB.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CHERCHE-QUA-TOUR.
           IF WK-QUA-ORDNUM(IN-QUA) = WS-REG-ORDNUM
              MOVE "Y" TO WS-QUA-TROUVE
           ELSE
              SET IN-QUA UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* CONTROLES DE FIN DE LOT - CAVALIER PRESENT, EQUILIBRE
      ******* DU NOMBRE ET DES TOTAUX DE HACHAGE, DERNIER ORDRE
      ******* SOLDE, DEBORDEMENT DE LA TABLE DES DOUBLONS SIGNALE
           CLOSE DETORD.
           OPEN INPUT  DETORD.
           OPEN OUTPUT DETCLN.
           IF CPT-QUA NOT = ZERO
              OPEN OUTPUT DETQUA
           END-IF.
      *
           MOVE "00" TO WS-END.
           READ DETORD NEXT AT END
           PERFORM COPIE-SUIVANT UNTIL WS-END = HIGH-VALUE.
      *
           CLOSE DETCLN.
           IF CPT-QUA NOT = ZERO
              CLOSE DETQUA
           END-IF.
      *
       END-RECORD.
           EXIT SECTION.
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       COPIE-SUIVANT.
           IF CPT-QUA = ZERO
              WRITE DETCLN-ENR FROM DET-ENR-DDS
              ADD 1 TO CPT-ECR
           ELSE
              PERFORM COPIE-FILTREE THRU COPIE-FILTREE-EXIT
           END-IF.
      *
           READ DETORD NEXT AT END
                MOVE HIGH-VALUE TO WS-END
           END-READ.
      /
      ****************************************************************
      ******* COPIE AVEC QUARANTAINE - L'EN-TETE "*ORD*" ET LES
      ******* LIGNES D'UN ORDRE ECARTE PARTENT SUR DETQUA, LE
      ******* CAVALIER EST RECALCULE SUR LES LIGNES PASSEES POUR
      ******* QUE LE CONTROLE DE LOT D'ART100 TOMBE JUSTE
      ****************************************************************
      /
       COPIE-FILTREE.
           IF HDR-ID = "*HDR*"
              WRITE DETCLN-ENR FROM DET-ENR-DDS
              ADD 1 TO CPT-ECR
              GO  TO     COPIE-FILTREE-EXIT
           END-IF.
      *
           IF TRL-ID = "*TRL*"
              MOVE WS-COP-NB  TO TRL-NBENR
              MOVE WS-COP-HQT TO TRL-HASH-QT
              MOVE WS-COP-HPR TO TRL-HASH-PR
              WRITE DETCLN-ENR FROM DET-ENR-DDS
              ADD 1 TO CPT-ECR
              GO  TO     COPIE-FILTREE-EXIT
           END-IF.
      *
           IF ORD-ID = "*ORD*"
              MOVE ORD-NUM TO WS-COP-ORD
              MOVE ORD-NUM TO WS-REG-ORDNUM
           ELSE
              IF ORDNUM OF DET-ENR-DDS NOT = SPACE
                 MOVE ORDNUM OF DET-ENR-DDS TO WS-REG-ORDNUM
              ELSE
                 MOVE WS-COP-ORD            TO WS-REG-ORDNUM
              END-IF
           END-IF.
      *
           MOVE "N" TO WS-QUA-TROUVE.
           IF WS-REG-ORDNUM NOT = SPACE
              PERFORM CHERCHE-QUARANTAINE
           END-IF.
           IF WS-QUA-TROUVE = "Y"
              WRITE QUA-ENR-DDS FROM DET-ENR-DDS
              GO  TO     COPIE-FILTREE-EXIT
           END-IF.
      *
           WRITE DETCLN-ENR FROM DET-ENR-DDS.
           ADD 1 TO CPT-ECR.
           IF ORD-ID NOT = "*ORD*"
              ADD 1 TO WS-COP-NB
              ADD ORDQT OF DET-ENR-DDS TO WS-COP-HQT
              ADD ORDPR OF DET-ENR-DDS TO WS-COP-HPR
           END-IF.
       COPIE-FILTREE-EXIT.
           EXIT.
      /
      ****************************************************************
      ******* ECRITURE D'UNE LIGNE DE FAUTE SUR LE LISTING
      ****************************************************************
      /
           MOVE SPACE TO BPFEDT-ENR.
           MOVE ZERO  TO BPFEDT-REC.
           IF CPT-ERR = ZERO
              IF CPT-QUA = ZERO
                 MOVE "BATCH ACCEPTED - PASSED THROUGH"
                                                 TO BPFEDT-LIB
              ELSE
                 MOVE "ACCEPTED, DUPLICATES ON DETQUA"
                                                 TO BPFEDT-LIB
              END-IF
           ELSE
              MOVE "** BATCH REFUSED **" TO BPFEDT-LIB
           END-IF.
           MOVE CPT-LUS TO BPFEDT-TOT-LUS.
           MOVE CPT-ERR TO BPFEDT-TOT-ERR.
           MOVE CPT-ECR TO BPFEDT-TOT-ECR.
           MOVE CPT-QUA TO BPFEDT-TOT-QUA.
           WRITE BPFEDT-TOTALS.
      /
