       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMP100.
      /
      ***********************
      * This program maintains EMPLACE, the warehouse storage
      * locations of the articles - aisle, bay and level of the
      * primary pick face ("P") and of the overflow location ("O")
      * it is replenished from - that PCK100 walks the pick lists
      * by and STK180 can order the count sheet by. An EMPMNTX
      * transaction adds ("A"), moves ("C") or removes ("S") one
      * location of one article, with validation, a before/after
      * listing and run totals, all in the ART140 mould: the
      * article must exist on ARTICLE1, the type must be "P" or
      * "O", a location added or moved must name its aisle and bay,
      * an overflow cannot be added to an article that has no
      * primary and a primary cannot be removed while the article
      * still has an overflow, so a located article always has a
      * pick face.
      * Each transaction names the user who keyed it; a user without
      * an AUTTAB row for EMPMNTX granting the action is refused
      * through AUTCHK with its reason code on the listing and an
      * ALERT row. Every location added, moved or removed is
      * written to the shared change journal through JRNCHG -
      * article and type as the key, the user, and the aisle, bay
      * and level before and after - so JRN100 can say who moved
      * an article.
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
           SELECT  ARTICLE
                   ASSIGN       TO DATABASE-ARTICLE1
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF ART-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  EMPLACE
                   ASSIGN       TO DATABASE-EMPLACE
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF EMP-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  EMPMNTX
                   ASSIGN       TO DATABASE-EMPMNTX
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFEMP
                   ASSIGN       TO PRINTER-BPFEMP
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  ARTICLE   LABEL RECORD STANDARD.
       01  ART-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ARTICLE1.
      *
       FD  EMPLACE   LABEL RECORD STANDARD.
       01  EMP-ENR-DDS.
           COPY DDS-ALL-FORMAT OF EMPLACE.
      *
       FD  EMPMNTX  LABEL RECORD STANDARD.
       01  MNT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF EMPMNTX.
      *
      ****************************************************************
      **** BEFORE/AFTER LISTING OF EVERY LOCATION ADDED, MOVED OR
      **** REMOVED, PLUS EVERY TRANSACTION REJECTED BY VALIDATION
      ****************************************************************
       FD  BPFEMP  LABEL RECORD STANDARD.
       01  BPFEMP-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFEMP-ARTIID      PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFEMP-TYPE        PIC X(1).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFEMP-TAG         PIC X(7).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  FILLER             PIC X(4)  VALUE "ALL=".
           05  BPFEMP-ALLEE       PIC X(3).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(4)  VALUE "TRV=".
           05  BPFEMP-TRAVEE      PIC X(3).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(4)  VALUE "NIV=".
           05  BPFEMP-NIVEAU      PIC X(2).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFEMP-ERR         PIC XX.
           05  FILLER             PIC X(15) VALUE SPACE.
      *
       01  BPFEMP-TOTALS REDEFINES BPFEMP-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFEMP-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "AJT=".
           05  BPFEMP-TOT-AJT     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "MAJ=".
           05  BPFEMP-TOT-MAJ     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "SUP=".
           05  BPFEMP-TOT-SUP     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "REJ=".
           05  BPFEMP-TOT-REJ     PIC Z(5)9.
           05  FILLER             PIC X(4).
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
       77  CPT-AJT           PIC 9(6) VALUE ZERO.
       77  CPT-MAJ           PIC 9(6) VALUE ZERO.
       77  CPT-SUP           PIC 9(6) VALUE ZERO.
       77  CPT-REJ           PIC 9(6) VALUE ZERO.
      *
       77  ST                     PIC XX.
       77  WS-END                 PIC XX.
      *
      ***** EMPLACEMENT ARTICLE/TYPE DEJA AU FICHIER, ET L'AUTRE
      ***** TYPE DU MEME ARTICLE (LE PRINCIPAL POUR UN DEBORD, LE
      ***** DEBORD POUR UN PRINCIPAL)
       77  WS-EMP-TROUVE     PIC X    VALUE "N".
       77  WS-AUTRE-TROUVE   PIC X    VALUE "N".
      *
      ***** HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ***** TRANSACTION - SEE AUTCHK AND THE AUTTAB TABLE
       01  AUT-PARM.
           05  AUT-PRM-USER           PIC X(10).
           05  AUT-PRM-FIC            PIC X(10).
           05  AUT-PRM-ACTION         PIC X(1).
           05  AUT-PRM-VAL            PIC S9(9)V9(3) COMP-3.
           05  AUT-RET                PIC XX.
      *
      ***** CENTRAL ALERT FILE - SEE ALERT AND THE OPS110 PAGE
       01  ALR-PARM.
           05  ALR-PGM            PIC X(10).
           05  ALR-SEV            PIC X(1).
           05  ALR-TEXTE.
               10  FILLER         PIC X(13) VALUE "UNAUTHORIZED ".
               10  ALR-TXT-FIC    PIC X(8).
               10  FILLER         PIC X(4)  VALUE " BY ".
               10  ALR-TXT-USER   PIC X(10).
               10  FILLER         PIC X(6)  VALUE " CODE ".
               10  ALR-TXT-ERR    PIC XX.
               10  FILLER         PIC X(1)  VALUE SPACE.
               10  ALR-TXT-CLE    PIC X(16).
      *
       77  WS-ERR                 PIC XX   VALUE SPACE.
      *
      ***** JOURNAL DES CHANGEMENTS DES FICHIERS DE REFERENCE -
      ***** SEE JRNCHG AND THE JRN100 INQUIRY
       01  JRN-PARM.
           05  JRN-PGM            PIC X(10).
           05  JRN-FIC            PIC X(10).
           05  JRN-CLE            PIC X(30).
           05  JRN-USER           PIC X(10).
           05  JRN-ACTION         PIC X(1).
           05  JRN-AVANT          PIC X(100).
           05  JRN-APRES          PIC X(100).
      *
      ***** IMAGE LISIBLE D'UNE LIGNE EMPLACE POUR LE JOURNAL
       01  JRN-IMAGE.
           05  FILLER             PIC X(4)  VALUE "ALL=".
           05  JRN-IMG-ALLEE      PIC X(3).
           05  FILLER             PIC X(5)  VALUE " TRV=".
           05  JRN-IMG-TRAVEE     PIC X(3).
           05  FILLER             PIC X(5)  VALUE " NIV=".
           05  JRN-IMG-NIVEAU     PIC X(2).
           05  FILLER             PIC X(78) VALUE SPACE.
      *
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
           05  MOI         PIC XX.
           05  JOUR        PIC XX.
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
           ACCEPT   DATE-JOUR  FROM  DATE.
      *
           OPEN INPUT  EMPMNTX.
           OPEN INPUT  ARTICLE.
           OPEN I-O    EMPLACE.
           OPEN OUTPUT BPFEMP.
      *
           MOVE "00" TO WS-END.
      *
           READ EMPMNTX NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   VIDE.
      *
           PERFORM TRAITEMENT-DETAIL UNTIL WS-END = HIGH-VALUE.
      *
       VIDE.
      *
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  ARTICLE
                  EMPLACE
                  EMPMNTX
                  BPFEMP.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "EMP100"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "MAJ"      TO RUN-LIB2.
           MOVE CPT-MAJ    TO RUN-CPT2.
           MOVE "REJ"      TO RUN-LIB3.
           MOVE CPT-REJ    TO RUN-CPT3.
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
           PERFORM MISE-A-JOUR.
      *
       READ-NEXT.
           READ EMPMNTX NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   END-RECORD.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* VALIDATION PUIS APPLICATION D'UNE TRANSACTION EMPMNTX
      ****************************************************************
      /
       MISE-A-JOUR SECTION.
      ***************************
      /
       TRT-RECORD.
      *
           MOVE SPACE TO WS-ERR.
      *
      ***** L'UTILISATEUR QUI A SAISI LA TRANSACTION DOIT ETRE
      ***** HABILITE SUR AUTTAB POUR CE FICHIER ET CETTE ACTION -
      ***** SINON REJET AVEC LE CODE AUTCHK
           PERFORM CONTROLE-HABILITATION.
           IF AUT-RET NOT = "00"
              MOVE AUT-RET TO WS-ERR
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
      ***** L'ARTICLE DOIT EXISTER SUR ARTICLE1 ET LE TYPE ETRE
      ***** PRINCIPAL OU DEBORD
           MOVE MNT-ARTIID TO ARTIID OF ART-ENR-DDS.
           READ ARTICLE INVALID KEY
                PERFORM EDITION-REJET
                GO  TO  END-RECORD.
      *
           IF MNT-TYPE NOT = "P" AND MNT-TYPE NOT = "O"
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
      ***** UN EMPLACEMENT SANS ALLEE OU SANS TRAVEE NE SE TROUVE
      ***** PAS DANS L'ENTREPOT - REJETE
           IF MNT-ACTION NOT = "S"
              IF MNT-ALLEE = SPACE OR MNT-TRAVEE = SPACE
                 PERFORM EDITION-REJET
                 GO  TO  END-RECORD
              END-IF
           END-IF.
      *
      ***** L'AUTRE TYPE DU MEME ARTICLE EST LU AVANT LA LIGNE DE LA
      ***** TRANSACTION, POUR QUE CELLE-CI RESTE EN ZONE POUR LE
      ***** REWRITE OU LE DELETE
           PERFORM CHERCHE-AUTRE-TYPE.
           PERFORM CHERCHE-EMPLACEMENT.
      *
           EVALUATE MNT-ACTION
               WHEN "A"
      ***** UN DEBORD SANS PRINCIPAL N'A PAS DE FACE DE PRELEVEMENT
                    IF WS-EMP-TROUVE = "Y"
                       OR (MNT-TYPE = "O" AND WS-AUTRE-TROUVE = "N")
                       PERFORM EDITION-REJET
                    ELSE
                       PERFORM AJOUTE-EMPLACEMENT
                    END-IF
               WHEN "C"
                    IF WS-EMP-TROUVE = "Y"
                       PERFORM MODIFIE-EMPLACEMENT
                    ELSE
                       PERFORM EDITION-REJET
                    END-IF
               WHEN "S"
      ***** LE PRINCIPAL NE PART PAS TANT QU'UN DEBORD RESTE
                    IF WS-EMP-TROUVE = "N"
                       OR (MNT-TYPE = "P" AND WS-AUTRE-TROUVE = "Y")
                       PERFORM EDITION-REJET
                    ELSE
                       PERFORM SUPPRIME-EMPLACEMENT
                    END-IF
               WHEN OTHER
                    PERFORM EDITION-REJET
           END-EVALUATE.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* LECTURE DE L'EMPLACEMENT ARTICLE/TYPE DE LA TRANSACTION
      ****************************************************************
      /
       CHERCHE-EMPLACEMENT.
           MOVE MNT-ARTIID TO EMP-ARTIID OF EMP-ENR-DDS.
           MOVE MNT-TYPE   TO EMP-TYPE   OF EMP-ENR-DDS.
           READ EMPLACE
                INVALID KEY
                     MOVE "N" TO WS-EMP-TROUVE
                NOT INVALID KEY
                     MOVE "Y" TO WS-EMP-TROUVE
           END-READ.
      /
      ****************************************************************
      ******* LECTURE DE L'AUTRE TYPE DU MEME ARTICLE - LE PRINCIPAL
      ******* D'UN DEBORD, LE DEBORD D'UN PRINCIPAL
      ****************************************************************
      /
       CHERCHE-AUTRE-TYPE.
           MOVE MNT-ARTIID TO EMP-ARTIID OF EMP-ENR-DDS.
           IF MNT-TYPE = "P"
              MOVE "O" TO EMP-TYPE OF EMP-ENR-DDS
           ELSE
              MOVE "P" TO EMP-TYPE OF EMP-ENR-DDS
           END-IF.
           READ EMPLACE
                INVALID KEY
                     MOVE "N" TO WS-AUTRE-TROUVE
                NOT INVALID KEY
                     MOVE "Y" TO WS-AUTRE-TROUVE
           END-READ.
      /
      ****************************************************************
      ******* AJOUT D'UN NOUVEL EMPLACEMENT
      ****************************************************************
      /
       AJOUTE-EMPLACEMENT.
           MOVE MNT-ARTIID  TO EMP-ARTIID OF EMP-ENR-DDS.
           MOVE MNT-TYPE    TO EMP-TYPE   OF EMP-ENR-DDS.
           MOVE MNT-ALLEE   TO EMP-ALLEE  OF EMP-ENR-DDS.
           MOVE MNT-TRAVEE  TO EMP-TRAVEE OF EMP-ENR-DDS.
           MOVE MNT-NIVEAU  TO EMP-NIVEAU OF EMP-ENR-DDS.
           WRITE EMP-ENR-DDS.
      *
           ADD 1 TO CPT-AJT.
           MOVE "ADDED"   TO BPFEMP-TAG.
           PERFORM EDITION-BPFEMP.
      *
           MOVE SPACE     TO JRN-AVANT.
           PERFORM IMAGE-EMPLACEMENT.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "A"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      /
      ****************************************************************
      ******* DEPLACEMENT DE L'ARTICLE - NOUVELLE ALLEE, TRAVEE ET
      ******* NIVEAU EN PLACE
      ****************************************************************
      /
       MODIFIE-EMPLACEMENT.
           PERFORM IMAGE-EMPLACEMENT.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
           MOVE MNT-ALLEE   TO EMP-ALLEE  OF EMP-ENR-DDS.
           MOVE MNT-TRAVEE  TO EMP-TRAVEE OF EMP-ENR-DDS.
           MOVE MNT-NIVEAU  TO EMP-NIVEAU OF EMP-ENR-DDS.
           REWRITE EMP-ENR-DDS.
      *
           ADD 1 TO CPT-MAJ.
           MOVE "CHANGED" TO BPFEMP-TAG.
           PERFORM EDITION-BPFEMP.
      *
           PERFORM IMAGE-EMPLACEMENT.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "C"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      /
      ****************************************************************
      ******* SUPPRESSION DE L'EMPLACEMENT - L'ANCIENNE POSITION
      ******* PASSE SUR LE LISTING AVANT LA SUPPRESSION
      ****************************************************************
      /
       SUPPRIME-EMPLACEMENT.
           MOVE EMP-ARTIID OF EMP-ENR-DDS     TO BPFEMP-ARTIID.
           MOVE EMP-TYPE   OF EMP-ENR-DDS     TO BPFEMP-TYPE.
           MOVE "REMOVED"                     TO BPFEMP-TAG.
           MOVE EMP-ALLEE  OF EMP-ENR-DDS     TO BPFEMP-ALLEE.
           MOVE EMP-TRAVEE OF EMP-ENR-DDS     TO BPFEMP-TRAVEE.
           MOVE EMP-NIVEAU OF EMP-ENR-DDS     TO BPFEMP-NIVEAU.
           MOVE SPACE                         TO BPFEMP-ERR.
           WRITE BPFEMP-ENR.
      *
           PERFORM IMAGE-EMPLACEMENT.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
           DELETE EMPLACE RECORD.
           ADD 1 TO CPT-SUP.
      *
           MOVE SPACE     TO JRN-APRES.
           MOVE "S"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      /
      ****************************************************************
      ******* EDITION DE LA LIGNE DE CONTROLE AVANT/APRES
      ****************************************************************
      /
       EDITION-BPFEMP.
           MOVE MNT-ARTIID   TO BPFEMP-ARTIID.
           MOVE MNT-TYPE     TO BPFEMP-TYPE.
           MOVE MNT-ALLEE    TO BPFEMP-ALLEE.
           MOVE MNT-TRAVEE   TO BPFEMP-TRAVEE.
           MOVE MNT-NIVEAU   TO BPFEMP-NIVEAU.
           MOVE WS-ERR       TO BPFEMP-ERR.
           WRITE BPFEMP-ENR.
      /
      ****************************************************************
      ******* EDITION D'UNE TRANSACTION REJETEE PAR LA VALIDATION
      ****************************************************************
      /
       EDITION-REJET.
           ADD 1 TO CPT-REJ.
           MOVE "REJECTD" TO BPFEMP-TAG.
           PERFORM EDITION-BPFEMP.
      /
      ****************************************************************
      ******* HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ******* TRANSACTION - CONTROLE AUTTAB VIA AUTCHK, UN REFUS
      ******* PART EN ALERTE AVEC SON CODE MOTIF - UN EMPLACEMENT
      ******* NE PORTE AUCUNE VALEUR SOUMISE A PLAFOND
      ****************************************************************
      /
       CONTROLE-HABILITATION.
           MOVE MNT-USER       TO AUT-PRM-USER.
           MOVE "EMPMNTX"      TO AUT-PRM-FIC.
           MOVE MNT-ACTION     TO AUT-PRM-ACTION.
           MOVE ZERO           TO AUT-PRM-VAL.
           CALL "AUTCHK" USING AUT-PARM.
      *
           IF AUT-RET NOT = "00"
              MOVE "EMP100"      TO ALR-PGM
              MOVE "W"           TO ALR-SEV
              MOVE AUT-PRM-FIC   TO ALR-TXT-FIC
              MOVE AUT-PRM-USER  TO ALR-TXT-USER
              MOVE AUT-RET       TO ALR-TXT-ERR
              MOVE MNT-ARTIID    TO ALR-TXT-CLE
              CALL "ALERT" USING ALR-PARM
           END-IF.
      /
      ****************************************************************
      ******* IMAGE LISIBLE DE LA LIGNE EMPLACE EN COURS
      ****************************************************************
      /
       IMAGE-EMPLACEMENT.
           MOVE EMP-ALLEE  OF EMP-ENR-DDS TO JRN-IMG-ALLEE.
           MOVE EMP-TRAVEE OF EMP-ENR-DDS TO JRN-IMG-TRAVEE.
           MOVE EMP-NIVEAU OF EMP-ENR-DDS TO JRN-IMG-NIVEAU.
      /
      ****************************************************************
      ******* ECRITURE DU CHANGEMENT AU JOURNAL PARTAGE - CLE,
      ******* UTILISATEUR, IMAGES AVANT ET APRES
      ****************************************************************
      /
       ECRIT-JOURNAL.
           MOVE "EMP100"      TO JRN-PGM.
           MOVE "EMPLACE"     TO JRN-FIC.
           MOVE SPACE         TO JRN-CLE.
           MOVE MNT-ARTIID    TO JRN-CLE(1:15).
           MOVE MNT-TYPE      TO JRN-CLE(16:1).
           MOVE MNT-USER      TO JRN-USER.
           CALL "JRNCHG" USING JRN-PARM.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE CPT-LUS TO BPFEMP-TOT-LUS.
           MOVE CPT-AJT TO BPFEMP-TOT-AJT.
           MOVE CPT-MAJ TO BPFEMP-TOT-MAJ.
           MOVE CPT-SUP TO BPFEMP-TOT-SUP.
           MOVE CPT-REJ TO BPFEMP-TOT-REJ.
           WRITE BPFEMP-TOTALS.
      /
