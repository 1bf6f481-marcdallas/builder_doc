       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI100.
      /
      ***********************
      * This program maintains CLIMST, the customer master behind
      * the customer code carried on the "*ORD*" order header, so
      * the order desk no longer learns that a customer is on stop
      * after STK100 has issued the goods. A customer is added or
      * changed through data entry against CLIMNTX; a transaction
      * whose status flag is not "A" (active) or "B" (blocked), or
      * whose credit limit or settled value is not numeric, is
      * rejected. The settled value keyed on the transaction is
      * taken off the open accepted value ART100 builds up, never
      * below zero. Every movement is listed with run totals in the
      * PROV100 mould.
      * The user who keyed each transaction must hold an AUTTAB row for
      * CLIMNTX whose ceiling the credit limit keyed does not exceed -
      * checked through AUTCHK, a refusal is listed REJECTD with
      * reason code 80, 81 or 82 and raises an ALERT row.
      * Every customer added or changed is written to the shared
      * change journal through JRNCHG - customer code, the user who
      * keyed the transaction, and a readable image of the CLIMST
      * row before and after - so JRN100 can say who changed a
      * customer, when and from what.
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
           SELECT  CLIMST
                   ASSIGN       TO DATABASE-CLIMST
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF CLI-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  CLIMNTX
                   ASSIGN       TO DATABASE-CLIMNTX
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFCLI
                   ASSIGN       TO PRINTER-BPFCLI
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  CLIMST  LABEL RECORD STANDARD.
       01  CLI-ENR-DDS.
           COPY DDS-ALL-FORMAT OF CLIMST.
      *
       FD  CLIMNTX  LABEL RECORD STANDARD.
       01  MNT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF CLIMNTX.
      *
      ****************************************************************
      **** BEFORE/AFTER LISTING OF EVERY CUSTOMER ADDED OR CHANGED
      ****************************************************************
       FD  BPFCLI  LABEL RECORD STANDARD.
       01  BPFCLI-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFCLI-ID          PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFCLI-TAG         PIC X(7).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFCLI-NOM         PIC X(30).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFCLI-ETAT        PIC X(1).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFCLI-PLAFOND     PIC Z(10)9.
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFCLI-ENCOURS     PIC -(13)9,99.
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFCLI-CONTACT     PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFCLI-ERR         PIC XX.
      *
       01  BPFCLI-TOTALS REDEFINES BPFCLI-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFCLI-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "AJT=".
           05  BPFCLI-TOT-AJT     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "MAJ=".
           05  BPFCLI-TOT-MAJ     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "REJ=".
           05  BPFCLI-TOT-REJ     PIC Z(5)9.
           05  FILLER             PIC X(49).
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
       77  CPT-REJ           PIC 9(6) VALUE ZERO.
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
       77  ST                     PIC XX.
       77  WS-END                 PIC XX.
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
      ***** IMAGE LISIBLE D'UNE LIGNE CLIMST POUR LE JOURNAL
       01  JRN-IMAGE.
           05  JRN-IMG-NOM        PIC X(30).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-ETAT       PIC X(1).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-PLAFOND    PIC Z(10)9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-ENCOURS    PIC -(13)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-CONTACT    PIC X(15).
           05  FILLER             PIC X(22) VALUE SPACE.
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
           OPEN INPUT  CLIMNTX.
           OPEN I-O    CLIMST.
           OPEN OUTPUT BPFCLI.
      *
           MOVE "00" TO WS-END.
      *
           READ CLIMNTX NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   VIDE.
      *
           PERFORM TRAITEMENT-DETAIL UNTIL WS-END = HIGH-VALUE.
      *
       VIDE.
      *
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  CLIMST
                  CLIMNTX
                  BPFCLI.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "CLI100"    TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "AJT"      TO RUN-LIB2.
           MOVE CPT-AJT    TO RUN-CPT2.
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
           READ CLIMNTX NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   END-RECORD.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* AJOUT OU MISE A JOUR D'UN CLIENT DANS CLIMST
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
      ***** HABILITE SUR AUTTAB POUR CE FICHIER ET CE PLAFOND -
      ***** SINON REJET AVEC LE CODE AUTCHK
           PERFORM CONTROLE-HABILITATION.
           IF AUT-RET NOT = "00"
              MOVE AUT-RET TO WS-ERR
              ADD 1 TO CPT-REJ
              MOVE "REJECTD" TO BPFCLI-TAG
              PERFORM EDITION-BPFCLI
              GO  TO  END-RECORD
           END-IF.
      *
      ***** LE PLAFOND ET LE REGLEMENT DOIVENT ETRE NUMERIQUES -
      ***** CONTROLES EN PREMIER POUR QUE TOUTE LIGNE DE REJET
      ***** PASSE PAR EDITION-BPFCLI AVEC DES MONTANTS EDITABLES
           IF MNT-PLAFOND NOT NUMERIC
              OR MNT-REGLT NOT NUMERIC
              ADD 1 TO CPT-REJ
              MOVE "REJECTD" TO BPFCLI-TAG
              PERFORM EDITION-BPFCLI
              GO  TO  END-RECORD
           END-IF.
      *
      ***** L'ETAT DOIT ETRE "A" (ACTIF) OU "B" (BLOQUE) - TOUT
      ***** AUTRE ETAT REJETTE LA TRANSACTION, UN ETAT INVENTE ICI
      ***** FAUSSERAIT LE CONTROLE CLIENT D'ART100
           IF MNT-ETAT NOT = "A" AND MNT-ETAT NOT = "B"
              ADD 1 TO CPT-REJ
              MOVE "REJECTD" TO BPFCLI-TAG
              PERFORM EDITION-BPFCLI
              GO  TO  END-RECORD
           END-IF.
      *
      ***** UN REGLEMENT NEGATIF GONFLERAIT L'ENCOURS - REFUSE
           IF MNT-REGLT < ZERO
              ADD 1 TO CPT-REJ
              MOVE "REJECTD" TO BPFCLI-TAG
              PERFORM EDITION-BPFCLI
              GO  TO  END-RECORD
           END-IF.
      *
           MOVE MNT-ID TO CLI-ID OF CLI-ENR-DDS.
           READ CLIMST INVALID KEY
                PERFORM CREE-CLIENT
                GO  TO  END-RECORD.
      *
      ***** IMAGE AVANT POUR LE JOURNAL DES CHANGEMENTS
           PERFORM IMAGE-CLIENT.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
           MOVE MNT-NOM     TO CLI-NOM     OF CLI-ENR-DDS.
           MOVE MNT-ETAT    TO CLI-ETAT    OF CLI-ENR-DDS.
           MOVE MNT-PLAFOND TO CLI-PLAFOND OF CLI-ENR-DDS.
           MOVE MNT-CONTACT TO CLI-CONTACT OF CLI-ENR-DDS.
      *
      ***** LE REGLEMENT DESCEND L'ENCOURS, JAMAIS SOUS ZERO - UN
      ***** TROP-PERCU N'OUVRE PAS DE CREDIT SUPPLEMENTAIRE
           IF MNT-REGLT > CLI-ENCOURS OF CLI-ENR-DDS
              MOVE ZERO TO CLI-ENCOURS OF CLI-ENR-DDS
           ELSE
              SUBTRACT MNT-REGLT FROM CLI-ENCOURS OF CLI-ENR-DDS
           END-IF.
      *
           REWRITE CLI-ENR-DDS INVALID KEY
                ADD 1 TO CPT-REJ
                GO  TO  END-RECORD.
      *
           ADD 1 TO CPT-MAJ.
           MOVE "CHANGED" TO BPFCLI-TAG.
           PERFORM EDITION-BPFCLI.
      *
           PERFORM IMAGE-CLIENT.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "C"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* CREATION D'UN NOUVEAU CLIENT - ENCOURS A ZERO
      ****************************************************************
      /
       CREE-CLIENT SECTION.
      ***************************
      /
       CREE-CLIENT-DEB.
           MOVE MNT-ID      TO CLI-ID      OF CLI-ENR-DDS.
           MOVE MNT-NOM     TO CLI-NOM     OF CLI-ENR-DDS.
           MOVE MNT-ETAT    TO CLI-ETAT    OF CLI-ENR-DDS.
           MOVE MNT-PLAFOND TO CLI-PLAFOND OF CLI-ENR-DDS.
           MOVE ZERO        TO CLI-ENCOURS OF CLI-ENR-DDS.
           MOVE MNT-CONTACT TO CLI-CONTACT OF CLI-ENR-DDS.
      *
           WRITE CLI-ENR-DDS INVALID KEY
                ADD 1 TO CPT-REJ
                GO  TO  END-RECORD.
      *
           ADD 1 TO CPT-AJT.
           MOVE "ADDED"   TO BPFCLI-TAG.
           PERFORM EDITION-BPFCLI.
      *
           MOVE SPACE     TO JRN-AVANT.
           PERFORM IMAGE-CLIENT.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "A"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* EDITION DE LA LIGNE DE CONTROLE AVANT/APRES - L'ENCOURS
      ******* IMPRIME EST CELUI DU FICHIER APRES MOUVEMENT, ZERO SUR
      ******* UN REJET
      ****************************************************************
      /
       EDITION-BPFCLI.
           MOVE MNT-ID      TO BPFCLI-ID.
           MOVE MNT-NOM     TO BPFCLI-NOM.
           MOVE MNT-ETAT    TO BPFCLI-ETAT.
           IF MNT-PLAFOND IS NUMERIC
              MOVE MNT-PLAFOND TO BPFCLI-PLAFOND
           ELSE
              MOVE ZERO        TO BPFCLI-PLAFOND
           END-IF.
           IF BPFCLI-TAG = "REJECTD"
              MOVE ZERO TO BPFCLI-ENCOURS
           ELSE
              MOVE CLI-ENCOURS OF CLI-ENR-DDS TO BPFCLI-ENCOURS
           END-IF.
           MOVE MNT-CONTACT TO BPFCLI-CONTACT.
           MOVE WS-ERR      TO BPFCLI-ERR.
           WRITE BPFCLI-ENR.
      /
      ****************************************************************
      ******* HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ******* TRANSACTION - CONTROLE AUTTAB VIA AUTCHK, UN REFUS
      ******* PART EN ALERTE AVEC SON CODE MOTIF
      ****************************************************************
      /
       CONTROLE-HABILITATION.
           MOVE MNT-USER       TO AUT-PRM-USER.
           MOVE "CLIMNTX"      TO AUT-PRM-FIC.
           MOVE "C"            TO AUT-PRM-ACTION.
      ***** UN PLAFOND NON NUMERIQUE EST REJETE PLUS LOIN, IL EST
      ***** CONTROLE ICI A ZERO - UN PLAFOND AU-DELA DE LA ZONE AUTTAB
      ***** EST CONTROLE AU MAXIMUM DE LA ZONE
           IF MNT-PLAFOND IS NUMERIC
              IF MNT-PLAFOND > 999999999
                 MOVE 999999999   TO AUT-PRM-VAL
              ELSE
                 MOVE MNT-PLAFOND TO AUT-PRM-VAL
              END-IF
           ELSE
              MOVE ZERO           TO AUT-PRM-VAL
           END-IF.
           CALL "AUTCHK" USING AUT-PARM.
      *
           IF AUT-RET NOT = "00"
              MOVE "CLI100"     TO ALR-PGM
              MOVE "W"           TO ALR-SEV
              MOVE AUT-PRM-FIC   TO ALR-TXT-FIC
              MOVE AUT-PRM-USER  TO ALR-TXT-USER
              MOVE AUT-RET       TO ALR-TXT-ERR
              MOVE MNT-ID        TO ALR-TXT-CLE
              CALL "ALERT" USING ALR-PARM
           END-IF.
      /
      ****************************************************************
      ******* IMAGE LISIBLE DE LA LIGNE CLIMST EN COURS
      ****************************************************************
      /
       IMAGE-CLIENT.
           MOVE CLI-NOM     OF CLI-ENR-DDS TO JRN-IMG-NOM.
           MOVE CLI-ETAT    OF CLI-ENR-DDS TO JRN-IMG-ETAT.
           MOVE CLI-PLAFOND OF CLI-ENR-DDS TO JRN-IMG-PLAFOND.
           MOVE CLI-ENCOURS OF CLI-ENR-DDS TO JRN-IMG-ENCOURS.
           MOVE CLI-CONTACT OF CLI-ENR-DDS TO JRN-IMG-CONTACT.
      /
      ****************************************************************
      ******* ECRITURE DU CHANGEMENT AU JOURNAL PARTAGE - CLE,
      ******* UTILISATEUR, IMAGES AVANT ET APRES
      ****************************************************************
      /
       ECRIT-JOURNAL.
           MOVE "CLI100"      TO JRN-PGM.
           MOVE "CLIMST"      TO JRN-FIC.
           MOVE MNT-ID        TO JRN-CLE.
           MOVE MNT-USER      TO JRN-USER.
           CALL "JRNCHG" USING JRN-PARM.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE CPT-LUS TO BPFCLI-TOT-LUS.
           MOVE CPT-AJT TO BPFCLI-TOT-AJT.
           MOVE CPT-MAJ TO BPFCLI-TOT-MAJ.
           MOVE CPT-REJ TO BPFCLI-TOT-REJ.
           WRITE BPFCLI-TOTALS.
      /
