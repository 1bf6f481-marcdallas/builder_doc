       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIT100.
      /
      ***********************
      * This program maintains KITCOMP, the composition of the kit
      * articles - gift boxes and display packs assembled from
      * other articles - that ART100 judges on the components'
      * on-hand and STK100 issues as components instead of as the
      * kit. A KITMNTX transaction adds ("A"), changes ("C") or
      * removes ("S") one component of one kit, with validation,
      * a before/after listing and run totals, all in the ART140
      * mould: the kit and the component must both exist on
      * ARTICLE1 and differ, the quantity per kit must be above
      * zero, and kits do not nest - a component cannot itself be
      * a kit, nor can a kit be made of an article that is already
      * a component of another kit - because the explosion is one
      * level deep. A kit holds at most twenty components, the
      * size of the KITEXP table.
      * Each transaction names the user who keyed it; a user without
      * an AUTTAB row for KITMNTX granting the action is refused
      * through AUTCHK with its reason code on the listing and an
      * ALERT row. Every component added, changed or removed is
      * written to the shared change journal through JRNCHG - kit
      * and component as the key, the user, and the quantity per
      * kit before and after - so JRN100 can say who changed a kit.
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
           SELECT  KITCOMP
                   ASSIGN       TO DATABASE-KITCOMP
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF KIT-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  KITMNTX
                   ASSIGN       TO DATABASE-KITMNTX
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFKIT
                   ASSIGN       TO PRINTER-BPFKIT
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
       FD  KITCOMP   LABEL RECORD STANDARD.
       01  KIT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF KITCOMP.
      *
       FD  KITMNTX  LABEL RECORD STANDARD.
       01  MNT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF KITMNTX.
      *
      ****************************************************************
      **** BEFORE/AFTER LISTING OF EVERY KIT COMPONENT ADDED, CHANGED
      **** OR REMOVED, PLUS EVERY TRANSACTION REJECTED BY VALIDATION
      ****************************************************************
       FD  BPFKIT  LABEL RECORD STANDARD.
       01  BPFKIT-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFKIT-KIT-ID      PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFKIT-CMP-ID      PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFKIT-TAG         PIC X(7).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFKIT-QT          PIC -(7)9,999.
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFKIT-ERR         PIC XX.
           05  FILLER             PIC X(10) VALUE SPACE.
      *
       01  BPFKIT-TOTALS REDEFINES BPFKIT-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFKIT-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "AJT=".
           05  BPFKIT-TOT-AJT     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "MAJ=".
           05  BPFKIT-TOT-MAJ     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "SUP=".
           05  BPFKIT-TOT-SUP     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "REJ=".
           05  BPFKIT-TOT-REJ     PIC Z(5)9.
           05  FILLER             PIC X(7).
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
      ***** LIGNE KIT/COMPOSANT DEJA AU FICHIER
       77  WS-LIG-TROUVE     PIC X    VALUE "N".
      *
      ***** CONTROLE D'IMBRICATION - LE COMPOSANT EST-IL LUI-MEME UN
      ***** KIT, LE KIT EST-IL DEJA COMPOSANT D'UN AUTRE KIT - ET
      ***** NOMBRE DE COMPOSANTS DEJA PORTES PAR LE KIT
       77  WS-CMP-EST-KIT    PIC X    VALUE "N".
       77  WS-KIT-EST-CMP    PIC X    VALUE "N".
       77  WS-KIT-NB-CMP     PIC 9(4) VALUE ZERO.
       77  WK-KIT-NBPST      PIC 9(2) VALUE 20.
       77  WS-KIT-EOF        PIC X    VALUE "N".
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
      ***** IMAGE LISIBLE D'UNE LIGNE KITCOMP POUR LE JOURNAL
       01  JRN-IMAGE.
           05  FILLER             PIC X(7)  VALUE "QT/KIT=".
           05  JRN-IMG-QT         PIC -(7)9,999.
           05  FILLER             PIC X(81) VALUE SPACE.
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
           OPEN INPUT  KITMNTX.
           OPEN INPUT  ARTICLE.
           OPEN I-O    KITCOMP.
           OPEN OUTPUT BPFKIT.
      *
           MOVE "00" TO WS-END.
      *
           READ KITMNTX NEXT AT END
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
                  KITCOMP
                  KITMNTX
                  BPFKIT.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "KIT100"    TO RUN-PGM.
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
           READ KITMNTX NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   END-RECORD.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* VALIDATION PUIS APPLICATION D'UNE TRANSACTION KITMNTX
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
      ***** LE KIT ET LE COMPOSANT DOIVENT EXISTER SUR ARTICLE1 ET
      ***** UN KIT NE SE COMPOSE PAS DE LUI-MEME
           IF MNT-CMP-ID = MNT-KIT-ID
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
           MOVE MNT-KIT-ID TO ARTIID OF ART-ENR-DDS.
           READ ARTICLE INVALID KEY
                PERFORM EDITION-REJET
                GO  TO  END-RECORD.
      *
           MOVE MNT-CMP-ID TO ARTIID OF ART-ENR-DDS.
           READ ARTICLE INVALID KEY
                PERFORM EDITION-REJET
                GO  TO  END-RECORD.
      *
      ***** UNE QUANTITE PAR KIT NULLE OU NEGATIVE SORTIRAIT LE KIT
      ***** SANS RIEN CONSOMMER - REJETEE
           IF MNT-ACTION NOT = "S"
              AND MNT-QT NOT > ZERO
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
           PERFORM CHERCHE-LIGNE-KIT.
      *
           EVALUATE MNT-ACTION
               WHEN "A"
                    IF WS-LIG-TROUVE = "Y"
                       PERFORM EDITION-REJET
                    ELSE
                       PERFORM CONTROLE-IMBRICATION
                       IF WS-CMP-EST-KIT = "Y"
                          OR WS-KIT-EST-CMP = "Y"
                          OR WS-KIT-NB-CMP NOT < WK-KIT-NBPST
                          PERFORM EDITION-REJET
                       ELSE
                          PERFORM AJOUTE-LIGNE
                       END-IF
                    END-IF
               WHEN "C"
                    IF WS-LIG-TROUVE = "Y"
                       PERFORM MODIFIE-LIGNE
                    ELSE
                       PERFORM EDITION-REJET
                    END-IF
               WHEN "S"
                    IF WS-LIG-TROUVE = "Y"
                       PERFORM SUPPRIME-LIGNE
                    ELSE
                       PERFORM EDITION-REJET
                    END-IF
               WHEN OTHER
                    PERFORM EDITION-REJET
           END-EVALUATE.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* LECTURE DE LA LIGNE KIT/COMPOSANT DE LA TRANSACTION
      ****************************************************************
      /
       CHERCHE-LIGNE-KIT.
           MOVE MNT-KIT-ID TO KIT-ARTIID OF KIT-ENR-DDS.
           MOVE MNT-CMP-ID TO KIT-CMPID  OF KIT-ENR-DDS.
           READ KITCOMP
                INVALID KEY
                     MOVE "N" TO WS-LIG-TROUVE
                NOT INVALID KEY
                     MOVE "Y" TO WS-LIG-TROUVE
           END-READ.
      /
      ****************************************************************
      ******* CONTROLE D'IMBRICATION AVANT UN AJOUT - L'EXPLOSION NE
      ******* DESCEND QU'UN NIVEAU : LE COMPOSANT NE DOIT PORTER
      ******* AUCUNE LIGNE COMME KIT, LE KIT NE DOIT ETRE COMPOSANT
      ******* D'AUCUN AUTRE KIT - LE PARCOURS COMPLET DU FICHIER
      ******* COMPTE AU PASSAGE LES COMPOSANTS DEJA PORTES PAR LE KIT
      ****************************************************************
      /
       CONTROLE-IMBRICATION SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE "N"  TO WS-CMP-EST-KIT.
           MOVE "N"  TO WS-KIT-EST-CMP.
           MOVE ZERO TO WS-KIT-NB-CMP.
           MOVE "N"  TO WS-KIT-EOF.
      *
           MOVE LOW-VALUE TO EXTERNALLY-DESCRIBED-KEY OF KIT-ENR-DDS.
           START KITCOMP KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF KIT-ENR-DDS
                 INVALID KEY
                 MOVE "Y" TO WS-KIT-EOF.
      *
           PERFORM IMBRICATION-SUIVANTE UNTIL WS-KIT-EOF = "Y".
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       IMBRICATION-SUIVANTE.
           READ KITCOMP NEXT AT END
                MOVE "Y" TO WS-KIT-EOF
           END-READ.
      *
           IF WS-KIT-EOF NOT = "Y"
              IF KIT-ARTIID OF KIT-ENR-DDS = MNT-CMP-ID
                 MOVE "Y" TO WS-CMP-EST-KIT
              END-IF
              IF KIT-CMPID OF KIT-ENR-DDS = MNT-KIT-ID
                 MOVE "Y" TO WS-KIT-EST-CMP
              END-IF
              IF KIT-ARTIID OF KIT-ENR-DDS = MNT-KIT-ID
                 ADD 1 TO WS-KIT-NB-CMP
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* AJOUT D'UN NOUVEAU COMPOSANT AU KIT
      ****************************************************************
      /
       AJOUTE-LIGNE.
           MOVE MNT-KIT-ID  TO KIT-ARTIID OF KIT-ENR-DDS.
           MOVE MNT-CMP-ID  TO KIT-CMPID  OF KIT-ENR-DDS.
           MOVE MNT-QT      TO KIT-QT     OF KIT-ENR-DDS.
           WRITE KIT-ENR-DDS.
      *
           ADD 1 TO CPT-AJT.
           MOVE "ADDED"   TO BPFKIT-TAG.
           PERFORM EDITION-BPFKIT.
      *
           MOVE SPACE     TO JRN-AVANT.
           PERFORM IMAGE-LIGNE.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "A"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      /
      ****************************************************************
      ******* MODIFICATION DE LA QUANTITE PAR KIT EN PLACE
      ****************************************************************
      /
       MODIFIE-LIGNE.
           PERFORM IMAGE-LIGNE.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
           MOVE MNT-QT      TO KIT-QT     OF KIT-ENR-DDS.
           REWRITE KIT-ENR-DDS.
      *
           ADD 1 TO CPT-MAJ.
           MOVE "CHANGED" TO BPFKIT-TAG.
           PERFORM EDITION-BPFKIT.
      *
           PERFORM IMAGE-LIGNE.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "C"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      /
      ****************************************************************
      ******* SUPPRESSION DU COMPOSANT - L'ANCIENNE QUANTITE PASSE
      ******* SUR LE LISTING AVANT LA SUPPRESSION
      ****************************************************************
      /
       SUPPRIME-LIGNE.
           MOVE KIT-ARTIID OF KIT-ENR-DDS     TO BPFKIT-KIT-ID.
           MOVE KIT-CMPID  OF KIT-ENR-DDS     TO BPFKIT-CMP-ID.
           MOVE "REMOVED"                     TO BPFKIT-TAG.
           MOVE KIT-QT OF KIT-ENR-DDS         TO BPFKIT-QT.
           MOVE SPACE                         TO BPFKIT-ERR.
           WRITE BPFKIT-ENR.
      *
           PERFORM IMAGE-LIGNE.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
           DELETE KITCOMP RECORD.
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
       EDITION-BPFKIT.
           MOVE MNT-KIT-ID   TO BPFKIT-KIT-ID.
           MOVE MNT-CMP-ID   TO BPFKIT-CMP-ID.
           MOVE MNT-QT       TO BPFKIT-QT.
           MOVE WS-ERR       TO BPFKIT-ERR.
           WRITE BPFKIT-ENR.
      /
      ****************************************************************
      ******* EDITION D'UNE TRANSACTION REJETEE PAR LA VALIDATION
      ****************************************************************
      /
       EDITION-REJET.
           ADD 1 TO CPT-REJ.
           MOVE "REJECTD" TO BPFKIT-TAG.
           PERFORM EDITION-BPFKIT.
      /
      ****************************************************************
      ******* HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ******* TRANSACTION - CONTROLE AUTTAB VIA AUTCHK, UN REFUS
      ******* PART EN ALERTE AVEC SON CODE MOTIF - UNE COMPOSITION
      ******* DE KIT NE PORTE AUCUNE VALEUR SOUMISE A PLAFOND
      ****************************************************************
      /
       CONTROLE-HABILITATION.
           MOVE MNT-USER       TO AUT-PRM-USER.
           MOVE "KITMNTX"      TO AUT-PRM-FIC.
           MOVE MNT-ACTION     TO AUT-PRM-ACTION.
           MOVE ZERO           TO AUT-PRM-VAL.
           CALL "AUTCHK" USING AUT-PARM.
      *
           IF AUT-RET NOT = "00"
              MOVE "KIT100"      TO ALR-PGM
              MOVE "W"           TO ALR-SEV
              MOVE AUT-PRM-FIC   TO ALR-TXT-FIC
              MOVE AUT-PRM-USER  TO ALR-TXT-USER
              MOVE AUT-RET       TO ALR-TXT-ERR
              MOVE MNT-KIT-ID    TO ALR-TXT-CLE
              CALL "ALERT" USING ALR-PARM
           END-IF.
      /
      ****************************************************************
      ******* IMAGE LISIBLE DE LA LIGNE KITCOMP EN COURS
      ****************************************************************
      /
       IMAGE-LIGNE.
           MOVE KIT-QT OF KIT-ENR-DDS TO JRN-IMG-QT.
      /
      ****************************************************************
      ******* ECRITURE DU CHANGEMENT AU JOURNAL PARTAGE - CLE,
      ******* UTILISATEUR, IMAGES AVANT ET APRES
      ****************************************************************
      /
       ECRIT-JOURNAL.
           MOVE "KIT100"      TO JRN-PGM.
           MOVE "KITCOMP"     TO JRN-FIC.
           MOVE SPACE         TO JRN-CLE.
           MOVE MNT-KIT-ID    TO JRN-CLE(1:15).
           MOVE MNT-CMP-ID    TO JRN-CLE(16:15).
           MOVE MNT-USER      TO JRN-USER.
           CALL "JRNCHG" USING JRN-PARM.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE CPT-LUS TO BPFKIT-TOT-LUS.
           MOVE CPT-AJT TO BPFKIT-TOT-AJT.
           MOVE CPT-MAJ TO BPFKIT-TOT-MAJ.
           MOVE CPT-SUP TO BPFKIT-TOT-SUP.
           MOVE CPT-REJ TO BPFKIT-TOT-REJ.
           WRITE BPFKIT-TOTALS.
      /
