       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUB100.
      /
      ***********************
      * This program maintains ARTSUBST, the approved substitute
      * articles of each article in preference order, which ART100
      * walks when it rejects a line on stock (code 60) to propose
      * the first substitute that could ship today. A SUBMNTX
      * transaction adds ("A"), changes ("C") or removes ("S") the
      * substitute held at one rank of one article, with
      * validation, a before/after listing and run totals, all in
      * the KIT100 mould: the article must exist on ARTICLE1, the
      * rank must be 01 or above, and on an add or a change the
      * substitute must exist, must not be discontinued, must
      * differ from the article and must not already be ranked
      * under another rank of the same article.
      * Each transaction names the user who keyed it; a user without
      * an AUTTAB row for SUBMNTX granting the action is refused
      * through AUTCHK with its reason code on the listing and an
      * ALERT row. Every substitute added, changed or removed is
      * written to the shared change journal through JRNCHG -
      * article and rank as the key, the user, and the substitute
      * before and after - so JRN100 can say who changed it.
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
           SELECT  ARTSUBST
                   ASSIGN       TO DATABASE-ARTSUBST
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF SUB-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  SUBMNTX
                   ASSIGN       TO DATABASE-SUBMNTX
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFSUB
                   ASSIGN       TO PRINTER-BPFSUB
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
       FD  ARTSUBST  LABEL RECORD STANDARD.
       01  SUB-ENR-DDS.
           COPY DDS-ALL-FORMAT OF ARTSUBST.
      *
       FD  SUBMNTX  LABEL RECORD STANDARD.
       01  MNT-ENR-DDS.
           COPY DDS-ALL-FORMAT OF SUBMNTX.
      *
      ****************************************************************
      **** BEFORE/AFTER LISTING OF EVERY SUBSTITUTE ADDED, CHANGED
      **** OR REMOVED, PLUS EVERY TRANSACTION REJECTED BY VALIDATION
      ****************************************************************
       FD  BPFSUB  LABEL RECORD STANDARD.
       01  BPFSUB-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFSUB-ARTIID      PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFSUB-RANG        PIC X(2).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFSUB-SUBST       PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFSUB-TAG         PIC X(7).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFSUB-ERR         PIC XX.
           05  FILLER             PIC X(24) VALUE SPACE.
      *
       01  BPFSUB-TOTALS REDEFINES BPFSUB-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFSUB-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "AJT=".
           05  BPFSUB-TOT-AJT     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "MAJ=".
           05  BPFSUB-TOT-MAJ     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "SUP=".
           05  BPFSUB-TOT-SUP     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "REJ=".
           05  BPFSUB-TOT-REJ     PIC Z(5)9.
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
      ***** RANG DEJA AU FICHIER POUR L'ARTICLE
       77  WS-LIG-TROUVE     PIC X    VALUE "N".
      *
      ***** CONTROLE DE DOUBLON - LE SUBSTITUT EST-IL DEJA CLASSE
      ***** SOUS UN AUTRE RANG DU MEME ARTICLE
       77  WS-SUB-DOUBLON    PIC X    VALUE "N".
       77  WS-SUB-EOF        PIC X    VALUE "N".
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
      ***** IMAGE LISIBLE D'UNE LIGNE ARTSUBST POUR LE JOURNAL
       01  JRN-IMAGE.
           05  FILLER             PIC X(6)  VALUE "SUBST=".
           05  JRN-IMG-SUBST      PIC X(15).
           05  FILLER             PIC X(79) VALUE SPACE.
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
           OPEN INPUT  SUBMNTX.
           OPEN INPUT  ARTICLE.
           OPEN I-O    ARTSUBST.
           OPEN OUTPUT BPFSUB.
      *
           MOVE "00" TO WS-END.
      *
           READ SUBMNTX NEXT AT END
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
                  ARTSUBST
                  SUBMNTX
                  BPFSUB.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "SUB100"    TO RUN-PGM.
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
           READ SUBMNTX NEXT AT END
                        MOVE HIGH-VALUE TO WS-END
                        GO  TO   END-RECORD.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* VALIDATION PUIS APPLICATION D'UNE TRANSACTION SUBMNTX
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
      ***** LE RANG EST UN ORDRE DE PREFERENCE A PARTIR DE 01
           IF MNT-RANG NOT NUMERIC
              OR MNT-RANG = ZERO
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
           MOVE MNT-ARTIID TO ARTIID OF ART-ENR-DDS.
           READ ARTICLE INVALID KEY
                PERFORM EDITION-REJET
                GO  TO  END-RECORD.
      *
      ***** LE SUBSTITUT DOIT EXISTER, NE PAS ETRE ARRETE ET ETRE
      ***** UN AUTRE ARTICLE - SANS OBJET SUR UNE SUPPRESSION
           IF MNT-ACTION NOT = "S"
              IF MNT-SUBST = MNT-ARTIID
                 PERFORM EDITION-REJET
                 GO  TO  END-RECORD
              END-IF
              MOVE MNT-SUBST TO ARTIID OF ART-ENR-DDS
              READ ARTICLE
                   INVALID KEY
                        PERFORM EDITION-REJET
                        GO  TO  END-RECORD
              END-READ
              IF ART-ETAT OF ART-ENR-DDS = "D"
                 PERFORM EDITION-REJET
                 GO  TO  END-RECORD
              END-IF
              PERFORM CONTROLE-DOUBLON
              IF WS-SUB-DOUBLON = "Y"
                 PERFORM EDITION-REJET
                 GO  TO  END-RECORD
              END-IF
           END-IF.
      *
           PERFORM CHERCHE-LIGNE-SUBST.
      *
           EVALUATE MNT-ACTION
               WHEN "A"
                    IF WS-LIG-TROUVE = "Y"
                       PERFORM EDITION-REJET
                    ELSE
                       PERFORM AJOUTE-LIGNE
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
      ******* LECTURE DU RANG ARTICLE/SUBSTITUT DE LA TRANSACTION
      ****************************************************************
      /
       CHERCHE-LIGNE-SUBST.
           MOVE MNT-ARTIID TO SUB-ARTIID OF SUB-ENR-DDS.
           MOVE MNT-RANG   TO SUB-RANG   OF SUB-ENR-DDS.
           READ ARTSUBST
                INVALID KEY
                     MOVE "N" TO WS-LIG-TROUVE
                NOT INVALID KEY
                     MOVE "Y" TO WS-LIG-TROUVE
           END-READ.
      /
      ****************************************************************
      ******* CONTROLE DE DOUBLON AVANT UN AJOUT OU UNE MODIFICATION -
      ******* PARCOURS DES RANGS DE L'ARTICLE, LE RANG DE LA
      ******* TRANSACTION EXCLU : LE MEME SUBSTITUT NE SE CLASSE
      ******* QU'UNE FOIS
      ****************************************************************
      /
       CONTROLE-DOUBLON SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE "N"  TO WS-SUB-DOUBLON.
           MOVE "N"  TO WS-SUB-EOF.
      *
           MOVE MNT-ARTIID TO SUB-ARTIID OF SUB-ENR-DDS.
           MOVE ZERO       TO SUB-RANG   OF SUB-ENR-DDS.
           START ARTSUBST KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF SUB-ENR-DDS
                 INVALID KEY
                 MOVE "Y" TO WS-SUB-EOF.
      *
           PERFORM DOUBLON-SUIVANT UNTIL WS-SUB-EOF = "Y".
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       DOUBLON-SUIVANT.
           READ ARTSUBST NEXT AT END
                MOVE "Y" TO WS-SUB-EOF
           END-READ.
      *
           IF WS-SUB-EOF NOT = "Y"
              IF SUB-ARTIID OF SUB-ENR-DDS NOT = MNT-ARTIID
                 MOVE "Y" TO WS-SUB-EOF
              ELSE
                 IF SUB-RANG OF SUB-ENR-DDS NOT = MNT-RANG
                    AND SUB-SUBST OF SUB-ENR-DDS = MNT-SUBST
                    MOVE "Y" TO WS-SUB-DOUBLON
                 END-IF
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* AJOUT D'UN NOUVEAU SUBSTITUT A SON RANG
      ****************************************************************
      /
       AJOUTE-LIGNE.
           MOVE MNT-ARTIID  TO SUB-ARTIID OF SUB-ENR-DDS.
           MOVE MNT-RANG    TO SUB-RANG   OF SUB-ENR-DDS.
           MOVE MNT-SUBST   TO SUB-SUBST  OF SUB-ENR-DDS.
           WRITE SUB-ENR-DDS.
      *
           ADD 1 TO CPT-AJT.
           MOVE "ADDED"   TO BPFSUB-TAG.
           PERFORM EDITION-BPFSUB.
      *
           MOVE SPACE     TO JRN-AVANT.
           PERFORM IMAGE-LIGNE.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "A"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      /
      ****************************************************************
      ******* REMPLACEMENT DU SUBSTITUT EN PLACE A SON RANG
      ****************************************************************
      /
       MODIFIE-LIGNE.
           PERFORM IMAGE-LIGNE.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
           MOVE MNT-SUBST   TO SUB-SUBST  OF SUB-ENR-DDS.
           REWRITE SUB-ENR-DDS.
      *
           ADD 1 TO CPT-MAJ.
           MOVE "CHANGED" TO BPFSUB-TAG.
           PERFORM EDITION-BPFSUB.
      *
           PERFORM IMAGE-LIGNE.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "C"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      /
      ****************************************************************
      ******* SUPPRESSION DU RANG - L'ANCIEN SUBSTITUT PASSE SUR LE
      ******* LISTING AVANT LA SUPPRESSION
      ****************************************************************
      /
       SUPPRIME-LIGNE.
           MOVE SUB-ARTIID OF SUB-ENR-DDS     TO BPFSUB-ARTIID.
           MOVE SUB-RANG   OF SUB-ENR-DDS     TO BPFSUB-RANG.
           MOVE SUB-SUBST  OF SUB-ENR-DDS     TO BPFSUB-SUBST.
           MOVE "REMOVED"                     TO BPFSUB-TAG.
           MOVE SPACE                         TO BPFSUB-ERR.
           WRITE BPFSUB-ENR.
      *
           PERFORM IMAGE-LIGNE.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
           DELETE ARTSUBST RECORD.
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
       EDITION-BPFSUB.
           MOVE MNT-ARTIID   TO BPFSUB-ARTIID.
           MOVE MNT-RANG     TO BPFSUB-RANG.
           MOVE MNT-SUBST    TO BPFSUB-SUBST.
           MOVE WS-ERR       TO BPFSUB-ERR.
           WRITE BPFSUB-ENR.
      /
      ****************************************************************
      ******* EDITION D'UNE TRANSACTION REJETEE PAR LA VALIDATION
      ****************************************************************
      /
       EDITION-REJET.
           ADD 1 TO CPT-REJ.
           MOVE "REJECTD" TO BPFSUB-TAG.
           PERFORM EDITION-BPFSUB.
      /
      ****************************************************************
      ******* HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ******* TRANSACTION - CONTROLE AUTTAB VIA AUTCHK, UN REFUS
      ******* PART EN ALERTE AVEC SON CODE MOTIF - UN SUBSTITUT NE
      ******* PORTE AUCUNE VALEUR SOUMISE A PLAFOND
      ****************************************************************
      /
       CONTROLE-HABILITATION.
           MOVE MNT-USER       TO AUT-PRM-USER.
           MOVE "SUBMNTX"      TO AUT-PRM-FIC.
           MOVE MNT-ACTION     TO AUT-PRM-ACTION.
           MOVE ZERO           TO AUT-PRM-VAL.
           CALL "AUTCHK" USING AUT-PARM.
      *
           IF AUT-RET NOT = "00"
              MOVE "SUB100"      TO ALR-PGM
              MOVE "W"           TO ALR-SEV
              MOVE AUT-PRM-FIC   TO ALR-TXT-FIC
              MOVE AUT-PRM-USER  TO ALR-TXT-USER
              MOVE AUT-RET       TO ALR-TXT-ERR
              MOVE MNT-ARTIID    TO ALR-TXT-CLE
              CALL "ALERT" USING ALR-PARM
           END-IF.
      /
      ****************************************************************
      ******* IMAGE LISIBLE DE LA LIGNE ARTSUBST EN COURS
      ****************************************************************
      /
       IMAGE-LIGNE.
           MOVE SUB-SUBST OF SUB-ENR-DDS TO JRN-IMG-SUBST.
      /
      ****************************************************************
      ******* ECRITURE DU CHANGEMENT AU JOURNAL PARTAGE - CLE,
      ******* UTILISATEUR, IMAGES AVANT ET APRES
      ****************************************************************
      /
       ECRIT-JOURNAL.
           MOVE "SUB100"      TO JRN-PGM.
           MOVE "ARTSUBST"    TO JRN-FIC.
           MOVE SPACE         TO JRN-CLE.
           MOVE MNT-ARTIID    TO JRN-CLE(1:15).
           MOVE MNT-RANG      TO JRN-CLE(16:2).
           MOVE MNT-USER      TO JRN-USER.
           CALL "JRNCHG" USING JRN-PARM.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE CPT-LUS TO BPFSUB-TOT-LUS.
           MOVE CPT-AJT TO BPFSUB-TOT-AJT.
           MOVE CPT-MAJ TO BPFSUB-TOT-MAJ.
           MOVE CPT-SUP TO BPFSUB-TOT-SUP.
           MOVE CPT-REJ TO BPFSUB-TOT-REJ.
           WRITE BPFSUB-TOTALS.
      /
