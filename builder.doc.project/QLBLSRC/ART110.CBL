      * change date are banked on ARTHIST (the TVAHIST mould), so
      * ART150 can still say what thresholds an order line was
      * judged against last week.
      * Every transaction also names the user who keyed it, and that
      * user must hold an AUTTAB row for ARTMNTX, checked through
      * AUTCHK, whose ceiling the new price maximum does not exceed: a
      * refusal goes to ARTMREJ with reason code 80, 81 or 82 and raises
      * an ALERT row, before any other validation is done.
      * Beside ARTHIST, every applied change is also written to the
      * shared change journal through JRNCHG - article, user, and a
      * readable image of the ARTICLE row before and after - so
      * JRN100 answers for the article master as for every other
      * reference file.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
       77  ST                     PIC XX.
       77  WS-END                 PIC XX.
       77  WS-ERR                 PIC XX.
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
      ***** IMAGE LISIBLE D'UNE LIGNE ARTICLE POUR LE JOURNAL
       01  JRN-IMAGE.
           05  JRN-IMG-LIB        PIC X(30).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-QT-MINI    PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-QT-MAXI    PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-PR-MINI    PIC -(5)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-PR-MAXI    PIC -(5)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-UM         PIC X(3).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-DEV        PIC X(3).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-ETAT       PIC X(1).
           05  FILLER             PIC X(12) VALUE SPACE.
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
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
       TRT-RECORD.
      *
           MOVE SPACE TO WS-ERR.
      *
      ***** L'UTILISATEUR QUI A SAISI LA TRANSACTION DOIT ETRE
      ***** HABILITE SUR AUTTAB POUR CE FICHIER, CETTE ACTION ET
      ***** CETTE VALEUR - SINON REJET AVEC LE CODE AUTCHK
           PERFORM CONTROLE-HABILITATION.
           IF AUT-RET NOT = "00"
              MOVE AUT-RET TO WS-ERR
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
           MOVE MNT-ARTIID TO ARTIID OF ART-ENR-DDS.
           READ ARTICLE INVALID KEY
              GO  TO  END-RECORD
           END-IF.
      *
      ***** IMAGE AVANT POUR LE JOURNAL DES CHANGEMENTS
           PERFORM IMAGE-ARTICLE.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
      ***** CONSERVATION DES ANCIENNES ET NOUVELLES VALEURS SUR
      ***** ARTHIST AVANT D'ECRASER LA LIGNE ACTIVE
           MOVE ARTIID OF ART-ENR-DDS      TO HIST-ARTIID.
      *
           ADD 1 TO CPT-ECR.
           PERFORM EDITION-BPFMNT.
      *
           PERFORM IMAGE-ARTICLE.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "C"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      *
       END-RECORD.
           EXIT SECTION.
           MOVE MNT-PR-MINI TO REJ-PR-MINI.
           MOVE MNT-PR-MAXI TO REJ-PR-MAXI.
           MOVE WS-ERR      TO REJ-ERR.
           MOVE MNT-USER    TO REJ-USER.
           WRITE REJ-ENR-DDS.
      *
           MOVE MNT-ARTIID    TO BPFMNT-ARTIID.
           WRITE BPFMNT-ENR.
      /
      ****************************************************************
      ******* HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ******* TRANSACTION - CONTROLE AUTTAB VIA AUTCHK, UN REFUS
      ******* PART EN ALERTE AVEC SON CODE MOTIF
      ****************************************************************
      /
       CONTROLE-HABILITATION.
           MOVE MNT-USER       TO AUT-PRM-USER.
           MOVE "ARTMNTX"      TO AUT-PRM-FIC.
           MOVE "C"            TO AUT-PRM-ACTION.
           MOVE MNT-PR-MAXI    TO AUT-PRM-VAL.
           CALL "AUTCHK" USING AUT-PARM.
      *
           IF AUT-RET NOT = "00"
              MOVE "ART110"      TO ALR-PGM
              MOVE "W"           TO ALR-SEV
              MOVE AUT-PRM-FIC   TO ALR-TXT-FIC
              MOVE AUT-PRM-USER  TO ALR-TXT-USER
              MOVE AUT-RET       TO ALR-TXT-ERR
              MOVE MNT-ARTIID    TO ALR-TXT-CLE
              CALL "ALERT" USING ALR-PARM
           END-IF.
      /
      ****************************************************************
      ******* IMAGE LISIBLE DE LA LIGNE ARTICLE EN COURS
      ****************************************************************
      /
       IMAGE-ARTICLE.
           MOVE ART-LIB     OF ART-ENR-DDS TO JRN-IMG-LIB.
           MOVE ART-QT-MINI OF ART-ENR-DDS TO JRN-IMG-QT-MINI.
           MOVE ART-QT-MAXI OF ART-ENR-DDS TO JRN-IMG-QT-MAXI.
           MOVE ART-PR-MINI OF ART-ENR-DDS TO JRN-IMG-PR-MINI.
           MOVE ART-PR-MAXI OF ART-ENR-DDS TO JRN-IMG-PR-MAXI.
           MOVE ART-UM      OF ART-ENR-DDS TO JRN-IMG-UM.
           MOVE ART-DEV     OF ART-ENR-DDS TO JRN-IMG-DEV.
           MOVE ART-ETAT    OF ART-ENR-DDS TO JRN-IMG-ETAT.
      /
      ****************************************************************
      ******* ECRITURE DU CHANGEMENT AU JOURNAL PARTAGE - CLE,
      ******* UTILISATEUR, IMAGES AVANT ET APRES
      ****************************************************************
      /
       ECRIT-JOURNAL.
           MOVE "ART110"      TO JRN-PGM.
           MOVE "ARTICLE"     TO JRN-FIC.
           MOVE MNT-ARTIID    TO JRN-CLE.
           MOVE MNT-USER      TO JRN-USER.
           CALL "JRNCHG" USING JRN-PARM.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
