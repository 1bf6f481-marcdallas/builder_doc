      * look for are flagged NO-INFO/NO-PRV on the listing when
      * still missing, so the gap is known on day one instead of
      * at the first 99/77 rejection.
      * Before any of that, the user who keyed the transaction must hold
      * an AUTTAB row for ALCMNTX granting the action with a ceiling the
      * price maximum does not exceed - checked through AUTCHK, a
      * refusal carries reason code 80, 81 or 82 and raises an ALERT
      * row.
      * Every creation and discontinuation is written to the shared
      * change journal through JRNCHG - article, user, and a readable
      * image of the ARTICLE row before and after - so JRN100 can
      * say who created or retired an article, and when.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
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
      *
           MOVE SPACE TO WS-MSG.
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
           MOVE "N" TO WS-EXISTE.
           MOVE MNT-ARTIID TO ARTIID OF ART-ENR-DDS.
                GO  TO  END-RECORD.
      *
           ADD 1 TO CPT-CRE.
      *
           MOVE SPACE     TO JRN-AVANT.
           PERFORM IMAGE-ARTICLE.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "A"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      *
      ***** CONTROLE CROISE DES COMPAGNONS - UNE LIGNE ARTINFO ET
      ***** UNE LIGNE ARTIPROV DOIVENT SUIVRE, SINON LES PREMIERES
      ****************************************************************
      /
       RETIRE-ARTICLE.
           PERFORM IMAGE-ARTICLE.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
           MOVE "D" TO ART-ETAT OF ART-ENR-DDS.
           REWRITE ART-ENR-DDS.
      *
           PERFORM IMAGE-ARTICLE.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "D"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      *
           ADD 1 TO CPT-DIS.
           MOVE "RETIRED" TO BPFALC-TAG.
           PERFORM EDITION-BPFALC.
      /
      ****************************************************************
      ******* HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ******* TRANSACTION - CONTROLE AUTTAB VIA AUTCHK, UN REFUS
      ******* PART EN ALERTE AVEC SON CODE MOTIF
      ****************************************************************
      /
       CONTROLE-HABILITATION.
           MOVE MNT-USER       TO AUT-PRM-USER.
           MOVE "ALCMNTX"      TO AUT-PRM-FIC.
           MOVE MNT-ACTION     TO AUT-PRM-ACTION.
           MOVE MNT-PR-MAXI    TO AUT-PRM-VAL.
           CALL "AUTCHK" USING AUT-PARM.
      *
           IF AUT-RET NOT = "00"
              MOVE "ART170"      TO ALR-PGM
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
           MOVE "ART170"      TO JRN-PGM.
           MOVE "ARTICLE"     TO JRN-FIC.
           MOVE MNT-ARTIID    TO JRN-CLE.
           MOVE MNT-USER      TO JRN-USER.
           CALL "JRNCHG" USING JRN-PARM.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
