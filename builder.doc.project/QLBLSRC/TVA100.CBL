      * the rate/date pair being superseded on TVAHIST so a
      * historical document can still be re-priced at the rate that
      * was actually in effect on its own date.
      * A change is applied only for a user AUTTAB authorizes on
      * TVAMNTX, checked through AUTCHK against the higher of the two
      * rates keyed: anyone else's transaction is printed REJECTD with
      * reason code 80, 81 or 82 and raises an ALERT row, leaving the
      * rate untouched.
      * Beside TVAHIST, every rate added or changed is also written
      * to the shared change journal through JRNCHG - tax code,
      * user, and a readable image of the TVATAB row before and
      * after - so JRN100 answers for the tax table as for every
      * other reference file.
      * A rate whose effective date falls in a month finance has
      * closed on PERCLO is refused through PERCHK - printed
      * REJECTD with reason code 83 - so a back-dated change can no
      * longer re-price a declaration already filed; PER100 must
      * reopen the month first.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
           05  BPFTVA-TVVT        PIC -(3)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTVA-DATE        PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFTVA-ERR         PIC XX.
      *
       01  BPFTVA-TOTALS REDEFINES BPFTVA-ENR.
           05  FILLER             PIC X(1).
      *
       77  ST                     PIC XX.
       77  WS-END                 PIC XX.
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
      ***** VERROU DES MOIS CLOS SUR PERCLO - SEE PERCHK AND PER100
       01  PER-PARM.
           05  PER-PRM-DATE           PIC X(8).
           05  PER-RET                PIC XX.
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
      ***** IMAGE LISIBLE D'UNE LIGNE TVATAB POUR LE JOURNAL
       01  JRN-IMAGE.
           05  JRN-IMG-TVAT       PIC -(3)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-TVVT       PIC -(3)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-ACTIF      PIC X(1).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-CORRES     PIC X(2).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-DATE       PIC X(8).
           05  FILLER             PIC X(71) VALUE SPACE.
      *
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
      ***************************
      /
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
      ***** UNE DATE D'EFFET DANS UN MOIS CLOS SUR PERCLO EST
      ***** REFUSEE - LA PERIODE DOIT ETRE ROUVERTE PAR PER100
           MOVE MNT-DATE TO PER-PRM-DATE.
           CALL "PERCHK" USING PER-PARM.
           IF PER-RET NOT = "00"
              MOVE PER-RET TO WS-ERR
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
           MOVE MNT-LIB TO TVA-LIB OF TVA-ENR-DDS.
           READ TVATAB INVALID KEY
                PERFORM CREE-TVATAB
                GO  TO  END-RECORD.
      *
      ***** IMAGE AVANT POUR LE JOURNAL DES CHANGEMENTS
           PERFORM IMAGE-TVA.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
      ***** RETAIN THE RATE/DATE PAIR BEING SUPERSEDED BEFORE THE
      ***** NEW RATE OVERWRITES THE ACTIVE ROW
           MOVE TVA-LIB OF TVA-ENR-DDS  TO  HIST-LIB.
      *
           ADD 1 TO CPT-ECR.
           PERFORM EDITION-BPFTVA.
      *
           PERFORM IMAGE-TVA.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "C"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      *
       END-RECORD.
           EXIT SECTION.
      *
           ADD 1 TO CPT-ECR.
           PERFORM EDITION-BPFTVA.
      *
           MOVE SPACE     TO JRN-AVANT.
           PERFORM IMAGE-TVA.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "A"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      *
       END-RECORD.
           EXIT SECTION.
           MOVE TVA-TVAT OF TVA-ENR-DDS TO BPFTVA-TVAT.
           MOVE TVA-TVVT OF TVA-ENR-DDS TO BPFTVA-TVVT.
           MOVE TVA-DATE OF TVA-ENR-DDS TO BPFTVA-DATE.
           MOVE WS-ERR                  TO BPFTVA-ERR.
           WRITE BPFTVA-ENR.
      /
      ****************************************************************
      ******* EDITION D'UNE TRANSACTION REFUSEE - LES VALEURS SAISIES
      ******* SORTENT AVEC L'ETIQUETTE REJECTD ET LE CODE MOTIF
      ****************************************************************
      /
       EDITION-REJET.
           ADD 1 TO CPT-REJ.
           MOVE MNT-LIB     TO BPFTVA-LIB.
           MOVE "REJECTD"   TO BPFTVA-TAG.
           MOVE MNT-TVAT    TO BPFTVA-TVAT.
           MOVE MNT-TVVT    TO BPFTVA-TVVT.
           MOVE MNT-DATE    TO BPFTVA-DATE.
           MOVE WS-ERR      TO BPFTVA-ERR.
           WRITE BPFTVA-ENR.
      /
      ****************************************************************
      ******* HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ******* TRANSACTION - CONTROLE AUTTAB VIA AUTCHK, UN REFUS
      ******* PART EN ALERTE AVEC SON CODE MOTIF
      ****************************************************************
      /
       CONTROLE-HABILITATION.
           MOVE MNT-USER       TO AUT-PRM-USER.
           MOVE "TVAMNTX"      TO AUT-PRM-FIC.
           MOVE "C"            TO AUT-PRM-ACTION.
           IF MNT-TVVT > MNT-TVAT
              MOVE MNT-TVVT    TO AUT-PRM-VAL
           ELSE
              MOVE MNT-TVAT    TO AUT-PRM-VAL
           END-IF.
           CALL "AUTCHK" USING AUT-PARM.
      *
           IF AUT-RET NOT = "00"
              MOVE "TVA100"      TO ALR-PGM
              MOVE "W"           TO ALR-SEV
              MOVE AUT-PRM-FIC   TO ALR-TXT-FIC
              MOVE AUT-PRM-USER  TO ALR-TXT-USER
              MOVE AUT-RET       TO ALR-TXT-ERR
              MOVE MNT-LIB       TO ALR-TXT-CLE
              CALL "ALERT" USING ALR-PARM
           END-IF.
      /
      ****************************************************************
      ******* IMAGE LISIBLE DE LA LIGNE TVATAB EN COURS
      ****************************************************************
      /
       IMAGE-TVA.
           MOVE TVA-TVAT   OF TVA-ENR-DDS TO JRN-IMG-TVAT.
           MOVE TVA-TVVT   OF TVA-ENR-DDS TO JRN-IMG-TVVT.
           MOVE TVA-ACTIF  OF TVA-ENR-DDS TO JRN-IMG-ACTIF.
           MOVE TVA-CORRES OF TVA-ENR-DDS TO JRN-IMG-CORRES.
           MOVE TVA-DATE   OF TVA-ENR-DDS TO JRN-IMG-DATE.
      /
      ****************************************************************
      ******* ECRITURE DU CHANGEMENT AU JOURNAL PARTAGE - CLE,
      ******* UTILISATEUR, IMAGES AVANT ET APRES
      ****************************************************************
      /
       ECRIT-JOURNAL.
           MOVE "TVA100"      TO JRN-PGM.
           MOVE "TVATAB"      TO JRN-FIC.
           MOVE MNT-LIB       TO JRN-CLE.
           MOVE MNT-USER      TO JRN-USER.
           CALL "JRNCHG" USING JRN-PARM.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
