      * is added or changed through data entry against PROVMNTX, a
      * transaction whose status flag is not "A" (active) or "B"
      * (blocked) is rejected, and every movement is listed with run
      * totals in the SITE100 mould. The supplier also carries the
      * minimum order value it delivers from and its free-carriage
      * threshold, both used by REAP100 to decide whether a
      * supplier group is sent, topped up or held over; a negative
      * amount is rejected.
      * The user who keyed each transaction must hold an AUTTAB row for
      * PROVMNTX whose ceiling neither the minimum order value nor the
      * carriage-paid threshold exceeds - checked through AUTCHK, a
      * refusal is listed REJECTD with reason code 80, 81 or 82 and
      * raises an ALERT row.
      * Every supplier added or changed is written to the shared
      * change journal through JRNCHG - key, user, and a readable
      * image of the PROVMST row before and after the change - so
      * JRN100 can say who changed a supplier, when and from what.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
           05  BPFFRN-DELAI       PIC Z(2)9.
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFFRN-CONTACT     PIC X(15).
           05  FILLER             PIC X(2)  VALUE SPACE.
           05  BPFFRN-MT-MINI     PIC -(9)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFFRN-MT-FRANCO   PIC -(9)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFFRN-ERR         PIC XX.
      *
       01  BPFFRN-TOTALS REDEFINES BPFFRN-ENR.
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
      ***** IMAGE LISIBLE D'UNE LIGNE PROVMST POUR LE JOURNAL
       01  JRN-IMAGE.
           05  JRN-IMG-NOM        PIC X(30).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-ETAT       PIC X(1).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-DELAI      PIC Z(2)9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-CONTACT    PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-MT-MINI    PIC -(9)9,99.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-MT-FRANCO  PIC -(9)9,99.
           05  FILLER             PIC X(20) VALUE SPACE.
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
      ***** HABILITE SUR AUTTAB POUR CE FICHIER ET CES MONTANTS -
      ***** SINON REJET AVEC LE CODE AUTCHK
           PERFORM CONTROLE-HABILITATION.
           IF AUT-RET NOT = "00"
              MOVE AUT-RET TO WS-ERR
              ADD 1 TO CPT-REJ
              MOVE "REJECTD" TO BPFFRN-TAG
              PERFORM EDITION-BPFFRN
              GO  TO  END-RECORD
           END-IF.
      *
      ***** LE DELAI DOIT ETRE NUMERIQUE - UN DELAI EN BLANC OU
      ***** FANTAISISTE NE DOIT PAS ATTERRIR SUR LE FICHIER MAITRE
              PERFORM EDITION-BPFFRN
              GO  TO  END-RECORD
           END-IF.
      *
      ***** UN MINIMUM DE COMMANDE OU UN FRANCO NEGATIF RETIENDRAIT
      ***** OU LIBERERAIT A TORT LES GROUPES DE REAP100
           IF MNT-MT-MINI < ZERO OR MNT-MT-FRANCO < ZERO
              ADD 1 TO CPT-REJ
              MOVE "REJECTD" TO BPFFRN-TAG
              PERFORM EDITION-BPFFRN
              GO  TO  END-RECORD
           END-IF.
      *
           MOVE MNT-ID TO FRN-ID OF FRN-ENR-DDS.
           READ PROVMST INVALID KEY
                PERFORM CREE-FOURNISSEUR
                GO  TO  END-RECORD.
      *
      ***** IMAGE AVANT POUR LE JOURNAL DES CHANGEMENTS
           PERFORM IMAGE-FOURNISSEUR.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
           MOVE MNT-NOM     TO FRN-NOM     OF FRN-ENR-DDS.
           MOVE MNT-ETAT    TO FRN-ETAT    OF FRN-ENR-DDS.
           MOVE MNT-DELAI   TO FRN-DELAI   OF FRN-ENR-DDS.
           MOVE MNT-CONTACT TO FRN-CONTACT OF FRN-ENR-DDS.
           MOVE MNT-MT-MINI   TO FRN-MT-MINI   OF FRN-ENR-DDS.
           MOVE MNT-MT-FRANCO TO FRN-MT-FRANCO OF FRN-ENR-DDS.
      *
           REWRITE FRN-ENR-DDS INVALID KEY
                ADD 1 TO CPT-REJ
           ADD 1 TO CPT-MAJ.
           MOVE "CHANGED" TO BPFFRN-TAG.
           PERFORM EDITION-BPFFRN.
      *
           PERFORM IMAGE-FOURNISSEUR.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "C"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      *
       END-RECORD.
           EXIT SECTION.
           MOVE MNT-ETAT    TO FRN-ETAT    OF FRN-ENR-DDS.
           MOVE MNT-DELAI   TO FRN-DELAI   OF FRN-ENR-DDS.
           MOVE MNT-CONTACT TO FRN-CONTACT OF FRN-ENR-DDS.
           MOVE MNT-MT-MINI   TO FRN-MT-MINI   OF FRN-ENR-DDS.
           MOVE MNT-MT-FRANCO TO FRN-MT-FRANCO OF FRN-ENR-DDS.
      *
           WRITE FRN-ENR-DDS INVALID KEY
                ADD 1 TO CPT-REJ
           ADD 1 TO CPT-AJT.
           MOVE "ADDED"   TO BPFFRN-TAG.
           PERFORM EDITION-BPFFRN.
      *
           MOVE SPACE     TO JRN-AVANT.
           PERFORM IMAGE-FOURNISSEUR.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "A"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      *
       END-RECORD.
           EXIT SECTION.
              MOVE ZERO      TO BPFFRN-DELAI
           END-IF.
           MOVE MNT-CONTACT TO BPFFRN-CONTACT.
           MOVE MNT-MT-MINI   TO BPFFRN-MT-MINI.
           MOVE MNT-MT-FRANCO TO BPFFRN-MT-FRANCO.
           MOVE WS-ERR        TO BPFFRN-ERR.
           WRITE BPFFRN-ENR.
      /
      ****************************************************************
      ******* HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ******* TRANSACTION - CONTROLE AUTTAB VIA AUTCHK, UN REFUS
      ******* PART EN ALERTE AVEC SON CODE MOTIF
      ****************************************************************
      /
       CONTROLE-HABILITATION.
           MOVE MNT-USER       TO AUT-PRM-USER.
           MOVE "PROVMNTX"     TO AUT-PRM-FIC.
           MOVE "C"            TO AUT-PRM-ACTION.
           IF MNT-MT-FRANCO > MNT-MT-MINI
              MOVE MNT-MT-FRANCO TO AUT-PRM-VAL
           ELSE
              MOVE MNT-MT-MINI   TO AUT-PRM-VAL
           END-IF.
           CALL "AUTCHK" USING AUT-PARM.
      *
           IF AUT-RET NOT = "00"
              MOVE "PROV100"     TO ALR-PGM
              MOVE "W"           TO ALR-SEV
              MOVE AUT-PRM-FIC   TO ALR-TXT-FIC
              MOVE AUT-PRM-USER  TO ALR-TXT-USER
              MOVE AUT-RET       TO ALR-TXT-ERR
              MOVE MNT-ID        TO ALR-TXT-CLE
              CALL "ALERT" USING ALR-PARM
           END-IF.
      /
      ****************************************************************
      ******* IMAGE LISIBLE DE LA LIGNE PROVMST EN COURS
      ****************************************************************
      /
       IMAGE-FOURNISSEUR.
           MOVE FRN-NOM       OF FRN-ENR-DDS TO JRN-IMG-NOM.
           MOVE FRN-ETAT      OF FRN-ENR-DDS TO JRN-IMG-ETAT.
           MOVE FRN-DELAI     OF FRN-ENR-DDS TO JRN-IMG-DELAI.
           MOVE FRN-CONTACT   OF FRN-ENR-DDS TO JRN-IMG-CONTACT.
           MOVE FRN-MT-MINI   OF FRN-ENR-DDS TO JRN-IMG-MT-MINI.
           MOVE FRN-MT-FRANCO OF FRN-ENR-DDS TO JRN-IMG-MT-FRANCO.
      /
      ****************************************************************
      ******* ECRITURE DU CHANGEMENT AU JOURNAL PARTAGE - CLE,
      ******* UTILISATEUR, IMAGES AVANT ET APRES
      ****************************************************************
      /
       ECRIT-JOURNAL.
           MOVE "PROV100"     TO JRN-PGM.
           MOVE "PROVMST"     TO JRN-FIC.
           MOVE MNT-ID        TO JRN-CLE.
           MOVE MNT-USER      TO JRN-USER.
           CALL "JRNCHG" USING JRN-PARM.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
