      * supplier row for one article, with validation - the article
      * must exist on ARTICLE1, a MINI must not be above its MAXI,
      * UM and DEV must be present - a before/after listing, and
      * run totals, all in the ART110 mould. The row also carries
      * the supplier's minimum order quantity and pack multiple for
      * the article, which REAP100 rounds its proposals up to; a
      * negative value for either is refused.
      * Each transaction names the user who keyed it; a user without an
      * AUTTAB row for PRVMNTX granting the action, or setting a price
      * maximum above the row's ceiling, is refused through AUTCHK with
      * reason code 80, 81 or 82 on the listing and an ALERT row.
      * Every supplier row added, changed or removed is written to
      * the shared change journal through JRNCHG - article and
      * supplier as the key, the user, and a readable image of the
      * ARTIPROV row before and after - so JRN100 can say who
      * changed a supplier row, when and from what.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
           05  BPFAPR-DEV         PIC X(3).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFAPR-RANG        PIC Z9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFAPR-QT-MOQ      PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFAPR-QT-COLIS    PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFAPR-ERR         PIC XX.
      *
       01  BPFAPR-TOTALS REDEFINES BPFAPR-ENR.
           05  FILLER             PIC X(1).
      ***** RECHERCHE D'UNE LIGNE ARTIID/PROV-ID PARMI LES DOUBLONS
       77  WS-LIG-TROUVE     PIC X    VALUE "N".
       77  WS-LIG-EOF        PIC X    VALUE "N".
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
      ***** IMAGE LISIBLE D'UNE LIGNE ARTIPROV POUR LE JOURNAL
       01  JRN-IMAGE.
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
           05  JRN-IMG-RANG       PIC Z9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-QT-MOQ     PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  JRN-IMG-QT-COLIS   PIC -(7)9,999.
           05  FILLER             PIC X(16) VALUE SPACE.
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
      ***** L'ARTICLE DOIT EXISTER SUR ARTICLE1
           MOVE MNT-ARTIID TO ARTIID OF ART-ENR-DDS.
              GO  TO  END-RECORD
           END-IF.
      *
      ***** UN MINIMUM DE COMMANDE OU UN COLISAGE NEGATIF N'A PAS
      ***** DE SENS POUR L'ARRONDI DES PROPOSITIONS - REJETE
           IF MNT-ACTION NOT = "S"
              AND (MNT-QT-MOQ < ZERO OR MNT-QT-COLIS < ZERO)
              PERFORM EDITION-REJET
              GO  TO  END-RECORD
           END-IF.
      *
      ***** SANS UM/DEV LES SEUILS NE SONT COMPARABLES A RIEN
           IF MNT-ACTION NOT = "S"
              AND (MNT-UM = SPACE OR MNT-DEV = SPACE)
           MOVE MNT-UM      TO PROV-UM      OF PROV-ENR-DDS.
           MOVE MNT-DEV     TO PROV-DEV     OF PROV-ENR-DDS.
           MOVE MNT-RANG    TO PROV-RANG    OF PROV-ENR-DDS.
           MOVE MNT-QT-MOQ   TO PROV-QT-MOQ   OF PROV-ENR-DDS.
           MOVE MNT-QT-COLIS TO PROV-QT-COLIS OF PROV-ENR-DDS.
           WRITE PROV-ENR-DDS.
      *
           ADD 1 TO CPT-AJT.
           MOVE "ADDED"   TO BPFAPR-TAG.
           PERFORM EDITION-BPFAPR.
      *
           MOVE SPACE     TO JRN-AVANT.
           PERFORM IMAGE-LIGNE.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "A"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      /
      ****************************************************************
      ******* MODIFICATION DE LA LIGNE FOURNISSEUR EN PLACE
      ****************************************************************
      /
       MODIFIE-LIGNE.
           PERFORM IMAGE-LIGNE.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
           MOVE MNT-QT-MINI TO PROV-QT-MINI OF PROV-ENR-DDS.
           MOVE MNT-QT-MAXI TO PROV-QT-MAXI OF PROV-ENR-DDS.
           MOVE MNT-PR-MINI TO PROV-PR-MINI OF PROV-ENR-DDS.
           MOVE MNT-UM      TO PROV-UM      OF PROV-ENR-DDS.
           MOVE MNT-DEV     TO PROV-DEV     OF PROV-ENR-DDS.
           MOVE MNT-RANG    TO PROV-RANG    OF PROV-ENR-DDS.
           MOVE MNT-QT-MOQ   TO PROV-QT-MOQ   OF PROV-ENR-DDS.
           MOVE MNT-QT-COLIS TO PROV-QT-COLIS OF PROV-ENR-DDS.
           REWRITE PROV-ENR-DDS.
      *
           ADD 1 TO CPT-MAJ.
           MOVE "CHANGED" TO BPFAPR-TAG.
           PERFORM EDITION-BPFAPR.
      *
           PERFORM IMAGE-LIGNE.
           MOVE JRN-IMAGE TO JRN-APRES.
           MOVE "C"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      /
      ****************************************************************
      ******* SUPPRESSION DE LA LIGNE FOURNISSEUR - LES ANCIENNES
           ELSE
              MOVE ZERO                       TO BPFAPR-RANG
           END-IF.
           MOVE PROV-QT-MOQ OF PROV-ENR-DDS   TO BPFAPR-QT-MOQ.
           MOVE PROV-QT-COLIS OF PROV-ENR-DDS TO BPFAPR-QT-COLIS.
           MOVE SPACE                         TO BPFAPR-ERR.
           WRITE BPFAPR-ENR.
      *
           PERFORM IMAGE-LIGNE.
           MOVE JRN-IMAGE TO JRN-AVANT.
      *
           DELETE ARTIPROV RECORD.
           ADD 1 TO CPT-SUP.
      *
           MOVE SPACE     TO JRN-APRES.
           MOVE "S"       TO JRN-ACTION.
           PERFORM ECRIT-JOURNAL.
      /
      ****************************************************************
      ******* EDITION DE LA LIGNE DE CONTROLE AVANT/APRES
           ELSE
              MOVE ZERO     TO BPFAPR-RANG
           END-IF.
           MOVE MNT-QT-MOQ   TO BPFAPR-QT-MOQ.
           MOVE MNT-QT-COLIS TO BPFAPR-QT-COLIS.
           MOVE WS-ERR       TO BPFAPR-ERR.
           WRITE BPFAPR-ENR.
      /
      ****************************************************************
           PERFORM EDITION-BPFAPR.
      /
      ****************************************************************
      ******* HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ******* TRANSACTION - CONTROLE AUTTAB VIA AUTCHK, UN REFUS
      ******* PART EN ALERTE AVEC SON CODE MOTIF
      ****************************************************************
      /
       CONTROLE-HABILITATION.
           MOVE MNT-USER       TO AUT-PRM-USER.
           MOVE "PRVMNTX"      TO AUT-PRM-FIC.
           MOVE MNT-ACTION     TO AUT-PRM-ACTION.
           MOVE MNT-PR-MAXI    TO AUT-PRM-VAL.
           CALL "AUTCHK" USING AUT-PARM.
      *
           IF AUT-RET NOT = "00"
              MOVE "ART140"      TO ALR-PGM
              MOVE "W"           TO ALR-SEV
              MOVE AUT-PRM-FIC   TO ALR-TXT-FIC
              MOVE AUT-PRM-USER  TO ALR-TXT-USER
              MOVE AUT-RET       TO ALR-TXT-ERR
              MOVE MNT-ARTIID    TO ALR-TXT-CLE
              CALL "ALERT" USING ALR-PARM
           END-IF.
      /
      ****************************************************************
      ******* IMAGE LISIBLE DE LA LIGNE ARTIPROV EN COURS
      ****************************************************************
      /
       IMAGE-LIGNE.
           MOVE PROV-QT-MINI  OF PROV-ENR-DDS TO JRN-IMG-QT-MINI.
           MOVE PROV-QT-MAXI  OF PROV-ENR-DDS TO JRN-IMG-QT-MAXI.
           MOVE PROV-PR-MINI  OF PROV-ENR-DDS TO JRN-IMG-PR-MINI.
           MOVE PROV-PR-MAXI  OF PROV-ENR-DDS TO JRN-IMG-PR-MAXI.
           MOVE PROV-UM       OF PROV-ENR-DDS TO JRN-IMG-UM.
           MOVE PROV-DEV      OF PROV-ENR-DDS TO JRN-IMG-DEV.
           IF PROV-RANG OF PROV-ENR-DDS IS NUMERIC
              MOVE PROV-RANG  OF PROV-ENR-DDS TO JRN-IMG-RANG
           ELSE
              MOVE ZERO                       TO JRN-IMG-RANG
           END-IF.
           MOVE PROV-QT-MOQ   OF PROV-ENR-DDS TO JRN-IMG-QT-MOQ.
           MOVE PROV-QT-COLIS OF PROV-ENR-DDS TO JRN-IMG-QT-COLIS.
      /
      ****************************************************************
      ******* ECRITURE DU CHANGEMENT AU JOURNAL PARTAGE - CLE,
      ******* UTILISATEUR, IMAGES AVANT ET APRES
      ****************************************************************
      /
       ECRIT-JOURNAL.
           MOVE "ART140"      TO JRN-PGM.
           MOVE "ARTIPROV"    TO JRN-FIC.
           MOVE SPACE         TO JRN-CLE.
           MOVE MNT-ARTIID    TO JRN-CLE(1:15).
           MOVE MNT-PROV-ID   TO JRN-CLE(17:8).
           MOVE MNT-USER      TO JRN-USER.
           CALL "JRNCHG" USING JRN-PARM.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
