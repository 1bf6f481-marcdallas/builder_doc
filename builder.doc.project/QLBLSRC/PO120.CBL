      * or cancelled is refused with a NOT-OPEN tag, an unknown
      * number with UNKNOWN, and everything retired or refused is
      * printed with the supplier and expected date it carried.
      * An order PO130 had already transmitted is flagged NOTICE
      * DUE on its line: it stays marked transmitted, and PO130's
      * next pass sends the supplier the cancellation notice.
      * POCMNTX is a one-shot transaction extract the job's CL
      * clears behind the pass, like the other MNTX files.
      * A cancellation keyed by a user without an AUTTAB row for POCMNTX
      * is refused through AUTCHK with a REFUSED tag and reason code 80
      * or 81 on its line, and raises an ALERT row.
      ***********************
       ENVIRONMENT DIVISION.
      ***********************
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  FILLER             PIC X(4)  VALUE "DUE=".
           05  BPFCAN-ATTENDU     PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFCAN-NOTE        PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFCAN-ERR         PIC XX.
      *
       01  BPFCAN-TOTALS REDEFINES BPFCAN-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "REJ=".
           05  BPFCAN-TOT-REJ     PIC Z(5)9.
           05  FILLER             PIC X(11).
      *
      /
       WORKING-STORAGE SECTION.
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
       01  DATE-JOUR   VALUE SPACES.
           05  AN          PIC XX.
      ***************************
      /
       TRT-RECORD.
           MOVE SPACE TO WS-ERR.
      *
           MOVE CAN-PONUM TO PO-NUM OF PO-ENR-DDS.
           READ POMST INVALID KEY
                ADD 1 TO CPT-REJ
                MOVE "UNKNOWN " TO BPFCAN-TAG
                MOVE SPACE      TO BPFCAN-PROV-ID
                MOVE SPACE      TO BPFCAN-ATTENDU
                MOVE SPACE      TO BPFCAN-NOTE
                MOVE SPACE      TO BPFCAN-ERR
                WRITE BPFCAN-ENR
                GO  TO  END-RECORD.
      *
      ***** L'UTILISATEUR QUI A SAISI L'ANNULATION DOIT ETRE
      ***** HABILITE SUR AUTTAB - SINON REFUS AVEC LE CODE AUTCHK
           PERFORM CONTROLE-HABILITATION.
           IF AUT-RET NOT = "00"
              ADD 1 TO CPT-REJ
              MOVE AUT-RET    TO WS-ERR
              MOVE "REFUSED " TO BPFCAN-TAG
              MOVE SPACE      TO BPFCAN-NOTE
              PERFORM EDITION-BPFCAN
              GO  TO  END-RECORD
           END-IF.
      *
           IF PO-ETAT OF PO-ENR-DDS NOT = "O"
              ADD 1 TO CPT-REJ
              MOVE "NOT-OPEN" TO BPFCAN-TAG
              MOVE SPACE      TO BPFCAN-NOTE
              PERFORM EDITION-BPFCAN
              GO  TO  END-RECORD
           END-IF.
      *
           ADD 1 TO CPT-CAN.
           MOVE "CANCELED" TO BPFCAN-TAG.
      ***** DEJA TRANSMIS AU FOURNISSEUR - L'AVIS D'ANNULATION PART
      ***** AU PROCHAIN PASSAGE DE PO130
           IF PO-TRANS OF PO-ENR-DDS = "T"
              MOVE "NOTICE DUE" TO BPFCAN-NOTE
           ELSE
              MOVE SPACE        TO BPFCAN-NOTE
           END-IF.
           PERFORM EDITION-BPFCAN.
      *
       END-RECORD.
           MOVE CAN-PONUM                   TO BPFCAN-PONUM.
           MOVE PO-PROV-ID OF PO-ENR-DDS    TO BPFCAN-PROV-ID.
           MOVE PO-DT-ATTENDU OF PO-ENR-DDS TO BPFCAN-ATTENDU.
           MOVE WS-ERR                      TO BPFCAN-ERR.
           WRITE BPFCAN-ENR.
      /
      ****************************************************************
      ******* HABILITATION DE L'UTILISATEUR QUI A SAISI LA
      ******* TRANSACTION - CONTROLE AUTTAB VIA AUTCHK, UN REFUS
      ******* PART EN ALERTE AVEC SON CODE MOTIF
      ****************************************************************
      /
       CONTROLE-HABILITATION.
           MOVE CAN-USER       TO AUT-PRM-USER.
           MOVE "POCMNTX"      TO AUT-PRM-FIC.
           MOVE "C"            TO AUT-PRM-ACTION.
           MOVE ZERO           TO AUT-PRM-VAL.
           CALL "AUTCHK" USING AUT-PARM.
      *
           IF AUT-RET NOT = "00"
              MOVE "PO120"       TO ALR-PGM
              MOVE "W"           TO ALR-SEV
              MOVE AUT-PRM-FIC   TO ALR-TXT-FIC
              MOVE AUT-PRM-USER  TO ALR-TXT-USER
              MOVE AUT-RET       TO ALR-TXT-ERR
              MOVE CAN-PONUM     TO ALR-TXT-CLE
              CALL "ALERT" USING ALR-PARM
           END-IF.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
