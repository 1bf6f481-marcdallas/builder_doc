       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHD130.
      /
      ***********************
      * This program draws up the restart plan of a broken night,
      * so the operator called at three in the morning no longer
      * works out by hand which steps completed, which must run
      * again and in what order. It gathers the night's evidence
      * the chain already leaves behind - today's end-of-run rows
      * on RUNFIL, the LDAAUDIT start/end pairs on AUDFIL (today's
      * and yesterday's, a chain started before midnight), the
      * CHKPT restart position of every job that keeps one and
      * today's BAL100 verdict on BALSTAT - and walks the SCHDTAB
      * chain in SCHD-PRED dependency order, predecessors first.
      * Every job of the night is listed as COMPLETED, ABENDED
      * (a start without its end, or a CHKPT position left
      * standing, printed with the start time and the position)
      * or NOT STARTED, and the jobs to run again are numbered in
      * the order they must go. A completed step is never rerun -
      * a second STK100 or ART100 pass would post the night twice
      * - and neither is a step SCHDTAB marks not restartable
      * (SCHD-REPRISE "N") once it has started: it is refused for
      * recovery by hand, and every job behind it, or behind a
      * BAL100 balance that did not come out "OK", is HELD. A job
      * of restart type "C" resumes itself from its CHKPT position
      * (ART100, STK100). When RCVPRM asks for it the reruns are
      * resubmitted through QCMDEXC the way SCHD100 submits, in
      * plan order on the single-threaded job queue, and a job
      * SCHD100 had not yet sent tonight has its echeance advanced
      * the SCHD100 way so it does not go a second time. Refused
      * or held steps are raised on the central alert file.
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
           SELECT  SCHDTAB
                   ASSIGN       TO DATABASE-SCHDTAB
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF SCHD-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  RCVPRM
                   ASSIGN       TO DATABASE-RCVPRM
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  CHKPT
                   ASSIGN       TO DATABASE-CHKPT
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF CHKPT-ENR
                   FILE STATUS  IS ST.
      *
           SELECT  RUNFIL
                   ASSIGN       TO DATABASE-RUNFIL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  AUDFIL
                   ASSIGN       TO DATABASE-AUDFIL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BALSTAT
                   ASSIGN       TO DATABASE-BALSTAT
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFRCV
                   ASSIGN       TO PRINTER-BPFRCV
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  SCHDTAB   LABEL RECORD STANDARD.
       01  SCHD-ENR-DDS.
           COPY DDS-ALL-FORMAT OF SCHDTAB.
      *
       FD  RCVPRM  LABEL RECORD STANDARD.
       01  PRM-ENR-DDS.
           COPY DDS-ALL-FORMAT OF RCVPRM.
      *
      ****************************************************************
      **** RESTART/CHECKPOINT FILE - READ ONLY HERE, FOR THE POSITION
      **** LEFT STANDING BY A JOB THAT DID NOT REACH ITS END
      ****************************************************************
       FD  CHKPT   LABEL RECORD STANDARD.
       01  CHKPT-ENR.
           COPY DDS-ALL-FORMAT OF CHKPT.
      *
      ****************************************************************
      **** SHARED RUN-STATISTICS FILE - TODAY'S END-OF-RUN ROWS ARE
      **** THE JOBS OF THE NIGHT THAT COMPLETED
      ****************************************************************
       FD  RUNFIL  LABEL RECORD STANDARD.
       01  RUNFIL-ENR.
           05  FILLER             PIC X(1).
           05  RUNFIL-PGM         PIC X(10).
           05  FILLER             PIC X(1).
           05  RUNFIL-DT          PIC X(8).
           05  FILLER             PIC X(1).
           05  RUNFIL-LIB1        PIC X(3).
           05  RUNFIL-CPT1        PIC 9(8).
           05  FILLER             PIC X(1).
           05  RUNFIL-LIB2        PIC X(3).
           05  RUNFIL-CPT2        PIC 9(8).
           05  FILLER             PIC X(1).
           05  RUNFIL-LIB3        PIC X(3).
           05  RUNFIL-CPT3        PIC 9(8).
      *
      ****************************************************************
      **** LDAAUDIT START/END TRAIL - A START ROW WITHOUT THE END
      **** ROW AFTER IT IS A RUN THAT DIED ON ITS WAY
      ****************************************************************
       FD  AUDFIL  LABEL RECORD STANDARD.
       01  AUDFIL-ENR.
           05  FILLER             PIC X(1).
           05  AUDFIL-PGM         PIC X(10).
           05  FILLER             PIC X(1).
           05  AUDFIL-JOB         PIC X(10).
           05  FILLER             PIC X(1).
           05  AUDFIL-USER        PIC X(10).
           05  FILLER             PIC X(1).
           05  AUDFIL-NBR         PIC X(6).
           05  FILLER             PIC X(1).
           05  AUDFIL-DT-AN       PIC X(2).
           05  AUDFIL-DT-MOIS     PIC X(2).
           05  AUDFIL-DT-QQQ      PIC X(3).
           05  FILLER             PIC X(1).
           05  AUDFIL-TYP         PIC X(1).
           05  FILLER             PIC X(1).
           05  AUDFIL-STAT        PIC X(2).
           05  FILLER             PIC X(1).
           05  AUDFIL-HMS         PIC X(6).
      *
      ****************************************************************
      **** BAL100 BALANCE VERDICTS - THE LAST ONE OF THE DAY COUNTS
      ****************************************************************
       FD  BALSTAT  LABEL RECORD STANDARD.
       01  BALSTAT-ENR.
           05  FILLER             PIC X(1).
           05  BALSTAT-DT         PIC X(8).
           05  FILLER             PIC X(1).
           05  BALSTAT-VERDICT    PIC X(2).
           05  FILLER             PIC X(1).
           05  BALSTAT-DET        PIC 9(8).
           05  FILLER             PIC X(1).
           05  BALSTAT-DIS        PIC 9(8).
           05  FILLER             PIC X(1).
           05  BALSTAT-ANO        PIC 9(8).
      *
      ****************************************************************
      **** RESTART PLAN - ONE LINE PER JOB OF THE NIGHT IN DEPENDENCY
      **** ORDER, THE RERUNS NUMBERED IN THE ORDER THEY MUST GO
      ****************************************************************
       FD  BPFRCV  LABEL RECORD STANDARD.
       01  BPFRCV-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFRCV-SEQ         PIC ZZZ.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFRCV-JOB         PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFRCV-PRED        PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFRCV-ETAT        PIC X(11).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFRCV-POS         PIC Z(6).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFRCV-HMS         PIC X(6).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFRCV-MSG         PIC X(16).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFRCV-SOU         PIC X(9).
           05  FILLER             PIC X(1)  VALUE SPACE.
      *
       01  BPFRCV-ENTETE REDEFINES BPFRCV-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(14).
           05  BPFRCV-ENT-DT      PIC X(8).
           05  FILLER             PIC X(2).
           05  FILLER             PIC X(8).
           05  BPFRCV-ENT-BAL     PIC X(2).
           05  FILLER             PIC X(2).
           05  FILLER             PIC X(9).
           05  BPFRCV-ENT-SOU     PIC X(1).
           05  FILLER             PIC X(33).
      *
       01  BPFRCV-TOTALS REDEFINES BPFRCV-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFRCV-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "TER=".
           05  BPFRCV-TOT-TER     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "REP=".
           05  BPFRCV-TOT-REP     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "REF=".
           05  BPFRCV-TOT-REF     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "SOU=".
           05  BPFRCV-TOT-SOU     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "DEB=".
           05  BPFRCV-TOT-DEB     PIC Z(5)9.
           05  FILLER             PIC X(1).
      *
      /
       WORKING-STORAGE SECTION.
      *
      ***** SOUMISSION D'UNE REPRISE PAR QCMDEXC - LA MEME COMMANDE
      ***** QUE SCHD100, CONSTRUITE AUTOUR DU NOM DE JOB DE SCHDTAB
       01  WS-CMD.
           05  FILLER             PIC X(16) VALUE "SBMJOB CMD(CALL ".
           05  FILLER             PIC X(04) VALUE "PGM(".
           05  WS-CMD-PGM         PIC X(10).
           05  FILLER             PIC X(07) VALUE ")) JOB(".
           05  WS-CMD-JOB         PIC X(10).
           05  FILLER             PIC X(01) VALUE ")".
       77  WS-CMD-LG              PIC S9(10)V9(5) COMP-3 VALUE 48.
      *
      ***** RESOUMISSION DEMANDEE SUR RCVPRM - PAR DEFAUT LE PLAN
      ***** EST SEULEMENT EDITE
       77  WS-SOUMET         PIC X     VALUE "N".
       77  WS-SOU-OK         PIC X     VALUE "N".
      *
      ***** JOBS TERMINES AUJOURD'HUI - LES LIGNES RUNFIL DU JOUR
       77  WK-FIN-NBPST      PIC 9(3) VALUE 100.
       77  WK-FIN-NB         PIC 9(3) VALUE ZERO.
       01  WK-FIN-TABLE.
           05  WK-FIN-TP    OCCURS 100 INDEXED BY IN-FIN.
               10  WK-FIN-PGM         PIC X(10).
      *
       77  WS-FIN-TROUVE     PIC X     VALUE "N".
       77  WS-FIN-CHERCHE    PIC X(10) VALUE SPACE.
       77  WS-RUN-EOF        PIC X     VALUE "N".
      *
      ***** LES JOBS DE SCHDTAB AVEC LES PREUVES DE LA NUIT -
      ***** ETAT "T" TERMINE, "A" ABANDONNE EN COURS, "N" NON
      ***** DEMARRE - ET L'ACTION RETENUE PAR LE PLAN : "C" TERMINE
      ***** SANS REPRISE, "K" TERMINE SUR BALANCE NON "OK", "R"
      ***** A RELANCER, "P" A REPRENDRE SUR CHKPT, "M" NON
      ***** REPRENABLE, "H" TENU SUR PREDECESSEUR, "L" BOUCLE DE
      ***** PREDECESSEURS
       77  WK-JOB-NBPST      PIC 9(3) VALUE 100.
       77  WK-JOB-NB         PIC 9(3) VALUE ZERO.
       01  WK-JOB-TABLE.
           05  WK-JOB-TP    OCCURS 100 INDEXED BY IN-JOB.
               10  WK-JOB-ID          PIC X(10).
               10  WK-JOB-PRED        PIC X(10).
               10  WK-JOB-REP         PIC X(1).
               10  WK-JOB-LAST        PIC X(8).
               10  WK-JOB-NEXT        PIC X(8).
               10  WK-JOB-CHN         PIC X(1).
               10  WK-JOB-ETAT        PIC X(1).
               10  WK-JOB-OUV         PIC X(1).
               10  WK-JOB-HMS         PIC X(6).
               10  WK-JOB-POS         PIC 9(6).
               10  WK-JOB-EDT         PIC X(1).
               10  WK-JOB-ACT         PIC X(1).
      *
       77  WS-JOB-CHERCHE    PIC X(10) VALUE SPACE.
       77  WS-JOB-TROUVE     PIC X     VALUE "N".
       77  IX-JOB2           PIC 9(3)  VALUE ZERO.
       77  WS-END-TAB        PIC X     VALUE "N".
       77  WS-AUD-EOF        PIC X     VALUE "N".
      *
      ***** ORDRE DE DEPENDANCE - TOURS REPETES COMME SCHD120, UN
      ***** TOUR SANS PROGRES AVEC DES RESTANTS SIGNE UNE BOUCLE
       77  WS-RESTE          PIC X     VALUE "N".
       77  WS-PROGRES        PIC X     VALUE "N".
       77  WS-PRED-ATTEND    PIC X     VALUE "N".
       77  WS-PRED-OK        PIC X     VALUE "N".
       77  WS-RANG           PIC 9(3)  VALUE ZERO.
      *
      ***** VERDICT BAL100 DU JOUR - A BLANC QUAND AUCUNE LIGNE DU
      ***** JOUR, CE QUI VAUT REFUS COMME DANS STK100
       77  WS-BAL-JOB        PIC X(10) VALUE "BAL100".
       77  WS-BAL-VERDICT    PIC XX    VALUE SPACE.
       77  WS-BAL-EOF        PIC X     VALUE "N".
      *
      ***** DATES AN/QUANTIEME D'AUDFIL DU JOUR ET DE LA VEILLE
       77  WS-AUJOURD-ANQ    PIC X(7)  VALUE SPACE.
       77  WS-VEILLE-ANQ     PIC X(7)  VALUE SPACE.
       77  WS-ENR-ANQ        PIC X(7)  VALUE SPACE.
       77  WS-ANQ-DATE       PIC X(8)  VALUE SPACE.
       77  WS-ANQ-RES        PIC X(7)  VALUE SPACE.
       77  WS-QUANTIEME      PIC 9(3)  VALUE ZERO.
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
       77  CPT-TER           PIC 9(6) VALUE ZERO.
       77  CPT-REP           PIC 9(6) VALUE ZERO.
       77  CPT-REF           PIC 9(6) VALUE ZERO.
       77  CPT-SOU           PIC 9(6) VALUE ZERO.
      ***** DEPASSEMENT DES TABLES - DES LIGNES RUNFIL DU JOUR OU DES
      ***** JOBS SCHDTAB N'ONT PAS PU ETRE TENUS, LE PLAN PEUT ETRE
      ***** INCOMPLET - LE TOTAL DEB= LE SIGNALE
       77  CPT-DEB           PIC 9(6) VALUE ZERO.
      *
      ***** CENTRAL ALERT FILE - SEE ALERT AND THE OPS110 PAGE
       01  ALR-PARM.
           05  ALR-PGM            PIC X(10).
           05  ALR-SEV            PIC X(1).
           05  ALR-TEXTE.
               10  FILLER         PIC X(30)
                   VALUE "RECOVERY STEPS REFUSED OR HELD".
               10  FILLER         PIC X(1)  VALUE "=".
               10  ALR-TXT-CPT    PIC Z(5)9.
               10  FILLER         PIC X(23) VALUE SPACE.
      *
       77  ST                     PIC XX.
       77  WS-END                 PIC XX.
      *
       01  WS-TODAY-YMD  VALUE ZERO.
           05  WS-TODAY-AA        PIC 9(4).
           05  WS-TODAY-MM        PIC 9(2).
           05  WS-TODAY-JJ        PIC 9(2).
      *
       77  WS-TODAY-DATE          PIC X(8) VALUE SPACE.
      *
       01  WS-DATE-DECOMP.
           05  WS-DATE-AA         PIC 9(4).
           05  WS-DATE-MM         PIC 9(2).
           05  WS-DATE-JJ         PIC 9(2).
      *
       77  WS-NBJ-AVANCE          PIC 9(3)  VALUE ZERO.
       77  WS-DATE-VALIDE         PIC X     VALUE "N".
      *
      ***** SHARED CALENDAR ROUTINE - SEE DATCALC
       01  DAT-PARM.
           05  DAT-FON                PIC X(3).
           05  DAT-DAT1               PIC X(8).
           05  DAT-DAT2               PIC X(8).
           05  DAT-NBJ                PIC S9(7).
           05  DAT-RES                PIC X(8).
           05  DAT-JSM                PIC 9(1).
           05  DAT-RET                PIC XX.
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
           ACCEPT   WS-TODAY-YMD  FROM  DATE YYYYMMDD.
           MOVE WS-TODAY-YMD TO WS-TODAY-DATE.
      *
      ***** RESOUMISSION DEMANDEE - ABSENT OU AUTRE QUE "Y" = PLAN
      ***** SEULEMENT
           OPEN INPUT  RCVPRM.
           READ RCVPRM NEXT AT END
                GO  TO   FIN-RCVPRM.
           IF PRM-SOUMET OF PRM-ENR-DDS = "Y"
              MOVE "Y" TO WS-SOUMET
           END-IF.
       FIN-RCVPRM.
           CLOSE RCVPRM.
      *
      ***** LES PREUVES DE LA NUIT
           PERFORM CHARGE-JOBS-TERMINES.
      *
           OPEN I-O    SCHDTAB.
           OPEN INPUT  CHKPT.
           OPEN OUTPUT BPFRCV.
      *
           PERFORM CHARGE-JOBS.
           PERFORM CHARGE-AUDIT.
           PERFORM CONTROLE-BALANCE.
      *
           SET IN-JOB TO 1.
           PERFORM CLASSE-JOB UNTIL IN-JOB > WK-JOB-NB.
      *
           PERFORM EDITION-ENTETE.
      *
      ***** LE PLAN EN ORDRE DE DEPENDANCE
           MOVE "Y" TO WS-RESTE.
           MOVE "Y" TO WS-PROGRES.
           PERFORM TOUR-DEPENDANCE UNTIL WS-RESTE = "N"
                                       OR WS-PROGRES = "N".
      *
      ***** LES RESTANTS D'UNE BOUCLE DE PREDECESSEURS
           IF WS-RESTE = "Y"
              SET IN-JOB TO 1
              PERFORM EDITION-BOUCLE UNTIL IN-JOB > WK-JOB-NB
           END-IF.
      *
       VIDE.
           PERFORM EDITION-TOTAUX.
      *
      ***** LES ETAPES REFUSEES OU TENUES PARTENT AU FICHIER CENTRAL
      ***** ALRFIL - L'OPERATEUR DU MATIN LES VOIT SUR OPS110
           IF CPT-REF NOT = ZERO
              MOVE "SCHD130" TO ALR-PGM
              MOVE "W"       TO ALR-SEV
              MOVE CPT-REF   TO ALR-TXT-CPT
              CALL "ALERT" USING ALR-PARM
           END-IF.
      *
           CLOSE  SCHDTAB
                  CHKPT
                  BPFRCV.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "SCHD130"   TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "REP"      TO RUN-LIB2.
           MOVE CPT-REP    TO RUN-CPT2.
           MOVE "SOU"      TO RUN-LIB3.
           MOVE CPT-SOU    TO RUN-CPT3.
           CALL "RUNSTAT" USING RUN-PARM.
      *
           STOP    RUN.
      ***********************************************************
      ***  END PROGRAM
      ***********************************************************
      /
      ****************************************************************
      ******* CHARGEMENT DES JOBS TERMINES AUJOURD'HUI - LES LIGNES
      ******* RUNFIL PORTANT LA DATE DU JOUR, COMME SCHD100
      ****************************************************************
      /
       CHARGE-JOBS-TERMINES.
           OPEN INPUT RUNFIL.
           MOVE "N" TO WS-RUN-EOF.
           PERFORM CHARGE-FIN-SUIVANT UNTIL WS-RUN-EOF = "Y".
           CLOSE RUNFIL.
      /
       CHARGE-FIN-SUIVANT.
           READ RUNFIL NEXT AT END
                MOVE "Y" TO WS-RUN-EOF
           END-READ.
      *
           IF WS-RUN-EOF NOT = "Y"
              IF RUNFIL-DT = WS-TODAY-DATE
                 IF WK-FIN-NB < WK-FIN-NBPST
                    ADD 1 TO WK-FIN-NB
                    SET IN-FIN TO WK-FIN-NB
                    MOVE RUNFIL-PGM TO WK-FIN-PGM(IN-FIN)
                 ELSE
                    ADD 1 TO CPT-DEB
                 END-IF
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* CHARGEMENT DES JOBS DE SCHDTAB - LA POSITION CHKPT EST
      ******* RELEVEE POUR LES JOBS QUI SE REPRENNENT SUR CHKPT
      ****************************************************************
      /
       CHARGE-JOBS SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE "N" TO WS-END-TAB.
           MOVE LOW-VALUE TO EXTERNALLY-DESCRIBED-KEY
                             OF SCHD-ENR-DDS.
           START SCHDTAB KEY IS NOT LESS THAN
                 EXTERNALLY-DESCRIBED-KEY OF SCHD-ENR-DDS
                 INVALID KEY
                 MOVE "Y" TO WS-END-TAB.
      *
           PERFORM CHARGE-JOB-SUIVANT UNTIL WS-END-TAB = "Y".
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CHARGE-JOB-SUIVANT.
           READ SCHDTAB NEXT AT END
                MOVE "Y" TO WS-END-TAB
           END-READ.
      *
           IF WS-END-TAB NOT = "Y"
              ADD 1 TO CPT-LUS
              IF WK-JOB-NB >= WK-JOB-NBPST
                 ADD 1 TO CPT-DEB
              ELSE
                 ADD 1 TO WK-JOB-NB
                 SET IN-JOB TO WK-JOB-NB
                 MOVE SCHD-JOB OF SCHD-ENR-DDS
                      TO WK-JOB-ID(IN-JOB)
                 MOVE SCHD-PRED OF SCHD-ENR-DDS
                      TO WK-JOB-PRED(IN-JOB)
                 MOVE SCHD-REPRISE OF SCHD-ENR-DDS
                      TO WK-JOB-REP(IN-JOB)
                 MOVE SCHD-LAST-RUN OF SCHD-ENR-DDS
                      TO WK-JOB-LAST(IN-JOB)
                 MOVE SCHD-NEXT-DUE OF SCHD-ENR-DDS
                      TO WK-JOB-NEXT(IN-JOB)
                 MOVE "N"   TO WK-JOB-CHN(IN-JOB)
                 MOVE "N"   TO WK-JOB-ETAT(IN-JOB)
                 MOVE "N"   TO WK-JOB-OUV(IN-JOB)
                 MOVE SPACE TO WK-JOB-HMS(IN-JOB)
                 MOVE ZERO  TO WK-JOB-POS(IN-JOB)
                 MOVE "N"   TO WK-JOB-EDT(IN-JOB)
                 MOVE SPACE TO WK-JOB-ACT(IN-JOB)
                 IF WK-JOB-REP(IN-JOB) = "C"
                    PERFORM RELEVE-CHKPT
                 END-IF
              END-IF
           END-IF.
      /
      ***** POSITION DE REPRISE LAISSEE SUR CHKPT SOUS LE NOM DU JOB
      ***** - UNE FIN DE RUN COMPLETE LA REMET A ZERO
       RELEVE-CHKPT.
           MOVE WK-JOB-ID(IN-JOB) TO CHKPT-PGM.
           READ CHKPT
                INVALID KEY
                     MOVE ZERO TO CHKPT-CPT
           END-READ.
           IF CHKPT-CPT IS NUMERIC
              MOVE CHKPT-CPT TO WK-JOB-POS(IN-JOB)
           END-IF.
      /
      ****************************************************************
      ******* LECTURE DE LA PISTE LDAAUDIT DU JOUR ET DE LA VEILLE -
      ******* UN DEBUT ("D", OU TYPE A BLANC D'AVANT LE MARQUEUR)
      ******* OUVRE LE JOB, UNE FIN "F" LE REFERME - CE QUI RESTE
      ******* OUVERT EST UN RUN MORT EN ROUTE
      ****************************************************************
      /
       CHARGE-AUDIT SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE WS-TODAY-DATE TO WS-ANQ-DATE.
           PERFORM CALCULE-ANQ.
           MOVE WS-ANQ-RES TO WS-AUJOURD-ANQ.
      *
           MOVE "AJT" TO DAT-FON.
           MOVE WS-TODAY-DATE TO DAT-DAT1.
           MOVE -1 TO DAT-NBJ.
           CALL "DATCALC" USING DAT-PARM.
           MOVE DAT-RES TO WS-ANQ-DATE.
           PERFORM CALCULE-ANQ.
           MOVE WS-ANQ-RES TO WS-VEILLE-ANQ.
      *
           OPEN INPUT AUDFIL.
           MOVE "N" TO WS-AUD-EOF.
           PERFORM CHARGE-AUDIT-SUIVANT UNTIL WS-AUD-EOF = "Y".
           CLOSE AUDFIL.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       CHARGE-AUDIT-SUIVANT.
           READ AUDFIL NEXT AT END
                MOVE "Y" TO WS-AUD-EOF
           END-READ.
      *
           IF WS-AUD-EOF NOT = "Y"
              MOVE AUDFIL-DT-AN   TO WS-ENR-ANQ(1:2)
              MOVE AUDFIL-DT-MOIS TO WS-ENR-ANQ(3:2)
              MOVE AUDFIL-DT-QQQ  TO WS-ENR-ANQ(5:3)
              IF WS-ENR-ANQ = WS-AUJOURD-ANQ
                 OR WS-ENR-ANQ = WS-VEILLE-ANQ
                 MOVE AUDFIL-PGM TO WS-JOB-CHERCHE
                 PERFORM CHERCHE-JOB
                 IF WS-JOB-TROUVE = "Y"
                    IF AUDFIL-TYP = "F"
                       MOVE "N" TO WK-JOB-OUV(IX-JOB2)
                    ELSE
                       MOVE "Y" TO WK-JOB-OUV(IX-JOB2)
                       MOVE AUDFIL-HMS TO WK-JOB-HMS(IX-JOB2)
                    END-IF
                 END-IF
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* CALCUL D'UNE DATE EN AN/QUANTIEME D'AUDFIL - MEME
      ******* TRANSCRIPTION QU'AUD110
      ****************************************************************
      /
       CALCULE-ANQ.
           MOVE "DIF" TO DAT-FON.
           MOVE WS-ANQ-DATE TO DAT-DAT1.
           MOVE "0101" TO DAT-DAT1(5:4).
           MOVE WS-ANQ-DATE TO DAT-DAT2.
           CALL "DATCALC" USING DAT-PARM.
           COMPUTE WS-QUANTIEME = DAT-NBJ + 1.
      *
           MOVE WS-ANQ-DATE(3:2) TO WS-ANQ-RES(1:2).
           MOVE WS-ANQ-DATE(5:2) TO WS-ANQ-RES(3:2).
           MOVE WS-QUANTIEME     TO WS-ANQ-RES(5:3).
      /
      ****************************************************************
      ******* LECTURE DU VERDICT BAL100 DU JOUR SUR BALSTAT - LE
      ******* DERNIER DE LA DATE GAGNE, COMME DANS STK100
      ****************************************************************
      /
       CONTROLE-BALANCE.
           MOVE SPACE TO WS-BAL-VERDICT.
           OPEN INPUT BALSTAT.
           MOVE "N" TO WS-BAL-EOF.
           PERFORM CONTROLE-BAL-SUIVANT UNTIL WS-BAL-EOF = "Y".
           CLOSE BALSTAT.
      /
       CONTROLE-BAL-SUIVANT.
           READ BALSTAT NEXT AT END
                MOVE "Y" TO WS-BAL-EOF
           END-READ.
      *
           IF WS-BAL-EOF NOT = "Y"
              IF BALSTAT-DT = WS-TODAY-DATE
                 MOVE BALSTAT-VERDICT TO WS-BAL-VERDICT
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* ETAT DE LA NUIT D'UN JOB - UN DEBUT SANS FIN PRIME SUR
      ******* LA LIGNE RUNFIL (UN RUN TERMINE PUIS RELANCE ET MORT),
      ******* PUIS LA LIGNE RUNFIL DU JOUR, PUIS UNE POSITION CHKPT
      ******* RESTEE DEBOUT - LE JOB EST DE LA NUIT S'IL EN PORTE
      ******* UNE PREUVE, S'IL A ETE SOUMIS AUJOURD'HUI OU S'IL EST
      ******* ECHU
      ****************************************************************
      /
       CLASSE-JOB.
           MOVE WK-JOB-ID(IN-JOB) TO WS-FIN-CHERCHE.
           PERFORM VERIFIE-TERMINE.
      *
           IF WK-JOB-OUV(IN-JOB) = "Y"
              MOVE "A" TO WK-JOB-ETAT(IN-JOB)
           ELSE
              IF WS-FIN-TROUVE = "Y"
                 MOVE "T" TO WK-JOB-ETAT(IN-JOB)
              ELSE
                 IF WK-JOB-POS(IN-JOB) NOT = ZERO
                    MOVE "A" TO WK-JOB-ETAT(IN-JOB)
                 END-IF
              END-IF
           END-IF.
      *
           IF WK-JOB-ETAT(IN-JOB) NOT = "N"
              OR WK-JOB-LAST(IN-JOB) = WS-TODAY-DATE
              MOVE "Y" TO WK-JOB-CHN(IN-JOB)
           END-IF.
           IF WK-JOB-NEXT(IN-JOB) IS NUMERIC
              AND WK-JOB-NEXT(IN-JOB) NOT > WS-TODAY-DATE
              MOVE "Y" TO WK-JOB-CHN(IN-JOB)
           END-IF.
           SET IN-JOB UP BY 1.
      /
      ****************************************************************
      ******* RECHERCHE D'UN JOB DANS LES JOBS TERMINES AUJOURD'HUI
      ****************************************************************
      /
       VERIFIE-TERMINE.
           MOVE "N" TO WS-FIN-TROUVE.
           SET IN-FIN TO 1.
           PERFORM VERIFIE-TERMINE-TOUR UNTIL WS-FIN-TROUVE = "Y"
                                          OR IN-FIN > WK-FIN-NB.
      /
       VERIFIE-TERMINE-TOUR.
           IF WK-FIN-PGM(IN-FIN) = WS-FIN-CHERCHE
              MOVE "Y" TO WS-FIN-TROUVE
           ELSE
              SET IN-FIN UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* RECHERCHE D'UN JOB DANS LA TABLE DES JOBS SCHDTAB
      ****************************************************************
      /
       CHERCHE-JOB.
           MOVE "N" TO WS-JOB-TROUVE.
           MOVE 1 TO IX-JOB2.
           PERFORM CHERCHE-JOB-TOUR UNTIL WS-JOB-TROUVE = "Y"
                                      OR IX-JOB2 > WK-JOB-NB.
      /
       CHERCHE-JOB-TOUR.
           IF WK-JOB-ID(IX-JOB2) = WS-JOB-CHERCHE
              MOVE "Y" TO WS-JOB-TROUVE
           ELSE
              ADD 1 TO IX-JOB2
           END-IF.
      /
      ****************************************************************
      ******* TOURS DE DEPENDANCE - UN JOB DE LA NUIT SORT QUAND SON
      ******* PREDECESSEUR N'EST PAS UN JOB DE LA NUIT OU EST DEJA
      ******* SORTI, SON ACTION EST DONC TOUJOURS DECIDEE APRES
      ******* CELLE DE SON PREDECESSEUR
      ****************************************************************
      /
      ***** LOOP WORKERS FOR THE PERFORM ... UNTIL STATEMENTS ABOVE -
      ***** EVERY EXIT PATH FALLS OFF THE BOTTOM OF THE PARAGRAPH
      ***** RATHER THAN GOTO'ING TO A SIBLING, SO CONTROL ALWAYS
      ***** RETURNS TO THE LOOP'S PERFORM, NEVER PAST IT
       TOUR-DEPENDANCE.
           MOVE "N" TO WS-RESTE.
           MOVE "N" TO WS-PROGRES.
           SET IN-JOB TO 1.
           PERFORM JUGE-POSTE-JOB UNTIL IN-JOB > WK-JOB-NB.
      /
       JUGE-POSTE-JOB.
           IF WK-JOB-CHN(IN-JOB) = "Y" AND WK-JOB-EDT(IN-JOB) = "N"
              PERFORM VERIFIE-PRED-SORTI
              IF WS-PRED-ATTEND = "N"
                 MOVE "Y" TO WK-JOB-EDT(IN-JOB)
                 MOVE "Y" TO WS-PROGRES
                 PERFORM DECIDE-ACTION
              ELSE
                 MOVE "Y" TO WS-RESTE
              END-IF
           END-IF.
           SET IN-JOB UP BY 1.
      /
      ***** LE PREDECESSEUR RETIENT-IL ENCORE CE JOB - SEULEMENT
      ***** S'IL EST LUI-MEME DE LA NUIT ET PAS ENCORE SORTI
       VERIFIE-PRED-SORTI.
           MOVE "N" TO WS-PRED-ATTEND.
           IF WK-JOB-PRED(IN-JOB) NOT = SPACE
              MOVE WK-JOB-PRED(IN-JOB) TO WS-JOB-CHERCHE
              PERFORM CHERCHE-JOB
              IF WS-JOB-TROUVE = "Y"
                 IF WK-JOB-CHN(IX-JOB2) = "Y"
                    AND WK-JOB-EDT(IX-JOB2) = "N"
                    MOVE "Y" TO WS-PRED-ATTEND
                 END-IF
              END-IF
           END-IF.
      /
       EDITION-BOUCLE.
           IF WK-JOB-CHN(IN-JOB) = "Y" AND WK-JOB-EDT(IN-JOB) = "N"
              MOVE "Y" TO WK-JOB-EDT(IN-JOB)
              MOVE "L" TO WK-JOB-ACT(IN-JOB)
              ADD 1 TO CPT-REF
              MOVE SPACE TO BPFRCV-ENR
              MOVE "*PRED-LOOP" TO BPFRCV-MSG
              PERFORM EDITION-LIGNE-JOB
           END-IF.
           SET IN-JOB UP BY 1.
      /
      ****************************************************************
      ******* ACTION DU PLAN POUR LE JOB COURANT, PUIS SON EDITION ET
      ******* SA RESOUMISSION EVENTUELLE
      ****************************************************************
      /
       DECIDE-ACTION SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE SPACE TO BPFRCV-ENR.
      *
      ***** UN JOB TERMINE N'EST JAMAIS RELANCE - UN SECOND PASSAGE
      ***** DE STK100 OU D'ART100 POSTERAIT LA NUIT DEUX FOIS - ET
      ***** UNE BALANCE BAL100 QUI N'EST PAS "OK" TIENT SA SUITE
           IF WK-JOB-ETAT(IN-JOB) = "T"
              ADD 1 TO CPT-TER
              IF WK-JOB-ID(IN-JOB) = WS-BAL-JOB
                 AND WS-BAL-VERDICT NOT = "OK"
                 MOVE "K" TO WK-JOB-ACT(IN-JOB)
                 MOVE "DONE - BAL KO"   TO BPFRCV-MSG
              ELSE
                 MOVE "C" TO WK-JOB-ACT(IN-JOB)
                 MOVE "DONE - NO RERUN" TO BPFRCV-MSG
              END-IF
              GO  TO     EDITION
           END-IF.
      *
      ***** UN JOB NON REPRENABLE MORT EN ROUTE SE REPARE A LA MAIN
           IF WK-JOB-ETAT(IN-JOB) = "A"
              AND WK-JOB-REP(IN-JOB) = "N"
              ADD 1 TO CPT-REF
              MOVE "M" TO WK-JOB-ACT(IN-JOB)
              MOVE "NOT RESTARTABLE" TO BPFRCV-MSG
              GO  TO     EDITION
           END-IF.
      *
      ***** LE PREDECESSEUR DOIT AVOIR FINI OU ETRE LUI-MEME RELANCE
           PERFORM VERIFIE-PRED-OK.
           IF WS-PRED-OK = "N"
              ADD 1 TO CPT-REF
              MOVE "H" TO WK-JOB-ACT(IN-JOB)
              MOVE "HELD-PRED" TO BPFRCV-MSG
              GO  TO     EDITION
           END-IF.
      *
      ***** RELANCE, NUMEROTEE DANS L'ORDRE DU PLAN - UN JOB "C"
      ***** ARRETE SUR UNE POSITION SE REPREND LUI-MEME SUR CHKPT
           ADD 1 TO CPT-REP.
           ADD 1 TO WS-RANG.
           MOVE WS-RANG TO BPFRCV-SEQ.
           IF WK-JOB-REP(IN-JOB) = "C"
              AND WK-JOB-POS(IN-JOB) NOT = ZERO
              MOVE "P" TO WK-JOB-ACT(IN-JOB)
              MOVE "RESTART AT CHKPT" TO BPFRCV-MSG
           ELSE
              MOVE "R" TO WK-JOB-ACT(IN-JOB)
              MOVE "RERUN"            TO BPFRCV-MSG
           END-IF.
      *
           IF WS-SOUMET = "Y"
              PERFORM SOUMET-JOB
           END-IF.
      *
       EDITION.
           PERFORM EDITION-LIGNE-JOB.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ****************************************************************
      ******* LE PREDECESSEUR LAISSE-T-IL PARTIR LE JOB - TERMINE OU
      ******* RELANCE AVANT LUI DANS LE PLAN ; UN PREDECESSEUR HORS
      ******* SCHDTAB N'A QUE SA LIGNE RUNFIL DU JOUR POUR LE DIRE
      ****************************************************************
      /
       VERIFIE-PRED-OK.
           MOVE "Y" TO WS-PRED-OK.
           IF WK-JOB-PRED(IN-JOB) NOT = SPACE
              MOVE WK-JOB-PRED(IN-JOB) TO WS-JOB-CHERCHE
              PERFORM CHERCHE-JOB
              IF WS-JOB-TROUVE = "Y"
                 IF WK-JOB-ACT(IX-JOB2) NOT = "C"
                    AND WK-JOB-ACT(IX-JOB2) NOT = "R"
                    AND WK-JOB-ACT(IX-JOB2) NOT = "P"
                    MOVE "N" TO WS-PRED-OK
                 END-IF
              ELSE
                 MOVE WK-JOB-PRED(IN-JOB) TO WS-FIN-CHERCHE
                 PERFORM VERIFIE-TERMINE
                 MOVE WS-FIN-TROUVE TO WS-PRED-OK
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* RESOUMISSION DU JOB PAR QCMDEXC, COMME SCHD100 - UN JOB
      ******* QUE SCHD100 N'AVAIT PAS ENCORE ENVOYE CETTE NUIT VOIT
      ******* SON ECHEANCE AVANCEE, SINON SCHD100 LE RENVERRAIT
      ****************************************************************
      /
       SOUMET-JOB.
           MOVE WK-JOB-ID(IN-JOB) TO WS-CMD-PGM.
           MOVE WK-JOB-ID(IN-JOB) TO WS-CMD-JOB.
           MOVE "Y" TO WS-SOU-OK.
           CALL "QCMDEXC" USING WS-CMD WS-CMD-LG
                ON EXCEPTION
                MOVE "N" TO WS-SOU-OK
           END-CALL.
      *
           IF WS-SOU-OK = "Y"
              ADD 1 TO CPT-SOU
              MOVE "SUBMITTED" TO BPFRCV-SOU
              IF WK-JOB-LAST(IN-JOB) NOT = WS-TODAY-DATE
                 PERFORM AVANCE-JOB-SOUMIS
              END-IF
           ELSE
              MOVE "CMDERR"    TO BPFRCV-SOU
           END-IF.
      /
       AVANCE-JOB-SOUMIS.
           MOVE WK-JOB-ID(IN-JOB) TO SCHD-JOB OF SCHD-ENR-DDS.
           READ SCHDTAB
                INVALID KEY
                     MOVE "N" TO WS-SOU-OK
           END-READ.
           IF WS-SOU-OK = "Y"
              MOVE WS-TODAY-DATE TO SCHD-LAST-RUN OF SCHD-ENR-DDS
              PERFORM AVANCE-ECHEANCE
              REWRITE SCHD-ENR-DDS
              MOVE WS-TODAY-DATE TO WK-JOB-LAST(IN-JOB)
           END-IF.
      /
      ****************************************************************
      ******* AVANCE SCHD-NEXT-DUE SELON LA FREQUENCE DU JOB - LA
      ******* MECANIQUE D'AVANCE-ECHEANCE DE SCHD100
      ****************************************************************
      /
       AVANCE-ECHEANCE.
           MOVE WS-TODAY-YMD TO WS-DATE-DECOMP.
      *
           EVALUATE SCHD-FREQ OF SCHD-ENR-DDS
               WHEN "J"
                    MOVE 1 TO WS-NBJ-AVANCE
                    PERFORM AJOUTE-JOURS-CALENDRIER
               WHEN "H"
                    MOVE 7 TO WS-NBJ-AVANCE
                    PERFORM AJOUTE-JOURS-CALENDRIER
               WHEN "M"
                    ADD 1 TO WS-DATE-MM
                    IF WS-DATE-MM > 12
                       MOVE 1 TO WS-DATE-MM
                       ADD 1 TO WS-DATE-AA
                    END-IF
                    PERFORM CALE-FIN-DE-MOIS
               WHEN "A"
                    ADD 1 TO WS-DATE-AA
                    PERFORM CALE-FIN-DE-MOIS
               WHEN OTHER
                    PERFORM PARQUE-ECHEANCE
           END-EVALUATE.
      *
      ***** CALAGE SUR LE PROCHAIN JOUR OUVRE - UNE ECHEANCE
      ***** PARQUEE RESTE PARQUEE
           IF WS-DATE-AA NOT = 9999
              MOVE "JOV" TO DAT-FON
              MOVE WS-DATE-DECOMP TO DAT-DAT1
              CALL "DATCALC" USING DAT-PARM
              IF DAT-RET = "00"
                 MOVE DAT-RES TO WS-DATE-DECOMP
              END-IF
           END-IF.
      *
           MOVE WS-DATE-DECOMP TO SCHD-NEXT-DUE OF SCHD-ENR-DDS.
      /
       PARQUE-ECHEANCE.
           MOVE 9999 TO WS-DATE-AA.
           MOVE 99   TO WS-DATE-MM.
           MOVE 99   TO WS-DATE-JJ.
      /
       AJOUTE-JOURS-CALENDRIER.
           MOVE "AJT" TO DAT-FON.
           MOVE WS-DATE-DECOMP TO DAT-DAT1.
           MOVE WS-NBJ-AVANCE  TO DAT-NBJ.
           CALL "DATCALC" USING DAT-PARM.
           IF DAT-RET = "00"
              MOVE DAT-RES TO WS-DATE-DECOMP
           END-IF.
      /
       CALE-FIN-DE-MOIS.
           MOVE "N" TO WS-DATE-VALIDE.
           PERFORM VALIDE-OU-RECULE UNTIL WS-DATE-VALIDE = "Y"
                                        OR WS-DATE-JJ < 28.
      /
       VALIDE-OU-RECULE.
           MOVE "AJT" TO DAT-FON.
           MOVE WS-DATE-DECOMP TO DAT-DAT1.
           MOVE ZERO TO DAT-NBJ.
           CALL "DATCALC" USING DAT-PARM.
           IF DAT-RET = "00"
              MOVE "Y" TO WS-DATE-VALIDE
           ELSE
              SUBTRACT 1 FROM WS-DATE-JJ
           END-IF.
      /
      ****************************************************************
      ******* EN-TETE DU PLAN - LA NUIT, LE VERDICT BAL100 DU JOUR
      ******* ET LE MODE (RESOUMISSION OU PLAN SEUL)
      ****************************************************************
      /
       EDITION-ENTETE.
           MOVE SPACE TO BPFRCV-ENR.
           MOVE "RECOVERY PLAN " TO BPFRCV-ENR(2:14).
           MOVE WS-TODAY-DATE    TO BPFRCV-ENT-DT.
           MOVE "BALSTAT="       TO BPFRCV-ENR(26:8).
           MOVE WS-BAL-VERDICT   TO BPFRCV-ENT-BAL.
           MOVE "RESUBMIT="      TO BPFRCV-ENR(38:9).
           MOVE WS-SOUMET        TO BPFRCV-ENT-SOU.
           WRITE BPFRCV-ENTETE.
      /
      ****************************************************************
      ******* ECRITURE D'UNE LIGNE DU PLAN - LE MESSAGE D'ACTION EST
      ******* DEJA EN PLACE
      ****************************************************************
      /
       EDITION-LIGNE-JOB.
           MOVE WK-JOB-ID(IN-JOB)   TO BPFRCV-JOB.
           MOVE WK-JOB-PRED(IN-JOB) TO BPFRCV-PRED.
           EVALUATE WK-JOB-ETAT(IN-JOB)
               WHEN "T"
                    MOVE "COMPLETED"   TO BPFRCV-ETAT
               WHEN "A"
                    MOVE "ABENDED"     TO BPFRCV-ETAT
               WHEN OTHER
                    MOVE "NOT STARTED" TO BPFRCV-ETAT
           END-EVALUATE.
           MOVE WK-JOB-POS(IN-JOB)  TO BPFRCV-POS.
           IF WK-JOB-OUV(IN-JOB) = "Y"
              MOVE WK-JOB-HMS(IN-JOB) TO BPFRCV-HMS
           END-IF.
           WRITE BPFRCV-ENR.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE SPACE TO BPFRCV-ENR.
           MOVE CPT-LUS TO BPFRCV-TOT-LUS.
           MOVE CPT-TER TO BPFRCV-TOT-TER.
           MOVE CPT-REP TO BPFRCV-TOT-REP.
           MOVE CPT-REF TO BPFRCV-TOT-REF.
           MOVE CPT-SOU TO BPFRCV-TOT-SOU.
           MOVE CPT-DEB TO BPFRCV-TOT-DEB.
           WRITE BPFRCV-TOTALS.
      /
