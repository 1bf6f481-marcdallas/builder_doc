       IDENTIFICATION DIVISION.
       PROGRAM-ID. BO110.
      /
      ***********************
      * This program dates the BACKORD backorder file: a line
      * waiting there tells the customer nothing about when it
      * will ship, while the answer is already on file in the open
      * purchase orders and the proposed transfers. Every open
      * POMST order ("O") brings in its POLIG line quantities on
      * its PO-DT-ATTENDU date, and every TRFPROP proposal brings
      * in its quantity on the proposal date plus the TRFPRM
      * transit delay (2 days by default), caled on a working day
      * through DATCALC as TRF120 does - a supply date already
      * past counts from today. The waiting lines are then taken
      * oldest order date first and each one draws its BO-QT-ART
      * quantity from the earliest supply of its article still
      * unallocated, so two lines never count on the same
      * delivery: the line is dated with the expected date of the
      * supply that completes it, and a line the open orders and
      * proposals cannot cover is flagged instead. A line whose
      * quantity ART100 never converted into the article's own
      * unit is flagged apart, not allocated on a raw figure, as
      * BO100 keeps it waiting. Stale copies of a line that
      * bounced several times are dropped the way BO100 drops
      * them - the copy with the highest cycle per article/order
      * pair is the one dated. The result is rebuilt on BODISPO on
      * every run, which goes between ART100 and DISP100 so the
      * site confirmation prints the date against its rejected
      * lines and carries it on CNFEXT; the listing shows every
      * line with its date, the supply that dates it, or its flag.
      * A kit is never bought or transferred itself: STK100 ships
      * it as its KITEXP components, so a waiting kit line draws,
      * for each component, the line quantity times its quantity
      * per kit from that component's own supplies, and is dated
      * by the component covered last - the supply shown is that
      * one's. A kit any of whose components the supplies cannot
      * cover is flagged NO SUPPLY like any other line and draws
      * nothing: every component is checked against its free
      * supplies before any of them is drawn, so the supplies stay
      * with the later lines for those articles.
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
           SELECT  BACKORD
                   ASSIGN       TO DATABASE-BACKORD
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  POMST
                   ASSIGN       TO DATABASE-POMST
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF PO-ENR-DDS
                   FILE STATUS  IS ST.
      *
           SELECT  POLIG
                   ASSIGN       TO DATABASE-POLIG
                   ORGANIZATION IS INDEXED
                   ACCESS       IS DYNAMIC
                   RECORD KEY   IS EXTERNALLY-DESCRIBED-KEY
                                   OF LIG-ENR-DDS
                   WITH DUPLICATES
                   FILE STATUS  IS ST.
      *
           SELECT  TRFPROP
                   ASSIGN       TO DATABASE-TRFPROP
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  TRFPRM
                   ASSIGN       TO DATABASE-TRFPRM
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BODISPO
                   ASSIGN       TO DATABASE-BODISPO
                   ACCESS       IS SEQUENTIAL
                   FILE STATUS  IS ST.
      *
           SELECT  BPFBOD
                   ASSIGN       TO PRINTER-BPFBOD
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS  IS ST.
      *
      /
       DATA    DIVISION.
       FILE    SECTION.
      *
       FD  BACKORD   LABEL RECORD STANDARD.
       01  BO-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BACKORD.
      *
       FD  POMST   LABEL RECORD STANDARD.
       01  PO-ENR-DDS.
           COPY DDS-ALL-FORMAT OF POMST.
      *
       FD  POLIG   LABEL RECORD STANDARD.
       01  LIG-ENR-DDS.
           COPY DDS-ALL-FORMAT OF POLIG.
      *
       FD  TRFPROP  LABEL RECORD STANDARD.
       01  TRF-ENR-DDS.
           COPY DDS-ALL-FORMAT OF TRFPROP.
      *
       FD  TRFPRM  LABEL RECORD STANDARD.
       01  PRM-ENR-DDS.
           COPY DDS-ALL-FORMAT OF TRFPRM.
      *
      ****************************************************************
      **** BACKORDER AVAILABILITY - ONE RECORD PER WAITING LINE, READ
      **** BY DISP100 FOR THE SITE CONFIRMATION
      ****************************************************************
       FD  BODISPO  LABEL RECORD STANDARD.
       01  BOD-ENR-DDS.
           COPY DDS-ALL-FORMAT OF BODISPO.
      *
      ****************************************************************
      **** AVAILABILITY LISTING - ONE LINE PER WAITING BACKORDER,
      **** OLDEST ORDER DATE FIRST, WITH ITS DATE OR ITS FLAG
      ****************************************************************
       FD  BPFBOD  LABEL RECORD STANDARD.
       01  BPFBOD-ENR.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFBOD-ORDDAR      PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFBOD-ORDNUM      PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFBOD-SITE        PIC X(3).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFBOD-ORDDT       PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFBOD-QT          PIC -(7)9,999.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFBOD-DT-DISPO    PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFBOD-SOURCE      PIC X(1).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFBOD-REF         PIC X(10).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  BPFBOD-TAG         PIC X(9).
      *
       01  BPFBOD-TOTALS REDEFINES BPFBOD-ENR.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(11) VALUE "RUN TOTALS:".
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "LUS=".
           05  BPFBOD-TOT-LUS     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "DAT=".
           05  BPFBOD-TOT-DAT     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "NON=".
           05  BPFBOD-TOT-NON     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "NCV=".
           05  BPFBOD-TOT-NCV     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "DUP=".
           05  BPFBOD-TOT-DUP     PIC Z(5)9.
           05  FILLER             PIC X(1).
           05  FILLER             PIC X(4)  VALUE "ANO=".
           05  BPFBOD-TOT-ANO     PIC Z(5)9.
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
       77  CPT-DAT           PIC 9(6) VALUE ZERO.
       77  CPT-NON           PIC 9(6) VALUE ZERO.
       77  CPT-NCV           PIC 9(6) VALUE ZERO.
       77  CPT-DUP           PIC 9(6) VALUE ZERO.
       77  CPT-ANO           PIC 9(6) VALUE ZERO.
      *
      ***** RELIQUATS EN ATTENTE - UNE SEULE COPIE PAR PAIRE
      ***** ARTICLE/ORDRE, CELLE AU CYCLE LE PLUS HAUT COMME DANS
      ***** BO100 - TABLE PLEINE = LA LIGNE EST LISTEE EN ANOMALIE
      ***** ET N'EST PAS DATEE
       77  WK-BOD-NBPST      PIC 9(4) VALUE 2000.
       77  WK-BOD-NB         PIC 9(4) VALUE ZERO.
       01  WK-BOD-TABLE.
           05  WK-BOD-TP    OCCURS 2000 INDEXED BY IN-BOD.
               10  WK-BOD-CLE         PIC X(25).
               10  WK-BOD-SITE        PIC X(3).
               10  WK-BOD-ORDDT       PIC X(8).
               10  WK-BOD-CYC         PIC 9(2).
               10  WK-BOD-QT          PIC S9(8)V9(3) COMP-3.
               10  WK-BOD-OK          PIC X(1).
               10  WK-BOD-PRIS        PIC X(1).
      *
      ***** APPROVISIONNEMENTS ATTENDUS PAR ARTICLE - LIGNES DES
      ***** COMMANDES OUVERTES ET PROPOSITIONS DE TRANSFERT, AVEC
      ***** LEUR DATE ATTENDUE ET LA QUANTITE ENCORE LIBRE - SEULS
      ***** LES ARTICLES EN RELIQUAT SONT CHARGES - TABLE PLEINE =
      ***** L'APPROVISIONNEMENT EST IGNORE ET COMPTE EN ANOMALIE
       77  WK-APP-NBPST      PIC 9(4) VALUE 3000.
       77  WK-APP-NB         PIC 9(4) VALUE ZERO.
       01  WK-APP-TABLE.
           05  WK-APP-TP    OCCURS 3000 INDEXED BY IN-APP.
               10  WK-APP-ARTIID      PIC X(15).
               10  WK-APP-DT          PIC X(8).
               10  WK-APP-QT          PIC S9(11)V9(3) COMP-3.
               10  WK-APP-SOURCE      PIC X(1).
               10  WK-APP-REF         PIC X(10).
      *
      ***** COMPOSANTS DES KITS EN RELIQUAT - SEE KITEXP - LES
      ***** COMPOSANTS D'UN MEME KIT SE SUIVENT DANS LA TABLE - TABLE
      ***** PLEINE = LE KIT EST COMPTE EN ANOMALIE ET RESTE SANS
      ***** APPROVISIONNEMENT
       77  WK-KCO-NBPST      PIC 9(4) VALUE 1000.
       77  WK-KCO-NB         PIC 9(4) VALUE ZERO.
       01  WK-KCO-TABLE.
           05  WK-KCO-TP    OCCURS 1000 INDEXED BY IN-KCO.
               10  WK-KCO-KIT         PIC X(15).
               10  WK-KCO-CMP         PIC X(15).
               10  WK-KCO-QT          PIC S9(8)V9(3) COMP-3.
       01  KEX-PARM.
           05  KEX-PRM-ARTIID         PIC X(15).
           05  KEX-NB                 PIC 9(2).
           05  KEX-TP    OCCURS 20 INDEXED BY IN-KEX.
               10  KEX-CMP-ID         PIC X(15).
               10  KEX-CMP-QT         PIC S9(8)V9(3) COMP-3.
       77  WS-KIT-ARTIID     PIC X(15) VALUE SPACE.
       77  WS-KIT-TROUVE     PIC X     VALUE "N".
       77  WS-KIT-MANQUE     PIC X     VALUE "N".
       77  WS-KIT-DT         PIC X(8)  VALUE SPACE.
       77  WS-KIT-SOURCE     PIC X(1)  VALUE SPACE.
       77  WS-KIT-REF        PIC X(10) VALUE SPACE.
      *
       77  WS-BOD-CLE        PIC X(25) VALUE SPACE.
       77  WS-BOD-CYC        PIC 9(2)  VALUE ZERO.
       77  WS-ARTIID         PIC X(15) VALUE SPACE.
       77  WS-TROUVE         PIC X     VALUE "N".
       77  WS-LIG-EOF        PIC X     VALUE "N".
       77  WS-TRF-EOF        PIC X     VALUE "N".
      *
      ***** ALLOCATION - LE RELIQUAT LE PLUS ANCIEN NON ENCORE PRIS,
      ***** PUIS L'APPROVISIONNEMENT LE PLUS PROCHE DE SON ARTICLE
      ***** ENCORE LIBRE, JUSQU'A COUVERTURE - SELECTION REPETEE
       77  WS-RESTE          PIC X     VALUE "Y".
       77  WS-DT-MIN         PIC X(8)  VALUE SPACE.
       77  WS-APP-RESTE      PIC X     VALUE "N".
       77  WS-APP-DT-MIN     PIC X(8)  VALUE SPACE.
       77  WS-BESOIN         PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      ***** QUANTITE ENCORE LIBRE SUR LES APPROVISIONNEMENTS D'UN
      ***** COMPOSANT - UN KIT NE PUISE QUE SI CHAQUE COMPOSANT EST
      ***** COUVERT
       77  WS-APP-LIBRE      PIC S9(11)V9(3) COMP-3 VALUE ZERO.
      *
      ***** RESULTAT DU RELIQUAT EN COURS
       77  WS-ETAT           PIC X(1)  VALUE SPACE.
       77  WS-DT-DISPO       PIC X(8)  VALUE SPACE.
       77  WS-SOURCE         PIC X(1)  VALUE SPACE.
       77  WS-REF            PIC X(10) VALUE SPACE.
      *
      ***** DATE D'ARRIVEE D'UN APPROVISIONNEMENT - JAMAIS AVANT
      ***** AUJOURD'HUI - ET DELAI DE TRANSIT LU SUR TRFPRM
       77  WS-DT-APP         PIC X(8)  VALUE SPACE.
       77  WS-DELAI          PIC 9(3)  VALUE 2.
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
       77  ST                     PIC XX.
       77  WS-END                 PIC XX.
      *
       01  WS-TODAY-YMD  VALUE ZERO.
           05  WS-TODAY-AA        PIC 9(4).
           05  WS-TODAY-MM        PIC 9(2).
           05  WS-TODAY-JJ        PIC 9(2).
       77  WS-TODAY-DATE          PIC X(8) VALUE SPACE.
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
      ***** DELAI DE TRANSIT DES PROPOSITIONS DE TRANSFERT - ABSENT
      ***** OU NON NUMERIQUE = 2 JOURS, COMME DANS TRF120
           OPEN INPUT  TRFPRM.
           READ TRFPRM NEXT AT END
                GO  TO   FIN-TRFPRM.
           IF PRM-DELAI IS NUMERIC
              MOVE PRM-DELAI TO WS-DELAI
           END-IF.
       FIN-TRFPRM.
           CLOSE TRFPRM.
      *
           OPEN OUTPUT BODISPO.
           OPEN OUTPUT BPFBOD.
      *
      ***** LES RELIQUATS D'ABORD - ILS DISENT QUELS ARTICLES
      ***** CHARGER DANS LA TABLE DES APPROVISIONNEMENTS
           PERFORM CHARGE-RELIQUATS.
      *
           PERFORM CHARGE-COMMANDES.
      *
           PERFORM CHARGE-TRANSFERTS.
      *
           MOVE "Y" TO WS-RESTE.
           PERFORM TRAITEMENT-DETAIL UNTIL WS-RESTE = "N".
      *
           PERFORM EDITION-TOTAUX.
      *
           CLOSE  BODISPO
                  BPFBOD.
      *
      ***** COMPTEURS DE FIN DE RUN VERS LE FICHIER RUNFIL
           MOVE "BO110"     TO RUN-PGM.
           MOVE "LUS"      TO RUN-LIB1.
           MOVE CPT-LUS    TO RUN-CPT1.
           MOVE "DAT"      TO RUN-LIB2.
           MOVE CPT-DAT    TO RUN-CPT2.
           MOVE "NON"      TO RUN-LIB3.
           MOVE CPT-NON    TO RUN-CPT3.
           CALL "RUNSTAT" USING RUN-PARM.
      *
           STOP    RUN.
      ***********************************************************
      ***  END PROGRAM
      ***********************************************************
      /
      ****************************************************************
      ******* ALLOCATION DU RELIQUAT LE PLUS ANCIEN NON ENCORE PRIS -
      ******* PLUS AUCUN RELIQUAT A PRENDRE = FIN DE LA BOUCLE
      ****************************************************************
      /
       TRAITEMENT-DETAIL SECTION.
      ***************************
      /
       TRT-RECORD.
           MOVE HIGH-VALUE TO WS-DT-MIN.
           MOVE "N" TO WS-RESTE.
           SET IN-BOD TO 1.
           PERFORM CHERCHE-PLUS-ANCIEN UNTIL IN-BOD > WK-BOD-NB.
      *
           IF WS-RESTE = "N"
              GO  TO     END-RECORD
           END-IF.
      *
           MOVE "N" TO WS-TROUVE.
           SET IN-BOD TO 1.
           PERFORM CHERCHE-ANCIEN-POSTE UNTIL WS-TROUVE = "Y"
                                           OR IN-BOD > WK-BOD-NB.
           IF WS-TROUVE = "N"
              MOVE "N" TO WS-RESTE
              GO  TO     END-RECORD
           END-IF.
      *
           MOVE "Y" TO WK-BOD-PRIS(IN-BOD).
           PERFORM ALLOUE-RELIQUAT.
           PERFORM ECRIT-DISPO.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LE PLUS ANCIEN RELIQUAT NON ENCORE PRIS - UNE DATE DE
      ***** COMMANDE A BLANC PASSE DEVANT
       CHERCHE-PLUS-ANCIEN.
           IF WK-BOD-PRIS(IN-BOD) = "N"
              AND WK-BOD-ORDDT(IN-BOD) NOT > WS-DT-MIN
              MOVE WK-BOD-ORDDT(IN-BOD) TO WS-DT-MIN
              MOVE "Y" TO WS-RESTE
           END-IF.
           SET IN-BOD UP BY 1.
      /
       CHERCHE-ANCIEN-POSTE.
           IF WK-BOD-PRIS(IN-BOD) = "N"
              AND WK-BOD-ORDDT(IN-BOD) = WS-DT-MIN
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-BOD UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* ALLOCATION D'UN RELIQUAT SUR LES APPROVISIONNEMENTS DE
      ******* SON ARTICLE, LE PLUS PROCHE D'ABORD - LA LIGNE PREND LA
      ******* DATE DE CELUI QUI LA COMPLETE - UNE QUANTITE NON
      ******* CONVERTIE N'EST PAS ALLOUEE SUR UN CHIFFRE BRUT
      ****************************************************************
      /
       ALLOUE-RELIQUAT.
           MOVE SPACE TO WS-DT-DISPO.
           MOVE SPACE TO WS-SOURCE.
           MOVE SPACE TO WS-REF.
      *
           IF WK-BOD-OK(IN-BOD) NOT = "Y"
              MOVE "C" TO WS-ETAT
              ADD 1 TO CPT-NCV
           ELSE
              MOVE WK-BOD-CLE(IN-BOD)(1:15) TO WS-KIT-ARTIID
              PERFORM CHERCHE-KIT
              IF WS-KIT-TROUVE = "Y"
                 PERFORM ALLOUE-KIT
              ELSE
                 MOVE WK-BOD-CLE(IN-BOD)(1:15) TO WS-ARTIID
                 MOVE WK-BOD-QT(IN-BOD)        TO WS-BESOIN
                 MOVE "Y" TO WS-APP-RESTE
                 PERFORM PRELEVE-SUIVANT UNTIL WS-BESOIN NOT > ZERO
                                            OR WS-APP-RESTE = "N"
              END-IF
              IF WS-BESOIN NOT > ZERO
                 AND WK-BOD-QT(IN-BOD) > ZERO
                 MOVE "D" TO WS-ETAT
                 ADD 1 TO CPT-DAT
              ELSE
                 MOVE "N"   TO WS-ETAT
                 MOVE SPACE TO WS-DT-DISPO
                 MOVE SPACE TO WS-SOURCE
                 MOVE SPACE TO WS-REF
                 ADD 1 TO CPT-NON
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* ALLOCATION D'UN RELIQUAT DE KIT - CHAQUE COMPOSANT PUISE
      ******* SA QUANTITE DANS SES PROPRES APPROVISIONNEMENTS, LE KIT
      ******* PREND LA DATE DU COMPOSANT COUVERT LE PLUS TARD - UN
      ******* COMPOSANT NON COUVERT LAISSE WS-BESOIN POSITIF - CHAQUE
      ******* COMPOSANT EST D'ABORD VERIFIE SUR SES APPROVISIONNEMENTS
      ******* LIBRES, RIEN N'EST PRELEVE TANT QU'UN SEUL MANQUE, POUR
      ******* NE PAS ENLEVER AUX RELIQUATS SUIVANTS DE CES ARTICLES CE
      ******* QU'UN KIT NON COUVERT N'UTILISERAIT PAS
      ****************************************************************
      /
       ALLOUE-KIT.
           MOVE "N"   TO WS-KIT-MANQUE.
           MOVE SPACE TO WS-KIT-DT.
           MOVE SPACE TO WS-KIT-SOURCE.
           MOVE SPACE TO WS-KIT-REF.
           MOVE ZERO  TO WS-BESOIN.
           PERFORM VERIFIE-COMPOSANT UNTIL IN-KCO > WK-KCO-NB
                                        OR WS-KIT-MANQUE = "Y".
           IF WS-KIT-MANQUE = "N"
              PERFORM CHERCHE-KIT
              PERFORM ALLOUE-COMPOSANT UNTIL IN-KCO > WK-KCO-NB
                                          OR WS-KIT-MANQUE = "Y"
           END-IF.
           IF WS-KIT-MANQUE = "N"
              MOVE ZERO          TO WS-BESOIN
              MOVE WS-KIT-DT     TO WS-DT-DISPO
              MOVE WS-KIT-SOURCE TO WS-SOURCE
              MOVE WS-KIT-REF    TO WS-REF
           END-IF.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       VERIFIE-COMPOSANT.
           IF WK-KCO-KIT(IN-KCO) NOT = WS-KIT-ARTIID
              SET IN-KCO TO WK-KCO-NB
           ELSE
              MOVE WK-KCO-CMP(IN-KCO) TO WS-ARTIID
              COMPUTE WS-BESOIN = WK-BOD-QT(IN-BOD) * WK-KCO-QT(IN-KCO)
              MOVE ZERO TO WS-APP-LIBRE
              SET IN-APP TO 1
              PERFORM CUMULE-APP-LIBRE UNTIL IN-APP > WK-APP-NB
              IF WS-APP-LIBRE < WS-BESOIN
                 MOVE "Y" TO WS-KIT-MANQUE
              END-IF
           END-IF.
           SET IN-KCO UP BY 1.
      /
       CUMULE-APP-LIBRE.
           IF WK-APP-ARTIID(IN-APP) = WS-ARTIID
              AND WK-APP-QT(IN-APP) > ZERO
              ADD WK-APP-QT(IN-APP) TO WS-APP-LIBRE
           END-IF.
           SET IN-APP UP BY 1.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       ALLOUE-COMPOSANT.
           IF WK-KCO-KIT(IN-KCO) NOT = WS-KIT-ARTIID
              SET IN-KCO TO WK-KCO-NB
           ELSE
              MOVE WK-KCO-CMP(IN-KCO) TO WS-ARTIID
              COMPUTE WS-BESOIN = WK-BOD-QT(IN-BOD) * WK-KCO-QT(IN-KCO)
              MOVE SPACE TO WS-DT-DISPO
              MOVE "Y" TO WS-APP-RESTE
              PERFORM PRELEVE-SUIVANT UNTIL WS-BESOIN NOT > ZERO
                                         OR WS-APP-RESTE = "N"
              IF WS-BESOIN > ZERO
                 MOVE "Y" TO WS-KIT-MANQUE
              ELSE
                 IF WS-DT-DISPO > WS-KIT-DT
                    MOVE WS-DT-DISPO TO WS-KIT-DT
                    MOVE WS-SOURCE   TO WS-KIT-SOURCE
                    MOVE WS-REF      TO WS-KIT-REF
                 END-IF
              END-IF
           END-IF.
           SET IN-KCO UP BY 1.
      /
      ***** LE PREMIER COMPOSANT DU KIT WS-KIT-ARTIID - IN-KCO
      ***** RESSORT POSITIONNE DESSUS
       CHERCHE-KIT.
           MOVE "N" TO WS-KIT-TROUVE.
           SET IN-KCO TO 1.
           PERFORM CHERCHE-KIT-TOUR UNTIL WS-KIT-TROUVE = "Y"
                                       OR IN-KCO > WK-KCO-NB.
      /
       CHERCHE-KIT-TOUR.
           IF WK-KCO-KIT(IN-KCO) = WS-KIT-ARTIID
              MOVE "Y" TO WS-KIT-TROUVE
           ELSE
              SET IN-KCO UP BY 1
           END-IF.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       PRELEVE-SUIVANT.
           MOVE HIGH-VALUE TO WS-APP-DT-MIN.
           MOVE "N" TO WS-APP-RESTE.
           SET IN-APP TO 1.
           PERFORM CHERCHE-APP-PROCHE UNTIL IN-APP > WK-APP-NB.
      *
           IF WS-APP-RESTE = "Y"
              MOVE "N" TO WS-TROUVE
              SET IN-APP TO 1
              PERFORM CHERCHE-APP-POSTE UNTIL WS-TROUVE = "Y"
                                           OR IN-APP > WK-APP-NB
              IF WS-TROUVE = "Y"
                 IF WK-APP-QT(IN-APP) < WS-BESOIN
                    SUBTRACT WK-APP-QT(IN-APP) FROM WS-BESOIN
                    MOVE ZERO TO WK-APP-QT(IN-APP)
                 ELSE
                    SUBTRACT WS-BESOIN FROM WK-APP-QT(IN-APP)
                    MOVE ZERO TO WS-BESOIN
                 END-IF
                 MOVE WK-APP-DT(IN-APP)     TO WS-DT-DISPO
                 MOVE WK-APP-SOURCE(IN-APP) TO WS-SOURCE
                 MOVE WK-APP-REF(IN-APP)    TO WS-REF
              ELSE
                 MOVE "N" TO WS-APP-RESTE
              END-IF
           END-IF.
      /
      ***** L'APPROVISIONNEMENT LE PLUS PROCHE DE L'ARTICLE QUI A
      ***** ENCORE DE LA QUANTITE LIBRE
       CHERCHE-APP-PROCHE.
           IF WK-APP-ARTIID(IN-APP) = WS-ARTIID
              AND WK-APP-QT(IN-APP) > ZERO
              AND WK-APP-DT(IN-APP) < WS-APP-DT-MIN
              MOVE WK-APP-DT(IN-APP) TO WS-APP-DT-MIN
              MOVE "Y" TO WS-APP-RESTE
           END-IF.
           SET IN-APP UP BY 1.
      /
       CHERCHE-APP-POSTE.
           IF WK-APP-ARTIID(IN-APP) = WS-ARTIID
              AND WK-APP-QT(IN-APP) > ZERO
              AND WK-APP-DT(IN-APP) = WS-APP-DT-MIN
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-APP UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* CHARGEMENT DES RELIQUATS EN ATTENTE - LA COPIE AU CYCLE
      ******* LE PLUS HAUT DE CHAQUE PAIRE ARTICLE/ORDRE REMPLACE LES
      ******* COPIES PERIMEES, A CYCLE EGAL LA PREMIERE LUE RESTE
      ****************************************************************
      /
       CHARGE-RELIQUATS SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT  BACKORD.
           MOVE "00" TO WS-END.
           READ BACKORD NEXT AT END
                MOVE HIGH-VALUE TO WS-END.
      *
           PERFORM RELIQUAT-SUIVANT UNTIL WS-END = HIGH-VALUE.
      *
           CLOSE BACKORD.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       RELIQUAT-SUIVANT.
           ADD 1 TO CPT-LUS.
           MOVE SPACE     TO WS-BOD-CLE.
           MOVE BO-ORDDAR TO WS-BOD-CLE(1:15).
           MOVE BO-ORDNUM TO WS-BOD-CLE(16:10).
           IF BO-CYCLE IS NUMERIC
              MOVE BO-CYCLE TO WS-BOD-CYC
           ELSE
              MOVE ZERO     TO WS-BOD-CYC
           END-IF.
      *
           MOVE "N" TO WS-TROUVE.
           SET IN-BOD TO 1.
           PERFORM CHERCHE-RELIQUAT-TOUR UNTIL WS-TROUVE = "Y"
                                            OR IN-BOD > WK-BOD-NB.
      *
           IF WS-TROUVE = "Y"
              ADD 1 TO CPT-DUP
              IF WS-BOD-CYC > WK-BOD-CYC(IN-BOD)
                 PERFORM GARDE-RELIQUAT
              END-IF
           ELSE
              IF WK-BOD-NB < WK-BOD-NBPST
                 ADD 1 TO WK-BOD-NB
                 SET IN-BOD TO WK-BOD-NB
                 PERFORM GARDE-RELIQUAT
                 PERFORM NOTE-KIT
              ELSE
                 ADD 1 TO CPT-ANO
                 PERFORM EDITION-DEBORDEMENT
              END-IF
           END-IF.
      *
           READ BACKORD NEXT AT END
                MOVE HIGH-VALUE TO WS-END
           END-READ.
      /
       CHERCHE-RELIQUAT-TOUR.
           IF WK-BOD-CLE(IN-BOD) = WS-BOD-CLE
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-BOD UP BY 1
           END-IF.
      /
      ***** UN KIT EN RELIQUAT - SES COMPOSANTS SONT NOTES UNE FOIS,
      ***** ILS SONT ALORS CHARGES COMME APPROVISIONNEMENTS
       NOTE-KIT.
           MOVE BO-ORDDAR TO WS-KIT-ARTIID.
           PERFORM CHERCHE-KIT.
           IF WS-KIT-TROUVE = "N"
              MOVE BO-ORDDAR TO KEX-PRM-ARTIID
              CALL "KITEXP" USING KEX-PARM
              IF KEX-NB > ZERO
                 IF WK-KCO-NB + KEX-NB > WK-KCO-NBPST
                    ADD 1 TO CPT-ANO
                 ELSE
                    SET IN-KEX TO 1
                    PERFORM NOTE-COMPOSANT UNTIL IN-KEX > KEX-NB
                 END-IF
              END-IF
           END-IF.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       NOTE-COMPOSANT.
           ADD 1 TO WK-KCO-NB.
           SET IN-KCO TO WK-KCO-NB.
           MOVE BO-ORDDAR          TO WK-KCO-KIT(IN-KCO).
           MOVE KEX-CMP-ID(IN-KEX) TO WK-KCO-CMP(IN-KCO).
           MOVE KEX-CMP-QT(IN-KEX) TO WK-KCO-QT(IN-KCO).
           SET IN-KEX UP BY 1.
      /
      ***** LA QUANTITE ALLOUEE EST CELLE DEJA CONVERTIE DANS
      ***** L'UNITE DE L'ARTICLE, CELLE DES LIGNES DE COMMANDE
       GARDE-RELIQUAT.
           MOVE WS-BOD-CLE     TO WK-BOD-CLE(IN-BOD).
           MOVE BO-SITE        TO WK-BOD-SITE(IN-BOD).
           MOVE BO-ORDDT       TO WK-BOD-ORDDT(IN-BOD).
           MOVE WS-BOD-CYC     TO WK-BOD-CYC(IN-BOD).
           MOVE BO-QT-ART      TO WK-BOD-QT(IN-BOD).
           MOVE BO-QT-ART-OK   TO WK-BOD-OK(IN-BOD).
           MOVE "N"            TO WK-BOD-PRIS(IN-BOD).
      /
      ****************************************************************
      ******* LIGNES DES COMMANDES FOURNISSEUR OUVERTES SUR UN ARTICLE
      ******* EN RELIQUAT - ATTENDUES A LA DATE DE LIVRAISON DE LEUR
      ******* COMMANDE
      ****************************************************************
      /
       CHARGE-COMMANDES SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT POLIG.
           OPEN INPUT POMST.
           MOVE "N" TO WS-LIG-EOF.
           PERFORM LIGNE-SUIVANTE UNTIL WS-LIG-EOF = "Y".
           CLOSE POLIG
                 POMST.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       LIGNE-SUIVANTE.
           READ POLIG NEXT AT END
                MOVE "Y" TO WS-LIG-EOF
           END-READ.
      *
           IF WS-LIG-EOF NOT = "Y"
              AND LIG-QT > ZERO
              MOVE LIG-ARTIID TO WS-ARTIID
              PERFORM CHERCHE-ARTICLE-RELIQUAT
              IF WS-TROUVE = "Y"
                 MOVE LIG-PONUM TO PO-NUM
                 READ POMST INVALID KEY
                      MOVE SPACE TO PO-ETAT
                 END-READ
                 IF PO-ETAT = "O"
                    MOVE PO-DT-ATTENDU TO WS-DT-APP
                    IF WS-DT-APP < WS-TODAY-DATE
                       MOVE WS-TODAY-DATE TO WS-DT-APP
                    END-IF
                    IF WK-APP-NB < WK-APP-NBPST
                       ADD 1 TO WK-APP-NB
                       SET IN-APP TO WK-APP-NB
                       MOVE LIG-ARTIID TO WK-APP-ARTIID(IN-APP)
                       MOVE WS-DT-APP  TO WK-APP-DT(IN-APP)
                       MOVE LIG-QT     TO WK-APP-QT(IN-APP)
                       MOVE "P"        TO WK-APP-SOURCE(IN-APP)
                       MOVE PO-NUM     TO WK-APP-REF(IN-APP)
                    ELSE
                       ADD 1 TO CPT-ANO
                    END-IF
                 END-IF
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* PROPOSITIONS DE TRANSFERT SUR UN ARTICLE EN RELIQUAT -
      ******* ATTENDUES LE DELAI DE TRANSIT APRES LA PROPOSITION, CALE
      ******* SUR UN JOUR OUVRE
      ****************************************************************
      /
       CHARGE-TRANSFERTS SECTION.
      ***************************
      /
       TRT-RECORD.
           OPEN INPUT TRFPROP.
           MOVE "N" TO WS-TRF-EOF.
           PERFORM TRANSFERT-SUIVANT UNTIL WS-TRF-EOF = "Y".
           CLOSE TRFPROP.
      *
       END-RECORD.
           EXIT SECTION.
      /
      ***** LOOP WORKER FOR THE PERFORM ... UNTIL ABOVE - EVERY EXIT
      ***** PATH FALLS OFF THE BOTTOM OF THIS PARAGRAPH RATHER THAN
      ***** GOTO'ING TO A SIBLING, SO CONTROL ALWAYS RETURNS TO THE
      ***** LOOP'S PERFORM, NEVER PAST IT
       TRANSFERT-SUIVANT.
           READ TRFPROP NEXT AT END
                MOVE "Y" TO WS-TRF-EOF
           END-READ.
      *
           IF WS-TRF-EOF NOT = "Y"
              AND TRF-QT > ZERO
              MOVE TRF-ARTIID TO WS-ARTIID
              PERFORM CHERCHE-ARTICLE-RELIQUAT
              IF WS-TROUVE = "Y"
                 PERFORM CALCULE-DATE-TRANSFERT
                 IF WK-APP-NB < WK-APP-NBPST
                    ADD 1 TO WK-APP-NB
                    SET IN-APP TO WK-APP-NB
                    MOVE TRF-ARTIID  TO WK-APP-ARTIID(IN-APP)
                    MOVE WS-DT-APP   TO WK-APP-DT(IN-APP)
                    MOVE TRF-QT      TO WK-APP-QT(IN-APP)
                    MOVE "T"         TO WK-APP-SOURCE(IN-APP)
                    MOVE TRF-SITE-DE TO WK-APP-REF(IN-APP)
                 ELSE
                    ADD 1 TO CPT-ANO
                 END-IF
              END-IF
           END-IF.
      /
      ****************************************************************
      ******* DATE D'ARRIVEE D'UNE PROPOSITION - LE DELAI DE TRANSIT
      ******* DEPUIS LA PROPOSITION (AUJOURD'HUI SI ELLE EST PASSEE),
      ******* CALE SUR UN JOUR OUVRE, COMME DANS TRF120
      ****************************************************************
      /
       CALCULE-DATE-TRANSFERT.
           MOVE TRF-DT TO WS-DT-APP.
           IF WS-DT-APP < WS-TODAY-DATE
              MOVE WS-TODAY-DATE TO WS-DT-APP
           END-IF.
      *
           MOVE "AJT" TO DAT-FON.
           MOVE WS-DT-APP TO DAT-DAT1.
           MOVE WS-DELAI  TO DAT-NBJ.
           CALL "DATCALC" USING DAT-PARM.
           IF DAT-RET = "00"
              MOVE DAT-RES TO WS-DT-APP
           END-IF.
      *
           MOVE "JOV" TO DAT-FON.
           MOVE WS-DT-APP TO DAT-DAT1.
           CALL "DATCALC" USING DAT-PARM.
           IF DAT-RET = "00"
              MOVE DAT-RES TO WS-DT-APP
           END-IF.
      /
      ***** L'ARTICLE FIGURE-T-IL PARMI LES RELIQUATS CHARGES, LUI
      ***** OU UN KIT EN RELIQUAT DONT IL EST COMPOSANT
       CHERCHE-ARTICLE-RELIQUAT.
           MOVE "N" TO WS-TROUVE.
           SET IN-BOD TO 1.
           PERFORM CHERCHE-ARTICLE-TOUR UNTIL WS-TROUVE = "Y"
                                           OR IN-BOD > WK-BOD-NB.
           IF WS-TROUVE = "N"
              SET IN-KCO TO 1
              PERFORM CHERCHE-COMPOSANT-TOUR UNTIL WS-TROUVE = "Y"
                                                OR IN-KCO > WK-KCO-NB
           END-IF.
      /
       CHERCHE-COMPOSANT-TOUR.
           IF WK-KCO-CMP(IN-KCO) = WS-ARTIID
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-KCO UP BY 1
           END-IF.
      /
       CHERCHE-ARTICLE-TOUR.
           IF WK-BOD-CLE(IN-BOD)(1:15) = WS-ARTIID
              MOVE "Y" TO WS-TROUVE
           ELSE
              SET IN-BOD UP BY 1
           END-IF.
      /
      ****************************************************************
      ******* ECRITURE DE LA DISPONIBILITE DU RELIQUAT SUR BODISPO ET
      ******* DE SA LIGNE SUR LE LISTING
      ****************************************************************
      /
       ECRIT-DISPO.
           MOVE WK-BOD-CLE(IN-BOD)(1:15)  TO BOD-ORDDAR.
           MOVE WK-BOD-CLE(IN-BOD)(16:10) TO BOD-ORDNUM.
           MOVE WK-BOD-SITE(IN-BOD)       TO BOD-SITE.
           MOVE WK-BOD-ORDDT(IN-BOD)      TO BOD-ORDDT.
           MOVE WK-BOD-QT(IN-BOD)         TO BOD-QT.
           MOVE WS-ETAT                   TO BOD-ETAT.
           MOVE WS-DT-DISPO               TO BOD-DT-DISPO.
           MOVE WS-SOURCE                 TO BOD-SOURCE.
           MOVE WS-REF                    TO BOD-REF.
           WRITE BOD-ENR-DDS.
      *
           MOVE SPACE         TO BPFBOD-ENR.
           MOVE BOD-ORDDAR    TO BPFBOD-ORDDAR.
           MOVE BOD-ORDNUM    TO BPFBOD-ORDNUM.
           MOVE BOD-SITE      TO BPFBOD-SITE.
           MOVE BOD-ORDDT     TO BPFBOD-ORDDT.
           MOVE BOD-QT        TO BPFBOD-QT.
           MOVE BOD-DT-DISPO  TO BPFBOD-DT-DISPO.
           MOVE BOD-SOURCE    TO BPFBOD-SOURCE.
           MOVE BOD-REF       TO BPFBOD-REF.
           EVALUATE WS-ETAT
               WHEN "D"
                    MOVE "DATED"     TO BPFBOD-TAG
               WHEN "C"
                    MOVE "NO-CONV"   TO BPFBOD-TAG
               WHEN OTHER
                    MOVE "NO SUPPLY" TO BPFBOD-TAG
           END-EVALUATE.
           WRITE BPFBOD-ENR.
      /
      ****************************************************************
      ******* RELIQUAT AU-DELA DE LA TABLE - LISTE, NI ALLOUE NI DATE
      ****************************************************************
      /
       EDITION-DEBORDEMENT.
           MOVE SPACE         TO BPFBOD-ENR.
           MOVE BO-ORDDAR     TO BPFBOD-ORDDAR.
           MOVE BO-ORDNUM     TO BPFBOD-ORDNUM.
           MOVE BO-SITE       TO BPFBOD-SITE.
           MOVE BO-ORDDT      TO BPFBOD-ORDDT.
           MOVE BO-QT-ART     TO BPFBOD-QT.
           MOVE "OVERFLOW"    TO BPFBOD-TAG.
           WRITE BPFBOD-ENR.
      /
      ****************************************************************
      ******* ECRITURE DE LA LIGNE DE TOTAUX DE FIN DE TRAITEMENT
      ****************************************************************
      /
       EDITION-TOTAUX.
           MOVE SPACE   TO BPFBOD-ENR.
           MOVE CPT-LUS TO BPFBOD-TOT-LUS.
           MOVE CPT-DAT TO BPFBOD-TOT-DAT.
           MOVE CPT-NON TO BPFBOD-TOT-NON.
           MOVE CPT-NCV TO BPFBOD-TOT-NCV.
           MOVE CPT-DUP TO BPFBOD-TOT-DUP.
           MOVE CPT-ANO TO BPFBOD-TOT-ANO.
           WRITE BPFBOD-TOTALS.
      /
