000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AGIOCALC.
000300 AUTHOR.        R. DUBOIS.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 15/10/2026 RD    Original program.  Month-end overdraft debit
001100*                  interest (agios) - rebuilds each account's
001200*                  closing balance for every calendar day of the
001300*                  period (AAAAMM from SYSIN; by default the
001400*                  business month when the business date is its
001500*                  last day, otherwise the month before) from
001600*                  HS-NOUVEAU-SOLDE on TRNHIST, sums the
001700*                  overdrawn balances day by day into the
001800*                  nombres debiteurs, prices them at the
001900*                  effective-dated debit rate carried on
002000*                  RATEFILE under type 'D' (actual days over a
002100*                  365-day year), posts the charge against SOLDE
002200*                  and writes it to TRNHIST under its own 'A'
002300*                  indicator.  The AGIORPT report shows, per
002400*                  client overdrawn during the period, the days
002500*                  overdrawn, the average debit balance over
002600*                  those days, the nombres and the charge.
002700*                  RUNCTL stops a second run for the business
002800*                  date and a second charge for a period already
002900*                  charged.  Closed and dormant accounts are
003000*                  passed over, as FRAISCLC passes them over.
003100*                  Replaces the agios worked out by hand from the
003200*                  DECOUVRT listing.
003300*-----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CLIENT-MASTER  ASSIGN TO "CLIMAST"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS WS-COMPTE
004100         ALTERNATE RECORD KEY IS WS-NOM WITH DUPLICATES
004200         FILE STATUS IS WS-CM-STATUS.
004300
004400     SELECT TRAN-HISTORY   ASSIGN TO "TRNHIST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS HS-CLE
004800         FILE STATUS IS WS-HS-STATUS.
004900
005000     SELECT RATE-FILE      ASSIGN TO "RATEFILE"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RT-STATUS.
005300
005400     SELECT AGIOS-REPORT   ASSIGN TO "AGIORPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-AR-STATUS.
005700
005800     SELECT RUN-CONTROL    ASSIGN TO "RUNCTL"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RN-STATUS.
006100
006200     SELECT ARCH-CONTROL   ASSIGN TO "ARCHCTL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-AC-STATUS.
006500
006600     SELECT RUN-STATS     ASSIGN TO "RUNSTAT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RS-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  CLIENT-MASTER.
007300 01  CM-CLIENT-RECORD.
007400     COPY CLIENTREC.
007500
007600 FD  TRAN-HISTORY.
007700 01  HS-HISTORY-RECORD.
007800     COPY TRNHREC.
007900
008000 FD  RATE-FILE.
008100 01  RT-RECORD.
008200     05  RT-DATE-EFFET               PIC 9(08).
008300     05  RT-TYPE                     PIC X(01).
008400     05  RT-SEUIL                    PIC 9(04)V99.
008500     05  RT-TAUX                     PIC 9V9999.
008600
008700 FD  AGIOS-REPORT.
008800 01  AR-LINE                         PIC X(80).
008900
009000 FD  RUN-CONTROL.
009100 01  RN-RECORD                       PIC X(47).
009200
009300 FD  ARCH-CONTROL.
009400 01  AC-CONTROL-RECORD.
009500     05  AC-DATE-LIMITE              PIC 9(08).
009600     05  AC-NB-ENREG                 PIC 9(08).
009700     05  AC-HASH-MONTANTS            PIC 9(13)V99.
009800
009900 FD  RUN-STATS.
010000 01  RS-STATS-RECORD.
010100     COPY RUNSREC.
010200
010300 WORKING-STORAGE SECTION.
010400*-----------------------------------------------------------------
010500* SWITCHES AND COUNTERS.
010600*-----------------------------------------------------------------
010700 77  WS-CM-STATUS                    PIC X(02) VALUE '00'.
010800 77  WS-HS-STATUS                    PIC X(02) VALUE '00'.
010900 77  WS-RT-STATUS                    PIC X(02) VALUE '00'.
011000 77  WS-AR-STATUS                    PIC X(02) VALUE '00'.
011100 77  WS-RN-STATUS                    PIC X(02) VALUE '00'.
011200 77  WS-AC-STATUS                    PIC X(02) VALUE '00'.
011300 77  WS-DATE-ARCH-LIMITE             PIC 9(08) VALUE ZERO.
011400 77  WS-EOF-SW                       PIC X(01) VALUE 'N'.
011500     88  WS-END-OF-CLIENTS               VALUE 'Y'.
011600 77  WS-RT-EOF-SW                    PIC X(01) VALUE 'N'.
011700     88  WS-END-OF-RATES                 VALUE 'Y'.
011800 77  WS-HIST-DONE-SW                 PIC X(01) VALUE 'N'.
011900     88  WS-END-OF-HISTORY               VALUE 'Y'.
012000 77  WS-CM-OPEN-SW                   PIC X(01) VALUE 'N'.
012100     88  WS-CM-OPEN                      VALUE 'Y'.
012200 77  WS-HS-OPEN-SW                   PIC X(01) VALUE 'N'.
012300     88  WS-HS-OPEN                      VALUE 'Y'.
012400 77  WS-AR-OPEN-SW                   PIC X(01) VALUE 'N'.
012500     88  WS-AR-OPEN                      VALUE 'Y'.
012600 77  WS-HS-DONE-SW                   PIC X(01) VALUE 'N'.
012700     88  WS-HS-WRITE-DONE                VALUE 'Y'.
012800 77  WS-HS-ERR-SW                    PIC X(01) VALUE 'N'.
012900     88  WS-HS-WRITE-ERROR               VALUE 'Y'.
013000 77  WS-RC-ABEND-SW                  PIC X(01) VALUE 'N'.
013100     88  WS-RC-ABEND                     VALUE 'Y'.
013200 77  WS-RC-CHECKED-SW                PIC X(01) VALUE 'N'.
013300     88  WS-RC-CHECKED                   VALUE 'Y'.
013400 77  WS-CLIENT-COUNT                 PIC 9(05) COMP VALUE ZERO.
013500 77  WS-DEBITEUR-COUNT               PIC 9(05) COMP VALUE ZERO.
013600 77  WS-CHARGED-COUNT                PIC 9(05) COMP VALUE ZERO.
013700 77  WS-SKIPPED-COUNT                PIC 9(05) COMP VALUE ZERO.
013800 77  WS-REJECT-COUNT                 PIC 9(05) COMP VALUE ZERO.
013900 77  WS-TOTAL-AGIOS                  PIC S9(08)V99 COMP-3
014000     VALUE ZERO.
014100
014200*-----------------------------------------------------------------
014300* CHARGE PERIOD.  THE DAYS ARE CALENDAR DAYS OF THE MONTH, SO
014400* A DAY OF THE PERIOD IS JUST THE DAY PART OF ITS DATE.
014500*-----------------------------------------------------------------
014600 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
014700 77  WS-DATE-DEBUT                   PIC 9(08) VALUE ZERO.
014800 77  WS-DATE-FIN                     PIC 9(08) VALUE ZERO.
014900 77  WS-NB-JOURS-MOIS                PIC 9(02) VALUE ZERO.
015000 77  WS-JOUR-AFFAIRES                PIC 9(02) VALUE ZERO.
015100 77  WS-BISS-QUOT                    PIC 9(04) COMP VALUE ZERO.
015200 77  WS-BISS-RESTE-4                 PIC 9(04) COMP VALUE ZERO.
015300 77  WS-BISS-RESTE-100               PIC 9(04) COMP VALUE ZERO.
015400 77  WS-BISS-RESTE-400               PIC 9(04) COMP VALUE ZERO.
015500 01  WS-PERIODE-ZONE.
015600     05  WS-PERIODE                  PIC 9(06) VALUE ZERO.
015700     05  WS-PERIODE-R REDEFINES WS-PERIODE.
015800         10  WS-PER-AN               PIC 9(04).
015900         10  WS-PER-MOIS             PIC 9(02).
016000 01  WS-JOURS-MOIS-TABLE.
016100     05  FILLER                      PIC X(24) VALUE
016200         "312831303130313130313031".
016300 01  WS-JOURS-MOIS-R REDEFINES WS-JOURS-MOIS-TABLE.
016400     05  WS-JOURS-MOIS               PIC 9(02) OCCURS 12 TIMES.
016500
016600*-----------------------------------------------------------------
016700* PER-CLIENT BALANCE REBUILD.  WS-SOLDE-JOUR IS THE BALANCE AS
016800* THE HISTORY STANDS AT THE POINT REACHED; WS-DERN-JOUR IS THE
016900* LAST DAY WHOSE CLOSING BALANCE HAS GONE INTO THE NOMBRES.  THE
017000* BALANCE BEFORE THE FIRST MOVEMENT READ IS WORKED BACK FROM
017100* THAT MOVEMENT, SO NO OPENING BALANCE NEEDS TO BE KEPT.
017200*-----------------------------------------------------------------
017300 77  WS-SOLDE-CONNU-SW               PIC X(01) VALUE 'N'.
017400     88  WS-SOLDE-CONNU                  VALUE 'Y'.
017500 77  WS-SENS-SW                      PIC X(01) VALUE SPACE.
017600     88  WS-SENS-DEBIT                   VALUE 'D'.
017700     88  WS-SENS-CREDIT                  VALUE 'C'.
017800 77  WS-SOLDE-JOUR                   PIC S9(04)V99 VALUE ZERO.
017900 77  WS-DERN-JOUR                    PIC 9(02) VALUE ZERO.
018000 77  WS-JOUR-MVT                     PIC 9(02) VALUE ZERO.
018100 77  WS-NB-JOURS                     PIC 9(02) VALUE ZERO.
018200 77  WS-JOURS-DEBITEURS              PIC 9(02) VALUE ZERO.
018300 77  WS-NOMBRES                      PIC S9(08)V99 COMP-3
018400     VALUE ZERO.
018500 77  WS-SOLDE-MOYEN                  PIC 9(06)V99 VALUE ZERO.
018600 77  WS-AGIOS                        PIC 9(06)V99 VALUE ZERO.
018700 77  WS-MENTION                      PIC X(08) VALUE SPACE.
018800
018900*-----------------------------------------------------------------
019000* RATE TABLE, LOADED FROM RATEFILE AT INITIALIZATION.  ONLY THE
019100* TYPE 'D' ENTRIES ARE USED HERE: THE ONE WITH THE LATEST
019200* EFFECTIVE DATE NOT AFTER THE PERIOD END GOVERNS THE WHOLE RUN.
019300* ON A DEBIT ENTRY THE TIER FIELD IS THE COLLECTION THRESHOLD -
019400* A CHARGE BELOW IT IS REPORTED BUT NOT TAKEN.
019500*-----------------------------------------------------------------
019600 77  WS-RATE-COUNT                   PIC 9(04) COMP VALUE ZERO.
019700 77  WS-RATE-IX                      PIC 9(04) COMP VALUE ZERO.
019800 77  WS-BEST-IX                      PIC 9(04) COMP VALUE ZERO.
019900 77  WS-TAUX-DEBITEUR                PIC 9V9999 VALUE ZERO.
020000 77  WS-SEUIL-PERCEPTION             PIC 9(04)V99 VALUE ZERO.
020100 01  WS-RATE-TABLE.
020200     05  WS-RATE-ENTRY               OCCURS 50 TIMES.
020300         10  WS-RT-DATE-EFFET        PIC 9(08).
020400         10  WS-RT-TYPE              PIC X(01).
020500         10  WS-RT-SEUIL             PIC 9(04)V99.
020600         10  WS-RT-TAUX              PIC 9V9999.
020700
020800*-----------------------------------------------------------------
020900* AGIOS REPORT LINE LAYOUTS.
021000*-----------------------------------------------------------------
021100 01  WS-TITRE-LINE.
021200     05  FILLER                      PIC X(27) VALUE
021300         "AGIOS DEBITEURS - PERIODE  ".
021400     05  TI-PERIODE                  PIC 9(06).
021500     05  FILLER                      PIC X(09) VALUE
021600         "  TAUX  ".
021700     05  TI-TAUX                     PIC 9.9999.
021800     05  FILLER                      PIC X(10) VALUE
021900         "  SEUIL  ".
022000     05  TI-SEUIL                    PIC Z,ZZ9.99.
022100     05  FILLER                      PIC X(14) VALUE SPACE.
022200
022300 01  WS-ENTETE-LINE.
022400     05  FILLER                      PIC X(40) VALUE
022500         "COMPTE    NOM           JRS  MOY.DEB    ".
022600     05  FILLER                      PIC X(40) VALUE
022700         "  NOMBRES     AGIOS  NV SOLDE   MENTION ".
022800
022900 01  WS-DETAIL-LINE.
023000     05  DL-COMPTE                   PIC 9(08).
023100     05  FILLER                      PIC X(02) VALUE SPACE.
023200     05  DL-NOM                      PIC X(12).
023300     05  FILLER                      PIC X(02) VALUE SPACE.
023400     05  DL-JOURS                    PIC ZZ9.
023500     05  FILLER                      PIC X(02) VALUE SPACE.
023600     05  DL-SOLDE-MOYEN              PIC Z,ZZ9.99.
023700     05  FILLER                      PIC X(02) VALUE SPACE.
023800     05  DL-NOMBRES                  PIC ZZZ,ZZ9.99.
023900     05  FILLER                      PIC X(02) VALUE SPACE.
024000     05  DL-AGIOS                    PIC Z,ZZ9.99.
024100     05  FILLER                      PIC X(02) VALUE SPACE.
024200     05  DL-NOUVEAU-SOLDE            PIC Z,ZZ9.99-.
024300     05  FILLER                      PIC X(02) VALUE SPACE.
024400     05  DL-MENTION                  PIC X(08).
024500
024600 01  WS-TOTAL-LINE.
024700     05  FILLER                      PIC X(28) VALUE
024800         "TOTAL DES AGIOS PERCUS     ".
024900     05  TL-AGIOS                    PIC ZZ,ZZZ,ZZ9.99-.
025000     05  FILLER                      PIC X(04) VALUE SPACE.
025100     05  FILLER                      PIC X(11) VALUE
025200         "COMPTES :  ".
025300     05  TL-COMPTES                  PIC ZZ,ZZ9.
025400     05  FILLER                      PIC X(17) VALUE SPACE.
025500
025600*-----------------------------------------------------------------
025700* RUN-CONTROL WORK AREA - THE RUNCTL RECORD IS HELD HERE BETWEEN
025800* THE READ AT INITIALIZATION AND THE WRITE-BACKS.
025900*-----------------------------------------------------------------
026000 01  WS-RUN-CONTROL.
026100     COPY RUNCTREC.
026200
026300*-----------------------------------------------------------------
026400* RUN-STATISTICS FILE STATUS - THE RECORD ITSELF COMES FROM THE
026500* RUNSREC COPY MEMBER AND IS WRITTEN BY 9500-WRITE-RUN-STATS.
026600*-----------------------------------------------------------------
026700 77  WS-RS-STATUS                    PIC X(02) VALUE '00'.
026800
026900 PROCEDURE DIVISION.
027000 0000-MAINLINE.
027100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
027200
027300     PERFORM 2000-PROCESS-CLIENTS THRU 2000-PROCESS-CLIENTS-EXIT
027400         UNTIL WS-END-OF-CLIENTS.
027500
027600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
027700
027800     STOP RUN.
027900
028000*-----------------------------------------------------------------
028100* 1000-INITIALIZE - LOAD THE RATES, GATE ON THE RUN-CONTROL, FIX
028200* AND VET THE PERIOD, AND ONLY THEN MARK THE STEP IN PROGRESS,
028300* OPEN THE FILES AND PRIME THE FIRST READ.  ANY REFUSAL BEFORE
028400* THE MARK LEAVES RUNCTL AS IT WAS.
028500*-----------------------------------------------------------------
028600 1000-INITIALIZE.
028700     DISPLAY "AGIOCALC - DEBUT DU CALCUL DES AGIOS".
028800
028900*    CHARGING AT A GUESSED RATE IS WORSE THAN NOT CHARGING.
029000     PERFORM 1100-LOAD-RATES THRU 1100-LOAD-RATES-EXIT.
029100     IF WS-RC-ABEND
029200         MOVE 16 TO RETURN-CODE
029300         MOVE 'Y' TO WS-EOF-SW
029400         GO TO 1000-INITIALIZE-EXIT
029500     END-IF.
029600
029700     OPEN I-O TRAN-HISTORY.
029800     IF WS-HS-STATUS = '00'
029900         MOVE 'Y' TO WS-HS-OPEN-SW
030000     ELSE
030100         DISPLAY "AGIOCALC - OUVERTURE TRAN-HISTORY ECHEC "
030200             WS-HS-STATUS
030300         MOVE 16 TO RETURN-CODE
030400         MOVE 'Y' TO WS-EOF-SW
030500         GO TO 1000-INITIALIZE-EXIT
030600     END-IF.
030700
030800     PERFORM 1050-CHECK-RUN-CONTROL
030900         THRU 1050-CHECK-RUN-CONTROL-EXIT.
031000     IF WS-RC-ABEND
031100         MOVE 16 TO RETURN-CODE
031200         MOVE 'Y' TO WS-EOF-SW
031300         GO TO 1000-INITIALIZE-EXIT
031400     END-IF.
031500
031600     PERFORM 1200-FIX-PERIOD THRU 1200-FIX-PERIOD-EXIT.
031700     IF WS-RC-ABEND
031800         MOVE 16 TO RETURN-CODE
031900         MOVE 'Y' TO WS-EOF-SW
032000         GO TO 1000-INITIALIZE-EXIT
032100     END-IF.
032200
032300     PERFORM 1300-PICK-DEBIT-RATE THRU 1300-PICK-DEBIT-RATE-EXIT.
032400     IF WS-RC-ABEND
032500         MOVE 16 TO RETURN-CODE
032600         MOVE 'Y' TO WS-EOF-SW
032700         GO TO 1000-INITIALIZE-EXIT
032800     END-IF.
032900
033000     MOVE 'E' TO RC-AGIOS-STATUT.
033100     PERFORM 1060-WRITE-RUN-CONTROL
033200         THRU 1060-WRITE-RUN-CONTROL-EXIT.
033300     IF WS-RC-ABEND
033400         MOVE 16 TO RETURN-CODE
033500         MOVE 'Y' TO WS-EOF-SW
033600         GO TO 1000-INITIALIZE-EXIT
033700     END-IF.
033800     SET WS-RC-CHECKED TO TRUE.
033900
034000     OPEN I-O CLIENT-MASTER.
034100     IF WS-CM-STATUS NOT = '00'
034200         DISPLAY "AGIOCALC - OUVERTURE CLIENT-MASTER ECHEC "
034300             WS-CM-STATUS
034400         MOVE 16 TO RETURN-CODE
034500         MOVE 'Y' TO WS-EOF-SW
034600         GO TO 1000-INITIALIZE-EXIT
034700     END-IF.
034800     MOVE 'Y' TO WS-CM-OPEN-SW.
034900
035000     OPEN OUTPUT AGIOS-REPORT.
035100     IF WS-AR-STATUS NOT = '00'
035200         DISPLAY "AGIOCALC - OUVERTURE AGIOS-REPORT ECHEC "
035300             WS-AR-STATUS
035400     ELSE
035500         MOVE 'Y' TO WS-AR-OPEN-SW
035600         MOVE WS-PERIODE          TO TI-PERIODE
035700         MOVE WS-TAUX-DEBITEUR    TO TI-TAUX
035800         MOVE WS-SEUIL-PERCEPTION TO TI-SEUIL
035900         MOVE WS-TITRE-LINE  TO AR-LINE
036000         WRITE AR-LINE
036100         MOVE WS-ENTETE-LINE TO AR-LINE
036200         WRITE AR-LINE
036300     END-IF.
036400
036500     PERFORM 2100-READ-CLIENT THRU 2100-READ-CLIENT-EXIT.
036600 1000-INITIALIZE-EXIT.
036700     EXIT.
036800
036900*-----------------------------------------------------------------
037000* 1050-CHECK-RUN-CONTROL - THE GATE ON THE STEP.  THE DAY'S
037100* POSTING MUST BE COMPLETE, AND AN AGIOS RUN ALREADY DONE (OR
037200* LEFT IN PROGRESS) FOR THE BUSINESS DATE MUST NOT BE REPEATED.
037300* THE STEP IS NOT MARKED HERE - THE PERIOD IS VETTED FIRST.
037400*-----------------------------------------------------------------
037500 1050-CHECK-RUN-CONTROL.
037600     OPEN INPUT RUN-CONTROL.
037700     IF WS-RN-STATUS NOT = '00'
037800         DISPLAY "AGIOCALC - RUNCTL ABSENT OU ILLISIBLE ("
037900             WS-RN-STATUS ") - EXECUTER LA CHAINE QUOTIDIENNE"
038000         SET WS-RC-ABEND TO TRUE
038100         GO TO 1050-CHECK-RUN-CONTROL-EXIT
038200     END-IF.
038300     READ RUN-CONTROL INTO WS-RUN-CONTROL
038400         AT END
038500             DISPLAY "AGIOCALC - RUNCTL VIDE - EXECUTER LA "
038600                 "CHAINE QUOTIDIENNE"
038700             SET WS-RC-ABEND TO TRUE
038800     END-READ.
038900     CLOSE RUN-CONTROL.
039000     IF WS-RC-ABEND
039100         GO TO 1050-CHECK-RUN-CONTROL-EXIT
039200     END-IF.
039300
039400     IF NOT RC-TRNPOST-TERMINE
039500         DISPLAY "AGIOCALC - POSTING (TRNPOST) PAS TERMINE POUR "
039600             "LA DATE " RC-DATE-AFFAIRES " - ETAPE HORS SEQUENCE"
039700         SET WS-RC-ABEND TO TRUE
039800         GO TO 1050-CHECK-RUN-CONTROL-EXIT
039900     END-IF.
040000
040100     IF RC-AGIOS-TERMINE
040200         DISPLAY "AGIOCALC - AGIOS DEJA CALCULES POUR LA DATE "
040300             RC-DATE-AFFAIRES " - DOUBLE PASSAGE REFUSE"
040400         SET WS-RC-ABEND TO TRUE
040500         GO TO 1050-CHECK-RUN-CONTROL-EXIT
040600     END-IF.
040700
040800     IF RC-AGIOS-EN-COURS
040900         DISPLAY "AGIOCALC - PASSAGE PRECEDENT INTERROMPU - "
041000             "VERIFIER CLIENT-MASTER AVANT TOUTE REPRISE"
041100         SET WS-RC-ABEND TO TRUE
041200         GO TO 1050-CHECK-RUN-CONTROL-EXIT
041300     END-IF.
041400
041500*    A RUNCTL WRITTEN BEFORE THE AGIOS FIELDS EXISTED CARRIES
041600*    SPACES THERE - NO PERIOD CHARGED YET.
041700     IF RC-AGIOS-PERIODE IS NOT NUMERIC
041800         MOVE ZERO TO RC-AGIOS-PERIODE
041900     END-IF.
042000     MOVE RC-DATE-AFFAIRES TO WS-RUN-DATE.
042100 1050-CHECK-RUN-CONTROL-EXIT.
042200     EXIT.
042300
042400*-----------------------------------------------------------------
042500* 1060-WRITE-RUN-CONTROL - PUT THE WHOLE RUNCTL RECORD BACK.
042600*-----------------------------------------------------------------
042700 1060-WRITE-RUN-CONTROL.
042800     OPEN OUTPUT RUN-CONTROL.
042900     IF WS-RN-STATUS NOT = '00'
043000         DISPLAY "AGIOCALC - ECRITURE RUNCTL ECHEC " WS-RN-STATUS
043100         SET WS-RC-ABEND TO TRUE
043200         GO TO 1060-WRITE-RUN-CONTROL-EXIT
043300     END-IF.
043400     WRITE RN-RECORD FROM WS-RUN-CONTROL.
043500     CLOSE RUN-CONTROL.
043600 1060-WRITE-RUN-CONTROL-EXIT.
043700     EXIT.
043800
043900*-----------------------------------------------------------------
044000* 1100-LOAD-RATES - LOAD THE WHOLE RATE TABLE.  NO TABLE, AN
044100* EMPTY ONE OR ONE TOO BIG TO LOAD STOPS THE STEP.
044200*-----------------------------------------------------------------
044300 1100-LOAD-RATES.
044400     OPEN INPUT RATE-FILE.
044500     IF WS-RT-STATUS NOT = '00'
044600         DISPLAY "AGIOCALC - RATEFILE ABSENT OU ILLISIBLE ("
044700             WS-RT-STATUS ") - TABLE DES TAUX REQUISE"
044800         SET WS-RC-ABEND TO TRUE
044900         GO TO 1100-LOAD-RATES-EXIT
045000     END-IF.
045100
045200     PERFORM 1110-LOAD-ONE-RATE THRU 1110-LOAD-ONE-RATE-EXIT
045300         UNTIL WS-END-OF-RATES OR WS-RC-ABEND.
045400
045500     CLOSE RATE-FILE.
045600
045700     IF WS-RATE-COUNT = ZERO AND NOT WS-RC-ABEND
045800         DISPLAY "AGIOCALC - RATEFILE VIDE - TABLE DES TAUX "
045900             "REQUISE"
046000         SET WS-RC-ABEND TO TRUE
046100     END-IF.
046200 1100-LOAD-RATES-EXIT.
046300     EXIT.
046400
046500*-----------------------------------------------------------------
046600* 1110-LOAD-ONE-RATE - ONE RATE RECORD INTO THE TABLE.  A RECORD
046700* WITH A NON-NUMERIC DATE, TIER OR RATE IS REFUSED LOUDLY
046800* RATHER THAN CHARGED WITH.
046900*-----------------------------------------------------------------
047000 1110-LOAD-ONE-RATE.
047100     READ RATE-FILE
047200         AT END
047300             MOVE 'Y' TO WS-RT-EOF-SW
047400             GO TO 1110-LOAD-ONE-RATE-EXIT
047500     END-READ.
047600
047700     IF RT-DATE-EFFET IS NOT NUMERIC
047800         OR RT-SEUIL IS NOT NUMERIC
047900         OR RT-TAUX IS NOT NUMERIC
048000         DISPLAY "AGIOCALC - ENREGISTREMENT RATEFILE INVALIDE - "
048100             RT-RECORD
048200         SET WS-RC-ABEND TO TRUE
048300         GO TO 1110-LOAD-ONE-RATE-EXIT
048400     END-IF.
048500
048600     IF WS-RATE-COUNT >= 50
048700         DISPLAY "AGIOCALC - TABLE DES TAUX PLEINE (50 MAX)"
048800         SET WS-RC-ABEND TO TRUE
048900         GO TO 1110-LOAD-ONE-RATE-EXIT
049000     END-IF.
049100
049200     ADD 1 TO WS-RATE-COUNT.
049300     MOVE RT-DATE-EFFET TO WS-RT-DATE-EFFET (WS-RATE-COUNT).
049400     MOVE RT-TYPE       TO WS-RT-TYPE (WS-RATE-COUNT).
049500     MOVE RT-SEUIL      TO WS-RT-SEUIL (WS-RATE-COUNT).
049600     MOVE RT-TAUX       TO WS-RT-TAUX (WS-RATE-COUNT).
049700 1110-LOAD-ONE-RATE-EXIT.
049800     EXIT.
049900
050000*-----------------------------------------------------------------
050100* 1200-FIX-PERIOD - THE PERIOD COMES FROM SYSIN (AAAAMM).  ABSENT
050200* OR NOT NUMERIC, THE BUSINESS MONTH IS CHARGED WHEN THE
050300* BUSINESS DATE IS ITS LAST DAY, OTHERWISE THE MONTH BEFORE IT.
050400* A MONTH NOT YET OVER, A MONTH ALREADY CHARGED AND A MONTH
050500* WHOSE HISTORY HAS GONE TO THE TRNHARCH ARCHIVE ARE REFUSED.
050600*-----------------------------------------------------------------
050700 1200-FIX-PERIOD.
050800     ACCEPT WS-PERIODE.
050900     IF WS-PERIODE IS NOT NUMERIC OR WS-PERIODE = ZERO
051000         DIVIDE WS-RUN-DATE BY 100 GIVING WS-PERIODE
051100         PERFORM 1250-MONTH-LENGTH THRU 1250-MONTH-LENGTH-EXIT
051200         COMPUTE WS-JOUR-AFFAIRES =
051300             WS-RUN-DATE - (WS-PERIODE * 100)
051400         IF WS-JOUR-AFFAIRES < WS-NB-JOURS-MOIS
051500             IF WS-PER-MOIS = 1
051600                 SUBTRACT 1 FROM WS-PER-AN
051700                 MOVE 12 TO WS-PER-MOIS
051800             ELSE
051900                 SUBTRACT 1 FROM WS-PER-MOIS
052000             END-IF
052100         END-IF
052200     END-IF.
052300
052400     IF WS-PER-MOIS < 1 OR WS-PER-MOIS > 12
052500         DISPLAY "AGIOCALC - PERIODE INVALIDE : " WS-PERIODE
052600         SET WS-RC-ABEND TO TRUE
052700         GO TO 1200-FIX-PERIOD-EXIT
052800     END-IF.
052900
053000     PERFORM 1250-MONTH-LENGTH THRU 1250-MONTH-LENGTH-EXIT.
053100     COMPUTE WS-DATE-DEBUT = (WS-PERIODE * 100) + 1.
053200     COMPUTE WS-DATE-FIN   = (WS-PERIODE * 100)
053300         + WS-NB-JOURS-MOIS.
053400     DISPLAY "AGIOCALC - PERIODE CALCULEE : " WS-PERIODE.
053500
053600     IF WS-DATE-FIN > WS-RUN-DATE
053700         DISPLAY "AGIOCALC - PERIODE " WS-PERIODE " NON ECHUE "
053800             "AU " WS-RUN-DATE " - CALCUL REFUSE"
053900         SET WS-RC-ABEND TO TRUE
054000         GO TO 1200-FIX-PERIOD-EXIT
054100     END-IF.
054200
054300     IF WS-PERIODE NOT > RC-AGIOS-PERIODE
054400         DISPLAY "AGIOCALC - AGIOS DEJA PERCUS JUSQU'A LA "
054500             "PERIODE " RC-AGIOS-PERIODE " - CALCUL REFUSE"
054600         SET WS-RC-ABEND TO TRUE
054700         GO TO 1200-FIX-PERIOD-EXIT
054800     END-IF.
054900
055000*    A MISSING ARCHCTL JUST MEANS NOTHING WAS EVER ARCHIVED.
055100     OPEN INPUT ARCH-CONTROL.
055200     IF WS-AC-STATUS = '00'
055300         READ ARCH-CONTROL
055400             AT END
055500                 CONTINUE
055600             NOT AT END
055700                 MOVE AC-DATE-LIMITE TO WS-DATE-ARCH-LIMITE
055800         END-READ
055900         CLOSE ARCH-CONTROL
056000     END-IF.
056100
056200     IF WS-DATE-ARCH-LIMITE > WS-DATE-DEBUT
056300         DISPLAY "AGIOCALC - PERIODE " WS-PERIODE " ARCHIVEE "
056400             "AVANT LE " WS-DATE-ARCH-LIMITE
056500             " - CALCUL REFUSE"
056600         SET WS-RC-ABEND TO TRUE
056700     END-IF.
056800 1200-FIX-PERIOD-EXIT.
056900     EXIT.
057000
057100*-----------------------------------------------------------------
057200* 1250-MONTH-LENGTH - DAYS IN THE MONTH OF WS-PERIODE, FEBRUARY
057300* OF A LEAP YEAR INCLUDED.
057400*-----------------------------------------------------------------
057500 1250-MONTH-LENGTH.
057600     MOVE WS-JOURS-MOIS (WS-PER-MOIS) TO WS-NB-JOURS-MOIS.
057700     IF WS-PER-MOIS NOT = 2
057800         GO TO 1250-MONTH-LENGTH-EXIT
057900     END-IF.
058000     DIVIDE WS-PER-AN BY 4
058100         GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE-4.
058200     DIVIDE WS-PER-AN BY 100
058300         GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE-100.
058400     DIVIDE WS-PER-AN BY 400
058500         GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE-400.
058600     IF WS-BISS-RESTE-4 = ZERO
058700         AND (WS-BISS-RESTE-100 NOT = ZERO
058800             OR WS-BISS-RESTE-400 = ZERO)
058900         MOVE 29 TO WS-NB-JOURS-MOIS
059000     END-IF.
059100 1250-MONTH-LENGTH-EXIT.
059200     EXIT.
059300
059400*-----------------------------------------------------------------
059500* 1300-PICK-DEBIT-RATE - THE TYPE 'D' ENTRY WITH THE LATEST
059600* EFFECTIVE DATE NOT AFTER THE PERIOD END GOVERNS THE WHOLE
059700* RUN.  NO APPLICABLE ENTRY STOPS THE STEP.
059800*-----------------------------------------------------------------
059900 1300-PICK-DEBIT-RATE.
060000     MOVE ZERO TO WS-BEST-IX.
060100     MOVE 1 TO WS-RATE-IX.
060200     PERFORM 1310-TEST-ONE-RATE THRU 1310-TEST-ONE-RATE-EXIT
060300         UNTIL WS-RATE-IX > WS-RATE-COUNT.
060400
060500     IF WS-BEST-IX = ZERO
060600         DISPLAY "AGIOCALC - AUCUN TAUX DEBITEUR (TYPE D) "
060700             "APPLICABLE A LA PERIODE " WS-PERIODE
060800             " SUR RATEFILE"
060900         SET WS-RC-ABEND TO TRUE
061000         GO TO 1300-PICK-DEBIT-RATE-EXIT
061100     END-IF.
061200
061300     MOVE WS-RT-TAUX (WS-BEST-IX)  TO WS-TAUX-DEBITEUR.
061400     MOVE WS-RT-SEUIL (WS-BEST-IX) TO WS-SEUIL-PERCEPTION.
061500     DISPLAY "AGIOCALC - TAUX DEBITEUR " WS-TAUX-DEBITEUR
061600         ", SEUIL DE PERCEPTION " WS-SEUIL-PERCEPTION.
061700 1300-PICK-DEBIT-RATE-EXIT.
061800     EXIT.
061900
062000*-----------------------------------------------------------------
062100* 1310-TEST-ONE-RATE - ONE TABLE ENTRY AGAINST THE PERIOD END;
062200* ONLY TYPE 'D' ENTRIES QUALIFY.
062300*-----------------------------------------------------------------
062400 1310-TEST-ONE-RATE.
062500     IF WS-RT-TYPE (WS-RATE-IX) = 'D'
062600         AND WS-RT-DATE-EFFET (WS-RATE-IX) NOT > WS-DATE-FIN
062700         IF WS-BEST-IX = ZERO
062800             MOVE WS-RATE-IX TO WS-BEST-IX
062900         ELSE
063000             IF WS-RT-DATE-EFFET (WS-RATE-IX)
063100                     > WS-RT-DATE-EFFET (WS-BEST-IX)
063200                 MOVE WS-RATE-IX TO WS-BEST-IX
063300             END-IF
063400         END-IF
063500     END-IF.
063600     ADD 1 TO WS-RATE-IX.
063700 1310-TEST-ONE-RATE-EXIT.
063800     EXIT.
063900
064000*-----------------------------------------------------------------
064100* 2000-PROCESS-CLIENTS - ASSESS THE CLIENT IN THE WORK AREA.
064200* CLOSED AND DORMANT ACCOUNTS ARE PASSED OVER (AND COUNTED)
064300* JUST AS FRAISCLC PASSES THEM OVER.
064400*-----------------------------------------------------------------
064500 2000-PROCESS-CLIENTS.
064600     IF WS-COMPTE-FERME OR WS-COMPTE-DORMANT
064700         ADD 1 TO WS-SKIPPED-COUNT
064800     ELSE
064900         ADD 1 TO WS-CLIENT-COUNT
065000         PERFORM 2300-ASSESS-CLIENT THRU 2300-ASSESS-CLIENT-EXIT
065100     END-IF.
065200
065300     PERFORM 2100-READ-CLIENT THRU 2100-READ-CLIENT-EXIT.
065400 2000-PROCESS-CLIENTS-EXIT.
065500     EXIT.
065600
065700*-----------------------------------------------------------------
065800* 2100-READ-CLIENT - GET THE NEXT CLIENT-MASTER RECORD.
065900*-----------------------------------------------------------------
066000 2100-READ-CLIENT.
066100     READ CLIENT-MASTER NEXT RECORD
066200         AT END
066300             MOVE 'Y' TO WS-EOF-SW
066400             GO TO 2100-READ-CLIENT-EXIT
066500     END-READ.
066600 2100-READ-CLIENT-EXIT.
066700     EXIT.
066800
066900*-----------------------------------------------------------------
067000* 2300-ASSESS-CLIENT - REBUILD THE PERIOD'S DAILY BALANCES AND,
067100* IF THE ACCOUNT WAS OVERDRAWN ON ANY DAY, PRICE THE NOMBRES,
067200* POST THE CHARGE, WRITE IT TO HISTORY AND REPORT IT.  A CHARGE
067300* UNDER THE COLLECTION THRESHOLD IS REPORTED BUT NOT TAKEN; A
067400* BALANCE THAT WOULD LEAVE ITS PICTURE IS REJECTED AND
067500* REPORTED, NEVER TRUNCATED.
067600*-----------------------------------------------------------------
067700 2300-ASSESS-CLIENT.
067800     MOVE ZERO TO WS-AGIOS.
067900     PERFORM 2310-REBUILD-BALANCES
068000         THRU 2310-REBUILD-BALANCES-EXIT.
068100     IF WS-JOURS-DEBITEURS = ZERO
068200         GO TO 2300-ASSESS-CLIENT-EXIT
068300     END-IF.
068400
068500     ADD 1 TO WS-DEBITEUR-COUNT.
068600     COMPUTE WS-SOLDE-MOYEN ROUNDED =
068700         WS-NOMBRES / WS-JOURS-DEBITEURS.
068800     COMPUTE WS-AGIOS ROUNDED =
068900         (WS-NOMBRES * WS-TAUX-DEBITEUR) / 365.
069000
069100     IF WS-AGIOS = ZERO OR WS-AGIOS < WS-SEUIL-PERCEPTION
069200         MOVE "NON PERC" TO WS-MENTION
069300         GO TO 2300-ASSESS-CLIENT-SUITE
069400     END-IF.
069500
069600     SUBTRACT WS-AGIOS FROM SOLDE
069700         ON SIZE ERROR
069800             ADD 1 TO WS-REJECT-COUNT
069900             MOVE "REJETE" TO WS-MENTION
070000             DISPLAY "AGIOCALC - DEPASSEMENT SOLDE - COMPTE "
070100                 WS-COMPTE " - AGIOS NON POSTES"
070200         NOT ON SIZE ERROR
070300             MOVE WS-RUN-DATE TO WS-DERN-ACTIVITE
070400             REWRITE CM-CLIENT-RECORD
070500             IF WS-CM-STATUS = '00'
070600                 ADD 1 TO WS-CHARGED-COUNT
070700                 ADD WS-AGIOS TO WS-TOTAL-AGIOS
070800                 MOVE "PERCU" TO WS-MENTION
070900                 PERFORM 2400-WRITE-HISTORY
071000                     THRU 2400-WRITE-HISTORY-EXIT
071100             ELSE
071200                 ADD 1 TO WS-REJECT-COUNT
071300                 MOVE "REJETE" TO WS-MENTION
071400                 DISPLAY "AGIOCALC - REWRITE CLIENT-MASTER "
071500                     "ECHEC " WS-COMPTE " " WS-CM-STATUS
071600             END-IF
071700     END-SUBTRACT.
071800
071900 2300-ASSESS-CLIENT-SUITE.
072000     PERFORM 2500-WRITE-DETAIL THRU 2500-WRITE-DETAIL-EXIT.
072100 2300-ASSESS-CLIENT-EXIT.
072200     EXIT.
072300
072400*-----------------------------------------------------------------
072500* 2310-REBUILD-BALANCES - ONE PASS OF THE CLIENT'S HISTORY FROM
072600* THE FIRST DAY OF THE PERIOD.  EACH DAY'S CLOSING BALANCE IS
072700* THE HS-NOUVEAU-SOLDE OF ITS LAST MOVEMENT, OR THE PREVIOUS
072800* DAY'S WHEN NOTHING MOVED; A DAY GOES INTO THE NOMBRES ONCE A
072900* LATER DAY IS REACHED.  THE BALANCE THE PERIOD OPENED WITH IS
073000* WORKED BACK FROM THE FIRST MOVEMENT READ, WHICH MAY LIE AFTER
073100* THE PERIOD; WITH NO MOVEMENT SINCE, IT IS THE MASTER BALANCE.
073200*-----------------------------------------------------------------
073300 2310-REBUILD-BALANCES.
073400     MOVE ZERO TO WS-NOMBRES.
073500     MOVE ZERO TO WS-JOURS-DEBITEURS.
073600     MOVE ZERO TO WS-DERN-JOUR.
073700     MOVE 'N'  TO WS-SOLDE-CONNU-SW.
073800     MOVE 'N'  TO WS-HIST-DONE-SW.
073900     MOVE WS-COMPTE     TO HS-COMPTE.
074000     MOVE WS-DATE-DEBUT TO HS-DATE.
074100     MOVE ZERO          TO HS-SEQ.
074200     START TRAN-HISTORY KEY IS NOT LESS THAN HS-CLE
074300         INVALID KEY
074400             MOVE 'Y' TO WS-HIST-DONE-SW
074500     END-START.
074600
074700     IF NOT WS-END-OF-HISTORY
074800         PERFORM 2320-READ-HISTORY THRU 2320-READ-HISTORY-EXIT
074900     END-IF.
075000     PERFORM 2330-APPLY-ONE-MOVEMENT
075100         THRU 2330-APPLY-ONE-MOVEMENT-EXIT
075200         UNTIL WS-END-OF-HISTORY.
075300
075400     IF NOT WS-SOLDE-CONNU
075500         MOVE SOLDE TO WS-SOLDE-JOUR
075600     END-IF.
075700     COMPUTE WS-NB-JOURS = WS-NB-JOURS-MOIS - WS-DERN-JOUR.
075800     PERFORM 2350-COUNT-DAYS THRU 2350-COUNT-DAYS-EXIT.
075900 2310-REBUILD-BALANCES-EXIT.
076000     EXIT.
076100
076200*-----------------------------------------------------------------
076300* 2320-READ-HISTORY - NEXT HISTORY RECORD; LEAVING THE CLIENT
076400* ENDS THE SCAN.
076500*-----------------------------------------------------------------
076600 2320-READ-HISTORY.
076700     READ TRAN-HISTORY NEXT RECORD
076800         AT END
076900             MOVE 'Y' TO WS-HIST-DONE-SW
077000             GO TO 2320-READ-HISTORY-EXIT
077100     END-READ.
077200
077300     IF HS-COMPTE NOT = WS-COMPTE
077400         MOVE 'Y' TO WS-HIST-DONE-SW
077500     END-IF.
077600 2320-READ-HISTORY-EXIT.
077700     EXIT.
077800
077900*-----------------------------------------------------------------
078000* 2330-APPLY-ONE-MOVEMENT - BRING THE DAYS BEFORE THIS
078100* MOVEMENT'S DAY INTO THE NOMBRES AT THE BALANCE THEY CLOSED
078200* WITH, THEN TAKE UP THE BALANCE THE MOVEMENT LEFT.  THE FIRST
078300* MOVEMENT AFTER THE PERIOD ENDS THE SCAN.
078400*-----------------------------------------------------------------
078500 2330-APPLY-ONE-MOVEMENT.
078600     IF NOT WS-SOLDE-CONNU
078700         PERFORM 2340-DETERMINE-SENS
078800             THRU 2340-DETERMINE-SENS-EXIT
078900         IF WS-SENS-DEBIT
079000             COMPUTE WS-SOLDE-JOUR =
079100                 HS-NOUVEAU-SOLDE + HS-MONTANT
079200         ELSE
079300             COMPUTE WS-SOLDE-JOUR =
079400                 HS-NOUVEAU-SOLDE - HS-MONTANT
079500         END-IF
079600         MOVE 'Y' TO WS-SOLDE-CONNU-SW
079700     END-IF.
079800
079900     IF HS-DATE > WS-DATE-FIN
080000         MOVE 'Y' TO WS-HIST-DONE-SW
080100         GO TO 2330-APPLY-ONE-MOVEMENT-EXIT
080200     END-IF.
080300
080400     COMPUTE WS-JOUR-MVT = HS-DATE - WS-DATE-DEBUT + 1.
080500     IF WS-JOUR-MVT > WS-DERN-JOUR + 1
080600         COMPUTE WS-NB-JOURS = WS-JOUR-MVT - WS-DERN-JOUR - 1
080700         PERFORM 2350-COUNT-DAYS THRU 2350-COUNT-DAYS-EXIT
080800         COMPUTE WS-DERN-JOUR = WS-JOUR-MVT - 1
080900     END-IF.
081000     MOVE HS-NOUVEAU-SOLDE TO WS-SOLDE-JOUR.
081100
081200     PERFORM 2320-READ-HISTORY THRU 2320-READ-HISTORY-EXIT.
081300 2330-APPLY-ONE-MOVEMENT-EXIT.
081400     EXIT.
081500
081600*-----------------------------------------------------------------
081700* 2340-DETERMINE-SENS - WHICH WAY THE CURRENT HISTORY RECORD
081800* MOVED THE BALANCE, AS STMTGEN WORKS IT OUT: DEBITS, FEES,
081900* WITHHELD TAX AND AGIOS TAKE MONEY OUT, EVERYTHING ELSE PUTS
082000* IT IN, AND A CONTRE-PASSATION GOES THE OTHER WAY.
082100*-----------------------------------------------------------------
082200 2340-DETERMINE-SENS.
082300     IF HS-DEBIT OR HS-FRAIS OR HS-RETENUE OR HS-AGIOS
082400         SET WS-SENS-DEBIT TO TRUE
082500     ELSE
082600         SET WS-SENS-CREDIT TO TRUE
082700     END-IF.
082800     IF HS-CONTRE-PASSATION
082900         IF WS-SENS-DEBIT
083000             SET WS-SENS-CREDIT TO TRUE
083100         ELSE
083200             SET WS-SENS-DEBIT TO TRUE
083300         END-IF
083400     END-IF.
083500 2340-DETERMINE-SENS-EXIT.
083600     EXIT.
083700
083800*-----------------------------------------------------------------
083900* 2350-COUNT-DAYS - WS-NB-JOURS DAYS CLOSED AT WS-SOLDE-JOUR; AN
084000* OVERDRAWN BALANCE ADDS ITS DAYS AND ITS NOMBRES.
084100*-----------------------------------------------------------------
084200 2350-COUNT-DAYS.
084300     IF WS-NB-JOURS > ZERO AND WS-SOLDE-JOUR < ZERO
084400         ADD WS-NB-JOURS TO WS-JOURS-DEBITEURS
084500         COMPUTE WS-NOMBRES = WS-NOMBRES
084600             - (WS-SOLDE-JOUR * WS-NB-JOURS)
084700     END-IF.
084800 2350-COUNT-DAYS-EXIT.
084900     EXIT.
085000
085100*-----------------------------------------------------------------
085200* 2400-WRITE-HISTORY - RECORD THE CHARGE JUST POSTED ON THE
085300* CUMULATIVE HISTORY FILE, INDICATOR 'A', SO THE STATEMENT
085400* SHOWS AGIOS AS ITS OWN LINE.  THE SEQUENCE NUMBER IS BUMPED
085500* PAST ANY RECORDS ALREADY THERE FOR THIS ACCOUNT TODAY.
085600*-----------------------------------------------------------------
085700 2400-WRITE-HISTORY.
085800     IF NOT WS-HS-OPEN
085900         GO TO 2400-WRITE-HISTORY-EXIT
086000     END-IF.
086100
086200     MOVE WS-COMPTE      TO HS-COMPTE.
086300     MOVE WS-RUN-DATE    TO HS-DATE.
086400     MOVE 1              TO HS-SEQ.
086500     SET HS-AGIOS        TO TRUE.
086600     MOVE WS-AGIOS       TO HS-MONTANT.
086700     MOVE SOLDE          TO HS-NOUVEAU-SOLDE.
086800     MOVE SPACE          TO HS-NATURE.
086900     MOVE SPACE          TO HS-ANNULE-SW.
087000     MOVE ZERO           TO HS-REF-CLE.
087100     MOVE 'N'            TO WS-HS-DONE-SW.
087200     MOVE 'N'            TO WS-HS-ERR-SW.
087300
087400     PERFORM 2410-WRITE-HISTORY-RECORD
087500         THRU 2410-WRITE-HISTORY-RECORD-EXIT
087600         UNTIL WS-HS-WRITE-DONE OR WS-HS-WRITE-ERROR
087700             OR HS-SEQ > 9999.
087800
087900     IF NOT WS-HS-WRITE-DONE
088000         DISPLAY "AGIOCALC - ECRITURE TRAN-HISTORY ECHEC "
088100             WS-COMPTE " " WS-HS-STATUS
088200     END-IF.
088300 2400-WRITE-HISTORY-EXIT.
088400     EXIT.
088500
088600*-----------------------------------------------------------------
088700* 2410-WRITE-HISTORY-RECORD - ONE WRITE ATTEMPT; A DUPLICATE KEY
088800* MEANS THE SEQUENCE NUMBER IS ALREADY TAKEN, SO STEP IT AND LET
088900* THE LOOP TRY AGAIN.
089000*-----------------------------------------------------------------
089100 2410-WRITE-HISTORY-RECORD.
089200     WRITE HS-HISTORY-RECORD
089300         INVALID KEY
089400             ADD 1 TO HS-SEQ
089500         NOT INVALID KEY
089600             MOVE 'Y' TO WS-HS-DONE-SW
089700     END-WRITE.
089800
089900*    A FAILURE THAT IS NOT A DUPLICATE KEY (I-O ERROR, SPACE)
090000*    WILL NOT CLEAR ON A RETRY - GET OUT OF THE LOOP AND LET
090100*    THE CALLER REPORT THE STATUS.
090200     IF NOT WS-HS-WRITE-DONE
090300         AND WS-HS-STATUS NOT = '21'
090400         AND WS-HS-STATUS NOT = '22'
090500         SET WS-HS-WRITE-ERROR TO TRUE
090600     END-IF.
090700 2410-WRITE-HISTORY-RECORD-EXIT.
090800     EXIT.
090900
091000*-----------------------------------------------------------------
091100* 2500-WRITE-DETAIL - ONE REPORT LINE PER CLIENT OVERDRAWN
091200* DURING THE PERIOD: DAYS OVERDRAWN, AVERAGE DEBIT BALANCE OVER
091300* THOSE DAYS, NOMBRES, CHARGE AND THE RESULTING BALANCE.
091400*-----------------------------------------------------------------
091500 2500-WRITE-DETAIL.
091600     IF NOT WS-AR-OPEN
091700         GO TO 2500-WRITE-DETAIL-EXIT
091800     END-IF.
091900     MOVE WS-COMPTE          TO DL-COMPTE.
092000     MOVE WS-NOM             TO DL-NOM.
092100     MOVE WS-JOURS-DEBITEURS TO DL-JOURS.
092200     MOVE WS-SOLDE-MOYEN     TO DL-SOLDE-MOYEN.
092300     MOVE WS-NOMBRES         TO DL-NOMBRES.
092400     MOVE WS-AGIOS           TO DL-AGIOS.
092500     MOVE SOLDE              TO DL-NOUVEAU-SOLDE.
092600     MOVE WS-MENTION         TO DL-MENTION.
092700     MOVE WS-DETAIL-LINE TO AR-LINE.
092800     WRITE AR-LINE.
092900 2500-WRITE-DETAIL-EXIT.
093000     EXIT.
093100
093200*-----------------------------------------------------------------
093300* 9000-TERMINATE - GUARDED CLOSES, THE RUN-CONTROL MARKED
093400* COMPLETE (WITH THE PERIOD CHARGED) ONLY WHEN THE PASS REALLY
093500* RAN, AND RUN TOTALS.
093600*-----------------------------------------------------------------
093700 9000-TERMINATE.
093800     IF WS-AR-OPEN
093900         MOVE WS-TOTAL-AGIOS   TO TL-AGIOS
094000         MOVE WS-CHARGED-COUNT TO TL-COMPTES
094100         MOVE WS-TOTAL-LINE TO AR-LINE
094200         WRITE AR-LINE
094300         CLOSE AGIOS-REPORT
094400     END-IF.
094500     IF WS-CM-OPEN
094600         CLOSE CLIENT-MASTER
094700     END-IF.
094800     IF WS-HS-OPEN
094900         CLOSE TRAN-HISTORY
095000     END-IF.
095100
095200     IF WS-RC-CHECKED AND WS-CM-OPEN
095300         SET RC-AGIOS-TERMINE TO TRUE
095400         MOVE WS-PERIODE TO RC-AGIOS-PERIODE
095500         PERFORM 1060-WRITE-RUN-CONTROL
095600             THRU 1060-WRITE-RUN-CONTROL-EXIT
095700     END-IF.
095800
095900     DISPLAY "AGIOCALC - CLIENTS EXAMINES : " WS-CLIENT-COUNT.
096000     DISPLAY "AGIOCALC - CLIENTS DEBITEURS : " WS-DEBITEUR-COUNT.
096100     DISPLAY "AGIOCALC - CLIENTS FACTURES : " WS-CHARGED-COUNT.
096200     DISPLAY "AGIOCALC - FERMES/DORMANTS IGNORES : "
096300         WS-SKIPPED-COUNT.
096400     DISPLAY "AGIOCALC - CLIENTS REJETES  : " WS-REJECT-COUNT.
096500     DISPLAY "AGIOCALC - TOTAL DES AGIOS  : " WS-TOTAL-AGIOS.
096600     PERFORM 9500-WRITE-RUN-STATS
096700         THRU 9500-WRITE-RUN-STATS-EXIT.
096800     DISPLAY "AGIOCALC - FIN DU CALCUL DES AGIOS".
096900 9000-TERMINATE-EXIT.
097000     EXIT.
097100
097200*-----------------------------------------------------------------
097300* 9500-WRITE-RUN-STATS - ONE LINE OF RUN TOTALS APPENDED TO THE
097400* COMMON RUNSTAT FILE (CREATED ON ITS VERY FIRST USE), FOR THE
097500* BATCHRPT OPERATIONS SUMMARY.  A FAILURE HERE IS REPORTED BUT
097600* NEVER FAILS THE STEP - THE STATISTICS ARE ABOUT THE RUN, NOT
097700* PART OF IT.
097800*-----------------------------------------------------------------
097900 9500-WRITE-RUN-STATS.
098000     OPEN EXTEND RUN-STATS.
098100     IF WS-RS-STATUS NOT = '00'
098200         OPEN OUTPUT RUN-STATS
098300     END-IF.
098400     IF WS-RS-STATUS NOT = '00'
098500         DISPLAY "AGIOCALC - ECRITURE RUNSTAT ECHEC "
098600             WS-RS-STATUS
098700         GO TO 9500-WRITE-RUN-STATS-EXIT
098800     END-IF.
098900
099000     MOVE "AGIOCALC" TO RS-PROGRAMME.
099100     MOVE WS-RUN-DATE TO RS-DATE-AFFAIRES.
099200     MOVE WS-CHARGED-COUNT TO RS-NB-TRAITES.
099300     MOVE WS-REJECT-COUNT TO RS-NB-REJETES.
099400     MOVE WS-SKIPPED-COUNT TO RS-NB-AUTRES.
099500     MOVE RETURN-CODE TO RS-CODE-RETOUR.
099600     WRITE RS-STATS-RECORD.
099700     CLOSE RUN-STATS.
099800 9500-WRITE-RUN-STATS-EXIT.
099900     EXIT.
