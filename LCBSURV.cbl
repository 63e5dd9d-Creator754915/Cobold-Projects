000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LCBSURV.
000300 AUTHOR.        R. DUBOIS.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 15/10/2026 RD    Original program.  Nightly anti-money-
001100*                  laundering surveillance (lutte contre le
001200*                  blanchiment) of the movements TRNPOST posted
001300*                  for the business date.  Each account's
001400*                  TRNHIST is read over the last few days and
001500*                  matched against the thresholds on the LCBPARM
001600*                  parameter record; four patterns raise an
001700*                  alert on the LCBALRT alert file - a single
001800*                  large debit or credit, several movements just
001900*                  under that threshold within the window
002000*                  (fractionnement), virements both in and out of
002100*                  the account the same day (aller-retour), and
002200*                  large activity on an account CLIENTMNT
002300*                  released from dormancy only recently.  Only
002400*                  the client's own debits and credits count:
002500*                  interest, fees, tax, agios, reversals and the
002600*                  movements they cancel are the bank's doing.
002700*                  An alert is keyed on the date, the account
002800*                  and the pattern, so a rerun of the night
002900*                  finds it already filed and raises nothing
003000*                  twice.  The LCBRPT report lists the day's
003100*                  alerts and every alert the compliance officer
003200*                  has not yet cleared or declared through
003300*                  LCBMNT.  Runs after TRNPOST.
003400*-----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CLIENT-MASTER  ASSIGN TO "CLIMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS WS-COMPTE
004200         ALTERNATE RECORD KEY IS WS-NOM WITH DUPLICATES
004300         FILE STATUS IS WS-CM-STATUS.
004400
004500     SELECT TRAN-HISTORY   ASSIGN TO "TRNHIST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS HS-CLE
004900         FILE STATUS IS WS-HS-STATUS.
005000
005100     SELECT ALERT-FILE     ASSIGN TO "LCBALRT"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS AL-CLE
005500         FILE STATUS IS WS-AL-STATUS.
005600
005700     SELECT PARM-FILE      ASSIGN TO "LCBPARM"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-PA-STATUS.
006000
006100     SELECT ALERT-REPORT   ASSIGN TO "LCBRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-LR-STATUS.
006400
006500     SELECT RUN-CONTROL    ASSIGN TO "RUNCTL"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RN-STATUS.
006800
006900     SELECT RUN-STATS      ASSIGN TO "RUNSTAT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RS-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  CLIENT-MASTER.
007600 01  CM-CLIENT-RECORD.
007700     COPY CLIENTREC.
007800
007900 FD  TRAN-HISTORY.
008000 01  HS-HISTORY-RECORD.
008100     COPY TRNHREC.
008200
008300 FD  ALERT-FILE.
008400 01  AL-ALERT-RECORD.
008500     COPY ALRTREC.
008600
008700 FD  PARM-FILE.
008800 01  PA-RECORD.
008900     05  PA-SEUIL-GROS               PIC 9(06)V99.
009000     05  PA-SEUIL-FRACT              PIC 9(06)V99.
009100     05  PA-NB-FRACT                 PIC 9(02).
009200     05  PA-JOURS-FRACT              PIC 9(02).
009300     05  PA-JOURS-REVEIL             PIC 9(03).
009400     05  PA-SEUIL-REVEIL             PIC 9(06)V99.
009500
009600 FD  ALERT-REPORT.
009700 01  LR-LINE                         PIC X(80).
009800
009900 FD  RUN-CONTROL.
010000 01  RN-RECORD                       PIC X(47).
010100
010200 FD  RUN-STATS.
010300 01  RS-STATS-RECORD.
010400     COPY RUNSREC.
010500
010600 WORKING-STORAGE SECTION.
010700*-----------------------------------------------------------------
010800* SWITCHES AND COUNTERS.
010900*-----------------------------------------------------------------
011000 77  WS-CM-STATUS                    PIC X(02) VALUE '00'.
011100 77  WS-HS-STATUS                    PIC X(02) VALUE '00'.
011200 77  WS-AL-STATUS                    PIC X(02) VALUE '00'.
011300 77  WS-PA-STATUS                    PIC X(02) VALUE '00'.
011400 77  WS-LR-STATUS                    PIC X(02) VALUE '00'.
011500 77  WS-RN-STATUS                    PIC X(02) VALUE '00'.
011600 77  WS-EOF-SW                       PIC X(01) VALUE 'N'.
011700     88  WS-END-OF-CLIENTS               VALUE 'Y'.
011800 77  WS-HIST-DONE-SW                 PIC X(01) VALUE 'N'.
011900     88  WS-END-OF-HISTORY               VALUE 'Y'.
012000 77  WS-AL-DONE-SW                   PIC X(01) VALUE 'N'.
012100     88  WS-END-OF-ALERTS                VALUE 'Y'.
012200 77  WS-CM-OPEN-SW                   PIC X(01) VALUE 'N'.
012300     88  WS-CM-OPEN                      VALUE 'Y'.
012400 77  WS-HS-OPEN-SW                   PIC X(01) VALUE 'N'.
012500     88  WS-HS-OPEN                      VALUE 'Y'.
012600 77  WS-AL-OPEN-SW                   PIC X(01) VALUE 'N'.
012700     88  WS-AL-OPEN                      VALUE 'Y'.
012800 77  WS-LR-OPEN-SW                   PIC X(01) VALUE 'N'.
012900     88  WS-LR-OPEN                      VALUE 'Y'.
013000 77  WS-RC-ABEND-SW                  PIC X(01) VALUE 'N'.
013100     88  WS-RC-ABEND                     VALUE 'Y'.
013200 77  WS-CLIENT-COUNT                 PIC 9(05) COMP VALUE ZERO.
013300 77  WS-ALERT-COUNT                  PIC 9(05) COMP VALUE ZERO.
013400 77  WS-DEJA-COUNT                   PIC 9(05) COMP VALUE ZERO.
013500 77  WS-ERREUR-COUNT                 PIC 9(05) COMP VALUE ZERO.
013600 77  WS-NB-GM                        PIC 9(05) COMP VALUE ZERO.
013700 77  WS-NB-FR                        PIC 9(05) COMP VALUE ZERO.
013800 77  WS-NB-AR                        PIC 9(05) COMP VALUE ZERO.
013900 77  WS-NB-RD                        PIC 9(05) COMP VALUE ZERO.
014000 77  WS-OUVERTES-COUNT               PIC 9(05) COMP VALUE ZERO.
014100 77  WS-ANCIENNES-COUNT              PIC 9(05) COMP VALUE ZERO.
014200
014300*-----------------------------------------------------------------
014400* SURVEILLANCE DATES.  WS-DATE-FENETRE IS THE FIRST DAY OF THE
014500* FRACTIONNEMENT WINDOW (THE BUSINESS DATE INCLUDED); AN ACCOUNT
014600* REACTIVATED ON OR AFTER WS-DATE-REVEIL IS STILL WATCHED.
014700*-----------------------------------------------------------------
014800 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
014900 77  WS-DATE-FENETRE                 PIC 9(08) VALUE ZERO.
015000 77  WS-DATE-REVEIL                  PIC 9(08) VALUE ZERO.
015100 77  WS-NB-RECUL                     PIC 9(03) COMP VALUE ZERO.
015200 77  WS-BISS-QUOT                    PIC 9(04) COMP VALUE ZERO.
015300 77  WS-BISS-RESTE-4                 PIC 9(04) COMP VALUE ZERO.
015400 77  WS-BISS-RESTE-100               PIC 9(04) COMP VALUE ZERO.
015500 77  WS-BISS-RESTE-400               PIC 9(04) COMP VALUE ZERO.
015600 01  WS-DC-DATE.
015700     05  WS-DC-AAAA                  PIC 9(04).
015800     05  WS-DC-MM                    PIC 9(02).
015900     05  WS-DC-JJ                    PIC 9(02).
016000 01  WS-DC-DATE-N REDEFINES WS-DC-DATE PIC 9(08).
016100 01  WS-JOURS-MOIS-TABLE.
016200     05  FILLER                      PIC X(24) VALUE
016300         "312831303130313130313031".
016400 01  WS-JOURS-MOIS-R REDEFINES WS-JOURS-MOIS-TABLE.
016500     05  WS-JOURS-MOIS               PIC 9(02) OCCURS 12 TIMES.
016600
016700*-----------------------------------------------------------------
016800* PER-CLIENT ACCUMULATORS, CLEARED BEFORE EACH HISTORY SCAN.
016900* EACH REFERENCE IS THE TRNHIST KEY OF THE FIRST MOVEMENT OF THE
017000* BUSINESS DATE THAT FEEDS THE PATTERN.
017100*-----------------------------------------------------------------
017200 77  WS-NB-GROS                      PIC 9(03) COMP VALUE ZERO.
017300 77  WS-MT-GROS                      PIC 9(08)V99 COMP-3
017400     VALUE ZERO.
017500 77  WS-NB-FRACT                     PIC 9(03) COMP VALUE ZERO.
017600 77  WS-MT-FRACT                     PIC 9(08)V99 COMP-3
017700     VALUE ZERO.
017800 77  WS-FRACT-JOUR-SW                PIC X(01) VALUE 'N'.
017900     88  WS-FRACT-DU-JOUR                VALUE 'Y'.
018000 77  WS-NB-VIR-ENTRANT               PIC 9(03) COMP VALUE ZERO.
018100 77  WS-MT-VIR-ENTRANT               PIC 9(08)V99 COMP-3
018200     VALUE ZERO.
018300 77  WS-NB-VIR-SORTANT               PIC 9(03) COMP VALUE ZERO.
018400 77  WS-MT-VIR-SORTANT               PIC 9(08)V99 COMP-3
018500     VALUE ZERO.
018600 77  WS-NB-JOUR                      PIC 9(03) COMP VALUE ZERO.
018700 77  WS-MT-JOUR                      PIC 9(08)V99 COMP-3
018800     VALUE ZERO.
018900 77  WS-REF-GROS                     PIC X(20) VALUE SPACE.
019000 77  WS-REF-FRACT                    PIC X(20) VALUE SPACE.
019100 77  WS-REF-VIR                      PIC X(20) VALUE SPACE.
019200 77  WS-REF-JOUR                     PIC X(20) VALUE SPACE.
019300
019400*-----------------------------------------------------------------
019500* THE ALERT ABOUT TO BE FILED BY 2600-WRITE-ALERT.
019600*-----------------------------------------------------------------
019700 77  WS-AL-TYPE                      PIC X(02) VALUE SPACE.
019800 77  WS-AL-LIBELLE                   PIC X(20) VALUE SPACE.
019900 77  WS-AL-MONTANT                   PIC 9(08)V99 VALUE ZERO.
020000 77  WS-AL-NB                        PIC 9(03) VALUE ZERO.
020100 77  WS-AL-REF                       PIC X(20) VALUE SPACE.
020200
020300*-----------------------------------------------------------------
020400* ALERT REPORT LINE LAYOUTS.
020500*-----------------------------------------------------------------
020600 01  WS-TITRE-LINE.
020700     05  FILLER                      PIC X(40) VALUE
020800         "LCB - ALERTES DE SURVEILLANCE DU        ".
020900     05  TI-DATE                     PIC 9(08).
021000     05  FILLER                      PIC X(32) VALUE SPACE.
021100
021200 01  WS-SEUILS-LINE.
021300     05  FILLER                      PIC X(14) VALUE
021400         "SEUILS : GROS ".
021500     05  SE-GROS                     PIC ZZZ,ZZ9.99.
021600     05  FILLER                      PIC X(08) VALUE
021700         "  FRACT ".
021800     05  SE-FRACT                    PIC ZZZ,ZZ9.99.
021900     05  FILLER                      PIC X(03) VALUE " X ".
022000     05  SE-NB-FRACT                 PIC Z9.
022100     05  FILLER                      PIC X(04) VALUE " EN ".
022200     05  SE-JOURS-FRACT              PIC Z9.
022300     05  FILLER                      PIC X(08) VALUE
022400         "J  REV. ".
022500     05  SE-SEUIL-REVEIL             PIC ZZZ,ZZ9.99.
022600     05  FILLER                      PIC X(04) VALUE " EN ".
022700     05  SE-JOURS-REVEIL             PIC ZZ9.
022800     05  FILLER                      PIC X(02) VALUE "J ".
022900
023000 01  WS-ENTETE-LINE.
023100     05  FILLER                      PIC X(42) VALUE
023200         "DATE     COMPTE   TY LIBELLE              ".
023300     05  FILLER                      PIC X(38) VALUE
023400         "      MONTANT  NB S REF.MOUVEMENT     ".
023500
023600 01  WS-DETAIL-LINE.
023700     05  DL-DATE                     PIC 9(08).
023800     05  FILLER                      PIC X(01) VALUE SPACE.
023900     05  DL-COMPTE                   PIC 9(08).
024000     05  FILLER                      PIC X(01) VALUE SPACE.
024100     05  DL-TYPE                     PIC X(02).
024200     05  FILLER                      PIC X(01) VALUE SPACE.
024300     05  DL-LIBELLE                  PIC X(20).
024400     05  FILLER                      PIC X(01) VALUE SPACE.
024500     05  DL-MONTANT                  PIC ZZ,ZZZ,ZZ9.99.
024600     05  FILLER                      PIC X(01) VALUE SPACE.
024700     05  DL-NB                       PIC ZZ9.
024800     05  FILLER                      PIC X(01) VALUE SPACE.
024900     05  DL-STATUT                   PIC X(01).
025000     05  FILLER                      PIC X(01) VALUE SPACE.
025100     05  DL-REF-DATE                 PIC 9(08).
025200     05  FILLER                      PIC X(01) VALUE "/".
025300     05  DL-REF-SEQ                  PIC 9(04).
025400     05  FILLER                      PIC X(05) VALUE SPACE.
025500
025600 01  WS-TOTAL-LINE.
025700     05  TL-LIBELLE                  PIC X(34).
025800     05  TL-NOMBRE                   PIC ZZ,ZZ9.
025900     05  FILLER                      PIC X(40) VALUE SPACE.
026000
026100 01  WS-TEXTE-LINE.
026200     05  TX-TEXTE                    PIC X(80).
026300
026400*-----------------------------------------------------------------
026500* RUN-CONTROL WORK AREA - READ ONLY.  THIS STEP HAS NO STATUS OF
026600* ITS OWN ON RUNCTL: IT ONLY CHECKS THAT THE DAY IS POSTED, AND
026700* AN ALERT CAN ONLY BE FILED ONCE, SO A RERUN IS HARMLESS.
026800*-----------------------------------------------------------------
026900 01  WS-RUN-CONTROL.
027000     COPY RUNCTREC.
027100
027200*-----------------------------------------------------------------
027300* RUN-STATISTICS FILE STATUS - THE RECORD ITSELF COMES FROM THE
027400* RUNSREC COPY MEMBER AND IS WRITTEN BY 9500-WRITE-RUN-STATS.
027500*-----------------------------------------------------------------
027600 77  WS-RS-STATUS                    PIC X(02) VALUE '00'.
027700
027800 PROCEDURE DIVISION.
027900 0000-MAINLINE.
028000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
028100
028200     PERFORM 2000-PROCESS-CLIENTS THRU 2000-PROCESS-CLIENTS-EXIT
028300         UNTIL WS-END-OF-CLIENTS.
028400
028500     IF NOT WS-RC-ABEND
028600         PERFORM 3000-WRITE-REPORT THRU 3000-WRITE-REPORT-EXIT
028700     END-IF.
028800
028900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
029000
029100     STOP RUN.
029200
029300*-----------------------------------------------------------------
029400* 1000-INITIALIZE - LOAD AND VET THE THRESHOLDS, GATE ON THE
029500* RUN-CONTROL, FIX THE WINDOWS, OPEN THE FILES AND PRIME THE
029600* FIRST READ.  THE ALERT FILE IS CREATED ON ITS VERY FIRST USE.
029700*-----------------------------------------------------------------
029800 1000-INITIALIZE.
029900     DISPLAY "LCBSURV - DEBUT DE LA SURVEILLANCE LCB".
030000
030100*    WATCHING AGAINST GUESSED THRESHOLDS IS NO WATCH AT ALL.
030200     PERFORM 1100-LOAD-PARAMETERS THRU 1100-LOAD-PARAMETERS-EXIT.
030300     IF WS-RC-ABEND
030400         MOVE 16 TO RETURN-CODE
030500         MOVE 'Y' TO WS-EOF-SW
030600         GO TO 1000-INITIALIZE-EXIT
030700     END-IF.
030800
030900     PERFORM 1050-CHECK-RUN-CONTROL
031000         THRU 1050-CHECK-RUN-CONTROL-EXIT.
031100     IF WS-RC-ABEND
031200         MOVE 16 TO RETURN-CODE
031300         MOVE 'Y' TO WS-EOF-SW
031400         GO TO 1000-INITIALIZE-EXIT
031500     END-IF.
031600
031700     PERFORM 1200-FIX-WINDOWS THRU 1200-FIX-WINDOWS-EXIT.
031800
031900     OPEN INPUT TRAN-HISTORY.
032000     IF WS-HS-STATUS NOT = '00'
032100         DISPLAY "LCBSURV - OUVERTURE TRAN-HISTORY ECHEC "
032200             WS-HS-STATUS
032300         SET WS-RC-ABEND TO TRUE
032400         MOVE 16 TO RETURN-CODE
032500         MOVE 'Y' TO WS-EOF-SW
032600         GO TO 1000-INITIALIZE-EXIT
032700     END-IF.
032800     MOVE 'Y' TO WS-HS-OPEN-SW.
032900
033000     OPEN I-O ALERT-FILE.
033100*    THE REPORT READS THE FILE BACK, SO A FILE JUST CREATED IS
033200*    REOPENED FOR UPDATE AT ONCE.
033300     IF WS-AL-STATUS = '35'
033400         OPEN OUTPUT ALERT-FILE
033500         IF WS-AL-STATUS = '00'
033600             CLOSE ALERT-FILE
033700             OPEN I-O ALERT-FILE
033800         END-IF
033900     END-IF.
034000     IF WS-AL-STATUS NOT = '00'
034100         DISPLAY "LCBSURV - OUVERTURE LCBALRT ECHEC "
034200             WS-AL-STATUS
034300         SET WS-RC-ABEND TO TRUE
034400         MOVE 16 TO RETURN-CODE
034500         MOVE 'Y' TO WS-EOF-SW
034600         GO TO 1000-INITIALIZE-EXIT
034700     END-IF.
034800     MOVE 'Y' TO WS-AL-OPEN-SW.
034900
035000     OPEN INPUT CLIENT-MASTER.
035100     IF WS-CM-STATUS NOT = '00'
035200         DISPLAY "LCBSURV - OUVERTURE CLIENT-MASTER ECHEC "
035300             WS-CM-STATUS
035400         SET WS-RC-ABEND TO TRUE
035500         MOVE 16 TO RETURN-CODE
035600         MOVE 'Y' TO WS-EOF-SW
035700         GO TO 1000-INITIALIZE-EXIT
035800     END-IF.
035900     MOVE 'Y' TO WS-CM-OPEN-SW.
036000
036100     OPEN OUTPUT ALERT-REPORT.
036200     IF WS-LR-STATUS NOT = '00'
036300         DISPLAY "LCBSURV - OUVERTURE ALERT-REPORT ECHEC "
036400             WS-LR-STATUS
036500         SET WS-RC-ABEND TO TRUE
036600         MOVE 16 TO RETURN-CODE
036700         MOVE 'Y' TO WS-EOF-SW
036800         GO TO 1000-INITIALIZE-EXIT
036900     END-IF.
037000     MOVE 'Y' TO WS-LR-OPEN-SW.
037100
037200     MOVE WS-RUN-DATE     TO TI-DATE.
037300     MOVE WS-TITRE-LINE   TO LR-LINE.
037400     WRITE LR-LINE.
037500     MOVE PA-SEUIL-GROS   TO SE-GROS.
037600     MOVE PA-SEUIL-FRACT  TO SE-FRACT.
037700     MOVE PA-NB-FRACT     TO SE-NB-FRACT.
037800     MOVE PA-JOURS-FRACT  TO SE-JOURS-FRACT.
037900     MOVE PA-SEUIL-REVEIL TO SE-SEUIL-REVEIL.
038000     MOVE PA-JOURS-REVEIL TO SE-JOURS-REVEIL.
038100     MOVE WS-SEUILS-LINE  TO LR-LINE.
038200     WRITE LR-LINE.
038300     MOVE WS-ENTETE-LINE  TO LR-LINE.
038400     WRITE LR-LINE.
038500
038600     PERFORM 2100-READ-CLIENT THRU 2100-READ-CLIENT-EXIT.
038700 1000-INITIALIZE-EXIT.
038800     EXIT.
038900
039000*-----------------------------------------------------------------
039100* 1050-CHECK-RUN-CONTROL - THE SURVEILLANCE LOOKS AT THE DAY'S
039200* POSTED MOVEMENTS, SO THE DAY'S POSTING MUST BE COMPLETE.  THE
039300* BUSINESS DATE COMES FROM HERE.
039400*-----------------------------------------------------------------
039500 1050-CHECK-RUN-CONTROL.
039600     OPEN INPUT RUN-CONTROL.
039700     IF WS-RN-STATUS NOT = '00'
039800         DISPLAY "LCBSURV - RUNCTL ABSENT OU ILLISIBLE ("
039900             WS-RN-STATUS ") - EXECUTER LA CHAINE QUOTIDIENNE"
040000         SET WS-RC-ABEND TO TRUE
040100         GO TO 1050-CHECK-RUN-CONTROL-EXIT
040200     END-IF.
040300     READ RUN-CONTROL INTO WS-RUN-CONTROL
040400         AT END
040500             DISPLAY "LCBSURV - RUNCTL VIDE - EXECUTER LA "
040600                 "CHAINE QUOTIDIENNE"
040700             SET WS-RC-ABEND TO TRUE
040800     END-READ.
040900     CLOSE RUN-CONTROL.
041000     IF WS-RC-ABEND
041100         GO TO 1050-CHECK-RUN-CONTROL-EXIT
041200     END-IF.
041300
041400     IF NOT RC-TRNPOST-TERMINE
041500         DISPLAY "LCBSURV - POSTING (TRNPOST) PAS TERMINE POUR "
041600             "LA DATE " RC-DATE-AFFAIRES " - ETAPE HORS SEQUENCE"
041700         SET WS-RC-ABEND TO TRUE
041800         GO TO 1050-CHECK-RUN-CONTROL-EXIT
041900     END-IF.
042000     MOVE RC-DATE-AFFAIRES TO WS-RUN-DATE.
042100 1050-CHECK-RUN-CONTROL-EXIT.
042200     EXIT.
042300
042400*-----------------------------------------------------------------
042500* 1100-LOAD-PARAMETERS - THE ONE LCBPARM RECORD.  A MISSING OR
042600* EMPTY FILE, A NON-NUMERIC FIELD OR A SET OF THRESHOLDS THAT
042700* DOES NOT HANG TOGETHER STOPS THE STEP.
042800*-----------------------------------------------------------------
042900 1100-LOAD-PARAMETERS.
043000     OPEN INPUT PARM-FILE.
043100     IF WS-PA-STATUS NOT = '00'
043200         DISPLAY "LCBSURV - LCBPARM ABSENT OU ILLISIBLE ("
043300             WS-PA-STATUS ") - SEUILS REQUIS"
043400         SET WS-RC-ABEND TO TRUE
043500         GO TO 1100-LOAD-PARAMETERS-EXIT
043600     END-IF.
043700     READ PARM-FILE
043800         AT END
043900             DISPLAY "LCBSURV - LCBPARM VIDE - SEUILS REQUIS"
044000             SET WS-RC-ABEND TO TRUE
044100     END-READ.
044200     CLOSE PARM-FILE.
044300     IF WS-RC-ABEND
044400         GO TO 1100-LOAD-PARAMETERS-EXIT
044500     END-IF.
044600
044700     IF PA-SEUIL-GROS IS NOT NUMERIC
044800         OR PA-SEUIL-FRACT IS NOT NUMERIC
044900         OR PA-NB-FRACT IS NOT NUMERIC
045000         OR PA-JOURS-FRACT IS NOT NUMERIC
045100         OR PA-JOURS-REVEIL IS NOT NUMERIC
045200         OR PA-SEUIL-REVEIL IS NOT NUMERIC
045300         DISPLAY "LCBSURV - ENREGISTREMENT LCBPARM INVALIDE - "
045400             PA-RECORD
045500         SET WS-RC-ABEND TO TRUE
045600         GO TO 1100-LOAD-PARAMETERS-EXIT
045700     END-IF.
045800
045900*    THE FRACTIONNEMENT BAND LIES JUST UNDER THE LARGE-MOVEMENT
046000*    THRESHOLD, AND TAKES AT LEAST TWO MOVEMENTS TO BE A PATTERN.
046100     IF PA-SEUIL-GROS = ZERO
046200         OR PA-SEUIL-FRACT = ZERO
046300         OR PA-SEUIL-FRACT NOT < PA-SEUIL-GROS
046400         OR PA-NB-FRACT < 2
046500         OR PA-JOURS-FRACT = ZERO
046600         OR PA-JOURS-REVEIL = ZERO
046700         OR PA-SEUIL-REVEIL = ZERO
046800         DISPLAY "LCBSURV - SEUILS LCBPARM INCOHERENTS - "
046900             PA-RECORD
047000         SET WS-RC-ABEND TO TRUE
047100     END-IF.
047200 1100-LOAD-PARAMETERS-EXIT.
047300     EXIT.
047400
047500*-----------------------------------------------------------------
047600* 1200-FIX-WINDOWS - STEP BACK FROM THE BUSINESS DATE TO THE
047700* FIRST DAY OF THE FRACTIONNEMENT WINDOW AND TO THE OLDEST
047800* REACTIVATION STILL WATCHED.
047900*-----------------------------------------------------------------
048000 1200-FIX-WINDOWS.
048100     MOVE WS-RUN-DATE TO WS-DC-DATE-N.
048200     COMPUTE WS-NB-RECUL = PA-JOURS-FRACT - 1.
048300     PERFORM 8600-JOUR-PRECEDENT THRU 8600-JOUR-PRECEDENT-EXIT
048400         WS-NB-RECUL TIMES.
048500     MOVE WS-DC-DATE-N TO WS-DATE-FENETRE.
048600
048700     MOVE WS-RUN-DATE TO WS-DC-DATE-N.
048800     MOVE PA-JOURS-REVEIL TO WS-NB-RECUL.
048900     PERFORM 8600-JOUR-PRECEDENT THRU 8600-JOUR-PRECEDENT-EXIT
049000         WS-NB-RECUL TIMES.
049100     MOVE WS-DC-DATE-N TO WS-DATE-REVEIL.
049200 1200-FIX-WINDOWS-EXIT.
049300     EXIT.
049400
049500*-----------------------------------------------------------------
049600* 2000-PROCESS-CLIENTS - WATCH THE CLIENT IN THE WORK AREA.
049700* EVERY ACCOUNT IS WATCHED, WHATEVER ITS STATUS - A MOVEMENT
049800* POSTED TODAY COUNTS EVEN IF THE ACCOUNT IS NOW CLOSED.
049900*-----------------------------------------------------------------
050000 2000-PROCESS-CLIENTS.
050100     ADD 1 TO WS-CLIENT-COUNT.
050200     PERFORM 2300-WATCH-CLIENT THRU 2300-WATCH-CLIENT-EXIT.
050300
050400     PERFORM 2100-READ-CLIENT THRU 2100-READ-CLIENT-EXIT.
050500 2000-PROCESS-CLIENTS-EXIT.
050600     EXIT.
050700
050800*-----------------------------------------------------------------
050900* 2100-READ-CLIENT - GET THE NEXT CLIENT-MASTER RECORD.
051000*-----------------------------------------------------------------
051100 2100-READ-CLIENT.
051200     READ CLIENT-MASTER NEXT RECORD
051300         AT END
051400             MOVE 'Y' TO WS-EOF-SW
051500             GO TO 2100-READ-CLIENT-EXIT
051600     END-READ.
051700 2100-READ-CLIENT-EXIT.
051800     EXIT.
051900
052000*-----------------------------------------------------------------
052100* 2300-WATCH-CLIENT - ONE PASS OF THE CLIENT'S HISTORY OVER THE
052200* WINDOW, THEN ONE ALERT FOR EACH PATTERN IT SHOWS.
052300*-----------------------------------------------------------------
052400 2300-WATCH-CLIENT.
052500     PERFORM 2310-SCAN-HISTORY THRU 2310-SCAN-HISTORY-EXIT.
052600     IF WS-NB-JOUR = ZERO
052700         GO TO 2300-WATCH-CLIENT-EXIT
052800     END-IF.
052900     PERFORM 2400-RAISE-ALERTS THRU 2400-RAISE-ALERTS-EXIT.
053000 2300-WATCH-CLIENT-EXIT.
053100     EXIT.
053200
053300*-----------------------------------------------------------------
053400* 2310-SCAN-HISTORY - CLEAR THE ACCUMULATORS AND READ THE
053500* CLIENT'S MOVEMENTS FROM THE FIRST DAY OF THE WINDOW.
053600*-----------------------------------------------------------------
053700 2310-SCAN-HISTORY.
053800     MOVE ZERO  TO WS-NB-GROS WS-MT-GROS.
053900     MOVE ZERO  TO WS-NB-FRACT WS-MT-FRACT.
054000     MOVE ZERO  TO WS-NB-VIR-ENTRANT WS-MT-VIR-ENTRANT.
054100     MOVE ZERO  TO WS-NB-VIR-SORTANT WS-MT-VIR-SORTANT.
054200     MOVE ZERO  TO WS-NB-JOUR WS-MT-JOUR.
054300     MOVE SPACE TO WS-REF-GROS WS-REF-FRACT.
054400     MOVE SPACE TO WS-REF-VIR WS-REF-JOUR.
054500     MOVE 'N'   TO WS-FRACT-JOUR-SW.
054600     MOVE 'N'   TO WS-HIST-DONE-SW.
054700
054800     MOVE WS-COMPTE       TO HS-COMPTE.
054900     MOVE WS-DATE-FENETRE TO HS-DATE.
055000     MOVE ZERO            TO HS-SEQ.
055100     START TRAN-HISTORY KEY IS NOT LESS THAN HS-CLE
055200         INVALID KEY
055300             MOVE 'Y' TO WS-HIST-DONE-SW
055400     END-START.
055500
055600     PERFORM 2320-READ-HISTORY THRU 2320-READ-HISTORY-EXIT
055700         UNTIL WS-END-OF-HISTORY.
055800 2310-SCAN-HISTORY-EXIT.
055900     EXIT.
056000
056100*-----------------------------------------------------------------
056200* 2320-READ-HISTORY - NEXT HISTORY RECORD; LEAVING THE CLIENT OR
056300* PASSING THE BUSINESS DATE ENDS THE SCAN.
056400*-----------------------------------------------------------------
056500 2320-READ-HISTORY.
056600     READ TRAN-HISTORY NEXT RECORD
056700         AT END
056800             MOVE 'Y' TO WS-HIST-DONE-SW
056900             GO TO 2320-READ-HISTORY-EXIT
057000     END-READ.
057100
057200     IF HS-COMPTE NOT = WS-COMPTE
057300         OR HS-DATE > WS-RUN-DATE
057400         MOVE 'Y' TO WS-HIST-DONE-SW
057500         GO TO 2320-READ-HISTORY-EXIT
057600     END-IF.
057700
057800     PERFORM 2330-TAKE-ONE-MOVEMENT
057900         THRU 2330-TAKE-ONE-MOVEMENT-EXIT.
058000 2320-READ-HISTORY-EXIT.
058100     EXIT.
058200
058300*-----------------------------------------------------------------
058400* 2330-TAKE-ONE-MOVEMENT - ADD ONE CLIENT MOVEMENT TO THE
058500* ACCUMULATORS.  THE BANK'S OWN MOVEMENTS, REVERSALS AND THE
058600* MOVEMENTS THEY CANCELLED ARE LEFT OUT.
058700*-----------------------------------------------------------------
058800 2330-TAKE-ONE-MOVEMENT.
058900     IF NOT HS-DEBIT AND NOT HS-CREDIT
059000         GO TO 2330-TAKE-ONE-MOVEMENT-EXIT
059100     END-IF.
059200     IF HS-CONTRE-PASSATION OR HS-ANNULE
059300         GO TO 2330-TAKE-ONE-MOVEMENT-EXIT
059400     END-IF.
059500
059600     IF HS-MONTANT NOT < PA-SEUIL-FRACT
059700         AND HS-MONTANT < PA-SEUIL-GROS
059800         ADD 1 TO WS-NB-FRACT
059900         ADD HS-MONTANT TO WS-MT-FRACT
060000         IF HS-DATE = WS-RUN-DATE
060100             AND NOT WS-FRACT-DU-JOUR
060200             MOVE 'Y' TO WS-FRACT-JOUR-SW
060300             MOVE HS-CLE TO WS-REF-FRACT
060400         END-IF
060500     END-IF.
060600
060700     IF HS-DATE NOT = WS-RUN-DATE
060800         GO TO 2330-TAKE-ONE-MOVEMENT-EXIT
060900     END-IF.
061000
061100     IF WS-NB-JOUR = ZERO
061200         MOVE HS-CLE TO WS-REF-JOUR
061300     END-IF.
061400     ADD 1 TO WS-NB-JOUR.
061500     ADD HS-MONTANT TO WS-MT-JOUR.
061600
061700     IF HS-MONTANT NOT < PA-SEUIL-GROS
061800         IF WS-NB-GROS = ZERO
061900             MOVE HS-CLE TO WS-REF-GROS
062000         END-IF
062100         ADD 1 TO WS-NB-GROS
062200         ADD HS-MONTANT TO WS-MT-GROS
062300     END-IF.
062400
062500     IF NOT HS-JAMBE-VIREMENT
062600         GO TO 2330-TAKE-ONE-MOVEMENT-EXIT
062700     END-IF.
062800     IF WS-NB-VIR-ENTRANT = ZERO AND WS-NB-VIR-SORTANT = ZERO
062900         MOVE HS-CLE TO WS-REF-VIR
063000     END-IF.
063100     IF HS-CREDIT
063200         ADD 1 TO WS-NB-VIR-ENTRANT
063300         ADD HS-MONTANT TO WS-MT-VIR-ENTRANT
063400     ELSE
063500         ADD 1 TO WS-NB-VIR-SORTANT
063600         ADD HS-MONTANT TO WS-MT-VIR-SORTANT
063700     END-IF.
063800 2330-TAKE-ONE-MOVEMENT-EXIT.
063900     EXIT.
064000
064100*-----------------------------------------------------------------
064200* 2400-RAISE-ALERTS - ONE ALERT PER PATTERN THE DAY SHOWS.  A
064300* FRACTIONNEMENT IS ONLY RAISED ON A DAY THAT ADDS TO IT, SO THE
064400* SAME RUN OF MOVEMENTS DOES NOT ALERT AGAIN EVERY NIGHT IT
064500* STAYS IN THE WINDOW.  THE ALLER-RETOUR AMOUNT IS WHAT PASSED
064600* THROUGH - THE SMALLER OF THE TWO SIDES.
064700*-----------------------------------------------------------------
064800 2400-RAISE-ALERTS.
064900     IF WS-NB-GROS > ZERO
065000         MOVE "GM"              TO WS-AL-TYPE
065100         MOVE "GROS MONTANT"    TO WS-AL-LIBELLE
065200         MOVE WS-MT-GROS        TO WS-AL-MONTANT
065300         MOVE WS-NB-GROS        TO WS-AL-NB
065400         MOVE WS-REF-GROS       TO WS-AL-REF
065500         PERFORM 2600-WRITE-ALERT THRU 2600-WRITE-ALERT-EXIT
065600     END-IF.
065700
065800     IF WS-NB-FRACT NOT < PA-NB-FRACT
065900         AND WS-FRACT-DU-JOUR
066000         MOVE "FR"              TO WS-AL-TYPE
066100         MOVE "FRACTIONNEMENT"  TO WS-AL-LIBELLE
066200         MOVE WS-MT-FRACT       TO WS-AL-MONTANT
066300         MOVE WS-NB-FRACT       TO WS-AL-NB
066400         MOVE WS-REF-FRACT      TO WS-AL-REF
066500         PERFORM 2600-WRITE-ALERT THRU 2600-WRITE-ALERT-EXIT
066600     END-IF.
066700
066800     IF WS-NB-VIR-ENTRANT > ZERO AND WS-NB-VIR-SORTANT > ZERO
066900         MOVE "AR"              TO WS-AL-TYPE
067000         MOVE "ALLER-RETOUR VIRT" TO WS-AL-LIBELLE
067100         IF WS-MT-VIR-ENTRANT < WS-MT-VIR-SORTANT
067200             MOVE WS-MT-VIR-ENTRANT TO WS-AL-MONTANT
067300         ELSE
067400             MOVE WS-MT-VIR-SORTANT TO WS-AL-MONTANT
067500         END-IF
067600         COMPUTE WS-AL-NB =
067700             WS-NB-VIR-ENTRANT + WS-NB-VIR-SORTANT
067800         MOVE WS-REF-VIR        TO WS-AL-REF
067900         PERFORM 2600-WRITE-ALERT THRU 2600-WRITE-ALERT-EXIT
068000     END-IF.
068100
068200*    A RECORD WRITTEN BEFORE THE REACTIVATION DATE EXISTED
068300*    CARRIES NO DATE - NEVER REACTIVATED.
068400     IF WS-DATE-REACTIVATION IS NOT NUMERIC
068500         GO TO 2400-RAISE-ALERTS-EXIT
068600     END-IF.
068700     IF WS-DATE-REACTIVATION NOT < WS-DATE-REVEIL
068800         AND WS-DATE-REACTIVATION NOT > WS-RUN-DATE
068900         AND WS-MT-JOUR NOT < PA-SEUIL-REVEIL
069000         MOVE "RD"              TO WS-AL-TYPE
069100         MOVE "REVEIL DORMANT"  TO WS-AL-LIBELLE
069200         MOVE WS-MT-JOUR        TO WS-AL-MONTANT
069300         MOVE WS-NB-JOUR        TO WS-AL-NB
069400         MOVE WS-REF-JOUR       TO WS-AL-REF
069500         PERFORM 2600-WRITE-ALERT THRU 2600-WRITE-ALERT-EXIT
069600     END-IF.
069700 2400-RAISE-ALERTS-EXIT.
069800     EXIT.
069900
070000*-----------------------------------------------------------------
070100* 2600-WRITE-ALERT - FILE ONE OPEN ALERT.  A DUPLICATE KEY IS AN
070200* ALERT ALREADY FILED BY AN EARLIER PASS OF THE SAME NIGHT AND IS
070300* LEFT AS IT STANDS - THE COMPLIANCE OFFICER MAY ALREADY HAVE
070400* ACTED ON IT.
070500*-----------------------------------------------------------------
070600 2600-WRITE-ALERT.
070700     MOVE WS-RUN-DATE     TO AL-DATE-ALERTE.
070800     MOVE WS-COMPTE       TO AL-COMPTE.
070900     MOVE WS-AL-TYPE      TO AL-TYPE.
071000     MOVE WS-AL-LIBELLE   TO AL-LIBELLE.
071100     MOVE WS-AL-MONTANT   TO AL-MONTANT.
071200     MOVE WS-AL-NB        TO AL-NB-MOUVEMENTS.
071300     MOVE WS-AL-REF       TO AL-REF-CLE.
071400     MOVE 'O'             TO AL-STATUT.
071500     MOVE WS-RUN-DATE     TO AL-DATE-STATUT.
071600     MOVE "LCBSURV"       TO AL-AGENT.
071700     MOVE SPACE           TO AL-MOTIF.
071800
071900     WRITE AL-ALERT-RECORD
072000         INVALID KEY
072100             IF WS-AL-STATUS = '22'
072200                 ADD 1 TO WS-DEJA-COUNT
072300             ELSE
072400                 ADD 1 TO WS-ERREUR-COUNT
072500                 DISPLAY "LCBSURV - ECRITURE LCBALRT ECHEC "
072600                     WS-COMPTE " " WS-AL-TYPE " " WS-AL-STATUS
072700                 IF RETURN-CODE < 8
072800                     MOVE 8 TO RETURN-CODE
072900                 END-IF
073000             END-IF
073100             GO TO 2600-WRITE-ALERT-EXIT
073200     END-WRITE.
073300
073400     ADD 1 TO WS-ALERT-COUNT.
073500     IF AL-GROS-MONTANT
073600         ADD 1 TO WS-NB-GM
073700     ELSE
073800     IF AL-FRACTIONNEMENT
073900         ADD 1 TO WS-NB-FR
074000     ELSE
074100     IF AL-ALLER-RETOUR
074200         ADD 1 TO WS-NB-AR
074300     ELSE
074400         ADD 1 TO WS-NB-RD
074500     END-IF
074600     END-IF
074700     END-IF.
074800 2600-WRITE-ALERT-EXIT.
074900     EXIT.
075000
075100*-----------------------------------------------------------------
075200* 3000-WRITE-REPORT - ONE PASS OF THE WHOLE ALERT FILE: THE
075300* DAY'S ALERTS, WHATEVER HAS BEEN DONE WITH THEM SINCE, AND
075400* EVERY OLDER ALERT STILL OPEN, THEN THE TOTALS.
075500*-----------------------------------------------------------------
075600 3000-WRITE-REPORT.
075700     MOVE 'N' TO WS-AL-DONE-SW.
075800     MOVE LOW-VALUES TO AL-CLE.
075900     START ALERT-FILE KEY IS NOT LESS THAN AL-CLE
076000         INVALID KEY
076100             MOVE 'Y' TO WS-AL-DONE-SW
076200     END-START.
076300     PERFORM 3100-REPORT-ONE-ALERT
076400         THRU 3100-REPORT-ONE-ALERT-EXIT
076500         UNTIL WS-END-OF-ALERTS.
076600
076700     PERFORM 3200-WRITE-TOTALS THRU 3200-WRITE-TOTALS-EXIT.
076800 3000-WRITE-REPORT-EXIT.
076900     EXIT.
077000
077100*-----------------------------------------------------------------
077200* 3100-REPORT-ONE-ALERT - LIST AN ALERT OF THE DAY OR ONE STILL
077300* OPEN; COUNT THE OPEN ONES.
077400*-----------------------------------------------------------------
077500 3100-REPORT-ONE-ALERT.
077600     READ ALERT-FILE NEXT RECORD
077700         AT END
077800             MOVE 'Y' TO WS-AL-DONE-SW
077900             GO TO 3100-REPORT-ONE-ALERT-EXIT
078000     END-READ.
078100
078200     IF AL-OUVERTE
078300         ADD 1 TO WS-OUVERTES-COUNT
078400         IF AL-DATE-ALERTE < WS-RUN-DATE
078500             ADD 1 TO WS-ANCIENNES-COUNT
078600         END-IF
078700     ELSE
078800         IF AL-DATE-ALERTE NOT = WS-RUN-DATE
078900             GO TO 3100-REPORT-ONE-ALERT-EXIT
079000         END-IF
079100     END-IF.
079200
079300     MOVE AL-DATE-ALERTE   TO DL-DATE.
079400     MOVE AL-COMPTE        TO DL-COMPTE.
079500     MOVE AL-TYPE          TO DL-TYPE.
079600     MOVE AL-LIBELLE       TO DL-LIBELLE.
079700     MOVE AL-MONTANT       TO DL-MONTANT.
079800     MOVE AL-NB-MOUVEMENTS TO DL-NB.
079900     MOVE AL-STATUT        TO DL-STATUT.
080000     MOVE AL-REF-DATE      TO DL-REF-DATE.
080100     MOVE AL-REF-SEQ       TO DL-REF-SEQ.
080200     MOVE WS-DETAIL-LINE   TO LR-LINE.
080300     WRITE LR-LINE.
080400 3100-REPORT-ONE-ALERT-EXIT.
080500     EXIT.
080600
080700*-----------------------------------------------------------------
080800* 3200-WRITE-TOTALS - THE COUNTS THE COMPLIANCE OFFICER SIGNS
080900* THE DAY OFF FROM.
081000*-----------------------------------------------------------------
081100 3200-WRITE-TOTALS.
081200     MOVE SPACE TO LR-LINE.
081300     WRITE LR-LINE.
081400     MOVE "NOUVELLES ALERTES DU JOUR"        TO TL-LIBELLE.
081500     MOVE WS-ALERT-COUNT                     TO TL-NOMBRE.
081600     PERFORM 3300-WRITE-TOTAL-LINE
081700         THRU 3300-WRITE-TOTAL-LINE-EXIT.
081800     MOVE "  DONT GROS MONTANTS"             TO TL-LIBELLE.
081900     MOVE WS-NB-GM                           TO TL-NOMBRE.
082000     PERFORM 3300-WRITE-TOTAL-LINE
082100         THRU 3300-WRITE-TOTAL-LINE-EXIT.
082200     MOVE "  DONT FRACTIONNEMENTS"           TO TL-LIBELLE.
082300     MOVE WS-NB-FR                           TO TL-NOMBRE.
082400     PERFORM 3300-WRITE-TOTAL-LINE
082500         THRU 3300-WRITE-TOTAL-LINE-EXIT.
082600     MOVE "  DONT ALLERS-RETOURS VIREMENT"   TO TL-LIBELLE.
082700     MOVE WS-NB-AR                           TO TL-NOMBRE.
082800     PERFORM 3300-WRITE-TOTAL-LINE
082900         THRU 3300-WRITE-TOTAL-LINE-EXIT.
083000     MOVE "  DONT REVEILS DE COMPTES DORMANTS" TO TL-LIBELLE.
083100     MOVE WS-NB-RD                           TO TL-NOMBRE.
083200     PERFORM 3300-WRITE-TOTAL-LINE
083300         THRU 3300-WRITE-TOTAL-LINE-EXIT.
083400     MOVE "DEJA DEPOSEES PAR UN PASSAGE ANT." TO TL-LIBELLE.
083500     MOVE WS-DEJA-COUNT                      TO TL-NOMBRE.
083600     PERFORM 3300-WRITE-TOTAL-LINE
083700         THRU 3300-WRITE-TOTAL-LINE-EXIT.
083800     MOVE "ALERTES OUVERTES AU TOTAL"        TO TL-LIBELLE.
083900     MOVE WS-OUVERTES-COUNT                  TO TL-NOMBRE.
084000     PERFORM 3300-WRITE-TOTAL-LINE
084100         THRU 3300-WRITE-TOTAL-LINE-EXIT.
084200     MOVE "  DONT ANTERIEURES AU JOUR"       TO TL-LIBELLE.
084300     MOVE WS-ANCIENNES-COUNT                 TO TL-NOMBRE.
084400     PERFORM 3300-WRITE-TOTAL-LINE
084500         THRU 3300-WRITE-TOTAL-LINE-EXIT.
084600
084700     IF WS-ERREUR-COUNT > ZERO
084800         MOVE "ATTENTION : ALERTES NON DEPOSEES - VOIR SYSOUT"
084900             TO TX-TEXTE
085000         MOVE WS-TEXTE-LINE TO LR-LINE
085100         WRITE LR-LINE
085200     END-IF.
085300 3200-WRITE-TOTALS-EXIT.
085400     EXIT.
085500
085600*-----------------------------------------------------------------
085700* 3300-WRITE-TOTAL-LINE - ONE LABELLED COUNT LINE.
085800*-----------------------------------------------------------------
085900 3300-WRITE-TOTAL-LINE.
086000     MOVE WS-TOTAL-LINE TO LR-LINE.
086100     WRITE LR-LINE.
086200 3300-WRITE-TOTAL-LINE-EXIT.
086300     EXIT.
086400
086500*-----------------------------------------------------------------
086600* 8600-JOUR-PRECEDENT - STEP THE DATE IN WS-DC-DATE BACK ONE
086700* CALENDAR DAY, ACROSS MONTH AND YEAR ENDS, FEBRUARY OF A LEAP
086800* YEAR INCLUDED.
086900*-----------------------------------------------------------------
087000 8600-JOUR-PRECEDENT.
087100     IF WS-DC-JJ > 1
087200         SUBTRACT 1 FROM WS-DC-JJ
087300         GO TO 8600-JOUR-PRECEDENT-EXIT
087400     END-IF.
087500
087600     IF WS-DC-MM > 1
087700         SUBTRACT 1 FROM WS-DC-MM
087800     ELSE
087900         MOVE 12 TO WS-DC-MM
088000         SUBTRACT 1 FROM WS-DC-AAAA
088100     END-IF.
088200     MOVE WS-JOURS-MOIS (WS-DC-MM) TO WS-DC-JJ.
088300     IF WS-DC-MM NOT = 2
088400         GO TO 8600-JOUR-PRECEDENT-EXIT
088500     END-IF.
088600     DIVIDE WS-DC-AAAA BY 4
088700         GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE-4.
088800     DIVIDE WS-DC-AAAA BY 100
088900         GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE-100.
089000     DIVIDE WS-DC-AAAA BY 400
089100         GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE-400.
089200     IF WS-BISS-RESTE-4 = ZERO
089300         AND (WS-BISS-RESTE-100 NOT = ZERO
089400             OR WS-BISS-RESTE-400 = ZERO)
089500         MOVE 29 TO WS-DC-JJ
089600     END-IF.
089700 8600-JOUR-PRECEDENT-EXIT.
089800     EXIT.
089900
090000*-----------------------------------------------------------------
090100* 9000-TERMINATE - CLOSE EACH FILE THAT WAS ACTUALLY OPENED AND
090200* DISPLAY RUN TOTALS.
090300*-----------------------------------------------------------------
090400 9000-TERMINATE.
090500     IF WS-LR-OPEN
090600         CLOSE ALERT-REPORT
090700     END-IF.
090800     IF WS-CM-OPEN
090900         CLOSE CLIENT-MASTER
091000     END-IF.
091100     IF WS-AL-OPEN
091200         CLOSE ALERT-FILE
091300     END-IF.
091400     IF WS-HS-OPEN
091500         CLOSE TRAN-HISTORY
091600     END-IF.
091700
091800     DISPLAY "LCBSURV - COMPTES SURVEILLES : " WS-CLIENT-COUNT.
091900     DISPLAY "LCBSURV - NOUVELLES ALERTES : " WS-ALERT-COUNT.
092000     DISPLAY "LCBSURV - ALERTES DEJA DEPOSEES : " WS-DEJA-COUNT.
092100     DISPLAY "LCBSURV - ALERTES NON DEPOSEES : " WS-ERREUR-COUNT.
092200     DISPLAY "LCBSURV - ALERTES OUVERTES : " WS-OUVERTES-COUNT.
092300     PERFORM 9500-WRITE-RUN-STATS
092400         THRU 9500-WRITE-RUN-STATS-EXIT.
092500     DISPLAY "LCBSURV - FIN DE LA SURVEILLANCE LCB".
092600 9000-TERMINATE-EXIT.
092700     EXIT.
092800
092900*-----------------------------------------------------------------
093000* 9500-WRITE-RUN-STATS - ONE LINE OF RUN TOTALS APPENDED TO THE
093100* COMMON RUNSTAT FILE (CREATED ON ITS VERY FIRST USE), FOR THE
093200* BATCHRPT OPERATIONS SUMMARY.  A FAILURE HERE IS REPORTED BUT
093300* NEVER FAILS THE STEP - THE STATISTICS ARE ABOUT THE RUN, NOT
093400* PART OF IT.
093500*-----------------------------------------------------------------
093600 9500-WRITE-RUN-STATS.
093700     OPEN EXTEND RUN-STATS.
093800     IF WS-RS-STATUS NOT = '00'
093900         OPEN OUTPUT RUN-STATS
094000     END-IF.
094100     IF WS-RS-STATUS NOT = '00'
094200         DISPLAY "LCBSURV - ECRITURE RUNSTAT ECHEC "
094300             WS-RS-STATUS
094400         GO TO 9500-WRITE-RUN-STATS-EXIT
094500     END-IF.
094600
094700     MOVE "LCBSURV" TO RS-PROGRAMME.
094800     MOVE WS-RUN-DATE TO RS-DATE-AFFAIRES.
094900     MOVE WS-CLIENT-COUNT TO RS-NB-TRAITES.
095000     MOVE WS-ERREUR-COUNT TO RS-NB-REJETES.
095100     MOVE WS-ALERT-COUNT TO RS-NB-AUTRES.
095200     MOVE RETURN-CODE TO RS-CODE-RETOUR.
095300     WRITE RS-STATS-RECORD.
095400     CLOSE RUN-STATS.
095500 9500-WRITE-RUN-STATS-EXIT.
095600     EXIT.
