000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PORTSNAP.
000300 AUTHOR.        R. DUBOIS.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 15/10/2026 RD    Original program.  Month-end portfolio
001100*                  snapshot - writes one PORTFOL record per
001200*                  account for the period (AAAAMM from SYSIN; by
001300*                  default the business month when the business
001400*                  date is its last day, otherwise the month
001500*                  before, as AGIOCALC fixes it): the balance the
001600*                  account closed the month with, rebuilt from
001700*                  HS-NOUVEAU-SOLDE on TRNHIST as AGIOCALC
001800*                  rebuilds it, its status, overdraft line and
001900*                  how much of it is used, its age bracket and
002000*                  balance band, the month's movements totalled
002100*                  by indicator, and how the account stood in
002200*                  the previous month's snapshot.  PORTRPT
002300*                  builds the management report and the finance
002400*                  extract from these records.  Status, line and
002500*                  age are those on CLIENT-MASTER at the time of
002600*                  the run, so the step is run at the close of
002700*                  the month's last business day, after
002800*                  AGIOCALC.  A period not yet over or whose
002900*                  history has gone to the archive is refused;
003000*                  running the step again for a period simply
003100*                  replaces that period's records.
003200*-----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CLIENT-MASTER  ASSIGN TO "CLIMAST"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS WS-COMPTE
004000         ALTERNATE RECORD KEY IS WS-NOM WITH DUPLICATES
004100         FILE STATUS IS WS-CM-STATUS.
004200
004300     SELECT TRAN-HISTORY   ASSIGN TO "TRNHIST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS HS-CLE
004700         FILE STATUS IS WS-HS-STATUS.
004800
004900     SELECT PORTFOLIO      ASSIGN TO "PORTFOL"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS SN-CLE
005300         FILE STATUS IS WS-SN-STATUS.
005400
005500     SELECT RUN-CONTROL    ASSIGN TO "RUNCTL"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RN-STATUS.
005800
005900     SELECT ARCH-CONTROL   ASSIGN TO "ARCHCTL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-AC-STATUS.
006200
006300     SELECT RUN-STATS     ASSIGN TO "RUNSTAT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RS-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CLIENT-MASTER.
007000 01  CM-CLIENT-RECORD.
007100     COPY CLIENTREC.
007200
007300 FD  TRAN-HISTORY.
007400 01  HS-HISTORY-RECORD.
007500     COPY TRNHREC.
007600
007700 FD  PORTFOLIO.
007800 01  SN-SNAPSHOT-RECORD.
007900     COPY SNAPREC.
008000
008100 FD  RUN-CONTROL.
008200 01  RN-RECORD                       PIC X(47).
008300
008400 FD  ARCH-CONTROL.
008500 01  AC-CONTROL-RECORD.
008600     05  AC-DATE-LIMITE              PIC 9(08).
008700     05  AC-NB-ENREG                 PIC 9(08).
008800     05  AC-HASH-MONTANTS            PIC 9(13)V99.
008900
009000 FD  RUN-STATS.
009100 01  RS-STATS-RECORD.
009200     COPY RUNSREC.
009300
009400 WORKING-STORAGE SECTION.
009500*-----------------------------------------------------------------
009600* SWITCHES AND COUNTERS.
009700*-----------------------------------------------------------------
009800 77  WS-CM-STATUS                    PIC X(02) VALUE '00'.
009900 77  WS-HS-STATUS                    PIC X(02) VALUE '00'.
010000 77  WS-SN-STATUS                    PIC X(02) VALUE '00'.
010100 77  WS-RN-STATUS                    PIC X(02) VALUE '00'.
010200 77  WS-AC-STATUS                    PIC X(02) VALUE '00'.
010300 77  WS-DATE-ARCH-LIMITE             PIC 9(08) VALUE ZERO.
010400 77  WS-EOF-SW                       PIC X(01) VALUE 'N'.
010500     88  WS-END-OF-CLIENTS               VALUE 'Y'.
010600 77  WS-HIST-DONE-SW                 PIC X(01) VALUE 'N'.
010700     88  WS-END-OF-HISTORY               VALUE 'Y'.
010800 77  WS-CM-OPEN-SW                   PIC X(01) VALUE 'N'.
010900     88  WS-CM-OPEN                      VALUE 'Y'.
011000 77  WS-HS-OPEN-SW                   PIC X(01) VALUE 'N'.
011100     88  WS-HS-OPEN                      VALUE 'Y'.
011200 77  WS-SN-OPEN-SW                   PIC X(01) VALUE 'N'.
011300     88  WS-SN-OPEN                      VALUE 'Y'.
011400 77  WS-SN-NOUVEAU-SW                PIC X(01) VALUE 'N'.
011500     88  WS-SN-FICHIER-NOUVEAU           VALUE 'Y'.
011600 77  WS-SN-EXISTE-SW                 PIC X(01) VALUE 'N'.
011700     88  WS-SN-EXISTE                    VALUE 'Y'.
011800 77  WS-PREC-DISPO-SW                PIC X(01) VALUE 'N'.
011900     88  WS-PREC-DISPONIBLE              VALUE 'Y'.
012000 77  WS-RC-ABEND-SW                  PIC X(01) VALUE 'N'.
012100     88  WS-RC-ABEND                     VALUE 'Y'.
012200 77  WS-CLIENT-COUNT                 PIC 9(05) COMP VALUE ZERO.
012300 77  WS-WRITTEN-COUNT                PIC 9(05) COMP VALUE ZERO.
012400 77  WS-REPLACED-COUNT               PIC 9(05) COMP VALUE ZERO.
012500 77  WS-NEW-ACCOUNT-COUNT            PIC 9(05) COMP VALUE ZERO.
012600 77  WS-TOTAL-SOLDES                 PIC S9(09)V99 COMP-3
012700     VALUE ZERO.
012800
012900*-----------------------------------------------------------------
013000* SNAPSHOT PERIOD, AND THE ONE BEFORE IT FOR THE COMPARISON.
013100*-----------------------------------------------------------------
013200 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
013300 77  WS-DATE-DEBUT                   PIC 9(08) VALUE ZERO.
013400 77  WS-DATE-FIN                     PIC 9(08) VALUE ZERO.
013500 77  WS-NB-JOURS-MOIS                PIC 9(02) VALUE ZERO.
013600 77  WS-JOUR-AFFAIRES                PIC 9(02) VALUE ZERO.
013700 77  WS-BISS-QUOT                    PIC 9(04) COMP VALUE ZERO.
013800 77  WS-BISS-RESTE-4                 PIC 9(04) COMP VALUE ZERO.
013900 77  WS-BISS-RESTE-100               PIC 9(04) COMP VALUE ZERO.
014000 77  WS-BISS-RESTE-400               PIC 9(04) COMP VALUE ZERO.
014100 01  WS-PERIODE-ZONE.
014200     05  WS-PERIODE                  PIC 9(06) VALUE ZERO.
014300     05  WS-PERIODE-R REDEFINES WS-PERIODE.
014400         10  WS-PER-AN               PIC 9(04).
014500         10  WS-PER-MOIS             PIC 9(02).
014600 01  WS-PERIODE-PREC-ZONE.
014700     05  WS-PERIODE-PREC             PIC 9(06) VALUE ZERO.
014800     05  WS-PERIODE-PREC-R REDEFINES WS-PERIODE-PREC.
014900         10  WS-PREC-AN              PIC 9(04).
015000         10  WS-PREC-MOIS            PIC 9(02).
015100 01  WS-JOURS-MOIS-TABLE.
015200     05  FILLER                      PIC X(24) VALUE
015300         "312831303130313130313031".
015400 01  WS-JOURS-MOIS-R REDEFINES WS-JOURS-MOIS-TABLE.
015500     05  WS-JOURS-MOIS               PIC 9(02) OCCURS 12 TIMES.
015600
015700*-----------------------------------------------------------------
015800* PER-CLIENT WORK AREA.  WS-SOLDE-FIN IS THE BALANCE THE ACCOUNT
015900* CLOSED THE PERIOD WITH: THE HS-NOUVEAU-SOLDE OF ITS LAST
016000* MOVEMENT IN THE PERIOD, OR - WITH NONE - WORKED BACK FROM THE
016100* FIRST MOVEMENT AFTER IT, OR THE MASTER BALANCE WHEN NOTHING HAS
016200* MOVED SINCE.
016300*-----------------------------------------------------------------
016400 77  WS-SOLDE-CONNU-SW               PIC X(01) VALUE 'N'.
016500     88  WS-SOLDE-CONNU                  VALUE 'Y'.
016600 77  WS-SENS-SW                      PIC X(01) VALUE SPACE.
016700     88  WS-SENS-DEBIT                   VALUE 'D'.
016800     88  WS-SENS-CREDIT                  VALUE 'C'.
016900 77  WS-SOLDE-FIN                    PIC S9(04)V99 VALUE ZERO.
017000 77  WS-UTILISE                      PIC 9(04)V99 VALUE ZERO.
017100 77  WS-TAUX-UTIL                    PIC 9(03) VALUE ZERO.
017200 77  WS-NB-MOUVEMENTS                PIC 9(05) VALUE ZERO.
017300 77  WS-TOT-CREDITS                  PIC 9(07)V99 VALUE ZERO.
017400 77  WS-TOT-DEBITS                   PIC 9(07)V99 VALUE ZERO.
017500 77  WS-TOT-INTERETS                 PIC 9(07)V99 VALUE ZERO.
017600 77  WS-TOT-FRAIS                    PIC 9(07)V99 VALUE ZERO.
017700 77  WS-TOT-AGIOS                    PIC 9(07)V99 VALUE ZERO.
017800 77  WS-TOT-RETENUES                 PIC 9(07)V99 VALUE ZERO.
017900 77  WS-NET-CONTRE-PASS              PIC S9(07)V99 VALUE ZERO.
018000 77  WS-PREC-SW                      PIC X(01) VALUE SPACE.
018100 77  WS-STATUT-PREC                  PIC X(01) VALUE SPACE.
018200 77  WS-SOLDE-PREC                   PIC S9(04)V99 VALUE ZERO.
018300
018400*-----------------------------------------------------------------
018500* RUN-CONTROL WORK AREA - READ ONLY, FOR THE BUSINESS DATE AND
018600* THE POSTING GATE.  A RERUN ONLY REPLACES THE PERIOD'S RECORDS,
018700* SO THE STEP NEEDS NO STATUS OF ITS OWN.
018800*-----------------------------------------------------------------
018900 01  WS-RUN-CONTROL.
019000     COPY RUNCTREC.
019100
019200*-----------------------------------------------------------------
019300* RUN-STATISTICS FILE STATUS - THE RECORD ITSELF COMES FROM THE
019400* RUNSREC COPY MEMBER AND IS WRITTEN BY 9500-WRITE-RUN-STATS.
019500*-----------------------------------------------------------------
019600 77  WS-RS-STATUS                    PIC X(02) VALUE '00'.
019700
019800 PROCEDURE DIVISION.
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
020100
020200     PERFORM 2000-PROCESS-CLIENTS THRU 2000-PROCESS-CLIENTS-EXIT
020300         UNTIL WS-END-OF-CLIENTS.
020400
020500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
020600
020700     STOP RUN.
020800
020900*-----------------------------------------------------------------
021000* 1000-INITIALIZE - GATE ON THE RUN-CONTROL, FIX AND VET THE
021100* PERIOD, OPEN THE FILES, FIND OUT WHETHER THE MONTH BEFORE WAS
021200* TAKEN, AND PRIME THE FIRST READ.
021300*-----------------------------------------------------------------
021400 1000-INITIALIZE.
021500     DISPLAY "PORTSNAP - DEBUT DE L'INSTANTANE MENSUEL".
021600
021700     PERFORM 1050-CHECK-RUN-CONTROL
021800         THRU 1050-CHECK-RUN-CONTROL-EXIT.
021900     IF WS-RC-ABEND
022000         MOVE 16 TO RETURN-CODE
022100         MOVE 'Y' TO WS-EOF-SW
022200         GO TO 1000-INITIALIZE-EXIT
022300     END-IF.
022400
022500     PERFORM 1200-FIX-PERIOD THRU 1200-FIX-PERIOD-EXIT.
022600     IF WS-RC-ABEND
022700         MOVE 16 TO RETURN-CODE
022800         MOVE 'Y' TO WS-EOF-SW
022900         GO TO 1000-INITIALIZE-EXIT
023000     END-IF.
023100
023200     OPEN INPUT TRAN-HISTORY.
023300     IF WS-HS-STATUS = '00'
023400         MOVE 'Y' TO WS-HS-OPEN-SW
023500     ELSE
023600         DISPLAY "PORTSNAP - OUVERTURE TRAN-HISTORY ECHEC "
023700             WS-HS-STATUS
023800         MOVE 16 TO RETURN-CODE
023900         MOVE 'Y' TO WS-EOF-SW
024000         GO TO 1000-INITIALIZE-EXIT
024100     END-IF.
024200
024300     OPEN INPUT CLIENT-MASTER.
024400     IF WS-CM-STATUS NOT = '00'
024500         DISPLAY "PORTSNAP - OUVERTURE CLIENT-MASTER ECHEC "
024600             WS-CM-STATUS
024700         MOVE 16 TO RETURN-CODE
024800         MOVE 'Y' TO WS-EOF-SW
024900         GO TO 1000-INITIALIZE-EXIT
025000     END-IF.
025100     MOVE 'Y' TO WS-CM-OPEN-SW.
025200
025300*    THE VERY FIRST SNAPSHOT CREATES THE FILE.
025400     OPEN I-O PORTFOLIO.
025500     IF WS-SN-STATUS = '35'
025600         OPEN OUTPUT PORTFOLIO
025700         MOVE 'Y' TO WS-SN-NOUVEAU-SW
025800     END-IF.
025900     IF WS-SN-STATUS NOT = '00'
026000         DISPLAY "PORTSNAP - OUVERTURE PORTFOL ECHEC "
026100             WS-SN-STATUS
026200         MOVE 16 TO RETURN-CODE
026300         MOVE 'Y' TO WS-EOF-SW
026400         GO TO 1000-INITIALIZE-EXIT
026500     END-IF.
026600     MOVE 'Y' TO WS-SN-OPEN-SW.
026700
026800     PERFORM 1300-CHECK-PREVIOUS THRU 1300-CHECK-PREVIOUS-EXIT.
026900
027000     PERFORM 2100-READ-CLIENT THRU 2100-READ-CLIENT-EXIT.
027100 1000-INITIALIZE-EXIT.
027200     EXIT.
027300
027400*-----------------------------------------------------------------
027500* 1050-CHECK-RUN-CONTROL - THE BALANCES AND MOVEMENTS ONLY MEAN
027600* SOMETHING ONCE THE DAY'S POSTING IS COMPLETE; AN OUT-OF-
027700* SEQUENCE RUN IS REFUSED.
027800*-----------------------------------------------------------------
027900 1050-CHECK-RUN-CONTROL.
028000     OPEN INPUT RUN-CONTROL.
028100     IF WS-RN-STATUS NOT = '00'
028200         DISPLAY "PORTSNAP - RUNCTL ABSENT OU ILLISIBLE ("
028300             WS-RN-STATUS ") - EXECUTER LA CHAINE QUOTIDIENNE"
028400         SET WS-RC-ABEND TO TRUE
028500         GO TO 1050-CHECK-RUN-CONTROL-EXIT
028600     END-IF.
028700     READ RUN-CONTROL INTO WS-RUN-CONTROL
028800         AT END
028900             DISPLAY "PORTSNAP - RUNCTL VIDE - EXECUTER LA "
029000                 "CHAINE QUOTIDIENNE"
029100             SET WS-RC-ABEND TO TRUE
029200     END-READ.
029300     CLOSE RUN-CONTROL.
029400     IF WS-RC-ABEND
029500         GO TO 1050-CHECK-RUN-CONTROL-EXIT
029600     END-IF.
029700
029800     IF NOT RC-TRNPOST-TERMINE
029900         DISPLAY "PORTSNAP - POSTING (TRNPOST) PAS TERMINE POUR "
030000             "LA DATE " RC-DATE-AFFAIRES " - ETAPE HORS SEQUENCE"
030100         SET WS-RC-ABEND TO TRUE
030200         GO TO 1050-CHECK-RUN-CONTROL-EXIT
030300     END-IF.
030400     MOVE RC-DATE-AFFAIRES TO WS-RUN-DATE.
030500 1050-CHECK-RUN-CONTROL-EXIT.
030600     EXIT.
030700
030800*-----------------------------------------------------------------
030900* 1200-FIX-PERIOD - THE PERIOD COMES FROM SYSIN (AAAAMM).  ABSENT
031000* OR NOT NUMERIC, THE BUSINESS MONTH IS TAKEN WHEN THE BUSINESS
031100* DATE IS ITS LAST DAY, OTHERWISE THE MONTH BEFORE IT.  A MONTH
031200* NOT YET OVER AND A MONTH WHOSE HISTORY HAS GONE TO THE TRNHARCH
031300* ARCHIVE ARE REFUSED.
031400*-----------------------------------------------------------------
031500 1200-FIX-PERIOD.
031600     ACCEPT WS-PERIODE.
031700     IF WS-PERIODE IS NOT NUMERIC OR WS-PERIODE = ZERO
031800         DIVIDE WS-RUN-DATE BY 100 GIVING WS-PERIODE
031900         PERFORM 1250-MONTH-LENGTH THRU 1250-MONTH-LENGTH-EXIT
032000         COMPUTE WS-JOUR-AFFAIRES =
032100             WS-RUN-DATE - (WS-PERIODE * 100)
032200         IF WS-JOUR-AFFAIRES < WS-NB-JOURS-MOIS
032300             IF WS-PER-MOIS = 1
032400                 SUBTRACT 1 FROM WS-PER-AN
032500                 MOVE 12 TO WS-PER-MOIS
032600             ELSE
032700                 SUBTRACT 1 FROM WS-PER-MOIS
032800             END-IF
032900         END-IF
033000     END-IF.
033100
033200     IF WS-PER-MOIS < 1 OR WS-PER-MOIS > 12
033300         DISPLAY "PORTSNAP - PERIODE INVALIDE : " WS-PERIODE
033400         SET WS-RC-ABEND TO TRUE
033500         GO TO 1200-FIX-PERIOD-EXIT
033600     END-IF.
033700
033800     PERFORM 1250-MONTH-LENGTH THRU 1250-MONTH-LENGTH-EXIT.
033900     COMPUTE WS-DATE-DEBUT = (WS-PERIODE * 100) + 1.
034000     COMPUTE WS-DATE-FIN   = (WS-PERIODE * 100)
034100         + WS-NB-JOURS-MOIS.
034200     DISPLAY "PORTSNAP - PERIODE CALCULEE : " WS-PERIODE.
034300
034400     IF WS-DATE-FIN > WS-RUN-DATE
034500         DISPLAY "PORTSNAP - PERIODE " WS-PERIODE " NON ECHUE "
034600             "AU " WS-RUN-DATE " - INSTANTANE REFUSE"
034700         SET WS-RC-ABEND TO TRUE
034800         GO TO 1200-FIX-PERIOD-EXIT
034900     END-IF.
035000
035100*    A MISSING ARCHCTL JUST MEANS NOTHING WAS EVER ARCHIVED.
035200     OPEN INPUT ARCH-CONTROL.
035300     IF WS-AC-STATUS = '00'
035400         READ ARCH-CONTROL
035500             AT END
035600                 CONTINUE
035700             NOT AT END
035800                 MOVE AC-DATE-LIMITE TO WS-DATE-ARCH-LIMITE
035900         END-READ
036000         CLOSE ARCH-CONTROL
036100     END-IF.
036200
036300     IF WS-DATE-ARCH-LIMITE > WS-DATE-DEBUT
036400         DISPLAY "PORTSNAP - PERIODE " WS-PERIODE " ARCHIVEE "
036500             "AVANT LE " WS-DATE-ARCH-LIMITE
036600             " - INSTANTANE REFUSE"
036700         SET WS-RC-ABEND TO TRUE
036800         GO TO 1200-FIX-PERIOD-EXIT
036900     END-IF.
037000
037100     MOVE WS-PERIODE TO WS-PERIODE-PREC.
037200     IF WS-PREC-MOIS = 1
037300         SUBTRACT 1 FROM WS-PREC-AN
037400         MOVE 12 TO WS-PREC-MOIS
037500     ELSE
037600         SUBTRACT 1 FROM WS-PREC-MOIS
037700     END-IF.
037800 1200-FIX-PERIOD-EXIT.
037900     EXIT.
038000
038100*-----------------------------------------------------------------
038200* 1250-MONTH-LENGTH - DAYS IN THE MONTH OF WS-PERIODE, FEBRUARY
038300* OF A LEAP YEAR INCLUDED.
038400*-----------------------------------------------------------------
038500 1250-MONTH-LENGTH.
038600     MOVE WS-JOURS-MOIS (WS-PER-MOIS) TO WS-NB-JOURS-MOIS.
038700     IF WS-PER-MOIS NOT = 2
038800         GO TO 1250-MONTH-LENGTH-EXIT
038900     END-IF.
039000     DIVIDE WS-PER-AN BY 4
039100         GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE-4.
039200     DIVIDE WS-PER-AN BY 100
039300         GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE-100.
039400     DIVIDE WS-PER-AN BY 400
039500         GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE-400.
039600     IF WS-BISS-RESTE-4 = ZERO
039700         AND (WS-BISS-RESTE-100 NOT = ZERO
039800             OR WS-BISS-RESTE-400 = ZERO)
039900         MOVE 29 TO WS-NB-JOURS-MOIS
040000     END-IF.
040100 1250-MONTH-LENGTH-EXIT.
040200     EXIT.
040300
040400*-----------------------------------------------------------------
040500* 1300-CHECK-PREVIOUS - WAS THE MONTH BEFORE TAKEN?  WITHOUT IT
040600* NO ACCOUNT CAN BE SAID TO BE NEW, CLOSED OR GONE DORMANT THIS
040700* MONTH, AND EVERY RECORD SAYS SO.
040800*-----------------------------------------------------------------
040900 1300-CHECK-PREVIOUS.
041000     MOVE 'N' TO WS-PREC-DISPO-SW.
041100     IF WS-SN-FICHIER-NOUVEAU
041200         GO TO 1300-CHECK-PREVIOUS-SUITE
041300     END-IF.
041400     MOVE WS-PERIODE-PREC TO SN-PERIODE.
041500     MOVE ZERO            TO SN-COMPTE.
041600     START PORTFOLIO KEY IS NOT LESS THAN SN-CLE
041700         INVALID KEY
041800             GO TO 1300-CHECK-PREVIOUS-SUITE
041900     END-START.
042000     READ PORTFOLIO NEXT RECORD
042100         AT END
042200             GO TO 1300-CHECK-PREVIOUS-SUITE
042300     END-READ.
042400     IF SN-PERIODE = WS-PERIODE-PREC
042500         SET WS-PREC-DISPONIBLE TO TRUE
042600     END-IF.
042700
042800 1300-CHECK-PREVIOUS-SUITE.
042900     IF NOT WS-PREC-DISPONIBLE
043000         DISPLAY "PORTSNAP - PAS D'INSTANTANE POUR "
043100             WS-PERIODE-PREC " - OUVERTURES ET CHANGEMENTS DE "
043200             "STATUT NON DETERMINES"
043300     END-IF.
043400 1300-CHECK-PREVIOUS-EXIT.
043500     EXIT.
043600
043700*-----------------------------------------------------------------
043800* 2000-PROCESS-CLIENTS - ONE SNAPSHOT RECORD FOR THE CLIENT IN
043900* THE WORK AREA.  EVERY ACCOUNT IS TAKEN, CLOSED ONES INCLUDED -
044000* THE REPORT COUNTS THEM.
044100*-----------------------------------------------------------------
044200 2000-PROCESS-CLIENTS.
044300     ADD 1 TO WS-CLIENT-COUNT.
044400     PERFORM 2200-LOOKUP-PREVIOUS THRU 2200-LOOKUP-PREVIOUS-EXIT.
044500     PERFORM 2300-SCAN-HISTORY THRU 2300-SCAN-HISTORY-EXIT.
044600     PERFORM 2500-WRITE-SNAPSHOT THRU 2500-WRITE-SNAPSHOT-EXIT.
044700     IF WS-RC-ABEND
044800         MOVE 16 TO RETURN-CODE
044900         MOVE 'Y' TO WS-EOF-SW
045000         GO TO 2000-PROCESS-CLIENTS-EXIT
045100     END-IF.
045200
045300     PERFORM 2100-READ-CLIENT THRU 2100-READ-CLIENT-EXIT.
045400 2000-PROCESS-CLIENTS-EXIT.
045500     EXIT.
045600
045700*-----------------------------------------------------------------
045800* 2100-READ-CLIENT - GET THE NEXT CLIENT-MASTER RECORD.
045900*-----------------------------------------------------------------
046000 2100-READ-CLIENT.
046100     READ CLIENT-MASTER NEXT RECORD
046200         AT END
046300             MOVE 'Y' TO WS-EOF-SW
046400             GO TO 2100-READ-CLIENT-EXIT
046500     END-READ.
046600 2100-READ-CLIENT-EXIT.
046700     EXIT.
046800
046900*-----------------------------------------------------------------
047000* 2200-LOOKUP-PREVIOUS - HOW THE ACCOUNT STOOD IN THE PREVIOUS
047100* MONTH'S SNAPSHOT.  NOT THERE WHEN THE MONTH WAS TAKEN MEANS THE
047200* ACCOUNT WAS OPENED SINCE.
047300*-----------------------------------------------------------------
047400 2200-LOOKUP-PREVIOUS.
047500     MOVE SPACE TO WS-STATUT-PREC.
047600     MOVE ZERO  TO WS-SOLDE-PREC.
047700     IF NOT WS-PREC-DISPONIBLE
047800         MOVE '?' TO WS-PREC-SW
047900         GO TO 2200-LOOKUP-PREVIOUS-EXIT
048000     END-IF.
048100
048200     MOVE WS-PERIODE-PREC TO SN-PERIODE.
048300     MOVE WS-COMPTE       TO SN-COMPTE.
048400     READ PORTFOLIO
048500         INVALID KEY
048600             MOVE 'N' TO WS-PREC-SW
048700             ADD 1 TO WS-NEW-ACCOUNT-COUNT
048800             GO TO 2200-LOOKUP-PREVIOUS-EXIT
048900     END-READ.
049000     MOVE 'O'      TO WS-PREC-SW.
049100     MOVE SN-STATUT TO WS-STATUT-PREC.
049200     MOVE SN-SOLDE  TO WS-SOLDE-PREC.
049300 2200-LOOKUP-PREVIOUS-EXIT.
049400     EXIT.
049500
049600*-----------------------------------------------------------------
049700* 2300-SCAN-HISTORY - ONE PASS OF THE CLIENT'S HISTORY FROM THE
049800* FIRST DAY OF THE PERIOD: THE MONTH'S MOVEMENTS ARE TOTALLED BY
049900* INDICATOR AND THE CLOSING BALANCE TAKEN UP AS THEY GO; THE
050000* FIRST MOVEMENT AFTER THE PERIOD ENDS THE SCAN.
050100*-----------------------------------------------------------------
050200 2300-SCAN-HISTORY.
050300     MOVE ZERO TO WS-NB-MOUVEMENTS.
050400     MOVE ZERO TO WS-TOT-CREDITS.
050500     MOVE ZERO TO WS-TOT-DEBITS.
050600     MOVE ZERO TO WS-TOT-INTERETS.
050700     MOVE ZERO TO WS-TOT-FRAIS.
050800     MOVE ZERO TO WS-TOT-AGIOS.
050900     MOVE ZERO TO WS-TOT-RETENUES.
051000     MOVE ZERO TO WS-NET-CONTRE-PASS.
051100     MOVE 'N'  TO WS-SOLDE-CONNU-SW.
051200     MOVE 'N'  TO WS-HIST-DONE-SW.
051300     MOVE WS-COMPTE     TO HS-COMPTE.
051400     MOVE WS-DATE-DEBUT TO HS-DATE.
051500     MOVE ZERO          TO HS-SEQ.
051600     START TRAN-HISTORY KEY IS NOT LESS THAN HS-CLE
051700         INVALID KEY
051800             MOVE 'Y' TO WS-HIST-DONE-SW
051900     END-START.
052000
052100     IF NOT WS-END-OF-HISTORY
052200         PERFORM 2320-READ-HISTORY THRU 2320-READ-HISTORY-EXIT
052300     END-IF.
052400     PERFORM 2330-APPLY-ONE-MOVEMENT
052500         THRU 2330-APPLY-ONE-MOVEMENT-EXIT
052600         UNTIL WS-END-OF-HISTORY.
052700
052800     IF NOT WS-SOLDE-CONNU
052900         MOVE SOLDE TO WS-SOLDE-FIN
053000     END-IF.
053100 2300-SCAN-HISTORY-EXIT.
053200     EXIT.
053300
053400*-----------------------------------------------------------------
053500* 2320-READ-HISTORY - NEXT HISTORY RECORD; LEAVING THE CLIENT
053600* ENDS THE SCAN.
053700*-----------------------------------------------------------------
053800 2320-READ-HISTORY.
053900     READ TRAN-HISTORY NEXT RECORD
054000         AT END
054100             MOVE 'Y' TO WS-HIST-DONE-SW
054200             GO TO 2320-READ-HISTORY-EXIT
054300     END-READ.
054400
054500     IF HS-COMPTE NOT = WS-COMPTE
054600         MOVE 'Y' TO WS-HIST-DONE-SW
054700     END-IF.
054800 2320-READ-HISTORY-EXIT.
054900     EXIT.
055000
055100*-----------------------------------------------------------------
055200* 2330-APPLY-ONE-MOVEMENT - A MOVEMENT OF THE PERIOD GOES INTO
055300* ITS INDICATOR'S TOTAL AND LEAVES ITS BALANCE AS THE CLOSING
055400* ONE SO FAR.  THE FIRST MOVEMENT AFTER THE PERIOD, WHEN NONE
055500* FELL IN IT, GIVES THE CLOSING BALANCE BY WORKING BACK.
055600*-----------------------------------------------------------------
055700 2330-APPLY-ONE-MOVEMENT.
055800     PERFORM 2340-DETERMINE-SENS THRU 2340-DETERMINE-SENS-EXIT.
055900
056000     IF HS-DATE > WS-DATE-FIN
056100         IF NOT WS-SOLDE-CONNU
056200             IF WS-SENS-DEBIT
056300                 COMPUTE WS-SOLDE-FIN =
056400                     HS-NOUVEAU-SOLDE + HS-MONTANT
056500             ELSE
056600                 COMPUTE WS-SOLDE-FIN =
056700                     HS-NOUVEAU-SOLDE - HS-MONTANT
056800             END-IF
056900             MOVE 'Y' TO WS-SOLDE-CONNU-SW
057000         END-IF
057100         MOVE 'Y' TO WS-HIST-DONE-SW
057200         GO TO 2330-APPLY-ONE-MOVEMENT-EXIT
057300     END-IF.
057400
057500     ADD 1 TO WS-NB-MOUVEMENTS.
057600     MOVE HS-NOUVEAU-SOLDE TO WS-SOLDE-FIN.
057700     MOVE 'Y' TO WS-SOLDE-CONNU-SW.
057800
057900*    A CONTRE-PASSATION CARRIES THE INDICATOR OF WHAT IT CANCELS;
058000*    LIKE RECON, IT IS KEPT APART AND NETTED.
058100     IF HS-CONTRE-PASSATION
058200         IF WS-SENS-CREDIT
058300             ADD HS-MONTANT TO WS-NET-CONTRE-PASS
058400         ELSE
058500             SUBTRACT HS-MONTANT FROM WS-NET-CONTRE-PASS
058600         END-IF
058700         GO TO 2330-APPLY-ONE-MOVEMENT-SUITE
058800     END-IF.
058900
059000     IF HS-CREDIT
059100         ADD HS-MONTANT TO WS-TOT-CREDITS
059200     ELSE
059300     IF HS-DEBIT
059400         ADD HS-MONTANT TO WS-TOT-DEBITS
059500     ELSE
059600     IF HS-INTERET
059700         ADD HS-MONTANT TO WS-TOT-INTERETS
059800     ELSE
059900     IF HS-FRAIS
060000         ADD HS-MONTANT TO WS-TOT-FRAIS
060100     ELSE
060200     IF HS-AGIOS
060300         ADD HS-MONTANT TO WS-TOT-AGIOS
060400     ELSE
060500     IF HS-RETENUE
060600         ADD HS-MONTANT TO WS-TOT-RETENUES
060700     END-IF
060800     END-IF
060900     END-IF
061000     END-IF
061100     END-IF
061200     END-IF.
061300
061400 2330-APPLY-ONE-MOVEMENT-SUITE.
061500     PERFORM 2320-READ-HISTORY THRU 2320-READ-HISTORY-EXIT.
061600 2330-APPLY-ONE-MOVEMENT-EXIT.
061700     EXIT.
061800
061900*-----------------------------------------------------------------
062000* 2340-DETERMINE-SENS - WHICH WAY THE CURRENT HISTORY RECORD
062100* MOVED THE BALANCE, AS STMTGEN WORKS IT OUT: DEBITS, FEES,
062200* WITHHELD TAX AND AGIOS TAKE MONEY OUT, EVERYTHING ELSE PUTS
062300* IT IN, AND A CONTRE-PASSATION GOES THE OTHER WAY.
062400*-----------------------------------------------------------------
062500 2340-DETERMINE-SENS.
062600     IF HS-DEBIT OR HS-FRAIS OR HS-RETENUE OR HS-AGIOS
062700         SET WS-SENS-DEBIT TO TRUE
062800     ELSE
062900         SET WS-SENS-CREDIT TO TRUE
063000     END-IF.
063100     IF HS-CONTRE-PASSATION
063200         IF WS-SENS-DEBIT
063300             SET WS-SENS-CREDIT TO TRUE
063400         ELSE
063500             SET WS-SENS-DEBIT TO TRUE
063600         END-IF
063700     END-IF.
063800 2340-DETERMINE-SENS-EXIT.
063900     EXIT.
064000
064100*-----------------------------------------------------------------
064200* 2500-WRITE-SNAPSHOT - BUILD THE RECORD AND PUT IT ON PORTFOL,
064300* REPLACING THE ONE A PREVIOUS RUN FOR THE PERIOD LEFT.  A
064400* SNAPSHOT THAT CANNOT BE WRITTEN WHOLE STOPS THE STEP.
064500*-----------------------------------------------------------------
064600 2500-WRITE-SNAPSHOT.
064700     MOVE 'N' TO WS-SN-EXISTE-SW.
064800     MOVE WS-PERIODE TO SN-PERIODE.
064900     MOVE WS-COMPTE  TO SN-COMPTE.
065000     IF NOT WS-SN-FICHIER-NOUVEAU
065100         READ PORTFOLIO
065200             INVALID KEY
065300                 CONTINUE
065400             NOT INVALID KEY
065500                 SET WS-SN-EXISTE TO TRUE
065600         END-READ
065700     END-IF.
065800
065900     MOVE WS-PERIODE          TO SN-PERIODE.
066000     MOVE WS-COMPTE           TO SN-COMPTE.
066100     MOVE WS-RUN-DATE         TO SN-DATE-INSTANTANE.
066200     MOVE WS-STATUT-SW        TO SN-STATUT.
066300     MOVE WS-SOLDE-FIN        TO SN-SOLDE.
066400     MOVE WS-LIMITE-DECOUVERT TO SN-LIMITE-DECOUVERT.
066500     MOVE WS-AGE              TO SN-AGE.
066600
066700*    HOW MUCH OF THE OVERDRAFT LINE THE CLOSING BALANCE USES;
066800*    AN OVERDRAFT WITH NO LINE, OR PAST IT BEYOND 999 PER CENT,
066900*    SHOWS AS 999.
067000     MOVE ZERO TO WS-UTILISE.
067100     MOVE ZERO TO WS-TAUX-UTIL.
067200     IF WS-SOLDE-FIN < ZERO
067300         COMPUTE WS-UTILISE = ZERO - WS-SOLDE-FIN
067400         IF WS-LIMITE-DECOUVERT = ZERO
067500             MOVE 999 TO WS-TAUX-UTIL
067600         ELSE
067700             COMPUTE WS-TAUX-UTIL ROUNDED =
067800                 (WS-UTILISE * 100) / WS-LIMITE-DECOUVERT
067900                 ON SIZE ERROR
068000                     MOVE 999 TO WS-TAUX-UTIL
068100             END-COMPUTE
068200         END-IF
068300     END-IF.
068400     MOVE WS-UTILISE   TO SN-DECOUVERT-UTILISE.
068500     MOVE WS-TAUX-UTIL TO SN-TAUX-UTILISATION.
068600
068700     IF WS-AGE < 18
068800         SET SN-AGE-MOINS-18 TO TRUE
068900     ELSE
069000     IF WS-AGE < 26
069100         SET SN-AGE-18-25 TO TRUE
069200     ELSE
069300     IF WS-AGE < 41
069400         SET SN-AGE-26-40 TO TRUE
069500     ELSE
069600     IF WS-AGE < 61
069700         SET SN-AGE-41-60 TO TRUE
069800     ELSE
069900         SET SN-AGE-61-PLUS TO TRUE
070000     END-IF
070100     END-IF
070200     END-IF
070300     END-IF.
070400
070500     IF WS-SOLDE-FIN < ZERO
070600         SET SN-SOLDE-DEBITEUR TO TRUE
070700     ELSE
070800     IF WS-SOLDE-FIN < 500
070900         SET SN-SOLDE-0-499 TO TRUE
071000     ELSE
071100     IF WS-SOLDE-FIN < 2000
071200         SET SN-SOLDE-500-1999 TO TRUE
071300     ELSE
071400     IF WS-SOLDE-FIN < 5000
071500         SET SN-SOLDE-2000-4999 TO TRUE
071600     ELSE
071700         SET SN-SOLDE-5000-PLUS TO TRUE
071800     END-IF
071900     END-IF
072000     END-IF
072100     END-IF.
072200
072300     MOVE WS-NB-MOUVEMENTS   TO SN-NB-MOUVEMENTS.
072400     MOVE WS-TOT-CREDITS     TO SN-TOT-CREDITS.
072500     MOVE WS-TOT-DEBITS      TO SN-TOT-DEBITS.
072600     MOVE WS-TOT-INTERETS    TO SN-TOT-INTERETS.
072700     MOVE WS-TOT-FRAIS       TO SN-TOT-FRAIS.
072800     MOVE WS-TOT-AGIOS       TO SN-TOT-AGIOS.
072900     MOVE WS-TOT-RETENUES    TO SN-TOT-RETENUES.
073000     MOVE WS-NET-CONTRE-PASS TO SN-NET-CONTRE-PASS.
073100     MOVE WS-PREC-SW         TO SN-PREC-SW.
073200     MOVE WS-STATUT-PREC     TO SN-STATUT-PREC.
073300     MOVE WS-SOLDE-PREC      TO SN-SOLDE-PREC.
073400
073500     IF WS-SN-EXISTE
073600         REWRITE SN-SNAPSHOT-RECORD
073700     ELSE
073800         WRITE SN-SNAPSHOT-RECORD
073900     END-IF.
074000     IF WS-SN-STATUS NOT = '00'
074100         DISPLAY "PORTSNAP - ECRITURE PORTFOL ECHEC " WS-COMPTE
074200             " " WS-SN-STATUS " - INSTANTANE INCOMPLET"
074300         SET WS-RC-ABEND TO TRUE
074400         GO TO 2500-WRITE-SNAPSHOT-EXIT
074500     END-IF.
074600     IF WS-SN-EXISTE
074700         ADD 1 TO WS-REPLACED-COUNT
074800     END-IF.
074900     ADD 1 TO WS-WRITTEN-COUNT.
075000     ADD WS-SOLDE-FIN TO WS-TOTAL-SOLDES.
075100 2500-WRITE-SNAPSHOT-EXIT.
075200     EXIT.
075300
075400*-----------------------------------------------------------------
075500* 9000-TERMINATE - GUARDED CLOSES AND RUN TOTALS.
075600*-----------------------------------------------------------------
075700 9000-TERMINATE.
075800     IF WS-SN-OPEN
075900         CLOSE PORTFOLIO
076000     END-IF.
076100     IF WS-CM-OPEN
076200         CLOSE CLIENT-MASTER
076300     END-IF.
076400     IF WS-HS-OPEN
076500         CLOSE TRAN-HISTORY
076600     END-IF.
076700
076800     DISPLAY "PORTSNAP - PERIODE            : " WS-PERIODE.
076900     DISPLAY "PORTSNAP - CLIENTS LUS        : " WS-CLIENT-COUNT.
077000     DISPLAY "PORTSNAP - INSTANTANES ECRITS : " WS-WRITTEN-COUNT.
077100     DISPLAY "PORTSNAP - DONT REMPLACES     : " WS-REPLACED-COUNT.
077200     DISPLAY "PORTSNAP - COMPTES NOUVEAUX   : "
077300         WS-NEW-ACCOUNT-COUNT.
077400     DISPLAY "PORTSNAP - TOTAL DES SOLDES   : " WS-TOTAL-SOLDES.
077500     PERFORM 9500-WRITE-RUN-STATS
077600         THRU 9500-WRITE-RUN-STATS-EXIT.
077700     DISPLAY "PORTSNAP - FIN DE L'INSTANTANE MENSUEL".
077800 9000-TERMINATE-EXIT.
077900     EXIT.
078000
078100*-----------------------------------------------------------------
078200* 9500-WRITE-RUN-STATS - ONE LINE OF RUN TOTALS APPENDED TO THE
078300* COMMON RUNSTAT FILE (CREATED ON ITS VERY FIRST USE), FOR THE
078400* BATCHRPT OPERATIONS SUMMARY.  A FAILURE HERE IS REPORTED BUT
078500* NEVER FAILS THE STEP - THE STATISTICS ARE ABOUT THE RUN, NOT
078600* PART OF IT.
078700*-----------------------------------------------------------------
078800 9500-WRITE-RUN-STATS.
078900     OPEN EXTEND RUN-STATS.
079000     IF WS-RS-STATUS NOT = '00'
079100         OPEN OUTPUT RUN-STATS
079200     END-IF.
079300     IF WS-RS-STATUS NOT = '00'
079400         DISPLAY "PORTSNAP - ECRITURE RUNSTAT ECHEC "
079500             WS-RS-STATUS
079600         GO TO 9500-WRITE-RUN-STATS-EXIT
079700     END-IF.
079800
079900     MOVE "PORTSNAP" TO RS-PROGRAMME.
080000     MOVE WS-RUN-DATE TO RS-DATE-AFFAIRES.
080100     MOVE WS-WRITTEN-COUNT TO RS-NB-TRAITES.
080200     MOVE ZERO TO RS-NB-REJETES.
080300     MOVE WS-NEW-ACCOUNT-COUNT TO RS-NB-AUTRES.
080400     MOVE RETURN-CODE TO RS-CODE-RETOUR.
080500     WRITE RS-STATS-RECORD.
080600     CLOSE RUN-STATS.
080700 9500-WRITE-RUN-STATS-EXIT.
080800     EXIT.
