000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLOTURE.
000300 AUTHOR.        R. DUBOIS.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 15/10/2026 RD    Original program.  Nightly account closure
001100*                  settlement - works through the closure
001200*                  requests CLIENTMNT files on CLOTDEM and, for
001300*                  each account en cloture ('C'), posts the
001400*                  final arrete: interest pro rata from the last
001500*                  INTCALC run (RC-INTCALC-DATE on RUNCTL, or the
001600*                  first of the business month when INTCALC has
001700*                  never run) to the business date, priced the
001800*                  way INTCALC prices it (monthly RATEFILE rate
001900*                  over a 30-day month), the withholding tax on
002000*                  it for a majeur, and the month's service
002100*                  charge so far priced from FRSFILE the way
002200*                  FRAISCLC prices it.  A credit balance is then
002300*                  paid out by one final debit that brings SOLDE
002400*                  to exactly zero and goes to the CLOTPAY payout
002500*                  file as a cheque request or a virement to the
002600*                  nominated account; only then is the account
002700*                  flagged closed ('F').  An overdrawn account
002800*                  waits, request 'A', until a credit covers it,
002900*                  and is tried again every night.  The CLOTRPT
003000*                  report lists every request worked.
003100*-----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CLOT-FILE      ASSIGN TO "CLOTDEM"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS DC-COMPTE
003900         FILE STATUS IS WS-DC-STATUS.
004000
004100     SELECT CLIENT-MASTER  ASSIGN TO "CLIMAST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS WS-COMPTE
004500         ALTERNATE RECORD KEY IS WS-NOM WITH DUPLICATES
004600         FILE STATUS IS WS-CM-STATUS.
004700
004800     SELECT TRAN-HISTORY   ASSIGN TO "TRNHIST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS HS-CLE
005200         FILE STATUS IS WS-HS-STATUS.
005300
005400     SELECT ADDR-FILE      ASSIGN TO "CLIADDR"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS AD-COMPTE
005800         FILE STATUS IS WS-AD-STATUS.
005900
006000     SELECT RATE-FILE      ASSIGN TO "RATEFILE"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RT-STATUS.
006300
006400     SELECT FEE-FILE       ASSIGN TO "FRSFILE"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-FS-STATUS.
006700
006800     SELECT PAYOUT-FILE    ASSIGN TO "CLOTPAY"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-PY-STATUS.
007100
007200     SELECT CLOT-REPORT    ASSIGN TO "CLOTRPT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-CR-STATUS.
007500
007600     SELECT RUN-CONTROL    ASSIGN TO "RUNCTL"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-RN-STATUS.
007900
008000     SELECT RUN-STATS      ASSIGN TO "RUNSTAT"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-RS-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  CLOT-FILE.
008700 01  DC-CLOSURE-RECORD.
008800     COPY CLOTREC.
008900
009000 FD  CLIENT-MASTER.
009100 01  CM-CLIENT-RECORD.
009200     COPY CLIENTREC.
009300
009400 FD  TRAN-HISTORY.
009500 01  HS-HISTORY-RECORD.
009600     COPY TRNHREC.
009700
009800 FD  ADDR-FILE.
009900 01  AD-ADDRESS-RECORD.
010000     COPY ADDRREC.
010100
010200 FD  RATE-FILE.
010300 01  RT-RECORD.
010400     05  RT-DATE-EFFET               PIC 9(08).
010500     05  RT-TYPE                     PIC X(01).
010600     05  RT-SEUIL                    PIC 9(04)V99.
010700     05  RT-TAUX                     PIC 9V9999.
010800
010900 FD  FEE-FILE.
011000 01  FS-RECORD.
011100     05  FS-DATE-EFFET               PIC 9(08).
011200     05  FS-NB-GRATUIT               PIC 9(03).
011300     05  FS-TARIF                    PIC 9(02)V99.
011400
011500*    ONE PAYOUT PER SETTLED ACCOUNT: 'C' A CHEQUE TO BE DRAWN TO
011600*    PY-NOM-BENEF AND MAILED TO THE ADDRESS GIVEN, 'V' A
011700*    VIREMENT TO PY-COMPTE-BENEF.  PY-REF-CLE IS THE TRNHIST KEY
011800*    OF THE FINAL DEBIT THAT MOVED THE MONEY OUT.
011900 FD  PAYOUT-FILE.
012000 01  PY-RECORD.
012100     05  PY-TYPE                     PIC X(01).
012200         88  PY-CHEQUE                   VALUE 'C'.
012300         88  PY-VIREMENT                 VALUE 'V'.
012400     05  PY-DATE                     PIC 9(08).
012500     05  PY-COMPTE                   PIC 9(08).
012600     05  PY-MONTANT                  PIC 9(06)V99.
012700     05  PY-NOM-BENEF                PIC X(30).
012800     05  PY-COMPTE-BENEF             PIC X(34).
012900     05  PY-RUE                      PIC X(30).
013000     05  PY-CODE-POSTAL              PIC X(07).
013100     05  PY-VILLE                    PIC X(20).
013200     05  PY-REF-CLE.
013300         10  PY-REF-DATE             PIC 9(08).
013400         10  PY-REF-SEQ              PIC 9(04).
013500
013600 FD  CLOT-REPORT.
013700 01  CR-LINE                         PIC X(80).
013800
013900 FD  RUN-CONTROL.
014000 01  RN-RECORD                       PIC X(47).
014100
014200 FD  RUN-STATS.
014300 01  RS-STATS-RECORD.
014400     COPY RUNSREC.
014500
014600 WORKING-STORAGE SECTION.
014700*-----------------------------------------------------------------
014800* SWITCHES AND COUNTERS.
014900*-----------------------------------------------------------------
015000 77  WS-DC-STATUS                    PIC X(02) VALUE '00'.
015100 77  WS-CM-STATUS                    PIC X(02) VALUE '00'.
015200 77  WS-HS-STATUS                    PIC X(02) VALUE '00'.
015300 77  WS-AD-STATUS                    PIC X(02) VALUE '00'.
015400 77  WS-RT-STATUS                    PIC X(02) VALUE '00'.
015500 77  WS-FS-STATUS                    PIC X(02) VALUE '00'.
015600 77  WS-PY-STATUS                    PIC X(02) VALUE '00'.
015700 77  WS-CR-STATUS                    PIC X(02) VALUE '00'.
015800 77  WS-RN-STATUS                    PIC X(02) VALUE '00'.
015900 77  WS-EOF-SW                       PIC X(01) VALUE 'N'.
016000     88  WS-END-OF-REQUESTS              VALUE 'Y'.
016100 77  WS-RT-EOF-SW                    PIC X(01) VALUE 'N'.
016200     88  WS-END-OF-RATES                 VALUE 'Y'.
016300 77  WS-FS-EOF-SW                    PIC X(01) VALUE 'N'.
016400     88  WS-END-OF-FEES                  VALUE 'Y'.
016500 77  WS-HIST-DONE-SW                 PIC X(01) VALUE 'N'.
016600     88  WS-END-OF-HISTORY               VALUE 'Y'.
016700 77  WS-DC-OPEN-SW                   PIC X(01) VALUE 'N'.
016800     88  WS-DC-OPEN                      VALUE 'Y'.
016900 77  WS-CM-OPEN-SW                   PIC X(01) VALUE 'N'.
017000     88  WS-CM-OPEN                      VALUE 'Y'.
017100 77  WS-HS-OPEN-SW                   PIC X(01) VALUE 'N'.
017200     88  WS-HS-OPEN                      VALUE 'Y'.
017300 77  WS-AD-OPEN-SW                   PIC X(01) VALUE 'N'.
017400     88  WS-AD-OPEN                      VALUE 'Y'.
017500 77  WS-PY-OPEN-SW                   PIC X(01) VALUE 'N'.
017600     88  WS-PY-OPEN                      VALUE 'Y'.
017700 77  WS-CR-OPEN-SW                   PIC X(01) VALUE 'N'.
017800     88  WS-CR-OPEN                      VALUE 'Y'.
017900 77  WS-HS-DONE-SW                   PIC X(01) VALUE 'N'.
018000     88  WS-HS-WRITE-DONE                VALUE 'Y'.
018100 77  WS-HS-ERR-SW                    PIC X(01) VALUE 'N'.
018200     88  WS-HS-WRITE-ERROR               VALUE 'Y'.
018300 77  WS-RC-ABEND-SW                  PIC X(01) VALUE 'N'.
018400     88  WS-RC-ABEND                     VALUE 'Y'.
018500 77  WS-RC-CHECKED-SW                PIC X(01) VALUE 'N'.
018600     88  WS-RC-CHECKED                   VALUE 'Y'.
018700 77  WS-REJECT-SW                    PIC X(01) VALUE 'N'.
018800     88  WS-REQUEST-REJECTED             VALUE 'Y'.
018900 77  WS-FRAIS-PERCUS-SW              PIC X(01) VALUE 'N'.
019000     88  WS-FRAIS-DEJA-PERCUS            VALUE 'Y'.
019100 77  WS-REQUEST-COUNT                PIC 9(05) COMP VALUE ZERO.
019200 77  WS-SOLDEE-COUNT                 PIC 9(05) COMP VALUE ZERO.
019300 77  WS-ATTENTE-COUNT                PIC 9(05) COMP VALUE ZERO.
019400 77  WS-REJECT-COUNT                 PIC 9(05) COMP VALUE ZERO.
019500 77  WS-TOTAL-VERSE                  PIC S9(08)V99 COMP-3
019600     VALUE ZERO.
019700 77  WS-MENTION                      PIC X(12) VALUE SPACE.
019800
019900*-----------------------------------------------------------------
020000* DATES OF THE RUN - THE BUSINESS DATE, THE FIRST OF ITS MONTH
020100* (WHERE THE SERVICE CHARGE COUNT STARTS) AND THE DATE THE
020200* CLOSING INTEREST RUNS FROM.
020300*-----------------------------------------------------------------
020400 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
020500 77  WS-PERIODE                      PIC 9(06) VALUE ZERO.
020600 77  WS-DATE-DEBUT-MOIS              PIC 9(08) VALUE ZERO.
020700 77  WS-DATE-DEBUT-INT               PIC 9(08) VALUE ZERO.
020800 77  WS-JOUR-RUN                     PIC 9(07) COMP VALUE ZERO.
020900 77  WS-JOUR-DEBUT-INT               PIC 9(07) COMP VALUE ZERO.
021000 77  WS-NB-JOURS                     PIC 9(03) VALUE ZERO.
021100
021200*-----------------------------------------------------------------
021300* PER-ACCOUNT SETTLEMENT WORK.  THE BALANCE IS CARRIED THROUGH
021400* EACH STEP OF THE ARRETE SO EVERY HISTORY MOVEMENT SHOWS THE
021500* BALANCE IT LEFT BEHIND, AND A RESULT THAT WOULD LEAVE SOLDE'S
021600* PICTURE IS CAUGHT BEFORE ANYTHING IS POSTED.
021700*-----------------------------------------------------------------
021800 77  WS-TAUX-APPLIQUE                PIC 9V9999 VALUE ZERO.
021900 77  WS-TAUX-RETENUE                 PIC 9V9999 VALUE ZERO.
022000 77  WS-INTERET                      PIC 9(06)V99 VALUE ZERO.
022100 77  WS-RETENUE                      PIC 9(06)V99 VALUE ZERO.
022200 77  WS-FRAIS                        PIC 9(06)V99 VALUE ZERO.
022300 77  WS-MONTANT-VERSE                PIC 9(06)V99 VALUE ZERO.
022400 77  WS-SOLDE-BRUT                   PIC S9(04)V99 VALUE ZERO.
022500 77  WS-SOLDE-NET                    PIC S9(04)V99 VALUE ZERO.
022600 77  WS-SOLDE-FINAL                  PIC S9(04)V99 VALUE ZERO.
022700 77  WS-NB-MOUVEMENTS                PIC 9(05) COMP VALUE ZERO.
022800 77  WS-HIST-IND                     PIC X(01) VALUE SPACE.
022900 77  WS-HIST-MONTANT                 PIC 9(06)V99 VALUE ZERO.
023000 77  WS-HIST-SOLDE                   PIC S9(04)V99 VALUE ZERO.
023100
023200*-----------------------------------------------------------------
023300* RATE TABLE, LOADED FROM RATEFILE AT INITIALIZATION AND READ
023400* WITH INTCALC'S RULES: RIGHT CLIENT TYPE, EFFECTIVE ON OR
023500* BEFORE THE BUSINESS DATE, TIER FLOOR REACHED; HIGHEST TIER
023600* WINS, LATEST EFFECTIVE DATE BREAKING THE TIE.  TYPE 'R'
023700* ENTRIES CARRY THE WITHHOLDING RATE.
023800*-----------------------------------------------------------------
023900 77  WS-RATE-COUNT                   PIC 9(04) COMP VALUE ZERO.
024000 77  WS-RATE-IX                      PIC 9(04) COMP VALUE ZERO.
024100 77  WS-BEST-IX                      PIC 9(04) COMP VALUE ZERO.
024200 01  WS-RATE-TABLE.
024300     05  WS-RATE-ENTRY               OCCURS 50 TIMES.
024400         10  WS-RT-DATE-EFFET        PIC 9(08).
024500         10  WS-RT-TYPE              PIC X(01).
024600         10  WS-RT-SEUIL             PIC 9(04)V99.
024700         10  WS-RT-TAUX              PIC 9V9999.
024800
024900*-----------------------------------------------------------------
025000* FEE SCHEDULE TABLE, LOADED FROM FRSFILE AT INITIALIZATION.
025100* THE ENTRY WITH THE LATEST EFFECTIVE DATE NOT AFTER THE
025200* BUSINESS DATE APPLIES, AS FRAISCLC WOULD APPLY IT AT MONTH END.
025300*-----------------------------------------------------------------
025400 77  WS-FEE-COUNT                    PIC 9(04) COMP VALUE ZERO.
025500 77  WS-FEE-IX                       PIC 9(04) COMP VALUE ZERO.
025600 77  WS-NB-GRATUIT                   PIC 9(03) VALUE ZERO.
025700 77  WS-TARIF                        PIC 9(02)V99 VALUE ZERO.
025800 01  WS-FEE-TABLE.
025900     05  WS-FEE-ENTRY                OCCURS 20 TIMES.
026000         10  WS-FS-DATE-EFFET        PIC 9(08).
026100         10  WS-FS-NB-GRATUIT        PIC 9(03).
026200         10  WS-FS-TARIF             PIC 9(02)V99.
026300
026400*-----------------------------------------------------------------
026500* DAY-NUMBER WORK AREA - 8500-CALC-JOUR TURNS THE CCYYMMDD DATE
026600* IN WS-JN-DATE INTO A DAY COUNT IN WS-JN-NUMERO, SO THE DAYS OF
026700* CLOSING INTEREST ARE ONE SUBTRACTION WHATEVER MONTHS LIE IN
026800* BETWEEN.  THE YEAR IS TAKEN TO START ON 1 MARCH SO THE LEAP
026900* DAY FALLS LAST; EACH DIVISION IS DONE ON ITS OWN INTO A WHOLE
027000* FIELD TO DROP THE REMAINDER.
027100*-----------------------------------------------------------------
027200 01  WS-JN-DATE.
027300     05  WS-JN-AAAA                  PIC 9(04).
027400     05  WS-JN-MM                    PIC 9(02).
027500     05  WS-JN-JJ                    PIC 9(02).
027600 77  WS-JN-AN                        PIC 9(04) COMP VALUE ZERO.
027700 77  WS-JN-MOIS                      PIC 9(02) COMP VALUE ZERO.
027800 77  WS-JN-QUOT-4                    PIC 9(04) COMP VALUE ZERO.
027900 77  WS-JN-QUOT-100                  PIC 9(04) COMP VALUE ZERO.
028000 77  WS-JN-QUOT-400                  PIC 9(04) COMP VALUE ZERO.
028100 77  WS-JN-JOURS-MOIS                PIC 9(04) COMP VALUE ZERO.
028200 77  WS-JN-NUMERO                    PIC 9(07) COMP VALUE ZERO.
028300
028400*-----------------------------------------------------------------
028500* SETTLEMENT REPORT LINE LAYOUTS.
028600*-----------------------------------------------------------------
028700 01  WS-TITRE-LINE.
028800     05  FILLER                      PIC X(33) VALUE
028900         "REGLEMENT DES CLOTURES - DATE   ".
029000     05  TI-DATE                     PIC 9(08).
029100     05  FILLER                      PIC X(12) VALUE
029200         "  INTERETS ".
029300     05  TI-DEBUT-INT                PIC 9(08).
029400     05  FILLER                      PIC X(19) VALUE SPACE.
029500
029600 01  WS-ENTETE-LINE.
029700     05  FILLER                      PIC X(40) VALUE
029800         "COMPTE    NOM          JRS INTERET RETEN".
029900     05  FILLER                      PIC X(40) VALUE
030000         "UE   FRAIS    VERSE  M MENTION          ".
030100
030200 01  WS-DETAIL-LINE.
030300     05  DL-COMPTE                   PIC 9(08).
030400     05  FILLER                      PIC X(02) VALUE SPACE.
030500     05  DL-NOM                      PIC X(12).
030600     05  FILLER                      PIC X(01) VALUE SPACE.
030700     05  DL-JOURS                    PIC ZZ9.
030800     05  FILLER                      PIC X(01) VALUE SPACE.
030900     05  DL-INTERETS                 PIC ZZZ9.99.
031000     05  FILLER                      PIC X(01) VALUE SPACE.
031100     05  DL-RETENUE                  PIC ZZZ9.99.
031200     05  FILLER                      PIC X(01) VALUE SPACE.
031300     05  DL-FRAIS                    PIC ZZZ9.99.
031400     05  FILLER                      PIC X(01) VALUE SPACE.
031500     05  DL-VERSE                    PIC Z,ZZ9.99.
031600     05  FILLER                      PIC X(02) VALUE SPACE.
031700     05  DL-MODE                     PIC X(01).
031800     05  FILLER                      PIC X(01) VALUE SPACE.
031900     05  DL-MENTION                  PIC X(12).
032000     05  FILLER                      PIC X(05) VALUE SPACE.
032100
032200 01  WS-TOTAL-LINE.
032300     05  FILLER                      PIC X(16) VALUE
032400         "TOTAL VERSE    ".
032500     05  TL-VERSE                    PIC ZZ,ZZZ,ZZ9.99-.
032600     05  FILLER                      PIC X(11) VALUE
032700         "  SOLDES : ".
032800     05  TL-SOLDEES                  PIC ZZ,ZZ9.
032900     05  FILLER                      PIC X(14) VALUE
033000         "  EN ATTENTE :".
033100     05  TL-ATTENTE                  PIC ZZ,ZZ9.
033200     05  FILLER                      PIC X(13) VALUE SPACE.
033300
033400*-----------------------------------------------------------------
033500* RUN-CONTROL WORK AREA - THE RUNCTL RECORD IS HELD HERE BETWEEN
033600* THE READ AT INITIALIZATION AND THE WRITE-BACKS.
033700*-----------------------------------------------------------------
033800 01  WS-RUN-CONTROL.
033900     COPY RUNCTREC.
034000
034100*-----------------------------------------------------------------
034200* RUN-STATISTICS FILE STATUS - THE RECORD ITSELF COMES FROM THE
034300* RUNSREC COPY MEMBER AND IS WRITTEN BY 9500-WRITE-RUN-STATS.
034400*-----------------------------------------------------------------
034500 77  WS-RS-STATUS                    PIC X(02) VALUE '00'.
034600
034700 PROCEDURE DIVISION.
034800 0000-MAINLINE.
034900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
035000
035100     PERFORM 2000-PROCESS-REQUESTS
035200         THRU 2000-PROCESS-REQUESTS-EXIT
035300         UNTIL WS-END-OF-REQUESTS.
035400
035500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
035600
035700     STOP RUN.
035800
035900*-----------------------------------------------------------------
036000* 1000-INITIALIZE - LOAD THE RATE AND FEE TABLES, PASS THE
036100* RUN-CONTROL GATE, OPEN THE FILES AND PRIME THE FIRST READ.
036200*-----------------------------------------------------------------
036300 1000-INITIALIZE.
036400     DISPLAY "CLOTURE - DEBUT DU REGLEMENT DES CLOTURES".
036500
036600*    BOTH TABLES ARE LOADED BEFORE THE RUN-CONTROL IS MARKED IN
036700*    PROGRESS, SO A BAD OR MISSING RATEFILE OR FRSFILE STOPS THE
036800*    STEP WITHOUT LOCKING THE BUSINESS DAY BEHIND AN 'E' STATUS.
036900     PERFORM 1100-LOAD-RATES THRU 1100-LOAD-RATES-EXIT.
037000     IF NOT WS-RC-ABEND
037100         PERFORM 1200-LOAD-FEES THRU 1200-LOAD-FEES-EXIT
037200     END-IF.
037300     IF WS-RC-ABEND
037400         MOVE 16 TO RETURN-CODE
037500         MOVE 'Y' TO WS-EOF-SW
037600         GO TO 1000-INITIALIZE-EXIT
037700     END-IF.
037800
037900*    THE FINAL MOVEMENTS MUST LAND ON THE HISTORY FILE OR THE
038000*    CLOSING STATEMENT AND THE RECONCILIATION CANNOT ACCOUNT
038100*    FOR THEM, SO A FAILED OPEN STOPS THE STEP FIRST.
038200     OPEN I-O TRAN-HISTORY.
038300     IF WS-HS-STATUS = '35'
038400         OPEN OUTPUT TRAN-HISTORY
038500     END-IF.
038600     IF WS-HS-STATUS = '00'
038700         MOVE 'Y' TO WS-HS-OPEN-SW
038800     ELSE
038900         DISPLAY "CLOTURE - OUVERTURE TRAN-HISTORY ECHEC "
039000             WS-HS-STATUS
039100         MOVE 16 TO RETURN-CODE
039200         MOVE 'Y' TO WS-EOF-SW
039300         GO TO 1000-INITIALIZE-EXIT
039400     END-IF.
039500
039600     PERFORM 1050-CHECK-RUN-CONTROL
039700         THRU 1050-CHECK-RUN-CONTROL-EXIT.
039800     IF WS-RC-ABEND
039900         MOVE 16 TO RETURN-CODE
040000         MOVE 'Y' TO WS-EOF-SW
040100         GO TO 1000-INITIALIZE-EXIT
040200     END-IF.
040300
040400*    THE WITHHOLDING RATE AND THE FEE SCHEDULE ENTRY NEED THE
040500*    BUSINESS DATE, SO THEY ARE PICKED ONCE RUNCTL IS READ.
040600     PERFORM 1150-FIND-TAX-RATE THRU 1150-FIND-TAX-RATE-EXIT.
040700     IF NOT WS-RC-ABEND
040800         PERFORM 1250-PICK-FEE-ENTRY
040900             THRU 1250-PICK-FEE-ENTRY-EXIT
041000     END-IF.
041100     IF WS-RC-ABEND
041200         MOVE 16 TO RETURN-CODE
041300         MOVE 'Y' TO WS-EOF-SW
041400         GO TO 1000-INITIALIZE-EXIT
041500     END-IF.
041600
041700     OPEN I-O CLIENT-MASTER.
041800     IF WS-CM-STATUS NOT = '00'
041900         DISPLAY "CLOTURE - OUVERTURE CLIENT-MASTER ECHEC "
042000             WS-CM-STATUS
042100         MOVE 16 TO RETURN-CODE
042200         MOVE 'Y' TO WS-EOF-SW
042300         GO TO 1000-INITIALIZE-EXIT
042400     END-IF.
042500     MOVE 'Y' TO WS-CM-OPEN-SW.
042600
042700*    NO CLOSURE-REQUEST FILE YET MEANS NO ACCOUNT WAS EVER PUT
042800*    EN CLOTURE - NOTHING TO SETTLE, AND THE STEP IS COMPLETE.
042900     OPEN I-O CLOT-FILE.
043000     IF WS-DC-STATUS = '35'
043100         DISPLAY "CLOTURE - AUCUNE DEMANDE DE CLOTURE (CLOTDEM "
043200             "ABSENT)"
043300         MOVE 'Y' TO WS-EOF-SW
043400         GO TO 1000-INITIALIZE-EXIT
043500     END-IF.
043600     IF WS-DC-STATUS NOT = '00'
043700         DISPLAY "CLOTURE - OUVERTURE CLOTDEM ECHEC "
043800             WS-DC-STATUS
043900         MOVE 16 TO RETURN-CODE
044000         MOVE 'Y' TO WS-EOF-SW
044100         GO TO 1000-INITIALIZE-EXIT
044200     END-IF.
044300     MOVE 'Y' TO WS-DC-OPEN-SW.
044400
044500*    THE PAYOUT FILE IS CUMULATIVE UNTIL THE PAYMENTS SIDE TAKES
044600*    IT AWAY; MONEY LEAVING AN ACCOUNT WITH NO PAYOUT BEHIND IT
044700*    WOULD BE LOST, SO A FAILED OPEN STOPS THE STEP.
044800     OPEN EXTEND PAYOUT-FILE.
044900     IF WS-PY-STATUS NOT = '00'
045000         OPEN OUTPUT PAYOUT-FILE
045100     END-IF.
045200     IF WS-PY-STATUS NOT = '00'
045300         DISPLAY "CLOTURE - OUVERTURE CLOTPAY ECHEC "
045400             WS-PY-STATUS
045500         MOVE 16 TO RETURN-CODE
045600         MOVE 'Y' TO WS-EOF-SW
045700         GO TO 1000-INITIALIZE-EXIT
045800     END-IF.
045900     MOVE 'Y' TO WS-PY-OPEN-SW.
046000
046100*    THE ADDRESS IS ONLY NEEDED TO MAIL A CHEQUE; WITHOUT THE
046200*    FILE THE CHEQUE REQUEST GOES OUT WITH THE PAYEE ALONE.
046300     OPEN INPUT ADDR-FILE.
046400     IF WS-AD-STATUS = '00'
046500         MOVE 'Y' TO WS-AD-OPEN-SW
046600     END-IF.
046700
046800     OPEN OUTPUT CLOT-REPORT.
046900     IF WS-CR-STATUS NOT = '00'
047000         DISPLAY "CLOTURE - OUVERTURE CLOTRPT ECHEC "
047100             WS-CR-STATUS
047200     ELSE
047300         MOVE 'Y' TO WS-CR-OPEN-SW
047400         MOVE WS-RUN-DATE       TO TI-DATE
047500         MOVE WS-DATE-DEBUT-INT TO TI-DEBUT-INT
047600         MOVE WS-TITRE-LINE  TO CR-LINE
047700         WRITE CR-LINE
047800         MOVE WS-ENTETE-LINE TO CR-LINE
047900         WRITE CR-LINE
048000     END-IF.
048100
048200     PERFORM 2100-READ-REQUEST THRU 2100-READ-REQUEST-EXIT.
048300 1000-INITIALIZE-EXIT.
048400     EXIT.
048500
048600*-----------------------------------------------------------------
048700* 1050-CHECK-RUN-CONTROL - THE GATE ON THE WHOLE STEP.  THE
048800* DAY'S POSTING MUST BE COMPLETE BEFORE AN ACCOUNT IS SETTLED ON
048900* ITS BALANCE, AND A SETTLEMENT RUN ALREADY DONE (OR LEFT IN
049000* PROGRESS) FOR THIS BUSINESS DATE MUST NOT BE REPEATED.  THE
049100* CLOSING INTEREST RUNS FROM THE LAST INTCALC RUN RECORDED ON
049200* RUNCTL, OR FROM THE FIRST OF THE MONTH WHEN THERE IS NONE.
049300*-----------------------------------------------------------------
049400 1050-CHECK-RUN-CONTROL.
049500     OPEN INPUT RUN-CONTROL.
049600     IF WS-RN-STATUS NOT = '00'
049700         DISPLAY "CLOTURE - RUNCTL ABSENT OU ILLISIBLE ("
049800             WS-RN-STATUS ") - EXECUTER LA CHAINE QUOTIDIENNE"
049900         SET WS-RC-ABEND TO TRUE
050000         GO TO 1050-CHECK-RUN-CONTROL-EXIT
050100     END-IF.
050200     READ RUN-CONTROL INTO WS-RUN-CONTROL
050300         AT END
050400             DISPLAY "CLOTURE - RUNCTL VIDE - EXECUTER LA "
050500                 "CHAINE QUOTIDIENNE"
050600             SET WS-RC-ABEND TO TRUE
050700     END-READ.
050800     CLOSE RUN-CONTROL.
050900     IF WS-RC-ABEND
051000         GO TO 1050-CHECK-RUN-CONTROL-EXIT
051100     END-IF.
051200
051300     IF NOT RC-TRNPOST-TERMINE
051400         DISPLAY "CLOTURE - POSTING (TRNPOST) PAS TERMINE POUR "
051500             "LA DATE " RC-DATE-AFFAIRES " - ETAPE HORS SEQUENCE"
051600         SET WS-RC-ABEND TO TRUE
051700         GO TO 1050-CHECK-RUN-CONTROL-EXIT
051800     END-IF.
051900
052000     IF RC-CLOTURE-TERMINE
052100         DISPLAY "CLOTURE - CLOTURES DEJA REGLEES POUR LA DATE "
052200             RC-DATE-AFFAIRES " - DOUBLE PASSAGE REFUSE"
052300         SET WS-RC-ABEND TO TRUE
052400         GO TO 1050-CHECK-RUN-CONTROL-EXIT
052500     END-IF.
052600
052700     IF RC-CLOTURE-EN-COURS
052800         DISPLAY "CLOTURE - PASSAGE PRECEDENT INTERROMPU - "
052900             "VERIFIER CLOTDEM ET CLOTPAY AVANT TOUTE REPRISE"
053000         SET WS-RC-ABEND TO TRUE
053100         GO TO 1050-CHECK-RUN-CONTROL-EXIT
053200     END-IF.
053300
053400     MOVE RC-DATE-AFFAIRES TO WS-RUN-DATE.
053500     DIVIDE WS-RUN-DATE BY 100 GIVING WS-PERIODE.
053600     COMPUTE WS-DATE-DEBUT-MOIS = (WS-PERIODE * 100) + 1.
053700     IF RC-INTCALC-DATE IS NUMERIC
053800         AND RC-INTCALC-DATE > ZERO
053900         AND RC-INTCALC-DATE NOT > WS-RUN-DATE
054000         MOVE RC-INTCALC-DATE TO WS-DATE-DEBUT-INT
054100     ELSE
054200         MOVE WS-DATE-DEBUT-MOIS TO WS-DATE-DEBUT-INT
054300     END-IF.
054400
054500     MOVE WS-RUN-DATE TO WS-JN-DATE.
054600     PERFORM 8500-CALC-JOUR THRU 8500-CALC-JOUR-EXIT.
054700     MOVE WS-JN-NUMERO TO WS-JOUR-RUN.
054800     MOVE WS-DATE-DEBUT-INT TO WS-JN-DATE.
054900     PERFORM 8500-CALC-JOUR THRU 8500-CALC-JOUR-EXIT.
055000     MOVE WS-JN-NUMERO TO WS-JOUR-DEBUT-INT.
055100     IF WS-JOUR-RUN > WS-JOUR-DEBUT-INT
055200         AND WS-JOUR-DEBUT-INT > ZERO
055300         COMPUTE WS-NB-JOURS = WS-JOUR-RUN - WS-JOUR-DEBUT-INT
055400     ELSE
055500         MOVE ZERO TO WS-NB-JOURS
055600     END-IF.
055700     DISPLAY "CLOTURE - INTERETS DU " WS-DATE-DEBUT-INT
055800         " AU " WS-RUN-DATE " : " WS-NB-JOURS " JOURS".
055900
056000     MOVE 'E' TO RC-CLOTURE-STATUT.
056100     PERFORM 1060-WRITE-RUN-CONTROL
056200         THRU 1060-WRITE-RUN-CONTROL-EXIT.
056300     IF NOT WS-RC-ABEND
056400         SET WS-RC-CHECKED TO TRUE
056500     END-IF.
056600 1050-CHECK-RUN-CONTROL-EXIT.
056700     EXIT.
056800
056900*-----------------------------------------------------------------
057000* 1060-WRITE-RUN-CONTROL - PUT THE WHOLE RUNCTL RECORD BACK.
057100*-----------------------------------------------------------------
057200 1060-WRITE-RUN-CONTROL.
057300     OPEN OUTPUT RUN-CONTROL.
057400     IF WS-RN-STATUS NOT = '00'
057500         DISPLAY "CLOTURE - ECRITURE RUNCTL ECHEC " WS-RN-STATUS
057600         SET WS-RC-ABEND TO TRUE
057700         GO TO 1060-WRITE-RUN-CONTROL-EXIT
057800     END-IF.
057900     WRITE RN-RECORD FROM WS-RUN-CONTROL.
058000     CLOSE RUN-CONTROL.
058100 1060-WRITE-RUN-CONTROL-EXIT.
058200     EXIT.
058300
058400*-----------------------------------------------------------------
058500* 1100-LOAD-RATES - LOAD THE WHOLE RATE TABLE.  NO TABLE, AN
058600* EMPTY TABLE OR ONE TOO BIG TO LOAD STOPS THE STEP - CLOSING
058700* AN ACCOUNT AT A GUESSED RATE CANNOT BE PUT RIGHT AFTERWARDS.
058800*-----------------------------------------------------------------
058900 1100-LOAD-RATES.
059000     OPEN INPUT RATE-FILE.
059100     IF WS-RT-STATUS NOT = '00'
059200         DISPLAY "CLOTURE - RATEFILE ABSENT OU ILLISIBLE ("
059300             WS-RT-STATUS ") - TABLE DES TAUX REQUISE"
059400         SET WS-RC-ABEND TO TRUE
059500         GO TO 1100-LOAD-RATES-EXIT
059600     END-IF.
059700
059800     PERFORM 1110-LOAD-ONE-RATE THRU 1110-LOAD-ONE-RATE-EXIT
059900         UNTIL WS-END-OF-RATES OR WS-RC-ABEND.
060000
060100     CLOSE RATE-FILE.
060200
060300     IF WS-RATE-COUNT = ZERO AND NOT WS-RC-ABEND
060400         DISPLAY "CLOTURE - RATEFILE VIDE - TABLE DES TAUX "
060500             "REQUISE"
060600         SET WS-RC-ABEND TO TRUE
060700     END-IF.
060800 1100-LOAD-RATES-EXIT.
060900     EXIT.
061000
061100*-----------------------------------------------------------------
061200* 1110-LOAD-ONE-RATE - ONE RATE RECORD INTO THE TABLE.  A
061300* RECORD WITH A NON-NUMERIC DATE, TIER OR RATE IS REFUSED LOUDLY
061400* RATHER THAN PRICED WITH.
061500*-----------------------------------------------------------------
061600 1110-LOAD-ONE-RATE.
061700     READ RATE-FILE
061800         AT END
061900             MOVE 'Y' TO WS-RT-EOF-SW
062000             GO TO 1110-LOAD-ONE-RATE-EXIT
062100     END-READ.
062200
062300     IF RT-DATE-EFFET IS NOT NUMERIC
062400         OR RT-SEUIL IS NOT NUMERIC
062500         OR RT-TAUX IS NOT NUMERIC
062600         DISPLAY "CLOTURE - ENREGISTREMENT RATEFILE INVALIDE - "
062700             RT-RECORD
062800         SET WS-RC-ABEND TO TRUE
062900         GO TO 1110-LOAD-ONE-RATE-EXIT
063000     END-IF.
063100
063200     IF WS-RATE-COUNT >= 50
063300         DISPLAY "CLOTURE - TABLE DES TAUX PLEINE (50 MAX)"
063400         SET WS-RC-ABEND TO TRUE
063500         GO TO 1110-LOAD-ONE-RATE-EXIT
063600     END-IF.
063700
063800     ADD 1 TO WS-RATE-COUNT.
063900     MOVE RT-DATE-EFFET TO WS-RT-DATE-EFFET (WS-RATE-COUNT).
064000     MOVE RT-TYPE       TO WS-RT-TYPE (WS-RATE-COUNT).
064100     MOVE RT-SEUIL      TO WS-RT-SEUIL (WS-RATE-COUNT).
064200     MOVE RT-TAUX       TO WS-RT-TAUX (WS-RATE-COUNT).
064300 1110-LOAD-ONE-RATE-EXIT.
064400     EXIT.
064500
064600*-----------------------------------------------------------------
064700* 1150-FIND-TAX-RATE - THE WITHHOLDING RATE FOR THE RUN: THE
064800* TYPE 'R' ENTRY OF THE RATE TABLE WITH THE LATEST EFFECTIVE
064900* DATE NOT AFTER THE BUSINESS DATE.  NO APPLICABLE ENTRY STOPS
065000* THE STEP, AS IT STOPS INTCALC.
065100*-----------------------------------------------------------------
065200 1150-FIND-TAX-RATE.
065300     MOVE ZERO TO WS-BEST-IX.
065400     MOVE 1 TO WS-RATE-IX.
065500     PERFORM 1160-TEST-ONE-TAX-RATE
065600         THRU 1160-TEST-ONE-TAX-RATE-EXIT
065700         UNTIL WS-RATE-IX > WS-RATE-COUNT.
065800
065900     IF WS-BEST-IX = ZERO
066000         DISPLAY "CLOTURE - AUCUN TAUX DE RETENUE (TYPE R) "
066100             "APPLICABLE AU " WS-RUN-DATE " SUR RATEFILE"
066200         SET WS-RC-ABEND TO TRUE
066300         GO TO 1150-FIND-TAX-RATE-EXIT
066400     END-IF.
066500
066600     MOVE WS-RT-TAUX (WS-BEST-IX) TO WS-TAUX-RETENUE.
066700 1150-FIND-TAX-RATE-EXIT.
066800     EXIT.
066900
067000*-----------------------------------------------------------------
067100* 1160-TEST-ONE-TAX-RATE - ONE TABLE ENTRY AGAINST THE
067200* BUSINESS DATE; ONLY TYPE 'R' ENTRIES QUALIFY.
067300*-----------------------------------------------------------------
067400 1160-TEST-ONE-TAX-RATE.
067500     IF WS-RT-TYPE (WS-RATE-IX) = 'R'
067600         AND WS-RT-DATE-EFFET (WS-RATE-IX) NOT > WS-RUN-DATE
067700         IF WS-BEST-IX = ZERO
067800             MOVE WS-RATE-IX TO WS-BEST-IX
067900         ELSE
068000             IF WS-RT-DATE-EFFET (WS-RATE-IX)
068100                     > WS-RT-DATE-EFFET (WS-BEST-IX)
068200                 MOVE WS-RATE-IX TO WS-BEST-IX
068300             END-IF
068400         END-IF
068500     END-IF.
068600     ADD 1 TO WS-RATE-IX.
068700 1160-TEST-ONE-TAX-RATE-EXIT.
068800     EXIT.
068900
069000*-----------------------------------------------------------------
069100* 1200-LOAD-FEES - LOAD THE WHOLE FEE SCHEDULE.  NO SCHEDULE,
069200* AN EMPTY ONE OR ONE TOO BIG TO LOAD STOPS THE STEP.
069300*-----------------------------------------------------------------
069400 1200-LOAD-FEES.
069500     OPEN INPUT FEE-FILE.
069600     IF WS-FS-STATUS NOT = '00'
069700         DISPLAY "CLOTURE - FRSFILE ABSENT OU ILLISIBLE ("
069800             WS-FS-STATUS ") - BAREME DES FRAIS REQUIS"
069900         SET WS-RC-ABEND TO TRUE
070000         GO TO 1200-LOAD-FEES-EXIT
070100     END-IF.
070200
070300     PERFORM 1210-LOAD-ONE-FEE THRU 1210-LOAD-ONE-FEE-EXIT
070400         UNTIL WS-END-OF-FEES OR WS-RC-ABEND.
070500
070600     CLOSE FEE-FILE.
070700
070800     IF WS-FEE-COUNT = ZERO AND NOT WS-RC-ABEND
070900         DISPLAY "CLOTURE - FRSFILE VIDE - BAREME DES FRAIS "
071000             "REQUIS"
071100         SET WS-RC-ABEND TO TRUE
071200     END-IF.
071300 1200-LOAD-FEES-EXIT.
071400     EXIT.
071500
071600*-----------------------------------------------------------------
071700* 1210-LOAD-ONE-FEE - ONE SCHEDULE RECORD INTO THE TABLE.  A
071800* RECORD WITH A NON-NUMERIC DATE, ALLOWANCE OR TARIFF IS
071900* REFUSED LOUDLY RATHER THAN CHARGED WITH.
072000*-----------------------------------------------------------------
072100 1210-LOAD-ONE-FEE.
072200     READ FEE-FILE
072300         AT END
072400             MOVE 'Y' TO WS-FS-EOF-SW
072500             GO TO 1210-LOAD-ONE-FEE-EXIT
072600     END-READ.
072700
072800     IF FS-DATE-EFFET IS NOT NUMERIC
072900         OR FS-NB-GRATUIT IS NOT NUMERIC
073000         OR FS-TARIF IS NOT NUMERIC
073100         DISPLAY "CLOTURE - ENREGISTREMENT FRSFILE INVALIDE - "
073200             FS-RECORD
073300         SET WS-RC-ABEND TO TRUE
073400         GO TO 1210-LOAD-ONE-FEE-EXIT
073500     END-IF.
073600
073700     IF WS-FEE-COUNT >= 20
073800         DISPLAY "CLOTURE - BAREME DES FRAIS PLEIN (20 MAX)"
073900         SET WS-RC-ABEND TO TRUE
074000         GO TO 1210-LOAD-ONE-FEE-EXIT
074100     END-IF.
074200
074300     ADD 1 TO WS-FEE-COUNT.
074400     MOVE FS-DATE-EFFET TO WS-FS-DATE-EFFET (WS-FEE-COUNT).
074500     MOVE FS-NB-GRATUIT TO WS-FS-NB-GRATUIT (WS-FEE-COUNT).
074600     MOVE FS-TARIF      TO WS-FS-TARIF (WS-FEE-COUNT).
074700 1210-LOAD-ONE-FEE-EXIT.
074800     EXIT.
074900
075000*-----------------------------------------------------------------
075100* 1250-PICK-FEE-ENTRY - THE ENTRY WITH THE LATEST EFFECTIVE
075200* DATE NOT AFTER THE BUSINESS DATE GOVERNS THE WHOLE RUN.  NO
075300* APPLICABLE ENTRY STOPS THE STEP.
075400*-----------------------------------------------------------------
075500 1250-PICK-FEE-ENTRY.
075600     MOVE ZERO TO WS-BEST-IX.
075700     MOVE 1 TO WS-FEE-IX.
075800     PERFORM 1260-TEST-ONE-FEE THRU 1260-TEST-ONE-FEE-EXIT
075900         UNTIL WS-FEE-IX > WS-FEE-COUNT.
076000
076100     IF WS-BEST-IX = ZERO
076200         DISPLAY "CLOTURE - AUCUN BAREME APPLICABLE AU "
076300             WS-RUN-DATE
076400         SET WS-RC-ABEND TO TRUE
076500         GO TO 1250-PICK-FEE-ENTRY-EXIT
076600     END-IF.
076700
076800     MOVE WS-FS-NB-GRATUIT (WS-BEST-IX) TO WS-NB-GRATUIT.
076900     MOVE WS-FS-TARIF (WS-BEST-IX)      TO WS-TARIF.
077000 1250-PICK-FEE-ENTRY-EXIT.
077100     EXIT.
077200
077300*-----------------------------------------------------------------
077400* 1260-TEST-ONE-FEE - ONE TABLE ENTRY AGAINST THE BUSINESS DATE.
077500*-----------------------------------------------------------------
077600 1260-TEST-ONE-FEE.
077700     IF WS-FS-DATE-EFFET (WS-FEE-IX) NOT > WS-RUN-DATE
077800         IF WS-BEST-IX = ZERO
077900             MOVE WS-FEE-IX TO WS-BEST-IX
078000         ELSE
078100             IF WS-FS-DATE-EFFET (WS-FEE-IX)
078200                     > WS-FS-DATE-EFFET (WS-BEST-IX)
078300                 MOVE WS-FEE-IX TO WS-BEST-IX
078400             END-IF
078500         END-IF
078600     END-IF.
078700     ADD 1 TO WS-FEE-IX.
078800 1260-TEST-ONE-FEE-EXIT.
078900     EXIT.
079000
079100*-----------------------------------------------------------------
079200* 2000-PROCESS-REQUESTS - WORK THE CLOSURE REQUEST IN THE RECORD
079300* AREA.  A SETTLED REQUEST IS HISTORY AND IS PASSED OVER; AN
079400* OPEN ONE GETS ITS ARRETE POSTED ONCE, THEN IS SETTLED IF THE
079500* BALANCE ALLOWS, AND IS PUT BACK WITH ITS NEW STATUS.
079600*-----------------------------------------------------------------
079700 2000-PROCESS-REQUESTS.
079800     IF DC-SOLDEE
079900         GO TO 2000-PROCESS-REQUESTS-SUITE
080000     END-IF.
080100
080200     ADD 1 TO WS-REQUEST-COUNT.
080300     MOVE 'N' TO WS-REJECT-SW.
080400     MOVE SPACE TO WS-MENTION.
080500     MOVE ZERO TO WS-MONTANT-VERSE.
080600
080700     MOVE DC-COMPTE TO WS-COMPTE.
080800     READ CLIENT-MASTER
080900         INVALID KEY
081000             MOVE 'Y' TO WS-REJECT-SW
081100             MOVE "INCONNU" TO WS-MENTION
081200             MOVE SPACE TO WS-NOM
081300     END-READ.
081400     IF NOT WS-REQUEST-REJECTED
081500         AND NOT WS-COMPTE-EN-CLOTURE
081600         MOVE 'Y' TO WS-REJECT-SW
081700         MOVE "PAS EN CLOT." TO WS-MENTION
081800     END-IF.
081900
082000     IF NOT WS-REQUEST-REJECTED
082100         AND NOT DC-ARRETE-POSTE
082200         PERFORM 2200-POST-ARRETE THRU 2200-POST-ARRETE-EXIT
082300     END-IF.
082400
082500     IF NOT WS-REQUEST-REJECTED
082600         PERFORM 2300-SETTLE-ACCOUNT
082700             THRU 2300-SETTLE-ACCOUNT-EXIT
082800     END-IF.
082900
083000     IF WS-REQUEST-REJECTED
083100         ADD 1 TO WS-REJECT-COUNT
083200         DISPLAY "CLOTURE - DEMANDE NON REGLEE - COMPTE "
083300             DC-COMPTE " " WS-MENTION
083400     END-IF.
083500
083600*    ONCE THE ARRETE IS POSTED THE REQUEST MUST SAY SO, EVEN IF
083700*    THE SETTLEMENT ITSELF FAILED, OR TOMORROW WOULD POST IT
083800*    AGAIN.
083900     IF DC-ARRETE-POSTE
084000         REWRITE DC-CLOSURE-RECORD
084100         IF WS-DC-STATUS NOT = '00'
084200             DISPLAY "CLOTURE - REWRITE CLOTDEM ECHEC "
084300                 DC-COMPTE " " WS-DC-STATUS
084400             MOVE 16 TO RETURN-CODE
084500             MOVE 'Y' TO WS-EOF-SW
084600         END-IF
084700     END-IF.
084800
084900     PERFORM 2500-WRITE-DETAIL THRU 2500-WRITE-DETAIL-EXIT.
085000
085100 2000-PROCESS-REQUESTS-SUITE.
085200     IF NOT WS-END-OF-REQUESTS
085300         PERFORM 2100-READ-REQUEST THRU 2100-READ-REQUEST-EXIT
085400     END-IF.
085500 2000-PROCESS-REQUESTS-EXIT.
085600     EXIT.
085700
085800*-----------------------------------------------------------------
085900* 2100-READ-REQUEST - GET THE NEXT CLOSURE REQUEST.
086000*-----------------------------------------------------------------
086100 2100-READ-REQUEST.
086200     READ CLOT-FILE NEXT RECORD
086300         AT END
086400             MOVE 'Y' TO WS-EOF-SW
086500             GO TO 2100-READ-REQUEST-EXIT
086600     END-READ.
086700 2100-READ-REQUEST-EXIT.
086800     EXIT.
086900
087000*-----------------------------------------------------------------
087100* 2200-POST-ARRETE - THE FINAL ARRETE OF THE ACCOUNT: CLOSING
087200* INTEREST ON A CREDIT BALANCE FOR THE DAYS SINCE THE LAST
087300* INTCALC RUN (THE MONTHLY RATE OVER A 30-DAY MONTH), TAX
087400* WITHHELD ON IT FOR A MAJEUR, AND THE MONTH'S SERVICE CHARGE
087500* SO FAR UNLESS ONE HAS ALREADY BEEN TAKEN THIS MONTH.  ALL
087600* THREE ARE WORKED OUT FIRST AND ONLY POSTED WHEN THE RESULT
087700* FITS SOLDE; THE REQUEST THEN RECORDS THE ARRETE SO A LATER
087800* NIGHT (AN OVERDRAWN ACCOUNT WAITING FOR COVER) NEVER POSTS
087900* IT TWICE.  AN OVERDRAWN ACCOUNT EARNS NO INTEREST - ITS DEBIT
088000* INTEREST IS CHARGED BY AGIOCALC AS FOR ANY OTHER ACCOUNT.
088100*-----------------------------------------------------------------
088200 2200-POST-ARRETE.
088300     MOVE ZERO TO WS-INTERET.
088400     MOVE ZERO TO WS-RETENUE.
088500     MOVE ZERO TO WS-FRAIS.
088600     MOVE ZERO TO WS-TAUX-APPLIQUE.
088700
088800     IF SOLDE > ZERO AND WS-NB-JOURS > ZERO
088900         PERFORM 2210-FIND-RATE THRU 2210-FIND-RATE-EXIT
089000         IF WS-BEST-IX = ZERO
089100             MOVE 'Y' TO WS-REJECT-SW
089200             MOVE "SANS TAUX" TO WS-MENTION
089300             GO TO 2200-POST-ARRETE-EXIT
089400         END-IF
089500         MOVE WS-RT-TAUX (WS-BEST-IX) TO WS-TAUX-APPLIQUE
089600         COMPUTE WS-INTERET ROUNDED =
089700             (SOLDE * WS-TAUX-APPLIQUE * WS-NB-JOURS) / 30
089800         IF WS-MAJEUR
089900             COMPUTE WS-RETENUE ROUNDED
090000                 = WS-INTERET * WS-TAUX-RETENUE
090100         END-IF
090200     END-IF.
090300
090400     PERFORM 2250-COUNT-MOVEMENTS
090500         THRU 2250-COUNT-MOVEMENTS-EXIT.
090600     IF WS-NB-MOUVEMENTS > WS-NB-GRATUIT
090700         AND NOT WS-FRAIS-DEJA-PERCUS
090800         COMPUTE WS-FRAIS =
090900             (WS-NB-MOUVEMENTS - WS-NB-GRATUIT) * WS-TARIF
091000     END-IF.
091100
091200     ADD WS-INTERET SOLDE GIVING WS-SOLDE-BRUT
091300         ON SIZE ERROR
091400             MOVE 'Y' TO WS-REJECT-SW
091500     END-ADD.
091600     IF NOT WS-REQUEST-REJECTED
091700         COMPUTE WS-SOLDE-NET = WS-SOLDE-BRUT - WS-RETENUE
091800         COMPUTE WS-SOLDE-FINAL = WS-SOLDE-NET - WS-FRAIS
091900             ON SIZE ERROR
092000                 MOVE 'Y' TO WS-REJECT-SW
092100         END-COMPUTE
092200     END-IF.
092300     IF WS-REQUEST-REJECTED
092400         MOVE "DEPASSEMENT" TO WS-MENTION
092500         GO TO 2200-POST-ARRETE-EXIT
092600     END-IF.
092700
092800     MOVE WS-SOLDE-FINAL TO SOLDE.
092900     IF WS-FRAIS > ZERO
093000         MOVE WS-RUN-DATE TO WS-DERN-ACTIVITE
093100     END-IF.
093200     REWRITE CM-CLIENT-RECORD.
093300     IF WS-CM-STATUS NOT = '00'
093400         DISPLAY "CLOTURE - REWRITE CLIENT-MASTER ECHEC "
093500             WS-COMPTE " " WS-CM-STATUS
093600         MOVE 'Y' TO WS-REJECT-SW
093700         MOVE "ERREUR E/S" TO WS-MENTION
093800         GO TO 2200-POST-ARRETE-EXIT
093900     END-IF.
094000
094100     IF WS-INTERET > ZERO
094200         MOVE 'I'           TO WS-HIST-IND
094300         MOVE WS-INTERET    TO WS-HIST-MONTANT
094400         MOVE WS-SOLDE-BRUT TO WS-HIST-SOLDE
094500         PERFORM 2350-WRITE-HISTORY
094600             THRU 2350-WRITE-HISTORY-EXIT
094700     END-IF.
094800     IF WS-RETENUE > ZERO
094900         MOVE 'R'           TO WS-HIST-IND
095000         MOVE WS-RETENUE    TO WS-HIST-MONTANT
095100         MOVE WS-SOLDE-NET  TO WS-HIST-SOLDE
095200         PERFORM 2350-WRITE-HISTORY
095300             THRU 2350-WRITE-HISTORY-EXIT
095400     END-IF.
095500     IF WS-FRAIS > ZERO
095600         MOVE 'F'            TO WS-HIST-IND
095700         MOVE WS-FRAIS       TO WS-HIST-MONTANT
095800         MOVE WS-SOLDE-FINAL TO WS-HIST-SOLDE
095900         PERFORM 2350-WRITE-HISTORY
096000             THRU 2350-WRITE-HISTORY-EXIT
096100     END-IF.
096200
096300     SET DC-ARRETE-POSTE TO TRUE.
096400     MOVE WS-RUN-DATE TO DC-DATE-ARRETE.
096500     MOVE WS-NB-JOURS TO DC-NB-JOURS.
096600     MOVE WS-INTERET  TO DC-INTERETS.
096700     MOVE WS-RETENUE  TO DC-RETENUE.
096800     MOVE WS-FRAIS    TO DC-FRAIS.
096900 2200-POST-ARRETE-EXIT.
097000     EXIT.
097100
097200*-----------------------------------------------------------------
097300* 2210-FIND-RATE - PICK THE RATE FOR THE CLIENT IN THE WORK
097400* AREA WITH INTCALC'S RULES.  NO APPLICABLE ENTRY LEAVES
097500* WS-BEST-IX AT ZERO FOR THE CALLER TO REJECT.
097600*-----------------------------------------------------------------
097700 2210-FIND-RATE.
097800     MOVE ZERO TO WS-BEST-IX.
097900     MOVE 1 TO WS-RATE-IX.
098000     PERFORM 2220-TEST-ONE-RATE THRU 2220-TEST-ONE-RATE-EXIT
098100         UNTIL WS-RATE-IX > WS-RATE-COUNT.
098200 2210-FIND-RATE-EXIT.
098300     EXIT.
098400
098500*-----------------------------------------------------------------
098600* 2220-TEST-ONE-RATE - ONE TABLE ENTRY AGAINST THE CLIENT, AND
098700* AGAINST THE BEST ENTRY FOUND SO FAR.
098800*-----------------------------------------------------------------
098900 2220-TEST-ONE-RATE.
099000     IF WS-RT-TYPE (WS-RATE-IX) = WS-MAJEUR-SW
099100         AND WS-RT-DATE-EFFET (WS-RATE-IX) NOT > WS-RUN-DATE
099200         AND WS-RT-SEUIL (WS-RATE-IX) NOT > SOLDE
099300         IF WS-BEST-IX = ZERO
099400             MOVE WS-RATE-IX TO WS-BEST-IX
099500         ELSE
099600             IF WS-RT-SEUIL (WS-RATE-IX)
099700                     > WS-RT-SEUIL (WS-BEST-IX)
099800                 OR (WS-RT-SEUIL (WS-RATE-IX)
099900                     = WS-RT-SEUIL (WS-BEST-IX)
100000                 AND WS-RT-DATE-EFFET (WS-RATE-IX)
100100                     > WS-RT-DATE-EFFET (WS-BEST-IX))
100200                 MOVE WS-RATE-IX TO WS-BEST-IX
100300             END-IF
100400         END-IF
100500     END-IF.
100600     ADD 1 TO WS-RATE-IX.
100700 2220-TEST-ONE-RATE-EXIT.
100800     EXIT.
100900
101000*-----------------------------------------------------------------
101100* 2250-COUNT-MOVEMENTS - ONE PASS OF THE CLIENT'S HISTORY FROM
101200* THE FIRST OF THE MONTH, COUNTING CLIENT DEBITS AND CREDITS THE
101300* WAY FRAISCLC COUNTS THEM (NO CONTRE-PASSATION, NOTHING
101400* REVERSED) AND NOTING WHETHER A SERVICE CHARGE HAS ALREADY
101500* BEEN TAKEN THIS MONTH.
101600*-----------------------------------------------------------------
101700 2250-COUNT-MOVEMENTS.
101800     MOVE ZERO TO WS-NB-MOUVEMENTS.
101900     MOVE 'N' TO WS-FRAIS-PERCUS-SW.
102000     MOVE 'N' TO WS-HIST-DONE-SW.
102100     MOVE WS-COMPTE          TO HS-COMPTE.
102200     MOVE WS-DATE-DEBUT-MOIS TO HS-DATE.
102300     MOVE ZERO               TO HS-SEQ.
102400     START TRAN-HISTORY KEY IS NOT LESS THAN HS-CLE
102500         INVALID KEY
102600             MOVE 'Y' TO WS-HIST-DONE-SW
102700     END-START.
102800
102900     IF NOT WS-END-OF-HISTORY
103000         PERFORM 2260-READ-HISTORY THRU 2260-READ-HISTORY-EXIT
103100     END-IF.
103200     PERFORM 2270-COUNT-ONE-MOVEMENT
103300         THRU 2270-COUNT-ONE-MOVEMENT-EXIT
103400         UNTIL WS-END-OF-HISTORY.
103500 2250-COUNT-MOVEMENTS-EXIT.
103600     EXIT.
103700
103800*-----------------------------------------------------------------
103900* 2260-READ-HISTORY - NEXT HISTORY RECORD; LEAVING THE CLIENT
104000* OR PASSING THE BUSINESS DATE ENDS THE SCAN.
104100*-----------------------------------------------------------------
104200 2260-READ-HISTORY.
104300     READ TRAN-HISTORY NEXT RECORD
104400         AT END
104500             MOVE 'Y' TO WS-HIST-DONE-SW
104600             GO TO 2260-READ-HISTORY-EXIT
104700     END-READ.
104800
104900     IF HS-COMPTE NOT = WS-COMPTE
105000         OR HS-DATE > WS-RUN-DATE
105100         MOVE 'Y' TO WS-HIST-DONE-SW
105200     END-IF.
105300 2260-READ-HISTORY-EXIT.
105400     EXIT.
105500
105600*-----------------------------------------------------------------
105700* 2270-COUNT-ONE-MOVEMENT - ONE HISTORY RECORD INTO THE COUNT.
105800*-----------------------------------------------------------------
105900 2270-COUNT-ONE-MOVEMENT.
106000     IF (HS-DEBIT OR HS-CREDIT)
106100         AND NOT HS-CONTRE-PASSATION
106200         AND NOT HS-ANNULE
106300         ADD 1 TO WS-NB-MOUVEMENTS
106400     END-IF.
106500     IF HS-FRAIS AND NOT HS-ANNULE AND NOT HS-CONTRE-PASSATION
106600         SET WS-FRAIS-DEJA-PERCUS TO TRUE
106700     END-IF.
106800     PERFORM 2260-READ-HISTORY THRU 2260-READ-HISTORY-EXIT.
106900 2270-COUNT-ONE-MOVEMENT-EXIT.
107000     EXIT.
107100
107200*-----------------------------------------------------------------
107300* 2300-SETTLE-ACCOUNT - BRING THE ACCOUNT TO ZERO AND CLOSE IT.
107400* A CREDIT BALANCE GOES OUT IN ONE FINAL DEBIT, RECORDED ON
107500* HISTORY AND ON THE PAYOUT FILE; A ZERO BALANCE CLOSES AS IT
107600* STANDS; AN OVERDRAWN ACCOUNT STAYS EN CLOTURE, ITS REQUEST
107700* WAITING FOR A CREDIT TO COVER IT.
107800*-----------------------------------------------------------------
107900 2300-SETTLE-ACCOUNT.
108000     IF SOLDE < ZERO
108100         SET DC-ATTENTE-COUVERTURE TO TRUE
108200         ADD 1 TO WS-ATTENTE-COUNT
108300         MOVE "ATT. COUVERT" TO WS-MENTION
108400         GO TO 2300-SETTLE-ACCOUNT-EXIT
108500     END-IF.
108600
108700     MOVE SOLDE TO WS-MONTANT-VERSE.
108800     MOVE ZERO TO SOLDE.
108900     SET WS-COMPTE-FERME TO TRUE.
109000     MOVE WS-RUN-DATE TO WS-DERN-ACTIVITE.
109100     REWRITE CM-CLIENT-RECORD.
109200     IF WS-CM-STATUS NOT = '00'
109300         DISPLAY "CLOTURE - REWRITE CLIENT-MASTER ECHEC "
109400             WS-COMPTE " " WS-CM-STATUS
109500         MOVE 'Y' TO WS-REJECT-SW
109600         MOVE "ERREUR E/S" TO WS-MENTION
109700         MOVE ZERO TO WS-MONTANT-VERSE
109800         GO TO 2300-SETTLE-ACCOUNT-EXIT
109900     END-IF.
110000
110100     IF WS-MONTANT-VERSE > ZERO
110200         MOVE 'D'              TO WS-HIST-IND
110300         MOVE WS-MONTANT-VERSE TO WS-HIST-MONTANT
110400         MOVE ZERO             TO WS-HIST-SOLDE
110500         PERFORM 2350-WRITE-HISTORY
110600             THRU 2350-WRITE-HISTORY-EXIT
110700         PERFORM 2400-WRITE-PAYOUT THRU 2400-WRITE-PAYOUT-EXIT
110800         ADD WS-MONTANT-VERSE TO WS-TOTAL-VERSE
110900     END-IF.
111000
111100     SET DC-SOLDEE TO TRUE.
111200     MOVE WS-MONTANT-VERSE TO DC-MONTANT-VERSE.
111300     MOVE WS-RUN-DATE TO DC-DATE-CLOTURE.
111400     ADD 1 TO WS-SOLDEE-COUNT.
111500     MOVE "CLOTURE" TO WS-MENTION.
111600 2300-SETTLE-ACCOUNT-EXIT.
111700     EXIT.
111800
111900*-----------------------------------------------------------------
112000* 2350-WRITE-HISTORY - RECORD ONE MOVEMENT JUST POSTED ON THE
112100* CUMULATIVE HISTORY FILE, FROM THE WORK FIELDS THE CALLER SET
112200* UP ('I' INTEREST, 'R' TAX, 'F' FEE OR 'D' FINAL PAYOUT).  THE
112300* SEQUENCE NUMBER IS BUMPED PAST ANY RECORDS ALREADY THERE FOR
112400* THIS ACCOUNT TODAY.
112500*-----------------------------------------------------------------
112600 2350-WRITE-HISTORY.
112700     IF NOT WS-HS-OPEN
112800         GO TO 2350-WRITE-HISTORY-EXIT
112900     END-IF.
113000
113100     MOVE WS-COMPTE      TO HS-COMPTE.
113200     MOVE WS-RUN-DATE    TO HS-DATE.
113300     MOVE 1              TO HS-SEQ.
113400     MOVE WS-HIST-IND    TO HS-INDICATEUR.
113500     MOVE WS-HIST-MONTANT TO HS-MONTANT.
113600     MOVE WS-HIST-SOLDE  TO HS-NOUVEAU-SOLDE.
113700     MOVE SPACE          TO HS-NATURE.
113800     MOVE SPACE          TO HS-ANNULE-SW.
113900     MOVE ZERO           TO HS-REF-CLE.
114000     MOVE 'N'            TO WS-HS-DONE-SW.
114100     MOVE 'N'            TO WS-HS-ERR-SW.
114200
114300     PERFORM 2360-WRITE-HISTORY-RECORD
114400         THRU 2360-WRITE-HISTORY-RECORD-EXIT
114500         UNTIL WS-HS-WRITE-DONE OR WS-HS-WRITE-ERROR
114600             OR HS-SEQ > 9999.
114700
114800     IF NOT WS-HS-WRITE-DONE
114900         DISPLAY "CLOTURE - ECRITURE TRAN-HISTORY ECHEC "
115000             WS-COMPTE " " WS-HS-STATUS
115100     END-IF.
115200 2350-WRITE-HISTORY-EXIT.
115300     EXIT.
115400
115500*-----------------------------------------------------------------
115600* 2360-WRITE-HISTORY-RECORD - ONE WRITE ATTEMPT; A DUPLICATE KEY
115700* MEANS THE SEQUENCE NUMBER IS ALREADY TAKEN, SO STEP IT AND LET
115800* THE LOOP TRY AGAIN.
115900*-----------------------------------------------------------------
116000 2360-WRITE-HISTORY-RECORD.
116100     WRITE HS-HISTORY-RECORD
116200         INVALID KEY
116300             ADD 1 TO HS-SEQ
116400         NOT INVALID KEY
116500             MOVE 'Y' TO WS-HS-DONE-SW
116600     END-WRITE.
116700
116800*    A FAILURE THAT IS NOT A DUPLICATE KEY (I-O ERROR, SPACE)
116900*    WILL NOT CLEAR ON A RETRY - GET OUT OF THE LOOP AND LET
117000*    THE CALLER REPORT THE STATUS.
117100     IF NOT WS-HS-WRITE-DONE
117200         AND WS-HS-STATUS NOT = '21'
117300         AND WS-HS-STATUS NOT = '22'
117400         SET WS-HS-WRITE-ERROR TO TRUE
117500     END-IF.
117600 2360-WRITE-HISTORY-RECORD-EXIT.
117700     EXIT.
117800
117900*-----------------------------------------------------------------
118000* 2400-WRITE-PAYOUT - THE PAYOUT FOR THE FINAL DEBIT JUST
118100* POSTED, CARRYING ITS HISTORY KEY.  A CHEQUE ALSO CARRIES THE
118200* CLIENT'S MAILING ADDRESS WHEN CLIADDR HAS ONE.
118300*-----------------------------------------------------------------
118400 2400-WRITE-PAYOUT.
118500     MOVE SPACE TO PY-RECORD.
118600     MOVE DC-MODE-REGLEMENT TO PY-TYPE.
118700     MOVE WS-RUN-DATE       TO PY-DATE.
118800     MOVE WS-COMPTE         TO PY-COMPTE.
118900     MOVE WS-MONTANT-VERSE  TO PY-MONTANT.
119000     MOVE DC-NOM-BENEF      TO PY-NOM-BENEF.
119100     MOVE HS-DATE           TO PY-REF-DATE.
119200     MOVE HS-SEQ            TO PY-REF-SEQ.
119300     IF PY-VIREMENT
119400         MOVE DC-COMPTE-BENEF TO PY-COMPTE-BENEF
119500     END-IF.
119600     IF PY-CHEQUE AND WS-AD-OPEN
119700         MOVE WS-COMPTE TO AD-COMPTE
119800         READ ADDR-FILE
119900             INVALID KEY
120000                 CONTINUE
120100             NOT INVALID KEY
120200                 MOVE AD-RUE         TO PY-RUE
120300                 MOVE AD-CODE-POSTAL TO PY-CODE-POSTAL
120400                 MOVE AD-VILLE       TO PY-VILLE
120500         END-READ
120600     END-IF.
120700
120800     WRITE PY-RECORD.
120900     IF WS-PY-STATUS NOT = '00'
121000         DISPLAY "CLOTURE - ECRITURE CLOTPAY ECHEC "
121100             WS-COMPTE " " WS-PY-STATUS
121200         MOVE 16 TO RETURN-CODE
121300         MOVE 'Y' TO WS-EOF-SW
121400     END-IF.
121500 2400-WRITE-PAYOUT-EXIT.
121600     EXIT.
121700
121800*-----------------------------------------------------------------
121900* 2500-WRITE-DETAIL - ONE REPORT LINE PER REQUEST WORKED, WITH
122000* THE ARRETE AS RECORDED ON THE REQUEST, THE AMOUNT PAID OUT
122100* TONIGHT AND WHAT BECAME OF IT.
122200*-----------------------------------------------------------------
122300 2500-WRITE-DETAIL.
122400     IF NOT WS-CR-OPEN
122500         GO TO 2500-WRITE-DETAIL-EXIT
122600     END-IF.
122700     MOVE DC-COMPTE         TO DL-COMPTE.
122800     MOVE WS-NOM            TO DL-NOM.
122900     MOVE DC-NB-JOURS       TO DL-JOURS.
123000     MOVE DC-INTERETS       TO DL-INTERETS.
123100     MOVE DC-RETENUE        TO DL-RETENUE.
123200     MOVE DC-FRAIS          TO DL-FRAIS.
123300     MOVE WS-MONTANT-VERSE  TO DL-VERSE.
123400     MOVE DC-MODE-REGLEMENT TO DL-MODE.
123500     MOVE WS-MENTION        TO DL-MENTION.
123600     MOVE WS-DETAIL-LINE TO CR-LINE.
123700     WRITE CR-LINE.
123800 2500-WRITE-DETAIL-EXIT.
123900     EXIT.
124000
124100*-----------------------------------------------------------------
124200* 8500-CALC-JOUR - DAY NUMBER OF THE DATE IN WS-JN-DATE, RETURNED
124300* IN WS-JN-NUMERO (ZERO FOR A DATE THAT IS NOT A DATE).  JANUARY
124400* AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR BEFORE.
124500*-----------------------------------------------------------------
124600 8500-CALC-JOUR.
124700     MOVE ZERO TO WS-JN-NUMERO.
124800     IF WS-JN-DATE IS NOT NUMERIC
124900         OR WS-JN-AAAA = ZERO
125000         OR WS-JN-MM < 1 OR WS-JN-MM > 12
125100         OR WS-JN-JJ < 1 OR WS-JN-JJ > 31
125200         GO TO 8500-CALC-JOUR-EXIT
125300     END-IF.
125400
125500     MOVE WS-JN-AAAA TO WS-JN-AN.
125600     MOVE WS-JN-MM   TO WS-JN-MOIS.
125700     IF WS-JN-MOIS < 3
125800         SUBTRACT 1 FROM WS-JN-AN
125900         ADD 12 TO WS-JN-MOIS
126000     END-IF.
126100
126200     DIVIDE WS-JN-AN BY 4   GIVING WS-JN-QUOT-4.
126300     DIVIDE WS-JN-AN BY 100 GIVING WS-JN-QUOT-100.
126400     DIVIDE WS-JN-AN BY 400 GIVING WS-JN-QUOT-400.
126500     COMPUTE WS-JN-JOURS-MOIS = 153 * (WS-JN-MOIS - 3) + 2.
126600     DIVIDE 5 INTO WS-JN-JOURS-MOIS.
126700
126800     COMPUTE WS-JN-NUMERO = 365 * WS-JN-AN
126900         + WS-JN-QUOT-4 - WS-JN-QUOT-100 + WS-JN-QUOT-400
127000         + WS-JN-JOURS-MOIS + WS-JN-JJ.
127100 8500-CALC-JOUR-EXIT.
127200     EXIT.
127300
127400*-----------------------------------------------------------------
127500* 9000-TERMINATE - GUARDED CLOSES, THE RUN-CONTROL MARKED
127600* COMPLETE ONLY WHEN THE PASS REALLY RAN TO ITS END, AND RUN
127700* TOTALS.
127800*-----------------------------------------------------------------
127900 9000-TERMINATE.
128000     IF WS-CR-OPEN
128100         MOVE WS-TOTAL-VERSE   TO TL-VERSE
128200         MOVE WS-SOLDEE-COUNT  TO TL-SOLDEES
128300         MOVE WS-ATTENTE-COUNT TO TL-ATTENTE
128400         MOVE WS-TOTAL-LINE TO CR-LINE
128500         WRITE CR-LINE
128600         CLOSE CLOT-REPORT
128700     END-IF.
128800     IF WS-DC-OPEN
128900         CLOSE CLOT-FILE
129000     END-IF.
129100     IF WS-CM-OPEN
129200         CLOSE CLIENT-MASTER
129300     END-IF.
129400     IF WS-HS-OPEN
129500         CLOSE TRAN-HISTORY
129600     END-IF.
129700     IF WS-AD-OPEN
129800         CLOSE ADDR-FILE
129900     END-IF.
130000     IF WS-PY-OPEN
130100         CLOSE PAYOUT-FILE
130200     END-IF.
130300
130400*    AN ABEND LEAVES THE 'E' STATUS FOR THE OPERATOR; A NIGHT
130500*    WITH NO CLOSURE-REQUEST FILE AT ALL IS A COMPLETE RUN.
130600     IF WS-RC-CHECKED AND WS-CM-OPEN
130700         AND RETURN-CODE NOT = 16
130800         SET RC-CLOTURE-TERMINE TO TRUE
130900         PERFORM 1060-WRITE-RUN-CONTROL
131000             THRU 1060-WRITE-RUN-CONTROL-EXIT
131100     END-IF.
131200
131300     DISPLAY "CLOTURE - DEMANDES TRAITEES : " WS-REQUEST-COUNT.
131400     DISPLAY "CLOTURE - COMPTES CLOTURES  : " WS-SOLDEE-COUNT.
131500     DISPLAY "CLOTURE - EN ATTENTE        : " WS-ATTENTE-COUNT.
131600     DISPLAY "CLOTURE - NON REGLEES       : " WS-REJECT-COUNT.
131700     PERFORM 9500-WRITE-RUN-STATS
131800         THRU 9500-WRITE-RUN-STATS-EXIT.
131900     DISPLAY "CLOTURE - FIN DU REGLEMENT DES CLOTURES".
132000 9000-TERMINATE-EXIT.
132100     EXIT.
132200
132300*-----------------------------------------------------------------
132400* 9500-WRITE-RUN-STATS - ONE LINE OF RUN TOTALS APPENDED TO THE
132500* COMMON RUNSTAT FILE (CREATED ON ITS VERY FIRST USE), FOR THE
132600* BATCHRPT OPERATIONS SUMMARY.  A FAILURE HERE IS REPORTED BUT
132700* NEVER FAILS THE STEP - THE STATISTICS ARE ABOUT THE RUN, NOT
132800* PART OF IT.
132900*-----------------------------------------------------------------
133000 9500-WRITE-RUN-STATS.
133100     OPEN EXTEND RUN-STATS.
133200     IF WS-RS-STATUS NOT = '00'
133300         OPEN OUTPUT RUN-STATS
133400     END-IF.
133500     IF WS-RS-STATUS NOT = '00'
133600         DISPLAY "CLOTURE - ECRITURE RUNSTAT ECHEC "
133700             WS-RS-STATUS
133800         GO TO 9500-WRITE-RUN-STATS-EXIT
133900     END-IF.
134000
134100     MOVE "CLOTURE" TO RS-PROGRAMME.
134200     MOVE WS-RUN-DATE TO RS-DATE-AFFAIRES.
134300     MOVE WS-SOLDEE-COUNT TO RS-NB-TRAITES.
134400     MOVE WS-REJECT-COUNT TO RS-NB-REJETES.
134500     MOVE WS-ATTENTE-COUNT TO RS-NB-AUTRES.
134600     MOVE RETURN-CODE TO RS-CODE-RETOUR.
134700     WRITE RS-STATS-RECORD.
134800     CLOSE RUN-STATS.
134900 9500-WRITE-RUN-STATS-EXIT.
135000     EXIT.
