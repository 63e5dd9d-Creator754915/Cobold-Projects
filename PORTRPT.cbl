000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PORTRPT.
000300 AUTHOR.        R. DUBOIS.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 15/10/2026 RD    Original program.  Monthly management report
001100*                  on the portfolio, built from the PORTFOL
001200*                  month-end snapshots PORTSNAP writes.  For the
001300*                  period (AAAAMM from SYSIN; by default fixed as
001400*                  PORTSNAP fixes it) each figure is shown beside
001500*                  the month before and the same month a year
001600*                  earlier: accounts by status, deposits and
001700*                  overdrawn amounts, accounts opened, closed and
001800*                  gone dormant in the month, balances by age
001900*                  bracket and by balance band, use of the
002000*                  overdraft lines and the month's movements by
002100*                  type, followed by the ten accounts whose
002200*                  balance moved most since the month before.  A
002300*                  month with no snapshot shows N/D.  The same
002400*                  figures go to PORTEXT, a semicolon-delimited
002500*                  extract for Finance's spreadsheet, one line
002600*                  per figure.  The period itself must have been
002700*                  taken; the report can be rerun at will.
002800*-----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PORTFOLIO      ASSIGN TO "PORTFOL"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS SN-CLE
003600         FILE STATUS IS WS-SN-STATUS.
003700
003800     SELECT MI-REPORT      ASSIGN TO "PORTRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-MR-STATUS.
004100
004200     SELECT FIN-EXTRACT    ASSIGN TO "PORTEXT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-FE-STATUS.
004500
004600     SELECT RUN-CONTROL    ASSIGN TO "RUNCTL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RN-STATUS.
004900
005000     SELECT RUN-STATS     ASSIGN TO "RUNSTAT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RS-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PORTFOLIO.
005700 01  SN-SNAPSHOT-RECORD.
005800     COPY SNAPREC.
005900
006000 FD  MI-REPORT.
006100 01  MR-LINE                         PIC X(80).
006200
006300 FD  FIN-EXTRACT.
006400 01  FE-LINE                         PIC X(120).
006500
006600 FD  RUN-CONTROL.
006700 01  RN-RECORD                       PIC X(47).
006800
006900 FD  RUN-STATS.
007000 01  RS-STATS-RECORD.
007100     COPY RUNSREC.
007200
007300 WORKING-STORAGE SECTION.
007400*-----------------------------------------------------------------
007500* SWITCHES AND COUNTERS.
007600*-----------------------------------------------------------------
007700 77  WS-SN-STATUS                    PIC X(02) VALUE '00'.
007800 77  WS-MR-STATUS                    PIC X(02) VALUE '00'.
007900 77  WS-FE-STATUS                    PIC X(02) VALUE '00'.
008000 77  WS-RN-STATUS                    PIC X(02) VALUE '00'.
008100 77  WS-SCAN-DONE-SW                 PIC X(01) VALUE 'N'.
008200     88  WS-SCAN-DONE                    VALUE 'Y'.
008300 77  WS-SN-OPEN-SW                   PIC X(01) VALUE 'N'.
008400     88  WS-SN-OPEN                      VALUE 'Y'.
008500 77  WS-MR-OPEN-SW                   PIC X(01) VALUE 'N'.
008600     88  WS-MR-OPEN                      VALUE 'Y'.
008700 77  WS-FE-OPEN-SW                   PIC X(01) VALUE 'N'.
008800     88  WS-FE-OPEN                      VALUE 'Y'.
008900 77  WS-RC-ABEND-SW                  PIC X(01) VALUE 'N'.
009000     88  WS-RC-ABEND                     VALUE 'Y'.
009100 77  WS-SLOT-FOUND-SW                PIC X(01) VALUE 'N'.
009200     88  WS-SLOT-FOUND                   VALUE 'Y'.
009300 77  WS-VALEUR-ND-SW                 PIC X(01) VALUE 'N'.
009400     88  WS-VALEUR-ND                    VALUE 'Y'.
009500 77  WS-ND-SW                        PIC X(01) VALUE 'N'.
009600     88  WS-ND-PRINTED                   VALUE 'Y'.
009700 77  WS-RECORD-COUNT                 PIC 9(05) COMP VALUE ZERO.
009800 77  WS-COMPARE-COUNT                PIC 9(05) COMP VALUE ZERO.
009900 77  WS-PX                           PIC 9(02) COMP VALUE ZERO.
010000 77  WS-MX                           PIC 9(02) COMP VALUE ZERO.
010100 77  WS-TX                           PIC 9(02) COMP VALUE ZERO.
010200 77  WS-SECTION-COURANTE             PIC 9(01) VALUE ZERO.
010300
010400*-----------------------------------------------------------------
010500* REPORT PERIOD.  COLUMN 1 IS THE PERIOD ITSELF, COLUMN 2 THE
010600* MONTH BEFORE, COLUMN 3 THE SAME MONTH A YEAR EARLIER.
010700*-----------------------------------------------------------------
010800 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
010900 77  WS-NB-JOURS-MOIS                PIC 9(02) VALUE ZERO.
011000 77  WS-JOUR-AFFAIRES                PIC 9(02) VALUE ZERO.
011100 77  WS-BISS-QUOT                    PIC 9(04) COMP VALUE ZERO.
011200 77  WS-BISS-RESTE-4                 PIC 9(04) COMP VALUE ZERO.
011300 77  WS-BISS-RESTE-100               PIC 9(04) COMP VALUE ZERO.
011400 77  WS-BISS-RESTE-400               PIC 9(04) COMP VALUE ZERO.
011500 01  WS-PERIODE-ZONE.
011600     05  WS-PERIODE                  PIC 9(06) VALUE ZERO.
011700     05  WS-PERIODE-R REDEFINES WS-PERIODE.
011800         10  WS-PER-AN               PIC 9(04).
011900         10  WS-PER-MOIS             PIC 9(02).
012000 01  WS-JOURS-MOIS-TABLE.
012100     05  FILLER                      PIC X(24) VALUE
012200         "312831303130313130313031".
012300 01  WS-JOURS-MOIS-R REDEFINES WS-JOURS-MOIS-TABLE.
012400     05  WS-JOURS-MOIS               PIC 9(02) OCCURS 12 TIMES.
012500
012600*-----------------------------------------------------------------
012700* THE FIGURES, ONE ROW PER PERIOD COLUMN.  WS-COL-DISPO-SW SAYS
012800* WHETHER THAT MONTH WAS TAKEN AT ALL; WS-COL-SANS-PREC-SW THAT
012900* IT WAS TAKEN WITH NO MONTH BEFORE IT TO COMPARE WITH, SO ITS
013000* OPENED / CLOSED / GONE-DORMANT COUNTS (FIGURES 10 TO 12) ARE
013100* NOT KNOWN.
013200*-----------------------------------------------------------------
013300 77  WS-NB-RUBRIQUES                 PIC 9(02) COMP VALUE 46.
013400 01  WS-COLONNES.
013500     05  WS-COLONNE                  OCCURS 3 TIMES.
013600         10  WS-COL-PERIODE          PIC 9(06).
013700         10  WS-COL-DISPO-SW         PIC X(01).
013800             88  WS-COL-DISPONIBLE       VALUE 'Y'.
013900         10  WS-COL-SANS-PREC-SW     PIC X(01).
014000             88  WS-COL-SANS-PREC        VALUE 'Y'.
014100         10  WS-COL-VALEUR           PIC S9(11)V99 COMP-3
014200                                     OCCURS 46 TIMES.
014300
014400*-----------------------------------------------------------------
014500* FIGURE DEFINITIONS, IN PRINT ORDER: REPORT SECTION, KIND ('N'
014600* A COUNT, 'M' AN AMOUNT, 'P' A PERCENTAGE) AND LABEL.  3100
014700* ADDS EACH SNAPSHOT RECORD INTO THEM BY POSITION - THE AGE
014800* BRACKETS AT 11 + 2 * BRACKET, THE BALANCE BANDS AT 21 + 2 *
014900* BAND, EACH A COUNT FOLLOWED BY ITS BALANCES.
015000*-----------------------------------------------------------------
015100 01  WS-RUBRIQUES-TABLE.
015200     05  FILLER                      PIC X(32) VALUE
015300         "1NNOMBRE DE COMPTES             ".
015400     05  FILLER                      PIC X(32) VALUE
015500         "1NDONT COMPTES ACTIFS           ".
015600     05  FILLER                      PIC X(32) VALUE
015700         "1NDONT COMPTES DORMANTS         ".
015800     05  FILLER                      PIC X(32) VALUE
015900         "1NDONT COMPTES EN CLOTURE       ".
016000     05  FILLER                      PIC X(32) VALUE
016100         "1NDONT COMPTES CLOS             ".
016200     05  FILLER                      PIC X(32) VALUE
016300         "1MDEPOTS (SOLDES CREDITEURS)    ".
016400     05  FILLER                      PIC X(32) VALUE
016500         "1MDECOUVERTS (SOLDES DEBITEURS) ".
016600     05  FILLER                      PIC X(32) VALUE
016700         "1NCOMPTES DEBITEURS             ".
016800     05  FILLER                      PIC X(32) VALUE
016900         "1MSOLDE NET DU PORTEFEUILLE     ".
017000     05  FILLER                      PIC X(32) VALUE
017100         "2NCOMPTES OUVERTS DANS LE MOIS  ".
017200     05  FILLER                      PIC X(32) VALUE
017300         "2NCOMPTES CLOS DANS LE MOIS     ".
017400     05  FILLER                      PIC X(32) VALUE
017500         "2NCOMPTES DEVENUS DORMANTS      ".
017600     05  FILLER                      PIC X(32) VALUE
017700         "3NMOINS DE 18 ANS - COMPTES     ".
017800     05  FILLER                      PIC X(32) VALUE
017900         "3MMOINS DE 18 ANS - SOLDES      ".
018000     05  FILLER                      PIC X(32) VALUE
018100         "3N18 A 25 ANS - COMPTES         ".
018200     05  FILLER                      PIC X(32) VALUE
018300         "3M18 A 25 ANS - SOLDES          ".
018400     05  FILLER                      PIC X(32) VALUE
018500         "3N26 A 40 ANS - COMPTES         ".
018600     05  FILLER                      PIC X(32) VALUE
018700         "3M26 A 40 ANS - SOLDES          ".
018800     05  FILLER                      PIC X(32) VALUE
018900         "3N41 A 60 ANS - COMPTES         ".
019000     05  FILLER                      PIC X(32) VALUE
019100         "3M41 A 60 ANS - SOLDES          ".
019200     05  FILLER                      PIC X(32) VALUE
019300         "3N61 ANS ET PLUS - COMPTES      ".
019400     05  FILLER                      PIC X(32) VALUE
019500         "3M61 ANS ET PLUS - SOLDES       ".
019600     05  FILLER                      PIC X(32) VALUE
019700         "4NDEBITEURS - COMPTES           ".
019800     05  FILLER                      PIC X(32) VALUE
019900         "4MDEBITEURS - SOLDES            ".
020000     05  FILLER                      PIC X(32) VALUE
020100         "4N0 A 499.99 - COMPTES          ".
020200     05  FILLER                      PIC X(32) VALUE
020300         "4M0 A 499.99 - SOLDES           ".
020400     05  FILLER                      PIC X(32) VALUE
020500         "4N500 A 1999.99 - COMPTES       ".
020600     05  FILLER                      PIC X(32) VALUE
020700         "4M500 A 1999.99 - SOLDES        ".
020800     05  FILLER                      PIC X(32) VALUE
020900         "4N2000 A 4999.99 - COMPTES      ".
021000     05  FILLER                      PIC X(32) VALUE
021100         "4M2000 A 4999.99 - SOLDES       ".
021200     05  FILLER                      PIC X(32) VALUE
021300         "4N5000 ET PLUS - COMPTES        ".
021400     05  FILLER                      PIC X(32) VALUE
021500         "4M5000 ET PLUS - SOLDES         ".
021600     05  FILLER                      PIC X(32) VALUE
021700         "5NAUTORISATIONS DE DECOUVERT    ".
021800     05  FILLER                      PIC X(32) VALUE
021900         "5MMONTANT DES AUTORISATIONS     ".
022000     05  FILLER                      PIC X(32) VALUE
022100         "5NCOMPTES UTILISANT LEUR LIGNE  ".
022200     05  FILLER                      PIC X(32) VALUE
022300         "5MDECOUVERT UTILISE             ".
022400     05  FILLER                      PIC X(32) VALUE
022500         "5PTAUX D'UTILISATION (%)        ".
022600     05  FILLER                      PIC X(32) VALUE
022700         "5NCOMPTES AU-DELA DE LEUR LIGNE ".
022800     05  FILLER                      PIC X(32) VALUE
022900         "6MCREDITS                       ".
023000     05  FILLER                      PIC X(32) VALUE
023100         "6MDEBITS                        ".
023200     05  FILLER                      PIC X(32) VALUE
023300         "6MINTERETS CREDITEURS           ".
023400     05  FILLER                      PIC X(32) VALUE
023500         "6MFRAIS DE TENUE DE COMPTE      ".
023600     05  FILLER                      PIC X(32) VALUE
023700         "6MAGIOS                         ".
023800     05  FILLER                      PIC X(32) VALUE
023900         "6MRETENUES FISCALES             ".
024000     05  FILLER                      PIC X(32) VALUE
024100         "6MCONTRE-PASSATIONS (NET)       ".
024200     05  FILLER                      PIC X(32) VALUE
024300         "6NNOMBRE DE MOUVEMENTS          ".
024400 01  WS-RUBRIQUES-R REDEFINES WS-RUBRIQUES-TABLE.
024500     05  WS-RUBRIQUE                 OCCURS 46 TIMES.
024600         10  WS-RB-SECTION           PIC 9(01).
024700         10  WS-RB-TYPE              PIC X(01).
024800             88  WS-RB-NOMBRE            VALUE 'N'.
024900         10  WS-RB-LIBELLE           PIC X(30).
025000
025100 01  WS-SECTIONS-TABLE.
025200     05  FILLER                      PIC X(40) VALUE
025300         "PORTEFEUILLE".
025400     05  FILLER                      PIC X(40) VALUE
025500         "VIE DES COMPTES".
025600     05  FILLER                      PIC X(40) VALUE
025700         "REPARTITION PAR TRANCHE D'AGE".
025800     05  FILLER                      PIC X(40) VALUE
025900         "REPARTITION PAR TRANCHE DE SOLDE".
026000     05  FILLER                      PIC X(40) VALUE
026100         "UTILISATION DES DECOUVERTS AUTORISES".
026200     05  FILLER                      PIC X(40) VALUE
026300         "MOUVEMENTS DU MOIS".
026400 01  WS-SECTIONS-R REDEFINES WS-SECTIONS-TABLE.
026500     05  WS-SECTION-TITRE            PIC X(40) OCCURS 6 TIMES.
026600
026700*-----------------------------------------------------------------
026800* THE TEN ACCOUNTS WHOSE BALANCE MOVED MOST SINCE THE MONTH
026900* BEFORE, EITHER WAY, LARGEST FIRST.  A NEW ACCOUNT MOVED FROM
027000* ZERO.
027100*-----------------------------------------------------------------
027200 77  WS-TOP-MAX                      PIC 9(02) COMP VALUE 10.
027300 77  WS-TOP-COUNT                    PIC 9(02) COMP VALUE ZERO.
027400 77  WS-VARIATION                    PIC S9(05)V99 VALUE ZERO.
027500 77  WS-ECART                        PIC 9(05)V99 VALUE ZERO.
027600 01  WS-TOP-TABLE.
027700     05  WS-TOP-ENTRY                OCCURS 10 TIMES.
027800         10  WS-TOP-COMPTE           PIC 9(08).
027900         10  WS-TOP-SOLDE-PREC       PIC S9(04)V99.
028000         10  WS-TOP-SOLDE            PIC S9(04)V99.
028100         10  WS-TOP-VARIATION        PIC S9(05)V99.
028200         10  WS-TOP-ECART            PIC 9(05)V99.
028300
028400*-----------------------------------------------------------------
028500* REPORT LINE LAYOUTS.
028600*-----------------------------------------------------------------
028700 01  WS-TITRE-LINE.
028800     05  FILLER                      PIC X(40) VALUE
028900         "RAPPORT DE GESTION DU PORTEFEUILLE - PER".
029000     05  FILLER                      PIC X(06) VALUE "IODE ".
029100     05  TI-PERIODE                  PIC 9(06).
029200     05  FILLER                      PIC X(28) VALUE SPACE.
029300
029400 01  WS-ENTETE-LINE.
029500     05  FILLER                      PIC X(32) VALUE "RUBRIQUE".
029600     05  FILLER                      PIC X(10) VALUE
029700         "     MOIS ".
029800     05  EN-PERIODE-1                PIC 9(06).
029900     05  FILLER                      PIC X(10) VALUE
030000         "      M-1 ".
030100     05  EN-PERIODE-2                PIC 9(06).
030200     05  FILLER                      PIC X(10) VALUE
030300         "     M-12 ".
030400     05  EN-PERIODE-3                PIC 9(06).
030500
030600 01  WS-SECTION-LINE.
030700     05  FILLER                      PIC X(04) VALUE "--- ".
030800     05  SL-TITRE                    PIC X(40).
030900     05  FILLER                      PIC X(36) VALUE SPACE.
031000
031100 01  WS-RUBRIQUE-LINE.
031200     05  RL-LIBELLE                  PIC X(32).
031300     05  RL-COLONNE                  OCCURS 3 TIMES.
031400         10  FILLER                  PIC X(01).
031500         10  RL-VALEUR               PIC X(15).
031600
031700 01  WS-ED-MONTANT                   PIC ZZZ,ZZZ,ZZ9.99-.
031800 01  WS-ED-NOMBRE-ZONE.
031900     05  FILLER                      PIC X(04) VALUE SPACE.
032000     05  WS-ED-NOMBRE                PIC ZZZ,ZZZ,ZZ9.
032100 01  WS-ED-ND                        PIC X(15) VALUE
032200         "            N/D".
032300
032400 01  WS-TOP-TITRE-LINE.
032500     05  FILLER                      PIC X(40) VALUE
032600         "--- PLUS FORTES VARIATIONS DE SOLDE DEPU".
032700     05  FILLER                      PIC X(40) VALUE
032800         "IS LE MOIS PRECEDENT".
032900
033000 01  WS-TOP-ENTETE-LINE.
033100     05  FILLER                      PIC X(40) VALUE
033200         "RANG  COMPTE      SOLDE M-1      SOLDE M".
033300     05  FILLER                      PIC X(40) VALUE
033400         "     VARIATION".
033500
033600 01  WS-TOP-LINE.
033700     05  TL-RANG                     PIC Z9.
033800     05  FILLER                      PIC X(04) VALUE SPACE.
033900     05  TL-COMPTE                   PIC 9(08).
034000     05  FILLER                      PIC X(02) VALUE SPACE.
034100     05  TL-SOLDE-PREC               PIC Z,ZZ9.99-.
034200     05  FILLER                      PIC X(04) VALUE SPACE.
034300     05  TL-SOLDE                    PIC Z,ZZ9.99-.
034400     05  FILLER                      PIC X(04) VALUE SPACE.
034500     05  TL-VARIATION                PIC ZZ,ZZ9.99-.
034600     05  FILLER                      PIC X(28) VALUE SPACE.
034700
034800 01  WS-ND-LINE.
034900     05  FILLER                      PIC X(40) VALUE
035000         "N/D : MOIS SANS INSTANTANE, OU SANS MOIS".
035100     05  FILLER                      PIC X(40) VALUE
035200         " PRECEDENT POUR LA COMPARAISON".
035300
035400*-----------------------------------------------------------------
035500* FINANCE EXTRACT.  AMOUNTS ARE WRITTEN WITH A LEADING MINUS
035600* WHEN NEGATIVE AND A DECIMAL POINT, WITH NO THOUSANDS
035700* SEPARATOR; A FIGURE NOT AVAILABLE IS AN EMPTY FIELD.
035800*-----------------------------------------------------------------
035900 77  WS-EX-PTR                       PIC 9(03) COMP VALUE ZERO.
036000 77  WS-EX-IX                        PIC 9(02) COMP VALUE ZERO.
036100 77  WS-EX-LIBELLE                   PIC X(40) VALUE SPACE.
036200 77  WS-EX-RUBRIQUE                  PIC X(30) VALUE SPACE.
036300 01  WS-EX-MONTANT                   PIC -(11)9.99.
036400 01  WS-EX-VALEUR                    PIC S9(11)V99 VALUE ZERO.
036500 01  WS-EX-EDIT                      PIC X(15) VALUE SPACE.
036600 01  WS-EX-TOP-LIBELLE.
036700     05  FILLER                      PIC X(07) VALUE "COMPTE ".
036800     05  EX-TOP-COMPTE               PIC 9(08).
036900 01  WS-EX-ENTETE.
037000     05  FILLER                      PIC X(39) VALUE
037100         "PERIODE;SECTION;RUBRIQUE;MOIS;MOIS_PREC".
037200     05  FILLER                      PIC X(40) VALUE
037300         "EDENT;MEME_MOIS_AN_PRECEDENT".
037400
037500*-----------------------------------------------------------------
037600* RUN-CONTROL WORK AREA - READ ONLY, FOR THE BUSINESS DATE.
037700*-----------------------------------------------------------------
037800 01  WS-RUN-CONTROL.
037900     COPY RUNCTREC.
038000
038100*-----------------------------------------------------------------
038200* RUN-STATISTICS FILE STATUS - THE RECORD ITSELF COMES FROM THE
038300* RUNSREC COPY MEMBER AND IS WRITTEN BY 9500-WRITE-RUN-STATS.
038400*-----------------------------------------------------------------
038500 77  WS-RS-STATUS                    PIC X(02) VALUE '00'.
038600
038700 PROCEDURE DIVISION.
038800 0000-MAINLINE.
038900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
039000
039100     IF NOT WS-RC-ABEND
039200         MOVE 1 TO WS-PX
039300         PERFORM 3000-LOAD-PERIOD THRU 3000-LOAD-PERIOD-EXIT
039400             UNTIL WS-PX > 3
039500     END-IF.
039600     IF NOT WS-RC-ABEND AND NOT WS-COL-DISPONIBLE (1)
039700         DISPLAY "PORTRPT - AUCUN INSTANTANE POUR LA PERIODE "
039800             WS-PERIODE " - EXECUTER PORTSNAP"
039900         SET WS-RC-ABEND TO TRUE
040000     END-IF.
040100     IF NOT WS-RC-ABEND
040200         PERFORM 5000-WRITE-REPORT THRU 5000-WRITE-REPORT-EXIT
040300         PERFORM 6000-WRITE-EXTRACT THRU 6000-WRITE-EXTRACT-EXIT
040400     END-IF.
040500
040600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
040700
040800     STOP RUN.
040900
041000*-----------------------------------------------------------------
041100* 1000-INITIALIZE - BUSINESS DATE, PERIOD AND THE TWO MONTHS IT
041200* IS COMPARED WITH, THEN THE FILES.
041300*-----------------------------------------------------------------
041400 1000-INITIALIZE.
041500     DISPLAY "PORTRPT - DEBUT DU RAPPORT DE GESTION".
041600
041700     PERFORM 1050-CHECK-RUN-CONTROL
041800         THRU 1050-CHECK-RUN-CONTROL-EXIT.
041900     IF WS-RC-ABEND
042000         GO TO 1000-INITIALIZE-EXIT
042100     END-IF.
042200
042300     PERFORM 1200-FIX-PERIOD THRU 1200-FIX-PERIOD-EXIT.
042400     IF WS-RC-ABEND
042500         GO TO 1000-INITIALIZE-EXIT
042600     END-IF.
042700
042800     OPEN INPUT PORTFOLIO.
042900     IF WS-SN-STATUS NOT = '00'
043000         DISPLAY "PORTRPT - OUVERTURE PORTFOL ECHEC "
043100             WS-SN-STATUS " - EXECUTER PORTSNAP"
043200         SET WS-RC-ABEND TO TRUE
043300         GO TO 1000-INITIALIZE-EXIT
043400     END-IF.
043500     MOVE 'Y' TO WS-SN-OPEN-SW.
043600
043700     OPEN OUTPUT MI-REPORT.
043800     IF WS-MR-STATUS NOT = '00'
043900         DISPLAY "PORTRPT - OUVERTURE PORTRPT ECHEC "
044000             WS-MR-STATUS
044100         SET WS-RC-ABEND TO TRUE
044200         GO TO 1000-INITIALIZE-EXIT
044300     END-IF.
044400     MOVE 'Y' TO WS-MR-OPEN-SW.
044500
044600     OPEN OUTPUT FIN-EXTRACT.
044700     IF WS-FE-STATUS NOT = '00'
044800         DISPLAY "PORTRPT - OUVERTURE PORTEXT ECHEC "
044900             WS-FE-STATUS
045000         SET WS-RC-ABEND TO TRUE
045100         GO TO 1000-INITIALIZE-EXIT
045200     END-IF.
045300     MOVE 'Y' TO WS-FE-OPEN-SW.
045400 1000-INITIALIZE-EXIT.
045500     EXIT.
045600
045700*-----------------------------------------------------------------
045800* 1050-CHECK-RUN-CONTROL - ONLY THE BUSINESS DATE IS WANTED; THE
045900* REPORT READS NOTHING BUT THE SNAPSHOTS AND MAY BE RUN AT ANY
046000* TIME.
046100*-----------------------------------------------------------------
046200 1050-CHECK-RUN-CONTROL.
046300     OPEN INPUT RUN-CONTROL.
046400     IF WS-RN-STATUS NOT = '00'
046500         DISPLAY "PORTRPT - RUNCTL ABSENT OU ILLISIBLE ("
046600             WS-RN-STATUS ") - EXECUTER LA CHAINE QUOTIDIENNE"
046700         SET WS-RC-ABEND TO TRUE
046800         GO TO 1050-CHECK-RUN-CONTROL-EXIT
046900     END-IF.
047000     READ RUN-CONTROL INTO WS-RUN-CONTROL
047100         AT END
047200             DISPLAY "PORTRPT - RUNCTL VIDE - EXECUTER LA "
047300                 "CHAINE QUOTIDIENNE"
047400             SET WS-RC-ABEND TO TRUE
047500     END-READ.
047600     CLOSE RUN-CONTROL.
047700     IF WS-RC-ABEND
047800         GO TO 1050-CHECK-RUN-CONTROL-EXIT
047900     END-IF.
048000     MOVE RC-DATE-AFFAIRES TO WS-RUN-DATE.
048100 1050-CHECK-RUN-CONTROL-EXIT.
048200     EXIT.
048300
048400*-----------------------------------------------------------------
048500* 1200-FIX-PERIOD - THE PERIOD COMES FROM SYSIN (AAAAMM).  ABSENT
048600* OR NOT NUMERIC, THE BUSINESS MONTH IS TAKEN WHEN THE BUSINESS
048700* DATE IS ITS LAST DAY, OTHERWISE THE MONTH BEFORE IT - THE
048800* MONTH PORTSNAP WOULD HAVE TAKEN.  THE TWO COMPARISON MONTHS
048900* FOLLOW FROM IT.
049000*-----------------------------------------------------------------
049100 1200-FIX-PERIOD.
049200     ACCEPT WS-PERIODE.
049300     IF WS-PERIODE IS NOT NUMERIC OR WS-PERIODE = ZERO
049400         DIVIDE WS-RUN-DATE BY 100 GIVING WS-PERIODE
049500         PERFORM 1250-MONTH-LENGTH THRU 1250-MONTH-LENGTH-EXIT
049600         COMPUTE WS-JOUR-AFFAIRES =
049700             WS-RUN-DATE - (WS-PERIODE * 100)
049800         IF WS-JOUR-AFFAIRES < WS-NB-JOURS-MOIS
049900             IF WS-PER-MOIS = 1
050000                 SUBTRACT 1 FROM WS-PER-AN
050100                 MOVE 12 TO WS-PER-MOIS
050200             ELSE
050300                 SUBTRACT 1 FROM WS-PER-MOIS
050400             END-IF
050500         END-IF
050600     END-IF.
050700
050800     IF WS-PER-MOIS < 1 OR WS-PER-MOIS > 12
050900         DISPLAY "PORTRPT - PERIODE INVALIDE : " WS-PERIODE
051000         SET WS-RC-ABEND TO TRUE
051100         GO TO 1200-FIX-PERIOD-EXIT
051200     END-IF.
051300     DISPLAY "PORTRPT - PERIODE CALCULEE : " WS-PERIODE.
051400
051500     MOVE WS-PERIODE TO WS-COL-PERIODE (1).
051600     IF WS-PER-MOIS = 1
051700         COMPUTE WS-COL-PERIODE (2) = WS-PERIODE - 89
051800     ELSE
051900         COMPUTE WS-COL-PERIODE (2) = WS-PERIODE - 1
052000     END-IF.
052100     COMPUTE WS-COL-PERIODE (3) = WS-PERIODE - 100.
052200 1200-FIX-PERIOD-EXIT.
052300     EXIT.
052400
052500*-----------------------------------------------------------------
052600* 1250-MONTH-LENGTH - DAYS IN THE MONTH OF WS-PERIODE, FEBRUARY
052700* OF A LEAP YEAR INCLUDED.
052800*-----------------------------------------------------------------
052900 1250-MONTH-LENGTH.
053000     MOVE WS-JOURS-MOIS (WS-PER-MOIS) TO WS-NB-JOURS-MOIS.
053100     IF WS-PER-MOIS NOT = 2
053200         GO TO 1250-MONTH-LENGTH-EXIT
053300     END-IF.
053400     DIVIDE WS-PER-AN BY 4
053500         GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE-4.
053600     DIVIDE WS-PER-AN BY 100
053700         GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE-100.
053800     DIVIDE WS-PER-AN BY 400
053900         GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE-400.
054000     IF WS-BISS-RESTE-4 = ZERO
054100         AND (WS-BISS-RESTE-100 NOT = ZERO
054200             OR WS-BISS-RESTE-400 = ZERO)
054300         MOVE 29 TO WS-NB-JOURS-MOIS
054400     END-IF.
054500 1250-MONTH-LENGTH-EXIT.
054600     EXIT.
054700
054800*-----------------------------------------------------------------
054900* 3000-LOAD-PERIOD - ADD UP EVERY SNAPSHOT RECORD OF THE MONTH IN
055000* COLUMN WS-PX.  A MONTH WITH NO RECORD STAYS NOT AVAILABLE.
055100*-----------------------------------------------------------------
055200 3000-LOAD-PERIOD.
055300     MOVE 'N' TO WS-COL-DISPO-SW (WS-PX).
055400     MOVE 'N' TO WS-COL-SANS-PREC-SW (WS-PX).
055500     MOVE 1 TO WS-MX.
055600     PERFORM 3050-CLEAR-FIGURE THRU 3050-CLEAR-FIGURE-EXIT
055700         UNTIL WS-MX > WS-NB-RUBRIQUES.
055800
055900     MOVE 'N' TO WS-SCAN-DONE-SW.
056000     MOVE WS-COL-PERIODE (WS-PX) TO SN-PERIODE.
056100     MOVE ZERO TO SN-COMPTE.
056200     START PORTFOLIO KEY IS NOT LESS THAN SN-CLE
056300         INVALID KEY
056400             MOVE 'Y' TO WS-SCAN-DONE-SW
056500     END-START.
056600     PERFORM 3010-READ-SNAPSHOT THRU 3010-READ-SNAPSHOT-EXIT
056700         UNTIL WS-SCAN-DONE.
056800
056900*    THE USE RATE OF THE LINES, OVER THE WHOLE PORTFOLIO.
057000     IF WS-COL-VALEUR (WS-PX, 34) > ZERO
057100         COMPUTE WS-COL-VALEUR (WS-PX, 37) ROUNDED =
057200             (WS-COL-VALEUR (WS-PX, 36) * 100)
057300             / WS-COL-VALEUR (WS-PX, 34)
057400     END-IF.
057500
057600     IF WS-COL-DISPONIBLE (WS-PX) AND WS-PX > 1
057700         ADD 1 TO WS-COMPARE-COUNT
057800     END-IF.
057900     ADD 1 TO WS-PX.
058000 3000-LOAD-PERIOD-EXIT.
058100     EXIT.
058200
058300*-----------------------------------------------------------------
058400* 3010-READ-SNAPSHOT - NEXT RECORD OF THE MONTH; THE FIRST RECORD
058500* OF ANOTHER MONTH ENDS THE SCAN.
058600*-----------------------------------------------------------------
058700 3010-READ-SNAPSHOT.
058800     READ PORTFOLIO NEXT RECORD
058900         AT END
059000             MOVE 'Y' TO WS-SCAN-DONE-SW
059100             GO TO 3010-READ-SNAPSHOT-EXIT
059200     END-READ.
059300     IF SN-PERIODE NOT = WS-COL-PERIODE (WS-PX)
059400         MOVE 'Y' TO WS-SCAN-DONE-SW
059500         GO TO 3010-READ-SNAPSHOT-EXIT
059600     END-IF.
059700     MOVE 'Y' TO WS-COL-DISPO-SW (WS-PX).
059800     PERFORM 3100-ADD-SNAPSHOT THRU 3100-ADD-SNAPSHOT-EXIT.
059900     IF WS-PX = 1
060000         ADD 1 TO WS-RECORD-COUNT
060100         IF NOT SN-PREC-ABSENT
060200             PERFORM 3200-RANK-MOVER THRU 3200-RANK-MOVER-EXIT
060300         END-IF
060400     END-IF.
060500 3010-READ-SNAPSHOT-EXIT.
060600     EXIT.
060700
060800*-----------------------------------------------------------------
060900* 3050-CLEAR-FIGURE - ONE FIGURE OF COLUMN WS-PX BACK TO ZERO.
061000*-----------------------------------------------------------------
061100 3050-CLEAR-FIGURE.
061200     MOVE ZERO TO WS-COL-VALEUR (WS-PX, WS-MX).
061300     ADD 1 TO WS-MX.
061400 3050-CLEAR-FIGURE-EXIT.
061500     EXIT.
061600
061700*-----------------------------------------------------------------
061800* 3100-ADD-SNAPSHOT - ONE ACCOUNT INTO THE FIGURES OF COLUMN
061900* WS-PX.  THE FIGURE NUMBERS ARE THOSE OF WS-RUBRIQUES-TABLE.
062000*-----------------------------------------------------------------
062100 3100-ADD-SNAPSHOT.
062200     ADD 1 TO WS-COL-VALEUR (WS-PX, 1).
062300     IF SN-ACTIF
062400         ADD 1 TO WS-COL-VALEUR (WS-PX, 2)
062500     ELSE
062600     IF SN-DORMANT
062700         ADD 1 TO WS-COL-VALEUR (WS-PX, 3)
062800     ELSE
062900     IF SN-EN-CLOTURE
063000         ADD 1 TO WS-COL-VALEUR (WS-PX, 4)
063100     ELSE
063200     IF SN-FERME
063300         ADD 1 TO WS-COL-VALEUR (WS-PX, 5)
063400     END-IF
063500     END-IF
063600     END-IF
063700     END-IF.
063800
063900     IF SN-SOLDE < ZERO
064000         SUBTRACT SN-SOLDE FROM WS-COL-VALEUR (WS-PX, 7)
064100         ADD 1 TO WS-COL-VALEUR (WS-PX, 8)
064200     ELSE
064300         ADD SN-SOLDE TO WS-COL-VALEUR (WS-PX, 6)
064400     END-IF.
064500     ADD SN-SOLDE TO WS-COL-VALEUR (WS-PX, 9).
064600
064700     IF SN-PREC-ABSENT
064800         MOVE 'Y' TO WS-COL-SANS-PREC-SW (WS-PX)
064900     ELSE
065000         IF SN-NOUVEAU-COMPTE
065100             ADD 1 TO WS-COL-VALEUR (WS-PX, 10)
065200         END-IF
065300         IF SN-FERME AND SN-STATUT-PREC NOT = 'F'
065400             ADD 1 TO WS-COL-VALEUR (WS-PX, 11)
065500         END-IF
065600         IF SN-DORMANT AND SN-STATUT-PREC NOT = 'D'
065700             ADD 1 TO WS-COL-VALEUR (WS-PX, 12)
065800         END-IF
065900     END-IF.
066000
066100     IF SN-TRANCHE-AGE > ZERO AND SN-TRANCHE-AGE < 6
066200         COMPUTE WS-MX = 11 + (2 * SN-TRANCHE-AGE)
066300         ADD 1 TO WS-COL-VALEUR (WS-PX, WS-MX)
066400         ADD 1 TO WS-MX
066500         ADD SN-SOLDE TO WS-COL-VALEUR (WS-PX, WS-MX)
066600     END-IF.
066700     IF SN-TRANCHE-SOLDE > ZERO AND SN-TRANCHE-SOLDE < 6
066800         COMPUTE WS-MX = 21 + (2 * SN-TRANCHE-SOLDE)
066900         ADD 1 TO WS-COL-VALEUR (WS-PX, WS-MX)
067000         ADD 1 TO WS-MX
067100         ADD SN-SOLDE TO WS-COL-VALEUR (WS-PX, WS-MX)
067200     END-IF.
067300
067400     IF SN-LIMITE-DECOUVERT > ZERO
067500         ADD 1 TO WS-COL-VALEUR (WS-PX, 33)
067600         ADD SN-LIMITE-DECOUVERT TO WS-COL-VALEUR (WS-PX, 34)
067700         IF SN-DECOUVERT-UTILISE > ZERO
067800             ADD 1 TO WS-COL-VALEUR (WS-PX, 35)
067900             ADD SN-DECOUVERT-UTILISE
068000                 TO WS-COL-VALEUR (WS-PX, 36)
068100         END-IF
068200     END-IF.
068300     IF SN-TAUX-UTILISATION > 100
068400         ADD 1 TO WS-COL-VALEUR (WS-PX, 38)
068500     END-IF.
068600
068700     ADD SN-TOT-CREDITS     TO WS-COL-VALEUR (WS-PX, 39).
068800     ADD SN-TOT-DEBITS      TO WS-COL-VALEUR (WS-PX, 40).
068900     ADD SN-TOT-INTERETS    TO WS-COL-VALEUR (WS-PX, 41).
069000     ADD SN-TOT-FRAIS       TO WS-COL-VALEUR (WS-PX, 42).
069100     ADD SN-TOT-AGIOS       TO WS-COL-VALEUR (WS-PX, 43).
069200     ADD SN-TOT-RETENUES    TO WS-COL-VALEUR (WS-PX, 44).
069300     ADD SN-NET-CONTRE-PASS TO WS-COL-VALEUR (WS-PX, 45).
069400     ADD SN-NB-MOUVEMENTS   TO WS-COL-VALEUR (WS-PX, 46).
069500 3100-ADD-SNAPSHOT-EXIT.
069600     EXIT.
069700
069800*-----------------------------------------------------------------
069900* 3200-RANK-MOVER - PLACE THE ACCOUNT AMONG THE TEN LARGEST
070000* MOVES IF IT BELONGS THERE, PUSHING THE SMALLER ONES DOWN.
070100*-----------------------------------------------------------------
070200 3200-RANK-MOVER.
070300     COMPUTE WS-VARIATION = SN-SOLDE - SN-SOLDE-PREC.
070400     IF WS-VARIATION < ZERO
070500         COMPUTE WS-ECART = ZERO - WS-VARIATION
070600     ELSE
070700         MOVE WS-VARIATION TO WS-ECART
070800     END-IF.
070900     IF WS-ECART = ZERO
071000         GO TO 3200-RANK-MOVER-EXIT
071100     END-IF.
071200     IF WS-TOP-COUNT = WS-TOP-MAX
071300         AND WS-ECART NOT > WS-TOP-ECART (WS-TOP-MAX)
071400         GO TO 3200-RANK-MOVER-EXIT
071500     END-IF.
071600
071700     IF WS-TOP-COUNT < WS-TOP-MAX
071800         ADD 1 TO WS-TOP-COUNT
071900     END-IF.
072000     MOVE WS-TOP-COUNT TO WS-TX.
072100     MOVE 'N' TO WS-SLOT-FOUND-SW.
072200     PERFORM 3210-SHIFT-MOVER THRU 3210-SHIFT-MOVER-EXIT
072300         UNTIL WS-TX = 1 OR WS-SLOT-FOUND.
072400
072500     MOVE SN-COMPTE     TO WS-TOP-COMPTE (WS-TX).
072600     MOVE SN-SOLDE-PREC TO WS-TOP-SOLDE-PREC (WS-TX).
072700     MOVE SN-SOLDE      TO WS-TOP-SOLDE (WS-TX).
072800     MOVE WS-VARIATION  TO WS-TOP-VARIATION (WS-TX).
072900     MOVE WS-ECART      TO WS-TOP-ECART (WS-TX).
073000 3200-RANK-MOVER-EXIT.
073100     EXIT.
073200
073300*-----------------------------------------------------------------
073400* 3210-SHIFT-MOVER - MOVE THE ENTRY ABOVE SLOT WS-TX DOWN INTO
073500* IT WHEN THE NEW ACCOUNT MOVED MORE, OTHERWISE STOP: WS-TX IS
073600* THEN THE NEW ACCOUNT'S PLACE.
073700*-----------------------------------------------------------------
073800 3210-SHIFT-MOVER.
073900     IF WS-TOP-ECART (WS-TX - 1) NOT < WS-ECART
074000         MOVE 'Y' TO WS-SLOT-FOUND-SW
074100         GO TO 3210-SHIFT-MOVER-EXIT
074200     END-IF.
074300     MOVE WS-TOP-ENTRY (WS-TX - 1) TO WS-TOP-ENTRY (WS-TX).
074400     SUBTRACT 1 FROM WS-TX.
074500 3210-SHIFT-MOVER-EXIT.
074600     EXIT.
074700
074800*-----------------------------------------------------------------
074900* 5000-WRITE-REPORT - THE REPORT: TITLE, COLUMN HEADINGS, EACH
075000* FIGURE UNDER ITS SECTION, THEN THE LARGEST MOVES.
075100*-----------------------------------------------------------------
075200 5000-WRITE-REPORT.
075300     MOVE WS-PERIODE TO TI-PERIODE.
075400     MOVE WS-TITRE-LINE TO MR-LINE.
075500     WRITE MR-LINE.
075600     MOVE SPACE TO MR-LINE.
075700     WRITE MR-LINE.
075800     MOVE WS-COL-PERIODE (1) TO EN-PERIODE-1.
075900     MOVE WS-COL-PERIODE (2) TO EN-PERIODE-2.
076000     MOVE WS-COL-PERIODE (3) TO EN-PERIODE-3.
076100     MOVE WS-ENTETE-LINE TO MR-LINE.
076200     WRITE MR-LINE.
076300
076400     MOVE ZERO TO WS-SECTION-COURANTE.
076500     MOVE 1 TO WS-MX.
076600     PERFORM 5100-WRITE-FIGURE THRU 5100-WRITE-FIGURE-EXIT
076700         UNTIL WS-MX > WS-NB-RUBRIQUES.
076800
076900     MOVE SPACE TO MR-LINE.
077000     WRITE MR-LINE.
077100     MOVE WS-TOP-TITRE-LINE TO MR-LINE.
077200     WRITE MR-LINE.
077300     IF WS-TOP-COUNT = ZERO
077400         MOVE "AUCUNE VARIATION (PAS DE MOIS PRECEDENT)"
077500             TO MR-LINE
077600         WRITE MR-LINE
077700     ELSE
077800         MOVE WS-TOP-ENTETE-LINE TO MR-LINE
077900         WRITE MR-LINE
078000         MOVE 1 TO WS-TX
078100         PERFORM 5200-WRITE-MOVER THRU 5200-WRITE-MOVER-EXIT
078200             UNTIL WS-TX > WS-TOP-COUNT
078300     END-IF.
078400
078500     IF WS-ND-PRINTED
078600         MOVE SPACE TO MR-LINE
078700         WRITE MR-LINE
078800         MOVE WS-ND-LINE TO MR-LINE
078900         WRITE MR-LINE
079000     END-IF.
079100 5000-WRITE-REPORT-EXIT.
079200     EXIT.
079300
079400*-----------------------------------------------------------------
079500* 5100-WRITE-FIGURE - ONE FIGURE LINE, PRECEDED BY ITS SECTION
079600* HEADING WHEN THE SECTION CHANGES.
079700*-----------------------------------------------------------------
079800 5100-WRITE-FIGURE.
079900     IF WS-RB-SECTION (WS-MX) NOT = WS-SECTION-COURANTE
080000         MOVE WS-RB-SECTION (WS-MX) TO WS-SECTION-COURANTE
080100         MOVE SPACE TO MR-LINE
080200         WRITE MR-LINE
080300         MOVE WS-SECTION-TITRE (WS-SECTION-COURANTE)
080400             TO SL-TITRE
080500         MOVE WS-SECTION-LINE TO MR-LINE
080600         WRITE MR-LINE
080700     END-IF.
080800
080900     MOVE SPACE TO WS-RUBRIQUE-LINE.
081000     MOVE WS-RB-LIBELLE (WS-MX) TO RL-LIBELLE.
081100     MOVE 1 TO WS-PX.
081200     PERFORM 5110-FORMAT-VALUE THRU 5110-FORMAT-VALUE-EXIT
081300         UNTIL WS-PX > 3.
081400     MOVE WS-RUBRIQUE-LINE TO MR-LINE.
081500     WRITE MR-LINE.
081600     ADD 1 TO WS-MX.
081700 5100-WRITE-FIGURE-EXIT.
081800     EXIT.
081900
082000*-----------------------------------------------------------------
082100* 5110-FORMAT-VALUE - FIGURE WS-MX OF COLUMN WS-PX, EDITED AS A
082200* COUNT OR AN AMOUNT, OR N/D.
082300*-----------------------------------------------------------------
082400 5110-FORMAT-VALUE.
082500     PERFORM 7000-CHECK-AVAILABLE THRU 7000-CHECK-AVAILABLE-EXIT.
082600     IF WS-VALEUR-ND
082700         MOVE WS-ED-ND TO RL-VALEUR (WS-PX)
082800         SET WS-ND-PRINTED TO TRUE
082900     ELSE
083000         IF WS-RB-NOMBRE (WS-MX)
083100             MOVE WS-COL-VALEUR (WS-PX, WS-MX) TO WS-ED-NOMBRE
083200             MOVE WS-ED-NOMBRE-ZONE TO RL-VALEUR (WS-PX)
083300         ELSE
083400             MOVE WS-COL-VALEUR (WS-PX, WS-MX) TO WS-ED-MONTANT
083500             MOVE WS-ED-MONTANT TO RL-VALEUR (WS-PX)
083600         END-IF
083700     END-IF.
083800     ADD 1 TO WS-PX.
083900 5110-FORMAT-VALUE-EXIT.
084000     EXIT.
084100
084200*-----------------------------------------------------------------
084300* 5200-WRITE-MOVER - ONE OF THE LARGEST MOVES.
084400*-----------------------------------------------------------------
084500 5200-WRITE-MOVER.
084600     MOVE WS-TX                     TO TL-RANG.
084700     MOVE WS-TOP-COMPTE (WS-TX)     TO TL-COMPTE.
084800     MOVE WS-TOP-SOLDE-PREC (WS-TX) TO TL-SOLDE-PREC.
084900     MOVE WS-TOP-SOLDE (WS-TX)      TO TL-SOLDE.
085000     MOVE WS-TOP-VARIATION (WS-TX)  TO TL-VARIATION.
085100     MOVE WS-TOP-LINE TO MR-LINE.
085200     WRITE MR-LINE.
085300     ADD 1 TO WS-TX.
085400 5200-WRITE-MOVER-EXIT.
085500     EXIT.
085600
085700*-----------------------------------------------------------------
085800* 6000-WRITE-EXTRACT - THE SAME FIGURES FOR FINANCE: A HEADING
085900* LINE, ONE LINE PER FIGURE WITH ITS THREE COLUMNS, THEN ONE LINE
086000* PER LARGEST MOVE (BALANCE THIS MONTH, BALANCE THE MONTH BEFORE).
086100*-----------------------------------------------------------------
086200 6000-WRITE-EXTRACT.
086300     MOVE WS-EX-ENTETE TO FE-LINE.
086400     WRITE FE-LINE.
086500
086600     MOVE 1 TO WS-MX.
086700     PERFORM 6100-EXTRACT-FIGURE THRU 6100-EXTRACT-FIGURE-EXIT
086800         UNTIL WS-MX > WS-NB-RUBRIQUES.
086900
087000     MOVE 1 TO WS-TX.
087100     PERFORM 6200-EXTRACT-MOVER THRU 6200-EXTRACT-MOVER-EXIT
087200         UNTIL WS-TX > WS-TOP-COUNT.
087300 6000-WRITE-EXTRACT-EXIT.
087400     EXIT.
087500
087600*-----------------------------------------------------------------
087700* 6100-EXTRACT-FIGURE - ONE FIGURE LINE OF THE EXTRACT.
087800*-----------------------------------------------------------------
087900 6100-EXTRACT-FIGURE.
088000     MOVE WS-SECTION-TITRE (WS-RB-SECTION (WS-MX))
088100         TO WS-EX-LIBELLE.
088200     MOVE WS-RB-LIBELLE (WS-MX) TO WS-EX-RUBRIQUE.
088300     MOVE SPACE TO FE-LINE.
088400     MOVE 1 TO WS-EX-PTR.
088500     STRING WS-PERIODE    DELIMITED BY SIZE
088600            ";"           DELIMITED BY SIZE
088700            WS-EX-LIBELLE DELIMITED BY "  "
088800            ";"           DELIMITED BY SIZE
088900            WS-EX-RUBRIQUE DELIMITED BY "  "
089000         INTO FE-LINE WITH POINTER WS-EX-PTR
089100     END-STRING.
089200
089300     MOVE 1 TO WS-PX.
089400     PERFORM 6110-EXTRACT-VALUE THRU 6110-EXTRACT-VALUE-EXIT
089500         UNTIL WS-PX > 3.
089600     WRITE FE-LINE.
089700     ADD 1 TO WS-MX.
089800 6100-EXTRACT-FIGURE-EXIT.
089900     EXIT.
090000
090100*-----------------------------------------------------------------
090200* 6110-EXTRACT-VALUE - ONE COLUMN OF A FIGURE LINE; A FIGURE NOT
090300* AVAILABLE LEAVES THE FIELD EMPTY.
090400*-----------------------------------------------------------------
090500 6110-EXTRACT-VALUE.
090600     STRING ";" DELIMITED BY SIZE
090700         INTO FE-LINE WITH POINTER WS-EX-PTR
090800     END-STRING.
090900     PERFORM 7000-CHECK-AVAILABLE THRU 7000-CHECK-AVAILABLE-EXIT.
091000     IF NOT WS-VALEUR-ND
091100         MOVE WS-COL-VALEUR (WS-PX, WS-MX) TO WS-EX-VALEUR
091200         PERFORM 7100-EDIT-EXTRACT THRU 7100-EDIT-EXTRACT-EXIT
091300     END-IF.
091400     ADD 1 TO WS-PX.
091500 6110-EXTRACT-VALUE-EXIT.
091600     EXIT.
091700
091800*-----------------------------------------------------------------
091900* 6200-EXTRACT-MOVER - ONE LARGEST-MOVE LINE OF THE EXTRACT.
092000*-----------------------------------------------------------------
092100 6200-EXTRACT-MOVER.
092200     MOVE WS-TOP-COMPTE (WS-TX) TO EX-TOP-COMPTE.
092300     MOVE SPACE TO FE-LINE.
092400     MOVE 1 TO WS-EX-PTR.
092500     STRING WS-PERIODE         DELIMITED BY SIZE
092600            ";PLUS FORTES VARIATIONS;" DELIMITED BY SIZE
092700            WS-EX-TOP-LIBELLE  DELIMITED BY SIZE
092800            ";"                DELIMITED BY SIZE
092900         INTO FE-LINE WITH POINTER WS-EX-PTR
093000     END-STRING.
093100     MOVE WS-TOP-SOLDE (WS-TX) TO WS-EX-VALEUR.
093200     PERFORM 7100-EDIT-EXTRACT THRU 7100-EDIT-EXTRACT-EXIT.
093300     STRING ";" DELIMITED BY SIZE
093400         INTO FE-LINE WITH POINTER WS-EX-PTR
093500     END-STRING.
093600     MOVE WS-TOP-SOLDE-PREC (WS-TX) TO WS-EX-VALEUR.
093700     PERFORM 7100-EDIT-EXTRACT THRU 7100-EDIT-EXTRACT-EXIT.
093800     STRING ";" DELIMITED BY SIZE
093900         INTO FE-LINE WITH POINTER WS-EX-PTR
094000     END-STRING.
094100     WRITE FE-LINE.
094200     ADD 1 TO WS-TX.
094300 6200-EXTRACT-MOVER-EXIT.
094400     EXIT.
094500
094600*-----------------------------------------------------------------
094700* 7000-CHECK-AVAILABLE - IS FIGURE WS-MX OF COLUMN WS-PX KNOWN?
094800* WS-VALEUR-ND IS SET WHEN IT IS NOT.
094900*-----------------------------------------------------------------
095000 7000-CHECK-AVAILABLE.
095100     MOVE 'N' TO WS-VALEUR-ND-SW.
095200     IF NOT WS-COL-DISPONIBLE (WS-PX)
095300         MOVE 'Y' TO WS-VALEUR-ND-SW
095400         GO TO 7000-CHECK-AVAILABLE-EXIT
095500     END-IF.
095600     IF WS-COL-SANS-PREC (WS-PX)
095700         AND WS-MX > 9 AND WS-MX < 13
095800         MOVE 'Y' TO WS-VALEUR-ND-SW
095900     END-IF.
096000 7000-CHECK-AVAILABLE-EXIT.
096100     EXIT.
096200
096300*-----------------------------------------------------------------
096400* 7100-EDIT-EXTRACT - APPEND WS-EX-VALEUR TO THE EXTRACT LINE
096500* WITHOUT THE LEADING SPACES OF ITS EDITED FORM.
096600*-----------------------------------------------------------------
096700 7100-EDIT-EXTRACT.
096800     MOVE WS-EX-VALEUR TO WS-EX-MONTANT.
096900     MOVE WS-EX-MONTANT TO WS-EX-EDIT.
097000     MOVE 1 TO WS-EX-IX.
097100     PERFORM 7110-SKIP-SPACE THRU 7110-SKIP-SPACE-EXIT
097200         UNTIL WS-EX-EDIT (WS-EX-IX:1) NOT = SPACE.
097300     STRING WS-EX-EDIT (WS-EX-IX:) DELIMITED BY SIZE
097400         INTO FE-LINE WITH POINTER WS-EX-PTR
097500     END-STRING.
097600 7100-EDIT-EXTRACT-EXIT.
097700     EXIT.
097800
097900*-----------------------------------------------------------------
098000* 7110-SKIP-SPACE - ONE LEADING SPACE OF THE EDITED AMOUNT.
098100*-----------------------------------------------------------------
098200 7110-SKIP-SPACE.
098300     ADD 1 TO WS-EX-IX.
098400 7110-SKIP-SPACE-EXIT.
098500     EXIT.
098600
098700*-----------------------------------------------------------------
098800* 9000-TERMINATE - GUARDED CLOSES AND RUN TOTALS.
098900*-----------------------------------------------------------------
099000 9000-TERMINATE.
099100     IF WS-RC-ABEND
099200         MOVE 16 TO RETURN-CODE
099300     END-IF.
099400     IF WS-SN-OPEN
099500         CLOSE PORTFOLIO
099600     END-IF.
099700     IF WS-MR-OPEN
099800         CLOSE MI-REPORT
099900     END-IF.
100000     IF WS-FE-OPEN
100100         CLOSE FIN-EXTRACT
100200     END-IF.
100300
100400     DISPLAY "PORTRPT - PERIODE              : " WS-PERIODE.
100500     DISPLAY "PORTRPT - COMPTES DE LA PERIODE : " WS-RECORD-COUNT.
100600     DISPLAY "PORTRPT - MOIS DE COMPARAISON  : " WS-COMPARE-COUNT.
100700     PERFORM 9500-WRITE-RUN-STATS
100800         THRU 9500-WRITE-RUN-STATS-EXIT.
100900     DISPLAY "PORTRPT - FIN DU RAPPORT DE GESTION".
101000 9000-TERMINATE-EXIT.
101100     EXIT.
101200
101300*-----------------------------------------------------------------
101400* 9500-WRITE-RUN-STATS - ONE LINE OF RUN TOTALS APPENDED TO THE
101500* COMMON RUNSTAT FILE (CREATED ON ITS VERY FIRST USE), FOR THE
101600* BATCHRPT OPERATIONS SUMMARY.  A FAILURE HERE IS REPORTED BUT
101700* NEVER FAILS THE STEP - THE STATISTICS ARE ABOUT THE RUN, NOT
101800* PART OF IT.
101900*-----------------------------------------------------------------
102000 9500-WRITE-RUN-STATS.
102100     OPEN EXTEND RUN-STATS.
102200     IF WS-RS-STATUS NOT = '00'
102300         OPEN OUTPUT RUN-STATS
102400     END-IF.
102500     IF WS-RS-STATUS NOT = '00'
102600         DISPLAY "PORTRPT - ECRITURE RUNSTAT ECHEC "
102700             WS-RS-STATUS
102800         GO TO 9500-WRITE-RUN-STATS-EXIT
102900     END-IF.
103000
103100     MOVE "PORTRPT" TO RS-PROGRAMME.
103200     MOVE WS-RUN-DATE TO RS-DATE-AFFAIRES.
103300     MOVE WS-RECORD-COUNT TO RS-NB-TRAITES.
103400     MOVE ZERO TO RS-NB-REJETES.
103500     MOVE WS-COMPARE-COUNT TO RS-NB-AUTRES.
103600     MOVE RETURN-CODE TO RS-CODE-RETOUR.
103700     WRITE RS-STATS-RECORD.
103800     CLOSE RUN-STATS.
103900 9500-WRITE-RUN-STATS-EXIT.
104000     EXIT.
