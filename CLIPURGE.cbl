000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLIPURGE.
000300 AUTHOR.        R. DUBOIS.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 15/10/2026 RD    Original program.  Yearly purge of personal
001100*                  data on accounts closed longer ago than the
001200*                  legal retention period.  The period (in
001300*                  years) and the officer authorising the run
001400*                  come from the one PURGPARM record; the
001500*                  cutoff is the business date less that many
001600*                  years, and a period under the legal minimum
001700*                  is refused outright.  An account is purged
001800*                  only when it is closed ('F'), its closure -
001900*                  the settlement date on CLOTDEM, or its last
002000*                  movement when later or when there is no
002100*                  request - falls before the cutoff, and
002200*                  nothing is still open against it: no open
002300*                  SUSPENS item, no open LCBALRT alert, no
002400*                  CMPENC clearing item in suspense, and no
002500*                  movement left on the live TRNHIST (HSTARCH
002600*                  must have archived it first).  Anything
002700*                  inside the window is counted and left alone;
002800*                  anything past it but held is listed with the
002900*                  reason.  For a purged account the CLIADDR
003000*                  address and telephone are blanked, the extra
003100*                  holders on CLITITU deleted, the payout
003200*                  beneficiary on CLOTDEM blanked, and on
003300*                  CLIENT-MASTER the name is replaced by the
003400*                  anonymised marker and the birth date cleared
003500*                  - last, so an interrupted run simply redoes
003600*                  the account.  Balances, limits and every
003700*                  amount are kept.  The TRNHARCH archive is
003800*                  then copied to a new TRNHANON generation in
003900*                  which the movements of every anonymised
004000*                  account (this year's and earlier years') carry
004100*                  account number 00000000, in place, so the
004200*                  record count and amount hash on ARCHCTL still
004300*                  hold; the copy is re-read and proved against
004400*                  those totals before it may replace TRNHARCH.
004500*                  Every account touched is listed on the PURGREG
004600*                  register, which ends with the control totals
004700*                  and a sign-off block.  Run once a year, after
004800*                  HSTARCH and outside the nightly chain.
004900*-----------------------------------------------------------------
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT PARM-FILE       ASSIGN TO "PURGPARM"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-PA-STATUS.
005600
005700     SELECT CLIENT-MASTER   ASSIGN TO "CLIMAST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS WS-COMPTE
006100         ALTERNATE RECORD KEY IS WS-NOM WITH DUPLICATES
006200         FILE STATUS IS WS-CM-STATUS.
006300
006400     SELECT ADDR-FILE       ASSIGN TO "CLIADDR"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS AD-COMPTE
006800         FILE STATUS IS WS-AD-STATUS.
006900
007000     SELECT HOLDER-FILE     ASSIGN TO "CLITITU"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS HO-CLE
007400         FILE STATUS IS WS-HO-STATUS.
007500
007600     SELECT CLOT-FILE       ASSIGN TO "CLOTDEM"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS DC-COMPTE
008000         FILE STATUS IS WS-DC-STATUS.
008100
008200     SELECT SUSPENSE-FILE   ASSIGN TO "SUSPENS"
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS SEQUENTIAL
008500         RECORD KEY IS SU-CLE
008600         FILE STATUS IS WS-SU-STATUS.
008700
008800     SELECT ALERT-FILE      ASSIGN TO "LCBALRT"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS SEQUENTIAL
009100         RECORD KEY IS AL-CLE
009200         FILE STATUS IS WS-AL-STATUS.
009300
009400     SELECT CLEARING-ITEMS  ASSIGN TO "CMPENC"
009500         ORGANIZATION IS INDEXED
009600         ACCESS MODE IS SEQUENTIAL
009700         RECORD KEY IS CP-CLE
009800         FILE STATUS IS WS-CP-STATUS.
009900
010000     SELECT TRAN-HISTORY    ASSIGN TO "TRNHIST"
010100         ORGANIZATION IS INDEXED
010200         ACCESS MODE IS DYNAMIC
010300         RECORD KEY IS HS-CLE
010400         FILE STATUS IS WS-HS-STATUS.
010500
010600     SELECT ARCHIVE-FILE    ASSIGN TO "TRNHARCH"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS WS-AH-STATUS.
010900
011000     SELECT ANON-FILE       ASSIGN TO "TRNHANON"
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS WS-AN-STATUS.
011300
011400     SELECT PURGE-REGISTER  ASSIGN TO "PURGREG"
011500         ORGANIZATION IS LINE SEQUENTIAL
011600         FILE STATUS IS WS-PR-STATUS.
011700
011800     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
011900         ORGANIZATION IS LINE SEQUENTIAL
012000         FILE STATUS IS WS-RN-STATUS.
012100
012200     SELECT RUN-STATS       ASSIGN TO "RUNSTAT"
012300         ORGANIZATION IS LINE SEQUENTIAL
012400         FILE STATUS IS WS-RS-STATUS.
012500
012600 DATA DIVISION.
012700 FILE SECTION.
012800*    THE ONE PURGE PARAMETER RECORD: THE RETENTION PERIOD IN
012900*    YEARS AFTER CLOSURE, THE OFFICER WHO AUTHORISED THE RUN AND
013000*    THE REFERENCE OF THAT DECISION, BOTH PRINTED ON THE
013100*    REGISTER.
013200 FD  PARM-FILE.
013300 01  PA-RECORD.
013400     05  PA-DUREE-ANNEES             PIC 9(02).
013500     05  PA-AGENT                    PIC X(08).
013600     05  PA-REFERENCE                PIC X(20).
013700
013800 FD  CLIENT-MASTER.
013900 01  CM-CLIENT-RECORD.
014000     COPY CLIENTREC.
014100
014200 FD  ADDR-FILE.
014300 01  AD-ADDRESS-RECORD.
014400     COPY ADDRREC.
014500
014600 FD  HOLDER-FILE.
014700 01  HO-HOLDER-RECORD.
014800     COPY HOLDREC.
014900
015000 FD  CLOT-FILE.
015100 01  DC-CLOSURE-RECORD.
015200     COPY CLOTREC.
015300
015400 FD  SUSPENSE-FILE.
015500 01  SU-SUSPENSE-RECORD.
015600     COPY SUSPREC.
015700
015800 FD  ALERT-FILE.
015900 01  AL-ALERT-RECORD.
016000     COPY ALRTREC.
016100
016200 FD  CLEARING-ITEMS.
016300 01  CP-CLEARING-RECORD.
016400     COPY CMPREC.
016500
016600 FD  TRAN-HISTORY.
016700 01  HS-HISTORY-RECORD.
016800     COPY TRNHREC.
016900
017000 FD  ARCHIVE-FILE.
017100 01  AH-RECORD                       PIC X(57).
017200
017300 FD  ANON-FILE.
017400 01  AN-RECORD                       PIC X(57).
017500
017600 FD  PURGE-REGISTER.
017700 01  PR-LINE                         PIC X(80).
017800
017900 FD  RUN-CONTROL.
018000 01  RN-RECORD                       PIC X(47).
018100
018200 FD  RUN-STATS.
018300 01  RS-STATS-RECORD.
018400     COPY RUNSREC.
018500
018600 WORKING-STORAGE SECTION.
018700*-----------------------------------------------------------------
018800* SWITCHES AND COUNTERS.
018900*-----------------------------------------------------------------
019000 77  WS-PA-STATUS                    PIC X(02) VALUE '00'.
019100 77  WS-CM-STATUS                    PIC X(02) VALUE '00'.
019200 77  WS-AD-STATUS                    PIC X(02) VALUE '00'.
019300 77  WS-HO-STATUS                    PIC X(02) VALUE '00'.
019400 77  WS-DC-STATUS                    PIC X(02) VALUE '00'.
019500 77  WS-SU-STATUS                    PIC X(02) VALUE '00'.
019600 77  WS-AL-STATUS                    PIC X(02) VALUE '00'.
019700 77  WS-CP-STATUS                    PIC X(02) VALUE '00'.
019800 77  WS-HS-STATUS                    PIC X(02) VALUE '00'.
019900 77  WS-AH-STATUS                    PIC X(02) VALUE '00'.
020000 77  WS-AN-STATUS                    PIC X(02) VALUE '00'.
020100 77  WS-PR-STATUS                    PIC X(02) VALUE '00'.
020200 77  WS-RN-STATUS                    PIC X(02) VALUE '00'.
020300 77  WS-EOF-SW                       PIC X(01) VALUE 'N'.
020400     88  WS-END-OF-CLIENTS               VALUE 'Y'.
020500 77  WS-SCAN-DONE-SW                 PIC X(01) VALUE 'N'.
020600     88  WS-SCAN-DONE                    VALUE 'Y'.
020700 77  WS-CM-OPEN-SW                   PIC X(01) VALUE 'N'.
020800     88  WS-CM-OPEN                      VALUE 'Y'.
020900 77  WS-AD-OPEN-SW                   PIC X(01) VALUE 'N'.
021000     88  WS-AD-OPEN                      VALUE 'Y'.
021100 77  WS-HO-OPEN-SW                   PIC X(01) VALUE 'N'.
021200     88  WS-HO-OPEN                      VALUE 'Y'.
021300 77  WS-DC-OPEN-SW                   PIC X(01) VALUE 'N'.
021400     88  WS-DC-OPEN                      VALUE 'Y'.
021500 77  WS-HS-OPEN-SW                   PIC X(01) VALUE 'N'.
021600     88  WS-HS-OPEN                      VALUE 'Y'.
021700 77  WS-AH-OPEN-SW                   PIC X(01) VALUE 'N'.
021800     88  WS-AH-OPEN                      VALUE 'Y'.
021900 77  WS-AN-OPEN-SW                   PIC X(01) VALUE 'N'.
022000     88  WS-AN-OPEN                      VALUE 'Y'.
022100 77  WS-PR-OPEN-SW                   PIC X(01) VALUE 'N'.
022200     88  WS-PR-OPEN                      VALUE 'Y'.
022300 77  WS-FATAL-SW                     PIC X(01) VALUE 'N'.
022400     88  WS-FATAL-ERROR                  VALUE 'Y'.
022500 77  WS-VERIF-SW                     PIC X(01) VALUE 'N'.
022600     88  WS-ARCHIVE-VERIFIED             VALUE 'Y'.
022700 77  WS-DC-TROUVE-SW                 PIC X(01) VALUE 'N'.
022800     88  WS-DC-TROUVE                    VALUE 'Y'.
022900 77  WS-AD-TROUVE-SW                 PIC X(01) VALUE 'N'.
023000     88  WS-AD-TROUVE                    VALUE 'Y'.
023100 77  WS-BL-TROUVE-SW                 PIC X(01) VALUE 'N'.
023200     88  WS-BL-TROUVE                    VALUE 'Y'.
023300 77  WS-AR-ANON-SW                   PIC X(01) VALUE 'N'.
023400     88  WS-AR-ANONYME                   VALUE 'Y'.
023500 77  WS-AR-CACHE-SW                  PIC X(01) VALUE 'N'.
023600     88  WS-AR-CACHE-ANONYME             VALUE 'Y'.
023700 77  WS-NB-FERMES                    PIC 9(05) COMP VALUE ZERO.
023800 77  WS-NB-PURGES                    PIC 9(05) COMP VALUE ZERO.
023900 77  WS-NB-EXCLUS                    PIC 9(05) COMP VALUE ZERO.
024000 77  WS-NB-DANS-DELAI                PIC 9(05) COMP VALUE ZERO.
024100 77  WS-NB-DEJA-ANONYMES             PIC 9(05) COMP VALUE ZERO.
024200 77  WS-NB-TITULAIRES                PIC 9(05) COMP VALUE ZERO.
024300 77  WS-NB-TITU-COMPTE               PIC 9(02) VALUE ZERO.
024400 77  WS-NB-AR-LUS                    PIC 9(08) VALUE ZERO.
024500 77  WS-NB-AR-ECRITS                 PIC 9(08) VALUE ZERO.
024600 77  WS-NB-AR-ANONYMES               PIC 9(08) VALUE ZERO.
024700 77  WS-NB-AR-VERIFIES               PIC 9(08) VALUE ZERO.
024800 77  WS-HASH-AR-LUS                  PIC 9(13)V99 COMP-3
024900     VALUE ZERO.
025000 77  WS-HASH-AR-VERIFIES             PIC 9(13)V99 COMP-3
025100     VALUE ZERO.
025200 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
025300 77  WS-DATE-CLOTURE                 PIC 9(08) VALUE ZERO.
025400 77  WS-AR-COMPTE                    PIC 9(08) VALUE ZERO.
025500 77  WS-AR-CACHE-COMPTE              PIC 9(08) VALUE ZERO.
025600 77  WS-MENTION                      PIC X(40) VALUE SPACE.
025700 77  WS-DETAIL-PTR                   PIC 9(03) COMP VALUE ZERO.
025800
025900*-----------------------------------------------------------------
026000* THE NAME AN ANONYMISED ACCOUNT CARRIES ON CLIENT-MASTER.  IT IS
026100* ALSO HOW A LATER RUN KNOWS THE ACCOUNT IS ALREADY DONE, AND
026200* HOW THE ARCHIVE PASS KNOWS WHOSE MOVEMENTS TO ANONYMISE.
026300* ONLY A CLOSED ACCOUNT IS EVER TAKEN FOR ALREADY DONE.
026400*-----------------------------------------------------------------
026500 77  WS-NOM-ANONYME                  PIC X(12) VALUE
026600     "*ANONYMISE*".
026700
026800*-----------------------------------------------------------------
026900* THE SHORTEST RETENTION THE LAW ALLOWS AFTER AN ACCOUNT IS
027000* CLOSED.  A PURGPARM PERIOD UNDER IT IS REFUSED, WHATEVER THE
027100* PARAMETER SAYS.
027200*-----------------------------------------------------------------
027300 77  WS-DUREE-MINIMUM                PIC 9(02) VALUE 05.
027400
027500*-----------------------------------------------------------------
027600* RETENTION CUTOFF - THE BUSINESS DATE LESS THE RETENTION PERIOD.
027700* AN ACCOUNT CLOSED ON OR AFTER IT IS STILL INSIDE THE WINDOW.
027800*-----------------------------------------------------------------
027900 01  WS-DATE-LIMITE.
028000     05  WS-DL-AAAA                  PIC 9(04).
028100     05  WS-DL-MMJJ                  PIC 9(04).
028200 01  WS-DATE-LIMITE-N REDEFINES WS-DATE-LIMITE
028300                                     PIC 9(08).
028400
028500*-----------------------------------------------------------------
028600* ACCOUNTS HELD BACK FROM THE PURGE - ONE ENTRY PER OPEN SUSPENSE
028700* ITEM, OPEN ALERT OR CLEARING ITEM IN SUSPENSE, LOADED BEFORE
028800* ANY ACCOUNT IS LOOKED AT.  A TABLE THAT OVERFLOWS STOPS THE RUN
028900* BEFORE ANYTHING IS CHANGED.
029000*-----------------------------------------------------------------
029100 77  WS-BL-MAX                       PIC 9(05) COMP VALUE 2000.
029200 77  WS-BL-COUNT                     PIC 9(05) COMP VALUE ZERO.
029300 77  WS-BL-IX                        PIC 9(05) COMP VALUE ZERO.
029400 77  WS-BL-NOUV-COMPTE               PIC 9(08) VALUE ZERO.
029500 77  WS-BL-NOUV-CODE                 PIC X(02) VALUE SPACE.
029600 77  WS-BL-CODE-TROUVE               PIC X(02) VALUE SPACE.
029700 01  WS-BLOCAGES.
029800     05  WS-BL-ENTRY                 OCCURS 2000 TIMES.
029900         10  WS-BL-COMPTE            PIC 9(08).
030000         10  WS-BL-CODE              PIC X(02).
030100
030200*-----------------------------------------------------------------
030300* PURGE REGISTER LINE LAYOUTS.
030400*-----------------------------------------------------------------
030500 01  WS-TITRE-LINE.
030600     05  FILLER                      PIC X(40) VALUE
030700         "REGISTRE DE PURGE DES COMPTES CLOS - DAT".
030800     05  FILLER                      PIC X(02) VALUE "E ".
030900     05  TI-DATE                     PIC 9(08).
031000     05  FILLER                      PIC X(30) VALUE SPACE.
031100
031200 01  WS-PARAM-LINE.
031300     05  FILLER                      PIC X(25) VALUE
031400         "DUREE DE CONSERVATION :  ".
031500     05  PL-DUREE                    PIC Z9.
031600     05  FILLER                      PIC X(25) VALUE
031700         " ANS - CLOTURES AVANT LE ".
031800     05  PL-DATE-LIMITE              PIC 9(08).
031900     05  FILLER                      PIC X(20) VALUE SPACE.
032000
032100 01  WS-AGENT-LINE.
032200     05  FILLER                      PIC X(22) VALUE
032300         "PURGE AUTORISEE PAR : ".
032400     05  AG-AGENT                    PIC X(08).
032500     05  FILLER                      PIC X(12) VALUE
032600         "  DECISION ".
032700     05  AG-REFERENCE                PIC X(20).
032800     05  FILLER                      PIC X(18) VALUE SPACE.
032900
033000 01  WS-ENTETE-LINE.
033100     05  FILLER                      PIC X(40) VALUE
033200         "COMPTE   CLOTURE  ACTION  DETAIL        ".
033300     05  FILLER                      PIC X(40) VALUE SPACE.
033400
033500 01  WS-DETAIL-LINE.
033600     05  DL-COMPTE                   PIC 9(08).
033700     05  FILLER                      PIC X(01) VALUE SPACE.
033800     05  DL-DATE-CLOTURE             PIC 9(08).
033900     05  FILLER                      PIC X(01) VALUE SPACE.
034000     05  DL-ACTION                   PIC X(07).
034100     05  FILLER                      PIC X(01) VALUE SPACE.
034200     05  DL-DETAIL                   PIC X(54).
034300
034400 01  WS-TOTAL-LINE.
034500     05  TL-LIBELLE                  PIC X(40).
034600     05  TL-NOMBRE                   PIC ZZ,ZZZ,ZZ9.
034700     05  FILLER                      PIC X(03) VALUE SPACE.
034800     05  TL-MONTANT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
034900     05  FILLER                      PIC X(11) VALUE SPACE.
035000
035100 01  WS-VISA-LINE-1.
035200     05  FILLER                      PIC X(40) VALUE
035300         "VISA DU RESPONSABLE DE LA CONFORMITE : .".
035400     05  FILLER                      PIC X(40) VALUE
035500         ".......................................".
035600
035700 01  WS-VISA-LINE-2.
035800     05  FILLER                      PIC X(40) VALUE
035900         "DATE ET SIGNATURE                    : .".
036000     05  FILLER                      PIC X(40) VALUE
036100         ".......................................".
036200
036300*-----------------------------------------------------------------
036400* RUN-CONTROL WORK AREA - READ ONLY, FOR THE BUSINESS DATE AND TO
036500* KEEP THE PURGE OUT OF A NIGHT THAT IS STILL RUNNING.  AN
036600* ACCOUNT ALREADY ANONYMISED IS PASSED OVER AND THE ARCHIVE PASS
036700* ONLY EVER WRITES A NEW GENERATION, SO A RERUN IS HARMLESS.
036800*-----------------------------------------------------------------
036900 01  WS-RUN-CONTROL.
037000     COPY RUNCTREC.
037100
037200*-----------------------------------------------------------------
037300* RUN-STATISTICS FILE STATUS - THE RECORD ITSELF COMES FROM THE
037400* RUNSREC COPY MEMBER AND IS WRITTEN BY 9500-WRITE-RUN-STATS.
037500*-----------------------------------------------------------------
037600 77  WS-RS-STATUS                    PIC X(02) VALUE '00'.
037700
037800 PROCEDURE DIVISION.
037900 0000-MAINLINE.
038000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
038100
038200     IF NOT WS-FATAL-ERROR
038300         PERFORM 1500-LOAD-BLOCAGES THRU 1500-LOAD-BLOCAGES-EXIT
038400     END-IF.
038500     IF NOT WS-FATAL-ERROR
038600         PERFORM 2100-READ-CLIENT THRU 2100-READ-CLIENT-EXIT
038700         PERFORM 2000-PROCESS-CLIENT THRU 2000-PROCESS-CLIENT-EXIT
038800             UNTIL WS-END-OF-CLIENTS
038900     END-IF.
039000     IF NOT WS-FATAL-ERROR
039100         PERFORM 3000-ANONYMISE-ARCHIVE
039200             THRU 3000-ANONYMISE-ARCHIVE-EXIT
039300     END-IF.
039400     IF WS-AN-OPEN AND NOT WS-FATAL-ERROR
039500         PERFORM 3500-VERIFY-ARCHIVE
039600             THRU 3500-VERIFY-ARCHIVE-EXIT
039700     END-IF.
039800
039900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
040000
040100     STOP RUN.
040200
040300*-----------------------------------------------------------------
040400* 1000-INITIALIZE - BUSINESS DATE, PARAMETERS AND CUTOFF, THEN
040500* THE FILES.  THE CLIENT-SIDE FILES THAT HAVE NEVER BEEN CREATED
040600* (NO ADDRESS, NO HOLDER, NO CLOSURE REQUEST YET) ARE SIMPLY LEFT
040700* OUT; CLIENT-MASTER AND THE REGISTER ARE REQUIRED.
040800*-----------------------------------------------------------------
040900 1000-INITIALIZE.
041000     DISPLAY "CLIPURGE - DEBUT DE LA PURGE DES COMPTES CLOS".
041100
041200     PERFORM 1050-CHECK-RUN-CONTROL
041300         THRU 1050-CHECK-RUN-CONTROL-EXIT.
041400     IF WS-FATAL-ERROR
041500         GO TO 1000-INITIALIZE-EXIT
041600     END-IF.
041700
041800     PERFORM 1100-LOAD-PARAMETERS THRU 1100-LOAD-PARAMETERS-EXIT.
041900     IF WS-FATAL-ERROR
042000         GO TO 1000-INITIALIZE-EXIT
042100     END-IF.
042200
042300     MOVE WS-RUN-DATE TO WS-DATE-LIMITE-N.
042400     SUBTRACT PA-DUREE-ANNEES FROM WS-DL-AAAA.
042500     DISPLAY "CLIPURGE - CONSERVATION " PA-DUREE-ANNEES
042600         " ANS - CLOTURES AVANT LE " WS-DATE-LIMITE-N.
042700
042800     OPEN OUTPUT PURGE-REGISTER.
042900     IF WS-PR-STATUS NOT = '00'
043000         DISPLAY "CLIPURGE - OUVERTURE PURGREG ECHEC "
043100             WS-PR-STATUS " - AUCUNE PURGE SANS REGISTRE"
043200         SET WS-FATAL-ERROR TO TRUE
043300         MOVE 16 TO RETURN-CODE
043400         GO TO 1000-INITIALIZE-EXIT
043500     END-IF.
043600     MOVE 'Y' TO WS-PR-OPEN-SW.
043700     MOVE WS-RUN-DATE       TO TI-DATE.
043800     MOVE WS-TITRE-LINE     TO PR-LINE.
043900     WRITE PR-LINE.
044000     MOVE PA-DUREE-ANNEES   TO PL-DUREE.
044100     MOVE WS-DATE-LIMITE-N  TO PL-DATE-LIMITE.
044200     MOVE WS-PARAM-LINE     TO PR-LINE.
044300     WRITE PR-LINE.
044400     MOVE PA-AGENT          TO AG-AGENT.
044500     MOVE PA-REFERENCE      TO AG-REFERENCE.
044600     MOVE WS-AGENT-LINE     TO PR-LINE.
044700     WRITE PR-LINE.
044800     MOVE SPACE             TO PR-LINE.
044900     WRITE PR-LINE.
045000     MOVE WS-ENTETE-LINE    TO PR-LINE.
045100     WRITE PR-LINE.
045200
045300     OPEN I-O CLIENT-MASTER.
045400     IF WS-CM-STATUS NOT = '00'
045500         DISPLAY "CLIPURGE - OUVERTURE CLIENT-MASTER ECHEC "
045600             WS-CM-STATUS
045700         SET WS-FATAL-ERROR TO TRUE
045800         MOVE 16 TO RETURN-CODE
045900         GO TO 1000-INITIALIZE-EXIT
046000     END-IF.
046100     MOVE 'Y' TO WS-CM-OPEN-SW.
046200
046300     OPEN I-O ADDR-FILE.
046400     IF WS-AD-STATUS = '00'
046500         MOVE 'Y' TO WS-AD-OPEN-SW
046600     ELSE
046700         IF WS-AD-STATUS NOT = '35'
046800             DISPLAY "CLIPURGE - OUVERTURE CLIADDR ECHEC "
046900                 WS-AD-STATUS
047000             SET WS-FATAL-ERROR TO TRUE
047100             MOVE 16 TO RETURN-CODE
047200             GO TO 1000-INITIALIZE-EXIT
047300         END-IF
047400     END-IF.
047500
047600     OPEN I-O HOLDER-FILE.
047700     IF WS-HO-STATUS = '00'
047800         MOVE 'Y' TO WS-HO-OPEN-SW
047900     ELSE
048000         IF WS-HO-STATUS NOT = '35'
048100             DISPLAY "CLIPURGE - OUVERTURE CLITITU ECHEC "
048200                 WS-HO-STATUS
048300             SET WS-FATAL-ERROR TO TRUE
048400             MOVE 16 TO RETURN-CODE
048500             GO TO 1000-INITIALIZE-EXIT
048600         END-IF
048700     END-IF.
048800
048900     OPEN I-O CLOT-FILE.
049000     IF WS-DC-STATUS = '00'
049100         MOVE 'Y' TO WS-DC-OPEN-SW
049200     ELSE
049300         IF WS-DC-STATUS NOT = '35'
049400             DISPLAY "CLIPURGE - OUVERTURE CLOTDEM ECHEC "
049500                 WS-DC-STATUS
049600             SET WS-FATAL-ERROR TO TRUE
049700             MOVE 16 TO RETURN-CODE
049800             GO TO 1000-INITIALIZE-EXIT
049900         END-IF
050000     END-IF.
050100
050200     OPEN INPUT TRAN-HISTORY.
050300     IF WS-HS-STATUS = '00'
050400         MOVE 'Y' TO WS-HS-OPEN-SW
050500     ELSE
050600         IF WS-HS-STATUS NOT = '35'
050700             DISPLAY "CLIPURGE - OUVERTURE TRAN-HISTORY ECHEC "
050800                 WS-HS-STATUS
050900             SET WS-FATAL-ERROR TO TRUE
051000             MOVE 16 TO RETURN-CODE
051100             GO TO 1000-INITIALIZE-EXIT
051200         END-IF
051300     END-IF.
051400 1000-INITIALIZE-EXIT.
051500     EXIT.
051600
051700*-----------------------------------------------------------------
051800* 1050-CHECK-RUN-CONTROL - THE BUSINESS DATE COMES FROM HERE.
051900* THE PURGE REWRITES CLIENT-MASTER, SO IT IS REFUSED WHILE ANY
052000* STEP OF THE NIGHT IS RUNNING OR WAS LEFT INTERRUPTED.
052100*-----------------------------------------------------------------
052200 1050-CHECK-RUN-CONTROL.
052300     OPEN INPUT RUN-CONTROL.
052400     IF WS-RN-STATUS NOT = '00'
052500         DISPLAY "CLIPURGE - RUNCTL ABSENT OU ILLISIBLE ("
052600             WS-RN-STATUS ") - EXECUTER LA CHAINE QUOTIDIENNE"
052700         SET WS-FATAL-ERROR TO TRUE
052800         MOVE 16 TO RETURN-CODE
052900         GO TO 1050-CHECK-RUN-CONTROL-EXIT
053000     END-IF.
053100     READ RUN-CONTROL INTO WS-RUN-CONTROL
053200         AT END
053300             DISPLAY "CLIPURGE - RUNCTL VIDE - EXECUTER LA "
053400                 "CHAINE QUOTIDIENNE"
053500             SET WS-FATAL-ERROR TO TRUE
053600             MOVE 16 TO RETURN-CODE
053700     END-READ.
053800     CLOSE RUN-CONTROL.
053900     IF WS-FATAL-ERROR
054000         GO TO 1050-CHECK-RUN-CONTROL-EXIT
054100     END-IF.
054200
054300     IF RC-FIRST-EN-COURS OR RC-TRNEDIT-EN-COURS
054400         OR RC-ORDGEN-EN-COURS OR RC-TRNPOST-EN-COURS
054500         OR RC-INTCALC-EN-COURS OR RC-FRAIS-EN-COURS
054600         OR RC-TBALRPT-EN-COURS OR RC-AGIOS-EN-COURS
054700         OR RC-CLOTURE-EN-COURS OR RC-CMPEMIS-EN-COURS
054800         OR RC-CMPRAPP-EN-COURS
054900         DISPLAY "CLIPURGE - UNE ETAPE DE LA DATE "
055000             RC-DATE-AFFAIRES " EST EN COURS OU INTERROMPUE "
055100             "- PURGE REFUSEE"
055200         SET WS-FATAL-ERROR TO TRUE
055300         MOVE 16 TO RETURN-CODE
055400         GO TO 1050-CHECK-RUN-CONTROL-EXIT
055500     END-IF.
055600     MOVE RC-DATE-AFFAIRES TO WS-RUN-DATE.
055700 1050-CHECK-RUN-CONTROL-EXIT.
055800     EXIT.
055900
056000*-----------------------------------------------------------------
056100* 1100-LOAD-PARAMETERS - THE ONE PURGPARM RECORD.  A MISSING OR
056200* EMPTY FILE, A NON-NUMERIC PERIOD, A PERIOD UNDER THE LEGAL
056300* MINIMUM OR A RUN NOBODY HAS AUTHORISED STOPS THE STEP BEFORE
056400* ANYTHING IS TOUCHED.
056500*-----------------------------------------------------------------
056600 1100-LOAD-PARAMETERS.
056700     OPEN INPUT PARM-FILE.
056800     IF WS-PA-STATUS NOT = '00'
056900         DISPLAY "CLIPURGE - PURGPARM ABSENT OU ILLISIBLE ("
057000             WS-PA-STATUS ") - DUREE DE CONSERVATION REQUISE"
057100         SET WS-FATAL-ERROR TO TRUE
057200         MOVE 16 TO RETURN-CODE
057300         GO TO 1100-LOAD-PARAMETERS-EXIT
057400     END-IF.
057500     READ PARM-FILE
057600         AT END
057700             DISPLAY "CLIPURGE - PURGPARM VIDE - DUREE DE "
057800                 "CONSERVATION REQUISE"
057900             SET WS-FATAL-ERROR TO TRUE
058000             MOVE 16 TO RETURN-CODE
058100     END-READ.
058200     CLOSE PARM-FILE.
058300     IF WS-FATAL-ERROR
058400         GO TO 1100-LOAD-PARAMETERS-EXIT
058500     END-IF.
058600
058700     IF PA-DUREE-ANNEES IS NOT NUMERIC
058800         DISPLAY "CLIPURGE - ENREGISTREMENT PURGPARM INVALIDE - "
058900             PA-RECORD
059000         SET WS-FATAL-ERROR TO TRUE
059100         MOVE 16 TO RETURN-CODE
059200         GO TO 1100-LOAD-PARAMETERS-EXIT
059300     END-IF.
059400     IF PA-DUREE-ANNEES < WS-DUREE-MINIMUM
059500         DISPLAY "CLIPURGE - DUREE DE CONSERVATION "
059600             PA-DUREE-ANNEES " ANS INFERIEURE AU MINIMUM LEGAL "
059700             "DE " WS-DUREE-MINIMUM " ANS - PURGE REFUSEE"
059800         SET WS-FATAL-ERROR TO TRUE
059900         MOVE 16 TO RETURN-CODE
060000         GO TO 1100-LOAD-PARAMETERS-EXIT
060100     END-IF.
060200     IF PA-AGENT = SPACE
060300         DISPLAY "CLIPURGE - PURGE NON AUTORISEE (AGENT ABSENT "
060400             "DE PURGPARM) - PURGE REFUSEE"
060500         SET WS-FATAL-ERROR TO TRUE
060600         MOVE 16 TO RETURN-CODE
060700     END-IF.
060800 1100-LOAD-PARAMETERS-EXIT.
060900     EXIT.
061000
061100*-----------------------------------------------------------------
061200* 1500-LOAD-BLOCAGES - EVERY ACCOUNT SOMETHING IS STILL OPEN
061300* AGAINST: A POSTING SUSPENSE ITEM NOT YET REPAIRED OR WRITTEN
061400* OFF (ON EITHER SIDE OF A VIREMENT), AN ALERT COMPLIANCE HAS NOT
061500* DECIDED, A CLEARING ITEM NOT YET SETTLED.  A FILE THAT HAS
061600* NEVER BEEN CREATED HOLDS NOTHING BACK.
061700*-----------------------------------------------------------------
061800 1500-LOAD-BLOCAGES.
061900     OPEN INPUT SUSPENSE-FILE.
062000     IF WS-SU-STATUS = '00'
062100         MOVE 'N' TO WS-SCAN-DONE-SW
062200         PERFORM 1510-SCAN-SUSPENSE THRU 1510-SCAN-SUSPENSE-EXIT
062300             UNTIL WS-SCAN-DONE
062400         CLOSE SUSPENSE-FILE
062500     ELSE
062600         IF WS-SU-STATUS NOT = '35'
062700             DISPLAY "CLIPURGE - OUVERTURE SUSPENS ECHEC "
062800                 WS-SU-STATUS
062900             SET WS-FATAL-ERROR TO TRUE
063000             MOVE 16 TO RETURN-CODE
063100         END-IF
063200     END-IF.
063300     IF WS-FATAL-ERROR
063400         GO TO 1500-LOAD-BLOCAGES-EXIT
063500     END-IF.
063600
063700     OPEN INPUT ALERT-FILE.
063800     IF WS-AL-STATUS = '00'
063900         MOVE 'N' TO WS-SCAN-DONE-SW
064000         PERFORM 1520-SCAN-ALERTS THRU 1520-SCAN-ALERTS-EXIT
064100             UNTIL WS-SCAN-DONE
064200         CLOSE ALERT-FILE
064300     ELSE
064400         IF WS-AL-STATUS NOT = '35'
064500             DISPLAY "CLIPURGE - OUVERTURE LCBALRT ECHEC "
064600                 WS-AL-STATUS
064700             SET WS-FATAL-ERROR TO TRUE
064800             MOVE 16 TO RETURN-CODE
064900         END-IF
065000     END-IF.
065100     IF WS-FATAL-ERROR
065200         GO TO 1500-LOAD-BLOCAGES-EXIT
065300     END-IF.
065400
065500     OPEN INPUT CLEARING-ITEMS.
065600     IF WS-CP-STATUS = '00'
065700         MOVE 'N' TO WS-SCAN-DONE-SW
065800         PERFORM 1530-SCAN-CLEARING THRU 1530-SCAN-CLEARING-EXIT
065900             UNTIL WS-SCAN-DONE
066000         CLOSE CLEARING-ITEMS
066100     ELSE
066200         IF WS-CP-STATUS NOT = '35'
066300             DISPLAY "CLIPURGE - OUVERTURE CMPENC ECHEC "
066400                 WS-CP-STATUS
066500             SET WS-FATAL-ERROR TO TRUE
066600             MOVE 16 TO RETURN-CODE
066700         END-IF
066800     END-IF.
066900     DISPLAY "CLIPURGE - BLOCAGES CHARGES : " WS-BL-COUNT.
067000 1500-LOAD-BLOCAGES-EXIT.
067100     EXIT.
067200
067300*-----------------------------------------------------------------
067400* 1510-SCAN-SUSPENSE - ONE POSTING SUSPENSE ITEM.
067500*-----------------------------------------------------------------
067600 1510-SCAN-SUSPENSE.
067700     READ SUSPENSE-FILE NEXT RECORD
067800         AT END
067900             MOVE 'Y' TO WS-SCAN-DONE-SW
068000             GO TO 1510-SCAN-SUSPENSE-EXIT
068100     END-READ.
068200     IF NOT SU-OUVERT
068300         GO TO 1510-SCAN-SUSPENSE-EXIT
068400     END-IF.
068500     MOVE "SU" TO WS-BL-NOUV-CODE.
068600     IF SU-TR-COMPTE IS NUMERIC AND SU-TR-COMPTE NOT = ZERO
068700         MOVE SU-TR-COMPTE TO WS-BL-NOUV-COMPTE
068800         PERFORM 1590-ADD-BLOCAGE THRU 1590-ADD-BLOCAGE-EXIT
068900     END-IF.
069000     IF SU-TR-COMPTE-DEST IS NUMERIC
069100         AND SU-TR-COMPTE-DEST NOT = ZERO
069200         MOVE SU-TR-COMPTE-DEST TO WS-BL-NOUV-COMPTE
069300         PERFORM 1590-ADD-BLOCAGE THRU 1590-ADD-BLOCAGE-EXIT
069400     END-IF.
069500 1510-SCAN-SUSPENSE-EXIT.
069600     EXIT.
069700
069800*-----------------------------------------------------------------
069900* 1520-SCAN-ALERTS - ONE ANTI-MONEY-LAUNDERING ALERT.
070000*-----------------------------------------------------------------
070100 1520-SCAN-ALERTS.
070200     READ ALERT-FILE NEXT RECORD
070300         AT END
070400             MOVE 'Y' TO WS-SCAN-DONE-SW
070500             GO TO 1520-SCAN-ALERTS-EXIT
070600     END-READ.
070700     IF NOT AL-OUVERTE
070800         GO TO 1520-SCAN-ALERTS-EXIT
070900     END-IF.
071000     MOVE "AL"      TO WS-BL-NOUV-CODE.
071100     MOVE AL-COMPTE TO WS-BL-NOUV-COMPTE.
071200     PERFORM 1590-ADD-BLOCAGE THRU 1590-ADD-BLOCAGE-EXIT.
071300 1520-SCAN-ALERTS-EXIT.
071400     EXIT.
071500
071600*-----------------------------------------------------------------
071700* 1530-SCAN-CLEARING - ONE INTERBANK CLEARING ITEM.
071800*-----------------------------------------------------------------
071900 1530-SCAN-CLEARING.
072000     READ CLEARING-ITEMS NEXT RECORD
072100         AT END
072200             MOVE 'Y' TO WS-SCAN-DONE-SW
072300             GO TO 1530-SCAN-CLEARING-EXIT
072400     END-READ.
072500     IF NOT CP-EN-SUSPENS
072600         GO TO 1530-SCAN-CLEARING-EXIT
072700     END-IF.
072800     MOVE "CP"      TO WS-BL-NOUV-CODE.
072900     MOVE CP-COMPTE TO WS-BL-NOUV-COMPTE.
073000     PERFORM 1590-ADD-BLOCAGE THRU 1590-ADD-BLOCAGE-EXIT.
073100 1530-SCAN-CLEARING-EXIT.
073200     EXIT.
073300
073400*-----------------------------------------------------------------
073500* 1590-ADD-BLOCAGE - ONE ENTRY INTO THE HELD-BACK TABLE.  A FULL
073600* TABLE ENDS THE SCAN AND THE RUN - A PURGE THAT COULD NOT SEE
073700* EVERYTHING HELD BACK MUST NOT PURGE AT ALL.
073800*-----------------------------------------------------------------
073900 1590-ADD-BLOCAGE.
074000     IF WS-BL-COUNT NOT < WS-BL-MAX
074100         DISPLAY "CLIPURGE - TABLE DES BLOCAGES PLEINE ("
074200             WS-BL-MAX ") - PURGE REFUSEE"
074300         SET WS-FATAL-ERROR TO TRUE
074400         MOVE 16 TO RETURN-CODE
074500         MOVE 'Y' TO WS-SCAN-DONE-SW
074600         GO TO 1590-ADD-BLOCAGE-EXIT
074700     END-IF.
074800     ADD 1 TO WS-BL-COUNT.
074900     MOVE WS-BL-NOUV-COMPTE TO WS-BL-COMPTE (WS-BL-COUNT).
075000     MOVE WS-BL-NOUV-CODE   TO WS-BL-CODE (WS-BL-COUNT).
075100 1590-ADD-BLOCAGE-EXIT.
075200     EXIT.
075300
075400*-----------------------------------------------------------------
075500* 2000-PROCESS-CLIENT - ONE ACCOUNT OF CLIENT-MASTER.  ONLY A
075600* CLOSED ACCOUNT NOT YET ANONYMISED IS LOOKED AT; ONE INSIDE THE
075700* RETENTION WINDOW IS COUNTED AND LEFT, ONE PAST IT IS PURGED
075800* UNLESS SOMETHING HOLDS IT BACK, IN WHICH CASE IT IS LISTED.
075900*-----------------------------------------------------------------
076000 2000-PROCESS-CLIENT.
076100     IF NOT WS-COMPTE-FERME
076200         GO TO 2000-PROCESS-CLIENT-SUITE
076300     END-IF.
076400     ADD 1 TO WS-NB-FERMES.
076500     IF WS-NOM = WS-NOM-ANONYME
076600         ADD 1 TO WS-NB-DEJA-ANONYMES
076700         GO TO 2000-PROCESS-CLIENT-SUITE
076800     END-IF.
076900
077000     MOVE SPACE TO WS-MENTION.
077100     PERFORM 2200-FIX-DATE-CLOTURE
077200         THRU 2200-FIX-DATE-CLOTURE-EXIT.
077300     IF WS-FATAL-ERROR
077400         GO TO 2000-PROCESS-CLIENT-EXIT
077500     END-IF.
077600     IF WS-DATE-CLOTURE = ZERO
077700         MOVE "DATE DE CLOTURE INCONNUE" TO WS-MENTION
077800         GO TO 2000-PROCESS-CLIENT-EXCLU
077900     END-IF.
078000     IF WS-DATE-CLOTURE NOT < WS-DATE-LIMITE-N
078100         ADD 1 TO WS-NB-DANS-DELAI
078200         GO TO 2000-PROCESS-CLIENT-SUITE
078300     END-IF.
078400     IF WS-MENTION NOT = SPACE
078500         GO TO 2000-PROCESS-CLIENT-EXCLU
078600     END-IF.
078700
078800     PERFORM 2300-CHECK-BLOCAGE THRU 2300-CHECK-BLOCAGE-EXIT.
078900     IF WS-BL-TROUVE
079000         IF WS-BL-CODE-TROUVE = "SU"
079100             MOVE "SUSPENS DE POSTAGE OUVERT" TO WS-MENTION
079200         ELSE
079300         IF WS-BL-CODE-TROUVE = "AL"
079400             MOVE "ALERTE LCB OUVERTE" TO WS-MENTION
079500         ELSE
079600             MOVE "COMPENSATION EN SUSPENS" TO WS-MENTION
079700         END-IF
079800         END-IF
079900         GO TO 2000-PROCESS-CLIENT-EXCLU
080000     END-IF.
080100
080200     PERFORM 2350-CHECK-LIVE-HISTORY
080300         THRU 2350-CHECK-LIVE-HISTORY-EXIT.
080400     IF WS-MENTION NOT = SPACE
080500         GO TO 2000-PROCESS-CLIENT-EXCLU
080600     END-IF.
080700
080800     PERFORM 2400-PURGE-ACCOUNT THRU 2400-PURGE-ACCOUNT-EXIT.
080900     IF WS-FATAL-ERROR
081000         GO TO 2000-PROCESS-CLIENT-EXIT
081100     END-IF.
081200     GO TO 2000-PROCESS-CLIENT-SUITE.
081300
081400 2000-PROCESS-CLIENT-EXCLU.
081500     ADD 1 TO WS-NB-EXCLUS.
081600     MOVE WS-COMPTE       TO DL-COMPTE.
081700     MOVE WS-DATE-CLOTURE TO DL-DATE-CLOTURE.
081800     MOVE "EXCLU"         TO DL-ACTION.
081900     MOVE WS-MENTION      TO DL-DETAIL.
082000     MOVE WS-DETAIL-LINE  TO PR-LINE.
082100     WRITE PR-LINE.
082200
082300 2000-PROCESS-CLIENT-SUITE.
082400     PERFORM 2100-READ-CLIENT THRU 2100-READ-CLIENT-EXIT.
082500 2000-PROCESS-CLIENT-EXIT.
082600     EXIT.
082700
082800*-----------------------------------------------------------------
082900* 2100-READ-CLIENT - GET THE NEXT CLIENT-MASTER RECORD.  A FATAL
083000* ERROR ALSO ENDS THE PASS.
083100*-----------------------------------------------------------------
083200 2100-READ-CLIENT.
083300     IF WS-FATAL-ERROR
083400         MOVE 'Y' TO WS-EOF-SW
083500         GO TO 2100-READ-CLIENT-EXIT
083600     END-IF.
083700     READ CLIENT-MASTER NEXT RECORD
083800         AT END
083900             MOVE 'Y' TO WS-EOF-SW
084000             GO TO 2100-READ-CLIENT-EXIT
084100     END-READ.
084200 2100-READ-CLIENT-EXIT.
084300     EXIT.
084400
084500*-----------------------------------------------------------------
084600* 2200-FIX-DATE-CLOTURE - WHEN THE ACCOUNT WAS CLOSED.  THE
084700* SETTLEMENT DATE ON CLOTDEM WHEN THERE IS A REQUEST, OR THE LAST
084800* MOVEMENT WHEN LATER OR WHEN THERE IS NONE - A CLOSED ACCOUNT
084900* TAKES NO MOVEMENT, SO NOTHING CAN BE LATER THAN ITS CLOSURE.  A
085000* REQUEST STILL OPEN ON A CLOSED ACCOUNT IS NOT PURGED.
085100*-----------------------------------------------------------------
085200 2200-FIX-DATE-CLOTURE.
085300     MOVE WS-DERN-ACTIVITE TO WS-DATE-CLOTURE.
085400     MOVE 'N' TO WS-DC-TROUVE-SW.
085500     IF NOT WS-DC-OPEN
085600         GO TO 2200-FIX-DATE-CLOTURE-EXIT
085700     END-IF.
085800
085900     MOVE WS-COMPTE TO DC-COMPTE.
086000     READ CLOT-FILE
086100         INVALID KEY
086200             GO TO 2200-FIX-DATE-CLOTURE-EXIT
086300     END-READ.
086400     SET WS-DC-TROUVE TO TRUE.
086500     IF NOT DC-SOLDEE
086600         MOVE "DEMANDE DE CLOTURE NON SOLDEE" TO WS-MENTION
086700     END-IF.
086800     IF DC-DATE-CLOTURE IS NUMERIC
086900         AND DC-DATE-CLOTURE > WS-DATE-CLOTURE
087000         MOVE DC-DATE-CLOTURE TO WS-DATE-CLOTURE
087100     END-IF.
087200 2200-FIX-DATE-CLOTURE-EXIT.
087300     EXIT.
087400
087500*-----------------------------------------------------------------
087600* 2300-CHECK-BLOCAGE - IS THE ACCOUNT IN THE HELD-BACK TABLE?
087700*-----------------------------------------------------------------
087800 2300-CHECK-BLOCAGE.
087900     MOVE 'N' TO WS-BL-TROUVE-SW.
088000     MOVE SPACE TO WS-BL-CODE-TROUVE.
088100     MOVE 1 TO WS-BL-IX.
088200     PERFORM 2310-CHECK-ONE-BLOCAGE
088300         THRU 2310-CHECK-ONE-BLOCAGE-EXIT
088400         UNTIL WS-BL-TROUVE OR WS-BL-IX > WS-BL-COUNT.
088500 2300-CHECK-BLOCAGE-EXIT.
088600     EXIT.
088700
088800*-----------------------------------------------------------------
088900* 2310-CHECK-ONE-BLOCAGE - ONE ENTRY OF THE HELD-BACK TABLE.
089000*-----------------------------------------------------------------
089100 2310-CHECK-ONE-BLOCAGE.
089200     IF WS-BL-COMPTE (WS-BL-IX) = WS-COMPTE
089300         SET WS-BL-TROUVE TO TRUE
089400         MOVE WS-BL-CODE (WS-BL-IX) TO WS-BL-CODE-TROUVE
089500     END-IF.
089600     ADD 1 TO WS-BL-IX.
089700 2310-CHECK-ONE-BLOCAGE-EXIT.
089800     EXIT.
089900
090000*-----------------------------------------------------------------
090100* 2350-CHECK-LIVE-HISTORY - A MOVEMENT STILL ON THE LIVE TRNHIST
090200* CANNOT BE ANONYMISED IN PLACE (THE ACCOUNT IS PART OF ITS KEY),
090300* SO THE ACCOUNT WAITS UNTIL HSTARCH HAS ARCHIVED IT.
090400*-----------------------------------------------------------------
090500 2350-CHECK-LIVE-HISTORY.
090600     IF NOT WS-HS-OPEN
090700         GO TO 2350-CHECK-LIVE-HISTORY-EXIT
090800     END-IF.
090900     MOVE WS-COMPTE TO HS-COMPTE.
091000     MOVE ZERO      TO HS-DATE.
091100     MOVE ZERO      TO HS-SEQ.
091200     START TRAN-HISTORY KEY IS NOT LESS THAN HS-CLE
091300         INVALID KEY
091400             GO TO 2350-CHECK-LIVE-HISTORY-EXIT
091500     END-START.
091600     READ TRAN-HISTORY NEXT RECORD
091700         AT END
091800             GO TO 2350-CHECK-LIVE-HISTORY-EXIT
091900     END-READ.
092000     IF HS-COMPTE = WS-COMPTE
092100         MOVE "HISTORIQUE NON ARCHIVE (HSTARCH)" TO WS-MENTION
092200     END-IF.
092300 2350-CHECK-LIVE-HISTORY-EXIT.
092400     EXIT.
092500
092600*-----------------------------------------------------------------
092700* 2400-PURGE-ACCOUNT - ANONYMISE ONE ACCOUNT: ADDRESS, EXTRA
092800* HOLDERS AND PAYOUT BENEFICIARY FIRST, THE CLIENT-MASTER NAME
092900* LAST, SO AN ACCOUNT IS ONLY MARKED DONE ONCE EVERYTHING ELSE
093000* IS.  ANY FAILURE TO PUT A RECORD BACK STOPS THE RUN.
093100*-----------------------------------------------------------------
093200 2400-PURGE-ACCOUNT.
093300     MOVE 'N' TO WS-AD-TROUVE-SW.
093400     MOVE ZERO TO WS-NB-TITU-COMPTE.
093500
093600     IF WS-AD-OPEN
093700         MOVE WS-COMPTE TO AD-COMPTE
093800         READ ADDR-FILE
093900             INVALID KEY
094000                 GO TO 2400-PURGE-ACCOUNT-TITU
094100         END-READ
094200         MOVE SPACE TO AD-RUE
094300         MOVE SPACE TO AD-VILLE
094400         MOVE SPACE TO AD-CODE-POSTAL
094500         MOVE SPACE TO AD-TELEPHONE
094600         REWRITE AD-ADDRESS-RECORD
094700         IF WS-AD-STATUS NOT = '00'
094800             DISPLAY "CLIPURGE - REWRITE CLIADDR ECHEC "
094900                 WS-COMPTE " " WS-AD-STATUS
095000             SET WS-FATAL-ERROR TO TRUE
095100             MOVE 16 TO RETURN-CODE
095200             GO TO 2400-PURGE-ACCOUNT-EXIT
095300         END-IF
095400         SET WS-AD-TROUVE TO TRUE
095500     END-IF.
095600
095700 2400-PURGE-ACCOUNT-TITU.
095800     IF WS-HO-OPEN
095900         PERFORM 2450-DELETE-HOLDERS
096000             THRU 2450-DELETE-HOLDERS-EXIT
096100         IF WS-FATAL-ERROR
096200             GO TO 2400-PURGE-ACCOUNT-EXIT
096300         END-IF
096400     END-IF.
096500
096600*    THE CLOSURE REQUEST KEEPS ITS DATES AND AMOUNTS FOR THE
096700*    LEDGER; ONLY WHO THE BALANCE WAS PAID TO GOES.
096800     IF WS-DC-TROUVE
096900         MOVE SPACE TO DC-COMPTE-BENEF
097000         MOVE SPACE TO DC-NOM-BENEF
097100         REWRITE DC-CLOSURE-RECORD
097200         IF WS-DC-STATUS NOT = '00'
097300             DISPLAY "CLIPURGE - REWRITE CLOTDEM ECHEC "
097400                 WS-COMPTE " " WS-DC-STATUS
097500             SET WS-FATAL-ERROR TO TRUE
097600             MOVE 16 TO RETURN-CODE
097700             GO TO 2400-PURGE-ACCOUNT-EXIT
097800         END-IF
097900     END-IF.
098000
098100     MOVE WS-NOM-ANONYME TO WS-NOM.
098200     MOVE ZERO TO WS-DATE-NAISSANCE.
098300     MOVE ZERO TO WS-AGE.
098400     REWRITE CM-CLIENT-RECORD.
098500     IF WS-CM-STATUS NOT = '00'
098600         DISPLAY "CLIPURGE - REWRITE CLIENT-MASTER ECHEC "
098700             WS-COMPTE " " WS-CM-STATUS
098800         SET WS-FATAL-ERROR TO TRUE
098900         MOVE 16 TO RETURN-CODE
099000         GO TO 2400-PURGE-ACCOUNT-EXIT
099100     END-IF.
099200     ADD 1 TO WS-NB-PURGES.
099300
099400     MOVE WS-COMPTE       TO DL-COMPTE.
099500     MOVE WS-DATE-CLOTURE TO DL-DATE-CLOTURE.
099600     MOVE "PURGE"         TO DL-ACTION.
099700     MOVE SPACE           TO DL-DETAIL.
099800     MOVE 1               TO WS-DETAIL-PTR.
099900     STRING "NOM"         DELIMITED BY SIZE
100000         INTO DL-DETAIL WITH POINTER WS-DETAIL-PTR
100100     END-STRING.
100200     IF WS-AD-TROUVE
100300         STRING " ADRESSE" DELIMITED BY SIZE
100400             INTO DL-DETAIL WITH POINTER WS-DETAIL-PTR
100500         END-STRING
100600     END-IF.
100700     IF WS-NB-TITU-COMPTE > ZERO
100800         STRING " TITULAIRES=" DELIMITED BY SIZE
100900                WS-NB-TITU-COMPTE DELIMITED BY SIZE
101000             INTO DL-DETAIL WITH POINTER WS-DETAIL-PTR
101100         END-STRING
101200     END-IF.
101300     IF WS-DC-TROUVE
101400         STRING " DEMANDE-CLOTURE" DELIMITED BY SIZE
101500             INTO DL-DETAIL WITH POINTER WS-DETAIL-PTR
101600         END-STRING
101700     END-IF.
101800     MOVE WS-DETAIL-LINE TO PR-LINE.
101900     WRITE PR-LINE.
102000 2400-PURGE-ACCOUNT-EXIT.
102100     EXIT.
102200
102300*-----------------------------------------------------------------
102400* 2450-DELETE-HOLDERS - TAKE EVERY EXTRA HOLDER OFF THE ACCOUNT.
102500* THEIR NAMES, BIRTH DATES AND ADDRESSES ARE PERSONAL DATA JUST
102600* LIKE THE FIRST HOLDER'S.
102700*-----------------------------------------------------------------
102800 2450-DELETE-HOLDERS.
102900     MOVE 'N' TO WS-SCAN-DONE-SW.
103000     MOVE WS-COMPTE TO HO-COMPTE.
103100     MOVE ZERO TO HO-SEQ.
103200     START HOLDER-FILE KEY IS NOT LESS THAN HO-CLE
103300         INVALID KEY
103400             MOVE 'Y' TO WS-SCAN-DONE-SW
103500     END-START.
103600     PERFORM 2460-DELETE-ONE-HOLDER
103700         THRU 2460-DELETE-ONE-HOLDER-EXIT
103800         UNTIL WS-SCAN-DONE.
103900 2450-DELETE-HOLDERS-EXIT.
104000     EXIT.
104100
104200*-----------------------------------------------------------------
104300* 2460-DELETE-ONE-HOLDER - ONE HOLDER RECORD; THE NEXT ACCOUNT'S
104400* FIRST HOLDER ENDS THE SCAN.
104500*-----------------------------------------------------------------
104600 2460-DELETE-ONE-HOLDER.
104700     READ HOLDER-FILE NEXT RECORD
104800         AT END
104900             MOVE 'Y' TO WS-SCAN-DONE-SW
105000             GO TO 2460-DELETE-ONE-HOLDER-EXIT
105100     END-READ.
105200     IF HO-COMPTE NOT = WS-COMPTE
105300         MOVE 'Y' TO WS-SCAN-DONE-SW
105400         GO TO 2460-DELETE-ONE-HOLDER-EXIT
105500     END-IF.
105600     DELETE HOLDER-FILE RECORD.
105700     IF WS-HO-STATUS NOT = '00'
105800         DISPLAY "CLIPURGE - DELETE CLITITU ECHEC "
105900             WS-COMPTE " " WS-HO-STATUS
106000         SET WS-FATAL-ERROR TO TRUE
106100         MOVE 16 TO RETURN-CODE
106200         MOVE 'Y' TO WS-SCAN-DONE-SW
106300         GO TO 2460-DELETE-ONE-HOLDER-EXIT
106400     END-IF.
106500     ADD 1 TO WS-NB-TITU-COMPTE.
106600     ADD 1 TO WS-NB-TITULAIRES.
106700 2460-DELETE-ONE-HOLDER-EXIT.
106800     EXIT.
106900
107000*-----------------------------------------------------------------
107100* 3000-ANONYMISE-ARCHIVE - COPY THE TRNHARCH ARCHIVE TO A NEW
107200* TRNHANON GENERATION, RECORD FOR RECORD AND IN THE SAME ORDER,
107300* WITH THE ACCOUNT NUMBER OF EVERY ANONYMISED ACCOUNT - AS THE
107400* MOVEMENT'S OWN ACCOUNT OR AS THE ACCOUNT IT REFERS TO - SET TO
107500* ZERO.  AMOUNTS, DATES AND INDICATORS ARE UNTOUCHED.  NO ARCHIVE
107600* YET MEANS NOTHING TO DO.
107700*-----------------------------------------------------------------
107800 3000-ANONYMISE-ARCHIVE.
107900     OPEN INPUT ARCHIVE-FILE.
108000     IF WS-AH-STATUS = '35'
108100         DISPLAY "CLIPURGE - TRNHARCH INEXISTANT - AUCUNE "
108200             "ARCHIVE A ANONYMISER"
108300         GO TO 3000-ANONYMISE-ARCHIVE-EXIT
108400     END-IF.
108500     IF WS-AH-STATUS NOT = '00'
108600         DISPLAY "CLIPURGE - OUVERTURE TRNHARCH ECHEC "
108700             WS-AH-STATUS
108800         SET WS-FATAL-ERROR TO TRUE
108900         MOVE 16 TO RETURN-CODE
109000         GO TO 3000-ANONYMISE-ARCHIVE-EXIT
109100     END-IF.
109200     MOVE 'Y' TO WS-AH-OPEN-SW.
109300
109400     OPEN OUTPUT ANON-FILE.
109500     IF WS-AN-STATUS NOT = '00'
109600         DISPLAY "CLIPURGE - OUVERTURE TRNHANON ECHEC "
109700             WS-AN-STATUS
109800         SET WS-FATAL-ERROR TO TRUE
109900         MOVE 16 TO RETURN-CODE
110000         GO TO 3000-ANONYMISE-ARCHIVE-EXIT
110100     END-IF.
110200     MOVE 'Y' TO WS-AN-OPEN-SW.
110300
110400     MOVE ZERO TO WS-AR-CACHE-COMPTE.
110500     MOVE 'N' TO WS-AR-CACHE-SW.
110600     MOVE 'N' TO WS-SCAN-DONE-SW.
110700     PERFORM 3100-COPY-ONE-RECORD THRU 3100-COPY-ONE-RECORD-EXIT
110800         UNTIL WS-SCAN-DONE.
110900
111000     CLOSE ARCHIVE-FILE.
111100     MOVE 'N' TO WS-AH-OPEN-SW.
111200     CLOSE ANON-FILE.
111300 3000-ANONYMISE-ARCHIVE-EXIT.
111400     EXIT.
111500
111600*-----------------------------------------------------------------
111700* 3100-COPY-ONE-RECORD - ONE ARCHIVED MOVEMENT, ANONYMISED WHERE
111800* IT BELONGS TO OR POINTS AT AN ANONYMISED ACCOUNT.
111900*-----------------------------------------------------------------
112000 3100-COPY-ONE-RECORD.
112100     READ ARCHIVE-FILE
112200         AT END
112300             MOVE 'Y' TO WS-SCAN-DONE-SW
112400             GO TO 3100-COPY-ONE-RECORD-EXIT
112500     END-READ.
112600     MOVE AH-RECORD TO HS-HISTORY-RECORD.
112700     ADD 1 TO WS-NB-AR-LUS.
112800     ADD HS-MONTANT TO WS-HASH-AR-LUS.
112900
113000     MOVE HS-COMPTE TO WS-AR-COMPTE.
113100     PERFORM 3200-CHECK-ANONYME THRU 3200-CHECK-ANONYME-EXIT.
113200     IF WS-AR-ANONYME
113300         MOVE ZERO TO HS-COMPTE
113400         ADD 1 TO WS-NB-AR-ANONYMES
113500     END-IF.
113600     IF HS-REF-COMPTE IS NUMERIC AND HS-REF-COMPTE NOT = ZERO
113700         MOVE HS-REF-COMPTE TO WS-AR-COMPTE
113800         PERFORM 3200-CHECK-ANONYME THRU 3200-CHECK-ANONYME-EXIT
113900         IF WS-AR-ANONYME
114000             MOVE ZERO TO HS-REF-COMPTE
114100         END-IF
114200     END-IF.
114300
114400     WRITE AN-RECORD FROM HS-HISTORY-RECORD.
114500     IF WS-AN-STATUS NOT = '00'
114600         DISPLAY "CLIPURGE - ECRITURE TRNHANON ECHEC "
114700             WS-AN-STATUS
114800         SET WS-FATAL-ERROR TO TRUE
114900         MOVE 16 TO RETURN-CODE
115000         MOVE 'Y' TO WS-SCAN-DONE-SW
115100         GO TO 3100-COPY-ONE-RECORD-EXIT
115200     END-IF.
115300     ADD 1 TO WS-NB-AR-ECRITS.
115400 3100-COPY-ONE-RECORD-EXIT.
115500     EXIT.
115600
115700*-----------------------------------------------------------------
115800* 3200-CHECK-ANONYME - IS THE ACCOUNT IN WS-AR-COMPTE ANONYMISED
115900* ON CLIENT-MASTER?  THE ARCHIVE IS IN ACCOUNT ORDER, SO THE LAST
116000* ANSWER IS KEPT AND CLIENT-MASTER IS ONLY READ WHEN THE ACCOUNT
116100* CHANGES.  AN ACCOUNT NUMBER ALREADY ZERO STAYS ZERO.
116200*-----------------------------------------------------------------
116300 3200-CHECK-ANONYME.
116400     MOVE 'N' TO WS-AR-ANON-SW.
116500     IF WS-AR-COMPTE IS NOT NUMERIC OR WS-AR-COMPTE = ZERO
116600         GO TO 3200-CHECK-ANONYME-EXIT
116700     END-IF.
116800     IF WS-AR-COMPTE = WS-AR-CACHE-COMPTE
116900         MOVE WS-AR-CACHE-SW TO WS-AR-ANON-SW
117000         GO TO 3200-CHECK-ANONYME-EXIT
117100     END-IF.
117200
117300     MOVE WS-AR-COMPTE TO WS-COMPTE.
117400     READ CLIENT-MASTER
117500         INVALID KEY
117600             GO TO 3200-CHECK-ANONYME-SUITE
117700     END-READ.
117800     IF WS-NOM = WS-NOM-ANONYME
117900         SET WS-AR-ANONYME TO TRUE
118000     END-IF.
118100
118200 3200-CHECK-ANONYME-SUITE.
118300     MOVE WS-AR-COMPTE  TO WS-AR-CACHE-COMPTE.
118400     MOVE WS-AR-ANON-SW TO WS-AR-CACHE-SW.
118500 3200-CHECK-ANONYME-EXIT.
118600     EXIT.
118700
118800*-----------------------------------------------------------------
118900* 3500-VERIFY-ARCHIVE - RE-READ THE NEW GENERATION AND PROVE ITS
119000* RECORD COUNT AND AMOUNT HASH AGAINST THE ARCHIVE IT WAS COPIED
119100* FROM, WHICH ARE ALSO THE TOTALS ARCHCTL CARRIES.  ONLY A PROVED
119200* TRNHANON MAY REPLACE TRNHARCH.
119300*-----------------------------------------------------------------
119400 3500-VERIFY-ARCHIVE.
119500     OPEN INPUT ANON-FILE.
119600     IF WS-AN-STATUS NOT = '00'
119700         DISPLAY "CLIPURGE - RELECTURE TRNHANON ECHEC "
119800             WS-AN-STATUS
119900         SET WS-FATAL-ERROR TO TRUE
120000         MOVE 16 TO RETURN-CODE
120100         GO TO 3500-VERIFY-ARCHIVE-EXIT
120200     END-IF.
120300
120400     MOVE 'N' TO WS-SCAN-DONE-SW.
120500     PERFORM 3510-VERIFY-ONE-RECORD
120600         THRU 3510-VERIFY-ONE-RECORD-EXIT
120700         UNTIL WS-SCAN-DONE.
120800     CLOSE ANON-FILE.
120900
121000     IF WS-NB-AR-VERIFIES = WS-NB-AR-LUS
121100         AND WS-HASH-AR-VERIFIES = WS-HASH-AR-LUS
121200         SET WS-ARCHIVE-VERIFIED TO TRUE
121300         DISPLAY "CLIPURGE - TRNHANON VERIFIE - PEUT REMPLACER "
121400             "TRNHARCH"
121500     ELSE
121600         DISPLAY "CLIPURGE - TRNHANON NON CONFORME ("
121700             WS-NB-AR-VERIFIES " / " WS-NB-AR-LUS
121800             ") - NE PAS REMPLACER TRNHARCH"
121900         SET WS-FATAL-ERROR TO TRUE
122000         MOVE 16 TO RETURN-CODE
122100     END-IF.
122200 3500-VERIFY-ARCHIVE-EXIT.
122300     EXIT.
122400
122500*-----------------------------------------------------------------
122600* 3510-VERIFY-ONE-RECORD - ONE RECORD OF THE NEW GENERATION INTO
122700* THE PROOF TOTALS.
122800*-----------------------------------------------------------------
122900 3510-VERIFY-ONE-RECORD.
123000     READ ANON-FILE
123100         AT END
123200             MOVE 'Y' TO WS-SCAN-DONE-SW
123300             GO TO 3510-VERIFY-ONE-RECORD-EXIT
123400     END-READ.
123500     MOVE AN-RECORD TO HS-HISTORY-RECORD.
123600     ADD 1 TO WS-NB-AR-VERIFIES.
123700     ADD HS-MONTANT TO WS-HASH-AR-VERIFIES.
123800 3510-VERIFY-ONE-RECORD-EXIT.
123900     EXIT.
124000
124100*-----------------------------------------------------------------
124200* 8000-WRITE-TOTALS - CONTROL TOTALS AND THE SIGN-OFF BLOCK AT
124300* THE FOOT OF THE REGISTER.
124400*-----------------------------------------------------------------
124500 8000-WRITE-TOTALS.
124600     MOVE SPACE TO PR-LINE.
124700     WRITE PR-LINE.
124800     MOVE ZERO TO TL-MONTANT.
124900     MOVE "COMPTES CLOS EXAMINES"          TO TL-LIBELLE.
125000     MOVE WS-NB-FERMES                     TO TL-NOMBRE.
125100     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
125200     MOVE "COMPTES PURGES"                 TO TL-LIBELLE.
125300     MOVE WS-NB-PURGES                     TO TL-NOMBRE.
125400     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
125500     MOVE "  DONT TITULAIRES SUPPRIMES"    TO TL-LIBELLE.
125600     MOVE WS-NB-TITULAIRES                 TO TL-NOMBRE.
125700     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
125800     MOVE "COMPTES EXCLUS"                 TO TL-LIBELLE.
125900     MOVE WS-NB-EXCLUS                     TO TL-NOMBRE.
126000     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
126100     MOVE "COMPTES DANS LE DELAI DE CONSERVATION"
126200                                           TO TL-LIBELLE.
126300     MOVE WS-NB-DANS-DELAI                 TO TL-NOMBRE.
126400     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
126500     MOVE "COMPTES DEJA ANONYMISES"        TO TL-LIBELLE.
126600     MOVE WS-NB-DEJA-ANONYMES              TO TL-NOMBRE.
126700     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
126800     MOVE SPACE TO PR-LINE.
126900     WRITE PR-LINE.
127000     MOVE "ARCHIVE - MOUVEMENTS LUS"       TO TL-LIBELLE.
127100     MOVE WS-NB-AR-LUS                     TO TL-NOMBRE.
127200     MOVE WS-HASH-AR-LUS                   TO TL-MONTANT.
127300     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
127400     MOVE "ARCHIVE - MOUVEMENTS VERIFIES"  TO TL-LIBELLE.
127500     MOVE WS-NB-AR-VERIFIES                TO TL-NOMBRE.
127600     MOVE WS-HASH-AR-VERIFIES              TO TL-MONTANT.
127700     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
127800     MOVE ZERO TO TL-MONTANT.
127900     MOVE "ARCHIVE - MOUVEMENTS ANONYMISES" TO TL-LIBELLE.
128000     MOVE WS-NB-AR-ANONYMES                TO TL-NOMBRE.
128100     PERFORM 8100-WRITE-TOTAL THRU 8100-WRITE-TOTAL-EXIT.
128200
128300     MOVE SPACE TO PR-LINE.
128400     WRITE PR-LINE.
128500     IF WS-FATAL-ERROR
128600         MOVE "*** PURGE INTERROMPUE - VOIR LE COMPTE RENDU ***"
128700             TO PR-LINE
128800         WRITE PR-LINE
128900         MOVE SPACE TO PR-LINE
129000         WRITE PR-LINE
129100     END-IF.
129200     MOVE WS-VISA-LINE-1 TO PR-LINE.
129300     WRITE PR-LINE.
129400     MOVE SPACE TO PR-LINE.
129500     WRITE PR-LINE.
129600     MOVE WS-VISA-LINE-2 TO PR-LINE.
129700     WRITE PR-LINE.
129800 8000-WRITE-TOTALS-EXIT.
129900     EXIT.
130000
130100*-----------------------------------------------------------------
130200* 8100-WRITE-TOTAL - ONE LABELLED TOTAL LINE.
130300*-----------------------------------------------------------------
130400 8100-WRITE-TOTAL.
130500     MOVE WS-TOTAL-LINE TO PR-LINE.
130600     WRITE PR-LINE.
130700 8100-WRITE-TOTAL-EXIT.
130800     EXIT.
130900
131000*-----------------------------------------------------------------
131100* 9000-TERMINATE - REGISTER FOOT, GUARDED CLOSES AND RUN TOTALS.
131200* AN ACCOUNT HELD BACK PAST ITS RETENTION NEEDS SOMEBODY TO LOOK
131300* AT IT AND ENDS THE RUN WITH RETURN-CODE 4.
131400*-----------------------------------------------------------------
131500 9000-TERMINATE.
131600     IF WS-PR-OPEN
131700         PERFORM 8000-WRITE-TOTALS THRU 8000-WRITE-TOTALS-EXIT
131800         CLOSE PURGE-REGISTER
131900     END-IF.
132000     IF WS-AH-OPEN
132100         CLOSE ARCHIVE-FILE
132200     END-IF.
132300     IF WS-CM-OPEN
132400         CLOSE CLIENT-MASTER
132500     END-IF.
132600     IF WS-AD-OPEN
132700         CLOSE ADDR-FILE
132800     END-IF.
132900     IF WS-HO-OPEN
133000         CLOSE HOLDER-FILE
133100     END-IF.
133200     IF WS-DC-OPEN
133300         CLOSE CLOT-FILE
133400     END-IF.
133500     IF WS-HS-OPEN
133600         CLOSE TRAN-HISTORY
133700     END-IF.
133800
133900     IF RETURN-CODE < 4 AND WS-NB-EXCLUS > ZERO
134000         MOVE 4 TO RETURN-CODE
134100     END-IF.
134200
134300     DISPLAY "CLIPURGE - COMPTES CLOS EXAMINES  : " WS-NB-FERMES.
134400     DISPLAY "CLIPURGE - COMPTES PURGES         : " WS-NB-PURGES.
134500     DISPLAY "CLIPURGE - COMPTES EXCLUS         : " WS-NB-EXCLUS.
134600     DISPLAY "CLIPURGE - DANS LE DELAI          : "
134700         WS-NB-DANS-DELAI.
134800     DISPLAY "CLIPURGE - DEJA ANONYMISES        : "
134900         WS-NB-DEJA-ANONYMES.
135000     DISPLAY "CLIPURGE - MOUVEMENTS ANONYMISES  : "
135100         WS-NB-AR-ANONYMES.
135200     PERFORM 9500-WRITE-RUN-STATS
135300         THRU 9500-WRITE-RUN-STATS-EXIT.
135400     DISPLAY "CLIPURGE - FIN DE LA PURGE DES COMPTES CLOS".
135500 9000-TERMINATE-EXIT.
135600     EXIT.
135700
135800*-----------------------------------------------------------------
135900* 9500-WRITE-RUN-STATS - ONE LINE OF RUN TOTALS APPENDED TO THE
136000* COMMON RUNSTAT FILE (CREATED ON ITS VERY FIRST USE), FOR THE
136100* BATCHRPT OPERATIONS SUMMARY.  A FAILURE HERE IS REPORTED BUT
136200* NEVER FAILS THE STEP - THE STATISTICS ARE ABOUT THE RUN, NOT
136300* PART OF IT.
136400*-----------------------------------------------------------------
136500 9500-WRITE-RUN-STATS.
136600     OPEN EXTEND RUN-STATS.
136700     IF WS-RS-STATUS NOT = '00'
136800         OPEN OUTPUT RUN-STATS
136900     END-IF.
137000     IF WS-RS-STATUS NOT = '00'
137100         DISPLAY "CLIPURGE - ECRITURE RUNSTAT ECHEC "
137200             WS-RS-STATUS
137300         GO TO 9500-WRITE-RUN-STATS-EXIT
137400     END-IF.
137500
137600     MOVE "CLIPURGE" TO RS-PROGRAMME.
137700     MOVE RC-DATE-AFFAIRES TO RS-DATE-AFFAIRES.
137800     MOVE WS-NB-PURGES TO RS-NB-TRAITES.
137900     MOVE WS-NB-EXCLUS TO RS-NB-REJETES.
138000     MOVE WS-NB-AR-ANONYMES TO RS-NB-AUTRES.
138100     MOVE RETURN-CODE TO RS-CODE-RETOUR.
138200     WRITE RS-STATS-RECORD.
138300     CLOSE RUN-STATS.
138400 9500-WRITE-RUN-STATS-EXIT.
138500     EXIT.
