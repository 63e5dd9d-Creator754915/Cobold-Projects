000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMPRAPP.
000300 AUTHOR.        R. DUBOIS.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 15/10/2026 RD    Original program.  Interbank clearing
001100*                  reconciliation - matches the clearing house's
001200*                  settlement returns (CMPRETR) against the items
001300*                  CMPEMIS left on CMPENC, the clearing suspense
001400*                  file.  The returns file is proved against its
001500*                  trailer first and refused whole if it does not
001600*                  balance.  A settled item ('R') is closed; a
001700*                  returned or rejected one ('J') is credited back
001800*                  to the ordering account, recorded on TRNHIST
001900*                  as a clearing movement pointing at the
002000*                  original debit, and closed - unless the
002100*                  account is gone, closed or dormant, when the
002200*                  item is marked 'N' and left held in
002300*                  suspense for the back office.  A return that
002400*                  matches no open item, or not for the same
002500*                  amount, is listed and changes nothing, so a
002600*                  returns file fed twice does no harm.  CMPRRPT
002700*                  then lists every item still in suspense with
002800*                  its age and the clearing suspense balance.
002900*                  Runs after TRNPOST; a second pass on the same
003000*                  business date is refused.
003100*-----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RETURN-FILE    ASSIGN TO "CMPRETR"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-RT-STATUS.
003800
003900     SELECT CLIENT-MASTER  ASSIGN TO "CLIMAST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS WS-COMPTE
004300         ALTERNATE RECORD KEY IS WS-NOM WITH DUPLICATES
004400         FILE STATUS IS WS-CM-STATUS.
004500
004600     SELECT TRAN-HISTORY   ASSIGN TO "TRNHIST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS HS-CLE
005000         FILE STATUS IS WS-HS-STATUS.
005100
005200     SELECT CLEARING-ITEMS ASSIGN TO "CMPENC"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS CP-CLE
005600         FILE STATUS IS WS-CP-STATUS.
005700
005800     SELECT RAPP-REPORT    ASSIGN TO "CMPRRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RR-STATUS.
006100
006200     SELECT RUN-CONTROL    ASSIGN TO "RUNCTL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RN-STATUS.
006500
006600     SELECT RUN-STATS      ASSIGN TO "RUNSTAT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RS-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200*    THE SETTLEMENT RETURNS FROM THE CLEARING HOUSE: AN 'E'
007300*    HEADER, ONE 'D' PER ITEM IT HAS SETTLED ('R') OR SENT BACK
007400*    ('J', WITH ITS RETURN CODE AND REASON), UNDER THE REFERENCE
007500*    CMPEMIS GAVE IT, AND A 'T' TRAILER WITH THE COUNT AND TOTAL.
007600 FD  RETURN-FILE.
007700 01  RT-DETAIL-RECORD.
007800     05  RT-TYPE                     PIC X(01).
007900         88  RT-ENTETE                   VALUE 'E'.
008000         88  RT-DETAIL                   VALUE 'D'.
008100         88  RT-REMORQUE                 VALUE 'T'.
008200     05  RT-REFERENCE.
008300         10  RT-REF-DATE             PIC 9(08).
008400         10  RT-REF-SEQ              PIC 9(05).
008500     05  RT-MONTANT                  PIC 9(06)V99.
008600     05  RT-STATUT                   PIC X(01).
008700         88  RT-REGLE                    VALUE 'R'.
008800         88  RT-REJETE                   VALUE 'J'.
008900     05  RT-CODE-RETOUR              PIC X(04).
009000     05  RT-MOTIF-RETOUR             PIC X(30).
009100 01  RT-ENTETE-RECORD.
009200     05  FILLER                      PIC X(01).
009300     05  RE-DATE-RETOUR              PIC 9(08).
009400     05  FILLER                      PIC X(48).
009500 01  RT-REMORQUE-RECORD.
009600     05  FILLER                      PIC X(01).
009700     05  RR-NB-RETOURS               PIC 9(06).
009800     05  RR-TOTAL-MONTANTS           PIC 9(13)V99.
009900     05  FILLER                      PIC X(35).
010000
010100 FD  CLIENT-MASTER.
010200 01  CM-CLIENT-RECORD.
010300     COPY CLIENTREC.
010400
010500 FD  TRAN-HISTORY.
010600 01  HS-HISTORY-RECORD.
010700     COPY TRNHREC.
010800
010900 FD  CLEARING-ITEMS.
011000 01  CP-CLEARING-RECORD.
011100     COPY CMPREC.
011200
011300 FD  RAPP-REPORT.
011400 01  RR-LINE                         PIC X(80).
011500
011600 FD  RUN-CONTROL.
011700 01  RN-RECORD                       PIC X(47).
011800
011900 FD  RUN-STATS.
012000 01  RS-STATS-RECORD.
012100     COPY RUNSREC.
012200
012300 WORKING-STORAGE SECTION.
012400*-----------------------------------------------------------------
012500* SWITCHES AND COUNTERS.
012600*-----------------------------------------------------------------
012700 77  WS-RT-STATUS                    PIC X(02) VALUE '00'.
012800 77  WS-CM-STATUS                    PIC X(02) VALUE '00'.
012900 77  WS-HS-STATUS                    PIC X(02) VALUE '00'.
013000 77  WS-CP-STATUS                    PIC X(02) VALUE '00'.
013100 77  WS-RR-STATUS                    PIC X(02) VALUE '00'.
013200 77  WS-RN-STATUS                    PIC X(02) VALUE '00'.
013300 77  WS-EOF-SW                       PIC X(01) VALUE 'N'.
013400     88  WS-END-OF-RETURNS               VALUE 'Y'.
013500 77  WS-CP-EOF-SW                    PIC X(01) VALUE 'N'.
013600     88  WS-END-OF-ITEMS                 VALUE 'Y'.
013700 77  WS-RT-OPEN-SW                   PIC X(01) VALUE 'N'.
013800     88  WS-RT-OPEN                      VALUE 'Y'.
013900 77  WS-CM-OPEN-SW                   PIC X(01) VALUE 'N'.
014000     88  WS-CM-OPEN                      VALUE 'Y'.
014100 77  WS-HS-OPEN-SW                   PIC X(01) VALUE 'N'.
014200     88  WS-HS-OPEN                      VALUE 'Y'.
014300 77  WS-CP-OPEN-SW                   PIC X(01) VALUE 'N'.
014400     88  WS-CP-OPEN                      VALUE 'Y'.
014500 77  WS-RR-OPEN-SW                   PIC X(01) VALUE 'N'.
014600     88  WS-RR-OPEN                      VALUE 'Y'.
014700 77  WS-HS-DONE-SW                   PIC X(01) VALUE 'N'.
014800     88  WS-HS-WRITE-DONE                VALUE 'Y'.
014900 77  WS-HS-ERR-SW                    PIC X(01) VALUE 'N'.
015000     88  WS-HS-WRITE-ERROR               VALUE 'Y'.
015100 77  WS-RC-ABEND-SW                  PIC X(01) VALUE 'N'.
015200     88  WS-RC-ABEND                     VALUE 'Y'.
015300 77  WS-RC-CHECKED-SW                PIC X(01) VALUE 'N'.
015400     88  WS-RC-CHECKED                   VALUE 'Y'.
015500 77  WS-TRAILER-SW                   PIC X(01) VALUE 'N'.
015600     88  WS-TRAILER-SEEN                 VALUE 'Y'.
015700 77  WS-REFUS-SW                     PIC X(01) VALUE 'N'.
015800     88  WS-FILE-REFUSED                 VALUE 'Y'.
015900 77  WS-RECORD-COUNT                 PIC 9(05) COMP VALUE ZERO.
016000 77  WS-DETAIL-COUNT                 PIC 9(06) VALUE ZERO.
016100 77  WS-DETAIL-TOTAL                 PIC 9(13)V99 VALUE ZERO.
016200 77  WS-NB-REGLES                    PIC 9(05) COMP VALUE ZERO.
016300 77  WS-MT-REGLES                    PIC 9(13)V99 COMP-3
016400     VALUE ZERO.
016500 77  WS-NB-RECREDITES                PIC 9(05) COMP VALUE ZERO.
016600 77  WS-MT-RECREDITES                PIC 9(13)V99 COMP-3
016700     VALUE ZERO.
016800 77  WS-NB-NON-CREDITES              PIC 9(05) COMP VALUE ZERO.
016900 77  WS-MT-NON-CREDITES              PIC 9(13)V99 COMP-3
017000     VALUE ZERO.
017100 77  WS-NB-ANOMALIES                 PIC 9(05) COMP VALUE ZERO.
017200 77  WS-MT-ANOMALIES                 PIC 9(13)V99 COMP-3
017300     VALUE ZERO.
017400 77  WS-NB-ENC-EMIS                  PIC 9(05) COMP VALUE ZERO.
017500 77  WS-MT-ENC-EMIS                  PIC 9(13)V99 COMP-3
017600     VALUE ZERO.
017700 77  WS-NB-ENC-NON-CREDITES          PIC 9(05) COMP VALUE ZERO.
017800 77  WS-MT-ENC-NON-CREDITES          PIC 9(13)V99 COMP-3
017900     VALUE ZERO.
018000 77  WS-NB-SUSPENS                   PIC 9(05) COMP VALUE ZERO.
018100 77  WS-MT-SUSPENS                   PIC 9(13)V99 COMP-3
018200     VALUE ZERO.
018300 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
018400 77  WS-JOUR-RUN                     PIC 9(07) COMP VALUE ZERO.
018500 77  WS-AGE-JOURS                    PIC S9(07) COMP VALUE ZERO.
018600 77  WS-MENTION                      PIC X(30) VALUE SPACE.
018700
018800*-----------------------------------------------------------------
018900* DAY-NUMBER WORK AREA - 8500-CALC-JOUR TURNS THE CCYYMMDD DATE IN
019000* WS-JN-DATE INTO A DAY COUNT IN WS-JN-NUMERO, SO AN AGE IS ONE
019100* SUBTRACTION WHATEVER MONTHS AND YEARS LIE IN BETWEEN.  THE YEAR
019200* IS TAKEN TO START ON 1 MARCH SO THE LEAP DAY FALLS LAST; EACH
019300* DIVISION IS DONE ON ITS OWN INTO A WHOLE FIELD TO DROP THE
019400* REMAINDER.
019500*-----------------------------------------------------------------
019600 01  WS-JN-DATE.
019700     05  WS-JN-AAAA                  PIC 9(04).
019800     05  WS-JN-MM                    PIC 9(02).
019900     05  WS-JN-JJ                    PIC 9(02).
020000 77  WS-JN-AN                        PIC 9(04) COMP VALUE ZERO.
020100 77  WS-JN-MOIS                      PIC 9(02) COMP VALUE ZERO.
020200 77  WS-JN-QUOT-4                    PIC 9(04) COMP VALUE ZERO.
020300 77  WS-JN-QUOT-100                  PIC 9(04) COMP VALUE ZERO.
020400 77  WS-JN-QUOT-400                  PIC 9(04) COMP VALUE ZERO.
020500 77  WS-JN-JOURS-MOIS                PIC 9(04) COMP VALUE ZERO.
020600 77  WS-JN-NUMERO                    PIC 9(07) COMP VALUE ZERO.
020700
020800*-----------------------------------------------------------------
020900* RECONCILIATION REPORT LINE LAYOUTS.
021000*-----------------------------------------------------------------
021100 01  WS-TITRE-LINE.
021200     05  FILLER                      PIC X(36) VALUE
021300         "RAPPROCHEMENT COMPENSATION - DATE  ".
021400     05  TI-DATE                     PIC 9(08).
021500     05  FILLER                      PIC X(36) VALUE SPACE.
021600
021700 01  WS-SECTION-LINE.
021800     05  SL-LIBELLE                  PIC X(40).
021900     05  FILLER                      PIC X(40) VALUE SPACE.
022000
022100 01  WS-ENTETE-LINE.
022200     05  FILLER                      PIC X(40) VALUE
022300         "REFERENCE        COMPTE      MONTANT S M".
022400     05  FILLER                      PIC X(40) VALUE
022500         "ENTION                                  ".
022600
022700 01  WS-DETAIL-LINE.
022800     05  DL-REF-DATE                 PIC 9(08).
022900     05  FILLER                      PIC X(01) VALUE '-'.
023000     05  DL-REF-SEQ                  PIC 9(05).
023100     05  FILLER                      PIC X(01) VALUE SPACE.
023200     05  DL-COMPTE                   PIC 9(08).
023300     05  FILLER                      PIC X(01) VALUE SPACE.
023400     05  DL-MONTANT                  PIC ZZZ,ZZ9.99.
023500     05  FILLER                      PIC X(01) VALUE SPACE.
023600     05  DL-STATUT                   PIC X(01).
023700     05  FILLER                      PIC X(01) VALUE SPACE.
023800     05  DL-MENTION                  PIC X(30).
023900     05  FILLER                      PIC X(13) VALUE SPACE.
024000
024100 01  WS-ENCOURS-LINE.
024200     05  EL-REF-DATE                 PIC 9(08).
024300     05  FILLER                      PIC X(01) VALUE '-'.
024400     05  EL-REF-SEQ                  PIC 9(05).
024500     05  FILLER                      PIC X(01) VALUE SPACE.
024600     05  EL-COMPTE                   PIC 9(08).
024700     05  FILLER                      PIC X(01) VALUE SPACE.
024800     05  EL-MONTANT                  PIC ZZZ,ZZ9.99.
024900     05  FILLER                      PIC X(01) VALUE SPACE.
025000     05  EL-STATUT                   PIC X(01).
025100     05  FILLER                      PIC X(01) VALUE SPACE.
025200     05  EL-AGE                      PIC ZZZZ9.
025300     05  FILLER                      PIC X(03) VALUE " J ".
025400     05  EL-NOM-BENEF                PIC X(30).
025500     05  FILLER                      PIC X(05) VALUE SPACE.
025600
025700 01  WS-TOTAL-LINE.
025800     05  TL-LIBELLE                  PIC X(30).
025900     05  TL-NOMBRE                   PIC ZZ,ZZ9.
026000     05  FILLER                      PIC X(03) VALUE SPACE.
026100     05  TL-MONTANT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
026200     05  FILLER                      PIC X(25) VALUE SPACE.
026300
026400*-----------------------------------------------------------------
026500* RUN-CONTROL WORK AREA - THE RUNCTL RECORD IS HELD HERE BETWEEN
026600* THE READ AT INITIALIZATION AND THE WRITE-BACKS.
026700*-----------------------------------------------------------------
026800 01  WS-RUN-CONTROL.
026900     COPY RUNCTREC.
027000
027100*-----------------------------------------------------------------
027200* RUN-STATISTICS FILE STATUS - THE RECORD ITSELF COMES FROM THE
027300* RUNSREC COPY MEMBER AND IS WRITTEN BY 9500-WRITE-RUN-STATS.
027400*-----------------------------------------------------------------
027500 77  WS-RS-STATUS                    PIC X(02) VALUE '00'.
027600
027700 PROCEDURE DIVISION.
027800 0000-MAINLINE.
027900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
028000
028100     PERFORM 2000-PROCESS-RETURNS THRU 2000-PROCESS-RETURNS-EXIT
028200         UNTIL WS-END-OF-RETURNS.
028300
028400     IF NOT WS-RC-ABEND AND RETURN-CODE NOT = 16
028500         PERFORM 3000-LIST-OUTSTANDING
028600             THRU 3000-LIST-OUTSTANDING-EXIT
028700     END-IF.
028800
028900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
029000
029100     STOP RUN.
029200
029300*-----------------------------------------------------------------
029400* 1000-INITIALIZE - OPEN THE FILES, PASS THE RUN-CONTROL GATE,
029500* PROVE THE RETURNS FILE AGAINST ITS TRAILER AND, IF IT
029600* BALANCES, REOPEN IT AND PRIME THE FIRST READ.
029700*-----------------------------------------------------------------
029800 1000-INITIALIZE.
029900     DISPLAY "CMPRAPP - DEBUT DU RAPPROCHEMENT COMPENSATION".
030000
030100     OPEN I-O TRAN-HISTORY.
030200     IF WS-HS-STATUS = '35'
030300         OPEN OUTPUT TRAN-HISTORY
030400     END-IF.
030500     IF WS-HS-STATUS = '00'
030600         MOVE 'Y' TO WS-HS-OPEN-SW
030700     ELSE
030800         DISPLAY "CMPRAPP - OUVERTURE TRAN-HISTORY ECHEC "
030900             WS-HS-STATUS
031000         MOVE 16 TO RETURN-CODE
031100         MOVE 'Y' TO WS-EOF-SW
031200         GO TO 1000-INITIALIZE-EXIT
031300     END-IF.
031400
031500     PERFORM 1050-CHECK-RUN-CONTROL
031600         THRU 1050-CHECK-RUN-CONTROL-EXIT.
031700     IF WS-RC-ABEND
031800         MOVE 16 TO RETURN-CODE
031900         MOVE 'Y' TO WS-EOF-SW
032000         GO TO 1000-INITIALIZE-EXIT
032100     END-IF.
032200
032300     OPEN I-O CLIENT-MASTER.
032400     IF WS-CM-STATUS NOT = '00'
032500         DISPLAY "CMPRAPP - OUVERTURE CLIENT-MASTER ECHEC "
032600             WS-CM-STATUS
032700         MOVE 16 TO RETURN-CODE
032800         MOVE 'Y' TO WS-EOF-SW
032900         GO TO 1000-INITIALIZE-EXIT
033000     END-IF.
033100     MOVE 'Y' TO WS-CM-OPEN-SW.
033200
033300*    NO CLEARING SUSPENSE FILE YET - NOTHING HAS EVER BEEN SENT,
033400*    SO ANY RETURN IS UNKNOWN AND NOTHING IS OUTSTANDING.
033500     OPEN I-O CLEARING-ITEMS.
033600     IF WS-CP-STATUS = '00'
033700         MOVE 'Y' TO WS-CP-OPEN-SW
033800     ELSE
033900         IF WS-CP-STATUS NOT = '35'
034000             DISPLAY "CMPRAPP - OUVERTURE CMPENC ECHEC "
034100                 WS-CP-STATUS
034200             MOVE 16 TO RETURN-CODE
034300             MOVE 'Y' TO WS-EOF-SW
034400             GO TO 1000-INITIALIZE-EXIT
034500         END-IF
034600     END-IF.
034700
034800     OPEN OUTPUT RAPP-REPORT.
034900     IF WS-RR-STATUS NOT = '00'
035000         DISPLAY "CMPRAPP - OUVERTURE CMPRRPT ECHEC "
035100             WS-RR-STATUS
035200     ELSE
035300         MOVE 'Y' TO WS-RR-OPEN-SW
035400         MOVE WS-RUN-DATE TO TI-DATE
035500         MOVE WS-TITRE-LINE TO RR-LINE
035600         WRITE RR-LINE
035700         MOVE "RETOURS DE REGLEMENT" TO SL-LIBELLE
035800         MOVE WS-SECTION-LINE TO RR-LINE
035900         WRITE RR-LINE
036000         MOVE WS-ENTETE-LINE TO RR-LINE
036100         WRITE RR-LINE
036200     END-IF.
036300
036400*    NO RETURNS TONIGHT - ONLY THE OUTSTANDING ITEMS ARE LISTED.
036500     OPEN INPUT RETURN-FILE.
036600     IF WS-RT-STATUS = '35'
036700         DISPLAY "CMPRAPP - AUCUN RETOUR DE REGLEMENT (CMPRETR "
036800             "ABSENT)"
036900         MOVE 'Y' TO WS-EOF-SW
037000         GO TO 1000-INITIALIZE-EXIT
037100     END-IF.
037200     IF WS-RT-STATUS NOT = '00'
037300         DISPLAY "CMPRAPP - OUVERTURE CMPRETR ECHEC "
037400             WS-RT-STATUS
037500         MOVE 16 TO RETURN-CODE
037600         MOVE 'Y' TO WS-EOF-SW
037700         GO TO 1000-INITIALIZE-EXIT
037800     END-IF.
037900     MOVE 'Y' TO WS-RT-OPEN-SW.
038000
038100     PERFORM 1100-PROVE-RETURNS THRU 1100-PROVE-RETURNS-EXIT.
038200     CLOSE RETURN-FILE.
038300     MOVE 'N' TO WS-EOF-SW.
038400     MOVE 'N' TO WS-RT-OPEN-SW.
038500
038600*    A FILE THAT DOES NOT BALANCE IS REFUSED WHOLE AND NOTHING
038700*    HAS MOVED - THE RUN-CONTROL IS PUT BACK SO THE STEP CAN BE
038800*    RUN AGAIN ONCE THE CLEARING HOUSE HAS RESENT IT.
038900     IF WS-FILE-REFUSED
039000         DISPLAY "CMPRAPP - FICHIER CMPRETR REFUSE - AUCUN "
039100             "RETOUR TRAITE"
039200         MOVE SPACE TO RC-CMPRAPP-STATUT
039300         PERFORM 1060-WRITE-RUN-CONTROL
039400             THRU 1060-WRITE-RUN-CONTROL-EXIT
039500         MOVE 'N' TO WS-RC-CHECKED-SW
039600         MOVE 16 TO RETURN-CODE
039700         MOVE 'Y' TO WS-EOF-SW
039800         GO TO 1000-INITIALIZE-EXIT
039900     END-IF.
040000
040100     OPEN INPUT RETURN-FILE.
040200     IF WS-RT-STATUS NOT = '00'
040300         DISPLAY "CMPRAPP - REOUVERTURE CMPRETR ECHEC "
040400             WS-RT-STATUS
040500         MOVE 16 TO RETURN-CODE
040600         MOVE 'Y' TO WS-EOF-SW
040700         GO TO 1000-INITIALIZE-EXIT
040800     END-IF.
040900     MOVE 'Y' TO WS-RT-OPEN-SW.
041000
041100     PERFORM 2100-READ-RETURN THRU 2100-READ-RETURN-EXIT.
041200 1000-INITIALIZE-EXIT.
041300     EXIT.
041400
041500*-----------------------------------------------------------------
041600* 1050-CHECK-RUN-CONTROL - THE GATE ON THE WHOLE STEP.  THE
041700* DAY'S POSTING MUST BE COMPLETE, AND A RECONCILIATION ALREADY
041800* DONE (OR LEFT IN PROGRESS) FOR THIS BUSINESS DATE IS NOT RUN
041900* AGAIN WITHOUT THE OPERATOR LOOKING AT IT.
042000*-----------------------------------------------------------------
042100 1050-CHECK-RUN-CONTROL.
042200     OPEN INPUT RUN-CONTROL.
042300     IF WS-RN-STATUS NOT = '00'
042400         DISPLAY "CMPRAPP - RUNCTL ABSENT OU ILLISIBLE ("
042500             WS-RN-STATUS ") - EXECUTER LA CHAINE QUOTIDIENNE"
042600         SET WS-RC-ABEND TO TRUE
042700         GO TO 1050-CHECK-RUN-CONTROL-EXIT
042800     END-IF.
042900     READ RUN-CONTROL INTO WS-RUN-CONTROL
043000         AT END
043100             DISPLAY "CMPRAPP - RUNCTL VIDE - EXECUTER LA "
043200                 "CHAINE QUOTIDIENNE"
043300             SET WS-RC-ABEND TO TRUE
043400     END-READ.
043500     CLOSE RUN-CONTROL.
043600     IF WS-RC-ABEND
043700         GO TO 1050-CHECK-RUN-CONTROL-EXIT
043800     END-IF.
043900
044000     IF NOT RC-TRNPOST-TERMINE
044100         DISPLAY "CMPRAPP - POSTING (TRNPOST) PAS TERMINE POUR "
044200             "LA DATE " RC-DATE-AFFAIRES " - ETAPE HORS SEQUENCE"
044300         SET WS-RC-ABEND TO TRUE
044400         GO TO 1050-CHECK-RUN-CONTROL-EXIT
044500     END-IF.
044600
044700     IF RC-CMPRAPP-TERMINE
044800         DISPLAY "CMPRAPP - RAPPROCHEMENT DEJA FAIT POUR LA DATE "
044900             RC-DATE-AFFAIRES " - DOUBLE PASSAGE REFUSE"
045000         SET WS-RC-ABEND TO TRUE
045100         GO TO 1050-CHECK-RUN-CONTROL-EXIT
045200     END-IF.
045300
045400     IF RC-CMPRAPP-EN-COURS
045500         DISPLAY "CMPRAPP - PASSAGE PRECEDENT INTERROMPU - "
045600             "VERIFIER CMPENC AVANT TOUTE REPRISE"
045700         SET WS-RC-ABEND TO TRUE
045800         GO TO 1050-CHECK-RUN-CONTROL-EXIT
045900     END-IF.
046000
046100     MOVE RC-DATE-AFFAIRES TO WS-RUN-DATE.
046200     MOVE WS-RUN-DATE TO WS-JN-DATE.
046300     PERFORM 8500-CALC-JOUR THRU 8500-CALC-JOUR-EXIT.
046400     MOVE WS-JN-NUMERO TO WS-JOUR-RUN.
046500
046600     MOVE 'E' TO RC-CMPRAPP-STATUT.
046700     PERFORM 1060-WRITE-RUN-CONTROL
046800         THRU 1060-WRITE-RUN-CONTROL-EXIT.
046900     IF NOT WS-RC-ABEND
047000         SET WS-RC-CHECKED TO TRUE
047100     END-IF.
047200 1050-CHECK-RUN-CONTROL-EXIT.
047300     EXIT.
047400
047500*-----------------------------------------------------------------
047600* 1060-WRITE-RUN-CONTROL - PUT THE WHOLE RUNCTL RECORD BACK.
047700*-----------------------------------------------------------------
047800 1060-WRITE-RUN-CONTROL.
047900     OPEN OUTPUT RUN-CONTROL.
048000     IF WS-RN-STATUS NOT = '00'
048100         DISPLAY "CMPRAPP - ECRITURE RUNCTL ECHEC " WS-RN-STATUS
048200         SET WS-RC-ABEND TO TRUE
048300         GO TO 1060-WRITE-RUN-CONTROL-EXIT
048400     END-IF.
048500     WRITE RN-RECORD FROM WS-RUN-CONTROL.
048600     CLOSE RUN-CONTROL.
048700 1060-WRITE-RUN-CONTROL-EXIT.
048800     EXIT.
048900
049000*-----------------------------------------------------------------
049100* 1100-PROVE-RETURNS - FIRST PASS OVER THE RETURNS FILE: A
049200* HEADER FIRST, DETAILS THAT ARE WELL FORMED, AND A TRAILER
049300* WHOSE COUNT AND TOTAL AGREE WITH THE DETAILS READ.
049400*-----------------------------------------------------------------
049500 1100-PROVE-RETURNS.
049600     PERFORM 1110-PROVE-RECORD THRU 1110-PROVE-RECORD-EXIT
049700         UNTIL WS-END-OF-RETURNS.
049800
049900     IF WS-RECORD-COUNT = ZERO
050000         DISPLAY "CMPRAPP - CMPRETR VIDE"
050100         GO TO 1100-PROVE-RETURNS-EXIT
050200     END-IF.
050300     IF NOT WS-TRAILER-SEEN
050400         DISPLAY "CMPRAPP - CMPRETR SANS REMORQUE"
050500         SET WS-FILE-REFUSED TO TRUE
050600     END-IF.
050700 1100-PROVE-RETURNS-EXIT.
050800     EXIT.
050900
051000*-----------------------------------------------------------------
051100* 1110-PROVE-RECORD - ONE RECORD OF THE PROVING PASS.
051200*-----------------------------------------------------------------
051300 1110-PROVE-RECORD.
051400     READ RETURN-FILE
051500         AT END
051600             MOVE 'Y' TO WS-EOF-SW
051700             GO TO 1110-PROVE-RECORD-EXIT
051800     END-READ.
051900     ADD 1 TO WS-RECORD-COUNT.
052000
052100     IF WS-RECORD-COUNT = 1 AND NOT RT-ENTETE
052200         DISPLAY "CMPRAPP - CMPRETR SANS ENTETE"
052300         SET WS-FILE-REFUSED TO TRUE
052400         GO TO 1110-PROVE-RECORD-EXIT
052500     END-IF.
052600     IF WS-TRAILER-SEEN
052700         DISPLAY "CMPRAPP - ENREGISTREMENT APRES LA REMORQUE"
052800         SET WS-FILE-REFUSED TO TRUE
052900         GO TO 1110-PROVE-RECORD-EXIT
053000     END-IF.
053100
053200     IF RT-ENTETE
053300         IF WS-RECORD-COUNT NOT = 1
053400             DISPLAY "CMPRAPP - ENTETE PAS EN TETE"
053500             SET WS-FILE-REFUSED TO TRUE
053600         END-IF
053700         GO TO 1110-PROVE-RECORD-EXIT
053800     END-IF.
053900
054000     IF RT-REMORQUE
054100         SET WS-TRAILER-SEEN TO TRUE
054200         IF RR-NB-RETOURS NOT = WS-DETAIL-COUNT
054300             OR RR-TOTAL-MONTANTS NOT = WS-DETAIL-TOTAL
054400             DISPLAY "CMPRAPP - REMORQUE " RR-NB-RETOURS " "
054500                 RR-TOTAL-MONTANTS " - LU " WS-DETAIL-COUNT " "
054600                 WS-DETAIL-TOTAL
054700             SET WS-FILE-REFUSED TO TRUE
054800         END-IF
054900         GO TO 1110-PROVE-RECORD-EXIT
055000     END-IF.
055100
055200     IF NOT RT-DETAIL
055300         DISPLAY "CMPRAPP - TYPE D'ENREGISTREMENT INCONNU "
055400             RT-TYPE
055500         SET WS-FILE-REFUSED TO TRUE
055600         GO TO 1110-PROVE-RECORD-EXIT
055700     END-IF.
055800     IF RT-REFERENCE IS NOT NUMERIC
055900         OR RT-MONTANT IS NOT NUMERIC
056000         OR (NOT RT-REGLE AND NOT RT-REJETE)
056100         DISPLAY "CMPRAPP - RETOUR MAL FORME " RT-REFERENCE
056200         SET WS-FILE-REFUSED TO TRUE
056300         GO TO 1110-PROVE-RECORD-EXIT
056400     END-IF.
056500     ADD 1 TO WS-DETAIL-COUNT.
056600     ADD RT-MONTANT TO WS-DETAIL-TOTAL.
056700 1110-PROVE-RECORD-EXIT.
056800     EXIT.
056900
057000*-----------------------------------------------------------------
057100* 2000-PROCESS-RETURNS - ONE SETTLEMENT RETURN MATCHED AGAINST
057200* ITS CLEARING ITEM.  HEADER AND TRAILER WERE PROVED IN THE FIRST
057300* PASS AND ARE PASSED OVER HERE.
057400*-----------------------------------------------------------------
057500 2000-PROCESS-RETURNS.
057600     IF NOT RT-DETAIL
057700         GO TO 2000-PROCESS-RETURNS-SUITE
057800     END-IF.
057900     MOVE SPACE TO WS-MENTION.
058000     MOVE ZERO TO DL-COMPTE.
058100
058200     IF NOT WS-CP-OPEN
058300         MOVE "REFERENCE INCONNUE" TO WS-MENTION
058400         GO TO 2000-PROCESS-RETURNS-ANOMALIE
058500     END-IF.
058600     MOVE RT-REF-DATE TO CP-DATE-EMISSION.
058700     MOVE RT-REF-SEQ  TO CP-SEQ.
058800     READ CLEARING-ITEMS
058900         INVALID KEY
059000             MOVE "REFERENCE INCONNUE" TO WS-MENTION
059100             GO TO 2000-PROCESS-RETURNS-ANOMALIE
059200     END-READ.
059300     MOVE CP-COMPTE TO DL-COMPTE.
059400     IF CP-MONTANT NOT = RT-MONTANT
059500         MOVE "MONTANT DIFFERENT DE L'EMIS" TO WS-MENTION
059600         GO TO 2000-PROCESS-RETURNS-ANOMALIE
059700     END-IF.
059800     IF NOT CP-EMIS
059900         MOVE "ENCOURS DEJA TRAITE" TO WS-MENTION
060000         GO TO 2000-PROCESS-RETURNS-ANOMALIE
060100     END-IF.
060200
060300     IF RT-REGLE
060400         PERFORM 2200-SETTLE-ITEM THRU 2200-SETTLE-ITEM-EXIT
060500     ELSE
060600         PERFORM 2300-RETURN-ITEM THRU 2300-RETURN-ITEM-EXIT
060700     END-IF.
060800     GO TO 2000-PROCESS-RETURNS-LISTE.
060900
061000 2000-PROCESS-RETURNS-ANOMALIE.
061100     ADD 1 TO WS-NB-ANOMALIES.
061200     ADD RT-MONTANT TO WS-MT-ANOMALIES.
061300
061400 2000-PROCESS-RETURNS-LISTE.
061500     PERFORM 2500-WRITE-DETAIL THRU 2500-WRITE-DETAIL-EXIT.
061600
061700 2000-PROCESS-RETURNS-SUITE.
061800     IF NOT WS-END-OF-RETURNS
061900         PERFORM 2100-READ-RETURN THRU 2100-READ-RETURN-EXIT
062000     END-IF.
062100 2000-PROCESS-RETURNS-EXIT.
062200     EXIT.
062300
062400*-----------------------------------------------------------------
062500* 2100-READ-RETURN - GET THE NEXT RETURNS RECORD.
062600*-----------------------------------------------------------------
062700 2100-READ-RETURN.
062800     READ RETURN-FILE
062900         AT END
063000             MOVE 'Y' TO WS-EOF-SW
063100             GO TO 2100-READ-RETURN-EXIT
063200     END-READ.
063300 2100-READ-RETURN-EXIT.
063400     EXIT.
063500
063600*-----------------------------------------------------------------
063700* 2200-SETTLE-ITEM - THE CLEARING HOUSE HAS PAID THE ITEM OVER:
063800* IT LEAVES SUSPENSE.
063900*-----------------------------------------------------------------
064000 2200-SETTLE-ITEM.
064100     SET CP-REGLE TO TRUE.
064200     MOVE WS-RUN-DATE TO CP-DATE-STATUT.
064300     PERFORM 2400-REWRITE-ITEM THRU 2400-REWRITE-ITEM-EXIT.
064400     IF RETURN-CODE = 16
064500         GO TO 2200-SETTLE-ITEM-EXIT
064600     END-IF.
064700     ADD 1 TO WS-NB-REGLES.
064800     ADD CP-MONTANT TO WS-MT-REGLES.
064900     MOVE "REGLE" TO WS-MENTION.
065000 2200-SETTLE-ITEM-EXIT.
065100     EXIT.
065200
065300*-----------------------------------------------------------------
065400* 2300-RETURN-ITEM - THE PAYMENT CAME BACK: CREDIT THE ORDERING
065500* ACCOUNT, RECORD THE CREDIT ON HISTORY AGAINST THE ORIGINAL
065600* DEBIT AND CLOSE THE ITEM.  AN ACCOUNT EN CLOTURE IS CREDITED
065700* LIKE ANY OTHER - AS TRNPOST CREDITS IT - AND THE SETTLEMENT RUN
065800* PAYS THE MONEY OUT WITH THE REST OF THE BALANCE.  ONLY AN
065900* ACCOUNT THAT IS UNKNOWN, CLOSED OR DORMANT, OR A CREDIT THE
066000* BALANCE CANNOT HOLD, LEAVES THE ITEM 'N', STILL HELD IN
066100* SUSPENSE.
066200*-----------------------------------------------------------------
066300 2300-RETURN-ITEM.
066400     MOVE RT-CODE-RETOUR  TO CP-CODE-RETOUR.
066500     MOVE RT-MOTIF-RETOUR TO CP-MOTIF-RETOUR.
066600     MOVE CP-COMPTE TO WS-COMPTE.
066700     READ CLIENT-MASTER
066800         INVALID KEY
066900             MOVE "NON RECREDITE - COMPTE INCONNU" TO WS-MENTION
067000             GO TO 2300-RETURN-ITEM-NON-CREDITE
067100     END-READ.
067200     IF WS-COMPTE-FERME
067300         MOVE "NON RECREDITE - COMPTE FERME" TO WS-MENTION
067400         GO TO 2300-RETURN-ITEM-NON-CREDITE
067500     END-IF.
067600     IF WS-COMPTE-DORMANT
067700         MOVE "NON RECREDITE - COMPTE DORMANT" TO WS-MENTION
067800         GO TO 2300-RETURN-ITEM-NON-CREDITE
067900     END-IF.
068000     ADD CP-MONTANT TO SOLDE
068100         ON SIZE ERROR
068200             MOVE "NON RECREDITE - SOLDE MAXIMUM" TO WS-MENTION
068300             GO TO 2300-RETURN-ITEM-NON-CREDITE
068400     END-ADD.
068500     MOVE WS-RUN-DATE TO WS-DERN-ACTIVITE.
068600     REWRITE CM-CLIENT-RECORD.
068700     IF WS-CM-STATUS NOT = '00'
068800         DISPLAY "CMPRAPP - REWRITE CLIENT-MASTER ECHEC "
068900             WS-COMPTE " " WS-CM-STATUS
069000         MOVE 16 TO RETURN-CODE
069100         MOVE 'Y' TO WS-EOF-SW
069200         MOVE "ERREUR E/S CLIENT" TO WS-MENTION
069300         GO TO 2300-RETURN-ITEM-EXIT
069400     END-IF.
069500
069600     PERFORM 2350-WRITE-HISTORY THRU 2350-WRITE-HISTORY-EXIT.
069700
069800     SET CP-RETOURNE TO TRUE.
069900     MOVE WS-RUN-DATE TO CP-DATE-STATUT.
070000     MOVE ZERO TO CP-RETOUR-CLE.
070100     IF WS-HS-WRITE-DONE
070200         MOVE HS-DATE TO CP-RETOUR-DATE
070300         MOVE HS-SEQ  TO CP-RETOUR-SEQ
070400     END-IF.
070500*    THE ACCOUNT HAS ITS MONEY BACK - AN ITEM LEFT 'E' NOW WOULD
070600*    BE CREDITED AGAIN BY THE NEXT RETURN, SO SAY SO LOUDLY.
070700     PERFORM 2400-REWRITE-ITEM THRU 2400-REWRITE-ITEM-EXIT.
070800     IF RETURN-CODE = 16
070900         DISPLAY "CMPRAPP - COMPTE " WS-COMPTE " RECREDITE MAIS "
071000             "ENCOURS " CP-CLE " RESTE EMIS - A CORRIGER"
071100         GO TO 2300-RETURN-ITEM-EXIT
071200     END-IF.
071300     ADD 1 TO WS-NB-RECREDITES.
071400     ADD CP-MONTANT TO WS-MT-RECREDITES.
071500     MOVE "RETOURNE - RECREDITE" TO WS-MENTION.
071600     GO TO 2300-RETURN-ITEM-EXIT.
071700
071800 2300-RETURN-ITEM-NON-CREDITE.
071900     SET CP-RETOUR-NON-CREDITE TO TRUE.
072000     MOVE WS-RUN-DATE TO CP-DATE-STATUT.
072100     PERFORM 2400-REWRITE-ITEM THRU 2400-REWRITE-ITEM-EXIT.
072200     IF RETURN-CODE = 16
072300         GO TO 2300-RETURN-ITEM-EXIT
072400     END-IF.
072500     ADD 1 TO WS-NB-NON-CREDITES.
072600     ADD CP-MONTANT TO WS-MT-NON-CREDITES.
072700 2300-RETURN-ITEM-EXIT.
072800     EXIT.
072900
073000*-----------------------------------------------------------------
073100* 2350-WRITE-HISTORY - RECORD THE CREDIT JUST POSTED ON THE
073200* CUMULATIVE HISTORY FILE AS A CLEARING MOVEMENT, WITH THE KEY OF
073300* THE DEBIT IT REVERSES.  THE SEQUENCE NUMBER IS BUMPED PAST ANY
073400* RECORDS ALREADY THERE FOR THIS ACCOUNT TODAY.
073500*-----------------------------------------------------------------
073600 2350-WRITE-HISTORY.
073700     MOVE WS-COMPTE      TO HS-COMPTE.
073800     MOVE WS-RUN-DATE    TO HS-DATE.
073900     MOVE 1              TO HS-SEQ.
074000     SET HS-CREDIT       TO TRUE.
074100     MOVE CP-MONTANT     TO HS-MONTANT.
074200     MOVE SOLDE          TO HS-NOUVEAU-SOLDE.
074300     SET HS-COMPENSATION TO TRUE.
074400     MOVE SPACE          TO HS-ANNULE-SW.
074500     MOVE CP-COMPTE      TO HS-REF-COMPTE.
074600     MOVE CP-HIST-DATE   TO HS-REF-DATE.
074700     MOVE CP-HIST-SEQ    TO HS-REF-SEQ.
074800     MOVE 'N'            TO WS-HS-DONE-SW.
074900     MOVE 'N'            TO WS-HS-ERR-SW.
075000
075100     PERFORM 2360-WRITE-HISTORY-RECORD
075200         THRU 2360-WRITE-HISTORY-RECORD-EXIT
075300         UNTIL WS-HS-WRITE-DONE OR WS-HS-WRITE-ERROR
075400             OR HS-SEQ > 9999.
075500
075600     IF NOT WS-HS-WRITE-DONE
075700         DISPLAY "CMPRAPP - ECRITURE TRAN-HISTORY ECHEC "
075800             WS-COMPTE " " WS-HS-STATUS
075900     END-IF.
076000 2350-WRITE-HISTORY-EXIT.
076100     EXIT.
076200
076300*-----------------------------------------------------------------
076400* 2360-WRITE-HISTORY-RECORD - ONE WRITE ATTEMPT; A DUPLICATE KEY
076500* MEANS THE SEQUENCE NUMBER IS ALREADY TAKEN, SO STEP IT AND LET
076600* THE LOOP TRY AGAIN.
076700*-----------------------------------------------------------------
076800 2360-WRITE-HISTORY-RECORD.
076900     WRITE HS-HISTORY-RECORD
077000         INVALID KEY
077100             ADD 1 TO HS-SEQ
077200         NOT INVALID KEY
077300             MOVE 'Y' TO WS-HS-DONE-SW
077400     END-WRITE.
077500
077600*    A FAILURE THAT IS NOT A DUPLICATE KEY (I-O ERROR, SPACE)
077700*    WILL NOT CLEAR ON A RETRY - GET OUT OF THE LOOP AND LET
077800*    THE CALLER REPORT THE STATUS.
077900     IF NOT WS-HS-WRITE-DONE
078000         AND WS-HS-STATUS NOT = '21'
078100         AND WS-HS-STATUS NOT = '22'
078200         SET WS-HS-WRITE-ERROR TO TRUE
078300     END-IF.
078400 2360-WRITE-HISTORY-RECORD-EXIT.
078500     EXIT.
078600
078700*-----------------------------------------------------------------
078800* 2400-REWRITE-ITEM - PUT THE CLEARING ITEM BACK WITH ITS NEW
078900* STATUS.  A FAILURE STOPS THE STEP WITH RETURN-CODE 16.
079000*-----------------------------------------------------------------
079100 2400-REWRITE-ITEM.
079200     REWRITE CP-CLEARING-RECORD.
079300     IF WS-CP-STATUS NOT = '00'
079400         DISPLAY "CMPRAPP - REWRITE CMPENC ECHEC " CP-CLE " "
079500             WS-CP-STATUS
079600         MOVE 16 TO RETURN-CODE
079700         MOVE 'Y' TO WS-EOF-SW
079800         MOVE "ERREUR E/S CMPENC" TO WS-MENTION
079900     END-IF.
080000 2400-REWRITE-ITEM-EXIT.
080100     EXIT.
080200
080300*-----------------------------------------------------------------
080400* 2500-WRITE-DETAIL - ONE REPORT LINE PER SETTLEMENT RETURN.
080500*-----------------------------------------------------------------
080600 2500-WRITE-DETAIL.
080700     IF NOT WS-RR-OPEN
080800         GO TO 2500-WRITE-DETAIL-EXIT
080900     END-IF.
081000     MOVE RT-REF-DATE TO DL-REF-DATE.
081100     MOVE RT-REF-SEQ  TO DL-REF-SEQ.
081200     MOVE RT-MONTANT  TO DL-MONTANT.
081300     MOVE RT-STATUT   TO DL-STATUT.
081400     MOVE WS-MENTION  TO DL-MENTION.
081500     MOVE WS-DETAIL-LINE TO RR-LINE.
081600     WRITE RR-LINE.
081700 2500-WRITE-DETAIL-EXIT.
081800     EXIT.
081900
082000*-----------------------------------------------------------------
082100* 3000-LIST-OUTSTANDING - SECOND SECTION OF THE REPORT: EVERY
082200* ITEM STILL HELD IN SUSPENSE ('E' AWAITING SETTLEMENT, 'N' LEFT
082300* FOR THE BACK OFFICE) WITH ITS AGE IN DAYS, AND THE CLEARING
082400* SUSPENSE BALANCE THEY MAKE UP.
082500*-----------------------------------------------------------------
082600 3000-LIST-OUTSTANDING.
082700     IF WS-RR-OPEN
082800         MOVE SPACE TO RR-LINE
082900         WRITE RR-LINE
083000         MOVE "ENCOURS DE COMPENSATION EN SUSPENS" TO SL-LIBELLE
083100         MOVE WS-SECTION-LINE TO RR-LINE
083200         WRITE RR-LINE
083300     END-IF.
083400     IF NOT WS-CP-OPEN
083500         GO TO 3000-LIST-OUTSTANDING-EXIT
083600     END-IF.
083700
083800     MOVE LOW-VALUES TO CP-CLE.
083900     START CLEARING-ITEMS KEY IS NOT LESS THAN CP-CLE
084000         INVALID KEY
084100             GO TO 3000-LIST-OUTSTANDING-EXIT
084200     END-START.
084300     PERFORM 3100-LIST-ITEM THRU 3100-LIST-ITEM-EXIT
084400         UNTIL WS-END-OF-ITEMS.
084500 3000-LIST-OUTSTANDING-EXIT.
084600     EXIT.
084700
084800*-----------------------------------------------------------------
084900* 3100-LIST-ITEM - ONE CLEARING ITEM; ONLY THOSE IN SUSPENSE ARE
085000* LISTED AND COUNTED.
085100*-----------------------------------------------------------------
085200 3100-LIST-ITEM.
085300     READ CLEARING-ITEMS NEXT RECORD
085400         AT END
085500             MOVE 'Y' TO WS-CP-EOF-SW
085600             GO TO 3100-LIST-ITEM-EXIT
085700     END-READ.
085800     IF NOT CP-EN-SUSPENS
085900         GO TO 3100-LIST-ITEM-EXIT
086000     END-IF.
086100
086200     IF CP-EMIS
086300         ADD 1 TO WS-NB-ENC-EMIS
086400         ADD CP-MONTANT TO WS-MT-ENC-EMIS
086500     ELSE
086600         ADD 1 TO WS-NB-ENC-NON-CREDITES
086700         ADD CP-MONTANT TO WS-MT-ENC-NON-CREDITES
086800     END-IF.
086900     ADD 1 TO WS-NB-SUSPENS.
087000     ADD CP-MONTANT TO WS-MT-SUSPENS.
087100
087200     MOVE CP-DATE-EMISSION TO WS-JN-DATE.
087300     PERFORM 8500-CALC-JOUR THRU 8500-CALC-JOUR-EXIT.
087400     COMPUTE WS-AGE-JOURS = WS-JOUR-RUN - WS-JN-NUMERO.
087500     IF WS-AGE-JOURS < ZERO OR WS-JN-NUMERO = ZERO
087600         MOVE ZERO TO WS-AGE-JOURS
087700     END-IF.
087800
087900     IF WS-RR-OPEN
088000         MOVE CP-DATE-EMISSION TO EL-REF-DATE
088100         MOVE CP-SEQ           TO EL-REF-SEQ
088200         MOVE CP-COMPTE        TO EL-COMPTE
088300         MOVE CP-MONTANT       TO EL-MONTANT
088400         MOVE CP-STATUT        TO EL-STATUT
088500         MOVE WS-AGE-JOURS     TO EL-AGE
088600         MOVE CP-NOM-BENEF     TO EL-NOM-BENEF
088700         MOVE WS-ENCOURS-LINE TO RR-LINE
088800         WRITE RR-LINE
088900     END-IF.
089000 3100-LIST-ITEM-EXIT.
089100     EXIT.
089200
089300*-----------------------------------------------------------------
089400* 3500-WRITE-TOTALS - THE NIGHT'S RETURNS BY OUTCOME, THEN THE
089500* CLEARING SUSPENSE BALANCE THE LEDGER SHOULD AGREE WITH.
089600*-----------------------------------------------------------------
089700 3500-WRITE-TOTALS.
089800     MOVE SPACE TO RR-LINE.
089900     WRITE RR-LINE.
090000     MOVE "RETOURS REGLES"            TO TL-LIBELLE.
090100     MOVE WS-NB-REGLES                TO TL-NOMBRE.
090200     MOVE WS-MT-REGLES                TO TL-MONTANT.
090300     PERFORM 3600-WRITE-TOTAL THRU 3600-WRITE-TOTAL-EXIT.
090400     MOVE "RETOURNES ET RECREDITES"   TO TL-LIBELLE.
090500     MOVE WS-NB-RECREDITES            TO TL-NOMBRE.
090600     MOVE WS-MT-RECREDITES            TO TL-MONTANT.
090700     PERFORM 3600-WRITE-TOTAL THRU 3600-WRITE-TOTAL-EXIT.
090800     MOVE "RETOURNES NON RECREDITES"  TO TL-LIBELLE.
090900     MOVE WS-NB-NON-CREDITES          TO TL-NOMBRE.
091000     MOVE WS-MT-NON-CREDITES          TO TL-MONTANT.
091100     PERFORM 3600-WRITE-TOTAL THRU 3600-WRITE-TOTAL-EXIT.
091200     MOVE "RETOURS EN ANOMALIE"       TO TL-LIBELLE.
091300     MOVE WS-NB-ANOMALIES             TO TL-NOMBRE.
091400     MOVE WS-MT-ANOMALIES             TO TL-MONTANT.
091500     PERFORM 3600-WRITE-TOTAL THRU 3600-WRITE-TOTAL-EXIT.
091600     MOVE SPACE TO RR-LINE.
091700     WRITE RR-LINE.
091800     MOVE "ENCOURS EMIS NON REGLES"   TO TL-LIBELLE.
091900     MOVE WS-NB-ENC-EMIS              TO TL-NOMBRE.
092000     MOVE WS-MT-ENC-EMIS              TO TL-MONTANT.
092100     PERFORM 3600-WRITE-TOTAL THRU 3600-WRITE-TOTAL-EXIT.
092200     MOVE "ENCOURS NON RECREDITES"    TO TL-LIBELLE.
092300     MOVE WS-NB-ENC-NON-CREDITES      TO TL-NOMBRE.
092400     MOVE WS-MT-ENC-NON-CREDITES      TO TL-MONTANT.
092500     PERFORM 3600-WRITE-TOTAL THRU 3600-WRITE-TOTAL-EXIT.
092600     MOVE "SOLDE SUSPENS COMPENSATION" TO TL-LIBELLE.
092700     MOVE WS-NB-SUSPENS               TO TL-NOMBRE.
092800     MOVE WS-MT-SUSPENS               TO TL-MONTANT.
092900     PERFORM 3600-WRITE-TOTAL THRU 3600-WRITE-TOTAL-EXIT.
093000 3500-WRITE-TOTALS-EXIT.
093100     EXIT.
093200
093300*-----------------------------------------------------------------
093400* 3600-WRITE-TOTAL - ONE LABELLED COUNT-AND-AMOUNT LINE.
093500*-----------------------------------------------------------------
093600 3600-WRITE-TOTAL.
093700     MOVE WS-TOTAL-LINE TO RR-LINE.
093800     WRITE RR-LINE.
093900 3600-WRITE-TOTAL-EXIT.
094000     EXIT.
094100
094200*-----------------------------------------------------------------
094300* 8500-CALC-JOUR - DAY NUMBER OF THE DATE IN WS-JN-DATE, RETURNED
094400* IN WS-JN-NUMERO (ZERO FOR A DATE THAT IS NOT A DATE).  JANUARY
094500* AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR BEFORE.
094600*-----------------------------------------------------------------
094700 8500-CALC-JOUR.
094800     MOVE ZERO TO WS-JN-NUMERO.
094900     IF WS-JN-DATE IS NOT NUMERIC
095000         OR WS-JN-AAAA = ZERO
095100         OR WS-JN-MM < 1 OR WS-JN-MM > 12
095200         OR WS-JN-JJ < 1 OR WS-JN-JJ > 31
095300         GO TO 8500-CALC-JOUR-EXIT
095400     END-IF.
095500
095600     MOVE WS-JN-AAAA TO WS-JN-AN.
095700     MOVE WS-JN-MM   TO WS-JN-MOIS.
095800     IF WS-JN-MOIS < 3
095900         SUBTRACT 1 FROM WS-JN-AN
096000         ADD 12 TO WS-JN-MOIS
096100     END-IF.
096200
096300     DIVIDE WS-JN-AN BY 4   GIVING WS-JN-QUOT-4.
096400     DIVIDE WS-JN-AN BY 100 GIVING WS-JN-QUOT-100.
096500     DIVIDE WS-JN-AN BY 400 GIVING WS-JN-QUOT-400.
096600     COMPUTE WS-JN-JOURS-MOIS = 153 * (WS-JN-MOIS - 3) + 2.
096700     DIVIDE 5 INTO WS-JN-JOURS-MOIS.
096800
096900     COMPUTE WS-JN-NUMERO = 365 * WS-JN-AN
097000         + WS-JN-QUOT-4 - WS-JN-QUOT-100 + WS-JN-QUOT-400
097100         + WS-JN-JOURS-MOIS + WS-JN-JJ.
097200 8500-CALC-JOUR-EXIT.
097300     EXIT.
097400
097500*-----------------------------------------------------------------
097600* 9000-TERMINATE - TOTALS, GUARDED CLOSES, THE RUN-CONTROL MARKED
097700* COMPLETE ONLY WHEN THE PASS REALLY RAN TO ITS END, AND RUN
097800* TOTALS.  A RETURN IN ANOMALY OR ONE THAT COULD NOT BE CREDITED
097900* BACK NEEDS THE BACK OFFICE AND ENDS WITH RETURN-CODE 4.
098000*-----------------------------------------------------------------
098100 9000-TERMINATE.
098200     IF WS-RR-OPEN
098300         IF NOT WS-RC-ABEND AND RETURN-CODE NOT = 16
098400             PERFORM 3500-WRITE-TOTALS THRU 3500-WRITE-TOTALS-EXIT
098500         END-IF
098600         CLOSE RAPP-REPORT
098700     END-IF.
098800     IF WS-RT-OPEN
098900         CLOSE RETURN-FILE
099000     END-IF.
099100     IF WS-CM-OPEN
099200         CLOSE CLIENT-MASTER
099300     END-IF.
099400     IF WS-CP-OPEN
099500         CLOSE CLEARING-ITEMS
099600     END-IF.
099700     IF WS-HS-OPEN
099800         CLOSE TRAN-HISTORY
099900     END-IF.
100000
100100     IF RETURN-CODE < 4
100200         AND (WS-NB-ANOMALIES > ZERO
100300             OR WS-NB-NON-CREDITES > ZERO)
100400         MOVE 4 TO RETURN-CODE
100500     END-IF.
100600
100700     IF WS-RC-CHECKED AND WS-CM-OPEN
100800         AND RETURN-CODE NOT = 16
100900         SET RC-CMPRAPP-TERMINE TO TRUE
101000         PERFORM 1060-WRITE-RUN-CONTROL
101100             THRU 1060-WRITE-RUN-CONTROL-EXIT
101200     END-IF.
101300
101400     DISPLAY "CMPRAPP - RETOURS LUS       : " WS-DETAIL-COUNT.
101500     DISPLAY "CMPRAPP - REGLES            : " WS-NB-REGLES.
101600     DISPLAY "CMPRAPP - RECREDITES        : " WS-NB-RECREDITES.
101700     DISPLAY "CMPRAPP - NON RECREDITES    : "
101800         WS-NB-NON-CREDITES.
101900     DISPLAY "CMPRAPP - ANOMALIES         : " WS-NB-ANOMALIES.
102000     DISPLAY "CMPRAPP - SOLDE SUSPENS     : " WS-MT-SUSPENS.
102100     PERFORM 9500-WRITE-RUN-STATS
102200         THRU 9500-WRITE-RUN-STATS-EXIT.
102300     DISPLAY "CMPRAPP - FIN DU RAPPROCHEMENT COMPENSATION".
102400 9000-TERMINATE-EXIT.
102500     EXIT.
102600
102700*-----------------------------------------------------------------
102800* 9500-WRITE-RUN-STATS - ONE LINE OF RUN TOTALS APPENDED TO THE
102900* COMMON RUNSTAT FILE (CREATED ON ITS VERY FIRST USE), FOR THE
103000* BATCHRPT OPERATIONS SUMMARY.  A FAILURE HERE IS REPORTED BUT
103100* NEVER FAILS THE STEP - THE STATISTICS ARE ABOUT THE RUN, NOT
103200* PART OF IT.
103300*-----------------------------------------------------------------
103400 9500-WRITE-RUN-STATS.
103500     OPEN EXTEND RUN-STATS.
103600     IF WS-RS-STATUS NOT = '00'
103700         OPEN OUTPUT RUN-STATS
103800     END-IF.
103900     IF WS-RS-STATUS NOT = '00'
104000         DISPLAY "CMPRAPP - ECRITURE RUNSTAT ECHEC "
104100             WS-RS-STATUS
104200         GO TO 9500-WRITE-RUN-STATS-EXIT
104300     END-IF.
104400
104500     MOVE "CMPRAPP" TO RS-PROGRAMME.
104600     MOVE RC-DATE-AFFAIRES TO RS-DATE-AFFAIRES.
104700     COMPUTE RS-NB-TRAITES = WS-NB-REGLES + WS-NB-RECREDITES.
104800     COMPUTE RS-NB-REJETES = WS-NB-ANOMALIES
104900         + WS-NB-NON-CREDITES.
105000     MOVE WS-DETAIL-COUNT TO RS-NB-AUTRES.
105100     MOVE RETURN-CODE TO RS-CODE-RETOUR.
105200     WRITE RS-STATS-RECORD.
105300     CLOSE RUN-STATS.
105400 9500-WRITE-RUN-STATS-EXIT.
105500     EXIT.
