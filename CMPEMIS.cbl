000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMPEMIS.
000300 AUTHOR.        R. DUBOIS.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 15/10/2026 RD    Original program.  Outgoing interbank
001100*                  clearing - works through the VIREXT file of
001200*                  virements our clients have ordered to an
001300*                  account at another bank (beneficiary IBAN,
001400*                  BIC and name), and for each one the account
001500*                  can pay - known, active, neither dormant nor
001600*                  in closure, and with the amount within SOLDE
001700*                  plus the authorized overdraft, as TRNPOST
001800*                  judges a debit - debits SOLDE, records the
001900*                  debit on TRNHIST as a clearing movement
002000*                  (nature 'E'), files the item on CMPENC, the
002100*                  clearing suspense file where the amount is
002200*                  held until the clearing house settles it, and
002300*                  writes it to the CMPSORT outbound clearing
002400*                  file under the item's key as our reference.
002500*                  An order the account cannot pay is listed on
002600*                  CMPERPT with the reason and nothing moves.
002700*                  Runs after TRNPOST; a second pass on the same
002800*                  business date is refused.  CMPRAPP matches
002900*                  the settlement returns against CMPENC.
003000*-----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ORDER-FILE     ASSIGN TO "VIREXT"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-VX-STATUS.
003700
003800     SELECT CLIENT-MASTER  ASSIGN TO "CLIMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
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
005100     SELECT CLEARING-ITEMS ASSIGN TO "CMPENC"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS CP-CLE
005500         FILE STATUS IS WS-CP-STATUS.
005600
005700     SELECT CLEARING-OUT   ASSIGN TO "CMPSORT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-SO-STATUS.
006000
006100     SELECT EMIS-REPORT    ASSIGN TO "CMPERPT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-ER-STATUS.
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
007500*    ONE VIREMENT ORDERED TO ANOTHER BANK, AS CAPTURED BY THE
007600*    BRANCHES.  VX-REF-CLIENT IS THE CLIENT'S OWN REFERENCE,
007700*    PASSED THROUGH TO THE BENEFICIARY.
007800 FD  ORDER-FILE.
007900 01  VX-RECORD.
008000     05  VX-COMPTE                   PIC 9(08).
008100     05  VX-MONTANT                  PIC 9(06)V99.
008200     05  VX-IBAN-BENEF               PIC X(34).
008300     05  VX-BIC-BENEF                PIC X(11).
008400     05  VX-NOM-BENEF                PIC X(30).
008500     05  VX-REF-CLIENT               PIC X(16).
008600
008700 FD  CLIENT-MASTER.
008800 01  CM-CLIENT-RECORD.
008900     COPY CLIENTREC.
009000
009100 FD  TRAN-HISTORY.
009200 01  HS-HISTORY-RECORD.
009300     COPY TRNHREC.
009400
009500 FD  CLEARING-ITEMS.
009600 01  CP-CLEARING-RECORD.
009700     COPY CMPREC.
009800
009900*    THE OUTBOUND CLEARING FILE: AN 'E' HEADER WITH THE DATE OF
010000*    EMISSION, ONE 'D' PER VIREMENT SENT WITH OUR REFERENCE (THE
010100*    CMPENC KEY), AND A 'T' TRAILER WITH THE COUNT AND THE TOTAL
010200*    THE CLEARING HOUSE PROVES THE FILE AGAINST.
010300 FD  CLEARING-OUT.
010400 01  SO-DETAIL-RECORD.
010500     05  SO-TYPE                     PIC X(01).
010600     05  SO-REFERENCE.
010700         10  SO-REF-DATE             PIC 9(08).
010800         10  SO-REF-SEQ              PIC 9(05).
010900     05  SO-MONTANT                  PIC 9(06)V99.
011000     05  SO-COMPTE-DONNEUR           PIC 9(08).
011100     05  SO-NOM-DONNEUR              PIC X(12).
011200     05  SO-IBAN-BENEF               PIC X(34).
011300     05  SO-BIC-BENEF                PIC X(11).
011400     05  SO-NOM-BENEF                PIC X(30).
011500     05  SO-REF-CLIENT               PIC X(16).
011600 01  SO-ENTETE-RECORD.
011700     05  FILLER                      PIC X(01).
011800     05  SE-DATE-EMISSION            PIC 9(08).
011900     05  FILLER                      PIC X(124).
012000 01  SO-REMORQUE-RECORD.
012100     05  FILLER                      PIC X(01).
012200     05  ST-NB-VIREMENTS             PIC 9(06).
012300     05  ST-TOTAL-MONTANTS           PIC 9(13)V99.
012400     05  FILLER                      PIC X(111).
012500
012600 FD  EMIS-REPORT.
012700 01  ER-LINE                         PIC X(80).
012800
012900 FD  RUN-CONTROL.
013000 01  RN-RECORD                       PIC X(47).
013100
013200 FD  RUN-STATS.
013300 01  RS-STATS-RECORD.
013400     COPY RUNSREC.
013500
013600 WORKING-STORAGE SECTION.
013700*-----------------------------------------------------------------
013800* SWITCHES AND COUNTERS.
013900*-----------------------------------------------------------------
014000 77  WS-VX-STATUS                    PIC X(02) VALUE '00'.
014100 77  WS-CM-STATUS                    PIC X(02) VALUE '00'.
014200 77  WS-HS-STATUS                    PIC X(02) VALUE '00'.
014300 77  WS-CP-STATUS                    PIC X(02) VALUE '00'.
014400 77  WS-SO-STATUS                    PIC X(02) VALUE '00'.
014500 77  WS-ER-STATUS                    PIC X(02) VALUE '00'.
014600 77  WS-RN-STATUS                    PIC X(02) VALUE '00'.
014700 77  WS-EOF-SW                       PIC X(01) VALUE 'N'.
014800     88  WS-END-OF-ORDERS                VALUE 'Y'.
014900 77  WS-VX-OPEN-SW                   PIC X(01) VALUE 'N'.
015000     88  WS-VX-OPEN                      VALUE 'Y'.
015100 77  WS-CM-OPEN-SW                   PIC X(01) VALUE 'N'.
015200     88  WS-CM-OPEN                      VALUE 'Y'.
015300 77  WS-HS-OPEN-SW                   PIC X(01) VALUE 'N'.
015400     88  WS-HS-OPEN                      VALUE 'Y'.
015500 77  WS-CP-OPEN-SW                   PIC X(01) VALUE 'N'.
015600     88  WS-CP-OPEN                      VALUE 'Y'.
015700 77  WS-SO-OPEN-SW                   PIC X(01) VALUE 'N'.
015800     88  WS-SO-OPEN                      VALUE 'Y'.
015900 77  WS-ER-OPEN-SW                   PIC X(01) VALUE 'N'.
016000     88  WS-ER-OPEN                      VALUE 'Y'.
016100 77  WS-HS-DONE-SW                   PIC X(01) VALUE 'N'.
016200     88  WS-HS-WRITE-DONE                VALUE 'Y'.
016300 77  WS-HS-ERR-SW                    PIC X(01) VALUE 'N'.
016400     88  WS-HS-WRITE-ERROR               VALUE 'Y'.
016500 77  WS-CP-DONE-SW                   PIC X(01) VALUE 'N'.
016600     88  WS-CP-WRITE-DONE                VALUE 'Y'.
016700 77  WS-CP-ERR-SW                    PIC X(01) VALUE 'N'.
016800     88  WS-CP-WRITE-ERROR               VALUE 'Y'.
016900 77  WS-RC-ABEND-SW                  PIC X(01) VALUE 'N'.
017000     88  WS-RC-ABEND                     VALUE 'Y'.
017100 77  WS-RC-CHECKED-SW                PIC X(01) VALUE 'N'.
017200     88  WS-RC-CHECKED                   VALUE 'Y'.
017300 77  WS-REJECT-SW                    PIC X(01) VALUE 'N'.
017400     88  WS-ORDER-REJECTED               VALUE 'Y'.
017500 77  WS-ORDER-COUNT                  PIC 9(05) COMP VALUE ZERO.
017600 77  WS-EMIS-COUNT                   PIC 9(05) COMP VALUE ZERO.
017700 77  WS-REJECT-COUNT                 PIC 9(05) COMP VALUE ZERO.
017800 77  WS-TOTAL-EMIS                   PIC 9(13)V99 COMP-3
017900     VALUE ZERO.
018000 77  WS-SOLDE-DISPONIBLE             PIC S9(05)V99 VALUE ZERO.
018100 77  WS-CP-SEQ                       PIC 9(05) VALUE ZERO.
018200 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
018300 77  WS-MENTION                      PIC X(19) VALUE SPACE.
018400
018500*-----------------------------------------------------------------
018600* EMISSION REPORT LINE LAYOUTS.
018700*-----------------------------------------------------------------
018800 01  WS-TITRE-LINE.
018900     05  FILLER                      PIC X(33) VALUE
019000         "COMPENSATION EMISE - DATE       ".
019100     05  TI-DATE                     PIC 9(08).
019200     05  FILLER                      PIC X(39) VALUE SPACE.
019300
019400 01  WS-ENTETE-LINE.
019500     05  FILLER                      PIC X(40) VALUE
019600         "  REF  COMPTE      MONTANT IBAN BENEFICI".
019700     05  FILLER                      PIC X(40) VALUE
019800         "AIRE                        MENTION     ".
019900
020000 01  WS-DETAIL-LINE.
020100     05  DL-SEQ                      PIC ZZZZ9.
020200     05  FILLER                      PIC X(01) VALUE SPACE.
020300     05  DL-COMPTE                   PIC 9(08).
020400     05  FILLER                      PIC X(01) VALUE SPACE.
020500     05  DL-MONTANT                  PIC ZZZ,ZZ9.99.
020600     05  FILLER                      PIC X(01) VALUE SPACE.
020700     05  DL-IBAN                     PIC X(34).
020800     05  FILLER                      PIC X(01) VALUE SPACE.
020900     05  DL-MENTION                  PIC X(19).
021000
021100 01  WS-TOTAL-LINE.
021200     05  FILLER                      PIC X(17) VALUE
021300         "VIREMENTS EMIS : ".
021400     05  TL-EMIS                     PIC ZZ,ZZ9.
021500     05  FILLER                      PIC X(12) VALUE
021600         "  MONTANT : ".
021700     05  TL-MONTANT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
021800     05  FILLER                      PIC X(14) VALUE
021900         "  REFUSES :   ".
022000     05  TL-REJETES                  PIC ZZ,ZZ9.
022100     05  FILLER                      PIC X(09) VALUE SPACE.
022200
022300*-----------------------------------------------------------------
022400* RUN-CONTROL WORK AREA - THE RUNCTL RECORD IS HELD HERE BETWEEN
022500* THE READ AT INITIALIZATION AND THE WRITE-BACKS.
022600*-----------------------------------------------------------------
022700 01  WS-RUN-CONTROL.
022800     COPY RUNCTREC.
022900
023000*-----------------------------------------------------------------
023100* RUN-STATISTICS FILE STATUS - THE RECORD ITSELF COMES FROM THE
023200* RUNSREC COPY MEMBER AND IS WRITTEN BY 9500-WRITE-RUN-STATS.
023300*-----------------------------------------------------------------
023400 77  WS-RS-STATUS                    PIC X(02) VALUE '00'.
023500
023600 PROCEDURE DIVISION.
023700 0000-MAINLINE.
023800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
023900
024000     PERFORM 2000-PROCESS-ORDERS THRU 2000-PROCESS-ORDERS-EXIT
024100         UNTIL WS-END-OF-ORDERS.
024200
024300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
024400
024500     STOP RUN.
024600
024700*-----------------------------------------------------------------
024800* 1000-INITIALIZE - OPEN THE FILES THE MONEY MOVES THROUGH, PASS
024900* THE RUN-CONTROL GATE, START THE OUTBOUND FILE AND PRIME THE
025000* FIRST READ.
025100*-----------------------------------------------------------------
025200 1000-INITIALIZE.
025300     DISPLAY "CMPEMIS - DEBUT DE LA COMPENSATION EMISE".
025400
025500*    EVERY DEBIT MUST LAND ON THE HISTORY AND ON THE CLEARING
025600*    SUSPENSE FILE, SO EITHER FAILING TO OPEN STOPS THE STEP
025700*    BEFORE THE RUN-CONTROL IS MARKED IN PROGRESS.
025800     OPEN I-O TRAN-HISTORY.
025900     IF WS-HS-STATUS = '35'
026000         OPEN OUTPUT TRAN-HISTORY
026100     END-IF.
026200     IF WS-HS-STATUS = '00'
026300         MOVE 'Y' TO WS-HS-OPEN-SW
026400     ELSE
026500         DISPLAY "CMPEMIS - OUVERTURE TRAN-HISTORY ECHEC "
026600             WS-HS-STATUS
026700         MOVE 16 TO RETURN-CODE
026800         MOVE 'Y' TO WS-EOF-SW
026900         GO TO 1000-INITIALIZE-EXIT
027000     END-IF.
027100
027200     OPEN I-O CLEARING-ITEMS.
027300     IF WS-CP-STATUS = '35'
027400         OPEN OUTPUT CLEARING-ITEMS
027500     END-IF.
027600     IF WS-CP-STATUS = '00'
027700         MOVE 'Y' TO WS-CP-OPEN-SW
027800     ELSE
027900         DISPLAY "CMPEMIS - OUVERTURE CMPENC ECHEC "
028000             WS-CP-STATUS
028100         MOVE 16 TO RETURN-CODE
028200         MOVE 'Y' TO WS-EOF-SW
028300         GO TO 1000-INITIALIZE-EXIT
028400     END-IF.
028500
028600     PERFORM 1050-CHECK-RUN-CONTROL
028700         THRU 1050-CHECK-RUN-CONTROL-EXIT.
028800     IF WS-RC-ABEND
028900         MOVE 16 TO RETURN-CODE
029000         MOVE 'Y' TO WS-EOF-SW
029100         GO TO 1000-INITIALIZE-EXIT
029200     END-IF.
029300
029400     OPEN I-O CLIENT-MASTER.
029500     IF WS-CM-STATUS NOT = '00'
029600         DISPLAY "CMPEMIS - OUVERTURE CLIENT-MASTER ECHEC "
029700             WS-CM-STATUS
029800         MOVE 16 TO RETURN-CODE
029900         MOVE 'Y' TO WS-EOF-SW
030000         GO TO 1000-INITIALIZE-EXIT
030100     END-IF.
030200     MOVE 'Y' TO WS-CM-OPEN-SW.
030300
030400*    THE CLEARING HOUSE EXPECTS A FILE EVERY NIGHT, EMPTY OR NOT.
030500     OPEN OUTPUT CLEARING-OUT.
030600     IF WS-SO-STATUS NOT = '00'
030700         DISPLAY "CMPEMIS - OUVERTURE CMPSORT ECHEC "
030800             WS-SO-STATUS
030900         MOVE 16 TO RETURN-CODE
031000         MOVE 'Y' TO WS-EOF-SW
031100         GO TO 1000-INITIALIZE-EXIT
031200     END-IF.
031300     MOVE 'Y' TO WS-SO-OPEN-SW.
031400     MOVE SPACE TO SO-ENTETE-RECORD.
031500     MOVE 'E' TO SO-TYPE.
031600     MOVE WS-RUN-DATE TO SE-DATE-EMISSION.
031700     WRITE SO-ENTETE-RECORD.
031800
031900     OPEN OUTPUT EMIS-REPORT.
032000     IF WS-ER-STATUS NOT = '00'
032100         DISPLAY "CMPEMIS - OUVERTURE CMPERPT ECHEC "
032200             WS-ER-STATUS
032300     ELSE
032400         MOVE 'Y' TO WS-ER-OPEN-SW
032500         MOVE WS-RUN-DATE TO TI-DATE
032600         MOVE WS-TITRE-LINE  TO ER-LINE
032700         WRITE ER-LINE
032800         MOVE WS-ENTETE-LINE TO ER-LINE
032900         WRITE ER-LINE
033000     END-IF.
033100
033200*    NO ORDER FILE TONIGHT - NOTHING TO SEND, AND THE STEP IS
033300*    COMPLETE WITH AN EMPTY OUTBOUND FILE.
033400     OPEN INPUT ORDER-FILE.
033500     IF WS-VX-STATUS = '35'
033600         DISPLAY "CMPEMIS - AUCUN VIREMENT A EMETTRE (VIREXT "
033700             "ABSENT)"
033800         MOVE 'Y' TO WS-EOF-SW
033900         GO TO 1000-INITIALIZE-EXIT
034000     END-IF.
034100     IF WS-VX-STATUS NOT = '00'
034200         DISPLAY "CMPEMIS - OUVERTURE VIREXT ECHEC "
034300             WS-VX-STATUS
034400         MOVE 16 TO RETURN-CODE
034500         MOVE 'Y' TO WS-EOF-SW
034600         GO TO 1000-INITIALIZE-EXIT
034700     END-IF.
034800     MOVE 'Y' TO WS-VX-OPEN-SW.
034900
035000     PERFORM 2100-READ-ORDER THRU 2100-READ-ORDER-EXIT.
035100 1000-INITIALIZE-EXIT.
035200     EXIT.
035300
035400*-----------------------------------------------------------------
035500* 1050-CHECK-RUN-CONTROL - THE GATE ON THE WHOLE STEP.  THE
035600* DAY'S POSTING MUST BE COMPLETE, SO THE VIREMENTS ARE JUDGED ON
035700* THE NIGHT'S BALANCES, AND AN EMISSION ALREADY DONE (OR LEFT IN
035800* PROGRESS) FOR THIS BUSINESS DATE MUST NOT BE REPEATED - IT
035900* WOULD DEBIT AND SEND EVERY VIREMENT TWICE.
036000*-----------------------------------------------------------------
036100 1050-CHECK-RUN-CONTROL.
036200     OPEN INPUT RUN-CONTROL.
036300     IF WS-RN-STATUS NOT = '00'
036400         DISPLAY "CMPEMIS - RUNCTL ABSENT OU ILLISIBLE ("
036500             WS-RN-STATUS ") - EXECUTER LA CHAINE QUOTIDIENNE"
036600         SET WS-RC-ABEND TO TRUE
036700         GO TO 1050-CHECK-RUN-CONTROL-EXIT
036800     END-IF.
036900     READ RUN-CONTROL INTO WS-RUN-CONTROL
037000         AT END
037100             DISPLAY "CMPEMIS - RUNCTL VIDE - EXECUTER LA "
037200                 "CHAINE QUOTIDIENNE"
037300             SET WS-RC-ABEND TO TRUE
037400     END-READ.
037500     CLOSE RUN-CONTROL.
037600     IF WS-RC-ABEND
037700         GO TO 1050-CHECK-RUN-CONTROL-EXIT
037800     END-IF.
037900
038000     IF NOT RC-TRNPOST-TERMINE
038100         DISPLAY "CMPEMIS - POSTING (TRNPOST) PAS TERMINE POUR "
038200             "LA DATE " RC-DATE-AFFAIRES " - ETAPE HORS SEQUENCE"
038300         SET WS-RC-ABEND TO TRUE
038400         GO TO 1050-CHECK-RUN-CONTROL-EXIT
038500     END-IF.
038600
038700     IF RC-CMPEMIS-TERMINE
038800         DISPLAY "CMPEMIS - VIREMENTS DEJA EMIS POUR LA DATE "
038900             RC-DATE-AFFAIRES " - DOUBLE PASSAGE REFUSE"
039000         SET WS-RC-ABEND TO TRUE
039100         GO TO 1050-CHECK-RUN-CONTROL-EXIT
039200     END-IF.
039300
039400     IF RC-CMPEMIS-EN-COURS
039500         DISPLAY "CMPEMIS - PASSAGE PRECEDENT INTERROMPU - "
039600             "VERIFIER CMPENC ET CMPSORT AVANT TOUTE REPRISE"
039700         SET WS-RC-ABEND TO TRUE
039800         GO TO 1050-CHECK-RUN-CONTROL-EXIT
039900     END-IF.
040000
040100     MOVE RC-DATE-AFFAIRES TO WS-RUN-DATE.
040200
040300     MOVE 'E' TO RC-CMPEMIS-STATUT.
040400     PERFORM 1060-WRITE-RUN-CONTROL
040500         THRU 1060-WRITE-RUN-CONTROL-EXIT.
040600     IF NOT WS-RC-ABEND
040700         SET WS-RC-CHECKED TO TRUE
040800     END-IF.
040900 1050-CHECK-RUN-CONTROL-EXIT.
041000     EXIT.
041100
041200*-----------------------------------------------------------------
041300* 1060-WRITE-RUN-CONTROL - PUT THE WHOLE RUNCTL RECORD BACK.
041400*-----------------------------------------------------------------
041500 1060-WRITE-RUN-CONTROL.
041600     OPEN OUTPUT RUN-CONTROL.
041700     IF WS-RN-STATUS NOT = '00'
041800         DISPLAY "CMPEMIS - ECRITURE RUNCTL ECHEC " WS-RN-STATUS
041900         SET WS-RC-ABEND TO TRUE
042000         GO TO 1060-WRITE-RUN-CONTROL-EXIT
042100     END-IF.
042200     WRITE RN-RECORD FROM WS-RUN-CONTROL.
042300     CLOSE RUN-CONTROL.
042400 1060-WRITE-RUN-CONTROL-EXIT.
042500     EXIT.
042600
042700*-----------------------------------------------------------------
042800* 2000-PROCESS-ORDERS - ONE VIREMENT ORDERED TO ANOTHER BANK.  AN
042900* ORDER THAT FAILS ANY CHECK IS LISTED WITH ITS REASON AND
043000* NOTHING MOVES; ONE THAT PASSES IS DEBITED AND SENT.
043100*-----------------------------------------------------------------
043200 2000-PROCESS-ORDERS.
043300     ADD 1 TO WS-ORDER-COUNT.
043400     MOVE 'N' TO WS-REJECT-SW.
043500     MOVE SPACE TO WS-MENTION.
043600     MOVE ZERO TO DL-SEQ.
043700
043800     IF VX-COMPTE IS NOT NUMERIC OR VX-COMPTE = ZERO
043900         MOVE "COMPTE INVALIDE" TO WS-MENTION
044000         GO TO 2000-PROCESS-ORDERS-REJET
044100     END-IF.
044200     IF VX-MONTANT IS NOT NUMERIC OR VX-MONTANT = ZERO
044300         MOVE "MONTANT INVALIDE" TO WS-MENTION
044400         GO TO 2000-PROCESS-ORDERS-REJET
044500     END-IF.
044600     IF VX-IBAN-BENEF = SPACE
044700         MOVE "IBAN ABSENT" TO WS-MENTION
044800         GO TO 2000-PROCESS-ORDERS-REJET
044900     END-IF.
045000     IF VX-NOM-BENEF = SPACE
045100         MOVE "BENEFICIAIRE ABSENT" TO WS-MENTION
045200         GO TO 2000-PROCESS-ORDERS-REJET
045300     END-IF.
045400
045500     MOVE VX-COMPTE TO WS-COMPTE.
045600     READ CLIENT-MASTER
045700         INVALID KEY
045800             MOVE "COMPTE INCONNU" TO WS-MENTION
045900             GO TO 2000-PROCESS-ORDERS-REJET
046000     END-READ.
046100     IF WS-COMPTE-FERME
046200         MOVE "COMPTE FERME" TO WS-MENTION
046300         GO TO 2000-PROCESS-ORDERS-REJET
046400     END-IF.
046500     IF WS-COMPTE-DORMANT
046600         MOVE "COMPTE DORMANT" TO WS-MENTION
046700         GO TO 2000-PROCESS-ORDERS-REJET
046800     END-IF.
046900     IF WS-COMPTE-EN-CLOTURE
047000         MOVE "COMPTE EN CLOTURE" TO WS-MENTION
047100         GO TO 2000-PROCESS-ORDERS-REJET
047200     END-IF.
047300     COMPUTE WS-SOLDE-DISPONIBLE = SOLDE + WS-LIMITE-DECOUVERT.
047400     IF VX-MONTANT > WS-SOLDE-DISPONIBLE
047500         MOVE "PROVISION INSUFF." TO WS-MENTION
047600         GO TO 2000-PROCESS-ORDERS-REJET
047700     END-IF.
047800
047900     PERFORM 2300-EMIT-VIREMENT THRU 2300-EMIT-VIREMENT-EXIT.
048000     IF NOT WS-ORDER-REJECTED
048100         GO TO 2000-PROCESS-ORDERS-SUITE
048200     END-IF.
048300
048400 2000-PROCESS-ORDERS-REJET.
048500     MOVE 'Y' TO WS-REJECT-SW.
048600     ADD 1 TO WS-REJECT-COUNT.
048700     MOVE ZERO TO DL-SEQ.
048800
048900 2000-PROCESS-ORDERS-SUITE.
049000     PERFORM 2500-WRITE-DETAIL THRU 2500-WRITE-DETAIL-EXIT.
049100     IF NOT WS-END-OF-ORDERS
049200         PERFORM 2100-READ-ORDER THRU 2100-READ-ORDER-EXIT
049300     END-IF.
049400 2000-PROCESS-ORDERS-EXIT.
049500     EXIT.
049600
049700*-----------------------------------------------------------------
049800* 2100-READ-ORDER - GET THE NEXT VIREMENT ORDER.
049900*-----------------------------------------------------------------
050000 2100-READ-ORDER.
050100     READ ORDER-FILE
050200         AT END
050300             MOVE 'Y' TO WS-EOF-SW
050400             GO TO 2100-READ-ORDER-EXIT
050500     END-READ.
050600 2100-READ-ORDER-EXIT.
050700     EXIT.
050800
050900*-----------------------------------------------------------------
051000* 2300-EMIT-VIREMENT - DEBIT THE ACCOUNT, RECORD THE DEBIT ON
051100* HISTORY, HOLD THE AMOUNT ON THE CLEARING SUSPENSE FILE AND SEND
051200* IT.  ONCE SOLDE HAS MOVED, AN ITEM OR AN OUTBOUND RECORD THAT
051300* CANNOT BE WRITTEN STOPS THE STEP WITH RETURN-CODE 16 - MONEY
051400* OUT OF AN ACCOUNT WITH NOTHING HOLDING IT WOULD BE LOST.
051500*-----------------------------------------------------------------
051600 2300-EMIT-VIREMENT.
051700     SUBTRACT VX-MONTANT FROM SOLDE.
051800     MOVE WS-RUN-DATE TO WS-DERN-ACTIVITE.
051900     REWRITE CM-CLIENT-RECORD.
052000     IF WS-CM-STATUS NOT = '00'
052100         DISPLAY "CMPEMIS - REWRITE CLIENT-MASTER ECHEC "
052200             WS-COMPTE " " WS-CM-STATUS
052300         MOVE 'Y' TO WS-REJECT-SW
052400         MOVE "ERREUR E/S" TO WS-MENTION
052500         GO TO 2300-EMIT-VIREMENT-EXIT
052600     END-IF.
052700
052800     PERFORM 2350-WRITE-HISTORY THRU 2350-WRITE-HISTORY-EXIT.
052900
053000     MOVE SPACE            TO CP-CLEARING-RECORD.
053100     MOVE WS-RUN-DATE      TO CP-DATE-EMISSION.
053200     MOVE WS-COMPTE        TO CP-COMPTE.
053300     MOVE VX-MONTANT       TO CP-MONTANT.
053400     MOVE VX-IBAN-BENEF    TO CP-IBAN-BENEF.
053500     MOVE VX-BIC-BENEF     TO CP-BIC-BENEF.
053600     MOVE VX-NOM-BENEF     TO CP-NOM-BENEF.
053700     MOVE VX-REF-CLIENT    TO CP-REF-CLIENT.
053800     MOVE ZERO             TO CP-HIST-CLE.
053900     IF WS-HS-WRITE-DONE
054000         MOVE HS-DATE      TO CP-HIST-DATE
054100         MOVE HS-SEQ       TO CP-HIST-SEQ
054200     END-IF.
054300     SET CP-EMIS           TO TRUE.
054400     MOVE WS-RUN-DATE      TO CP-DATE-STATUT.
054500     MOVE ZERO             TO CP-RETOUR-CLE.
054600     PERFORM 2400-WRITE-ITEM THRU 2400-WRITE-ITEM-EXIT.
054700     IF NOT WS-CP-WRITE-DONE
054800         DISPLAY "CMPEMIS - ECRITURE CMPENC ECHEC "
054900             WS-COMPTE " " WS-CP-STATUS
055000             " - MONTANT DEBITE NON TENU EN SUSPENS"
055100         MOVE 16 TO RETURN-CODE
055200         MOVE 'Y' TO WS-EOF-SW
055300         MOVE "ERREUR CMPENC" TO WS-MENTION
055400         GO TO 2300-EMIT-VIREMENT-EXIT
055500     END-IF.
055600
055700     MOVE SPACE            TO SO-DETAIL-RECORD.
055800     MOVE 'D'              TO SO-TYPE.
055900     MOVE CP-DATE-EMISSION TO SO-REF-DATE.
056000     MOVE CP-SEQ           TO SO-REF-SEQ.
056100     MOVE CP-MONTANT       TO SO-MONTANT.
056200     MOVE WS-COMPTE        TO SO-COMPTE-DONNEUR.
056300     MOVE WS-NOM           TO SO-NOM-DONNEUR.
056400     MOVE CP-IBAN-BENEF    TO SO-IBAN-BENEF.
056500     MOVE CP-BIC-BENEF     TO SO-BIC-BENEF.
056600     MOVE CP-NOM-BENEF     TO SO-NOM-BENEF.
056700     MOVE CP-REF-CLIENT    TO SO-REF-CLIENT.
056800     WRITE SO-DETAIL-RECORD.
056900     IF WS-SO-STATUS NOT = '00'
057000         DISPLAY "CMPEMIS - ECRITURE CMPSORT ECHEC "
057100             WS-COMPTE " " WS-SO-STATUS
057200         MOVE 16 TO RETURN-CODE
057300         MOVE 'Y' TO WS-EOF-SW
057400         MOVE "ERREUR CMPSORT" TO WS-MENTION
057500         GO TO 2300-EMIT-VIREMENT-EXIT
057600     END-IF.
057700
057800     ADD 1 TO WS-EMIS-COUNT.
057900     ADD CP-MONTANT TO WS-TOTAL-EMIS.
058000     MOVE CP-SEQ TO DL-SEQ.
058100     MOVE "EMIS" TO WS-MENTION.
058200 2300-EMIT-VIREMENT-EXIT.
058300     EXIT.
058400
058500*-----------------------------------------------------------------
058600* 2350-WRITE-HISTORY - RECORD THE DEBIT JUST POSTED ON THE
058700* CUMULATIVE HISTORY FILE AS A CLEARING MOVEMENT.  THE SEQUENCE
058800* NUMBER IS BUMPED PAST ANY RECORDS ALREADY THERE FOR THIS
058900* ACCOUNT TODAY.
059000*-----------------------------------------------------------------
059100 2350-WRITE-HISTORY.
059200     MOVE WS-COMPTE      TO HS-COMPTE.
059300     MOVE WS-RUN-DATE    TO HS-DATE.
059400     MOVE 1              TO HS-SEQ.
059500     SET HS-DEBIT        TO TRUE.
059600     MOVE VX-MONTANT     TO HS-MONTANT.
059700     MOVE SOLDE          TO HS-NOUVEAU-SOLDE.
059800     SET HS-COMPENSATION TO TRUE.
059900     MOVE SPACE          TO HS-ANNULE-SW.
060000     MOVE ZERO           TO HS-REF-CLE.
060100     MOVE 'N'            TO WS-HS-DONE-SW.
060200     MOVE 'N'            TO WS-HS-ERR-SW.
060300
060400     PERFORM 2360-WRITE-HISTORY-RECORD
060500         THRU 2360-WRITE-HISTORY-RECORD-EXIT
060600         UNTIL WS-HS-WRITE-DONE OR WS-HS-WRITE-ERROR
060700             OR HS-SEQ > 9999.
060800
060900     IF NOT WS-HS-WRITE-DONE
061000         DISPLAY "CMPEMIS - ECRITURE TRAN-HISTORY ECHEC "
061100             WS-COMPTE " " WS-HS-STATUS
061200     END-IF.
061300 2350-WRITE-HISTORY-EXIT.
061400     EXIT.
061500
061600*-----------------------------------------------------------------
061700* 2360-WRITE-HISTORY-RECORD - ONE WRITE ATTEMPT; A DUPLICATE KEY
061800* MEANS THE SEQUENCE NUMBER IS ALREADY TAKEN, SO STEP IT AND LET
061900* THE LOOP TRY AGAIN.
062000*-----------------------------------------------------------------
062100 2360-WRITE-HISTORY-RECORD.
062200     WRITE HS-HISTORY-RECORD
062300         INVALID KEY
062400             ADD 1 TO HS-SEQ
062500         NOT INVALID KEY
062600             MOVE 'Y' TO WS-HS-DONE-SW
062700     END-WRITE.
062800
062900*    A FAILURE THAT IS NOT A DUPLICATE KEY (I-O ERROR, SPACE)
063000*    WILL NOT CLEAR ON A RETRY - GET OUT OF THE LOOP AND LET
063100*    THE CALLER REPORT THE STATUS.
063200     IF NOT WS-HS-WRITE-DONE
063300         AND WS-HS-STATUS NOT = '21'
063400         AND WS-HS-STATUS NOT = '22'
063500         SET WS-HS-WRITE-ERROR TO TRUE
063600     END-IF.
063700 2360-WRITE-HISTORY-RECORD-EXIT.
063800     EXIT.
063900
064000*-----------------------------------------------------------------
064100* 2400-WRITE-ITEM - FILE THE ITEM BUILT BY THE CALLER ON THE
064200* CLEARING SUSPENSE FILE UNDER THE NEXT FREE SEQUENCE NUMBER OF
064300* THE BUSINESS DATE.
064400*-----------------------------------------------------------------
064500 2400-WRITE-ITEM.
064600     MOVE 'N' TO WS-CP-DONE-SW.
064700     MOVE 'N' TO WS-CP-ERR-SW.
064800     PERFORM 2410-WRITE-ITEM-RECORD
064900         THRU 2410-WRITE-ITEM-RECORD-EXIT
065000         UNTIL WS-CP-WRITE-DONE OR WS-CP-WRITE-ERROR
065100             OR WS-CP-SEQ = 99999.
065200 2400-WRITE-ITEM-EXIT.
065300     EXIT.
065400
065500*-----------------------------------------------------------------
065600* 2410-WRITE-ITEM-RECORD - ONE WRITE ATTEMPT UNDER THE NEXT
065700* SEQUENCE NUMBER; A DUPLICATE KEY MOVES ON TO THE ONE AFTER.
065800*-----------------------------------------------------------------
065900 2410-WRITE-ITEM-RECORD.
066000     ADD 1 TO WS-CP-SEQ.
066100     MOVE WS-CP-SEQ TO CP-SEQ.
066200     WRITE CP-CLEARING-RECORD
066300         INVALID KEY
066400             CONTINUE
066500         NOT INVALID KEY
066600             MOVE 'Y' TO WS-CP-DONE-SW
066700     END-WRITE.
066800     IF NOT WS-CP-WRITE-DONE
066900         AND WS-CP-STATUS NOT = '22'
067000         SET WS-CP-WRITE-ERROR TO TRUE
067100     END-IF.
067200 2410-WRITE-ITEM-RECORD-EXIT.
067300     EXIT.
067400
067500*-----------------------------------------------------------------
067600* 2500-WRITE-DETAIL - ONE REPORT LINE PER ORDER, WITH OUR
067700* REFERENCE FOR ONE SENT AND THE REASON FOR ONE REFUSED.
067800*-----------------------------------------------------------------
067900 2500-WRITE-DETAIL.
068000     IF NOT WS-ER-OPEN
068100         GO TO 2500-WRITE-DETAIL-EXIT
068200     END-IF.
068300     MOVE VX-COMPTE     TO DL-COMPTE.
068400     MOVE VX-IBAN-BENEF TO DL-IBAN.
068500     MOVE WS-MENTION    TO DL-MENTION.
068600     IF VX-MONTANT IS NUMERIC
068700         MOVE VX-MONTANT TO DL-MONTANT
068800     ELSE
068900         MOVE ZERO TO DL-MONTANT
069000     END-IF.
069100     MOVE WS-DETAIL-LINE TO ER-LINE.
069200     WRITE ER-LINE.
069300 2500-WRITE-DETAIL-EXIT.
069400     EXIT.
069500
069600*-----------------------------------------------------------------
069700* 9000-TERMINATE - THE OUTBOUND TRAILER, GUARDED CLOSES, THE
069800* RUN-CONTROL MARKED COMPLETE ONLY WHEN THE PASS REALLY RAN TO
069900* ITS END, AND RUN TOTALS.
070000*-----------------------------------------------------------------
070100 9000-TERMINATE.
070200     IF WS-SO-OPEN
070300         MOVE SPACE TO SO-REMORQUE-RECORD
070400         MOVE 'T' TO SO-TYPE
070500         MOVE WS-EMIS-COUNT TO ST-NB-VIREMENTS
070600         MOVE WS-TOTAL-EMIS TO ST-TOTAL-MONTANTS
070700         WRITE SO-REMORQUE-RECORD
070800         IF WS-SO-STATUS NOT = '00'
070900             DISPLAY "CMPEMIS - ECRITURE CMPSORT ECHEC "
071000                 WS-SO-STATUS
071100             MOVE 16 TO RETURN-CODE
071200         END-IF
071300         CLOSE CLEARING-OUT
071400     END-IF.
071500     IF WS-ER-OPEN
071600         MOVE WS-EMIS-COUNT   TO TL-EMIS
071700         MOVE WS-TOTAL-EMIS   TO TL-MONTANT
071800         MOVE WS-REJECT-COUNT TO TL-REJETES
071900         MOVE WS-TOTAL-LINE TO ER-LINE
072000         WRITE ER-LINE
072100         CLOSE EMIS-REPORT
072200     END-IF.
072300     IF WS-VX-OPEN
072400         CLOSE ORDER-FILE
072500     END-IF.
072600     IF WS-CM-OPEN
072700         CLOSE CLIENT-MASTER
072800     END-IF.
072900     IF WS-CP-OPEN
073000         CLOSE CLEARING-ITEMS
073100     END-IF.
073200     IF WS-HS-OPEN
073300         CLOSE TRAN-HISTORY
073400     END-IF.
073500
073600*    AN ABEND LEAVES THE 'E' STATUS FOR THE OPERATOR; A NIGHT
073700*    WITH NO ORDER FILE AT ALL IS A COMPLETE RUN.
073800     IF WS-RC-CHECKED AND WS-CM-OPEN
073900         AND RETURN-CODE NOT = 16
074000         SET RC-CMPEMIS-TERMINE TO TRUE
074100         PERFORM 1060-WRITE-RUN-CONTROL
074200             THRU 1060-WRITE-RUN-CONTROL-EXIT
074300     END-IF.
074400
074500     DISPLAY "CMPEMIS - ORDRES LUS        : " WS-ORDER-COUNT.
074600     DISPLAY "CMPEMIS - VIREMENTS EMIS    : " WS-EMIS-COUNT.
074700     DISPLAY "CMPEMIS - MONTANT EMIS      : " WS-TOTAL-EMIS.
074800     DISPLAY "CMPEMIS - ORDRES REFUSES    : " WS-REJECT-COUNT.
074900     PERFORM 9500-WRITE-RUN-STATS
075000         THRU 9500-WRITE-RUN-STATS-EXIT.
075100     DISPLAY "CMPEMIS - FIN DE LA COMPENSATION EMISE".
075200 9000-TERMINATE-EXIT.
075300     EXIT.
075400
075500*-----------------------------------------------------------------
075600* 9500-WRITE-RUN-STATS - ONE LINE OF RUN TOTALS APPENDED TO THE
075700* COMMON RUNSTAT FILE (CREATED ON ITS VERY FIRST USE), FOR THE
075800* BATCHRPT OPERATIONS SUMMARY.  A FAILURE HERE IS REPORTED BUT
075900* NEVER FAILS THE STEP - THE STATISTICS ARE ABOUT THE RUN, NOT
076000* PART OF IT.
076100*-----------------------------------------------------------------
076200 9500-WRITE-RUN-STATS.
076300     OPEN EXTEND RUN-STATS.
076400     IF WS-RS-STATUS NOT = '00'
076500         OPEN OUTPUT RUN-STATS
076600     END-IF.
076700     IF WS-RS-STATUS NOT = '00'
076800         DISPLAY "CMPEMIS - ECRITURE RUNSTAT ECHEC "
076900             WS-RS-STATUS
077000         GO TO 9500-WRITE-RUN-STATS-EXIT
077100     END-IF.
077200
077300     MOVE "CMPEMIS" TO RS-PROGRAMME.
077400     MOVE RC-DATE-AFFAIRES TO RS-DATE-AFFAIRES.
077500     MOVE WS-EMIS-COUNT TO RS-NB-TRAITES.
077600     MOVE WS-REJECT-COUNT TO RS-NB-REJETES.
077700     MOVE WS-ORDER-COUNT TO RS-NB-AUTRES.
077800     MOVE RETURN-CODE TO RS-CODE-RETOUR.
077900     WRITE RS-STATS-RECORD.
078000     CLOSE RUN-STATS.
078100 9500-WRITE-RUN-STATS-EXIT.
078200     EXIT.
