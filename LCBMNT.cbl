000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LCBMNT.
000300 AUTHOR.        R. DUBOIS.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 15/10/2026 RD    Original program.  Anti-money-laundering
001100*                  alert maintenance - applies the compliance
001200*                  officer's decisions from LCBDEC to the alerts
001300*                  LCBSURV files on LCBALRT: 'C' clears an open
001400*                  alert after review, 'D' records that it was
001500*                  declared to the authorities.  A cleared alert
001600*                  may still be declared later; a declared one
001700*                  is final.  Every decision carries the
001800*                  officer's identifier and a motive, both
001900*                  mandatory, and both stay on the alert with
002000*                  the business date as the audit trail.  Every
002100*                  decision, applied or rejected, is printed on
002200*                  the LCBREG register.
002300*-----------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT ALERT-FILE      ASSIGN TO "LCBALRT"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS AL-CLE
003100         FILE STATUS IS WS-AL-STATUS.
003200
003300     SELECT DECISION-FILE   ASSIGN TO "LCBDEC"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-LD-STATUS.
003600
003700     SELECT DECISION-REGISTER ASSIGN TO "LCBREG"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-LG-STATUS.
004000
004100     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-RN-STATUS.
004400
004500     SELECT RUN-STATS       ASSIGN TO "RUNSTAT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-RS-STATUS.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  ALERT-FILE.
005200 01  AL-ALERT-RECORD.
005300     COPY ALRTREC.
005400
005500 FD  DECISION-FILE.
005600 01  LD-RECORD.
005700     05  LD-CODE                     PIC X(01).
005800         88  LD-CLASSEMENT               VALUE 'C'.
005900         88  LD-DECLARATION              VALUE 'D'.
006000     05  LD-CLE.
006100         10  LD-DATE-ALERTE          PIC 9(08).
006200         10  LD-COMPTE               PIC 9(08).
006300         10  LD-TYPE                 PIC X(02).
006400     05  LD-AGENT                    PIC X(08).
006500     05  LD-MOTIF                    PIC X(20).
006600
006700 FD  DECISION-REGISTER.
006800 01  LG-RECORD                       PIC X(80).
006900
007000 FD  RUN-CONTROL.
007100 01  RN-RECORD                       PIC X(47).
007200
007300 FD  RUN-STATS.
007400 01  RS-STATS-RECORD.
007500     COPY RUNSREC.
007600
007700 WORKING-STORAGE SECTION.
007800*-----------------------------------------------------------------
007900* SWITCHES AND COUNTERS.
008000*-----------------------------------------------------------------
008100 77  WS-AL-STATUS                    PIC X(02) VALUE '00'.
008200 77  WS-LD-STATUS                    PIC X(02) VALUE '00'.
008300 77  WS-LG-STATUS                    PIC X(02) VALUE '00'.
008400 77  WS-RN-STATUS                    PIC X(02) VALUE '00'.
008500 77  WS-RS-STATUS                    PIC X(02) VALUE '00'.
008600 77  WS-EOF-SW                       PIC X(01) VALUE 'N'.
008700     88  WS-END-OF-DECISIONS             VALUE 'Y'.
008800 77  WS-AL-OPEN-SW                   PIC X(01) VALUE 'N'.
008900     88  WS-AL-OPEN                      VALUE 'Y'.
009000 77  WS-LD-OPEN-SW                   PIC X(01) VALUE 'N'.
009100     88  WS-LD-OPEN                      VALUE 'Y'.
009200 77  WS-LG-OPEN-SW                   PIC X(01) VALUE 'N'.
009300     88  WS-LG-OPEN                      VALUE 'Y'.
009400 77  WS-APPLIED-COUNT                PIC 9(05) COMP VALUE ZERO.
009500 77  WS-REJECT-COUNT                 PIC 9(05) COMP VALUE ZERO.
009600 77  WS-DECLARE-COUNT                PIC 9(05) COMP VALUE ZERO.
009700 77  WS-VALID-SW                     PIC X(01) VALUE 'Y'.
009800     88  WS-FIELDS-ARE-VALID             VALUE 'Y'.
009900 77  WS-EXCEPTION-REASON             PIC X(30) VALUE SPACE.
010000 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
010100
010200*-----------------------------------------------------------------
010300* RUN-CONTROL WORK AREA - READ ONLY, FOR THE BUSINESS DATE.  A
010400* DECISION IS NOT TIED TO ANY STEP OF THE NIGHT, AND AN ALERT
010500* ALREADY DECIDED REFUSES THE SAME DECISION AGAIN, SO A RERUN IS
010600* HARMLESS.
010700*-----------------------------------------------------------------
010800 01  WS-RUN-CONTROL.
010900     COPY RUNCTREC.
011000
011100 PROCEDURE DIVISION.
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
011400
011500     PERFORM 2000-PROCESS-DECISION
011600         THRU 2000-PROCESS-DECISION-EXIT
011700         UNTIL WS-END-OF-DECISIONS.
011800
011900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
012000
012100     STOP RUN.
012200
012300*-----------------------------------------------------------------
012400* 1000-INITIALIZE - FETCH THE BUSINESS DATE, OPEN THE ALERT FILE
012500* FOR UPDATE, THE DECISIONS AND THE REGISTER, AND PRIME THE
012600* FIRST READ.
012700*-----------------------------------------------------------------
012800 1000-INITIALIZE.
012900     DISPLAY "LCBMNT - DEBUT DU TRAITEMENT DES ALERTES LCB".
013000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
013100
013200*    WHEN THE RUN-CONTROL EXISTS, THE BUSINESS DATE IT CARRIES
013300*    IS THE DATE OF EVERY DECISION RECORDED.
013400     OPEN INPUT RUN-CONTROL.
013500     IF WS-RN-STATUS = '00'
013600         READ RUN-CONTROL INTO WS-RUN-CONTROL
013700             AT END
013800                 CONTINUE
013900             NOT AT END
014000                 MOVE RC-DATE-AFFAIRES TO WS-RUN-DATE
014100         END-READ
014200         CLOSE RUN-CONTROL
014300     END-IF.
014400
014500*    NO DECISION FILE IS THE USUAL CASE, NOT AN ERROR.
014600     OPEN INPUT DECISION-FILE.
014700     IF WS-LD-STATUS NOT = '00'
014800         DISPLAY "LCBMNT - PAS DE DECISION A APPLIQUER ("
014900             WS-LD-STATUS ")"
015000         MOVE 'Y' TO WS-EOF-SW
015100         GO TO 1000-INITIALIZE-EXIT
015200     END-IF.
015300     MOVE 'Y' TO WS-LD-OPEN-SW.
015400
015500     OPEN I-O ALERT-FILE.
015600     IF WS-AL-STATUS NOT = '00'
015700         DISPLAY "LCBMNT - OUVERTURE LCBALRT ECHEC "
015800             WS-AL-STATUS
015900         MOVE 16 TO RETURN-CODE
016000         MOVE 'Y' TO WS-EOF-SW
016100         GO TO 1000-INITIALIZE-EXIT
016200     END-IF.
016300     MOVE 'Y' TO WS-AL-OPEN-SW.
016400
016500     OPEN OUTPUT DECISION-REGISTER.
016600     IF WS-LG-STATUS NOT = '00'
016700         DISPLAY "LCBMNT - OUVERTURE DECISION-REGISTER ECHEC "
016800             WS-LG-STATUS
016900     ELSE
017000         MOVE 'Y' TO WS-LG-OPEN-SW
017100     END-IF.
017200
017300     PERFORM 2100-READ-DECISION THRU 2100-READ-DECISION-EXIT.
017400 1000-INITIALIZE-EXIT.
017500     EXIT.
017600
017700*-----------------------------------------------------------------
017800* 2000-PROCESS-DECISION - APPLY THE DECISION CURRENTLY IN THE
017900* WORK AREA, THEN GET THE NEXT ONE.
018000*-----------------------------------------------------------------
018100 2000-PROCESS-DECISION.
018200     PERFORM 2150-READ-ALERT THRU 2150-READ-ALERT-EXIT.
018300     IF NOT WS-FIELDS-ARE-VALID
018400         ADD 1 TO WS-REJECT-COUNT
018500         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
018600         GO TO 2000-PROCESS-DECISION-SUITE
018700     END-IF.
018800
018900     IF LD-CLASSEMENT
019000         PERFORM 2300-CLEAR-ALERT THRU 2300-CLEAR-ALERT-EXIT
019100     ELSE
019200         PERFORM 2400-DECLARE-ALERT THRU 2400-DECLARE-ALERT-EXIT
019300     END-IF.
019400
019500 2000-PROCESS-DECISION-SUITE.
019600     PERFORM 2100-READ-DECISION THRU 2100-READ-DECISION-EXIT.
019700 2000-PROCESS-DECISION-EXIT.
019800     EXIT.
019900
020000*-----------------------------------------------------------------
020100* 2100-READ-DECISION - GET THE NEXT DECISION.
020200*-----------------------------------------------------------------
020300 2100-READ-DECISION.
020400     READ DECISION-FILE
020500         AT END
020600             MOVE 'Y' TO WS-EOF-SW
020700             GO TO 2100-READ-DECISION-EXIT
020800     END-READ.
020900 2100-READ-DECISION-EXIT.
021000     EXIT.
021100
021200*-----------------------------------------------------------------
021300* 2150-READ-ALERT - EDIT THE DECISION AND FETCH THE ALERT IT
021400* NAMES.  THE CODE, THE OFFICER AND THE MOTIVE ARE MANDATORY, AND
021500* A DECLARED ALERT IS CLOSED FOR GOOD.
021600*-----------------------------------------------------------------
021700 2150-READ-ALERT.
021800     MOVE 'Y' TO WS-VALID-SW.
021900     MOVE SPACE TO WS-EXCEPTION-REASON.
022000
022100     IF NOT LD-CLASSEMENT AND NOT LD-DECLARATION
022200         MOVE 'N' TO WS-VALID-SW
022300         MOVE "CODE DECISION INVALIDE" TO WS-EXCEPTION-REASON
022400         GO TO 2150-READ-ALERT-EXIT
022500     END-IF.
022600     IF LD-DATE-ALERTE IS NOT NUMERIC
022700         OR LD-COMPTE IS NOT NUMERIC
022800         MOVE 'N' TO WS-VALID-SW
022900         MOVE "CLE NON NUMERIQUE" TO WS-EXCEPTION-REASON
023000         GO TO 2150-READ-ALERT-EXIT
023100     END-IF.
023200     IF LD-AGENT = SPACE
023300         MOVE 'N' TO WS-VALID-SW
023400         MOVE "AGENT OBLIGATOIRE" TO WS-EXCEPTION-REASON
023500         GO TO 2150-READ-ALERT-EXIT
023600     END-IF.
023700     IF LD-MOTIF = SPACE
023800         MOVE 'N' TO WS-VALID-SW
023900         MOVE "MOTIF OBLIGATOIRE" TO WS-EXCEPTION-REASON
024000         GO TO 2150-READ-ALERT-EXIT
024100     END-IF.
024200
024300     MOVE LD-CLE TO AL-CLE.
024400     READ ALERT-FILE
024500         INVALID KEY
024600             MOVE 'N' TO WS-VALID-SW
024700             MOVE "ALERTE INCONNUE" TO WS-EXCEPTION-REASON
024800             GO TO 2150-READ-ALERT-EXIT
024900     END-READ.
025000
025100     IF AL-DECLAREE
025200         MOVE 'N' TO WS-VALID-SW
025300         MOVE "ALERTE DEJA DECLAREE" TO WS-EXCEPTION-REASON
025400     END-IF.
025500 2150-READ-ALERT-EXIT.
025600     EXIT.
025700
025800*-----------------------------------------------------------------
025900* 2300-CLEAR-ALERT - CLOSE AN OPEN ALERT AFTER REVIEW.  AN ALERT
026000* ALREADY CLEARED IS NOT CLEARED AGAIN, SO ITS FIRST REVIEW
026100* STAYS ON RECORD.
026200*-----------------------------------------------------------------
026300 2300-CLEAR-ALERT.
026400     IF NOT AL-OUVERTE
026500         ADD 1 TO WS-REJECT-COUNT
026600         MOVE "ALERTE DEJA CLASSEE" TO WS-EXCEPTION-REASON
026700         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
026800         GO TO 2300-CLEAR-ALERT-EXIT
026900     END-IF.
027000
027100     MOVE 'C' TO AL-STATUT.
027200     PERFORM 2500-REWRITE-ALERT THRU 2500-REWRITE-ALERT-EXIT.
027300 2300-CLEAR-ALERT-EXIT.
027400     EXIT.
027500
027600*-----------------------------------------------------------------
027700* 2400-DECLARE-ALERT - RECORD THE DECLARATION OF AN OPEN OR
027800* CLEARED ALERT.
027900*-----------------------------------------------------------------
028000 2400-DECLARE-ALERT.
028100     MOVE 'D' TO AL-STATUT.
028200     PERFORM 2500-REWRITE-ALERT THRU 2500-REWRITE-ALERT-EXIT.
028300     IF AL-DECLAREE AND WS-AL-STATUS = '00'
028400         ADD 1 TO WS-DECLARE-COUNT
028500     END-IF.
028600 2400-DECLARE-ALERT-EXIT.
028700     EXIT.
028800
028900*-----------------------------------------------------------------
029000* 2500-REWRITE-ALERT - STAMP THE DECISION ON THE ALERT AND PUT IT
029100* BACK.
029200*-----------------------------------------------------------------
029300 2500-REWRITE-ALERT.
029400     MOVE WS-RUN-DATE TO AL-DATE-STATUT.
029500     MOVE LD-AGENT    TO AL-AGENT.
029600     MOVE LD-MOTIF    TO AL-MOTIF.
029700     REWRITE AL-ALERT-RECORD.
029800     IF WS-AL-STATUS = '00'
029900         ADD 1 TO WS-APPLIED-COUNT
030000         PERFORM 2600-WRITE-APPLIED THRU 2600-WRITE-APPLIED-EXIT
030100     ELSE
030200         DISPLAY "LCBMNT - REWRITE LCBALRT ECHEC "
030300             LD-CLE " " WS-AL-STATUS
030400         IF RETURN-CODE < 8
030500             MOVE 8 TO RETURN-CODE
030600         END-IF
030700     END-IF.
030800 2500-REWRITE-ALERT-EXIT.
030900     EXIT.
031000
031100*-----------------------------------------------------------------
031200* 2600-WRITE-APPLIED - REGISTER LINE FOR A DECISION THAT WAS
031300* APPLIED.
031400*-----------------------------------------------------------------
031500 2600-WRITE-APPLIED.
031600     IF NOT WS-LG-OPEN
031700         GO TO 2600-WRITE-APPLIED-EXIT
031800     END-IF.
031900     MOVE SPACE TO LG-RECORD.
032000     STRING "APPLIQUE CODE="  DELIMITED BY SIZE
032100            LD-CODE           DELIMITED BY SIZE
032200            " ALERTE="        DELIMITED BY SIZE
032300            AL-DATE-ALERTE    DELIMITED BY SIZE
032400            "/"               DELIMITED BY SIZE
032500            AL-COMPTE         DELIMITED BY SIZE
032600            "/"               DELIMITED BY SIZE
032700            AL-TYPE           DELIMITED BY SIZE
032800            " PAR "           DELIMITED BY SIZE
032900            AL-AGENT          DELIMITED BY SIZE
033000            " "               DELIMITED BY SIZE
033100            AL-MOTIF          DELIMITED BY SIZE
033200       INTO LG-RECORD
033300     END-STRING.
033400
033500     WRITE LG-RECORD.
033600 2600-WRITE-APPLIED-EXIT.
033700     EXIT.
033800
033900*-----------------------------------------------------------------
034000* 2700-WRITE-REJECT - REGISTER LINE FOR A DECISION THAT WAS
034100* REFUSED, WITH THE REASON.
034200*-----------------------------------------------------------------
034300 2700-WRITE-REJECT.
034400     IF NOT WS-LG-OPEN
034500         GO TO 2700-WRITE-REJECT-EXIT
034600     END-IF.
034700     MOVE SPACE TO LG-RECORD.
034800     STRING "REJETE   CODE="  DELIMITED BY SIZE
034900            LD-CODE           DELIMITED BY SIZE
035000            " ALERTE="        DELIMITED BY SIZE
035100            LD-DATE-ALERTE    DELIMITED BY SIZE
035200            "/"               DELIMITED BY SIZE
035300            LD-COMPTE         DELIMITED BY SIZE
035400            "/"               DELIMITED BY SIZE
035500            LD-TYPE           DELIMITED BY SIZE
035600            " RAISON="        DELIMITED BY SIZE
035700            WS-EXCEPTION-REASON DELIMITED BY SIZE
035800       INTO LG-RECORD
035900     END-STRING.
036000
036100     WRITE LG-RECORD.
036200 2700-WRITE-REJECT-EXIT.
036300     EXIT.
036400
036500*-----------------------------------------------------------------
036600* 9000-TERMINATE - CLOSE EACH FILE THAT WAS ACTUALLY OPENED AND
036700* DISPLAY RUN TOTALS.
036800*-----------------------------------------------------------------
036900 9000-TERMINATE.
037000     IF WS-AL-OPEN
037100         CLOSE ALERT-FILE
037200     END-IF.
037300     IF WS-LD-OPEN
037400         CLOSE DECISION-FILE
037500     END-IF.
037600     IF WS-LG-OPEN
037700         CLOSE DECISION-REGISTER
037800     END-IF.
037900
038000     DISPLAY "LCBMNT - DECISIONS APPLIQUEES : " WS-APPLIED-COUNT.
038100     DISPLAY "LCBMNT - DONT DECLARATIONS    : " WS-DECLARE-COUNT.
038200     DISPLAY "LCBMNT - DECISIONS REJETEES   : " WS-REJECT-COUNT.
038300     PERFORM 9500-WRITE-RUN-STATS
038400         THRU 9500-WRITE-RUN-STATS-EXIT.
038500     DISPLAY "LCBMNT - FIN DU TRAITEMENT DES ALERTES LCB".
038600 9000-TERMINATE-EXIT.
038700     EXIT.
038800
038900*-----------------------------------------------------------------
039000* 9500-WRITE-RUN-STATS - ONE LINE OF RUN TOTALS APPENDED TO THE
039100* COMMON RUNSTAT FILE (CREATED ON ITS VERY FIRST USE), FOR THE
039200* BATCHRPT OPERATIONS SUMMARY.  A FAILURE HERE IS REPORTED BUT
039300* NEVER FAILS THE STEP - THE STATISTICS ARE ABOUT THE RUN, NOT
039400* PART OF IT.
039500*-----------------------------------------------------------------
039600 9500-WRITE-RUN-STATS.
039700     OPEN EXTEND RUN-STATS.
039800     IF WS-RS-STATUS NOT = '00'
039900         OPEN OUTPUT RUN-STATS
040000     END-IF.
040100     IF WS-RS-STATUS NOT = '00'
040200         DISPLAY "LCBMNT - ECRITURE RUNSTAT ECHEC "
040300             WS-RS-STATUS
040400         GO TO 9500-WRITE-RUN-STATS-EXIT
040500     END-IF.
040600
040700     MOVE "LCBMNT" TO RS-PROGRAMME.
040800     MOVE WS-RUN-DATE TO RS-DATE-AFFAIRES.
040900     MOVE WS-APPLIED-COUNT TO RS-NB-TRAITES.
041000     MOVE WS-REJECT-COUNT TO RS-NB-REJETES.
041100     MOVE WS-DECLARE-COUNT TO RS-NB-AUTRES.
041200     MOVE RETURN-CODE TO RS-CODE-RETOUR.
041300     WRITE RS-STATS-RECORD.
041400     CLOSE RUN-STATS.
041500 9500-WRITE-RUN-STATS-EXIT.
041600     EXIT.
