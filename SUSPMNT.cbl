000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUSPMNT.
000300 AUTHOR.        R. DUBOIS.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 15/10/2026 RD    Original program.  Posting-suspense repair
001100*                  run - applies the back office's repair
001200*                  movements from SUSPCOR against the SUSPENS
001300*                  file TRNPOST fills with every movement it
001400*                  refuses: 'C' corrects the movement held on an
001500*                  open item (account, amount, indicator,
001600*                  destination, original key) and leaves it
001700*                  open; 'R' resubmits the held movement by
001800*                  appending it to the night's TRNVALID, the
001900*                  same way ORDGEN emits the standing orders,
002000*                  so it posts with the night's work; 'P' writes
002100*                  the item off with a mandatory motive.  Only
002200*                  an open item can be acted on, so a rerun of
002300*                  the same SUSPCOR cannot resubmit anything
002400*                  twice.  Runs between ORDGEN and TRNPOST and
002500*                  refuses to run once tonight's file is posted.
002600*                  Every movement, applied or rejected, is
002700*                  printed on the SUSPREG repair register; an
002800*                  item that cannot be updated is a reject too,
002900*                  and ends the run with return code 8.
003000*-----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT SUSPENSE-FILE   ASSIGN TO "SUSPENS"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS SU-CLE
003800         FILE STATUS IS WS-SU-STATUS.
003900
004000     SELECT CORR-FILE       ASSIGN TO "SUSPCOR"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-SC-STATUS.
004300
004400     SELECT VALID-TRAN-FILE ASSIGN TO "TRNVALID"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-TV-STATUS.
004700
004800     SELECT CORR-REGISTER   ASSIGN TO "SUSPREG"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SR-STATUS.
005100
005200     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RN-STATUS.
005500
005600     SELECT RUN-STATS       ASSIGN TO "RUNSTAT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RS-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  SUSPENSE-FILE.
006300 01  SU-SUSPENSE-RECORD.
006400     COPY SUSPREC.
006500
006600 FD  CORR-FILE.
006700 01  SC-RECORD.
006800     05  SC-CODE                     PIC X(01).
006900         88  SC-CORRECTION               VALUE 'C'.
007000         88  SC-RESOUMISSION             VALUE 'R'.
007100         88  SC-PASSAGE-EN-PERTE         VALUE 'P'.
007200     05  SC-CLE.
007300         10  SC-DATE-REJET           PIC 9(08).
007400         10  SC-SEQ                  PIC 9(05).
007500     05  SC-MOUVEMENT.
007600         10  SC-COMPTE               PIC 9(08).
007700         10  SC-MONTANT              PIC 9(06)V99.
007800         10  SC-INDICATEUR           PIC X(01).
007900         10  SC-COMPTE-DEST          PIC 9(08).
008000         10  SC-ORIG-DATE            PIC 9(08).
008100         10  SC-ORIG-SEQ             PIC 9(04).
008200     05  SC-MOTIF                    PIC X(20).
008300
008400 FD  VALID-TRAN-FILE.
008500 01  TV-RECORD.
008600     COPY TRANREC.
008700
008800 FD  CORR-REGISTER.
008900 01  SR-RECORD                       PIC X(80).
009000
009100 FD  RUN-CONTROL.
009200 01  RN-RECORD                       PIC X(47).
009300
009400 FD  RUN-STATS.
009500 01  RS-STATS-RECORD.
009600     COPY RUNSREC.
009700
009800 WORKING-STORAGE SECTION.
009900*-----------------------------------------------------------------
010000* SWITCHES AND COUNTERS.
010100*-----------------------------------------------------------------
010200 77  WS-SU-STATUS                    PIC X(02) VALUE '00'.
010300 77  WS-SC-STATUS                    PIC X(02) VALUE '00'.
010400 77  WS-TV-STATUS                    PIC X(02) VALUE '00'.
010500 77  WS-SR-STATUS                    PIC X(02) VALUE '00'.
010600 77  WS-RN-STATUS                    PIC X(02) VALUE '00'.
010700 77  WS-RS-STATUS                    PIC X(02) VALUE '00'.
010800 77  WS-EOF-SW                       PIC X(01) VALUE 'N'.
010900     88  WS-END-OF-CORRECTIONS           VALUE 'Y'.
011000 77  WS-SU-OPEN-SW                   PIC X(01) VALUE 'N'.
011100     88  WS-SU-OPEN                      VALUE 'Y'.
011200 77  WS-SC-OPEN-SW                   PIC X(01) VALUE 'N'.
011300     88  WS-SC-OPEN                      VALUE 'Y'.
011400 77  WS-TV-OPEN-SW                   PIC X(01) VALUE 'N'.
011500     88  WS-TV-OPEN                      VALUE 'Y'.
011600 77  WS-SR-OPEN-SW                   PIC X(01) VALUE 'N'.
011700     88  WS-SR-OPEN                      VALUE 'Y'.
011800 77  WS-RC-ABEND-SW                  PIC X(01) VALUE 'N'.
011900     88  WS-RC-ABEND                     VALUE 'Y'.
012000 77  WS-APPLIED-COUNT                PIC 9(05) COMP VALUE ZERO.
012100 77  WS-REJECT-COUNT                 PIC 9(05) COMP VALUE ZERO.
012200 77  WS-RESOUMIS-COUNT               PIC 9(05) COMP VALUE ZERO.
012300 77  WS-VALID-SW                     PIC X(01) VALUE 'Y'.
012400     88  WS-FIELDS-ARE-VALID             VALUE 'Y'.
012500 77  WS-EXCEPTION-REASON             PIC X(30) VALUE SPACE.
012600 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
012700
012800*-----------------------------------------------------------------
012900* RUN-CONTROL WORK AREA - READ ONLY.  THIS STEP HAS NO STATUS OF
013000* ITS OWN ON RUNCTL: IT ONLY CHECKS THAT TONIGHT'S TRNVALID IS
013100* COMPLETE AND NOT YET POSTED, AND AN OPEN ITEM CAN ONLY BE
013200* RESUBMITTED ONCE, SO A RERUN IS HARMLESS.
013300*-----------------------------------------------------------------
013400 01  WS-RUN-CONTROL.
013500     COPY RUNCTREC.
013600
013700 PROCEDURE DIVISION.
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
014000
014100     PERFORM 2000-PROCESS-CORRECTION
014200         THRU 2000-PROCESS-CORRECTION-EXIT
014300         UNTIL WS-END-OF-CORRECTIONS.
014400
014500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
014600
014700     STOP RUN.
014800
014900*-----------------------------------------------------------------
015000* 1000-INITIALIZE - CHECK THE RUN-CONTROL, OPEN THE SUSPENSE FILE
015100* FOR UPDATE (CREATED EMPTY ON ITS VERY FIRST USE), TONIGHT'S
015200* TRNVALID FOR EXTENSION, THE REPAIR MOVEMENTS AND THE REGISTER,
015300* AND PRIME THE FIRST READ.
015400*-----------------------------------------------------------------
015500 1000-INITIALIZE.
015600     DISPLAY "SUSPMNT - DEBUT DE LA REPRISE DES SUSPENS".
015700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015800
015900     PERFORM 1050-CHECK-RUN-CONTROL
016000         THRU 1050-CHECK-RUN-CONTROL-EXIT.
016100     IF WS-RC-ABEND
016200         MOVE 16 TO RETURN-CODE
016300         MOVE 'Y' TO WS-EOF-SW
016400         GO TO 1000-INITIALIZE-EXIT
016500     END-IF.
016600
016700     OPEN I-O SUSPENSE-FILE.
016800     IF WS-SU-STATUS = '35'
016900         OPEN OUTPUT SUSPENSE-FILE
017000     END-IF.
017100     IF WS-SU-STATUS = '00'
017200         MOVE 'Y' TO WS-SU-OPEN-SW
017300     ELSE
017400         DISPLAY "SUSPMNT - OUVERTURE SUSPENSE ECHEC "
017500             WS-SU-STATUS
017600         MOVE 16 TO RETURN-CODE
017700         MOVE 'Y' TO WS-EOF-SW
017800         GO TO 1000-INITIALIZE-EXIT
017900     END-IF.
018000
018100     OPEN EXTEND VALID-TRAN-FILE.
018200     IF WS-TV-STATUS NOT = '00'
018300         DISPLAY "SUSPMNT - OUVERTURE TRNVALID ECHEC "
018400             WS-TV-STATUS
018500         MOVE 16 TO RETURN-CODE
018600         MOVE 'Y' TO WS-EOF-SW
018700         GO TO 1000-INITIALIZE-EXIT
018800     END-IF.
018900     MOVE 'Y' TO WS-TV-OPEN-SW.
019000
019100*    NO REPAIR FILE TONIGHT IS THE USUAL CASE, NOT AN ERROR.
019200     OPEN INPUT CORR-FILE.
019300     IF WS-SC-STATUS NOT = '00'
019400         DISPLAY "SUSPMNT - PAS DE MOUVEMENT DE REPRISE ("
019500             WS-SC-STATUS ")"
019600         MOVE 'Y' TO WS-EOF-SW
019700         GO TO 1000-INITIALIZE-EXIT
019800     END-IF.
019900     MOVE 'Y' TO WS-SC-OPEN-SW.
020000
020100     OPEN OUTPUT CORR-REGISTER.
020200     IF WS-SR-STATUS NOT = '00'
020300         DISPLAY "SUSPMNT - OUVERTURE CORR-REGISTER ECHEC "
020400             WS-SR-STATUS
020500     ELSE
020600         MOVE 'Y' TO WS-SR-OPEN-SW
020700     END-IF.
020800
020900     PERFORM 2100-READ-CORRECTION
021000         THRU 2100-READ-CORRECTION-EXIT.
021100 1000-INITIALIZE-EXIT.
021200     EXIT.
021300
021400*-----------------------------------------------------------------
021500* 1050-CHECK-RUN-CONTROL - THE GATE ON THE STEP.  A RESUBMITTED
021600* MOVEMENT IS APPENDED TO TRNVALID, SO THE EDIT MUST HAVE CUT
021700* TONIGHT'S FILE AND THE STANDING ORDERS MUST ALREADY BE IN IT,
021800* AND POSTING MUST NOT HAVE STARTED - ANYTHING ADDED AFTER THAT
021900* WOULD NEVER POST.  THE BUSINESS DATE BECOMES THE STATUS DATE
022000* OF EVERY ITEM TOUCHED.
022100*-----------------------------------------------------------------
022200 1050-CHECK-RUN-CONTROL.
022300     OPEN INPUT RUN-CONTROL.
022400     IF WS-RN-STATUS NOT = '00'
022500         DISPLAY "SUSPMNT - RUNCTL ABSENT OU ILLISIBLE ("
022600             WS-RN-STATUS ") - EXECUTER LA CHAINE QUOTIDIENNE"
022700         SET WS-RC-ABEND TO TRUE
022800         GO TO 1050-CHECK-RUN-CONTROL-EXIT
022900     END-IF.
023000     READ RUN-CONTROL INTO WS-RUN-CONTROL
023100         AT END
023200             DISPLAY "SUSPMNT - RUNCTL VIDE - EXECUTER LA "
023300                 "CHAINE QUOTIDIENNE"
023400             SET WS-RC-ABEND TO TRUE
023500     END-READ.
023600     CLOSE RUN-CONTROL.
023700     IF WS-RC-ABEND
023800         GO TO 1050-CHECK-RUN-CONTROL-EXIT
023900     END-IF.
024000
024100     IF NOT RC-TRNEDIT-TERMINE
024200         DISPLAY "SUSPMNT - CONTROLE (TRNEDIT) PAS TERMINE POUR "
024300             "LA DATE " RC-DATE-AFFAIRES " - ETAPE HORS SEQUENCE"
024400         SET WS-RC-ABEND TO TRUE
024500         GO TO 1050-CHECK-RUN-CONTROL-EXIT
024600     END-IF.
024700
024800     IF NOT RC-ORDGEN-TERMINE
024900         DISPLAY "SUSPMNT - ORDRES PERMANENTS (ORDGEN) PAS "
025000             "TERMINES POUR LA DATE " RC-DATE-AFFAIRES
025100             " - ETAPE HORS SEQUENCE"
025200         SET WS-RC-ABEND TO TRUE
025300         GO TO 1050-CHECK-RUN-CONTROL-EXIT
025400     END-IF.
025500
025600     IF RC-DERN-TRANFILE = RC-DATE-AFFAIRES
025700         OR RC-TRNPOST-EN-COURS
025800         OR RC-TRNPOST-TERMINE
025900         DISPLAY "SUSPMNT - TRANFILE DEJA POSTE POUR LA DATE "
026000             RC-DATE-AFFAIRES " - ETAPE HORS SEQUENCE"
026100         SET WS-RC-ABEND TO TRUE
026200         GO TO 1050-CHECK-RUN-CONTROL-EXIT
026300     END-IF.
026400
026500     MOVE RC-DATE-AFFAIRES TO WS-RUN-DATE.
026600 1050-CHECK-RUN-CONTROL-EXIT.
026700     EXIT.
026800
026900*-----------------------------------------------------------------
027000* 2000-PROCESS-CORRECTION - APPLY THE REPAIR MOVEMENT CURRENTLY
027100* IN THE WORK AREA, THEN GET THE NEXT ONE.
027200*-----------------------------------------------------------------
027300 2000-PROCESS-CORRECTION.
027400     IF SC-CORRECTION
027500         PERFORM 2300-CORRECT-ITEM THRU 2300-CORRECT-ITEM-EXIT
027600     ELSE
027700         IF SC-RESOUMISSION
027800             PERFORM 2400-RESUBMIT-ITEM
027900                 THRU 2400-RESUBMIT-ITEM-EXIT
028000         ELSE
028100             IF SC-PASSAGE-EN-PERTE
028200                 PERFORM 2500-WRITE-OFF-ITEM
028300                     THRU 2500-WRITE-OFF-ITEM-EXIT
028400             ELSE
028500                 ADD 1 TO WS-REJECT-COUNT
028600                 MOVE "CODE MOUVEMENT INVALIDE"
028700                     TO WS-EXCEPTION-REASON
028800                 PERFORM 2700-WRITE-REJECT
028900                     THRU 2700-WRITE-REJECT-EXIT
029000             END-IF
029100         END-IF
029200     END-IF.
029300
029400     PERFORM 2100-READ-CORRECTION
029500         THRU 2100-READ-CORRECTION-EXIT.
029600 2000-PROCESS-CORRECTION-EXIT.
029700     EXIT.
029800
029900*-----------------------------------------------------------------
030000* 2100-READ-CORRECTION - GET THE NEXT REPAIR MOVEMENT.
030100*-----------------------------------------------------------------
030200 2100-READ-CORRECTION.
030300     READ CORR-FILE
030400         AT END
030500             MOVE 'Y' TO WS-EOF-SW
030600             GO TO 2100-READ-CORRECTION-EXIT
030700     END-READ.
030800 2100-READ-CORRECTION-EXIT.
030900     EXIT.
031000
031100*-----------------------------------------------------------------
031200* 2150-READ-ITEM - FETCH THE SUSPENSE ITEM THE REPAIR MOVEMENT
031300* NAMES.  IT MUST EXIST AND STILL BE OPEN - AN ITEM ALREADY
031400* RESUBMITTED OR WRITTEN OFF IS CLOSED FOR GOOD.
031500*-----------------------------------------------------------------
031600 2150-READ-ITEM.
031700     MOVE 'Y' TO WS-VALID-SW.
031800     MOVE SPACE TO WS-EXCEPTION-REASON.
031900
032000     IF SC-DATE-REJET IS NOT NUMERIC
032100         OR SC-SEQ IS NOT NUMERIC
032200         MOVE 'N' TO WS-VALID-SW
032300         MOVE "CLE NON NUMERIQUE" TO WS-EXCEPTION-REASON
032400         GO TO 2150-READ-ITEM-EXIT
032500     END-IF.
032600
032700     MOVE SC-CLE TO SU-CLE.
032800     READ SUSPENSE-FILE
032900         INVALID KEY
033000             MOVE 'N' TO WS-VALID-SW
033100             MOVE "SUSPENS INCONNU" TO WS-EXCEPTION-REASON
033200             GO TO 2150-READ-ITEM-EXIT
033300     END-READ.
033400
033500     IF NOT SU-OUVERT
033600         MOVE 'N' TO WS-VALID-SW
033700         MOVE "SUSPENS DEJA SOLDE" TO WS-EXCEPTION-REASON
033800     END-IF.
033900 2150-READ-ITEM-EXIT.
034000     EXIT.
034100
034200*-----------------------------------------------------------------
034300* 2200-VALIDATE-MOUVEMENT - THE SAME FIELD EDIT TRNEDIT APPLIES
034400* TO A CAPTURED MOVEMENT, RUN ON THE MOVEMENT IN TV-RECORD.  A
034500* CONTRE-PASSATION IS ONLY CHECKED FOR THE SHAPE OF ITS ORIGINAL
034600* KEY HERE; TRNPOST PROVES THE ENTRY ITSELF WHEN IT POSTS.
034700*-----------------------------------------------------------------
034800 2200-VALIDATE-MOUVEMENT.
034900     MOVE 'Y' TO WS-VALID-SW.
035000     MOVE SPACE TO WS-EXCEPTION-REASON.
035100
035200     IF TR-COMPTE IS NOT NUMERIC OR TR-COMPTE = ZERO
035300         MOVE 'N' TO WS-VALID-SW
035400         MOVE "COMPTE INVALIDE" TO WS-EXCEPTION-REASON
035500         GO TO 2200-VALIDATE-MOUVEMENT-EXIT
035600     END-IF.
035700     IF TR-MONTANT IS NOT NUMERIC OR TR-MONTANT = ZERO
035800         MOVE 'N' TO WS-VALID-SW
035900         MOVE "MONTANT INVALIDE" TO WS-EXCEPTION-REASON
036000         GO TO 2200-VALIDATE-MOUVEMENT-EXIT
036100     END-IF.
036200     IF NOT TR-DEBIT AND NOT TR-CREDIT AND NOT TR-VIREMENT
036300         AND NOT TR-CONTRE-PASSATION
036400         MOVE 'N' TO WS-VALID-SW
036500         MOVE "INDICATEUR INVALIDE" TO WS-EXCEPTION-REASON
036600         GO TO 2200-VALIDATE-MOUVEMENT-EXIT
036700     END-IF.
036800     IF TR-VIREMENT
036900         AND (TR-COMPTE-DEST IS NOT NUMERIC
037000             OR TR-COMPTE-DEST = ZERO
037100             OR TR-COMPTE-DEST = TR-COMPTE)
037200         MOVE 'N' TO WS-VALID-SW
037300         MOVE "DESTINATION INVALIDE" TO WS-EXCEPTION-REASON
037400         GO TO 2200-VALIDATE-MOUVEMENT-EXIT
037500     END-IF.
037600     IF TR-CONTRE-PASSATION
037700         AND (TR-ORIG-DATE IS NOT NUMERIC
037800             OR TR-ORIG-SEQ IS NOT NUMERIC
037900             OR TR-ORIG-DATE = ZERO)
038000         MOVE 'N' TO WS-VALID-SW
038100         MOVE "CLE D'ORIGINE INVALIDE" TO WS-EXCEPTION-REASON
038200     END-IF.
038300 2200-VALIDATE-MOUVEMENT-EXIT.
038400     EXIT.
038500
038600*-----------------------------------------------------------------
038700* 2300-CORRECT-ITEM - REPLACE THE WHOLE MOVEMENT HELD ON AN OPEN
038800* ITEM.  THE REPAIR CARRIES EVERY FIELD, SO EVERY FIELD IS
038900* EDITED AGAIN.  THE ITEM STAYS OPEN UNTIL A SEPARATE 'R'
039000* RESUBMITS IT, SO A CORRECTION CAN BE CHECKED BEFORE IT POSTS.
039100*-----------------------------------------------------------------
039200 2300-CORRECT-ITEM.
039300     PERFORM 2150-READ-ITEM THRU 2150-READ-ITEM-EXIT.
039400     IF NOT WS-FIELDS-ARE-VALID
039500         ADD 1 TO WS-REJECT-COUNT
039600         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
039700         GO TO 2300-CORRECT-ITEM-EXIT
039800     END-IF.
039900
040000     MOVE SC-MOUVEMENT TO TV-RECORD.
040100     PERFORM 2200-VALIDATE-MOUVEMENT
040200         THRU 2200-VALIDATE-MOUVEMENT-EXIT.
040300     IF NOT WS-FIELDS-ARE-VALID
040400         ADD 1 TO WS-REJECT-COUNT
040500         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
040600         GO TO 2300-CORRECT-ITEM-EXIT
040700     END-IF.
040800
040900     MOVE SC-MOUVEMENT TO SU-MOUVEMENT.
041000     ADD 1 TO SU-NB-CORRECTIONS
041100         ON SIZE ERROR
041200             MOVE 99 TO SU-NB-CORRECTIONS
041300     END-ADD.
041400     MOVE WS-RUN-DATE  TO SU-DATE-STATUT.
041500     MOVE SC-MOTIF     TO SU-MOTIF.
041600
041700     REWRITE SU-SUSPENSE-RECORD.
041800     IF WS-SU-STATUS = '00'
041900         ADD 1 TO WS-APPLIED-COUNT
042000         PERFORM 2600-WRITE-APPLIED THRU 2600-WRITE-APPLIED-EXIT
042100     ELSE
042200         DISPLAY "SUSPMNT - REWRITE SUSPENSE ECHEC "
042300             SC-CLE " " WS-SU-STATUS
042400         ADD 1 TO WS-REJECT-COUNT
042500         MOVE "REWRITE SUSPENS ECHEC" TO WS-EXCEPTION-REASON
042600         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
042700         IF RETURN-CODE < 8
042800             MOVE 8 TO RETURN-CODE
042900         END-IF
043000     END-IF.
043100 2300-CORRECT-ITEM-EXIT.
043200     EXIT.
043300
043400*-----------------------------------------------------------------
043500* 2400-RESUBMIT-ITEM - SEND THE MOVEMENT HELD ON AN OPEN ITEM
043600* BACK TO POSTING.  THE ITEM IS MARKED RESUBMITTED FIRST AND
043700* ONLY THEN APPENDED TO TRNVALID, SO A FAILURE CAN NEVER LEAVE A
043800* MOVEMENT POSTING TONIGHT WHILE ITS ITEM STAYS OPEN TO BE SENT
043900* AGAIN.  SHOULD IT BE REFUSED AGAIN, TRNPOST FILES IT AS A NEW
044000* ITEM UNDER TONIGHT'S DATE.
044100*-----------------------------------------------------------------
044200 2400-RESUBMIT-ITEM.
044300     PERFORM 2150-READ-ITEM THRU 2150-READ-ITEM-EXIT.
044400     IF NOT WS-FIELDS-ARE-VALID
044500         ADD 1 TO WS-REJECT-COUNT
044600         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
044700         GO TO 2400-RESUBMIT-ITEM-EXIT
044800     END-IF.
044900
045000     MOVE SU-MOUVEMENT TO TV-RECORD.
045100     PERFORM 2200-VALIDATE-MOUVEMENT
045200         THRU 2200-VALIDATE-MOUVEMENT-EXIT.
045300     IF NOT WS-FIELDS-ARE-VALID
045400         ADD 1 TO WS-REJECT-COUNT
045500         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
045600         GO TO 2400-RESUBMIT-ITEM-EXIT
045700     END-IF.
045800
045900     MOVE 'R'          TO SU-STATUT.
046000     MOVE WS-RUN-DATE  TO SU-DATE-STATUT.
046100     IF SC-MOTIF NOT = SPACE
046200         MOVE SC-MOTIF TO SU-MOTIF
046300     END-IF.
046400     REWRITE SU-SUSPENSE-RECORD.
046500     IF WS-SU-STATUS NOT = '00'
046600         DISPLAY "SUSPMNT - REWRITE SUSPENSE ECHEC "
046700             SC-CLE " " WS-SU-STATUS
046800         ADD 1 TO WS-REJECT-COUNT
046900         MOVE "REWRITE SUSPENS ECHEC" TO WS-EXCEPTION-REASON
047000         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
047100         IF RETURN-CODE < 8
047200             MOVE 8 TO RETURN-CODE
047300         END-IF
047400         GO TO 2400-RESUBMIT-ITEM-EXIT
047500     END-IF.
047600
047700     WRITE TV-RECORD.
047800     IF WS-TV-STATUS NOT = '00'
047900         DISPLAY "SUSPMNT - ECRITURE TRNVALID ECHEC "
048000             SC-CLE " " WS-TV-STATUS
048100         PERFORM 2450-REOPEN-ITEM THRU 2450-REOPEN-ITEM-EXIT
048200         MOVE 16 TO RETURN-CODE
048300         MOVE 'Y' TO WS-EOF-SW
048400         GO TO 2400-RESUBMIT-ITEM-EXIT
048500     END-IF.
048600
048700     ADD 1 TO WS-APPLIED-COUNT.
048800     ADD 1 TO WS-RESOUMIS-COUNT.
048900     PERFORM 2600-WRITE-APPLIED THRU 2600-WRITE-APPLIED-EXIT.
049000 2400-RESUBMIT-ITEM-EXIT.
049100     EXIT.
049200
049300*-----------------------------------------------------------------
049400* 2450-REOPEN-ITEM - PUT AN ITEM BACK OPEN WHEN ITS MOVEMENT
049500* COULD NOT BE APPENDED TO TRNVALID AFTER ALL.
049600*-----------------------------------------------------------------
049700 2450-REOPEN-ITEM.
049800     MOVE 'O' TO SU-STATUT.
049900     REWRITE SU-SUSPENSE-RECORD.
050000     IF WS-SU-STATUS NOT = '00'
050100         DISPLAY "SUSPMNT - SUSPENS " SC-CLE
050200             " MARQUE RESOUMIS MAIS NON TRANSMIS - A REOUVRIR"
050300         ADD 1 TO WS-REJECT-COUNT
050400         MOVE "SUSPENS NON REOUVERT" TO WS-EXCEPTION-REASON
050500         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
050600         IF RETURN-CODE < 8
050700             MOVE 8 TO RETURN-CODE
050800         END-IF
050900     END-IF.
051000 2450-REOPEN-ITEM-EXIT.
051100     EXIT.
051200
051300*-----------------------------------------------------------------
051400* 2500-WRITE-OFF-ITEM - CLOSE AN OPEN ITEM WITHOUT POSTING IT.
051500* THE MOVEMENT NEVER REACHED AN ACCOUNT, SO NO BALANCE CHANGES;
051600* THE MOTIVE IS MANDATORY AND STAYS ON THE ITEM.
051700*-----------------------------------------------------------------
051800 2500-WRITE-OFF-ITEM.
051900     PERFORM 2150-READ-ITEM THRU 2150-READ-ITEM-EXIT.
052000     IF NOT WS-FIELDS-ARE-VALID
052100         ADD 1 TO WS-REJECT-COUNT
052200         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
052300         GO TO 2500-WRITE-OFF-ITEM-EXIT
052400     END-IF.
052500
052600     IF SC-MOTIF = SPACE
052700         ADD 1 TO WS-REJECT-COUNT
052800         MOVE "MOTIF OBLIGATOIRE" TO WS-EXCEPTION-REASON
052900         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
053000         GO TO 2500-WRITE-OFF-ITEM-EXIT
053100     END-IF.
053200
053300     MOVE 'P'          TO SU-STATUT.
053400     MOVE WS-RUN-DATE  TO SU-DATE-STATUT.
053500     MOVE SC-MOTIF     TO SU-MOTIF.
053600     REWRITE SU-SUSPENSE-RECORD.
053700     IF WS-SU-STATUS = '00'
053800         ADD 1 TO WS-APPLIED-COUNT
053900         PERFORM 2600-WRITE-APPLIED THRU 2600-WRITE-APPLIED-EXIT
054000     ELSE
054100         DISPLAY "SUSPMNT - REWRITE SUSPENSE ECHEC "
054200             SC-CLE " " WS-SU-STATUS
054300         ADD 1 TO WS-REJECT-COUNT
054400         MOVE "REWRITE SUSPENS ECHEC" TO WS-EXCEPTION-REASON
054500         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
054600         IF RETURN-CODE < 8
054700             MOVE 8 TO RETURN-CODE
054800         END-IF
054900     END-IF.
055000 2500-WRITE-OFF-ITEM-EXIT.
055100     EXIT.
055200
055300*-----------------------------------------------------------------
055400* 2600-WRITE-APPLIED - REGISTER LINE FOR A REPAIR MOVEMENT THAT
055500* WAS APPLIED, WITH THE MOVEMENT AS IT NOW STANDS ON THE ITEM.
055600*-----------------------------------------------------------------
055700 2600-WRITE-APPLIED.
055800     MOVE SPACE TO SR-RECORD.
055900     STRING "APPLIQUE CODE="  DELIMITED BY SIZE
056000            SC-CODE           DELIMITED BY SIZE
056100            " CLE="           DELIMITED BY SIZE
056200            SC-DATE-REJET     DELIMITED BY SIZE
056300            "/"               DELIMITED BY SIZE
056400            SC-SEQ            DELIMITED BY SIZE
056500            " COMPTE="        DELIMITED BY SIZE
056600            SU-TR-COMPTE      DELIMITED BY SIZE
056700            " "               DELIMITED BY SIZE
056800            SU-TR-INDICATEUR  DELIMITED BY SIZE
056900            " MONTANT="       DELIMITED BY SIZE
057000            SU-TR-MONTANT     DELIMITED BY SIZE
057100            " "               DELIMITED BY SIZE
057200            SU-MOTIF          DELIMITED BY SIZE
057300       INTO SR-RECORD
057400     END-STRING.
057500
057600     WRITE SR-RECORD.
057700 2600-WRITE-APPLIED-EXIT.
057800     EXIT.
057900
058000*-----------------------------------------------------------------
058100* 2700-WRITE-REJECT - REGISTER LINE FOR A REPAIR MOVEMENT THAT
058200* WAS REFUSED, WITH THE REASON.
058300*-----------------------------------------------------------------
058400 2700-WRITE-REJECT.
058500     MOVE SPACE TO SR-RECORD.
058600     STRING "REJETE   CODE="  DELIMITED BY SIZE
058700            SC-CODE           DELIMITED BY SIZE
058800            " CLE="           DELIMITED BY SIZE
058900            SC-DATE-REJET     DELIMITED BY SIZE
059000            "/"               DELIMITED BY SIZE
059100            SC-SEQ            DELIMITED BY SIZE
059200            " RAISON="        DELIMITED BY SIZE
059300            WS-EXCEPTION-REASON DELIMITED BY SIZE
059400       INTO SR-RECORD
059500     END-STRING.
059600
059700     WRITE SR-RECORD.
059800 2700-WRITE-REJECT-EXIT.
059900     EXIT.
060000
060100*-----------------------------------------------------------------
060200* 9000-TERMINATE - CLOSE EACH FILE THAT WAS ACTUALLY OPENED AND
060300* DISPLAY RUN TOTALS.
060400*-----------------------------------------------------------------
060500 9000-TERMINATE.
060600     IF WS-SU-OPEN
060700         CLOSE SUSPENSE-FILE
060800     END-IF.
060900     IF WS-TV-OPEN
061000         CLOSE VALID-TRAN-FILE
061100     END-IF.
061200     IF WS-SC-OPEN
061300         CLOSE CORR-FILE
061400     END-IF.
061500     IF WS-SR-OPEN
061600         CLOSE CORR-REGISTER
061700     END-IF.
061800
061900     DISPLAY "SUSPMNT - MOUVEMENTS APPLIQUES: " WS-APPLIED-COUNT.
062000     DISPLAY "SUSPMNT - DONT RESOUMIS      : " WS-RESOUMIS-COUNT.
062100     DISPLAY "SUSPMNT - MOUVEMENTS REJETES  : " WS-REJECT-COUNT.
062200     PERFORM 9500-WRITE-RUN-STATS
062300         THRU 9500-WRITE-RUN-STATS-EXIT.
062400     DISPLAY "SUSPMNT - FIN DE LA REPRISE DES SUSPENS".
062500 9000-TERMINATE-EXIT.
062600     EXIT.
062700
062800*-----------------------------------------------------------------
062900* 9500-WRITE-RUN-STATS - ONE LINE OF RUN TOTALS APPENDED TO THE
063000* COMMON RUNSTAT FILE (CREATED ON ITS VERY FIRST USE), FOR THE
063100* BATCHRPT OPERATIONS SUMMARY.  A FAILURE HERE IS REPORTED BUT
063200* NEVER FAILS THE STEP - THE STATISTICS ARE ABOUT THE RUN, NOT
063300* PART OF IT.
063400*-----------------------------------------------------------------
063500 9500-WRITE-RUN-STATS.
063600     OPEN EXTEND RUN-STATS.
063700     IF WS-RS-STATUS NOT = '00'
063800         OPEN OUTPUT RUN-STATS
063900     END-IF.
064000     IF WS-RS-STATUS NOT = '00'
064100         DISPLAY "SUSPMNT - ECRITURE RUNSTAT ECHEC "
064200             WS-RS-STATUS
064300         GO TO 9500-WRITE-RUN-STATS-EXIT
064400     END-IF.
064500
064600     MOVE "SUSPMNT" TO RS-PROGRAMME.
064700     MOVE WS-RUN-DATE TO RS-DATE-AFFAIRES.
064800     MOVE WS-APPLIED-COUNT TO RS-NB-TRAITES.
064900     MOVE WS-REJECT-COUNT TO RS-NB-REJETES.
065000     MOVE WS-RESOUMIS-COUNT TO RS-NB-AUTRES.
065100     MOVE RETURN-CODE TO RS-CODE-RETOUR.
065200     WRITE RS-STATS-RECORD.
065300     CLOSE RUN-STATS.
065400 9500-WRITE-RUN-STATS-EXIT.
065500     EXIT.
