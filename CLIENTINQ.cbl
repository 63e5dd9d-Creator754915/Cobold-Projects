002300*                  and now shows the account number with each
002400*                  match, which the caller needs for any follow-
002500*                  up transaction.
002510* 15/10/2026 RD    The search also covers every additional
002520*                  holder on the CLITITU account-holder file, so
002530*                  a joint account or a minor's account is
002540*                  found by the name of any of its holders; the
002550*                  match shows the holder's role and the
002560*                  account's first holder.
002600*-----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CLIENT-MASTER  ASSIGN TO "CLIMAST"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS WS-COMPTE
003400         ALTERNATE RECORD KEY IS WS-NOM WITH DUPLICATES
003500         FILE STATUS IS WS-CM-STATUS.
003600
003610     SELECT HOLDER-FILE    ASSIGN TO "CLITITU"
003620         ORGANIZATION IS INDEXED
003630         ACCESS MODE IS SEQUENTIAL
003640         RECORD KEY IS HO-CLE
003650         FILE STATUS IS WS-HO-STATUS.
003660
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  CLIENT-MASTER.
004000 01  CM-CLIENT-RECORD.
004100     COPY CLIENTREC.
004200
004210 FD  HOLDER-FILE.
004220 01  HO-HOLDER-RECORD.
004230     COPY HOLDREC.
004240
004300 WORKING-STORAGE SECTION.
004400*-----------------------------------------------------------------
004500* SWITCHES.
005400 77  WS-FOUND-ANY-SW                 PIC X(01) VALUE 'N'.
005500     88  WS-SOME-CLIENT-FOUND             VALUE 'Y'.
005600 77  WS-SOLDE-EDIT                   PIC Z,ZZ9.99- VALUE SPACE.
005610 77  WS-HO-STATUS                    PIC X(02) VALUE '00'.
005620 77  WS-HO-EOF-SW                    PIC X(01) VALUE 'N'.
005630     88  WS-END-OF-HOLDERS               VALUE 'Y'.
005640 77  WS-ROLE-LIBELLE                 PIC X(18) VALUE SPACE.
005700
005800*-----------------------------------------------------------------
005900* SEARCH TEXT AND SCAN WORK FIELDS.
006100 77  WS-SEARCH-TEXT                  PIC X(12) VALUE SPACE.
006200 77  WS-SEARCH-LEN                   PIC 9(02) VALUE ZERO.
006300 77  WS-SCAN-POS                     PIC 9(02) VALUE ZERO.
006310 77  WS-SCAN-NOM                     PIC X(12) VALUE SPACE.
006400
006500 PROCEDURE DIVISION.
006600 0000-MAINLINE.
014600         THRU 2220-CHECK-AND-DISPLAY-EXIT
014700         UNTIL WS-END-OF-CLIENTS.
014800
014810
014820*    SECOND PASS - THE ADDITIONAL HOLDERS OF EVERY ACCOUNT.  NO
014830*    HOLDER FILE YET MEANS NO JOINT ACCOUNT HAS BEEN SET UP.
014840     OPEN INPUT HOLDER-FILE.
014850     IF WS-HO-STATUS = '00'
014860         MOVE 'N' TO WS-HO-EOF-SW
014870         PERFORM 2410-READ-HOLDER THRU 2410-READ-HOLDER-EXIT
014880         PERFORM 2420-CHECK-HOLDER THRU 2420-CHECK-HOLDER-EXIT
014890             UNTIL WS-END-OF-HOLDERS
014891         CLOSE HOLDER-FILE
014892     END-IF.
014893
014900     CLOSE CLIENT-MASTER.
015000
015100     IF NOT WS-SOME-CLIENT-FOUND
017100* SEARCH TEXT AND DISPLAY IT WHEN IT MATCHES.
017200*-----------------------------------------------------------------
017300 2220-CHECK-AND-DISPLAY.
017310     MOVE WS-NOM TO WS-SCAN-NOM.
017400     PERFORM 2300-SCAN-FOR-MATCH THRU 2300-SCAN-FOR-MATCH-EXIT.
017500
017600     IF WS-NAME-MATCHES
018500     EXIT.
018600
018700*-----------------------------------------------------------------
018800* 2300-SCAN-FOR-MATCH - SLIDE THE SEARCH TEXT ACROSS THE NAME
018810* IN WS-SCAN-NOM (A CLIENT'S OR A HOLDER'S), POSITION BY
018900* POSITION, LOOKING FOR A SUBSTRING MATCH.
019000*-----------------------------------------------------------------
019100 2300-SCAN-FOR-MATCH.
019200     MOVE 'N' TO WS-MATCH-SW.
020000
020100*-----------------------------------------------------------------
020200* 2310-TEST-ONE-POSITION - COMPARE THE SEARCH TEXT AGAINST
020300* WS-SCAN-NOM STARTING AT WS-SCAN-POS, AND STEP TO THE NEXT
020310* POSITION.
020400*-----------------------------------------------------------------
020500 2310-TEST-ONE-POSITION.
020600     IF WS-SCAN-NOM(WS-SCAN-POS:WS-SEARCH-LEN)
020700             = WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
020800         SET WS-NAME-MATCHES TO TRUE
020900     END-IF.
021100 2310-TEST-ONE-POSITION-EXIT.
021200     EXIT.
021300
021301*-----------------------------------------------------------------
021302* 2410-READ-HOLDER - GET THE NEXT ACCOUNT-HOLDER RECORD.
021303*-----------------------------------------------------------------
021304 2410-READ-HOLDER.
021305     READ HOLDER-FILE NEXT RECORD
021306         AT END
021307             MOVE 'Y' TO WS-HO-EOF-SW
021308             GO TO 2410-READ-HOLDER-EXIT
021309     END-READ.
021310 2410-READ-HOLDER-EXIT.
021311     EXIT.
021312
021313*-----------------------------------------------------------------
021314* 2420-CHECK-HOLDER - TEST AN ADDITIONAL HOLDER AGAINST THE
021315* SEARCH TEXT; ON A MATCH, FETCH ITS ACCOUNT AND DISPLAY IT WITH
021316* THE HOLDER'S ROLE AND THE ACCOUNT'S FIRST HOLDER.
021317*-----------------------------------------------------------------
021318 2420-CHECK-HOLDER.
021319     MOVE HO-NOM TO WS-SCAN-NOM.
021320     PERFORM 2300-SCAN-FOR-MATCH THRU 2300-SCAN-FOR-MATCH-EXIT.
021321     IF NOT WS-NAME-MATCHES
021322         GO TO 2420-CHECK-HOLDER-SUITE
021323     END-IF.
021324
021325     MOVE HO-COMPTE TO WS-COMPTE.
021326     READ CLIENT-MASTER
021327         INVALID KEY
021328             DISPLAY "COMPTE " HO-COMPTE " TITULAIRE " HO-NOM
021329                 " - COMPTE ABSENT DE CLIENT-MASTER"
021330             GO TO 2420-CHECK-HOLDER-SUITE
021331     END-READ.
021332
021333     IF HO-REPRESENTANT-LEGAL
021334         MOVE "REPRESENTANT LEGAL" TO WS-ROLE-LIBELLE
021335     ELSE
021336         IF HO-CO-TITULAIRE
021337             MOVE "CO-TITULAIRE" TO WS-ROLE-LIBELLE
021338         ELSE
021339             MOVE "TITULAIRE" TO WS-ROLE-LIBELLE
021340         END-IF
021341     END-IF.
021342     MOVE SOLDE TO WS-SOLDE-EDIT.
021343     DISPLAY "COMPTE " WS-COMPTE " " WS-ROLE-LIBELLE " " HO-NOM
021344         " (CLIENT " WS-NOM ") SOLDE " WS-SOLDE-EDIT.
021345     SET WS-SOME-CLIENT-FOUND TO TRUE.
021346
021347 2420-CHECK-HOLDER-SUITE.
021348     PERFORM 2410-READ-HOLDER THRU 2410-READ-HOLDER-EXIT.
021349 2420-CHECK-HOLDER-EXIT.
021350     EXIT.
021351
021400*-----------------------------------------------------------------
021500* 9000-TERMINATE - END THE TRANSACTION.
021600*-----------------------------------------------------------------
