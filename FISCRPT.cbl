002180*                  of the year lives there STOPS the run - a
002190*                  short regulatory total must never go out
002191*                  quietly.
002192* 15/10/2026 RD    A contre-passation of an interest or tax
002193*                  movement comes off the year's total instead
002194*                  of adding to it, so a corrected posting
002195*                  nets to nothing on the slip.  TRNHARCH
002196*                  records are now 57 bytes.
002197* 15/10/2026 RD    Joint accounts: the slip of an account with
002198*                  titulaire or co-titulaire holders on CLITITU
002199*                  carries their equal shares of the interest
002200*                  and the tax withheld; the first holder takes
002201*                  the rounding remainder so the shares add up
002202*                  to the slip.  A representant legal takes no
002203*                  share.
002213*-----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
004170         ORGANIZATION IS LINE SEQUENTIAL
004180         FILE STATUS IS WS-AC-STATUS.
004200
004210     SELECT HOLDER-FILE    ASSIGN TO "CLITITU"
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS DYNAMIC
004240         RECORD KEY IS HO-CLE
004250         FILE STATUS IS WS-HO-STATUS.
004260
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CLIENT-MASTER.
005400 01  FI-LINE                         PIC X(80).
005410
005420 FD  ARCHIVE-FILE.
005430 01  AH-RECORD                       PIC X(57).
005440
005450 FD  ARCH-CONTROL.
005460 01  AC-CONTROL-RECORD.
005480     05  AC-NB-ENREG                 PIC 9(08).
005490     05  AC-HASH-MONTANTS            PIC 9(13)V99.
005500
005510 FD  HOLDER-FILE.
005520 01  HO-HOLDER-RECORD.
005530     COPY HOLDREC.
005540
005600 WORKING-STORAGE SECTION.
005700*-----------------------------------------------------------------
005800* SWITCHES AND COUNTERS.
007494     88  WS-END-OF-ARCHIVE               VALUE 'Y'.
007495 77  WS-DATE-ARCH-LIMITE             PIC 9(08) VALUE ZERO.
007500
007502*-----------------------------------------------------------------
007504* JOINT ACCOUNTS - THE INTEREST AND THE TAX OF AN ACCOUNT ARE
007506* SHARED EQUALLY BETWEEN THE FIRST HOLDER AND EVERY TITULAIRE OR
007508* CO-TITULAIRE ON CLITITU.  NO CLITITU MEANS NO JOINT ACCOUNT.
007510*-----------------------------------------------------------------
007512 77  WS-HO-STATUS                    PIC X(02) VALUE '00'.
007514 77  WS-HO-OPEN-SW                   PIC X(01) VALUE 'N'.
007516     88  WS-HO-OPEN                      VALUE 'Y'.
007518 77  WS-HO-DONE-SW                   PIC X(01) VALUE 'N'.
007520     88  WS-HO-SCAN-DONE                 VALUE 'Y'.
007522 77  WS-HO-PASSE-SW                  PIC X(01) VALUE 'N'.
007524     88  WS-HO-PASSE-COMPTAGE            VALUE 'N'.
007526     88  WS-HO-PASSE-IMPRESSION          VALUE 'I'.
007528 77  WS-NB-BENEFICIAIRES             PIC 9(03) COMP VALUE ZERO.
007530 77  WS-NB-PARTS                     PIC 9(03) COMP VALUE ZERO.
007532 77  WS-PART-INTERETS                PIC S9(08)V99 COMP-3
007534     VALUE ZERO.
007536 77  WS-PART-RETENUES                PIC S9(08)V99 COMP-3
007538     VALUE ZERO.
007540 77  WS-PREM-INTERETS                PIC S9(08)V99 COMP-3
007542     VALUE ZERO.
007544 77  WS-PREM-RETENUES                PIC S9(08)V99 COMP-3
007546     VALUE ZERO.
007548
007600*-----------------------------------------------------------------
007700* FISCAL YEAR AND ITS DATE BOUNDS.
007800*-----------------------------------------------------------------
011600 01  WS-TEXTE-LINE.
011700     05  TX-TEXTE                    PIC X(80).
011800
011805 01  WS-PARTAGE-LINE.
011810     05  FILLER                      PIC X(02) VALUE SPACE.
011815     05  PL-NOM                      PIC X(12).
011820     05  FILLER                      PIC X(02) VALUE SPACE.
011825     05  PL-ROLE                     PIC X(14).
011830     05  PL-INTERETS                 PIC ZZ,ZZZ,ZZ9.99-.
011835     05  FILLER                      PIC X(02) VALUE SPACE.
011840     05  PL-RETENUES                 PIC ZZ,ZZZ,ZZ9.99-.
011845     05  FILLER                      PIC X(20) VALUE SPACE.
011850
011900 PROCEDURE DIVISION.
012000 0000-MAINLINE.
012100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
017898             "LECTURE DE TRNHARCH EN COMPLEMENT"
017899     END-IF.
017900
017901*    A MISSING CLITITU MEANS NO JOINT ACCOUNT WAS EVER SET UP;
017902*    ONE THAT IS THERE BUT WILL NOT OPEN WOULD SEND A SHARED
017903*    SLIP OUT UNSPLIT, SO THAT STOPS THE RUN.
017904     OPEN INPUT HOLDER-FILE.
017905     IF WS-HO-STATUS = '00'
017906         MOVE 'Y' TO WS-HO-OPEN-SW
017907     ELSE
017908         IF WS-HO-STATUS NOT = '35'
017909             DISPLAY "FISCRPT - OUVERTURE CLITITU ECHEC "
017910                 WS-HO-STATUS
017911             MOVE 16 TO RETURN-CODE
017912             MOVE 'Y' TO WS-EOF-SW
017913             GO TO 1000-INITIALIZE-EXIT
017914         END-IF
017915     END-IF.
017916
018000     PERFORM 2100-READ-CLIENT THRU 2100-READ-CLIENT-EXIT.
018100 1000-INITIALIZE-EXIT.
018200     EXIT.
025900
026000*-----------------------------------------------------------------
026100* 2320-TOTAL-ONE-MOVEMENT - ONE HISTORY RECORD INTO THE YEAR'S
026200* TOTALS; ONLY INTEREST AND TAX MOVEMENTS COUNT.  A
026210* CONTRE-PASSATION TAKES BACK WHAT THE MOVEMENT IT CANCELS PUT
026220* IN.
026300*-----------------------------------------------------------------
026400 2320-TOTAL-ONE-MOVEMENT.
026500     IF HS-INTERET
026510         IF HS-CONTRE-PASSATION
026600             SUBTRACT HS-MONTANT FROM WS-CLI-INTERETS
026610         ELSE
026620             ADD HS-MONTANT TO WS-CLI-INTERETS
026630         END-IF
026700     ELSE
026800         IF HS-RETENUE
026810             IF HS-CONTRE-PASSATION
026900                 SUBTRACT HS-MONTANT FROM WS-CLI-RETENUES
026910             ELSE
026920                 ADD HS-MONTANT TO WS-CLI-RETENUES
026930             END-IF
027000         END-IF
027100     END-IF.
027200     PERFORM 2310-READ-HISTORY THRU 2310-READ-HISTORY-EXIT.
027552         GO TO 2365-TOTAL-ONE-ARCHIVE-EXIT
027553     END-IF.
027554
027555     PERFORM 2367-TOTAL-ARCHIVE-AMOUNT
027556         THRU 2367-TOTAL-ARCHIVE-AMOUNT-EXIT.
027562     PERFORM 2360-READ-ARCHIVE THRU 2360-READ-ARCHIVE-EXIT.
027563 2365-TOTAL-ONE-ARCHIVE-EXIT.
027564     EXIT.
027565
027566*-----------------------------------------------------------------
027567* 2367-TOTAL-ARCHIVE-AMOUNT - THE ARCHIVED MOVEMENT'S AMOUNT INTO
027568* THE YEAR'S TOTALS; A CONTRE-PASSATION TAKES BACK WHAT THE
027569* MOVEMENT IT CANCELS PUT IN.
027570*-----------------------------------------------------------------
027571 2367-TOTAL-ARCHIVE-AMOUNT.
027572     IF HS-INTERET
027573         IF HS-CONTRE-PASSATION
027574             SUBTRACT HS-MONTANT FROM WS-CLI-INTERETS
027575         ELSE
027576             ADD HS-MONTANT TO WS-CLI-INTERETS
027577         END-IF
027578     ELSE
027579         IF HS-RETENUE
027580             IF HS-CONTRE-PASSATION
027581                 SUBTRACT HS-MONTANT FROM WS-CLI-RETENUES
027582             ELSE
027583                 ADD HS-MONTANT TO WS-CLI-RETENUES
027584             END-IF
027585         END-IF
027586     END-IF.
027587 2367-TOTAL-ARCHIVE-AMOUNT-EXIT.
027588     EXIT.
027589
027600*-----------------------------------------------------------------
027700* 2400-PRINT-SLIP - ONE FISCAL SLIP: GROSS INTEREST, TAX
027800* WITHHELD AND NET, WITH THE YEAR'S TOTALS ROLLED FORWARD FOR
030200     MOVE WS-CLI-NET                 TO ML-MONTANT.
030300     PERFORM 2410-WRITE-MONTANT THRU 2410-WRITE-MONTANT-EXIT.
030400
030410     PERFORM 2450-SPLIT-SLIP THRU 2450-SPLIT-SLIP-EXIT.
030420
030500     MOVE SPACE TO FI-LINE.
030600     WRITE FI-LINE.
030700 2400-PRINT-SLIP-EXIT.
031600 2410-WRITE-MONTANT-EXIT.
031700     EXIT.
031800
031801*-----------------------------------------------------------------
031802* 2450-SPLIT-SLIP - ON A JOINT ACCOUNT, ONE LINE PER HOLDER WITH
031803* THEIR EQUAL SHARE OF THE INTEREST AND OF THE TAX.  THE SHARES
031804* ARE TRUNCATED TO THE CENTIME AND THE FIRST HOLDER TAKES WHAT
031805* IS LEFT, SO THE LINES ALWAYS ADD BACK TO THE SLIP.
031806*-----------------------------------------------------------------
031807 2450-SPLIT-SLIP.
031808     MOVE ZERO TO WS-NB-BENEFICIAIRES.
031809     SET WS-HO-PASSE-COMPTAGE TO TRUE.
031810     PERFORM 2460-SCAN-HOLDERS THRU 2460-SCAN-HOLDERS-EXIT.
031811     IF WS-NB-BENEFICIAIRES = ZERO
031812         GO TO 2450-SPLIT-SLIP-EXIT
031813     END-IF.
031814
031815     COMPUTE WS-NB-PARTS = WS-NB-BENEFICIAIRES + 1.
031816     DIVIDE WS-CLI-INTERETS BY WS-NB-PARTS
031817         GIVING WS-PART-INTERETS.
031818     DIVIDE WS-CLI-RETENUES BY WS-NB-PARTS
031819         GIVING WS-PART-RETENUES.
031820     COMPUTE WS-PREM-INTERETS = WS-CLI-INTERETS
031821         - (WS-PART-INTERETS * WS-NB-BENEFICIAIRES).
031822     COMPUTE WS-PREM-RETENUES = WS-CLI-RETENUES
031823         - (WS-PART-RETENUES * WS-NB-BENEFICIAIRES).
031824
031825     MOVE "REPARTITION ENTRE TITULAIRES (PARTS EGALES)"
031826         TO TX-TEXTE.
031827     MOVE WS-TEXTE-LINE TO FI-LINE.
031828     WRITE FI-LINE.
031829     MOVE WS-NOM            TO PL-NOM.
031830     MOVE "TITULAIRE"       TO PL-ROLE.
031831     MOVE WS-PREM-INTERETS  TO PL-INTERETS.
031832     MOVE WS-PREM-RETENUES  TO PL-RETENUES.
031833     MOVE WS-PARTAGE-LINE   TO FI-LINE.
031834     WRITE FI-LINE.
031835
031836     SET WS-HO-PASSE-IMPRESSION TO TRUE.
031837     PERFORM 2460-SCAN-HOLDERS THRU 2460-SCAN-HOLDERS-EXIT.
031838 2450-SPLIT-SLIP-EXIT.
031839     EXIT.
031840
031841*-----------------------------------------------------------------
031842* 2460-SCAN-HOLDERS - ONE PASS OVER THE HOLDERS OF THE ACCOUNT,
031843* COUNTING OR PRINTING THE SHARES AS WS-HO-PASSE-SW SAYS.
031844*-----------------------------------------------------------------
031845 2460-SCAN-HOLDERS.
031846     IF NOT WS-HO-OPEN
031847         GO TO 2460-SCAN-HOLDERS-EXIT
031848     END-IF.
031849     MOVE 'N' TO WS-HO-DONE-SW.
031850     MOVE WS-COMPTE TO HO-COMPTE.
031851     MOVE ZERO TO HO-SEQ.
031852     START HOLDER-FILE KEY IS NOT LESS THAN HO-CLE
031853         INVALID KEY
031854             MOVE 'Y' TO WS-HO-DONE-SW
031855     END-START.
031856     PERFORM 2470-ONE-HOLDER THRU 2470-ONE-HOLDER-EXIT
031857         UNTIL WS-HO-SCAN-DONE.
031858 2460-SCAN-HOLDERS-EXIT.
031859     EXIT.
031860
031861*-----------------------------------------------------------------
031862* 2470-ONE-HOLDER - A TITULAIRE OR CO-TITULAIRE OF THE ACCOUNT
031863* IS COUNTED, OR GETS THEIR SHARE LINE; A REPRESENTANT LEGAL IS
031864* PASSED OVER.
031865*-----------------------------------------------------------------
031866 2470-ONE-HOLDER.
031867     READ HOLDER-FILE NEXT RECORD
031868         AT END
031869             MOVE 'Y' TO WS-HO-DONE-SW
031870             GO TO 2470-ONE-HOLDER-EXIT
031871     END-READ.
031872     IF HO-COMPTE NOT = WS-COMPTE
031873         MOVE 'Y' TO WS-HO-DONE-SW
031874         GO TO 2470-ONE-HOLDER-EXIT
031875     END-IF.
031876     IF HO-REPRESENTANT-LEGAL
031877         GO TO 2470-ONE-HOLDER-EXIT
031878     END-IF.
031879
031880     IF WS-HO-PASSE-COMPTAGE
031881         ADD 1 TO WS-NB-BENEFICIAIRES
031882         GO TO 2470-ONE-HOLDER-EXIT
031883     END-IF.
031884
031885     MOVE HO-NOM            TO PL-NOM.
031886     IF HO-TITULAIRE
031887         MOVE "TITULAIRE"    TO PL-ROLE
031888     ELSE
031889         MOVE "CO-TITULAIRE" TO PL-ROLE
031890     END-IF.
031891     MOVE WS-PART-INTERETS  TO PL-INTERETS.
031892     MOVE WS-PART-RETENUES  TO PL-RETENUES.
031893     MOVE WS-PARTAGE-LINE   TO FI-LINE.
031894     WRITE FI-LINE.
031895 2470-ONE-HOLDER-EXIT.
031896     EXIT.
031897
031900*-----------------------------------------------------------------
032000* 8000-WRITE-SUMMARY - THE REMITTANCE SUMMARY THE DECLARATION
032100* TO THE TAX AUTHORITY IS MADE FROM.
035110     IF WS-AH-OPEN
035120         CLOSE ARCHIVE-FILE
035130     END-IF.
035140     IF WS-HO-OPEN
035150         CLOSE HOLDER-FILE
035160     END-IF.
035200
035300     DISPLAY "FISCRPT - CLIENTS EXAMINES : " WS-CLIENT-COUNT.
035400     DISPLAY "FISCRPT - RELEVES PRODUITS : " WS-SLIP-COUNT.
