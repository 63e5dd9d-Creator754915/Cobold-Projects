000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SUSPRPT.
000300 AUTHOR.        R. DUBOIS.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 15/10/2026 RD    Original program.  Daily aged-suspense report
001100*                  - full pass of the SUSPENS posting-suspense
001200*                  file after TRNPOST.  Every open item has its
001300*                  age in calendar days worked out again from
001400*                  the RUNCTL business date and stored back on
001500*                  the item, and is listed with its reason; the
001600*                  open items are then totalled by age bracket
001700*                  (0-7, 8-30, 31-90 and over 90 days) so the
001800*                  back office works the oldest first.  Items
001900*                  resubmitted or written off by SUSPMNT today
002000*                  are counted at the foot.  An item open more
002100*                  than 90 days ends the step with a warning.
002200*-----------------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT SUSPENSE-FILE   ASSIGN TO "SUSPENS"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS SEQUENTIAL
002900         RECORD KEY IS SU-CLE
003000         FILE STATUS IS WS-SU-STATUS.
003100
003200     SELECT RUN-CONTROL     ASSIGN TO "RUNCTL"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-RN-STATUS.
003500
003600     SELECT SUSP-REPORT     ASSIGN TO "SUSPRPT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-SP-STATUS.
003900
004000     SELECT RUN-STATS       ASSIGN TO "RUNSTAT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-RS-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  SUSPENSE-FILE.
004700 01  SU-SUSPENSE-RECORD.
004800     COPY SUSPREC.
004900
005000 FD  RUN-CONTROL.
005100 01  RN-RECORD                       PIC X(47).
005200
005300 FD  SUSP-REPORT.
005400 01  SP-LINE                         PIC X(80).
005500
005600 FD  RUN-STATS.
005700 01  RS-STATS-RECORD.
005800     COPY RUNSREC.
005900
006000 WORKING-STORAGE SECTION.
006100*-----------------------------------------------------------------
006200* SWITCHES AND COUNTERS.
006300*-----------------------------------------------------------------
006400 77  WS-SU-STATUS                    PIC X(02) VALUE '00'.
006500 77  WS-RN-STATUS                    PIC X(02) VALUE '00'.
006600 77  WS-SP-STATUS                    PIC X(02) VALUE '00'.
006700 77  WS-RS-STATUS                    PIC X(02) VALUE '00'.
006800 77  WS-EOF-SW                       PIC X(01) VALUE 'N'.
006900     88  WS-END-OF-SUSPENSE              VALUE 'Y'.
007000 77  WS-SU-OPEN-SW                   PIC X(01) VALUE 'N'.
007100     88  WS-SU-OPEN                      VALUE 'Y'.
007200 77  WS-SP-OPEN-SW                   PIC X(01) VALUE 'N'.
007300     88  WS-SP-OPEN                      VALUE 'Y'.
007400 77  WS-FATAL-SW                     PIC X(01) VALUE 'N'.
007500     88  WS-FATAL-ERROR                  VALUE 'Y'.
007600 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
007700 77  WS-LU-COUNT                     PIC 9(05) COMP VALUE ZERO.
007800 77  WS-OUVERT-COUNT                 PIC 9(05) COMP VALUE ZERO.
007900 77  WS-SOLDE-JOUR-COUNT             PIC 9(05) COMP VALUE ZERO.
008000 77  WS-JOUR-RUN                     PIC 9(07) COMP VALUE ZERO.
008100 77  WS-JOUR-REJET                   PIC 9(07) COMP VALUE ZERO.
008200
008300*-----------------------------------------------------------------
008400* AGE-BRACKET TOTALS OF THE OPEN ITEMS, AND TODAY'S CLOSURES.
008500*-----------------------------------------------------------------
008600 77  WS-NB-0-7                       PIC 9(05) COMP VALUE ZERO.
008700 77  WS-MT-0-7                       PIC S9(08)V99 COMP-3
008800     VALUE ZERO.
008900 77  WS-NB-8-30                      PIC 9(05) COMP VALUE ZERO.
009000 77  WS-MT-8-30                      PIC S9(08)V99 COMP-3
009100     VALUE ZERO.
009200 77  WS-NB-31-90                     PIC 9(05) COMP VALUE ZERO.
009300 77  WS-MT-31-90                     PIC S9(08)V99 COMP-3
009400     VALUE ZERO.
009500 77  WS-NB-PLUS-90                   PIC 9(05) COMP VALUE ZERO.
009600 77  WS-MT-PLUS-90                   PIC S9(08)V99 COMP-3
009700     VALUE ZERO.
009800 77  WS-MT-OUVERT                    PIC S9(08)V99 COMP-3
009900     VALUE ZERO.
010000 77  WS-NB-RESOUMIS                  PIC 9(05) COMP VALUE ZERO.
010100 77  WS-MT-RESOUMIS                  PIC S9(08)V99 COMP-3
010200     VALUE ZERO.
010300 77  WS-NB-PERTE                     PIC 9(05) COMP VALUE ZERO.
010400 77  WS-MT-PERTE                     PIC S9(08)V99 COMP-3
010500     VALUE ZERO.
010600
010700*-----------------------------------------------------------------
010800* DAY-NUMBER WORK AREA - 8500-CALC-JOUR TURNS THE CCYYMMDD DATE IN
010900* WS-JN-DATE INTO A DAY COUNT IN WS-JN-NUMERO, SO AN AGE IS ONE
011000* SUBTRACTION WHATEVER MONTHS AND YEARS LIE IN BETWEEN.  THE YEAR
011100* IS TAKEN TO START ON 1 MARCH SO THE LEAP DAY FALLS LAST; EACH
011200* DIVISION IS DONE ON ITS OWN INTO A WHOLE FIELD TO DROP THE
011300* REMAINDER.
011400*-----------------------------------------------------------------
011500 01  WS-JN-DATE.
011600     05  WS-JN-AAAA                  PIC 9(04).
011700     05  WS-JN-MM                    PIC 9(02).
011800     05  WS-JN-JJ                    PIC 9(02).
011900 77  WS-JN-AN                        PIC 9(04) COMP VALUE ZERO.
012000 77  WS-JN-MOIS                      PIC 9(02) COMP VALUE ZERO.
012100 77  WS-JN-QUOT-4                    PIC 9(04) COMP VALUE ZERO.
012200 77  WS-JN-QUOT-100                  PIC 9(04) COMP VALUE ZERO.
012300 77  WS-JN-QUOT-400                  PIC 9(04) COMP VALUE ZERO.
012400 77  WS-JN-JOURS-MOIS                PIC 9(04) COMP VALUE ZERO.
012500 77  WS-JN-NUMERO                    PIC 9(07) COMP VALUE ZERO.
012600
012700*-----------------------------------------------------------------
012800* REPORT LINE LAYOUTS.
012900*-----------------------------------------------------------------
013000 01  WS-HEADING-1.
013100     05  FILLER                      PIC X(36) VALUE
013200         "ETAT DES SUSPENS DE POSTAGE AGES - ".
013300     05  H1-DATE                     PIC 9(08).
013400     05  FILLER                      PIC X(36) VALUE SPACE.
013500
013600 01  WS-HEADING-2.
013700     05  FILLER                      PIC X(15) VALUE "REJET/SEQ".
013800     05  FILLER                      PIC X(09) VALUE "COMPTE".
013900     05  FILLER                      PIC X(02) VALUE "I".
014000     05  FILLER                      PIC X(12) VALUE "MONTANT".
014100     05  FILLER                      PIC X(24) VALUE "RAISON".
014200     05  FILLER                      PIC X(05) VALUE "AGE".
014300     05  FILLER                      PIC X(13) VALUE SPACE.
014400
014500 01  WS-DETAIL-LINE.
014600     05  DL-DATE-REJET               PIC 9(08).
014700     05  FILLER                      PIC X(01) VALUE "/".
014800     05  DL-SEQ                      PIC 9(05).
014900     05  FILLER                      PIC X(01) VALUE SPACE.
015000     05  DL-COMPTE                   PIC 9(08).
015100     05  FILLER                      PIC X(01) VALUE SPACE.
015200     05  DL-INDICATEUR               PIC X(01).
015300     05  FILLER                      PIC X(01) VALUE SPACE.
015400     05  DL-MONTANT                  PIC ZZZ,ZZ9.99.
015500     05  FILLER                      PIC X(02) VALUE SPACE.
015600     05  DL-CODE-RAISON              PIC X(02).
015700     05  FILLER                      PIC X(01) VALUE SPACE.
015800     05  DL-RAISON                   PIC X(20).
015900     05  FILLER                      PIC X(01) VALUE SPACE.
016000     05  DL-AGE                      PIC ZZZ9.
016100     05  FILLER                      PIC X(14) VALUE SPACE.
016200
016300 01  WS-TRANCHE-LINE.
016400     05  TL-LIBELLE                  PIC X(26).
016500     05  TL-NOMBRE                   PIC ZZ,ZZ9.
016600     05  FILLER                      PIC X(02) VALUE SPACE.
016700     05  TL-MONTANT                  PIC ZZ,ZZZ,ZZ9.99-.
016800     05  FILLER                      PIC X(32) VALUE SPACE.
016900
017000 01  WS-TEXTE-LINE.
017100     05  TX-TEXTE                    PIC X(80).
017200
017300*-----------------------------------------------------------------
017400* RUN-CONTROL WORK AREA - READ ONLY, FOR THE BUSINESS DATE.
017500*-----------------------------------------------------------------
017600 01  WS-RUN-CONTROL.
017700     COPY RUNCTREC.
017800
017900 PROCEDURE DIVISION.
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
018200
018300     IF NOT WS-FATAL-ERROR
018400         PERFORM 2000-AGE-ONE-ITEM THRU 2000-AGE-ONE-ITEM-EXIT
018500             UNTIL WS-END-OF-SUSPENSE
018600         PERFORM 3000-WRITE-TOTALS THRU 3000-WRITE-TOTALS-EXIT
018700     END-IF.
018800
018900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
019000
019100     STOP RUN.
019200
019300*-----------------------------------------------------------------
019400* 1000-INITIALIZE - FETCH THE BUSINESS DATE, OPEN THE SUSPENSE
019500* FILE FOR UPDATE AND THE REPORT, AND PRIME THE FIRST READ.  A
019600* SUSPENSE FILE NOT YET CREATED MEANS NOTHING HAS EVER BEEN
019700* REFUSED - AN EMPTY REPORT, NOT AN ERROR.
019800*-----------------------------------------------------------------
019900 1000-INITIALIZE.
020000     DISPLAY "SUSPRPT - DEBUT DE L'ETAT DES SUSPENS".
020100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020200
020300*    WHEN THE RUN-CONTROL EXISTS, THE BUSINESS DATE IT CARRIES
020400*    IS THE DAY THE AGES ARE COUNTED TO.
020500     OPEN INPUT RUN-CONTROL.
020600     IF WS-RN-STATUS = '00'
020700         READ RUN-CONTROL INTO WS-RUN-CONTROL
020800             AT END
020900                 CONTINUE
021000             NOT AT END
021100                 MOVE RC-DATE-AFFAIRES TO WS-RUN-DATE
021200         END-READ
021300         CLOSE RUN-CONTROL
021400     END-IF.
021500     MOVE WS-RUN-DATE TO WS-JN-DATE.
021600     PERFORM 8500-CALC-JOUR THRU 8500-CALC-JOUR-EXIT.
021700     MOVE WS-JN-NUMERO TO WS-JOUR-RUN.
021800
021900     OPEN OUTPUT SUSP-REPORT.
022000     IF WS-SP-STATUS NOT = '00'
022100         DISPLAY "SUSPRPT - OUVERTURE SUSP-REPORT ECHEC "
022200             WS-SP-STATUS
022300         MOVE 16 TO RETURN-CODE
022400         SET WS-FATAL-ERROR TO TRUE
022500         GO TO 1000-INITIALIZE-EXIT
022600     END-IF.
022700     MOVE 'Y' TO WS-SP-OPEN-SW.
022800
022900     MOVE WS-RUN-DATE TO H1-DATE.
023000     MOVE WS-HEADING-1 TO SP-LINE.
023100     WRITE SP-LINE.
023200     MOVE WS-HEADING-2 TO SP-LINE.
023300     WRITE SP-LINE.
023400
023500     OPEN I-O SUSPENSE-FILE.
023600     IF WS-SU-STATUS = '35'
023700         MOVE 'Y' TO WS-EOF-SW
023800         GO TO 1000-INITIALIZE-EXIT
023900     END-IF.
024000     IF WS-SU-STATUS NOT = '00'
024100         DISPLAY "SUSPRPT - OUVERTURE SUSPENSE ECHEC "
024200             WS-SU-STATUS
024300         MOVE 16 TO RETURN-CODE
024400         SET WS-FATAL-ERROR TO TRUE
024500         GO TO 1000-INITIALIZE-EXIT
024600     END-IF.
024700     MOVE 'Y' TO WS-SU-OPEN-SW.
024800
024900     PERFORM 2100-READ-ITEM THRU 2100-READ-ITEM-EXIT.
025000 1000-INITIALIZE-EXIT.
025100     EXIT.
025200
025300*-----------------------------------------------------------------
025400* 2000-AGE-ONE-ITEM - AN OPEN ITEM IS AGED, STORED BACK, LISTED
025500* AND TOTALLED INTO ITS BRACKET; AN ITEM CLOSED TODAY IS ONLY
025600* COUNTED; OLDER CLOSED ITEMS ARE PASSED OVER.
025700*-----------------------------------------------------------------
025800 2000-AGE-ONE-ITEM.
025900     ADD 1 TO WS-LU-COUNT.
026000
026100     IF NOT SU-OUVERT
026200         IF SU-DATE-STATUT = WS-RUN-DATE
026300             ADD 1 TO WS-SOLDE-JOUR-COUNT
026400             IF SU-RESOUMIS
026500                 ADD 1 TO WS-NB-RESOUMIS
026600                 ADD SU-TR-MONTANT TO WS-MT-RESOUMIS
026700             ELSE
026800                 ADD 1 TO WS-NB-PERTE
026900                 ADD SU-TR-MONTANT TO WS-MT-PERTE
027000             END-IF
027100         END-IF
027200         GO TO 2000-AGE-ONE-ITEM-SUITE
027300     END-IF.
027400
027500     MOVE SU-DATE-REJET TO WS-JN-DATE.
027600     PERFORM 8500-CALC-JOUR THRU 8500-CALC-JOUR-EXIT.
027700     MOVE WS-JN-NUMERO TO WS-JOUR-REJET.
027800     IF WS-JOUR-REJET = ZERO OR WS-JOUR-REJET > WS-JOUR-RUN
027900         MOVE ZERO TO SU-AGE
028000     ELSE
028100         COMPUTE SU-AGE = WS-JOUR-RUN - WS-JOUR-REJET
028200             ON SIZE ERROR
028300                 MOVE 9999 TO SU-AGE
028400         END-COMPUTE
028500     END-IF.
028600     REWRITE SU-SUSPENSE-RECORD.
028700     IF WS-SU-STATUS NOT = '00'
028800         DISPLAY "SUSPRPT - REWRITE SUSPENSE ECHEC "
028900             SU-CLE " " WS-SU-STATUS
029000     END-IF.
029100
029200     ADD 1 TO WS-OUVERT-COUNT.
029300     ADD SU-TR-MONTANT TO WS-MT-OUVERT.
029400     IF SU-AGE NOT > 7
029500         ADD 1 TO WS-NB-0-7
029600         ADD SU-TR-MONTANT TO WS-MT-0-7
029700     ELSE
029800     IF SU-AGE NOT > 30
029900         ADD 1 TO WS-NB-8-30
030000         ADD SU-TR-MONTANT TO WS-MT-8-30
030100     ELSE
030200     IF SU-AGE NOT > 90
030300         ADD 1 TO WS-NB-31-90
030400         ADD SU-TR-MONTANT TO WS-MT-31-90
030500     ELSE
030600         ADD 1 TO WS-NB-PLUS-90
030700         ADD SU-TR-MONTANT TO WS-MT-PLUS-90
030800     END-IF
030900     END-IF
031000     END-IF.
031100
031200     MOVE SU-DATE-REJET    TO DL-DATE-REJET.
031300     MOVE SU-SEQ           TO DL-SEQ.
031400     MOVE SU-TR-COMPTE     TO DL-COMPTE.
031500     MOVE SU-TR-INDICATEUR TO DL-INDICATEUR.
031600     MOVE SU-TR-MONTANT    TO DL-MONTANT.
031700     MOVE SU-CODE-RAISON   TO DL-CODE-RAISON.
031800     MOVE SU-RAISON        TO DL-RAISON.
031900     MOVE SU-AGE           TO DL-AGE.
032000     MOVE WS-DETAIL-LINE   TO SP-LINE.
032100     WRITE SP-LINE.
032200
032300 2000-AGE-ONE-ITEM-SUITE.
032400     PERFORM 2100-READ-ITEM THRU 2100-READ-ITEM-EXIT.
032500 2000-AGE-ONE-ITEM-EXIT.
032600     EXIT.
032700
032800*-----------------------------------------------------------------
032900* 2100-READ-ITEM - GET THE NEXT SUSPENSE ITEM.
033000*-----------------------------------------------------------------
033100 2100-READ-ITEM.
033200     READ SUSPENSE-FILE NEXT RECORD
033300         AT END
033400             MOVE 'Y' TO WS-EOF-SW
033500             GO TO 2100-READ-ITEM-EXIT
033600     END-READ.
033700 2100-READ-ITEM-EXIT.
033800     EXIT.
033900
034000*-----------------------------------------------------------------
034100* 3000-WRITE-TOTALS - THE AGE BRACKETS OF THE OPEN ITEMS, THEIR
034200* TOTAL, AND WHAT WAS CLOSED TODAY.  ANYTHING OPEN MORE THAN 90
034300* DAYS ENDS THE STEP WITH RETURN-CODE 4 FOR THE MORNING REVIEW.
034400*-----------------------------------------------------------------
034500 3000-WRITE-TOTALS.
034600     MOVE SPACE TO TX-TEXTE.
034700     MOVE WS-TEXTE-LINE TO SP-LINE.
034800     WRITE SP-LINE.
034900
035000     MOVE "OUVERTS 0 A 7 JOURS"     TO TL-LIBELLE.
035100     MOVE WS-NB-0-7                 TO TL-NOMBRE.
035200     MOVE WS-MT-0-7                 TO TL-MONTANT.
035300     PERFORM 3100-WRITE-TRANCHE THRU 3100-WRITE-TRANCHE-EXIT.
035400
035500     MOVE "OUVERTS 8 A 30 JOURS"    TO TL-LIBELLE.
035600     MOVE WS-NB-8-30                TO TL-NOMBRE.
035700     MOVE WS-MT-8-30                TO TL-MONTANT.
035800     PERFORM 3100-WRITE-TRANCHE THRU 3100-WRITE-TRANCHE-EXIT.
035900
036000     MOVE "OUVERTS 31 A 90 JOURS"   TO TL-LIBELLE.
036100     MOVE WS-NB-31-90               TO TL-NOMBRE.
036200     MOVE WS-MT-31-90               TO TL-MONTANT.
036300     PERFORM 3100-WRITE-TRANCHE THRU 3100-WRITE-TRANCHE-EXIT.
036400
036500     MOVE "OUVERTS PLUS DE 90 JOURS" TO TL-LIBELLE.
036600     MOVE WS-NB-PLUS-90             TO TL-NOMBRE.
036700     MOVE WS-MT-PLUS-90             TO TL-MONTANT.
036800     PERFORM 3100-WRITE-TRANCHE THRU 3100-WRITE-TRANCHE-EXIT.
036900
037000     MOVE "TOTAL SUSPENS OUVERTS"   TO TL-LIBELLE.
037100     MOVE WS-OUVERT-COUNT           TO TL-NOMBRE.
037200     MOVE WS-MT-OUVERT              TO TL-MONTANT.
037300     PERFORM 3100-WRITE-TRANCHE THRU 3100-WRITE-TRANCHE-EXIT.
037400
037500     MOVE "RESOUMIS CE JOUR"        TO TL-LIBELLE.
037600     MOVE WS-NB-RESOUMIS            TO TL-NOMBRE.
037700     MOVE WS-MT-RESOUMIS            TO TL-MONTANT.
037800     PERFORM 3100-WRITE-TRANCHE THRU 3100-WRITE-TRANCHE-EXIT.
037900
038000     MOVE "PASSES EN PERTE CE JOUR" TO TL-LIBELLE.
038100     MOVE WS-NB-PERTE               TO TL-NOMBRE.
038200     MOVE WS-MT-PERTE               TO TL-MONTANT.
038300     PERFORM 3100-WRITE-TRANCHE THRU 3100-WRITE-TRANCHE-EXIT.
038400
038500     IF WS-NB-PLUS-90 > ZERO
038600         MOVE "ATTENTION : SUSPENS DE PLUS DE 90 JOURS A TRAITER"
038700             TO TX-TEXTE
038800         MOVE WS-TEXTE-LINE TO SP-LINE
038900         WRITE SP-LINE
039000         DISPLAY "SUSPRPT - SUSPENS DE PLUS DE 90 JOURS : "
039100             WS-NB-PLUS-90
039200         IF RETURN-CODE < 4
039300             MOVE 4 TO RETURN-CODE
039400         END-IF
039500     END-IF.
039600 3000-WRITE-TOTALS-EXIT.
039700     EXIT.
039800
039900*-----------------------------------------------------------------
040000* 3100-WRITE-TRANCHE - ONE LABELLED COUNT-AND-AMOUNT LINE.
040100*-----------------------------------------------------------------
040200 3100-WRITE-TRANCHE.
040300     MOVE WS-TRANCHE-LINE TO SP-LINE.
040400     WRITE SP-LINE.
040500 3100-WRITE-TRANCHE-EXIT.
040600     EXIT.
040700
040800*-----------------------------------------------------------------
040900* 8500-CALC-JOUR - DAY NUMBER OF THE DATE IN WS-JN-DATE, RETURNED
041000* IN WS-JN-NUMERO (ZERO FOR A DATE THAT IS NOT A DATE).  JANUARY
041100* AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR BEFORE.
041200*-----------------------------------------------------------------
041300 8500-CALC-JOUR.
041400     MOVE ZERO TO WS-JN-NUMERO.
041500     IF WS-JN-DATE IS NOT NUMERIC
041600         OR WS-JN-AAAA = ZERO
041700         OR WS-JN-MM < 1 OR WS-JN-MM > 12
041800         OR WS-JN-JJ < 1 OR WS-JN-JJ > 31
041900         GO TO 8500-CALC-JOUR-EXIT
042000     END-IF.
042100
042200     MOVE WS-JN-AAAA TO WS-JN-AN.
042300     MOVE WS-JN-MM   TO WS-JN-MOIS.
042400     IF WS-JN-MOIS < 3
042500         SUBTRACT 1 FROM WS-JN-AN
042600         ADD 12 TO WS-JN-MOIS
042700     END-IF.
042800
042900     DIVIDE WS-JN-AN BY 4   GIVING WS-JN-QUOT-4.
043000     DIVIDE WS-JN-AN BY 100 GIVING WS-JN-QUOT-100.
043100     DIVIDE WS-JN-AN BY 400 GIVING WS-JN-QUOT-400.
043200     COMPUTE WS-JN-JOURS-MOIS = 153 * (WS-JN-MOIS - 3) + 2.
043300     DIVIDE 5 INTO WS-JN-JOURS-MOIS.
043400
043500     COMPUTE WS-JN-NUMERO = 365 * WS-JN-AN
043600         + WS-JN-QUOT-4 - WS-JN-QUOT-100 + WS-JN-QUOT-400
043700         + WS-JN-JOURS-MOIS + WS-JN-JJ.
043800 8500-CALC-JOUR-EXIT.
043900     EXIT.
044000
044100*-----------------------------------------------------------------
044200* 9000-TERMINATE - CLOSE EACH FILE THAT WAS ACTUALLY OPENED AND
044300* DISPLAY RUN TOTALS.
044400*-----------------------------------------------------------------
044500 9000-TERMINATE.
044600     IF WS-SU-OPEN
044700         CLOSE SUSPENSE-FILE
044800     END-IF.
044900     IF WS-SP-OPEN
045000         CLOSE SUSP-REPORT
045100     END-IF.
045200
045300     DISPLAY "SUSPRPT - SUSPENS LUS        : " WS-LU-COUNT.
045400     DISPLAY "SUSPRPT - SUSPENS OUVERTS    : " WS-OUVERT-COUNT.
045500     DISPLAY "SUSPRPT - SOLDES CE JOUR     : "
045600         WS-SOLDE-JOUR-COUNT.
045700     PERFORM 9500-WRITE-RUN-STATS
045800         THRU 9500-WRITE-RUN-STATS-EXIT.
045900     DISPLAY "SUSPRPT - FIN DE L'ETAT DES SUSPENS".
046000 9000-TERMINATE-EXIT.
046100     EXIT.
046200
046300*-----------------------------------------------------------------
046400* 9500-WRITE-RUN-STATS - ONE LINE OF RUN TOTALS APPENDED TO THE
046500* COMMON RUNSTAT FILE (CREATED ON ITS VERY FIRST USE), FOR THE
046600* BATCHRPT OPERATIONS SUMMARY.  A FAILURE HERE IS REPORTED BUT
046700* NEVER FAILS THE STEP - THE STATISTICS ARE ABOUT THE RUN, NOT
046800* PART OF IT.
046900*-----------------------------------------------------------------
047000 9500-WRITE-RUN-STATS.
047100     OPEN EXTEND RUN-STATS.
047200     IF WS-RS-STATUS NOT = '00'
047300         OPEN OUTPUT RUN-STATS
047400     END-IF.
047500     IF WS-RS-STATUS NOT = '00'
047600         DISPLAY "SUSPRPT - ECRITURE RUNSTAT ECHEC "
047700             WS-RS-STATUS
047800         GO TO 9500-WRITE-RUN-STATS-EXIT
047900     END-IF.
048000
048100     MOVE "SUSPRPT" TO RS-PROGRAMME.
048200     MOVE WS-RUN-DATE TO RS-DATE-AFFAIRES.
048300     MOVE WS-OUVERT-COUNT TO RS-NB-TRAITES.
048400     MOVE ZERO TO RS-NB-REJETES.
048500     MOVE WS-SOLDE-JOUR-COUNT TO RS-NB-AUTRES.
048600     MOVE RETURN-CODE TO RS-CODE-RETOUR.
048700     WRITE RS-STATS-RECORD.
048800     CLOSE RUN-STATS.
048900 9500-WRITE-RUN-STATS-EXIT.
049000     EXIT.
