003072*                  common RUNSTAT run-statistics file, which
003073*                  BATCHRPT prints as the end-of-night
003074*                  operations summary.
003075* 15/10/2026 RD    Contre-passations are totalled apart from the
003076*                  movements they correct, as one signed net -
003077*                  a reversed debit adds, a reversed credit
003078*                  subtracts - on its own CONTRE-PASSATIONS
003079*                  (NET) line, and that net enters the proof.
003080* 15/10/2026 RD    The movements TRNPOST refused and still holds
003081*                  open on the SUSPENS posting-suspense file are
003082*                  totalled by kind and printed after the result
003083*                  as memo lines.  They never touched a balance,
003084*                  so they stay outside the proof.
003085* 15/10/2026 RD    The month-end overdraft interest AGIOCALC
003086*                  posts under the new 'A' indicator is totalled
003087*                  on its own AGIOS POSTES line and netted on
003088*                  the debit side.
003100*-----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
005902         ORGANIZATION IS LINE SEQUENTIAL
005903         FILE STATUS IS WS-RS-STATUS.
005904
005905     SELECT SUSPENSE-FILE  ASSIGN TO "SUSPENS"
005906         ORGANIZATION IS INDEXED
005907         ACCESS MODE IS SEQUENTIAL
005908         RECORD KEY IS SU-CLE
005909         FILE STATUS IS WS-SU-STATUS.
005910
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CLIENT-MASTER.
006800     COPY TRNHREC.
006900
007000 FD  RUN-CONTROL.
007100 01  RN-RECORD                       PIC X(47).
007200
007300 FD  RECON-CONTROL.
007400 01  RB-CONTROL-RECORD.
008102 01  RS-STATS-RECORD.
008103     COPY RUNSREC.
008104
008105 FD  SUSPENSE-FILE.
008106 01  SU-SUSPENSE-RECORD.
008107     COPY SUSPREC.
008108
008200 WORKING-STORAGE SECTION.
008300*-----------------------------------------------------------------
008400* SWITCHES AND COUNTERS.
010600     88  WS-SAME-DAY-RERUN               VALUE 'Y'.
010700 77  WS-CLIENT-COUNT                 PIC 9(05) COMP VALUE ZERO.
010800 77  WS-MOUVEMENT-COUNT              PIC 9(05) COMP VALUE ZERO.
010810 77  WS-SU-STATUS                    PIC X(02) VALUE '00'.
010820 77  WS-SU-EOF-SW                    PIC X(01) VALUE 'N'.
010830     88  WS-END-OF-SUSPENSE              VALUE 'Y'.
010840 77  WS-SUSPENS-COUNT                PIC 9(05) COMP VALUE ZERO.
010850 77  WS-SUSPENS-EDIT                 PIC ZZ,ZZ9 VALUE SPACE.
010900
011000*-----------------------------------------------------------------
011100* RECONCILIATION TOTALS.  EVERYTHING SIGNED - THE WHOLE POINT OF
012420     VALUE ZERO.
012430 77  WS-TOTAL-RETENUES               PIC S9(08)V99 COMP-3
012440     VALUE ZERO.
012441 77  WS-TOTAL-AGIOS                  PIC S9(08)V99 COMP-3
012442     VALUE ZERO.
012450 77  WS-TOTAL-CONTRE-PASSATIONS      PIC S9(08)V99 COMP-3
012460     VALUE ZERO.
012500 77  WS-NET-MOUVEMENT                PIC S9(08)V99 COMP-3
012600     VALUE ZERO.
012700 77  WS-TOTAL-ATTENDU                PIC S9(08)V99 COMP-3
012900 77  WS-DIFFERENCE                   PIC S9(08)V99 COMP-3
013000     VALUE ZERO.
013100
013105*-----------------------------------------------------------------
013110* OPEN POSTING-SUSPENSE TOTALS - MEMO ONLY, NEVER IN THE PROOF.
013115*-----------------------------------------------------------------
013120 77  WS-SUSP-CREDITS                 PIC S9(08)V99 COMP-3
013125     VALUE ZERO.
013130 77  WS-SUSP-DEBITS                  PIC S9(08)V99 COMP-3
013135     VALUE ZERO.
013140 77  WS-SUSP-VIREMENTS               PIC S9(08)V99 COMP-3
013145     VALUE ZERO.
013150 77  WS-SUSP-CTR-PASS                PIC S9(08)V99 COMP-3
013155     VALUE ZERO.
013160 77  WS-SUSP-AUTRES                  PIC S9(08)V99 COMP-3
013165     VALUE ZERO.
013170
013200*-----------------------------------------------------------------
013300* REPORT LINE LAYOUTS.
013400*-----------------------------------------------------------------
016100         PERFORM 3000-NET-MOVEMENTS THRU 3000-NET-MOVEMENTS-EXIT
016200         PERFORM 4000-COMPARE-TOTALS
016300             THRU 4000-COMPARE-TOTALS-EXIT
016310         PERFORM 4500-REPORT-SUSPENSE
016320             THRU 4500-REPORT-SUSPENSE-EXIT
016400*        THE REFERENCE TOTAL ONLY MOVES FORWARD ON A PASS THAT
016500*        PROVED ITSELF - AN OUT-OF-BALANCE DAY OR A SAME-DAY
016600*        RERUN KEEPS THE LAST VERIFIED CLOSE ON RECONCTL.
029500
029600     COMPUTE WS-NET-MOUVEMENT = WS-TOTAL-CREDITS
029700         + WS-TOTAL-INTERETS - WS-TOTAL-DEBITS
029710         - WS-TOTAL-FRAIS - WS-TOTAL-RETENUES - WS-TOTAL-AGIOS
029720         + WS-TOTAL-CONTRE-PASSATIONS.
029800 3000-NET-MOVEMENTS-EXIT.
029900     EXIT.
030000
031200
031300*-----------------------------------------------------------------
031400* 3200-NET-ONE-MOVEMENT - TOTAL ONE OF TODAY'S MOVEMENTS BY
031500* KIND; RECORDS FROM OTHER DAYS ARE PASSED OVER.  A
031510* CONTRE-PASSATION CARRIES THE INDICATOR OF THE MOVEMENT IT
031520* CANCELS AND MOVES THE BALANCE THE OTHER WAY, SO IT NETS INTO
031530* ITS OWN SIGNED TOTAL RATHER THAN THE INDICATOR'S.
031600*-----------------------------------------------------------------
031700 3200-NET-ONE-MOVEMENT.
031800     IF HS-DATE = WS-RUN-DATE
031900         ADD 1 TO WS-MOUVEMENT-COUNT
031910         IF HS-CONTRE-PASSATION
031920             IF HS-DEBIT OR HS-FRAIS OR HS-RETENUE OR HS-AGIOS
031930                 ADD HS-MONTANT TO WS-TOTAL-CONTRE-PASSATIONS
031940             ELSE
031950                 SUBTRACT HS-MONTANT
031960                     FROM WS-TOTAL-CONTRE-PASSATIONS
031970             END-IF
031980         ELSE
032000         IF HS-DEBIT
032100             ADD HS-MONTANT TO WS-TOTAL-DEBITS
032200         ELSE
032530             ELSE
032540             IF HS-RETENUE
032550                 ADD HS-MONTANT TO WS-TOTAL-RETENUES
032552             ELSE
032554             IF HS-AGIOS
032556                 ADD HS-MONTANT TO WS-TOTAL-AGIOS
032560             ELSE
032600                 ADD HS-MONTANT TO WS-TOTAL-CREDITS
032610             END-IF
032620             END-IF
032700             END-IF
032710             END-IF
032720         END-IF
032800         END-IF
032900     END-IF.
033000
036070     MOVE WS-TOTAL-RETENUES         TO ML-MONTANT.
036080     PERFORM 4100-WRITE-MONTANT THRU 4100-WRITE-MONTANT-EXIT.
036100
036110     MOVE "AGIOS POSTES"            TO ML-LIBELLE.
036120     MOVE WS-TOTAL-AGIOS            TO ML-MONTANT.
036130     PERFORM 4100-WRITE-MONTANT THRU 4100-WRITE-MONTANT-EXIT.
036140
036150     MOVE "CONTRE-PASSATIONS (NET)" TO ML-LIBELLE.
036160     MOVE WS-TOTAL-CONTRE-PASSATIONS TO ML-MONTANT.
036170     PERFORM 4100-WRITE-MONTANT THRU 4100-WRITE-MONTANT-EXIT.
036180
036200     MOVE "MOUVEMENT NET"           TO ML-LIBELLE.
036300     MOVE WS-NET-MOUVEMENT          TO ML-MONTANT.
036400     PERFORM 4100-WRITE-MONTANT THRU 4100-WRITE-MONTANT-EXIT.
042200 4100-WRITE-MONTANT-EXIT.
042300     EXIT.
042400
042401*-----------------------------------------------------------------
042402* 4500-REPORT-SUSPENSE - MEMO LINES FOR THE MOVEMENTS STILL OPEN
042403* ON THE POSTING-SUSPENSE FILE, BY KIND.  A SUSPENSE FILE NOT YET
042404* CREATED MEANS NOTHING WAS EVER REFUSED; ANY OTHER OPEN FAILURE
042405* IS ONLY REPORTED - THE PROOF ABOVE DOES NOT DEPEND ON IT.
042406*-----------------------------------------------------------------
042407 4500-REPORT-SUSPENSE.
042408     OPEN INPUT SUSPENSE-FILE.
042409     IF WS-SU-STATUS = '35'
042410         GO TO 4500-REPORT-SUSPENSE-SUITE
042411     END-IF.
042412     IF WS-SU-STATUS NOT = '00'
042413         DISPLAY "RECON - OUVERTURE SUSPENSE ECHEC "
042414             WS-SU-STATUS
042415         GO TO 4500-REPORT-SUSPENSE-EXIT
042416     END-IF.
042417
042418     PERFORM 4510-READ-SUSPENSE THRU 4510-READ-SUSPENSE-EXIT.
042419     PERFORM 4520-ADD-ONE-SUSPENSE
042420         THRU 4520-ADD-ONE-SUSPENSE-EXIT
042421         UNTIL WS-END-OF-SUSPENSE.
042422     CLOSE SUSPENSE-FILE.
042423
042424 4500-REPORT-SUSPENSE-SUITE.
042425     MOVE WS-SUSPENS-COUNT TO WS-SUSPENS-EDIT.
042426     MOVE SPACE TO TX-TEXTE.
042427     STRING "SUSPENS OUVERTS (POUR MEMOIRE, HORS RAPPROCHEMENT)"
042428                 DELIMITED BY SIZE
042429            " : "           DELIMITED BY SIZE
042430            WS-SUSPENS-EDIT DELIMITED BY SIZE
042431       INTO TX-TEXTE
042432     END-STRING.
042433     MOVE WS-TEXTE-LINE TO RR-LINE.
042434     WRITE RR-LINE.
042435
042436     MOVE "SUSPENS - CREDITS"       TO ML-LIBELLE.
042437     MOVE WS-SUSP-CREDITS           TO ML-MONTANT.
042438     PERFORM 4100-WRITE-MONTANT THRU 4100-WRITE-MONTANT-EXIT.
042439
042440     MOVE "SUSPENS - DEBITS"        TO ML-LIBELLE.
042441     MOVE WS-SUSP-DEBITS            TO ML-MONTANT.
042442     PERFORM 4100-WRITE-MONTANT THRU 4100-WRITE-MONTANT-EXIT.
042443
042444     MOVE "SUSPENS - VIREMENTS"     TO ML-LIBELLE.
042445     MOVE WS-SUSP-VIREMENTS         TO ML-MONTANT.
042446     PERFORM 4100-WRITE-MONTANT THRU 4100-WRITE-MONTANT-EXIT.
042447
042448     MOVE "SUSPENS - CTR-PASSATIONS" TO ML-LIBELLE.
042449     MOVE WS-SUSP-CTR-PASS          TO ML-MONTANT.
042450     PERFORM 4100-WRITE-MONTANT THRU 4100-WRITE-MONTANT-EXIT.
042451
042452     MOVE "SUSPENS - AUTRES"        TO ML-LIBELLE.
042453     MOVE WS-SUSP-AUTRES            TO ML-MONTANT.
042454     PERFORM 4100-WRITE-MONTANT THRU 4100-WRITE-MONTANT-EXIT.
042455 4500-REPORT-SUSPENSE-EXIT.
042456     EXIT.
042457
042458*-----------------------------------------------------------------
042459* 4510-READ-SUSPENSE - GET THE NEXT SUSPENSE ITEM.
042460*-----------------------------------------------------------------
042461 4510-READ-SUSPENSE.
042462     READ SUSPENSE-FILE NEXT RECORD
042463         AT END
042464             MOVE 'Y' TO WS-SU-EOF-SW
042465             GO TO 4510-READ-SUSPENSE-EXIT
042466     END-READ.
042467 4510-READ-SUSPENSE-EXIT.
042468     EXIT.
042469
042470*-----------------------------------------------------------------
042471* 4520-ADD-ONE-SUSPENSE - TOTAL ONE OPEN ITEM BY THE KIND OF THE
042472* MOVEMENT IT HOLDS; RESUBMITTED AND WRITTEN-OFF ITEMS ARE
042473* PASSED OVER.
042474*-----------------------------------------------------------------
042475 4520-ADD-ONE-SUSPENSE.
042476     IF SU-OUVERT
042477         ADD 1 TO WS-SUSPENS-COUNT
042478         IF SU-TR-INDICATEUR = 'C'
042479             ADD SU-TR-MONTANT TO WS-SUSP-CREDITS
042480         ELSE
042481         IF SU-TR-INDICATEUR = 'D'
042482             ADD SU-TR-MONTANT TO WS-SUSP-DEBITS
042483         ELSE
042484         IF SU-TR-INDICATEUR = 'V'
042485             ADD SU-TR-MONTANT TO WS-SUSP-VIREMENTS
042486         ELSE
042487         IF SU-TR-INDICATEUR = 'X'
042488             ADD SU-TR-MONTANT TO WS-SUSP-CTR-PASS
042489         ELSE
042490             ADD SU-TR-MONTANT TO WS-SUSP-AUTRES
042491         END-IF
042492         END-IF
042493         END-IF
042494         END-IF
042495     END-IF.
042496
042497     PERFORM 4510-READ-SUSPENSE THRU 4510-READ-SUSPENSE-EXIT.
042498 4520-ADD-ONE-SUSPENSE-EXIT.
042499     EXIT.
042509
042519*-----------------------------------------------------------------
042600* 5000-REWRITE-CONTROL - TODAY'S CONSTATED TOTAL BECOMES THE
042700* REFERENCE THE NEXT PASS CARRIES FORWARD.  ONLY PERFORMED FOR
042800* AN IN-BALANCE (OR FIRST) PASS - SEE 0000-MAINLINE.
