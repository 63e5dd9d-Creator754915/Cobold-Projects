002671*                  common RUNSTAT run-statistics file, which
002672*                  BATCHRPT prints as the end-of-night
002673*                  operations summary.
002674* 15/10/2026 RD    A movement reversed by a contre-passation,
002675*                  and the contre-passation itself, no longer
002676*                  count toward the charge - the client does not
002677*                  pay for the bank's correction.  The fee
002678*                  history entry clears the new nature, reversed
002679*                  flag and reference key.
002680* 15/10/2026 RD    An account in closure ('C') is passed over
002681*                  like a closed one: the CLOTURE settlement run
002682*                  charges its service charge for the month so
002683*                  far when it settles the account.
002700*-----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
007300 01  FR-LINE                         PIC X(80).
007400
007500 FD  RUN-CONTROL.
007600 01  RN-RECORD                       PIC X(47).
007610
007620 FD  ARCH-CONTROL.
007630 01  AC-CONTROL-RECORD.
042600
042700*-----------------------------------------------------------------
042800* 2000-PROCESS-CLIENTS - ASSESS THE CLIENT IN THE WORK AREA.
042810* CLOSED AND DORMANT ACCOUNTS, AND ACCOUNTS IN CLOSURE WHOSE
042820* CHARGE CLOTURE SETTLES, ARE PASSED OVER (AND COUNTED) JUST AS
043000* INTCALC PASSES THEM OVER.
043100*-----------------------------------------------------------------
043200 2000-PROCESS-CLIENTS.
043300     IF WS-COMPTE-FERME OR WS-COMPTE-DORMANT
043310         OR WS-COMPTE-EN-CLOTURE
043400         ADD 1 TO WS-SKIPPED-COUNT
043500     ELSE
043600         ADD 1 TO WS-CLIENT-COUNT
050000* 2310-COUNT-MOVEMENTS - ONE PASS OF THE CLIENT'S HISTORY FOR
050100* THE PERIOD.  ONLY CLIENT DEBITS AND CREDITS COUNT TOWARD THE
050200* CHARGE - INTEREST, EARLIER FEES AND OTHER BANK-POSTED
050300* MOVEMENTS DO NOT, NOR DOES A MOVEMENT LATER CONTRE-PASSE OR
050310* THE CONTRE-PASSATION THAT CORRECTED IT.
050400*-----------------------------------------------------------------
050500 2310-COUNT-MOVEMENTS.
050600     MOVE ZERO TO WS-NB-MOUVEMENTS.
054400* 2330-COUNT-ONE-MOVEMENT - ONE HISTORY RECORD INTO THE COUNT.
054500*-----------------------------------------------------------------
054600 2330-COUNT-ONE-MOVEMENT.
054700     IF (HS-DEBIT OR HS-CREDIT)
054710         AND NOT HS-CONTRE-PASSATION
054720         AND NOT HS-ANNULE
054800         ADD 1 TO WS-NB-MOUVEMENTS
054900     END-IF.
055000     PERFORM 2320-READ-HISTORY THRU 2320-READ-HISTORY-EXIT.
056800     SET HS-FRAIS        TO TRUE.
056900     MOVE WS-FRAIS       TO HS-MONTANT.
057000     MOVE SOLDE          TO HS-NOUVEAU-SOLDE.
057010     MOVE SPACE          TO HS-NATURE.
057020     MOVE SPACE          TO HS-ANNULE-SW.
057030     MOVE ZERO           TO HS-REF-CLE.
057100     MOVE 'N'            TO WS-HS-DONE-SW.
057200     MOVE 'N'            TO WS-HS-ERR-SW.
057300
