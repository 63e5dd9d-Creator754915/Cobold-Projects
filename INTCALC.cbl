006294*                  common RUNSTAT run-statistics file, which
006295*                  BATCHRPT prints as the end-of-night
006296*                  operations summary.
006297* 15/10/2026 RD    Interest and tax history entries clear the
006298*                  new nature, reversed flag and reference key.
006299* 15/10/2026 RD    Overdrawn balances are now charged their
006301*                  debit interest by the month-end AGIOCALC step
006302*                  from type 'D' RATEFILE entries, which the
006303*                  rate search here never matches.
006304* 15/10/2026 RD    An account in closure ('C') is passed over
006305*                  like a closed one - the CLOTURE settlement
006306*                  run pays its interest pro rata up to the
006307*                  closing date - and a completed run now leaves
006308*                  its business date on RUNCTL (RC-INTCALC-DATE)
006309*                  as the date that pro rata starts from.
006313*-----------------------------------------------------------------
006400 ENVIRONMENT DIVISION.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
010600     05  RT-TAUX                     PIC 9V9999.
010700
010800 FD  RUN-CONTROL.
010900 01  RN-RECORD                       PIC X(47).
011000
011100 FD  TRAN-HISTORY.
011200 01  HS-HISTORY-RECORD.
040600 2000-PROCESS-CLIENTS.
040700*    A CLOSED ACCOUNT EARNS NOTHING, AND A DORMANT ACCOUNT IS
040800*    FROZEN FROM ALL POSTING - INTEREST INCLUDED - PENDING
040900*    REVIEW THROUGH CLIENTMNT.  AN ACCOUNT IN CLOSURE HAS ITS
040910*    INTEREST SETTLED BY CLOTURE, SO IT IS PASSED OVER TOO.
041000     IF WS-COMPTE-FERME OR WS-COMPTE-DORMANT
041010         OR WS-COMPTE-EN-CLOTURE
041100         ADD 1 TO WS-SKIPPED-COUNT
041200     ELSE
041300         ADD 1 TO WS-CLIENT-COUNT
044410     MOVE ZERO TO WS-RETENUE.
044500     MOVE ZERO TO WS-TAUX-APPLIQUE.
044600
044700*    NO INTEREST ON A ZERO OR OVERDRAWN BALANCE - THE DEBIT
044800*    INTEREST ON AN OVERDRAFT IS CHARGED BY AGIOCALC INSTEAD.
044900     IF SOLDE NOT > ZERO
045000         GO TO 2300-CALCULATE-INTEREST-EXIT
045100     END-IF.
053800     MOVE WS-HIST-IND    TO HS-INDICATEUR.
053900     MOVE WS-HIST-MONTANT TO HS-MONTANT.
054000     MOVE WS-HIST-SOLDE  TO HS-NOUVEAU-SOLDE.
054010     MOVE SPACE          TO HS-NATURE.
054020     MOVE SPACE          TO HS-ANNULE-SW.
054030     MOVE ZERO           TO HS-REF-CLE.
054100     MOVE 'N'            TO WS-HS-DONE-SW.
054200     MOVE 'N'            TO WS-HS-ERR-SW.
054300
061800
061900*    THE INTEREST RUN IS ONLY MARKED COMPLETE WHEN IT REALLY
062000*    RAN - AN ABEND LEAVES THE 'E' STATUS FOR THE OPERATOR.
062010*    ITS DATE IS WHERE THE NEXT CLOSING INTEREST STARTS FROM.
062100     IF WS-RC-CHECKED AND WS-CM-OPEN
062200         SET RC-INTCALC-TERMINE TO TRUE
062210         MOVE WS-RUN-DATE TO RC-INTCALC-DATE
062300         PERFORM 1060-WRITE-RUN-CONTROL
062400             THRU 1060-WRITE-RUN-CONTROL-EXIT
062500     END-IF.
