002100*                  on CLIENT-MASTER and is not closed, and its
002200*                  due day must be 01-28 so the date stays valid
002300*                  whatever month ORDGEN rolls it into.
002310* 15/10/2026 RD    No new order against an account whose
002320*                  closure is being settled (statut 'C').
002400*-----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
007500 01  MR-RECORD                       PIC X(80).
007510
007520 FD  RUN-CONTROL.
007530 01  RN-RECORD                       PIC X(47).
007540
007550 FD  RUN-STATS.
007560 01  RS-STATS-RECORD.
030600         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
030700         GO TO 2300-CREATE-ORDER-EXIT
030800     END-IF.
030810     IF WS-COMPTE-EN-CLOTURE
030820         ADD 1 TO WS-REJECT-COUNT
030830         MOVE "COMPTE EN CLOTURE" TO WS-EXCEPTION-REASON
030840         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
030850         GO TO 2300-CREATE-ORDER-EXIT
030860     END-IF.
030900
031000     MOVE OM-COMPTE         TO OP-COMPTE.
031100     MOVE OM-SEQUENCE       TO OP-SEQUENCE.
