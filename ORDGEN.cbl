002602*                  common RUNSTAT run-statistics file, which
002603*                  BATCHRPT prints as the end-of-night
002604*                  operations summary.
002605* 15/10/2026 RD    The contre-passation reference fields now
002606*                  carried on the TRANREC movement are emitted
002607*                  as zero - a standing order is never a
002608*                  reversal.
002609* 15/10/2026 RD    An order against an account whose closure is
002610*                  being settled (statut 'C') is reported as
002611*                  COMPTE EN CLOTURE and left due, like a closed
002612*                  account - it must not debit the balance
002613*                  CLOTURE is paying out.
002700*-----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
007100 01  OR-RECORD                       PIC X(80).
007200
007300 FD  RUN-CONTROL.
007400 01  RN-RECORD                       PIC X(47).
007500
007501 FD  RUN-STATS.
007502 01  RS-STATS-RECORD.
031300         PERFORM 2700-WRITE-SIGNALE THRU 2700-WRITE-SIGNALE-EXIT
031400         GO TO 2000-PROCESS-ORDERS-SUITE
031500     END-IF.
031510     IF WS-COMPTE-EN-CLOTURE
031520         MOVE "COMPTE EN CLOTURE" TO WS-RAISON
031530         PERFORM 2700-WRITE-SIGNALE THRU 2700-WRITE-SIGNALE-EXIT
031540         GO TO 2000-PROCESS-ORDERS-SUITE
031550     END-IF.
031600     IF WS-COMPTE-DORMANT
031700         MOVE "COMPTE DORMANT" TO WS-RAISON
031800         PERFORM 2700-WRITE-SIGNALE THRU 2700-WRITE-SIGNALE-EXIT
034900     MOVE OP-MONTANT     TO TR-MONTANT.
035000     MOVE OP-INDICATEUR  TO TR-INDICATEUR.
035100     MOVE OP-COMPTE-DEST TO TR-COMPTE-DEST.
035110     MOVE ZERO           TO TR-ORIG-DATE.
035120     MOVE ZERO           TO TR-ORIG-SEQ.
035200
035300     WRITE TV-RECORD.
035400     IF WS-TV-STATUS NOT = '00'
