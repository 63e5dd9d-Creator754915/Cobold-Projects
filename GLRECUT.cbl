002400*                  short of the original mean the date has been
002500*                  archived off TRNHIST and the batch must be
002600*                  rebuilt from the TRNHARCH archive by hand.
002610* 15/10/2026 RD    Contre-passations are re-cut as GLEXTR cuts
002620*                  them: senses swapped, flagged 'P' in the new
002630*                  GI-NATURE byte.
002640* 15/10/2026 RD    Agios ('A' movements) are re-cut as GLEXTR
002650*                  cuts them: deposits debited, overdraft-interest
002660*                  income credited.
002670* 15/10/2026 RD    Clearing movements (nature 'E') are re-cut as
002680*                  GLEXTR cuts them: deposits against the
002690*                  interbank clearing suspense account.
002700*-----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
006200     05  GI-MONTANT                  PIC 9(09)V99.
006300     05  GI-DATE                     PIC 9(08).
006400     05  GI-NO-LOT                   PIC 9(06).
006500     05  GI-NATURE                   PIC X(01).
006510     05  FILLER                      PIC X(44).
006600 01  GI-TRAILER-RECORD.
006700     05  GT-TYPE                     PIC X(01).
006800     05  GT-NB-ENREG                 PIC 9(06).
010200 77  WS-GL-COMPTE-INTERETS           PIC X(08) VALUE "60200000".
010300 77  WS-GL-COMPTE-FRAIS              PIC X(08) VALUE "70100000".
010400 77  WS-GL-COMPTE-RETENUE            PIC X(08) VALUE "24500000".
010410 77  WS-GL-COMPTE-AGIOS              PIC X(08) VALUE "70200000".
010420 77  WS-GL-COMPTE-COMPENS            PIC X(08) VALUE "47100000".
010500
010600*-----------------------------------------------------------------
010700* INTERFACE-RECORD WORK FIELDS - THE ACCOUNT AND SENSE OF THE
023100
023200*-----------------------------------------------------------------
023300* 2300-WRITE-DETAIL - MAP ONE POSTED MOVEMENT TO ITS LEDGER
023400* ENTRY, EXACTLY AS GLEXTR MAPS IT: INTEREST, FEES, WITHHELD
023500* TAX AND AGIOS CUT BOTH SIDES, A CLIENT DEBIT OR CREDIT MOVES
023600* THE DEPOSITS LIABILITY.
023700*-----------------------------------------------------------------
023800 2300-WRITE-DETAIL.
023900     IF HS-INTERET
026600         PERFORM 2350-WRITE-ONE-RECORD
026700             THRU 2350-WRITE-ONE-RECORD-EXIT
026800     ELSE
026810     IF HS-AGIOS
026820         MOVE WS-GL-COMPTE-DEPOTS TO WS-GI-COMPTE
026830         MOVE 'D' TO WS-GI-SENS
026840         PERFORM 2350-WRITE-ONE-RECORD
026850             THRU 2350-WRITE-ONE-RECORD-EXIT
026860         MOVE WS-GL-COMPTE-AGIOS TO WS-GI-COMPTE
026870         MOVE 'C' TO WS-GI-SENS
026880         PERFORM 2350-WRITE-ONE-RECORD
026881             THRU 2350-WRITE-ONE-RECORD-EXIT
026882     ELSE
026883     IF HS-COMPENSATION
026900         MOVE WS-GL-COMPTE-DEPOTS TO WS-GI-COMPTE
027000         MOVE HS-INDICATEUR TO WS-GI-SENS
027100         PERFORM 2350-WRITE-ONE-RECORD
027200             THRU 2350-WRITE-ONE-RECORD-EXIT
027205         MOVE WS-GL-COMPTE-COMPENS TO WS-GI-COMPTE
027210         IF HS-DEBIT
027215             MOVE 'C' TO WS-GI-SENS
027220         ELSE
027225             MOVE 'D' TO WS-GI-SENS
027230         END-IF
027235         PERFORM 2350-WRITE-ONE-RECORD
027240             THRU 2350-WRITE-ONE-RECORD-EXIT
027245     ELSE
027250         MOVE WS-GL-COMPTE-DEPOTS TO WS-GI-COMPTE
027255         MOVE HS-INDICATEUR TO WS-GI-SENS
027260         PERFORM 2350-WRITE-ONE-RECORD
027265             THRU 2350-WRITE-ONE-RECORD-EXIT
027270     END-IF
027275     END-IF
027300     END-IF
027400     END-IF
027500     END-IF.
028000* 2350-WRITE-ONE-RECORD - ONE INTERFACE RECORD FOR THE ACCOUNT
028100* AND SENSE THE CALLER SET UP, UNDER THE ORIGINAL LOT NUMBER
028200* AND BUSINESS DATE; EVERY RECORD WRITTEN COUNTS IN THE
028300* TRAILER TOTALS.  A CONTRE-PASSATION CUTS THE SAME ACCOUNTS AS
028310* THE MOVEMENT IT CANCELS WITH EACH SENSE TURNED ROUND, FLAGGED
028320* 'P' IN GI-NATURE, EXACTLY AS GLEXTR CUT IT.
028400*-----------------------------------------------------------------
028500 2350-WRITE-ONE-RECORD.
028600     MOVE SPACE TO GI-DETAIL-RECORD.
028700     MOVE 'D' TO GI-TYPE.
028800     MOVE WS-GI-COMPTE     TO GI-COMPTE-GL.
028900     MOVE WS-GI-SENS       TO GI-SENS.
028910     IF HS-CONTRE-PASSATION
028920         MOVE 'P' TO GI-NATURE
028930         IF GI-SENS = 'D'
028940             MOVE 'C' TO GI-SENS
028950         ELSE
028960             MOVE 'D' TO GI-SENS
028970         END-IF
028980     END-IF.
029000     MOVE HS-MONTANT       TO GI-MONTANT.
029100     MOVE GB-DATE-AFFAIRES TO GI-DATE.
029200     MOVE WS-NO-LOT        TO GI-NO-LOT.
