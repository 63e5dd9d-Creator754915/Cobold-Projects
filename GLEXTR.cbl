002900*                  common RUNSTAT run-statistics file, which
002901*                  BATCHRPT prints as the end-of-night
002902*                  operations summary.
002903* 15/10/2026 RD    A contre-passation cuts the entry of the
002904*                  movement it cancels with debit and credit
002905*                  swapped, flagged 'P' in the new GI-NATURE
002906*                  byte (carved from the detail FILLER) so the
002907*                  ledger books it as a correction.
002908* 15/10/2026 RD    The month-end overdraft interest AGIOCALC
002909*                  posts under the new 'A' indicator cuts both
002910*                  sides - the deposits liability is debited and
002911*                  the overdraft-interest income account
002912*                  credited.
002913* 15/10/2026 RD    A clearing movement (nature 'E') cuts both
002914*                  sides: a virement sent to another bank debits
002915*                  the deposits liability and credits the
002916*                  interbank clearing suspense account, where it
002917*                  is held until the settlement; a returned one
002918*                  is the same entry the other way round.
002928*-----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
005100     COPY TRNHREC.
005200
005300 FD  RUN-CONTROL.
005400 01  RN-RECORD                       PIC X(47).
005500
005600 FD  GL-INTERFACE.
005700 01  GI-DETAIL-RECORD.
006100     05  GI-MONTANT                  PIC 9(09)V99.
006200     05  GI-DATE                     PIC 9(08).
006300     05  GI-NO-LOT                   PIC 9(06).
006400     05  GI-NATURE                   PIC X(01).
006410     05  FILLER                      PIC X(44).
006500 01  GI-TRAILER-RECORD.
006600     05  GT-TYPE                     PIC X(01).
006700     05  GT-NB-ENREG                 PIC 9(06).
009900 77  WS-GL-COMPTE-INTERETS           PIC X(08) VALUE "60200000".
009910 77  WS-GL-COMPTE-FRAIS              PIC X(08) VALUE "70100000".
009920 77  WS-GL-COMPTE-RETENUE            PIC X(08) VALUE "24500000".
009930 77  WS-GL-COMPTE-AGIOS              PIC X(08) VALUE "70200000".
009940 77  WS-GL-COMPTE-COMPENS            PIC X(08) VALUE "47100000".
010000
010100*-----------------------------------------------------------------
010200* INTERFACE-RECORD WORK FIELDS - THE ACCOUNT AND SENSE OF THE
025300         MOVE 'C' TO WS-GI-SENS
025400         PERFORM 2350-WRITE-ONE-RECORD
025500             THRU 2350-WRITE-ONE-RECORD-EXIT
025504     ELSE
025508     IF HS-AGIOS
025512         MOVE WS-GL-COMPTE-DEPOTS TO WS-GI-COMPTE
025516         MOVE 'D' TO WS-GI-SENS
025520         PERFORM 2350-WRITE-ONE-RECORD
025524             THRU 2350-WRITE-ONE-RECORD-EXIT
025528         MOVE WS-GL-COMPTE-AGIOS TO WS-GI-COMPTE
025532         MOVE 'C' TO WS-GI-SENS
025536         PERFORM 2350-WRITE-ONE-RECORD
025540             THRU 2350-WRITE-ONE-RECORD-EXIT
025544     ELSE
025548     IF HS-COMPENSATION
025552         MOVE WS-GL-COMPTE-DEPOTS TO WS-GI-COMPTE
025556         MOVE HS-INDICATEUR TO WS-GI-SENS
025560         PERFORM 2350-WRITE-ONE-RECORD
025564             THRU 2350-WRITE-ONE-RECORD-EXIT
025568         MOVE WS-GL-COMPTE-COMPENS TO WS-GI-COMPTE
025572         IF HS-DEBIT
025576             MOVE 'C' TO WS-GI-SENS
025580         ELSE
025584             MOVE 'D' TO WS-GI-SENS
025588         END-IF
025592         PERFORM 2350-WRITE-ONE-RECORD
025596             THRU 2350-WRITE-ONE-RECORD-EXIT
025600     ELSE
025610     IF HS-FRAIS
025620         MOVE WS-GL-COMPTE-DEPOTS TO WS-GI-COMPTE
025706             THRU 2350-WRITE-ONE-RECORD-EXIT
025707     END-IF
025708     END-IF
025709     END-IF
025710     END-IF
025720     END-IF.
026200 2300-WRITE-DETAIL-EXIT.
026300     EXIT.
026400
026500*-----------------------------------------------------------------
026600* 2350-WRITE-ONE-RECORD - ONE INTERFACE RECORD FOR THE ACCOUNT
026700* AND SENSE THE CALLER SET UP; EVERY RECORD WRITTEN COUNTS IN
026800* THE TRAILER TOTALS.  A CONTRE-PASSATION CUTS THE SAME
026810* ACCOUNTS AS THE MOVEMENT IT CANCELS WITH EACH SENSE TURNED
026820* ROUND, FLAGGED 'P' IN GI-NATURE SO THE LEDGER SIDE BOOKS IT
026830* AS A CORRECTION.
026900*-----------------------------------------------------------------
027000 2350-WRITE-ONE-RECORD.
027100     MOVE SPACE TO GI-DETAIL-RECORD.
027200     MOVE 'D' TO GI-TYPE.
027300     MOVE WS-GI-COMPTE     TO GI-COMPTE-GL.
027400     MOVE WS-GI-SENS       TO GI-SENS.
027410     IF HS-CONTRE-PASSATION
027420         MOVE 'P' TO GI-NATURE
027430         IF GI-SENS = 'D'
027440             MOVE 'C' TO GI-SENS
027450         ELSE
027460             MOVE 'D' TO GI-SENS
027470         END-IF
027480     END-IF.
027500     MOVE HS-MONTANT       TO GI-MONTANT.
027600     MOVE RC-DATE-AFFAIRES TO GI-DATE.
027700     MOVE RC-NO-LOT        TO GI-NO-LOT.
