002702*                  common RUNSTAT run-statistics file, which
002703*                  BATCHRPT prints as the end-of-night
002704*                  operations summary.
002705* 15/10/2026 RD    New contre-passation movement 'X' naming a
002706*                  posted TRNHIST entry by its key.  The entry
002707*                  must exist on the history file, must not be a
002708*                  reversal itself nor already reversed, and its
002709*                  amount must equal the movement's - otherwise
002710*                  the file is refused like any other bad
002711*                  movement.  The movement body is now 37 bytes.
002712* 15/10/2026 RD    TRANFILE may now carry several envelopes one
002713*                  after the other - one per capture source, such
002714*                  as the incoming interbank clearing CMPRECV
002715*                  converts - each balanced against its own
002716*                  trailer.  Any envelope that does not prove
002717*                  itself still refuses the whole file.  A
002718*                  contre-passation of a clearing movement is
002719*                  refused: a virement to another bank comes
002720*                  back through the clearing returns only.
002800*-----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
004702         ORGANIZATION IS LINE SEQUENTIAL
004703         FILE STATUS IS WS-RS-STATUS.
004704
004705     SELECT TRAN-HISTORY    ASSIGN TO "TRNHIST"
004706         ORGANIZATION IS INDEXED
004707         ACCESS MODE IS DYNAMIC
004708         RECORD KEY IS HS-CLE
004709         FILE STATUS IS WS-HS-STATUS.
004710
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  TRANSACTION-FILE.
005300         88  TE-ENTETE                   VALUE 'E'.
005400         88  TE-MOUVEMENT                VALUE 'M'.
005500         88  TE-REMORQUE                 VALUE 'T'.
005600     05  TE-CORPS                    PIC X(37).
005700 01  TE-ENTETE-RECORD.
005800     05  FILLER                      PIC X(01).
005900     05  EN-DATE-CAPTURE             PIC 9(08).
006000     05  EN-SOURCE                   PIC X(08).
006100     05  FILLER                      PIC X(21).
006200 01  TE-REMORQUE-RECORD.
006300     05  FILLER                      PIC X(01).
006400     05  TT-NB-MOUVEMENTS            PIC 9(06).
006500     05  TT-HASH-MONTANTS            PIC 9(13)V99.
006600     05  FILLER                      PIC X(16).
006700
006800 FD  VALID-TRAN-FILE.
006900 01  TV-RECORD                       PIC X(37).
007000
007100 FD  EDIT-REPORT.
007200 01  ER-RECORD                       PIC X(80).
007300
007400 FD  RUN-CONTROL.
007500 01  RN-RECORD                       PIC X(47).
007600
007601 FD  RUN-STATS.
007602 01  RS-STATS-RECORD.
007603     COPY RUNSREC.
007604
007605 FD  TRAN-HISTORY.
007606 01  HS-HISTORY-RECORD.
007607     COPY TRNHREC.
007608
007700 WORKING-STORAGE SECTION.
007800*-----------------------------------------------------------------
007900* SWITCHES AND COUNTERS.
010500 77  WS-HASH-MONTANTS                PIC 9(13)V99 COMP-3
010600     VALUE ZERO.
010700 77  WS-ERREUR-TEXTE                 PIC X(30) VALUE SPACE.
010710 77  WS-HS-STATUS                    PIC X(02) VALUE '00'.
010720 77  WS-HS-OPEN-SW                   PIC X(01) VALUE 'N'.
010730     88  WS-HS-OPEN                      VALUE 'Y'.
010740 77  WS-NB-ENVELOPPES                PIC 9(04) VALUE ZERO.
010800
010900*-----------------------------------------------------------------
011000* ENVELOPE VALUES KEPT FROM PASS 1 - THE TRAILER TOTALS THE
011100* ENVELOPE BEING READ IS BALANCED AGAINST AND ITS CAPTURE
011110* HEADER FOR THE REPORT.
011200*-----------------------------------------------------------------
011300 77  WS-DATE-CAPTURE                 PIC 9(08) VALUE ZERO.
011400 77  WS-SOURCE-CAPTURE               PIC X(08) VALUE SPACE.
018400         MOVE 'Y' TO WS-ER-OPEN-SW
018500     END-IF.
018600
018605*    THE HISTORY IS ONLY LOOKED AT FOR A CONTRE-PASSATION.  NO
018610*    HISTORY FILE YET IS NOT AN ERROR ON A NIGHT WITHOUT ONE -
018615*    3250-EDIT-CONTRE-PASSATION REFUSES ANY REVERSAL IT CANNOT
018620*    PROVE.
018625     OPEN INPUT TRAN-HISTORY.
018630     IF WS-HS-STATUS = '00'
018635         MOVE 'Y' TO WS-HS-OPEN-SW
018640     ELSE
018645         DISPLAY "TRNEDIT - TRAN-HISTORY NON DISPONIBLE ("
018650             WS-HS-STATUS ") - CONTRE-PASSATIONS REFUSEES"
018655     END-IF.
018660
018700     PERFORM 2100-READ-RECORD THRU 2100-READ-RECORD-EXIT.
018800
018900*    AN EMPTY TRANFILE HAS NO ENVELOPE AT ALL - THAT IS A
026900 2000-EDIT-RECORDS.
027000     ADD 1 TO WS-NB-LUS.
027100
027200*    THE HEADER MUST COME FIRST AND ONLY ONCE PER ENVELOPE, AND
027300*    ONLY THE HEADER OF THE NEXT ENVELOPE MAY FOLLOW A TRAILER -
027400*    ANYTHING ELSE AFTER IT MEANS THE FILE WAS SPLICED OR
027410*    DOUBLED IN TRANSMISSION.  THE ENVELOPE JUST ENDED IS
027420*    BALANCED BEFORE THE NEXT ONE STARTS.
027430     IF WS-REMORQUE-VUE AND TE-ENTETE
027440         PERFORM 4000-BALANCE-ENVELOPE
027450             THRU 4000-BALANCE-ENVELOPE-EXIT
027460         MOVE 'N' TO WS-ENTETE-SW
027470         MOVE 'N' TO WS-REMORQUE-SW
027480         MOVE ZERO TO WS-NB-MOUVEMENTS WS-HASH-MONTANTS
027490             WS-TT-NB-MOUVEMENTS WS-TT-HASH-MONTANTS
027491     END-IF.
027500     IF WS-REMORQUE-VUE
027600         MOVE "ENREGISTREMENT APRES REMORQUE" TO WS-ERREUR-TEXTE
027700         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
031900
032000*-----------------------------------------------------------------
032100* 3100-EDIT-ENTETE - THE CAPTURE HEADER.  ITS DATE AND SOURCE GO
032200* ON THE REPORT; A SECOND HEADER INSIDE ONE ENVELOPE IS A
032210* SPLICED FILE.
032300*-----------------------------------------------------------------
032400 3100-EDIT-ENTETE.
032500     IF WS-ENTETE-VUE
032900     END-IF.
033000     MOVE 'Y' TO WS-ENTETE-SW.
033100
033200     IF WS-NB-LUS NOT = 1 AND WS-NB-ENVELOPPES = ZERO
033300         MOVE "ENTETE PAS EN TETE DE FICHIER" TO WS-ERREUR-TEXTE
033400         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
033500     END-IF.
034000     END-IF.
034100     MOVE EN-DATE-CAPTURE TO WS-DATE-CAPTURE.
034200     MOVE EN-SOURCE       TO WS-SOURCE-CAPTURE.
034210     ADD 1 TO WS-NB-ENVELOPPES.
034220     DISPLAY "TRNEDIT - ENVELOPPE " WS-NB-ENVELOPPES
034230         " CAPTURE DU " WS-DATE-CAPTURE
034240         " SOURCE " WS-SOURCE-CAPTURE.
034300 3100-EDIT-ENTETE-EXIT.
034400     EXIT.
034500
036300         GO TO 3200-EDIT-MOUVEMENT-EXIT
036400     END-IF.
036500     IF NOT TR-DEBIT AND NOT TR-CREDIT AND NOT TR-VIREMENT
036510         AND NOT TR-CONTRE-PASSATION
036600         MOVE "INDICATEUR INVALIDE" TO WS-ERREUR-TEXTE
036700         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
036800         GO TO 3200-EDIT-MOUVEMENT-EXIT
037500         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
037600         GO TO 3200-EDIT-MOUVEMENT-EXIT
037700     END-IF.
037710     IF TR-CONTRE-PASSATION
037720         PERFORM 3250-EDIT-CONTRE-PASSATION
037730             THRU 3250-EDIT-CONTRE-PASSATION-EXIT
037740         IF WS-ERREUR-TEXTE NOT = SPACE
037750             GO TO 3200-EDIT-MOUVEMENT-EXIT
037760         END-IF
037770     END-IF.
037800
037900     ADD 1 TO WS-NB-MOUVEMENTS.
038000     ADD TR-MONTANT TO WS-HASH-MONTANTS.
038100 3200-EDIT-MOUVEMENT-EXIT.
038200     EXIT.
038300
038301*-----------------------------------------------------------------
038302* 3250-EDIT-CONTRE-PASSATION - A REVERSAL MUST NAME A REAL,
038303* STILL-STANDING ENTRY ON TRNHIST FOR THE SAME AMOUNT.  A
038304* REVERSAL CANNOT ITSELF BE REVERSED - THE ORIGINAL IS RE-KEYED
038305* INSTEAD.  TWO REVERSALS OF ONE ENTRY IN THE SAME FILE BOTH
038306* PASS HERE; TRNPOST REJECTS THE SECOND ONCE THE FIRST HAS
038307* FLAGGED THE ENTRY.  WS-ERREUR-TEXTE COMES BACK NON-BLANK ON
038308* A REFUSAL, ALREADY REPORTED.
038309*-----------------------------------------------------------------
038310 3250-EDIT-CONTRE-PASSATION.
038311     MOVE SPACE TO WS-ERREUR-TEXTE.
038312     IF TR-ORIG-DATE IS NOT NUMERIC
038313         OR TR-ORIG-SEQ IS NOT NUMERIC
038314         OR TR-ORIG-DATE = ZERO
038315         MOVE "CLE D'ORIGINE INVALIDE" TO WS-ERREUR-TEXTE
038316         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
038317         GO TO 3250-EDIT-CONTRE-PASSATION-EXIT
038318     END-IF.
038319     IF NOT WS-HS-OPEN
038320         MOVE "HISTORIQUE NON DISPONIBLE" TO WS-ERREUR-TEXTE
038321         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
038322         GO TO 3250-EDIT-CONTRE-PASSATION-EXIT
038323     END-IF.
038324
038325     MOVE TR-COMPTE    TO HS-COMPTE.
038326     MOVE TR-ORIG-DATE TO HS-DATE.
038327     MOVE TR-ORIG-SEQ  TO HS-SEQ.
038328     READ TRAN-HISTORY
038329         INVALID KEY
038330             MOVE "MOUVEMENT D'ORIGINE ABSENT"
038331                 TO WS-ERREUR-TEXTE
038332             PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
038333             GO TO 3250-EDIT-CONTRE-PASSATION-EXIT
038334     END-READ.
038335
038336     IF HS-CONTRE-PASSATION
038337         MOVE "ORIGINE = CONTRE-PASSATION"
038338             TO WS-ERREUR-TEXTE
038339         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
038340         GO TO 3250-EDIT-CONTRE-PASSATION-EXIT
038341     END-IF.
038342     IF HS-COMPENSATION
038343         MOVE "ORIGINE = COMPENSATION" TO WS-ERREUR-TEXTE
038344         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
038345         GO TO 3250-EDIT-CONTRE-PASSATION-EXIT
038346     END-IF.
038347     IF HS-ANNULE
038348         MOVE "MOUVEMENT DEJA CONTRE-PASSE" TO WS-ERREUR-TEXTE
038349         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
038350         GO TO 3250-EDIT-CONTRE-PASSATION-EXIT
038351     END-IF.
038352     IF HS-MONTANT NOT = TR-MONTANT
038353         MOVE "MONTANT DIFFERENT DE L'ORIGINE" TO WS-ERREUR-TEXTE
038354         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
038355     END-IF.
038356 3250-EDIT-CONTRE-PASSATION-EXIT.
038357     EXIT.
038358
038400*-----------------------------------------------------------------
038500* 3300-EDIT-REMORQUE - THE TRAILER.  ITS TOTALS ARE KEPT FOR THE
038600* BALANCE CHECK OF ITS ENVELOPE, MADE WHEN THE NEXT HEADER IS
038610* READ OR AT END OF FILE.
038700*-----------------------------------------------------------------
038800 3300-EDIT-REMORQUE.
038900     MOVE 'Y' TO WS-REMORQUE-SW.
042500     EXIT.
042600
042700*-----------------------------------------------------------------
042800* 4000-BALANCE-ENVELOPE - ONE ENVELOPE AGAINST ITS OWN TRAILER,
042810* AT THE NEXT HEADER OR AT END OF FILE.  A MISSING TRAILER, A
042820* COUNT OFF BY ANYTHING, OR A HASH THAT DOES NOT PROVE THE
043000* AMOUNTS ALL REFUSE THE FILE WHOLE.
043100*-----------------------------------------------------------------
043200 4000-BALANCE-ENVELOPE.
043300     IF NOT WS-REMORQUE-VUE
052600     IF WS-ER-OPEN
052700         CLOSE EDIT-REPORT
052800     END-IF.
052810     IF WS-HS-OPEN
052820         CLOSE TRAN-HISTORY
052830     END-IF.
052900
053000     IF WS-NB-ERREURS NOT = ZERO
053100         MOVE 16 TO RETURN-CODE
054100             THRU 1060-WRITE-RUN-CONTROL-EXIT
054200     END-IF.
054300
054400     DISPLAY "TRNEDIT - ENVELOPPES LUES      : " WS-NB-ENVELOPPES.
054600     DISPLAY "TRNEDIT - ENREGISTREMENTS LUS  : " WS-NB-LUS.
054700     DISPLAY "TRNEDIT - MOUVEMENTS VALIDES   : " WS-NB-VALIDES.
054800     DISPLAY "TRNEDIT - ERREURS RELEVEES     : " WS-NB-ERREURS.
