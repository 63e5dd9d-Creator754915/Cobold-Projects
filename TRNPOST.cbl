007006*                  common RUNSTAT run-statistics file, which
007007*                  BATCHRPT prints as the end-of-night
007008*                  operations summary.
007010* 15/10/2026 RD    New contre-passation movement 'X': the TRNHIST
007011*                  entry it names is reversed exactly - same
007012*                  indicator and amount, opposite effect on SOLDE,
007013*                  written with nature 'P' and the original's key
007014*                  - and the original is flagged reversed so it
007015*                  cannot be reversed twice.  When the original is
007016*                  one leg of a virement both legs are reversed
007017*                  as one unit.  A correction is not client
007018*                  activity: it does not stamp the last-activity
007019*                  date, passes on a dormant account, and is not
007020*                  held to the overdraft line.  The two legs of a
007021*                  virement are now written with nature 'V' and
007022*                  each other's key, which is what lets the
007023*                  reversal find the second leg.
007024* 15/10/2026 RD    Every refused movement is now also written to
007025*                  the SUSPENS posting-suspense file with a reason
007026*                  code, as well as being listed on PSTEXCPT, so
007027*                  it can be corrected and resubmitted through
007028*                  SUSPMNT or written off instead of being lost
007029*                  with the night's report.
007030* 15/10/2026 RD    An agios movement ('A', posted by AGIOCALC)
007031*                  is on the debit side when a contre-passation
007032*                  reverses it, like a fee.
007033* 15/10/2026 RD    An account in closure ('C', set by CLIENTMNT
007034*                  on a closing movement) still takes credits,
007035*                  which may cover an overdraft before the
007036*                  CLOTURE settlement, but refuses every debit
007037*                  and cannot be the source of a virement; the
007038*                  refusal goes to suspense under reason 'CC'.
007039* 15/10/2026 RD    A contre-passation naming an interbank
007040*                  clearing movement (nature 'E') is refused -
007041*                  the money has left the bank, and only the
007042*                  clearing returns can give it back.
007061*-----------------------------------------------------------------
007100 ENVIRONMENT DIVISION.
007200 INPUT-OUTPUT SECTION.
007300 FILE-CONTROL.
010202         ORGANIZATION IS LINE SEQUENTIAL
010203         FILE STATUS IS WS-RS-STATUS.
010204
010205     SELECT SUSPENSE-FILE   ASSIGN TO "SUSPENS"
010206         ORGANIZATION IS INDEXED
010207         ACCESS MODE IS DYNAMIC
010208         RECORD KEY IS SU-CLE
010209         FILE STATUS IS WS-SU-STATUS.
010210
010300 DATA DIVISION.
010400 FILE SECTION.
010500 FD  CLIENT-MASTER.
012100 01  OD-RECORD                       PIC X(80).
012200
012300 FD  RUN-CONTROL.
012400 01  RN-RECORD                       PIC X(47).
012500
012600 FD  TRAN-HISTORY.
012700 01  HS-HISTORY-RECORD.
012902 01  RS-STATS-RECORD.
012903     COPY RUNSREC.
012904
012905 FD  SUSPENSE-FILE.
012906 01  SU-SUSPENSE-RECORD.
012907     COPY SUSPREC.
012908
013000 WORKING-STORAGE SECTION.
013100*-----------------------------------------------------------------
013200* SWITCHES AND COUNTERS.
016694 77  WS-VIR-HIST-COMPTE              PIC 9(08) VALUE ZERO.
016695 77  WS-VIR-HIST-IND                 PIC X(01) VALUE SPACE.
016696 77  WS-VIR-HIST-SOLDE               PIC S9(04)V99 VALUE ZERO.
016697 01  WS-VIR-HIST-REF.
016698     05  FILLER                      PIC X(20) VALUE ZERO.
016699 01  WS-VIR-CLE-DEBIT.
016701     05  WS-VD-COMPTE                PIC 9(08) VALUE ZERO.
016702     05  WS-VD-DATE                  PIC 9(08) VALUE ZERO.
016703     05  WS-VD-SEQ                   PIC 9(04) VALUE ZERO.
016704 01  WS-VIR-CLE-CREDIT.
016705     05  WS-VC-COMPTE                PIC 9(08) VALUE ZERO.
016706     05  WS-VC-DATE                  PIC 9(08) VALUE ZERO.
016707     05  WS-VC-SEQ                   PIC 9(04) VALUE ZERO.
016708
016709*-----------------------------------------------------------------
016710* CONTRE-PASSATION WORK AREA - ONE ENTRY PER HISTORY LEG BEING
016711* REVERSED (TWO FOR A VIREMENT).  EVERY LEG IS CHECKED AND ITS
016712* NEW BALANCE WORKED OUT BEFORE ANY BALANCE IS TOUCHED, AS FOR
016713* A VIREMENT; THE BEFORE IMAGE BACKS OUT A HALF-APPLIED PAIR.
016714* WS-CJ-COTE-DEBIT MARKS THE INDICATORS THAT TOOK MONEY OUT OF
016715* THE ACCOUNT, WHOSE REVERSAL THEREFORE PUTS IT BACK.
016716*-----------------------------------------------------------------
016717 77  WS-CONTRE-PASS-COUNT            PIC 9(05) COMP VALUE ZERO.
016718 77  WS-CP-RAISON                    PIC X(20) VALUE SPACE.
016719 77  WS-CP-IX                        PIC 9(04) COMP VALUE ZERO.
016720 77  WS-CP-NB-JAMBES                 PIC 9(04) COMP VALUE ZERO.
016721 77  WS-CP-REJET-SW                  PIC X(01) VALUE 'N'.
016722     88  WS-CP-REJETEE                   VALUE 'Y'.
016723 77  WS-CP-NOUVEAU-SOLDE             PIC S9(04)V99 VALUE ZERO.
016724 01  WS-CP-TABLE.
016725     05  WS-CP-JAMBE                 OCCURS 2 TIMES.
016726         10  WS-CJ-CLE.
016727             15  WS-CJ-COMPTE        PIC 9(08).
016728             15  WS-CJ-DATE          PIC 9(08).
016729             15  WS-CJ-SEQ           PIC 9(04).
016730         10  WS-CJ-INDICATEUR        PIC X(01).
016731             88  WS-CJ-COTE-DEBIT        VALUE 'D' 'F' 'R' 'A'.
016732         10  WS-CJ-MONTANT           PIC 9(06)V99.
016733         10  WS-CJ-SOLDE-AVANT       PIC S9(04)V99.
016734         10  WS-CJ-SOLDE-APRES       PIC S9(04)V99.
016735
016736*-----------------------------------------------------------------
016737* SUSPENSE WORK AREA - EACH EXCEPTION PARAGRAPH SETS THE REASON
016738* CODE AND TEXT HERE BEFORE 2790-WRITE-SUSPENSE FILES THE REFUSED
016739* MOVEMENT.  THE SEQUENCE NUMBER IS BUMPED PAST ITEMS ALREADY
016740* FILED FOR THE DATE, AS ON THE HISTORY FILE.
016741*-----------------------------------------------------------------
016742 77  WS-SU-STATUS                    PIC X(02) VALUE '00'.
016743 77  WS-SU-OPEN-SW                   PIC X(01) VALUE 'N'.
016744     88  WS-SU-OPEN                      VALUE 'Y'.
016745 77  WS-SU-DONE-SW                   PIC X(01) VALUE 'N'.
016746     88  WS-SU-WRITE-DONE                VALUE 'Y'.
016747 77  WS-SU-ERR-SW                    PIC X(01) VALUE 'N'.
016748     88  WS-SU-WRITE-ERROR               VALUE 'Y'.
016749 77  WS-SU-CODE-RAISON               PIC X(02) VALUE SPACE.
016750 77  WS-SU-RAISON                    PIC X(20) VALUE SPACE.
016751 77  WS-SUSPENS-COUNT                PIC 9(05) COMP VALUE ZERO.
016767
016800*-----------------------------------------------------------------
016900* RUN-CONTROL WORK AREA - THE RUNCTL RECORD IS HELD HERE BETWEEN
017000* THE READ AT INITIALIZATION AND THE WRITE-BACKS.
022800         GO TO 1000-INITIALIZE-EXIT
022900     END-IF.
023000
023005*    SAME RULE FOR THE SUSPENSE FILE - A REFUSED MOVEMENT THAT
023010*    COULD NOT BE FILED THERE WOULD ONLY SURVIVE ON TONIGHT'S
023015*    EXCEPTION REPORT.
023020     OPEN I-O SUSPENSE-FILE.
023025     IF WS-SU-STATUS = '35'
023030         OPEN OUTPUT SUSPENSE-FILE
023035     END-IF.
023040     IF WS-SU-STATUS = '00'
023045         MOVE 'Y' TO WS-SU-OPEN-SW
023050     ELSE
023055         DISPLAY "TRNPOST - OUVERTURE SUSPENSE ECHEC "
023060             WS-SU-STATUS
023065         MOVE 16 TO RETURN-CODE
023070         MOVE 'Y' TO WS-EOF-SW
023075         GO TO 1000-INITIALIZE-EXIT
023080     END-IF.
023085
023100     PERFORM 1050-CHECK-RUN-CONTROL
023200         THRU 1050-CHECK-RUN-CONTROL-EXIT.
023300     IF WS-RC-ABEND
034750             THRU 2100-READ-TRANSACTION-EXIT
034760         GO TO 2000-PROCESS-TRANSACTIONS-EXIT
034770     END-IF.
034771     IF TR-CONTRE-PASSATION
034772         PERFORM 4000-PROCESS-REVERSAL
034773             THRU 4000-PROCESS-REVERSAL-EXIT
034774         PERFORM 2100-READ-TRANSACTION
034775             THRU 2100-READ-TRANSACTION-EXIT
034776         GO TO 2000-PROCESS-TRANSACTIONS-EXIT
034777     END-IF.
034780
034800     MOVE TR-COMPTE TO WS-COMPTE.
034900     READ CLIENT-MASTER
036200                 PERFORM 2730-WRITE-DORMANT-EXCEPTION
036300                     THRU 2730-WRITE-DORMANT-EXCEPTION-EXIT
036400             ELSE
036410             IF WS-COMPTE-EN-CLOTURE AND TR-DEBIT
036420                 ADD 1 TO WS-REJECT-COUNT
036430                 PERFORM 2740-WRITE-CLOSING-EXCEPTION
036440                     THRU 2740-WRITE-CLOSING-EXCEPTION-EXIT
036450             ELSE
036500             IF NOT TR-DEBIT AND NOT TR-CREDIT
036600                 ADD 1 TO WS-REJECT-COUNT
036700                 PERFORM 2710-WRITE-BAD-INDICATOR-EXCEPTION
038100             END-IF
038200             END-IF
038300             END-IF
038310             END-IF
038400     END-READ.
038500
038600     PERFORM 2100-READ-TRANSACTION
045700     MOVE TR-INDICATEUR  TO HS-INDICATEUR.
045800     MOVE TR-MONTANT     TO HS-MONTANT.
045900     MOVE SOLDE          TO HS-NOUVEAU-SOLDE.
045910     MOVE SPACE          TO HS-NATURE.
045920     MOVE SPACE          TO HS-ANNULE-SW.
045930     MOVE ZERO           TO HS-REF-CLE.
046000     MOVE 'N'            TO WS-HS-DONE-SW.
046100     MOVE 'N'            TO WS-HS-ERR-SW.
046200
051100     END-STRING.
051200
051300     WRITE PE-RECORD.
051301
051302     MOVE 'CI' TO WS-SU-CODE-RAISON.
051303     MOVE "CLIENT INCONNU" TO WS-SU-RAISON.
051304     PERFORM 2790-WRITE-SUSPENSE
051305         THRU 2790-WRITE-SUSPENSE-EXIT.
051400 2700-WRITE-EXCEPTION-EXIT.
051500     EXIT.
051600
053000     END-STRING.
053100
053200     WRITE PE-RECORD.
053201
053202     MOVE 'IN' TO WS-SU-CODE-RAISON.
053203     MOVE "INDICATEUR INVALIDE" TO WS-SU-RAISON.
053204     PERFORM 2790-WRITE-SUSPENSE
053205         THRU 2790-WRITE-SUSPENSE-EXIT.
053300 2710-WRITE-BAD-INDICATOR-EXCEPTION-EXIT.
053400     EXIT.
053500
054900     END-STRING.
055000
055100     WRITE PE-RECORD.
055101
055102     MOVE 'CF' TO WS-SU-CODE-RAISON.
055103     MOVE "COMPTE FERME" TO WS-SU-RAISON.
055104     PERFORM 2790-WRITE-SUSPENSE
055105         THRU 2790-WRITE-SUSPENSE-EXIT.
055200 2720-WRITE-CLOSED-EXCEPTION-EXIT.
055300     EXIT.
055400
056900     END-STRING.
057000
057100     WRITE PE-RECORD.
057101
057102     MOVE 'CD' TO WS-SU-CODE-RAISON.
057103     MOVE "COMPTE DORMANT" TO WS-SU-RAISON.
057104     PERFORM 2790-WRITE-SUSPENSE
057105         THRU 2790-WRITE-SUSPENSE-EXIT.
057200 2730-WRITE-DORMANT-EXCEPTION-EXIT.
057300     EXIT.
057400
057402*-----------------------------------------------------------------
057404* 2740-WRITE-CLOSING-EXCEPTION - LOG A DEBIT AGAINST AN ACCOUNT
057406* IN CLOSURE.  ONLY CREDITS POST UNTIL THE CLOTURE SETTLEMENT
057408* HAS PAID THE BALANCE OUT AND CLOSED THE ACCOUNT.
057410*-----------------------------------------------------------------
057412 2740-WRITE-CLOSING-EXCEPTION.
057414     MOVE SPACE TO PE-RECORD.
057416     STRING "TRANSACTION REJETEE - COMPTE EN CLOTURE "
057418                 DELIMITED BY SIZE
057420            TR-COMPTE DELIMITED BY SIZE
057422            " MONTANT=" DELIMITED BY SIZE
057424            TR-MONTANT  DELIMITED BY SIZE
057426       INTO PE-RECORD
057428     END-STRING.
057430
057432     WRITE PE-RECORD.
057434
057436     MOVE 'CC' TO WS-SU-CODE-RAISON.
057438     MOVE "COMPTE EN CLOTURE" TO WS-SU-RAISON.
057440     PERFORM 2790-WRITE-SUSPENSE
057442         THRU 2790-WRITE-SUSPENSE-EXIT.
057444 2740-WRITE-CLOSING-EXCEPTION-EXIT.
057446     EXIT.
057448
057500*-----------------------------------------------------------------
057600* 2750-WRITE-OVERDRAFT-EXCEPTION - LOG A DEBIT THAT WOULD TAKE
057700* SOLDE PAST THE CLIENT'S AUTHORIZED OVERDRAFT LIMIT.  A DEBIT
059700     END-STRING.
059800
059900     WRITE PE-RECORD.
059901
059902     MOVE 'SI' TO WS-SU-CODE-RAISON.
059903     MOVE "SOLDE INSUFFISANT" TO WS-SU-RAISON.
059904     PERFORM 2790-WRITE-SUSPENSE
059905         THRU 2790-WRITE-SUSPENSE-EXIT.
060000 2750-WRITE-OVERDRAFT-EXCEPTION-EXIT.
060100     EXIT.
060200
062200     END-STRING.
062300
062400     WRITE PE-RECORD.
062401
062402     MOVE 'DP' TO WS-SU-CODE-RAISON.
062403     MOVE "DEPASSEMENT" TO WS-SU-RAISON.
062404     PERFORM 2790-WRITE-SUSPENSE
062405         THRU 2790-WRITE-SUSPENSE-EXIT.
062500 2760-WRITE-OVERFLOW-EXCEPTION-EXIT.
062600     EXIT.
062700
062701*-----------------------------------------------------------------
062702* 2790-WRITE-SUSPENSE - FILE THE MOVEMENT JUST REFUSED ON THE
062703* SUSPENSE FILE, OPEN, WITH THE REASON THE EXCEPTION PARAGRAPH
062704* SET.  THE KEY IS THE BUSINESS DATE AND A SEQUENCE NUMBER
062705* STEPPED PAST ANY ITEM ALREADY FILED FOR THAT DATE.  A FAILURE
062706* LEAVES THE MOVEMENT ON PSTEXCPT ONLY, SO IT IS REPORTED AND
062707* THE STEP ENDS WITH A WARNING FOR THE MORNING REVIEW.
062708*-----------------------------------------------------------------
062709 2790-WRITE-SUSPENSE.
062710     IF NOT WS-SU-OPEN
062711         GO TO 2790-WRITE-SUSPENSE-EXIT
062712     END-IF.
062713
062714     MOVE WS-RUN-DATE       TO SU-DATE-REJET.
062715     MOVE 1                 TO SU-SEQ.
062716     MOVE TR-RECORD         TO SU-MOUVEMENT.
062717     MOVE WS-SU-CODE-RAISON TO SU-CODE-RAISON.
062718     MOVE WS-SU-RAISON      TO SU-RAISON.
062719     MOVE 'O'               TO SU-STATUT.
062720     MOVE WS-RUN-DATE       TO SU-DATE-STATUT.
062721     MOVE ZERO              TO SU-NB-CORRECTIONS.
062722     MOVE ZERO              TO SU-AGE.
062723     MOVE SPACE             TO SU-MOTIF.
062724     MOVE 'N'               TO WS-SU-DONE-SW.
062725     MOVE 'N'               TO WS-SU-ERR-SW.
062726
062727     PERFORM 2791-WRITE-SUSPENSE-RECORD
062728         THRU 2791-WRITE-SUSPENSE-RECORD-EXIT
062729         UNTIL WS-SU-WRITE-DONE OR WS-SU-WRITE-ERROR
062730             OR SU-SEQ > 99999.
062731
062732     IF WS-SU-WRITE-DONE
062733         ADD 1 TO WS-SUSPENS-COUNT
062734     ELSE
062735         DISPLAY "TRNPOST - ECRITURE SUSPENSE ECHEC "
062736             TR-COMPTE " " WS-SU-STATUS
062737         IF RETURN-CODE < 8
062738             MOVE 8 TO RETURN-CODE
062739         END-IF
062740     END-IF.
062741 2790-WRITE-SUSPENSE-EXIT.
062742     EXIT.
062743
062744*-----------------------------------------------------------------
062745* 2791-WRITE-SUSPENSE-RECORD - ONE WRITE ATTEMPT; A DUPLICATE KEY
062746* STEPS THE SEQUENCE NUMBER, ANYTHING ELSE ENDS THE LOOP.
062747*-----------------------------------------------------------------
062748 2791-WRITE-SUSPENSE-RECORD.
062749     WRITE SU-SUSPENSE-RECORD
062750         INVALID KEY
062751             ADD 1 TO SU-SEQ
062752         NOT INVALID KEY
062753             MOVE 'Y' TO WS-SU-DONE-SW
062754     END-WRITE.
062755
062756     IF NOT WS-SU-WRITE-DONE
062757         AND WS-SU-STATUS NOT = '21'
062758         AND WS-SU-STATUS NOT = '22'
062759         SET WS-SU-WRITE-ERROR TO TRUE
062760     END-IF.
062761 2791-WRITE-SUSPENSE-RECORD-EXIT.
062762     EXIT.
062763
062800*-----------------------------------------------------------------
062900* 3000-PROCESS-TRANSFER - ONE VIREMENT, POSTED AS ONE UNIT.  BOTH
063000* ACCOUNTS ARE READ AND CHECKED IN FULL - SOURCE OPEN AND WITHIN
065800             THRU 3700-WRITE-TRANSFER-EXCEPTION-EXIT
065900         GO TO 3000-PROCESS-TRANSFER-EXIT
066000     END-IF.
066010     IF WS-COMPTE-EN-CLOTURE
066020         ADD 1 TO WS-REJECT-COUNT
066030         MOVE "SOURCE EN CLOTURE" TO WS-VIR-RAISON
066040         PERFORM 3700-WRITE-TRANSFER-EXCEPTION
066050             THRU 3700-WRITE-TRANSFER-EXCEPTION-EXIT
066060         GO TO 3000-PROCESS-TRANSFER-EXIT
066070     END-IF.
066100
066200*    THE SOURCE LEG IS A DEBIT LIKE ANY OTHER - SAME OVERDRAFT
066300*    CHECK AS 2000-PROCESS-TRANSACTIONS APPLIES.
076700     END-IF.
076800
076900*    BOTH LEGS APPLIED - WRITE BOTH HISTORY MOVEMENTS, DEBIT
077000*    LEG THEN CREDIT LEG, AND COUNT THEM AS POSTED.  THE CREDIT
077010*    LEG CARRIES THE DEBIT LEG'S KEY; THE DEBIT LEG IS THEN
077020*    LINKED BACK TO THE CREDIT LEG ONCE ITS KEY IS KNOWN.
077100     ADD 1 TO WS-VIREMENT-COUNT.
077200     ADD 2 TO WS-POSTED-COUNT.
077300     MOVE TR-COMPTE         TO WS-VIR-HIST-COMPTE.
077400     MOVE 'D'               TO WS-VIR-HIST-IND.
077500     MOVE SOLDE             TO WS-VIR-HIST-SOLDE.
077510     MOVE ZERO              TO WS-VIR-HIST-REF.
077600     PERFORM 3400-WRITE-TRANSFER-HISTORY
077700         THRU 3400-WRITE-TRANSFER-HISTORY-EXIT.
077710     IF NOT WS-HS-WRITE-DONE
077720         GO TO 3000-PROCESS-TRANSFER-EXIT
077730     END-IF.
077740     MOVE HS-CLE            TO WS-VIR-CLE-DEBIT.
077800     MOVE TR-COMPTE-DEST    TO WS-VIR-HIST-COMPTE.
077900     MOVE 'C'               TO WS-VIR-HIST-IND.
078000     MOVE WS-VIR-SOLDE-DEST TO WS-VIR-HIST-SOLDE.
078010     MOVE WS-VIR-CLE-DEBIT  TO WS-VIR-HIST-REF.
078100     PERFORM 3400-WRITE-TRANSFER-HISTORY
078200         THRU 3400-WRITE-TRANSFER-HISTORY-EXIT.
078210     IF NOT WS-HS-WRITE-DONE
078220         GO TO 3000-PROCESS-TRANSFER-EXIT
078230     END-IF.
078240     MOVE HS-CLE            TO WS-VIR-CLE-CREDIT.
078250     PERFORM 3450-LINK-DEBIT-LEG
078260         THRU 3450-LINK-DEBIT-LEG-EXIT.
078300 3000-PROCESS-TRANSFER-EXIT.
078400     EXIT.
078500
079900     MOVE WS-VIR-HIST-IND    TO HS-INDICATEUR.
080000     MOVE TR-MONTANT         TO HS-MONTANT.
080100     MOVE WS-VIR-HIST-SOLDE  TO HS-NOUVEAU-SOLDE.
080110     MOVE 'V'                TO HS-NATURE.
080120     MOVE SPACE              TO HS-ANNULE-SW.
080130     MOVE WS-VIR-HIST-REF    TO HS-REF-CLE.
080200     MOVE 'N'                TO WS-HS-DONE-SW.
080300     MOVE 'N'                TO WS-HS-ERR-SW.
080400
081400 3400-WRITE-TRANSFER-HISTORY-EXIT.
081500     EXIT.
081600
081602*-----------------------------------------------------------------
081604* 3450-LINK-DEBIT-LEG - STAMP THE CREDIT LEG'S KEY ON THE DEBIT
081606* LEG WRITTEN JUST BEFORE IT, SO EITHER LEG LEADS TO THE OTHER.
081608* A FAILURE LEAVES THE MONEY CORRECTLY POSTED; ONLY A LATER
081610* REVERSAL OF THE DEBIT LEG WOULD THEN MISS THE CREDIT LEG, SO
081612* IT IS REPORTED FOR THE OPERATOR RATHER THAN FAILING THE RUN.
081614*-----------------------------------------------------------------
081616 3450-LINK-DEBIT-LEG.
081618     MOVE WS-VIR-CLE-DEBIT TO HS-CLE.
081620     READ TRAN-HISTORY
081622         INVALID KEY
081624             DISPLAY "TRNPOST - LIEN VIREMENT IMPOSSIBLE "
081626                 WS-VD-COMPTE " " WS-HS-STATUS
081628             GO TO 3450-LINK-DEBIT-LEG-EXIT
081630     END-READ.
081632     MOVE WS-VIR-CLE-CREDIT TO HS-REF-CLE.
081634     REWRITE HS-HISTORY-RECORD.
081636     IF WS-HS-STATUS NOT = '00'
081638         DISPLAY "TRNPOST - LIEN VIREMENT ECHEC "
081640             WS-VD-COMPTE " " WS-HS-STATUS
081642     END-IF.
081644 3450-LINK-DEBIT-LEG-EXIT.
081646     EXIT.
081648
081700*-----------------------------------------------------------------
081800* 3700-WRITE-TRANSFER-EXCEPTION - LOG A VIREMENT REFUSED WHOLE,
081900* WITH THE REASON THE CALLER SET AND BOTH ACCOUNTS, SO THE
083600     END-STRING.
083700
083800     WRITE PE-RECORD.
083801
083802     MOVE 'VI' TO WS-SU-CODE-RAISON.
083803     MOVE WS-VIR-RAISON TO WS-SU-RAISON.
083804     PERFORM 2790-WRITE-SUSPENSE
083805         THRU 2790-WRITE-SUSPENSE-EXIT.
083900 3700-WRITE-TRANSFER-EXCEPTION-EXIT.
084000     EXIT.
084100
086500 3800-BACKOUT-DEST-EXIT.
086600     EXIT.
086700
086701*-----------------------------------------------------------------
086702* 4000-PROCESS-REVERSAL - ONE CONTRE-PASSATION, POSTED AS ONE
086703* UNIT.  THE ENTRY NAMED IS LOADED (WITH ITS OTHER LEG WHEN IT
086704* IS PART OF A VIREMENT), EVERY LEG'S ACCOUNT IS CHECKED AND ITS
086705* NEW BALANCE WORKED OUT, THEN THE BALANCES ARE APPLIED, THE
086706* 'P' ENTRIES WRITTEN AND THE ORIGINALS FLAGGED REVERSED.
086707* TRNEDIT HAS ALREADY PROVED THE ENTRY; IT IS RE-CHECKED HERE
086708* BECAUSE AN EARLIER MOVEMENT TONIGHT MAY HAVE REVERSED IT.
086709*-----------------------------------------------------------------
086710 4000-PROCESS-REVERSAL.
086711     MOVE 'N'  TO WS-CP-REJET-SW.
086712     MOVE ZERO TO WS-CP-NB-JAMBES.
086713
086714     MOVE TR-COMPTE    TO HS-COMPTE.
086715     MOVE TR-ORIG-DATE TO HS-DATE.
086716     MOVE TR-ORIG-SEQ  TO HS-SEQ.
086717     PERFORM 4100-LOAD-LEG THRU 4100-LOAD-LEG-EXIT.
086718     IF NOT WS-CP-REJETEE
086719         AND HS-MONTANT NOT = TR-MONTANT
086720         MOVE "MONTANT DIFFERENT" TO WS-CP-RAISON
086721         SET WS-CP-REJETEE TO TRUE
086722     END-IF.
086723
086724*    A VIREMENT LEG BRINGS ITS OTHER LEG WITH IT.  LEGS POSTED
086725*    BEFORE THE TWO WERE LINKED CARRY NO NATURE AND REVERSE ONE
086726*    AT A TIME, EACH BY ITS OWN MOVEMENT.
086727     IF NOT WS-CP-REJETEE
086728         AND HS-JAMBE-VIREMENT
086729         MOVE HS-REF-CLE TO HS-CLE
086730         PERFORM 4100-LOAD-LEG THRU 4100-LOAD-LEG-EXIT
086731     END-IF.
086732     IF WS-CP-REJETEE
086733         ADD 1 TO WS-REJECT-COUNT
086734         PERFORM 4700-WRITE-REVERSAL-EXCEPTION
086735             THRU 4700-WRITE-REVERSAL-EXCEPTION-EXIT
086736         GO TO 4000-PROCESS-REVERSAL-EXIT
086737     END-IF.
086738
086739*    EVERY ACCOUNT CHECKED BEFORE ANY BALANCE MOVES.
086740     MOVE 1 TO WS-CP-IX.
086741     PERFORM 4200-CHECK-LEG THRU 4200-CHECK-LEG-EXIT
086742         UNTIL WS-CP-IX > WS-CP-NB-JAMBES OR WS-CP-REJETEE.
086743     IF WS-CP-REJETEE
086744         ADD 1 TO WS-REJECT-COUNT
086745         PERFORM 4700-WRITE-REVERSAL-EXCEPTION
086746             THRU 4700-WRITE-REVERSAL-EXCEPTION-EXIT
086747         GO TO 4000-PROCESS-REVERSAL-EXIT
086748     END-IF.
086749
086750*    FIRST LEG, THEN SECOND; A FAILURE ON THE SECOND PUTS THE
086751*    FIRST BACK SO THE PAIR NEVER REVERSES ON ONE SIDE ONLY.
086752     MOVE 1 TO WS-CP-IX.
086753     PERFORM 4300-APPLY-LEG THRU 4300-APPLY-LEG-EXIT.
086754     IF NOT WS-CP-REJETEE
086755         AND WS-CP-NB-JAMBES > 1
086756         MOVE 2 TO WS-CP-IX
086757         PERFORM 4300-APPLY-LEG THRU 4300-APPLY-LEG-EXIT
086758         IF WS-CP-REJETEE
086759             MOVE 1 TO WS-CP-IX
086760             PERFORM 4800-BACKOUT-LEG THRU 4800-BACKOUT-LEG-EXIT
086761         END-IF
086762     END-IF.
086763     IF WS-CP-REJETEE
086764         ADD 1 TO WS-REJECT-COUNT
086765         PERFORM 4700-WRITE-REVERSAL-EXCEPTION
086766             THRU 4700-WRITE-REVERSAL-EXCEPTION-EXIT
086767         GO TO 4000-PROCESS-REVERSAL-EXIT
086768     END-IF.
086769
086770     ADD 1 TO WS-CONTRE-PASS-COUNT.
086771     ADD WS-CP-NB-JAMBES TO WS-POSTED-COUNT.
086772     MOVE 1 TO WS-CP-IX.
086773     PERFORM 4400-RECORD-LEG THRU 4400-RECORD-LEG-EXIT
086774         UNTIL WS-CP-IX > WS-CP-NB-JAMBES.
086775 4000-PROCESS-REVERSAL-EXIT.
086776     EXIT.
086777
086778*-----------------------------------------------------------------
086779* 4100-LOAD-LEG - READ THE HISTORY ENTRY WHOSE KEY THE CALLER
086780* PUT IN HS-CLE AND ADD IT TO THE LEGS TO REVERSE.  IT MUST BE
086781* ON FILE, NOT A REVERSAL ITSELF, AND NOT ALREADY REVERSED.
086782*-----------------------------------------------------------------
086783 4100-LOAD-LEG.
086784     READ TRAN-HISTORY
086785         INVALID KEY
086786             MOVE "ORIGINE INTROUVABLE" TO WS-CP-RAISON
086787             SET WS-CP-REJETEE TO TRUE
086788             GO TO 4100-LOAD-LEG-EXIT
086789     END-READ.
086790     IF HS-CONTRE-PASSATION
086791         MOVE "ORIGINE = CTR-PASS" TO WS-CP-RAISON
086792         SET WS-CP-REJETEE TO TRUE
086793         GO TO 4100-LOAD-LEG-EXIT
086794     END-IF.
086795     IF HS-COMPENSATION
086796         MOVE "ORIGINE = COMPENS." TO WS-CP-RAISON
086797         SET WS-CP-REJETEE TO TRUE
086798         GO TO 4100-LOAD-LEG-EXIT
086799     END-IF.
086800     IF HS-ANNULE
086801         MOVE "DEJA CONTRE-PASSE" TO WS-CP-RAISON
086802         SET WS-CP-REJETEE TO TRUE
086803         GO TO 4100-LOAD-LEG-EXIT
086804     END-IF.
086805
086806     ADD 1 TO WS-CP-NB-JAMBES.
086807     MOVE HS-CLE        TO WS-CJ-CLE (WS-CP-NB-JAMBES).
086808     MOVE HS-INDICATEUR TO WS-CJ-INDICATEUR (WS-CP-NB-JAMBES).
086809     MOVE HS-MONTANT    TO WS-CJ-MONTANT (WS-CP-NB-JAMBES).
086810 4100-LOAD-LEG-EXIT.
086811     EXIT.
086812
086813*-----------------------------------------------------------------
086814* 4200-CHECK-LEG - THE ACCOUNT OF ONE LEG MUST BE ON FILE AND NOT
086815* CLOSED, AND MUST BE ABLE TO TAKE THE OPPOSITE MOVEMENT WITHIN
086816* THE PICTURE OF SOLDE.  NO OVERDRAFT-LINE CHECK: TAKING BACK A
086817* CREDIT POSTED IN ERROR MAY LEAVE THE CLIENT OVERDRAWN, AND
086818* DECOUVRT WILL SHOW IT.  THE NEW BALANCE IS KEPT FOR 4300.
086819*-----------------------------------------------------------------
086820 4200-CHECK-LEG.
086821     MOVE WS-CJ-COMPTE (WS-CP-IX) TO WS-COMPTE.
086822     READ CLIENT-MASTER
086823         INVALID KEY
086824             MOVE "COMPTE INCONNU" TO WS-CP-RAISON
086825             SET WS-CP-REJETEE TO TRUE
086826             GO TO 4200-CHECK-LEG-EXIT
086827     END-READ.
086828     IF WS-COMPTE-FERME
086829         MOVE "COMPTE FERME" TO WS-CP-RAISON
086830         SET WS-CP-REJETEE TO TRUE
086831         GO TO 4200-CHECK-LEG-EXIT
086832     END-IF.
086833
086834     MOVE SOLDE TO WS-CJ-SOLDE-AVANT (WS-CP-IX).
086835     MOVE SOLDE TO WS-CP-NOUVEAU-SOLDE.
086836     IF WS-CJ-COTE-DEBIT (WS-CP-IX)
086837         ADD WS-CJ-MONTANT (WS-CP-IX) TO WS-CP-NOUVEAU-SOLDE
086838             ON SIZE ERROR
086839                 MOVE "DEPASSEMENT" TO WS-CP-RAISON
086840                 SET WS-CP-REJETEE TO TRUE
086841                 GO TO 4200-CHECK-LEG-EXIT
086842         END-ADD
086843     ELSE
086844         SUBTRACT WS-CJ-MONTANT (WS-CP-IX)
086845             FROM WS-CP-NOUVEAU-SOLDE
086846             ON SIZE ERROR
086847                 MOVE "DEPASSEMENT" TO WS-CP-RAISON
086848                 SET WS-CP-REJETEE TO TRUE
086849                 GO TO 4200-CHECK-LEG-EXIT
086850         END-SUBTRACT
086851     END-IF.
086852     MOVE WS-CP-NOUVEAU-SOLDE TO WS-CJ-SOLDE-APRES (WS-CP-IX).
086853     ADD 1 TO WS-CP-IX.
086854 4200-CHECK-LEG-EXIT.
086855     EXIT.
086856
086857*-----------------------------------------------------------------
086858* 4300-APPLY-LEG - PUT THE NEW BALANCE WORKED OUT BY 4200 ON THE
086859* ACCOUNT OF ONE LEG.  THE LAST-ACTIVITY DATE IS LEFT ALONE - A
086860* CORRECTION IS NOT THE CLIENT USING THE ACCOUNT.
086861*-----------------------------------------------------------------
086862 4300-APPLY-LEG.
086863     MOVE WS-CJ-COMPTE (WS-CP-IX) TO WS-COMPTE.
086864     READ CLIENT-MASTER
086865         INVALID KEY
086866             MOVE "ERREUR E-S COMPTE" TO WS-CP-RAISON
086867             SET WS-CP-REJETEE TO TRUE
086868             GO TO 4300-APPLY-LEG-EXIT
086869     END-READ.
086870     MOVE WS-CJ-SOLDE-APRES (WS-CP-IX) TO SOLDE.
086871     REWRITE CM-CLIENT-RECORD.
086872     IF WS-CM-STATUS NOT = '00'
086873         DISPLAY "TRNPOST - REWRITE CONTRE-PASSATION ECHEC "
086874             WS-COMPTE " " WS-CM-STATUS
086875         MOVE "ERREUR E-S COMPTE" TO WS-CP-RAISON
086876         SET WS-CP-REJETEE TO TRUE
086877     END-IF.
086878 4300-APPLY-LEG-EXIT.
086879     EXIT.
086880
086881*-----------------------------------------------------------------
086882* 4400-RECORD-LEG - THE 'P' HISTORY ENTRY FOR ONE REVERSED LEG:
086883* THE ORIGINAL'S INDICATOR AND AMOUNT, THE NEW BALANCE, AND THE
086884* ORIGINAL'S KEY AS REFERENCE; THEN THE ORIGINAL IS FLAGGED
086885* REVERSED.  A FLAG THAT CANNOT BE SET WOULD LET THE SAME ENTRY
086886* BE REVERSED AGAIN - THAT FAILS THE RUN FOR THE OPERATOR.
086887*-----------------------------------------------------------------
086888 4400-RECORD-LEG.
086889     MOVE WS-CJ-COMPTE (WS-CP-IX)      TO HS-COMPTE.
086890     MOVE WS-RUN-DATE                  TO HS-DATE.
086891     MOVE 1                            TO HS-SEQ.
086892     MOVE WS-CJ-INDICATEUR (WS-CP-IX)  TO HS-INDICATEUR.
086893     MOVE WS-CJ-MONTANT (WS-CP-IX)     TO HS-MONTANT.
086894     MOVE WS-CJ-SOLDE-APRES (WS-CP-IX) TO HS-NOUVEAU-SOLDE.
086895     MOVE 'P'                          TO HS-NATURE.
086896     MOVE SPACE                        TO HS-ANNULE-SW.
086897     MOVE WS-CJ-CLE (WS-CP-IX)         TO HS-REF-CLE.
086898     MOVE 'N'                          TO WS-HS-DONE-SW.
086899     MOVE 'N'                          TO WS-HS-ERR-SW.
086900
086901     PERFORM 2410-WRITE-HISTORY-RECORD
086902         THRU 2410-WRITE-HISTORY-RECORD-EXIT
086903         UNTIL WS-HS-WRITE-DONE OR WS-HS-WRITE-ERROR
086904             OR HS-SEQ > 9999.
086905     IF NOT WS-HS-WRITE-DONE
086906         DISPLAY "TRNPOST - ECRITURE TRAN-HISTORY ECHEC "
086907             WS-CJ-COMPTE (WS-CP-IX) " " WS-HS-STATUS
086908     END-IF.
086909
086910     MOVE WS-CJ-CLE (WS-CP-IX) TO HS-CLE.
086911     READ TRAN-HISTORY
086912         INVALID KEY
086913             DISPLAY "TRNPOST - ORIGINE CONTRE-PASSEE ILLISIBLE "
086914                 WS-CJ-COMPTE (WS-CP-IX) " " WS-HS-STATUS
086915             MOVE 16 TO RETURN-CODE
086916             GO TO 4400-RECORD-LEG-SUITE
086917     END-READ.
086918     SET HS-ANNULE TO TRUE.
086919     REWRITE HS-HISTORY-RECORD.
086920     IF WS-HS-STATUS NOT = '00'
086921         DISPLAY "TRNPOST - MARQUAGE CONTRE-PASSATION ECHEC "
086922             WS-CJ-COMPTE (WS-CP-IX) " " WS-HS-STATUS
086923         MOVE 16 TO RETURN-CODE
086924     END-IF.
086925
086926 4400-RECORD-LEG-SUITE.
086927     ADD 1 TO WS-CP-IX.
086928 4400-RECORD-LEG-EXIT.
086929     EXIT.
086930
086931*-----------------------------------------------------------------
086932* 4700-WRITE-REVERSAL-EXCEPTION - LOG A CONTRE-PASSATION REFUSED
086933* WHOLE, WITH THE REASON THE CALLER SET AND THE KEY OF THE
086934* ENTRY IT NAMED.
086935*-----------------------------------------------------------------
086936 4700-WRITE-REVERSAL-EXCEPTION.
086937     MOVE SPACE TO PE-RECORD.
086938     STRING "CTR-PASSATION REJETEE - " DELIMITED BY SIZE
086939            WS-CP-RAISON   DELIMITED BY SIZE
086940            " "            DELIMITED BY SIZE
086941            TR-COMPTE      DELIMITED BY SIZE
086942            " "            DELIMITED BY SIZE
086943            TR-ORIG-DATE   DELIMITED BY SIZE
086944            "/"            DELIMITED BY SIZE
086945            TR-ORIG-SEQ    DELIMITED BY SIZE
086946            " "            DELIMITED BY SIZE
086947            TR-MONTANT     DELIMITED BY SIZE
086948       INTO PE-RECORD
086949         ON OVERFLOW
086950             DISPLAY "TRNPOST - LIGNE D'EXCEPTION TRONQUEE"
086951     END-STRING.
086952
086953     WRITE PE-RECORD.
086954
086955     MOVE 'CP' TO WS-SU-CODE-RAISON.
086956     MOVE WS-CP-RAISON TO WS-SU-RAISON.
086957     PERFORM 2790-WRITE-SUSPENSE
086958         THRU 2790-WRITE-SUSPENSE-EXIT.
086959 4700-WRITE-REVERSAL-EXCEPTION-EXIT.
086960     EXIT.
086961
086962*-----------------------------------------------------------------
086963* 4800-BACKOUT-LEG - PUT ONE ALREADY-APPLIED LEG BACK TO ITS
086964* BEFORE IMAGE WHEN THE OTHER LEG COULD NOT BE APPLIED.  A
086965* BACK-OUT THAT ITSELF FAILS IS FATAL TO THE RUN, AS FOR A
086966* VIREMENT.
086967*-----------------------------------------------------------------
086968 4800-BACKOUT-LEG.
086969     MOVE WS-CJ-COMPTE (WS-CP-IX) TO WS-COMPTE.
086970     READ CLIENT-MASTER
086971         INVALID KEY
086972             DISPLAY "TRNPOST - ANNULATION CONTRE-PASSATION "
086973                 "IMPOSSIBLE " WS-COMPTE " " WS-CM-STATUS
086974             MOVE 16 TO RETURN-CODE
086975             GO TO 4800-BACKOUT-LEG-EXIT
086976     END-READ.
086977     MOVE WS-CJ-SOLDE-AVANT (WS-CP-IX) TO SOLDE.
086978     REWRITE CM-CLIENT-RECORD.
086979     IF WS-CM-STATUS NOT = '00'
086980         DISPLAY "TRNPOST - ANNULATION CONTRE-PASSATION ECHEC "
086981             WS-COMPTE " " WS-CM-STATUS
086982         MOVE 16 TO RETURN-CODE
086983     END-IF.
086984 4800-BACKOUT-LEG-EXIT.
086985     EXIT.
086986
086987*-----------------------------------------------------------------
086988* 8000-REPORT-OVERDRAFTS - FULL PASS OF THE CLIENT MASTER AFTER
087000* POSTING, LISTING EVERY CLIENT LEFT WITH A NEGATIVE BALANCE AND
087100* THE OVERDRAFT LINE IT SITS WITHIN, SO THE AGREED FEE CAN BE
087200* CHARGED.
093500     IF WS-HS-OPEN
093600         CLOSE TRAN-HISTORY
093700     END-IF.
093710     IF WS-SU-OPEN
093720         CLOSE SUSPENSE-FILE
093730     END-IF.
093800
093900*    THE TRANFILE IS ONLY MARKED POSTED WHEN THE RUN REALLY RAN
094000*    IT - AN ABEND LEAVES THE 'E' STATUS FOR THE OPERATOR.
094800     DISPLAY "TRNPOST - TRANSACTIONS POSTEES : " WS-POSTED-COUNT.
094900     DISPLAY "TRNPOST - VIREMENTS POSTES     : "
095000         WS-VIREMENT-COUNT.
095010     DISPLAY "TRNPOST - CONTRE-PASSATIONS    : "
095020         WS-CONTRE-PASS-COUNT.
095100     DISPLAY "TRNPOST - TRANSACTIONS REJETEES: " WS-REJECT-COUNT.
095170     DISPLAY "TRNPOST - MIS EN SUSPENS       : "
095180         WS-SUSPENS-COUNT.
095200     DISPLAY "TRNPOST - CLIENTS A DECOUVERT  : "
095300         WS-OVERDRAWN-COUNT.
095301     PERFORM 9500-WRITE-RUN-STATS
