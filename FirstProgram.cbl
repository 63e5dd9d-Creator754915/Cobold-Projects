006793*                  common RUNSTAT run-statistics file, which
006794*                  BATCHRPT prints as the end-of-night
006795*                  operations summary.
006796* 15/10/2026 RD    Nightly age roll: a client with a birth date
006797*                  on file has WS-AGE recomputed from the
006798*                  business date before the eligibility test, so
006799*                  the majeur flag no longer stays frozen at the
006801*                  age keyed on opening.  A minor who comes of
006802*                  age is written to the MAJEVT majority-event
006803*                  file and listed on the MAJRPT report (count
006804*                  in the RUNSTAT third column); an impossible
006805*                  birth date is an exception like a bad age.
006806* 15/10/2026 RD    The month-end AGIOCALC step status is cleared
006807*                  with the others when the day rolls, and one
006808*                  left in progress holds the day like any other
006809*                  step.  Its last charged period is carried
006810*                  over untouched.
006811* 15/10/2026 RD    Same for the new CLOTURE closure-settlement
006812*                  step status; the date of the last interest
006813*                  run is carried over untouched.
006814* 15/10/2026 RD    Same for the new CMPEMIS and CMPRAPP
006815*                  interbank clearing step statuses.
006823*-----------------------------------------------------------------
006900 ENVIRONMENT DIVISION.
007000 INPUT-OUTPUT SECTION.
007100 FILE-CONTROL.
009402         ORGANIZATION IS LINE SEQUENTIAL
009403         FILE STATUS IS WS-RS-STATUS.
009404
009405     SELECT MAJORITY-EVENTS ASSIGN TO "MAJEVT"
009406         ORGANIZATION IS LINE SEQUENTIAL
009407         FILE STATUS IS WS-ME-STATUS.
009408
009409     SELECT MAJORITY-RPT   ASSIGN TO "MAJRPT"
009410         ORGANIZATION IS LINE SEQUENTIAL
009411         FILE STATUS IS WS-MR-STATUS.
009412
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  CLIENT-MASTER.
010800 01  CK-RECORD                       PIC X(08).
010900
011000 FD  RUN-CONTROL.
011100 01  RN-RECORD                       PIC X(47).
011200
011201 FD  RUN-STATS.
011202 01  RS-STATS-RECORD.
011203     COPY RUNSREC.
011204
011205 FD  MAJORITY-EVENTS.
011206 01  ME-EVENT-RECORD.
011207     COPY MAJREC.
011208
011209 FD  MAJORITY-RPT.
011210 01  MR-RECORD                       PIC X(80).
011211
011300 WORKING-STORAGE SECTION.
011400*-----------------------------------------------------------------
011500* SWITCHES.
014800     88  WS-AL-OPEN                      VALUE 'Y'.
014900 77  WS-CK-OPEN-SW                   PIC X(01) VALUE 'N'.
015000     88  WS-CK-OPEN                      VALUE 'Y'.
015010 77  WS-ME-OPEN-SW                   PIC X(01) VALUE 'N'.
015020     88  WS-ME-OPEN                      VALUE 'Y'.
015030 77  WS-MR-OPEN-SW                   PIC X(01) VALUE 'N'.
015040     88  WS-MR-OPEN                      VALUE 'Y'.
015100
015200*-----------------------------------------------------------------
015300* ELIGIBILITY REASON CODE - DERIVED EACH RUN, NOT PART OF THE
017304*-----------------------------------------------------------------
017305 77  WS-RS-STATUS                    PIC X(02) VALUE '00'.
017306
017307*-----------------------------------------------------------------
017308* AGE ROLL - THE MAJEUR FLAG AS READ, SO A MINOR TURNING 18 CAN
017309* BE TOLD FROM A CLIENT WHO WAS ALREADY MAJEUR; AND THE BIRTH
017310* DATE AND BUSINESS DATE SPLIT INTO YEAR AND MMJJ.  THE AGE IS
017311* THE DIFFERENCE OF THE YEARS, LESS ONE WHILE THE BIRTHDAY HAS
017312* NOT YET COME ROUND THIS YEAR - THE SAME RULE CLIENTMNT USES.
017313*-----------------------------------------------------------------
017314 77  WS-ME-STATUS                    PIC X(02) VALUE '00'.
017315 77  WS-MR-STATUS                    PIC X(02) VALUE '00'.
017316 77  WS-ANCIEN-MAJEUR-SW             PIC X(01) VALUE SPACE.
017317     88  WS-ETAIT-MINEUR                 VALUE 'N'.
017318 77  WS-MAJORITE-COUNT               PIC 9(05) COMP VALUE ZERO.
017319 77  WS-SANS-NAISSANCE-COUNT         PIC 9(05) COMP VALUE ZERO.
017320 77  WS-CALC-AGE                     PIC 9(03) VALUE ZERO.
017321 77  WS-NAIS-AN                      PIC 9(04) VALUE ZERO.
017322 77  WS-NAIS-MMJJ                    PIC 9(04) VALUE ZERO.
017323 77  WS-JOUR-AN                      PIC 9(04) VALUE ZERO.
017324 77  WS-JOUR-MMJJ                    PIC 9(04) VALUE ZERO.
017325 77  WS-NAIS-MOIS                    PIC 9(02) VALUE ZERO.
017326 77  WS-NAIS-JOUR                    PIC 9(02) VALUE ZERO.
017327 77  WS-BISS-QUOT                    PIC 9(04) COMP VALUE ZERO.
017328 77  WS-BISS-RESTE-4                 PIC 9(04) COMP VALUE ZERO.
017329 77  WS-BISS-RESTE-100               PIC 9(04) COMP VALUE ZERO.
017330 77  WS-BISS-RESTE-400               PIC 9(04) COMP VALUE ZERO.
017331 01  WS-JOURS-MOIS-TABLE.
017332     05  FILLER                      PIC X(24) VALUE
017333         "312931303130313130313031".
017334 01  WS-JOURS-MOIS-R REDEFINES WS-JOURS-MOIS-TABLE.
017335     05  WS-JOURS-MOIS               PIC 9(02) OCCURS 12 TIMES.
017336
017337 01  WS-MAJ-HEADING.
017338     05  FILLER                      PIC X(36) VALUE
017339         "PASSAGES A LA MAJORITE - JOUR DU    ".
017340     05  MH-DATE                     PIC 9(08).
017341     05  FILLER                      PIC X(36) VALUE SPACE.
017342
017343 01  WS-MAJ-DETAIL.
017344     05  FILLER                      PIC X(02) VALUE SPACE.
017345     05  MD-COMPTE                   PIC 9(08).
017346     05  FILLER                      PIC X(02) VALUE SPACE.
017347     05  MD-NOM                      PIC X(12).
017348     05  FILLER                      PIC X(06) VALUE " NE LE".
017349     05  FILLER                      PIC X(01) VALUE SPACE.
017350     05  MD-DATE-NAISSANCE           PIC 9(08).
017351     05  FILLER                      PIC X(06) VALUE "  AGE ".
017352     05  MD-AGE                      PIC ZZ9.
017353     05  FILLER                      PIC X(09) VALUE "  STATUT ".
017354     05  MD-STATUT                   PIC X(01).
017355     05  FILLER                      PIC X(22) VALUE SPACE.
017356
017357 01  WS-MAJ-TOTAL.
017358     05  FILLER                      PIC X(36) VALUE
017359         "TOTAL PASSAGES A LA MAJORITE      : ".
017360     05  MS-NOMBRE                   PIC ZZZZ9.
017361     05  FILLER                      PIC X(39) VALUE SPACE.
017362
017400 PROCEDURE DIVISION.
017500 0000-MAINLINE.
017600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
019700         GO TO 1000-INITIALIZE-EXIT
019800     END-IF.
019900
019902*    THE MAJORITY EVENTS ARE WHAT STARTS THE WITHHOLDING AND
019904*    THE TAKEOVER PAPERWORK - A FLAG ROLLED WITHOUT ITS EVENT
019906*    WOULD BE LOST FOR GOOD, SO THE PASS DOES NOT START WITHOUT
019908*    THE EVENT FILE.  BOTH FILES ARE APPENDED TO, SO A RESTART
019910*    ADDS TO WHAT THE INTERRUPTED RUN ALREADY WROTE.
019912     OPEN EXTEND MAJORITY-EVENTS.
019914     IF WS-ME-STATUS NOT = '00'
019916         OPEN OUTPUT MAJORITY-EVENTS
019918     END-IF.
019920     IF WS-ME-STATUS NOT = '00'
019922         DISPLAY "FIRSTPROGRAM - OUVERTURE MAJEVT ECHEC "
019924             WS-ME-STATUS
019926         MOVE 16 TO RETURN-CODE
019928         MOVE 'Y' TO WS-EOF-SW
019930         GO TO 1000-INITIALIZE-EXIT
019932     END-IF.
019934     MOVE 'Y' TO WS-ME-OPEN-SW.
019936
019938     OPEN EXTEND MAJORITY-RPT.
019940     IF WS-MR-STATUS NOT = '00'
019942         OPEN OUTPUT MAJORITY-RPT
019944     END-IF.
019946     IF WS-MR-STATUS = '00'
019948         MOVE 'Y' TO WS-MR-OPEN-SW
019950         MOVE RC-DATE-AFFAIRES TO MH-DATE
019952         WRITE MR-RECORD FROM WS-MAJ-HEADING
019954     ELSE
019956         DISPLAY "FIRSTPROGRAM - OUVERTURE MAJRPT ECHEC "
019958             WS-MR-STATUS
019960     END-IF.
019962
020000     OPEN I-O CLIENT-MASTER.
020100     IF WS-CM-STATUS NOT = '00'
020200         DISPLAY "FIRSTPROGRAM - OUVERTURE CLIENT-MASTER ECHEC "
026600         MOVE SPACE TO RC-FIRST-STATUT RC-TRNEDIT-STATUT
026610             RC-ORDGEN-STATUT RC-TRNPOST-STATUT
026700             RC-INTCALC-STATUT RC-FRAIS-STATUT RC-TBALRPT-STATUT
026710             RC-AGIOS-STATUT RC-CLOTURE-STATUT
026720             RC-CMPEMIS-STATUT RC-CMPRAPP-STATUT
026800     ELSE
026900         IF WS-RN-STATUS = '00'
027000             READ RUN-CONTROL INTO WS-RUN-CONTROL
028100         END-IF
028200     END-IF.
028300
028305*    A RUNCTL WRITTEN BEFORE THE AGIOS FIELDS EXISTED READS BACK
028310*    WITH SPACES THERE - NO AGIOS PERIOD CHARGED YET.
028315     IF RC-AGIOS-PERIODE IS NOT NUMERIC
028320         MOVE ZERO TO RC-AGIOS-PERIODE
028325     END-IF.
028330
028335*    LIKEWISE A RUNCTL FROM BEFORE THE CLOSURE FIELDS - NO
028340*    INTEREST RUN ON RECORD.
028345     IF RC-INTCALC-DATE IS NOT NUMERIC
028350         MOVE ZERO TO RC-INTCALC-DATE
028355     END-IF.
028360
028400*    A STEP LEFT IN PROGRESS YESTERDAY MEANS THE MASTER MAY BE
028500*    HALF-UPDATED - MIDNIGHT DOES NOT WAIVE THAT.  THE DAY IS
028600*    NOT OPENED UNTIL THE OPERATOR HAS VERIFIED THE FILE AND
028900         IF RC-FIRST-EN-COURS OR RC-TRNEDIT-EN-COURS
028910             OR RC-ORDGEN-EN-COURS OR RC-TRNPOST-EN-COURS
029000             OR RC-INTCALC-EN-COURS OR RC-FRAIS-EN-COURS
029005             OR RC-TBALRPT-EN-COURS OR RC-AGIOS-EN-COURS
029010             OR RC-CLOTURE-EN-COURS
029030             OR RC-CMPEMIS-EN-COURS OR RC-CMPRAPP-EN-COURS
029100             DISPLAY "FIRSTPROGRAM - ETAPE INTERROMPUE LE "
029200                 RC-DATE-AFFAIRES " - VERIFIER CLIENT-MASTER "
029300                 "ET CORRIGER RUNCTL AVANT D'OUVRIR UN "
029900         MOVE SPACE TO RC-FIRST-STATUT RC-TRNEDIT-STATUT
029910             RC-ORDGEN-STATUT RC-TRNPOST-STATUT
030000             RC-INTCALC-STATUT RC-FRAIS-STATUT RC-TBALRPT-STATUT
030010             RC-AGIOS-STATUT RC-CLOTURE-STATUT
030020             RC-CMPEMIS-STATUT RC-CMPRAPP-STATUT
030100     END-IF.
030200
030300     MOVE 'E' TO RC-FIRST-STATUT.
036800* IN THE WORK AREA.
036900*-----------------------------------------------------------------
037000 2000-PROCESS-CLIENTS.
037010     MOVE WS-MAJEUR-SW TO WS-ANCIEN-MAJEUR-SW.
037100     PERFORM 2200-VALIDATE-AGE THRU 2200-VALIDATE-AGE-EXIT.
037200
037300     IF WS-AGE-IS-VALID
037800             THRU 2300-DETERMINE-ELIGIBILITY-EXIT
037900         IF WS-CM-STATUS = '00'
037910             ADD 1 TO WS-TRAITE-COUNT
037920             IF WS-MAJEUR AND WS-ETAIT-MINEUR
037930                 AND NOT WS-COMPTE-FERME
037940                 PERFORM 2400-WRITE-MAJORITE
037950                     THRU 2400-WRITE-MAJORITE-EXIT
037960             END-IF
038000             PERFORM 2500-WRITE-AUDIT THRU 2500-WRITE-AUDIT-EXIT
038100             PERFORM 2600-COMMIT-CHECKPOINT
038200                 THRU 2600-COMMIT-CHECKPOINT-EXIT
040900*-----------------------------------------------------------------
041000* 2200-VALIDATE-AGE - EDIT WS-AGE BEFORE IT REACHES ANY SOLDE OR
041100* ELIGIBILITY LOGIC.  NON-NUMERIC OR OUT-OF-RANGE AGES ARE
041200* REJECTED RATHER THAN PROCESSED.  THE AGE IS FIRST ROLLED
041210* FORWARD FROM THE BIRTH DATE WHEN THERE IS ONE.
041300*-----------------------------------------------------------------
041400 2200-VALIDATE-AGE.
041500     MOVE 'Y' TO WS-VALID-AGE-SW.
041600     MOVE SPACE TO WS-EXCEPTION-REASON.
041700
041710     PERFORM 2250-ROLL-AGE THRU 2250-ROLL-AGE-EXIT.
041720     IF NOT WS-AGE-IS-VALID
041730         GO TO 2200-VALIDATE-AGE-EXIT
041740     END-IF.
041750
041800     IF WS-AGE IS NOT NUMERIC
041900         MOVE 'N' TO WS-VALID-AGE-SW
042000         MOVE "AGE NON NUMERIQUE" TO WS-EXCEPTION-REASON
042800 2200-VALIDATE-AGE-EXIT.
042900     EXIT.
043000
043001*-----------------------------------------------------------------
043002* 2250-ROLL-AGE - RECOMPUTE WS-AGE AT THE BUSINESS DATE FROM THE
043003* BIRTH DATE CLIENTMNT KEYED.  A RECORD WITH NO BIRTH DATE YET
043004* (ZERO) KEEPS ITS STORED AGE AND IS ONLY COUNTED; A BIRTH DATE
043005* THAT IS NOT NUMERIC, NOT A REAL CALENDAR DATE OR LIES AFTER
043006* THE BUSINESS DATE IS AN EXCEPTION, NOT A REASON TO GUESS.
043007*-----------------------------------------------------------------
043008 2250-ROLL-AGE.
043009     IF WS-DATE-NAISSANCE IS NOT NUMERIC
043010         MOVE 'N' TO WS-VALID-AGE-SW
043011         MOVE "DATE NAISSANCE NON NUMERIQUE"
043012             TO WS-EXCEPTION-REASON
043013         GO TO 2250-ROLL-AGE-EXIT
043014     END-IF.
043015     IF WS-DATE-NAISSANCE = ZERO
043016         ADD 1 TO WS-SANS-NAISSANCE-COUNT
043017         GO TO 2250-ROLL-AGE-EXIT
043018     END-IF.
043019     IF WS-DATE-NAISSANCE > RC-DATE-AFFAIRES
043020         MOVE 'N' TO WS-VALID-AGE-SW
043021         MOVE "DATE NAISSANCE FUTURE" TO WS-EXCEPTION-REASON
043022         GO TO 2250-ROLL-AGE-EXIT
043023     END-IF.
043024
043025     DIVIDE WS-DATE-NAISSANCE BY 10000
043026         GIVING WS-NAIS-AN REMAINDER WS-NAIS-MMJJ.
043027     DIVIDE WS-NAIS-MMJJ BY 100
043028         GIVING WS-NAIS-MOIS REMAINDER WS-NAIS-JOUR.
043029     IF WS-NAIS-MOIS < 1 OR WS-NAIS-MOIS > 12
043030         OR WS-NAIS-JOUR < 1
043031         MOVE 'N' TO WS-VALID-AGE-SW
043032         MOVE "DATE NAISSANCE INVALIDE" TO WS-EXCEPTION-REASON
043033         GO TO 2250-ROLL-AGE-EXIT
043034     END-IF.
043035     IF WS-NAIS-JOUR > WS-JOURS-MOIS (WS-NAIS-MOIS)
043036         MOVE 'N' TO WS-VALID-AGE-SW
043037         MOVE "DATE NAISSANCE INVALIDE" TO WS-EXCEPTION-REASON
043038         GO TO 2250-ROLL-AGE-EXIT
043039     END-IF.
043040
043041*    29 FEBRUARY ONLY IN A LEAP YEAR - DIVISIBLE BY 4, AND BY
043042*    400 WHEN IT IS A CENTURY.
043043     IF WS-NAIS-MOIS = 2 AND WS-NAIS-JOUR = 29
043044         DIVIDE WS-NAIS-AN BY 4
043045             GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE-4
043046         DIVIDE WS-NAIS-AN BY 100
043047             GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE-100
043048         DIVIDE WS-NAIS-AN BY 400
043049             GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE-400
043050         IF WS-BISS-RESTE-4 NOT = ZERO
043051             OR (WS-BISS-RESTE-100 = ZERO
043052                 AND WS-BISS-RESTE-400 NOT = ZERO)
043053             MOVE 'N' TO WS-VALID-AGE-SW
043054             MOVE "DATE NAISSANCE INVALIDE"
043055                 TO WS-EXCEPTION-REASON
043056             GO TO 2250-ROLL-AGE-EXIT
043057         END-IF
043058     END-IF.
043059
043060     DIVIDE RC-DATE-AFFAIRES BY 10000
043061         GIVING WS-JOUR-AN REMAINDER WS-JOUR-MMJJ.
043062     SUBTRACT WS-NAIS-AN FROM WS-JOUR-AN GIVING WS-CALC-AGE.
043063     IF WS-JOUR-MMJJ < WS-NAIS-MMJJ
043064         SUBTRACT 1 FROM WS-CALC-AGE
043065     END-IF.
043066     MOVE WS-CALC-AGE TO WS-AGE.
043067 2250-ROLL-AGE-EXIT.
043068     EXIT.
043069
043100*-----------------------------------------------------------------
043200* 2300-DETERMINE-ELIGIBILITY - ADULT/MINOR TEST ON AGE >= 18.
043300* MINORS ARE FLAGGED WITH A REASON CODE REQUIRING A GUARDIAN
045100 2300-DETERMINE-ELIGIBILITY-EXIT.
045200     EXIT.
045300
045301*-----------------------------------------------------------------
045302* 2400-WRITE-MAJORITE - THE CLIENT JUST CAME OF AGE: ONE EVENT ON
045303* MAJEVT FOR THE TAX DESK AND THE BRANCH, AND ONE LINE ON THE
045304* MAJRPT REPORT.  ONLY REACHED ONCE THE MAJEUR FLAG IS SAFELY
045305* REWRITTEN, SO A RERUN OF THE DAY FINDS THE CLIENT ALREADY
045306* MAJEUR AND DOES NOT REPEAT THE EVENT.
045307*-----------------------------------------------------------------
045308 2400-WRITE-MAJORITE.
045309     MOVE WS-COMPTE         TO ME-COMPTE.
045310     MOVE WS-NOM            TO ME-NOM.
045311     MOVE WS-DATE-NAISSANCE TO ME-DATE-NAISSANCE.
045312     MOVE RC-DATE-AFFAIRES  TO ME-DATE-MAJORITE.
045313     MOVE WS-AGE            TO ME-AGE.
045314     MOVE WS-STATUT-SW      TO ME-STATUT-COMPTE.
045315     WRITE ME-EVENT-RECORD.
045316     IF WS-ME-STATUS NOT = '00'
045317         DISPLAY "FIRSTPROGRAM - ECRITURE MAJEVT ECHEC "
045318             WS-COMPTE " " WS-ME-STATUS
045319         MOVE 8 TO RETURN-CODE
045320         GO TO 2400-WRITE-MAJORITE-EXIT
045321     END-IF.
045322     ADD 1 TO WS-MAJORITE-COUNT.
045323     DISPLAY "FIRSTPROGRAM - PASSAGE A LA MAJORITE " WS-COMPTE.
045324
045325     IF WS-MR-OPEN
045326         MOVE WS-COMPTE         TO MD-COMPTE
045327         MOVE WS-NOM            TO MD-NOM
045328         MOVE WS-DATE-NAISSANCE TO MD-DATE-NAISSANCE
045329         MOVE WS-AGE            TO MD-AGE
045330         MOVE WS-STATUT-SW      TO MD-STATUT
045331         WRITE MR-RECORD FROM WS-MAJ-DETAIL
045332     END-IF.
045333 2400-WRITE-MAJORITE-EXIT.
045334     EXIT.
045335
045400*-----------------------------------------------------------------
045500* 2500-WRITE-AUDIT - RECORD WHAT WAS READ AND DECIDED FOR THIS
045600* CLIENT, TIME-STAMPED, ON THE APPEND-ONLY AUDIT LOG.
053200     IF WS-CK-OPEN
053300         CLOSE CHECKPOINT-FILE
053400     END-IF.
053410     IF WS-ME-OPEN
053420         CLOSE MAJORITY-EVENTS
053430     END-IF.
053440     IF WS-MR-OPEN
053450         MOVE WS-MAJORITE-COUNT TO MS-NOMBRE
053460         WRITE MR-RECORD FROM WS-MAJ-TOTAL
053470         CLOSE MAJORITY-RPT
053480     END-IF.
053500
053600*    THE DAY IS ONLY MARKED COMPLETE WHEN THE CLIENT PASS REALLY
053700*    RAN - AN ABEND LEAVES THE 'E' STATUS FOR THE OPERATOR.
054400     DISPLAY "FIRSTPROGRAM - CLIENTS REJETES : " WS-EXCEPT-COUNT.
054401     PERFORM 9500-WRITE-RUN-STATS
054402         THRU 9500-WRITE-RUN-STATS-EXIT.
054410     DISPLAY "FIRSTPROGRAM - PASSAGES MAJORITE : "
054420         WS-MAJORITE-COUNT.
054430     DISPLAY "FIRSTPROGRAM - SANS DATE NAISSANCE : "
054440         WS-SANS-NAISSANCE-COUNT.
054500     DISPLAY "FIRSTPROGRAM - FIN DU TRAITEMENT".
054600 9000-TERMINATE-EXIT.
054700     EXIT.
054721     MOVE RC-DATE-AFFAIRES TO RS-DATE-AFFAIRES.
054722     MOVE WS-TRAITE-COUNT TO RS-NB-TRAITES.
054723     MOVE WS-EXCEPT-COUNT TO RS-NB-REJETES.
054724     MOVE WS-MAJORITE-COUNT TO RS-NB-AUTRES.
054725     MOVE RETURN-CODE TO RS-CODE-RETOUR.
054726     WRITE RS-STATS-RECORD.
054727     CLOSE RUN-STATS.
