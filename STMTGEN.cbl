002101*                  common RUNSTAT run-statistics file, which
002102*                  BATCHRPT prints as the end-of-night
002103*                  operations summary.
002104* 15/10/2026 RD    A contre-passation prints as its own CTR-PASS
002105*                  line quoting the date of the movement it
002106*                  corrects, and the corrected movement is
002107*                  marked ANNULE (CONTRE-PASSE), so the client
002108*                  sees the pair as one correction.  Which side
002109*                  of the opening-balance derivation a movement
002110*                  nets on is now decided in one place,
002111*                  2320-DETERMINE-SENS - a contre-passation nets
002112*                  opposite to the indicator it carries.
002113*                  TRNHARCH records are now 57 bytes.
002114* 15/10/2026 RD    Joint accounts: the address block names every
002115*                  additional holder on the CLITITU file who
002116*                  receives mail at the account address, and a
002117*                  holder with an address of their own gets a
002118*                  COPIE POUR block of their own under it, so
002119*                  the statement reaches every holder.
002120* 15/10/2026 RD    The month-end overdraft interest AGIOCALC
002121*                  posts under the new 'A' indicator prints as
002122*                  its own AGIOS line and nets on the debit side.
002123* 15/10/2026 RD    Closing statements: a SYSIN card CLOTURE
002124*                  (optionally followed by the closing date
002125*                  AAAAMMJJ, by default the business date) prints
002126*                  a RELEVE DE CLOTURE for every account the
002127*                  CLOTURE run settled on that date - from the
002128*                  first of the month to the closing date, with
002129*                  the settlement from the CLOTDEM request (days
002130*                  and amount of closing interest, tax withheld,
002131*                  service charge, and the balance paid out by
002132*                  cheque or virement) under the closing balance.
002133*                  The monthly run no longer prints a statement
002134*                  for an account whose closing statement already
002135*                  covers the period.
002136* 15/10/2026 RD    A virement sent to another bank prints as
002137*                  VIR.EXT. and one that came back rejected as
002138*                  RETOUR, with the date of the virement it gives
002139*                  back.
002145*-----------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
004107         ORGANIZATION IS LINE SEQUENTIAL
004108         FILE STATUS IS WS-RN-STATUS.
004109
004114     SELECT HOLDER-FILE    ASSIGN TO "CLITITU"
004119         ORGANIZATION IS INDEXED
004124         ACCESS MODE IS DYNAMIC
004129         RECORD KEY IS HO-CLE
004134         FILE STATUS IS WS-HO-STATUS.
004139
004144     SELECT CLOT-FILE      ASSIGN TO "CLOTDEM"
004149         ORGANIZATION IS INDEXED
004154         ACCESS MODE IS DYNAMIC
004159         RECORD KEY IS DC-COMPTE
004164         FILE STATUS IS WS-DC-STATUS.
004169
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CLIENT-MASTER.
005300 01  ST-LINE                         PIC X(80).
005310
005320 FD  ARCHIVE-FILE.
005330 01  AH-RECORD                       PIC X(57).
005340
005350 FD  ARCH-CONTROL.
005360 01  AC-CONTROL-RECORD.
005403     COPY RUNSREC.
005405
005406 FD  RUN-CONTROL.
005407 01  RN-RECORD                       PIC X(47).
005409
005419 FD  HOLDER-FILE.
005429 01  HO-HOLDER-RECORD.
005439     COPY HOLDREC.
005449
005459 FD  CLOT-FILE.
005469 01  DC-CLOSURE-RECORD.
005479     COPY CLOTREC.
005489
005500 WORKING-STORAGE SECTION.
005600*-----------------------------------------------------------------
005700* SWITCHES AND COUNTERS.
007414     05  VL-VILLE                    PIC X(20).
007415     05  FILLER                      PIC X(52) VALUE SPACE.
007416
007417*-----------------------------------------------------------------
007418* ADDITIONAL HOLDERS - CLITITU IS OPTIONAL; WITHOUT IT EVERY
007419* STATEMENT GOES TO THE FIRST HOLDER ALONE.  THE HOLDERS OF AN
007420* ACCOUNT ARE READ TWICE: ONCE FOR THE NAMES THAT SHARE THE
007421* ACCOUNT ADDRESS, ONCE FOR THE COPIES TO HOLDERS WHO LIVE
007422* ELSEWHERE.
007423*-----------------------------------------------------------------
007424 77  WS-HO-STATUS                    PIC X(02) VALUE '00'.
007425 77  WS-HO-OPEN-SW                   PIC X(01) VALUE 'N'.
007426     88  WS-HO-FILE-OPEN                 VALUE 'Y'.
007427 77  WS-HO-DONE-SW                   PIC X(01) VALUE 'N'.
007428     88  WS-HO-SCAN-DONE                 VALUE 'Y'.
007429 77  WS-HO-PASSE-SW                  PIC X(01) VALUE 'N'.
007430     88  WS-HO-PASSE-NOMS                VALUE 'N'.
007431     88  WS-HO-PASSE-COPIES              VALUE 'C'.
007432 01  WS-HOLDER-LINE.
007433     05  HL-LIBELLE                  PIC X(21).
007434     05  HL-NOM                      PIC X(12).
007435     05  FILLER                      PIC X(47) VALUE SPACE.
007445
007446*-----------------------------------------------------------------
007447* CLOSING STATEMENTS - CLOTDEM IS OPTIONAL; WITHOUT IT NO
007448* ACCOUNT HAS EVER BEEN SETTLED BY CLOTURE.  IN CLOSING MODE
007449* ONLY THE ACCOUNTS SETTLED ON THE DATE ASKED FOR ARE PRINTED;
007450* IN THE MONTHLY RUN AN ACCOUNT SETTLED ON OR BEFORE THE END OF
007451* THE PERIOD IS LEFT TO ITS CLOSING STATEMENT.
007452*-----------------------------------------------------------------
007453 77  WS-DC-STATUS                    PIC X(02) VALUE '00'.
007454 77  WS-DC-OPEN-SW                   PIC X(01) VALUE 'N'.
007455     88  WS-DC-FILE-OPEN                 VALUE 'Y'.
007456 77  WS-CLOT-MODE-SW                 PIC X(01) VALUE 'N'.
007457     88  WS-MODE-CLOTURE                 VALUE 'Y'.
007458 77  WS-DC-TROUVE-SW                 PIC X(01) VALUE 'N'.
007459     88  WS-CLOTURE-REGLEE               VALUE 'Y'.
007460 77  WS-IGNORE-SW                    PIC X(01) VALUE 'N'.
007461     88  WS-RELEVE-IGNORE                VALUE 'Y'.
007462 77  WS-DATE-CLOTURE                 PIC 9(08) VALUE ZERO.
007463 77  WS-CLOTURE-IGNORE-COUNT         PIC 9(05) COMP VALUE ZERO.
007464 01  WS-REGLEMENT-LINE.
007465     05  RG-LIBELLE                  PIC X(26).
007466     05  RG-MONTANT                  PIC Z,ZZZ,ZZ9.99-.
007467     05  FILLER                      PIC X(02) VALUE SPACE.
007468     05  RG-DETAIL                   PIC X(39).
007469 01  WS-JOURS-DETAIL.
007470     05  FILLER                      PIC X(01) VALUE "(".
007471     05  JD-JOURS                    PIC ZZ9.
007472     05  FILLER                      PIC X(07) VALUE " JOURS)".
007473 01  WS-DATE-DETAIL.
007474     05  FILLER                      PIC X(08) VALUE "ARRETE: ".
007475     05  DD-DATE                     PIC 9(08).
007476
007500*-----------------------------------------------------------------
007600* STATEMENT PERIOD - AAAAMM FROM SYSIN, AND ITS FIRST AND LAST
007700* POSTING DATES.  DAY 31 IS A SAFE UPPER BOUND FOR EVERY MONTH
007800* BECAUSE HS-DATE NEVER CARRIES AN IMPOSSIBLE DAY.  THE SAME
007810* CARD MAY INSTEAD ASK FOR THE CLOSING STATEMENTS OF ONE DAY:
007820* CLOTURE, A SPACE AND THE CLOSING DATE AAAAMMJJ.
007900*-----------------------------------------------------------------
007910 01  WS-SYSIN-CARD                   PIC X(16) VALUE SPACE.
007920 01  WS-SYSIN-MENSUEL REDEFINES WS-SYSIN-CARD.
007930     05  SY-PERIODE                  PIC 9(06).
007940     05  FILLER                      PIC X(10).
007950 01  WS-SYSIN-CLOTURE REDEFINES WS-SYSIN-CARD.
007960     05  SY-MOT-CLE                  PIC X(07).
007970         88  SY-CLOTURE                  VALUE "CLOTURE".
007980     05  FILLER                      PIC X(01).
007990     05  SY-DATE-CLOTURE             PIC 9(08).
008000 77  WS-PERIODE                      PIC 9(06) VALUE ZERO.
008100 77  WS-RUN-DATE                     PIC 9(08) VALUE ZERO.
008200 77  WS-DATE-DEBUT                   PIC 9(08) VALUE ZERO.
009220     VALUE ZERO.
009230 77  WS-PREMIER-SW                   PIC X(01) VALUE 'N'.
009240     88  WS-PREMIER-MVT-VU               VALUE 'Y'.
009250 77  WS-SENS-SW                      PIC X(01) VALUE SPACE.
009260     88  WS-SENS-DEBIT                   VALUE 'D'.
009270     88  WS-SENS-CREDIT                  VALUE 'C'.
009300
009400*-----------------------------------------------------------------
009500* STATEMENT LINE LAYOUTS.
009600*-----------------------------------------------------------------
009700 01  WS-TITRE-LINE.
009800     05  TI-LIBELLE                  PIC X(18) VALUE
009900         "RELEVE DE COMPTE  ".
010000     05  TI-COMPTE                   PIC 9(08).
010100     05  FILLER                      PIC X(02) VALUE SPACE.
011800     05  MV-MONTANT                  PIC ZZZ,ZZ9.99.
011900     05  FILLER                      PIC X(02) VALUE SPACE.
012000     05  MV-SOLDE                    PIC Z,ZZZ,ZZ9.99-.
012100     05  FILLER                      PIC X(02) VALUE SPACE.
012110     05  MV-REFERENCE                PIC X(22).
012120     05  MV-REF-CORRECTION REDEFINES MV-REFERENCE.
012130         10  MV-REF-LIBELLE          PIC X(14).
012140         10  MV-REF-DATE             PIC 9(08).
012150     05  FILLER                      PIC X(11) VALUE SPACE.
012200
012300 01  WS-CLOTURE-LINE.
012400     05  FILLER                      PIC X(26) VALUE
017298             WS-AE-STATUS
017299     END-IF.
017300
017301*    NO HOLDER FILE YET MEANS NO JOINT ACCOUNT HAS BEEN SET UP.
017302     OPEN INPUT HOLDER-FILE.
017303     IF WS-HO-STATUS = '00'
017304         MOVE 'Y' TO WS-HO-OPEN-SW
017305     END-IF.
017306
017307*    NO CLOSURE-REQUEST FILE MEANS NO ACCOUNT HAS BEEN SETTLED.
017308     OPEN INPUT CLOT-FILE.
017309     IF WS-DC-STATUS = '00'
017310         MOVE 'Y' TO WS-DC-OPEN-SW
017311     END-IF.
017315
017400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017410
017420*    WHEN THE RUN-CONTROL EXISTS, THE BUSINESS DATE IT CARRIES
017494         CLOSE RUN-CONTROL
017495     END-IF.
017496
017500     ACCEPT WS-SYSIN-CARD.
017510     IF SY-CLOTURE
017520         SET WS-MODE-CLOTURE TO TRUE
017530         IF SY-DATE-CLOTURE IS NUMERIC
017540             AND SY-DATE-CLOTURE > ZERO
017550             MOVE SY-DATE-CLOTURE TO WS-DATE-CLOTURE
017560         ELSE
017570             MOVE WS-RUN-DATE TO WS-DATE-CLOTURE
017580         END-IF
017590         DIVIDE WS-DATE-CLOTURE BY 100 GIVING WS-PERIODE
017591         MOVE "RELEVE DE CLOTURE " TO TI-LIBELLE
017592     ELSE
017593         MOVE SY-PERIODE TO WS-PERIODE
017594     END-IF.
017600     IF WS-PERIODE IS NOT NUMERIC OR WS-PERIODE = ZERO
017700         DIVIDE WS-RUN-DATE BY 100 GIVING WS-PERIODE
017800     END-IF.
017900     COMPUTE WS-DATE-DEBUT = (WS-PERIODE * 100) + 1.
018000     COMPUTE WS-DATE-FIN   = (WS-PERIODE * 100) + 31.
018010     IF WS-MODE-CLOTURE
018020         MOVE WS-DATE-CLOTURE TO WS-DATE-FIN
018030         DISPLAY "STMTGEN - RELEVES DE CLOTURE DU "
018040             WS-DATE-CLOTURE
018050         IF NOT WS-DC-FILE-OPEN
018060             DISPLAY "STMTGEN - CLOTDEM ABSENT - AUCUNE "
018070                 "CLOTURE A RELEVER"
018080         END-IF
018090     ELSE
018100         DISPLAY "STMTGEN - PERIODE DU RELEVE : " WS-PERIODE
018105     END-IF.
018110
018120*    A MISSING ARCHCTL JUST MEANS NO ARCHIVE RUN HAS EVER
018130*    TRIMMED THE HISTORY - EVERYTHING IS STILL ON THE LIVE
019000* BALANCE, THEN PRINT HEADER, MOVEMENTS AND CLOSING BALANCE.
019100*-----------------------------------------------------------------
019200 2000-PROCESS-CLIENTS.
019210     PERFORM 2050-CHECK-CLOSURE THRU 2050-CHECK-CLOSURE-EXIT.
019220     IF WS-RELEVE-IGNORE
019230         GO TO 2000-PROCESS-CLIENTS-SUITE
019240     END-IF.
019300     ADD 1 TO WS-CLIENT-COUNT.
019400
019500     PERFORM 2300-ACCUMULATE-NET THRU 2300-ACCUMULATE-NET-EXIT.
019900     PERFORM 2500-PRINT-MOVEMENTS THRU 2500-PRINT-MOVEMENTS-EXIT.
020000     PERFORM 2600-PRINT-CLOSING THRU 2600-PRINT-CLOSING-EXIT.
020100
020110 2000-PROCESS-CLIENTS-SUITE.
020200     PERFORM 2100-READ-CLIENT THRU 2100-READ-CLIENT-EXIT.
020300 2000-PROCESS-CLIENTS-EXIT.
020400     EXIT.
020500
020502*-----------------------------------------------------------------
020504* 2050-CHECK-CLOSURE - DOES THE CLIENT IN THE WORK AREA GET A
020506* STATEMENT FROM THIS RUN?  IN CLOSING MODE ONLY IF CLOTURE
020508* SETTLED THE ACCOUNT ON THE DATE ASKED FOR; IN THE MONTHLY RUN
020510* NOT IF IT WAS SETTLED ON OR BEFORE THE END OF THE PERIOD - ITS
020512* CLOSING STATEMENT IS ITS LAST ONE.
020514*-----------------------------------------------------------------
020516 2050-CHECK-CLOSURE.
020518     MOVE 'N' TO WS-IGNORE-SW.
020520     MOVE 'N' TO WS-DC-TROUVE-SW.
020522     IF WS-DC-FILE-OPEN
020524         MOVE WS-COMPTE TO DC-COMPTE
020526         READ CLOT-FILE
020528             INVALID KEY
020530                 CONTINUE
020532             NOT INVALID KEY
020534                 IF DC-SOLDEE
020536                     SET WS-CLOTURE-REGLEE TO TRUE
020538                 END-IF
020540         END-READ
020542     END-IF.
020544
020546     IF WS-MODE-CLOTURE
020548         IF NOT WS-CLOTURE-REGLEE
020550             OR DC-DATE-CLOTURE NOT = WS-DATE-CLOTURE
020552             SET WS-RELEVE-IGNORE TO TRUE
020554         END-IF
020556     ELSE
020558         IF WS-CLOTURE-REGLEE
020560             AND DC-DATE-CLOTURE NOT > WS-DATE-FIN
020562             SET WS-RELEVE-IGNORE TO TRUE
020564             ADD 1 TO WS-CLOTURE-IGNORE-COUNT
020566         END-IF
020568     END-IF.
020570 2050-CHECK-CLOSURE-EXIT.
020572     EXIT.
020574
020600*-----------------------------------------------------------------
020700* 2100-READ-CLIENT - GET THE NEXT CLIENT-MASTER RECORD.
020800*-----------------------------------------------------------------
027200* 2310-NET-ONE-MOVEMENT - ADD ONE HISTORY RECORD INTO THE NET.
027300*-----------------------------------------------------------------
027400 2310-NET-ONE-MOVEMENT.
027410     PERFORM 2320-DETERMINE-SENS THRU 2320-DETERMINE-SENS-EXIT.
027500     IF WS-SENS-DEBIT
027600         SUBTRACT HS-MONTANT FROM WS-NET-MOUVEMENT
027700     ELSE
027800         ADD HS-MONTANT TO WS-NET-MOUVEMENT
027960     IF WS-MODE-ARCHIVE
027970         IF NOT WS-PREMIER-MVT-VU
027980             SET WS-PREMIER-MVT-VU TO TRUE
027990             IF WS-SENS-DEBIT
027991                 COMPUTE WS-SOLDE-OUVERTURE
027992                     = HS-NOUVEAU-SOLDE + HS-MONTANT
027993             ELSE
028100     PERFORM 2210-READ-HISTORY THRU 2210-READ-HISTORY-EXIT.
028200 2310-NET-ONE-MOVEMENT-EXIT.
028300     EXIT.
028302
028304*-----------------------------------------------------------------
028306* 2320-DETERMINE-SENS - WHICH WAY THE CURRENT HISTORY RECORD
028308* MOVED THE BALANCE.  DEBITS, FEES, WITHHELD TAX AND AGIOS TAKE
028310* MONEY OUT; EVERYTHING ELSE PUTS IT IN.  A CONTRE-PASSATION
028312* CARRIES THE INDICATOR OF THE MOVEMENT IT CANCELS AND MOVES THE
028314* BALANCE THE OTHER WAY.
028316*-----------------------------------------------------------------
028318 2320-DETERMINE-SENS.
028320     IF HS-DEBIT OR HS-FRAIS OR HS-RETENUE OR HS-AGIOS
028322         SET WS-SENS-DEBIT TO TRUE
028324     ELSE
028326         SET WS-SENS-CREDIT TO TRUE
028328     END-IF.
028330     IF HS-CONTRE-PASSATION
028332         IF WS-SENS-DEBIT
028334             SET WS-SENS-CREDIT TO TRUE
028336         ELSE
028338             SET WS-SENS-DEBIT TO TRUE
028340         END-IF
028342     END-IF.
028344 2320-DETERMINE-SENS-EXIT.
028346     EXIT.
028400
028410*-----------------------------------------------------------------
028420* 2350-PRINT-ADDRESS - THE MAILING BLOCK AT THE HEAD OF A
028476     MOVE SPACE TO ST-LINE.
028477     MOVE WS-NOM TO ST-LINE.
028478     WRITE ST-LINE.
028479     PERFORM 2410-NAME-HOLDERS THRU 2410-NAME-HOLDERS-EXIT.
028480     MOVE AD-RUE TO ST-LINE.
028481     WRITE ST-LINE.
028482     MOVE AD-CODE-POSTAL TO VL-CODE-POSTAL.
028700*-----------------------------------------------------------------
028800 2400-PRINT-HEADER.
028810     PERFORM 2350-PRINT-ADDRESS THRU 2350-PRINT-ADDRESS-EXIT.
028820     SET WS-HO-PASSE-COPIES TO TRUE.
028830     PERFORM 2420-SCAN-HOLDERS THRU 2420-SCAN-HOLDERS-EXIT.
028900     MOVE WS-COMPTE  TO TI-COMPTE.
029000     MOVE WS-NOM     TO TI-NOM.
029100     MOVE WS-PERIODE TO TI-PERIODE.
029800 2400-PRINT-HEADER-EXIT.
029900     EXIT.
030000
030001*-----------------------------------------------------------------
030002* 2410-NAME-HOLDERS - THE NAMES PASS: EACH ADDITIONAL HOLDER
030003* WITH NO ADDRESS OF THEIR OWN IS NAMED IN THE ACCOUNT'S
030004* ADDRESS BLOCK, UNDER THE FIRST HOLDER'S NAME.
030005*-----------------------------------------------------------------
030006 2410-NAME-HOLDERS.
030007     SET WS-HO-PASSE-NOMS TO TRUE.
030008     PERFORM 2420-SCAN-HOLDERS THRU 2420-SCAN-HOLDERS-EXIT.
030009 2410-NAME-HOLDERS-EXIT.
030010     EXIT.
030011
030012*-----------------------------------------------------------------
030013* 2420-SCAN-HOLDERS - ONE PASS OVER THE ADDITIONAL HOLDERS OF
030014* THE ACCOUNT IN THE WORK AREA, FOR WHICHEVER PASS
030015* WS-HO-PASSE-SW ASKS FOR.
030016*-----------------------------------------------------------------
030017 2420-SCAN-HOLDERS.
030018     IF NOT WS-HO-FILE-OPEN
030019         GO TO 2420-SCAN-HOLDERS-EXIT
030020     END-IF.
030021     MOVE 'N' TO WS-HO-DONE-SW.
030022     MOVE WS-COMPTE TO HO-COMPTE.
030023     MOVE ZERO TO HO-SEQ.
030024     START HOLDER-FILE KEY IS NOT LESS THAN HO-CLE
030025         INVALID KEY
030026             MOVE 'Y' TO WS-HO-DONE-SW
030027     END-START.
030028     PERFORM 2430-PRINT-ONE-HOLDER
030029         THRU 2430-PRINT-ONE-HOLDER-EXIT
030030         UNTIL WS-HO-SCAN-DONE.
030031 2420-SCAN-HOLDERS-EXIT.
030032     EXIT.
030033
030034*-----------------------------------------------------------------
030035* 2430-PRINT-ONE-HOLDER - ON THE NAMES PASS, A HOLDER WITH NO
030036* ADDRESS OF THEIR OWN IS NAMED IN THE ACCOUNT'S ADDRESS BLOCK;
030037* ON THE COPIES PASS, A HOLDER WITH THEIR OWN ADDRESS GETS A
030038* MAILING BLOCK OF THEIR OWN.
030039*-----------------------------------------------------------------
030040 2430-PRINT-ONE-HOLDER.
030041     READ HOLDER-FILE NEXT RECORD
030042         AT END
030043             MOVE 'Y' TO WS-HO-DONE-SW
030044             GO TO 2430-PRINT-ONE-HOLDER-EXIT
030045     END-READ.
030046     IF HO-COMPTE NOT = WS-COMPTE
030047         MOVE 'Y' TO WS-HO-DONE-SW
030048         GO TO 2430-PRINT-ONE-HOLDER-EXIT
030049     END-IF.
030050
030051     IF WS-HO-PASSE-NOMS
030052         IF HO-RUE = SPACE
030053             IF HO-REPRESENTANT-LEGAL
030054                 MOVE "REPRESENTANT LEGAL : " TO HL-LIBELLE
030055             ELSE
030056                 MOVE "ET " TO HL-LIBELLE
030057             END-IF
030058             MOVE HO-NOM TO HL-NOM
030059             MOVE WS-HOLDER-LINE TO ST-LINE
030060             WRITE ST-LINE
030061         END-IF
030062         GO TO 2430-PRINT-ONE-HOLDER-EXIT
030063     END-IF.
030064
030065     IF HO-RUE NOT = SPACE
030066         MOVE SPACE TO ST-LINE
030067         WRITE ST-LINE
030068         MOVE "COPIE POUR " TO HL-LIBELLE
030069         MOVE HO-NOM TO HL-NOM
030070         MOVE WS-HOLDER-LINE TO ST-LINE
030071         WRITE ST-LINE
030072         MOVE SPACE TO ST-LINE
030073         MOVE HO-RUE TO ST-LINE
030074         WRITE ST-LINE
030075         MOVE HO-CODE-POSTAL TO VL-CODE-POSTAL
030076         MOVE HO-VILLE       TO VL-VILLE
030077         MOVE WS-VILLE-LINE  TO ST-LINE
030078         WRITE ST-LINE
030079     END-IF.
030080 2430-PRINT-ONE-HOLDER-EXIT.
030081     EXIT.
030082
030100*-----------------------------------------------------------------
030200* 2500-PRINT-MOVEMENTS - SECOND PASS OVER THE MONTH'S MOVEMENTS:
030300* ONE PRINTED LINE EACH, IN POSTING ORDER.
031700 2510-PRINT-ONE-MOVEMENT.
031800     ADD 1 TO WS-MOUVEMENT-COUNT.
031900     MOVE HS-DATE TO MV-DATE.
031910     MOVE SPACE TO MV-REFERENCE.
031920     IF HS-CONTRE-PASSATION
031930         MOVE "CTR-PASS" TO MV-LIBELLE
031940         MOVE "CORRECTION DU " TO MV-REF-LIBELLE
031950         MOVE HS-REF-DATE TO MV-REF-DATE
031960     ELSE
031961     IF HS-COMPENSATION AND HS-DEBIT
031962         MOVE "VIR.EXT." TO MV-LIBELLE
031963     ELSE
031964     IF HS-COMPENSATION
031965         MOVE "RETOUR"   TO MV-LIBELLE
031966         MOVE "REJET VIR. DU " TO MV-REF-LIBELLE
031967         MOVE HS-REF-DATE TO MV-REF-DATE
031968     ELSE
032000     IF HS-DEBIT
032100         MOVE "DEBIT"   TO MV-LIBELLE
032200     ELSE
032530         ELSE
032540         IF HS-RETENUE
032550             MOVE "RETENUE" TO MV-LIBELLE
032552         ELSE
032554         IF HS-AGIOS
032556             MOVE "AGIOS"   TO MV-LIBELLE
032560         ELSE
032600             MOVE "CREDIT"  TO MV-LIBELLE
032610         END-IF
032620         END-IF
032700         END-IF
032710         END-IF
032720     END-IF
032730     END-IF
032740     END-IF
032750     END-IF.
032760     IF HS-ANNULE
032770         MOVE "ANNULE (CONTRE-PASSE)" TO MV-REFERENCE
032800     END-IF.
032900     MOVE HS-MONTANT       TO MV-MONTANT.
033000     MOVE HS-NOUVEAU-SOLDE TO MV-SOLDE.
034200     MOVE WS-SOLDE-CLOTURE TO CL-SOLDE.
034300     MOVE WS-CLOTURE-LINE TO ST-LINE.
034400     WRITE ST-LINE.
034410     IF WS-MODE-CLOTURE
034420         PERFORM 2650-PRINT-SETTLEMENT
034430             THRU 2650-PRINT-SETTLEMENT-EXIT
034440     END-IF.
034500
034510 2600-PRINT-CLOSING-SUITE.
034600     MOVE SPACE TO ST-LINE.
034800 2600-PRINT-CLOSING-EXIT.
034900     EXIT.
035000
035001*-----------------------------------------------------------------
035002* 2650-PRINT-SETTLEMENT - THE SETTLEMENT OF A CLOSED ACCOUNT, AS
035003* CLOTURE RECORDED IT ON THE CLOSURE REQUEST: THE CLOSING
035004* INTEREST AND ITS DAYS, THE TAX WITHHELD ON IT, THE SERVICE
035005* CHARGE, AND WHERE THE REMAINING BALANCE WENT.  THE SAME
035006* AMOUNTS ARE AMONG THE MOVEMENTS ABOVE; THIS BLOCK SETS THEM
035007* OUT AS ONE ACCOUNT OF THE CLOSURE FOR THE CLIENT.
035008*-----------------------------------------------------------------
035009 2650-PRINT-SETTLEMENT.
035010     MOVE SPACE TO ST-LINE.
035011     WRITE ST-LINE.
035012     MOVE SPACE TO WS-REGLEMENT-LINE.
035013     MOVE "REGLEMENT DE LA CLOTURE" TO RG-LIBELLE.
035014     MOVE DC-DATE-ARRETE TO DD-DATE.
035015     MOVE WS-DATE-DETAIL TO RG-DETAIL.
035016     MOVE WS-REGLEMENT-LINE TO ST-LINE.
035017     MOVE SPACE TO ST-LINE (27:13).
035018     WRITE ST-LINE.
035019
035020     MOVE SPACE TO WS-REGLEMENT-LINE.
035021     MOVE "INTERETS PRORATA" TO RG-LIBELLE.
035022     MOVE DC-INTERETS TO RG-MONTANT.
035023     MOVE DC-NB-JOURS TO JD-JOURS.
035024     MOVE WS-JOURS-DETAIL TO RG-DETAIL.
035025     MOVE WS-REGLEMENT-LINE TO ST-LINE.
035026     WRITE ST-LINE.
035027
035028     MOVE SPACE TO WS-REGLEMENT-LINE.
035029     MOVE "RETENUE A LA SOURCE" TO RG-LIBELLE.
035030     MOVE DC-RETENUE TO RG-MONTANT.
035031     MOVE WS-REGLEMENT-LINE TO ST-LINE.
035032     WRITE ST-LINE.
035033
035034     MOVE SPACE TO WS-REGLEMENT-LINE.
035035     MOVE "FRAIS DE TENUE DE COMPTE" TO RG-LIBELLE.
035036     MOVE DC-FRAIS TO RG-MONTANT.
035037     MOVE WS-REGLEMENT-LINE TO ST-LINE.
035038     WRITE ST-LINE.
035039
035040     MOVE SPACE TO WS-REGLEMENT-LINE.
035041     MOVE DC-MONTANT-VERSE TO RG-MONTANT.
035042     IF DC-PAR-VIREMENT
035043         MOVE "VERSE PAR VIREMENT" TO RG-LIBELLE
035044         MOVE DC-COMPTE-BENEF TO RG-DETAIL
035045     ELSE
035046         MOVE "VERSE PAR CHEQUE" TO RG-LIBELLE
035047         MOVE DC-NOM-BENEF TO RG-DETAIL
035048     END-IF.
035049     MOVE WS-REGLEMENT-LINE TO ST-LINE.
035050     WRITE ST-LINE.
035051
035052     MOVE SPACE TO ST-LINE.
035053     STRING "COMPTE CLOTURE LE " DELIMITED BY SIZE
035054            DC-DATE-CLOTURE      DELIMITED BY SIZE
035055       INTO ST-LINE
035056     END-STRING.
035057     WRITE ST-LINE.
035058 2650-PRINT-SETTLEMENT-EXIT.
035059     EXIT.
035060
035100*-----------------------------------------------------------------
035200* 9000-TERMINATE - CLOSE EACH FILE THAT WAS ACTUALLY OPENED AND
035300* DISPLAY RUN TOTALS.
036470     IF WS-AE-OPEN
036480         CLOSE ADDR-EXCEPT
036490     END-IF.
036491     IF WS-HO-FILE-OPEN
036492         CLOSE HOLDER-FILE
036493     END-IF.
036494     IF WS-DC-FILE-OPEN
036495         CLOSE CLOT-FILE
036496     END-IF.
036500
036600     DISPLAY "STMTGEN - RELEVES PRODUITS  : " WS-CLIENT-COUNT.
036700     DISPLAY "STMTGEN - MOUVEMENTS LISTES : " WS-MOUVEMENT-COUNT.
036720         WS-SANS-ADRESSE-COUNT.
036721     PERFORM 9500-WRITE-RUN-STATS
036722         THRU 9500-WRITE-RUN-STATS-EXIT.
036730     IF NOT WS-MODE-CLOTURE
036740         DISPLAY "STMTGEN - CLOTURES (RELEVE DE CLOTURE) : "
036750             WS-CLOTURE-IGNORE-COUNT
036760     END-IF.
036800     DISPLAY "STMTGEN - FIN DES RELEVES".
036900 9000-TERMINATE-EXIT.
037000     EXIT.
