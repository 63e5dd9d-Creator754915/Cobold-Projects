002400*                  instead of scrolling the SYSOUT of half a
002500*                  dozen steps.  Run as the very last step of
002600*                  the stream, after CLIMBKUP.
002610* 15/10/2026 RD    SUSPRPT, the aged posting-suspense report run
002620*                  after TRNPOST, is now an expected nightly step.
002630*                  The SUSPMNT repair run prints when present.
002640* 15/10/2026 RD    LCBSURV, the anti-money-laundering
002650*                  surveillance run after TRNPOST, is now an
002660*                  expected nightly step.  The LCBMNT alert
002670*                  decisions print when present.
002680* 15/10/2026 RD    CLOTURE, the account-closure settlement run
002690*                  after TRNPOST, is now an expected nightly step.
002691* 15/10/2026 RD    The interbank clearing steps are now expected
002692*                  every night: CMPRECV, which converts the
002693*                  inbound clearing file before TRNEDIT, and
002694*                  CMPEMIS and CMPRAPP, run after TRNPOST.
002700*-----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004700     COPY RUNSREC.
004800
004900 FD  RUN-CONTROL.
005000 01  RN-RECORD                       PIC X(47).
005100
005200 FD  BATCH-REPORT.
005300 01  BR-LINE                         PIC X(80).
010300*-----------------------------------------------------------------
010400* THE STEPS EVERY NIGHT MUST SHOW - A MISSING ONE IS FLAGGED.
010500* MONTHLY AND OCCASIONAL STEPS (INTCALC, FRAISCLC, STMTGEN,
010600* CLIENTMNT, DORMSWP, GLACK, SUSPMNT, LCBMNT...) PRINT WHEN
010700* PRESENT BUT ARE NOT DEMANDED.
010800*-----------------------------------------------------------------
010900 01  WS-ETAPES-ATTENDUES.
011000     05  FILLER                      PIC X(12) VALUE
011100         "FIRSTPROGRAM".
011150     05  FILLER                      PIC X(12) VALUE "CMPRECV".
011200     05  FILLER                      PIC X(12) VALUE "TRNEDIT".
011300     05  FILLER                      PIC X(12) VALUE "ORDGEN".
011400     05  FILLER                      PIC X(12) VALUE "TRNPOST".
011410     05  FILLER                      PIC X(12) VALUE "SUSPRPT".
011420     05  FILLER                      PIC X(12) VALUE "LCBSURV".
011430     05  FILLER                      PIC X(12) VALUE "CLOTURE".
011440     05  FILLER                      PIC X(12) VALUE "CMPEMIS".
011450     05  FILLER                      PIC X(12) VALUE "CMPRAPP".
011500     05  FILLER                      PIC X(12) VALUE "TBALRPT".
011600     05  FILLER                      PIC X(12) VALUE "GLEXTR".
011700     05  FILLER                      PIC X(12) VALUE "RECON".
011800     05  FILLER                      PIC X(12) VALUE "CLIMBKUP".
011900 01  WS-ETAPES-R REDEFINES WS-ETAPES-ATTENDUES.
012000     05  WS-ETAPE-NOM                PIC X(12) OCCURS 14 TIMES.
012100
012200*-----------------------------------------------------------------
012300* REPORT LINE LAYOUTS.
038800     MOVE 1 TO WS-IX.
038900     PERFORM 4200-CHECK-ONE-EXPECTED
039000         THRU 4200-CHECK-ONE-EXPECTED-EXIT
039100         UNTIL WS-IX > 14.
039200
039300     MOVE SPACE TO BR-LINE.
039400     WRITE BR-LINE.
