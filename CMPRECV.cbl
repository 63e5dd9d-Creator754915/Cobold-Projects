000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMPRECV.
000300 AUTHOR.        R. DUBOIS.
000400 INSTALLATION.  SERVICE INFORMATIQUE.
000500 DATE-WRITTEN.  15/10/2026.
000600 DATE-COMPILED. 15/10/2026.
000700*-----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900* DATE       INIT  DESCRIPTION
001000* 15/10/2026 RD    Original program.  Incoming interbank
001100*                  clearing - takes the CMPRECU file the clearing
001200*                  house delivers with the virements other banks
001300*                  have sent to our clients (an 'E' header with
001400*                  the settlement date and session, 'D' credit
001500*                  details, a 'T' trailer with the count and the
001600*                  total of the amounts) and converts it into a
001700*                  balanced TRANFILE batch envelope on CMPTRAN -
001800*                  source COMPENS, one credit movement per
001900*                  detail - which goes into the night's TRANFILE
002000*                  next to the other capture sources, so TRNEDIT
002100*                  edits it and TRNPOST posts it like any other
002200*                  movement, unknown or closed accounts going to
002300*                  the posting suspense file.  The clearing file
002400*                  is proved against its own trailer first; a
002500*                  file that does not balance or carries a bad
002600*                  detail is refused whole with RETURN-CODE 16
002700*                  and nothing is converted.  No clearing file
002800*                  tonight gives an empty envelope.  Runs between
002900*                  FIRSTPROGRAM and TRNEDIT; the CMPCRPT listing
003000*                  shows every credit converted.
003100*-----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CLEARING-FILE  ASSIGN TO "CMPRECU"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-CR-STATUS.
003800
003900     SELECT ENVELOPE-FILE  ASSIGN TO "CMPTRAN"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-TE-STATUS.
004200
004300     SELECT CONV-REPORT    ASSIGN TO "CMPCRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-RP-STATUS.
004600
004700     SELECT RUN-CONTROL    ASSIGN TO "RUNCTL"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-RN-STATUS.
005000
005100     SELECT RUN-STATS      ASSIGN TO "RUNSTAT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RS-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700*    THE CLEARING HOUSE FILE.  CD-COMPTE IS THE BENEFICIARY'S
005800*    ACCOUNT WITH US; THE ORDERING PARTY AND THE INTERBANK
005900*    REFERENCE ARE ONLY CARRIED FOR THE LISTING.
006000 FD  CLEARING-FILE.
006100 01  CR-RECORD.
006200     05  CR-TYPE                     PIC X(01).
006300         88  CR-ENTETE                   VALUE 'E'.
006400         88  CR-DETAIL                   VALUE 'D'.
006500         88  CR-REMORQUE                 VALUE 'T'.
006600     05  CR-CORPS                    PIC X(96).
006700 01  CR-ENTETE-RECORD.
006800     05  FILLER                      PIC X(01).
006900     05  CE-DATE-REGLEMENT           PIC 9(08).
007000     05  CE-SESSION                  PIC X(08).
007100     05  FILLER                      PIC X(80).
007200 01  CR-DETAIL-RECORD.
007300     05  FILLER                      PIC X(01).
007400     05  CD-REF-INTERBANC            PIC X(16).
007500     05  CD-COMPTE                   PIC 9(08).
007600     05  CD-MONTANT                  PIC 9(06)V99.
007700     05  CD-IBAN-DONNEUR             PIC X(34).
007800     05  CD-NOM-DONNEUR              PIC X(30).
007900 01  CR-REMORQUE-RECORD.
008000     05  FILLER                      PIC X(01).
008100     05  CT-NB-DETAILS               PIC 9(06).
008200     05  CT-TOTAL-MONTANTS           PIC 9(13)V99.
008300     05  FILLER                      PIC X(75).
008400
008500*    THE TRANFILE BATCH ENVELOPE, AS TRNEDIT READS IT.
008600 FD  ENVELOPE-FILE.
008700 01  TE-RECORD.
008800     05  TE-TYPE                     PIC X(01).
008900     05  TE-CORPS                    PIC X(37).
009000 01  TE-ENTETE-RECORD.
009100     05  FILLER                      PIC X(01).
009200     05  EN-DATE-CAPTURE             PIC 9(08).
009300     05  EN-SOURCE                   PIC X(08).
009400     05  FILLER                      PIC X(21).
009500 01  TE-REMORQUE-RECORD.
009600     05  FILLER                      PIC X(01).
009700     05  TT-NB-MOUVEMENTS            PIC 9(06).
009800     05  TT-HASH-MONTANTS            PIC 9(13)V99.
009900     05  FILLER                      PIC X(16).
010000
010100 FD  CONV-REPORT.
010200 01  RP-LINE                         PIC X(80).
010300
010400 FD  RUN-CONTROL.
010500 01  RN-RECORD                       PIC X(47).
010600
010700 FD  RUN-STATS.
010800 01  RS-STATS-RECORD.
010900     COPY RUNSREC.
011000
011100 WORKING-STORAGE SECTION.
011200*-----------------------------------------------------------------
011300* SWITCHES AND COUNTERS.
011400*-----------------------------------------------------------------
011500 77  WS-CR-STATUS                    PIC X(02) VALUE '00'.
011600 77  WS-TE-STATUS                    PIC X(02) VALUE '00'.
011700 77  WS-RP-STATUS                    PIC X(02) VALUE '00'.
011800 77  WS-RN-STATUS                    PIC X(02) VALUE '00'.
011900 77  WS-EOF-SW                       PIC X(01) VALUE 'N'.
012000     88  WS-END-OF-FILE                  VALUE 'Y'.
012100 77  WS-CR-OPEN-SW                   PIC X(01) VALUE 'N'.
012200     88  WS-CR-OPEN                      VALUE 'Y'.
012300 77  WS-TE-OPEN-SW                   PIC X(01) VALUE 'N'.
012400     88  WS-TE-OPEN                      VALUE 'Y'.
012500 77  WS-RP-OPEN-SW                   PIC X(01) VALUE 'N'.
012600     88  WS-RP-OPEN                      VALUE 'Y'.
012700 77  WS-RC-ABEND-SW                  PIC X(01) VALUE 'N'.
012800     88  WS-RC-ABEND                     VALUE 'Y'.
012900 77  WS-ENTETE-SW                    PIC X(01) VALUE 'N'.
013000     88  WS-ENTETE-VUE                   VALUE 'Y'.
013100 77  WS-REMORQUE-SW                  PIC X(01) VALUE 'N'.
013200     88  WS-REMORQUE-VUE                 VALUE 'Y'.
013300 77  WS-NB-LUS                       PIC 9(06) VALUE ZERO.
013400 77  WS-NB-DETAILS                   PIC 9(06) VALUE ZERO.
013500 77  WS-NB-ERREURS                   PIC 9(06) VALUE ZERO.
013600 77  WS-NB-CONVERTIS                 PIC 9(06) VALUE ZERO.
013700 77  WS-TOTAL-MONTANTS               PIC 9(13)V99 COMP-3
013800     VALUE ZERO.
013900 77  WS-HASH-ECRIT                   PIC 9(13)V99 COMP-3
014000     VALUE ZERO.
014100 77  WS-ERREUR-TEXTE                 PIC X(30) VALUE SPACE.
014200
014300*-----------------------------------------------------------------
014400* CLEARING FILE VALUES KEPT FROM PASS 1 - THE SETTLEMENT DATE AND
014500* SESSION FOR THE LISTING, AND THE TRAILER TOTALS THE FILE IS
014600* PROVED AGAINST.
014700*-----------------------------------------------------------------
014800 77  WS-DATE-REGLEMENT               PIC 9(08) VALUE ZERO.
014900 77  WS-SESSION                      PIC X(08) VALUE SPACE.
015000 77  WS-CT-NB-DETAILS                PIC 9(06) VALUE ZERO.
015100 77  WS-CT-TOTAL-MONTANTS            PIC 9(13)V99 COMP-3
015200     VALUE ZERO.
015300
015400*-----------------------------------------------------------------
015500* MOVEMENT WORK AREA - ONE CREDIT IS BUILT HERE AND WRITTEN AS
015600* THE BODY OF AN 'M' RECORD OF THE ENVELOPE.
015700*-----------------------------------------------------------------
015800 01  WS-MOUVEMENT.
015900     COPY TRANREC.
016000
016100*-----------------------------------------------------------------
016200* LISTING LINE LAYOUTS.
016300*-----------------------------------------------------------------
016400 01  WS-TITRE-LINE.
016500     05  FILLER                      PIC X(30) VALUE
016600         "COMPENSATION RECUE - REGLEMENT".
016700     05  FILLER                      PIC X(01) VALUE SPACE.
016800     05  TI-DATE                     PIC 9(08).
016900     05  FILLER                      PIC X(10) VALUE
017000         "  SESSION ".
017100     05  TI-SESSION                  PIC X(08).
017200     05  FILLER                      PIC X(23) VALUE SPACE.
017300
017400 01  WS-DETAIL-LINE.
017500     05  DL-COMPTE                   PIC 9(08).
017600     05  FILLER                      PIC X(02) VALUE SPACE.
017700     05  DL-MONTANT                  PIC ZZZ,ZZ9.99.
017800     05  FILLER                      PIC X(02) VALUE SPACE.
017900     05  DL-REF                      PIC X(16).
018000     05  FILLER                      PIC X(02) VALUE SPACE.
018100     05  DL-DONNEUR                  PIC X(30).
018200     05  FILLER                      PIC X(10) VALUE SPACE.
018300
018400 01  WS-TOTAL-LINE.
018500     05  FILLER                      PIC X(20) VALUE
018600         "CREDITS CONVERTIS : ".
018700     05  TL-NOMBRE                   PIC ZZZ,ZZ9.
018800     05  FILLER                      PIC X(12) VALUE
018900         "  MONTANT : ".
019000     05  TL-MONTANT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
019100     05  FILLER                      PIC X(25) VALUE SPACE.
019200
019300*-----------------------------------------------------------------
019400* RUN-CONTROL WORK AREA - THE RUNCTL RECORD IS ONLY READ HERE:
019500* THE CONVERSION MOVES NO MONEY AND MAY BE RUN AGAIN UNTIL
019600* TRNEDIT HAS EDITED THE NIGHT'S TRANFILE.
019700*-----------------------------------------------------------------
019800 01  WS-RUN-CONTROL.
019900     COPY RUNCTREC.
020000
020100*-----------------------------------------------------------------
020200* RUN-STATISTICS FILE STATUS - THE RECORD ITSELF COMES FROM THE
020300* RUNSREC COPY MEMBER AND IS WRITTEN BY 9500-WRITE-RUN-STATS.
020400*-----------------------------------------------------------------
020500 77  WS-RS-STATUS                    PIC X(02) VALUE '00'.
020600
020700 PROCEDURE DIVISION.
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
021000
021100     PERFORM 2000-EDIT-RECORDS THRU 2000-EDIT-RECORDS-EXIT
021200         UNTIL WS-END-OF-FILE.
021300
021400     IF WS-CR-OPEN
021500         PERFORM 4000-BALANCE-FILE THRU 4000-BALANCE-FILE-EXIT
021600     END-IF.
021700
021800     IF NOT WS-RC-ABEND AND WS-NB-ERREURS = ZERO
021900         PERFORM 5000-WRITE-ENVELOPE
022000             THRU 5000-WRITE-ENVELOPE-EXIT
022100     END-IF.
022200
022300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
022400
022500     STOP RUN.
022600
022700*-----------------------------------------------------------------
022800* 1000-INITIALIZE - GATE ON THE RUN-CONTROL, OPEN THE CLEARING
022900* FILE AND THE LISTING, AND PRIME THE FIRST READ.
023000*-----------------------------------------------------------------
023100 1000-INITIALIZE.
023200     DISPLAY "CMPRECV - DEBUT DE LA COMPENSATION RECUE".
023300
023400     PERFORM 1050-CHECK-RUN-CONTROL
023500         THRU 1050-CHECK-RUN-CONTROL-EXIT.
023600     IF WS-RC-ABEND
023700         MOVE 16 TO RETURN-CODE
023800         MOVE 'Y' TO WS-EOF-SW
023900         GO TO 1000-INITIALIZE-EXIT
024000     END-IF.
024100
024200     OPEN OUTPUT CONV-REPORT.
024300     IF WS-RP-STATUS NOT = '00'
024400         DISPLAY "CMPRECV - OUVERTURE CMPCRPT ECHEC "
024500             WS-RP-STATUS
024600     ELSE
024700         MOVE 'Y' TO WS-RP-OPEN-SW
024800     END-IF.
024900
025000*    NO CLEARING FILE TONIGHT IS NOT AN ERROR - THE ENVELOPE GOES
025100*    OUT EMPTY, AS AN EMPTY CAPTURE DAY DOES.
025200     OPEN INPUT CLEARING-FILE.
025300     IF WS-CR-STATUS = '35'
025400         DISPLAY "CMPRECV - AUCUN FICHIER DE COMPENSATION RECU"
025500         MOVE 'Y' TO WS-EOF-SW
025600         GO TO 1000-INITIALIZE-EXIT
025700     END-IF.
025800     IF WS-CR-STATUS NOT = '00'
025900         DISPLAY "CMPRECV - OUVERTURE CMPRECU ECHEC "
026000             WS-CR-STATUS
026100         MOVE 16 TO RETURN-CODE
026200         SET WS-RC-ABEND TO TRUE
026300         MOVE 'Y' TO WS-EOF-SW
026400         GO TO 1000-INITIALIZE-EXIT
026500     END-IF.
026600     MOVE 'Y' TO WS-CR-OPEN-SW.
026700
026800     PERFORM 2100-READ-RECORD THRU 2100-READ-RECORD-EXIT.
026900
027000*    A FILE THAT IS THERE BUT EMPTY HAS LOST ITS ENVELOPE IN
027100*    TRANSMISSION - AN EMPTY SESSION STILL CARRIES ITS HEADER
027200*    AND A ZERO TRAILER.
027300     IF WS-END-OF-FILE
027400         MOVE "FICHIER VIDE - ENVELOPPE ABSENTE"
027500             TO WS-ERREUR-TEXTE
027600         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
027700     END-IF.
027800 1000-INITIALIZE-EXIT.
027900     EXIT.
028000
028100*-----------------------------------------------------------------
028200* 1050-CHECK-RUN-CONTROL - FIRSTPROGRAM MUST HAVE OPENED THE
028300* BUSINESS DAY, AND TONIGHT'S TRANFILE MUST NOT ALREADY HAVE
028400* BEEN EDITED OR POSTED - AN ENVELOPE CUT AFTER THAT WOULD NEVER
028500* BE POSTED.
028600*-----------------------------------------------------------------
028700 1050-CHECK-RUN-CONTROL.
028800     OPEN INPUT RUN-CONTROL.
028900     IF WS-RN-STATUS NOT = '00'
029000         DISPLAY "CMPRECV - RUNCTL ABSENT OU ILLISIBLE ("
029100             WS-RN-STATUS ") - EXECUTER FIRSTPROGRAM D'ABORD"
029200         SET WS-RC-ABEND TO TRUE
029300         GO TO 1050-CHECK-RUN-CONTROL-EXIT
029400     END-IF.
029500     READ RUN-CONTROL INTO WS-RUN-CONTROL
029600         AT END
029700             DISPLAY "CMPRECV - RUNCTL VIDE - EXECUTER "
029800                 "FIRSTPROGRAM D'ABORD"
029900             SET WS-RC-ABEND TO TRUE
030000     END-READ.
030100     CLOSE RUN-CONTROL.
030200     IF WS-RC-ABEND
030300         GO TO 1050-CHECK-RUN-CONTROL-EXIT
030400     END-IF.
030500
030600     IF NOT RC-FIRST-TERMINE
030700         DISPLAY "CMPRECV - FIRSTPROGRAM PAS TERMINE POUR LA "
030800             "DATE " RC-DATE-AFFAIRES " - ETAPE HORS SEQUENCE"
030900         SET WS-RC-ABEND TO TRUE
031000         GO TO 1050-CHECK-RUN-CONTROL-EXIT
031100     END-IF.
031200
031300     IF RC-DERN-TRANFILE = RC-DATE-AFFAIRES
031400         OR RC-TRNEDIT-TERMINE
031500         DISPLAY "CMPRECV - TRANFILE DEJA CONTROLE OU POSTE POUR "
031600             "LA DATE " RC-DATE-AFFAIRES " - CONVERSION REFUSEE"
031700         SET WS-RC-ABEND TO TRUE
031800     END-IF.
031900 1050-CHECK-RUN-CONTROL-EXIT.
032000     EXIT.
032100
032200*-----------------------------------------------------------------
032300* 2000-EDIT-RECORDS - PASS 1: ONE RECORD OF THE CLEARING FILE.
032400* EVERY PROBLEM IS LISTED AND COUNTED; THE PASS READS ON TO THE
032500* END SO ONE RUN SHOWS EVERYTHING WRONG WITH THE FILE.
032600*-----------------------------------------------------------------
032700 2000-EDIT-RECORDS.
032800     ADD 1 TO WS-NB-LUS.
032900
033000     IF WS-REMORQUE-VUE
033100         MOVE "ENREGISTREMENT APRES REMORQUE" TO WS-ERREUR-TEXTE
033200         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
033300         GO TO 2000-EDIT-RECORDS-SUITE
033400     END-IF.
033500
033600     IF CR-ENTETE
033700         PERFORM 3100-EDIT-ENTETE THRU 3100-EDIT-ENTETE-EXIT
033800     ELSE
033900     IF NOT WS-ENTETE-VUE
034000         MOVE "ENTETE ABSENTE EN TETE" TO WS-ERREUR-TEXTE
034100         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
034200         MOVE 'Y' TO WS-ENTETE-SW
034300     ELSE
034400     IF CR-DETAIL
034500         PERFORM 3200-EDIT-DETAIL THRU 3200-EDIT-DETAIL-EXIT
034600     ELSE
034700     IF CR-REMORQUE
034800         PERFORM 3300-EDIT-REMORQUE THRU 3300-EDIT-REMORQUE-EXIT
034900     ELSE
035000         MOVE "TYPE D'ENREGISTREMENT INCONNU" TO WS-ERREUR-TEXTE
035100         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
035200     END-IF
035300     END-IF
035400     END-IF
035500     END-IF.
035600
035700 2000-EDIT-RECORDS-SUITE.
035800     PERFORM 2100-READ-RECORD THRU 2100-READ-RECORD-EXIT.
035900 2000-EDIT-RECORDS-EXIT.
036000     EXIT.
036100
036200*-----------------------------------------------------------------
036300* 2100-READ-RECORD - GET THE NEXT CLEARING RECORD.
036400*-----------------------------------------------------------------
036500 2100-READ-RECORD.
036600     READ CLEARING-FILE
036700         AT END
036800             MOVE 'Y' TO WS-EOF-SW
036900             GO TO 2100-READ-RECORD-EXIT
037000     END-READ.
037100 2100-READ-RECORD-EXIT.
037200     EXIT.
037300
037400*-----------------------------------------------------------------
037500* 3100-EDIT-ENTETE - THE CLEARING HEADER: FIRST RECORD, ONCE,
037600* WITH A SETTLEMENT DATE.
037700*-----------------------------------------------------------------
037800 3100-EDIT-ENTETE.
037900     IF WS-ENTETE-VUE
038000         MOVE "ENTETE EN DOUBLE" TO WS-ERREUR-TEXTE
038100         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
038200         GO TO 3100-EDIT-ENTETE-EXIT
038300     END-IF.
038400     MOVE 'Y' TO WS-ENTETE-SW.
038500
038600     IF WS-NB-LUS NOT = 1
038700         MOVE "ENTETE PAS EN TETE DE FICHIER" TO WS-ERREUR-TEXTE
038800         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
038900     END-IF.
039000     IF CE-DATE-REGLEMENT IS NOT NUMERIC
039100         MOVE "DATE DE REGLEMENT NON NUMERIQUE"
039200             TO WS-ERREUR-TEXTE
039300         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
039400         GO TO 3100-EDIT-ENTETE-EXIT
039500     END-IF.
039600     MOVE CE-DATE-REGLEMENT TO WS-DATE-REGLEMENT.
039700     MOVE CE-SESSION        TO WS-SESSION.
039800 3100-EDIT-ENTETE-EXIT.
039900     EXIT.
040000
040100*-----------------------------------------------------------------
040200* 3200-EDIT-DETAIL - ONE INCOMING CREDIT.  THE ACCOUNT AND THE
040300* AMOUNT MUST BE NUMBERS AND NOT ZERO; WHETHER THE ACCOUNT CAN
040400* TAKE THE CREDIT IS TRNPOST'S BUSINESS, NOT THIS STEP'S.
040500*-----------------------------------------------------------------
040600 3200-EDIT-DETAIL.
040700     IF CD-COMPTE IS NOT NUMERIC OR CD-COMPTE = ZERO
040800         MOVE "COMPTE BENEFICIAIRE INVALIDE" TO WS-ERREUR-TEXTE
040900         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
041000         GO TO 3200-EDIT-DETAIL-EXIT
041100     END-IF.
041200     IF CD-MONTANT IS NOT NUMERIC OR CD-MONTANT = ZERO
041300         MOVE "MONTANT INVALIDE" TO WS-ERREUR-TEXTE
041400         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
041500         GO TO 3200-EDIT-DETAIL-EXIT
041600     END-IF.
041700
041800     ADD 1 TO WS-NB-DETAILS.
041900     ADD CD-MONTANT TO WS-TOTAL-MONTANTS.
042000 3200-EDIT-DETAIL-EXIT.
042100     EXIT.
042200
042300*-----------------------------------------------------------------
042400* 3300-EDIT-REMORQUE - THE CLEARING TRAILER.  ITS TOTALS ARE
042500* KEPT FOR THE BALANCE CHECK ONCE THE WHOLE FILE HAS BEEN READ.
042600*-----------------------------------------------------------------
042700 3300-EDIT-REMORQUE.
042800     MOVE 'Y' TO WS-REMORQUE-SW.
042900
043000     IF CT-NB-DETAILS IS NOT NUMERIC
043100         OR CT-TOTAL-MONTANTS IS NOT NUMERIC
043200         MOVE "REMORQUE NON NUMERIQUE" TO WS-ERREUR-TEXTE
043300         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
043400         GO TO 3300-EDIT-REMORQUE-EXIT
043500     END-IF.
043600     MOVE CT-NB-DETAILS     TO WS-CT-NB-DETAILS.
043700     MOVE CT-TOTAL-MONTANTS TO WS-CT-TOTAL-MONTANTS.
043800 3300-EDIT-REMORQUE-EXIT.
043900     EXIT.
044000
044100*-----------------------------------------------------------------
044200* 3900-WRITE-ERROR - ONE LISTING LINE PER PROBLEM, WITH THE
044300* RECORD NUMBER IT WAS SEEN AT, AND THE ERROR COUNT THAT WILL
044400* REFUSE THE FILE.
044500*-----------------------------------------------------------------
044600 3900-WRITE-ERROR.
044700     ADD 1 TO WS-NB-ERREURS.
044800
044900     IF NOT WS-RP-OPEN
045000         DISPLAY "CMPRECV - ERREUR ENREG " WS-NB-LUS " - "
045100             WS-ERREUR-TEXTE
045200         GO TO 3900-WRITE-ERROR-EXIT
045300     END-IF.
045400
045500     MOVE SPACE TO RP-LINE.
045600     STRING "ERREUR ENREG " DELIMITED BY SIZE
045700            WS-NB-LUS       DELIMITED BY SIZE
045800            " - "           DELIMITED BY SIZE
045900            WS-ERREUR-TEXTE DELIMITED BY SIZE
046000       INTO RP-LINE
046100     END-STRING.
046200     WRITE RP-LINE.
046300 3900-WRITE-ERROR-EXIT.
046400     EXIT.
046500
046600*-----------------------------------------------------------------
046700* 4000-BALANCE-FILE - THE CLEARING FILE AGAINST ITS OWN TRAILER.
046800* A MISSING TRAILER, A COUNT OFF BY ANYTHING, OR A TOTAL THAT
046900* DOES NOT PROVE THE AMOUNTS ALL REFUSE THE FILE WHOLE.
047000*-----------------------------------------------------------------
047100 4000-BALANCE-FILE.
047200     IF NOT WS-REMORQUE-VUE
047300         MOVE "REMORQUE ABSENTE - FICHIER TRONQUE"
047400             TO WS-ERREUR-TEXTE
047500         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
047600         GO TO 4000-BALANCE-FILE-EXIT
047700     END-IF.
047800
047900     IF WS-NB-DETAILS NOT = WS-CT-NB-DETAILS
048000         DISPLAY "CMPRECV - NOMBRE ANNONCE " WS-CT-NB-DETAILS
048100             " CONSTATE " WS-NB-DETAILS
048200         MOVE "NOMBRE DE CREDITS FAUX" TO WS-ERREUR-TEXTE
048300         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
048400     END-IF.
048500
048600     IF WS-TOTAL-MONTANTS NOT = WS-CT-TOTAL-MONTANTS
048700         DISPLAY "CMPRECV - TOTAL ANNONCE " WS-CT-TOTAL-MONTANTS
048800             " CONSTATE " WS-TOTAL-MONTANTS
048900         MOVE "TOTAL DES MONTANTS FAUX" TO WS-ERREUR-TEXTE
049000         PERFORM 3900-WRITE-ERROR THRU 3900-WRITE-ERROR-EXIT
049100     END-IF.
049200 4000-BALANCE-FILE-EXIT.
049300     EXIT.
049400
049500*-----------------------------------------------------------------
049600* 5000-WRITE-ENVELOPE - PASS 2, ONLY FOR A CLEARING FILE THAT
049700* PROVED ITSELF (OR NO FILE AT ALL): THE HEADER, ONE CREDIT
049800* MOVEMENT PER DETAIL, AND THE TRAILER TRNEDIT WILL BALANCE THE
049900* ENVELOPE AGAINST.
050000*-----------------------------------------------------------------
050100 5000-WRITE-ENVELOPE.
050200     OPEN OUTPUT ENVELOPE-FILE.
050300     IF WS-TE-STATUS NOT = '00'
050400         DISPLAY "CMPRECV - OUVERTURE CMPTRAN ECHEC "
050500             WS-TE-STATUS
050600         MOVE 16 TO RETURN-CODE
050700         GO TO 5000-WRITE-ENVELOPE-EXIT
050800     END-IF.
050900     MOVE 'Y' TO WS-TE-OPEN-SW.
051000
051100     MOVE SPACE TO TE-ENTETE-RECORD.
051200     MOVE 'E' TO TE-TYPE.
051300     MOVE RC-DATE-AFFAIRES TO EN-DATE-CAPTURE.
051400     MOVE "COMPENS" TO EN-SOURCE.
051500     WRITE TE-ENTETE-RECORD.
051600
051700     IF WS-RP-OPEN
051800         MOVE WS-DATE-REGLEMENT TO TI-DATE
051900         MOVE WS-SESSION        TO TI-SESSION
052000         MOVE WS-TITRE-LINE TO RP-LINE
052100         WRITE RP-LINE
052200     END-IF.
052300
052400     IF WS-CR-OPEN
052500         CLOSE CLEARING-FILE
052600         OPEN INPUT CLEARING-FILE
052700         IF WS-CR-STATUS NOT = '00'
052800             DISPLAY "CMPRECV - RELECTURE CMPRECU ECHEC "
052900                 WS-CR-STATUS
053000             MOVE 16 TO RETURN-CODE
053100             MOVE 'N' TO WS-CR-OPEN-SW
053200             GO TO 5000-WRITE-ENVELOPE-EXIT
053300         END-IF
053400         MOVE 'N' TO WS-EOF-SW
053500         PERFORM 2100-READ-RECORD THRU 2100-READ-RECORD-EXIT
053600         PERFORM 5100-CONVERT-ONE-RECORD
053700             THRU 5100-CONVERT-ONE-RECORD-EXIT
053800             UNTIL WS-END-OF-FILE
053900     END-IF.
054000     IF RETURN-CODE = 16
054100         GO TO 5000-WRITE-ENVELOPE-EXIT
054200     END-IF.
054300
054400     MOVE SPACE TO TE-REMORQUE-RECORD.
054500     MOVE 'T' TO TE-TYPE.
054600     MOVE WS-NB-CONVERTIS TO TT-NB-MOUVEMENTS.
054700     MOVE WS-HASH-ECRIT   TO TT-HASH-MONTANTS.
054800     WRITE TE-REMORQUE-RECORD.
054900     IF WS-TE-STATUS NOT = '00'
055000         DISPLAY "CMPRECV - ECRITURE CMPTRAN ECHEC "
055100             WS-TE-STATUS
055200         MOVE 16 TO RETURN-CODE
055300     END-IF.
055400 5000-WRITE-ENVELOPE-EXIT.
055500     EXIT.
055600
055700*-----------------------------------------------------------------
055800* 5100-CONVERT-ONE-RECORD - ONE DETAIL OUT AS A CREDIT TO THE
055900* BENEFICIARY'S ACCOUNT; THE CLEARING HEADER AND TRAILER STAY
056000* BEHIND.  A WRITE FAILURE STOPS THE STEP - A SHORT ENVELOPE
056100* WOULD ONLY BE REFUSED BY TRNEDIT.
056200*-----------------------------------------------------------------
056300 5100-CONVERT-ONE-RECORD.
056400     IF CR-DETAIL
056500         MOVE SPACE TO WS-MOUVEMENT
056600         MOVE CD-COMPTE  TO TR-COMPTE
056700         MOVE CD-MONTANT TO TR-MONTANT
056800         SET TR-CREDIT TO TRUE
056900         MOVE ZERO TO TR-COMPTE-DEST TR-ORIG-DATE TR-ORIG-SEQ
057000         MOVE 'M' TO TE-TYPE
057100         MOVE WS-MOUVEMENT TO TE-CORPS
057200         WRITE TE-RECORD
057300         IF WS-TE-STATUS NOT = '00'
057400             DISPLAY "CMPRECV - ECRITURE CMPTRAN ECHEC "
057500                 WS-TE-STATUS
057600             MOVE 16 TO RETURN-CODE
057700             MOVE 'Y' TO WS-EOF-SW
057800             GO TO 5100-CONVERT-ONE-RECORD-EXIT
057900         END-IF
058000         ADD 1 TO WS-NB-CONVERTIS
058100         ADD CD-MONTANT TO WS-HASH-ECRIT
058200         PERFORM 5200-WRITE-DETAIL THRU 5200-WRITE-DETAIL-EXIT
058300     END-IF.
058400
058500     PERFORM 2100-READ-RECORD THRU 2100-READ-RECORD-EXIT.
058600 5100-CONVERT-ONE-RECORD-EXIT.
058700     EXIT.
058800
058900*-----------------------------------------------------------------
059000* 5200-WRITE-DETAIL - ONE LISTING LINE PER CREDIT CONVERTED.
059100*-----------------------------------------------------------------
059200 5200-WRITE-DETAIL.
059300     IF NOT WS-RP-OPEN
059400         GO TO 5200-WRITE-DETAIL-EXIT
059500     END-IF.
059600     MOVE CD-COMPTE        TO DL-COMPTE.
059700     MOVE CD-MONTANT       TO DL-MONTANT.
059800     MOVE CD-REF-INTERBANC TO DL-REF.
059900     MOVE CD-NOM-DONNEUR   TO DL-DONNEUR.
060000     MOVE WS-DETAIL-LINE TO RP-LINE.
060100     WRITE RP-LINE.
060200 5200-WRITE-DETAIL-EXIT.
060300     EXIT.
060400
060500*-----------------------------------------------------------------
060600* 9000-TERMINATE - GUARDED CLOSES, THE LISTING TOTAL, AND RUN
060700* TOTALS.
060800*-----------------------------------------------------------------
060900 9000-TERMINATE.
061000     IF WS-NB-ERREURS NOT = ZERO
061100         MOVE 16 TO RETURN-CODE
061200         DISPLAY "CMPRECV - FICHIER REFUSE - " WS-NB-ERREURS
061300             " ERREUR(S) - RIEN N'EST CONVERTI"
061400     END-IF.
061500
061600     IF WS-RP-OPEN
061700         MOVE WS-NB-CONVERTIS TO TL-NOMBRE
061800         MOVE WS-HASH-ECRIT   TO TL-MONTANT
061900         MOVE WS-TOTAL-LINE TO RP-LINE
062000         WRITE RP-LINE
062100         CLOSE CONV-REPORT
062200     END-IF.
062300     IF WS-CR-OPEN
062400         CLOSE CLEARING-FILE
062500     END-IF.
062600     IF WS-TE-OPEN
062700         CLOSE ENVELOPE-FILE
062800     END-IF.
062900
063000     DISPLAY "CMPRECV - REGLEMENT DU " WS-DATE-REGLEMENT
063100         " SESSION " WS-SESSION.
063200     DISPLAY "CMPRECV - ENREGISTREMENTS LUS : " WS-NB-LUS.
063300     DISPLAY "CMPRECV - CREDITS CONVERTIS   : " WS-NB-CONVERTIS.
063400     DISPLAY "CMPRECV - ERREURS RELEVEES    : " WS-NB-ERREURS.
063500     PERFORM 9500-WRITE-RUN-STATS
063600         THRU 9500-WRITE-RUN-STATS-EXIT.
063700     DISPLAY "CMPRECV - FIN DE LA COMPENSATION RECUE".
063800 9000-TERMINATE-EXIT.
063900     EXIT.
064000
064100*-----------------------------------------------------------------
064200* 9500-WRITE-RUN-STATS - ONE LINE OF RUN TOTALS APPENDED TO THE
064300* COMMON RUNSTAT FILE (CREATED ON ITS VERY FIRST USE), FOR THE
064400* BATCHRPT OPERATIONS SUMMARY.  A FAILURE HERE IS REPORTED BUT
064500* NEVER FAILS THE STEP - THE STATISTICS ARE ABOUT THE RUN, NOT
064600* PART OF IT.
064700*-----------------------------------------------------------------
064800 9500-WRITE-RUN-STATS.
064900     OPEN EXTEND RUN-STATS.
065000     IF WS-RS-STATUS NOT = '00'
065100         OPEN OUTPUT RUN-STATS
065200     END-IF.
065300     IF WS-RS-STATUS NOT = '00'
065400         DISPLAY "CMPRECV - ECRITURE RUNSTAT ECHEC "
065500             WS-RS-STATUS
065600         GO TO 9500-WRITE-RUN-STATS-EXIT
065700     END-IF.
065800
065900     MOVE "CMPRECV" TO RS-PROGRAMME.
066000     MOVE RC-DATE-AFFAIRES TO RS-DATE-AFFAIRES.
066100     MOVE WS-NB-CONVERTIS TO RS-NB-TRAITES.
066200     MOVE WS-NB-ERREURS TO RS-NB-REJETES.
066300     MOVE WS-NB-LUS TO RS-NB-AUTRES.
066400     MOVE RETURN-CODE TO RS-CODE-RETOUR.
066500     WRITE RS-STATS-RECORD.
066600     CLOSE RUN-STATS.
066700 9500-WRITE-RUN-STATS-EXIT.
066800     EXIT.
