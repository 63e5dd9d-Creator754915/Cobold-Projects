004792*                  common RUNSTAT run-statistics file, which
004793*                  BATCHRPT prints as the end-of-night
004794*                  operations summary.
004795* 15/10/2026 RD    The opening-movement history entry clears the
004796*                  new nature, reversed flag and reference key.
004797* 15/10/2026 RD    Maintenance movements now carry the client's
004798*                  birth date (AAAAMMJJ), mandatory on an
004799*                  opening and optional on a change; the age and
004801*                  the majeur flag are derived from it at the
004802*                  business date instead of being keyed.  A
004803*                  change on an account with no birth date on
004804*                  file still takes the keyed age as before.
004805* 15/10/2026 RD    Joint accounts: new movement codes 'T' (add a
004806*                  holder to an account) and 'S' (remove one)
004807*                  maintain the CLITITU account-holder file -
004808*                  name, birth date, role (titulaire,
004809*                  co-titulaire, representant legal) and the
004810*                  holder's own address.  A representant legal
004811*                  must be majeur.
004812* 15/10/2026 RD    Releasing a dormant account now also stamps
004813*                  the business date on WS-DATE-REACTIVATION, so
004814*                  the LCBSURV surveillance can watch the first
004815*                  weeks of a reawakened account; an opening
004816*                  starts it at zero.
004817* 15/10/2026 RD    A closure movement no longer closes the
004818*                  account on the spot: it is filed on the new
004819*                  CLOTDEM closure-request file with the way the
004820*                  remaining balance is to be paid out (cheque or
004821*                  virement to a named account) and the account
004822*                  goes to 'C' (en cloture) for the nightly
004823*                  CLOTURE settlement run, which closes it once
004824*                  the final interest and fees are posted and the
004825*                  balance paid out.  No holder is added to an
004826*                  account in closure, and no change is applied
004827*                  to one; the account goes to 'C' before the
004828*                  request is filed, so a failed update never
004829*                  leaves a request for an open account.  A
004830*                  holder that cannot be written is a reject.
004836*-----------------------------------------------------------------
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
007540         ACCESS MODE IS DYNAMIC
007550         RECORD KEY IS AD-COMPTE
007560         FILE STATUS IS WS-AD-STATUS.
007570
007580     SELECT HOLDER-FILE     ASSIGN TO "CLITITU"
007590         ORGANIZATION IS INDEXED
007591         ACCESS MODE IS DYNAMIC
007592         RECORD KEY IS HO-CLE
007593         FILE STATUS IS WS-HO-STATUS.
007594
007595     SELECT CLOT-FILE       ASSIGN TO "CLOTDEM"
007596         ORGANIZATION IS INDEXED
007597         ACCESS MODE IS DYNAMIC
007598         RECORD KEY IS DC-COMPTE
007599         FILE STATUS IS WS-DC-STATUS.
007600
007601     SELECT RUN-STATS     ASSIGN TO "RUNSTAT"
007602         ORGANIZATION IS LINE SEQUENTIAL
008600         88  MT-OUVERTURE                VALUE 'A'.
008700         88  MT-MODIFICATION             VALUE 'C'.
008800         88  MT-FERMETURE                VALUE 'F'.
008810         88  MT-AJOUT-TITULAIRE          VALUE 'T'.
008820         88  MT-RETRAIT-TITULAIRE        VALUE 'S'.
008900     05  MT-COMPTE                   PIC 9(08).
009000     05  MT-NOM                      PIC X(12).
009100     05  MT-AGE                      PIC 9(03).
009340     05  MT-VILLE                    PIC X(20).
009350     05  MT-CODE-POSTAL              PIC X(07).
009360     05  MT-TELEPHONE                PIC X(12).
009362*    BIRTH DATE AAAAMMJJ - BLANK ON A CHANGE KEEPS THE ONE ON
009364*    FILE.
009366     05  MT-DATE-NAISSANCE           PIC X(08).
009368     05  MT-NAISSANCE-N REDEFINES MT-DATE-NAISSANCE
009370                                     PIC 9(08).
009372*    HOLDER MOVEMENTS ('T' AND 'S') - MT-NOM, MT-DATE-NAISSANCE
009374*    AND THE ADDRESS FIELDS DESCRIBE THE HOLDER, NOT THE ACCOUNT.
009376     05  MT-ROLE                     PIC X(01).
009378     05  MT-SEQ-TITULAIRE            PIC 9(02).
009380*    CLOSURE MOVEMENTS ('F') - HOW THE REMAINING BALANCE IS PAID
009382*    OUT: 'C' CHEQUE (PAYEE DEFAULTS TO THE CLIENT) OR 'V'
009384*    VIREMENT TO THE ACCOUNT GIVEN.
009386     05  MT-MODE-REGLEMENT           PIC X(01).
009388     05  MT-COMPTE-BENEF             PIC X(34).
009390     05  MT-NOM-BENEF                PIC X(30).
009400
009500 FD  MAINT-REGISTER.
009600 01  MR-RECORD                       PIC X(80).
009700
009800 FD  RUN-CONTROL.
009900 01  RN-RECORD                       PIC X(47).
010000
010100 FD  TRAN-HISTORY.
010200 01  HS-HISTORY-RECORD.
010320 FD  ADDR-FILE.
010330 01  AD-ADDRESS-RECORD.
010340     COPY ADDRREC.
010350
010360 FD  HOLDER-FILE.
010370 01  HO-HOLDER-RECORD.
010380     COPY HOLDREC.
010390
010391 FD  CLOT-FILE.
010392 01  DC-CLOSURE-RECORD.
010393     COPY CLOTREC.
010400
010401 FD  RUN-STATS.
010402 01  RS-STATS-RECORD.
013310 77  WS-AD-STATUS                    PIC X(02) VALUE '00'.
013320 77  WS-AD-OPEN-SW                   PIC X(01) VALUE 'N'.
013330     88  WS-AD-OPEN                      VALUE 'Y'.
013331 77  WS-HO-STATUS                    PIC X(02) VALUE '00'.
013332 77  WS-HO-OPEN-SW                   PIC X(01) VALUE 'N'.
013333     88  WS-HO-OPEN                      VALUE 'Y'.
013334 77  WS-HO-DONE-SW                   PIC X(01) VALUE 'N'.
013335     88  WS-HO-SCAN-DONE                 VALUE 'Y'.
013336 77  WS-HO-DOUBLON-SW                PIC X(01) VALUE 'N'.
013337     88  WS-HO-DOUBLON                   VALUE 'Y'.
013338 77  WS-HO-DERN-SEQ                  PIC 9(02) VALUE ZERO.
013339 77  WS-DC-STATUS                    PIC X(02) VALUE '00'.
013341 77  WS-DC-OPEN-SW                   PIC X(01) VALUE 'N'.
013343     88  WS-DC-OPEN                      VALUE 'Y'.
013344 77  WS-STATUT-AVANT                 PIC X(01) VALUE SPACE.
013345
013347*-----------------------------------------------------------------
013349* AGE DERIVATION - BIRTH DATE AND BUSINESS DATE SPLIT INTO YEAR
013351* AND MMJJ; THE AGE IS THE DIFFERENCE OF THE YEARS, LESS ONE
013353* WHILE THE BIRTHDAY HAS NOT YET COME ROUND THIS YEAR.
013355*-----------------------------------------------------------------
013357 77  WS-CALC-NAISSANCE               PIC 9(08) VALUE ZERO.
013359 77  WS-CALC-AGE                     PIC 9(03) VALUE ZERO.
013361 77  WS-NAIS-AN                      PIC 9(04) VALUE ZERO.
013363 77  WS-NAIS-MMJJ                    PIC 9(04) VALUE ZERO.
013365 77  WS-NAIS-MOIS                    PIC 9(02) VALUE ZERO.
013367 77  WS-NAIS-JOUR                    PIC 9(02) VALUE ZERO.
013369 77  WS-JOUR-AN                      PIC 9(04) VALUE ZERO.
013371 77  WS-JOUR-MMJJ                    PIC 9(04) VALUE ZERO.
013373 77  WS-BISS-QUOT                    PIC 9(04) COMP VALUE ZERO.
013375 77  WS-BISS-RESTE-4                 PIC 9(04) COMP VALUE ZERO.
013377 77  WS-BISS-RESTE-100               PIC 9(04) COMP VALUE ZERO.
013379 77  WS-BISS-RESTE-400               PIC 9(04) COMP VALUE ZERO.
013381 01  WS-JOURS-MOIS-TABLE.
013383     05  FILLER                      PIC X(24) VALUE
013385         "312931303130313130313031".
013387 01  WS-JOURS-MOIS-R REDEFINES WS-JOURS-MOIS-TABLE.
013389     05  WS-JOURS-MOIS               PIC 9(02) OCCURS 12 TIMES.
013400
013500*-----------------------------------------------------------------
013600* RUN-CONTROL WORK AREA - READ ONLY, FOR THE BUSINESS DATE
019897         GO TO 1000-INITIALIZE-EXIT
019898     END-IF.
019900
019902*    SAME RULE FOR THE ACCOUNT-HOLDER FILE.
019904     OPEN I-O HOLDER-FILE.
019906     IF WS-HO-STATUS = '35'
019908         OPEN OUTPUT HOLDER-FILE
019910     END-IF.
019912     IF WS-HO-STATUS = '00'
019914         MOVE 'Y' TO WS-HO-OPEN-SW
019916     ELSE
019918         DISPLAY "CLIENTMNT - OUVERTURE CLITITU ECHEC "
019920             WS-HO-STATUS
019922         MOVE 16 TO RETURN-CODE
019924         MOVE 'Y' TO WS-EOF-SW
019926         GO TO 1000-INITIALIZE-EXIT
019928     END-IF.
019930
019932*    SAME RULE FOR THE CLOSURE-REQUEST FILE.
019934     OPEN I-O CLOT-FILE.
019936     IF WS-DC-STATUS = '35'
019938         OPEN OUTPUT CLOT-FILE
019940     END-IF.
019942     IF WS-DC-STATUS = '00'
019944         MOVE 'Y' TO WS-DC-OPEN-SW
019946     ELSE
019948         DISPLAY "CLIENTMNT - OUVERTURE CLOTDEM ECHEC "
019950             WS-DC-STATUS
019952         MOVE 16 TO RETURN-CODE
019954         MOVE 'Y' TO WS-EOF-SW
019956         GO TO 1000-INITIALIZE-EXIT
019958     END-IF.
019960
020000     OPEN INPUT MAINT-FILE.
020100     IF WS-MT-STATUS NOT = '00'
020200         DISPLAY "CLIENTMNT - OUVERTURE MAINT-FILE ECHEC "
023300             IF MT-FERMETURE
023400                 PERFORM 2500-CLOSE-ACCOUNT
023500                     THRU 2500-CLOSE-ACCOUNT-EXIT
023510             ELSE
023520             IF MT-AJOUT-TITULAIRE
023530                 PERFORM 3000-ADD-HOLDER THRU 3000-ADD-HOLDER-EXIT
023540             ELSE
023550             IF MT-RETRAIT-TITULAIRE
023560                 PERFORM 3100-REMOVE-HOLDER
023570                     THRU 3100-REMOVE-HOLDER-EXIT
023600             ELSE
023700                 ADD 1 TO WS-REJECT-COUNT
023800                 MOVE "CODE MOUVEMENT INVALIDE"
024000                 PERFORM 2700-WRITE-REJECT
024100                     THRU 2700-WRITE-REJECT-EXIT
024200             END-IF
024210             END-IF
024220             END-IF
024300         END-IF
024400     END-IF.
024500
028100 2200-VALIDATE-AGE-EXIT.
028200     EXIT.
028300
028301*-----------------------------------------------------------------
028302* 2250-VALIDATE-NAISSANCE - EDIT THE KEYED BIRTH DATE: NUMERIC,
028303* A REAL CALENDAR DATE, NOT AFTER THE BUSINESS DATE, AND GIVING
028304* AN AGE WITHIN THE SAME 0-120 RANGE AS THE AGE EDIT.  A GOOD
028305* DATE LEAVES THE DERIVED AGE IN WS-CALC-AGE.
028306*-----------------------------------------------------------------
028307 2250-VALIDATE-NAISSANCE.
028308     MOVE 'Y' TO WS-VALID-AGE-SW.
028309     MOVE SPACE TO WS-EXCEPTION-REASON.
028310
028311     IF MT-DATE-NAISSANCE IS NOT NUMERIC
028312         MOVE 'N' TO WS-VALID-AGE-SW
028313         MOVE "DATE NAISSANCE NON NUMERIQUE"
028314             TO WS-EXCEPTION-REASON
028315         GO TO 2250-VALIDATE-NAISSANCE-EXIT
028316     END-IF.
028317
028318     DIVIDE MT-NAISSANCE-N BY 10000
028319         GIVING WS-NAIS-AN REMAINDER WS-NAIS-MMJJ.
028320     DIVIDE WS-NAIS-MMJJ BY 100
028321         GIVING WS-NAIS-MOIS REMAINDER WS-NAIS-JOUR.
028322     IF WS-NAIS-MOIS < 1 OR WS-NAIS-MOIS > 12
028323         OR WS-NAIS-JOUR < 1
028324         MOVE 'N' TO WS-VALID-AGE-SW
028325         MOVE "DATE NAISSANCE INVALIDE" TO WS-EXCEPTION-REASON
028326         GO TO 2250-VALIDATE-NAISSANCE-EXIT
028327     END-IF.
028328     IF WS-NAIS-JOUR > WS-JOURS-MOIS (WS-NAIS-MOIS)
028329         MOVE 'N' TO WS-VALID-AGE-SW
028330         MOVE "DATE NAISSANCE INVALIDE" TO WS-EXCEPTION-REASON
028331         GO TO 2250-VALIDATE-NAISSANCE-EXIT
028332     END-IF.
028333
028334*    29 FEBRUARY ONLY IN A LEAP YEAR - DIVISIBLE BY 4, AND BY
028335*    400 WHEN IT IS A CENTURY.
028336     IF WS-NAIS-MOIS = 2 AND WS-NAIS-JOUR = 29
028337         DIVIDE WS-NAIS-AN BY 4
028338             GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE-4
028339         DIVIDE WS-NAIS-AN BY 100
028340             GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE-100
028341         DIVIDE WS-NAIS-AN BY 400
028342             GIVING WS-BISS-QUOT REMAINDER WS-BISS-RESTE-400
028343         IF WS-BISS-RESTE-4 NOT = ZERO
028344             OR (WS-BISS-RESTE-100 = ZERO
028345                 AND WS-BISS-RESTE-400 NOT = ZERO)
028346             MOVE 'N' TO WS-VALID-AGE-SW
028347             MOVE "DATE NAISSANCE INVALIDE"
028348                 TO WS-EXCEPTION-REASON
028349             GO TO 2250-VALIDATE-NAISSANCE-EXIT
028350         END-IF
028351     END-IF.
028352
028353     IF MT-NAISSANCE-N > WS-RUN-DATE
028354         MOVE 'N' TO WS-VALID-AGE-SW
028355         MOVE "DATE NAISSANCE FUTURE" TO WS-EXCEPTION-REASON
028356         GO TO 2250-VALIDATE-NAISSANCE-EXIT
028357     END-IF.
028358
028359     MOVE MT-NAISSANCE-N TO WS-CALC-NAISSANCE.
028360     PERFORM 2260-CALC-AGE THRU 2260-CALC-AGE-EXIT.
028361     IF WS-CALC-AGE > 120
028362         MOVE 'N' TO WS-VALID-AGE-SW
028363         MOVE "AGE HORS LIMITE (0-120)" TO WS-EXCEPTION-REASON
028364     END-IF.
028365 2250-VALIDATE-NAISSANCE-EXIT.
028366     EXIT.
028367
028368*-----------------------------------------------------------------
028369* 2260-CALC-AGE - AGE IN COMPLETED YEARS AT THE BUSINESS DATE OF
028370* A CLIENT BORN ON WS-CALC-NAISSANCE (NOT AFTER THAT DATE).  THE
028371* SAME RULE FIRSTPROGRAM APPLIES IN ITS NIGHTLY AGE ROLL.
028372*-----------------------------------------------------------------
028373 2260-CALC-AGE.
028374     DIVIDE WS-CALC-NAISSANCE BY 10000
028375         GIVING WS-NAIS-AN REMAINDER WS-NAIS-MMJJ.
028376     DIVIDE WS-RUN-DATE BY 10000
028377         GIVING WS-JOUR-AN REMAINDER WS-JOUR-MMJJ.
028378     SUBTRACT WS-NAIS-AN FROM WS-JOUR-AN GIVING WS-CALC-AGE.
028379     IF WS-JOUR-MMJJ < WS-NAIS-MMJJ
028380         SUBTRACT 1 FROM WS-CALC-AGE
028381     END-IF.
028382 2260-CALC-AGE-EXIT.
028383     EXIT.
028384
028400*-----------------------------------------------------------------
028500* 2300-OPEN-ACCOUNT - BUILD A NEW CLIENT RECORD FROM THE
028600* MAINTENANCE TRANSACTION AND WRITE IT.  A KEY ALREADY ON FILE
029300         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
029400         GO TO 2300-OPEN-ACCOUNT-EXIT
029500     END-IF.
029510     IF MT-DATE-NAISSANCE = SPACE
029520         ADD 1 TO WS-REJECT-COUNT
029530         MOVE "DATE NAISSANCE OBLIGATOIRE" TO WS-EXCEPTION-REASON
029540         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
029550         GO TO 2300-OPEN-ACCOUNT-EXIT
029560     END-IF.
029600     PERFORM 2250-VALIDATE-NAISSANCE
029610         THRU 2250-VALIDATE-NAISSANCE-EXIT.
029700     IF NOT WS-AGE-IS-VALID
029800         ADD 1 TO WS-REJECT-COUNT
029900         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
031400
031500     MOVE MT-COMPTE TO WS-COMPTE.
031600     MOVE MT-NOM   TO WS-NOM.
031610     MOVE MT-NAISSANCE-N TO WS-DATE-NAISSANCE.
031700     MOVE WS-CALC-AGE TO WS-AGE.
031800     MOVE MT-SOLDE TO SOLDE.
031900     IF WS-AGE >= 18
032000         SET WS-MAJEUR TO TRUE
032100     ELSE
032200         SET WS-MINEUR TO TRUE
032300     END-IF.
032400     MOVE MT-LIMITE TO WS-LIMITE-DECOUVERT.
032500     MOVE WS-RUN-DATE TO WS-DERN-ACTIVITE.
032510     MOVE ZERO TO WS-DATE-REACTIVATION.
032600     SET WS-COMPTE-ACTIF TO TRUE.
032700
032800     WRITE CM-CLIENT-RECORD
034800     EXIT.
034900
035000*-----------------------------------------------------------------
035100* 2400-CHANGE-ACCOUNT - APPLY A CHANGE TO AN EXISTING CLIENT.
035200* THE AGE IS RE-DERIVED FROM THE BIRTH DATE (KEYED, OR ELSE THE
035210* ONE ON FILE), SO THE RECORD STAYS CONSISTENT WITH WHAT
035220* FIRSTPROGRAM WOULD DECIDE; ONLY A CLIENT WITH NO BIRTH DATE
035230* ANYWHERE STILL TAKES THE KEYED AGE.
035240* A CLOSED ACCOUNT, OR ONE IN CLOSURE, IS NOT CHANGED.
035400*-----------------------------------------------------------------
035500 2400-CHANGE-ACCOUNT.
035600     IF MT-COMPTE IS NOT NUMERIC
035900         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
036000         GO TO 2400-CHANGE-ACCOUNT-EXIT
036100     END-IF.
036200     IF MT-DATE-NAISSANCE NOT = SPACE
036210         PERFORM 2250-VALIDATE-NAISSANCE
036220             THRU 2250-VALIDATE-NAISSANCE-EXIT
036300         IF NOT WS-AGE-IS-VALID
036400             ADD 1 TO WS-REJECT-COUNT
036500             PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
036600             GO TO 2400-CHANGE-ACCOUNT-EXIT
036610         END-IF
036700     END-IF.
036800     IF MT-LIMITE IS NOT NUMERIC
036900         ADD 1 TO WS-REJECT-COUNT
038000             PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
038100             GO TO 2400-CHANGE-ACCOUNT-EXIT
038200     END-READ.
038202     IF WS-COMPTE-FERME
038204         ADD 1 TO WS-REJECT-COUNT
038206         MOVE "COMPTE FERME" TO WS-EXCEPTION-REASON
038208         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
038210         GO TO 2400-CHANGE-ACCOUNT-EXIT
038212     END-IF.
038214     IF WS-COMPTE-EN-CLOTURE
038216         ADD 1 TO WS-REJECT-COUNT
038218         MOVE "COMPTE EN CLOTURE" TO WS-EXCEPTION-REASON
038220         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
038222         GO TO 2400-CHANGE-ACCOUNT-EXIT
038224     END-IF.
038226
038228*    NO BIRTH DATE KEYED AND NONE ON FILE - THE KEYED AGE IS ALL
038230*    THERE IS, EDITED AS IT ALWAYS WAS.
038232     IF MT-DATE-NAISSANCE = SPACE
038234         AND (WS-DATE-NAISSANCE IS NOT NUMERIC
038236             OR WS-DATE-NAISSANCE = ZERO)
038238         PERFORM 2200-VALIDATE-AGE THRU 2200-VALIDATE-AGE-EXIT
038240         IF NOT WS-AGE-IS-VALID
038242             ADD 1 TO WS-REJECT-COUNT
038244             PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
038246             GO TO 2400-CHANGE-ACCOUNT-EXIT
038248         END-IF
038250     END-IF.
038300
038400     IF MT-NOM NOT = SPACE
038500         MOVE MT-NOM TO WS-NOM
038600     END-IF.
038610     IF MT-DATE-NAISSANCE NOT = SPACE
038620         MOVE MT-NAISSANCE-N TO WS-DATE-NAISSANCE
038630         MOVE WS-CALC-AGE TO WS-AGE
038640     ELSE
038650         IF WS-DATE-NAISSANCE IS NUMERIC
038660             AND WS-DATE-NAISSANCE > ZERO
038670             MOVE WS-DATE-NAISSANCE TO WS-CALC-NAISSANCE
038680             PERFORM 2260-CALC-AGE THRU 2260-CALC-AGE-EXIT
038690             MOVE WS-CALC-AGE TO WS-AGE
038691         ELSE
038692             MOVE ZERO TO WS-DATE-NAISSANCE
038700             MOVE MT-AGE TO WS-AGE
038701         END-IF
038702     END-IF.
038800     MOVE MT-LIMITE TO WS-LIMITE-DECOUVERT.
038900*    A CHANGE MOVEMENT IS THE REVIEW THAT RELEASES A DORMANT
039000*    ACCOUNT - IT GOES BACK TO ACTIVE AND THE REVIEW DATE
039100*    BECOMES ITS LAST ACTIVITY AND ITS REACTIVATION DATE.
039200     IF WS-COMPTE-DORMANT
039300         SET WS-COMPTE-ACTIF TO TRUE
039400         MOVE WS-RUN-DATE TO WS-DERN-ACTIVITE
039450         MOVE WS-RUN-DATE TO WS-DATE-REACTIVATION
039500     END-IF.
039600     IF WS-AGE >= 18
039700         SET WS-MAJEUR TO TRUE
039800     ELSE
039900         SET WS-MINEUR TO TRUE
041100     EXIT.
041200
041300*-----------------------------------------------------------------
041400* 2500-CLOSE-ACCOUNT - FILE A CLOSURE REQUEST ON CLOTDEM AND PUT
041500* THE ACCOUNT EN CLOTURE.  THE POSTING RUN REFUSES ANY NEW DEBIT
041600* FROM THEN ON; THE CLOTURE SETTLEMENT RUN POSTS THE FINAL
041610* INTEREST AND FEES, PAYS THE BALANCE OUT AS REQUESTED AND ONLY
041620* THEN FLAGS THE ACCOUNT CLOSED.  A VIREMENT NEEDS THE ACCOUNT
041630* TO PAY INTO; A CHEQUE IS MADE OUT TO THE CLIENT UNLESS ANOTHER
041640* PAYEE IS GIVEN.
041700*-----------------------------------------------------------------
041800 2500-CLOSE-ACCOUNT.
041900     IF MT-COMPTE IS NOT NUMERIC
043700         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
043800         GO TO 2500-CLOSE-ACCOUNT-EXIT
043900     END-IF.
043905     IF WS-COMPTE-EN-CLOTURE
043910         ADD 1 TO WS-REJECT-COUNT
043915         MOVE "COMPTE DEJA EN CLOTURE" TO WS-EXCEPTION-REASON
043920         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
043925         GO TO 2500-CLOSE-ACCOUNT-EXIT
043930     END-IF.
043935     MOVE MT-MODE-REGLEMENT TO DC-MODE-REGLEMENT.
043940     IF NOT DC-MODE-VALIDE
043945         ADD 1 TO WS-REJECT-COUNT
043950         MOVE "MODE DE REGLEMENT INVALIDE" TO WS-EXCEPTION-REASON
043955         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
043960         GO TO 2500-CLOSE-ACCOUNT-EXIT
043965     END-IF.
043970     IF DC-PAR-VIREMENT AND MT-COMPTE-BENEF = SPACE
043975         ADD 1 TO WS-REJECT-COUNT
043980         MOVE "BENEFICIAIRE NON RENSEIGNE" TO WS-EXCEPTION-REASON
043985         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
043990         GO TO 2500-CLOSE-ACCOUNT-EXIT
043995     END-IF.
044000
044003*    THE ACCOUNT GOES EN CLOTURE FIRST; THE REQUEST IS FILED ONLY
044004*    ONCE THE MASTER HOLDS IT, SO THE SETTLEMENT RUN NEVER FINDS
044005*    A REQUEST FOR AN ACCOUNT STILL OPEN.
044006     MOVE WS-STATUT-SW TO WS-STATUT-AVANT.
044100     SET WS-COMPTE-EN-CLOTURE TO TRUE.
044200     REWRITE CM-CLIENT-RECORD.
044300     IF WS-CM-STATUS NOT = '00'
044700         DISPLAY "CLIENTMNT - REWRITE CLIENT-MASTER ECHEC "
044800             MT-NOM " " WS-CM-STATUS
044810         GO TO 2500-CLOSE-ACCOUNT-EXIT
044900     END-IF.
044902
044904*    A REQUEST LEFT ON FILE BY AN EARLIER, SETTLED CLOSURE IS
044906*    OVERWRITTEN - ONLY THE LATEST CLOSURE OF AN ACCOUNT MATTERS.
044908     MOVE MT-COMPTE TO DC-COMPTE.
044910     MOVE WS-RUN-DATE TO DC-DATE-DEMANDE.
044912     MOVE MT-MODE-REGLEMENT TO DC-MODE-REGLEMENT.
044914     MOVE MT-COMPTE-BENEF TO DC-COMPTE-BENEF.
044916     IF MT-NOM-BENEF = SPACE
044918         MOVE WS-NOM TO DC-NOM-BENEF
044920     ELSE
044922         MOVE MT-NOM-BENEF TO DC-NOM-BENEF
044924     END-IF.
044926     SET DC-EN-ATTENTE TO TRUE.
044928     MOVE SPACE TO DC-ARRETE-SW.
044930     MOVE ZERO TO DC-DATE-ARRETE DC-NB-JOURS DC-INTERETS
044932         DC-RETENUE DC-FRAIS DC-MONTANT-VERSE DC-DATE-CLOTURE.
044934     WRITE DC-CLOSURE-RECORD
044936         INVALID KEY
044938             REWRITE DC-CLOSURE-RECORD
044940     END-WRITE.
044942     IF WS-DC-STATUS NOT = '00'
044944         DISPLAY "CLIENTMNT - ECRITURE CLOTDEM ECHEC "
044946             MT-COMPTE " " WS-DC-STATUS
044948*        NO REQUEST ON FILE - PUT THE ACCOUNT BACK AS IT WAS.
044950         MOVE WS-STATUT-AVANT TO WS-STATUT-SW
044952         REWRITE CM-CLIENT-RECORD
044954         IF WS-CM-STATUS NOT = '00'
044956             DISPLAY "CLIENTMNT - REWRITE CLIENT-MASTER ECHEC "
044958                 MT-NOM " " WS-CM-STATUS
044960         END-IF
044962         MOVE 16 TO RETURN-CODE
044964         MOVE 'Y' TO WS-EOF-SW
044966         GO TO 2500-CLOSE-ACCOUNT-EXIT
044968     END-IF.
044970
044972     ADD 1 TO WS-APPLIED-COUNT.
044974     PERFORM 2600-WRITE-APPLIED THRU 2600-WRITE-APPLIED-EXIT.
045000 2500-CLOSE-ACCOUNT-EXIT.
045100     EXIT.
045200
046300            " "              DELIMITED BY SIZE
046400            MT-NOM           DELIMITED BY SIZE
046500            " AGE="          DELIMITED BY SIZE
046600            WS-AGE           DELIMITED BY SIZE
046610            " NE="           DELIMITED BY SIZE
046620            WS-DATE-NAISSANCE DELIMITED BY SIZE
046700            " SOLDE="        DELIMITED BY SIZE
046800            MT-SOLDE         DELIMITED BY SIZE
046900       INTO MR-RECORD
050800     SET HS-CREDIT       TO TRUE.
050900     MOVE MT-SOLDE       TO HS-MONTANT.
051000     MOVE SOLDE          TO HS-NOUVEAU-SOLDE.
051010     MOVE SPACE          TO HS-NATURE.
051020     MOVE SPACE          TO HS-ANNULE-SW.
051030     MOVE ZERO           TO HS-REF-CLE.
051100     MOVE 'N'            TO WS-HS-DONE-SW.
051200     MOVE 'N'            TO WS-HS-ERR-SW.
051300
054950 2900-APPLY-ADDRESS-EXIT.
054951     EXIT.
054952
054953*-----------------------------------------------------------------
054954* 3000-ADD-HOLDER - ADD A HOLDER TO AN EXISTING ACCOUNT UNDER THE
054955* NEXT FREE HOLDER SEQUENCE.  THE HOLDER'S BIRTH DATE IS EDITED
054956* LIKE A CLIENT'S; A REPRESENTANT LEGAL MUST BE MAJEUR, AND THE
054957* SAME NAME CANNOT HOLD THE SAME ACCOUNT TWICE.  NO HOLDER IS
054958* ADDED TO A CLOSED ACCOUNT OR TO ONE IN CLOSURE.
054959*-----------------------------------------------------------------
054960 3000-ADD-HOLDER.
054961     IF MT-COMPTE IS NOT NUMERIC
054962         ADD 1 TO WS-REJECT-COUNT
054963         MOVE "COMPTE NON NUMERIQUE" TO WS-EXCEPTION-REASON
054964         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
054965         GO TO 3000-ADD-HOLDER-EXIT
054966     END-IF.
054967     IF MT-NOM = SPACE
054968         ADD 1 TO WS-REJECT-COUNT
054969         MOVE "NOM TITULAIRE OBLIGATOIRE" TO WS-EXCEPTION-REASON
054970         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
054971         GO TO 3000-ADD-HOLDER-EXIT
054972     END-IF.
054973     MOVE MT-ROLE TO HO-ROLE.
054974     IF NOT HO-ROLE-VALIDE
054975         ADD 1 TO WS-REJECT-COUNT
054976         MOVE "ROLE TITULAIRE INVALIDE" TO WS-EXCEPTION-REASON
054977         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
054978         GO TO 3000-ADD-HOLDER-EXIT
054979     END-IF.
054980     IF MT-DATE-NAISSANCE = SPACE
054981         ADD 1 TO WS-REJECT-COUNT
054982         MOVE "DATE NAISSANCE OBLIGATOIRE" TO WS-EXCEPTION-REASON
054983         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
054984         GO TO 3000-ADD-HOLDER-EXIT
054985     END-IF.
054986     PERFORM 2250-VALIDATE-NAISSANCE
054987         THRU 2250-VALIDATE-NAISSANCE-EXIT.
054988     IF NOT WS-AGE-IS-VALID
054989         ADD 1 TO WS-REJECT-COUNT
054990         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
054991         GO TO 3000-ADD-HOLDER-EXIT
054992     END-IF.
054993     IF HO-REPRESENTANT-LEGAL AND WS-CALC-AGE < 18
054994         ADD 1 TO WS-REJECT-COUNT
054995         MOVE "REPRESENTANT LEGAL MINEUR" TO WS-EXCEPTION-REASON
054996         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
054997         GO TO 3000-ADD-HOLDER-EXIT
054998     END-IF.
054999
055000     MOVE MT-COMPTE TO WS-COMPTE.
055001     READ CLIENT-MASTER
055002         INVALID KEY
055003             ADD 1 TO WS-REJECT-COUNT
055004             MOVE "CLIENT INCONNU" TO WS-EXCEPTION-REASON
055005             PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
055006             GO TO 3000-ADD-HOLDER-EXIT
055007     END-READ.
055008     IF WS-COMPTE-FERME
055009         ADD 1 TO WS-REJECT-COUNT
055010         MOVE "COMPTE FERME" TO WS-EXCEPTION-REASON
055011         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
055012         GO TO 3000-ADD-HOLDER-EXIT
055013     END-IF.
055014     IF WS-COMPTE-EN-CLOTURE
055015         ADD 1 TO WS-REJECT-COUNT
055016         MOVE "COMPTE EN CLOTURE" TO WS-EXCEPTION-REASON
055017         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
055018         GO TO 3000-ADD-HOLDER-EXIT
055019     END-IF.
055020
055021     PERFORM 3050-SCAN-HOLDERS THRU 3050-SCAN-HOLDERS-EXIT.
055022     IF WS-HO-DOUBLON OR MT-NOM = WS-NOM
055023         ADD 1 TO WS-REJECT-COUNT
055024         MOVE "DEJA TITULAIRE DU COMPTE" TO WS-EXCEPTION-REASON
055025         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
055026         GO TO 3000-ADD-HOLDER-EXIT
055027     END-IF.
055028     IF WS-HO-DERN-SEQ = 99
055029         ADD 1 TO WS-REJECT-COUNT
055030         MOVE "TROP DE TITULAIRES" TO WS-EXCEPTION-REASON
055031         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
055032         GO TO 3000-ADD-HOLDER-EXIT
055033     END-IF.
055034
055035     MOVE MT-COMPTE         TO HO-COMPTE.
055036     ADD 1 WS-HO-DERN-SEQ GIVING HO-SEQ.
055037     MOVE MT-NOM            TO HO-NOM.
055038     MOVE MT-NAISSANCE-N    TO HO-DATE-NAISSANCE.
055039     MOVE MT-ROLE           TO HO-ROLE.
055040     MOVE MT-RUE            TO HO-RUE.
055041     MOVE MT-VILLE          TO HO-VILLE.
055042     MOVE MT-CODE-POSTAL    TO HO-CODE-POSTAL.
055043     MOVE MT-TELEPHONE      TO HO-TELEPHONE.
055044     WRITE HO-HOLDER-RECORD
055045         INVALID KEY
055046             CONTINUE
055047     END-WRITE.
055048     IF WS-HO-STATUS = '00'
055049         ADD 1 TO WS-APPLIED-COUNT
055050         PERFORM 3200-WRITE-HOLDER-APPLIED
055051             THRU 3200-WRITE-HOLDER-APPLIED-EXIT
055052     ELSE
055053         DISPLAY "CLIENTMNT - WRITE CLITITU ECHEC "
055054             MT-COMPTE " " WS-HO-STATUS
055055         ADD 1 TO WS-REJECT-COUNT
055056         IF WS-HO-STATUS = '22'
055057             MOVE "TITULAIRE DEJA PRESENT" TO WS-EXCEPTION-REASON
055058         ELSE
055059             MOVE "ECRITURE TITULAIRE ECHEC"
055060                 TO WS-EXCEPTION-REASON
055061         END-IF
055062         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
055063     END-IF.
055064 3000-ADD-HOLDER-EXIT.
055065     EXIT.
055066
055067*-----------------------------------------------------------------
055068* 3050-SCAN-HOLDERS - READ THE ACCOUNT'S HOLDERS IN SEQUENCE
055069* ORDER, KEEPING THE HIGHEST SEQUENCE IN USE AND NOTING WHETHER
055070* THE NAME BEING ADDED IS ALREADY ONE OF THEM.
055071*-----------------------------------------------------------------
055072 3050-SCAN-HOLDERS.
055073     MOVE ZERO TO WS-HO-DERN-SEQ.
055074     MOVE 'N' TO WS-HO-DOUBLON-SW.
055075     MOVE 'N' TO WS-HO-DONE-SW.
055076     MOVE MT-COMPTE TO HO-COMPTE.
055077     MOVE ZERO TO HO-SEQ.
055078     START HOLDER-FILE KEY IS NOT LESS THAN HO-CLE
055079         INVALID KEY
055080             MOVE 'Y' TO WS-HO-DONE-SW
055081     END-START.
055082     PERFORM 3060-READ-NEXT-HOLDER
055083         THRU 3060-READ-NEXT-HOLDER-EXIT
055084         UNTIL WS-HO-SCAN-DONE.
055085 3050-SCAN-HOLDERS-EXIT.
055086     EXIT.
055087
055088*-----------------------------------------------------------------
055089* 3060-READ-NEXT-HOLDER - ONE HOLDER RECORD; THE NEXT ACCOUNT'S
055090* FIRST HOLDER ENDS THE SCAN.
055091*-----------------------------------------------------------------
055092 3060-READ-NEXT-HOLDER.
055093     READ HOLDER-FILE NEXT RECORD
055094         AT END
055095             MOVE 'Y' TO WS-HO-DONE-SW
055096             GO TO 3060-READ-NEXT-HOLDER-EXIT
055097     END-READ.
055098     IF HO-COMPTE NOT = MT-COMPTE
055099         MOVE 'Y' TO WS-HO-DONE-SW
055100         GO TO 3060-READ-NEXT-HOLDER-EXIT
055101     END-IF.
055102     MOVE HO-SEQ TO WS-HO-DERN-SEQ.
055103     IF HO-NOM = MT-NOM
055104         SET WS-HO-DOUBLON TO TRUE
055105     END-IF.
055106 3060-READ-NEXT-HOLDER-EXIT.
055107     EXIT.
055108
055109*-----------------------------------------------------------------
055110* 3100-REMOVE-HOLDER - TAKE A HOLDER OFF AN ACCOUNT, BY THE
055111* HOLDER SEQUENCE PRINTED ON THE REGISTER WHEN IT WAS ADDED.
055112* THE FIRST HOLDER (THE CLIENT ON CLIENT-MASTER) CANNOT BE
055113* REMOVED THIS WAY.
055114*-----------------------------------------------------------------
055115 3100-REMOVE-HOLDER.
055116     IF MT-COMPTE IS NOT NUMERIC
055117         ADD 1 TO WS-REJECT-COUNT
055118         MOVE "COMPTE NON NUMERIQUE" TO WS-EXCEPTION-REASON
055119         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
055120         GO TO 3100-REMOVE-HOLDER-EXIT
055121     END-IF.
055122     IF MT-SEQ-TITULAIRE IS NOT NUMERIC
055123         OR MT-SEQ-TITULAIRE = ZERO
055124         ADD 1 TO WS-REJECT-COUNT
055125         MOVE "RANG TITULAIRE INVALIDE" TO WS-EXCEPTION-REASON
055126         PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
055127         GO TO 3100-REMOVE-HOLDER-EXIT
055128     END-IF.
055129
055130     MOVE MT-COMPTE        TO HO-COMPTE.
055131     MOVE MT-SEQ-TITULAIRE TO HO-SEQ.
055132     READ HOLDER-FILE
055133         INVALID KEY
055134             ADD 1 TO WS-REJECT-COUNT
055135             MOVE "TITULAIRE INCONNU" TO WS-EXCEPTION-REASON
055136             PERFORM 2700-WRITE-REJECT THRU 2700-WRITE-REJECT-EXIT
055137             GO TO 3100-REMOVE-HOLDER-EXIT
055138     END-READ.
055139
055140     DELETE HOLDER-FILE RECORD.
055141     IF WS-HO-STATUS = '00'
055142         ADD 1 TO WS-APPLIED-COUNT
055143         PERFORM 3200-WRITE-HOLDER-APPLIED
055144             THRU 3200-WRITE-HOLDER-APPLIED-EXIT
055145     ELSE
055146         DISPLAY "CLIENTMNT - DELETE CLITITU ECHEC "
055147             MT-COMPTE " " WS-HO-STATUS
055148     END-IF.
055149 3100-REMOVE-HOLDER-EXIT.
055150     EXIT.
055151
055152*-----------------------------------------------------------------
055153* 3200-WRITE-HOLDER-APPLIED - REGISTER LINE FOR A HOLDER ADDED
055154* OR REMOVED, WITH THE HOLDER SEQUENCE IT WAS FILED UNDER.
055155*-----------------------------------------------------------------
055156 3200-WRITE-HOLDER-APPLIED.
055157     MOVE SPACE TO MR-RECORD.
055158     STRING "APPLIQUE CODE=" DELIMITED BY SIZE
055159            MT-CODE          DELIMITED BY SIZE
055160            " COMPTE="       DELIMITED BY SIZE
055161            HO-COMPTE        DELIMITED BY SIZE
055162            " RANG="         DELIMITED BY SIZE
055163            HO-SEQ           DELIMITED BY SIZE
055164            " "              DELIMITED BY SIZE
055165            HO-NOM           DELIMITED BY SIZE
055166            " ROLE="         DELIMITED BY SIZE
055167            HO-ROLE          DELIMITED BY SIZE
055168            " NE="           DELIMITED BY SIZE
055169            HO-DATE-NAISSANCE DELIMITED BY SIZE
055170       INTO MR-RECORD
055171     END-STRING.
055172
055173     WRITE MR-RECORD.
055174 3200-WRITE-HOLDER-APPLIED-EXIT.
055175     EXIT.
055176
055177*-----------------------------------------------------------------
055178* 9000-TERMINATE - CLOSE EACH FILE THAT WAS ACTUALLY OPENED AND
055200* DISPLAY RUN TOTALS.
055300*-----------------------------------------------------------------
055400 9000-TERMINATE.
056610     IF WS-AD-OPEN
056620         CLOSE ADDR-FILE
056630     END-IF.
056640     IF WS-HO-OPEN
056650         CLOSE HOLDER-FILE
056660     END-IF.
056670     IF WS-DC-OPEN
056680         CLOSE CLOT-FILE
056690     END-IF.
056700
056800     DISPLAY "CLIENTMNT - MOUVEMENTS APPLIQUES: "
056900         WS-APPLIED-COUNT.
