      ******************************************************************
      *    COPYBOOK   :  SNAPREC
      *    AUTHOR     :  R. DUBOIS
      *    INSTALLATION: SERVICE INFORMATIQUE
      *    DATE-WRITTEN: 15/10/2026
      *    REMARKS    :  Month-end portfolio snapshot record, shared
      *                  by every program that writes or reads PORTFOL
      *                  (PORTSNAP, PORTRPT).  One record per account
      *                  per month, keyed by the period (AAAAMM) and
      *                  the account number, so every month ever
      *                  taken stays on file side by side and a month
      *                  can be read back whole with a START on its
      *                  period.  SN-SOLDE is the balance the account
      *                  closed the month with; the status, the
      *                  overdraft line and the age are those on
      *                  CLIENT-MASTER when the snapshot was taken.
      *                  The SN-TOT- fields are the month's movements
      *                  on TRNHIST by indicator; contre-passations
      *                  are kept apart, netted, credit positive.  The
      *                  SN-PREC fields compare the account with the
      *                  month before: 'O' it was in that snapshot
      *                  (SN-STATUT-PREC and SN-SOLDE-PREC are then
      *                  its status and balance there), 'N' it was
      *                  not - a new account - and '?' there was no
      *                  snapshot for that month to compare with.
      *                  COPY this member under a single 01-level
      *                  header - do not redefine these fields by
      *                  hand.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 RD    Original copy member.
      ******************************************************************
           05  SN-CLE.
               10  SN-PERIODE              PIC 9(06).
               10  SN-COMPTE               PIC 9(08).
           05  SN-DATE-INSTANTANE          PIC 9(08).
           05  SN-STATUT                   PIC X(01).
               88  SN-ACTIF                    VALUE 'A'.
               88  SN-FERME                    VALUE 'F'.
               88  SN-DORMANT                  VALUE 'D'.
               88  SN-EN-CLOTURE               VALUE 'C'.
           05  SN-SOLDE                    PIC S9(04)V99.
           05  SN-LIMITE-DECOUVERT         PIC 9(04)V99.
           05  SN-DECOUVERT-UTILISE        PIC 9(04)V99.
           05  SN-TAUX-UTILISATION         PIC 9(03).
           05  SN-AGE                      PIC 9(03).
           05  SN-TRANCHE-AGE              PIC 9(01).
               88  SN-AGE-MOINS-18             VALUE 1.
               88  SN-AGE-18-25                VALUE 2.
               88  SN-AGE-26-40                VALUE 3.
               88  SN-AGE-41-60                VALUE 4.
               88  SN-AGE-61-PLUS              VALUE 5.
           05  SN-TRANCHE-SOLDE            PIC 9(01).
               88  SN-SOLDE-DEBITEUR           VALUE 1.
               88  SN-SOLDE-0-499              VALUE 2.
               88  SN-SOLDE-500-1999           VALUE 3.
               88  SN-SOLDE-2000-4999          VALUE 4.
               88  SN-SOLDE-5000-PLUS          VALUE 5.
           05  SN-NB-MOUVEMENTS            PIC 9(05).
           05  SN-TOT-CREDITS              PIC 9(07)V99.
           05  SN-TOT-DEBITS               PIC 9(07)V99.
           05  SN-TOT-INTERETS             PIC 9(07)V99.
           05  SN-TOT-FRAIS                PIC 9(07)V99.
           05  SN-TOT-AGIOS                PIC 9(07)V99.
           05  SN-TOT-RETENUES             PIC 9(07)V99.
           05  SN-NET-CONTRE-PASS          PIC S9(07)V99.
           05  SN-PREC-SW                  PIC X(01).
               88  SN-PREC-CONNU               VALUE 'O'.
               88  SN-NOUVEAU-COMPTE           VALUE 'N'.
               88  SN-PREC-ABSENT              VALUE '?'.
           05  SN-STATUT-PREC              PIC X(01).
           05  SN-SOLDE-PREC               PIC S9(04)V99.
