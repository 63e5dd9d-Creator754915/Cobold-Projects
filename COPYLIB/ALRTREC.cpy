      ******************************************************************
      *    COPYBOOK   :  ALRTREC
      *    AUTHOR     :  R. DUBOIS
      *    INSTALLATION: SERVICE INFORMATIQUE
      *    DATE-WRITTEN: 15/10/2026
      *    REMARKS    :  Anti-money-laundering alert record, shared by
      *                  every program that writes or reads LCBALRT
      *                  (LCBSURV, LCBMNT).  One record per account,
      *                  per kind of pattern, per business date the
      *                  LCBSURV surveillance raised it, so a rerun of
      *                  the same night finds the alert already there
      *                  and cannot raise it twice.  AL-MONTANT is the
      *                  money the pattern involves and AL-NB-MOUVEMENTS
      *                  the movements that make it up; AL-REF-CLE is
      *                  the TRNHIST key of the movement that tripped
      *                  it.  An alert stays 'O' (open) until the
      *                  compliance officer clears it ('C') or
      *                  declares it to the authorities ('D') through
      *                  LCBMNT; AL-DATE-STATUT is the business date of
      *                  the last change of status and AL-AGENT who
      *                  made it.  COPY this member under a single
      *                  01-level header - do not redefine these fields
      *                  by hand.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 RD    Original copy member.
      ******************************************************************
           05  AL-CLE.
               10  AL-DATE-ALERTE          PIC 9(08).
               10  AL-COMPTE               PIC 9(08).
               10  AL-TYPE                 PIC X(02).
                   88  AL-GROS-MONTANT         VALUE 'GM'.
                   88  AL-FRACTIONNEMENT       VALUE 'FR'.
                   88  AL-ALLER-RETOUR         VALUE 'AR'.
                   88  AL-REVEIL-DORMANT       VALUE 'RD'.
           05  AL-LIBELLE                  PIC X(20).
           05  AL-MONTANT                  PIC 9(08)V99.
           05  AL-NB-MOUVEMENTS            PIC 9(03).
           05  AL-REF-CLE.
               10  AL-REF-COMPTE           PIC 9(08).
               10  AL-REF-DATE             PIC 9(08).
               10  AL-REF-SEQ              PIC 9(04).
           05  AL-STATUT                   PIC X(01).
               88  AL-OUVERTE                  VALUE 'O'.
               88  AL-CLASSEE                  VALUE 'C'.
               88  AL-DECLAREE                 VALUE 'D'.
           05  AL-DATE-STATUT              PIC 9(08).
           05  AL-AGENT                    PIC X(08).
           05  AL-MOTIF                    PIC X(20).
