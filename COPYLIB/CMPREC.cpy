      ******************************************************************
      *    COPYBOOK   :  CMPREC
      *    AUTHOR     :  R. DUBOIS
      *    INSTALLATION: SERVICE INFORMATIQUE
      *    DATE-WRITTEN: 15/10/2026
      *    REMARKS    :  Interbank clearing item record, shared by
      *                  every program that writes or reads CMPENC,
      *                  the clearing suspense file (CMPEMIS,
      *                  CMPRAPP).  One record per virement sent to
      *                  another bank, keyed by the business date it
      *                  was emitted and a sequence number within that
      *                  date - the same key goes out on the outbound
      *                  clearing file as our reference and comes back
      *                  on the settlement returns.  The client's SOLDE
      *                  is debited when the item is written, so until
      *                  the clearing house settles it the amount is
      *                  held here: an item stays 'E' (emis) until the
      *                  settlement return marks it 'R' (regle), or
      *                  'J' once a returned or rejected payment has
      *                  been credited back to the account.  'N' is a
      *                  return that could not be credited back
      *                  (account closed, dormant or gone) and is left
      *                  for the back office; its amount is still held
      *                  in suspense.  CP-HIST-CLE is the TRNHIST key
      *                  of the debit that took the money out, and
      *                  CP-RETOUR-CLE that of the credit that put it
      *                  back.  COPY this member under a single
      *                  01-level header - do not redefine these
      *                  fields by hand.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 RD    Original copy member.
      ******************************************************************
           05  CP-CLE.
               10  CP-DATE-EMISSION        PIC 9(08).
               10  CP-SEQ                  PIC 9(05).
           05  CP-COMPTE                   PIC 9(08).
           05  CP-MONTANT                  PIC 9(06)V99.
           05  CP-IBAN-BENEF               PIC X(34).
           05  CP-BIC-BENEF                PIC X(11).
           05  CP-NOM-BENEF                PIC X(30).
           05  CP-REF-CLIENT               PIC X(16).
           05  CP-HIST-CLE.
               10  CP-HIST-DATE            PIC 9(08).
               10  CP-HIST-SEQ             PIC 9(04).
           05  CP-STATUT                   PIC X(01).
               88  CP-EMIS                     VALUE 'E'.
               88  CP-REGLE                    VALUE 'R'.
               88  CP-RETOURNE                 VALUE 'J'.
               88  CP-RETOUR-NON-CREDITE       VALUE 'N'.
               88  CP-EN-SUSPENS               VALUE 'E' 'N'.
           05  CP-DATE-STATUT              PIC 9(08).
           05  CP-CODE-RETOUR              PIC X(04).
           05  CP-MOTIF-RETOUR             PIC X(30).
           05  CP-RETOUR-CLE.
               10  CP-RETOUR-DATE          PIC 9(08).
               10  CP-RETOUR-SEQ           PIC 9(04).
