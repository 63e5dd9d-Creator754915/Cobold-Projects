      ******************************************************************
      *    COPYBOOK   :  CLOTREC
      *    AUTHOR     :  R. DUBOIS
      *    INSTALLATION: SERVICE INFORMATIQUE
      *    DATE-WRITTEN: 15/10/2026
      *    REMARKS    :  Account-closure request record, shared by
      *                  every program that writes or reads CLOTDEM
      *                  (CLIENTMNT, CLOTURE, STMTGEN).  One record
      *                  per account, keyed by the account number:
      *                  CLIENTMNT files it when a closing movement is
      *                  accepted and puts the account 'C' (en
      *                  cloture); the CLOTURE settlement run then
      *                  posts the closing interest, tax and service
      *                  charge once (DC-ARRETE-SW), pays the balance
      *                  out by cheque or by virement to the nominated
      *                  account, and only then closes the account
      *                  'F'.  A request stays 'P' (pending) until the
      *                  settlement, 'A' while an overdrawn balance
      *                  waits for the client to cover it, and 'S'
      *                  (soldee) once the account is at zero and
      *                  closed on DC-DATE-CLOTURE.  COPY this member
      *                  under a single 01-level header - do not
      *                  redefine these fields by hand.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 RD    Original copy member.
      ******************************************************************
           05  DC-COMPTE                   PIC 9(08).
           05  DC-DATE-DEMANDE             PIC 9(08).
           05  DC-MODE-REGLEMENT           PIC X(01).
               88  DC-PAR-CHEQUE               VALUE 'C'.
               88  DC-PAR-VIREMENT             VALUE 'V'.
               88  DC-MODE-VALIDE              VALUE 'C' 'V'.
           05  DC-COMPTE-BENEF             PIC X(34).
           05  DC-NOM-BENEF                PIC X(30).
           05  DC-STATUT                   PIC X(01).
               88  DC-EN-ATTENTE               VALUE 'P'.
               88  DC-ATTENTE-COUVERTURE       VALUE 'A'.
               88  DC-SOLDEE                   VALUE 'S'.
           05  DC-ARRETE-SW                PIC X(01).
               88  DC-ARRETE-POSTE             VALUE 'O'.
           05  DC-DATE-ARRETE              PIC 9(08).
           05  DC-NB-JOURS                 PIC 9(03).
           05  DC-INTERETS                 PIC 9(06)V99.
           05  DC-RETENUE                  PIC 9(06)V99.
           05  DC-FRAIS                    PIC 9(06)V99.
           05  DC-MONTANT-VERSE            PIC 9(06)V99.
           05  DC-DATE-CLOTURE             PIC 9(08).
