      ******************************************************************
      *    COPYBOOK   :  HOLDREC
      *    AUTHOR     :  R. DUBOIS
      *    INSTALLATION: SERVICE INFORMATIQUE
      *    DATE-WRITTEN: 15/10/2026
      *    REMARKS    :  Account-holder record, shared by every program
      *                  that reads or writes CLITITU (CLIENTMNT,
      *                  CLIENTINQ, STMTGEN, FISCRPT).  One record per
      *                  ADDITIONAL holder of an account, keyed on the
      *                  account number and a holder sequence (01-99)
      *                  CLIENTMNT assigns.  The first holder is still
      *                  the client on CLIENT-MASTER (WS-NOM, with the
      *                  CLIADDR address) and has no record here, so a
      *                  single-holder account has nothing on this
      *                  file.  HO-ROLE says what the holder is to the
      *                  account: titulaire or co-titulaire share the
      *                  account (and its fiscal slip), a representant
      *                  legal operates it for a minor and shares
      *                  nothing.  The address fields follow the
      *                  CLIADDR layout; a blank street means the
      *                  holder receives mail at the account address.
      *                  A record outlives an account closure, as the
      *                  CLIADDR record does.  COPY this member under a
      *                  single 01-level header - do not redefine these
      *                  fields by hand.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 RD    Original copy member.
      ******************************************************************
           05  HO-CLE.
               10  HO-COMPTE               PIC 9(08).
               10  HO-SEQ                  PIC 9(02).
           05  HO-NOM                      PIC X(12).
           05  HO-DATE-NAISSANCE           PIC 9(08).
           05  HO-ROLE                     PIC X(01).
               88  HO-TITULAIRE                VALUE 'T'.
               88  HO-CO-TITULAIRE             VALUE 'C'.
               88  HO-REPRESENTANT-LEGAL       VALUE 'R'.
               88  HO-ROLE-VALIDE              VALUE 'T' 'C' 'R'.
           05  HO-RUE                      PIC X(30).
           05  HO-VILLE                    PIC X(20).
           05  HO-CODE-POSTAL              PIC X(07).
           05  HO-TELEPHONE                PIC X(12).
