      ******************************************************************
      *    COPYBOOK   :  MAJREC
      *    AUTHOR     :  R. DUBOIS
      *    INSTALLATION: SERVICE INFORMATIQUE
      *    DATE-WRITTEN: 15/10/2026
      *    REMARKS    :  Majority-transition event, appended to MAJEVT
      *                  by FIRSTPROGRAM when its nightly age roll
      *                  turns a minor client into a majeur.  One
      *                  record per client and transition, dated with
      *                  the business date of the roll; the tax desk
      *                  starts withholding from that date and the
      *                  branch sends the account-takeover paperwork.
      *                  ME-STATUT-COMPTE is WS-STATUT-SW as it stood
      *                  on the master at the time.  COPY this member
      *                  under a single 01-level header - do not
      *                  redefine these fields by hand.
      *
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    15/10/2026 RD    Original copy member.
      ******************************************************************
           05  ME-COMPTE                   PIC 9(08).
           05  ME-NOM                      PIC X(12).
           05  ME-DATE-NAISSANCE           PIC 9(08).
           05  ME-DATE-MAJORITE            PIC 9(08).
           05  ME-AGE                      PIC 9(03).
           05  ME-STATUT-COMPTE            PIC X(01).
