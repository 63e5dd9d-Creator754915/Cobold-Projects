      *                     KEY WITH DUPLICATES, so two clients with
      *                     the same name can coexist and a name change
      *                     no longer orphans the account's history.
      *    15/10/2026 RD    Added WS-DATE-NAISSANCE (AAAAMMJJ), keyed
      *                     by CLIENTMNT.  WS-AGE and WS-MAJEUR-SW are
      *                     now derived from it, and FIRSTPROGRAM rolls
      *                     them forward every business day.  A zero
      *                     birth date means not yet captured; such a
      *                     record keeps the age as last keyed.
      *    15/10/2026 RD    Added WS-DATE-REACTIVATION, the business
      *                     date CLIENTMNT last released the account
      *                     from dormancy, for the LCBSURV
      *                     anti-money-laundering watch on reawakened
      *                     accounts.  Zero means never reactivated
      *                     (or before the field was introduced).  The
      *                     record is now 61 bytes.
      *    15/10/2026 RD    New value 'C' of WS-STATUT-SW: account in
      *                     closure.  CLIENTMNT sets it on a closing
      *                     movement and the CLOTURE settlement run
      *                     moves the account on to 'F' once it has
      *                     been settled to zero; meanwhile it takes
      *                     credits but no debits, and earns and pays
      *                     nothing at month end.
      ******************************************************************
           05  WS-COMPTE                   PIC 9(08).
           05  WS-NOM                      PIC X(12).
               88  WS-COMPTE-ACTIF             VALUE 'A'.
               88  WS-COMPTE-FERME             VALUE 'F'.
               88  WS-COMPTE-DORMANT           VALUE 'D'.
               88  WS-COMPTE-EN-CLOTURE        VALUE 'C'.
           05  WS-LIMITE-DECOUVERT         PIC 9(04)V99.
           05  WS-DERN-ACTIVITE            PIC 9(08).
           05  WS-DATE-NAISSANCE           PIC 9(08).
           05  WS-DATE-REACTIVATION        PIC 9(08).
