      *                     interest for adult clients; the year-end
      *                     FISCRPT sweep totals 'I' and 'R' per
      *                     account for the fiscal slips.
      *    15/10/2026 RD    Added HS-NATURE, HS-ANNULE-SW and the
      *                     reference key HS-REF-CLE for the
      *                     contre-passation movement.  Each leg of a
      *                     virement is now written with nature 'V'
      *                     and the key of the other leg; a reversal
      *                     is written with nature 'P', the ORIGINAL
      *                     entry's indicator and amount (its effect
      *                     on SOLDE is therefore the opposite of the
      *                     indicator) and the key of the entry it
      *                     cancels, which TRNPOST flags 'O' in
      *                     HS-ANNULE-SW.  Archive records written
      *                     before this change read back with spaces
      *                     in the new fields, i.e. an ordinary,
      *                     unreversed movement.  The record is now
      *                     57 bytes.
      *    15/10/2026 RD    Added the 'A' indicator for the month-end
      *                     overdraft debit interest (agios) AGIOCALC
      *                     prices from the daily balances; like 'F'
      *                     it takes money out of the account, shows
      *                     as its own statement line and nets on the
      *                     debit side of the reconciliation and the
      *                     ledger extract.
      *    15/10/2026 RD    Added nature 'E' for a movement whose
      *                     other side is an interbank clearing: the
      *                     'D' CMPEMIS posts when a client's virement
      *                     to another bank is sent, and the 'C'
      *                     CMPRAPP posts when such a virement comes
      *                     back rejected, carrying in HS-REF-CLE the
      *                     key of the debit it gives back.  Neither
      *                     can be reversed by a contre-passation.
      ******************************************************************
           05  HS-CLE.
               10  HS-COMPTE               PIC 9(08).
               88  HS-INTERET                  VALUE 'I'.
               88  HS-FRAIS                    VALUE 'F'.
               88  HS-RETENUE                  VALUE 'R'.
               88  HS-AGIOS                    VALUE 'A'.
           05  HS-MONTANT                  PIC 9(06)V99.
           05  HS-NOUVEAU-SOLDE            PIC S9(04)V99.
           05  HS-NATURE                   PIC X(01).
               88  HS-MOUVEMENT-SIMPLE         VALUE SPACE.
               88  HS-JAMBE-VIREMENT           VALUE 'V'.
               88  HS-CONTRE-PASSATION         VALUE 'P'.
               88  HS-COMPENSATION             VALUE 'E'.
           05  HS-ANNULE-SW                PIC X(01).
               88  HS-ANNULE                   VALUE 'O'.
           05  HS-REF-CLE.
               10  HS-REF-COMPTE           PIC 9(08).
               10  HS-REF-DATE             PIC 9(08).
               10  HS-REF-SEQ              PIC 9(04).
