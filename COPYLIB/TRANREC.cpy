      *    02/09/2026 RD    Original copy member, lifted from the FD
      *                     of TRNPOST when the TRNEDIT pre-edit step
      *                     and the TRANFILE batch envelope were added.
      *    15/10/2026 RD    Added the contre-passation movement 'X'.
      *                     It names the TRNHIST entry to be reversed:
      *                     TR-COMPTE is the entry's account and
      *                     TR-ORIG-DATE/TR-ORIG-SEQ the rest of its
      *                     key, TR-MONTANT must repeat the amount
      *                     posted.  Both fields are left zero on any
      *                     other movement.  The record is now 37
      *                     bytes.
      ******************************************************************
           05  TR-COMPTE                   PIC 9(08).
           05  TR-MONTANT                  PIC 9(06)V99.
               88  TR-DEBIT                    VALUE 'D'.
               88  TR-CREDIT                   VALUE 'C'.
               88  TR-VIREMENT                 VALUE 'V'.
               88  TR-CONTRE-PASSATION         VALUE 'X'.
           05  TR-COMPTE-DEST              PIC 9(08).
           05  TR-ORIG-DATE                PIC 9(08).
           05  TR-ORIG-SEQ                 PIC 9(04).
