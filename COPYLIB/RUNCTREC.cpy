      *                     FRAISCLC service-charge run, so a double
      *                     pass cannot charge every account twice;
      *                     the record is now 29 bytes.
      *    15/10/2026 RD    Added RC-AGIOS-STATUT for the month-end
      *                     AGIOCALC overdraft-interest run and
      *                     RC-AGIOS-PERIODE, the last month (AAAAMM)
      *                     it charged, which FIRSTPROGRAM does not
      *                     clear: the period is what stops a second
      *                     charge for the same month on a later
      *                     business day.  Both are appended at the
      *                     end, so a RUNCTL written before the change
      *                     reads back with the step not run; the
      *                     record is now 36 bytes.
      *    15/10/2026 RD    Added RC-CLOTURE-STATUT for the nightly
      *                     CLOTURE account-closure settlement run,
      *                     and RC-INTCALC-DATE, the business date of
      *                     the last INTCALC interest run that
      *                     completed, from which CLOTURE prices the
      *                     closing interest pro rata.  FIRSTPROGRAM
      *                     clears the status every day but never the
      *                     date.  Both are appended at the end, so a
      *                     RUNCTL written before the change reads back
      *                     with the step not run and no interest run
      *                     on record; the record is now 45 bytes.
      *    15/10/2026 RD    Added RC-CMPEMIS-STATUT for the nightly
      *                     CMPEMIS run that debits and sends the
      *                     virements to other banks, and
      *                     RC-CMPRAPP-STATUT for the CMPRAPP clearing
      *                     reconciliation that credits returned ones
      *                     back, so neither can move money twice on
      *                     one business day.  Both are appended at the
      *                     end and cleared by FIRSTPROGRAM every day;
      *                     the record is now 47 bytes.
      ******************************************************************
           05  RC-DATE-AFFAIRES            PIC 9(08).
           05  RC-DERN-TRANFILE            PIC 9(08).
               88  RC-TBALRPT-EN-COURS         VALUE 'E'.
               88  RC-TBALRPT-TERMINE          VALUE 'C'.
           05  RC-NO-LOT                   PIC 9(06).
           05  RC-AGIOS-STATUT             PIC X(01).
               88  RC-AGIOS-EN-COURS           VALUE 'E'.
               88  RC-AGIOS-TERMINE            VALUE 'C'.
           05  RC-AGIOS-PERIODE            PIC 9(06).
           05  RC-CLOTURE-STATUT           PIC X(01).
               88  RC-CLOTURE-EN-COURS         VALUE 'E'.
               88  RC-CLOTURE-TERMINE          VALUE 'C'.
           05  RC-INTCALC-DATE             PIC 9(08).
           05  RC-CMPEMIS-STATUT           PIC X(01).
               88  RC-CMPEMIS-EN-COURS         VALUE 'E'.
               88  RC-CMPEMIS-TERMINE          VALUE 'C'.
           05  RC-CMPRAPP-STATUT           PIC X(01).
               88  RC-CMPRAPP-EN-COURS         VALUE 'E'.
               88  RC-CMPRAPP-TERMINE          VALUE 'C'.
