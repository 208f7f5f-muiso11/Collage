      *****************************************************************
      * Copybook:   ACCRREC
      * Used by:    MYACCRU, MYBACKOT
      * Purpose:    Interest-accrual master record, keyed by account
      *             number, maintained by MYACCRU after every cycle's
      *             balance posting. Carries the interest accrued to
      *             date in the current month (four decimal places -
      *             the daily fractions of a cent are kept, not lost
      *             to rounding), the last business date accrued,
      *             which is the rerun guard exactly as BAL-LAST-DATE
      *             is on BALFILE, and the last capitalization: the
      *             date it was raised, the amount and the feed slot
      *             it was given, so a rerun of a month-end cycle
      *             rebuilds the same capitalization batch instead of
      *             losing it or raising it twice. ACCR-RATE-PCT is
      *             the annual rate last applied, for the register.
      *             MYACCRU journals each record to ACCRJRNL (see
      *             copybook AJRNREC) before the day changes it, and
      *             MYBACKOT puts it back from there.
      *****************************************************************
       01  ACCR-RECORD.
           05  ACCR-ACCOUNT-NO         PIC 9(8).
           05  ACCR-TO-DATE-AMT        PIC S9(9)V9(4).
           05  ACCR-LAST-DATE          PIC 9(8).
           05  ACCR-CAP-DATE           PIC 9(8).
           05  ACCR-CAP-AMT            PIC S9(7)V99.
           05  ACCR-CAP-SLOT           PIC 9(3).
           05  ACCR-RATE-PCT           PIC 9(2)V9(4).
           05  FILLER                  PIC X(5).
