      * Used by:    MYPROG, MYRECON, MYTRNLD, MYSUSP
      * Purpose:    Daily transaction record. Para2 reads one of these
      *             per pass, keyed by X, instead of just counting.
      *             A reversal (type R) backs out one earlier posting:
      *             TRAN-AMOUNT is the original amount as it was keyed,
      *             TRAN-DESC carries the original's run date and slot
      *             (TRAN-REV-REF), and MYTRNLD fills TRAN-REV-TYPE
      *             with the original's transaction type from
      *             HISTFILE so Para2 can post the exact opposite.
      *             A transfer (type T) moves TRAN-AMOUNT from
      *             TRAN-ACCOUNT-NO to the account in TRAN-XFER-REF;
      *             Para2 posts it as a debit leg and a credit leg
      *             that are accepted or rejected together.
      *****************************************************************
       01  TRAN-RECORD.
           05  TRAN-ACCOUNT-NO         PIC 9(8).
               88  TRAN-DEBIT          VALUE 'D'.
               88  TRAN-CREDIT         VALUE 'C'.
               88  TRAN-ADJUSTMENT     VALUE 'A'.
               88  TRAN-REVERSAL       VALUE 'R'.
               88  TRAN-TRANSFER       VALUE 'T'.
           05  TRAN-DESC               PIC X(20).
           05  TRAN-REV-REF REDEFINES TRAN-DESC.
               10  TRAN-REV-DATE       PIC 9(8).
               10  TRAN-REV-SLOT       PIC 9(3).
               10  FILLER              PIC X(9).
           05  TRAN-XFER-REF REDEFINES TRAN-DESC.
               10  TRAN-XFER-TO-ACCT   PIC 9(8).
               10  FILLER              PIC X(12).
           05  TRAN-REV-TYPE           PIC X.
           05  FILLER                  PIC X(8).
