      *****************************************************************
      * Copybook:   MONREC
      * Used by:    MYMONTR
      * Purpose:    One activity-monitoring limit card in the MONLIMIT
      *             table, keyed by branch. MON-SINGLE-LIMIT is the
      *             largest single posting (by absolute amount) the
      *             branch passes without an alert. MON-WINDOW-DAYS
      *             and MON-WINDOW-LIMIT set the rolling window: the
      *             account's total activity over that many business
      *             days up to the run date may not exceed the limit.
      *             MON-BASE-DAYS is the account's own history, the
      *             business days just before the window, and
      *             MON-SPIKE-FACTOR (two decimals, 0300 = 3.00) how
      *             many times its usual daily activity the window
      *             may run at before it is a jump; MON-SPIKE-FLOOR
      *             is the window activity below which a jump is not
      *             worth a case. A zero limit, factor or base turns
      *             that rule off for the branch. Branch **** is the
      *             house card, used for any branch without one of
      *             its own, and must be present. Every amount and
      *             count is defined alphanumeric with a numeric
      *             REDEFINES so MYMONTR can edit a bad card instead
      *             of abending on it.
      *****************************************************************
       01  MON-RECORD.
           05  MON-BRANCH              PIC X(4).
               88  MON-HOUSE-CARD      VALUE '****'.
           05  FILLER                  PIC X.
           05  MON-SINGLE-LIMIT        PIC X(11).
           05  MON-SINGLE-LIMIT-N REDEFINES MON-SINGLE-LIMIT
                                       PIC 9(9)V99.
           05  FILLER                  PIC X.
           05  MON-WINDOW-DAYS         PIC X(3).
           05  MON-WINDOW-DAYS-N REDEFINES MON-WINDOW-DAYS
                                       PIC 9(3).
           05  FILLER                  PIC X.
           05  MON-WINDOW-LIMIT        PIC X(11).
           05  MON-WINDOW-LIMIT-N REDEFINES MON-WINDOW-LIMIT
                                       PIC 9(9)V99.
           05  FILLER                  PIC X.
           05  MON-BASE-DAYS           PIC X(3).
           05  MON-BASE-DAYS-N REDEFINES MON-BASE-DAYS
                                       PIC 9(3).
           05  FILLER                  PIC X.
           05  MON-SPIKE-FACTOR        PIC X(4).
           05  MON-SPIKE-FACTOR-N REDEFINES MON-SPIKE-FACTOR
                                       PIC 9(2)V99.
           05  FILLER                  PIC X.
           05  MON-SPIKE-FLOOR         PIC X(11).
           05  MON-SPIKE-FLOOR-N REDEFINES MON-SPIKE-FLOOR
                                       PIC 9(9)V99.
           05  FILLER                  PIC X(27).
