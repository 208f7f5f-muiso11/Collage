      *****************************************************************
      * Copybook:   ACCTCARD
      * Used by:    MYACCMT, MYDORM
      * Purpose:    One maintenance transaction card against the
      *             ACCTFILE account master: an action (ADD, CHANGE,
      *             CLOSE or REOPEN), the account it applies to, and
      *             all three ignored on CLOSE and REOPEN). Account
      *             and limit are defined alphanumeric with a numeric
      *             REDEFINES so MYACCMT can edit a fat-fingered card
      *             instead of abending on it. MYDORM writes a
      *             proposed deck in this layout for dormant accounts:
      *             CLOSE for a zero balance, REVIEW where money is
      *             still on the account or it has never posted.
      *             REVIEW is a marker for the supervisor, not an
      *             action - it must be changed to CLOSE or removed
      *             before the deck goes in, and MYACCMT rejects a
      *             REVIEW card left in the deck without touching the
      *             master.
      *****************************************************************
       01  ACCT-CARD.
           05  ACARD-ACTION            PIC X(6).
               88  ACARD-CHANGE        VALUE 'CHANGE'.
               88  ACARD-CLOSE         VALUE 'CLOSE '.
               88  ACARD-REOPEN        VALUE 'REOPEN'.
               88  ACARD-REVIEW        VALUE 'REVIEW'.
           05  FILLER                  PIC X.
           05  ACARD-ACCOUNT-NO        PIC X(8).
           05  ACARD-ACCOUNT-NO-N REDEFINES ACARD-ACCOUNT-NO
