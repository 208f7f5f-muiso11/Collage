      *****************************************************************
      * Copybook:   RATEREC
      * Used by:    MYACCRU
      * Purpose:    One interest-rate tier card in the RATEFILE rate
      *             table, keyed by branch: the balance floor the
      *             tier starts at and the annual rate, in percent to
      *             four places, paid from that floor up. A branch
      *             carries as many tier cards as it has tiers; the
      *             tier used for an account is the one with the
      *             highest floor not above the account's balance
      *             (by absolute amount). Branch **** is the house
      *             table, used for any branch that has no cards of
      *             its own. Floor and rate are defined alphanumeric
      *             with a numeric REDEFINES so MYACCRU can edit a
      *             fat-fingered card instead of abending on it.
      *****************************************************************
       01  RATE-RECORD.
           05  RATE-BRANCH             PIC X(4).
               88  RATE-HOUSE-TABLE    VALUE '****'.
           05  FILLER                  PIC X.
           05  RATE-FLOOR              PIC X(11).
           05  RATE-FLOOR-N REDEFINES RATE-FLOOR
                                       PIC 9(9)V99.
           05  FILLER                  PIC X.
           05  RATE-PCT                PIC X(6).
           05  RATE-PCT-N REDEFINES RATE-PCT
                                       PIC 9(2)V9(4).
           05  FILLER                  PIC X(57).
