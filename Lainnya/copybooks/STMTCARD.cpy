      *****************************************************************
      * Copybook:   STMTCARD
      * Used by:    MYSTMT
      * Purpose:    One statement-period control card: the from/to
      *             run-date range the MYSTMT statement run covers.
      *             Dates are defined alphanumeric with a numeric
      *             REDEFINES so MYSTMT can edit a fat-fingered card
      *             instead of abending on it. A missing card, or
      *             both dates blank, means the calendar month before
      *             today - the normal month-end run needs no card
      *             edit at all.
      *****************************************************************
       01  STMT-CARD.
           05  STMT-FROM-DATE          PIC X(8).
           05  STMT-FROM-DATE-N REDEFINES STMT-FROM-DATE
                                       PIC 9(8).
           05  FILLER                  PIC X.
           05  STMT-TO-DATE            PIC X(8).
           05  STMT-TO-DATE-N REDEFINES STMT-TO-DATE
                                       PIC 9(8).
           05  FILLER                  PIC X(63).
