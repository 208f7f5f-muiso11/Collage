      *****************************************************************
      * Copybook:   APPRCARD
      * Used by:    MYACCMT, MYCALMT
      * Purpose:    One checker's decision card for the APPROVE run:
      *             APPROVE or REJECT and the pending-change ID that
      *             the SUBMIT run printed on its listing (submit date
      *             and a sequence number within the date). A pending
      *             change that no card names stays pending until it
      *             expires. The ID is alphanumeric with a numeric
      *             REDEFINES so a mis-keyed ID is rejected, not
      *             abended on.
      *****************************************************************
       01  APPR-CARD.
           05  APPR-DECISION           PIC X(7).
               88  APPR-APPROVE        VALUE 'APPROVE'.
               88  APPR-REJECT         VALUE 'REJECT '.
           05  FILLER                  PIC X.
           05  APPR-PEND-ID            PIC X(12).
           05  APPR-PEND-ID-N REDEFINES APPR-PEND-ID
                                       PIC 9(12).
           05  FILLER                  PIC X(60).
