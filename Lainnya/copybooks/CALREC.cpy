      *****************************************************************
      * Copybook:   CALREC
      * Used by:    MYPROG, MYCALMT, MYTRNLD, MYSUSP, MYACCRU, MYDORM,
      *             MYMONTR
      * Purpose:    Business-calendar record, keyed by run date, that
      *             tells MYPROG how many passes to make that day so
      *             the same compiled program adapts to the monthly
