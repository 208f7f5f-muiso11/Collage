      *****************************************************************
      * Copybook:   ACCTREC
      * Used by:    MYPROG, MYRECON, MYSTMT, MYACCRU, MYDORM, MYINTEG,
      *             MYDWEXT
      * Purpose:    Account-master record, keyed by account number.
      *             Para2 looks one of these up for every matched
      *             transaction so a posting against a closed or
