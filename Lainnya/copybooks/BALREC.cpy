      *****************************************************************
      * Copybook:   BALREC
      * Used by:    MYBALUPD, MYSTMT, MYACCRU, MYDORM, MYINTEG,
      *             MYBACKOT, MYDWEXT
      * Purpose:    Account balance-master record, keyed by account
      *             number, updated once per cycle by MYBALUPD from
      *             the day's OUTFILE net amounts after MYRECON has
      *             generations by hand. BAL-LAST-DATE is the rerun
      *             guard: an account whose last-posted date already
      *             equals the run date is not posted again.
      *             MYINTEG keeps a line-sequential copy of the master
      *             in this layout as its weekly BALBASE baseline.
      *****************************************************************
       01  BAL-RECORD.
           05  BAL-ACCOUNT-NO          PIC 9(8).
