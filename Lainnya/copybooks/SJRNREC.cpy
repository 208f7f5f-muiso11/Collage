      *****************************************************************
      * Copybook:   SJRNREC
      * Used by:    MYSUSP, MYBACKOT
      * Purpose:    One record on the permanent SUSPJRNL suspense
      *             journal, appended by MYSUSP for every SUSPFILE
      *             entry it drops from the live list - RESOLVED (the
      *             day's MYPROG pass posts the slot), WRITEOFF (also
      *             on WOFFFILE) or COLLAPSED (a duplicate entry for a
      *             slot already seen) - carrying the slot and
      *             original date exactly as they stood on SUSPFILE,
      *             so a backed-out day's suspense can be put back
      *             from data. MYBACKOT appends a BACKOUT marker for
      *             the date it backs out: journal entries for that
      *             date written before the marker have been put back
      *             and are not put back again.
      *****************************************************************
       01  SJRN-RECORD.
           05  SJRN-RUN-DATE           PIC 9(8).
           05  SJRN-ACTION             PIC X.
               88  SJRN-RESOLVED       VALUE 'R'.
               88  SJRN-WRITEOFF       VALUE 'W'.
               88  SJRN-COLLAPSED      VALUE 'C'.
               88  SJRN-BACKOUT        VALUE 'B'.
           05  SJRN-X                  PIC 9(3).
           05  SJRN-ORIG-DATE          PIC 9(8).
