      *****************************************************************
      * Copybook:   AJRNREC
      * Used by:    MYACCRU, MYBACKOT
      * Purpose:    One record on the permanent ACCRJRNL accrual
      *             journal, appended by MYACCRU so that a backed-out
      *             day's accrual can be put back from data, as the
      *             suspense is from SUSPJRNL. The first run of a
      *             date writes a START record and then every line
      *             INTCAP held before the run emptied it (the batch
      *             the day's STEP005 loaded); every accrual master
      *             record the run then changes is journaled as it
      *             stood before the change, or as ADDED when the run
      *             created it. A rerun of the date finds its START
      *             record and journals INTCAP no further. MYBACKOT
      *             puts the images back, rebuilds INTCAP from the
      *             saved lines and appends a BACKOUT marker for the
      *             date: journal entries for that date written
      *             before the marker have been put back and are not
      *             put back again. AJRN-IMAGE holds the ACCR-RECORD
      *             (BEFORE, ADDED) or the FEED-RECORD (INTCAP).
      *****************************************************************
       01  AJRN-RECORD.
           05  AJRN-RUN-DATE           PIC 9(8).
           05  AJRN-ACTION             PIC X.
               88  AJRN-START          VALUE 'S'.
               88  AJRN-INTCAP         VALUE 'K'.
               88  AJRN-BEFORE         VALUE 'A'.
               88  AJRN-ADDED          VALUE 'N'.
               88  AJRN-BACKOUT        VALUE 'B'.
           05  AJRN-IMAGE              PIC X(60).
           05  FILLER                  PIC X(3).
