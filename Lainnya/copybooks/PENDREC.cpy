      *****************************************************************
      * Copybook:   PENDREC
      * Used by:    MYACCMT, MYCALMT
      * Purpose:    One submitted, not yet approved master change on
      *             a pending-changes file (ACCPEND for MYACCMT,
      *             CALPEND for MYCALMT). The SUBMIT run adds one per
      *             accepted card; the APPROVE run takes off every
      *             entry it applies, rejects or expires and writes
      *             the rest back, so the file only ever holds changes
      *             still waiting for a checker.
      *               PEND-ID        submit date + sequence within the
      *                              date - the ID the checker keys
      *               PEND-CARD      the maintenance card as submitted
      *                              (ACCTCARD or CALCARD layout)
      *               PEND-BEFORE    the master record as it stood at
      *                              submit (ACCTREC or CALREC layout),
      *                              with PEND-BEFORE-FLAG N when there
      *                              was none (an ADD). The APPROVE run
      *                              applies the change only if the
      *                              master still matches it.
      *             The file also carries one control record, PEND-ID
      *             all zeros, written first on every rebuild: the last
      *             pending ID issued (PEND-LAST-DATE/-SEQ), so the
      *             sequence within a date keeps climbing after the
      *             entries it was issued to are taken off and an ID
      *             is never issued twice.
      *****************************************************************
       01  PEND-RECORD.
           05  PEND-ID.
               10  PEND-SUB-DATE       PIC 9(8).
               10  PEND-SEQ            PIC 9(4).
           05  PEND-ID-N REDEFINES PEND-ID
                                       PIC 9(12).
               88  PEND-CONTROL-REC    VALUE ZERO.
           05  PEND-SUBMITTER          PIC X(8).
           05  PEND-CARD               PIC X(80).
           05  PEND-LAST-ISSUED REDEFINES PEND-CARD.
               10  PEND-LAST-DATE      PIC 9(8).
               10  PEND-LAST-SEQ       PIC 9(4).
               10  FILLER              PIC X(68).
           05  PEND-BEFORE-FLAG        PIC X.
               88  PEND-BEFORE-ON-FILE VALUE 'Y'.
               88  PEND-BEFORE-NONE    VALUE 'N'.
           05  PEND-BEFORE             PIC X(80).
           05  FILLER                  PIC X(19).
