      *****************************************************************
      * Copybook:   GLREC
      * Used by:    MYGLEXT, MYBACKOT
      * Purpose:    Fixed-layout journal record for the general-
      *             ledger interface extract: one detail record per
      *             branch per transaction type (D debit, C credit,
      *             A adjustment, R reversal, T same-branch
      *             transfer leg, I inter-branch transfer leg)
      *             carrying the record count and the signed net
      *             amount for that cell, and one trailer record
      *             (record type T, branch and type spaces) carrying
      *             the grand counts and the grand net amount, which
      *             must net to the RECRPT actual total. Replaces the
      *             hand re-keying of the SUMRPT per-type totals
      *             into the GL, and carries the branch dimension the
      *             print totals lost.
      *             GL-BACKOUT-FLAG is B on the offsetting extract
      *             MYBACKOT writes when a posted day is backed out:
      *             the same cells and counts with the amounts
      *             negated, under the backed-out run date.
      *             A transfer's two legs both land in transfer
      *             cells: type T when both accounts are in the same
      *             branch (the branch's T cell nets to zero), type I
      *             when they are not (the I cells net to zero across
      *             branches), so inter-branch settlement shows on
      *             its own GL lines.
      *****************************************************************
       01  GL-RECORD.
           05  GL-REC-TYPE             PIC X.
           05  GL-TRAN-TYPE            PIC X.
           05  GL-REC-COUNT            PIC 9(7).
           05  GL-AMOUNT               PIC S9(11)V99.
           05  GL-BACKOUT-FLAG         PIC X.
               88  GL-BACKOUT-REC      VALUE 'B'.
           05  FILLER                  PIC X(5).
