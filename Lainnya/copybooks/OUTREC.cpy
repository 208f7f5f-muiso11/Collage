      *****************************************************************
      * Copybook:   OUTREC
      * Used by:    MYPROG, MYRECON, MYBANDNG, MYBALUPD, MYGLEXT,
      *             MYHISTIQ, MYSTMT, MYDORM, MYTRNLD, MYMONTR,
      *             MYINTEG, MYBACKOT, MYDWEXT
      * Purpose:    One output record per pass through Para2, carrying
      *             the iteration value of X, a job date/time stamp,
      *             and the TRAN-FILE record read for that pass (found
      *             queries has description-level detail; it widened
      *             the record from 60 to 80 bytes (see the cutover
      *             note in MYPROGJB STEP020).
      *             On a reversal (OUT-TRAN-TYPE R) Para2 builds
      *             OUT-DESC as OUT-REV-REF - "REV", the original's
      *             type, run date and slot - so the history points
      *             back at the posting it backs out.
      *             A transfer (OUT-TRAN-TYPE T) is two records for
      *             the one pass, written back to back: the debit
      *             leg (+amount, from-account) then the credit leg
      *             (-amount, to-account). Each leg's OUT-DESC is
      *             OUT-XFER-REF - "XFR", the leg, and the other
      *             leg's account and branch - so the pair can be
      *             matched and inter-branch transfers told apart.
      *****************************************************************
       01  OUT-RECORD.
           05  OUT-X                   PIC 9(3).
           05  OUT-ACCT-NAME           PIC X(20).
           05  OUT-ACCT-BRANCH         PIC X(4).
           05  OUT-DESC                PIC X(20).
           05  OUT-REV-REF REDEFINES OUT-DESC.
               10  OUT-REV-TAG         PIC X(4).
               10  OUT-REV-TYPE        PIC X.
               10  FILLER              PIC X.
               10  OUT-REV-DATE        PIC 9(8).
               10  FILLER              PIC X.
               10  OUT-REV-SLOT        PIC 9(3).
               10  FILLER              PIC X(2).
           05  OUT-XFER-REF REDEFINES OUT-DESC.
               10  OUT-XFER-TAG        PIC X(4).
               10  OUT-XFER-LEG        PIC X.
                   88  OUT-XFER-DEBIT-LEG  VALUE 'D'.
                   88  OUT-XFER-CREDIT-LEG VALUE 'C'.
               10  FILLER              PIC X.
               10  OUT-XFER-ACCT       PIC 9(8).
               10  FILLER              PIC X.
               10  OUT-XFER-BRANCH     PIC X(4).
               10  FILLER              PIC X.
