      *****************************************************************
      * Copybook:   PARMREC
      * Used by:    MYPROG, MYRECON, MYAUDRP, MYBANDNG, MYSUSP,
      *             MYTRNLD, MYACCRU, MYDORM, MYMONTR, MYINTEG,
      *             MYBACKOT, MYACCMT, MYCALMT, MYDWEXT
      * Purpose:    One-record control card read by MYPROG at startup.
      *             Carries the loop ceiling and the run date so the
      *             cutoff can be changed by editing the card in the
      *             suspense write-off threshold in business days
      *             used by MYSUSP (blank means the shop default of
      *             30 - the threshold is a card edit now, not a
      *             recompile), and the dormancy threshold in business
      *             days used by the weekly MYDORM run (blank means
      *             the shop default of 180), and the number of
      *             calendar days a submitted MYACCMT or MYCALMT change
      *             may wait for its approver before it expires (blank
      *             means the shop default of 7).
      *****************************************************************
       01  PARM-RECORD.
           05  PARM-LIMIT              PIC 9(3).
           05  PARM-WRITEOFF-DAYS      PIC X(3).
           05  PARM-WRITEOFF-DAYS-N REDEFINES PARM-WRITEOFF-DAYS
                                       PIC 9(3).
           05  PARM-DORMANT-DAYS       PIC X(3).
           05  PARM-DORMANT-DAYS-N REDEFINES PARM-DORMANT-DAYS
                                       PIC 9(3).
           05  PARM-PENDING-DAYS       PIC X(3).
           05  PARM-PENDING-DAYS-N REDEFINES PARM-PENDING-DAYS
                                       PIC 9(3).
           05  FILLER                  PIC X(51).
