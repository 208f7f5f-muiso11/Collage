      *             the next day's MYTRNLD edit instead of the desk
      *             re-keying them from a printout. REJ-SLOT is only
      *             meaningful for MYPROG rejects (the TRAN-RECORD
      *             image does not carry its slot). A transfer
      *             MYPROG holds is written twice, REJ-XFER-LEG D
      *             then C, one record per leg with the same image
      *             and reason; MYREJRC recycles the pair once, from
      *             the D leg. Reason codes:
      *               MYTRNLD  SLTN slot not numeric
      *                        SLTR slot out of range
      *                        SLTH slot above day pass range
      *                        ACCZ account is zero
      *                        AMTN amount not numeric
      *                        AMTZ amount is zero
      *                        TYPE tran type not D, C, A, R or T
      *                        DESC description blank
      *                        DUPS duplicate slot number
      *                        RVDT reversal date not valid
      *                        RVSL reversal slot not valid
      *                        RVNF original not on HISTFILE
      *                        RVHU HISTFILE not available
      *                        RVRV original is a reversal
      *                        RVAM amount not the original's
      *                        RVDU original already reversed
      *                        RVTB too many reversals in feed
      *                        RVXF original is a transfer
      *                        XFAN transfer to-account not numeric
      *                        XFAZ transfer to-account is zero
      *                        XFSM transfer to the same account
      *                        XFNG transfer amount negative
      *               MYPROG   AUNV account master not available
      *                        ANOF account not on master
      *                        ACLS account is closed
      *                        ALIM account over post limit
      *                        XANF transfer to-account not on
      *                             master
      *                        XACL transfer to-account is closed
      *****************************************************************
       01  REJ-RECORD.
           05  REJ-SOURCE              PIC X(8).
           05  REJ-REASON-CODE         PIC X(4).
           05  REJ-SLOT                PIC 9(4).
           05  REJ-DATA                PIC X(47).
           05  REJ-XFER-LEG            PIC X.
           05  FILLER                  PIC X(8).
