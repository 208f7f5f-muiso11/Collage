      *****************************************************************
      * Copybook:   MLOGREC
      * Used by:    MYACCMT, MYCALMT
      * Purpose:    One applied master change on the permanent MNTLOG
      *             maintenance log, appended by the APPROVE run of
      *             MYACCMT (ACCTFILE) or MYCALMT (CALFILE) for every
      *             pending change it applies - the auditors' record
      *             of who asked for each change, who let it through
      *             and what the record looked like either side.
      *               MLOG-BEFORE/-AFTER  the master record (ACCTREC
      *                                   or CALREC layout) before and
      *                                   after the change; the flag
      *                                   is N where there was none
      *                                   (before an ADD, after a
      *                                   calendar DELETE)
      *****************************************************************
       01  MLOG-RECORD.
           05  MLOG-FILE               PIC X(8).
           05  MLOG-PEND-ID            PIC 9(12).
           05  MLOG-ACTION             PIC X(6).
           05  MLOG-SUBMITTER          PIC X(8).
           05  MLOG-APPROVER           PIC X(8).
           05  MLOG-APPLY-DATE         PIC 9(8).
           05  MLOG-APPLY-TIME         PIC 9(6).
           05  MLOG-BEFORE-FLAG        PIC X.
           05  MLOG-BEFORE             PIC X(80).
           05  MLOG-AFTER-FLAG         PIC X.
           05  MLOG-AFTER              PIC X(80).
           05  FILLER                  PIC X(22).
