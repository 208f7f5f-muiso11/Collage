      *****************************************************************
      * Copybook:   STATREC
      * Used by:    MYPROG, MYTRNLD, MYSUSP, MYRECON, MYBALUPD,
      *             MYGLEXT, MYBANDNG, MYSTSRP, MYACCRU, MYMONTR,
      *             MYBACKOT, MYDWEXT
      * Purpose:    Run-status interface record. MYPROG rewrites the
      *             one-record RUNSTAT file with it on every run so
      *             the scheduler's recovery jobs can branch on a
      *               OPNT  MYTRNLD TRANFILE would not open
      *               OPNS  MYSUSP suspense file would not open
      *               OPNN  MYSUSP SUSPNEW would not open
      *               OPNJ  MYSUSP suspense journal or MYACCRU
      *                     accrual journal would not open (MYACCRU
      *                     also when a journal write fails)
      *               BALC  MYRECON declared the day in balance
      *               OOBL  day out of balance (MYRECON/MYBALUPD)
      *               RERN  rerun skipped work already applied
      *                     (MYBALUPD accounts, MYHISTAP append,
      *                     MYACCRU accounts already accrued,
      *                     MYMONTR alerts already on file)
      *               OPNB  MYBALUPD/MYACCRU/MYDWEXT balance master
      *                     would not open
      *               OPNG  MYGLEXT extract would not open
      *               GOVF  MYGLEXT branch/type table overflowed -
      *                     extract not certified
      *               OPNH  MYHISTAP/MYMONTR history would not
      *                     open
      *               HPRT  MYHISTAP found a partial earlier append
      *                     for the run date - history needs repair
      *               OPNM  MYBANDNG merged file would not open
      *               SEQB  MYCYCCK run date repeats/precedes cycle
      *               CKPS  MYCYCCK stale checkpoint, another date
      *               OUTN  MYCYCCK OUTFILE (0) not empty
      *               OPNR  MYACCRU rate table would not open or
      *                     held no usable tier
      *               OPNI  MYACCRU accrual master would not open
      *               OPNK  MYACCRU INTCAP capitalization batch
      *                     would not open
      *               ACCW  MYACCRU accrual master record would not
      *                     rewrite or write
      *               OPNL  MYMONTR limit table would not open or
      *                     held no house card
      *               CALM  MYMONTR calendar would not open or held
      *                     no business day up to the run date
      *               OPNE  MYMONTR alert file would not open
      *               ALRT  MYMONTR raised activity alerts (RC 4)
      *               OPNW  MYDWEXT warehouse extract file would
      *                     not open
      *               DWIN  MYDWEXT found the balance master does not
      *                     carry the day - manifest INCOMPLETE
      *               BKOT  the run date was backed out by MYBACKOT -
      *                     the day's cycle records before this one
      *                     no longer count (MYBACKOT writes only
      *                     this record, and only when the backout
      *                     succeeded)
      *             STAT-FAIL-DD/STAT-FAIL-STATUS carry the failing
      *             file's DD name and file status (spaces when the
      *             run did not fail on a file), STAT-LAST-GOOD-X the
