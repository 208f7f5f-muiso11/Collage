      *****************************************************************
      * Copybook:   RPTLINE
      * Used by:    MYPROG, MYRECON, MYAUDRP, MYTRNLD, MYBANDNG,
      *             MYCALMT, MYSUSP, MYACCRU, MYDORM, MYMONTR, MYINTEG,
      *             MYBACKOT
      * Purpose:    Generic print line for the SUMRPT summary report
      *             (title/date header, one detail line per OUT-FILE
      *             record, trailer with counts and high/low X).
