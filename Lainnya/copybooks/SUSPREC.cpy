      *****************************************************************
      * Copybook:   SUSPREC
      * Used by:    MYPROG, MYSUSP, MYBACKOT
      * Purpose:    One suspense record appended by Para2 for every
      *             pass whose TRAN-FILE relative READ found no
      *             record, carrying the slot and the run date the
