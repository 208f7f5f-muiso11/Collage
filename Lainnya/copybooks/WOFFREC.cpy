      *****************************************************************
      * Copybook:   WOFFREC
      * Used by:    MYSUSP, MYBACKOT
      * Purpose:    One record appended to the WOFFFILE write-off
      *             file for every suspense entry MYSUSP flags
      *             WRITEOFF and drops from SUSPNEW, carrying the
