      *****************************************************************
      * Copybook:   ERRLINE
      * Used by:    MYPROG, MYSTMT
      * Purpose:    Generic print line for the ERRRPT validation error
      *             report written by VALIDASI-INPUT before MULAI is
      *             allowed to start looping.
