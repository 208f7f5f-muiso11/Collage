      *****************************************************************
      * Copybook:   CKPTREC
      * Used by:    MYPROG, MYBACKOT
      * Purpose:    Single-record checkpoint carrying the last value
      *             of X completed by Para2, so a rerun after an abend
      *             can resume instead of restarting X at 1. Tagged
