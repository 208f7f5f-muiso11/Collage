      *****************************************************************
      * Copybook:   MNTCTL
      * Used by:    MYACCMT, MYCALMT
      * Purpose:    The one control card that heads every MYACCMT and
      *             MYCALMT run. It says which half of the two-operator
      *             change process the run is and who is running it.
      *               SUBMIT   the maker's run: the maintenance deck is
      *                        edited against the live master and the
      *                        good cards are written to the pending-
      *                        changes file with this ID as submitter
      *                        and the record as it stands now as the
      *                        before-image - nothing is applied
      *               APPROVE  the checker's run: the decision deck
      *                        approves or rejects pending changes by
      *                        ID, and only the approved ones are
      *                        applied; this ID must not be the one
      *                        that submitted the change
      *             A blank operator ID or any other mode ends the run
      *             RC 8 before anything is read.
      *****************************************************************
       01  MNT-CONTROL-CARD.
           05  MCTL-MODE               PIC X(7).
               88  MCTL-SUBMIT         VALUE 'SUBMIT '.
               88  MCTL-APPROVE        VALUE 'APPROVE'.
           05  FILLER                  PIC X.
           05  MCTL-OPER-ID            PIC X(8).
           05  FILLER                  PIC X(64).
