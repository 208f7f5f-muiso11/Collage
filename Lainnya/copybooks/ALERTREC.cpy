      *****************************************************************
      * Copybook:   ALERTREC
      * Used by:    MYMONTR, MYBACKOT
      * Purpose:    One activity-monitoring alert on the permanent
      *             ALERTFILE, appended by MYMONTR every cycle and
      *             kept as the compliance desk's evidence of the
      *             control. Rules:
      *               LRGV  single posting above the branch limit -
      *                     ALRT-SLOT is the posting's slot, the
      *                     window dates are both the run date
      *               VELO  activity over the rolling business-day
      *                     window above the branch window limit
      *               SPKE  window activity a sharp jump on the
      *                     account's own history - ALRT-LIMIT is
      *                     the base period's daily average times the
      *                     window days times the branch factor,
      *                     ALRT-BASE-AMT the base period's activity
      *             ALRT-AMOUNT is the signed posting amount for
      *             LRGV and the gross (absolute) window activity
      *             for VELO and SPKE. MYBACKOT takes a backed-out
      *             day's alerts off the file, so the corrected
      *             rerun is monitored as a first run.
      *****************************************************************
       01  ALERT-RECORD.
           05  ALRT-RUN-DATE           PIC 9(8).
           05  ALRT-ACCOUNT-NO         PIC 9(8).
           05  ALRT-BRANCH             PIC X(4).
           05  ALRT-RULE               PIC X(4).
               88  ALRT-LARGE-VALUE    VALUE 'LRGV'.
               88  ALRT-VELOCITY       VALUE 'VELO'.
               88  ALRT-SPIKE          VALUE 'SPKE'.
           05  ALRT-SLOT               PIC 9(3).
           05  ALRT-AMOUNT             PIC S9(9)V99.
           05  ALRT-LIMIT              PIC S9(9)V99.
           05  ALRT-BASE-AMT           PIC S9(9)V99.
           05  ALRT-FROM-DATE          PIC 9(8).
           05  ALRT-TO-DATE            PIC 9(8).
           05  FILLER                  PIC X(4).
