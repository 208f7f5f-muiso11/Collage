      * 09/02/26 MYNAME  MYHISTAP, the new STEP025 history appender,
      *                  added to the expected step sequence (RC 4,
      *                  a rerun skip, is a working completion).
      * 09/16/26 MYNAME  MYACCRU, the new STEP018 interest accrual,
      *                  added to the expected step sequence after
      *                  MYGLEXT (RC 4 - rerun skips, a capitalization
      *                  carried for want of a slot, or no next
      *                  business day on the calendar - is a working
      *                  completion).
      * 09/22/26 MYNAME  MYMONTR, the new STEP027 activity monitoring,
      *                  added to the expected step sequence after
      *                  MYHISTAP (RC 4 - alerts raised, or a rerun
      *                  skip - is a working completion).
      * 10/02/26 MYNAME  MYDWEXT, the new STEP019 data-warehouse
      *                  extract, added to the expected step sequence
      *                  after MYACCRU (any RC above 0 - a file that
      *                  would not open or an INCOMPLETE manifest -
      *                  breaks the cycle).
      * 10/06/26 MYNAME  A MYBACKOT backout record for the run date
      *                  now clears every step seen before it, the
      *                  way MYCYCCK voids the date's earlier records:
      *                  the backed-out run's records no longer make a
      *                  rerun that stopped partway look complete.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           05  FILLER                  PIC X(11) VALUE 'MYRECON 000'.
           05  FILLER                  PIC X(11) VALUE 'MYBALUPD004'.
           05  FILLER                  PIC X(11) VALUE 'MYGLEXT 000'.
           05  FILLER                  PIC X(11) VALUE 'MYACCRU 004'.
           05  FILLER                  PIC X(11) VALUE 'MYDWEXT 000'.
           05  FILLER                  PIC X(11) VALUE 'MYHISTAP004'.
           05  FILLER                  PIC X(11) VALUE 'MYMONTR 004'.
           05  FILLER                  PIC X(11) VALUE 'MYBANDNG000'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-DEFS.
           05  WS-STEP-ENTRY OCCURS 12 TIMES.
               10  WS-STEP-NAME        PIC X(8).
               10  WS-STEP-MAX-RC      PIC 9(3).
       01  WS-STEP-SEEN-TABLE.
           05  WS-STEP-SEEN OCCURS 12 TIMES.
               10  WS-SEEN-FLAG        PIC X.
               10  WS-SEEN-RC          PIC 9(3).
       01  WS-RPT-HEADER1.
           PERFORM BACA-PARM.
           PERFORM BUKA-LAPORAN.
           MOVE ZERO TO WS-SI.
           PERFORM AWALKAN-LANGKAH 12 TIMES.
           OPEN INPUT CYC-FILE.
           IF WS-CYC-STATUS NOT = '00'
               DISPLAY 'MYSTSRP: UNABLE TO OPEN CYCSTAT - STATUS='
               WRITE RPT-LINE
           END-IF.
      * The last record for a step wins: a resubmitted step's final
      * outcome is the one the verdict must stand on. The MYBACKOT
      * record for the date says the day was backed out: the steps
      * seen before it no longer count, and only the rerun's records
      * that follow it decide the verdict.
       CATAT-LANGKAH.
           IF STAT-JOB-NAME = 'MYBACKOT'
               AND STAT-REASON-CODE = 'BKOT'
               MOVE ZERO TO WS-SI
               PERFORM AWALKAN-LANGKAH 12 TIMES
           END-IF.
           MOVE ZERO TO WS-SI.
           PERFORM UNTIL WS-SI >= 12
               ADD 1 TO WS-SI
               IF STAT-JOB-NAME = WS-STEP-NAME (WS-SI)
                   MOVE 'Y' TO WS-SEEN-FLAG (WS-SI)
                   ELSE
                       MOVE 999 TO WS-SEEN-RC (WS-SI)
                   END-IF
                   MOVE 12 TO WS-SI
               END-IF
           END-PERFORM.
       NILAI-SIKLUS.
           MOVE ZERO TO WS-SI.
           PERFORM UNTIL WS-SI >= 12 OR CYCLE-BROKEN
               ADD 1 TO WS-SI
               IF WS-SEEN-FLAG (WS-SI) = 'N'
                   SET CYCLE-BROKEN TO TRUE
