      *                  the corrected card. Only the real steps
      *                  (MYTRNLD onward) or the checkpoint count as
      *                  evidence a cycle started.
      * 09/26/26 MYNAME  A MYBACKOT record (reason BKOT) for the run
      *                  date means the whole day was backed out:
      *                  the records for that date before it no
      *                  longer count, so the corrected rerun of the
      *                  backed-out day passes the advance check as
      *                  a first submission (and must find OUTFILE
      *                  (0) empty like one) instead of failing SEQB
      *                  against the cycle it replaces.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           88 TODAY-CYCLE-FAILED VALUE 'Y'.
       77 WS-TODAY-DONE PIC X VALUE 'N'.
           88 TODAY-CYCLE-COMPLETE VALUE 'Y'.
       77 WS-TODAY-BKOT PIC X VALUE 'N'.
           88 TODAY-CYCLE-BACKED-OUT VALUE 'Y'.
       77 WS-STALE-DATE PIC 9(8) VALUE ZERO.
       77 WS-STALE-FOUND PIC X VALUE 'N'.
           88 STALE-CKPT-FOUND VALUE 'Y'.
      * would poison the advance check with a date whose cycle
      * never started. Only the real steps (MYTRNLD onward) prove a
      * cycle started; the checkpoint BACA-CKPT reads is the other
      * legitimate resubmission evidence. The MYBACKOT record for
      * the run date says the day was backed out: everything for
      * that date before it is void, and only what follows it (a
      * failed attempt at the rerun) counts.
       NILAI-STATUS-LALU.
           IF STAT-RUN-DATE NUMERIC
               AND STAT-JOB-NAME NOT = 'MYCYCCK'
               IF STAT-RUN-DATE = WS-RUN-DATE
                   IF STAT-JOB-NAME = 'MYBACKOT'
                       AND STAT-REASON-CODE = 'BKOT'
                       MOVE 'N' TO WS-TODAY-SEEN
                       MOVE 'N' TO WS-TODAY-FAIL
                       MOVE 'N' TO WS-TODAY-DONE
                       SET TODAY-CYCLE-BACKED-OUT TO TRUE
                   ELSE
                       SET TODAY-CYCLE-ON-FILE TO TRUE
                       IF STAT-RETURN-CODE NUMERIC
                           AND STAT-RETURN-CODE > 4
                           SET TODAY-CYCLE-FAILED TO TRUE
                       END-IF
                       IF STAT-JOB-NAME = 'MYBANDNG'
                           AND STAT-RETURN-CODE NUMERIC
                           AND STAT-RETURN-CODE NOT > 4
                           SET TODAY-CYCLE-COMPLETE TO TRUE
                       END-IF
                   END-IF
               ELSE
                   MOVE STAT-RUN-DATE TO WS-PREV-DATE
      * legitimate repeat, and the checkpoint or the broken cycle
      * on CYCSTAT proves it; a COMPLETED cycle already on file for
      * this date is the never-advanced card and fails here even
      * though the prior-date check alone could not see it. A day
      * backed out by MYBACKOT is run again as a first submission.
       PERIKSA-URUTAN.
           IF SAME-DAY-RESUBMIT
               MOVE 'SAME-DAY RESUBMIT - SEQ WAIVED'
                       TO WS-RPT-CHK-TEXT
                   MOVE 'FAIL' TO WS-RPT-CHK-DISP
               ELSE
                   IF TODAY-CYCLE-BACKED-OUT
                       OR WS-PREV-DATE = ZERO
                       OR WS-RUN-DATE > WS-PREV-DATE
                       IF TODAY-CYCLE-BACKED-OUT
                           MOVE 'RUN DATE BACKED OUT - RERUN'
                               TO WS-RPT-CHK-TEXT
                       ELSE
                           MOVE 'RUN DATE ADVANCES PRIOR CYCLE'
                               TO WS-RPT-CHK-TEXT
                       END-IF
                       MOVE 'PASS' TO WS-RPT-CHK-DISP
                   ELSE
                       SET DAY-NOT-SAFE TO TRUE
