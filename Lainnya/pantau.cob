      *****************************************************************
      * Program name:    MYMONTR
      * Original author: MYNAME
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 09/22/26 MYNAME  Created. Large-value and velocity activity
      *                  monitoring (see job MYPROGJB step STEP027,
      *                  once STEP025 has put the day on HISTFILE):
      *                  reads the history sorted account-major by
      *                  STEP026 and applies three rules per account,
      *                  with branch limits from the MONLIMIT table
      *                  (see copybook MONREC) and business days from
      *                  CALFILE - a single posting today above the
      *                  branch single-posting limit, total activity
      *                  over the rolling window of business days
      *                  above the branch window limit, and window
      *                  activity a sharp jump on the account's own
      *                  daily average over the base period before
      *                  the window. Each alert is appended to the
      *                  permanent ALERTFILE (see copybook ALERTREC)
      *                  and listed on the CASERPT case report, one
      *                  case per account, for the compliance desk.
      *                  The window rules are tested for accounts
      *                  that posted today, so an account is raised
      *                  on the day the activity arrives and not
      *                  again every day the window still holds it.
      *                  Reversals and interest capitalizations are
      *                  the bank's own postings and are not counted.
      *                  A run date already on ALERTFILE is a rerun
      *                  and is skipped RC 4, so the evidence never
      *                  holds a day twice. Ends RC 4 when alerts
      *                  were raised, RC 8 when a file will not open,
      *                  the calendar is empty or the limit table has
      *                  no house card.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MYMONTR.
       AUTHOR. MYNAME.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 09/22/26.
       DATE-COMPILED. 09/22/26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT MON-FILE ASSIGN TO "MONLIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MON-STATUS.
           SELECT HIST-FILE ASSIGN TO "HISTSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CASERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CYC-FILE ASSIGN TO "CYCSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY PARMREC.
       FD  CAL-FILE.
           COPY CALREC.
       FD  MON-FILE.
           COPY MONREC.
       FD  HIST-FILE.
           COPY OUTREC.
       FD  ALERT-FILE.
           COPY ALERTREC.
       FD  REPORT-FILE.
           COPY RPTLINE.
       FD  CYC-FILE.
           COPY STATREC.
       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS PIC XX VALUE '00'.
       77 WS-PARM-MISSING PIC X VALUE 'N'.
           88 PARM-FILE-MISSING VALUE 'Y'.
       77 WS-CAL-STATUS PIC XX VALUE '00'.
       77 WS-MON-STATUS PIC XX VALUE '00'.
       77 WS-MON-EOF PIC X VALUE 'N'.
           88 MON-FILE-EOF VALUE 'Y'.
       77 WS-HIST-STATUS PIC XX VALUE '00'.
       77 WS-HIST-EOF PIC X VALUE 'N'.
           88 HIST-FILE-EOF VALUE 'Y'.
       77 WS-HIST-HIT PIC X VALUE 'N'.
           88 HIST-REC-HIT VALUE 'Y'.
       77 WS-ALRT-STATUS PIC XX VALUE '00'.
       77 WS-ALRT-EOF PIC X VALUE 'N'.
           88 ALERT-FILE-EOF VALUE 'Y'.
       77 WS-RPT-STATUS PIC XX VALUE '00'.
       77 WS-RPT-OPEN-OK PIC X VALUE 'N'.
           88 REPORT-FILE-OPEN VALUE 'Y'.
       77 WS-CYC-STATUS PIC XX VALUE '00'.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-REASON-CODE PIC X(4) VALUE SPACES.
       77 WS-FAIL-DD PIC X(8) VALUE SPACES.
       77 WS-FAIL-STATUS PIC XX VALUE SPACES.
       77 WS-SYS-DATETIME PIC X(21).
      * Branch limit cards, with each card's window and base period
      * worked out once against the calendar: the first business day
      * of the window, the first of the base period before it, and
      * how many business days each actually covers where the
      * calendar holds fewer than the card asks for.
       77 WS-LM-SIZE PIC 9(3) VALUE ZERO.
       77 WS-LI PIC 9(3) VALUE ZERO.
       77 WS-LM-HIT PIC 9(3) VALUE ZERO.
       77 WS-LM-HOUSE PIC 9(3) VALUE ZERO.
       77 WS-LM-BAD PIC 9(5) VALUE ZERO.
       77 WS-FIND-BRANCH PIC X(4) VALUE SPACES.
       01  WS-LIMIT-TABLE.
           05  WS-LM-ENTRY OCCURS 200 TIMES.
               10  WS-LM-BRANCH        PIC X(4).
               10  WS-LM-SINGLE        PIC 9(9)V99.
               10  WS-LM-WDAYS         PIC 9(3).
               10  WS-LM-WLIMIT        PIC 9(9)V99.
               10  WS-LM-BDAYS         PIC 9(3).
               10  WS-LM-FACTOR        PIC 9(2)V99.
               10  WS-LM-FLOOR         PIC 9(9)V99.
               10  WS-LM-WSTART        PIC 9(8).
               10  WS-LM-BSTART        PIC 9(8).
               10  WS-LM-WACT          PIC 9(3).
               10  WS-LM-BACT          PIC 9(3).
      * Business days up to the run date, held in ascending order;
      * when the table is full the oldest date drops off the front.
       77 WS-BDAY-SIZE PIC 9(3) VALUE ZERO.
       77 WS-BI PIC 9(3) VALUE ZERO.
       77 WS-WX PIC 9(3) VALUE ZERO.
       77 WS-OLDEST-DATE PIC 9(8) VALUE ZERO.
       01  WS-BDAY-TABLE.
           05  WS-BDAY-DATE OCCURS 999 TIMES PIC 9(8).
      * One account's gross activity per business day, built as its
      * history (sorted by date) is read.
       77 WS-AD-SIZE PIC 9(3) VALUE ZERO.
       77 WS-AI PIC 9(3) VALUE ZERO.
       01  WS-ACT-TABLE.
           05  WS-AD-ENTRY OCCURS 999 TIMES.
               10  WS-AD-DATE          PIC 9(8).
               10  WS-AD-AMT           PIC S9(11)V99.
       77 WS-CUR-ACCT PIC 9(8) VALUE ZERO.
       77 WS-CUR-BRANCH PIC X(4) VALUE SPACES.
       77 WS-CUR-NAME PIC X(20) VALUE SPACES.
       77 WS-POSTED-TODAY PIC X VALUE 'N'.
           88 ACCT-POSTED-TODAY VALUE 'Y'.
       77 WS-CASE-OPEN PIC X VALUE 'N'.
           88 CASE-OPENED VALUE 'Y'.
       77 WS-ABS-AMT PIC S9(9)V99 VALUE ZERO.
       77 WS-WIN-AMT PIC S9(11)V99 VALUE ZERO.
       77 WS-BASE-AMT PIC S9(11)V99 VALUE ZERO.
       77 WS-SPIKE-LIMIT PIC S9(11)V99 VALUE ZERO.
       77 WS-ALERT-ONFILE PIC 9(5) VALUE ZERO.
       77 WS-ACCT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-TODAY-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CASE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ALERT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LRGV-COUNT PIC 9(5) VALUE ZERO.
       77 WS-VELO-COUNT PIC 9(5) VALUE ZERO.
       77 WS-SPKE-COUNT PIC 9(5) VALUE ZERO.
       01  WS-RPT-HEADER1.
           05  FILLER                  PIC X(26) VALUE
               'MYMONTR ACTIVITY MONITOR'.
           05  FILLER                  PIC X(6) VALUE ' DATE '.
           05  WS-RPT-HDR-DATE         PIC 9(8).
       01  WS-RPT-LIMIT-LINE.
           05  FILLER                  PIC X(7) VALUE 'BRANCH '.
           05  WS-RPT-LM-BRANCH        PIC X(4).
           05  FILLER                  PIC X(9) VALUE '  SINGLE='.
           05  WS-RPT-LM-SINGLE        PIC -(9)9.99.
           05  FILLER                  PIC X(9) VALUE '  WINDOW='.
           05  WS-RPT-LM-WDAYS         PIC ZZ9.
           05  FILLER                  PIC X(11) VALUE ' DAYS FROM '.
           05  WS-RPT-LM-WSTART        PIC 9(8).
           05  FILLER                  PIC X(8) VALUE '  LIMIT='.
           05  WS-RPT-LM-WLIMIT        PIC -(9)9.99.
           05  FILLER                  PIC X(7) VALUE '  BASE='.
           05  WS-RPT-LM-BDAYS         PIC ZZ9.
           05  FILLER                  PIC X(9) VALUE '  FACTOR='.
           05  WS-RPT-LM-FACTOR        PIC Z9.99.
           05  FILLER                  PIC X(8) VALUE '  FLOOR='.
           05  WS-RPT-LM-FLOOR         PIC -(9)9.99.
       01  WS-RPT-CASE-LINE.
           05  FILLER                  PIC X(5) VALUE 'CASE '.
           05  WS-RPT-CASE-NO          PIC 9(5).
           05  FILLER                  PIC X(10) VALUE '  ACCOUNT '.
           05  WS-RPT-CASE-ACCT        PIC 9(8).
           05  FILLER                  PIC X(2) VALUE '  '.
           05  WS-RPT-CASE-NAME        PIC X(20).
           05  FILLER                  PIC X(9) VALUE '  BRANCH '.
           05  WS-RPT-CASE-BRANCH      PIC X(4).
       01  WS-RPT-ALERT-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RPT-AL-RULE          PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-AL-TEXT          PIC X(24).
           05  FILLER                  PIC X(8) VALUE ' AMOUNT='.
           05  WS-RPT-AL-AMT           PIC -(9)9.99.
           05  FILLER                  PIC X(7) VALUE ' LIMIT='.
           05  WS-RPT-AL-LIMIT         PIC -(9)9.99.
           05  FILLER                  PIC X(6) VALUE ' BASE='.
           05  WS-RPT-AL-BASE          PIC -(9)9.99.
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RPT-AL-FROM          PIC 9(8).
           05  FILLER                  PIC X VALUE '-'.
           05  WS-RPT-AL-TO            PIC 9(8).
           05  FILLER                  PIC X(6) VALUE ' SLOT='.
           05  WS-RPT-AL-SLOT          PIC ZZ9.
       01  WS-RPT-CTL-LINE1.
           05  FILLER                  PIC X(10) VALUE 'ACCOUNTS= '.
           05  WS-RPT-CTL-ACCTS        PIC ZZZZ9.
           05  FILLER                  PIC X(16) VALUE
               '  POSTED TODAY= '.
           05  WS-RPT-CTL-TODAY        PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE '  CASES= '.
           05  WS-RPT-CTL-CASES        PIC ZZZZ9.
       01  WS-RPT-CTL-LINE2.
           05  FILLER                  PIC X(13) VALUE 'LARGE VALUE= '.
           05  WS-RPT-CTL-LRGV         PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE '  VELOCITY= '.
           05  WS-RPT-CTL-VELO         PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE '  SPIKE= '.
           05  WS-RPT-CTL-SPKE         PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  ALERTS= '.
           05  WS-RPT-CTL-ALERTS       PIC ZZZZ9.
       PROCEDURE DIVISION.
       INISIALISASI.
           PERFORM BACA-PARM.
           PERFORM MUAT-BATAS.
      * Without the house card a branch with no card of its own would
      * go unmonitored without anyone knowing - that is not a
      * control compliance can evidence, so nothing is run.
           IF WS-LM-HOUSE = ZERO
               DISPLAY 'MYMONTR: MONLIMIT MISSING OR NO HOUSE CARD'
                   ' - STATUS=' WS-MON-STATUS
               MOVE 'OPNL' TO WS-REASON-CODE
               MOVE 'MONLIMIT' TO WS-FAIL-DD
               MOVE WS-MON-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           PERFORM BACA-KALENDER.
           IF WS-BDAY-SIZE = ZERO
               DISPLAY 'MYMONTR: CALFILE MISSING OR EMPTY - STATUS='
                   WS-CAL-STATUS
               MOVE 'CALM' TO WS-REASON-CODE
               MOVE 'CALFILE' TO WS-FAIL-DD
               MOVE WS-CAL-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           MOVE WS-RUN-DATE TO WS-OLDEST-DATE.
           MOVE ZERO TO WS-LI.
           PERFORM UNTIL WS-LI >= WS-LM-SIZE
               ADD 1 TO WS-LI
               PERFORM HITUNG-MULAI
           END-PERFORM.
           PERFORM PERIKSA-ULANG.
           IF WS-ALERT-ONFILE > ZERO
               DISPLAY 'MYMONTR: RUN DATE ' WS-RUN-DATE
                   ' ALREADY ON ALERTFIL - MONITORING SKIPPED'
               MOVE 'RERN' TO WS-REASON-CODE
               MOVE 4 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           PERFORM BUKA-LAPORAN.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'MYMONTR: UNABLE TO OPEN HISTSRT - STATUS='
                   WS-HIST-STATUS
               MOVE 'OPNH' TO WS-REASON-CODE
               MOVE 'HISTSRT' TO WS-FAIL-DD
               MOVE WS-HIST-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALRT-STATUS = '05' OR WS-ALRT-STATUS = '35'
               OPEN OUTPUT ALERT-FILE
           END-IF.
           IF WS-ALRT-STATUS NOT = '00'
               DISPLAY 'MYMONTR: UNABLE TO OPEN ALERTFIL - STATUS='
                   WS-ALRT-STATUS
               CLOSE HIST-FILE
               MOVE 'OPNE' TO WS-REASON-CODE
               MOVE 'ALERTFIL' TO WS-FAIL-DD
               MOVE WS-ALRT-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           PERFORM BACA-RIWAYAT.
           PERFORM PROSES-REKENING UNTIL HIST-FILE-EOF.
           CLOSE HIST-FILE.
           CLOSE ALERT-FILE.
           PERFORM CETAK-KONTROL.
           IF WS-ALERT-COUNT > ZERO
               MOVE 'ALRT' TO WS-REASON-CODE
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GO TO SELESAI.
       BACA-PARM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       SET PARM-FILE-MISSING TO TRUE
               END-READ
               IF NOT PARM-FILE-MISSING
                   MOVE PARM-RUN-DATE TO WS-RUN-DATE
               END-IF
               CLOSE PARM-FILE
           ELSE
               SET PARM-FILE-MISSING TO TRUE
           END-IF.
           IF PARM-FILE-MISSING
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
       MUAT-BATAS.
           OPEN INPUT MON-FILE.
           IF WS-MON-STATUS = '00'
               PERFORM UNTIL MON-FILE-EOF
                   READ MON-FILE
                       AT END
                           SET MON-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM SIMPAN-BATAS
                   END-READ
               END-PERFORM
               CLOSE MON-FILE
           END-IF.
       SIMPAN-BATAS.
           IF MON-BRANCH = SPACES
               OR MON-SINGLE-LIMIT NOT NUMERIC
               OR MON-WINDOW-DAYS NOT NUMERIC
               OR MON-WINDOW-LIMIT NOT NUMERIC
               OR MON-BASE-DAYS NOT NUMERIC
               OR MON-SPIKE-FACTOR NOT NUMERIC
               OR MON-SPIKE-FLOOR NOT NUMERIC
               ADD 1 TO WS-LM-BAD
               DISPLAY 'MYMONTR: LIMIT CARD IGNORED - ' MON-RECORD
           ELSE
               IF MON-WINDOW-DAYS-N = ZERO
                   ADD 1 TO WS-LM-BAD
                   DISPLAY 'MYMONTR: LIMIT CARD IGNORED - ' MON-RECORD
               ELSE
                   IF WS-LM-SIZE < 200
                       ADD 1 TO WS-LM-SIZE
                       PERFORM ISI-BATAS
                   ELSE
                       DISPLAY 'MYMONTR: LIMIT TABLE FULL - CARD '
                           'DROPPED ' MON-RECORD
                   END-IF
               END-IF
           END-IF.
       ISI-BATAS.
           MOVE MON-BRANCH TO WS-LM-BRANCH (WS-LM-SIZE).
           MOVE MON-SINGLE-LIMIT-N TO WS-LM-SINGLE (WS-LM-SIZE).
           MOVE MON-WINDOW-DAYS-N TO WS-LM-WDAYS (WS-LM-SIZE).
           MOVE MON-WINDOW-LIMIT-N TO WS-LM-WLIMIT (WS-LM-SIZE).
           MOVE MON-BASE-DAYS-N TO WS-LM-BDAYS (WS-LM-SIZE).
           MOVE MON-SPIKE-FACTOR-N TO WS-LM-FACTOR (WS-LM-SIZE).
           MOVE MON-SPIKE-FLOOR-N TO WS-LM-FLOOR (WS-LM-SIZE).
           MOVE ZERO TO WS-LM-WSTART (WS-LM-SIZE).
           MOVE ZERO TO WS-LM-BSTART (WS-LM-SIZE).
           MOVE ZERO TO WS-LM-WACT (WS-LM-SIZE).
           MOVE ZERO TO WS-LM-BACT (WS-LM-SIZE).
           IF MON-HOUSE-CARD AND WS-LM-HOUSE = ZERO
               MOVE WS-LM-SIZE TO WS-LM-HOUSE
           END-IF.
       BACA-KALENDER.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-STATUS = '00'
               PERFORM UNTIL WS-CAL-STATUS NOT = '00'
                   READ CAL-FILE
                       AT END
                           MOVE '10' TO WS-CAL-STATUS
                       NOT AT END
                           IF CAL-RUN-DATE NUMERIC
                               AND CAL-RUN-DATE NOT > WS-RUN-DATE
                               PERFORM SIMPAN-BDAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAL-FILE
           END-IF.
      * The calendar normally arrives in date order, so the insert is
      * almost always at the end. A full table gives up its oldest
      * date, which no window or base period reaches back to.
       SIMPAN-BDAY.
           IF WS-BDAY-SIZE = 999
               IF CAL-RUN-DATE > WS-BDAY-DATE (1)
                   MOVE ZERO TO WS-BI
                   PERFORM UNTIL WS-BI >= 998
                       ADD 1 TO WS-BI
                       MOVE WS-BDAY-DATE (WS-BI + 1)
                           TO WS-BDAY-DATE (WS-BI)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-BDAY-SIZE
               END-IF
           END-IF.
           IF WS-BDAY-SIZE < 999
               MOVE WS-BDAY-SIZE TO WS-BI
               PERFORM UNTIL WS-BI = ZERO
                   OR WS-BDAY-DATE (WS-BI) NOT > CAL-RUN-DATE
                   MOVE WS-BDAY-DATE (WS-BI) TO WS-BDAY-DATE (WS-BI + 1)
                   SUBTRACT 1 FROM WS-BI
               END-PERFORM
               MOVE CAL-RUN-DATE TO WS-BDAY-DATE (WS-BI + 1)
               ADD 1 TO WS-BDAY-SIZE
           END-IF.
      * The window is the card's number of business days ending on
      * the run date; the base period is the card's number of
      * business days just before it. Either is cut short where the
      * calendar does not reach back that far, and a base period of
      * no days turns the jump rule off for the card.
       HITUNG-MULAI.
           IF WS-LM-WDAYS (WS-LI) NOT < WS-BDAY-SIZE
               MOVE WS-BDAY-DATE (1) TO WS-LM-WSTART (WS-LI)
               MOVE WS-BDAY-SIZE TO WS-LM-WACT (WS-LI)
               MOVE WS-BDAY-DATE (1) TO WS-LM-BSTART (WS-LI)
               MOVE ZERO TO WS-LM-BACT (WS-LI)
           ELSE
               COMPUTE WS-WX = WS-BDAY-SIZE - WS-LM-WDAYS (WS-LI) + 1
               MOVE WS-BDAY-DATE (WS-WX) TO WS-LM-WSTART (WS-LI)
               MOVE WS-LM-WDAYS (WS-LI) TO WS-LM-WACT (WS-LI)
               IF WS-LM-BDAYS (WS-LI) NOT < WS-WX
                   MOVE WS-BDAY-DATE (1) TO WS-LM-BSTART (WS-LI)
                   COMPUTE WS-LM-BACT (WS-LI) = WS-WX - 1
               ELSE
                   MOVE WS-BDAY-DATE (WS-WX - WS-LM-BDAYS (WS-LI))
                       TO WS-LM-BSTART (WS-LI)
                   MOVE WS-LM-BDAYS (WS-LI) TO WS-LM-BACT (WS-LI)
               END-IF
           END-IF.
           IF WS-LM-BACT (WS-LI) = ZERO
               MOVE WS-LM-WSTART (WS-LI) TO WS-LM-BSTART (WS-LI)
           END-IF.
           IF WS-LM-BSTART (WS-LI) < WS-OLDEST-DATE
               MOVE WS-LM-BSTART (WS-LI) TO WS-OLDEST-DATE
           END-IF.
       PERIKSA-ULANG.
           MOVE ZERO TO WS-ALERT-ONFILE.
           OPEN INPUT ALERT-FILE.
           IF WS-ALRT-STATUS = '00'
               PERFORM UNTIL ALERT-FILE-EOF
                   READ ALERT-FILE
                       AT END
                           SET ALERT-FILE-EOF TO TRUE
                       NOT AT END
                           IF ALRT-RUN-DATE = WS-RUN-DATE
                               ADD 1 TO WS-ALERT-ONFILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-FILE
           END-IF.
       BUKA-LAPORAN.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MYMONTR: UNABLE TO OPEN CASERPT - STATUS='
                   WS-RPT-STATUS
           ELSE
               SET REPORT-FILE-OPEN TO TRUE
               MOVE SPACES TO RPT-LINE
               MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
               MOVE WS-RPT-HEADER1 TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE ZERO TO WS-LI
               PERFORM UNTIL WS-LI >= WS-LM-SIZE
                   ADD 1 TO WS-LI
                   PERFORM CETAK-BATAS
               END-PERFORM
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      * The limits in force head the report, so the case listing is
      * evidence of what the control tested as well as what it found.
       CETAK-BATAS.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-LM-BRANCH (WS-LI) TO WS-RPT-LM-BRANCH.
           MOVE WS-LM-SINGLE (WS-LI) TO WS-RPT-LM-SINGLE.
           MOVE WS-LM-WACT (WS-LI) TO WS-RPT-LM-WDAYS.
           MOVE WS-LM-WSTART (WS-LI) TO WS-RPT-LM-WSTART.
           MOVE WS-LM-WLIMIT (WS-LI) TO WS-RPT-LM-WLIMIT.
           MOVE WS-LM-BACT (WS-LI) TO WS-RPT-LM-BDAYS.
           MOVE WS-LM-FACTOR (WS-LI) TO WS-RPT-LM-FACTOR.
           MOVE WS-LM-FLOOR (WS-LI) TO WS-RPT-LM-FLOOR.
           MOVE WS-RPT-LIMIT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
      * Only found postings carry an account; the empty-slot records
      * MYPROG also writes are passed over here as in MYSTMT.
       BACA-RIWAYAT.
           MOVE 'N' TO WS-HIST-HIT.
           PERFORM UNTIL HIST-FILE-EOF OR HIST-REC-HIT
               READ HIST-FILE
                   AT END
                       SET HIST-FILE-EOF TO TRUE
                   NOT AT END
                       IF OUT-TRAN-FOUND = 'Y'
                           AND OUT-ACCOUNT-NO NOT = ZERO
                           SET HIST-REC-HIT TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
       PROSES-REKENING.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE OUT-ACCOUNT-NO TO WS-CUR-ACCT.
           MOVE 'N' TO WS-POSTED-TODAY.
           MOVE 'N' TO WS-CASE-OPEN.
           MOVE ZERO TO WS-AD-SIZE.
           PERFORM KUMPUL-RIWAYAT UNTIL HIST-FILE-EOF
               OR OUT-ACCOUNT-NO NOT = WS-CUR-ACCT.
           IF ACCT-POSTED-TODAY
               ADD 1 TO WS-TODAY-COUNT
               PERFORM NILAI-JENDELA
           END-IF.
      * The account's branch and name are taken from its latest
      * posting. A reversal, and an interest capitalization, is the
      * bank correcting or paying the account, not the customer
      * moving money, and is left out of every rule.
       KUMPUL-RIWAYAT.
           MOVE OUT-ACCT-BRANCH TO WS-CUR-BRANCH.
           MOVE OUT-ACCT-NAME TO WS-CUR-NAME.
           IF OUT-TRAN-TYPE = 'R'
               OR (OUT-TRAN-TYPE = 'A'
                   AND OUT-DESC(1:13) = 'INTEREST CAP ')
               CONTINUE
           ELSE
               IF OUT-RUN-DATE NOT < WS-OLDEST-DATE
                   AND OUT-RUN-DATE NOT > WS-RUN-DATE
                   PERFORM CATAT-AKTIVITAS
               END-IF
           END-IF.
           PERFORM BACA-RIWAYAT.
       CATAT-AKTIVITAS.
           IF OUT-AMOUNT < ZERO
               COMPUTE WS-ABS-AMT = ZERO - OUT-AMOUNT
           ELSE
               MOVE OUT-AMOUNT TO WS-ABS-AMT
           END-IF.
           IF WS-AD-SIZE > ZERO
               AND WS-AD-DATE (WS-AD-SIZE) = OUT-RUN-DATE
               ADD WS-ABS-AMT TO WS-AD-AMT (WS-AD-SIZE)
           ELSE
               IF WS-AD-SIZE < 999
                   ADD 1 TO WS-AD-SIZE
                   MOVE OUT-RUN-DATE TO WS-AD-DATE (WS-AD-SIZE)
                   MOVE WS-ABS-AMT TO WS-AD-AMT (WS-AD-SIZE)
               END-IF
           END-IF.
           IF OUT-RUN-DATE = WS-RUN-DATE
               SET ACCT-POSTED-TODAY TO TRUE
               PERFORM PERIKSA-NILAI-BESAR
           END-IF.
      * Rule one: a single posting today above the limit of the
      * branch the posting was made under.
       PERIKSA-NILAI-BESAR.
           MOVE OUT-ACCT-BRANCH TO WS-FIND-BRANCH.
           PERFORM CARI-BATAS.
           IF WS-LM-SINGLE (WS-LM-HIT) > ZERO
               AND WS-ABS-AMT > WS-LM-SINGLE (WS-LM-HIT)
               MOVE SPACES TO ALERT-RECORD
               MOVE 'LRGV' TO ALRT-RULE
               MOVE OUT-X TO ALRT-SLOT
               MOVE OUT-AMOUNT TO ALRT-AMOUNT
               MOVE WS-LM-SINGLE (WS-LM-HIT) TO ALRT-LIMIT
               MOVE ZERO TO ALRT-BASE-AMT
               MOVE WS-RUN-DATE TO ALRT-FROM-DATE
               ADD 1 TO WS-LRGV-COUNT
               PERFORM TULIS-PERINGATAN
           END-IF.
      * Rules two and three, for an account that posted today: the
      * window total against the branch window limit, and the window
      * against the account's own base-period daily average scaled
      * to the window's days and the branch factor. An account with
      * no base-period activity has no history to jump from; a
      * window below the branch floor is not worth a case.
       NILAI-JENDELA.
           MOVE WS-CUR-BRANCH TO WS-FIND-BRANCH.
           PERFORM CARI-BATAS.
           MOVE ZERO TO WS-WIN-AMT.
           MOVE ZERO TO WS-BASE-AMT.
           MOVE ZERO TO WS-AI.
           PERFORM UNTIL WS-AI >= WS-AD-SIZE
               ADD 1 TO WS-AI
               IF WS-AD-DATE (WS-AI) NOT < WS-LM-WSTART (WS-LM-HIT)
                   ADD WS-AD-AMT (WS-AI) TO WS-WIN-AMT
               ELSE
                   IF WS-AD-DATE (WS-AI)
                       NOT < WS-LM-BSTART (WS-LM-HIT)
                       ADD WS-AD-AMT (WS-AI) TO WS-BASE-AMT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LM-WLIMIT (WS-LM-HIT) > ZERO
               AND WS-WIN-AMT > WS-LM-WLIMIT (WS-LM-HIT)
               MOVE SPACES TO ALERT-RECORD
               MOVE 'VELO' TO ALRT-RULE
               MOVE ZERO TO ALRT-SLOT
               MOVE WS-WIN-AMT TO ALRT-AMOUNT
               MOVE WS-LM-WLIMIT (WS-LM-HIT) TO ALRT-LIMIT
               MOVE ZERO TO ALRT-BASE-AMT
               MOVE WS-LM-WSTART (WS-LM-HIT) TO ALRT-FROM-DATE
               ADD 1 TO WS-VELO-COUNT
               PERFORM TULIS-PERINGATAN
           END-IF.
           IF WS-LM-FACTOR (WS-LM-HIT) > ZERO
               AND WS-LM-BACT (WS-LM-HIT) > ZERO
               AND WS-BASE-AMT > ZERO
               AND WS-WIN-AMT NOT < WS-LM-FLOOR (WS-LM-HIT)
               COMPUTE WS-SPIKE-LIMIT ROUNDED =
                   WS-BASE-AMT * WS-LM-WACT (WS-LM-HIT)
                   * WS-LM-FACTOR (WS-LM-HIT)
                   / WS-LM-BACT (WS-LM-HIT)
               IF WS-WIN-AMT > WS-SPIKE-LIMIT
                   MOVE SPACES TO ALERT-RECORD
                   MOVE 'SPKE' TO ALRT-RULE
                   MOVE ZERO TO ALRT-SLOT
                   MOVE WS-WIN-AMT TO ALRT-AMOUNT
                   MOVE WS-SPIKE-LIMIT TO ALRT-LIMIT
                   MOVE WS-BASE-AMT TO ALRT-BASE-AMT
                   MOVE WS-LM-WSTART (WS-LM-HIT) TO ALRT-FROM-DATE
                   ADD 1 TO WS-SPKE-COUNT
                   PERFORM TULIS-PERINGATAN
               END-IF
           END-IF.
       CARI-BATAS.
           MOVE ZERO TO WS-LM-HIT.
           MOVE ZERO TO WS-LI.
           PERFORM UNTIL WS-LI >= WS-LM-SIZE OR WS-LM-HIT > ZERO
               ADD 1 TO WS-LI
               IF WS-LM-BRANCH (WS-LI) = WS-FIND-BRANCH
                   MOVE WS-LI TO WS-LM-HIT
               END-IF
           END-PERFORM.
           IF WS-LM-HIT = ZERO
               MOVE WS-LM-HOUSE TO WS-LM-HIT
           END-IF.
      * The caller has filled the rule-specific fields; the alert is
      * written to the evidence file and listed under the account's
      * case, the case heading printed with its first alert.
       TULIS-PERINGATAN.
           MOVE WS-RUN-DATE TO ALRT-RUN-DATE.
           MOVE WS-CUR-ACCT TO ALRT-ACCOUNT-NO.
           MOVE WS-FIND-BRANCH TO ALRT-BRANCH.
           MOVE WS-RUN-DATE TO ALRT-TO-DATE.
           WRITE ALERT-RECORD.
           ADD 1 TO WS-ALERT-COUNT.
           IF NOT CASE-OPENED
               SET CASE-OPENED TO TRUE
               ADD 1 TO WS-CASE-COUNT
               PERFORM CETAK-KASUS
           END-IF.
           PERFORM CETAK-PERINGATAN.
       CETAK-KASUS.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-CASE-COUNT TO WS-RPT-CASE-NO
               MOVE WS-CUR-ACCT TO WS-RPT-CASE-ACCT
               MOVE WS-CUR-NAME TO WS-RPT-CASE-NAME
               MOVE WS-CUR-BRANCH TO WS-RPT-CASE-BRANCH
               MOVE WS-RPT-CASE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       CETAK-PERINGATAN.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               MOVE ALRT-RULE TO WS-RPT-AL-RULE
               EVALUATE TRUE
                   WHEN ALRT-LARGE-VALUE
                       MOVE 'LARGE SINGLE POSTING'
                           TO WS-RPT-AL-TEXT
                   WHEN ALRT-VELOCITY
                       MOVE 'WINDOW ACTIVITY OVER LIM'
                           TO WS-RPT-AL-TEXT
                   WHEN OTHER
                       MOVE 'ACTIVITY JUMP VS HISTORY'
                           TO WS-RPT-AL-TEXT
               END-EVALUATE
               MOVE ALRT-AMOUNT TO WS-RPT-AL-AMT
               MOVE ALRT-LIMIT TO WS-RPT-AL-LIMIT
               MOVE ALRT-BASE-AMT TO WS-RPT-AL-BASE
               MOVE ALRT-FROM-DATE TO WS-RPT-AL-FROM
               MOVE ALRT-TO-DATE TO WS-RPT-AL-TO
               MOVE ALRT-SLOT TO WS-RPT-AL-SLOT
               MOVE WS-RPT-ALERT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       CETAK-KONTROL.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-ACCT-COUNT TO WS-RPT-CTL-ACCTS
               MOVE WS-TODAY-COUNT TO WS-RPT-CTL-TODAY
               MOVE WS-CASE-COUNT TO WS-RPT-CTL-CASES
               MOVE WS-RPT-CTL-LINE1 TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-LRGV-COUNT TO WS-RPT-CTL-LRGV
               MOVE WS-VELO-COUNT TO WS-RPT-CTL-VELO
               MOVE WS-SPKE-COUNT TO WS-RPT-CTL-SPKE
               MOVE WS-ALERT-COUNT TO WS-RPT-CTL-ALERTS
               MOVE WS-RPT-CTL-LINE2 TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-LM-BAD > ZERO
               DISPLAY 'MYMONTR: ' WS-LM-BAD
                   ' MONLIMIT CARDS IGNORED - SEE ABOVE'
           END-IF.
       SELESAI.
           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF.
           PERFORM CATAT-STATUS.
           STOP RUN.
       CATAT-STATUS.
           IF WS-REASON-CODE = SPACES
               MOVE 'NORM' TO WS-REASON-CODE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           MOVE SPACES TO STAT-RECORD.
           MOVE 'MYMONTR' TO STAT-JOB-NAME.
           MOVE WS-RUN-DATE TO STAT-RUN-DATE.
           MOVE WS-SYS-DATETIME(9:6) TO STAT-RUN-TIME.
           MOVE RETURN-CODE TO STAT-RETURN-CODE.
           MOVE WS-REASON-CODE TO STAT-REASON-CODE.
           MOVE WS-FAIL-DD TO STAT-FAIL-DD.
           MOVE WS-FAIL-STATUS TO STAT-FAIL-STATUS.
           MOVE ZERO TO STAT-LAST-GOOD-X.
           MOVE 'N' TO STAT-RESUMABLE.
           MOVE WS-ALERT-COUNT TO STAT-REC-COUNT.
           OPEN EXTEND CYC-FILE.
           IF WS-CYC-STATUS = '05' OR WS-CYC-STATUS = '35'
               OPEN OUTPUT CYC-FILE
           END-IF.
           IF WS-CYC-STATUS NOT = '00'
               DISPLAY 'MYMONTR: UNABLE TO OPEN CYCSTAT - STATUS='
                   WS-CYC-STATUS
           ELSE
               WRITE STAT-RECORD
               CLOSE CYC-FILE
           END-IF.
      *****************************************************************
