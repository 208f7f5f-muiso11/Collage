      *****************************************************************
      * Program name:    MYACCRU
      * Original author: MYNAME
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 09/16/26 MYNAME  Created. Daily interest accrual (see job
      *                  MYPROGJB step STEP018, after the STEP016
      *                  balance posting): walks the BALFILE balance
      *                  master and accrues each open account's
      *                  interest on BAL-NEW-AMT at the branch/tier
      *                  rate from the RATEFILE rate table (see
      *                  copybook RATEREC), ACT/365, into the new
      *                  ACCRFILE accrual master (see copybook
      *                  ACCRREC), and prints the ACCRRPT accrual
      *                  register. Each business day accrues for the
      *                  calendar days up to the next CALFILE business
      *                  day, so Friday's balance carries the weekend
      *                  and a holiday is paid for by the day before
      *                  it. On the last business day of the month
      *                  the month's accrual is capitalized: one
      *                  adjustment (type A) feed record per account
      *                  is written to INTCAP as its own HDR/TRL
      *                  control batch dated the next business day,
      *                  which MYPROGJB STEP005 reads behind the
      *                  upstream feed - so the interest posts through
      *                  TRANFILE, MYPROG, OUTFILE, MYGLEXT and
      *                  MYBALUPD like any other posting instead of
      *                  being journaled by hand from TBALRPT. Days
      *                  of the accrual falling in the new month go to
      *                  the new month's accrual. ACCR-LAST-DATE is the
      *                  rerun guard (RC 4, reason RERN, as in
      *                  MYBALUPD), and a rerun of a month-end cycle
      *                  rebuilds the same INTCAP batch from the
      *                  capitalization stored on the accrual master.
      * 10/06/26 MYNAME  Review fixes. The first run of a date now
      *                  journals, on the new ACCRJRNL accrual journal
      *                  (see copybook AJRNREC), the INTCAP lines it
      *                  is about to empty and every accrual master
      *                  record as it stood before the day changed
      *                  it, so MYBACKOT can put ACCRMAST and INTCAP
      *                  back when the day is backed out and the
      *                  corrected rerun accrues afresh. ACCRJRNL not
      *                  opening ends the run RC 8 (reason OPNJ)
      *                  before anything is accrued.
      * 10/15/26 MYNAME  An ACCRJRNL write that fails for an account
      *                  now ends the run RC 8 (reason OPNJ) before
      *                  that account's accrual record is changed, so
      *                  no record is updated without its journaled
      *                  before-image.
      * 10/15/26 MYNAME  The START record and the INTCAP lines saved
      *                  to ACCRJRNL are now checked as well: a failed
      *                  write ends the run RC 8 (reason OPNJ) before
      *                  INTCAP is emptied. An accrual master record
      *                  that will not rewrite or write now ends the
      *                  run RC 8 (new reason ACCW), and the account's
      *                  capitalization goes on INTCAP only once its
      *                  master record has taken the cleared amount,
      *                  so the month's interest is never paid twice.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MYACCRU.
       AUTHOR. MYNAME.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 09/16/26.
       DATE-COMPILED. 09/16/26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT BAL-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCOUNT-NO
               FILE STATUS IS WS-BAL-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ACCR-FILE ASSIGN TO "ACCRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCR-ACCOUNT-NO
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT CAP-FILE ASSIGN TO "INTCAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.
           SELECT JRNL-FILE ASSIGN TO "ACCRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ACCRRPT"
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
       FD  RATE-FILE.
           COPY RATEREC.
       FD  BAL-FILE.
           COPY BALREC.
       FD  ACCT-FILE.
           COPY ACCTREC.
       FD  ACCR-FILE.
           COPY ACCRREC.
       FD  CAP-FILE.
           COPY FEEDREC.
       FD  JRNL-FILE.
           COPY AJRNREC.
       FD  REPORT-FILE.
           COPY RPTLINE.
       FD  CYC-FILE.
           COPY STATREC.
       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS PIC XX VALUE '00'.
       77 WS-PARM-MISSING PIC X VALUE 'N'.
           88 PARM-FILE-MISSING VALUE 'Y'.
       77 WS-CAL-STATUS PIC XX VALUE '00'.
       77 WS-RATE-STATUS PIC XX VALUE '00'.
       77 WS-BAL-STATUS PIC XX VALUE '00'.
       77 WS-ACCT-STATUS PIC XX VALUE '00'.
       77 WS-ACCR-STATUS PIC XX VALUE '00'.
       77 WS-CAP-STATUS PIC XX VALUE '00'.
       77 WS-JRNL-STATUS PIC XX VALUE '00'.
       77 WS-JRNL-EOF PIC X VALUE 'N'.
           88 JRNL-FILE-EOF VALUE 'Y'.
      * Whether ACCRJRNL already holds a START record for the run
      * date since its last backout marker - a rerun of the date.
       77 WS-DAY-JRNL PIC X VALUE 'N'.
           88 DAY-JOURNALED VALUE 'Y'.
       77 WS-JRNL-FAIL PIC X VALUE 'N'.
           88 JRNL-WRITE-FAILED VALUE 'Y'.
       77 WS-ACCR-WRITE PIC X VALUE 'N'.
           88 ACCR-WRITE-FAILED VALUE 'Y'.
       77 WS-ACCR-SAVED PIC X VALUE 'N'.
           88 ACCR-REC-SAVED VALUE 'Y'.
       77 WS-RPT-STATUS PIC XX VALUE '00'.
       77 WS-RPT-OPEN-OK PIC X VALUE 'N'.
           88 REPORT-FILE-OPEN VALUE 'Y'.
       77 WS-CYC-STATUS PIC XX VALUE '00'.
       77 WS-REASON-CODE PIC X(4) VALUE SPACES.
       77 WS-FAIL-DD PIC X(8) VALUE SPACES.
       77 WS-FAIL-STATUS PIC XX VALUE SPACES.
       77 WS-SYS-DATETIME PIC X(21).
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-LIMIT PIC 9(3) VALUE 5.
       77 WS-BAL-EOF PIC X VALUE 'N'.
           88 BAL-FILE-EOF VALUE 'Y'.
       77 WS-RATE-EOF PIC X VALUE 'N'.
           88 RATE-FILE-EOF VALUE 'Y'.
       77 WS-ACCT-FOUND PIC X VALUE 'N'.
           88 ACCT-REC-FOUND VALUE 'Y'.
       77 WS-ACCR-HELD PIC X VALUE 'N'.
           88 ACCR-REC-HELD VALUE 'Y'.
      * Calendar position of the run date: the next business day on
      * CALFILE, the first of the following month, and the calendar
      * days the day's accrual covers on each side of a month end.
       77 WS-NEXT-BDAY PIC 9(8) VALUE ZERO.
       77 WS-NEXT-FOUND PIC X VALUE 'N'.
           88 NEXT-BDAY-FOUND VALUE 'Y'.
       77 WS-RUN-INT PIC 9(8) VALUE ZERO.
       77 WS-NEXT-INT PIC 9(8) VALUE ZERO.
       77 WS-FOM-INT PIC 9(8) VALUE ZERO.
       77 WS-FOM-DATE PIC 9(8) VALUE ZERO.
       77 WS-DAYS-THIS PIC 9(3) VALUE ZERO.
       77 WS-DAYS-NEXT PIC 9(3) VALUE ZERO.
       77 WS-MONTH-END PIC X VALUE 'N'.
           88 MONTH-END-DAY VALUE 'Y'.
       01  WS-WORK-DATE.
           05  WS-WRK-YYYY             PIC 9(4).
           05  WS-WRK-MM               PIC 9(2).
           05  WS-WRK-DD               PIC 9(2).
       01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE PIC 9(8).
       01  WS-CAP-DESC.
           05  FILLER                  PIC X(13) VALUE
               'INTEREST CAP '.
           05  WS-CAP-DESC-MONTH       PIC 9(6).
           05  FILLER                  PIC X VALUE SPACE.
      * The rate table: every tier card for every branch, searched
      * per account for the branch's own tiers first and the ****
      * house table when the branch has none.
       77 WS-RATE-SIZE PIC 9(3) VALUE ZERO.
       77 WS-RI PIC 9(3) VALUE ZERO.
       77 WS-RATE-BAD PIC 9(3) VALUE ZERO.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 200 TIMES.
               10  WS-RT-BRANCH        PIC X(4).
               10  WS-RT-FLOOR         PIC 9(9)V99.
               10  WS-RT-PCT           PIC 9(2)V9(4).
       77 WS-BRANCH-HIT PIC X VALUE 'N'.
           88 BRANCH-HAS-TIERS VALUE 'Y'.
       77 WS-TIER-HIT PIC X VALUE 'N'.
           88 TIER-FOUND VALUE 'Y'.
       77 WS-SEARCH-BRANCH PIC X(4) VALUE SPACES.
       77 WS-USE-FLOOR PIC 9(9)V99 VALUE ZERO.
       77 WS-USE-PCT PIC 9(2)V9(4) VALUE ZERO.
       77 WS-BAL-ABS PIC 9(11)V99 VALUE ZERO.
       77 WS-ACCR-TODAY PIC S9(9)V9(4) VALUE ZERO.
       77 WS-ACCR-SPILL PIC S9(9)V9(4) VALUE ZERO.
       77 WS-CAP-AMT PIC S9(7)V99 VALUE ZERO.
      * INTCAP slots are handed out from the top of the next day's
      * pass range downward, clear of the upstream feed that fills
      * from slot 1 up; a clash is still caught by the MYTRNLD
      * duplicate-slot edit and goes to REJFILE for the recycle.
       77 WS-NEXT-SLOT PIC 9(3) VALUE ZERO.
       77 WS-CAP-SLOT PIC 9(3) VALUE ZERO.
       77 WS-CAP-HDR PIC X VALUE 'N'.
           88 CAP-HEADER-WRITTEN VALUE 'Y'.
       77 WS-CAP-HASH PIC S9(11)V99 VALUE ZERO.
       77 WS-CAP-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CAP-TOTAL PIC S9(11)V99 VALUE ZERO.
       77 WS-NOSLOT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ACCR-COUNT PIC 9(5) VALUE ZERO.
       77 WS-SKIP-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CLOSED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-TODAY-TOTAL PIC S9(11)V9(4) VALUE ZERO.
       77 WS-TODATE-TOTAL PIC S9(11)V9(4) VALUE ZERO.
       77 WS-NOTE PIC X(16) VALUE SPACES.
       01  WS-RPT-HEADER1.
           05  FILLER                  PIC X(26) VALUE
               'MYACCRU ACCRUAL REGISTER'.
           05  FILLER                  PIC X(6) VALUE ' DATE '.
           05  WS-RPT-HDR-DATE         PIC 9(8).
           05  FILLER                  PIC X(12) VALUE
               '  NEXT BDAY '.
           05  WS-RPT-HDR-NEXT         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE '  '.
           05  WS-RPT-HDR-ME           PIC X(16).
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(5) VALUE 'ACCT='.
           05  WS-RPT-DET-ACCT         PIC 9(8).
           05  FILLER                  PIC X(4) VALUE ' BR='.
           05  WS-RPT-DET-BRANCH       PIC X(4).
           05  FILLER                  PIC X(6) VALUE '  BAL='.
           05  WS-RPT-DET-BAL          PIC -(11)9.99.
           05  FILLER                  PIC X(7) VALUE '  RATE='.
           05  WS-RPT-DET-RATE         PIC Z9.9999.
           05  FILLER                  PIC X(7) VALUE '  DAYS='.
           05  WS-RPT-DET-DAYS         PIC ZZ9.
           05  FILLER                  PIC X(8) VALUE '  TODAY='.
           05  WS-RPT-DET-TODAY        PIC -(6)9.9999.
           05  FILLER                  PIC X(10) VALUE '  TO DATE='.
           05  WS-RPT-DET-TODATE       PIC -(8)9.9999.
           05  FILLER                  PIC X(2) VALUE '  '.
           05  WS-RPT-DET-NOTE         PIC X(16).
       01  WS-RPT-CAP-LINE.
           05  FILLER                  PIC X(23) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               'CAPITALIZED AMT='.
           05  WS-RPT-CAP-AMT          PIC -(7)9.99.
           05  FILLER                  PIC X(7) VALUE '  SLOT='.
           05  WS-RPT-CAP-SLOT         PIC ZZ9.
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL        PIC X(20).
           05  WS-RPT-TOT-AMT          PIC -(10)9.9999.
       01  WS-RPT-CTL-LINE.
           05  FILLER                  PIC X(10) VALUE 'ACCRUED = '.
           05  WS-RPT-CTL-ACCR         PIC ZZZZ9.
           05  FILLER                  PIC X(18) VALUE
               '  ALREADY ACCRUED='.
           05  WS-RPT-CTL-SKIP         PIC ZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               '  CAPITALIZED'.
           05  FILLER                  PIC X VALUE '='.
           05  WS-RPT-CTL-CAP          PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  NO SLOT='.
           05  WS-RPT-CTL-NOSLOT       PIC ZZZZ9.
       PROCEDURE DIVISION.
       INISIALISASI.
           PERFORM BACA-PARM.
           PERFORM BACA-KALENDER.
           PERFORM HITUNG-HARI.
           PERFORM BUKA-LAPORAN.
           PERFORM MUAT-TARIF.
           IF WS-RATE-SIZE = ZERO
               DISPLAY 'MYACCRU: RATEFILE MISSING OR EMPTY - STATUS='
                   WS-RATE-STATUS
               MOVE 'OPNR' TO WS-REASON-CODE
               MOVE 'RATEFILE' TO WS-FAIL-DD
               MOVE WS-RATE-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           OPEN INPUT BAL-FILE.
           IF WS-BAL-STATUS NOT = '00'
               DISPLAY 'MYACCRU: UNABLE TO OPEN BALFILE - STATUS='
                   WS-BAL-STATUS
               MOVE 'OPNB' TO WS-REASON-CODE
               MOVE 'BALFILE' TO WS-FAIL-DD
               MOVE WS-BAL-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'MYACCRU: UNABLE TO OPEN ACCTFILE - STATUS='
                   WS-ACCT-STATUS
               CLOSE BAL-FILE
               MOVE 'OPNA' TO WS-REASON-CODE
               MOVE 'ACCTFILE' TO WS-FAIL-DD
               MOVE WS-ACCT-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
      * The accrual master is updated in place, so it must open I-O
      * before anything is accrued; the per-account last-accrued
      * dates keep a rerun from accruing twice what a partial
      * earlier run got through.
           OPEN I-O ACCR-FILE.
           IF WS-ACCR-STATUS NOT = '00'
               DISPLAY 'MYACCRU: UNABLE TO OPEN ACCRFILE - STATUS='
                   WS-ACCR-STATUS
               CLOSE BAL-FILE
               CLOSE ACCT-FILE
               MOVE 'OPNI' TO WS-REASON-CODE
               MOVE 'ACCRFILE' TO WS-FAIL-DD
               MOVE WS-ACCR-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
      * The journal is opened, and INTCAP saved to it, before INTCAP
      * is emptied or any account accrued: a day that cannot be
      * journaled could not be backed out.
           PERFORM BUKA-JURNAL.
           IF JRNL-WRITE-FAILED
               DISPLAY 'MYACCRU: ACCRJRNL WRITE FAILED - INTCAP NOT'
                   ' SAVED - STATUS=' WS-JRNL-STATUS
               CLOSE BAL-FILE
               CLOSE ACCT-FILE
               CLOSE ACCR-FILE
               CLOSE JRNL-FILE
               MOVE 'OPNJ' TO WS-REASON-CODE
               MOVE 'ACCRJRNL' TO WS-FAIL-DD
               MOVE WS-JRNL-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'MYACCRU: UNABLE TO OPEN ACCRJRNL - STATUS='
                   WS-JRNL-STATUS
               CLOSE BAL-FILE
               CLOSE ACCT-FILE
               CLOSE ACCR-FILE
               MOVE 'OPNJ' TO WS-REASON-CODE
               MOVE 'ACCRJRNL' TO WS-FAIL-DD
               MOVE WS-JRNL-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
      * INTCAP is rewritten every cycle - empty on an ordinary day -
      * so the next day's STEP005 never reloads an old batch. It
      * must open before a month end is capitalized, or the month's
      * interest would be taken off the accrual master with nowhere
      * to go.
           OPEN OUTPUT CAP-FILE.
           IF WS-CAP-STATUS NOT = '00'
               DISPLAY 'MYACCRU: UNABLE TO OPEN INTCAP - STATUS='
                   WS-CAP-STATUS
               CLOSE BAL-FILE
               CLOSE ACCT-FILE
               CLOSE ACCR-FILE
               CLOSE JRNL-FILE
               MOVE 'OPNK' TO WS-REASON-CODE
               MOVE 'INTCAP' TO WS-FAIL-DD
               MOVE WS-CAP-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           MOVE ZERO TO BAL-ACCOUNT-NO.
           START BAL-FILE KEY NOT < BAL-ACCOUNT-NO
               INVALID KEY
                   SET BAL-FILE-EOF TO TRUE
           END-START.
           PERFORM PROSES-SALDO UNTIL BAL-FILE-EOF.
           IF CAP-HEADER-WRITTEN
               PERFORM TULIS-EKOR
           END-IF.
           CLOSE BAL-FILE.
           CLOSE ACCT-FILE.
           CLOSE ACCR-FILE.
           CLOSE CAP-FILE.
           CLOSE JRNL-FILE.
           PERFORM CETAK-TOTAL.
           IF ACCR-WRITE-FAILED
               MOVE 'ACCW' TO WS-REASON-CODE
               MOVE 'ACCRFILE' TO WS-FAIL-DD
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           IF WS-SKIP-COUNT > ZERO
               MOVE 'RERN' TO WS-REASON-CODE
           END-IF.
           IF WS-SKIP-COUNT > ZERO OR WS-NOSLOT-COUNT > ZERO
               OR NOT NEXT-BDAY-FOUND
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GO TO SELESAI.
      * A START record for the run date since its last backout
      * marker means an earlier run of the date has already saved
      * INTCAP - what INTCAP holds now is that run's own batch.
       BUKA-JURNAL.
           MOVE 'N' TO WS-DAY-JRNL.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-STATUS = '00'
               MOVE 'N' TO WS-JRNL-EOF
               PERFORM UNTIL JRNL-FILE-EOF
                   READ JRNL-FILE
                       AT END
                           SET JRNL-FILE-EOF TO TRUE
                       NOT AT END
                           IF AJRN-RUN-DATE = WS-RUN-DATE
                               IF AJRN-BACKOUT
                                   MOVE 'N' TO WS-DAY-JRNL
                               END-IF
                               IF AJRN-START
                                   SET DAY-JOURNALED TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JRNL-FILE
           END-IF.
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-STATUS = '05' OR WS-JRNL-STATUS = '35'
               OPEN OUTPUT JRNL-FILE
           END-IF.
           IF WS-JRNL-STATUS = '00' AND NOT DAY-JOURNALED
               MOVE SPACES TO AJRN-RECORD
               MOVE WS-RUN-DATE TO AJRN-RUN-DATE
               MOVE 'S' TO AJRN-ACTION
               WRITE AJRN-RECORD
               IF WS-JRNL-STATUS NOT = '00'
                   SET JRNL-WRITE-FAILED TO TRUE
               ELSE
                   PERFORM SIMPAN-INTCAP
               END-IF
           END-IF.
       SIMPAN-INTCAP.
           OPEN INPUT CAP-FILE.
           IF WS-CAP-STATUS = '00'
               PERFORM UNTIL WS-CAP-STATUS NOT = '00'
                   READ CAP-FILE
                       AT END
                           MOVE '10' TO WS-CAP-STATUS
                       NOT AT END
                           MOVE SPACES TO AJRN-RECORD
                           MOVE WS-RUN-DATE TO AJRN-RUN-DATE
                           MOVE 'K' TO AJRN-ACTION
                           MOVE FEED-RECORD TO AJRN-IMAGE
                           WRITE AJRN-RECORD
                           IF WS-JRNL-STATUS NOT = '00'
                               SET JRNL-WRITE-FAILED TO TRUE
                               MOVE '10' TO WS-CAP-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAP-FILE
           END-IF.
       BACA-PARM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       SET PARM-FILE-MISSING TO TRUE
               END-READ
               IF NOT PARM-FILE-MISSING
                   MOVE PARM-RUN-DATE TO WS-RUN-DATE
                   MOVE PARM-LIMIT TO WS-LIMIT
               END-IF
               CLOSE PARM-FILE
           ELSE
               SET PARM-FILE-MISSING TO TRUE
           END-IF.
           IF PARM-FILE-MISSING
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
      * The next business day is the earliest CALFILE date after the
      * run date; its pass count is the slot range the INTCAP batch
      * will load into. The calendar is maintained months ahead, so
      * a missing next day is a calendar fault: the day is accrued
      * as one calendar day and the run ends RC 4 to say so.
       BACA-KALENDER.
           OPEN INPUT CAL-FILE.
           IF WS-CAL-STATUS = '00'
               PERFORM UNTIL WS-CAL-STATUS NOT = '00'
                   READ CAL-FILE
                       AT END
                           MOVE '10' TO WS-CAL-STATUS
                       NOT AT END
                           IF CAL-RUN-DATE NUMERIC
                               AND CAL-RUN-DATE > WS-RUN-DATE
                               IF NOT NEXT-BDAY-FOUND
                                   OR CAL-RUN-DATE < WS-NEXT-BDAY
                                   SET NEXT-BDAY-FOUND TO TRUE
                                   MOVE CAL-RUN-DATE TO WS-NEXT-BDAY
                                   MOVE CAL-PASS-COUNT TO WS-LIMIT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAL-FILE
           END-IF.
       HITUNG-HARI.
           MOVE FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) TO WS-RUN-INT.
           IF NEXT-BDAY-FOUND
               MOVE FUNCTION INTEGER-OF-DATE (WS-NEXT-BDAY)
                   TO WS-NEXT-INT
           ELSE
               DISPLAY 'MYACCRU: NO BUSINESS DAY AFTER ' WS-RUN-DATE
                   ' ON CALFILE - ACCRUING ONE DAY'
               COMPUTE WS-NEXT-INT = WS-RUN-INT + 1
               MOVE FUNCTION DATE-OF-INTEGER (WS-NEXT-INT)
                   TO WS-NEXT-BDAY
           END-IF.
           MOVE WS-RUN-DATE TO WS-WORK-DATE-N.
           MOVE WS-WRK-YYYY TO WS-CAP-DESC-MONTH(1:4).
           MOVE WS-WRK-MM TO WS-CAP-DESC-MONTH(5:2).
           IF WS-WRK-MM = 12
               ADD 1 TO WS-WRK-YYYY
               MOVE 1 TO WS-WRK-MM
           ELSE
               ADD 1 TO WS-WRK-MM
           END-IF.
           MOVE 1 TO WS-WRK-DD.
           MOVE WS-WORK-DATE-N TO WS-FOM-DATE.
           MOVE FUNCTION INTEGER-OF-DATE (WS-FOM-DATE) TO WS-FOM-INT.
           IF WS-NEXT-INT > WS-FOM-INT
               OR WS-NEXT-INT = WS-FOM-INT
               SET MONTH-END-DAY TO TRUE
               COMPUTE WS-DAYS-THIS = WS-FOM-INT - WS-RUN-INT
               COMPUTE WS-DAYS-NEXT = WS-NEXT-INT - WS-FOM-INT
           ELSE
               COMPUTE WS-DAYS-THIS = WS-NEXT-INT - WS-RUN-INT
               MOVE ZERO TO WS-DAYS-NEXT
           END-IF.
           IF WS-LIMIT > ZERO
               COMPUTE WS-NEXT-SLOT = WS-LIMIT - 1
           ELSE
               MOVE ZERO TO WS-NEXT-SLOT
           END-IF.
       BUKA-LAPORAN.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MYACCRU: UNABLE TO OPEN ACCRRPT - STATUS='
                   WS-RPT-STATUS
           ELSE
               SET REPORT-FILE-OPEN TO TRUE
               MOVE SPACES TO RPT-LINE
               MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
               MOVE WS-NEXT-BDAY TO WS-RPT-HDR-NEXT
               IF MONTH-END-DAY
                   MOVE 'MONTH END' TO WS-RPT-HDR-ME
               ELSE
                   MOVE SPACES TO WS-RPT-HDR-ME
               END-IF
               MOVE WS-RPT-HEADER1 TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      * A damaged tier card is listed and left out, not guessed at:
      * the account falls to the branch's next tier down or to the
      * house table, both of which the register shows.
       MUAT-TARIF.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = '00'
               PERFORM UNTIL RATE-FILE-EOF
                   READ RATE-FILE
                       AT END
                           SET RATE-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM SIMPAN-TARIF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.
       SIMPAN-TARIF.
           IF RATE-BRANCH = SPACES
               OR RATE-FLOOR NOT NUMERIC
               OR RATE-PCT NOT NUMERIC
               ADD 1 TO WS-RATE-BAD
               DISPLAY 'MYACCRU: RATE CARD IGNORED - ' RATE-RECORD
           ELSE
               IF WS-RATE-SIZE < 200
                   ADD 1 TO WS-RATE-SIZE
                   MOVE RATE-BRANCH TO WS-RT-BRANCH (WS-RATE-SIZE)
                   MOVE RATE-FLOOR-N TO WS-RT-FLOOR (WS-RATE-SIZE)
                   MOVE RATE-PCT-N TO WS-RT-PCT (WS-RATE-SIZE)
               ELSE
                   DISPLAY 'MYACCRU: RATE TABLE FULL - CARD DROPPED '
                       RATE-RECORD
               END-IF
           END-IF.
       PROSES-SALDO.
           READ BAL-FILE NEXT RECORD
               AT END
                   SET BAL-FILE-EOF TO TRUE
               NOT AT END
                   PERFORM PROSES-REKENING
           END-READ.
       PROSES-REKENING.
           MOVE 'N' TO WS-ACCT-FOUND.
           MOVE BAL-ACCOUNT-NO TO ACCT-ACCOUNT-NO.
           READ ACCT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCT-REC-FOUND TO TRUE
           END-READ.
           MOVE 'N' TO WS-ACCR-HELD.
           MOVE BAL-ACCOUNT-NO TO ACCR-ACCOUNT-NO.
           READ ACCR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCR-REC-HELD TO TRUE
           END-READ.
           IF NOT ACCR-REC-HELD
               MOVE SPACES TO ACCR-RECORD
               MOVE BAL-ACCOUNT-NO TO ACCR-ACCOUNT-NO
               MOVE ZERO TO ACCR-TO-DATE-AMT
               MOVE ZERO TO ACCR-LAST-DATE
               MOVE ZERO TO ACCR-CAP-DATE
               MOVE ZERO TO ACCR-CAP-AMT
               MOVE ZERO TO ACCR-CAP-SLOT
               MOVE ZERO TO ACCR-RATE-PCT
           END-IF.
           IF ACCR-REC-HELD AND ACCR-LAST-DATE = WS-RUN-DATE
               PERFORM ULANG-KAPITALISASI
           ELSE
               IF NOT ACCT-REC-FOUND OR ACCT-CLOSED
                   ADD 1 TO WS-CLOSED-COUNT
               ELSE
                   PERFORM HITUNG-BUNGA
               END-IF
           END-IF.
      * A rerun of the same run date accrues nothing again, but the
      * capitalization it raised the first time must go back on
      * INTCAP - OPEN OUTPUT has just emptied it - under the slot it
      * was given then.
       ULANG-KAPITALISASI.
           ADD 1 TO WS-SKIP-COUNT.
           MOVE ZERO TO WS-ACCR-TODAY.
           MOVE 'ALREADY ACCRUED' TO WS-NOTE.
           MOVE ACCR-RATE-PCT TO WS-USE-PCT.
           PERFORM TULIS-RINCIAN.
           IF ACCR-CAP-DATE = WS-RUN-DATE
               AND ACCR-CAP-AMT NOT = ZERO
               MOVE ACCR-CAP-AMT TO WS-CAP-AMT
               MOVE ACCR-CAP-SLOT TO WS-CAP-SLOT
               IF WS-CAP-SLOT NOT > WS-NEXT-SLOT
                   IF WS-CAP-SLOT > ZERO
                       COMPUTE WS-NEXT-SLOT = WS-CAP-SLOT - 1
                   ELSE
                       MOVE ZERO TO WS-NEXT-SLOT
                   END-IF
               END-IF
               PERFORM TULIS-KAPITALISASI
           END-IF.
      * An account whose before-image did not reach the journal is
      * not touched, and the run stops there: the accounts already
      * accrued are journaled, and the rerun accrues the rest. The
      * INTCAP batch is left without its trailer, so it can never
      * load; the rerun rebuilds it.
       HITUNG-BUNGA.
           PERFORM CATAT-JURNAL.
           IF JRNL-WRITE-FAILED
               CLOSE BAL-FILE
               CLOSE ACCT-FILE
               CLOSE ACCR-FILE
               CLOSE CAP-FILE
               CLOSE JRNL-FILE
               MOVE 'OPNJ' TO WS-REASON-CODE
               MOVE 'ACCRJRNL' TO WS-FAIL-DD
               MOVE WS-JRNL-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           PERFORM CARI-TARIF.
           IF BAL-NEW-AMT < ZERO
               COMPUTE WS-BAL-ABS = ZERO - BAL-NEW-AMT
           ELSE
               MOVE BAL-NEW-AMT TO WS-BAL-ABS
           END-IF.
           COMPUTE WS-ACCR-TODAY ROUNDED =
               BAL-NEW-AMT * WS-USE-PCT * WS-DAYS-THIS / 36500.
           COMPUTE WS-ACCR-SPILL ROUNDED =
               BAL-NEW-AMT * WS-USE-PCT * WS-DAYS-NEXT / 36500.
           ADD WS-ACCR-TODAY TO ACCR-TO-DATE-AMT.
           ADD WS-ACCR-TODAY TO WS-TODAY-TOTAL.
           MOVE WS-USE-PCT TO ACCR-RATE-PCT.
           MOVE WS-RUN-DATE TO ACCR-LAST-DATE.
           MOVE SPACES TO WS-NOTE.
           ADD 1 TO WS-ACCR-COUNT.
           IF MONTH-END-DAY
               PERFORM KAPITALISASI
           END-IF.
           PERFORM TULIS-RINCIAN.
           ADD ACCR-TO-DATE-AMT TO WS-TODATE-TOTAL.
      * The master must hold the cleared accrual before the
      * capitalization goes on INTCAP: a record left uncleared would
      * capitalize the same interest again next month end. An
      * account that fails keeps its old record and is accrued and
      * capitalized by the rerun.
           MOVE 'N' TO WS-ACCR-SAVED.
           IF ACCR-REC-HELD
               REWRITE ACCR-RECORD
                   INVALID KEY
                       DISPLAY 'MYACCRU: REWRITE FAILED - ACCOUNT '
                           ACCR-ACCOUNT-NO
                       SET ACCR-WRITE-FAILED TO TRUE
                       MOVE WS-ACCR-STATUS TO WS-FAIL-STATUS
                   NOT INVALID KEY
                       SET ACCR-REC-SAVED TO TRUE
               END-REWRITE
           ELSE
               WRITE ACCR-RECORD
                   INVALID KEY
                       DISPLAY 'MYACCRU: WRITE FAILED - ACCOUNT '
                           ACCR-ACCOUNT-NO
                       SET ACCR-WRITE-FAILED TO TRUE
                       MOVE WS-ACCR-STATUS TO WS-FAIL-STATUS
                   NOT INVALID KEY
                       SET ACCR-REC-SAVED TO TRUE
               END-WRITE
           END-IF.
           IF MONTH-END-DAY AND ACCR-CAP-DATE = WS-RUN-DATE
               AND ACCR-REC-SAVED
               PERFORM TULIS-KAPITALISASI
           END-IF.
      * The record goes on the journal as it stands before the day
      * touches it - or as added, when the day creates it - which is
      * what a backout of the day puts back.
       CATAT-JURNAL.
           MOVE SPACES TO AJRN-RECORD.
           MOVE WS-RUN-DATE TO AJRN-RUN-DATE.
           IF ACCR-REC-HELD
               MOVE 'A' TO AJRN-ACTION
           ELSE
               MOVE 'N' TO AJRN-ACTION
           END-IF.
           MOVE ACCR-RECORD TO AJRN-IMAGE.
           WRITE AJRN-RECORD.
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'MYACCRU: ACCRJRNL WRITE FAILED - ACCOUNT '
                   ACCR-ACCOUNT-NO ' STATUS=' WS-JRNL-STATUS
               SET JRNL-WRITE-FAILED TO TRUE
           END-IF.
      * The month's accrual is capitalized to the cent; the fraction
      * of a cent left over stays on the master and starts the new
      * month with the days of today's accrual that fall after the
      * month end. With no slot left in the next day's range the
      * interest is not lost - it stays accrued and is capitalized
      * with the following month.
       KAPITALISASI.
           COMPUTE WS-CAP-AMT = ACCR-TO-DATE-AMT.
           IF WS-CAP-AMT = ZERO
               ADD WS-ACCR-SPILL TO ACCR-TO-DATE-AMT
           ELSE
               IF WS-NEXT-SLOT = ZERO
                   ADD 1 TO WS-NOSLOT-COUNT
                   MOVE 'NO CAP SLOT' TO WS-NOTE
                   ADD WS-ACCR-SPILL TO ACCR-TO-DATE-AMT
               ELSE
                   MOVE WS-NEXT-SLOT TO WS-CAP-SLOT
                   SUBTRACT 1 FROM WS-NEXT-SLOT
                   MOVE WS-RUN-DATE TO ACCR-CAP-DATE
                   MOVE WS-CAP-AMT TO ACCR-CAP-AMT
                   MOVE WS-CAP-SLOT TO ACCR-CAP-SLOT
                   COMPUTE ACCR-TO-DATE-AMT =
                       ACCR-TO-DATE-AMT - WS-CAP-AMT + WS-ACCR-SPILL
                   MOVE 'CAPITALIZED' TO WS-NOTE
               END-IF
           END-IF.
       CARI-TARIF.
           MOVE ACCT-BRANCH TO WS-SEARCH-BRANCH.
           PERFORM CARI-TINGKAT.
           IF NOT BRANCH-HAS-TIERS
               MOVE '****' TO WS-SEARCH-BRANCH
               PERFORM CARI-TINGKAT
           END-IF.
           IF NOT TIER-FOUND
               MOVE ZERO TO WS-USE-PCT
           END-IF.
       CARI-TINGKAT.
           MOVE 'N' TO WS-BRANCH-HIT.
           MOVE 'N' TO WS-TIER-HIT.
           MOVE ZERO TO WS-USE-FLOOR.
           MOVE ZERO TO WS-USE-PCT.
           IF BAL-NEW-AMT < ZERO
               COMPUTE WS-BAL-ABS = ZERO - BAL-NEW-AMT
           ELSE
               MOVE BAL-NEW-AMT TO WS-BAL-ABS
           END-IF.
           MOVE ZERO TO WS-RI.
           PERFORM UNTIL WS-RI >= WS-RATE-SIZE
               ADD 1 TO WS-RI
               IF WS-RT-BRANCH (WS-RI) = WS-SEARCH-BRANCH
                   SET BRANCH-HAS-TIERS TO TRUE
                   IF WS-RT-FLOOR (WS-RI) NOT > WS-BAL-ABS
                       IF NOT TIER-FOUND
                           OR WS-RT-FLOOR (WS-RI) > WS-USE-FLOOR
                           SET TIER-FOUND TO TRUE
                           MOVE WS-RT-FLOOR (WS-RI) TO WS-USE-FLOOR
                           MOVE WS-RT-PCT (WS-RI) TO WS-USE-PCT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * The capitalization rides the next day's feed as its own
      * control batch, exactly as the MYREJRC recycle does: header
      * dated the business day it will load under, trailer count
      * and hash covering only this batch. MYPROG negates an
      * adjustment, so the feed amount carries the opposite sign of
      * the interest - the posting then moves the balance the same
      * way the balance already stands.
       TULIS-KAPITALISASI.
           IF NOT CAP-HEADER-WRITTEN
               PERFORM TULIS-KEPALA
           END-IF.
           MOVE SPACES TO FEED-RECORD.
           MOVE WS-CAP-SLOT TO FEED-SLOT-NO-N.
           MOVE ACCR-ACCOUNT-NO TO FEED-ACCOUNT-NO-N.
           COMPUTE FEED-AMOUNT-N = ZERO - WS-CAP-AMT.
           MOVE 'A' TO FEED-TRAN-TYPE.
           MOVE WS-CAP-DESC TO FEED-DESC.
           WRITE FEED-RECORD.
           ADD FEED-AMOUNT-N TO WS-CAP-HASH.
           ADD 1 TO WS-CAP-COUNT.
           ADD WS-CAP-AMT TO WS-CAP-TOTAL.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               MOVE WS-CAP-AMT TO WS-RPT-CAP-AMT
               MOVE WS-CAP-SLOT TO WS-RPT-CAP-SLOT
               MOVE WS-RPT-CAP-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       TULIS-KEPALA.
           MOVE SPACES TO FEED-RECORD.
           MOVE 'HDR ' TO FEED-SLOT-NO.
           MOVE WS-NEXT-BDAY TO FEED-HDR-DATE-N.
           MOVE 9001 TO FEED-HDR-SEQ-N.
           WRITE FEED-RECORD.
           SET CAP-HEADER-WRITTEN TO TRUE.
       TULIS-EKOR.
           MOVE SPACES TO FEED-RECORD.
           MOVE 'TRL ' TO FEED-SLOT-NO.
           MOVE WS-CAP-COUNT TO FEED-TRL-COUNT-N.
           MOVE WS-CAP-HASH TO FEED-TRL-HASH-N.
           WRITE FEED-RECORD.
       TULIS-RINCIAN.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               MOVE BAL-ACCOUNT-NO TO WS-RPT-DET-ACCT
               IF ACCT-REC-FOUND
                   MOVE ACCT-BRANCH TO WS-RPT-DET-BRANCH
               ELSE
                   MOVE SPACES TO WS-RPT-DET-BRANCH
               END-IF
               MOVE BAL-NEW-AMT TO WS-RPT-DET-BAL
               MOVE WS-USE-PCT TO WS-RPT-DET-RATE
               MOVE WS-DAYS-THIS TO WS-RPT-DET-DAYS
               MOVE WS-ACCR-TODAY TO WS-RPT-DET-TODAY
               MOVE ACCR-TO-DATE-AMT TO WS-RPT-DET-TODATE
               MOVE WS-NOTE TO WS-RPT-DET-NOTE
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       CETAK-TOTAL.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE 'ACCRUED TODAY     = ' TO WS-RPT-TOT-LABEL
               MOVE WS-TODAY-TOTAL TO WS-RPT-TOT-AMT
               MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE 'ACCRUED TO DATE   = ' TO WS-RPT-TOT-LABEL
               MOVE WS-TODATE-TOTAL TO WS-RPT-TOT-AMT
               MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE 'CAPITALIZED TOTAL = ' TO WS-RPT-TOT-LABEL
               MOVE WS-CAP-TOTAL TO WS-RPT-TOT-AMT
               MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-ACCR-COUNT TO WS-RPT-CTL-ACCR
               MOVE WS-SKIP-COUNT TO WS-RPT-CTL-SKIP
               MOVE WS-CAP-COUNT TO WS-RPT-CTL-CAP
               MOVE WS-NOSLOT-COUNT TO WS-RPT-CTL-NOSLOT
               MOVE WS-RPT-CTL-LINE TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORT-FILE
           END-IF.
       SELESAI.
           PERFORM CATAT-STATUS.
           STOP RUN.
       CATAT-STATUS.
           IF WS-REASON-CODE = SPACES
               MOVE 'NORM' TO WS-REASON-CODE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           MOVE SPACES TO STAT-RECORD.
           MOVE 'MYACCRU' TO STAT-JOB-NAME.
           MOVE WS-RUN-DATE TO STAT-RUN-DATE.
           MOVE WS-SYS-DATETIME(9:6) TO STAT-RUN-TIME.
           MOVE RETURN-CODE TO STAT-RETURN-CODE.
           MOVE WS-REASON-CODE TO STAT-REASON-CODE.
           MOVE WS-FAIL-DD TO STAT-FAIL-DD.
           MOVE WS-FAIL-STATUS TO STAT-FAIL-STATUS.
           MOVE ZERO TO STAT-LAST-GOOD-X.
           MOVE 'N' TO STAT-RESUMABLE.
           MOVE WS-ACCR-COUNT TO STAT-REC-COUNT.
           OPEN EXTEND CYC-FILE.
           IF WS-CYC-STATUS = '05' OR WS-CYC-STATUS = '35'
               OPEN OUTPUT CYC-FILE
           END-IF.
           IF WS-CYC-STATUS NOT = '00'
               DISPLAY 'MYACCRU: UNABLE TO OPEN CYCSTAT - STATUS='
                   WS-CYC-STATUS
           ELSE
               WRITE STAT-RECORD
               CLOSE CYC-FILE
           END-IF.
      *****************************************************************
