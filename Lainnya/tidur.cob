      *****************************************************************
      * Program name:    MYDORM
      * Original author: MYNAME
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 09/18/26 MYNAME  Created. Weekly dormant-account run (see job
      *                  MYDORMJB): finds every OPEN account on the
      *                  ACCTFILE account master with no activity for
      *                  the PARM-DORMANT-DAYS number of business days
      *                  (blank card field = 180), counted against the
      *                  CALFILE business calendar exactly as MYSUSP
      *                  ages suspense. An account's last activity is
      *                  its last found posting on the HISTFILE
      *                  history (sorted account-major by MYDORMJB
      *                  STEP005), or BAL-LAST-DATE on the BALFILE
      *                  balance master where that is later than
      *                  anything the history yet holds. Interest
      *                  capitalizations raised by MYACCRU are not
      *                  customer activity and do not keep an account
      *                  alive. Prints the DORMRPT dormancy report by
      *                  branch (balance, last activity date and
      *                  business days idle, branch and grand totals)
      *                  and writes DORMDECK, a proposed maintenance
      *                  deck in ACCTCARD layout: CLOSE for a dormant
      *                  account with a zero balance, REVIEW for one
      *                  still holding money or that has never
      *                  posted. The supervisor edits the deck and
      *                  submits it through MYACCJB; nothing here
      *                  touches the master. Replaces reading months
      *                  of DLTRPT listings to find dead accounts.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MYDORM.
       AUTHOR. MYNAME.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 09/18/26.
       DATE-COMPILED. 09/18/26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT BAL-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BAL-ACCOUNT-NO
               FILE STATUS IS WS-BAL-STATUS.
           SELECT HIST-FILE ASSIGN TO "HISTSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT DECK-FILE ASSIGN TO "DORMDECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY PARMREC.
       FD  CAL-FILE.
           COPY CALREC.
       FD  ACCT-FILE.
           COPY ACCTREC.
       FD  BAL-FILE.
           COPY BALREC.
       FD  HIST-FILE.
           COPY OUTREC.
       FD  DECK-FILE.
           COPY ACCTCARD.
       FD  REPORT-FILE.
           COPY RPTLINE.
       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS PIC XX VALUE '00'.
       77 WS-PARM-MISSING PIC X VALUE 'N'.
           88 PARM-FILE-MISSING VALUE 'Y'.
       77 WS-CAL-STATUS PIC XX VALUE '00'.
       77 WS-ACCT-STATUS PIC XX VALUE '00'.
       77 WS-BAL-STATUS PIC XX VALUE '00'.
       77 WS-HIST-STATUS PIC XX VALUE '00'.
       77 WS-DECK-STATUS PIC XX VALUE '00'.
       77 WS-RPT-STATUS PIC XX VALUE '00'.
       77 WS-RPT-OPEN-OK PIC X VALUE 'N'.
           88 REPORT-FILE-OPEN VALUE 'Y'.
       77 WS-ACCT-EOF PIC X VALUE 'N'.
           88 ACCT-FILE-EOF VALUE 'Y'.
       77 WS-HIST-EOF PIC X VALUE 'N'.
           88 HIST-FILE-EOF VALUE 'Y'.
       77 WS-HIST-HIT PIC X VALUE 'N'.
           88 HIST-REC-HIT VALUE 'Y'.
       77 WS-BAL-FOUND PIC X VALUE 'N'.
           88 BAL-REC-FOUND VALUE 'Y'.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-TODAY-INT PIC 9(8) VALUE ZERO.
       77 WS-DORMANT-DAYS PIC 9(3) VALUE 180.
       77 WS-HIST-HIGH-DATE PIC 9(8) VALUE ZERO.
       77 WS-HIST-LAST-DATE PIC 9(8) VALUE ZERO.
       77 WS-LAST-DATE PIC 9(8) VALUE ZERO.
       77 WS-IDLE-DAYS PIC 9(3) VALUE ZERO.
       77 WS-BALANCE PIC S9(11)V99 VALUE ZERO.
      * Business-day table, loaded and floored as in MYSUSP: only the
      * calendar dates inside the dormancy horizon (twice the
      * threshold plus a month) up to the run date are kept, an
      * overflow replaces the oldest entry, and an account idle
      * since before everything a full table holds is floored at
      * 999 days.
       77 WS-BDAY-SIZE PIC 9(3) VALUE ZERO.
       77 WS-BI PIC 9(3) VALUE ZERO.
       77 WS-BDAY-FULL PIC X VALUE 'N'.
       77 WS-BDAY-MIN-DATE PIC 9(8) VALUE ZERO.
       77 WS-BDAY-MIN-IX PIC 9(3) VALUE ZERO.
       77 WS-HORIZON-DAYS PIC 9(5) VALUE ZERO.
       77 WS-HORIZON-DATE PIC 9(8) VALUE ZERO.
       01  WS-BDAY-TABLE.
           05  WS-BDAY-DATE OCCURS 999 TIMES PIC 9(8).
      * Dormant accounts held for the by-branch report; the deck is
      * written as each account is found, so a full table shortens
      * only the printed listing, never the deck.
       77 WS-DORM-SIZE PIC 9(3) VALUE ZERO.
       77 WS-DI PIC 9(3) VALUE ZERO.
       77 WS-DORM-DROPPED PIC 9(5) VALUE ZERO.
       01  WS-DORM-TABLE.
           05  WS-DORM-ENTRY OCCURS 999 TIMES.
               10  WS-DM-ACCT          PIC 9(8).
               10  WS-DM-NAME          PIC X(20).
               10  WS-DM-BRANCH        PIC X(4).
               10  WS-DM-BAL           PIC S9(11)V99.
               10  WS-DM-LAST-DATE     PIC 9(8).
               10  WS-DM-IDLE          PIC 9(3).
               10  WS-DM-ACTION        PIC X(6).
       77 WS-BR-SIZE PIC 9(3) VALUE ZERO.
       77 WS-BX PIC 9(3) VALUE ZERO.
       77 WS-BY PIC 9(3) VALUE ZERO.
       77 WS-BR-HIT PIC X VALUE 'N'.
           88 BRANCH-LISTED VALUE 'Y'.
       01  WS-BRANCH-TABLE.
           05  WS-BR-CODE OCCURS 999 TIMES PIC X(4).
       77 WS-BR-COUNT PIC 9(5) VALUE ZERO.
       77 WS-BR-BAL PIC S9(13)V99 VALUE ZERO.
       77 WS-ACCT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CLOSED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ACTIVE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-DORM-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CLOSE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REVIEW-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ORPHAN-COUNT PIC 9(7) VALUE ZERO.
       77 WS-DORM-BAL PIC S9(13)V99 VALUE ZERO.
       77 WS-DATE-OK PIC X VALUE 'Y'.
       77 WS-CHK-MAX-DD PIC 9(2) VALUE ZERO.
       77 WS-CHK-REM PIC 9(4) VALUE ZERO.
       01  WS-CHECK-DATE.
           05  WS-CHK-YYYY             PIC 9(4).
           05  WS-CHK-MM               PIC 9(2).
           05  WS-CHK-DD               PIC 9(2).
       01  WS-RPT-HEADER1.
           05  FILLER                  PIC X(26) VALUE
               'MYDORM DORMANT ACCOUNTS'.
           05  FILLER                  PIC X(6) VALUE ' DATE '.
           05  WS-RPT-HDR-DATE         PIC 9(8).
           05  FILLER                  PIC X(13) VALUE
               '  DORMANT AT '.
           05  WS-RPT-HDR-LIMIT        PIC ZZ9.
           05  FILLER                  PIC X(24) VALUE
               ' BUSINESS DAYS IDLE'.
       01  WS-RPT-BRANCH-LINE.
           05  FILLER                  PIC X(7) VALUE 'BRANCH '.
           05  WS-RPT-BR-CODE          PIC X(4).
       01  WS-RPT-COL-HEADER.
           05  FILLER                  PIC X(10) VALUE '  ACCOUNT '.
           05  FILLER                  PIC X(22) VALUE 'NAME'.
           05  FILLER                  PIC X(17) VALUE
               '          BALANCE'.
           05  FILLER                  PIC X(13) VALUE
               '  LAST ACTVTY'.
           05  FILLER                  PIC X(7) VALUE '   IDLE'.
           05  FILLER                  PIC X(10) VALUE '  PROPOSED'.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(2) VALUE '  '.
           05  WS-RPT-DET-ACCT         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE '  '.
           05  WS-RPT-DET-NAME         PIC X(20).
           05  FILLER                  PIC X(2) VALUE '  '.
           05  WS-RPT-DET-BAL          PIC -(11)9.99.
           05  FILLER                  PIC X(2) VALUE '  '.
           05  WS-RPT-DET-LAST         PIC X(8).
           05  FILLER                  PIC X(3) VALUE '   '.
           05  WS-RPT-DET-IDLE         PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE '    '.
           05  WS-RPT-DET-ACTION       PIC X(6).
       01  WS-RPT-BR-TOTAL.
           05  FILLER                  PIC X(9) VALUE '  BRANCH '.
           05  WS-RPT-BRT-CODE         PIC X(4).
           05  FILLER                  PIC X(10) VALUE ' DORMANT= '.
           05  WS-RPT-BRT-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  BALANCE='.
           05  WS-RPT-BRT-BAL          PIC -(13)9.99.
       01  WS-RPT-CTL-LINE1.
           05  FILLER                  PIC X(10) VALUE 'ACCOUNTS= '.
           05  WS-RPT-CTL-ACCTS        PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE '  CLOSED='.
           05  WS-RPT-CTL-CLOSED       PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE '  ACTIVE='.
           05  WS-RPT-CTL-ACTIVE       PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  DORMANT='.
           05  WS-RPT-CTL-DORM         PIC ZZZZ9.
       01  WS-RPT-CTL-LINE2.
           05  FILLER                  PIC X(13) VALUE 'CLOSE CARDS= '.
           05  WS-RPT-CTL-CLOSE        PIC ZZZZ9.
           05  FILLER                  PIC X(16) VALUE
               '  REVIEW CARDS= '.
           05  WS-RPT-CTL-REVIEW       PIC ZZZZ9.
           05  FILLER                  PIC X(17) VALUE
               '  DORMANT TOTAL= '.
           05  WS-RPT-CTL-BAL          PIC -(13)9.99.
       01  WS-RPT-CTL-LINE3.
           05  FILLER                  PIC X(24) VALUE
               'NOT LISTED (TABLE FULL)='.
           05  WS-RPT-CTL-DROP         PIC ZZZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(28) VALUE
               'SEE DORMDECK FOR ALL CARDS'.
       PROCEDURE DIVISION.
       INISIALISASI.
           PERFORM BACA-PARM.
           PERFORM BACA-KALENDER.
           PERFORM BUKA-LAPORAN.
      * Without the calendar there is nothing to count business days
      * against, and a proposal to close accounts is not made on a
      * guess: no deck is written.
           IF WS-BDAY-SIZE = ZERO
               DISPLAY 'MYDORM: CALFILE MISSING OR EMPTY - STATUS='
                   WS-CAL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'MYDORM: UNABLE TO OPEN ACCTFILE - STATUS='
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           OPEN INPUT BAL-FILE.
           IF WS-BAL-STATUS NOT = '00'
               DISPLAY 'MYDORM: UNABLE TO OPEN BALFILE - STATUS='
                   WS-BAL-STATUS
               CLOSE ACCT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           PERFORM CARI-BATAS-RIWAYAT.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'MYDORM: UNABLE TO OPEN HISTSRT - STATUS='
                   WS-HIST-STATUS
               CLOSE ACCT-FILE
               CLOSE BAL-FILE
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           OPEN OUTPUT DECK-FILE.
           IF WS-DECK-STATUS NOT = '00'
               DISPLAY 'MYDORM: UNABLE TO OPEN DORMDECK - STATUS='
                   WS-DECK-STATUS
               CLOSE ACCT-FILE
               CLOSE BAL-FILE
               CLOSE HIST-FILE
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           PERFORM BACA-RIWAYAT.
           MOVE ZERO TO ACCT-ACCOUNT-NO.
           START ACCT-FILE KEY NOT < ACCT-ACCOUNT-NO
               INVALID KEY
                   SET ACCT-FILE-EOF TO TRUE
           END-START.
           PERFORM PROSES-REKENING UNTIL ACCT-FILE-EOF.
           PERFORM UNTIL HIST-FILE-EOF
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM BACA-RIWAYAT
           END-PERFORM.
           CLOSE ACCT-FILE.
           CLOSE BAL-FILE.
           CLOSE HIST-FILE.
           CLOSE DECK-FILE.
           PERFORM CETAK-CABANG.
           PERFORM CETAK-KONTROL.
           IF WS-DORM-DROPPED > ZERO
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
                   IF PARM-DORMANT-DAYS NUMERIC
                       AND PARM-DORMANT-DAYS-N > ZERO
                       MOVE PARM-DORMANT-DAYS-N TO WS-DORMANT-DAYS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           ELSE
               SET PARM-FILE-MISSING TO TRUE
           END-IF.
           IF PARM-FILE-MISSING
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           IF WS-RUN-DATE NOT NUMERIC
               MOVE 'N' TO WS-DATE-OK
           ELSE
               MOVE WS-RUN-DATE TO WS-CHECK-DATE
               PERFORM PERIKSA-TANGGAL
           END-IF.
           IF WS-DATE-OK = 'N'
               DISPLAY 'MYDORM: PARM RUN DATE NOT A REAL DATE -'
                   ' USING SYSTEM DATE'
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               TO WS-TODAY-INT.
       BACA-KALENDER.
           COMPUTE WS-HORIZON-DAYS = WS-DORMANT-DAYS * 2 + 31.
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT - WS-HORIZON-DAYS).
           OPEN INPUT CAL-FILE.
           IF WS-CAL-STATUS = '00'
               PERFORM UNTIL WS-CAL-STATUS NOT = '00'
                   READ CAL-FILE
                       AT END
                           MOVE '10' TO WS-CAL-STATUS
                       NOT AT END
                           IF CAL-RUN-DATE NUMERIC
                               AND CAL-RUN-DATE NOT > WS-RUN-DATE
                               AND CAL-RUN-DATE NOT < WS-HORIZON-DATE
                               IF WS-BDAY-SIZE < 999
                                   ADD 1 TO WS-BDAY-SIZE
                                   MOVE CAL-RUN-DATE
                                       TO WS-BDAY-DATE (WS-BDAY-SIZE)
                               ELSE
                                   PERFORM GANTI-TERTUA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAL-FILE
           END-IF.
           PERFORM CARI-BDAY-MIN.
       GANTI-TERTUA.
           IF WS-BDAY-FULL = 'N'
               MOVE 'Y' TO WS-BDAY-FULL
               DISPLAY 'MYDORM: CALENDAR TABLE AT CAPACITY -'
                   ' KEEPING NEWEST DATES'
           END-IF.
           MOVE 1 TO WS-BDAY-MIN-IX.
           MOVE ZERO TO WS-BI.
           PERFORM UNTIL WS-BI >= WS-BDAY-SIZE
               ADD 1 TO WS-BI
               IF WS-BDAY-DATE (WS-BI) <
                   WS-BDAY-DATE (WS-BDAY-MIN-IX)
                   MOVE WS-BI TO WS-BDAY-MIN-IX
               END-IF
           END-PERFORM.
           IF CAL-RUN-DATE > WS-BDAY-DATE (WS-BDAY-MIN-IX)
               MOVE CAL-RUN-DATE TO WS-BDAY-DATE (WS-BDAY-MIN-IX)
           END-IF.
       CARI-BDAY-MIN.
           MOVE ZERO TO WS-BDAY-MIN-DATE.
           IF WS-BDAY-SIZE > ZERO
               MOVE WS-BDAY-DATE (1) TO WS-BDAY-MIN-DATE
               MOVE ZERO TO WS-BI
               PERFORM UNTIL WS-BI >= WS-BDAY-SIZE
                   ADD 1 TO WS-BI
                   IF WS-BDAY-DATE (WS-BI) < WS-BDAY-MIN-DATE
                       MOVE WS-BDAY-DATE (WS-BI)
                           TO WS-BDAY-MIN-DATE
                   END-IF
               END-PERFORM
           END-IF.
       BUKA-LAPORAN.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MYDORM: UNABLE TO OPEN DORMRPT - STATUS='
                   WS-RPT-STATUS
           ELSE
               SET REPORT-FILE-OPEN TO TRUE
               MOVE SPACES TO RPT-LINE
               MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
               MOVE WS-DORMANT-DAYS TO WS-RPT-HDR-LIMIT
               MOVE WS-RPT-HEADER1 TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      * The highest run date anywhere on the history. A BAL-LAST-DATE
      * beyond it is a posting the history has not caught up with
      * yet (the STEP025 append held or not yet run) and counts as
      * activity; one at or before it is already on the history in
      * full, where the interest capitalizations can be told apart.
       CARI-BATAS-RIWAYAT.
           MOVE ZERO TO WS-HIST-HIGH-DATE.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS = '00'
               PERFORM UNTIL WS-HIST-STATUS NOT = '00'
                   READ HIST-FILE
                       AT END
                           MOVE '10' TO WS-HIST-STATUS
                       NOT AT END
                           IF OUT-RUN-DATE NUMERIC
                               AND OUT-RUN-DATE > WS-HIST-HIGH-DATE
                               MOVE OUT-RUN-DATE TO WS-HIST-HIGH-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.
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
           READ ACCT-FILE NEXT RECORD
               AT END
                   SET ACCT-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ACCT-COUNT
                   PERFORM LEWATI-RIWAYAT
                   PERFORM KUMPUL-RIWAYAT
                   IF ACCT-CLOSED
                       ADD 1 TO WS-CLOSED-COUNT
                   ELSE
                       PERFORM NILAI-REKENING
                   END-IF
           END-READ.
       LEWATI-RIWAYAT.
           PERFORM UNTIL HIST-FILE-EOF
               OR OUT-ACCOUNT-NO NOT < ACCT-ACCOUNT-NO
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM BACA-RIWAYAT
           END-PERFORM.
      * An interest capitalization is the bank's posting, not the
      * customer's: a dormant account holding money is capitalized
      * every month end and would otherwise never go dormant.
       KUMPUL-RIWAYAT.
           MOVE ZERO TO WS-HIST-LAST-DATE.
           PERFORM UNTIL HIST-FILE-EOF
               OR OUT-ACCOUNT-NO NOT = ACCT-ACCOUNT-NO
               IF OUT-TRAN-TYPE = 'A'
                   AND OUT-DESC(1:13) = 'INTEREST CAP '
                   CONTINUE
               ELSE
                   IF OUT-RUN-DATE > WS-HIST-LAST-DATE
                       MOVE OUT-RUN-DATE TO WS-HIST-LAST-DATE
                   END-IF
               END-IF
               PERFORM BACA-RIWAYAT
           END-PERFORM.
       NILAI-REKENING.
           MOVE 'N' TO WS-BAL-FOUND.
           MOVE ZERO TO WS-BALANCE.
           MOVE ACCT-ACCOUNT-NO TO BAL-ACCOUNT-NO.
           READ BAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BAL-REC-FOUND TO TRUE
                   MOVE BAL-NEW-AMT TO WS-BALANCE
           END-READ.
           MOVE WS-HIST-LAST-DATE TO WS-LAST-DATE.
           IF BAL-REC-FOUND
               IF BAL-LAST-DATE > WS-HIST-HIGH-DATE
                   AND BAL-LAST-DATE > WS-LAST-DATE
                   MOVE BAL-LAST-DATE TO WS-LAST-DATE
               END-IF
           END-IF.
           PERFORM HITUNG-HARI-KERJA.
           IF WS-IDLE-DAYS < WS-DORMANT-DAYS
               ADD 1 TO WS-ACTIVE-COUNT
           ELSE
               PERFORM CATAT-TIDUR
           END-IF.
      * Business days after the last activity up to and including
      * the run date. An account never posted at all counts every
      * day the table holds; one idle since before a full table's
      * oldest date is floored at 999, as MYSUSP floors its ages.
       HITUNG-HARI-KERJA.
           MOVE ZERO TO WS-IDLE-DAYS.
           MOVE ZERO TO WS-BI.
           PERFORM UNTIL WS-BI >= WS-BDAY-SIZE
               ADD 1 TO WS-BI
               IF WS-BDAY-DATE (WS-BI) > WS-LAST-DATE
                   ADD 1 TO WS-IDLE-DAYS
               END-IF
           END-PERFORM.
           IF WS-BDAY-FULL = 'Y'
               AND WS-LAST-DATE < WS-BDAY-MIN-DATE
               MOVE 999 TO WS-IDLE-DAYS
           END-IF.
      * Only a zero balance is proposed for CLOSE. Money still on
      * the account has to be dealt with first, and an account that
      * has never posted may simply be new - both go in as REVIEW.
       CATAT-TIDUR.
           ADD 1 TO WS-DORM-COUNT.
           ADD WS-BALANCE TO WS-DORM-BAL.
           MOVE SPACES TO ACCT-CARD.
           IF WS-BALANCE = ZERO AND WS-LAST-DATE NOT = ZERO
               MOVE 'CLOSE ' TO ACARD-ACTION
               ADD 1 TO WS-CLOSE-COUNT
           ELSE
               MOVE 'REVIEW' TO ACARD-ACTION
               ADD 1 TO WS-REVIEW-COUNT
           END-IF.
           MOVE ACCT-ACCOUNT-NO TO ACARD-ACCOUNT-NO-N.
           MOVE ACCT-NAME TO ACARD-NAME.
           MOVE ACCT-BRANCH TO ACARD-BRANCH.
           WRITE ACCT-CARD.
           IF WS-DORM-SIZE < 999
               ADD 1 TO WS-DORM-SIZE
               MOVE ACCT-ACCOUNT-NO TO WS-DM-ACCT (WS-DORM-SIZE)
               MOVE ACCT-NAME TO WS-DM-NAME (WS-DORM-SIZE)
               MOVE ACCT-BRANCH TO WS-DM-BRANCH (WS-DORM-SIZE)
               MOVE WS-BALANCE TO WS-DM-BAL (WS-DORM-SIZE)
               MOVE WS-LAST-DATE TO WS-DM-LAST-DATE (WS-DORM-SIZE)
               MOVE WS-IDLE-DAYS TO WS-DM-IDLE (WS-DORM-SIZE)
               MOVE ACARD-ACTION TO WS-DM-ACTION (WS-DORM-SIZE)
               PERFORM SIMPAN-CABANG
           ELSE
               ADD 1 TO WS-DORM-DROPPED
               DISPLAY 'MYDORM: REPORT TABLE FULL - NOT LISTED '
                   ACCT-ACCOUNT-NO
           END-IF.
      * Branch codes are kept in ascending order as they are met, so
      * the report can walk the branches in order without a sort.
       SIMPAN-CABANG.
           MOVE 'N' TO WS-BR-HIT.
           MOVE ZERO TO WS-BX.
           PERFORM UNTIL WS-BX >= WS-BR-SIZE OR BRANCH-LISTED
               ADD 1 TO WS-BX
               IF WS-BR-CODE (WS-BX) = ACCT-BRANCH
                   SET BRANCH-LISTED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT BRANCH-LISTED
               MOVE ZERO TO WS-BX
               PERFORM UNTIL WS-BX >= WS-BR-SIZE
                   OR WS-BR-CODE (WS-BX + 1) > ACCT-BRANCH
                   ADD 1 TO WS-BX
               END-PERFORM
               MOVE WS-BR-SIZE TO WS-BY
               PERFORM UNTIL WS-BY NOT > WS-BX
                   MOVE WS-BR-CODE (WS-BY) TO WS-BR-CODE (WS-BY + 1)
                   SUBTRACT 1 FROM WS-BY
               END-PERFORM
               MOVE ACCT-BRANCH TO WS-BR-CODE (WS-BX + 1)
               ADD 1 TO WS-BR-SIZE
           END-IF.
       CETAK-CABANG.
           IF REPORT-FILE-OPEN
               MOVE ZERO TO WS-BX
               PERFORM UNTIL WS-BX >= WS-BR-SIZE
                   ADD 1 TO WS-BX
                   PERFORM CETAK-SATU-CABANG
               END-PERFORM
           END-IF.
       CETAK-SATU-CABANG.
           MOVE ZERO TO WS-BR-COUNT.
           MOVE ZERO TO WS-BR-BAL.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-BR-CODE (WS-BX) TO WS-RPT-BR-CODE.
           MOVE WS-RPT-BRANCH-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-RPT-COL-HEADER TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ZERO TO WS-DI.
           PERFORM UNTIL WS-DI >= WS-DORM-SIZE
               ADD 1 TO WS-DI
               IF WS-DM-BRANCH (WS-DI) = WS-BR-CODE (WS-BX)
                   PERFORM TULIS-RINCIAN
               END-IF
           END-PERFORM.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-BR-CODE (WS-BX) TO WS-RPT-BRT-CODE.
           MOVE WS-BR-COUNT TO WS-RPT-BRT-COUNT.
           MOVE WS-BR-BAL TO WS-RPT-BRT-BAL.
           MOVE WS-RPT-BR-TOTAL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       TULIS-RINCIAN.
           ADD 1 TO WS-BR-COUNT.
           ADD WS-DM-BAL (WS-DI) TO WS-BR-BAL.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-DM-ACCT (WS-DI) TO WS-RPT-DET-ACCT.
           MOVE WS-DM-NAME (WS-DI) TO WS-RPT-DET-NAME.
           MOVE WS-DM-BAL (WS-DI) TO WS-RPT-DET-BAL.
           IF WS-DM-LAST-DATE (WS-DI) = ZERO
               MOVE 'NONE' TO WS-RPT-DET-LAST
           ELSE
               MOVE WS-DM-LAST-DATE (WS-DI) TO WS-RPT-DET-LAST
           END-IF.
           MOVE WS-DM-IDLE (WS-DI) TO WS-RPT-DET-IDLE.
           MOVE WS-DM-ACTION (WS-DI) TO WS-RPT-DET-ACTION.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
       CETAK-KONTROL.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               MOVE WS-ACCT-COUNT TO WS-RPT-CTL-ACCTS
               MOVE WS-CLOSED-COUNT TO WS-RPT-CTL-CLOSED
               MOVE WS-ACTIVE-COUNT TO WS-RPT-CTL-ACTIVE
               MOVE WS-DORM-COUNT TO WS-RPT-CTL-DORM
               MOVE WS-RPT-CTL-LINE1 TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-CLOSE-COUNT TO WS-RPT-CTL-CLOSE
               MOVE WS-REVIEW-COUNT TO WS-RPT-CTL-REVIEW
               MOVE WS-DORM-BAL TO WS-RPT-CTL-BAL
               MOVE WS-RPT-CTL-LINE2 TO RPT-LINE
               WRITE RPT-LINE
               IF WS-DORM-DROPPED > ZERO
                   MOVE SPACES TO RPT-LINE
                   MOVE WS-DORM-DROPPED TO WS-RPT-CTL-DROP
                   MOVE WS-RPT-CTL-LINE3 TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.
           IF WS-ORPHAN-COUNT > ZERO
               DISPLAY 'MYDORM: ' WS-ORPHAN-COUNT
                   ' HISTORY RECORDS FOR ACCOUNTS NOT ON ACCTFILE'
           END-IF.
      * Full calendar edit before INTEGER-OF-DATE is ever called, as
      * in MYSUSP.
       PERIKSA-TANGGAL.
           MOVE 'Y' TO WS-DATE-OK.
           IF WS-CHK-YYYY < 1601
               MOVE 'N' TO WS-DATE-OK
           END-IF.
           IF WS-CHK-MM < 1 OR WS-CHK-MM > 12
               MOVE 'N' TO WS-DATE-OK
           END-IF.
           IF WS-DATE-OK = 'Y'
               EVALUATE WS-CHK-MM
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO WS-CHK-MAX-DD
                   WHEN 2
                       MOVE 28 TO WS-CHK-MAX-DD
                       COMPUTE WS-CHK-REM =
                           FUNCTION REM (WS-CHK-YYYY 4)
                       IF WS-CHK-REM = ZERO
                           MOVE 29 TO WS-CHK-MAX-DD
                           COMPUTE WS-CHK-REM =
                               FUNCTION REM (WS-CHK-YYYY 100)
                           IF WS-CHK-REM = ZERO
                               MOVE 28 TO WS-CHK-MAX-DD
                               COMPUTE WS-CHK-REM =
                                   FUNCTION REM (WS-CHK-YYYY 400)
                               IF WS-CHK-REM = ZERO
                                   MOVE 29 TO WS-CHK-MAX-DD
                               END-IF
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 31 TO WS-CHK-MAX-DD
               END-EVALUATE
               IF WS-CHK-DD < 1 OR WS-CHK-DD > WS-CHK-MAX-DD
                   MOVE 'N' TO WS-DATE-OK
               END-IF
           END-IF.
       SELESAI.
           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF.
           STOP RUN.
      *****************************************************************
