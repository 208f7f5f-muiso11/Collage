      *****************************************************************
      * Program name:    MYSTMT
      * Original author: MYNAME
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 09/14/26 MYNAME  Created. Periodic customer account statement
      *                  run (see job MYSTMTJB): for every OPEN
      *                  account on the ACCTFILE account master,
      *                  prints on STMTRPT a statement for the
      *                  STMTCARD period - opening balance, every
      *                  HISTFILE posting in the period in date order
      *                  with a running balance, per-type count and
      *                  amount totals (debits, credits, adjustments)
      *                  and the closing balance. The history arrives
      *                  pre-sorted account/date/time/slot by the
      *                  MYSTMTJB STEP005 sort, so the run is one
      *                  matched pass of the master against the
      *                  history instead of a history re-read per
      *                  account. The opening balance is the sum of
      *                  the account's history before the period; the
      *                  closing balance is proved against BAL-NEW-AMT
      *                  on the BALFILE balance master (less whatever
      *                  the history shows posted after the period
      *                  end), and an account that does not agree is
      *                  listed on the STMTEXC exception page with
      *                  both amounts and the difference instead of
      *                  being printed as a statement. Replaces the
      *                  one-account-at-a-time MYHISTIQ lookups the
      *                  desk was pasting into month-end letters with
      *                  no balances on them. Ends RC 4 when any
      *                  account went to the exception page, RC 8 when
      *                  a file will not open or the card is bad.
      * 09/20/26 MYNAME  Type R reversals get their own REVERSALS
      *                  total line on the statement instead of
      *                  falling into OTHER; the posting line's
      *                  description already names the original.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MYSTMT.
       AUTHOR. MYNAME.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 09/14/26.
       DATE-COMPILED. 09/14/26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "STMTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT EXC-FILE ASSIGN TO "STMTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
           COPY STMTCARD.
       FD  ACCT-FILE.
           COPY ACCTREC.
       FD  BAL-FILE.
           COPY BALREC.
       FD  HIST-FILE.
           COPY OUTREC.
       FD  REPORT-FILE.
           COPY RPTLINE.
       FD  EXC-FILE.
           COPY ERRLINE.
       WORKING-STORAGE SECTION.
       77 WS-CARD-STATUS PIC XX VALUE '00'.
       77 WS-CARD-MISSING PIC X VALUE 'N'.
           88 CARD-FILE-MISSING VALUE 'Y'.
       77 WS-ACCT-STATUS PIC XX VALUE '00'.
       77 WS-BAL-STATUS PIC XX VALUE '00'.
       77 WS-HIST-STATUS PIC XX VALUE '00'.
       77 WS-RPT-STATUS PIC XX VALUE '00'.
       77 WS-RPT-OPEN-OK PIC X VALUE 'N'.
           88 REPORT-FILE-OPEN VALUE 'Y'.
       77 WS-EXC-STATUS PIC XX VALUE '00'.
       77 WS-EXC-OPEN-OK PIC X VALUE 'N'.
           88 EXC-FILE-OPEN VALUE 'Y'.
       77 WS-ACCT-EOF PIC X VALUE 'N'.
           88 ACCT-FILE-EOF VALUE 'Y'.
       77 WS-HIST-EOF PIC X VALUE 'N'.
           88 HIST-FILE-EOF VALUE 'Y'.
       77 WS-HIST-HIT PIC X VALUE 'N'.
           88 HIST-REC-HIT VALUE 'Y'.
       77 WS-BAL-FOUND PIC X VALUE 'N'.
           88 BAL-REC-FOUND VALUE 'Y'.
       77 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       77 WS-TO-DATE PIC 9(8) VALUE ZERO.
       77 WS-WORK-DATE PIC 9(8) VALUE ZERO.
       77 WS-CARD-OK PIC X VALUE 'Y'.
           88 CARD-VALID VALUE 'Y'.
           88 CARD-INVALID VALUE 'N'.
       77 WS-CARD-REASON PIC X(30) VALUE SPACES.
       77 WS-DATE-OK PIC X VALUE 'Y'.
       77 WS-CHK-MAX-DD PIC 9(2) VALUE ZERO.
       77 WS-CHK-REM PIC 9(4) VALUE ZERO.
       01  WS-CHECK-DATE.
           05  WS-CHK-YYYY             PIC 9(4).
           05  WS-CHK-MM               PIC 9(2).
           05  WS-CHK-DD               PIC 9(2).
       77 WS-ACCT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-STMT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-EXC-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CLOSED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ORPHAN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OPEN-BAL PIC S9(11)V99 VALUE ZERO.
       77 WS-RUN-BAL PIC S9(11)V99 VALUE ZERO.
       77 WS-CLOSE-BAL PIC S9(11)V99 VALUE ZERO.
       77 WS-LATER-AMT PIC S9(11)V99 VALUE ZERO.
       77 WS-MASTER-BAL PIC S9(11)V99 VALUE ZERO.
       77 WS-DIFF-AMT PIC S9(11)V99 VALUE ZERO.
       77 WS-DEB-COUNT PIC 9(5) VALUE ZERO.
       77 WS-DEB-AMT PIC S9(11)V99 VALUE ZERO.
       77 WS-CRE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CRE-AMT PIC S9(11)V99 VALUE ZERO.
       77 WS-ADJ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ADJ-AMT PIC S9(11)V99 VALUE ZERO.
       77 WS-REV-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REV-AMT PIC S9(11)V99 VALUE ZERO.
       77 WS-OTH-COUNT PIC 9(5) VALUE ZERO.
       77 WS-OTH-AMT PIC S9(11)V99 VALUE ZERO.
       77 WS-EXC-REASON PIC X(16) VALUE SPACES.
      * The period's postings for the account in hand, held until
      * the closing balance has been proved against the balance
      * master - a statement that does not agree must never reach
      * the printed run, so nothing is printed until it has.
       77 WS-POST-SIZE PIC 9(3) VALUE ZERO.
       77 WS-PI PIC 9(3) VALUE ZERO.
       77 WS-POST-OVER PIC X VALUE 'N'.
           88 POST-TABLE-OVERFLOW VALUE 'Y'.
       01  WS-POST-TABLE.
           05  WS-POST-ENTRY OCCURS 500 TIMES.
               10  WS-POST-DATE        PIC 9(8).
               10  WS-POST-SLOT        PIC 9(3).
               10  WS-POST-TYPE        PIC X.
               10  WS-POST-AMT         PIC S9(7)V99.
               10  WS-POST-DESC        PIC X(20).
       01  WS-RPT-HEADER1.
           05  FILLER                  PIC X(26) VALUE
               'MYSTMT ACCOUNT STATEMENT'.
           05  FILLER                  PIC X(8) VALUE ' PERIOD '.
           05  WS-RPT-HDR-FROM         PIC 9(8).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  WS-RPT-HDR-TO           PIC 9(8).
       01  WS-RPT-ACCT-LINE.
           05  FILLER                  PIC X(8) VALUE 'ACCOUNT '.
           05  WS-RPT-ACC-ACCT         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE '  '.
           05  WS-RPT-ACC-NAME         PIC X(20).
           05  FILLER                  PIC X(9) VALUE '  BRANCH '.
           05  WS-RPT-ACC-BRANCH       PIC X(4).
       01  WS-RPT-BAL-LINE.
           05  WS-RPT-BAL-LABEL        PIC X(18).
           05  FILLER                  PIC X(44) VALUE SPACES.
           05  WS-RPT-BAL-AMT          PIC -(10)9.99.
       01  WS-RPT-COL-LINE.
           05  FILLER                  PIC X(40) VALUE
               'DATE      SLOT TYP DESCRIPTION'.
           05  FILLER                  PIC X(37) VALUE
               '        AMOUNT           BALANCE'.
       01  WS-RPT-DETAIL.
           05  WS-RPT-DET-DATE         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE '  '.
           05  WS-RPT-DET-SLOT         PIC ZZ9.
           05  FILLER                  PIC X(3) VALUE '  '.
           05  WS-RPT-DET-TYPE         PIC X.
           05  FILLER                  PIC X(2) VALUE '  '.
           05  WS-RPT-DET-DESC         PIC X(20).
           05  FILLER                  PIC X(2) VALUE '  '.
           05  WS-RPT-DET-AMT          PIC -(7)9.99.
           05  FILLER                  PIC X(3) VALUE '  '.
           05  WS-RPT-DET-BAL          PIC -(10)9.99.
       01  WS-RPT-TYPE-LINE.
           05  WS-RPT-TYP-LABEL        PIC X(12).
           05  FILLER                  PIC X(7) VALUE 'COUNT= '.
           05  WS-RPT-TYP-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  AMOUNT= '.
           05  WS-RPT-TYP-AMT          PIC -(10)9.99.
       01  WS-EXC-HEADER1.
           05  FILLER                  PIC X(30) VALUE
               'MYSTMT STATEMENT EXCEPTIONS'.
           05  FILLER                  PIC X(8) VALUE ' PERIOD '.
           05  WS-EXC-HDR-FROM         PIC 9(8).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  WS-EXC-HDR-TO           PIC 9(8).
       01  WS-EXC-HEADER2.
           05  FILLER                  PIC X(44) VALUE
               'CLOSING BALANCE DOES NOT AGREE WITH BALFILE'.
           05  FILLER                  PIC X(24) VALUE
               ' - NO STATEMENT PRINTED'.
       01  WS-EXC-DETAIL.
           05  FILLER                  PIC X(5) VALUE 'ACCT='.
           05  WS-EXC-DET-ACCT         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE '  '.
           05  WS-EXC-DET-NAME         PIC X(20).
           05  FILLER                  PIC X(4) VALUE ' BR='.
           05  WS-EXC-DET-BRANCH       PIC X(4).
           05  FILLER                  PIC X(8) VALUE '  STMT='.
           05  WS-EXC-DET-STMT         PIC -(10)9.99.
           05  FILLER                  PIC X(7) VALUE '  BAL='.
           05  WS-EXC-DET-BAL          PIC -(10)9.99.
           05  FILLER                  PIC X(7) VALUE '  DIFF='.
           05  WS-EXC-DET-DIFF         PIC -(10)9.99.
           05  FILLER                  PIC X(2) VALUE '  '.
           05  WS-EXC-DET-REASON       PIC X(16).
       01  WS-RPT-CTL-LINE.
           05  FILLER                  PIC X(10) VALUE 'ACCOUNTS= '.
           05  WS-RPT-CTL-ACCT         PIC ZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               '  STATEMENTS='.
           05  WS-RPT-CTL-STMT         PIC ZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               '  EXCEPTIONS='.
           05  WS-RPT-CTL-EXC          PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE '  CLOSED='.
           05  WS-RPT-CTL-CLOSED       PIC ZZZZ9.
       PROCEDURE DIVISION.
       INISIALISASI.
           PERFORM BACA-KARTU.
           IF CARD-INVALID
               DISPLAY 'MYSTMT: STMTCARD REJECTED - ' WS-CARD-REASON
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           PERFORM BUKA-LAPORAN.
           PERFORM BUKA-PENGECUALIAN.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'MYSTMT: UNABLE TO OPEN ACCTFILE - STATUS='
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
      * The closing-balance proof is the point of the run, so a
      * balance master that will not open is fatal rather than an
      * exception page listing every account on file.
           OPEN INPUT BAL-FILE.
           IF WS-BAL-STATUS NOT = '00'
               DISPLAY 'MYSTMT: UNABLE TO OPEN BALFILE - STATUS='
                   WS-BAL-STATUS
               CLOSE ACCT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'MYSTMT: UNABLE TO OPEN HISTSRT - STATUS='
                   WS-HIST-STATUS
               CLOSE ACCT-FILE
               CLOSE BAL-FILE
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
           PERFORM CETAK-KONTROL.
           IF WS-EXC-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GO TO SELESAI.
      * Both dates blank (or no card at all) is the normal month-end
      * run: the period is the whole calendar month before today. A
      * blank to-date alone means through today, as on INQCARDS.
       BACA-KARTU.
           SET CARD-VALID TO TRUE.
           MOVE SPACES TO WS-CARD-REASON.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS = '00'
               READ CARD-FILE
                   AT END
                       SET CARD-FILE-MISSING TO TRUE
               END-READ
               CLOSE CARD-FILE
           ELSE
               SET CARD-FILE-MISSING TO TRUE
           END-IF.
           IF CARD-FILE-MISSING
               MOVE SPACES TO STMT-CARD
           END-IF.
           IF STMT-FROM-DATE = SPACES AND STMT-TO-DATE = SPACES
               PERFORM HITUNG-BULAN-LALU
           ELSE
               PERFORM EDIT-KARTU
           END-IF.
       HITUNG-BULAN-LALU.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CHECK-DATE.
           MOVE 1 TO WS-CHK-DD.
           MOVE WS-CHECK-DATE TO WS-WORK-DATE.
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1).
           MOVE WS-TO-DATE TO WS-CHECK-DATE.
           MOVE 1 TO WS-CHK-DD.
           MOVE WS-CHECK-DATE TO WS-FROM-DATE.
       EDIT-KARTU.
           IF STMT-FROM-DATE NOT NUMERIC
               MOVE 'FROM-DATE NOT NUMERIC' TO WS-CARD-REASON
               SET CARD-INVALID TO TRUE
           ELSE
               MOVE STMT-FROM-DATE-N TO WS-CHECK-DATE
               PERFORM PERIKSA-TANGGAL
               IF WS-DATE-OK = 'N'
                   MOVE 'FROM-DATE NOT A REAL DATE' TO WS-CARD-REASON
                   SET CARD-INVALID TO TRUE
               ELSE
                   MOVE STMT-FROM-DATE-N TO WS-FROM-DATE
               END-IF
           END-IF.
           IF CARD-VALID
               IF STMT-TO-DATE = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TO-DATE
               ELSE
                   IF STMT-TO-DATE NOT NUMERIC
                       MOVE 'TO-DATE NOT NUMERIC' TO WS-CARD-REASON
                       SET CARD-INVALID TO TRUE
                   ELSE
                       MOVE STMT-TO-DATE-N TO WS-CHECK-DATE
                       PERFORM PERIKSA-TANGGAL
                       IF WS-DATE-OK = 'N'
                           MOVE 'TO-DATE NOT A REAL DATE'
                               TO WS-CARD-REASON
                           SET CARD-INVALID TO TRUE
                       ELSE
                           MOVE STMT-TO-DATE-N TO WS-TO-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF CARD-VALID
               IF WS-FROM-DATE > WS-TO-DATE
                   MOVE 'FROM-DATE AFTER TO-DATE' TO WS-CARD-REASON
                   SET CARD-INVALID TO TRUE
               END-IF
           END-IF.
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
       BUKA-LAPORAN.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MYSTMT: UNABLE TO OPEN STMTRPT - STATUS='
                   WS-RPT-STATUS
           ELSE
               SET REPORT-FILE-OPEN TO TRUE
           END-IF.
       BUKA-PENGECUALIAN.
           OPEN OUTPUT EXC-FILE.
           IF WS-EXC-STATUS NOT = '00'
               DISPLAY 'MYSTMT: UNABLE TO OPEN STMTEXC - STATUS='
                   WS-EXC-STATUS
           ELSE
               SET EXC-FILE-OPEN TO TRUE
               MOVE SPACES TO ERR-LINE
               MOVE WS-FROM-DATE TO WS-EXC-HDR-FROM
               MOVE WS-TO-DATE TO WS-EXC-HDR-TO
               MOVE WS-EXC-HEADER1 TO ERR-LINE
               WRITE ERR-LINE
               MOVE SPACES TO ERR-LINE
               MOVE WS-EXC-HEADER2 TO ERR-LINE
               WRITE ERR-LINE
               MOVE SPACES TO ERR-LINE
               WRITE ERR-LINE
           END-IF.
      * Only found postings carry an account; the empty-slot records
      * MYPROG also writes are passed over here as in MYHISTIQ.
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
      * History for an account number the master no longer carries
      * cannot be stated to anyone; it is stepped over and counted.
       LEWATI-RIWAYAT.
           PERFORM UNTIL HIST-FILE-EOF
               OR OUT-ACCOUNT-NO NOT < ACCT-ACCOUNT-NO
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM BACA-RIWAYAT
           END-PERFORM.
       KUMPUL-RIWAYAT.
           MOVE ZERO TO WS-OPEN-BAL.
           MOVE ZERO TO WS-LATER-AMT.
           MOVE ZERO TO WS-POST-SIZE.
           MOVE 'N' TO WS-POST-OVER.
           PERFORM UNTIL HIST-FILE-EOF
               OR OUT-ACCOUNT-NO NOT = ACCT-ACCOUNT-NO
               IF OUT-RUN-DATE < WS-FROM-DATE
                   ADD OUT-AMOUNT TO WS-OPEN-BAL
               ELSE
                   IF OUT-RUN-DATE > WS-TO-DATE
                       ADD OUT-AMOUNT TO WS-LATER-AMT
                   ELSE
                       PERFORM SIMPAN-MUTASI
                   END-IF
               END-IF
               PERFORM BACA-RIWAYAT
           END-PERFORM.
       SIMPAN-MUTASI.
           IF WS-POST-SIZE < 500
               ADD 1 TO WS-POST-SIZE
               MOVE OUT-RUN-DATE TO WS-POST-DATE (WS-POST-SIZE)
               MOVE OUT-X TO WS-POST-SLOT (WS-POST-SIZE)
               MOVE OUT-TRAN-TYPE TO WS-POST-TYPE (WS-POST-SIZE)
               MOVE OUT-AMOUNT TO WS-POST-AMT (WS-POST-SIZE)
               MOVE OUT-DESC TO WS-POST-DESC (WS-POST-SIZE)
           ELSE
               SET POST-TABLE-OVERFLOW TO TRUE
           END-IF.
      * The closing balance is proved against BAL-NEW-AMT as of the
      * period end: postings the history shows after the period are
      * taken back off the master balance first, so a statement run
      * a few days into the next month still proves.
       NILAI-REKENING.
           PERFORM BACA-SALDO.
           MOVE ZERO TO WS-DEB-COUNT.
           MOVE ZERO TO WS-DEB-AMT.
           MOVE ZERO TO WS-CRE-COUNT.
           MOVE ZERO TO WS-CRE-AMT.
           MOVE ZERO TO WS-ADJ-COUNT.
           MOVE ZERO TO WS-ADJ-AMT.
           MOVE ZERO TO WS-REV-COUNT.
           MOVE ZERO TO WS-REV-AMT.
           MOVE ZERO TO WS-OTH-COUNT.
           MOVE ZERO TO WS-OTH-AMT.
           MOVE WS-OPEN-BAL TO WS-CLOSE-BAL.
           MOVE ZERO TO WS-PI.
           PERFORM UNTIL WS-PI >= WS-POST-SIZE
               ADD 1 TO WS-PI
               ADD WS-POST-AMT (WS-PI) TO WS-CLOSE-BAL
               PERFORM HITUNG-JENIS
           END-PERFORM.
           COMPUTE WS-MASTER-BAL = WS-MASTER-BAL - WS-LATER-AMT.
           COMPUTE WS-DIFF-AMT = WS-CLOSE-BAL - WS-MASTER-BAL.
           MOVE SPACES TO WS-EXC-REASON.
           IF POST-TABLE-OVERFLOW
               MOVE 'OVER 500 POSTNGS' TO WS-EXC-REASON
           ELSE
               IF WS-DIFF-AMT NOT = ZERO
                   IF BAL-REC-FOUND
                       MOVE 'BALANCE DIFFERS' TO WS-EXC-REASON
                   ELSE
                       MOVE 'NOT ON BALFILE' TO WS-EXC-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-EXC-REASON = SPACES
               ADD 1 TO WS-STMT-COUNT
               PERFORM CETAK-REKENING
           ELSE
               ADD 1 TO WS-EXC-COUNT
               PERFORM TULIS-PENGECUALIAN
           END-IF.
       BACA-SALDO.
           MOVE 'N' TO WS-BAL-FOUND.
           MOVE ZERO TO WS-MASTER-BAL.
           MOVE ACCT-ACCOUNT-NO TO BAL-ACCOUNT-NO.
           READ BAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BAL-REC-FOUND TO TRUE
                   MOVE BAL-NEW-AMT TO WS-MASTER-BAL
           END-READ.
       HITUNG-JENIS.
           EVALUATE WS-POST-TYPE (WS-PI)
               WHEN 'D'
                   ADD 1 TO WS-DEB-COUNT
                   ADD WS-POST-AMT (WS-PI) TO WS-DEB-AMT
               WHEN 'C'
                   ADD 1 TO WS-CRE-COUNT
                   ADD WS-POST-AMT (WS-PI) TO WS-CRE-AMT
               WHEN 'A'
                   ADD 1 TO WS-ADJ-COUNT
                   ADD WS-POST-AMT (WS-PI) TO WS-ADJ-AMT
               WHEN 'R'
                   ADD 1 TO WS-REV-COUNT
                   ADD WS-POST-AMT (WS-PI) TO WS-REV-AMT
               WHEN OTHER
                   ADD 1 TO WS-OTH-COUNT
                   ADD WS-POST-AMT (WS-PI) TO WS-OTH-AMT
           END-EVALUATE.
       CETAK-REKENING.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               MOVE WS-FROM-DATE TO WS-RPT-HDR-FROM
               MOVE WS-TO-DATE TO WS-RPT-HDR-TO
               MOVE WS-RPT-HEADER1 TO RPT-LINE
               IF WS-STMT-COUNT = 1
                   WRITE RPT-LINE
               ELSE
                   WRITE RPT-LINE AFTER ADVANCING PAGE
               END-IF
               MOVE SPACES TO RPT-LINE
               MOVE ACCT-ACCOUNT-NO TO WS-RPT-ACC-ACCT
               MOVE ACCT-NAME TO WS-RPT-ACC-NAME
               MOVE ACCT-BRANCH TO WS-RPT-ACC-BRANCH
               MOVE WS-RPT-ACCT-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-RPT-COL-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE 'OPENING BALANCE' TO WS-RPT-BAL-LABEL
               MOVE WS-OPEN-BAL TO WS-RPT-BAL-AMT
               MOVE WS-RPT-BAL-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-OPEN-BAL TO WS-RUN-BAL
               MOVE ZERO TO WS-PI
               PERFORM UNTIL WS-PI >= WS-POST-SIZE
                   ADD 1 TO WS-PI
                   ADD WS-POST-AMT (WS-PI) TO WS-RUN-BAL
                   PERFORM CETAK-MUTASI
               END-PERFORM
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'DEBITS      ' TO WS-RPT-TYP-LABEL
               MOVE WS-DEB-COUNT TO WS-RPT-TYP-COUNT
               MOVE WS-DEB-AMT TO WS-RPT-TYP-AMT
               PERFORM CETAK-JENIS
               MOVE 'CREDITS     ' TO WS-RPT-TYP-LABEL
               MOVE WS-CRE-COUNT TO WS-RPT-TYP-COUNT
               MOVE WS-CRE-AMT TO WS-RPT-TYP-AMT
               PERFORM CETAK-JENIS
               MOVE 'ADJUSTMENTS ' TO WS-RPT-TYP-LABEL
               MOVE WS-ADJ-COUNT TO WS-RPT-TYP-COUNT
               MOVE WS-ADJ-AMT TO WS-RPT-TYP-AMT
               PERFORM CETAK-JENIS
               IF WS-REV-COUNT > ZERO
                   MOVE 'REVERSALS   ' TO WS-RPT-TYP-LABEL
                   MOVE WS-REV-COUNT TO WS-RPT-TYP-COUNT
                   MOVE WS-REV-AMT TO WS-RPT-TYP-AMT
                   PERFORM CETAK-JENIS
               END-IF
               IF WS-OTH-COUNT > ZERO
                   MOVE 'OTHER       ' TO WS-RPT-TYP-LABEL
                   MOVE WS-OTH-COUNT TO WS-RPT-TYP-COUNT
                   MOVE WS-OTH-AMT TO WS-RPT-TYP-AMT
                   PERFORM CETAK-JENIS
               END-IF
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE 'CLOSING BALANCE' TO WS-RPT-BAL-LABEL
               MOVE WS-CLOSE-BAL TO WS-RPT-BAL-AMT
               MOVE WS-RPT-BAL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       CETAK-MUTASI.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-POST-DATE (WS-PI) TO WS-RPT-DET-DATE.
           MOVE WS-POST-SLOT (WS-PI) TO WS-RPT-DET-SLOT.
           MOVE WS-POST-TYPE (WS-PI) TO WS-RPT-DET-TYPE.
           MOVE WS-POST-DESC (WS-PI) TO WS-RPT-DET-DESC.
           MOVE WS-POST-AMT (WS-PI) TO WS-RPT-DET-AMT.
           MOVE WS-RUN-BAL TO WS-RPT-DET-BAL.
           MOVE WS-RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
       CETAK-JENIS.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-RPT-TYPE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       TULIS-PENGECUALIAN.
           IF EXC-FILE-OPEN
               MOVE SPACES TO ERR-LINE
               MOVE ACCT-ACCOUNT-NO TO WS-EXC-DET-ACCT
               MOVE ACCT-NAME TO WS-EXC-DET-NAME
               MOVE ACCT-BRANCH TO WS-EXC-DET-BRANCH
               MOVE WS-CLOSE-BAL TO WS-EXC-DET-STMT
               MOVE WS-MASTER-BAL TO WS-EXC-DET-BAL
               MOVE WS-DIFF-AMT TO WS-EXC-DET-DIFF
               MOVE WS-EXC-REASON TO WS-EXC-DET-REASON
               MOVE WS-EXC-DETAIL TO ERR-LINE
               WRITE ERR-LINE
           END-IF.
       CETAK-KONTROL.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               MOVE 'STATEMENT RUN CONTROL TOTALS' TO RPT-LINE
               WRITE RPT-LINE AFTER ADVANCING PAGE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-ACCT-COUNT TO WS-RPT-CTL-ACCT
               MOVE WS-STMT-COUNT TO WS-RPT-CTL-STMT
               MOVE WS-EXC-COUNT TO WS-RPT-CTL-EXC
               MOVE WS-CLOSED-COUNT TO WS-RPT-CTL-CLOSED
               MOVE WS-RPT-CTL-LINE TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORT-FILE
           END-IF.
           IF EXC-FILE-OPEN
               MOVE SPACES TO ERR-LINE
               WRITE ERR-LINE
               MOVE SPACES TO ERR-LINE
               MOVE WS-RPT-CTL-LINE TO ERR-LINE
               WRITE ERR-LINE
               CLOSE EXC-FILE
           END-IF.
           IF WS-ORPHAN-COUNT > ZERO
               DISPLAY 'MYSTMT: ' WS-ORPHAN-COUNT
                   ' HISTORY RECORDS FOR ACCOUNTS NOT ON ACCTFILE'
           END-IF.
       SELESAI.
           STOP RUN.
      *****************************************************************
