      *****************************************************************
      * Program name:    MYINTEG
      * Original author: MYNAME
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 09/24/26 MYNAME  Created. Weekly master-file integrity
      *                  cross-check (see job MYINTGJB), run out of
      *                  cycle after the last cycle of the week.
      *                  Walks the BALFILE balance master in account
      *                  order against the BALBASE baseline snapshot
      *                  and the found HISTFILE postings sorted by
      *                  account, and proves that every BALFILE
      *                  account is on the ACCTFILE account master,
      *                  that no CLOSED account carries a balance,
      *                  that each BALFILE record's prior plus posted
      *                  is its new balance, and that each account's
      *                  history postings since the baseline date
      *                  account for the whole of its balance
      *                  movement since the baseline. The baseline
      *                  date is the last date posted on the
      *                  snapshot; an empty snapshot is a baseline of
      *                  nothing, and the history is then proved from
      *                  its first day. Every break is listed on the
      *                  INTGRPT exception report with its category
      *                  and amounts. The current master is written
      *                  to NEWBASE as it is walked; the job copies it
      *                  over BALBASE only after a clean run, so a
      *                  break stays on the report week after week
      *                  until it is put right. Ends RC 8 on any break
      *                  or when a file will not open.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MYINTEG.
       AUTHOR. MYNAME.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 09/24/26.
       DATE-COMPILED. 09/24/26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT BAL-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCOUNT-NO
               FILE STATUS IS WS-BAL-STATUS.
           SELECT BASE-FILE ASSIGN TO "BALBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.
           SELECT HIST-FILE ASSIGN TO "HISTSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SNAP-FILE ASSIGN TO "NEWBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY PARMREC.
       FD  ACCT-FILE.
           COPY ACCTREC.
       FD  BAL-FILE.
           COPY BALREC.
       FD  BASE-FILE.
       01  BASE-RECORD                 PIC X(60).
       FD  HIST-FILE.
           COPY OUTREC.
       FD  SNAP-FILE.
       01  SNAP-RECORD                 PIC X(60).
       FD  REPORT-FILE.
           COPY RPTLINE.
       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS PIC XX VALUE '00'.
       77 WS-PARM-MISSING PIC X VALUE 'N'.
           88 PARM-FILE-MISSING VALUE 'Y'.
       77 WS-ACCT-STATUS PIC XX VALUE '00'.
       77 WS-BAL-STATUS PIC XX VALUE '00'.
       77 WS-BASE-STATUS PIC XX VALUE '00'.
       77 WS-HIST-STATUS PIC XX VALUE '00'.
       77 WS-SNAP-STATUS PIC XX VALUE '00'.
       77 WS-RPT-STATUS PIC XX VALUE '00'.
       77 WS-RPT-OPEN-OK PIC X VALUE 'N'.
           88 REPORT-FILE-OPEN VALUE 'Y'.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-BASE-DATE PIC 9(8) VALUE ZERO.
      * The three inputs are matched on account number; a file at
      * its end holds a key above any account so the others drain.
       77 WS-BAL-KEY PIC 9(9) VALUE ZERO.
       77 WS-BASE-KEY PIC 9(9) VALUE ZERO.
       77 WS-HIST-KEY PIC 9(9) VALUE ZERO.
       77 WS-LOW-KEY PIC 9(9) VALUE ZERO.
       77 WS-END-KEY PIC 9(9) VALUE 999999999.
       01  WS-BASE-REC.
           05  WS-BASE-ACCT            PIC 9(8).
           05  WS-BASE-PRIOR           PIC S9(11)V99.
           05  WS-BASE-POSTED          PIC S9(9)V99.
           05  WS-BASE-NEW             PIC S9(11)V99.
           05  WS-BASE-LAST            PIC 9(8).
           05  FILLER                  PIC X(7).
       77 WS-CUR-BASE PIC S9(11)V99 VALUE ZERO.
       77 WS-CUR-HIST PIC S9(11)V99 VALUE ZERO.
       77 WS-CUR-NEW PIC S9(11)V99 VALUE ZERO.
       77 WS-EXC-CAT PIC X(4) VALUE SPACES.
       77 WS-EXC-EXPECTED PIC S9(11)V99 VALUE ZERO.
       77 WS-EXC-ONFILE PIC S9(11)V99 VALUE ZERO.
       77 WS-BAL-COUNT PIC 9(7) VALUE ZERO.
       77 WS-BASE-COUNT PIC 9(7) VALUE ZERO.
       77 WS-HIST-COUNT PIC 9(9) VALUE ZERO.
       77 WS-HIST-OLD PIC 9(9) VALUE ZERO.
       77 WS-NOAC-COUNT PIC 9(7) VALUE ZERO.
       77 WS-CLBL-COUNT PIC 9(7) VALUE ZERO.
       77 WS-ARIT-COUNT PIC 9(7) VALUE ZERO.
       77 WS-HIST-BREAKS PIC 9(7) VALUE ZERO.
       77 WS-BREAK-COUNT PIC 9(7) VALUE ZERO.
       77 WS-BASE-TOTAL PIC S9(13)V99 VALUE ZERO.
       77 WS-HIST-TOTAL PIC S9(13)V99 VALUE ZERO.
       77 WS-NEW-TOTAL PIC S9(13)V99 VALUE ZERO.
       77 WS-CHECK-TOTAL PIC S9(13)V99 VALUE ZERO.
       01  WS-RPT-HEADER1.
           05  FILLER                  PIC X(30) VALUE
               'MYINTEG MASTER FILE INTEGRITY'.
           05  FILLER                  PIC X(6) VALUE ' DATE '.
           05  WS-RPT-HDR-DATE         PIC 9(8).
           05  FILLER                  PIC X(16) VALUE
               '  BASELINE DATE '.
           05  WS-RPT-HDR-BASE         PIC 9(8).
       01  WS-RPT-HEADER2.
           05  FILLER                  PIC X(34) VALUE
               'CAT   BREAK'.
           05  FILLER                  PIC X(17) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(25) VALUE
               '       EXPECTED'.
           05  FILLER                  PIC X(25) VALUE
               '        ON FILE'.
           05  FILLER                  PIC X(16) VALUE
               '     DIFFERENCE'.
       01  WS-RPT-EXC-LINE.
           05  WS-RPT-EXC-CAT          PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-EXC-TEXT         PIC X(28).
           05  WS-RPT-EXC-ACCT         PIC 9(8).
           05  FILLER                  PIC X(9) VALUE SPACES.
           05  WS-RPT-EXC-EXPECTED     PIC -(12)9.99.
           05  FILLER                  PIC X(9) VALUE SPACES.
           05  WS-RPT-EXC-ONFILE       PIC -(12)9.99.
           05  FILLER                  PIC X(9) VALUE SPACES.
           05  WS-RPT-EXC-DIFF         PIC -(12)9.99.
       01  WS-RPT-NOTE-LINE.
           05  FILLER                  PIC X(44) VALUE
               'NO BASELINE SNAPSHOT - HISTORY PROVED FROM'.
           05  FILLER                  PIC X(13) VALUE 'ITS FIRST DAY'.
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL        PIC X(32).
           05  WS-RPT-TOT-AMT          PIC -(12)9.99.
       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL        PIC X(32).
           05  WS-RPT-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
       01  WS-RPT-VERDICT.
           05  FILLER                  PIC X(10) VALUE
               'VERDICT:  '.
           05  WS-RPT-VERDICT-TEXT     PIC X(20).
       PROCEDURE DIVISION.
       INISIALISASI.
           PERFORM BACA-PARM.
           PERFORM BUKA-LAPORAN.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'MYINTEG: UNABLE TO OPEN ACCTFILE - STATUS='
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           OPEN INPUT BAL-FILE.
           IF WS-BAL-STATUS NOT = '00'
               DISPLAY 'MYINTEG: UNABLE TO OPEN BALFILE - STATUS='
                   WS-BAL-STATUS
               CLOSE ACCT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           PERFORM CARI-TANGGAL-BASIS.
           OPEN INPUT BASE-FILE.
           IF WS-BASE-STATUS NOT = '00'
               DISPLAY 'MYINTEG: UNABLE TO OPEN BALBASE - STATUS='
                   WS-BASE-STATUS
               CLOSE ACCT-FILE
               CLOSE BAL-FILE
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'MYINTEG: UNABLE TO OPEN HISTSRT - STATUS='
                   WS-HIST-STATUS
               CLOSE ACCT-FILE
               CLOSE BAL-FILE
               CLOSE BASE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           OPEN OUTPUT SNAP-FILE.
           IF WS-SNAP-STATUS NOT = '00'
               DISPLAY 'MYINTEG: UNABLE TO OPEN NEWBASE - STATUS='
                   WS-SNAP-STATUS
               CLOSE ACCT-FILE
               CLOSE BAL-FILE
               CLOSE BASE-FILE
               CLOSE HIST-FILE
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           PERFORM CETAK-JUDUL.
           MOVE ZERO TO BAL-ACCOUNT-NO.
           START BAL-FILE KEY NOT < BAL-ACCOUNT-NO
               INVALID KEY
                   MOVE WS-END-KEY TO WS-BAL-KEY
           END-START.
           IF WS-BAL-KEY NOT = WS-END-KEY
               PERFORM BACA-SALDO
           END-IF.
           PERFORM BACA-BASIS.
           PERFORM BACA-RIWAYAT.
           PERFORM PROSES-KUNCI UNTIL WS-BAL-KEY = WS-END-KEY
               AND WS-BASE-KEY = WS-END-KEY
               AND WS-HIST-KEY = WS-END-KEY.
           CLOSE ACCT-FILE.
           CLOSE BAL-FILE.
           CLOSE BASE-FILE.
           CLOSE HIST-FILE.
           CLOSE SNAP-FILE.
           PERFORM CETAK-KONTROL.
           IF WS-BREAK-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
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
       BUKA-LAPORAN.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MYINTEG: UNABLE TO OPEN INTGRPT - STATUS='
                   WS-RPT-STATUS
           ELSE
               SET REPORT-FILE-OPEN TO TRUE
           END-IF.
      * The snapshot was written from the master after a clean run,
      * so the latest date posted on it is the date its balances
      * stand at; history after that date is the movement since.
       CARI-TANGGAL-BASIS.
           MOVE ZERO TO WS-BASE-DATE.
           OPEN INPUT BASE-FILE.
           IF WS-BASE-STATUS = '00'
               PERFORM UNTIL WS-BASE-STATUS NOT = '00'
                   READ BASE-FILE
                       AT END
                           MOVE '10' TO WS-BASE-STATUS
                       NOT AT END
                           MOVE BASE-RECORD TO WS-BASE-REC
                           IF WS-BASE-LAST NUMERIC
                               AND WS-BASE-LAST > WS-BASE-DATE
                               MOVE WS-BASE-LAST TO WS-BASE-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BASE-FILE
           END-IF.
       CETAK-JUDUL.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
               MOVE WS-BASE-DATE TO WS-RPT-HDR-BASE
               MOVE WS-RPT-HEADER1 TO RPT-LINE
               WRITE RPT-LINE
               IF WS-BASE-DATE = ZERO
                   MOVE SPACES TO RPT-LINE
                   MOVE WS-RPT-NOTE-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-RPT-HEADER2 TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      * Each master record read is also copied to NEWBASE, so the
      * snapshot the job keeps after a clean run is the master
      * exactly as it was proved.
       BACA-SALDO.
           READ BAL-FILE NEXT RECORD
               AT END
                   MOVE WS-END-KEY TO WS-BAL-KEY
               NOT AT END
                   MOVE BAL-ACCOUNT-NO TO WS-BAL-KEY
                   MOVE SPACES TO SNAP-RECORD
                   MOVE BAL-RECORD TO SNAP-RECORD
                   WRITE SNAP-RECORD
           END-READ.
       BACA-BASIS.
           READ BASE-FILE
               AT END
                   MOVE WS-END-KEY TO WS-BASE-KEY
               NOT AT END
                   MOVE BASE-RECORD TO WS-BASE-REC
                   MOVE WS-BASE-ACCT TO WS-BASE-KEY
           END-READ.
      * Only found postings carry an account; the empty-slot records
      * MYPROG also writes are passed over here as in MYSTMT.
       BACA-RIWAYAT.
           MOVE ZERO TO WS-HIST-KEY.
           PERFORM UNTIL WS-HIST-KEY NOT = ZERO
               READ HIST-FILE
                   AT END
                       MOVE WS-END-KEY TO WS-HIST-KEY
                   NOT AT END
                       IF OUT-TRAN-FOUND = 'Y'
                           AND OUT-ACCOUNT-NO NOT = ZERO
                           MOVE OUT-ACCOUNT-NO TO WS-HIST-KEY
                       END-IF
               END-READ
           END-PERFORM.
      * One account, wherever it appears: its baseline balance, its
      * history since the baseline date and its master record now.
      * Baseline plus history must be the balance now - a missing
      * master record or baseline counts as a balance of zero.
       PROSES-KUNCI.
           MOVE WS-BAL-KEY TO WS-LOW-KEY.
           IF WS-BASE-KEY < WS-LOW-KEY
               MOVE WS-BASE-KEY TO WS-LOW-KEY
           END-IF.
           IF WS-HIST-KEY < WS-LOW-KEY
               MOVE WS-HIST-KEY TO WS-LOW-KEY
           END-IF.
           MOVE ZERO TO WS-CUR-BASE.
           MOVE ZERO TO WS-CUR-HIST.
           MOVE ZERO TO WS-CUR-NEW.
           IF WS-BASE-KEY = WS-LOW-KEY
               ADD 1 TO WS-BASE-COUNT
               MOVE WS-BASE-NEW TO WS-CUR-BASE
               ADD WS-BASE-NEW TO WS-BASE-TOTAL
               PERFORM BACA-BASIS
           END-IF.
           PERFORM KUMPUL-RIWAYAT UNTIL WS-HIST-KEY NOT = WS-LOW-KEY.
           IF WS-BAL-KEY = WS-LOW-KEY
               PERFORM PERIKSA-SALDO
               MOVE BAL-NEW-AMT TO WS-CUR-NEW
               PERFORM BACA-SALDO
           END-IF.
           IF WS-CUR-BASE + WS-CUR-HIST NOT = WS-CUR-NEW
               MOVE 'HIST' TO WS-EXC-CAT
               COMPUTE WS-EXC-EXPECTED = WS-CUR-BASE + WS-CUR-HIST
               MOVE WS-CUR-NEW TO WS-EXC-ONFILE
               ADD 1 TO WS-HIST-BREAKS
               PERFORM TULIS-PENGECUALIAN
           END-IF.
       KUMPUL-RIWAYAT.
           IF OUT-RUN-DATE > WS-BASE-DATE
               ADD 1 TO WS-HIST-COUNT
               ADD OUT-AMOUNT TO WS-CUR-HIST
               ADD OUT-AMOUNT TO WS-HIST-TOTAL
           ELSE
               ADD 1 TO WS-HIST-OLD
           END-IF.
           PERFORM BACA-RIWAYAT.
      * The record-level checks on the master record in hand.
       PERIKSA-SALDO.
           ADD 1 TO WS-BAL-COUNT.
           ADD BAL-NEW-AMT TO WS-NEW-TOTAL.
           MOVE BAL-ACCOUNT-NO TO ACCT-ACCOUNT-NO.
           READ ACCT-FILE
               INVALID KEY
                   MOVE 'NOAC' TO WS-EXC-CAT
                   MOVE ZERO TO WS-EXC-EXPECTED
                   MOVE BAL-NEW-AMT TO WS-EXC-ONFILE
                   ADD 1 TO WS-NOAC-COUNT
                   PERFORM TULIS-PENGECUALIAN
               NOT INVALID KEY
                   IF ACCT-CLOSED AND BAL-NEW-AMT NOT = ZERO
                       MOVE 'CLBL' TO WS-EXC-CAT
                       MOVE ZERO TO WS-EXC-EXPECTED
                       MOVE BAL-NEW-AMT TO WS-EXC-ONFILE
                       ADD 1 TO WS-CLBL-COUNT
                       PERFORM TULIS-PENGECUALIAN
                   END-IF
           END-READ.
           IF BAL-PRIOR-AMT + BAL-POSTED-AMT NOT = BAL-NEW-AMT
               MOVE 'ARIT' TO WS-EXC-CAT
               COMPUTE WS-EXC-EXPECTED = BAL-PRIOR-AMT + BAL-POSTED-AMT
               MOVE BAL-NEW-AMT TO WS-EXC-ONFILE
               ADD 1 TO WS-ARIT-COUNT
               PERFORM TULIS-PENGECUALIAN
           END-IF.
       TULIS-PENGECUALIAN.
           ADD 1 TO WS-BREAK-COUNT.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               MOVE WS-EXC-CAT TO WS-RPT-EXC-CAT
               EVALUATE WS-EXC-CAT
                   WHEN 'NOAC'
                       MOVE 'BALANCE NOT ON ACCT MASTER'
                           TO WS-RPT-EXC-TEXT
                   WHEN 'CLBL'
                       MOVE 'CLOSED ACCOUNT HAS BALANCE'
                           TO WS-RPT-EXC-TEXT
                   WHEN 'ARIT'
                       MOVE 'PRIOR + POSTED NOT NEW'
                           TO WS-RPT-EXC-TEXT
                   WHEN OTHER
                       MOVE 'HISTORY NOT BALANCE MOVEMENT'
                           TO WS-RPT-EXC-TEXT
               END-EVALUATE
               MOVE WS-LOW-KEY TO WS-RPT-EXC-ACCT
               MOVE WS-EXC-EXPECTED TO WS-RPT-EXC-EXPECTED
               MOVE WS-EXC-ONFILE TO WS-RPT-EXC-ONFILE
               COMPUTE WS-RPT-EXC-DIFF =
                   WS-EXC-ONFILE - WS-EXC-EXPECTED
               MOVE WS-RPT-EXC-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      * The totals cross-foot the same way the accounts do: baseline
      * total plus history total is the master total when every
      * account agrees.
       CETAK-KONTROL.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'BASELINE TOTAL' TO WS-RPT-TOT-LABEL
               MOVE WS-BASE-TOTAL TO WS-RPT-TOT-AMT
               PERFORM CETAK-TOTAL
               MOVE 'HISTORY SINCE BASELINE' TO WS-RPT-TOT-LABEL
               MOVE WS-HIST-TOTAL TO WS-RPT-TOT-AMT
               PERFORM CETAK-TOTAL
               COMPUTE WS-CHECK-TOTAL = WS-BASE-TOTAL + WS-HIST-TOTAL
               MOVE 'EXPECTED MASTER TOTAL' TO WS-RPT-TOT-LABEL
               MOVE WS-CHECK-TOTAL TO WS-RPT-TOT-AMT
               PERFORM CETAK-TOTAL
               MOVE 'BALFILE MASTER TOTAL' TO WS-RPT-TOT-LABEL
               MOVE WS-NEW-TOTAL TO WS-RPT-TOT-AMT
               PERFORM CETAK-TOTAL
               COMPUTE WS-CHECK-TOTAL = WS-NEW-TOTAL - WS-CHECK-TOTAL
               MOVE 'DIFFERENCE' TO WS-RPT-TOT-LABEL
               MOVE WS-CHECK-TOTAL TO WS-RPT-TOT-AMT
               PERFORM CETAK-TOTAL
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'BALFILE ACCOUNTS' TO WS-RPT-CNT-LABEL
               MOVE WS-BAL-COUNT TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'BASELINE ACCOUNTS' TO WS-RPT-CNT-LABEL
               MOVE WS-BASE-COUNT TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'HISTORY POSTINGS SINCE BASELINE'
                   TO WS-RPT-CNT-LABEL
               MOVE WS-HIST-COUNT TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'HISTORY POSTINGS TO BASELINE'
                   TO WS-RPT-CNT-LABEL
               MOVE WS-HIST-OLD TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'NOAC NOT ON ACCOUNT MASTER' TO WS-RPT-CNT-LABEL
               MOVE WS-NOAC-COUNT TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'CLBL CLOSED WITH BALANCE' TO WS-RPT-CNT-LABEL
               MOVE WS-CLBL-COUNT TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'ARIT PRIOR + POSTED NOT NEW' TO WS-RPT-CNT-LABEL
               MOVE WS-ARIT-COUNT TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'HIST HISTORY NOT MOVEMENT' TO WS-RPT-CNT-LABEL
               MOVE WS-HIST-BREAKS TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'TOTAL BREAKS' TO WS-RPT-CNT-LABEL
               MOVE WS-BREAK-COUNT TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               IF WS-BREAK-COUNT > ZERO
                   MOVE 'BREAKS FOUND' TO WS-RPT-VERDICT-TEXT
               ELSE
                   MOVE 'MASTER FILES AGREE' TO WS-RPT-VERDICT-TEXT
               END-IF
               MOVE WS-RPT-VERDICT TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-BREAK-COUNT > ZERO
               DISPLAY 'MYINTEG: ' WS-BREAK-COUNT
                   ' INTEGRITY BREAKS - SEE INTGRPT'
           END-IF.
       CETAK-TOTAL.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       CETAK-HITUNG.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       SELESAI.
           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF.
           STOP RUN.
      *****************************************************************
