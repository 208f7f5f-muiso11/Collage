      *****************************************************************
      * Program name:    MYBACKOT
      * Original author: MYNAME
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 09/26/26 MYNAME  Created. Whole-day cycle backout (see job
      *                  MYBACKJB), run when a business day is found
      *                  bad after MYPROGJB has posted it - the wrong
      *                  feed loaded, say. Backs out the PARMIN run
      *                  date, which must be the cycle on CYCSTAT:
      *                  every BALFILE account posted that day goes
      *                  back to the balances it stood at before the
      *                  day (an account the day opened is deleted),
      *                  the day's records are taken out of HISTFILE
      *                  and the OUTFILE (0) generation, the GLEXT
      *                  extract is replaced by an offsetting one
      *                  (amounts negated, GL-BACKOUT-FLAG B) for
      *                  the GL to post, the SUSPFILE entries the day
      *                  added are dropped and the ones it took off
      *                  are put back from the SUSPJRNL journal, the
      *                  day's WOFFFILE write-offs are removed, and a
      *                  checkpoint left for the day is cleared. The
      *                  day is then marked backed out - a BKOT entry
      *                  on FEEDLOG, a B marker on SUSPJRNL and a
      *                  BKOT status record on CYCSTAT - so MYTRNLD
      *                  and MYCYCCK let the corrected day run again
      *                  as a first submission. The sequential files
      *                  are rebuilt to NEWHIST, OUTNEW, GLNEW,
      *                  SUSPNEW and WOFFNEW, which the job copies
      *                  back only when this step ends RC 4 or less.
      *                  Every account is listed on BKORPT; RC 4 when
      *                  something needs a look (see the warnings on
      *                  BKORPT), RC 8 when the backout was refused
      *                  or failed.
      * 10/06/26 MYNAME  Review fixes. The day's interest accrual is
      *                  now backed out too: every ACCRFILE record
      *                  the day's MYACCRU changed goes back to the
      *                  image journaled on ACCRJRNL (see copybook
      *                  AJRNREC) before the change, one the day
      *                  added is deleted, and INTCAP is rebuilt to
      *                  CAPNEW as it stood before the day's MYACCRU
      *                  emptied it, so the rerun accrues afresh and
      *                  its STEP005 loads the right capitalization
      *                  batch. The day's alerts are taken off
      *                  ALERTFIL to ALERTNEW, so the rerun's MYMONTR
      *                  monitors the corrected day as a first run. A
      *                  B marker goes on ACCRJRNL with the others.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MYBACKOT.
       AUTHOR. MYNAME.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 09/26/26.
       DATE-COMPILED. 09/26/26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CYC-FILE ASSIGN TO "CYCSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.
           SELECT BAL-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCOUNT-NO
               FILE STATUS IS WS-BAL-STATUS.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT NEWHIST-FILE ASSIGN TO "NEWHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWHIST-STATUS.
           SELECT OUT-FILE ASSIGN TO "OUTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT OUTNEW-FILE ASSIGN TO "OUTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTNEW-STATUS.
           SELECT GL-FILE ASSIGN TO "GLEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT GLNEW-FILE ASSIGN TO "GLNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLNEW-STATUS.
           SELECT SUSP-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT SUSPNEW-FILE ASSIGN TO "SUSPNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPNEW-STATUS.
           SELECT JRNL-FILE ASSIGN TO "SUSPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT WOFF-FILE ASSIGN TO "WOFFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFF-STATUS.
           SELECT WOFFNEW-FILE ASSIGN TO "WOFFNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFFNEW-STATUS.
           SELECT CKPT-FILE ASSIGN TO "CKPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT LOG-FILE ASSIGN TO "FEEDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ACCR-FILE ASSIGN TO "ACCRFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCR-ACCOUNT-NO
               FILE STATUS IS WS-ACCR-STATUS.
           SELECT AJRN-FILE ASSIGN TO "ACCRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJRN-STATUS.
           SELECT CAP-FILE ASSIGN TO "INTCAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.
           SELECT CAPNEW-FILE ASSIGN TO "CAPNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPNEW-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT ALERTNEW-FILE ASSIGN TO "ALERTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTNEW-STATUS.
           SELECT REPORT-FILE ASSIGN TO "BKORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY PARMREC.
       FD  CYC-FILE.
           COPY STATREC.
       FD  BAL-FILE.
           COPY BALREC.
       FD  HIST-FILE.
           COPY OUTREC.
       FD  NEWHIST-FILE.
       01  NEWHIST-RECORD              PIC X(80).
      * OUTREC is already the HISTFILE record, so the generation is
      * read through this view of the fields the backout needs.
       FD  OUT-FILE.
       01  OUTF-RECORD.
           05  FILLER                  PIC X(3).
           05  OUTF-RUN-DATE           PIC 9(8).
           05  FILLER                  PIC X(6).
           05  OUTF-TRAN-FOUND         PIC X.
           05  OUTF-ACCOUNT-NO         PIC 9(8).
           05  OUTF-AMOUNT             PIC S9(7)V99.
           05  FILLER                  PIC X(45).
       FD  OUTNEW-FILE.
       01  OUTNEW-RECORD               PIC X(80).
       FD  GL-FILE.
           COPY GLREC.
       FD  GLNEW-FILE.
       01  GLNEW-RECORD                PIC X(40).
       FD  SUSP-FILE.
           COPY SUSPREC.
       FD  SUSPNEW-FILE.
       01  SUSPNEW-RECORD              PIC X(20).
       FD  JRNL-FILE.
           COPY SJRNREC.
       FD  WOFF-FILE.
           COPY WOFFREC.
       FD  WOFFNEW-FILE.
       01  WOFFNEW-RECORD              PIC X(30).
       FD  CKPT-FILE.
           COPY CKPTREC.
       FD  LOG-FILE.
       01  LOG-RECORD.
           05  LOG-FEED-DATE           PIC 9(8).
           05  LOG-FEED-SEQ            PIC X(4).
       FD  ACCR-FILE.
           COPY ACCRREC.
       FD  AJRN-FILE.
           COPY AJRNREC.
       FD  CAP-FILE.
       01  CAP-RECORD                  PIC X(47).
       FD  CAPNEW-FILE.
       01  CAPNEW-RECORD               PIC X(47).
       FD  ALERT-FILE.
           COPY ALERTREC.
       FD  ALERTNEW-FILE.
       01  ALERTNEW-RECORD             PIC X(80).
       FD  REPORT-FILE.
           COPY RPTLINE.
       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS PIC XX VALUE '00'.
       77 WS-PARM-MISSING PIC X VALUE 'N'.
           88 PARM-FILE-MISSING VALUE 'Y'.
       77 WS-CYC-STATUS PIC XX VALUE '00'.
       77 WS-BAL-STATUS PIC XX VALUE '00'.
       77 WS-HIST-STATUS PIC XX VALUE '00'.
       77 WS-NEWHIST-STATUS PIC XX VALUE '00'.
       77 WS-OUT-STATUS PIC XX VALUE '00'.
       77 WS-OUTNEW-STATUS PIC XX VALUE '00'.
       77 WS-GL-STATUS PIC XX VALUE '00'.
       77 WS-GLNEW-STATUS PIC XX VALUE '00'.
       77 WS-SUSP-STATUS PIC XX VALUE '00'.
       77 WS-SUSPNEW-STATUS PIC XX VALUE '00'.
       77 WS-JRNL-STATUS PIC XX VALUE '00'.
       77 WS-WOFF-STATUS PIC XX VALUE '00'.
       77 WS-WOFFNEW-STATUS PIC XX VALUE '00'.
       77 WS-CKPT-STATUS PIC XX VALUE '00'.
       77 WS-LOG-STATUS PIC XX VALUE '00'.
       77 WS-ACCR-STATUS PIC XX VALUE '00'.
       77 WS-AJRN-STATUS PIC XX VALUE '00'.
       77 WS-CAP-STATUS PIC XX VALUE '00'.
       77 WS-CAPNEW-STATUS PIC XX VALUE '00'.
       77 WS-ALERT-STATUS PIC XX VALUE '00'.
       77 WS-ALERTNEW-STATUS PIC XX VALUE '00'.
       77 WS-RPT-STATUS PIC XX VALUE '00'.
       77 WS-RPT-OPEN-OK PIC X VALUE 'N'.
           88 REPORT-FILE-OPEN VALUE 'Y'.
       77 WS-EOF PIC X VALUE 'N'.
           88 INPUT-EOF VALUE 'Y'.
       77 WS-BAL-OPEN PIC X VALUE 'N'.
           88 BAL-FILE-OPEN VALUE 'Y'.
       77 WS-ACCR-OPEN PIC X VALUE 'N'.
           88 ACCR-FILE-OPEN VALUE 'Y'.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-SYS-DATETIME PIC X(21).
       77 WS-REFUSE-TEXT PIC X(40) VALUE SPACES.
       77 WS-FAIL-DD PIC X(8) VALUE SPACES.
       77 WS-FAIL-STAT PIC XX VALUE SPACES.
      * What CYCSTAT says about the run date: whether a cycle for it
      * is on file, whether MYBACKOT has already backed it out, and
      * whether a later date has started since.
       77 WS-DAY-SEEN PIC X VALUE 'N'.
           88 DAY-ON-FILE VALUE 'Y'.
       77 WS-DAY-BKOT PIC X VALUE 'N'.
           88 DAY-BACKED-OUT VALUE 'Y'.
       77 WS-LATER-DATE PIC 9(8) VALUE ZERO.
      * One entry per account the day posted to (BAL-LAST-DATE equal
      * to the run date), in account order. The history and OUTFILE
      * passes add the day's net per account to it, and the latest
      * earlier date the account posted with that date's net, which
      * is what the restored record's posted amount must be.
       77 WS-BI PIC 9(3) VALUE ZERO.
       77 WS-BX PIC 9(3) VALUE ZERO.
       77 WS-BT-COUNT PIC 9(3) VALUE ZERO.
       77 WS-BT-MAX PIC 9(3) VALUE 999.
       77 WS-FIND-ACCT PIC 9(8) VALUE ZERO.
       77 WS-ACCT-HIT PIC X VALUE 'N'.
           88 ACCT-IN-TABLE VALUE 'Y'.
       01  WS-BAL-TABLE.
           05  WS-BT-ENTRY OCCURS 999 TIMES.
               10  WS-BT-ACCT          PIC 9(8).
               10  WS-BT-PRIOR         PIC S9(11)V99.
               10  WS-BT-POSTED        PIC S9(9)V99.
               10  WS-BT-NEW           PIC S9(11)V99.
               10  WS-BT-HIST-NET      PIC S9(11)V99.
               10  WS-BT-HIST-SEEN     PIC X.
               10  WS-BT-OUT-NET       PIC S9(11)V99.
               10  WS-BT-OUT-SEEN      PIC X.
               10  WS-BT-PREV-DATE     PIC 9(8).
               10  WS-BT-PREV-NET      PIC S9(11)V99.
      * The SUSPJRNL entries for the run date written since its last
      * backout marker - the ones this backout puts back.
       77 WS-JI PIC 9(3) VALUE ZERO.
       77 WS-JT-COUNT PIC 9(3) VALUE ZERO.
       01  WS-JRNL-TABLE.
           05  WS-JT-ENTRY OCCURS 999 TIMES.
               10  WS-JT-X             PIC 9(3).
               10  WS-JT-ORIG-DATE     PIC 9(8).
      * Where the run date's ACCRJRNL entries start: the journal
      * record number of its last backout marker (zero for none),
      * and whether the day's MYACCRU wrote a START record after it
      * - a day whose accrual never ran leaves INTCAP as it is.
       77 WS-AJ-READ PIC 9(9) VALUE ZERO.
       77 WS-AJ-FROM PIC 9(9) VALUE ZERO.
       77 WS-AJ-START PIC X VALUE 'N'.
           88 ACCRUAL-RAN VALUE 'Y'.
       77 WS-CHECK-NET PIC S9(11)V99 VALUE ZERO.
       77 WS-NEW-BEFORE PIC S9(11)V99 VALUE ZERO.
       77 WS-ACTION-TEXT PIC X(10) VALUE SPACES.
       77 WS-WARN-TEXT PIC X(34) VALUE SPACES.
       77 WS-WARN-AMT1 PIC S9(11)V99 VALUE ZERO.
       77 WS-WARN-AMT2 PIC S9(11)V99 VALUE ZERO.
       77 WS-WARN-COUNT PIC 9(7) VALUE ZERO.
       77 WS-RESTORE-COUNT PIC 9(7) VALUE ZERO.
       77 WS-DELETE-COUNT PIC 9(7) VALUE ZERO.
       77 WS-HIST-REMOVED PIC 9(9) VALUE ZERO.
       77 WS-HIST-KEPT PIC 9(9) VALUE ZERO.
       77 WS-HIST-ONLY PIC 9(7) VALUE ZERO.
       77 WS-OUT-REMOVED PIC 9(7) VALUE ZERO.
       77 WS-OUT-KEPT PIC 9(7) VALUE ZERO.
       77 WS-GL-REVERSED PIC 9(7) VALUE ZERO.
       77 WS-GL-KEPT PIC 9(7) VALUE ZERO.
       77 WS-SUSP-REMOVED PIC 9(7) VALUE ZERO.
       77 WS-SUSP-KEPT PIC 9(7) VALUE ZERO.
       77 WS-SUSP-RESTORED PIC 9(7) VALUE ZERO.
       77 WS-WOFF-REMOVED PIC 9(7) VALUE ZERO.
       77 WS-WOFF-KEPT PIC 9(7) VALUE ZERO.
       77 WS-ACCR-RESTORED PIC 9(7) VALUE ZERO.
       77 WS-ACCR-DELETED PIC 9(7) VALUE ZERO.
       77 WS-CAP-RESTORED PIC 9(7) VALUE ZERO.
       77 WS-ALERT-REMOVED PIC 9(7) VALUE ZERO.
       77 WS-ALERT-KEPT PIC 9(7) VALUE ZERO.
       77 WS-CKPT-DAY PIC X VALUE 'N'.
           88 CKPT-FOR-DAY VALUE 'Y'.
       77 WS-BAL-TOTAL-BEFORE PIC S9(13)V99 VALUE ZERO.
       77 WS-BAL-TOTAL-AFTER PIC S9(13)V99 VALUE ZERO.
       77 WS-GL-TOTAL PIC S9(13)V99 VALUE ZERO.
       01  WS-RPT-HEADER1.
           05  FILLER                  PIC X(30) VALUE
               'MYBACKOT CYCLE DAY BACKOUT'.
           05  FILLER                  PIC X(10) VALUE ' RUN DATE '.
           05  WS-RPT-HDR-DATE         PIC 9(8).
       01  WS-RPT-HEADER2.
           05  FILLER                  PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(12) VALUE 'ACTION'.
           05  FILLER                  PIC X(20) VALUE
               '   BALANCE BEFORE'.
           05  FILLER                  PIC X(20) VALUE
               '    BALANCE AFTER'.
           05  FILLER                  PIC X(20) VALUE
               '       DAY POSTED'.
           05  FILLER                  PIC X(14) VALUE
               'LAST POSTED'.
       01  WS-RPT-DETAIL.
           05  WS-RPT-DET-ACCT         PIC 9(8).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  WS-RPT-DET-ACTION       PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-RPT-DET-BEFORE       PIC -(12)9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RPT-DET-AFTER        PIC -(12)9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RPT-DET-POSTED       PIC -(12)9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RPT-DET-LAST         PIC 9(8).
       01  WS-RPT-WARN-LINE.
           05  FILLER                  PIC X(6) VALUE 'WARN  '.
           05  WS-RPT-WARN-TEXT        PIC X(34).
           05  WS-RPT-WARN-ACCT        PIC 9(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RPT-WARN-AMT1        PIC -(12)9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-RPT-WARN-AMT2        PIC -(12)9.99.
       01  WS-RPT-REFUSE-LINE.
           05  FILLER                  PIC X(20) VALUE
               'BACKOUT REFUSED -   '.
           05  WS-RPT-REFUSE-TEXT      PIC X(40).
       01  WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOT-LABEL        PIC X(32).
           05  WS-RPT-TOT-AMT          PIC -(12)9.99.
       01  WS-RPT-COUNT-LINE.
           05  WS-RPT-CNT-LABEL        PIC X(32).
           05  WS-RPT-CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
       01  WS-RPT-VERDICT.
           05  FILLER                  PIC X(10) VALUE
               'VERDICT:  '.
           05  WS-RPT-VERDICT-TEXT     PIC X(40).
       PROCEDURE DIVISION.
       INISIALISASI.
           PERFORM BACA-PARM.
           PERFORM BUKA-LAPORAN.
           PERFORM CETAK-JUDUL.
           IF PARM-FILE-MISSING
               MOVE 'NO RUN DATE ON PARMIN' TO WS-REFUSE-TEXT
               GO TO TOLAK
           END-IF.
           PERFORM PERIKSA-SIKLUS.
           IF WS-REFUSE-TEXT NOT = SPACES
               GO TO TOLAK
           END-IF.
           PERFORM KUMPUL-SALDO.
           IF WS-REFUSE-TEXT NOT = SPACES
               GO TO TOLAK
           END-IF.
           PERFORM PROSES-RIWAYAT.
           IF WS-REFUSE-TEXT NOT = SPACES
               GO TO TOLAK
           END-IF.
           PERFORM PROSES-OUTFILE.
           IF WS-REFUSE-TEXT NOT = SPACES
               GO TO TOLAK
           END-IF.
           PERFORM PROSES-GL.
           IF WS-REFUSE-TEXT NOT = SPACES
               GO TO TOLAK
           END-IF.
           PERFORM PROSES-SUSPENSE.
           IF WS-REFUSE-TEXT NOT = SPACES
               GO TO TOLAK
           END-IF.
           PERFORM PROSES-WRITEOFF.
           IF WS-REFUSE-TEXT NOT = SPACES
               GO TO TOLAK
           END-IF.
           PERFORM PROSES-CKPT.
           IF WS-REFUSE-TEXT NOT = SPACES
               GO TO TOLAK
           END-IF.
           PERFORM PROSES-ALERT.
           IF WS-REFUSE-TEXT NOT = SPACES
               GO TO TOLAK
           END-IF.
           PERFORM PROSES-BUNGA.
           IF WS-REFUSE-TEXT NOT = SPACES
               GO TO TOLAK
           END-IF.
      * Every rebuilt file is written; only now are BALFILE and
      * ACCRFILE, the files changed in place, touched.
           PERFORM PULIHKAN-SALDO.
           IF WS-REFUSE-TEXT NOT = SPACES
               GO TO TOLAK
           END-IF.
           PERFORM PULIHKAN-BUNGA.
           IF WS-REFUSE-TEXT NOT = SPACES
               GO TO TOLAK
           END-IF.
           PERFORM TANDAI-HARI.
           IF WS-REFUSE-TEXT NOT = SPACES
               GO TO TOLAK
           END-IF.
           PERFORM CETAK-KONTROL.
           IF WS-WARN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GO TO SELESAI.
      * No run date means no backout - unlike the cycle programs,
      * this one never falls back to the system date.
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
           IF WS-RUN-DATE NOT NUMERIC OR WS-RUN-DATE = ZERO
               SET PARM-FILE-MISSING TO TRUE
           END-IF.
       BUKA-LAPORAN.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MYBACKOT: UNABLE TO OPEN BKORPT - STATUS='
                   WS-RPT-STATUS
           ELSE
               SET REPORT-FILE-OPEN TO TRUE
           END-IF.
       CETAK-JUDUL.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               MOVE WS-RUN-DATE TO WS-RPT-HDR-DATE
               MOVE WS-RPT-HEADER1 TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-RPT-HEADER2 TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      * Only the cycle on file can be backed out. CYCSTAT is started
      * fresh by MYCYCCK each new day, so it must hold the real
      * steps' records (MYTRNLD onward - MYCYCCK's own records prove
      * nothing) for the run date and no later date: a later day has
      * already posted on top of this one's balances. A BKOT record
      * after the day's last step record means the day is already
      * backed out and there is nothing to do.
       PERIKSA-SIKLUS.
           OPEN INPUT CYC-FILE.
           IF WS-CYC-STATUS NOT = '00'
               MOVE 'CYCSTAT' TO WS-FAIL-DD
               MOVE WS-CYC-STATUS TO WS-FAIL-STAT
               MOVE 'CYCSTAT WOULD NOT OPEN' TO WS-REFUSE-TEXT
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL INPUT-EOF
                   READ CYC-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM NILAI-SIKLUS
                   END-READ
               END-PERFORM
               CLOSE CYC-FILE
               IF WS-LATER-DATE NOT = ZERO
                   MOVE 'A LATER CYCLE IS ON CYCSTAT'
                       TO WS-REFUSE-TEXT
               ELSE
                   IF DAY-BACKED-OUT AND NOT DAY-ON-FILE
                       MOVE 'DAY IS ALREADY BACKED OUT'
                           TO WS-REFUSE-TEXT
                   ELSE
                       IF NOT DAY-ON-FILE
                           MOVE 'RUN DATE IS NOT THE CYCLE ON FILE'
                               TO WS-REFUSE-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       NILAI-SIKLUS.
           IF STAT-RUN-DATE NUMERIC
               AND STAT-JOB-NAME NOT = 'MYCYCCK'
               IF STAT-RUN-DATE = WS-RUN-DATE
                   IF STAT-JOB-NAME = 'MYBACKOT'
                       AND STAT-REASON-CODE = 'BKOT'
                       SET DAY-BACKED-OUT TO TRUE
                       MOVE 'N' TO WS-DAY-SEEN
                   ELSE
                       SET DAY-ON-FILE TO TRUE
                   END-IF
               ELSE
                   IF STAT-RUN-DATE > WS-RUN-DATE
                       MOVE STAT-RUN-DATE TO WS-LATER-DATE
                   END-IF
               END-IF
           END-IF.
      * The day's accounts are the ones whose last posted date is
      * the run date. The file is held open I-O for the restore at
      * the end; nothing is changed until every other file is done.
       KUMPUL-SALDO.
           OPEN I-O BAL-FILE.
           IF WS-BAL-STATUS NOT = '00'
               MOVE 'BALFILE' TO WS-FAIL-DD
               MOVE WS-BAL-STATUS TO WS-FAIL-STAT
               MOVE 'BALFILE WOULD NOT OPEN' TO WS-REFUSE-TEXT
           ELSE
               SET BAL-FILE-OPEN TO TRUE
               MOVE ZERO TO BAL-ACCOUNT-NO
               MOVE 'N' TO WS-EOF
               START BAL-FILE KEY NOT < BAL-ACCOUNT-NO
                   INVALID KEY
                       SET INPUT-EOF TO TRUE
               END-START
               PERFORM UNTIL INPUT-EOF
                   READ BAL-FILE NEXT RECORD
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           IF BAL-LAST-DATE = WS-RUN-DATE
                               PERFORM SIMPAN-SALDO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
       SIMPAN-SALDO.
           IF WS-BT-COUNT >= WS-BT-MAX
               MOVE 'DAY POSTED MORE THAN 999 ACCOUNTS'
                   TO WS-REFUSE-TEXT
               SET INPUT-EOF TO TRUE
           ELSE
               ADD 1 TO WS-BT-COUNT
               MOVE WS-BT-COUNT TO WS-BI
               MOVE BAL-ACCOUNT-NO TO WS-BT-ACCT (WS-BI)
               MOVE BAL-PRIOR-AMT TO WS-BT-PRIOR (WS-BI)
               MOVE BAL-POSTED-AMT TO WS-BT-POSTED (WS-BI)
               MOVE BAL-NEW-AMT TO WS-BT-NEW (WS-BI)
               MOVE ZERO TO WS-BT-HIST-NET (WS-BI)
               MOVE 'N' TO WS-BT-HIST-SEEN (WS-BI)
               MOVE ZERO TO WS-BT-OUT-NET (WS-BI)
               MOVE 'N' TO WS-BT-OUT-SEEN (WS-BI)
               MOVE ZERO TO WS-BT-PREV-DATE (WS-BI)
               MOVE ZERO TO WS-BT-PREV-NET (WS-BI)
           END-IF.
      * The table is in account order, so the look-up stops at the
      * first entry not below the account. WS-BI is left on the hit.
       CARI-REKENING.
           MOVE 'N' TO WS-ACCT-HIT.
           MOVE ZERO TO WS-BX.
           MOVE ZERO TO WS-BI.
           PERFORM UNTIL WS-BI >= WS-BT-COUNT
               ADD 1 TO WS-BI
               IF WS-BT-ACCT (WS-BI) >= WS-FIND-ACCT
                   IF WS-BT-ACCT (WS-BI) = WS-FIND-ACCT
                       SET ACCT-IN-TABLE TO TRUE
                       MOVE WS-BI TO WS-BX
                   END-IF
                   MOVE WS-BT-COUNT TO WS-BI
               END-IF
           END-PERFORM.
           MOVE WS-BX TO WS-BI.
      * History is rewritten without the run date's records. The
      * day's found postings are netted per account for the check
      * against the balance master; for the day's accounts the
      * latest earlier posting date and that date's net are kept,
      * which is what the master said before the day.
       PROSES-RIWAYAT.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               MOVE 'HISTFILE' TO WS-FAIL-DD
               MOVE WS-HIST-STATUS TO WS-FAIL-STAT
               MOVE 'HISTFILE WOULD NOT OPEN' TO WS-REFUSE-TEXT
           ELSE
               OPEN OUTPUT NEWHIST-FILE
               IF WS-NEWHIST-STATUS NOT = '00'
                   MOVE 'NEWHIST' TO WS-FAIL-DD
                   MOVE WS-NEWHIST-STATUS TO WS-FAIL-STAT
                   MOVE 'NEWHIST WOULD NOT OPEN' TO WS-REFUSE-TEXT
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL INPUT-EOF
                       READ HIST-FILE
                           AT END
                               SET INPUT-EOF TO TRUE
                           NOT AT END
                               PERFORM SARING-RIWAYAT
                       END-READ
                   END-PERFORM
                   CLOSE NEWHIST-FILE
               END-IF
               CLOSE HIST-FILE
           END-IF.
       SARING-RIWAYAT.
           IF OUT-RUN-DATE = WS-RUN-DATE
               ADD 1 TO WS-HIST-REMOVED
               IF OUT-TRAN-FOUND = 'Y' AND OUT-ACCOUNT-NO NOT = ZERO
                   MOVE OUT-ACCOUNT-NO TO WS-FIND-ACCT
                   PERFORM CARI-REKENING
                   IF ACCT-IN-TABLE
                       ADD OUT-AMOUNT TO WS-BT-HIST-NET (WS-BI)
                       MOVE 'Y' TO WS-BT-HIST-SEEN (WS-BI)
                   ELSE
                       ADD 1 TO WS-HIST-ONLY
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO NEWHIST-RECORD
               MOVE OUT-RECORD TO NEWHIST-RECORD
               WRITE NEWHIST-RECORD
               ADD 1 TO WS-HIST-KEPT
               IF OUT-TRAN-FOUND = 'Y' AND OUT-ACCOUNT-NO NOT = ZERO
                   AND OUT-RUN-DATE < WS-RUN-DATE
                   MOVE OUT-ACCOUNT-NO TO WS-FIND-ACCT
                   PERFORM CARI-REKENING
                   IF ACCT-IN-TABLE
                       PERFORM CATAT-TANGGAL-LALU
                   END-IF
               END-IF
           END-IF.
       CATAT-TANGGAL-LALU.
           IF OUT-RUN-DATE > WS-BT-PREV-DATE (WS-BI)
               MOVE OUT-RUN-DATE TO WS-BT-PREV-DATE (WS-BI)
               MOVE OUT-AMOUNT TO WS-BT-PREV-NET (WS-BI)
           ELSE
               IF OUT-RUN-DATE = WS-BT-PREV-DATE (WS-BI)
                   ADD OUT-AMOUNT TO WS-BT-PREV-NET (WS-BI)
               END-IF
           END-IF.
      * The (0) generation is the day's own output; it is emptied of
      * the run date so MYCYCCK sees the generation a first
      * submission expects. Its found postings are what MYBALUPD
      * posted, so they are the preferred check on the master.
       PROSES-OUTFILE.
           OPEN INPUT OUT-FILE.
           IF WS-OUT-STATUS NOT = '00'
               MOVE 'OUTFILE' TO WS-FAIL-DD
               MOVE WS-OUT-STATUS TO WS-FAIL-STAT
               MOVE 'OUTFILE WOULD NOT OPEN' TO WS-REFUSE-TEXT
           ELSE
               OPEN OUTPUT OUTNEW-FILE
               IF WS-OUTNEW-STATUS NOT = '00'
                   MOVE 'OUTNEW' TO WS-FAIL-DD
                   MOVE WS-OUTNEW-STATUS TO WS-FAIL-STAT
                   MOVE 'OUTNEW WOULD NOT OPEN' TO WS-REFUSE-TEXT
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL INPUT-EOF
                       READ OUT-FILE
                           AT END
                               SET INPUT-EOF TO TRUE
                           NOT AT END
                               PERFORM SARING-OUTFILE
                       END-READ
                   END-PERFORM
                   CLOSE OUTNEW-FILE
               END-IF
               CLOSE OUT-FILE
           END-IF.
       SARING-OUTFILE.
           IF OUTF-RUN-DATE = WS-RUN-DATE
               ADD 1 TO WS-OUT-REMOVED
               IF OUTF-TRAN-FOUND = 'Y'
                   AND OUTF-ACCOUNT-NO NOT = ZERO
                   MOVE OUTF-ACCOUNT-NO TO WS-FIND-ACCT
                   PERFORM CARI-REKENING
                   IF ACCT-IN-TABLE
                       ADD OUTF-AMOUNT TO WS-BT-OUT-NET (WS-BI)
                       MOVE 'Y' TO WS-BT-OUT-SEEN (WS-BI)
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO OUTNEW-RECORD
               MOVE OUTF-RECORD TO OUTNEW-RECORD
               WRITE OUTNEW-RECORD
               ADD 1 TO WS-OUT-KEPT
           END-IF.
      * GLEXT holds the last cycle's extract. The run date's records
      * go back to the GL negated and flagged B - same cells, same
      * counts - so the GL posts the exact offset of what it took.
       PROSES-GL.
           OPEN INPUT GL-FILE.
           IF WS-GL-STATUS NOT = '00'
               MOVE 'GLEXT' TO WS-FAIL-DD
               MOVE WS-GL-STATUS TO WS-FAIL-STAT
               MOVE 'GLEXT WOULD NOT OPEN' TO WS-REFUSE-TEXT
           ELSE
               OPEN OUTPUT GLNEW-FILE
               IF WS-GLNEW-STATUS NOT = '00'
                   MOVE 'GLNEW' TO WS-FAIL-DD
                   MOVE WS-GLNEW-STATUS TO WS-FAIL-STAT
                   MOVE 'GLNEW WOULD NOT OPEN' TO WS-REFUSE-TEXT
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL INPUT-EOF
                       READ GL-FILE
                           AT END
                               SET INPUT-EOF TO TRUE
                           NOT AT END
                               PERFORM BALIK-GL
                       END-READ
                   END-PERFORM
                   CLOSE GLNEW-FILE
               END-IF
               CLOSE GL-FILE
           END-IF.
           IF WS-REFUSE-TEXT = SPACES AND WS-GL-REVERSED = ZERO
               MOVE 'GLEXT HOLDS NO RECORDS FOR THE DATE'
                   TO WS-WARN-TEXT
               MOVE ZERO TO WS-FIND-ACCT
               MOVE ZERO TO WS-WARN-AMT1
               MOVE ZERO TO WS-WARN-AMT2
               PERFORM TULIS-PERINGATAN
           END-IF.
       BALIK-GL.
           IF GL-RUN-DATE = WS-RUN-DATE AND NOT GL-BACKOUT-REC
               COMPUTE GL-AMOUNT = ZERO - GL-AMOUNT
               MOVE 'B' TO GL-BACKOUT-FLAG
               ADD 1 TO WS-GL-REVERSED
               IF GL-TRAILER-REC
                   ADD GL-AMOUNT TO WS-GL-TOTAL
               END-IF
           ELSE
               ADD 1 TO WS-GL-KEPT
           END-IF.
           MOVE SPACES TO GLNEW-RECORD.
           MOVE GL-RECORD TO GLNEW-RECORD.
           WRITE GLNEW-RECORD.
      * The day added the suspense entries dated the run date
      * (MYPROG's unmatched passes) and took off the ones SUSPJRNL
      * shows for it. The first are dropped, the second put back
      * as they stood - only those journaled since the last backout
      * marker for the date, so a day backed out twice does not put
      * back the first attempt's entries again.
       PROSES-SUSPENSE.
           OPEN INPUT SUSP-FILE.
           IF WS-SUSP-STATUS NOT = '00'
               MOVE 'SUSPFILE' TO WS-FAIL-DD
               MOVE WS-SUSP-STATUS TO WS-FAIL-STAT
               MOVE 'SUSPFILE WOULD NOT OPEN' TO WS-REFUSE-TEXT
           ELSE
               OPEN OUTPUT SUSPNEW-FILE
               IF WS-SUSPNEW-STATUS NOT = '00'
                   MOVE 'SUSPNEW' TO WS-FAIL-DD
                   MOVE WS-SUSPNEW-STATUS TO WS-FAIL-STAT
                   MOVE 'SUSPNEW WOULD NOT OPEN' TO WS-REFUSE-TEXT
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL INPUT-EOF
                       READ SUSP-FILE
                           AT END
                               SET INPUT-EOF TO TRUE
                           NOT AT END
                               PERFORM SARING-SUSPENSE
                       END-READ
                   END-PERFORM
                   PERFORM BACA-JURNAL
                   PERFORM KEMBALIKAN-SUSPENSE
                   CLOSE SUSPNEW-FILE
               END-IF
               CLOSE SUSP-FILE
           END-IF.
       SARING-SUSPENSE.
           IF SUSP-ORIG-DATE = WS-RUN-DATE
               ADD 1 TO WS-SUSP-REMOVED
           ELSE
               MOVE SPACES TO SUSPNEW-RECORD
               MOVE SUSP-RECORD TO SUSPNEW-RECORD
               WRITE SUSPNEW-RECORD
               ADD 1 TO WS-SUSP-KEPT
           END-IF.
       KEMBALIKAN-SUSPENSE.
           MOVE ZERO TO WS-JI.
           PERFORM UNTIL WS-JI >= WS-JT-COUNT
               OR WS-REFUSE-TEXT NOT = SPACES
               ADD 1 TO WS-JI
               MOVE SPACES TO SUSPNEW-RECORD
               MOVE SPACES TO SUSP-RECORD
               MOVE WS-JT-X (WS-JI) TO SUSP-X
               MOVE WS-JT-ORIG-DATE (WS-JI) TO SUSP-ORIG-DATE
               MOVE SUSP-RECORD TO SUSPNEW-RECORD
               WRITE SUSPNEW-RECORD
               ADD 1 TO WS-SUSP-RESTORED
           END-PERFORM.
       BACA-JURNAL.
           MOVE ZERO TO WS-JT-COUNT.
           OPEN INPUT JRNL-FILE.
           IF WS-JRNL-STATUS NOT = '00'
               MOVE 'SUSPJRNL' TO WS-FAIL-DD
               MOVE WS-JRNL-STATUS TO WS-FAIL-STAT
               MOVE 'SUSPJRNL WOULD NOT OPEN' TO WS-REFUSE-TEXT
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL INPUT-EOF
                   READ JRNL-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           IF SJRN-RUN-DATE = WS-RUN-DATE
                               PERFORM SIMPAN-JURNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JRNL-FILE
           END-IF.
       SIMPAN-JURNAL.
           IF SJRN-BACKOUT
               MOVE ZERO TO WS-JT-COUNT
           ELSE
               IF WS-JT-COUNT >= 999
                   MOVE 'SUSPJRNL HOLDS MORE THAN 999 ENTRIES'
                       TO WS-REFUSE-TEXT
                   SET INPUT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-JT-COUNT
                   MOVE SJRN-X TO WS-JT-X (WS-JT-COUNT)
                   MOVE SJRN-ORIG-DATE TO WS-JT-ORIG-DATE (WS-JT-COUNT)
               END-IF
           END-IF.
      * WOFFFILE is append-only; the day's write-offs carry the run
      * date and simply come off (their entries go back on the
      * suspense list from the journal above).
       PROSES-WRITEOFF.
           OPEN INPUT WOFF-FILE.
           IF WS-WOFF-STATUS NOT = '00'
               MOVE 'WOFFFILE' TO WS-FAIL-DD
               MOVE WS-WOFF-STATUS TO WS-FAIL-STAT
               MOVE 'WOFFFILE WOULD NOT OPEN' TO WS-REFUSE-TEXT
           ELSE
               OPEN OUTPUT WOFFNEW-FILE
               IF WS-WOFFNEW-STATUS NOT = '00'
                   MOVE 'WOFFNEW' TO WS-FAIL-DD
                   MOVE WS-WOFFNEW-STATUS TO WS-FAIL-STAT
                   MOVE 'WOFFNEW WOULD NOT OPEN' TO WS-REFUSE-TEXT
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL INPUT-EOF
                       READ WOFF-FILE
                           AT END
                               SET INPUT-EOF TO TRUE
                           NOT AT END
                               PERFORM SARING-WRITEOFF
                       END-READ
                   END-PERFORM
                   CLOSE WOFFNEW-FILE
               END-IF
               CLOSE WOFF-FILE
           END-IF.
       SARING-WRITEOFF.
           IF WOFF-RUN-DATE = WS-RUN-DATE
               ADD 1 TO WS-WOFF-REMOVED
           ELSE
               MOVE SPACES TO WOFFNEW-RECORD
               MOVE WOFF-RECORD TO WOFFNEW-RECORD
               WRITE WOFFNEW-RECORD
               ADD 1 TO WS-WOFF-KEPT
           END-IF.
      * A checkpoint for the run date would make MYCYCCK and MYPROG
      * treat the corrected rerun as a resume of the bad day, so it
      * is cleared, as MYPROG clears it at normal end. One for any
      * other date is left for MYCYCCK to report.
       PROSES-CKPT.
           MOVE 'N' TO WS-CKPT-DAY.
           OPEN INPUT CKPT-FILE.
           IF WS-CKPT-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL INPUT-EOF
                   READ CKPT-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           IF CKPT-RUN-DATE = WS-RUN-DATE
                               SET CKPT-FOR-DAY TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CKPT-FILE
           END-IF.
           IF CKPT-FOR-DAY
               OPEN OUTPUT CKPT-FILE
               IF WS-CKPT-STATUS NOT = '00'
                   MOVE 'CKPTFILE' TO WS-FAIL-DD
                   MOVE WS-CKPT-STATUS TO WS-FAIL-STAT
                   MOVE 'CKPTFILE COULD NOT BE CLEARED'
                       TO WS-REFUSE-TEXT
               ELSE
                   CLOSE CKPT-FILE
               END-IF
           END-IF.
      * ALERTFIL is append-only; the day's alerts carry the run date
      * and simply come off, or MYMONTR would take the corrected
      * rerun for a rerun of a day already monitored.
       PROSES-ALERT.
           OPEN INPUT ALERT-FILE.
           IF WS-ALERT-STATUS NOT = '00'
               MOVE 'ALERTFIL' TO WS-FAIL-DD
               MOVE WS-ALERT-STATUS TO WS-FAIL-STAT
               MOVE 'ALERTFIL WOULD NOT OPEN' TO WS-REFUSE-TEXT
           ELSE
               OPEN OUTPUT ALERTNEW-FILE
               IF WS-ALERTNEW-STATUS NOT = '00'
                   MOVE 'ALERTNEW' TO WS-FAIL-DD
                   MOVE WS-ALERTNEW-STATUS TO WS-FAIL-STAT
                   MOVE 'ALERTNEW WOULD NOT OPEN' TO WS-REFUSE-TEXT
               ELSE
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL INPUT-EOF
                       READ ALERT-FILE
                           AT END
                               SET INPUT-EOF TO TRUE
                           NOT AT END
                               PERFORM SARING-ALERT
                       END-READ
                   END-PERFORM
                   CLOSE ALERTNEW-FILE
               END-IF
               CLOSE ALERT-FILE
           END-IF.
       SARING-ALERT.
           IF ALRT-RUN-DATE = WS-RUN-DATE
               ADD 1 TO WS-ALERT-REMOVED
           ELSE
               MOVE SPACES TO ALERTNEW-RECORD
               MOVE ALERT-RECORD TO ALERTNEW-RECORD
               WRITE ALERTNEW-RECORD
               ADD 1 TO WS-ALERT-KEPT
           END-IF.
      * The day's accrual comes off from ACCRJRNL. INTCAP is rebuilt
      * to CAPNEW from the lines the day's MYACCRU saved before it
      * emptied the file - the batch the day's STEP005 loaded, which
      * the rerun must load again - or copied as it stands when the
      * day's accrual never ran. ACCRFILE is opened here, so that a
      * master that will not open stops the backout before anything
      * is changed, and held for PULIHKAN-BUNGA.
       PROSES-BUNGA.
           PERFORM CARI-AWAL-JURNAL.
           IF WS-REFUSE-TEXT = SPACES
               OPEN OUTPUT CAPNEW-FILE
               IF WS-CAPNEW-STATUS NOT = '00'
                   MOVE 'CAPNEW' TO WS-FAIL-DD
                   MOVE WS-CAPNEW-STATUS TO WS-FAIL-STAT
                   MOVE 'CAPNEW WOULD NOT OPEN' TO WS-REFUSE-TEXT
               ELSE
                   IF ACCRUAL-RAN
                       PERFORM KEMBALIKAN-INTCAP
                   ELSE
                       PERFORM SALIN-INTCAP
                   END-IF
                   CLOSE CAPNEW-FILE
               END-IF
           END-IF.
           IF WS-REFUSE-TEXT = SPACES
               OPEN I-O ACCR-FILE
               IF WS-ACCR-STATUS NOT = '00'
                   MOVE 'ACCRFILE' TO WS-FAIL-DD
                   MOVE WS-ACCR-STATUS TO WS-FAIL-STAT
                   MOVE 'ACCRFILE WOULD NOT OPEN' TO WS-REFUSE-TEXT
               ELSE
                   SET ACCR-FILE-OPEN TO TRUE
               END-IF
           END-IF.
       CARI-AWAL-JURNAL.
           MOVE ZERO TO WS-AJ-READ.
           MOVE ZERO TO WS-AJ-FROM.
           MOVE 'N' TO WS-AJ-START.
           OPEN INPUT AJRN-FILE.
           IF WS-AJRN-STATUS NOT = '00'
               MOVE 'ACCRJRNL' TO WS-FAIL-DD
               MOVE WS-AJRN-STATUS TO WS-FAIL-STAT
               MOVE 'ACCRJRNL WOULD NOT OPEN' TO WS-REFUSE-TEXT
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL INPUT-EOF
                   READ AJRN-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AJ-READ
                           IF AJRN-RUN-DATE = WS-RUN-DATE
                               PERFORM NILAI-JURNAL-BUNGA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AJRN-FILE
           END-IF.
       NILAI-JURNAL-BUNGA.
           IF AJRN-BACKOUT
               MOVE WS-AJ-READ TO WS-AJ-FROM
               MOVE 'N' TO WS-AJ-START
           END-IF.
           IF AJRN-START
               SET ACCRUAL-RAN TO TRUE
           END-IF.
       KEMBALIKAN-INTCAP.
           OPEN INPUT AJRN-FILE.
           IF WS-AJRN-STATUS NOT = '00'
               MOVE 'ACCRJRNL' TO WS-FAIL-DD
               MOVE WS-AJRN-STATUS TO WS-FAIL-STAT
               MOVE 'ACCRJRNL WOULD NOT OPEN' TO WS-REFUSE-TEXT
           ELSE
               MOVE ZERO TO WS-AJ-READ
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL INPUT-EOF
                   READ AJRN-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AJ-READ
                           IF WS-AJ-READ > WS-AJ-FROM
                               AND AJRN-RUN-DATE = WS-RUN-DATE
                               AND AJRN-INTCAP
                               MOVE SPACES TO CAPNEW-RECORD
                               MOVE AJRN-IMAGE TO CAPNEW-RECORD
                               WRITE CAPNEW-RECORD
                               ADD 1 TO WS-CAP-RESTORED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AJRN-FILE
           END-IF.
       SALIN-INTCAP.
           OPEN INPUT CAP-FILE.
           IF WS-CAP-STATUS NOT = '00'
               MOVE 'INTCAP' TO WS-FAIL-DD
               MOVE WS-CAP-STATUS TO WS-FAIL-STAT
               MOVE 'INTCAP WOULD NOT OPEN' TO WS-REFUSE-TEXT
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL INPUT-EOF
                   READ CAP-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           MOVE SPACES TO CAPNEW-RECORD
                           MOVE CAP-RECORD TO CAPNEW-RECORD
                           WRITE CAPNEW-RECORD
                   END-READ
               END-PERFORM
               CLOSE CAP-FILE
           END-IF.
      * Each account goes back to the record MYBALUPD found before
      * the day: new balance = the day's prior, and the posted
      * amount and date of the latest earlier posting day from the
      * history. An account with no prior balance and no earlier
      * posting was opened by the day and is deleted. The master's
      * own prior balance is what is restored; the day's postings
      * on OUTFILE (or, once the generation has rolled, HISTFILE)
      * are only the check that the master is the day's work.
       PULIHKAN-SALDO.
           MOVE ZERO TO WS-BI.
           PERFORM UNTIL WS-BI >= WS-BT-COUNT
               OR WS-REFUSE-TEXT NOT = SPACES
               ADD 1 TO WS-BI
               PERFORM PULIHKAN-SATU
           END-PERFORM.
           CLOSE BAL-FILE.
           MOVE 'N' TO WS-BAL-OPEN.
       PULIHKAN-SATU.
           MOVE WS-BT-ACCT (WS-BI) TO WS-FIND-ACCT.
           PERFORM PERIKSA-POSTING.
           MOVE WS-BT-ACCT (WS-BI) TO BAL-ACCOUNT-NO.
           READ BAL-FILE
               INVALID KEY
                   MOVE 'BALFILE' TO WS-FAIL-DD
                   MOVE WS-BAL-STATUS TO WS-FAIL-STAT
                   MOVE 'BALFILE ACCOUNT VANISHED DURING RUN'
                       TO WS-REFUSE-TEXT
           END-READ.
           IF WS-REFUSE-TEXT = SPACES
               MOVE BAL-NEW-AMT TO WS-NEW-BEFORE
               ADD BAL-NEW-AMT TO WS-BAL-TOTAL-BEFORE
               IF BAL-PRIOR-AMT = ZERO
                   AND WS-BT-PREV-DATE (WS-BI) = ZERO
                   PERFORM HAPUS-SALDO
               ELSE
                   PERFORM KEMBALIKAN-SALDO
               END-IF
           END-IF.
       PERIKSA-POSTING.
           IF WS-BT-OUT-SEEN (WS-BI) = 'Y'
               MOVE WS-BT-OUT-NET (WS-BI) TO WS-CHECK-NET
           ELSE
               MOVE WS-BT-HIST-NET (WS-BI) TO WS-CHECK-NET
           END-IF.
           IF WS-BT-OUT-SEEN (WS-BI) = 'N'
               AND WS-BT-HIST-SEEN (WS-BI) = 'N'
               MOVE 'NO POSTINGS FOUND FOR THE DATE'
                   TO WS-WARN-TEXT
               MOVE WS-BT-POSTED (WS-BI) TO WS-WARN-AMT1
               MOVE ZERO TO WS-WARN-AMT2
               PERFORM TULIS-PERINGATAN
           ELSE
               IF WS-CHECK-NET NOT = WS-BT-POSTED (WS-BI)
                   MOVE 'MASTER POSTED NOT THE DAY POSTINGS'
                       TO WS-WARN-TEXT
                   MOVE WS-BT-POSTED (WS-BI) TO WS-WARN-AMT1
                   MOVE WS-CHECK-NET TO WS-WARN-AMT2
                   PERFORM TULIS-PERINGATAN
               END-IF
           END-IF.
           IF WS-BT-PREV-DATE (WS-BI) = ZERO
               AND WS-BT-PRIOR (WS-BI) NOT = ZERO
               MOVE 'PRIOR BALANCE BUT NO EARLIER POSTING'
                   TO WS-WARN-TEXT
               MOVE WS-BT-PRIOR (WS-BI) TO WS-WARN-AMT1
               MOVE ZERO TO WS-WARN-AMT2
               PERFORM TULIS-PERINGATAN
           END-IF.
       HAPUS-SALDO.
           DELETE BAL-FILE
               INVALID KEY
                   MOVE 'BALFILE' TO WS-FAIL-DD
                   MOVE WS-BAL-STATUS TO WS-FAIL-STAT
                   MOVE 'BALFILE DELETE FAILED' TO WS-REFUSE-TEXT
           END-DELETE.
           IF WS-REFUSE-TEXT = SPACES
               ADD 1 TO WS-DELETE-COUNT
               MOVE 'DELETED' TO WS-ACTION-TEXT
               MOVE ZERO TO BAL-NEW-AMT
               MOVE ZERO TO BAL-LAST-DATE
               PERFORM TULIS-RINCIAN
           END-IF.
       KEMBALIKAN-SALDO.
           MOVE BAL-PRIOR-AMT TO BAL-NEW-AMT.
           MOVE WS-BT-PREV-NET (WS-BI) TO BAL-POSTED-AMT.
           COMPUTE BAL-PRIOR-AMT = BAL-NEW-AMT - BAL-POSTED-AMT.
           MOVE WS-BT-PREV-DATE (WS-BI) TO BAL-LAST-DATE.
           REWRITE BAL-RECORD
               INVALID KEY
                   MOVE 'BALFILE' TO WS-FAIL-DD
                   MOVE WS-BAL-STATUS TO WS-FAIL-STAT
                   MOVE 'BALFILE REWRITE FAILED' TO WS-REFUSE-TEXT
           END-REWRITE.
           IF WS-REFUSE-TEXT = SPACES
               ADD 1 TO WS-RESTORE-COUNT
               ADD BAL-NEW-AMT TO WS-BAL-TOTAL-AFTER
               MOVE 'RESTORED' TO WS-ACTION-TEXT
               PERFORM TULIS-RINCIAN
           END-IF.
      * Every accrual record the day changed goes back to its
      * journaled image and every one it added comes off. Run again
      * after a failure part way, the images already put back are
      * simply written again and an added record already gone is
      * passed over.
       PULIHKAN-BUNGA.
           OPEN INPUT AJRN-FILE.
           IF WS-AJRN-STATUS NOT = '00'
               MOVE 'ACCRJRNL' TO WS-FAIL-DD
               MOVE WS-AJRN-STATUS TO WS-FAIL-STAT
               MOVE 'ACCRJRNL WOULD NOT OPEN' TO WS-REFUSE-TEXT
           ELSE
               MOVE ZERO TO WS-AJ-READ
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL INPUT-EOF
                   OR WS-REFUSE-TEXT NOT = SPACES
                   READ AJRN-FILE
                       AT END
                           SET INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-AJ-READ
                           IF WS-AJ-READ > WS-AJ-FROM
                               AND AJRN-RUN-DATE = WS-RUN-DATE
                               PERFORM PULIHKAN-AKRUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AJRN-FILE
           END-IF.
           CLOSE ACCR-FILE.
           MOVE 'N' TO WS-ACCR-OPEN.
       PULIHKAN-AKRUAL.
           IF AJRN-BEFORE
               MOVE AJRN-IMAGE TO ACCR-RECORD
               REWRITE ACCR-RECORD
                   INVALID KEY
                       MOVE 'ACCRFILE' TO WS-FAIL-DD
                       MOVE WS-ACCR-STATUS TO WS-FAIL-STAT
                       MOVE 'ACCRFILE REWRITE FAILED'
                           TO WS-REFUSE-TEXT
                   NOT INVALID KEY
                       ADD 1 TO WS-ACCR-RESTORED
               END-REWRITE
           END-IF.
           IF AJRN-ADDED
               MOVE AJRN-IMAGE TO ACCR-RECORD
               DELETE ACCR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ACCR-DELETED
               END-DELETE
           END-IF.
       TULIS-RINCIAN.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               MOVE WS-BT-ACCT (WS-BI) TO WS-RPT-DET-ACCT
               MOVE WS-ACTION-TEXT TO WS-RPT-DET-ACTION
               MOVE WS-NEW-BEFORE TO WS-RPT-DET-BEFORE
               MOVE BAL-NEW-AMT TO WS-RPT-DET-AFTER
               MOVE WS-BT-POSTED (WS-BI) TO WS-RPT-DET-POSTED
               MOVE BAL-LAST-DATE TO WS-RPT-DET-LAST
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       TULIS-PERINGATAN.
           ADD 1 TO WS-WARN-COUNT.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               MOVE WS-WARN-TEXT TO WS-RPT-WARN-TEXT
               MOVE WS-FIND-ACCT TO WS-RPT-WARN-ACCT
               MOVE WS-WARN-AMT1 TO WS-RPT-WARN-AMT1
               MOVE WS-WARN-AMT2 TO WS-RPT-WARN-AMT2
               MOVE WS-RPT-WARN-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      * The markers are written last, and only when the files are
      * right: FEEDLOG so MYTRNLD loads the corrected feed for the
      * date as a first load, SUSPJRNL and ACCRJRNL so a second
      * backout of the date does not put back what this one already
      * has (and the rerun's MYACCRU journals the day afresh), and
      * CYCSTAT so MYCYCCK lets the day run again. Should one fail
      * the step ends RC 8 and the job copies nothing back (see
      * TOLAK), and the backout is simply run again.
       TANDAI-HARI.
           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS = '05' OR WS-LOG-STATUS = '35'
               OPEN OUTPUT LOG-FILE
           END-IF.
           IF WS-LOG-STATUS NOT = '00'
               MOVE 'FEEDLOG' TO WS-FAIL-DD
               MOVE WS-LOG-STATUS TO WS-FAIL-STAT
               MOVE 'FEEDLOG WOULD NOT OPEN' TO WS-REFUSE-TEXT
           ELSE
               MOVE SPACES TO LOG-RECORD
               MOVE WS-RUN-DATE TO LOG-FEED-DATE
               MOVE 'BKOT' TO LOG-FEED-SEQ
               WRITE LOG-RECORD
               CLOSE LOG-FILE
           END-IF.
           IF WS-REFUSE-TEXT = SPACES
               OPEN EXTEND JRNL-FILE
               IF WS-JRNL-STATUS NOT = '00'
                   MOVE 'SUSPJRNL' TO WS-FAIL-DD
                   MOVE WS-JRNL-STATUS TO WS-FAIL-STAT
                   MOVE 'SUSPJRNL WOULD NOT OPEN' TO WS-REFUSE-TEXT
               ELSE
                   MOVE SPACES TO SJRN-RECORD
                   MOVE WS-RUN-DATE TO SJRN-RUN-DATE
                   MOVE 'B' TO SJRN-ACTION
                   MOVE ZERO TO SJRN-X
                   MOVE ZERO TO SJRN-ORIG-DATE
                   WRITE SJRN-RECORD
                   CLOSE JRNL-FILE
               END-IF
           END-IF.
           IF WS-REFUSE-TEXT = SPACES
               OPEN EXTEND AJRN-FILE
               IF WS-AJRN-STATUS NOT = '00'
                   MOVE 'ACCRJRNL' TO WS-FAIL-DD
                   MOVE WS-AJRN-STATUS TO WS-FAIL-STAT
                   MOVE 'ACCRJRNL WOULD NOT OPEN' TO WS-REFUSE-TEXT
               ELSE
                   MOVE SPACES TO AJRN-RECORD
                   MOVE WS-RUN-DATE TO AJRN-RUN-DATE
                   MOVE 'B' TO AJRN-ACTION
                   WRITE AJRN-RECORD
                   CLOSE AJRN-FILE
               END-IF
           END-IF.
           IF WS-REFUSE-TEXT = SPACES
               PERFORM CATAT-STATUS
           END-IF.
      * The BKOT record is the last thing written: MYCYCCK reads it
      * as the day backed out, so it must not exist unless the rest
      * of the backout is done.
       CATAT-STATUS.
           IF WS-WARN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           MOVE SPACES TO STAT-RECORD.
           MOVE 'MYBACKOT' TO STAT-JOB-NAME.
           MOVE WS-RUN-DATE TO STAT-RUN-DATE.
           MOVE WS-SYS-DATETIME(9:6) TO STAT-RUN-TIME.
           MOVE RETURN-CODE TO STAT-RETURN-CODE.
           MOVE 'BKOT' TO STAT-REASON-CODE.
           MOVE SPACES TO STAT-FAIL-DD.
           MOVE SPACES TO STAT-FAIL-STATUS.
           MOVE ZERO TO STAT-LAST-GOOD-X.
           MOVE 'N' TO STAT-RESUMABLE.
           MOVE WS-BT-COUNT TO STAT-REC-COUNT.
           OPEN EXTEND CYC-FILE.
           IF WS-CYC-STATUS NOT = '00'
               MOVE 'CYCSTAT' TO WS-FAIL-DD
               MOVE WS-CYC-STATUS TO WS-FAIL-STAT
               MOVE 'CYCSTAT WOULD NOT OPEN' TO WS-REFUSE-TEXT
           ELSE
               WRITE STAT-RECORD
               CLOSE CYC-FILE
           END-IF.
       CETAK-KONTROL.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'DAY ACCOUNTS BALANCE BEFORE' TO WS-RPT-TOT-LABEL
               MOVE WS-BAL-TOTAL-BEFORE TO WS-RPT-TOT-AMT
               PERFORM CETAK-TOTAL
               MOVE 'DAY ACCOUNTS BALANCE AFTER' TO WS-RPT-TOT-LABEL
               MOVE WS-BAL-TOTAL-AFTER TO WS-RPT-TOT-AMT
               PERFORM CETAK-TOTAL
               MOVE 'GLEXT OFFSET GRAND TOTAL' TO WS-RPT-TOT-LABEL
               MOVE WS-GL-TOTAL TO WS-RPT-TOT-AMT
               PERFORM CETAK-TOTAL
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'BALFILE ACCOUNTS RESTORED' TO WS-RPT-CNT-LABEL
               MOVE WS-RESTORE-COUNT TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'BALFILE ACCOUNTS DELETED' TO WS-RPT-CNT-LABEL
               MOVE WS-DELETE-COUNT TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'HISTFILE RECORDS REMOVED' TO WS-RPT-CNT-LABEL
               MOVE WS-HIST-REMOVED TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'HISTFILE RECORDS KEPT' TO WS-RPT-CNT-LABEL
               MOVE WS-HIST-KEPT TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'HISTORY POSTINGS NOT ON BALFILE'
                   TO WS-RPT-CNT-LABEL
               MOVE WS-HIST-ONLY TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'OUTFILE RECORDS REMOVED' TO WS-RPT-CNT-LABEL
               MOVE WS-OUT-REMOVED TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'OUTFILE RECORDS KEPT' TO WS-RPT-CNT-LABEL
               MOVE WS-OUT-KEPT TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'GLEXT RECORDS OFFSET' TO WS-RPT-CNT-LABEL
               MOVE WS-GL-REVERSED TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'GLEXT RECORDS KEPT' TO WS-RPT-CNT-LABEL
               MOVE WS-GL-KEPT TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'SUSPENSE ENTRIES REMOVED' TO WS-RPT-CNT-LABEL
               MOVE WS-SUSP-REMOVED TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'SUSPENSE ENTRIES PUT BACK' TO WS-RPT-CNT-LABEL
               MOVE WS-SUSP-RESTORED TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'SUSPENSE ENTRIES KEPT' TO WS-RPT-CNT-LABEL
               MOVE WS-SUSP-KEPT TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'WRITE-OFFS REMOVED' TO WS-RPT-CNT-LABEL
               MOVE WS-WOFF-REMOVED TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'WRITE-OFFS KEPT' TO WS-RPT-CNT-LABEL
               MOVE WS-WOFF-KEPT TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'ACCRUAL RECORDS RESTORED' TO WS-RPT-CNT-LABEL
               MOVE WS-ACCR-RESTORED TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'ACCRUAL RECORDS DELETED' TO WS-RPT-CNT-LABEL
               MOVE WS-ACCR-DELETED TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'INTCAP RECORDS PUT BACK' TO WS-RPT-CNT-LABEL
               MOVE WS-CAP-RESTORED TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'ALERTS REMOVED' TO WS-RPT-CNT-LABEL
               MOVE WS-ALERT-REMOVED TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'ALERTS KEPT' TO WS-RPT-CNT-LABEL
               MOVE WS-ALERT-KEPT TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE 'WARNINGS' TO WS-RPT-CNT-LABEL
               MOVE WS-WARN-COUNT TO WS-RPT-CNT-VALUE
               PERFORM CETAK-HITUNG
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               IF CKPT-FOR-DAY
                   MOVE SPACES TO RPT-LINE
                   MOVE 'CHECKPOINT FOR THE DATE CLEARED' TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               MOVE SPACES TO RPT-LINE
               IF WS-WARN-COUNT > ZERO
                   MOVE 'DAY BACKED OUT - REVIEW WARNINGS'
                       TO WS-RPT-VERDICT-TEXT
               ELSE
                   MOVE 'DAY BACKED OUT' TO WS-RPT-VERDICT-TEXT
               END-IF
               MOVE WS-RPT-VERDICT TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           IF WS-HIST-ONLY > ZERO
               DISPLAY 'MYBACKOT: ' WS-HIST-ONLY
                   ' HISTORY POSTINGS FOR THE DATE NOT ON BALFILE'
           END-IF.
       CETAK-TOTAL.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
       CETAK-HITUNG.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE.
           WRITE RPT-LINE.
      * Refused or failed, the step ends RC 8 and the job copies
      * nothing back. Before PULIHKAN-SALDO nothing has been changed
      * at all; after it, the accounts already restored no longer
      * carry the run date, and the accrual images are put back
      * again harmlessly, so running the backout again finishes the
      * rest.
       TOLAK.
           IF BAL-FILE-OPEN
               CLOSE BAL-FILE
           END-IF.
           IF ACCR-FILE-OPEN
               CLOSE ACCR-FILE
           END-IF.
           DISPLAY 'MYBACKOT: BACKOUT REFUSED - ' WS-REFUSE-TEXT.
           IF WS-FAIL-DD NOT = SPACES
               DISPLAY 'MYBACKOT: ' WS-FAIL-DD ' STATUS=' WS-FAIL-STAT
           END-IF.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-REFUSE-TEXT TO WS-RPT-REFUSE-TEXT
               MOVE WS-RPT-REFUSE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE 8 TO RETURN-CODE.
       SELESAI.
           IF REPORT-FILE-OPEN
               CLOSE REPORT-FILE
           END-IF.
           STOP RUN.
      *****************************************************************
