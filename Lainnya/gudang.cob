      *****************************************************************
      * Program name:    MYDWEXT
      * Original author: MYNAME
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/02/26 MYNAME  Created. Data-warehouse extract run as a
      *                  cycle step after MYGLEXT (see job MYPROGJB
      *                  step STEP019), held by the same COND tests
      *                  as STEP017. Writes three comma-separated
      *                  files, each with a header row of column
      *                  names, for the reporting team's nightly
      *                  warehouse load - they were screen-scraping
      *                  TBALRPT and SUMRPT, which broke every time a
      *                  heading changed:
      *                    DWACCT  one row per account - ACCTFILE
      *                            name, branch, status and post
      *                            limit matched in account order
      *                            with BALFILE prior, posted and new
      *                            balances and last posted date.
      *                            MATCH says BOTH, ACCTONLY or
      *                            BALONLY; the missing side's
      *                            columns are left empty.
      *                    DWPOST  one row per OUTFILE record of the
      *                            day, found or not, with the slot,
      *                            OUT-TRAN-FOUND and type.
      *                    DWMANI  the manifest - one row with the
      *                            run date, the row counts of the
      *                            two files (header rows not
      *                            counted) and amount totals that
      *                            tie to the cycle's reports:
      *                              POSTING_ROWS/POSTING_TOTAL to
      *                              the RECRPT ACTUAL (OUTFILE)
      *                              count and amount,
      *                              FOUND_TOTAL (found postings to
      *                              an account) and DAY_MOVEMENT
      *                              (BALFILE posted amounts dated
      *                              the run date) to the TBALRPT
      *                              DAY MOVEMENT,
      *                              POSTED_ACCOUNTS to the TBALRPT
      *                              POSTED plus ALREADY POSTED,
      *                              OPENING_TOTAL/CLOSING_TOTAL to
      *                              the TBALRPT OPENING and CLOSING
      *                              TOTAL,
      *                            and EXTRACT_STATUS - COMPLETE, or
      *                            INCOMPLETE when the balance master
      *                            does not carry the day's postings
      *                            (FOUND_TOTAL not equal to
      *                            DAY_MOVEMENT, i.e. MYBALUPD did
      *                            not post the day). INCOMPLETE
      *                            ends RC 8, reason DWIN.
      *                  The manifest is emptied before anything else
      *                  is written and rewritten last, so a drop cut
      *                  short leaves no manifest for the loader to
      *                  take. SELESAI appends the CYCSTAT record.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MYDWEXT.
       AUTHOR. MYNAME.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 10/02/26.
       DATE-COMPILED. 10/02/26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OUT-FILE ASSIGN TO "OUTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-NO
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT BAL-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCOUNT-NO
               FILE STATUS IS WS-BAL-STATUS.
           SELECT DWA-FILE ASSIGN TO "DWACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DWA-STATUS.
           SELECT DWP-FILE ASSIGN TO "DWPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DWP-STATUS.
           SELECT DWM-FILE ASSIGN TO "DWMANI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DWM-STATUS.
           SELECT CYC-FILE ASSIGN TO "CYCSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY PARMREC.
       FD  OUT-FILE.
           COPY OUTREC.
       FD  ACCT-FILE.
           COPY ACCTREC.
       FD  BAL-FILE.
           COPY BALREC.
       FD  DWA-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WS-DW-REC-LEN.
       01  DWA-RECORD                  PIC X(200).
       FD  DWP-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WS-DW-REC-LEN.
       01  DWP-RECORD                  PIC X(200).
       FD  DWM-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON WS-DW-REC-LEN.
       01  DWM-RECORD                  PIC X(200).
       FD  CYC-FILE.
           COPY STATREC.
       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS PIC XX VALUE '00'.
       77 WS-PARM-MISSING PIC X VALUE 'N'.
           88 PARM-FILE-MISSING VALUE 'Y'.
       77 WS-OUT-STATUS PIC XX VALUE '00'.
       77 WS-ACCT-STATUS PIC XX VALUE '00'.
       77 WS-BAL-STATUS PIC XX VALUE '00'.
       77 WS-DWA-STATUS PIC XX VALUE '00'.
       77 WS-DWP-STATUS PIC XX VALUE '00'.
       77 WS-DWM-STATUS PIC XX VALUE '00'.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-SYS-DATETIME PIC X(21).
       77 WS-CYC-STATUS PIC XX VALUE '00'.
       77 WS-REASON-CODE PIC X(4) VALUE SPACES.
       77 WS-FAIL-DD PIC X(8) VALUE SPACES.
       77 WS-FAIL-STATUS PIC XX VALUE SPACES.
       77 WS-EOF-OUT PIC X VALUE 'N'.
           88 OUT-FILE-EOF VALUE 'Y'.
       77 WS-ACCT-KEY PIC 9(9) VALUE ZERO.
       77 WS-BAL-KEY PIC 9(9) VALUE ZERO.
       77 WS-LOW-KEY PIC 9(9) VALUE ZERO.
       77 WS-END-KEY PIC 9(9) VALUE 999999999.
       77 WS-SNAP-ROWS PIC 9(7) VALUE ZERO.
       77 WS-POST-ROWS PIC 9(7) VALUE ZERO.
       77 WS-POSTED-ACCTS PIC 9(7) VALUE ZERO.
       77 WS-POST-TOTAL PIC S9(13)V99 VALUE ZERO.
       77 WS-FOUND-TOTAL PIC S9(13)V99 VALUE ZERO.
       77 WS-OPEN-TOTAL PIC S9(13)V99 VALUE ZERO.
       77 WS-MOVE-TOTAL PIC S9(13)V99 VALUE ZERO.
       77 WS-CLOSE-TOTAL PIC S9(13)V99 VALUE ZERO.
       77 WS-EXTRACT-STATUS PIC X(10) VALUE SPACES.
       77 WS-DW-LINE PIC X(200) VALUE SPACES.
       77 WS-DW-PTR PIC 9(3) VALUE 1.
       77 WS-DW-REC-LEN PIC 9(3) VALUE ZERO.
       77 WS-DW-I PIC 9(3) VALUE ZERO.
       77 WS-DW-LEN PIC 9(3) VALUE ZERO.
       77 WS-DW-TEXT PIC X(20) VALUE SPACES.
       77 WS-DW-AMT PIC S9(13)V99 VALUE ZERO.
       77 WS-DW-AMT-ED PIC -(13)9.99.
       77 WS-DW-NUM PIC 9(7) VALUE ZERO.
       77 WS-DW-NUM-ED PIC Z(6)9.
      * Header rows. The column names hold no spaces, so each piece
      * is strung into the line delimited by its first space.
       01  WS-DWA-HEADER.
           05  WS-DWA-HDR1             PIC X(40) VALUE
               'RUN_DATE,ACCOUNT_NO,ACCOUNT_NAME,BRANCH,'.
           05  WS-DWA-HDR2             PIC X(40) VALUE
               'STATUS,POST_LIMIT,PRIOR_BALANCE,'.
           05  WS-DWA-HDR3             PIC X(40) VALUE
               'POSTED_AMOUNT,NEW_BALANCE,'.
           05  WS-DWA-HDR4             PIC X(40) VALUE
               'LAST_POSTED_DATE,MATCH'.
       01  WS-DWP-HEADER.
           05  WS-DWP-HDR1             PIC X(40) VALUE
               'RUN_DATE,SLOT,RUN_TIME,TRAN_FOUND,'.
           05  WS-DWP-HDR2             PIC X(40) VALUE
               'ACCOUNT_NO,AMOUNT,TRAN_TYPE,'.
           05  WS-DWP-HDR3             PIC X(40) VALUE
               'ACCOUNT_NAME,BRANCH,DESCRIPTION'.
       01  WS-DWM-HEADER.
           05  WS-DWM-HDR1             PIC X(40) VALUE
               'RUN_DATE,SNAPSHOT_ROWS,POSTING_ROWS,'.
           05  WS-DWM-HDR2             PIC X(40) VALUE
               'POSTING_TOTAL,FOUND_TOTAL,'.
           05  WS-DWM-HDR3             PIC X(40) VALUE
               'POSTED_ACCOUNTS,OPENING_TOTAL,'.
           05  WS-DWM-HDR4             PIC X(40) VALUE
               'DAY_MOVEMENT,CLOSING_TOTAL,'.
           05  WS-DWM-HDR5             PIC X(40) VALUE
               'EXTRACT_STATUS'.
       PROCEDURE DIVISION.
       INISIALISASI.
           PERFORM BACA-PARM.
      * Empty the manifest first: until it is rewritten at the end,
      * the loader has nothing to take.
           OPEN OUTPUT DWM-FILE.
           IF WS-DWM-STATUS NOT = '00'
               DISPLAY 'MYDWEXT: UNABLE TO OPEN DWMANI - STATUS='
                   WS-DWM-STATUS
               MOVE 'OPNW' TO WS-REASON-CODE
               MOVE 'DWMANI' TO WS-FAIL-DD
               MOVE WS-DWM-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           CLOSE DWM-FILE.
           OPEN INPUT OUT-FILE.
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY 'MYDWEXT: UNABLE TO OPEN OUTFILE - STATUS='
                   WS-OUT-STATUS
               MOVE 'OPNO' TO WS-REASON-CODE
               MOVE 'OUTFILE' TO WS-FAIL-DD
               MOVE WS-OUT-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           OPEN OUTPUT DWP-FILE.
           IF WS-DWP-STATUS NOT = '00'
               DISPLAY 'MYDWEXT: UNABLE TO OPEN DWPOST - STATUS='
                   WS-DWP-STATUS
               CLOSE OUT-FILE
               MOVE 'OPNW' TO WS-REASON-CODE
               MOVE 'DWPOST' TO WS-FAIL-DD
               MOVE WS-DWP-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           MOVE SPACES TO WS-DW-LINE.
           MOVE 1 TO WS-DW-PTR.
           STRING WS-DWP-HDR1 WS-DWP-HDR2 WS-DWP-HDR3
               DELIMITED BY SPACE
               INTO WS-DW-LINE WITH POINTER WS-DW-PTR.
           PERFORM TULIS-DWP.
           PERFORM PROSES-OUTFILE UNTIL OUT-FILE-EOF.
           CLOSE OUT-FILE.
           CLOSE DWP-FILE.
           OPEN INPUT ACCT-FILE.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'MYDWEXT: UNABLE TO OPEN ACCTFILE - STATUS='
                   WS-ACCT-STATUS
               MOVE 'OPNA' TO WS-REASON-CODE
               MOVE 'ACCTFILE' TO WS-FAIL-DD
               MOVE WS-ACCT-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           OPEN INPUT BAL-FILE.
           IF WS-BAL-STATUS NOT = '00'
               DISPLAY 'MYDWEXT: UNABLE TO OPEN BALFILE - STATUS='
                   WS-BAL-STATUS
               CLOSE ACCT-FILE
               MOVE 'OPNB' TO WS-REASON-CODE
               MOVE 'BALFILE' TO WS-FAIL-DD
               MOVE WS-BAL-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           OPEN OUTPUT DWA-FILE.
           IF WS-DWA-STATUS NOT = '00'
               DISPLAY 'MYDWEXT: UNABLE TO OPEN DWACCT - STATUS='
                   WS-DWA-STATUS
               CLOSE ACCT-FILE
               CLOSE BAL-FILE
               MOVE 'OPNW' TO WS-REASON-CODE
               MOVE 'DWACCT' TO WS-FAIL-DD
               MOVE WS-DWA-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           MOVE SPACES TO WS-DW-LINE.
           MOVE 1 TO WS-DW-PTR.
           STRING WS-DWA-HDR1 WS-DWA-HDR2 WS-DWA-HDR3 WS-DWA-HDR4
               DELIMITED BY SPACE
               INTO WS-DW-LINE WITH POINTER WS-DW-PTR.
           PERFORM TULIS-DWA.
           MOVE ZERO TO ACCT-ACCOUNT-NO.
           START ACCT-FILE KEY NOT < ACCT-ACCOUNT-NO
               INVALID KEY
                   MOVE WS-END-KEY TO WS-ACCT-KEY
           END-START.
           IF WS-ACCT-KEY NOT = WS-END-KEY
               PERFORM BACA-REKENING
           END-IF.
           MOVE ZERO TO BAL-ACCOUNT-NO.
           START BAL-FILE KEY NOT < BAL-ACCOUNT-NO
               INVALID KEY
                   MOVE WS-END-KEY TO WS-BAL-KEY
           END-START.
           IF WS-BAL-KEY NOT = WS-END-KEY
               PERFORM BACA-SALDO
           END-IF.
           PERFORM PROSES-KUNCI UNTIL WS-ACCT-KEY = WS-END-KEY
               AND WS-BAL-KEY = WS-END-KEY.
           CLOSE ACCT-FILE.
           CLOSE BAL-FILE.
           CLOSE DWA-FILE.
           COMPUTE WS-OPEN-TOTAL = WS-CLOSE-TOTAL - WS-MOVE-TOTAL.
           IF WS-FOUND-TOTAL = WS-MOVE-TOTAL
               MOVE 'COMPLETE' TO WS-EXTRACT-STATUS
           ELSE
               MOVE 'INCOMPLETE' TO WS-EXTRACT-STATUS
           END-IF.
           OPEN OUTPUT DWM-FILE.
           IF WS-DWM-STATUS NOT = '00'
               DISPLAY 'MYDWEXT: UNABLE TO OPEN DWMANI - STATUS='
                   WS-DWM-STATUS
               MOVE 'OPNW' TO WS-REASON-CODE
               MOVE 'DWMANI' TO WS-FAIL-DD
               MOVE WS-DWM-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           PERFORM TULIS-MANIFEST.
           CLOSE DWM-FILE.
           DISPLAY 'MYDWEXT: SNAPSHOT ROWS=' WS-SNAP-ROWS
               ' POSTING ROWS=' WS-POST-ROWS
               ' EXTRACT ' WS-EXTRACT-STATUS.
      * An INCOMPLETE manifest is written so the loader can see why
      * the drop is refused, but the step still ends RC 8, the way
      * MYBALUPD refuses to certify an out-of-balance day.
           IF WS-EXTRACT-STATUS = 'INCOMPLETE'
               DISPLAY 'MYDWEXT: BALFILE DOES NOT CARRY THE DAY -'
                   ' EXTRACT INCOMPLETE'
               MOVE 'DWIN' TO WS-REASON-CODE
               MOVE 'BALFILE' TO WS-FAIL-DD
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
      * Every OUTFILE record is a DWPOST row, found or not, as every
      * record is counted in the RECRPT ACTUAL (OUTFILE) line; the
      * found postings to an account are what MYBALUPD nets.
       PROSES-OUTFILE.
           READ OUT-FILE
               AT END
                   SET OUT-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-POST-ROWS
                   ADD OUT-AMOUNT TO WS-POST-TOTAL
                   IF OUT-TRAN-FOUND = 'Y'
                       AND OUT-ACCOUNT-NO NOT = ZERO
                       ADD OUT-AMOUNT TO WS-FOUND-TOTAL
                   END-IF
                   PERFORM TULIS-POSTING
           END-READ.
       TULIS-POSTING.
           MOVE SPACES TO WS-DW-LINE.
           MOVE 1 TO WS-DW-PTR.
           STRING WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-DW-LINE WITH POINTER WS-DW-PTR.
           PERFORM TAMBAH-KOMA.
           STRING OUT-X DELIMITED BY SIZE
               INTO WS-DW-LINE WITH POINTER WS-DW-PTR.
           PERFORM TAMBAH-KOMA.
           STRING OUT-RUN-TIME DELIMITED BY SIZE
               INTO WS-DW-LINE WITH POINTER WS-DW-PTR.
           MOVE OUT-TRAN-FOUND TO WS-DW-TEXT.
           PERFORM TAMBAH-TEKS.
           PERFORM TAMBAH-KOMA.
           STRING OUT-ACCOUNT-NO DELIMITED BY SIZE
               INTO WS-DW-LINE WITH POINTER WS-DW-PTR.
           MOVE OUT-AMOUNT TO WS-DW-AMT.
           PERFORM TAMBAH-JUMLAH.
           MOVE OUT-TRAN-TYPE TO WS-DW-TEXT.
           PERFORM TAMBAH-TEKS.
           MOVE OUT-ACCT-NAME TO WS-DW-TEXT.
           PERFORM TAMBAH-TEKS.
           MOVE OUT-ACCT-BRANCH TO WS-DW-TEXT.
           PERFORM TAMBAH-TEKS.
           MOVE OUT-DESC TO WS-DW-TEXT.
           PERFORM TAMBAH-TEKS.
           PERFORM TULIS-DWP.
       BACA-REKENING.
           READ ACCT-FILE NEXT RECORD
               AT END
                   MOVE WS-END-KEY TO WS-ACCT-KEY
               NOT AT END
                   MOVE ACCT-ACCOUNT-NO TO WS-ACCT-KEY
           END-READ.
       BACA-SALDO.
           READ BAL-FILE NEXT RECORD
               AT END
                   MOVE WS-END-KEY TO WS-BAL-KEY
               NOT AT END
                   MOVE BAL-ACCOUNT-NO TO WS-BAL-KEY
           END-READ.
      * One DWACCT row per account number on either master. The
      * balance totals are taken over every BALFILE record, as
      * MYBALUPD takes its opening and closing totals.
       PROSES-KUNCI.
           MOVE WS-ACCT-KEY TO WS-LOW-KEY.
           IF WS-BAL-KEY < WS-LOW-KEY
               MOVE WS-BAL-KEY TO WS-LOW-KEY
           END-IF.
           MOVE SPACES TO WS-DW-LINE.
           MOVE 1 TO WS-DW-PTR.
           STRING WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-DW-LINE WITH POINTER WS-DW-PTR.
           PERFORM TAMBAH-KOMA.
           IF WS-ACCT-KEY = WS-LOW-KEY
               STRING ACCT-ACCOUNT-NO DELIMITED BY SIZE
                   INTO WS-DW-LINE WITH POINTER WS-DW-PTR
               MOVE ACCT-NAME TO WS-DW-TEXT
               PERFORM TAMBAH-TEKS
               MOVE ACCT-BRANCH TO WS-DW-TEXT
               PERFORM TAMBAH-TEKS
               MOVE ACCT-STATUS TO WS-DW-TEXT
               PERFORM TAMBAH-TEKS
               MOVE ACCT-POST-LIMIT TO WS-DW-AMT
               PERFORM TAMBAH-JUMLAH
           ELSE
               STRING BAL-ACCOUNT-NO DELIMITED BY SIZE
                   INTO WS-DW-LINE WITH POINTER WS-DW-PTR
               PERFORM TAMBAH-KOMA 4 TIMES
           END-IF.
           IF WS-BAL-KEY = WS-LOW-KEY
               ADD BAL-NEW-AMT TO WS-CLOSE-TOTAL
               IF BAL-LAST-DATE = WS-RUN-DATE
                   ADD 1 TO WS-POSTED-ACCTS
                   ADD BAL-POSTED-AMT TO WS-MOVE-TOTAL
               END-IF
               MOVE BAL-PRIOR-AMT TO WS-DW-AMT
               PERFORM TAMBAH-JUMLAH
               MOVE BAL-POSTED-AMT TO WS-DW-AMT
               PERFORM TAMBAH-JUMLAH
               MOVE BAL-NEW-AMT TO WS-DW-AMT
               PERFORM TAMBAH-JUMLAH
               PERFORM TAMBAH-KOMA
               STRING BAL-LAST-DATE DELIMITED BY SIZE
                   INTO WS-DW-LINE WITH POINTER WS-DW-PTR
           ELSE
               PERFORM TAMBAH-KOMA 4 TIMES
           END-IF.
           IF WS-ACCT-KEY = WS-LOW-KEY
               IF WS-BAL-KEY = WS-LOW-KEY
                   MOVE 'BOTH' TO WS-DW-TEXT
               ELSE
                   MOVE 'ACCTONLY' TO WS-DW-TEXT
               END-IF
           ELSE
               MOVE 'BALONLY' TO WS-DW-TEXT
           END-IF.
           PERFORM TAMBAH-TEKS.
           PERFORM TULIS-DWA.
           ADD 1 TO WS-SNAP-ROWS.
           IF WS-ACCT-KEY = WS-LOW-KEY
               PERFORM BACA-REKENING
           END-IF.
           IF WS-BAL-KEY = WS-LOW-KEY
               PERFORM BACA-SALDO
           END-IF.
       TULIS-MANIFEST.
           MOVE SPACES TO WS-DW-LINE.
           MOVE 1 TO WS-DW-PTR.
           STRING WS-DWM-HDR1 WS-DWM-HDR2 WS-DWM-HDR3 WS-DWM-HDR4
               WS-DWM-HDR5 DELIMITED BY SPACE
               INTO WS-DW-LINE WITH POINTER WS-DW-PTR.
           PERFORM TULIS-DWM.
           MOVE SPACES TO WS-DW-LINE.
           MOVE 1 TO WS-DW-PTR.
           STRING WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-DW-LINE WITH POINTER WS-DW-PTR.
           MOVE WS-SNAP-ROWS TO WS-DW-NUM.
           PERFORM TAMBAH-ANGKA.
           MOVE WS-POST-ROWS TO WS-DW-NUM.
           PERFORM TAMBAH-ANGKA.
           MOVE WS-POST-TOTAL TO WS-DW-AMT.
           PERFORM TAMBAH-JUMLAH.
           MOVE WS-FOUND-TOTAL TO WS-DW-AMT.
           PERFORM TAMBAH-JUMLAH.
           MOVE WS-POSTED-ACCTS TO WS-DW-NUM.
           PERFORM TAMBAH-ANGKA.
           MOVE WS-OPEN-TOTAL TO WS-DW-AMT.
           PERFORM TAMBAH-JUMLAH.
           MOVE WS-MOVE-TOTAL TO WS-DW-AMT.
           PERFORM TAMBAH-JUMLAH.
           MOVE WS-CLOSE-TOTAL TO WS-DW-AMT.
           PERFORM TAMBAH-JUMLAH.
           MOVE WS-EXTRACT-STATUS TO WS-DW-TEXT.
           PERFORM TAMBAH-TEKS.
           PERFORM TULIS-DWM.
      * Column builders. Each appends one column to WS-DW-LINE at
      * WS-DW-PTR, after a separating comma unless it is the first.
       TAMBAH-KOMA.
           IF WS-DW-PTR > 1
               STRING ',' DELIMITED BY SIZE
                   INTO WS-DW-LINE WITH POINTER WS-DW-PTR
           END-IF.
      * Text goes in double quotes with trailing spaces dropped; a
      * double quote inside the data becomes a single quote so the
      * loader never sees an unbalanced field.
       TAMBAH-TEKS.
           PERFORM TAMBAH-KOMA.
           INSPECT WS-DW-TEXT REPLACING ALL '"' BY "'".
           IF WS-DW-TEXT = SPACES
               STRING '""' DELIMITED BY SIZE
                   INTO WS-DW-LINE WITH POINTER WS-DW-PTR
           ELSE
               MOVE 20 TO WS-DW-LEN
               PERFORM UNTIL WS-DW-TEXT(WS-DW-LEN:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-DW-LEN
               END-PERFORM
               STRING '"' WS-DW-TEXT(1:WS-DW-LEN) '"'
                   DELIMITED BY SIZE
                   INTO WS-DW-LINE WITH POINTER WS-DW-PTR
           END-IF.
           MOVE SPACES TO WS-DW-TEXT.
      * Amounts go out signed with a decimal point and no leading
      * spaces or zeros, e.g. -1234.50.
       TAMBAH-JUMLAH.
           PERFORM TAMBAH-KOMA.
           MOVE WS-DW-AMT TO WS-DW-AMT-ED.
           MOVE 1 TO WS-DW-I.
           PERFORM UNTIL WS-DW-AMT-ED(WS-DW-I:1) NOT = SPACE
               ADD 1 TO WS-DW-I
           END-PERFORM.
           STRING WS-DW-AMT-ED(WS-DW-I:) DELIMITED BY SIZE
               INTO WS-DW-LINE WITH POINTER WS-DW-PTR.
       TAMBAH-ANGKA.
           PERFORM TAMBAH-KOMA.
           MOVE WS-DW-NUM TO WS-DW-NUM-ED.
           MOVE 1 TO WS-DW-I.
           PERFORM UNTIL WS-DW-NUM-ED(WS-DW-I:1) NOT = SPACE
               ADD 1 TO WS-DW-I
           END-PERFORM.
           STRING WS-DW-NUM-ED(WS-DW-I:) DELIMITED BY SIZE
               INTO WS-DW-LINE WITH POINTER WS-DW-PTR.
       TULIS-DWA.
           COMPUTE WS-DW-REC-LEN = WS-DW-PTR - 1.
           MOVE WS-DW-LINE TO DWA-RECORD.
           WRITE DWA-RECORD.
       TULIS-DWP.
           COMPUTE WS-DW-REC-LEN = WS-DW-PTR - 1.
           MOVE WS-DW-LINE TO DWP-RECORD.
           WRITE DWP-RECORD.
       TULIS-DWM.
           COMPUTE WS-DW-REC-LEN = WS-DW-PTR - 1.
           MOVE WS-DW-LINE TO DWM-RECORD.
           WRITE DWM-RECORD.
       SELESAI.
           PERFORM CATAT-STATUS.
           STOP RUN.
       CATAT-STATUS.
           IF WS-REASON-CODE = SPACES
               MOVE 'NORM' TO WS-REASON-CODE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           MOVE SPACES TO STAT-RECORD.
           MOVE 'MYDWEXT' TO STAT-JOB-NAME.
           MOVE WS-RUN-DATE TO STAT-RUN-DATE.
           MOVE WS-SYS-DATETIME(9:6) TO STAT-RUN-TIME.
           MOVE RETURN-CODE TO STAT-RETURN-CODE.
           MOVE WS-REASON-CODE TO STAT-REASON-CODE.
           MOVE WS-FAIL-DD TO STAT-FAIL-DD.
           MOVE WS-FAIL-STATUS TO STAT-FAIL-STATUS.
           MOVE ZERO TO STAT-LAST-GOOD-X.
           MOVE 'N' TO STAT-RESUMABLE.
           MOVE WS-POST-ROWS TO STAT-REC-COUNT.
           OPEN EXTEND CYC-FILE.
           IF WS-CYC-STATUS = '05' OR WS-CYC-STATUS = '35'
               OPEN OUTPUT CYC-FILE
           END-IF.
           IF WS-CYC-STATUS NOT = '00'
               DISPLAY 'MYDWEXT: UNABLE TO OPEN CYCSTAT - STATUS='
                   WS-CYC-STATUS
           ELSE
               WRITE STAT-RECORD
               CLOSE CYC-FILE
           END-IF.
      *****************************************************************
