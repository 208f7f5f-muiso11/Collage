      *                  date fails even on a restart - the
      *                  checkpoint alone cannot tell the feeds
      *                  apart, the sequence can.
      * 09/20/26 MYNAME  New transaction type R (reversal) backs out
      *                  one earlier posting, named by its run date
      *                  and slot in the description columns (see
      *                  copybook FEEDREC). Reversal cards pass the
      *                  normal edit, then are held until the feed is
      *                  read and resolved in one pass of the
      *                  permanent HISTFILE history (new STEP005 DD):
      *                  the original must be a found posting on the
      *                  same account, must not itself be a reversal,
      *                  must not already be reversed (on HISTFILE or
      *                  earlier in the same feed), and the card's
      *                  amount must be the original amount as keyed.
      *                  Each failure is rejected to REJFILE with its
      *                  own RVxx reason code; an accepted reversal is
      *                  loaded with the original's type in
      *                  TRAN-REV-TYPE so Para2 can post the opposite.
      * 09/26/26 MYNAME  A FEEDLOG entry with sequence BKOT is the
      *                  marker MYBACKOT appends when it backs a day
      *                  out: the loads logged for that date before
      *                  the marker no longer count, so the corrected
      *                  feed for the backed-out day loads as a first
      *                  load instead of failing FEED DATE ALREADY
      *                  LOADED.
      * 09/28/26 MYNAME  New transaction type T (transfer) moves the
      *                  card's amount from its account to the
      *                  account named in the first eight
      *                  description columns (see copybook FEEDREC).
      *                  The edit rejects a to-account that is not
      *                  numeric (XFAN), is zero (XFAZ) or is the
      *                  card's own account (XFSM), and a negative
      *                  amount (XFNG); the one card is loaded into
      *                  one slot and MYPROG posts both legs from it,
      *                  so the legs can never be loaded apart. A
      *                  reversal naming a transfer is rejected RVXF -
      *                  a transfer is undone by a transfer back.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT CKPT-FILE ASSIGN TO "CKPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT HIST-FILE ASSIGN TO "HISTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY STATREC.
       FD  CKPT-FILE.
           COPY CKPTREC.
       FD  HIST-FILE.
           COPY OUTREC.
       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS PIC XX VALUE '00'.
       77 WS-PARM-MISSING PIC X VALUE 'N'.
               10  WS-BT-DATE          PIC 9(8).
               10  WS-BT-SEQ           PIC X(4).
               10  WS-BT-LOGGED        PIC X.
       77 WS-HIST-STATUS PIC XX VALUE '00'.
       77 WS-HIST-EOF PIC X VALUE 'N'.
           88 HIST-FILE-EOF VALUE 'Y'.
       77 WS-HIST-OPEN-OK PIC X VALUE 'N'.
           88 HIST-FILE-OPEN VALUE 'Y'.
       77 WS-RV-CNT PIC 9(3) VALUE ZERO.
       77 WS-RVI PIC 9(3) VALUE ZERO.
       77 WS-RV-HIT PIC 9(3) VALUE ZERO.
       77 WS-RV-KEYED-AMT PIC S9(7)V99 VALUE ZERO.
      * Reversal cards held between the feed pass and the HISTFILE
      * pass: the card image to load or reject, its reference, and
      * what the history pass found for it.
       01  WS-RV-TABLE.
           05  WS-RV-ENTRY OCCURS 100 TIMES.
               10  WS-RV-FEED          PIC X(47).
               10  WS-RV-ACCT          PIC 9(8).
               10  WS-RV-DATE          PIC 9(8).
               10  WS-RV-SLOT          PIC 9(3).
               10  WS-RV-FOUND         PIC X.
               10  WS-RV-ORIG-TYPE     PIC X.
               10  WS-RV-ORIG-AMT      PIC S9(7)V99.
               10  WS-RV-DONE          PIC X.
       77 WS-CYC-STATUS PIC XX VALUE '00'.
       77 WS-REASON-CODE PIC X(4) VALUE SPACES.
       77 WS-FAIL-DD PIC X(8) VALUE SPACES.
               GO TO SELESAI
           END-IF.
           PERFORM PROSES-FEED UNTIL FEED-FILE-EOF.
           IF WS-RV-CNT > ZERO
               PERFORM PROSES-BALIK
           END-IF.
           CLOSE FEED-FILE.
           CLOSE TRAN-FILE.
           IF REJ-FILE-OPEN
           END-IF.
           PERFORM EDIT-FEED.
           IF FEED-REC-VALID
               IF FEED-TRAN-TYPE = 'R'
                   PERFORM SIMPAN-BALIK
               ELSE
                   PERFORM MUAT-TRAN
               END-IF
           ELSE
               PERFORM TULIS-TOLAKAN
           END-IF.
      * re-pointed another transmission, and the checkpoint alone
      * could not have told the two apart; with no restart evidence
      * at all, it is yesterday's feed loaded twice, the
      * double-posting case this log exists to stop. A BKOT marker
      * (the day was backed out) voids the entries logged for its
      * date before it.
       PERIKSA-FEEDLOG.
           MOVE 'N' TO WS-LOG-EOF.
           MOVE 'N' TO WS-DATE-HIT.
                           SET LOG-FILE-EOF TO TRUE
                       NOT AT END
                           IF LOG-FEED-DATE = FEED-HDR-DATE-N
                               IF LOG-FEED-SEQ = 'BKOT'
                                   MOVE 'N' TO WS-DATE-HIT
                                   MOVE 'N' TO WS-SEQ-HIT
                               ELSE
                                   MOVE 'Y' TO WS-DATE-HIT
                                   IF LOG-FEED-SEQ = FEED-HDR-SEQ
                                       MOVE 'Y' TO WS-SEQ-HIT
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
           IF FEED-REC-VALID
               IF FEED-TRAN-TYPE NOT = 'D' AND
                   FEED-TRAN-TYPE NOT = 'C' AND
                   FEED-TRAN-TYPE NOT = 'A' AND
                   FEED-TRAN-TYPE NOT = 'R' AND
                   FEED-TRAN-TYPE NOT = 'T'
                   MOVE 'TRAN TYPE NOT D, C, A, R OR T'
                       TO WS-EDIT-REASON
                   MOVE 'TYPE' TO WS-EDIT-CODE
                   SET FEED-REC-INVALID TO TRUE
               END-IF
                   SET FEED-REC-INVALID TO TRUE
               END-IF
           END-IF.
           IF FEED-REC-VALID
               IF FEED-TRAN-TYPE = 'R'
                   PERFORM EDIT-BALIK
               END-IF
               IF FEED-TRAN-TYPE = 'T'
                   PERFORM EDIT-TRANSFER
               END-IF
           END-IF.
      * A transfer's to-account must be a real, different account
      * number, and the amount is keyed positive: the card's account
      * is always the debit leg, so a negative amount would turn the
      * transfer round and slip the debit past the post-limit check.
       EDIT-TRANSFER.
           IF FEED-XFER-TO-ACCT NOT NUMERIC
               MOVE 'TO-ACCOUNT NOT NUMERIC' TO WS-EDIT-REASON
               MOVE 'XFAN' TO WS-EDIT-CODE
               SET FEED-REC-INVALID TO TRUE
           ELSE
               IF FEED-XFER-TO-ACCT-N = ZERO
                   MOVE 'TO-ACCOUNT IS ZERO' TO WS-EDIT-REASON
                   MOVE 'XFAZ' TO WS-EDIT-CODE
                   SET FEED-REC-INVALID TO TRUE
               ELSE
                   IF FEED-XFER-TO-ACCT-N = FEED-ACCOUNT-NO-N
                       MOVE 'TRANSFER TO SAME ACCOUNT'
                           TO WS-EDIT-REASON
                       MOVE 'XFSM' TO WS-EDIT-CODE
                       SET FEED-REC-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF FEED-REC-VALID
               IF FEED-AMOUNT-N < ZERO
                   MOVE 'TRANSFER AMOUNT NEGATIVE' TO WS-EDIT-REASON
                   MOVE 'XFNG' TO WS-EDIT-CODE
                   SET FEED-REC-INVALID TO TRUE
               END-IF
           END-IF.
      * A reversal can only name a posting from an earlier run date -
      * today's postings are not on HISTFILE until STEP025 - and a
      * real slot, since Para2 starts at X = 1.
       EDIT-BALIK.
           IF FEED-REV-DATE NOT NUMERIC
               MOVE 'REVERSAL DATE NOT VALID' TO WS-EDIT-REASON
               MOVE 'RVDT' TO WS-EDIT-CODE
               SET FEED-REC-INVALID TO TRUE
           ELSE
               IF FEED-REV-DATE-N = ZERO
                   OR FEED-REV-DATE-N NOT < WS-RUN-DATE
                   MOVE 'REVERSAL DATE NOT VALID' TO WS-EDIT-REASON
                   MOVE 'RVDT' TO WS-EDIT-CODE
                   SET FEED-REC-INVALID TO TRUE
               END-IF
           END-IF.
           IF FEED-REC-VALID
               IF FEED-REV-SLOT NOT NUMERIC
                   MOVE 'REVERSAL SLOT NOT VALID' TO WS-EDIT-REASON
                   MOVE 'RVSL' TO WS-EDIT-CODE
                   SET FEED-REC-INVALID TO TRUE
               ELSE
                   IF FEED-REV-SLOT-N = ZERO
                       MOVE 'REVERSAL SLOT NOT VALID' TO WS-EDIT-REASON
                       MOVE 'RVSL' TO WS-EDIT-CODE
                       SET FEED-REC-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.
      * A reversal that passes the card edit is held, not loaded: the
      * original can only be proved against HISTFILE, which is read
      * once for all of them after the feed. A second card for the
      * same original in the same feed is the double correction this
      * check exists to stop, and is rejected at once.
       SIMPAN-BALIK.
           MOVE ZERO TO WS-RV-HIT.
           MOVE ZERO TO WS-RVI.
           PERFORM UNTIL WS-RVI >= WS-RV-CNT OR WS-RV-HIT > ZERO
               ADD 1 TO WS-RVI
               IF WS-RV-ACCT (WS-RVI) = FEED-ACCOUNT-NO-N
                   AND WS-RV-DATE (WS-RVI) = FEED-REV-DATE-N
                   AND WS-RV-SLOT (WS-RVI) = FEED-REV-SLOT-N
                   MOVE WS-RVI TO WS-RV-HIT
               END-IF
           END-PERFORM.
           IF WS-RV-HIT > ZERO
               MOVE 'ORIGINAL ALREADY REVERSED' TO WS-EDIT-REASON
               MOVE 'RVDU' TO WS-EDIT-CODE
               SET FEED-REC-INVALID TO TRUE
               PERFORM TULIS-TOLAKAN
           ELSE
               IF WS-RV-CNT < 100
                   ADD 1 TO WS-RV-CNT
                   MOVE FEED-RECORD TO WS-RV-FEED (WS-RV-CNT)
                   MOVE FEED-ACCOUNT-NO-N TO WS-RV-ACCT (WS-RV-CNT)
                   MOVE FEED-REV-DATE-N TO WS-RV-DATE (WS-RV-CNT)
                   MOVE FEED-REV-SLOT-N TO WS-RV-SLOT (WS-RV-CNT)
                   MOVE 'N' TO WS-RV-FOUND (WS-RV-CNT)
                   MOVE SPACE TO WS-RV-ORIG-TYPE (WS-RV-CNT)
                   MOVE ZERO TO WS-RV-ORIG-AMT (WS-RV-CNT)
                   MOVE 'N' TO WS-RV-DONE (WS-RV-CNT)
               ELSE
                   MOVE 'MORE THAN 100 REVERSALS' TO WS-EDIT-REASON
                   MOVE 'RVTB' TO WS-EDIT-CODE
                   SET FEED-REC-INVALID TO TRUE
                   PERFORM TULIS-TOLAKAN
               END-IF
           END-IF.
       PROSES-BALIK.
           PERFORM CARI-ASAL.
           MOVE ZERO TO WS-RVI.
           PERFORM UNTIL WS-RVI >= WS-RV-CNT
               ADD 1 TO WS-RVI
               PERFORM PERIKSA-BALIK
           END-PERFORM.
      * One pass of the history for every held reversal: a found
      * posting on the named date and slot for the same account is
      * the original; an earlier type R posting on the same account
      * whose description points at that date and slot means it has
      * already been backed out.
       CARI-ASAL.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'MYTRNLD: UNABLE TO OPEN HISTFILE - STATUS='
                   WS-HIST-STATUS
           ELSE
               SET HIST-FILE-OPEN TO TRUE
               PERFORM UNTIL HIST-FILE-EOF
                   READ HIST-FILE
                       AT END
                           SET HIST-FILE-EOF TO TRUE
                       NOT AT END
                           IF OUT-TRAN-FOUND = 'Y'
                               PERFORM COCOK-ASAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.
       COCOK-ASAL.
           MOVE ZERO TO WS-RVI.
           PERFORM UNTIL WS-RVI >= WS-RV-CNT
               ADD 1 TO WS-RVI
               IF OUT-ACCOUNT-NO = WS-RV-ACCT (WS-RVI)
                   IF OUT-RUN-DATE = WS-RV-DATE (WS-RVI)
                       AND OUT-X = WS-RV-SLOT (WS-RVI)
                       MOVE 'Y' TO WS-RV-FOUND (WS-RVI)
                       MOVE OUT-TRAN-TYPE TO WS-RV-ORIG-TYPE (WS-RVI)
                       MOVE OUT-AMOUNT TO WS-RV-ORIG-AMT (WS-RVI)
                   END-IF
                   IF OUT-TRAN-TYPE = 'R'
                       IF OUT-REV-DATE = WS-RV-DATE (WS-RVI)
                           AND OUT-REV-SLOT = WS-RV-SLOT (WS-RVI)
                           MOVE 'Y' TO WS-RV-DONE (WS-RVI)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * OUT-AMOUNT carries Para2's sign (credits and adjustments
      * negative), so the amount as keyed is recovered from the
      * original's type before it is compared with the card.
       PERIKSA-BALIK.
           MOVE WS-RV-FEED (WS-RVI) TO FEED-RECORD.
           SET FEED-REC-VALID TO TRUE.
           MOVE SPACES TO WS-EDIT-REASON.
           MOVE SPACES TO WS-EDIT-CODE.
           IF NOT HIST-FILE-OPEN
               MOVE 'HISTORY FILE NOT AVAILABLE' TO WS-EDIT-REASON
               MOVE 'RVHU' TO WS-EDIT-CODE
               SET FEED-REC-INVALID TO TRUE
           END-IF.
           IF FEED-REC-VALID
               IF WS-RV-FOUND (WS-RVI) = 'N'
                   MOVE 'ORIGINAL NOT ON HISTORY' TO WS-EDIT-REASON
                   MOVE 'RVNF' TO WS-EDIT-CODE
                   SET FEED-REC-INVALID TO TRUE
               END-IF
           END-IF.
           IF FEED-REC-VALID
               IF WS-RV-ORIG-TYPE (WS-RVI) = 'R'
                   MOVE 'ORIGINAL IS A REVERSAL' TO WS-EDIT-REASON
                   MOVE 'RVRV' TO WS-EDIT-CODE
                   SET FEED-REC-INVALID TO TRUE
               END-IF
           END-IF.
           IF FEED-REC-VALID
               IF WS-RV-ORIG-TYPE (WS-RVI) = 'T'
                   MOVE 'ORIGINAL IS A TRANSFER' TO WS-EDIT-REASON
                   MOVE 'RVXF' TO WS-EDIT-CODE
                   SET FEED-REC-INVALID TO TRUE
               END-IF
           END-IF.
           IF FEED-REC-VALID
               IF WS-RV-DONE (WS-RVI) = 'Y'
                   MOVE 'ORIGINAL ALREADY REVERSED' TO WS-EDIT-REASON
                   MOVE 'RVDU' TO WS-EDIT-CODE
                   SET FEED-REC-INVALID TO TRUE
               END-IF
           END-IF.
           IF FEED-REC-VALID
               IF WS-RV-ORIG-TYPE (WS-RVI) = 'D'
                   MOVE WS-RV-ORIG-AMT (WS-RVI) TO WS-RV-KEYED-AMT
               ELSE
                   COMPUTE WS-RV-KEYED-AMT =
                       ZERO - WS-RV-ORIG-AMT (WS-RVI)
               END-IF
               IF FEED-AMOUNT-N NOT = WS-RV-KEYED-AMT
                   MOVE 'AMOUNT NOT ORIGINAL AMOUNT' TO WS-EDIT-REASON
                   MOVE 'RVAM' TO WS-EDIT-CODE
                   SET FEED-REC-INVALID TO TRUE
               END-IF
           END-IF.
           IF FEED-REC-VALID
               PERFORM MUAT-TRAN
           ELSE
               PERFORM TULIS-TOLAKAN
           END-IF.
       MUAT-TRAN.
           MOVE FEED-SLOT-NO-N TO WS-TRAN-KEY.
           MOVE SPACES TO TRAN-RECORD.
           MOVE FEED-AMOUNT-N TO TRAN-AMOUNT.
           MOVE FEED-TRAN-TYPE TO TRAN-TYPE.
           MOVE FEED-DESC TO TRAN-DESC.
           IF FEED-TRAN-TYPE = 'R'
               MOVE WS-RV-ORIG-TYPE (WS-RVI) TO TRAN-REV-TYPE
           END-IF.
           WRITE TRAN-RECORD
               INVALID KEY
                   MOVE 'DUPLICATE SLOT NUMBER' TO WS-EDIT-REASON
