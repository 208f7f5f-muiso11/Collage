      *                  history MYHISTAP builds has description-
      *                  level detail for the MYHISTIQ date-range
      *                  inquiries the branches raise.
      * 09/20/26 MYNAME  Para2 now posts the new type R reversal: the
      *                  original's signed amount is worked out from
      *                  TRAN-REV-TYPE (the original type MYTRNLD
      *                  proved against HISTFILE) and the exact
      *                  opposite is written to OUT-FILE as type R,
      *                  with OUT-DESC pointing back at the original's
      *                  type, run date and slot (see copybook
      *                  OUTREC). SUMRPT carries a REVERSALS total
      *                  line beside debits, credits and adjustments.
      * 09/28/26 MYNAME  Para2 now posts the new type T transfer as a
      *                  balanced pair from its one slot: both the
      *                  from-account and the to-account must pass
      *                  the account-master test and the debit leg
      *                  the ACCT-POST-LIMIT test before either leg
      *                  is written. Then the debit leg (+amount,
      *                  from-account) and the credit leg (-amount,
      *                  to-account) go to OUT-FILE back to back,
      *                  each naming the other leg's account and
      *                  branch in OUT-DESC (see copybook OUTREC). If
      *                  either test fails, both legs go to REJFILE
      *                  (REJ-XFER-LEG D and C) and neither posts; a
      *                  to-account failure has its own reason code
      *                  (XANF, XACL). SUMRPT carries a TRANSFERS
      *                  line (count of pairs, net amount) and TOTAL
      *                  PASSES counts a pair as one pass.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       77 WS-CREDIT-AMT PIC S9(9)V99 VALUE ZERO.
       77 WS-ADJ-COUNT PIC 9(5) VALUE ZERO.
       77 WS-ADJ-AMT PIC S9(9)V99 VALUE ZERO.
       77 WS-REV-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REV-AMT PIC S9(9)V99 VALUE ZERO.
       77 WS-XFER-COUNT PIC 9(5) VALUE ZERO.
       77 WS-XFER-AMT PIC S9(9)V99 VALUE ZERO.
       77 WS-XFER-SW PIC X VALUE 'N'.
           88 XFER-PASS VALUE 'Y'.
       77 WS-XFER-TO-NAME PIC X(20) VALUE SPACES.
       77 WS-XFER-TO-BRANCH PIC X(4) VALUE SPACES.
       77 WS-XFER-FROM-BRANCH PIC X(4) VALUE SPACES.
       77 WS-XFER-FROM-ACCT PIC X(50) VALUE SPACES.
       77 WS-OUT-OPEN-OK PIC X VALUE 'N'.
           88 OUT-FILE-OPEN VALUE 'Y'.
       77 WS-FATAL-STATUS PIC X VALUE 'N'.
       77 WS-OVL-STATUS PIC XX VALUE '00'.
       77 WS-REJ-STATUS PIC XX VALUE '00'.
       77 WS-REJ-CODE PIC X(4) VALUE SPACES.
       77 WS-REJ-LEG PIC X VALUE SPACE.
       77 WS-CYC-STATUS PIC XX VALUE '00'.
       77 WS-LIMIT-OK PIC X VALUE 'Y'.
           88 LIMIT-CHECK-OK VALUE 'Y'.
       Para2.
           DISPLAY 'Ini coba coba' x.
           MOVE 'N' TO WS-TRAN-FOUND.
           MOVE 'N' TO WS-XFER-SW.
           SET ACCT-LOOKUP-OK TO TRUE.
           SET LIMIT-CHECK-OK TO TRUE.
           MOVE SPACES TO OUT-RECORD.
                       MOVE TRAN-ACCOUNT-NO TO OUT-ACCOUNT-NO
                       MOVE TRAN-TYPE TO OUT-TRAN-TYPE
                       MOVE TRAN-DESC TO OUT-DESC
                       IF TRAN-TRANSFER
                           SET XFER-PASS TO TRUE
                       END-IF
                       IF TRAN-REVERSAL
                           PERFORM BALIK-POSTING
                       ELSE
                           IF TRAN-CREDIT OR TRAN-ADJUSTMENT
                               COMPUTE OUT-AMOUNT = ZERO - TRAN-AMOUNT
                           ELSE
                               MOVE TRAN-AMOUNT TO OUT-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-IF.
           IF WS-TRAN-FOUND = 'Y'
               PERFORM PERIKSA-REKENING
           END-IF.
           IF XFER-PASS AND ACCT-LOOKUP-OK
               PERFORM PERIKSA-TUJUAN
           END-IF.
           IF WS-TRAN-FOUND = 'Y' AND ACCT-LOOKUP-OK
               PERFORM PERIKSA-LIMIT
           END-IF.
               MOVE WS-RUN-DATE TO OUT-RUN-DATE
               MOVE WS-SYS-DATETIME(9:6) TO OUT-RUN-TIME
               MOVE WS-TRAN-FOUND TO OUT-TRAN-FOUND
               IF XFER-PASS
                   PERFORM TULIS-TRANSFER
               ELSE
                   WRITE OUT-RECORD
               END-IF
           END-IF.
           COMPUTE x =  x + 1.
           MOVE SPACES TO CKPT-RECORD.
           END-IF.
           CLOSE CKPT-FILE.
           GO TO MULAI.
      * A reversal carries the original amount as keyed and the
      * original's type: the original posted +amount for a debit and
      * -amount for a credit or adjustment, so the reversal posts
      * the opposite of that, and its description names the posting
      * it backs out.
       BALIK-POSTING.
           IF TRAN-REV-TYPE = 'D'
               COMPUTE OUT-AMOUNT = ZERO - TRAN-AMOUNT
           ELSE
               MOVE TRAN-AMOUNT TO OUT-AMOUNT
           END-IF.
           MOVE SPACES TO OUT-DESC.
           MOVE 'REV ' TO OUT-REV-TAG.
           MOVE TRAN-REV-TYPE TO OUT-REV-TYPE.
           MOVE TRAN-REV-DATE TO OUT-REV-DATE.
           MOVE TRAN-REV-SLOT TO OUT-REV-SLOT.
       TULIS-SUSPENSE.
           OPEN EXTEND SUSP-FILE.
           IF WS-SUSP-STATUS = '05' OR WS-SUSP-STATUS = '35'
               MOVE WS-ACCT-ERR-REASON TO WS-ACCT-ERR-TEXT
               MOVE WS-ACCT-ERR-MSG TO WS-ERR-MSG
               PERFORM TULIS-ERROR
               IF XFER-PASS
                   PERFORM TOLAK-TRANSFER
               ELSE
                   PERFORM TULIS-TOLAKAN
               END-IF
           END-IF.
      * The credit leg's account must pass the same master test as
      * the debit leg's before either leg posts. ACCT-RECORD is put
      * back to the from-account afterwards, because the limit check
      * that follows is on the debit leg.
       PERIKSA-TUJUAN.
           MOVE ACCT-RECORD TO WS-XFER-FROM-ACCT.
           MOVE TRAN-XFER-TO-ACCT TO ACCT-ACCOUNT-NO.
           READ ACCT-FILE
               INVALID KEY
                   MOVE 'TO-ACCOUNT NOT ON MASTER'
                       TO WS-ACCT-ERR-REASON
                   MOVE 'XANF' TO WS-REJ-CODE
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       MOVE 'TO-ACCOUNT IS CLOSED'
                           TO WS-ACCT-ERR-REASON
                       MOVE 'XACL' TO WS-REJ-CODE
                   ELSE
                       MOVE ACCT-NAME TO WS-XFER-TO-NAME
                       MOVE ACCT-BRANCH TO WS-XFER-TO-BRANCH
                   END-IF
           END-READ.
           MOVE WS-XFER-FROM-ACCT TO ACCT-RECORD.
           IF WS-ACCT-ERR-REASON NOT = SPACES
               SET ACCT-LOOKUP-FAILED TO TRUE
               MOVE TRAN-XFER-TO-ACCT TO WS-ACCT-ERR-NO
               MOVE x TO WS-ACCT-ERR-X
               MOVE WS-ACCT-ERR-REASON TO WS-ACCT-ERR-TEXT
               MOVE WS-ACCT-ERR-MSG TO WS-ERR-MSG
               PERFORM TULIS-ERROR
               PERFORM TOLAK-TRANSFER
           END-IF.
      * Both legs of a held transfer go to REJFILE together, whichever
      * leg failed: one record per leg, D then C, each with the whole
      * TRAN-RECORD image and the same reason code.
       TOLAK-TRANSFER.
           MOVE 'D' TO WS-REJ-LEG.
           PERFORM TULIS-TOLAKAN.
           MOVE 'C' TO WS-REJ-LEG.
           PERFORM TULIS-TOLAKAN.
           MOVE SPACE TO WS-REJ-LEG.
      * A transfer posts as two OUT-FILE records for the one pass,
      * written back to back before the checkpoint: the debit leg
      * (+amount) on the from-account, then the credit leg (-amount)
      * on the to-account, each naming the other leg's account and
      * branch. The credit leg is then added to the to-account's net
      * for the day, the same way a restart rebuilds it.
       TULIS-TRANSFER.
           MOVE OUT-ACCT-BRANCH TO WS-XFER-FROM-BRANCH.
           MOVE SPACES TO OUT-DESC.
           MOVE 'XFR ' TO OUT-XFER-TAG.
           SET OUT-XFER-DEBIT-LEG TO TRUE.
           MOVE TRAN-XFER-TO-ACCT TO OUT-XFER-ACCT.
           MOVE WS-XFER-TO-BRANCH TO OUT-XFER-BRANCH.
           WRITE OUT-RECORD.
           MOVE TRAN-XFER-TO-ACCT TO OUT-ACCOUNT-NO.
           COMPUTE OUT-AMOUNT = ZERO - TRAN-AMOUNT.
           MOVE WS-XFER-TO-NAME TO OUT-ACCT-NAME.
           MOVE WS-XFER-TO-BRANCH TO OUT-ACCT-BRANCH.
           SET OUT-XFER-CREDIT-LEG TO TRUE.
           MOVE TRAN-ACCOUNT-NO TO OUT-XFER-ACCT.
           MOVE WS-XFER-FROM-BRANCH TO OUT-XFER-BRANCH.
           WRITE OUT-RECORD.
           PERFORM ISI-ULANG-SATU.
       TULIS-TOLAKAN.
           OPEN EXTEND REJ-FILE.
           IF WS-REJ-STATUS = '05' OR WS-REJ-STATUS = '35'
               MOVE WS-REJ-CODE TO REJ-REASON-CODE
               MOVE x TO REJ-SLOT
               MOVE TRAN-RECORD TO REJ-DATA
               MOVE WS-REJ-LEG TO REJ-XFER-LEG
               WRITE REJ-RECORD
               CLOSE REJ-FILE
           END-IF.
                   SET LIMIT-EXCEEDED TO TRUE
                   PERFORM TULIS-OVERLIMIT
                   MOVE 'ALIM' TO WS-REJ-CODE
                   IF XFER-PASS
                       PERFORM TOLAK-TRANSFER
                   ELSE
                       PERFORM TULIS-TOLAKAN
                   END-IF
               ELSE
                   MOVE WS-NET-NEW-AMT TO WS-NET-AMT (WS-NET-HIT)
               END-IF
           MOVE ZERO TO WS-CREDIT-AMT.
           MOVE ZERO TO WS-ADJ-COUNT.
           MOVE ZERO TO WS-ADJ-AMT.
           MOVE ZERO TO WS-REV-COUNT.
           MOVE ZERO TO WS-REV-AMT.
           MOVE ZERO TO WS-XFER-COUNT.
           MOVE ZERO TO WS-XFER-AMT.
           MOVE 1 TO WS-RPT-PAGE-NO.
           MOVE ZERO TO WS-RPT-LINE-CTR.
           OPEN OUTPUT REPORT-FILE.
                               IF WS-RPT-LINE-CTR >= WS-RPT-MAX-LINES
                                   PERFORM CETAK-HEADER
                               END-IF
                               IF OUT-TRAN-TYPE NOT = 'T'
                                   OR NOT OUT-XFER-CREDIT-LEG
                                   ADD 1 TO WS-ITER-COUNT
                               END-IF
                               ADD 1 TO WS-RPT-LINE-CTR
                               IF OUT-X > WS-HIGH-X
                                   MOVE OUT-X TO WS-HIGH-X
                                   WHEN 'A'
                                       ADD 1 TO WS-ADJ-COUNT
                                       ADD OUT-AMOUNT TO WS-ADJ-AMT
                                   WHEN 'R'
                                       ADD 1 TO WS-REV-COUNT
                                       ADD OUT-AMOUNT TO WS-REV-AMT
                                   WHEN 'T'
                                       IF OUT-XFER-DEBIT-LEG
                                           ADD 1 TO WS-XFER-COUNT
                                       END-IF
                                       ADD OUT-AMOUNT TO WS-XFER-AMT
                               END-EVALUATE
                               MOVE SPACES TO RPT-LINE
                               MOVE OUT-X TO WS-RPT-DET-X
               MOVE WS-ADJ-AMT TO WS-RPT-TYPE-AMT
               MOVE WS-RPT-TYPE-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE 'REVERSALS   ' TO WS-RPT-TYPE-LABEL
               MOVE WS-REV-COUNT TO WS-RPT-TYPE-COUNT
               MOVE WS-REV-AMT TO WS-RPT-TYPE-AMT
               MOVE WS-RPT-TYPE-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE 'TRANSFERS   ' TO WS-RPT-TYPE-LABEL
               MOVE WS-XFER-COUNT TO WS-RPT-TYPE-COUNT
               MOVE WS-XFER-AMT TO WS-RPT-TYPE-AMT
               MOVE WS-RPT-TYPE-LINE TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORT-FILE
           END-IF.
       CETAK-HEADER.
