      *                  file every program in the stream writes, so
      *                  the MYSTSRP end-of-cycle reporter can print
      *                  the whole night on one page.
      * 09/20/26 MYNAME  Expected totals now sign the new type R
      *                  reversal the way Para2 posts it - the
      *                  opposite of the original type carried in
      *                  TRAN-REV-TYPE - for both the limit walk and
      *                  the expected OUT-FILE total.
      * 09/28/26 MYNAME  Expected totals now follow Para2's type T
      *                  transfer rule: both accounts must pass the
      *                  master test and the debit leg the post
      *                  limit, and an accepted transfer is two
      *                  expected OUT-FILE records netting to zero,
      *                  the credit leg moving the to-account's net.
      *                  The OUT-FILE read now proves the transfers:
      *                  each debit leg must be followed by its
      *                  credit leg for the same slot and the
      *                  opposite amount, the pairs must net to zero
      *                  and their count must equal the transfers
      *                  expected. Any failure is OUT OF BALANCE.
      *                  New RECRPT transfer lines.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       77 WS-NI PIC 9(3) VALUE ZERO.
       77 WS-NET-HIT PIC 9(3) VALUE ZERO.
       77 WS-NET-NEW-AMT PIC S9(9)V99 VALUE ZERO.
       77 WS-SLOT-AMT PIC S9(7)V99 VALUE ZERO.
       77 WS-NET-KEY PIC 9(8) VALUE ZERO.
       77 WS-TUJUAN-OK PIC X VALUE 'Y'.
           88 TO-ACCOUNT-OK VALUE 'Y'.
       77 WS-EXP-XFER-COUNT PIC 9(5) VALUE ZERO.
       77 WS-XFER-PAIR-COUNT PIC 9(5) VALUE ZERO.
       77 WS-XFER-UNPAIRED PIC 9(5) VALUE ZERO.
       77 WS-XFER-NET-AMT PIC S9(9)V99 VALUE ZERO.
       77 WS-XFER-PEND PIC X VALUE 'N'.
           88 DEBIT-LEG-PENDING VALUE 'Y'.
       77 WS-XFER-PEND-X PIC 9(3) VALUE ZERO.
       77 WS-XFER-PEND-AMT PIC S9(7)V99 VALUE ZERO.
       77 WS-XFER-BALANCED PIC X VALUE 'Y'.
           88 TRANSFERS-NET-ZERO VALUE 'Y'.
       01  WS-NET-TABLE.
           05  WS-NET-ENTRY OCCURS 999 TIMES.
               10  WS-NET-ACCT         PIC 9(8).
           05  FILLER                  PIC X(26) VALUE
               'OVER-LIMIT HOLDS EXPECTED='.
           05  WS-RPT-OVL-COUNT        PIC ZZZZ9.
       01  WS-RPT-XFER.
           05  FILLER                  PIC X(26) VALUE
               'TRANSFERS EXPECTED       ='.
           05  WS-RPT-XFER-EXP         PIC ZZZZ9.
           05  FILLER                  PIC X(9) VALUE '  PAIRED='.
           05  WS-RPT-XFER-PAIR        PIC ZZZZ9.
           05  FILLER                  PIC X(17) VALUE
               '  UNPAIRED LEGS='.
           05  WS-RPT-XFER-UNP         PIC ZZZZ9.
           05  FILLER                  PIC X(6) VALUE '  NET='.
           05  WS-RPT-XFER-NET         PIC -(9)9.99.
           05  FILLER                  PIC X(2) VALUE '  '.
           05  WS-RPT-XFER-TEXT        PIC X(16).
       01  WS-RPT-VERDICT.
           05  FILLER                  PIC X(10) VALUE
               'VERDICT:  '.
                       PERFORM HITUNG-SLOT-ISI
               END-READ
           END-IF.
      * A transfer's to-account is read first, so the from-account
      * read after it leaves ACCT-RECORD holding the debit leg's
      * post limit; a transfer either leg of which fails is one
      * expected reject, as it is one TRAN-FILE slot.
       HITUNG-SLOT-ISI.
           MOVE 'Y' TO WS-TUJUAN-OK.
           IF NOT ACCT-FILE-OPEN
               ADD 1 TO WS-EXP-REJECTS
           ELSE
               IF TRAN-TRANSFER
                   PERFORM HITUNG-TUJUAN
               END-IF
               IF NOT TO-ACCOUNT-OK
                   ADD 1 TO WS-EXP-REJECTS
               ELSE
                   MOVE TRAN-ACCOUNT-NO TO ACCT-ACCOUNT-NO
                   READ ACCT-FILE
                       INVALID KEY
                           ADD 1 TO WS-EXP-REJECTS
                       NOT INVALID KEY
                           IF ACCT-CLOSED
                               ADD 1 TO WS-EXP-REJECTS
                           ELSE
                               PERFORM HITUNG-SLOT-LIMIT
                           END-IF
                   END-READ
               END-IF
           END-IF.
       HITUNG-TUJUAN.
           MOVE TRAN-XFER-TO-ACCT TO ACCT-ACCOUNT-NO.
           READ ACCT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TUJUAN-OK
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       MOVE 'N' TO WS-TUJUAN-OK
                   END-IF
           END-READ.
      * Mirror of Para2's PERIKSA-LIMIT, walked in the same
      * ascending slot order: the per-account net is accumulated as
      * the slots are re-derived, a transaction that would push a
      * nonzero master limit is an expected over-limit hold rather
      * than an expected posting, and a zero limit means no limit.
       HITUNG-SLOT-LIMIT.
           PERFORM HITUNG-TANDA.
           MOVE WS-SLOT-AMT TO WS-NET-NEW-AMT.
           MOVE TRAN-ACCOUNT-NO TO WS-NET-KEY.
           PERFORM CARI-NET.
           IF WS-NET-HIT = ZERO
               IF WS-NET-SIZE < 999
                   ADD 1 TO WS-NET-SIZE
                   MOVE WS-NET-KEY TO WS-NET-ACCT (WS-NET-SIZE)
                   MOVE ZERO TO WS-NET-AMT (WS-NET-SIZE)
                   MOVE WS-NET-SIZE TO WS-NET-HIT
               END-IF
               ELSE
                   MOVE WS-NET-NEW-AMT TO WS-NET-AMT (WS-NET-HIT)
                   ADD 1 TO WS-EXP-COUNT
                   ADD WS-SLOT-AMT TO WS-EXP-TOTAL-AMT
                   IF TRAN-TRANSFER
                       PERFORM HITUNG-KREDIT
                   END-IF
               END-IF
           END-IF.
      * The accepted transfer's credit leg: a second expected record,
      * the opposite amount, and the to-account's net moved by it.
       HITUNG-KREDIT.
           ADD 1 TO WS-EXP-XFER-COUNT.
           ADD 1 TO WS-EXP-COUNT.
           SUBTRACT TRAN-AMOUNT FROM WS-EXP-TOTAL-AMT.
           MOVE TRAN-XFER-TO-ACCT TO WS-NET-KEY.
           PERFORM CARI-NET.
           IF WS-NET-HIT = ZERO
               IF WS-NET-SIZE < 999
                   ADD 1 TO WS-NET-SIZE
                   MOVE WS-NET-KEY TO WS-NET-ACCT (WS-NET-SIZE)
                   MOVE ZERO TO WS-NET-AMT (WS-NET-SIZE)
                   MOVE WS-NET-SIZE TO WS-NET-HIT
               END-IF
           END-IF.
           IF WS-NET-HIT > ZERO
               SUBTRACT TRAN-AMOUNT FROM WS-NET-AMT (WS-NET-HIT)
           END-IF.
      * Para2's sign rule: debits post +TRAN-AMOUNT, credits and
      * adjustments -TRAN-AMOUNT, and a reversal the opposite of its
      * original's type. A transfer's debit leg posts +TRAN-AMOUNT.
       HITUNG-TANDA.
           IF TRAN-REVERSAL
               IF TRAN-REV-TYPE = 'D'
                   COMPUTE WS-SLOT-AMT = ZERO - TRAN-AMOUNT
               ELSE
                   MOVE TRAN-AMOUNT TO WS-SLOT-AMT
               END-IF
           ELSE
               IF TRAN-CREDIT OR TRAN-ADJUSTMENT
                   COMPUTE WS-SLOT-AMT = ZERO - TRAN-AMOUNT
               ELSE
                   MOVE TRAN-AMOUNT TO WS-SLOT-AMT
               END-IF
           END-IF.
       CARI-NET.
           MOVE ZERO TO WS-NET-HIT.
           MOVE ZERO TO WS-NI.
           PERFORM UNTIL WS-NI >= WS-NET-SIZE OR WS-NET-HIT > ZERO
               ADD 1 TO WS-NI
               IF WS-NET-ACCT (WS-NI) = WS-NET-KEY
                   MOVE WS-NI TO WS-NET-HIT
               END-IF
           END-PERFORM.
                       NOT AT END
                           ADD 1 TO WS-OUT-COUNT
                           ADD OUT-AMOUNT TO WS-OUT-TOTAL-AMT
                           PERFORM PERIKSA-PASANGAN
                   END-READ
               END-PERFORM
               CLOSE OUT-FILE
           END-IF.
           IF DEBIT-LEG-PENDING
               ADD 1 TO WS-XFER-UNPAIRED
           END-IF.
      * Para2 writes a transfer's debit leg and credit leg back to
      * back, so every debit leg must be followed at once by the
      * credit leg for the same slot and the opposite amount. A leg
      * without its partner is counted unpaired. Every transfer leg,
      * paired or not, goes into the transfer net.
       PERIKSA-PASANGAN.
           IF OUT-TRAN-TYPE = 'T'
               ADD OUT-AMOUNT TO WS-XFER-NET-AMT
           END-IF.
           IF DEBIT-LEG-PENDING
               IF OUT-TRAN-TYPE = 'T' AND OUT-XFER-CREDIT-LEG
                   AND OUT-X = WS-XFER-PEND-X
                   AND OUT-AMOUNT = ZERO - WS-XFER-PEND-AMT
                   ADD 1 TO WS-XFER-PAIR-COUNT
                   MOVE 'N' TO WS-XFER-PEND
               ELSE
                   ADD 1 TO WS-XFER-UNPAIRED
                   MOVE 'N' TO WS-XFER-PEND
                   PERFORM SIMPAN-DEBIT
               END-IF
           ELSE
               PERFORM SIMPAN-DEBIT
           END-IF.
       SIMPAN-DEBIT.
           IF OUT-TRAN-TYPE = 'T'
               IF OUT-XFER-DEBIT-LEG
                   SET DEBIT-LEG-PENDING TO TRUE
                   MOVE OUT-X TO WS-XFER-PEND-X
                   MOVE OUT-AMOUNT TO WS-XFER-PEND-AMT
               ELSE
                   ADD 1 TO WS-XFER-UNPAIRED
               END-IF
           END-IF.
       BANDINGKAN.
           IF WS-OUT-COUNT NOT = WS-EXP-COUNT
               SET RUN-OUT-OF-BALANCE TO TRUE
           IF WS-OUT-TOTAL-AMT NOT = WS-EXP-TOTAL-AMT
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF WS-XFER-UNPAIRED > ZERO
               OR WS-XFER-NET-AMT NOT = ZERO
               OR WS-XFER-PAIR-COUNT NOT = WS-EXP-XFER-COUNT
               MOVE 'N' TO WS-XFER-BALANCED
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF.
       CETAK-LAPORAN.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           OPEN OUTPUT REPORT-FILE.
               MOVE WS-RPT-OVERLIMIT TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-EXP-XFER-COUNT TO WS-RPT-XFER-EXP
               MOVE WS-XFER-PAIR-COUNT TO WS-RPT-XFER-PAIR
               MOVE WS-XFER-UNPAIRED TO WS-RPT-XFER-UNP
               MOVE WS-XFER-NET-AMT TO WS-RPT-XFER-NET
               IF TRANSFERS-NET-ZERO
                   MOVE 'NET TO ZERO' TO WS-RPT-XFER-TEXT
               ELSE
                   MOVE 'DO NOT NET' TO WS-RPT-XFER-TEXT
               END-IF
               MOVE WS-RPT-XFER TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               IF RUN-IN-BALANCE
