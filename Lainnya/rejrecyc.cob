      *                  will not open ends RC 8 before anything is
      *                  written, so the copy-back can never replace
      *                  the live file with an empty one.
      * 09/28/26 MYNAME  A type T transfer MYPROG holds is on REJFILE
      *                  twice, a D-leg record then a C-leg record
      *                  with the same image (see copybook REJREC).
      *                  The D leg recycles the whole transfer card;
      *                  the C leg is not recycled again - it leaves
      *                  the file with its D leg, or stays on it when
      *                  the D leg was skipped - so a recycle can
      *                  never post one transfer twice.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       77 WS-FEED-COUNT PIC 9(5) VALUE ZERO.
       77 WS-TRAN-COUNT PIC 9(5) VALUE ZERO.
       77 WS-SKIP-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LEG-COUNT PIC 9(5) VALUE ZERO.
       77 WS-DEBIT-LEG-DONE PIC X VALUE 'N'.
           88 DEBIT-LEG-RECYCLED VALUE 'Y'.
       77 WS-SYS-DATETIME PIC X(21).
      * The TRAN-RECORD view of a MYPROG reject's REJ-DATA image,
      * mapped into the feed layout field by field.
           05  WS-RPT-CTL-RCY          PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  SKIPPED ='.
           05  WS-RPT-CTL-SKIP         PIC ZZZZ9.
           05  FILLER                  PIC X(15) VALUE
               '  CREDIT LEGS ='.
           05  WS-RPT-CTL-LEG          PIC ZZZZ9.
       77 WS-RECYC-TOTAL PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       INISIALISASI.
                       WHEN 'MYTRNLD'
                           PERFORM DAUR-ULANG-FEED
                       WHEN 'MYPROG'
                           IF REJ-XFER-LEG = 'C'
                               PERFORM LEWATI-KREDIT
                           ELSE
                               PERFORM DAUR-ULANG-TRAN
                           END-IF
                       WHEN OTHER
                           MOVE 'N' TO WS-DEBIT-LEG-DONE
                           ADD 1 TO WS-SKIP-COUNT
                           PERFORM SIMPAN-TOLAKAN
                           PERFORM TULIS-LEWAT
           MOVE REJ-RECORD TO NEW-RECORD.
           WRITE NEW-RECORD.
       DAUR-ULANG-FEED.
           MOVE 'N' TO WS-DEBIT-LEG-DONE.
           MOVE SPACES TO FEED-RECORD.
           MOVE REJ-DATA TO FEED-RECORD.
           WRITE FEED-RECORD.
               ADD FEED-AMOUNT-N TO WS-RCY-HASH
           END-IF.
           PERFORM TULIS-RINCIAN.
      * The credit-leg record of a held transfer follows its debit
      * leg and shares its image: it goes where the debit leg went.
       LEWATI-KREDIT.
           IF DEBIT-LEG-RECYCLED
               ADD 1 TO WS-LEG-COUNT
               PERFORM TULIS-PASANGAN
           ELSE
               ADD 1 TO WS-SKIP-COUNT
               PERFORM SIMPAN-TOLAKAN
               PERFORM TULIS-LEWAT
           END-IF.
           MOVE 'N' TO WS-DEBIT-LEG-DONE.
       DAUR-ULANG-TRAN.
           MOVE 'N' TO WS-DEBIT-LEG-DONE.
           MOVE REJ-DATA TO WS-TRAN-IMAGE.
           IF WS-TRN-ACCOUNT-NO NOT NUMERIC
               OR WS-TRN-AMOUNT NOT NUMERIC
               ADD 1 TO WS-TRAN-COUNT
               ADD WS-TRN-AMOUNT TO WS-RCY-HASH
               PERFORM TULIS-RINCIAN
               IF REJ-XFER-LEG = 'D'
                   SET DEBIT-LEG-RECYCLED TO TRUE
               END-IF
           END-IF.
       TULIS-RINCIAN.
           IF REPORT-FILE-OPEN
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       TULIS-PASANGAN.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               MOVE REJ-SOURCE TO WS-RPT-DET-SOURCE
               MOVE REJ-REASON-CODE TO WS-RPT-DET-REASON
               MOVE REJ-RUN-DATE TO WS-RPT-DET-DATE
               MOVE REJ-SLOT TO WS-RPT-DET-SLOT
               MOVE 'WITH DEBIT LEG' TO WS-RPT-DET-NOTE
               MOVE WS-RPT-DETAIL TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       TULIS-LEWAT.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               MOVE WS-READ-COUNT TO WS-RPT-CTL-READ
               MOVE WS-RECYC-TOTAL TO WS-RPT-CTL-RCY
               MOVE WS-SKIP-COUNT TO WS-RPT-CTL-SKIP
               MOVE WS-LEG-COUNT TO WS-RPT-CTL-LEG
               MOVE WS-RPT-CTL-LINE TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORT-FILE
