      *                  - without this, ages froze below the
      *                  write-off threshold by attrition after
      *                  about a year and a half of business days.
      * 09/26/26 MYNAME  Every entry dropped from the live list -
      *                  RESOLVED, WRITEOFF, or a COLLAPSED duplicate
      *                  - is now also appended to the permanent
      *                  SUSPJRNL suspense journal (see copybook
      *                  SJRNREC) with its slot and original date, so
      *                  a day backed out by MYBACKOT can have its
      *                  suspense put back from data. A journal that
      *                  will not open ends the run RC 8 (reason
      *                  OPNJ) before any entry is touched: a day
      *                  whose suspense changes are not journaled
      *                  could not be backed out.
      * 10/15/26 MYNAME  A SUSPJRNL write that fails now keeps the
      *                  entry on SUSPNEW as it stood (not resolved,
      *                  written off or collapsed), stops the run and
      *                  ends it RC 8 (reason OPNJ), so STEP009 never
      *                  commits a drop the journal does not hold.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT WOFF-FILE ASSIGN TO "WOFFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOFF-STATUS.
           SELECT JRNL-FILE ASSIGN TO "SUSPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
           COPY STATREC.
       FD  WOFF-FILE.
           COPY WOFFREC.
       FD  JRNL-FILE.
           COPY SJRNREC.
       WORKING-STORAGE SECTION.
       77 WS-PARM-STATUS PIC XX VALUE '00'.
       77 WS-PARM-MISSING PIC X VALUE 'N'.
       77 WS-WOFF-STATUS PIC XX VALUE '00'.
       77 WS-WOFF-OPEN-OK PIC X VALUE 'N'.
           88 WOFF-FILE-OPEN VALUE 'Y'.
       77 WS-JRNL-STATUS PIC XX VALUE '00'.
       77 WS-JRNL-ACTION PIC X VALUE SPACE.
       77 WS-JRNL-FAIL PIC X VALUE 'N'.
           88 JRNL-WRITE-FAILED VALUE 'Y'.
       77 WS-BDAY-SIZE PIC 9(3) VALUE ZERO.
       77 WS-BI PIC 9(3) VALUE ZERO.
       77 WS-BDAY-FULL PIC X VALUE 'N'.
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
      * The journal is the only record of what today takes off the
      * live list; without it the day could not be backed out, so
      * nothing is processed until it is open.
           OPEN EXTEND JRNL-FILE.
           IF WS-JRNL-STATUS = '05' OR WS-JRNL-STATUS = '35'
               OPEN OUTPUT JRNL-FILE
           END-IF.
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'MYSUSP: UNABLE TO OPEN SUSPJRNL - STATUS='
                   WS-JRNL-STATUS
               MOVE 'OPNJ' TO WS-REASON-CODE
               MOVE 'SUSPJRNL' TO WS-FAIL-DD
               MOVE WS-JRNL-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           OPEN EXTEND WOFF-FILE.
           IF WS-WOFF-STATUS = '05' OR WS-WOFF-STATUS = '35'
               OPEN OUTPUT WOFF-FILE
           ELSE
               SET WOFF-FILE-OPEN TO TRUE
           END-IF.
           PERFORM PROSES-SUSPENSE
               UNTIL SUSP-FILE-EOF OR JRNL-WRITE-FAILED.
           IF WS-SUSP-STATUS = '00' OR WS-SUSP-STATUS = '10'
               CLOSE SUSP-FILE
           END-IF.
           CLOSE NEW-FILE.
           CLOSE JRNL-FILE.
           IF WOFF-FILE-OPEN
               CLOSE WOFF-FILE
           END-IF.
               CLOSE TRAN-FILE
           END-IF.
           PERFORM CETAK-KONTROL.
      * SUSPNEW stops at the entry the journal would not take, so
      * RC 8 must keep STEP009 from copying it over the live list.
           IF JRNL-WRITE-FAILED
               MOVE 'OPNJ' TO WS-REASON-CODE
               MOVE 'SUSPJRNL' TO WS-FAIL-DD
               MOVE WS-JRNL-STATUS TO WS-FAIL-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GO TO SELESAI.
       BACA-PARM.
           OPEN INPUT PARM-FILE.
                           AND WS-SLOT-SEEN (SUSP-X) = 'N'
                           MOVE 'Y' TO WS-SLOT-SEEN (SUSP-X)
                           PERFORM COBA-ULANG
                       ELSE
                           MOVE 'C' TO WS-JRNL-ACTION
                           PERFORM TULIS-JURNAL
                           IF JRNL-WRITE-FAILED
                               PERFORM SIMPAN-ENTRI
                           END-IF
                       END-IF
                   END-IF
           END-READ.
                   INVALID KEY
                       PERFORM UMUR-SUSPENSE
                   NOT INVALID KEY
                       MOVE 'R' TO WS-JRNL-ACTION
                       PERFORM TULIS-JURNAL
                       IF JRNL-WRITE-FAILED
                           PERFORM SIMPAN-ENTRI
                       ELSE
                           ADD 1 TO WS-RESOLVED-COUNT
                           MOVE 'RESOLVED' TO WS-RPT-AGE-STATUS
                           PERFORM TULIS-UMUR
                       END-IF
               END-READ
           ELSE
               PERFORM UMUR-SUSPENSE
               END-IF
           END-IF.
           IF WS-AGE-DAYS > WS-WRITEOFF-DAYS
               MOVE 'W' TO WS-JRNL-ACTION
               PERFORM TULIS-JURNAL
           END-IF.
           IF JRNL-WRITE-FAILED
               PERFORM SIMPAN-ENTRI
               MOVE 'PENDING' TO WS-RPT-AGE-STATUS
           ELSE
               IF WS-AGE-DAYS > WS-WRITEOFF-DAYS
                   ADD 1 TO WS-WRITEOFF-COUNT
                   MOVE 'WRITEOFF' TO WS-RPT-AGE-STATUS
                   PERFORM TULIS-HAPUS-BUKU
               ELSE
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE 'PENDING' TO WS-RPT-AGE-STATUS
                   PERFORM SIMPAN-ENTRI
               END-IF
           END-IF.
           PERFORM TULIS-UMUR.
      * Age in business days: the count of calendar dates after the
               MOVE WS-RUN-DATE TO WOFF-RUN-DATE
               WRITE WOFF-RECORD
           END-IF.
      * An entry is kept on SUSPNEW exactly as it stood on SUSPFILE.
       SIMPAN-ENTRI.
           MOVE SUSP-RECORD TO NEW-RECORD.
           WRITE NEW-RECORD.
      * The entry goes to the journal exactly as it stood on
      * SUSPFILE, so a backout puts back the same slot and date.
       TULIS-JURNAL.
           MOVE SPACES TO SJRN-RECORD.
           MOVE WS-RUN-DATE TO SJRN-RUN-DATE.
           MOVE WS-JRNL-ACTION TO SJRN-ACTION.
           MOVE SUSP-X TO SJRN-X.
           MOVE SUSP-ORIG-DATE TO SJRN-ORIG-DATE.
           WRITE SJRN-RECORD.
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'MYSUSP: SUSPJRNL WRITE FAILED - SLOT ' SUSP-X
                   ' STATUS=' WS-JRNL-STATUS
               SET JRNL-WRITE-FAILED TO TRUE
           END-IF.
      * Full calendar edit before INTEGER-OF-DATE is ever called:
      * the intrinsic's behavior on an invalid date is an error
      * condition, so a bad parm card or damaged suspense record
