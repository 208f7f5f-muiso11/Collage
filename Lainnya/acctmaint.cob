      *                  card keep the master value, so a card can
      *                  rename an account without re-keying its
      *                  limit.
      * 09/18/26 MYNAME  A REVIEW card - the marker the weekly MYDORM
      *                  dormancy run puts on a proposed card the
      *                  supervisor has still to decide - is rejected
      *                  as REVIEW CARD NOT DECIDED rather than as a
      *                  bad action, so a deck submitted without the
      *                  decision made says so on ACCLIST.
      * 09/30/26 MYNAME  Maker-checker dual control. Every run now
      *                  starts with an MNTCTL control card naming the
      *                  mode and the operator. A SUBMIT run edits the
      *                  deck against the master as before but applies
      *                  nothing: each good card goes to the ACCPEND
      *                  pending-changes file with the submitter's ID,
      *                  a pending ID and the master record as it
      *                  stands (the before-image). An APPROVE run
      *                  reads APPRCARD decision cards naming pending
      *                  IDs and applies an approved change only when
      *                  the approver is not the submitter and the
      *                  master still matches the before-image. Every
      *                  applied change is appended to the permanent
      *                  MNTLOG with before and after images, the
      *                  submitter and the approver. A change not
      *                  decided within the PARMCARD pending days
      *                  (PARM-PENDING-DAYS, blank = 7) expires. Only
      *                  one change per account may be pending. The
      *                  rebuilt pending file goes to PENDNEW for the
      *                  MYACCJB copy step.
      * 10/06/26 MYNAME  Review fixes. The last pending ID issued is
      *                  kept on a control record at the head of
      *                  ACCPEND, so an ID taken off by an approval or
      *                  a decline is never issued again the same day.
      *                  An approved change is now written to MNTLOG
      *                  before the master is updated: if the log
      *                  write fails the change is not applied and
      *                  stays pending, so nothing is ever live on the
      *                  master without its audit record.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "MNTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CARD-FILE ASSIGN TO "ACCCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT APPR-FILE ASSIGN TO "APPRCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT PEND-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PNEW-FILE ASSIGN TO "PENDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNEW-STATUS.
           SELECT LOG-FILE ASSIGN TO "MNTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
           COPY MNTCTL.
       FD  PARM-FILE.
           COPY PARMREC.
      * The card and pending records are read INTO working storage:
      * an APPROVE run rebuilds the card from the pending record long
      * after the files they came from are closed.
       FD  CARD-FILE.
       01  CARD-RECORD                 PIC X(80).
       FD  APPR-FILE.
           COPY APPRCARD.
       FD  PEND-FILE.
       01  PEND-FILE-RECORD            PIC X(200).
       FD  PNEW-FILE.
       01  PNEW-RECORD                 PIC X(200).
       FD  LOG-FILE.
           COPY MLOGREC.
       FD  ACCT-FILE.
           COPY ACCTREC.
       FD  REPORT-FILE.
           COPY RPTLINE.
       WORKING-STORAGE SECTION.
           COPY ACCTCARD.
           COPY PENDREC.
       77 WS-CTL-STATUS PIC XX VALUE '00'.
       77 WS-PARM-STATUS PIC XX VALUE '00'.
       77 WS-CARD-STATUS PIC XX VALUE '00'.
       77 WS-APPR-STATUS PIC XX VALUE '00'.
       77 WS-PEND-STATUS PIC XX VALUE '00'.
       77 WS-PNEW-STATUS PIC XX VALUE '00'.
       77 WS-LOG-STATUS PIC XX VALUE '00'.
       77 WS-ACCT-STATUS PIC XX VALUE '00'.
       77 WS-RPT-STATUS PIC XX VALUE '00'.
       77 WS-RPT-OPEN-OK PIC X VALUE 'N'.
           88 REPORT-FILE-OPEN VALUE 'Y'.
       77 WS-PARM-MISSING PIC X VALUE 'N'.
           88 PARM-FILE-MISSING VALUE 'Y'.
       77 WS-CARD-EOF PIC X VALUE 'N'.
           88 CARD-FILE-EOF VALUE 'Y'.
       77 WS-APPR-EOF PIC X VALUE 'N'.
           88 APPR-FILE-EOF VALUE 'Y'.
       77 WS-PEND-EOF PIC X VALUE 'N'.
           88 PEND-FILE-EOF VALUE 'Y'.
       77 WS-PEND-LOAD PIC X VALUE 'Y'.
           88 PEND-LOAD-FAILED VALUE 'N'.
       77 WS-KEEP-PEND PIC X VALUE 'N'.
           88 KEEP-PENDING VALUE 'Y'.
       77 WS-MASTER-WRITE PIC X VALUE 'Y'.
           88 MASTER-WRITE-FAILED VALUE 'N'.
       77 WS-MODE PIC X(7) VALUE SPACES.
           88 MODE-SUBMIT VALUE 'SUBMIT '.
           88 MODE-APPROVE VALUE 'APPROVE'.
       77 WS-OPER-ID PIC X(8) VALUE SPACES.
       77 WS-ACCT-EOF PIC X VALUE 'N'.
           88 ACCT-FILE-EOF VALUE 'Y'.
       77 WS-ACCT-HELD PIC X VALUE 'N'.
       77 WS-CARD-COUNT PIC 9(5) VALUE ZERO.
       77 WS-APPLY-COUNT PIC 9(5) VALUE ZERO.
       77 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-PEND-COUNT PIC 9(5) VALUE ZERO.
       77 WS-DECLINE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-EXPIRE-COUNT PIC 9(5) VALUE ZERO.
       77 WS-LEFT-COUNT PIC 9(5) VALUE ZERO.
       77 WS-CARD-OK PIC X VALUE 'Y'.
           88 CARD-VALID VALUE 'Y'.
           88 CARD-INVALID VALUE 'N'.
       77 WS-CARD-REASON PIC X(30) VALUE SPACES.
       77 WS-SYS-DATETIME PIC X(21).
       77 WS-TODAY PIC 9(8) VALUE ZERO.
       77 WS-TODAY-INT PIC 9(8) VALUE ZERO.
       77 WS-PENDING-DAYS PIC 9(3) VALUE 7.
       77 WS-PND-AGE PIC S9(8) VALUE ZERO.
       77 WS-NEXT-SEQ PIC 9(4) VALUE ZERO.
       77 WS-LAST-DATE PIC 9(8) VALUE ZERO.
       77 WS-LAST-SEQ PIC 9(4) VALUE ZERO.
       77 WS-PND-SIZE PIC 9(4) VALUE ZERO.
       77 WS-PND-HIT PIC 9(4) VALUE ZERO.
       77 WS-P PIC 9(4) VALUE ZERO.
      * The pending file in core: the SUBMIT run adds to it and the
      * APPROVE run marks what it takes off (A applied, D declined by
      * the approver, S master changed since submit, X expired);
      * only entries still blank go back out to PENDNEW.
       01  WS-PND-TABLE.
           05  WS-PND-ENTRY OCCURS 500 TIMES.
               10  WS-PND-REC.
                   15  WS-PND-ID       PIC X(12).
                   15  FILLER          PIC X(188).
               10  WS-PND-KEY          PIC X(8).
               10  WS-PND-STATE        PIC X.
       01  WS-RPT-HEADER1.
           05  FILLER                  PIC X(30) VALUE
               'MYACCMT ACCOUNT MAINTENANCE'.
           05  FILLER                  PIC X(6) VALUE ' DATE '.
           05  WS-RPT-HDR-DATE         PIC 9(8).
       01  WS-RPT-HEADER2.
           05  FILLER                  PIC X(5) VALUE 'MODE='.
           05  WS-RPT-HDR-MODE         PIC X(7).
           05  FILLER                  PIC X(11) VALUE '  OPERATOR='.
           05  WS-RPT-HDR-OPER         PIC X(8).
           05  FILLER                  PIC X(16) VALUE
               '  PENDING DAYS= '.
           05  WS-RPT-HDR-DAYS         PIC ZZ9.
       01  WS-RPT-ACCT-LINE.
           05  FILLER                  PIC X(2) VALUE '  '.
           05  FILLER                  PIC X(5) VALUE 'ACCT='.
           05  WS-RPT-CRD-DISP         PIC X(9).
           05  FILLER                  PIC X(2) VALUE '  '.
           05  WS-RPT-CRD-REASON       PIC X(30).
       01  WS-RPT-PEND-REF.
           05  FILLER                  PIC X(3) VALUE 'ID='.
           05  WS-RPT-PEND-ID          PIC 9(12).
       01  WS-RPT-DEC-LINE.
           05  WS-RPT-DEC-ID           PIC X(12).
           05  FILLER                  PIC X(2) VALUE '  '.
           05  WS-RPT-DEC-DECISION     PIC X(7).
           05  FILLER                  PIC X(2) VALUE '  '.
           05  WS-RPT-DEC-SUBMITTER    PIC X(8).
           05  FILLER                  PIC X(2) VALUE '  '.
           05  WS-RPT-DEC-DETAIL       PIC X(98).
       01  WS-RPT-CTL-LINE.
           05  FILLER                  PIC X(7) VALUE 'CARDS= '.
           05  WS-RPT-CTL-CARDS        PIC ZZZZ9.
           05  WS-RPT-CTL-APP          PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  REJECTED='.
           05  WS-RPT-CTL-REJ          PIC ZZZZ9.
       01  WS-RPT-CTL-LINE2.
           05  FILLER                  PIC X(9) VALUE 'PENDING= '.
           05  WS-RPT-CTL-PEND         PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  DECLINED='.
           05  WS-RPT-CTL-DECL         PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE '  EXPIRED='.
           05  WS-RPT-CTL-EXP          PIC ZZZZ9.
           05  FILLER                  PIC X(15) VALUE
               '  LEFT PENDING='.
           05  WS-RPT-CTL-LEFT         PIC ZZZZ9.
       PROCEDURE DIVISION.
       INISIALISASI.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           MOVE WS-SYS-DATETIME(1:8) TO WS-TODAY.
           MOVE FUNCTION INTEGER-OF-DATE (WS-TODAY) TO WS-TODAY-INT.
           PERFORM BUKA-LAPORAN.
           PERFORM BACA-PARM.
           PERFORM BACA-KONTROL.
      * No mode or no operator means no one can be held to the run -
      * it must not touch the pending file, let alone the master.
           IF NOT MODE-SUBMIT AND NOT MODE-APPROVE
               DISPLAY 'MYACCMT: MNTCTL MODE NOT SUBMIT OR APPROVE'
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           IF WS-OPER-ID = SPACES
               DISPLAY 'MYACCMT: MNTCTL OPERATOR ID IS BLANK'
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
      * The master is updated in place, so an ACCTFILE that will not
      * open I-O must end the run RC 8 before any card is read -
      * running on would reject every card against a master that is
      * not there and print a listing that looks like bad cards
      * instead of a bad allocation. A SUBMIT run only reads it.
           IF MODE-SUBMIT
               OPEN INPUT ACCT-FILE
           ELSE
               OPEN I-O ACCT-FILE
           END-IF.
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'MYACCMT: UNABLE TO OPEN ACCTFILE - STATUS='
                   WS-ACCT-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
      * A pending file that cannot be read whole cannot be written
      * back whole: RC 8 holds the MYACCJB copy step so no waiting
      * change is lost.
           PERFORM MUAT-TERTUNDA.
           IF PEND-LOAD-FAILED
               CLOSE ACCT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
           OPEN OUTPUT PNEW-FILE.
           IF WS-PNEW-STATUS NOT = '00'
               DISPLAY 'MYACCMT: UNABLE TO OPEN PENDNEW - STATUS='
                   WS-PNEW-STATUS
               CLOSE ACCT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO SELESAI
           END-IF.
      * No change is applied that cannot be logged.
           IF MODE-APPROVE
               OPEN EXTEND LOG-FILE
               IF WS-LOG-STATUS = '05' OR WS-LOG-STATUS = '35'
                   OPEN OUTPUT LOG-FILE
               END-IF
               IF WS-LOG-STATUS NOT = '00'
                   DISPLAY 'MYACCMT: UNABLE TO OPEN MNTLOG - STATUS='
                       WS-LOG-STATUS
                   CLOSE ACCT-FILE
                   CLOSE PNEW-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO SELESAI
               END-IF
           END-IF.
           PERFORM CETAK-MASTER-AWAL.
           PERFORM PERIKSA-KEDALUWARSA.
           IF MODE-SUBMIT
               OPEN INPUT CARD-FILE
               IF WS-CARD-STATUS NOT = '00'
                   DISPLAY 'MYACCMT: UNABLE TO OPEN ACCCARDS - STATUS='
                       WS-CARD-STATUS
                   CLOSE ACCT-FILE
                   CLOSE PNEW-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO SELESAI
               END-IF
               PERFORM PROSES-KARTU UNTIL CARD-FILE-EOF
               CLOSE CARD-FILE
           ELSE
               OPEN INPUT APPR-FILE
               IF WS-APPR-STATUS NOT = '00'
                   DISPLAY 'MYACCMT: UNABLE TO OPEN APPRCARD - STATUS='
                       WS-APPR-STATUS
                   CLOSE ACCT-FILE
                   CLOSE PNEW-FILE
                   CLOSE LOG-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO SELESAI
               END-IF
               PERFORM PROSES-KEPUTUSAN UNTIL APPR-FILE-EOF
               CLOSE APPR-FILE
               CLOSE LOG-FILE
               PERFORM CETAK-MASTER-AKHIR
           END-IF.
           PERFORM TULIS-TERTUNDA-BARU.
           CLOSE ACCT-FILE.
           PERFORM CETAK-KONTROL.
      * A change whose log record could not be written was not
      * applied and is still pending on PENDNEW, so the copy step
      * can run: it is RC 4 with the rejects, and SYSOUT names it.
      * A master write that failed after its log record was written
      * leaves MNTLOG naming a change the master does not hold - the
      * account was read a moment before under DISP=OLD, so this is
      * a damaged master, and RC 8 holds the copy step for it.
           IF MASTER-WRITE-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GO TO SELESAI.
       BUKA-LAPORAN.
                   WS-RPT-STATUS
           ELSE
               SET REPORT-FILE-OPEN TO TRUE
               MOVE SPACES TO RPT-LINE
               MOVE WS-TODAY TO WS-RPT-HDR-DATE
               MOVE WS-RPT-HEADER1 TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       BACA-PARM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       SET PARM-FILE-MISSING TO TRUE
               END-READ
               IF NOT PARM-FILE-MISSING
                   IF PARM-PENDING-DAYS NUMERIC
                       AND PARM-PENDING-DAYS-N > ZERO
                       MOVE PARM-PENDING-DAYS-N TO WS-PENDING-DAYS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           ELSE
               SET PARM-FILE-MISSING TO TRUE
           END-IF.
       BACA-KONTROL.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'MYACCMT: UNABLE TO OPEN MNTCTL - STATUS='
                   WS-CTL-STATUS
           ELSE
               READ CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE MCTL-MODE TO WS-MODE
                       MOVE MCTL-OPER-ID TO WS-OPER-ID
               END-READ
               CLOSE CTL-FILE
           END-IF.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               MOVE WS-MODE TO WS-RPT-HDR-MODE
               MOVE WS-OPER-ID TO WS-RPT-HDR-OPER
               MOVE WS-PENDING-DAYS TO WS-RPT-HDR-DAYS
               MOVE WS-RPT-HEADER2 TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      * A pending file not yet created (status 35) is an empty one.
       MUAT-TERTUNDA.
           OPEN INPUT PEND-FILE.
           IF WS-PEND-STATUS = '35'
               SET PEND-FILE-EOF TO TRUE
           ELSE
               IF WS-PEND-STATUS NOT = '00'
                   DISPLAY 'MYACCMT: UNABLE TO OPEN PENDFILE - STATUS='
                       WS-PEND-STATUS
                   SET PEND-LOAD-FAILED TO TRUE
               ELSE
                   PERFORM UNTIL PEND-FILE-EOF
                       READ PEND-FILE INTO PEND-RECORD
                           AT END
                               SET PEND-FILE-EOF TO TRUE
                           NOT AT END
                               PERFORM SIMPAN-MUATAN
                       END-READ
                   END-PERFORM
                   CLOSE PEND-FILE
               END-IF
           END-IF.
      * The control record is not a change: it carries the last ID
      * issued, and today's sequence carries on from it.
       SIMPAN-MUATAN.
           IF PEND-CONTROL-REC
               IF PEND-LAST-DATE NUMERIC AND PEND-LAST-SEQ NUMERIC
                   MOVE PEND-LAST-DATE TO WS-LAST-DATE
                   MOVE PEND-LAST-SEQ TO WS-LAST-SEQ
                   IF PEND-LAST-DATE = WS-TODAY
                       AND PEND-LAST-SEQ > WS-NEXT-SEQ
                       MOVE PEND-LAST-SEQ TO WS-NEXT-SEQ
                   END-IF
               END-IF
           ELSE
               PERFORM SIMPAN-ENTRI
           END-IF.
       SIMPAN-ENTRI.
           IF WS-PND-SIZE < 500
               ADD 1 TO WS-PND-SIZE
               MOVE PEND-RECORD TO WS-PND-REC (WS-PND-SIZE)
               MOVE PEND-CARD TO ACCT-CARD
               MOVE ACARD-ACCOUNT-NO TO WS-PND-KEY (WS-PND-SIZE)
               MOVE SPACE TO WS-PND-STATE (WS-PND-SIZE)
               IF PEND-SUB-DATE = WS-TODAY
                   AND PEND-SEQ > WS-NEXT-SEQ
                   MOVE PEND-SEQ TO WS-NEXT-SEQ
               END-IF
           ELSE
               DISPLAY 'MYACCMT: PENDING TABLE FULL AT '
                   WS-PND-SIZE ' ENTRIES'
               SET PEND-LOAD-FAILED TO TRUE
               SET PEND-FILE-EOF TO TRUE
           END-IF.
      * Expiry is swept before any card is read, in both modes: an
      * expired change no longer holds its account against a fresh
      * submission, and cannot be approved.
       PERIKSA-KEDALUWARSA.
           MOVE ZERO TO WS-P.
           PERFORM UNTIL WS-P >= WS-PND-SIZE
               ADD 1 TO WS-P
               MOVE WS-PND-REC (WS-P) TO PEND-RECORD
               IF PEND-SUB-DATE NOT NUMERIC
                   OR PEND-SUB-DATE < 16010101
                   MOVE 99999999 TO WS-PND-AGE
               ELSE
                   COMPUTE WS-PND-AGE = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE (PEND-SUB-DATE)
               END-IF
               IF WS-PND-AGE > WS-PENDING-DAYS
                   MOVE 'X' TO WS-PND-STATE (WS-P)
                   ADD 1 TO WS-EXPIRE-COUNT
                   MOVE PEND-CARD TO ACCT-CARD
                   MOVE SPACES TO WS-RPT-DEC-DECISION
                   MOVE 'EXPIRED' TO WS-RPT-CRD-DISP
                   MOVE 'NOT APPROVED IN TIME' TO WS-RPT-CRD-REASON
                   PERFORM TULIS-BARIS-TERTUNDA
               END-IF
           END-PERFORM.
       CETAK-MASTER-AWAL.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               END-READ
           END-PERFORM.
       PROSES-KARTU.
           READ CARD-FILE INTO ACCT-CARD
               AT END
                   SET CARD-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM EDIT-KARTU
                   IF CARD-VALID
                       PERFORM SIMPAN-TERTUNDA
                   END-IF
                   PERFORM TULIS-DISPOSISI
           END-READ.
           MOVE 'N' TO WS-ACCT-HELD.
           IF NOT ACARD-ADD AND NOT ACARD-CHANGE
               AND NOT ACARD-CLOSE AND NOT ACARD-REOPEN
               IF ACARD-REVIEW
                   MOVE 'REVIEW CARD NOT DECIDED'
                       TO WS-CARD-REASON
               ELSE
                   MOVE 'ACTION NOT ADD/CHANGE/CLOSE/RE'
                       TO WS-CARD-REASON
               END-IF
               SET CARD-INVALID TO TRUE
           END-IF.
           IF CARD-VALID
                   SET CARD-INVALID TO TRUE
               END-IF
           END-IF.
      * One pending change per account: a second would be submitted
      * against a before-image the first is about to change.
           IF CARD-VALID
               PERFORM CARI-TERTUNDA
               IF WS-PND-HIT > ZERO
                   MOVE 'CHANGE ALREADY PENDING' TO WS-CARD-REASON
                   SET CARD-INVALID TO TRUE
               END-IF
           END-IF.
       CARI-REKENING.
           MOVE 'N' TO WS-ACCT-HELD.
           MOVE ACARD-ACCOUNT-NO-N TO ACCT-ACCOUNT-NO.
               NOT INVALID KEY
                   SET ACCT-REC-HELD TO TRUE
           END-READ.
       CARI-TERTUNDA.
           MOVE ZERO TO WS-PND-HIT.
           MOVE ZERO TO WS-P.
           PERFORM UNTIL WS-P >= WS-PND-SIZE OR WS-PND-HIT > ZERO
               ADD 1 TO WS-P
               IF WS-PND-KEY (WS-P) = ACARD-ACCOUNT-NO
                   AND WS-PND-STATE (WS-P) = SPACE
                   MOVE WS-P TO WS-PND-HIT
               END-IF
           END-PERFORM.
       SIMPAN-TERTUNDA.
           IF WS-PND-SIZE NOT < 500
               MOVE 'PENDING FILE FULL' TO WS-CARD-REASON
               SET CARD-INVALID TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-SEQ
               MOVE SPACES TO PEND-RECORD
               MOVE WS-TODAY TO PEND-SUB-DATE
               MOVE WS-NEXT-SEQ TO PEND-SEQ
               MOVE WS-OPER-ID TO PEND-SUBMITTER
               MOVE ACCT-CARD TO PEND-CARD
               IF ACCT-REC-HELD
                   SET PEND-BEFORE-ON-FILE TO TRUE
                   MOVE ACCT-RECORD TO PEND-BEFORE
               ELSE
                   SET PEND-BEFORE-NONE TO TRUE
               END-IF
               ADD 1 TO WS-PND-SIZE
               MOVE PEND-RECORD TO WS-PND-REC (WS-PND-SIZE)
               MOVE ACARD-ACCOUNT-NO TO WS-PND-KEY (WS-PND-SIZE)
               MOVE SPACE TO WS-PND-STATE (WS-PND-SIZE)
               ADD 1 TO WS-PEND-COUNT
           END-IF.
       PROSES-KEPUTUSAN.
           READ APPR-FILE
               AT END
                   SET APPR-FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM EDIT-KEPUTUSAN
                   IF CARD-VALID
                       PERFORM TERAPKAN-KEPUTUSAN
                   END-IF
                   PERFORM TULIS-KEPUTUSAN
           END-READ.
       EDIT-KEPUTUSAN.
           SET CARD-VALID TO TRUE.
           MOVE SPACES TO WS-CARD-REASON.
           MOVE SPACES TO PEND-RECORD.
           MOVE SPACES TO ACCT-CARD.
           MOVE ZERO TO WS-PND-HIT.
           IF NOT APPR-APPROVE AND NOT APPR-REJECT
               MOVE 'DECISION NOT APPROVE/REJECT' TO WS-CARD-REASON
               SET CARD-INVALID TO TRUE
           END-IF.
           IF CARD-VALID
               IF APPR-PEND-ID NOT NUMERIC
                   MOVE 'PENDING ID NOT NUMERIC' TO WS-CARD-REASON
                   SET CARD-INVALID TO TRUE
               END-IF
           END-IF.
           IF CARD-VALID
               MOVE ZERO TO WS-P
               PERFORM UNTIL WS-P >= WS-PND-SIZE OR WS-PND-HIT > ZERO
                   ADD 1 TO WS-P
                   IF WS-PND-ID (WS-P) = APPR-PEND-ID
                       MOVE WS-P TO WS-PND-HIT
                   END-IF
               END-PERFORM
               IF WS-PND-HIT = ZERO
                   MOVE 'NOT ON PENDING FILE' TO WS-CARD-REASON
                   SET CARD-INVALID TO TRUE
               ELSE
                   MOVE WS-PND-REC (WS-PND-HIT) TO PEND-RECORD
                   MOVE PEND-CARD TO ACCT-CARD
               END-IF
           END-IF.
           IF CARD-VALID
               IF WS-PND-STATE (WS-PND-HIT) = 'X'
                   MOVE 'CHANGE HAS EXPIRED' TO WS-CARD-REASON
                   SET CARD-INVALID TO TRUE
               ELSE
                   IF WS-PND-STATE (WS-PND-HIT) NOT = SPACE
                       MOVE 'ALREADY DECIDED THIS RUN'
                           TO WS-CARD-REASON
                       SET CARD-INVALID TO TRUE
                   END-IF
               END-IF
           END-IF.
      * The heart of the control: the checker may not be the maker.
      * A change refused here stays pending for another approver.
           IF CARD-VALID
               IF PEND-SUBMITTER = WS-OPER-ID
                   MOVE 'APPROVER IS THE SUBMITTER' TO WS-CARD-REASON
                   SET CARD-INVALID TO TRUE
               END-IF
           END-IF.
      * An approved change goes in only over the record it was
      * submitted against. Anything else - a change applied since, an
      * account added behind an ADD - and the change is taken off as
      * stale for the maker to resubmit against the master as it is.
      * The after-image is logged before the master is touched; a
      * change that cannot be logged is not applied and stays
      * pending for the next APPROVE run.
       TERAPKAN-KEPUTUSAN.
           MOVE 'N' TO WS-KEEP-PEND.
           IF APPR-REJECT
               MOVE 'D' TO WS-PND-STATE (WS-PND-HIT)
               ADD 1 TO WS-DECLINE-COUNT
           ELSE
               PERFORM CARI-REKENING
               IF PEND-BEFORE-ON-FILE
                   IF NOT ACCT-REC-HELD
                       OR ACCT-RECORD NOT = PEND-BEFORE (1:50)
                       MOVE 'MASTER CHANGED SINCE SUBMIT'
                           TO WS-CARD-REASON
                       SET CARD-INVALID TO TRUE
                   END-IF
               ELSE
                   IF ACCT-REC-HELD
                       MOVE 'MASTER CHANGED SINCE SUBMIT'
                           TO WS-CARD-REASON
                       SET CARD-INVALID TO TRUE
                   END-IF
               END-IF
               IF CARD-VALID
                   PERFORM BENTUK-SESUDAH
                   PERFORM CATAT-LOG
               END-IF
               IF CARD-VALID
                   PERFORM TERAPKAN-KARTU
               END-IF
               IF CARD-VALID
                   MOVE 'A' TO WS-PND-STATE (WS-PND-HIT)
               ELSE
                   IF NOT KEEP-PENDING
                       MOVE 'S' TO WS-PND-STATE (WS-PND-HIT)
                   END-IF
               END-IF
           END-IF.
       CATAT-LOG.
           MOVE SPACES TO MLOG-RECORD.
           MOVE 'ACCTFILE' TO MLOG-FILE.
           MOVE PEND-ID-N TO MLOG-PEND-ID.
           MOVE ACARD-ACTION TO MLOG-ACTION.
           MOVE PEND-SUBMITTER TO MLOG-SUBMITTER.
           MOVE WS-OPER-ID TO MLOG-APPROVER.
           MOVE WS-TODAY TO MLOG-APPLY-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATETIME.
           MOVE WS-SYS-DATETIME(9:6) TO MLOG-APPLY-TIME.
           MOVE PEND-BEFORE-FLAG TO MLOG-BEFORE-FLAG.
           MOVE PEND-BEFORE TO MLOG-BEFORE.
           MOVE 'Y' TO MLOG-AFTER-FLAG.
           MOVE ACCT-RECORD TO MLOG-AFTER.
           WRITE MLOG-RECORD.
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'MYACCMT: MNTLOG WRITE FAILED - STATUS='
                   WS-LOG-STATUS ' PENDING ID=' PEND-ID
                   ' NOT APPLIED - LEFT PENDING'
               SET KEEP-PENDING TO TRUE
               MOVE 'MNTLOG WRITE FAILED' TO WS-CARD-REASON
               SET CARD-INVALID TO TRUE
           END-IF.
      * The master record as the change will leave it, built in the
      * record area over the one CARI-REKENING read.
       BENTUK-SESUDAH.
           IF ACARD-ADD
               MOVE SPACES TO ACCT-RECORD
               MOVE ACARD-ACCOUNT-NO-N TO ACCT-ACCOUNT-NO
               MOVE ACARD-BRANCH TO ACCT-BRANCH
               SET ACCT-OPEN TO TRUE
               MOVE ACARD-POST-LIMIT-N TO ACCT-POST-LIMIT
           END-IF.
           IF ACARD-CHANGE
               IF ACARD-NAME NOT = SPACES
               IF ACARD-POST-LIMIT NOT = SPACES
                   MOVE ACARD-POST-LIMIT-N TO ACCT-POST-LIMIT
               END-IF
           END-IF.
           IF ACARD-CLOSE
               SET ACCT-CLOSED TO TRUE
           END-IF.
           IF ACARD-REOPEN
               SET ACCT-OPEN TO TRUE
           END-IF.
       TERAPKAN-KARTU.
           IF ACARD-ADD
               WRITE ACCT-RECORD
                   INVALID KEY
                       MOVE 'ACCOUNT ALREADY ON MASTER'
                           TO WS-CARD-REASON
                       SET CARD-INVALID TO TRUE
               END-WRITE
           ELSE
               REWRITE ACCT-RECORD
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ON MASTER' TO WS-CARD-REASON
                       SET CARD-INVALID TO TRUE
               END-REWRITE
           END-IF.
           IF CARD-VALID
               ADD 1 TO WS-APPLY-COUNT
           ELSE
               DISPLAY 'MYACCMT: ACCTFILE WRITE FAILED - STATUS='
                   WS-ACCT-STATUS ' PENDING ID=' PEND-ID
                   ' LOGGED BUT NOT APPLIED'
               SET MASTER-WRITE-FAILED TO TRUE
           END-IF.
       TULIS-DISPOSISI.
           IF CARD-INVALID
               ADD 1 TO WS-REJECT-COUNT
               MOVE ACARD-BRANCH TO WS-RPT-CRD-BRANCH
               MOVE ACARD-POST-LIMIT TO WS-RPT-CRD-LIMIT
               IF CARD-VALID
                   MOVE 'PENDING' TO WS-RPT-CRD-DISP
                   MOVE PEND-ID-N TO WS-RPT-PEND-ID
                   MOVE WS-RPT-PEND-REF TO WS-RPT-CRD-REASON
               ELSE
                   MOVE 'REJECTED' TO WS-RPT-CRD-DISP
                   MOVE WS-CARD-REASON TO WS-RPT-CRD-REASON
               MOVE WS-RPT-CARD-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
       TULIS-KEPUTUSAN.
           IF CARD-INVALID
               ADD 1 TO WS-REJECT-COUNT
               MOVE 'REJECTED' TO WS-RPT-CRD-DISP
               MOVE WS-CARD-REASON TO WS-RPT-CRD-REASON
           ELSE
               IF APPR-APPROVE
                   MOVE 'APPLIED' TO WS-RPT-CRD-DISP
               ELSE
                   MOVE 'DECLINED' TO WS-RPT-CRD-DISP
               END-IF
               MOVE SPACES TO WS-RPT-CRD-REASON
           END-IF.
           MOVE APPR-DECISION TO WS-RPT-DEC-DECISION.
           MOVE APPR-PEND-ID TO PEND-ID.
           PERFORM TULIS-BARIS-TERTUNDA.
      * One line per pending change decided or expired: its ID, the
      * checker's decision, the maker, then the card as submitted.
       TULIS-BARIS-TERTUNDA.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               MOVE PEND-ID TO WS-RPT-DEC-ID
               MOVE PEND-SUBMITTER TO WS-RPT-DEC-SUBMITTER
               MOVE ACARD-ACTION TO WS-RPT-CRD-ACTION
               MOVE ACARD-ACCOUNT-NO TO WS-RPT-CRD-ACCT
               MOVE ACARD-NAME TO WS-RPT-CRD-NAME
               MOVE ACARD-BRANCH TO WS-RPT-CRD-BRANCH
               MOVE ACARD-POST-LIMIT TO WS-RPT-CRD-LIMIT
               MOVE WS-RPT-CARD-LINE TO WS-RPT-DEC-DETAIL
               MOVE WS-RPT-DEC-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
      * The control record goes first, carrying the last ID issued.
       TULIS-TERTUNDA-BARU.
           IF WS-NEXT-SEQ > ZERO
               MOVE WS-TODAY TO WS-LAST-DATE
               MOVE WS-NEXT-SEQ TO WS-LAST-SEQ
           END-IF.
           MOVE SPACES TO PEND-RECORD.
           MOVE ZERO TO PEND-ID-N.
           MOVE WS-LAST-DATE TO PEND-LAST-DATE.
           MOVE WS-LAST-SEQ TO PEND-LAST-SEQ.
           WRITE PNEW-RECORD FROM PEND-RECORD.
           MOVE ZERO TO WS-P.
           PERFORM UNTIL WS-P >= WS-PND-SIZE
               ADD 1 TO WS-P
               IF WS-PND-STATE (WS-P) = SPACE
                   WRITE PNEW-RECORD FROM WS-PND-REC (WS-P)
                   ADD 1 TO WS-LEFT-COUNT
               END-IF
           END-PERFORM.
           CLOSE PNEW-FILE.
       CETAK-KONTROL.
           IF REPORT-FILE-OPEN
               MOVE SPACES TO RPT-LINE
               MOVE WS-REJECT-COUNT TO WS-RPT-CTL-REJ
               MOVE WS-RPT-CTL-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE WS-PEND-COUNT TO WS-RPT-CTL-PEND
               MOVE WS-DECLINE-COUNT TO WS-RPT-CTL-DECL
               MOVE WS-EXPIRE-COUNT TO WS-RPT-CTL-EXP
               MOVE WS-LEFT-COUNT TO WS-RPT-CTL-LEFT
               MOVE WS-RPT-CTL-LINE2 TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORT-FILE
           END-IF.
       SELESAI.
