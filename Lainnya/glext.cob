      *                  whose grand total silently no longer
      *                  netted to the RECRPT actual total, the one
      *                  property the interface promises.
      * 09/28/26 MYNAME  Transfer legs (type T) are now split by
      *                  the other leg's branch carried in OUT-DESC:
      *                  legs whose accounts share a branch stay in
      *                  the branch's T cell, inter-branch legs go to
      *                  a separate I cell (see copybook GLREC), so
      *                  the GL sees inter-branch settlement on its
      *                  own lines. GLPROOF shows both transfer nets,
      *                  which must each be zero.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           88 CELL-TABLE-OVERFLOWED VALUE 'Y'.
       77 WS-GT-COUNT PIC 9(7) VALUE ZERO.
       77 WS-GT-AMT PIC S9(11)V99 VALUE ZERO.
       77 WS-SEL-TYPE PIC X VALUE SPACE.
       77 WS-XFER-SAME-AMT PIC S9(11)V99 VALUE ZERO.
       77 WS-XFER-INTER-AMT PIC S9(11)V99 VALUE ZERO.
       01  WS-CELL-TABLE.
           05  WS-CELL-ENTRY OCCURS 300 TIMES.
               10  WS-CELL-BRANCH      PIC X(4).
           05  FILLER                  PIC X(15) VALUE
               '  GRAND TOTAL ='.
           05  WS-RPT-TRL-AMT          PIC -(10)9.99.
       01  WS-RPT-XFER.
           05  WS-RPT-XFER-LABEL       PIC X(28).
           05  WS-RPT-XFER-AMT         PIC -(10)9.99.
       PROCEDURE DIVISION.
       INISIALISASI.
           PERFORM BACA-PARM.
                       PERFORM KUMPUL-SEL
                   END-IF
           END-READ.
      * A transfer leg's cell type says whether the other leg is in
      * the same branch (T) or another branch (I).
       KUMPUL-SEL.
           MOVE OUT-TRAN-TYPE TO WS-SEL-TYPE.
           IF OUT-TRAN-TYPE = 'T'
               IF OUT-XFER-BRANCH = OUT-ACCT-BRANCH
                   ADD OUT-AMOUNT TO WS-XFER-SAME-AMT
               ELSE
                   MOVE 'I' TO WS-SEL-TYPE
                   ADD OUT-AMOUNT TO WS-XFER-INTER-AMT
               END-IF
           END-IF.
           PERFORM CARI-SEL.
           IF WS-CELL-HIT = ZERO
               IF WS-CELL-SIZE < 300
                   ADD 1 TO WS-CELL-SIZE
                   MOVE OUT-ACCT-BRANCH
                       TO WS-CELL-BRANCH (WS-CELL-SIZE)
                   MOVE WS-SEL-TYPE TO WS-CELL-TYPE (WS-CELL-SIZE)
                   MOVE ZERO TO WS-CELL-COUNT (WS-CELL-SIZE)
                   MOVE ZERO TO WS-CELL-AMT (WS-CELL-SIZE)
                   MOVE WS-CELL-SIZE TO WS-CELL-HIT
               ELSE
                   SET CELL-TABLE-OVERFLOWED TO TRUE
                   DISPLAY 'MYGLEXT: CELL TABLE FULL - BRANCH '
                       OUT-ACCT-BRANCH ' TYPE ' WS-SEL-TYPE
                       ' NOT ACCUMULATED'
               END-IF
           END-IF.
           PERFORM UNTIL WS-CI >= WS-CELL-SIZE OR WS-CELL-HIT > ZERO
               ADD 1 TO WS-CI
               IF WS-CELL-BRANCH (WS-CI) = OUT-ACCT-BRANCH
                   AND WS-CELL-TYPE (WS-CI) = WS-SEL-TYPE
                   MOVE WS-CI TO WS-CELL-HIT
               END-IF
           END-PERFORM.
               MOVE WS-GT-AMT TO WS-RPT-TRL-AMT
               MOVE WS-RPT-TRAILER TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE 'SAME-BRANCH TRANSFERS NET =' TO WS-RPT-XFER-LABEL
               MOVE WS-XFER-SAME-AMT TO WS-RPT-XFER-AMT
               MOVE WS-RPT-XFER TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               MOVE 'INTER-BRANCH TRANSFERS NET=' TO WS-RPT-XFER-LABEL
               MOVE WS-XFER-INTER-AMT TO WS-RPT-XFER-AMT
               MOVE WS-RPT-XFER TO RPT-LINE
               WRITE RPT-LINE
               CLOSE REPORT-FILE
           END-IF.
       SELESAI.
