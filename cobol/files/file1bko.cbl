      *> complete offsetting batch under the parm-named target
      *> FILE1-KEY-BATCH - header and trailer built, every original
      *> detail re-keyed as a reversal record and every original
      *> reversal as a detail, every original inter-branch transfer
      *> as a transfer back from the receiving branch to the
      *> sending one - so the next stream run posts the exact
      *> offset. The backout report proves, at the original
      *> business date's rates, that the generated batch nets the
      *> original to zero before anything posts.
      *> An original batch already aged out of file1.dat must come
      *> back through the de-archive utility first.
      *> A business date in a month FILE2MTD has closed is refused
      *> (PERDCHK, see period.cpy) unless the parm asks for the
      *> backout as a prior-period adjustment: the offsetting batch
      *> then posts in the current period with its header flagged
      *> for the closed month, and the month-end close report lists
      *> it in its own section. A month a supervisor has reopened
      *> through PERDUTIL backs out normally.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> and the free FILE1-KEY-BATCH dimension the offsetting batch
      *> generates into. All three are required - a backout is
      *> parameter-driven and explicit, nothing is guessed.
      *> BKO-ADJUST 'P' posts the backout of a closed month's set as
      *> a prior-period adjustment; anything else leaves a closed
      *> month refused.
       FD  BKO-PARM-FILE.
       01  BKO-PARM-RECORD.
           05  BKO-DATE             PIC 9(8).
           05  BKO-BATCH            PIC 9(4).
           05  BKO-TARGET-BATCH     PIC 9(4).
           05  BKO-ADJUST           PIC X(1).

       FD  BKO-REPORT.
       01  BKO-REPORT-RECORD        PIC X(80).
       01 WS-NEXT-SEQ           PIC 9(6) VALUE 0.
       01 WS-WORK-SUB           PIC 9(6) VALUE 0.

      *> Closed-period check through PERDCHK. WS-ADJ-PERIOD is the
      *> closed month the generated batch is flagged for, zero for
      *> an ordinary backout.
       01 WS-ADJUST-REQUESTED   PIC X VALUE 'N'.
       01 WS-PERIOD-STATUS      PIC X(1) VALUE '0'.
       01 WS-ADJ-PERIOD         PIC 9(6) VALUE 0.

       01 WS-CONVERTED-AMOUNT   PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CONV-STATUS        PIC X(1) VALUE '0'.
       01 WS-CONV-AMOUNT-IN     PIC S9(6)V99 COMP-3 VALUE 0.
               10  WS-ORIG-AMOUNT   PIC S9(6)V99 COMP-3.
               10  WS-ORIG-BRANCH   PIC X(3).
               10  WS-ORIG-CURR     PIC X(3).
               10  WS-ORIG-ACCOUNT  PIC X(8).
               10  WS-ORIG-ITEM-REF PIC X(16).
               10  WS-ORIG-TYPE     PIC X(1).
               10  WS-ORIG-XFER-TO  PIC X(3).

       01 WS-FILE1-STATUS       PIC XX VALUE '00'.
       01 WS-FILE2-STATUS       PIC XX VALUE '00'.
           05  WS-FIG-VALUE      PIC -(10)9.99.
           05  FILLER            PIC X(36) VALUE SPACES.

       01 WS-ADJ-LINE.
           05  FILLER            PIC X(30) VALUE
               'PRIOR-PERIOD ADJUSTMENT FOR: '.
           05  WS-ADJ-MONTH      PIC 9(6).
           05  FILLER            PIC X(44) VALUE
               ' - ORIGINAL PERIOD IS CLOSED'.

       01 WS-RESULT-LINE.
           05  FILLER            PIC X(22) VALUE
               'NETS-TO-ZERO CHECK:   '.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-BKO-PARM
           PERFORM CHECK-BACKOUT-PERIOD
           PERFORM TAKE-UPDATE-LOCK
           PERFORM VERIFY-POSTED-SET
           PERFORM LOAD-ORIGINAL-BATCH
               IF BKO-TARGET-BATCH NUMERIC
                   MOVE BKO-TARGET-BATCH TO WS-TARGET-BATCH
               END-IF
               IF BKO-ADJUST = 'P'
                   MOVE 'Y' TO WS-ADJUST-REQUESTED
               END-IF
               CLOSE BKO-PARM-FILE
           END-IF
           IF WS-BACKOUT-DATE = 0 OR WS-BACKOUT-BATCH = 0
               ' batch ' WS-BACKOUT-BATCH ' into batch '
               WS-TARGET-BATCH.

      *> A closed month's posted figures are final: backing one of
      *> its sets out in place would change a month already
      *> reported. Only the parm's explicit prior-period request
      *> lets the backout through, flagged for that month.
       CHECK-BACKOUT-PERIOD.
           CALL 'PERDCHK' USING WS-BACKOUT-DATE, WS-PERIOD-STATUS
           IF WS-PERIOD-STATUS NOT = 'C'
               IF WS-ADJUST-REQUESTED = 'Y'
                   DISPLAY 'FILE1BKO: period of ' WS-BACKOUT-DATE
                       ' is open - prior-period flag ignored'
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ADJUST-REQUESTED NOT = 'Y'
               DISPLAY 'FILE1BKO: period of ' WS-BACKOUT-DATE
                   ' is closed - set BKO-ADJUST to P to post the '
                   'backout as a prior-period adjustment'
               MOVE 'E' TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING 'REFUSED ' WS-BACKOUT-DATE ' BATCH '
                   WS-BACKOUT-BATCH ' - PERIOD CLOSED'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-ADJ-PERIOD = WS-BACKOUT-DATE / 100
           DISPLAY 'FILE1BKO: period ' WS-ADJ-PERIOD ' is closed - '
               'posting as a prior-period adjustment'.

      *> Same take/refuse/release protocol as FILE1REV and the
      *> other ad-hoc updaters of file1.dat.
       TAKE-UPDATE-LOCK.
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF FILE1-KEY-BATCH = WS-BACKOUT-BATCH
                       AND (FILE1-IS-DETAIL OR FILE1-IS-REVERSAL
                            OR FILE1-IS-TRANSFER)
                       IF WS-ORIG-COUNT >= 100000
                           DISPLAY 'FILE1BKO ABEND: batch exceeds '
                               '100000 records'
                           TO WS-ORIG-BRANCH (WS-ORIG-IDX)
                       MOVE FILE1-CURRENCY-CODE
                           TO WS-ORIG-CURR (WS-ORIG-IDX)
                       MOVE FILE1-ACCOUNT-NO
                           TO WS-ORIG-ACCOUNT (WS-ORIG-IDX)
                       MOVE FILE1-ITEM-REF
                           TO WS-ORIG-ITEM-REF (WS-ORIG-IDX)
                       MOVE FILE1-REC-TYPE
                           TO WS-ORIG-TYPE (WS-ORIG-IDX)
                       MOVE SPACES TO WS-ORIG-XFER-TO (WS-ORIG-IDX)
      *> A transfer moves the amount between branches and leaves
      *> the batch net where it was, so it adds nothing to the net.
                       EVALUATE TRUE
                           WHEN FILE1-IS-TRANSFER
                               IF FILE1-BRANCH-CODE = SPACES
                                   MOVE '000'
                                       TO WS-ORIG-BRANCH (WS-ORIG-IDX)
                               END-IF
                               MOVE FILE1-XFER-TO-BRANCH
                                   TO WS-ORIG-XFER-TO (WS-ORIG-IDX)
                           WHEN FILE1-IS-REVERSAL
                               SUBTRACT NUMBER-VALUE
                                   FROM WS-ORIG-NATIVE-NET ROUNDED
                           WHEN OTHER
                               ADD NUMBER-VALUE
                                   TO WS-ORIG-NATIVE-NET ROUNDED
                       END-EVALUATE
                   END-IF
           END-READ.

      *> The header's INVALID KEY doubles as the free-dimension
      *> guard, the same way FILE1LOAD refuses a batch number
      *> already on file. Each original detail generates a reversal
      *> record and each original reversal a detail, in sequence;
      *> each original transfer generates a transfer of the same
      *> amount with the sending and receiving branches swapped,
      *> which puts both branches back and, like the original,
      *> leaves the net alone. The trailer carries the generated
      *> batch's own net so FILE1's CHECK-CONTROL-TOTAL proves by
      *> construction.
       GENERATE-OFFSET-BATCH.
           OPEN I-O FILE1
           IF WS-FILE1-STATUS NOT = '00'
           SET FILE1-IS-HEADER TO TRUE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE 'BACKOUT' TO HDR-BATCH-ID
           MOVE WS-ADJ-PERIOD TO HDR-ADJ-PERIOD
           WRITE FILE1-RECORD
               INVALID KEY
                   DISPLAY 'FILE1BKO ABEND: target batch '
           ADD 1 TO WS-NEXT-SEQ
           MOVE WS-TARGET-BATCH TO FILE1-KEY-BATCH
           MOVE WS-NEXT-SEQ TO FILE1-KEY-SEQ
           MOVE SPACES TO FILE1-DETAIL-DATA
           EVALUATE WS-ORIG-TYPE (WS-ORIG-IDX)
               WHEN 'X'
                   SET FILE1-IS-TRANSFER TO TRUE
               WHEN 'R'
                   SET FILE1-IS-DETAIL TO TRUE
               WHEN OTHER
                   SET FILE1-IS-REVERSAL TO TRUE
           END-EVALUATE
           MOVE WS-ORIG-AMOUNT (WS-ORIG-IDX) TO NUMBER-VALUE
           MOVE WS-ORIG-CURR (WS-ORIG-IDX) TO FILE1-CURRENCY-CODE
           MOVE WS-ORIG-ITEM-REF (WS-ORIG-IDX) TO FILE1-ITEM-REF
           IF FILE1-IS-TRANSFER
               MOVE WS-ORIG-XFER-TO (WS-ORIG-IDX)
                   TO FILE1-BRANCH-CODE
               MOVE SPACES TO FILE1-ACCOUNT-NO
               MOVE WS-ORIG-BRANCH (WS-ORIG-IDX)
                   TO FILE1-XFER-TO-BRANCH
               WRITE FILE1-RECORD
               ADD 1 TO WS-GEN-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ORIG-BRANCH (WS-ORIG-IDX) TO FILE1-BRANCH-CODE
           MOVE WS-ORIG-ACCOUNT (WS-ORIG-IDX) TO FILE1-ACCOUNT-NO
           WRITE FILE1-RECORD
           ADD 1 TO WS-GEN-COUNT
           IF FILE1-IS-REVERSAL
           MOVE WS-BACKOUT-BATCH TO WS-HDR-BATCH
           MOVE WS-TARGET-BATCH TO WS-HDR-TARGET
           WRITE BKO-REPORT-RECORD FROM WS-RPT-HEADER
           IF WS-ADJ-PERIOD > 0
               MOVE WS-ADJ-PERIOD TO WS-ADJ-MONTH
               WRITE BKO-REPORT-RECORD FROM WS-ADJ-LINE
           END-IF
           MOVE 'ORIGINAL POSTED TOTAL (BASE): ' TO WS-FIG-NAME
           MOVE WS-ORIG-TRAILER TO WS-FIG-VALUE
           WRITE BKO-REPORT-RECORD FROM WS-FIGURE-LINE
