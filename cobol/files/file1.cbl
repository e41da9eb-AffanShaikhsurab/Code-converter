       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-EXCEPTION-REASON   PIC X(30).
      *> The standard code for the reason (reason.dat, rsncode.cpy).
       01 WS-EXCEPTION-CODE     PIC X(4).

      *> Widening NUMBER-VALUE to PIC 9(7) (req 004) ruled out a flat
      *> one-flag-per-value bitmap, so duplicates seen so far are kept
       01 WS-PAGE-COUNT         PIC 9(4) VALUE 0.
       01 WS-LINES-PER-PAGE     PIC 9(4) VALUE 60.

      *> Columns 77-80 of each report line carry the routing tag
      *> DISTRPT bursts the report to branch and region mailboxes by
      *> (rptroute.cpy): headings 'H', a detail or branch subtotal
      *> 'B' and its branch, a region subtotal 'R' and its region;
      *> the bank-wide totals carry none.
       01 WS-REPORT-HEADING.
           05  FILLER            PIC X(11) VALUE 'FILE1 RUN '.
           05  WS-HDG-DATE       PIC 9(8).
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  FILLER            PIC X(5)  VALUE 'PAGE '.
           05  WS-HDG-PAGE       PIC ZZZ9.
           05  FILLER            PIC X(42) VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'H'.

       01 WS-COLUMN-HEADING.
           05  FILLER            PIC X(10) VALUE 'NUMBER'.
           05  FILLER            PIC X(10) VALUE 'TOTAL'.
           05  FILLER            PIC X(56) VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'H'.

       01 WS-DETAIL-LINE.
           05  WS-DTL-NUMBER     PIC -(5)9.99.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  WS-DTL-TOTAL      PIC -(8)9.99.
           05  FILLER            PIC X(49) VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE 'B'.
           05  WS-DTL-ROUTE      PIC X(3).

       01 WS-FOOTER-LINE.
           05  FILLER            PIC X(13) VALUE 'GRAND TOTAL: '.
           05  WS-SUB-TOTAL      PIC -(8)9.99.
           05  FILLER            PIC X(5)  VALUE ' CNT '.
           05  WS-SUB-RECS       PIC Z(5)9.
           05  FILLER            PIC X(22) VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE 'B'.
           05  WS-SUB-ROUTE      PIC X(3).

       01 WS-BRCHK-STATUS       PIC X(1) VALUE '0'.
       01 WS-BRCHK-NAME         PIC X(20) VALUE SPACES.
               10  WS-REG-RECS      PIC 9(6).
       01 WS-REGION-FOUND       PIC X VALUE 'N'.

      *> Inter-branch transfers: each one moves its amount from the
      *> sending branch's subtotal to the receiving branch's and
      *> leaves the grand total alone; the report counts them under
      *> the grand total.
       01 WS-XFER-COUNT         PIC 9(6) VALUE 0.
       01 WS-XFER-VALUE         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-LEG-BRANCH         PIC X(3) VALUE SPACES.
       01 WS-LEG-AMOUNT         PIC S9(6)V99 COMP-3 VALUE 0.

       01 WS-XFER-LINE.
           05  FILLER            PIC X(24) VALUE
               'INTER-BRANCH TRANSFERS: '.
           05  WS-XFER-LINE-COUNT PIC Z(5)9.
           05  FILLER            PIC X(8)  VALUE ' VALUE: '.
           05  WS-XFER-LINE-VALUE PIC -(8)9.99.
           05  FILLER            PIC X(30) VALUE SPACES.

       01 WS-REGION-SUB-LINE.
           05  FILLER            PIC X(7)  VALUE 'REGION '.
           05  WS-RSUB-CODE      PIC X(3).
           05  WS-RSUB-TOTAL     PIC -(8)9.99.
           05  FILLER            PIC X(5)  VALUE ' CNT '.
           05  WS-RSUB-RECS      PIC Z(5)9.
           05  FILLER            PIC X(32) VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE 'R'.
           05  WS-RSUB-ROUTE     PIC X(3).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           END-IF
           MOVE NUMBER-VALUE TO WS-DTL-NUMBER
           MOVE WS-TOTAL TO WS-DTL-TOTAL
           MOVE FILE1-BRANCH-CODE TO WS-DTL-ROUTE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-GRAND-TOTAL.
           MOVE WS-TOTAL TO WS-FTR-TOTAL
           WRITE REPORT-RECORD FROM WS-FOOTER-LINE
           IF WS-XFER-COUNT > 0
               MOVE WS-XFER-COUNT TO WS-XFER-LINE-COUNT
               MOVE WS-XFER-VALUE TO WS-XFER-LINE-VALUE
               WRITE REPORT-RECORD FROM WS-XFER-LINE
           END-IF.

       READ-NUMBERS.
           READ FILE1 INTO FILE1-RECORD
                       WHEN FILE1-IS-REVERSAL
                           ADD 1 TO WS-DETAIL-COUNT
                           PERFORM VALIDATE-AND-ADD
                       WHEN FILE1-IS-TRANSFER
                           ADD 1 TO WS-DETAIL-COUNT
                           PERFORM VALIDATE-TRANSFER
                   END-EVALUATE
                   PERFORM READ-NUMBERS
                   END-IF
       VALIDATE-AND-ADD.
           IF NUMBER-VALUE NOT NUMERIC
               MOVE 'INVALID/NON-NUMERIC INPUT' TO WS-EXCEPTION-REASON
               MOVE 'E001' TO WS-EXCEPTION-CODE
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
               IF (FILE1-IS-DETAIL AND NUMBER-VALUE < 0)
                   OR (FILE1-IS-REVERSAL AND NUMBER-VALUE < 0)
                   MOVE 'NEGATIVE AMOUNT NOT ALLOWED'
                       TO WS-EXCEPTION-REASON
                   MOVE 'E002' TO WS-EXCEPTION-CODE
                   PERFORM WRITE-EXCEPTION-RECORD
               ELSE
                   PERFORM CHECK-DUPLICATE
                   IF WS-DUPLICATE-FOUND = 'Y'
                       MOVE 'DUPLICATE NUMBER-VALUE'
                           TO WS-EXCEPTION-REASON
                       MOVE 'E003' TO WS-EXCEPTION-CODE
                       PERFORM WRITE-EXCEPTION-RECORD
                   ELSE
                       PERFORM ACCUMULATE-BRANCH-TOTAL
               END-IF
           END-IF.

      *> A transfer must carry a positive amount and name two
      *> different branches. It takes no part in the duplicate check
      *> - moving the same sum between branches again is nothing
      *> unusual - and leaves WS-TOTAL where it was: the sending
      *> branch's subtotal goes down by the amount and the receiving
      *> branch's up by it. The native amount nets to nothing, so
      *> the currency subtotals are left alone too.
       VALIDATE-TRANSFER.
           IF FILE1-BRANCH-CODE = SPACES
               MOVE '000' TO FILE1-BRANCH-CODE
           END-IF
           EVALUATE TRUE
               WHEN NUMBER-VALUE NOT NUMERIC
                   MOVE 'INVALID/NON-NUMERIC INPUT'
                       TO WS-EXCEPTION-REASON
                   MOVE 'E001' TO WS-EXCEPTION-CODE
                   PERFORM WRITE-EXCEPTION-RECORD
               WHEN NUMBER-VALUE NOT > 0
                   MOVE 'TRANSFER AMOUNT NOT POSITIVE'
                       TO WS-EXCEPTION-REASON
                   MOVE 'E004' TO WS-EXCEPTION-CODE
                   PERFORM WRITE-EXCEPTION-RECORD
               WHEN FILE1-XFER-TO-BRANCH = SPACES
                   OR FILE1-XFER-TO-BRANCH = FILE1-BRANCH-CODE
                   MOVE 'TRANSFER NEEDS TWO BRANCHES'
                       TO WS-EXCEPTION-REASON
                   MOVE 'E005' TO WS-EXCEPTION-CODE
                   PERFORM WRITE-EXCEPTION-RECORD
               WHEN OTHER
                   MOVE FILE1-BRANCH-CODE TO WS-LEG-BRANCH
                   COMPUTE WS-LEG-AMOUNT = 0 - NUMBER-VALUE
                   PERFORM ADD-TRANSFER-LEG
                   MOVE FILE1-XFER-TO-BRANCH TO WS-LEG-BRANCH
                   MOVE NUMBER-VALUE TO WS-LEG-AMOUNT
                   PERFORM ADD-TRANSFER-LEG
                   ADD 1 TO WS-XFER-COUNT
                   ADD NUMBER-VALUE TO WS-XFER-VALUE ROUNDED
                   PERFORM WRITE-DETAIL-LINE
           END-EVALUATE.

       ADD-TRANSFER-LEG.
           MOVE 'N' TO WS-BRANCH-FOUND
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               IF WS-BRANCH-CODE (WS-BRANCH-IDX) = WS-LEG-BRANCH
                   MOVE 'Y' TO WS-BRANCH-FOUND
                   ADD 1 TO WS-BRANCH-RECS (WS-BRANCH-IDX)
                   ADD WS-LEG-AMOUNT
                       TO WS-BRANCH-TOTAL (WS-BRANCH-IDX) ROUNDED
               END-IF
           END-PERFORM
           IF WS-BRANCH-FOUND = 'N' AND WS-BRANCH-COUNT < 100
               ADD 1 TO WS-BRANCH-COUNT
               SET WS-BRANCH-IDX TO WS-BRANCH-COUNT
               MOVE WS-LEG-BRANCH TO WS-BRANCH-CODE (WS-BRANCH-IDX)
               MOVE 1 TO WS-BRANCH-RECS (WS-BRANCH-IDX)
               MOVE WS-LEG-AMOUNT TO WS-BRANCH-TOTAL (WS-BRANCH-IDX)
           END-IF.

      *> Reversals are checked for duplicates against their own table
      *> (WS-REVERSAL-SEEN-ENTRY), not WS-SEEN-ENTRY's details, since a
      *> reversal is expected to repeat the NUMBER-VALUE of the detail
               CALL 'BRCHK' USING WS-BRANCH-CODE (WS-BRANCH-IDX),
                   WS-BRCHK-STATUS, WS-BRCHK-NAME, WS-BRCHK-REGION
               MOVE WS-BRANCH-CODE (WS-BRANCH-IDX) TO WS-SUB-BRANCH
               MOVE WS-BRANCH-CODE (WS-BRANCH-IDX) TO WS-SUB-ROUTE
               MOVE WS-BRCHK-NAME TO WS-SUB-NAME
               MOVE WS-BRANCH-TOTAL (WS-BRANCH-IDX) TO WS-SUB-TOTAL
               MOVE WS-BRANCH-RECS (WS-BRANCH-IDX) TO WS-SUB-RECS
                   PERFORM WRITE-PAGE-HEADING
               END-IF
               MOVE WS-REG-CODE (WS-REGION-IDX) TO WS-RSUB-CODE
               MOVE WS-REG-CODE (WS-REGION-IDX) TO WS-RSUB-ROUTE
               MOVE WS-REG-TOTAL (WS-REGION-IDX) TO WS-RSUB-TOTAL
               MOVE WS-REG-RECS (WS-REGION-IDX) TO WS-RSUB-RECS
               WRITE REPORT-RECORD FROM WS-REGION-SUB-LINE
           MOVE NUMBER-VALUE TO EXC-NUMBER-VALUE
           MOVE FILE1-BRANCH-CODE TO EXC-BRANCH-CODE
           MOVE FILE1-CURRENCY-CODE TO EXC-CURRENCY-CODE
           MOVE FILE1-ACCOUNT-NO TO EXC-ACCOUNT-NO
           MOVE FILE1-ITEM-REF TO EXC-ITEM-REF
           MOVE WS-EXCEPTION-REASON TO EXC-REASON
           MOVE WS-EXCEPTION-CODE TO EXC-REASON-CODE
           MOVE FILE1-ENTRY-SOURCE TO EXC-ENTRY-SOURCE
           SET EXC-IS-PENDING TO TRUE
           MOVE SPACES TO EXC-WORKED-BY
           WRITE EXCEPTION-RECORD.
