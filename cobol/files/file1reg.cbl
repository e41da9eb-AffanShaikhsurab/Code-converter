      *> in the unreadable file1.exc, and reversals were mixed into
      *> the detail report with nothing marking their effect. This
      *> report merges file1.dat and file1.exc for the selected batch
      *> and prints four sections - items posted, items rejected
      *> (with EXC-REASON), items reversed, inter-branch transfers -
      *> each with counts and value subtotals, ending in a proof line
      *> showing posted minus reversed equals the batch's net control
      *> total. A transfer is printed as its two legs, the sending
      *> branch out by the amount and the receiving branch in by it,
      *> each routed to its own branch; it moves the by-branch
      *> figures but not the proof.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-REJECTED-TOTAL     PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-REVERSED-COUNT     PIC 9(6) VALUE 0.
       01 WS-REVERSED-TOTAL     PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-XFER-COUNT         PIC 9(6) VALUE 0.
       01 WS-XFER-TOTAL         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-NET-TOTAL          PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CONTROL-TOTAL      PIC S9(6)V99 COMP-3 VALUE 0.
       01 WS-TRAILER-SEEN       PIC X VALUE 'N'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Columns 77-80 of each report line carry the routing tag
      *> DISTRPT bursts the register to branch and region mailboxes
      *> by (rptroute.cpy): the heading 'H', section titles 'S', an
      *> item or branch line 'B' and its branch (each leg of a
      *> transfer under its own branch, so both ends see it), a
      *> region line 'R' and its region; the subtotals and the proof
      *> carry none.
       01 WS-RPT-HEADER.
           05  FILLER            PIC X(26) VALUE
               'DAILY ACTIVITY REGISTER - '.
           05  WS-HDR-DATE       PIC 9(8).
           05  FILLER            PIC X(8)  VALUE '  BATCH '.
           05  WS-HDR-BATCH      PIC 9(4).
           05  FILLER            PIC X(30) VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'H'.

       01 WS-SECTION-TITLE.
           05  WS-SEC-TEXT       PIC X(76).
           05  FILLER            PIC X(4)  VALUE 'S'.

       01 WS-POSTED-LINE.
           05  FILLER            PIC X(5)  VALUE 'KEY '.
           05  WS-PST-AMOUNT     PIC -(5)9.99.
           05  FILLER            PIC X(9)  VALUE '  BRANCH '.
           05  WS-PST-BRANCH     PIC X(3).
           05  FILLER            PIC X(40) VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE 'B'.
           05  WS-PST-ROUTE      PIC X(3).

      *> One leg of a transfer: the branch it moves, the signed
      *> amount it moves by, and the branch on the other side.
       01 WS-XFER-LEG-LINE.
           05  FILLER            PIC X(5)  VALUE 'KEY '.
           05  WS-XFL-KEY        PIC 9(6).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-XFL-AMOUNT     PIC -(5)9.99.
           05  FILLER            PIC X(9)  VALUE '  BRANCH '.
           05  WS-XFL-BRANCH     PIC X(3).
           05  WS-XFL-DIRECTION  PIC X(6).
           05  WS-XFL-OTHER      PIC X(3).
           05  FILLER            PIC X(31) VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE 'B'.
           05  WS-XFL-ROUTE      PIC X(3).

       01 WS-REJECT-LINE.
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  WS-REJ-AMOUNT     PIC -(5)9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-REJ-REASON     PIC X(30).
           05  FILLER            PIC X(30) VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE 'B'.
           05  WS-REJ-ROUTE      PIC X(3).

      *> Per-branch net and count for the register's by-branch
      *> section, printed with the branch master's name and rolled
               10  WS-BRA-RECS      PIC 9(6).
       01 WS-BRANCH-FOUND       PIC X VALUE 'N'.
       01 WS-WORK-BRANCH        PIC X(3) VALUE SPACES.
       01 WS-LEG-AMOUNT         PIC S9(6)V99 COMP-3 VALUE 0.

       01 WS-BRCHK-STATUS       PIC X(1) VALUE '0'.
       01 WS-BRCHK-NAME         PIC X(20) VALUE SPACES.
           05  WS-BRN-RECS       PIC Z(5)9.
           05  FILLER            PIC X(8)  VALUE '  VALUE '.
           05  WS-BRN-NET        PIC -(8)9.99.
           05  FILLER            PIC X(19) VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE 'B'.
           05  WS-BRN-ROUTE      PIC X(3).

       01 WS-REGION-SUB-LINE.
           05  FILLER            PIC X(7)  VALUE 'REGION '.
           05  WS-RGN-RECS       PIC Z(5)9.
           05  FILLER            PIC X(8)  VALUE '  VALUE '.
           05  WS-RGN-NET        PIC -(8)9.99.
           05  FILLER            PIC X(34) VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE 'R'.
           05  WS-RGN-ROUTE      PIC X(3).

      *> Per-currency net of the native amounts (posted minus
      *> reversed, unconverted), so the register proves the original
           PERFORM REPORT-POSTED-SECTION
           PERFORM REPORT-REJECTED-SECTION
           PERFORM REPORT-REVERSED-SECTION
           PERFORM REPORT-TRANSFER-SECTION
           PERFORM REPORT-BRANCH-SECTION
           PERFORM REPORT-CURRENCY-SECTION
           PERFORM WRITE-PROOF-LINE
           CLOSE REG-REPORT
           DISPLAY 'FILE1REG: posted ' WS-POSTED-COUNT ' rejected '
               WS-REJECTED-COUNT ' reversed ' WS-REVERSED-COUNT
               ' transfers ' WS-XFER-COUNT ' - proof ' WS-PRF-STATUS
           IF WS-PROOF-OK = 'N'
               MOVE 8 TO RETURN-CODE
           END-IF
                                   ROUNDED
                               PERFORM ACCUMULATE-REG-CURRENCY
                               PERFORM ACCUMULATE-REG-BRANCH
                           WHEN FILE1-IS-TRANSFER
                               ADD 1 TO WS-XFER-COUNT
                               ADD NUMBER-VALUE TO WS-XFER-TOTAL
                                   ROUNDED
                               PERFORM ACCUMULATE-REG-TRANSFER
                       END-EVALUATE
                   END-IF
                   PERFORM READ-FILE1-FIRST-PASS
                       MOVE FILE1-KEY-SEQ TO WS-PST-KEY
                       MOVE NUMBER-VALUE TO WS-PST-AMOUNT
                       MOVE FILE1-BRANCH-CODE TO WS-PST-BRANCH
                       IF FILE1-BRANCH-CODE = SPACES
                           MOVE '000' TO WS-PST-ROUTE
                       ELSE
                           MOVE FILE1-BRANCH-CODE TO WS-PST-ROUTE
                       END-IF
                       WRITE REG-REPORT-RECORD FROM WS-POSTED-LINE
                   END-IF
                   IF FILE1-KEY-BATCH = WS-SELECTED-BATCH
                       AND WS-SECTION = 'X' AND FILE1-IS-TRANSFER
                       PERFORM WRITE-TRANSFER-LEG-LINES
                   END-IF
                   PERFORM READ-FILE1-SECTION-PASS
           END-READ.

                           ROUNDED
                       MOVE EXC-NUMBER-VALUE TO WS-REJ-AMOUNT
                       MOVE EXC-REASON TO WS-REJ-REASON
                       IF EXC-BRANCH-CODE = SPACES
                           MOVE '000' TO WS-REJ-ROUTE
                       ELSE
                           MOVE EXC-BRANCH-CODE TO WS-REJ-ROUTE
                       END-IF
                       WRITE REG-REPORT-RECORD FROM WS-REJECT-LINE
                   END-IF
                   PERFORM READ-EXCEPTIONS
           WRITE REG-REPORT-RECORD FROM WS-SUBTOTAL-LINE
           WRITE REG-REPORT-RECORD FROM WS-BLANK-LINE.

      *> The sending leg carries the branch FILE1 folded to '000'
      *> when none was keyed, the same as a detail.
       WRITE-TRANSFER-LEG-LINES.
           MOVE FILE1-KEY-SEQ TO WS-XFL-KEY
           IF FILE1-BRANCH-CODE = SPACES
               MOVE '000' TO WS-WORK-BRANCH
           ELSE
               MOVE FILE1-BRANCH-CODE TO WS-WORK-BRANCH
           END-IF
           COMPUTE WS-XFL-AMOUNT = 0 - NUMBER-VALUE
           MOVE WS-WORK-BRANCH TO WS-XFL-BRANCH
           MOVE WS-WORK-BRANCH TO WS-XFL-ROUTE
           MOVE ' TO   ' TO WS-XFL-DIRECTION
           MOVE FILE1-XFER-TO-BRANCH TO WS-XFL-OTHER
           WRITE REG-REPORT-RECORD FROM WS-XFER-LEG-LINE
           MOVE NUMBER-VALUE TO WS-XFL-AMOUNT
           MOVE FILE1-XFER-TO-BRANCH TO WS-XFL-BRANCH
           MOVE FILE1-XFER-TO-BRANCH TO WS-XFL-ROUTE
           MOVE ' FROM ' TO WS-XFL-DIRECTION
           MOVE WS-WORK-BRANCH TO WS-XFL-OTHER
           WRITE REG-REPORT-RECORD FROM WS-XFER-LEG-LINE.

       REPORT-TRANSFER-SECTION.
           MOVE 'INTER-BRANCH TRANSFERS' TO WS-SEC-TEXT
           WRITE REG-REPORT-RECORD FROM WS-SECTION-TITLE
           MOVE 'X' TO WS-SECTION
           PERFORM WRITE-POSTED-DETAIL-LINES
           MOVE 'TRANSFERRED:  ' TO WS-SUB-TEXT
           MOVE WS-XFER-COUNT TO WS-SUB-COUNT
           MOVE WS-XFER-TOTAL TO WS-SUB-VALUE
           WRITE REG-REPORT-RECORD FROM WS-SUBTOTAL-LINE
           WRITE REG-REPORT-RECORD FROM WS-BLANK-LINE.

       ACCUMULATE-REG-BRANCH.
           IF FILE1-BRANCH-CODE = SPACES
               MOVE '000' TO WS-WORK-BRANCH
           ELSE
               MOVE FILE1-BRANCH-CODE TO WS-WORK-BRANCH
           END-IF
           IF FILE1-IS-REVERSAL
               COMPUTE WS-LEG-AMOUNT = 0 - NUMBER-VALUE
           ELSE
               MOVE NUMBER-VALUE TO WS-LEG-AMOUNT
           END-IF
           PERFORM FIND-REG-BRANCH.

      *> A transfer takes its amount out of the sending branch and
      *> puts it into the receiving one - the batch net is unmoved,
      *> and the native amount nets to nothing, so the currency
      *> section is left alone.
       ACCUMULATE-REG-TRANSFER.
           IF FILE1-BRANCH-CODE = SPACES
               MOVE '000' TO WS-WORK-BRANCH
           ELSE
               MOVE FILE1-BRANCH-CODE TO WS-WORK-BRANCH
           END-IF
           COMPUTE WS-LEG-AMOUNT = 0 - NUMBER-VALUE
           PERFORM FIND-REG-BRANCH
           MOVE FILE1-XFER-TO-BRANCH TO WS-WORK-BRANCH
           MOVE NUMBER-VALUE TO WS-LEG-AMOUNT
           PERFORM FIND-REG-BRANCH.

       FIND-REG-BRANCH.
           MOVE 'N' TO WS-BRANCH-FOUND
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT

       ADD-TO-REG-BRANCH.
           ADD 1 TO WS-BRA-RECS (WS-BRANCH-IDX)
           ADD WS-LEG-AMOUNT TO WS-BRA-NET (WS-BRANCH-IDX) ROUNDED.

       REPORT-BRANCH-SECTION.
           MOVE 'BY BRANCH' TO WS-SEC-TEXT
               CALL 'BRCHK' USING WS-BRA-CODE (WS-BRANCH-IDX),
                   WS-BRCHK-STATUS, WS-BRCHK-NAME, WS-BRCHK-REGION
               MOVE WS-BRA-CODE (WS-BRANCH-IDX) TO WS-BRN-CODE
               MOVE WS-BRA-CODE (WS-BRANCH-IDX) TO WS-BRN-ROUTE
               MOVE WS-BRCHK-NAME TO WS-BRN-NAME
               MOVE WS-BRA-RECS (WS-BRANCH-IDX) TO WS-BRN-RECS
               MOVE WS-BRA-NET (WS-BRANCH-IDX) TO WS-BRN-NET
           PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                   UNTIL WS-REGION-IDX > WS-REGION-COUNT
               MOVE WS-REG-CODE (WS-REGION-IDX) TO WS-RGN-CODE
               MOVE WS-REG-CODE (WS-REGION-IDX) TO WS-RGN-ROUTE
               MOVE WS-REG-RECS (WS-REGION-IDX) TO WS-RGN-RECS
               MOVE WS-REG-NET (WS-REGION-IDX) TO WS-RGN-NET
               WRITE REG-REPORT-RECORD FROM WS-REGION-SUB-LINE
