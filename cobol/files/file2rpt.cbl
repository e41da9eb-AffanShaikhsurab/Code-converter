       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

      *> Columns 77-80 of each report line carry the routing tag
      *> DISTRPT bursts the report to branch and region mailboxes by
      *> (rptroute.cpy): the heading 'H', each detail 'B' and its
      *> branch; the grand total carries none. A transfer prints as
      *> two lines, one routed to each of its branches.
       01 WS-HEADER-LINE.
           05  FILLER           PIC X(22) VALUE
               'FILE1 AUDIT REPORT - '.
           05  WS-HDR-DATE      PIC 9(8).
           05  FILLER           PIC X(46) VALUE SPACES.
           05  FILLER           PIC X(4)  VALUE 'H'.

       01 WS-DETAIL-LINE.
           05  FILLER           PIC X(10) VALUE 'NUMBER: '.
           05  WS-DTL-NUMBER    PIC -(5)9.99.
           05  FILLER           PIC X(10) VALUE ' TOTAL: '.
           05  WS-DTL-TOTAL     PIC -(8)9.99.
           05  FILLER           PIC X(35) VALUE SPACES.
           05  FILLER           PIC X(1)  VALUE 'B'.
           05  WS-DTL-ROUTE     PIC X(3).

      *> An inter-branch transfer: out of the sending branch and into
      *> the receiving one, so the running total does not move.
       01 WS-XFER-LINE.
           05  FILLER           PIC X(10) VALUE 'TRANSFER: '.
           05  WS-XFR-NUMBER    PIC -(5)9.99.
           05  FILLER           PIC X(10) VALUE ' TOTAL: '.
           05  WS-XFR-TOTAL     PIC -(8)9.99.
           05  FILLER           PIC X(7)  VALUE '  FROM '.
           05  WS-XFR-FROM      PIC X(3).
           05  FILLER           PIC X(4)  VALUE ' TO '.
           05  WS-XFR-TO        PIC X(3).
           05  FILLER           PIC X(18) VALUE SPACES.
           05  FILLER           PIC X(1)  VALUE 'B'.
           05  WS-XFR-ROUTE     PIC X(3).

       01 WS-FOOTER-LINE.
           05  FILLER           PIC X(20) VALUE 'GRAND TOTAL: '.
                       ADD 1 TO WS-RECORD-COUNT
                       MOVE NUMBER-VALUE TO WS-DTL-NUMBER
                       MOVE WS-TOTAL TO WS-DTL-TOTAL
                       PERFORM SET-DETAIL-ROUTE
                       WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                   END-IF
      *> A reversal's own NUMBER-VALUE is always the positive magnitude
                           ADD 1 TO WS-RECORD-COUNT
                           MOVE NUMBER-VALUE TO WS-DTL-NUMBER
                           MOVE WS-TOTAL TO WS-DTL-TOTAL
                           PERFORM SET-DETAIL-ROUTE
                           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
                       END-IF
                   END-IF
                   IF FILE1-IS-TRANSFER
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM WRITE-TRANSFER-LINES
                   END-IF
                   PERFORM READ-FILE1
                   END-IF
           END-READ.

      *> A detail keyed before the branch dimension existed folds
      *> into the house branch, as FILE1's subtotals fold it.
       SET-DETAIL-ROUTE.
           IF FILE1-BRANCH-CODE = SPACES
               MOVE '000' TO WS-DTL-ROUTE
           ELSE
               MOVE FILE1-BRANCH-CODE TO WS-DTL-ROUTE
           END-IF.

      *> The sending leg shows the amount leaving its branch, the
      *> receiving leg the amount arriving; each goes to its branch.
       WRITE-TRANSFER-LINES.
           PERFORM SET-DETAIL-ROUTE
           MOVE WS-DTL-ROUTE TO WS-XFR-FROM
           MOVE FILE1-XFER-TO-BRANCH TO WS-XFR-TO
           MOVE WS-TOTAL TO WS-XFR-TOTAL
           COMPUTE WS-XFR-NUMBER = 0 - NUMBER-VALUE
           MOVE WS-XFR-FROM TO WS-XFR-ROUTE
           WRITE REPORT-RECORD FROM WS-XFER-LINE
           MOVE NUMBER-VALUE TO WS-XFR-NUMBER
           MOVE WS-XFR-TO TO WS-XFR-ROUTE
           WRITE REPORT-RECORD FROM WS-XFER-LINE.

       WRITE-FOOTER.
           MOVE WS-TOTAL TO WS-FTR-TOTAL
           WRITE REPORT-RECORD FROM WS-FOOTER-LINE.
