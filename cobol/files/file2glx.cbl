      *> day's file2.glx nets to zero, and a control report lists
      *> every line produced with a proof total - the import posts as
      *> a balanced journal without manual intervention.
      *> An inter-branch transfer posts to the due-from account of
      *> the sending branch and the due-to account of the receiving
      *> branch, so each branch's books carry the open balance it
      *> holds against the other until the pair settles.
      *> Tax INTACCR withholds from interest posts as a reversal with
      *> item ref 'WHTAX yyyymm'; it is owed to the tax authority,
      *> not given back to a customer, so it extracts to its own
      *> tax-payable account rather than the reversal account.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> present, normal activity posts one line per branch - mapped
      *> branches to their own accounts, unmapped ones to the 'D'
      *> account; without them the extract stays a single normal
      *> line. 'F' names the due-from account a transfer's sending
      *> branch posts to and 'T' the due-to account its receiving
      *> branch posts to: a blank GLXM-BRANCH sets the account for
      *> every branch, a branch code overrides it for that branch.
      *> 'W' names the withholding-tax-payable account the 'WHTAX '
      *> reversals post to. A missing glxmap.parm falls back to the
      *> compiled-in defaults below, the way every other missing
      *> parm file defaults in this shop.
       FD  GLX-MAP-FILE.
       01  GLX-MAP-RECORD.
           05  GLXM-CLASS           PIC X(1).
      *> still holds with EUR/GBP items in the feed.
       01 WS-NORMAL-TOTAL       PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-REVERSAL-TOTAL     PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-TAX-TOTAL          PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CONVERTED-AMOUNT   PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CONV-STATUS        PIC X(1) VALUE '0'.

               10  WS-BRANCH-CODE   PIC X(3).
               10  WS-BRANCH-TOTAL  PIC S9(9)V99 COMP-3.
       01 WS-BRANCH-FOUND       PIC X VALUE 'N'.
       01 WS-ACTIVITY-BRANCH    PIC X(3) VALUE SPACES.
       01 WS-ACTIVITY-AMOUNT    PIC S9(9)V99 COMP-3 VALUE 0.

      *> Per-branch inter-branch transfer activity: what each branch
      *> sent out (due from the receiver) and took in (due to the
      *> sender). The legs net to zero across branches, so the
      *> normal/reversal proof against the trailer is untouched.
       01 WS-DUE-COUNT          PIC 9(3) VALUE 0.
       01 WS-DUE-TABLE.
           05  WS-DUE-ENTRY     OCCURS 100 TIMES
                                 INDEXED BY WS-DUE-IDX.
               10  WS-DUE-BRANCH    PIC X(3).
               10  WS-DUE-FROM-TOTAL PIC S9(9)V99 COMP-3.
               10  WS-DUE-TO-TOTAL  PIC S9(9)V99 COMP-3.
       01 WS-DUE-FOUND          PIC X VALUE 'N'.
       01 WS-DUE-SIDE           PIC X(1) VALUE SPACE.
       01 WS-WORK-DUE-IDX       PIC 9(3) VALUE 0.

      *> Branch-level due-from/due-to overrides from the 'F' and 'T'
      *> lines of glxmap.parm that carry a branch code.
       01 WS-DMAP-COUNT         PIC 9(3) VALUE 0.
       01 WS-DMAP-TABLE.
           05  WS-DMAP-ENTRY    OCCURS 200 TIMES
                                 INDEXED BY WS-DMAP-IDX.
               10  WS-DMAP-CLASS    PIC X(1).
               10  WS-DMAP-BRANCH   PIC X(3).
               10  WS-DMAP-ACCOUNT  PIC X(10).

      *> Branch-to-account map from the 'B' lines of glxmap.parm.
       01 WS-BMAP-COUNT         PIC 9(3) VALUE 0.
       01 WS-NORMAL-ACCOUNT     PIC X(10) VALUE '0000100000'.
       01 WS-REVERSAL-ACCOUNT   PIC X(10) VALUE '0000200000'.
       01 WS-OFFSET-ACCOUNT     PIC X(10) VALUE '0000999999'.
       01 WS-DUE-FROM-ACCOUNT   PIC X(10) VALUE '0000400000'.
       01 WS-DUE-TO-ACCOUNT     PIC X(10) VALUE '0000400100'.
       01 WS-TAX-ACCOUNT        PIC X(10) VALUE '0000500000'.

       01 WS-FILE1-STATUS       PIC XX VALUE '00'.
       01 WS-FILE2-STATUS       PIC XX VALUE '00'.
           END-IF
           PERFORM SUM-FILE1-ACTIVITY
           COMPUTE WS-NET-TOTAL ROUNDED =
               WS-NORMAL-TOTAL - WS-REVERSAL-TOTAL - WS-TAX-TOTAL
           IF WS-NET-TOTAL NOT = WS-GRAND-TOTAL
               DISPLAY 'FILE2GLX ABEND: file1.dat activity '
                   WS-NET-TOTAL ' disagrees with file2.dat trailer '
                               MOVE GLXM-ACCOUNT TO
                                   WS-BMAP-ACCOUNT (WS-BMAP-COUNT)
                           END-IF
                       WHEN 'W'
                           MOVE GLXM-ACCOUNT TO WS-TAX-ACCOUNT
      *> A transfer's due-from (sending branch) and due-to
      *> (receiving branch) accounts, for every branch or one.
                       WHEN 'F'
                       WHEN 'T'
                           PERFORM LOAD-DUE-ACCOUNT
      *> The FX revaluation's gain/loss and position accounts -
      *> read by FXREVAL, not part of the daily extract.
                       WHEN 'G'
                       WHEN 'P'
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'FILE2GLX: glxmap.parm class '
                               GLXM-CLASS ' not recognized - ignored'
                   PERFORM READ-ACCOUNT-MAP
           END-READ.

       LOAD-DUE-ACCOUNT.
           IF GLXM-BRANCH = SPACES
               IF GLXM-CLASS = 'F'
                   MOVE GLXM-ACCOUNT TO WS-DUE-FROM-ACCOUNT
               ELSE
                   MOVE GLXM-ACCOUNT TO WS-DUE-TO-ACCOUNT
               END-IF
           ELSE
               IF WS-DMAP-COUNT < 200
                   ADD 1 TO WS-DMAP-COUNT
                   MOVE GLXM-CLASS TO WS-DMAP-CLASS (WS-DMAP-COUNT)
                   MOVE GLXM-BRANCH TO WS-DMAP-BRANCH (WS-DMAP-COUNT)
                   MOVE GLXM-ACCOUNT
                       TO WS-DMAP-ACCOUNT (WS-DMAP-COUNT)
               END-IF
           END-IF.

      *> The business date and grand total come from the most recent
      *> file2.dat header/trailer set posted by the selected batch,
      *> so an append-mode file with several days on it extracts the
                               PERFORM CONVERT-GLX-AMOUNT
                               ADD WS-CONVERTED-AMOUNT
                                   TO WS-NORMAL-TOTAL ROUNDED
                               MOVE FILE1-BRANCH-CODE
                                   TO WS-ACTIVITY-BRANCH
                               MOVE WS-CONVERTED-AMOUNT
                                   TO WS-ACTIVITY-AMOUNT
                               PERFORM ACCUMULATE-BRANCH-ACTIVITY
                           WHEN FILE1-IS-REVERSAL
                               AND FILE1-ITEM-REF (1:6) = 'WHTAX '
                               PERFORM CONVERT-GLX-AMOUNT
                               ADD WS-CONVERTED-AMOUNT
                                   TO WS-TAX-TOTAL ROUNDED
                           WHEN FILE1-IS-REVERSAL
                               PERFORM CONVERT-GLX-AMOUNT
                               ADD WS-CONVERTED-AMOUNT
                                   TO WS-REVERSAL-TOTAL ROUNDED
                           WHEN FILE1-IS-TRANSFER
                               PERFORM CONVERT-GLX-AMOUNT
                               PERFORM ACCUMULATE-TRANSFER
                       END-EVALUATE
                   END-IF
                   PERFORM READ-FILE1-ACTIVITY
           END-IF.

       ACCUMULATE-BRANCH-ACTIVITY.
           IF WS-ACTIVITY-BRANCH = SPACES
               MOVE '000' TO WS-ACTIVITY-BRANCH
           END-IF
           MOVE 'N' TO WS-BRANCH-FOUND
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               IF WS-BRANCH-CODE (WS-BRANCH-IDX) = WS-ACTIVITY-BRANCH
                   MOVE 'Y' TO WS-BRANCH-FOUND
                   ADD WS-ACTIVITY-AMOUNT
                       TO WS-BRANCH-TOTAL (WS-BRANCH-IDX) ROUNDED
               END-IF
           END-PERFORM
           IF WS-BRANCH-FOUND = 'N' AND WS-BRANCH-COUNT < 100
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-ACTIVITY-BRANCH
                   TO WS-BRANCH-CODE (WS-BRANCH-COUNT)
               MOVE WS-ACTIVITY-AMOUNT
                   TO WS-BRANCH-TOTAL (WS-BRANCH-COUNT)
           END-IF.

      *> The sending branch's cash goes out against a due-from the
      *> receiver; the receiving branch's cash comes in against a
      *> due-to the sender. With branch mappings on file the cash
      *> side lands in each branch's own activity line.
       ACCUMULATE-TRANSFER.
           MOVE FILE1-BRANCH-CODE TO WS-ACTIVITY-BRANCH
           MOVE WS-CONVERTED-AMOUNT TO WS-ACTIVITY-AMOUNT
           MOVE 'F' TO WS-DUE-SIDE
           PERFORM ACCUMULATE-DUE-ACTIVITY
           COMPUTE WS-ACTIVITY-AMOUNT = 0 - WS-CONVERTED-AMOUNT
           PERFORM ACCUMULATE-BRANCH-ACTIVITY
           MOVE FILE1-XFER-TO-BRANCH TO WS-ACTIVITY-BRANCH
           MOVE WS-CONVERTED-AMOUNT TO WS-ACTIVITY-AMOUNT
           PERFORM ACCUMULATE-BRANCH-ACTIVITY
           COMPUTE WS-ACTIVITY-AMOUNT = 0 - WS-CONVERTED-AMOUNT
           MOVE 'T' TO WS-DUE-SIDE
           PERFORM ACCUMULATE-DUE-ACTIVITY.

       ACCUMULATE-DUE-ACTIVITY.
           IF WS-ACTIVITY-BRANCH = SPACES
               MOVE '000' TO WS-ACTIVITY-BRANCH
           END-IF
           MOVE 'N' TO WS-DUE-FOUND
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > WS-DUE-COUNT
                   OR WS-DUE-FOUND = 'Y'
               IF WS-DUE-BRANCH (WS-DUE-IDX) = WS-ACTIVITY-BRANCH
                   MOVE 'Y' TO WS-DUE-FOUND
               END-IF
           END-PERFORM
           IF WS-DUE-FOUND = 'Y'
               SET WS-DUE-IDX DOWN BY 1
           ELSE
               IF WS-DUE-COUNT < 100
                   ADD 1 TO WS-DUE-COUNT
                   SET WS-DUE-IDX TO WS-DUE-COUNT
                   MOVE WS-ACTIVITY-BRANCH TO WS-DUE-BRANCH (WS-DUE-IDX)
                   MOVE 0 TO WS-DUE-FROM-TOTAL (WS-DUE-IDX)
                   MOVE 0 TO WS-DUE-TO-TOTAL (WS-DUE-IDX)
                   MOVE 'Y' TO WS-DUE-FOUND
               END-IF
           END-IF
           IF WS-DUE-FOUND = 'Y'
               IF WS-DUE-SIDE = 'F'
                   ADD WS-ACTIVITY-AMOUNT
                       TO WS-DUE-FROM-TOTAL (WS-DUE-IDX)
               ELSE
                   ADD WS-ACTIVITY-AMOUNT
                       TO WS-DUE-TO-TOTAL (WS-DUE-IDX)
               END-IF
           END-IF.

       FIND-BRANCH-ACCOUNT.
           SET WS-BRANCH-IDX TO WS-WORK-BRANCH-IDX
           MOVE WS-NORMAL-ACCOUNT TO GLX-ACCOUNT-CODE
      *> posts negative - it reduces the day's position the same way
      *> it reduced the running total. With branch mappings on file,
      *> normal activity splits into one line per branch instead.
      *> Tax withheld posts negative to the tax-payable account, the
      *> way reversals do. Transfers add a due-from and a due-to
      *> line per branch that sent or took in money; together they
      *> net to zero.
       WRITE-EXTRACT-AND-REPORT.
           OPEN OUTPUT GL-EXTRACT
           IF WS-GLX-STATUS NOT = '00'
               MOVE 'REVERSAL' TO WS-RPT-CLASS
               PERFORM WRITE-ONE-GL-LINE
           END-IF
           IF WS-TAX-TOTAL NOT = 0
               MOVE WS-TAX-ACCOUNT TO GLX-ACCOUNT-CODE
               COMPUTE WS-EXTRACT-AMOUNT ROUNDED =
                   0 - WS-TAX-TOTAL
               MOVE 'TAXPAYABLE' TO WS-RPT-CLASS
               PERFORM WRITE-ONE-GL-LINE
           END-IF
           PERFORM VARYING WS-WORK-DUE-IDX FROM 1 BY 1
                   UNTIL WS-WORK-DUE-IDX > WS-DUE-COUNT
               PERFORM WRITE-DUE-LINES
           END-PERFORM
           MOVE WS-OFFSET-ACCOUNT TO GLX-ACCOUNT-CODE
           MOVE WS-OFFSET-AMOUNT TO WS-EXTRACT-AMOUNT
           MOVE 'OFFSET' TO WS-RPT-CLASS
               PERFORM WRITE-ONE-GL-LINE
           END-IF.

       WRITE-DUE-LINES.
           SET WS-DUE-IDX TO WS-WORK-DUE-IDX
           IF WS-DUE-FROM-TOTAL (WS-DUE-IDX) NOT = 0
               MOVE 'F' TO WS-DUE-SIDE
               PERFORM FIND-DUE-ACCOUNT
               MOVE WS-DUE-FROM-TOTAL (WS-DUE-IDX)
                   TO WS-EXTRACT-AMOUNT
               MOVE 'DUEFROM' TO WS-RPT-CLASS
               MOVE WS-DUE-BRANCH (WS-DUE-IDX) TO WS-RPT-CLASS (8:3)
               PERFORM WRITE-ONE-GL-LINE
           END-IF
           IF WS-DUE-TO-TOTAL (WS-DUE-IDX) NOT = 0
               MOVE 'T' TO WS-DUE-SIDE
               PERFORM FIND-DUE-ACCOUNT
               MOVE WS-DUE-TO-TOTAL (WS-DUE-IDX)
                   TO WS-EXTRACT-AMOUNT
               MOVE 'DUETO' TO WS-RPT-CLASS
               MOVE WS-DUE-BRANCH (WS-DUE-IDX) TO WS-RPT-CLASS (8:3)
               PERFORM WRITE-ONE-GL-LINE
           END-IF.

       FIND-DUE-ACCOUNT.
           IF WS-DUE-SIDE = 'F'
               MOVE WS-DUE-FROM-ACCOUNT TO GLX-ACCOUNT-CODE
           ELSE
               MOVE WS-DUE-TO-ACCOUNT TO GLX-ACCOUNT-CODE
           END-IF
           PERFORM VARYING WS-DMAP-IDX FROM 1 BY 1
                   UNTIL WS-DMAP-IDX > WS-DMAP-COUNT
               IF WS-DMAP-CLASS (WS-DMAP-IDX) = WS-DUE-SIDE
                   AND WS-DMAP-BRANCH (WS-DMAP-IDX) =
                       WS-DUE-BRANCH (WS-DUE-IDX)
                   MOVE WS-DMAP-ACCOUNT (WS-DMAP-IDX)
                       TO GLX-ACCOUNT-CODE
               END-IF
           END-PERFORM.

       WRITE-ONE-GL-LINE.
           MOVE WS-BUSINESS-DATE TO GLX-BUSINESS-DATE
           MOVE WS-EXTRACT-AMOUNT TO GLX-AMOUNT
