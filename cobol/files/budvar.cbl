       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVAR.
      *> Budget-versus-actual variance for the branch managers'
      *> monthly review. Each branch's budget for the month and for
      *> the fiscal year to date comes off budget.dat (maintained by
      *> BUDMNT); its actual is the net activity posted under the
      *> branch, and the report shows actual, budget, variance and
      *> variance percent for both, with the branch's name and region
      *> from brmaster.dat through BRCHK, region subtotals the way
      *> FILE1 rolls its branch subtotals up, and a grand total.
      *> A branch whose variance percent is outside the budvar.parm
      *> tolerance either way - or that has activity against no
      *> budget at all - is starred.
      *> file2.mtd and file2.ann carry the closed figures for the
      *> whole bank, with no branch split, so the branch actuals are
      *> totalled from the posted details on file2.hist and
      *> file2.dat (each detail's running-total step, an override
      *> rerun of a set counting once, its latest posting, the way
      *> FXREVAL and IBRECON count sets) and the all-branch totals
      *> are then tied out to the month's days on file2.mtd, to the
      *> closed months of the year to date, and in December to the
      *> year's latest file2.ann record. A figure that does not tie
      *> is flagged and ends the step with return code 4; a month not
      *> yet closed is reported as such and is not an error.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE2 ASSIGN TO 'file2.dat'
               FILE STATUS IS WS-FILE2-STATUS.
           SELECT FILE2-HIST ASSIGN TO 'file2.hist'
               FILE STATUS IS WS-FILE2-HIST-STATUS.
           SELECT BUD-FILE ASSIGN TO 'budget.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-FILE-STATUS.
           SELECT BUDVAR-PARM-FILE ASSIGN TO 'budvar.parm'
               FILE STATUS IS WS-BUDVAR-PARM-STATUS.
           SELECT MTD-FILE ASSIGN TO 'file2.mtd'
               FILE STATUS IS WS-MTD-FILE-STATUS.
           SELECT ANNUAL-FILE ASSIGN TO 'file2.ann'
               FILE STATUS IS WS-ANNUAL-STATUS.
           SELECT BUDVAR-REPORT ASSIGN TO 'budvar.rpt'
               FILE STATUS IS WS-BUDVAR-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE2.
       01  FILE2-RECORD.
           COPY file2rec.

      *> Archived file2.dat records, read into FILE2-RECORD so both
      *> sources share one layout.
       FD  FILE2-HIST.
       01  FILE2-HIST-RECORD         PIC X(45).

       FD  BUD-FILE.
       01  BUD-RECORD.
           COPY budget.

      *> The fiscal month reported, YYYYMM, and the tolerance as a
      *> percentage with two decimals (01000 = 10.00%). A missing
      *> budvar.parm reports the current calendar month at 10%.
       FD  BUDVAR-PARM-FILE.
       01  BUDVAR-PARM-RECORD.
           05  BVP-MONTH            PIC 9(6).
           05  BVP-TOLERANCE        PIC 9(3)V99.

       FD  MTD-FILE.
       01  MTD-RECORD.
           COPY mtdrec.

      *> Same layout FILE2YTD appends with.
       FD  ANNUAL-FILE.
       01  ANNUAL-RECORD.
           05  ANN-YEAR             PIC 9(4).
           05  ANN-RECORD-COUNT     PIC 9(8).
           05  ANN-GRAND-TOTAL      PIC S9(11)V99 COMP-3.

       FD  BUDVAR-REPORT.
       01  BUDVAR-REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-SELECTED-MONTH     PIC 9(6) VALUE 0.
       01 WS-SELECTED-YEAR      PIC 9(4) VALUE 0.
       01 WS-SELECTED-MM        PIC 9(2) VALUE 0.
       01 WS-FIRST-MONTH        PIC 9(6) VALUE 0.
       01 WS-TOLERANCE          PIC 9(3)V99 VALUE 10.00.
       01 WS-RECORD-MONTH       PIC 9(6) VALUE 0.
       01 WS-RECORD-MM          PIC 9(2) VALUE 0.

      *> Every (business date, batch) set on file2.hist then
      *> file2.dat in file order; a set posted again by an override
      *> rerun is marked superseded so only its latest posting
      *> counts.
       01 WS-SET-COUNT          PIC 9(4) VALUE 0.
       01 WS-SET-TABLE.
           05  WS-SET-ENTRY     OCCURS 5000 TIMES
                                 INDEXED BY WS-SET-IDX.
               10  WS-SET-DATE      PIC 9(8).
               10  WS-SET-BATCH     PIC 9(4).
               10  WS-SET-USE       PIC X(1).
       01 WS-LATER-SUB          PIC 9(4) VALUE 0.
       01 WS-CURRENT-SET        PIC 9(4) VALUE 0.
       01 WS-SET-COUNTS         PIC X VALUE 'N'.
       01 WS-SET-MONTH          PIC 9(6) VALUE 0.
       01 WS-PRIOR-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-MOVEMENT           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-MOVE-BRANCH        PIC X(3) VALUE SPACES.

      *> One entry per branch with a budget or a posting in the
      *> year to date - budget.dat's branches first, in key order,
      *> then any branch that posted with no budget on file.
       01 WS-BRANCH-COUNT       PIC 9(3) VALUE 0.
       01 WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY  OCCURS 500 TIMES
                                 INDEXED BY WS-BRANCH-IDX.
               10  WS-BV-CODE       PIC X(3).
               10  WS-BV-MTH-ACTUAL PIC S9(11)V99 COMP-3.
               10  WS-BV-MTH-BUDGET PIC S9(11)V99 COMP-3.
               10  WS-BV-YTD-ACTUAL PIC S9(11)V99 COMP-3.
               10  WS-BV-YTD-BUDGET PIC S9(11)V99 COMP-3.
       01 WS-BRANCH-FOUND       PIC X VALUE 'N'.
       01 WS-FIND-BRANCH        PIC X(3) VALUE SPACES.

       01 WS-BRCHK-STATUS       PIC X(1) VALUE '0'.
       01 WS-BRCHK-NAME         PIC X(20) VALUE SPACES.
       01 WS-BRCHK-REGION       PIC X(3) VALUE SPACES.

       01 WS-REGION-COUNT       PIC 9(2) VALUE 0.
       01 WS-REGION-TABLE.
           05  WS-REGION-ENTRY  OCCURS 20 TIMES
                                 INDEXED BY WS-REGION-IDX.
               10  WS-REG-CODE      PIC X(3).
               10  WS-REG-MTH-ACTUAL PIC S9(11)V99 COMP-3.
               10  WS-REG-MTH-BUDGET PIC S9(11)V99 COMP-3.
               10  WS-REG-YTD-ACTUAL PIC S9(11)V99 COMP-3.
               10  WS-REG-YTD-BUDGET PIC S9(11)V99 COMP-3.
       01 WS-REGION-FOUND       PIC X VALUE 'N'.

       01 WS-ALL-MTH-ACTUAL     PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-ALL-MTH-BUDGET     PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-ALL-YTD-ACTUAL     PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-ALL-YTD-BUDGET     PIC S9(11)V99 COMP-3 VALUE 0.

      *> One figure pair at a time goes through WRITE-VARIANCE-LINE.
       01 WS-LINE-ACTUAL        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-LINE-BUDGET        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-VARIANCE           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-VARIANCE-PCT       PIC S9(4)V9 VALUE 0.
       01 WS-LINE-STARRED       PIC X VALUE 'N'.
       01 WS-BRANCH-STARRED     PIC X VALUE 'N'.
       01 WS-STARRED-COUNT      PIC 9(3) VALUE 0.

      *> Tie-out of the posted actuals to the closed figures.
       01 WS-MTD-MONTH-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-MTD-YTD-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-MTD-MONTH-FOUND    PIC X VALUE 'N'.
       01 WS-CLOSED-MONTHS      PIC 9(2) VALUE 0.
       01 WS-MONTH-CLOSED-TABLE.
           05  WS-MONTH-CLOSED  OCCURS 12 TIMES PIC X(1).
       01 WS-ANN-FOUND          PIC X VALUE 'N'.
       01 WS-ANN-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TIE-DIFFERENCE     PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-UNTIED-COUNT       PIC 9(1) VALUE 0.
       01 WS-MONTH-SUB          PIC 9(2) VALUE 0.

       01 WS-FILE2-STATUS       PIC XX VALUE '00'.
       01 WS-FILE2-HIST-STATUS  PIC XX VALUE '00'.
       01 WS-BUD-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-BUDVAR-PARM-STATUS PIC XX VALUE '00'.
       01 WS-MTD-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-ANNUAL-STATUS      PIC XX VALUE '00'.
       01 WS-BUDVAR-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - every key event goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'BUDVAR'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(24) VALUE
               'BUDGET VARIANCE - MONTH '.
           05  WS-HDR-MONTH      PIC 9(6).
           05  FILLER            PIC X(12) VALUE '  TOLERANCE '.
           05  WS-HDR-TOLERANCE  PIC ZZ9.99.
           05  FILLER            PIC X(7)  VALUE '%  RUN '.
           05  WS-HDR-DATE       PIC 9(8).
           05  FILLER            PIC X(17) VALUE SPACES.

       01 WS-RPT-COLS.
           05  FILLER            PIC X(29) VALUE 'BRANCH'.
           05  FILLER            PIC X(13) VALUE '       ACTUAL'.
           05  FILLER            PIC X(13) VALUE '       BUDGET'.
           05  FILLER            PIC X(13) VALUE '     VARIANCE'.
           05  FILLER            PIC X(12) VALUE '   VAR %'.

       01 WS-VAR-LINE.
           05  WS-VL-BRANCH      PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-VL-NAME        PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-VL-PERIOD      PIC X(3).
           05  WS-VL-ACTUAL      PIC -(9)9.99.
           05  WS-VL-BUDGET      PIC -(9)9.99.
           05  WS-VL-VARIANCE    PIC -(9)9.99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-VL-PCT         PIC X(7).
           05  WS-VL-PCT-EDIT REDEFINES WS-VL-PCT PIC -(4)9.9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-VL-FLAG        PIC X(1).
           05  FILLER            PIC X(3)  VALUE SPACES.

       01 WS-SECTION-LINE.
           05  WS-SEC-TEXT       PIC X(80).

       01 WS-FIGURE-LINE.
           05  WS-FIG-NAME       PIC X(30).
           05  WS-FIG-VALUE      PIC -(12)9.99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-FIG-FLAG       PIC X(33).

       01 WS-COUNT-LINE.
           05  WS-CNT-NAME       PIC X(30).
           05  WS-CNT-VALUE      PIC Z(13)9.
           05  FILLER            PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-SELECTED-MONTH = WS-RUN-DATE / 100
           PERFORM LOAD-BUDVAR-PARM
           COMPUTE WS-SELECTED-YEAR = WS-SELECTED-MONTH / 100
           COMPUTE WS-SELECTED-MM =
               WS-SELECTED-MONTH - WS-SELECTED-YEAR * 100
           COMPUTE WS-FIRST-MONTH = WS-SELECTED-YEAR * 100 + 1
           PERFORM LOAD-BUDGETS
           PERFORM LIST-POSTED-SETS
           PERFORM MARK-SUPERSEDED-SETS
           PERFORM TOTAL-POSTED-ACTUALS
           PERFORM TOTAL-CLOSED-MONTHS
           IF WS-SELECTED-MM = 12
               PERFORM FIND-ANNUAL-TOTAL
           END-IF
           PERFORM WRITE-VARIANCE-REPORT
           DISPLAY 'BUDVAR: month ' WS-SELECTED-MONTH ' - '
               WS-BRANCH-COUNT ' branches, ' WS-STARRED-COUNT
               ' outside tolerance'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'MONTH ' WS-SELECTED-MONTH ' ' WS-BRANCH-COUNT
               ' BRANCHES, ' WS-STARRED-COUNT ' OUTSIDE TOLERANCE, '
               WS-UNTIED-COUNT ' UNTIED'
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           IF WS-UNTIED-COUNT > 0
               MOVE 'E' TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-UNTIED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-BUDVAR-PARM.
           OPEN INPUT BUDVAR-PARM-FILE
           IF WS-BUDVAR-PARM-STATUS = '00'
               READ BUDVAR-PARM-FILE INTO BUDVAR-PARM-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BVP-MONTH NUMERIC AND BVP-MONTH > 0
                           MOVE BVP-MONTH TO WS-SELECTED-MONTH
                       END-IF
                       IF BVP-TOLERANCE NUMERIC AND BVP-TOLERANCE > 0
                           MOVE BVP-TOLERANCE TO WS-TOLERANCE
                       END-IF
               END-READ
               CLOSE BUDVAR-PARM-FILE
           END-IF.

      *> Every budget of the selected fiscal year up to and
      *> including the selected month. No budget.dat yet means no
      *> budgets - every branch with activity is then starred.
       LOAD-BUDGETS.
           OPEN INPUT BUD-FILE
           IF WS-BUD-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-NEXT-BUDGET
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE BUD-FILE
           ELSE
               DISPLAY 'BUDVAR: no budget.dat on file - status '
                   WS-BUD-FILE-STATUS
           END-IF.

       READ-NEXT-BUDGET.
           READ BUD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF BUD-MONTH >= WS-FIRST-MONTH
                       AND BUD-MONTH <= WS-SELECTED-MONTH
                       MOVE BUD-BRANCH TO WS-FIND-BRANCH
                       PERFORM FIND-BRANCH-ENTRY
                       IF WS-BRANCH-FOUND = 'Y'
                           ADD BUD-AMOUNT
                               TO WS-BV-YTD-BUDGET (WS-BRANCH-IDX)
                           IF BUD-MONTH = WS-SELECTED-MONTH
                               ADD BUD-AMOUNT
                                   TO WS-BV-MTH-BUDGET (WS-BRANCH-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *> Leaves WS-BRANCH-IDX on WS-FIND-BRANCH's entry, adding one
      *> if the branch is new; WS-BRANCH-FOUND is 'N' only when the
      *> table is full.
       FIND-BRANCH-ENTRY.
           MOVE 'N' TO WS-BRANCH-FOUND
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
                   OR WS-BRANCH-FOUND = 'Y'
               IF WS-BV-CODE (WS-BRANCH-IDX) = WS-FIND-BRANCH
                   MOVE 'Y' TO WS-BRANCH-FOUND
               END-IF
           END-PERFORM
           IF WS-BRANCH-FOUND = 'Y'
               SET WS-BRANCH-IDX DOWN BY 1
           ELSE
               IF WS-BRANCH-COUNT < 500
                   ADD 1 TO WS-BRANCH-COUNT
                   SET WS-BRANCH-IDX TO WS-BRANCH-COUNT
                   INITIALIZE WS-BRANCH-ENTRY (WS-BRANCH-IDX)
                   MOVE WS-FIND-BRANCH TO WS-BV-CODE (WS-BRANCH-IDX)
                   MOVE 'Y' TO WS-BRANCH-FOUND
               ELSE
                   DISPLAY 'BUDVAR: more than 500 branches - '
                       WS-FIND-BRANCH ' not reported'
               END-IF
           END-IF.

      *> First pass: every set in file order, archive first. A shop
      *> that has never archived has no file2.hist; file2.dat is
      *> required.
       LIST-POSTED-SETS.
           OPEN INPUT FILE2-HIST
           IF WS-FILE2-HIST-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-HIST-HEADERS
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE2-HIST
           END-IF
           OPEN INPUT FILE2
           IF WS-FILE2-STATUS NOT = '00'
               MOVE 'FILE2' TO WS-ERROR-FILE-NAME
               MOVE WS-FILE2-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-SET-HEADERS
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE FILE2.

       READ-HIST-HEADERS.
           READ FILE2-HIST INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-SET-HEADER
           END-READ.

       READ-SET-HEADERS.
           READ FILE2 INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-SET-HEADER
           END-READ.

       NOTE-SET-HEADER.
           IF FILE2-REC-TYPE = 'H'
               IF WS-SET-COUNT >= 5000
                   DISPLAY 'BUDVAR ABEND: more than 5000 '
                       'sets on file2.hist/file2.dat'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SET-COUNT
               MOVE HDR2-BUSINESS-DATE TO WS-SET-DATE (WS-SET-COUNT)
               MOVE HDR2-BATCH-NO TO WS-SET-BATCH (WS-SET-COUNT)
               MOVE 'Y' TO WS-SET-USE (WS-SET-COUNT)
           END-IF.

       MARK-SUPERSEDED-SETS.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SET-COUNT
               PERFORM CHECK-ONE-SET-SUPERSEDED
           END-PERFORM.

       CHECK-ONE-SET-SUPERSEDED.
           SET WS-LATER-SUB TO WS-SET-IDX
           ADD 1 TO WS-LATER-SUB
           PERFORM VARYING WS-LATER-SUB FROM WS-LATER-SUB BY 1
                   UNTIL WS-LATER-SUB > WS-SET-COUNT
                       OR WS-SET-USE (WS-SET-IDX) = 'N'
               IF WS-SET-DATE (WS-LATER-SUB) = WS-SET-DATE (WS-SET-IDX)
                   AND WS-SET-BATCH (WS-LATER-SUB)
                       = WS-SET-BATCH (WS-SET-IDX)
                   MOVE 'N' TO WS-SET-USE (WS-SET-IDX)
               END-IF
           END-PERFORM.

      *> Second pass, same file order: each detail's base movement
      *> is its running-total step, counted under its set's business
      *> month - the same month FILE2MTD closes the set's trailer
      *> total under, prior-period adjustment sets included.
      *> Transfer legs count too: they move activity between
      *> branches, and net to nothing across the bank.
       TOTAL-POSTED-ACTUALS.
           MOVE 0 TO WS-CURRENT-SET
           OPEN INPUT FILE2-HIST
           IF WS-FILE2-HIST-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-HIST-DETAILS
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE2-HIST
           END-IF
           OPEN INPUT FILE2
           IF WS-FILE2-STATUS NOT = '00'
               MOVE 'FILE2' TO WS-ERROR-FILE-NAME
               MOVE WS-FILE2-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-FILE2-DETAILS
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE FILE2.

       READ-HIST-DETAILS.
           READ FILE2-HIST INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-ONE-RECORD
           END-READ.

       READ-FILE2-DETAILS.
           READ FILE2 INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-ONE-RECORD
           END-READ.

       NOTE-ONE-RECORD.
           EVALUATE FILE2-REC-TYPE
               WHEN 'H'
                   ADD 1 TO WS-CURRENT-SET
                   MOVE 0 TO WS-PRIOR-TOTAL
                   MOVE WS-SET-USE (WS-CURRENT-SET) TO WS-SET-COUNTS
                   COMPUTE WS-SET-MONTH =
                       WS-SET-DATE (WS-CURRENT-SET) / 100
                   IF WS-SET-MONTH < WS-FIRST-MONTH
                       OR WS-SET-MONTH > WS-SELECTED-MONTH
                       MOVE 'N' TO WS-SET-COUNTS
                   END-IF
               WHEN 'D'
                   COMPUTE WS-MOVEMENT = TOTAL - WS-PRIOR-TOTAL
                   MOVE TOTAL TO WS-PRIOR-TOTAL
                   IF WS-SET-COUNTS = 'Y'
                       PERFORM ACCUMULATE-BRANCH-ACTUAL
                   END-IF
           END-EVALUATE.

       ACCUMULATE-BRANCH-ACTUAL.
           MOVE FILE2-BRANCH-CODE TO WS-MOVE-BRANCH
           IF WS-MOVE-BRANCH = SPACES
               MOVE '000' TO WS-MOVE-BRANCH
           END-IF
           ADD WS-MOVEMENT TO WS-ALL-YTD-ACTUAL
           IF WS-SET-MONTH = WS-SELECTED-MONTH
               ADD WS-MOVEMENT TO WS-ALL-MTH-ACTUAL
           END-IF
           MOVE WS-MOVE-BRANCH TO WS-FIND-BRANCH
           PERFORM FIND-BRANCH-ENTRY
           IF WS-BRANCH-FOUND = 'Y'
               ADD WS-MOVEMENT TO WS-BV-YTD-ACTUAL (WS-BRANCH-IDX)
               IF WS-SET-MONTH = WS-SELECTED-MONTH
                   ADD WS-MOVEMENT
                       TO WS-BV-MTH-ACTUAL (WS-BRANCH-IDX)
               END-IF
           END-IF.

      *> The closed figures on file2.mtd: the selected month's days,
      *> and every closed month of the year up to it. A missing
      *> file2.mtd means nothing has been closed yet.
       TOTAL-CLOSED-MONTHS.
           MOVE ALL 'N' TO WS-MONTH-CLOSED-TABLE
           OPEN INPUT MTD-FILE
           IF WS-MTD-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-MTD-DAYS
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE MTD-FILE
           END-IF
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               IF WS-MONTH-CLOSED (WS-MONTH-SUB) = 'Y'
                   ADD 1 TO WS-CLOSED-MONTHS
               END-IF
           END-PERFORM.

       READ-MTD-DAYS.
           READ MTD-FILE INTO MTD-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   COMPUTE WS-RECORD-MONTH = MTD-BUSINESS-DATE / 100
                   IF WS-RECORD-MONTH >= WS-FIRST-MONTH
                       AND WS-RECORD-MONTH <= WS-SELECTED-MONTH
                       ADD MTD-DAILY-TOTAL TO WS-MTD-YTD-TOTAL
                       COMPUTE WS-RECORD-MM =
                           WS-RECORD-MONTH - WS-SELECTED-YEAR * 100
                       MOVE 'Y' TO WS-MONTH-CLOSED (WS-RECORD-MM)
                       IF WS-RECORD-MONTH = WS-SELECTED-MONTH
                           MOVE 'Y' TO WS-MTD-MONTH-FOUND
                           ADD MTD-DAILY-TOTAL TO WS-MTD-MONTH-TOTAL
                       END-IF
                   END-IF
           END-READ.

      *> FILE2YTD appends a record on every run, so the year's last
      *> one on file is its current close.
       FIND-ANNUAL-TOTAL.
           OPEN INPUT ANNUAL-FILE
           IF WS-ANNUAL-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-ANNUAL-TOTALS
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE ANNUAL-FILE
           END-IF.

       READ-ANNUAL-TOTALS.
           READ ANNUAL-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF ANN-YEAR = WS-SELECTED-YEAR
                       MOVE 'Y' TO WS-ANN-FOUND
                       MOVE ANN-GRAND-TOTAL TO WS-ANN-TOTAL
                   END-IF
           END-READ.

       WRITE-VARIANCE-REPORT.
           OPEN OUTPUT BUDVAR-REPORT
           IF WS-BUDVAR-REPORT-STATUS NOT = '00'
               MOVE 'BUDVAR-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-BUDVAR-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-SELECTED-MONTH TO WS-HDR-MONTH
           MOVE WS-TOLERANCE TO WS-HDR-TOLERANCE
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           WRITE BUDVAR-REPORT-RECORD FROM WS-RPT-HEADER
           WRITE BUDVAR-REPORT-RECORD FROM WS-RPT-COLS
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               PERFORM WRITE-ONE-BRANCH
               PERFORM ACCUMULATE-REGION-TOTAL
           END-PERFORM
           PERFORM WRITE-REGION-SUBTOTALS
           PERFORM WRITE-GRAND-TOTAL
           PERFORM WRITE-TIE-OUT
           MOVE 'BRANCHES OUTSIDE TOLERANCE:   ' TO WS-CNT-NAME
           MOVE WS-STARRED-COUNT TO WS-CNT-VALUE
           WRITE BUDVAR-REPORT-RECORD FROM WS-COUNT-LINE
           CLOSE BUDVAR-REPORT.

      *> Two lines per branch, the month then the year to date; the
      *> branch counts once toward the starred total if either line
      *> is starred.
       WRITE-ONE-BRANCH.
           CALL 'BRCHK' USING WS-BV-CODE (WS-BRANCH-IDX),
               WS-BRCHK-STATUS, WS-BRCHK-NAME, WS-BRCHK-REGION
           IF WS-BRCHK-STATUS = 'U'
               MOVE '(NOT ON MASTER)' TO WS-BRCHK-NAME
           END-IF
           MOVE 'N' TO WS-BRANCH-STARRED
           MOVE WS-BV-CODE (WS-BRANCH-IDX) TO WS-VL-BRANCH
           MOVE WS-BRCHK-NAME TO WS-VL-NAME
           MOVE 'MTH' TO WS-VL-PERIOD
           MOVE WS-BV-MTH-ACTUAL (WS-BRANCH-IDX) TO WS-LINE-ACTUAL
           MOVE WS-BV-MTH-BUDGET (WS-BRANCH-IDX) TO WS-LINE-BUDGET
           PERFORM WRITE-VARIANCE-LINE
           IF WS-LINE-STARRED = 'Y'
               MOVE 'Y' TO WS-BRANCH-STARRED
           END-IF
           MOVE SPACES TO WS-VL-BRANCH
           MOVE SPACES TO WS-VL-NAME
           MOVE 'YTD' TO WS-VL-PERIOD
           MOVE WS-BV-YTD-ACTUAL (WS-BRANCH-IDX) TO WS-LINE-ACTUAL
           MOVE WS-BV-YTD-BUDGET (WS-BRANCH-IDX) TO WS-LINE-BUDGET
           PERFORM WRITE-VARIANCE-LINE
           IF WS-LINE-STARRED = 'Y'
               MOVE 'Y' TO WS-BRANCH-STARRED
           END-IF
           IF WS-BRANCH-STARRED = 'Y'
               ADD 1 TO WS-STARRED-COUNT
           END-IF
           ADD WS-BV-MTH-BUDGET (WS-BRANCH-IDX) TO WS-ALL-MTH-BUDGET
           ADD WS-BV-YTD-BUDGET (WS-BRANCH-IDX) TO WS-ALL-YTD-BUDGET.

      *> Variance is actual less budget, so a branch ahead of plan
      *> shows positive. With no budget the percent is N/A, and any
      *> activity at all is outside tolerance.
       WRITE-VARIANCE-LINE.
           COMPUTE WS-VARIANCE = WS-LINE-ACTUAL - WS-LINE-BUDGET
           MOVE WS-LINE-ACTUAL TO WS-VL-ACTUAL
           MOVE WS-LINE-BUDGET TO WS-VL-BUDGET
           MOVE WS-VARIANCE TO WS-VL-VARIANCE
           MOVE 'N' TO WS-LINE-STARRED
           IF WS-LINE-BUDGET = 0
               MOVE '    N/A' TO WS-VL-PCT
               IF WS-LINE-ACTUAL NOT = 0
                   MOVE 'Y' TO WS-LINE-STARRED
               END-IF
           ELSE
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   WS-VARIANCE * 100 / WS-LINE-BUDGET
                   ON SIZE ERROR
                       IF WS-VARIANCE < 0
                           MOVE -9999.9 TO WS-VARIANCE-PCT
                       ELSE
                           MOVE 9999.9 TO WS-VARIANCE-PCT
                       END-IF
               END-COMPUTE
               MOVE WS-VARIANCE-PCT TO WS-VL-PCT-EDIT
               IF WS-VARIANCE-PCT > WS-TOLERANCE
                   OR WS-VARIANCE-PCT < 0 - WS-TOLERANCE
                   MOVE 'Y' TO WS-LINE-STARRED
               END-IF
           END-IF
           IF WS-LINE-STARRED = 'Y'
               MOVE '*' TO WS-VL-FLAG
           ELSE
               MOVE SPACE TO WS-VL-FLAG
           END-IF
           WRITE BUDVAR-REPORT-RECORD FROM WS-VAR-LINE.

       ACCUMULATE-REGION-TOTAL.
           IF WS-BRCHK-REGION NOT = SPACES
               MOVE 'N' TO WS-REGION-FOUND
               PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                       UNTIL WS-REGION-IDX > WS-REGION-COUNT
                   IF WS-REG-CODE (WS-REGION-IDX) = WS-BRCHK-REGION
                       MOVE 'Y' TO WS-REGION-FOUND
                       PERFORM ADD-BRANCH-TO-REGION
                   END-IF
               END-PERFORM
               IF WS-REGION-FOUND = 'N' AND WS-REGION-COUNT < 20
                   ADD 1 TO WS-REGION-COUNT
                   SET WS-REGION-IDX TO WS-REGION-COUNT
                   INITIALIZE WS-REGION-ENTRY (WS-REGION-IDX)
                   MOVE WS-BRCHK-REGION
                       TO WS-REG-CODE (WS-REGION-IDX)
                   PERFORM ADD-BRANCH-TO-REGION
               END-IF
           END-IF.

       ADD-BRANCH-TO-REGION.
           ADD WS-BV-MTH-ACTUAL (WS-BRANCH-IDX)
               TO WS-REG-MTH-ACTUAL (WS-REGION-IDX)
           ADD WS-BV-MTH-BUDGET (WS-BRANCH-IDX)
               TO WS-REG-MTH-BUDGET (WS-REGION-IDX)
           ADD WS-BV-YTD-ACTUAL (WS-BRANCH-IDX)
               TO WS-REG-YTD-ACTUAL (WS-REGION-IDX)
           ADD WS-BV-YTD-BUDGET (WS-BRANCH-IDX)
               TO WS-REG-YTD-BUDGET (WS-REGION-IDX).

       WRITE-REGION-SUBTOTALS.
           PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                   UNTIL WS-REGION-IDX > WS-REGION-COUNT
               MOVE SPACES TO WS-VL-BRANCH
               MOVE SPACES TO WS-VL-NAME
               STRING 'REGION ' WS-REG-CODE (WS-REGION-IDX)
                   ' SUBTOTAL' DELIMITED BY SIZE INTO WS-VL-NAME
               END-STRING
               MOVE 'MTH' TO WS-VL-PERIOD
               MOVE WS-REG-MTH-ACTUAL (WS-REGION-IDX)
                   TO WS-LINE-ACTUAL
               MOVE WS-REG-MTH-BUDGET (WS-REGION-IDX)
                   TO WS-LINE-BUDGET
               PERFORM WRITE-VARIANCE-LINE
               MOVE SPACES TO WS-VL-NAME
               MOVE 'YTD' TO WS-VL-PERIOD
               MOVE WS-REG-YTD-ACTUAL (WS-REGION-IDX)
                   TO WS-LINE-ACTUAL
               MOVE WS-REG-YTD-BUDGET (WS-REGION-IDX)
                   TO WS-LINE-BUDGET
               PERFORM WRITE-VARIANCE-LINE
           END-PERFORM.

       WRITE-GRAND-TOTAL.
           MOVE SPACES TO WS-VL-BRANCH
           MOVE 'ALL BRANCHES' TO WS-VL-NAME
           MOVE 'MTH' TO WS-VL-PERIOD
           MOVE WS-ALL-MTH-ACTUAL TO WS-LINE-ACTUAL
           MOVE WS-ALL-MTH-BUDGET TO WS-LINE-BUDGET
           PERFORM WRITE-VARIANCE-LINE
           MOVE SPACES TO WS-VL-NAME
           MOVE 'YTD' TO WS-VL-PERIOD
           MOVE WS-ALL-YTD-ACTUAL TO WS-LINE-ACTUAL
           MOVE WS-ALL-YTD-BUDGET TO WS-LINE-BUDGET
           PERFORM WRITE-VARIANCE-LINE.

      *> The posted actuals against the closed figures: a month not
      *> yet closed has nothing to tie to; a closed figure that
      *> differs means a set was posted, archived or restored after
      *> the close and the month wants re-closing.
       WRITE-TIE-OUT.
           MOVE 'TIE-OUT TO CLOSED FIGURES' TO WS-SEC-TEXT
           WRITE BUDVAR-REPORT-RECORD FROM WS-SECTION-LINE
           MOVE 'POSTED ACTUAL, MONTH:         ' TO WS-FIG-NAME
           MOVE WS-ALL-MTH-ACTUAL TO WS-FIG-VALUE
           MOVE SPACES TO WS-FIG-FLAG
           WRITE BUDVAR-REPORT-RECORD FROM WS-FIGURE-LINE
           MOVE 'FILE2.MTD, MONTH:             ' TO WS-FIG-NAME
           MOVE WS-MTD-MONTH-TOTAL TO WS-FIG-VALUE
           IF WS-MTD-MONTH-FOUND = 'N'
               MOVE 'MONTH NOT CLOSED' TO WS-FIG-FLAG
           ELSE
               IF WS-MTD-MONTH-TOTAL NOT = WS-ALL-MTH-ACTUAL
                   MOVE '** DOES NOT TIE' TO WS-FIG-FLAG
                   ADD 1 TO WS-UNTIED-COUNT
               END-IF
           END-IF
           WRITE BUDVAR-REPORT-RECORD FROM WS-FIGURE-LINE
           MOVE 'POSTED ACTUAL, YEAR TO DATE:  ' TO WS-FIG-NAME
           MOVE WS-ALL-YTD-ACTUAL TO WS-FIG-VALUE
           MOVE SPACES TO WS-FIG-FLAG
           WRITE BUDVAR-REPORT-RECORD FROM WS-FIGURE-LINE
           MOVE 'FILE2.MTD, CLOSED MONTHS:     ' TO WS-FIG-NAME
           MOVE WS-MTD-YTD-TOTAL TO WS-FIG-VALUE
           MOVE SPACES TO WS-FIG-FLAG
           IF WS-CLOSED-MONTHS < WS-SELECTED-MM
               STRING WS-CLOSED-MONTHS ' OF ' WS-SELECTED-MM
                   ' MONTHS CLOSED' DELIMITED BY SIZE
                   INTO WS-FIG-FLAG
               END-STRING
           ELSE
               IF WS-MTD-YTD-TOTAL NOT = WS-ALL-YTD-ACTUAL
                   MOVE '** DOES NOT TIE' TO WS-FIG-FLAG
                   ADD 1 TO WS-UNTIED-COUNT
               END-IF
           END-IF
           WRITE BUDVAR-REPORT-RECORD FROM WS-FIGURE-LINE
           IF WS-SELECTED-MM = 12
               MOVE 'FILE2.ANN, YEAR:              ' TO WS-FIG-NAME
               MOVE WS-ANN-TOTAL TO WS-FIG-VALUE
               MOVE SPACES TO WS-FIG-FLAG
               IF WS-ANN-FOUND = 'N'
                   MOVE 'YEAR NOT CLOSED' TO WS-FIG-FLAG
               ELSE
                   IF WS-ANN-TOTAL NOT = WS-ALL-YTD-ACTUAL
                       MOVE '** DOES NOT TIE' TO WS-FIG-FLAG
                       ADD 1 TO WS-UNTIED-COUNT
                   END-IF
               END-IF
               WRITE BUDVAR-REPORT-RECORD FROM WS-FIGURE-LINE
           END-IF.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'BUDVAR ABEND: OPEN FAILED FOR '
               WS-ERROR-FILE-NAME ' - FILE STATUS ' WS-ERROR-STATUS
           MOVE 'E' TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'OPEN FAILED FOR ' WS-ERROR-FILE-NAME
               ' STATUS ' WS-ERROR-STATUS
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           MOVE 12 TO RETURN-CODE
           STOP RUN.
