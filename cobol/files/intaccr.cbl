       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.
      *> Nightly interest accrual on the running balance. file2.sum
      *> carries the closing balance for every business date and
      *> batch, and interest on it used to be worked out by hand off
      *> the statements. Each night this program accrues a day's
      *> interest on the day's closing balance - the last set on or
      *> before the day - at the annual rate in effect that day for
      *> the intaccr.parm rate type in rate.dat, picked by effective
      *> date the way SVCACCR picks its 'SC' entry, and appends it to
      *> the running accrual file accrual.dat. The calendar days up
      *> to the next calendar.dat business day - the weekend or
      *> holiday after today - are accrued with it at today's
      *> balance, since no set can post before then; a night the
      *> stream did not run is picked up on the next, at the
      *> balance of the day it missed. On the period-end business
      *> day the month's accrued interest is rounded once and posts
      *> as a header-and-trailered batch under the parm-named target
      *> FILE1-KEY-BATCH, down the same FILE1->FILE2->FILE2GLX
      *> pipeline as SVCACCR's charges, and a 'P' record on
      *> accrual.dat keeps a rerun from posting it twice.
      *> The accrual report lists the month's days - balance, rate
      *> and interest - with the month to date and, on period-end,
      *> what was posted.
      *> The same days accrue per account as well: every account in
      *> credit on acctbal.dat earns the day's rate on its running
      *> balance, and at period-end each account is paid its own
      *> month's interest, less tax withheld at the intaccr.parm
      *> withholding rate type from rate.dat when acctmast.dat flags
      *> it subject to withholding - the withholding posts as a
      *> reversal on the account in the same batch. The month's
      *> interest on the book balance is still what posts in total;
      *> the part no account earned posts unallocated.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE2-SUM ASSIGN TO 'file2.sum'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F2S-KEY
               FILE STATUS IS WS-FILE2-SUM-STATUS.
           SELECT RATE-FILE ASSIGN TO 'rate.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'calendar.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO 'accrual.dat'
               FILE STATUS IS WS-ACCRUAL-STATUS.
           SELECT FILE1 ASSIGN TO 'file1.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILE1-REC-KEY
               FILE STATUS IS WS-FILE1-STATUS.
           SELECT ACCT-BAL-FILE ASSIGN TO 'acctbal.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABL-KEY
               FILE STATUS IS WS-ACCT-BAL-STATUS.
           SELECT ACM-FILE ASSIGN TO 'acctmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-KEY
               FILE STATUS IS WS-ACM-FILE-STATUS.
           SELECT INT-PARM-FILE ASSIGN TO 'intaccr.parm'
               FILE STATUS IS WS-INT-PARM-STATUS.
           SELECT INT-REPORT ASSIGN TO 'intaccr.rpt'
               FILE STATUS IS WS-INT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE2-SUM.
       01  FILE2-SUM-RECORD.
           COPY file2sum.

       FD  RATE-FILE.
       01  RATE-RECORD.
           COPY ratefile.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY calrec.

       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD.
           COPY accrual.

       FD  FILE1.
       01  FILE1-RECORD.
           COPY file1rec.

       FD  ACCT-BAL-FILE.
       01  ACCT-BAL-RECORD.
           COPY acctbal.

       FD  ACM-FILE.
       01  ACM-RECORD.
           COPY acctmast.

      *> The rate.dat rate type accrued (default 'IN'; RATE-MULT is
      *> the annual percentage), the free FILE1-KEY-BATCH dimension
      *> the period-end posting generates into (required on the
      *> period-end day - nothing is guessed), and the day basis the
      *> annual rate divides over (365 or 360; default 365), and
      *> the rate.dat rate type withheld from interest paid to an
      *> account subject to withholding (default 'WH'; RATE-MULT is
      *> the percentage withheld).
       FD  INT-PARM-FILE.
       01  INT-PARM-RECORD.
           05  INTP-RATE-TYPE       PIC X(2).
           05  INTP-TARGET-BATCH    PIC 9(4).
           05  INTP-DAY-BASIS       PIC 9(3).
           05  INTP-WHT-RATE-TYPE   PIC X(2).

       FD  INT-REPORT.
       01  INT-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-TODAY              PIC 9(8) VALUE 0.
       01 WS-TODAY-INT          PIC 9(7) VALUE 0.
       01 WS-TODAY-TYPE         PIC X(1) VALUE SPACE.
           88  WS-TODAY-IS-PERIOD-END VALUE 'E'.
       01 WS-SELECTED-MONTH     PIC 9(6) VALUE 0.
       01 WS-RATE-TYPE          PIC X(2) VALUE 'IN'.
       01 WS-TARGET-BATCH       PIC 9(4) VALUE 0.
       01 WS-DAY-BASIS          PIC 9(3) VALUE 365.
       01 WS-WHT-RATE-TYPE      PIC X(2) VALUE 'WH'.

      *> Where the accrual left off: the last day accrued, and the
      *> first and last days tonight's run accrues. A gap longer
      *> than WS-CATCHUP-CAP days is not reached back across.
       01 WS-LAST-ACCRUED       PIC 9(8) VALUE 0.
       01 WS-START-INT          PIC 9(7) VALUE 0.
       01 WS-END-INT            PIC 9(7) VALUE 0.
       01 WS-WORK-INT           PIC 9(7) VALUE 0.
       01 WS-NEXT-BUSINESS      PIC 9(8) VALUE 0.
       01 WS-CATCHUP-CAP        PIC 9(3) VALUE 31.
       01 WS-CAPPED             PIC X VALUE 'N'.

      *> The rate type's entries from rate.dat, in key (effective
      *> date) order.
       01 WS-RATE-COUNT         PIC 9(3) VALUE 0.
       01 WS-RATE-TABLE.
           05  WS-RATE-ENTRY    OCCURS 200 TIMES
                                 INDEXED BY WS-RATE-IDX.
               10  WS-RT-EFF-DATE   PIC 9(8).
               10  WS-RT-RATE       PIC 9(2).
       01 WS-RATE-FOUND         PIC X VALUE 'N'.

      *> The withholding entry in effect on the run date - the rate
      *> a period-end posting withholds at.
       01 WS-WHT-RATE           PIC 9(2) VALUE 0.
       01 WS-WHT-EFF-DATE       PIC 9(8) VALUE 0.
       01 WS-WHT-RATE-FOUND     PIC X VALUE 'N'.

      *> The calendar days accrued tonight.
       01 WS-DAY-COUNT          PIC 9(3) VALUE 0.
       01 WS-DAY-TABLE.
           05  WS-DAY-ENTRY     OCCURS 100 TIMES
                                 INDEXED BY WS-DAY-IDX.
               10  WS-DY-DATE       PIC 9(8).
               10  WS-DY-TYPE       PIC X(1).
               10  WS-DY-BAL-DATE   PIC 9(8).
               10  WS-DY-BALANCE    PIC S9(11)V99 COMP-3.
               10  WS-DY-RATE       PIC 9(2).
               10  WS-DY-HAS-RATE   PIC X(1).
               10  WS-DY-INTEREST   PIC S9(7)V9(6) COMP-3.
       01 WS-SUM-ON-FILE        PIC X VALUE 'N'.
       01 WS-NO-RATE-DAYS       PIC 9(3) VALUE 0.
       01 WS-DAYS-WRITTEN       PIC 9(3) VALUE 0.
       01 WS-ACCTS-ACCRUED      PIC 9(5) VALUE 0.
       01 WS-ACCT-DAY-INTEREST  PIC S9(7)V9(6) COMP-3 VALUE 0.

      *> On period-end, the month's accrual for every account from
      *> its 'A' records, kept in account order. An account's days
      *> are written in the same order every night, so the slot
      *> after the last one matched is tried before searching. An
      *> account that does not fit the table earns nothing of its
      *> own - its interest stays in the unallocated remainder.
       01 WS-ACCT-COUNT         PIC 9(5) VALUE 0.
       01 WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY    OCCURS 1 TO 10000 TIMES
                                 DEPENDING ON WS-ACCT-COUNT
                                 INDEXED BY WS-ACCT-IDX.
               10  WS-AC-ACCOUNT-NO PIC X(8).
               10  WS-AC-INTEREST   PIC S9(9)V9(6) COMP-3.
               10  WS-AC-BRANCH     PIC X(3).
               10  WS-AC-WHT-FLAG   PIC X(1).
               10  WS-AC-GROSS      PIC S9(9)V99 COMP-3.
               10  WS-AC-TAX        PIC S9(9)V99 COMP-3.
       01 WS-ACCT-SUB           PIC 9(5) VALUE 0.
       01 WS-ACCT-HINT          PIC 9(5) VALUE 0.
       01 WS-ACCT-FOUND         PIC X VALUE 'N'.
       01 WS-ACCT-TABLE-FULL    PIC X VALUE 'N'.
       01 WS-ACM-ON-FILE        PIC X VALUE 'N'.
       01 WS-BSEARCH-LOW        PIC 9(5) VALUE 0.
       01 WS-BSEARCH-HIGH       PIC 9(5) VALUE 0.
       01 WS-BSEARCH-MID        PIC 9(5) VALUE 0.
       01 WS-BSEARCH-INSERT-POINT PIC 9(5) VALUE 0.
       01 WS-ACCTS-PAID         PIC 9(5) VALUE 0.
       01 WS-ACCTS-WITHHELD     PIC 9(5) VALUE 0.
       01 WS-GROSS-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TAX-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-UNALLOC-AMOUNT     PIC S9(11)V99 COMP-3 VALUE 0.

      *> The month being reported and, on period-end, posted.
       01 WS-MONTH-INTEREST     PIC S9(9)V9(6) COMP-3 VALUE 0.
       01 WS-MONTH-DAYS         PIC 9(3) VALUE 0.
       01 WS-RECORD-MONTH       PIC 9(6) VALUE 0.
       01 WS-ALREADY-POSTED     PIC X VALUE 'N'.
       01 WS-POSTED-BATCH       PIC 9(4) VALUE 0.
       01 WS-POSTED-AMOUNT      PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-POST-AMOUNT        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ROUNDING           PIC S9(9)V9(6) COMP-3 VALUE 0.
       01 WS-MAX-DETAIL         PIC S9(6)V99 COMP-3 VALUE 999999.99.
       01 WS-AMOUNT-LEFT        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-REVERSAL-LEFT      PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-PIECE-AMOUNT       PIC S9(6)V99 COMP-3 VALUE 0.
       01 WS-REVERSAL-PIECE     PIC S9(6)V99 COMP-3 VALUE 0.
       01 WS-BATCH-NUMBER       PIC 9(5) VALUE 0.
       01 WS-ITEM-REF           PIC X(16) VALUE SPACES.
       01 WS-WHT-ITEM-REF       PIC X(16) VALUE SPACES.
       01 WS-REVERSAL-REF       PIC X(16) VALUE SPACES.
       01 WS-ENTRY-REF          PIC X(16) VALUE SPACES.
       01 WS-ITEM-ACCOUNT       PIC X(8) VALUE SPACES.
       01 WS-ITEM-BRANCH        PIC X(3) VALUE SPACES.

      *> The posting's details and reversals, each assigned a batch
      *> offset from the target and a sequence within that batch.
       01 WS-ENTRY-COUNT        PIC 9(5) VALUE 0.
       01 WS-ENTRY-TABLE.
           05  WS-ENTRY         OCCURS 21000 TIMES.
               10  WS-EN-TYPE       PIC X(1).
               10  WS-EN-ACCOUNT-NO PIC X(8).
               10  WS-EN-BRANCH     PIC X(3).
               10  WS-EN-AMOUNT     PIC S9(6)V99 COMP-3.
               10  WS-EN-ITEM-REF   PIC X(16).
               10  WS-EN-BATCH-SUB  PIC 9(4).
               10  WS-EN-SEQ        PIC 9(6).
       01 WS-ENTRY-SUB          PIC 9(5) VALUE 0.
       01 WS-BATCH-COUNT        PIC 9(4) VALUE 0.
       01 WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY   OCCURS 1000 TIMES.
               10  WS-BT-TOTAL      PIC S9(9)V99 COMP-3.
               10  WS-BT-COUNT      PIC 9(6).
       01 WS-BATCH-SUB          PIC 9(4) VALUE 0.
       01 WS-FIRST-BATCH        PIC 9(4) VALUE 0.
       01 WS-BATCH-FITS         PIC X VALUE 'N'.
       01 WS-NEW-TOTAL          PIC S9(9)V99 COMP-3 VALUE 0.

      *> Every amount already generated, as a detail or as a
      *> reversal, with the last batch it went into - FILE1 refuses
      *> a batch that repeats an amount among its details (or among
      *> its reversals), so the next one goes into a later batch.
      *> Kept in key order for the binary search.
       01 WS-USED-KEY.
           05  WS-USED-TYPE         PIC X(1).
           05  WS-USED-AMOUNT       PIC 9(6)V99.
       01 WS-USED-COUNT         PIC 9(5) VALUE 0.
       01 WS-USED-TABLE.
           05  WS-USED-ENTRY    OCCURS 1 TO 21000 TIMES
                                 DEPENDING ON WS-USED-COUNT
                                 INDEXED BY WS-USED-IDX.
               10  WS-UA-KEY.
                   15  WS-UA-TYPE       PIC X(1).
                   15  WS-UA-AMOUNT     PIC 9(6)V99.
               10  WS-UA-LAST-BATCH PIC 9(4).
       01 WS-USED-SUB           PIC 9(5) VALUE 0.
       01 WS-USED-FOUND         PIC X VALUE 'N'.
       01 WS-POSTING-OUTCOME    PIC X(1) VALUE SPACE.
           88  WS-NOT-PERIOD-END    VALUE 'N'.
           88  WS-POSTED-TONIGHT    VALUE 'P'.
           88  WS-POSTED-BEFORE     VALUE 'A'.
           88  WS-NOTHING-TO-POST   VALUE 'Z'.
           88  WS-INTEREST-NEGATIVE VALUE 'M'.

       01 WS-FILE2-SUM-STATUS   PIC XX VALUE '00'.
       01 WS-RATE-FILE-STATUS   PIC XX VALUE '00'.
       01 WS-CALENDAR-STATUS    PIC XX VALUE '00'.
       01 WS-ACCRUAL-STATUS     PIC XX VALUE '00'.
       01 WS-FILE1-STATUS       PIC XX VALUE '00'.
       01 WS-INT-PARM-STATUS    PIC XX VALUE '00'.
       01 WS-ACCT-BAL-STATUS    PIC XX VALUE '00'.
       01 WS-ACM-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-INT-REPORT-STATUS  PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - every key event goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'INTACCR'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(20) VALUE
               'INTEREST ACCRUAL -  '.
           05  WS-HDR-MONTH      PIC 9(6).
           05  FILLER            PIC X(13) VALUE '  RATE TYPE  '.
           05  WS-HDR-RATE-TYPE  PIC X(2).
           05  FILLER            PIC X(9)  VALUE '  BASIS  '.
           05  WS-HDR-BASIS      PIC 9(3).
           05  FILLER            PIC X(7)  VALUE '  RUN  '.
           05  WS-HDR-DATE       PIC 9(8).
           05  FILLER            PIC X(12) VALUE SPACES.

       01 WS-RPT-COLS.
           05  FILLER            PIC X(26) VALUE
               'DATE      TYPE  BALANCE OF'.
           05  FILLER            PIC X(28) VALUE
               '     CLOSING BALANCE   RATE'.
           05  FILLER            PIC X(26) VALUE
               '          INTEREST'.

       01 WS-RPT-LINE.
           05  WS-RPT-DATE       PIC 9(8).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-RPT-TYPE       PIC X(1).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-RPT-BAL-DATE   PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-BALANCE    PIC -(11)9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-RPT-RATE       PIC Z9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-RPT-INTEREST   PIC -(7)9.9(6).
           05  FILLER            PIC X(16) VALUE SPACES.

       01 WS-RPT-TOTAL.
           05  WS-TOT-NAME       PIC X(30).
           05  FILLER            PIC X(19) VALUE SPACES.
           05  WS-TOT-VALUE      PIC -(9)9.9(6).
           05  FILLER            PIC X(14) VALUE SPACES.

       01 WS-ACCT-COLS.
           05  FILLER            PIC X(16) VALUE 'ACCOUNT   BRANCH'.
           05  FILLER            PIC X(15) VALUE ' GROSS INTEREST'.
           05  FILLER            PIC X(5)  VALUE '  W  '.
           05  FILLER            PIC X(15) VALUE '   TAX WITHHELD'.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  FILLER            PIC X(15) VALUE '   NET INTEREST'.
           05  FILLER            PIC X(11) VALUE SPACES.

       01 WS-ACCT-LINE.
           05  WS-AL-ACCOUNT     PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-AL-BRANCH      PIC X(3).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-AL-GROSS       PIC -(11)9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-AL-WHT         PIC X(1).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-AL-TAX         PIC -(11)9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-AL-NET         PIC -(11)9.99.
           05  FILLER            PIC X(11) VALUE SPACES.

       01 WS-RPT-MESSAGE        PIC X(80) VALUE SPACES.
       01 WS-DISPLAY-AMOUNT     PIC -(8)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-SELECTED-MONTH = WS-TODAY / 100
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM LOAD-INT-PARM
           PERFORM LOAD-RATE-ENTRIES
           PERFORM FIND-LAST-ACCRUED
           PERFORM DERIVE-ACCRUAL-WINDOW
           IF WS-DAY-COUNT > 0
               PERFORM LOAD-DAY-BALANCES
           END-IF
           IF WS-DAY-COUNT > 0 AND WS-SUM-ON-FILE = 'Y'
               PERFORM ACCRUE-DAYS
           END-IF
           PERFORM OPEN-INT-REPORT
           PERFORM LIST-MONTH-ACCRUALS
           IF WS-TODAY-IS-PERIOD-END
               PERFORM POST-MONTH-INTEREST
           ELSE
               SET WS-NOT-PERIOD-END TO TRUE
           END-IF
           PERFORM WRITE-POSTING-LINES
           CLOSE INT-REPORT
           DISPLAY 'INTACCR: ' WS-DAYS-WRITTEN ' days accrued, '
               WS-NO-RATE-DAYS ' with no ' WS-RATE-TYPE ' rate, '
               WS-ACCTS-ACCRUED ' accounts accrued'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'ACCRUED ' WS-DAYS-WRITTEN ' DAYS, '
               WS-NO-RATE-DAYS ' WITHOUT A RATE - MONTH '
               WS-SELECTED-MONTH
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           IF WS-NO-RATE-DAYS > 0 OR WS-CAPPED = 'Y'
               OR WS-INTEREST-NEGATIVE
               MOVE 'W' TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-POSTED-TONIGHT
               MOVE WS-POST-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING 'POSTED ' WS-SELECTED-MONTH ' INTEREST '
                   WS-DISPLAY-AMOUNT ' FROM BATCH ' WS-TARGET-BATCH
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM WRITE-RUN-LOG
               MOVE WS-TAX-TOTAL TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING 'WITHHELD ' WS-DISPLAY-AMOUNT ' FROM '
                   WS-ACCTS-WITHHELD ' OF ' WS-ACCTS-PAID
                   ' ACCOUNTS PAID'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM WRITE-RUN-LOG
           END-IF
           IF WS-NO-RATE-DAYS > 0 OR WS-CAPPED = 'Y'
               OR WS-INTEREST-NEGATIVE
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> A missing intaccr.parm accrues type 'IN' over 365 days and
      *> withholds at type 'WH'; only the period-end posting needs
      *> the target batch.
       LOAD-INT-PARM.
           OPEN INPUT INT-PARM-FILE
           IF WS-INT-PARM-STATUS = '00'
               READ INT-PARM-FILE INTO INT-PARM-RECORD
                   NOT AT END
                       IF INTP-RATE-TYPE NOT = SPACES
                           MOVE INTP-RATE-TYPE TO WS-RATE-TYPE
                       END-IF
                       IF INTP-TARGET-BATCH NUMERIC
                           MOVE INTP-TARGET-BATCH TO WS-TARGET-BATCH
                       END-IF
                       IF INTP-DAY-BASIS = 360 OR INTP-DAY-BASIS = 365
                           MOVE INTP-DAY-BASIS TO WS-DAY-BASIS
                       END-IF
      *> A parm file set up before the withholding type was added
      *> is shorter than the record, and the columns it lacks read
      *> as whatever ended the line (a newline, low-values) rather
      *> than spaces, so only a real rate type replaces the default.
                       IF INTP-WHT-RATE-TYPE ALPHABETIC-UPPER
                           AND INTP-WHT-RATE-TYPE NOT = SPACES
                           MOVE INTP-WHT-RATE-TYPE TO WS-WHT-RATE-TYPE
                       END-IF
               END-READ
               CLOSE INT-PARM-FILE
           END-IF
           DISPLAY 'INTACCR: accruing rate type ' WS-RATE-TYPE
               ' over ' WS-DAY-BASIS ' days, withholding at '
               WS-WHT-RATE-TYPE.

       LOAD-RATE-ENTRIES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-RATE-ENTRY
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE RATE-FILE
           END-IF
           IF WS-RATE-COUNT = 0
               DISPLAY 'INTACCR: no ' WS-RATE-TYPE ' entries in '
                   'rate.dat - days accrue at no rate'
           END-IF
           IF WS-WHT-RATE-FOUND = 'N'
               DISPLAY 'INTACCR: no ' WS-WHT-RATE-TYPE ' entry in '
                   'effect in rate.dat - nothing can be withheld'
           END-IF.

       READ-RATE-ENTRY.
           READ RATE-FILE NEXT RECORD INTO RATE-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF RATE-KEY-TYPE = WS-RATE-TYPE
                       AND WS-RATE-COUNT < 200
                       ADD 1 TO WS-RATE-COUNT
                       MOVE RATE-KEY-EFF-DATE
                           TO WS-RT-EFF-DATE (WS-RATE-COUNT)
                       MOVE RATE-MULT TO WS-RT-RATE (WS-RATE-COUNT)
                   END-IF
                   IF RATE-KEY-TYPE = WS-WHT-RATE-TYPE
                       AND RATE-KEY-EFF-DATE NOT > WS-TODAY
                       MOVE 'Y' TO WS-WHT-RATE-FOUND
                       MOVE RATE-KEY-EFF-DATE TO WS-WHT-EFF-DATE
                       MOVE RATE-MULT TO WS-WHT-RATE
                   END-IF
           END-READ.

      *> No accrual.dat yet means accrual starts tonight.
       FIND-LAST-ACCRUED.
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-ACCRUAL-STATE
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE ACCRUAL-FILE
           END-IF.

       READ-ACCRUAL-STATE.
           READ ACCRUAL-FILE INTO ACCRUAL-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF ACR-IS-DAY AND ACR-DATE > WS-LAST-ACCRUED
                       MOVE ACR-DATE TO WS-LAST-ACCRUED
                   END-IF
           END-READ.

      *> Tonight accrues from the day after the last one accrued
      *> through the day before the next business day. The calendar
      *> is read once for today's type, the next business day and
      *> the type of every day in the window; CALCHK has already
      *> refused to run on a date the calendar does not carry.
       DERIVE-ACCRUAL-WINDOW.
           IF WS-LAST-ACCRUED = 0
               MOVE WS-TODAY-INT TO WS-START-INT
           ELSE
               COMPUTE WS-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-ACCRUED) + 1
           END-IF
           IF WS-START-INT < WS-TODAY-INT - WS-CATCHUP-CAP
               COMPUTE WS-START-INT = WS-TODAY-INT - WS-CATCHUP-CAP
               MOVE 'Y' TO WS-CAPPED
               DISPLAY 'INTACCR: last accrual ' WS-LAST-ACCRUED
                   ' more than ' WS-CATCHUP-CAP ' days back - '
                   'catch-up capped'
           END-IF
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-CALENDAR-FOR-NEXT
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE CALENDAR-FILE
           END-IF
           IF WS-NEXT-BUSINESS = 0
               MOVE WS-TODAY-INT TO WS-END-INT
           ELSE
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-BUSINESS) - 1
           END-IF
           IF WS-END-INT - WS-START-INT >= 100
               COMPUTE WS-END-INT = WS-START-INT + 99
           END-IF
           PERFORM VARYING WS-WORK-INT FROM WS-START-INT BY 1
                   UNTIL WS-WORK-INT > WS-END-INT
               ADD 1 TO WS-DAY-COUNT
               SET WS-DAY-IDX TO WS-DAY-COUNT
               INITIALIZE WS-DAY-ENTRY (WS-DAY-IDX)
               COMPUTE WS-DY-DATE (WS-DAY-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               MOVE SPACE TO WS-DY-TYPE (WS-DAY-IDX)
           END-PERFORM
           IF WS-DAY-COUNT > 0
               OPEN INPUT CALENDAR-FILE
               IF WS-CALENDAR-STATUS = '00'
                   MOVE 'N' TO WS-END-OF-FILE
                   PERFORM READ-CALENDAR-FOR-TYPES
                       UNTIL WS-END-OF-FILE = 'Y'
                   CLOSE CALENDAR-FILE
               END-IF
           END-IF
           DISPLAY 'INTACCR: accruing ' WS-DAY-COUNT ' days, '
               'next business day ' WS-NEXT-BUSINESS.

       READ-CALENDAR-FOR-NEXT.
           READ CALENDAR-FILE INTO CALENDAR-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF CAL-DATE = WS-TODAY
                       MOVE CAL-TYPE TO WS-TODAY-TYPE
                   END-IF
                   IF CAL-IS-BUSINESS AND CAL-DATE > WS-TODAY
                       AND (WS-NEXT-BUSINESS = 0
                            OR CAL-DATE < WS-NEXT-BUSINESS)
                       MOVE CAL-DATE TO WS-NEXT-BUSINESS
                   END-IF
           END-READ.

       READ-CALENDAR-FOR-TYPES.
           READ CALENDAR-FILE INTO CALENDAR-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                           UNTIL WS-DAY-IDX > WS-DAY-COUNT
                       IF WS-DY-DATE (WS-DAY-IDX) = CAL-DATE
                           MOVE CAL-TYPE TO WS-DY-TYPE (WS-DAY-IDX)
                       END-IF
                   END-PERFORM
           END-READ.

      *> file2.sum is in (date, batch) order, so the last set on or
      *> before a day that is read is the one whose closing balance
      *> the day carries. Nothing after today counts - a day in the
      *> weekend ahead carries today's balance. No file2.sum yet
      *> means nothing can be accrued; the days wait for the next
      *> run.
       LOAD-DAY-BALANCES.
           OPEN INPUT FILE2-SUM
           IF WS-FILE2-SUM-STATUS = '00'
               MOVE 'Y' TO WS-SUM-ON-FILE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-SUM-BALANCE
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE2-SUM
           ELSE
               DISPLAY 'INTACCR: no file2.sum on file - nothing '
                   'accrued'
           END-IF.

       READ-SUM-BALANCE.
           READ FILE2-SUM NEXT RECORD INTO FILE2-SUM-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF F2S-DATE NOT > WS-TODAY
                       PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                               UNTIL WS-DAY-IDX > WS-DAY-COUNT
                           IF F2S-DATE NOT > WS-DY-DATE (WS-DAY-IDX)
                               MOVE F2S-DATE
                                   TO WS-DY-BAL-DATE (WS-DAY-IDX)
                               MOVE F2S-CLOSING-BALANCE
                                   TO WS-DY-BALANCE (WS-DAY-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       ACCRUE-DAYS.
           OPEN EXTEND ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS = '35'
               OPEN OUTPUT ACCRUAL-FILE
               CLOSE ACCRUAL-FILE
               OPEN EXTEND ACCRUAL-FILE
           END-IF
           IF WS-ACCRUAL-STATUS NOT = '00'
               MOVE 'ACCRUAL-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-ACCRUAL-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               PERFORM ACCRUE-ONE-DAY
           END-PERFORM
           PERFORM ACCRUE-ACCOUNT-DAYS
           CLOSE ACCRUAL-FILE.

      *> The entry in effect for the day is the latest one dated on
      *> or before it; a day before the first entry has no rate and
      *> accrues nothing, and is counted so the run says so.
       ACCRUE-ONE-DAY.
           MOVE 'N' TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-EFF-DATE (WS-RATE-IDX)
                   NOT > WS-DY-DATE (WS-DAY-IDX)
                   MOVE 'Y' TO WS-RATE-FOUND
                   MOVE WS-RT-RATE (WS-RATE-IDX)
                       TO WS-DY-RATE (WS-DAY-IDX)
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND = 'N'
               MOVE 0 TO WS-DY-RATE (WS-DAY-IDX)
               ADD 1 TO WS-NO-RATE-DAYS
           END-IF
           COMPUTE WS-DY-INTEREST (WS-DAY-IDX) ROUNDED =
               WS-DY-BALANCE (WS-DAY-IDX) * WS-DY-RATE (WS-DAY-IDX)
               / 100 / WS-DAY-BASIS
           MOVE SPACES TO ACCRUAL-RECORD
           SET ACR-IS-DAY TO TRUE
           MOVE WS-DY-DATE (WS-DAY-IDX) TO ACR-DATE
           MOVE WS-DY-TYPE (WS-DAY-IDX) TO ACR-DAY-TYPE
           MOVE WS-DY-BAL-DATE (WS-DAY-IDX) TO ACR-BALANCE-DATE
           MOVE WS-DY-BALANCE (WS-DAY-IDX) TO ACR-BALANCE
           MOVE WS-RATE-TYPE TO ACR-RATE-TYPE
           MOVE WS-DY-RATE (WS-DAY-IDX) TO ACR-RATE
           MOVE WS-DY-INTEREST (WS-DAY-IDX) TO ACR-INTEREST
           WRITE ACCRUAL-RECORD
           ADD 1 TO WS-DAYS-WRITTEN.

      *> Every account in credit on acctbal.dat accrues the same
      *> days at the same rates on its running balance tonight - a
      *> day caught up from a missed night included. An overdrawn or
      *> empty account accrues nothing, as does a day with no rate.
      *> No acctbal.dat yet means no account has posted, and all of
      *> the interest stays unallocated; a file that is there but
      *> will not open stops the run.
       ACCRUE-ACCOUNT-DAYS.
           OPEN INPUT ACCT-BAL-FILE
           IF WS-ACCT-BAL-STATUS = '35'
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-BAL-STATUS NOT = '00'
               MOVE 'ACCT-BAL-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-ACCT-BAL-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-ACCOUNT-BALANCE
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE ACCT-BAL-FILE.

       READ-ACCOUNT-BALANCE.
           READ ACCT-BAL-FILE NEXT RECORD INTO ACCT-BAL-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF ABL-BALANCE > 0
                       ADD 1 TO WS-ACCTS-ACCRUED
                       PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                               UNTIL WS-DAY-IDX > WS-DAY-COUNT
                           IF WS-DY-RATE (WS-DAY-IDX) > 0
                               PERFORM ACCRUE-ONE-ACCOUNT-DAY
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       ACCRUE-ONE-ACCOUNT-DAY.
           COMPUTE WS-ACCT-DAY-INTEREST ROUNDED =
               ABL-BALANCE * WS-DY-RATE (WS-DAY-IDX)
               / 100 / WS-DAY-BASIS
           MOVE SPACES TO ACCRUAL-RECORD
           SET ACR-IS-ACCOUNT-DAY TO TRUE
           MOVE WS-DY-DATE (WS-DAY-IDX) TO ACR-DATE
           MOVE ABL-ACCOUNT-NO TO ACR-ACCT-NO
           MOVE ABL-BALANCE TO ACR-ACCT-BALANCE
           MOVE WS-DY-RATE (WS-DAY-IDX) TO ACR-ACCT-RATE
           MOVE WS-ACCT-DAY-INTEREST TO ACR-ACCT-INTEREST
           WRITE ACCRUAL-RECORD.

       OPEN-INT-REPORT.
           OPEN OUTPUT INT-REPORT
           IF WS-INT-REPORT-STATUS NOT = '00'
               MOVE 'INT-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-INT-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-SELECTED-MONTH TO WS-HDR-MONTH
           MOVE WS-RATE-TYPE TO WS-HDR-RATE-TYPE
           MOVE WS-DAY-BASIS TO WS-HDR-BASIS
           MOVE WS-TODAY TO WS-HDR-DATE
           WRITE INT-REPORT-RECORD FROM WS-RPT-HEADER
           WRITE INT-REPORT-RECORD FROM WS-RPT-COLS.

      *> Every day accrued for the month, from the whole running
      *> file - tonight's days and every earlier night's - with the
      *> month's total and whether it has been posted. On period-end
      *> the accounts' days are totalled for the month as well.
       LIST-MONTH-ACCRUALS.
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-MONTH-ACCRUAL
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE ACCRUAL-FILE
           END-IF
           MOVE 'MONTH TO DATE INTEREST:' TO WS-TOT-NAME
           MOVE WS-MONTH-INTEREST TO WS-TOT-VALUE
           WRITE INT-REPORT-RECORD FROM WS-RPT-TOTAL.

       READ-MONTH-ACCRUAL.
           READ ACCRUAL-FILE INTO ACCRUAL-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ACR-IS-DAY
                           COMPUTE WS-RECORD-MONTH = ACR-DATE / 100
                           IF WS-RECORD-MONTH = WS-SELECTED-MONTH
                               PERFORM WRITE-ONE-DAY-LINE
                           END-IF
                       WHEN ACR-IS-POSTING
                           IF ACR-POST-MONTH = WS-SELECTED-MONTH
                               MOVE 'Y' TO WS-ALREADY-POSTED
                               MOVE ACR-POST-BATCH TO WS-POSTED-BATCH
                               MOVE ACR-POST-AMOUNT
                                   TO WS-POSTED-AMOUNT
                           END-IF
                       WHEN ACR-IS-ACCOUNT-DAY
                           COMPUTE WS-RECORD-MONTH = ACR-DATE / 100
                           IF WS-RECORD-MONTH = WS-SELECTED-MONTH
                               AND WS-TODAY-IS-PERIOD-END
                               PERFORM ADD-ACCOUNT-DAY
                           END-IF
                   END-EVALUATE
           END-READ.

       ADD-ACCOUNT-DAY.
           MOVE 'N' TO WS-ACCT-FOUND
           IF WS-ACCT-HINT > WS-ACCT-COUNT
               MOVE 1 TO WS-ACCT-HINT
           END-IF
           IF WS-ACCT-HINT > 0
               IF WS-AC-ACCOUNT-NO (WS-ACCT-HINT) = ACR-ACCT-NO
                   MOVE 'Y' TO WS-ACCT-FOUND
                   MOVE WS-ACCT-HINT TO WS-ACCT-SUB
               END-IF
           END-IF
           IF WS-ACCT-FOUND = 'N'
               PERFORM FIND-ACCOUNT-SLOT
           END-IF
           IF WS-ACCT-FOUND = 'N'
               IF WS-ACCT-COUNT >= 10000
                   IF WS-ACCT-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-ACCT-TABLE-FULL
                       DISPLAY 'INTACCR: account table full at '
                           ACR-ACCT-NO ' - the rest stays unallocated'
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               PERFORM INSERT-ACCOUNT-SLOT
           END-IF
           ADD ACR-ACCT-INTEREST TO WS-AC-INTEREST (WS-ACCT-SUB)
           COMPUTE WS-ACCT-HINT = WS-ACCT-SUB + 1.

       FIND-ACCOUNT-SLOT.
           MOVE 1 TO WS-BSEARCH-LOW
           MOVE WS-ACCT-COUNT TO WS-BSEARCH-HIGH
           PERFORM UNTIL WS-BSEARCH-LOW > WS-BSEARCH-HIGH
                   OR WS-ACCT-FOUND = 'Y'
               COMPUTE WS-BSEARCH-MID =
                   (WS-BSEARCH-LOW + WS-BSEARCH-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-AC-ACCOUNT-NO (WS-BSEARCH-MID) = ACR-ACCT-NO
                       MOVE 'Y' TO WS-ACCT-FOUND
                       MOVE WS-BSEARCH-MID TO WS-ACCT-SUB
                   WHEN WS-AC-ACCOUNT-NO (WS-BSEARCH-MID) < ACR-ACCT-NO
                       COMPUTE WS-BSEARCH-LOW = WS-BSEARCH-MID + 1
                   WHEN OTHER
                       COMPUTE WS-BSEARCH-HIGH = WS-BSEARCH-MID - 1
               END-EVALUATE
           END-PERFORM
           MOVE WS-BSEARCH-LOW TO WS-BSEARCH-INSERT-POINT.

       INSERT-ACCOUNT-SLOT.
           ADD 1 TO WS-ACCT-COUNT
           IF WS-BSEARCH-INSERT-POINT < WS-ACCT-COUNT
               PERFORM VARYING WS-ACCT-IDX FROM WS-ACCT-COUNT BY -1
                       UNTIL WS-ACCT-IDX <= WS-BSEARCH-INSERT-POINT
                   MOVE WS-ACCT-ENTRY (WS-ACCT-IDX - 1)
                       TO WS-ACCT-ENTRY (WS-ACCT-IDX)
               END-PERFORM
           END-IF
           MOVE WS-BSEARCH-INSERT-POINT TO WS-ACCT-SUB
           INITIALIZE WS-ACCT-ENTRY (WS-ACCT-SUB)
           MOVE ACR-ACCT-NO TO WS-AC-ACCOUNT-NO (WS-ACCT-SUB).

       WRITE-ONE-DAY-LINE.
           ADD 1 TO WS-MONTH-DAYS
           ADD ACR-INTEREST TO WS-MONTH-INTEREST
           MOVE ACR-DATE TO WS-RPT-DATE
           MOVE ACR-DAY-TYPE TO WS-RPT-TYPE
           MOVE ACR-BALANCE-DATE TO WS-RPT-BAL-DATE
           MOVE ACR-BALANCE TO WS-RPT-BALANCE
           MOVE ACR-RATE TO WS-RPT-RATE
           MOVE ACR-INTEREST TO WS-RPT-INTEREST
           WRITE INT-REPORT-RECORD FROM WS-RPT-LINE.

      *> The month's interest rounds once, here. FILE1 takes no
      *> negative detail, so a month whose balance ran negative
      *> enough to owe is reported for the back office to book by
      *> hand. The rounded month is the figure that posts in total,
      *> across the accounts that earned it and the unallocated
      *> remainder.
       POST-MONTH-INTEREST.
           COMPUTE WS-POST-AMOUNT ROUNDED = WS-MONTH-INTEREST
           COMPUTE WS-ROUNDING = WS-MONTH-INTEREST - WS-POST-AMOUNT
           EVALUATE TRUE
               WHEN WS-ALREADY-POSTED = 'Y'
                   SET WS-POSTED-BEFORE TO TRUE
               WHEN WS-POST-AMOUNT = 0
                   SET WS-NOTHING-TO-POST TO TRUE
               WHEN WS-POST-AMOUNT < 0
                   SET WS-INTEREST-NEGATIVE TO TRUE
               WHEN OTHER
                   PERFORM GENERATE-INTEREST-BATCHES
                   SET WS-POSTED-TONIGHT TO TRUE
           END-EVALUATE.

      *> Each account paid gets a detail for its month's interest
      *> under its own branch and, when it is subject to
      *> withholding, a reversal for the tax withheld - both in the
      *> same batch, so the batch carries what the account was paid
      *> net. What no account earned posts with no account under
      *> branch '000': a detail, or a reversal when the accounts'
      *> interest came to more than the book balance's. A detail
      *> holds 999,999.99 at most, so a larger amount posts in
      *> pieces. The entries are fitted into batches from the target
      *> up the way COSTALOC fits its charges, and every batch is
      *> checked free before any is written.
       GENERATE-INTEREST-BATCHES.
           IF WS-TARGET-BATCH = 0
               DISPLAY 'INTACCR ABEND: intaccr.parm must name the '
                   'target batch for the period-end posting'
               MOVE 'E' TO WS-LOG-SEVERITY
               MOVE 'NO TARGET BATCH FOR PERIOD-END POSTING'
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               CLOSE INT-REPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PRICE-ACCOUNT-INTEREST
           STRING 'INTACCR ' WS-SELECTED-MONTH
               DELIMITED BY SIZE INTO WS-ITEM-REF
           END-STRING
           STRING 'WHTAX ' WS-SELECTED-MONTH
               DELIMITED BY SIZE INTO WS-WHT-ITEM-REF
           END-STRING
           MOVE WS-WHT-ITEM-REF TO WS-REVERSAL-REF
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-AC-GROSS (WS-ACCT-SUB) > 0
                   MOVE WS-AC-ACCOUNT-NO (WS-ACCT-SUB)
                       TO WS-ITEM-ACCOUNT
                   MOVE WS-AC-BRANCH (WS-ACCT-SUB) TO WS-ITEM-BRANCH
                   MOVE WS-AC-GROSS (WS-ACCT-SUB) TO WS-AMOUNT-LEFT
                   MOVE WS-AC-TAX (WS-ACCT-SUB) TO WS-REVERSAL-LEFT
                   PERFORM ADD-INTEREST-ITEM
                       UNTIL WS-AMOUNT-LEFT = 0
                       AND WS-REVERSAL-LEFT = 0
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ITEM-ACCOUNT
           MOVE '000' TO WS-ITEM-BRANCH
           MOVE WS-ITEM-REF TO WS-REVERSAL-REF
           IF WS-UNALLOC-AMOUNT < 0
               MOVE 0 TO WS-AMOUNT-LEFT
               COMPUTE WS-REVERSAL-LEFT = 0 - WS-UNALLOC-AMOUNT
           ELSE
               MOVE WS-UNALLOC-AMOUNT TO WS-AMOUNT-LEFT
               MOVE 0 TO WS-REVERSAL-LEFT
           END-IF
           PERFORM ADD-INTEREST-ITEM
               UNTIL WS-AMOUNT-LEFT = 0
               AND WS-REVERSAL-LEFT = 0
           IF WS-TARGET-BATCH + WS-BATCH-COUNT - 1 > 9999
               DISPLAY 'INTACCR ABEND: ' WS-BATCH-COUNT
                   ' batches from ' WS-TARGET-BATCH
                   ' run past batch 9999 - nothing posted'
               CLOSE INT-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O FILE1
           IF WS-FILE1-STATUS NOT = '00'
               MOVE 'FILE1' TO WS-ERROR-FILE-NAME
               MOVE WS-FILE1-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
               PERFORM CHECK-BATCH-FREE
           END-PERFORM
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
               PERFORM WRITE-ONE-INTEREST-BATCH
           END-PERFORM
           CLOSE FILE1
           OPEN EXTEND ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS NOT = '00'
               MOVE 'ACCRUAL-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-ACCRUAL-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE SPACES TO ACCRUAL-RECORD
           SET ACR-IS-POSTING TO TRUE
           MOVE WS-TODAY TO ACR-DATE
           MOVE WS-SELECTED-MONTH TO ACR-POST-MONTH
           MOVE WS-TARGET-BATCH TO ACR-POST-BATCH
           MOVE WS-POST-AMOUNT TO ACR-POST-AMOUNT
           MOVE WS-UNALLOC-AMOUNT TO ACR-POST-UNALLOC
           WRITE ACCRUAL-RECORD
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-AC-GROSS (WS-ACCT-SUB) > 0
                   MOVE SPACES TO ACCRUAL-RECORD
                   SET ACR-IS-ACCOUNT-POSTING TO TRUE
                   MOVE WS-TODAY TO ACR-DATE
                   MOVE WS-SELECTED-MONTH TO ACR-AP-MONTH
                   MOVE WS-AC-ACCOUNT-NO (WS-ACCT-SUB)
                       TO ACR-AP-ACCOUNT-NO
                   MOVE WS-AC-GROSS (WS-ACCT-SUB) TO ACR-AP-GROSS
                   MOVE WS-AC-TAX (WS-ACCT-SUB) TO ACR-AP-TAX
                   MOVE 0 TO ACR-AP-TAX-RATE
                   IF WS-AC-WHT-FLAG (WS-ACCT-SUB) = 'Y'
                       MOVE WS-WHT-RATE TO ACR-AP-TAX-RATE
                   END-IF
                   WRITE ACCRUAL-RECORD
               END-IF
           END-PERFORM
           CLOSE ACCRUAL-FILE.

      *> Each account's month rounds once to what it is paid, and
      *> acctmast.dat says which branch it posts under and whether
      *> tax is withheld. Withholding with no withholding rate in
      *> effect would pay the account gross, so that posts nothing.
      *> An account no longer on the master is paid gross under
      *> branch '000'. With no acctmast.dat at all nobody can be
      *> withheld from, so that is allowed only while no
      *> withholding rate is in effect; a master that will not open
      *> (one not yet converted by ACCTCVT, say) stops the run.
       PRICE-ACCOUNT-INTEREST.
           MOVE 'N' TO WS-ACM-ON-FILE
           OPEN INPUT ACM-FILE
           EVALUATE WS-ACM-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-ACM-ON-FILE
               WHEN '35'
                   IF WS-WHT-RATE-FOUND = 'Y'
                       DISPLAY 'INTACCR ABEND: no acctmast.dat - '
                           WS-WHT-RATE-TYPE ' withholding is in '
                           'effect and cannot be applied'
                       MOVE 'ACM-FILE' TO WS-ERROR-FILE-NAME
                       MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS
                       PERFORM OPEN-ERROR
                   END-IF
               WHEN OTHER
                   MOVE 'ACM-FILE' TO WS-ERROR-FILE-NAME
                   MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
           END-EVALUATE
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               PERFORM PRICE-ONE-ACCOUNT
           END-PERFORM
           IF WS-ACM-ON-FILE = 'Y'
               CLOSE ACM-FILE
           END-IF
           COMPUTE WS-UNALLOC-AMOUNT = WS-POST-AMOUNT - WS-GROSS-TOTAL.

       PRICE-ONE-ACCOUNT.
           COMPUTE WS-AC-GROSS (WS-ACCT-SUB) ROUNDED =
               WS-AC-INTEREST (WS-ACCT-SUB)
           MOVE 0 TO WS-AC-TAX (WS-ACCT-SUB)
           MOVE '000' TO WS-AC-BRANCH (WS-ACCT-SUB)
           MOVE 'N' TO WS-AC-WHT-FLAG (WS-ACCT-SUB)
           IF WS-AC-GROSS (WS-ACCT-SUB) NOT > 0
               MOVE 0 TO WS-AC-GROSS (WS-ACCT-SUB)
               EXIT PARAGRAPH
           END-IF
           IF WS-ACM-ON-FILE = 'Y'
               MOVE WS-AC-ACCOUNT-NO (WS-ACCT-SUB) TO ACM-ACCOUNT-NO
               READ ACM-FILE INTO ACM-RECORD
                   NOT INVALID KEY
                       IF ACM-BRANCH-CODE NOT = SPACES
                           MOVE ACM-BRANCH-CODE
                               TO WS-AC-BRANCH (WS-ACCT-SUB)
                       END-IF
                       IF ACM-SUBJECT-TO-WHT
                           MOVE 'Y' TO WS-AC-WHT-FLAG (WS-ACCT-SUB)
                       END-IF
               END-READ
           END-IF
           IF WS-AC-WHT-FLAG (WS-ACCT-SUB) = 'Y'
               IF WS-WHT-RATE-FOUND = 'N'
                   DISPLAY 'INTACCR ABEND: account '
                       WS-AC-ACCOUNT-NO (WS-ACCT-SUB)
                       ' is subject to withholding and no '
                       WS-WHT-RATE-TYPE ' rate is in effect - '
                       'nothing posted'
                   MOVE 'E' TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING 'NO ' WS-WHT-RATE-TYPE ' RATE IN EFFECT FOR '
                       'WITHHOLDING - NOTHING POSTED'
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   END-STRING
                   PERFORM WRITE-RUN-LOG
                   IF WS-ACM-ON-FILE = 'Y'
                       CLOSE ACM-FILE
                   END-IF
                   CLOSE INT-REPORT
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-AC-TAX (WS-ACCT-SUB) ROUNDED =
                   WS-AC-GROSS (WS-ACCT-SUB) * WS-WHT-RATE / 100
               ADD 1 TO WS-ACCTS-WITHHELD
           END-IF
           ADD 1 TO WS-ACCTS-PAID
           ADD WS-AC-GROSS (WS-ACCT-SUB) TO WS-GROSS-TOTAL
           ADD WS-AC-TAX (WS-ACCT-SUB) TO WS-TAX-TOTAL.

      *> One piece of a detail and, with it, one piece of the
      *> reversal that goes alongside, into the same batch.
       ADD-INTEREST-ITEM.
           IF WS-AMOUNT-LEFT > WS-MAX-DETAIL
               MOVE WS-MAX-DETAIL TO WS-PIECE-AMOUNT
           ELSE
               MOVE WS-AMOUNT-LEFT TO WS-PIECE-AMOUNT
           END-IF
           IF WS-REVERSAL-LEFT > WS-MAX-DETAIL
               MOVE WS-MAX-DETAIL TO WS-REVERSAL-PIECE
           ELSE
               MOVE WS-REVERSAL-LEFT TO WS-REVERSAL-PIECE
           END-IF
           SUBTRACT WS-PIECE-AMOUNT FROM WS-AMOUNT-LEFT
           SUBTRACT WS-REVERSAL-PIECE FROM WS-REVERSAL-LEFT
           PERFORM FIT-ITEM-TO-BATCH
           COMPUTE WS-BT-TOTAL (WS-BATCH-SUB) =
               WS-BT-TOTAL (WS-BATCH-SUB) + WS-PIECE-AMOUNT
               - WS-REVERSAL-PIECE
           IF WS-PIECE-AMOUNT > 0
               MOVE 'D' TO WS-USED-TYPE
               MOVE WS-PIECE-AMOUNT TO WS-USED-AMOUNT
               MOVE WS-ITEM-REF TO WS-ENTRY-REF
               PERFORM ADD-ONE-ENTRY
           END-IF
           IF WS-REVERSAL-PIECE > 0
               MOVE 'R' TO WS-USED-TYPE
               MOVE WS-REVERSAL-PIECE TO WS-USED-AMOUNT
               MOVE WS-REVERSAL-REF TO WS-ENTRY-REF
               PERFORM ADD-ONE-ENTRY
           END-IF.

      *> The first batch past the last one that already holds either
      *> amount whose control total can take the pair.
       FIT-ITEM-TO-BATCH.
           MOVE 0 TO WS-FIRST-BATCH
           IF WS-PIECE-AMOUNT > 0
               MOVE 'D' TO WS-USED-TYPE
               MOVE WS-PIECE-AMOUNT TO WS-USED-AMOUNT
               PERFORM FIND-USED-AMOUNT
               IF WS-USED-FOUND = 'Y'
                   MOVE WS-UA-LAST-BATCH (WS-USED-SUB)
                       TO WS-FIRST-BATCH
               END-IF
           END-IF
           IF WS-REVERSAL-PIECE > 0
               MOVE 'R' TO WS-USED-TYPE
               MOVE WS-REVERSAL-PIECE TO WS-USED-AMOUNT
               PERFORM FIND-USED-AMOUNT
               IF WS-USED-FOUND = 'Y'
                   AND WS-UA-LAST-BATCH (WS-USED-SUB) > WS-FIRST-BATCH
                   MOVE WS-UA-LAST-BATCH (WS-USED-SUB)
                       TO WS-FIRST-BATCH
               END-IF
           END-IF
           ADD 1 TO WS-FIRST-BATCH
           MOVE 'N' TO WS-BATCH-FITS
           PERFORM VARYING WS-BATCH-SUB FROM WS-FIRST-BATCH BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
                   OR WS-BATCH-FITS = 'Y'
               PERFORM TRY-ONE-BATCH
           END-PERFORM
           IF WS-BATCH-FITS = 'Y'
               SUBTRACT 1 FROM WS-BATCH-SUB
           ELSE
               IF WS-BATCH-COUNT >= 1000
                   DISPLAY 'INTACCR ABEND: posting needs more than '
                       '1000 batches - nothing posted'
                   CLOSE INT-REPORT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-BATCH-COUNT TO WS-BATCH-SUB
               MOVE 0 TO WS-BT-TOTAL (WS-BATCH-SUB)
               MOVE 0 TO WS-BT-COUNT (WS-BATCH-SUB)
           END-IF.

       TRY-ONE-BATCH.
           COMPUTE WS-NEW-TOTAL = WS-BT-TOTAL (WS-BATCH-SUB)
               + WS-PIECE-AMOUNT - WS-REVERSAL-PIECE
           IF WS-NEW-TOTAL NOT > WS-MAX-DETAIL
               AND WS-NEW-TOTAL NOT < 0 - WS-MAX-DETAIL
               MOVE 'Y' TO WS-BATCH-FITS
           END-IF.

       ADD-ONE-ENTRY.
           IF WS-ENTRY-COUNT >= 21000
               DISPLAY 'INTACCR ABEND: more than 21000 interest '
                   'entries - nothing posted'
               CLOSE INT-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           MOVE WS-ENTRY-COUNT TO WS-ENTRY-SUB
           MOVE WS-USED-TYPE TO WS-EN-TYPE (WS-ENTRY-SUB)
           MOVE WS-ITEM-ACCOUNT TO WS-EN-ACCOUNT-NO (WS-ENTRY-SUB)
           MOVE WS-ITEM-BRANCH TO WS-EN-BRANCH (WS-ENTRY-SUB)
           MOVE WS-USED-AMOUNT TO WS-EN-AMOUNT (WS-ENTRY-SUB)
           MOVE WS-ENTRY-REF TO WS-EN-ITEM-REF (WS-ENTRY-SUB)
           ADD 1 TO WS-BT-COUNT (WS-BATCH-SUB)
           MOVE WS-BATCH-SUB TO WS-EN-BATCH-SUB (WS-ENTRY-SUB)
           MOVE WS-BT-COUNT (WS-BATCH-SUB) TO WS-EN-SEQ (WS-ENTRY-SUB)
           PERFORM FIND-USED-AMOUNT
           IF WS-USED-FOUND = 'N'
               PERFORM INSERT-USED-AMOUNT
           END-IF
           MOVE WS-BATCH-SUB TO WS-UA-LAST-BATCH (WS-USED-SUB).

       FIND-USED-AMOUNT.
           MOVE 'N' TO WS-USED-FOUND
           MOVE 1 TO WS-BSEARCH-LOW
           MOVE WS-USED-COUNT TO WS-BSEARCH-HIGH
           PERFORM UNTIL WS-BSEARCH-LOW > WS-BSEARCH-HIGH
                   OR WS-USED-FOUND = 'Y'
               COMPUTE WS-BSEARCH-MID =
                   (WS-BSEARCH-LOW + WS-BSEARCH-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-UA-KEY (WS-BSEARCH-MID) = WS-USED-KEY
                       MOVE 'Y' TO WS-USED-FOUND
                       MOVE WS-BSEARCH-MID TO WS-USED-SUB
                   WHEN WS-UA-KEY (WS-BSEARCH-MID) < WS-USED-KEY
                       COMPUTE WS-BSEARCH-LOW = WS-BSEARCH-MID + 1
                   WHEN OTHER
                       COMPUTE WS-BSEARCH-HIGH = WS-BSEARCH-MID - 1
               END-EVALUATE
           END-PERFORM
           MOVE WS-BSEARCH-LOW TO WS-BSEARCH-INSERT-POINT.

       INSERT-USED-AMOUNT.
           ADD 1 TO WS-USED-COUNT
           IF WS-BSEARCH-INSERT-POINT < WS-USED-COUNT
               PERFORM VARYING WS-USED-IDX FROM WS-USED-COUNT BY -1
                       UNTIL WS-USED-IDX <= WS-BSEARCH-INSERT-POINT
                   MOVE WS-USED-ENTRY (WS-USED-IDX - 1)
                       TO WS-USED-ENTRY (WS-USED-IDX)
               END-PERFORM
           END-IF
           MOVE WS-BSEARCH-INSERT-POINT TO WS-USED-SUB
           MOVE WS-USED-KEY TO WS-UA-KEY (WS-USED-SUB).

       CHECK-BATCH-FREE.
           COMPUTE WS-BATCH-NUMBER = WS-TARGET-BATCH + WS-BATCH-SUB - 1
           MOVE WS-BATCH-NUMBER TO FILE1-KEY-BATCH
           MOVE 0 TO FILE1-KEY-SEQ
           READ FILE1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'INTACCR ABEND: batch ' WS-BATCH-NUMBER
                       ' already exists in file1.dat - nothing '
                       'posted'
                   CLOSE FILE1
                   CLOSE INT-REPORT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

       WRITE-ONE-INTEREST-BATCH.
           COMPUTE WS-BATCH-NUMBER = WS-TARGET-BATCH + WS-BATCH-SUB - 1
           MOVE WS-BATCH-NUMBER TO FILE1-KEY-BATCH
           MOVE 0 TO FILE1-KEY-SEQ
           SET FILE1-IS-HEADER TO TRUE
           MOVE WS-TODAY TO HDR-RUN-DATE
           MOVE 'INTACCRUAL' TO HDR-BATCH-ID
           MOVE 0 TO HDR-ADJ-PERIOD
           WRITE FILE1-RECORD
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
               IF WS-EN-BATCH-SUB (WS-ENTRY-SUB) = WS-BATCH-SUB
                   PERFORM WRITE-ONE-INTEREST-DETAIL
               END-IF
           END-PERFORM
           MOVE WS-BATCH-NUMBER TO FILE1-KEY-BATCH
           MOVE 999999 TO FILE1-KEY-SEQ
           SET FILE1-IS-TRAILER TO TRUE
           MOVE SPACES TO FILE1-DETAIL-DATA
           MOVE WS-BT-COUNT (WS-BATCH-SUB) TO TRLR-RECORD-COUNT
           MOVE WS-BT-TOTAL (WS-BATCH-SUB) TO TRLR-CONTROL-TOTAL
           WRITE FILE1-RECORD.

       WRITE-ONE-INTEREST-DETAIL.
           MOVE WS-BATCH-NUMBER TO FILE1-KEY-BATCH
           MOVE WS-EN-SEQ (WS-ENTRY-SUB) TO FILE1-KEY-SEQ
           IF WS-EN-TYPE (WS-ENTRY-SUB) = 'R'
               SET FILE1-IS-REVERSAL TO TRUE
           ELSE
               SET FILE1-IS-DETAIL TO TRUE
           END-IF
           MOVE SPACES TO FILE1-DETAIL-DATA
           MOVE WS-EN-AMOUNT (WS-ENTRY-SUB) TO NUMBER-VALUE
           MOVE WS-EN-BRANCH (WS-ENTRY-SUB) TO FILE1-BRANCH-CODE
           MOVE WS-EN-ACCOUNT-NO (WS-ENTRY-SUB) TO FILE1-ACCOUNT-NO
           MOVE WS-EN-ITEM-REF (WS-ENTRY-SUB) TO FILE1-ITEM-REF
           WRITE FILE1-RECORD.

       WRITE-POSTING-LINES.
           MOVE SPACES TO WS-RPT-MESSAGE
           EVALUATE TRUE
               WHEN WS-NOT-PERIOD-END
                   MOVE 'NOT A PERIOD-END DAY - MONTH STILL ACCRUING'
                       TO WS-RPT-MESSAGE
               WHEN WS-POSTED-BEFORE
                   MOVE WS-POSTED-AMOUNT TO WS-DISPLAY-AMOUNT
                   STRING 'ALREADY POSTED ' WS-DISPLAY-AMOUNT
                       ' FROM BATCH ' WS-POSTED-BATCH
                       ' - NOT POSTED AGAIN'
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
               WHEN WS-NOTHING-TO-POST
                   MOVE 'NOTHING ACCRUED FOR THE MONTH - NOTHING POSTED'
                       TO WS-RPT-MESSAGE
               WHEN WS-INTEREST-NEGATIVE
                   MOVE WS-POST-AMOUNT TO WS-DISPLAY-AMOUNT
                   STRING 'NET INTEREST ' WS-DISPLAY-AMOUNT
                       ' IS NEGATIVE - NOT POSTED, BOOK BY HAND'
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
               WHEN WS-POSTED-TONIGHT
                   MOVE WS-POST-AMOUNT TO WS-DISPLAY-AMOUNT
                   STRING 'POSTED ' WS-DISPLAY-AMOUNT ' IN '
                       WS-BATCH-COUNT ' BATCH(ES) FROM BATCH '
                       WS-TARGET-BATCH
                       DELIMITED BY SIZE INTO WS-RPT-MESSAGE
                   END-STRING
           END-EVALUATE
           WRITE INT-REPORT-RECORD FROM WS-RPT-MESSAGE
           IF WS-POSTED-TONIGHT
               MOVE 'ROUNDING NOT POSTED:' TO WS-TOT-NAME
               MOVE WS-ROUNDING TO WS-TOT-VALUE
               WRITE INT-REPORT-RECORD FROM WS-RPT-TOTAL
               PERFORM WRITE-ACCOUNT-LINES
           END-IF
           IF WS-NO-RATE-DAYS > 0
               MOVE SPACES TO WS-RPT-MESSAGE
               STRING WS-NO-RATE-DAYS ' DAY(S) ACCRUED TONIGHT WITH NO '
                   WS-RATE-TYPE ' RATE IN EFFECT'
                   DELIMITED BY SIZE INTO WS-RPT-MESSAGE
               END-STRING
               WRITE INT-REPORT-RECORD FROM WS-RPT-MESSAGE
           END-IF
           IF WS-CAPPED = 'Y'
               MOVE SPACES TO WS-RPT-MESSAGE
               STRING 'ACCRUAL GAP OVER ' WS-CATCHUP-CAP
                   ' DAYS - EARLIER DAYS NOT ACCRUED'
                   DELIMITED BY SIZE INTO WS-RPT-MESSAGE
               END-STRING
               WRITE INT-REPORT-RECORD FROM WS-RPT-MESSAGE
           END-IF.

      *> What each account was paid - gross, tax withheld (W marks
      *> an account subject to withholding) and net - and how the
      *> month's posting splits between the accounts and the
      *> unallocated remainder.
       WRITE-ACCOUNT-LINES.
           MOVE SPACES TO WS-RPT-MESSAGE
           WRITE INT-REPORT-RECORD FROM WS-RPT-MESSAGE
           WRITE INT-REPORT-RECORD FROM WS-ACCT-COLS
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-AC-GROSS (WS-ACCT-SUB) > 0
                   MOVE WS-AC-ACCOUNT-NO (WS-ACCT-SUB) TO WS-AL-ACCOUNT
                   MOVE WS-AC-BRANCH (WS-ACCT-SUB) TO WS-AL-BRANCH
                   MOVE WS-AC-GROSS (WS-ACCT-SUB) TO WS-AL-GROSS
                   MOVE SPACE TO WS-AL-WHT
                   IF WS-AC-WHT-FLAG (WS-ACCT-SUB) = 'Y'
                       MOVE 'W' TO WS-AL-WHT
                   END-IF
                   MOVE WS-AC-TAX (WS-ACCT-SUB) TO WS-AL-TAX
                   COMPUTE WS-AL-NET = WS-AC-GROSS (WS-ACCT-SUB)
                       - WS-AC-TAX (WS-ACCT-SUB)
                   WRITE INT-REPORT-RECORD FROM WS-ACCT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-MESSAGE
           STRING WS-ACCTS-PAID ' ACCOUNT(S) PAID, ' WS-ACCTS-WITHHELD
               ' WITHHELD AT ' WS-WHT-RATE ' PCT (' WS-WHT-RATE-TYPE
               ' EFFECTIVE ' WS-WHT-EFF-DATE ')'
               DELIMITED BY SIZE INTO WS-RPT-MESSAGE
           END-STRING
           WRITE INT-REPORT-RECORD FROM WS-RPT-MESSAGE
           MOVE 'GROSS INTEREST TO ACCOUNTS:' TO WS-TOT-NAME
           MOVE WS-GROSS-TOTAL TO WS-TOT-VALUE
           WRITE INT-REPORT-RECORD FROM WS-RPT-TOTAL
           MOVE 'TAX WITHHELD:' TO WS-TOT-NAME
           MOVE WS-TAX-TOTAL TO WS-TOT-VALUE
           WRITE INT-REPORT-RECORD FROM WS-RPT-TOTAL
           MOVE 'UNALLOCATED INTEREST:' TO WS-TOT-NAME
           MOVE WS-UNALLOC-AMOUNT TO WS-TOT-VALUE
           WRITE INT-REPORT-RECORD FROM WS-RPT-TOTAL
           MOVE 'TOTAL INTEREST POSTED:' TO WS-TOT-NAME
           MOVE WS-POST-AMOUNT TO WS-TOT-VALUE
           WRITE INT-REPORT-RECORD FROM WS-RPT-TOTAL.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'INTACCR ABEND: OPEN FAILED FOR '
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
