       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRNCHK.
      *> Daily suspicious-pattern screening. limit.parm only stops a
      *> single item over a fixed amount; this step looks for the
      *> patterns compliance asks about across the posted sets. The
      *> day screened is the latest business date on file2.dat, and
      *> its items are measured against the recent activity on
      *> file2.dat and the file2.hist archive under three rules, all
      *> tuned in scrnchk.parm:
      *>   J - a branch with the given number of items or more that
      *>       day falling within the given percentage below the
      *>       limit.parm amount (not applied without limit.parm);
      *>   R - an amount posted today that has been posted the given
      *>       number of times or more, in more than one set, over
      *>       the look-back days (amounts under a floor ignored);
      *>   V - a branch whose item count today exceeds its average
      *>       over its own recent business days by the given
      *>       percentage. Which days make up the history comes from
      *>       runstats.dat - the last window's worth of business
      *>       dates FILE2 actually ran before today - and the
      *>       branch's counts on those days from the posted sets,
      *>       since runstats.dat itself carries no branch split.
      *> Every hit is written to the invest.que investigation queue
      *> for an analyst to disposition in INVDISP, and listed on the
      *> daily screening report (screen.rpt) for the compliance
      *> officer. A hit already queued for the same business date
      *> is reported again but not queued twice, so a rerun is safe.
      *> The step ends with RETURN-CODE 4 when it queued anything.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE2 ASSIGN TO 'file2.dat'
               FILE STATUS IS WS-FILE2-STATUS.
           SELECT FILE2-HIST ASSIGN TO 'file2.hist'
               FILE STATUS IS WS-FILE2-HIST-STATUS.
           SELECT RUN-STATS-FILE ASSIGN TO 'runstats.dat'
               FILE STATUS IS WS-RUN-STATS-STATUS.
           SELECT LIMIT-PARM-FILE ASSIGN TO 'limit.parm'
               FILE STATUS IS WS-LIMIT-PARM-STATUS.
           SELECT SCRN-PARM-FILE ASSIGN TO 'scrnchk.parm'
               FILE STATUS IS WS-SCRN-PARM-STATUS.
           SELECT INVEST-QUEUE ASSIGN TO 'invest.que'
               FILE STATUS IS WS-INVEST-QUEUE-STATUS.
           SELECT SCRN-REPORT ASSIGN TO 'screen.rpt'
               FILE STATUS IS WS-SCRN-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE2.
       01  FILE2-RECORD.
           COPY file2rec.

      *> Archived file2.dat records, read into FILE2-RECORD so both
      *> sources share one layout.
       FD  FILE2-HIST.
       01  FILE2-HIST-RECORD         PIC X(45).

       FD  RUN-STATS-FILE.
       01  RUN-STATS-RECORD.
           COPY runstats.

       FD  LIMIT-PARM-FILE.
       01  LIMIT-PARM-RECORD.
           05  LIMIT-AMOUNT         PIC 9(6)V99.

      *> Screening thresholds - any field missing, zero or not
      *> numeric takes its default:
      *>   SCP-UNDER-PCT      band below the limit for rule J (10)
      *>   SCP-UNDER-COUNT    band items per branch for rule J (3)
      *>   SCP-REPEAT-COUNT   postings of one amount for rule R (3)
      *>   SCP-REPEAT-FLOOR   smallest amount rule R looks at (500.00)
      *>   SCP-LOOKBACK-DAYS  calendar days rule R looks back (10)
      *>   SCP-JUMP-PCT       rise over the branch average, rule V (100)
      *>   SCP-JUMP-WINDOW    prior business days averaged, rule V (7)
      *>   SCP-JUMP-FLOOR     smallest day count rule V looks at (10)
       FD  SCRN-PARM-FILE.
       01  SCRN-PARM-RECORD.
           05  SCP-UNDER-PCT        PIC 9(3).
           05  SCP-UNDER-COUNT      PIC 9(3).
           05  SCP-REPEAT-COUNT     PIC 9(3).
           05  SCP-REPEAT-FLOOR     PIC 9(6)V99.
           05  SCP-LOOKBACK-DAYS    PIC 9(3).
           05  SCP-JUMP-PCT         PIC 9(3).
           05  SCP-JUMP-WINDOW      PIC 9(3).
           05  SCP-JUMP-FLOOR       PIC 9(5).

       FD  INVEST-QUEUE.
       01  INVEST-QUEUE-RECORD.
           COPY invque.

       FD  SCRN-REPORT.
       01  SCRN-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-TIME           PIC 9(8).

      *> The business date being screened and its day number, so
      *> the look-back can be counted in calendar days.
       01 WS-SCREEN-DATE        PIC 9(8) VALUE 0.
       01 WS-SCREEN-DAY-NO      PIC 9(8) VALUE 0.
       01 WS-LOOKBACK-DAY-NO    PIC S9(8) VALUE 0.

      *> The set being read - its header date and batch, and what it
      *> counts towards.
       01 WS-SET-DATE           PIC 9(8) VALUE 0.
       01 WS-SET-BATCH          PIC 9(4) VALUE 0.
       01 WS-SET-KEY            PIC 9(12) VALUE 0.
       01 WS-SET-DAY-NO         PIC 9(8) VALUE 0.
       01 WS-SET-IS-TODAY       PIC X VALUE 'N'.
       01 WS-SET-IS-BASE        PIC X VALUE 'N'.
       01 WS-SET-IN-LOOKBACK    PIC X VALUE 'N'.
       01 WS-PRIOR-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ITEM-AMOUNT        PIC S9(9)V99 COMP-3 VALUE 0.

      *> Thresholds in effect, defaulted here and overridden from
      *> scrnchk.parm.
       01 WS-LIMIT-ACTIVE       PIC X VALUE 'N'.
       01 WS-LIMIT-VALUE        PIC S9(6)V99 COMP-3 VALUE 0.
       01 WS-UNDER-FLOOR        PIC S9(6)V99 COMP-3 VALUE 0.
       01 WS-UNDER-PCT          PIC 9(3) VALUE 10.
       01 WS-UNDER-COUNT        PIC 9(3) VALUE 3.
       01 WS-REPEAT-COUNT       PIC 9(3) VALUE 3.
       01 WS-REPEAT-FLOOR       PIC 9(6)V99 VALUE 500.00.
       01 WS-LOOKBACK-DAYS      PIC 9(3) VALUE 10.
       01 WS-JUMP-PCT           PIC 9(3) VALUE 100.
       01 WS-JUMP-WINDOW        PIC 9(3) VALUE 7.
       01 WS-JUMP-FLOOR         PIC 9(5) VALUE 10.

      *> runstats.dat business dates, most recent last - FILE2
      *> appends it in run order. The baseline is the last
      *> WS-JUMP-WINDOW distinct dates before the screened date.
       01 WS-RST-COUNT          PIC 9(3) VALUE 0.
       01 WS-RST-TABLE.
           05  WS-RST-DATE      PIC 9(8) OCCURS 500 TIMES
                                 INDEXED BY WS-RST-IDX.
       01 WS-BASE-COUNT         PIC 9(3) VALUE 0.
       01 WS-BASE-TABLE.
           05  WS-BASE-DATE     PIC 9(8) OCCURS 99 TIMES
                                 INDEXED BY WS-BASE-IDX.

      *> Per-branch figures: today's items, today's items in the
      *> just-under-limit band, and the items over the baseline days.
       01 WS-BR-COUNT           PIC 9(3) VALUE 0.
       01 WS-BR-FOUND           PIC X VALUE 'N'.
       01 WS-BR-FULL-WARNED     PIC X VALUE 'N'.
       01 WS-BR-TABLE.
           05  WS-BR-ENTRY      OCCURS 300 TIMES
                                 INDEXED BY WS-BR-IDX.
               10  WS-BR-CODE       PIC X(3).
               10  WS-BR-TODAY      PIC 9(6).
               10  WS-BR-UNDER      PIC 9(6).
               10  WS-BR-UNDER-TOTAL PIC S9(9)V99 COMP-3.
               10  WS-BR-BASE       PIC 9(7).

      *> Every amount at or over the repeat floor posted within the
      *> look-back: how often, in how many sets, how many of those
      *> today, and the branch of the first of today's.
       01 WS-AMT-COUNT          PIC 9(5) VALUE 0.
       01 WS-AMT-FOUND          PIC X VALUE 'N'.
       01 WS-AMT-FULL-WARNED    PIC X VALUE 'N'.
       01 WS-AMT-TABLE.
           05  WS-AMT-ENTRY     OCCURS 5000 TIMES
                                 INDEXED BY WS-AMT-IDX.
               10  WS-AMT-VALUE     PIC S9(9)V99 COMP-3.
               10  WS-AMT-SEEN      PIC 9(5).
               10  WS-AMT-SETS      PIC 9(4).
               10  WS-AMT-LAST-SET  PIC 9(12).
               10  WS-AMT-TODAY     PIC 9(5).
               10  WS-AMT-BRANCH    PIC X(3).
               10  WS-AMT-FIRST-DATE PIC 9(8).

      *> Hits already on invest.que for the screened date, so a
      *> rerun reports them without queuing them again.
       01 WS-DONE-COUNT         PIC 9(4) VALUE 0.
       01 WS-DONE-TABLE.
           05  WS-DONE-ENTRY    OCCURS 2000 TIMES
                                 INDEXED BY WS-DONE-IDX.
               10  WS-DONE-RULE     PIC X(1).
               10  WS-DONE-BRANCH   PIC X(3).
               10  WS-DONE-AMOUNT   PIC 9(9)V99.
       01 WS-DONE-FOUND         PIC X VALUE 'N'.

      *> The hit being raised.
       01 WS-HIT-RULE           PIC X(1) VALUE SPACES.
       01 WS-HIT-BRANCH         PIC X(3) VALUE SPACES.
       01 WS-HIT-AMOUNT         PIC 9(9)V99 VALUE 0.
       01 WS-HIT-COUNT          PIC 9(6) VALUE 0.
       01 WS-HIT-DETAIL         PIC X(40) VALUE SPACES.

       01 WS-AVG-COUNT          PIC 9(6)V99 VALUE 0.
       01 WS-JUMP-LIMIT         PIC 9(8)V99 VALUE 0.

       01 WS-ITEMS-SCREENED     PIC 9(6) VALUE 0.
       01 WS-HISTORY-ITEMS      PIC 9(7) VALUE 0.
       01 WS-NEW-HIT-COUNT      PIC 9(5) VALUE 0.
       01 WS-OLD-HIT-COUNT      PIC 9(5) VALUE 0.
       01 WS-OPEN-COUNT         PIC 9(6) VALUE 0.

       01 WS-EDIT-COUNT         PIC Z(5)9.
       01 WS-EDIT-COUNT-2       PIC Z(5)9.
       01 WS-EDIT-PCT           PIC ZZ9.
       01 WS-EDIT-AMOUNT        PIC Z(5)9.99.
       01 WS-EDIT-AVG           PIC Z(5)9.99.

       01 WS-FILE2-STATUS       PIC XX VALUE '00'.
       01 WS-FILE2-HIST-STATUS  PIC XX VALUE '00'.
       01 WS-RUN-STATS-STATUS   PIC XX VALUE '00'.
       01 WS-LIMIT-PARM-STATUS  PIC XX VALUE '00'.
       01 WS-SCRN-PARM-STATUS   PIC XX VALUE '00'.
       01 WS-INVEST-QUEUE-STATUS PIC XX VALUE '00'.
       01 WS-SCRN-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - the screening outcome goes
      *> to run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'SCRNCHK'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(29) VALUE
               'SUSPICIOUS-PATTERN SCREENING'.
           05  FILLER            PIC X(15) VALUE 'BUSINESS DATE '.
           05  WS-HDR-DATE       PIC 9(8).
           05  FILLER            PIC X(5)  VALUE ' RUN '.
           05  WS-HDR-RUN-DATE   PIC 9(8).
           05  FILLER            PIC X(15) VALUE SPACES.

       01 WS-RPT-TEXT           PIC X(80) VALUE SPACES.

       01 WS-RPT-COLS.
           05  FILLER            PIC X(3)  VALUE 'RL'.
           05  FILLER            PIC X(5)  VALUE 'BRN'.
           05  FILLER            PIC X(14) VALUE '      AMOUNT'.
           05  FILLER            PIC X(8)  VALUE ' ITEMS'.
           05  FILLER            PIC X(41) VALUE 'DETAIL'.
           05  FILLER            PIC X(9)  VALUE 'STATUS'.

       01 WS-RPT-HIT-LINE.
           05  WS-RPT-RULE       PIC X(1).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-BRANCH     PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-AMOUNT     PIC Z(8)9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-COUNT      PIC Z(5)9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-DETAIL     PIC X(40).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RPT-MARK       PIC X(6).
           05  FILLER            PIC X(3)  VALUE SPACES.

       01 WS-RESULT-LINE.
           05  FILLER            PIC X(18) VALUE 'SCREENING RESULT: '.
           05  WS-RES-STATUS     PIC X(7).
           05  FILLER            PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-SCRN-PARM
           PERFORM LOAD-LIMIT-PARM
           PERFORM FIND-SCREEN-DATE
           IF WS-SCREEN-DATE = 0
               DISPLAY 'SCRNCHK: no posted set on file2.dat - '
                   'nothing to screen'
               MOVE 'NO POSTED SET ON FILE2.DAT - NOTHING SCREENED'
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF
           COMPUTE WS-SCREEN-DAY-NO =
               FUNCTION INTEGER-OF-DATE(WS-SCREEN-DATE)
           COMPUTE WS-LOOKBACK-DAY-NO =
               WS-SCREEN-DAY-NO - WS-LOOKBACK-DAYS
           PERFORM LOAD-RUN-HISTORY
           PERFORM SCAN-POSTED-SETS
           PERFORM LOAD-QUEUED-HITS
           OPEN OUTPUT SCRN-REPORT
           IF WS-SCRN-REPORT-STATUS NOT = '00'
               MOVE 'SCRN-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-SCRN-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           PERFORM OPEN-QUEUE-EXTEND
           MOVE WS-SCREEN-DATE TO WS-HDR-DATE
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           WRITE SCRN-REPORT-RECORD FROM WS-RPT-HEADER
           PERFORM WRITE-RULE-LINES
           MOVE SPACES TO SCRN-REPORT-RECORD
           WRITE SCRN-REPORT-RECORD
           WRITE SCRN-REPORT-RECORD FROM WS-RPT-COLS
           IF WS-LIMIT-ACTIVE = 'Y'
               PERFORM APPLY-UNDER-LIMIT-RULE
           END-IF
           PERFORM APPLY-REPEAT-RULE
           IF WS-BASE-COUNT > 0
               PERFORM APPLY-VOLUME-RULE
           END-IF
           CLOSE INVEST-QUEUE
           PERFORM WRITE-SUMMARY-LINES
           CLOSE SCRN-REPORT
           DISPLAY 'SCRNCHK: ' WS-ITEMS-SCREENED ' items screened for '
               WS-SCREEN-DATE ' - ' WS-NEW-HIT-COUNT ' new hits, '
               WS-OLD-HIT-COUNT ' already queued'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'SCREENED ' WS-SCREEN-DATE ' ITEMS '
               WS-ITEMS-SCREENED ' NEW HITS ' WS-NEW-HIT-COUNT
               ' OPEN ' WS-OPEN-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           IF WS-NEW-HIT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-SCRN-PARM.
           OPEN INPUT SCRN-PARM-FILE
           IF WS-SCRN-PARM-STATUS = '00'
               READ SCRN-PARM-FILE INTO SCRN-PARM-RECORD
               IF SCP-UNDER-PCT NUMERIC AND SCP-UNDER-PCT > 0
                   AND SCP-UNDER-PCT < 100
                   MOVE SCP-UNDER-PCT TO WS-UNDER-PCT
               END-IF
               IF SCP-UNDER-COUNT NUMERIC AND SCP-UNDER-COUNT > 0
                   MOVE SCP-UNDER-COUNT TO WS-UNDER-COUNT
               END-IF
               IF SCP-REPEAT-COUNT NUMERIC AND SCP-REPEAT-COUNT > 1
                   MOVE SCP-REPEAT-COUNT TO WS-REPEAT-COUNT
               END-IF
               IF SCP-REPEAT-FLOOR NUMERIC AND SCP-REPEAT-FLOOR > 0
                   MOVE SCP-REPEAT-FLOOR TO WS-REPEAT-FLOOR
               END-IF
               IF SCP-LOOKBACK-DAYS NUMERIC AND SCP-LOOKBACK-DAYS > 0
                   MOVE SCP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
               END-IF
               IF SCP-JUMP-PCT NUMERIC AND SCP-JUMP-PCT > 0
                   MOVE SCP-JUMP-PCT TO WS-JUMP-PCT
               END-IF
               IF SCP-JUMP-WINDOW NUMERIC AND SCP-JUMP-WINDOW > 0
                   MOVE SCP-JUMP-WINDOW TO WS-JUMP-WINDOW
               END-IF
               IF SCP-JUMP-FLOOR NUMERIC AND SCP-JUMP-FLOOR > 0
                   MOVE SCP-JUMP-FLOOR TO WS-JUMP-FLOOR
               END-IF
               CLOSE SCRN-PARM-FILE
           END-IF
           IF WS-JUMP-WINDOW > 99
               MOVE 99 TO WS-JUMP-WINDOW
           END-IF.

      *> Rule J needs a limit to be just under; without limit.parm
      *> the rule is reported as not applied.
       LOAD-LIMIT-PARM.
           OPEN INPUT LIMIT-PARM-FILE
           IF WS-LIMIT-PARM-STATUS = '00'
               READ LIMIT-PARM-FILE INTO LIMIT-PARM-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LIMIT-AMOUNT NUMERIC AND LIMIT-AMOUNT > 0
                           MOVE 'Y' TO WS-LIMIT-ACTIVE
                           MOVE LIMIT-AMOUNT TO WS-LIMIT-VALUE
                           COMPUTE WS-UNDER-FLOOR ROUNDED =
                               WS-LIMIT-VALUE
                               - WS-LIMIT-VALUE * WS-UNDER-PCT / 100
                       END-IF
               END-READ
               CLOSE LIMIT-PARM-FILE
           END-IF.

      *> The day screened is the latest business date among the sets
      *> on file2.dat - on an append-mode day that covers every
      *> batch posted under it.
       FIND-SCREEN-DATE.
           OPEN INPUT FILE2
           IF WS-FILE2-STATUS NOT = '00'
               MOVE 'FILE2' TO WS-ERROR-FILE-NAME
               MOVE WS-FILE2-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ FILE2 INTO FILE2-RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF FILE2-REC-TYPE = 'H'
                           AND HDR2-BUSINESS-DATE NUMERIC
                           AND HDR2-BUSINESS-DATE > WS-SCREEN-DATE
                           MOVE HDR2-BUSINESS-DATE TO WS-SCREEN-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILE2.

      *> No runstats.dat simply means no history to compare against
      *> - rule V is reported as not applied.
       LOAD-RUN-HISTORY.
           OPEN INPUT RUN-STATS-FILE
           IF WS-RUN-STATS-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-RUN-HISTORY
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE RUN-STATS-FILE
           END-IF
           PERFORM VARYING WS-RST-IDX FROM WS-RST-COUNT BY -1
                   UNTIL WS-RST-IDX < 1
                   OR WS-BASE-COUNT >= WS-JUMP-WINDOW
               IF WS-RST-DATE (WS-RST-IDX) < WS-SCREEN-DATE
                   PERFORM NOTE-BASELINE-DATE
               END-IF
           END-PERFORM.

       READ-RUN-HISTORY.
           READ RUN-STATS-FILE INTO RUN-STATS-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF WS-RST-COUNT >= 500
                       PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                               UNTIL WS-RST-IDX >= WS-RST-COUNT
                           MOVE WS-RST-DATE (WS-RST-IDX + 1)
                               TO WS-RST-DATE (WS-RST-IDX)
                       END-PERFORM
                   ELSE
                       ADD 1 TO WS-RST-COUNT
                   END-IF
                   MOVE RST-BUSINESS-DATE TO WS-RST-DATE (WS-RST-COUNT)
           END-READ.

      *> Several batches under one date are one business day of
      *> history, so a date already taken is not taken again.
       NOTE-BASELINE-DATE.
           SET WS-BASE-IDX TO 1
           SEARCH WS-BASE-DATE
               AT END
                   IF WS-BASE-COUNT < 99
                       ADD 1 TO WS-BASE-COUNT
                       MOVE WS-RST-DATE (WS-RST-IDX)
                           TO WS-BASE-DATE (WS-BASE-COUNT)
                   END-IF
               WHEN WS-BASE-IDX > WS-BASE-COUNT
                   IF WS-BASE-COUNT < 99
                       ADD 1 TO WS-BASE-COUNT
                       MOVE WS-RST-DATE (WS-RST-IDX)
                           TO WS-BASE-DATE (WS-BASE-COUNT)
                   END-IF
               WHEN WS-BASE-DATE (WS-BASE-IDX)
                       = WS-RST-DATE (WS-RST-IDX)
                   CONTINUE
           END-SEARCH.

      *> Either source may be absent - a shop that has never
      *> archived has no file2.hist - so an unopenable archive is
      *> simply skipped.
       SCAN-POSTED-SETS.
           OPEN INPUT FILE2
           IF WS-FILE2-STATUS NOT = '00'
               MOVE 'FILE2' TO WS-ERROR-FILE-NAME
               MOVE WS-FILE2-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-FILE2-SET UNTIL WS-END-OF-FILE = 'Y'
           CLOSE FILE2
           OPEN INPUT FILE2-HIST
           IF WS-FILE2-HIST-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-HIST-SET UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE2-HIST
           END-IF.

       READ-FILE2-SET.
           READ FILE2 INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-ONE-RECORD
           END-READ.

       READ-HIST-SET.
           READ FILE2-HIST INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-ONE-RECORD
           END-READ.

      *> TOTAL is the set's running total, so an item's amount is
      *> the step from the detail before it - the same derivation
      *> ITEMTRC uses, restarting at every header. A branch transfer
      *> leg still moves the running total but is an internal
      *> movement between branches, not a customer item, so it is
      *> neither screened nor counted into the history.
       NOTE-ONE-RECORD.
           EVALUATE FILE2-REC-TYPE
               WHEN 'H'
                   PERFORM CLASSIFY-SET
               WHEN 'D'
                   COMPUTE WS-ITEM-AMOUNT = TOTAL - WS-PRIOR-TOTAL
                   MOVE TOTAL TO WS-PRIOR-TOTAL
                   IF NOT FILE2-IS-TRANSFER-LEG
                       PERFORM NOTE-ONE-ITEM
                   END-IF
           END-EVALUATE.

       CLASSIFY-SET.
           MOVE 0 TO WS-PRIOR-TOTAL
           MOVE 'N' TO WS-SET-IS-TODAY
           MOVE 'N' TO WS-SET-IS-BASE
           MOVE 'N' TO WS-SET-IN-LOOKBACK
           IF HDR2-BUSINESS-DATE NUMERIC AND HDR2-BUSINESS-DATE > 0
               AND HDR2-BUSINESS-DATE NOT > WS-SCREEN-DATE
               MOVE HDR2-BUSINESS-DATE TO WS-SET-DATE
               MOVE HDR2-BATCH-NO TO WS-SET-BATCH
               COMPUTE WS-SET-KEY = WS-SET-DATE * 10000
                   + WS-SET-BATCH
               COMPUTE WS-SET-DAY-NO =
                   FUNCTION INTEGER-OF-DATE(WS-SET-DATE)
               IF WS-SET-DATE = WS-SCREEN-DATE
                   MOVE 'Y' TO WS-SET-IS-TODAY
               END-IF
               IF WS-SET-DAY-NO >= WS-LOOKBACK-DAY-NO
                   MOVE 'Y' TO WS-SET-IN-LOOKBACK
               END-IF
               SET WS-BASE-IDX TO 1
               SEARCH WS-BASE-DATE
                   AT END
                       CONTINUE
                   WHEN WS-BASE-IDX > WS-BASE-COUNT
                       CONTINUE
                   WHEN WS-BASE-DATE (WS-BASE-IDX) = WS-SET-DATE
                       MOVE 'Y' TO WS-SET-IS-BASE
               END-SEARCH
           END-IF.

       NOTE-ONE-ITEM.
           IF WS-SET-IS-TODAY = 'Y'
               ADD 1 TO WS-ITEMS-SCREENED
               PERFORM FIND-BRANCH
               IF WS-BR-FOUND = 'Y'
                   ADD 1 TO WS-BR-TODAY (WS-BR-IDX)
                   IF WS-LIMIT-ACTIVE = 'Y'
                       AND WS-ITEM-AMOUNT >= WS-UNDER-FLOOR
                       AND WS-ITEM-AMOUNT NOT > WS-LIMIT-VALUE
                       ADD 1 TO WS-BR-UNDER (WS-BR-IDX)
                       ADD WS-ITEM-AMOUNT
                           TO WS-BR-UNDER-TOTAL (WS-BR-IDX)
                   END-IF
               END-IF
           ELSE
               IF WS-SET-IS-BASE = 'Y' OR WS-SET-IN-LOOKBACK = 'Y'
                   ADD 1 TO WS-HISTORY-ITEMS
               END-IF
               IF WS-SET-IS-BASE = 'Y'
                   PERFORM FIND-BRANCH
                   IF WS-BR-FOUND = 'Y'
                       ADD 1 TO WS-BR-BASE (WS-BR-IDX)
                   END-IF
               END-IF
           END-IF
           IF WS-SET-IN-LOOKBACK = 'Y'
               AND WS-ITEM-AMOUNT >= WS-REPEAT-FLOOR
               PERFORM NOTE-AMOUNT
           END-IF.

       FIND-BRANCH.
           MOVE 'N' TO WS-BR-FOUND
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
                   OR WS-BR-FOUND = 'Y'
               IF WS-BR-CODE (WS-BR-IDX) = FILE2-BRANCH-CODE
                   MOVE 'Y' TO WS-BR-FOUND
               END-IF
           END-PERFORM
           IF WS-BR-FOUND = 'Y'
               SET WS-BR-IDX DOWN BY 1
           ELSE
               IF WS-BR-COUNT < 300
                   ADD 1 TO WS-BR-COUNT
                   SET WS-BR-IDX TO WS-BR-COUNT
                   MOVE FILE2-BRANCH-CODE TO WS-BR-CODE (WS-BR-IDX)
                   MOVE 0 TO WS-BR-TODAY (WS-BR-IDX)
                   MOVE 0 TO WS-BR-UNDER (WS-BR-IDX)
                   MOVE 0 TO WS-BR-UNDER-TOTAL (WS-BR-IDX)
                   MOVE 0 TO WS-BR-BASE (WS-BR-IDX)
                   MOVE 'Y' TO WS-BR-FOUND
               ELSE
                   IF WS-BR-FULL-WARNED = 'N'
                       MOVE 'Y' TO WS-BR-FULL-WARNED
                       DISPLAY 'SCRNCHK: branch table full - later '
                           'branches not screened'
                   END-IF
               END-IF
           END-IF.

      *> Postings of one amount are counted once per set they
      *> appear in as well as in total - a sets figure of 1 means
      *> the repeats were all inside one batch, which rule R leaves
      *> alone.
       NOTE-AMOUNT.
           MOVE 'N' TO WS-AMT-FOUND
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > WS-AMT-COUNT
                   OR WS-AMT-FOUND = 'Y'
               IF WS-AMT-VALUE (WS-AMT-IDX) = WS-ITEM-AMOUNT
                   MOVE 'Y' TO WS-AMT-FOUND
               END-IF
           END-PERFORM
           IF WS-AMT-FOUND = 'Y'
               SET WS-AMT-IDX DOWN BY 1
           ELSE
               IF WS-AMT-COUNT < 5000
                   ADD 1 TO WS-AMT-COUNT
                   SET WS-AMT-IDX TO WS-AMT-COUNT
                   MOVE WS-ITEM-AMOUNT TO WS-AMT-VALUE (WS-AMT-IDX)
                   MOVE 0 TO WS-AMT-SEEN (WS-AMT-IDX)
                   MOVE 0 TO WS-AMT-SETS (WS-AMT-IDX)
                   MOVE 0 TO WS-AMT-LAST-SET (WS-AMT-IDX)
                   MOVE 0 TO WS-AMT-TODAY (WS-AMT-IDX)
                   MOVE SPACES TO WS-AMT-BRANCH (WS-AMT-IDX)
                   MOVE WS-SET-DATE TO WS-AMT-FIRST-DATE (WS-AMT-IDX)
                   MOVE 'Y' TO WS-AMT-FOUND
               ELSE
                   IF WS-AMT-FULL-WARNED = 'N'
                       MOVE 'Y' TO WS-AMT-FULL-WARNED
                       DISPLAY 'SCRNCHK: amount table full - later '
                           'amounts not screened for repeats'
                   END-IF
               END-IF
           END-IF
           IF WS-AMT-FOUND = 'Y'
               ADD 1 TO WS-AMT-SEEN (WS-AMT-IDX)
               IF WS-AMT-LAST-SET (WS-AMT-IDX) NOT = WS-SET-KEY
                   ADD 1 TO WS-AMT-SETS (WS-AMT-IDX)
                   MOVE WS-SET-KEY TO WS-AMT-LAST-SET (WS-AMT-IDX)
               END-IF
               IF WS-SET-DATE < WS-AMT-FIRST-DATE (WS-AMT-IDX)
                   MOVE WS-SET-DATE TO WS-AMT-FIRST-DATE (WS-AMT-IDX)
               END-IF
               IF WS-SET-IS-TODAY = 'Y'
                   ADD 1 TO WS-AMT-TODAY (WS-AMT-IDX)
                   IF WS-AMT-BRANCH (WS-AMT-IDX) = SPACES
                       MOVE FILE2-BRANCH-CODE
                           TO WS-AMT-BRANCH (WS-AMT-IDX)
                   END-IF
               END-IF
           END-IF.

      *> The queue is read once up front for the open-item count the
      *> report closes with, and for the hits already raised against
      *> the screened date.
       LOAD-QUEUED-HITS.
           OPEN INPUT INVEST-QUEUE
           IF WS-INVEST-QUEUE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'Y'
                   READ INVEST-QUEUE INTO INVEST-QUEUE-RECORD
                       AT END
                           MOVE 'Y' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM NOTE-QUEUED-HIT
                   END-READ
               END-PERFORM
               CLOSE INVEST-QUEUE
           END-IF.

       NOTE-QUEUED-HIT.
           IF INV-IS-OPEN
               ADD 1 TO WS-OPEN-COUNT
           END-IF
           IF INV-BUSINESS-DATE = WS-SCREEN-DATE
               AND WS-DONE-COUNT < 2000
               ADD 1 TO WS-DONE-COUNT
               MOVE INV-RULE TO WS-DONE-RULE (WS-DONE-COUNT)
               MOVE INV-BRANCH-CODE TO WS-DONE-BRANCH (WS-DONE-COUNT)
               MOVE INV-AMOUNT TO WS-DONE-AMOUNT (WS-DONE-COUNT)
           END-IF.

       OPEN-QUEUE-EXTEND.
           OPEN EXTEND INVEST-QUEUE
           IF WS-INVEST-QUEUE-STATUS = '35'
               OPEN OUTPUT INVEST-QUEUE
               CLOSE INVEST-QUEUE
               OPEN EXTEND INVEST-QUEUE
           END-IF
           IF WS-INVEST-QUEUE-STATUS NOT = '00'
               MOVE 'INVEST-QUEUE' TO WS-ERROR-FILE-NAME
               MOVE WS-INVEST-QUEUE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF.

       WRITE-RULE-LINES.
           MOVE SPACES TO WS-RPT-TEXT
           IF WS-LIMIT-ACTIVE = 'Y'
               MOVE WS-UNDER-COUNT TO WS-EDIT-COUNT
               MOVE WS-UNDER-PCT TO WS-EDIT-PCT
               MOVE WS-LIMIT-VALUE TO WS-EDIT-AMOUNT
               STRING 'RULE J: ' WS-EDIT-COUNT
                   ' OR MORE ITEMS ON A BRANCH WITHIN ' WS-EDIT-PCT
                   ' PCT UNDER LIMIT ' WS-EDIT-AMOUNT
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
           ELSE
               MOVE 'RULE J: NOT APPLIED - NO LIMIT.PARM ON FILE'
                   TO WS-RPT-TEXT
           END-IF
           WRITE SCRN-REPORT-RECORD FROM WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT
           MOVE WS-REPEAT-FLOOR TO WS-EDIT-AMOUNT
           MOVE WS-REPEAT-COUNT TO WS-EDIT-COUNT
           MOVE WS-LOOKBACK-DAYS TO WS-EDIT-PCT
           STRING 'RULE R: AMOUNTS OF ' WS-EDIT-AMOUNT
               ' OR MORE POSTED ' WS-EDIT-COUNT
               ' TIMES IN ' WS-EDIT-PCT ' DAYS'
               DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-STRING
           WRITE SCRN-REPORT-RECORD FROM WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT
           IF WS-BASE-COUNT > 0
               MOVE WS-JUMP-PCT TO WS-EDIT-PCT
               MOVE WS-BASE-COUNT TO WS-EDIT-COUNT
               MOVE WS-JUMP-FLOOR TO WS-EDIT-COUNT-2
               STRING 'RULE V: BRANCH COUNT ' WS-EDIT-PCT
                   ' PCT OVER ITS AVERAGE OF' WS-EDIT-COUNT
                   ' PRIOR DAYS (MIN' WS-EDIT-COUNT-2 ')'
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
           ELSE
               MOVE 'RULE V: NOT APPLIED - NO PRIOR RUNS ON RUNSTATS'
                   TO WS-RPT-TEXT
           END-IF
           WRITE SCRN-REPORT-RECORD FROM WS-RPT-TEXT.

       APPLY-UNDER-LIMIT-RULE.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-UNDER (WS-BR-IDX) >= WS-UNDER-COUNT
                   MOVE 'J' TO WS-HIT-RULE
                   MOVE WS-BR-CODE (WS-BR-IDX) TO WS-HIT-BRANCH
                   MOVE WS-BR-UNDER-TOTAL (WS-BR-IDX) TO WS-HIT-AMOUNT
                   MOVE WS-BR-UNDER (WS-BR-IDX) TO WS-HIT-COUNT
                   MOVE WS-BR-UNDER (WS-BR-IDX) TO WS-EDIT-COUNT
                   MOVE WS-UNDER-PCT TO WS-EDIT-PCT
                   MOVE SPACES TO WS-HIT-DETAIL
                   STRING WS-EDIT-COUNT ' ITEMS WITHIN ' WS-EDIT-PCT
                       ' PCT UNDER LIMIT'
                       DELIMITED BY SIZE INTO WS-HIT-DETAIL
                   END-STRING
                   PERFORM RAISE-HIT
               END-IF
           END-PERFORM.

       APPLY-REPEAT-RULE.
           PERFORM VARYING WS-AMT-IDX FROM 1 BY 1
                   UNTIL WS-AMT-IDX > WS-AMT-COUNT
               IF WS-AMT-TODAY (WS-AMT-IDX) > 0
                   AND WS-AMT-SEEN (WS-AMT-IDX) >= WS-REPEAT-COUNT
                   AND WS-AMT-SETS (WS-AMT-IDX) > 1
                   MOVE 'R' TO WS-HIT-RULE
                   MOVE WS-AMT-BRANCH (WS-AMT-IDX) TO WS-HIT-BRANCH
                   MOVE WS-AMT-VALUE (WS-AMT-IDX) TO WS-HIT-AMOUNT
                   MOVE WS-AMT-SEEN (WS-AMT-IDX) TO WS-HIT-COUNT
                   MOVE WS-AMT-SEEN (WS-AMT-IDX) TO WS-EDIT-COUNT
                   MOVE WS-AMT-SETS (WS-AMT-IDX) TO WS-EDIT-COUNT-2
                   MOVE SPACES TO WS-HIT-DETAIL
                   STRING WS-EDIT-COUNT ' TIMES IN' WS-EDIT-COUNT-2
                       ' SETS FROM ' WS-AMT-FIRST-DATE (WS-AMT-IDX)
                       DELIMITED BY SIZE INTO WS-HIT-DETAIL
                   END-STRING
                   PERFORM RAISE-HIT
               END-IF
           END-PERFORM.

      *> A branch with no items at all on the baseline days averages
      *> zero, so any day over the floor counts as a jump for it.
       APPLY-VOLUME-RULE.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               IF WS-BR-TODAY (WS-BR-IDX) >= WS-JUMP-FLOOR
                   COMPUTE WS-AVG-COUNT ROUNDED =
                       WS-BR-BASE (WS-BR-IDX) / WS-BASE-COUNT
                   COMPUTE WS-JUMP-LIMIT ROUNDED =
                       WS-AVG-COUNT + WS-AVG-COUNT * WS-JUMP-PCT / 100
                   IF WS-BR-TODAY (WS-BR-IDX) > WS-JUMP-LIMIT
                       MOVE 'V' TO WS-HIT-RULE
                       MOVE WS-BR-CODE (WS-BR-IDX) TO WS-HIT-BRANCH
                       MOVE 0 TO WS-HIT-AMOUNT
                       MOVE WS-BR-TODAY (WS-BR-IDX) TO WS-HIT-COUNT
                       MOVE WS-BR-TODAY (WS-BR-IDX) TO WS-EDIT-COUNT
                       MOVE WS-AVG-COUNT TO WS-EDIT-AVG
                       MOVE WS-BASE-COUNT TO WS-EDIT-PCT
                       MOVE SPACES TO WS-HIT-DETAIL
                       STRING WS-EDIT-COUNT ' VS AVG ' WS-EDIT-AVG
                           ' OVER ' WS-EDIT-PCT ' DAYS'
                           DELIMITED BY SIZE INTO WS-HIT-DETAIL
                       END-STRING
                       PERFORM RAISE-HIT
                   END-IF
               END-IF
           END-PERFORM.

       RAISE-HIT.
           MOVE 'N' TO WS-DONE-FOUND
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
                   UNTIL WS-DONE-IDX > WS-DONE-COUNT
                   OR WS-DONE-FOUND = 'Y'
               IF WS-DONE-RULE (WS-DONE-IDX) = WS-HIT-RULE
                   AND WS-DONE-BRANCH (WS-DONE-IDX) = WS-HIT-BRANCH
                   AND WS-DONE-AMOUNT (WS-DONE-IDX) = WS-HIT-AMOUNT
                   MOVE 'Y' TO WS-DONE-FOUND
               END-IF
           END-PERFORM
           IF WS-DONE-FOUND = 'Y'
               ADD 1 TO WS-OLD-HIT-COUNT
               MOVE 'QUEUED' TO WS-RPT-MARK
           ELSE
               MOVE SPACES TO INVEST-QUEUE-RECORD
               MOVE WS-RUN-DATE TO INV-DATE
               MOVE WS-RUN-TIME TO INV-TIME
               MOVE WS-SCREEN-DATE TO INV-BUSINESS-DATE
               MOVE WS-HIT-RULE TO INV-RULE
               MOVE WS-HIT-BRANCH TO INV-BRANCH-CODE
               MOVE WS-HIT-AMOUNT TO INV-AMOUNT
               MOVE WS-HIT-COUNT TO INV-ITEM-COUNT
               MOVE WS-HIT-DETAIL TO INV-DETAIL
               SET INV-IS-OPEN TO TRUE
               MOVE 0 TO INV-DISP-DATE
               WRITE INVEST-QUEUE-RECORD
               ADD 1 TO WS-NEW-HIT-COUNT
               ADD 1 TO WS-OPEN-COUNT
               MOVE 'NEW' TO WS-RPT-MARK
           END-IF
           MOVE WS-HIT-RULE TO WS-RPT-RULE
           MOVE WS-HIT-BRANCH TO WS-RPT-BRANCH
           MOVE WS-HIT-AMOUNT TO WS-RPT-AMOUNT
           MOVE WS-HIT-COUNT TO WS-RPT-COUNT
           MOVE WS-HIT-DETAIL TO WS-RPT-DETAIL
           WRITE SCRN-REPORT-RECORD FROM WS-RPT-HIT-LINE.

       WRITE-SUMMARY-LINES.
           IF WS-NEW-HIT-COUNT = 0 AND WS-OLD-HIT-COUNT = 0
               MOVE 'NO PATTERNS FOUND' TO WS-RPT-TEXT
               WRITE SCRN-REPORT-RECORD FROM WS-RPT-TEXT
           END-IF
           MOVE SPACES TO SCRN-REPORT-RECORD
           WRITE SCRN-REPORT-RECORD
           MOVE SPACES TO WS-RPT-TEXT
           MOVE WS-ITEMS-SCREENED TO WS-EDIT-COUNT
           MOVE WS-HISTORY-ITEMS TO WS-EDIT-COUNT-2
           STRING 'ITEMS SCREENED: ' WS-EDIT-COUNT
               '   HISTORY ITEMS COMPARED: ' WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-STRING
           WRITE SCRN-REPORT-RECORD FROM WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT
           MOVE WS-NEW-HIT-COUNT TO WS-EDIT-COUNT
           MOVE WS-OLD-HIT-COUNT TO WS-EDIT-COUNT-2
           STRING 'HITS QUEUED: ' WS-EDIT-COUNT
               '   ALREADY ON QUEUE: ' WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-STRING
           WRITE SCRN-REPORT-RECORD FROM WS-RPT-TEXT
           MOVE SPACES TO WS-RPT-TEXT
           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           STRING 'OPEN INVESTIGATIONS ON INVEST.QUE: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-TEXT
           END-STRING
           WRITE SCRN-REPORT-RECORD FROM WS-RPT-TEXT
           IF WS-NEW-HIT-COUNT > 0 OR WS-OLD-HIT-COUNT > 0
               MOVE 'HITS' TO WS-RES-STATUS
           ELSE
               MOVE 'CLEAR' TO WS-RES-STATUS
           END-IF
           WRITE SCRN-REPORT-RECORD FROM WS-RESULT-LINE.

       OPEN-ERROR.
           DISPLAY 'SCRNCHK ABEND: OPEN FAILED FOR '
               WS-ERROR-FILE-NAME ' - FILE STATUS ' WS-ERROR-STATUS
           MOVE 'E' TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'OPEN FAILED FOR ' WS-ERROR-FILE-NAME
               ' - FILE STATUS ' WS-ERROR-STATUS
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.
