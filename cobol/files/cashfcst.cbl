       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
      *> Forward cash-position forecast. Treasury asks every
      *> afternoon what the next week's flows will look like; the
      *> pieces were all on file but nothing put them together. This
      *> program projects the next N business days (calendar.dat,
      *> the days CALCHK will let the stream run) after the latest
      *> business date posted, per branch and currency, and for the
      *> bank as a whole:
      *>   scheduled - the stord.dat orders that will fire on the
      *>               day, by STORDGEN's own roll-forward rule, in
      *>               the base currency of the order's branch
      *>   estimated - the day's non-scheduled activity, the average
      *>               over the last H business days of what was
      *>               posted (file2.dat per branch and currency,
      *>               file2.sum for the bank) less what the standing
      *>               orders contributed to it on those days
      *> The bank position starts from the file2.sum closing balance
      *> and carries the cumulative projected position day by day,
      *> with the expected item volume from runstats.dat alongside;
      *> each branch and currency shows its daily and cumulative
      *> projected flow - foreign currencies in the currency itself
      *> (FILE2-NATIVE-AMOUNT), the base currency in base.
      *> cashfcst.parm: forecast days (default 5, at most 20) and
      *> history days (default 20).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE2 ASSIGN TO 'file2.dat'
               FILE STATUS IS WS-FILE2-STATUS.
           SELECT FILE2-SUM ASSIGN TO 'file2.sum'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F2S-KEY
               FILE STATUS IS WS-FILE2-SUM-STATUS.
           SELECT STORD-FILE ASSIGN TO 'stord.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-KEY
               FILE STATUS IS WS-STORD-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'calendar.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RUN-STATS-FILE ASSIGN TO 'runstats.dat'
               FILE STATUS IS WS-RUN-STATS-STATUS.
           SELECT FCST-PARM-FILE ASSIGN TO 'cashfcst.parm'
               FILE STATUS IS WS-FCST-PARM-STATUS.
           SELECT FCST-REPORT ASSIGN TO 'cashfcst.rpt'
               FILE STATUS IS WS-FCST-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE2.
       01  FILE2-RECORD.
           COPY file2rec.

       FD  FILE2-SUM.
       01  FILE2-SUM-RECORD.
           COPY file2sum.

       FD  STORD-FILE.
       01  STORD-RECORD.
           COPY stordrec.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY calrec.

       FD  RUN-STATS-FILE.
       01  RUN-STATS-RECORD.
           COPY runstats.

       FD  FCST-PARM-FILE.
       01  FCST-PARM-RECORD.
           05  CFP-DAYS             PIC 9(2).
           05  CFP-HISTORY          PIC 9(3).

       FD  FCST-REPORT.
       01  FCST-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-FCST-DAYS          PIC 9(2) VALUE 5.
       01 WS-HIST-DAYS          PIC 9(3) VALUE 20.
       01 WS-SHORT-FORECAST     PIC X VALUE 'N'.

      *> The business days on calendar.dat in date order.
       01 WS-BD-COUNT           PIC 9(4) VALUE 0.
       01 WS-BD-TABLE.
           05  WS-BD-ENTRY      OCCURS 4000 TIMES
                                 INDEXED BY WS-BD-IDX.
               10  WS-BD-DATE       PIC 9(8).
               10  WS-BD-TYPE       PIC X(1).
       01 WS-ASOF-SUB           PIC 9(4) VALUE 0.
       01 WS-HIST-FIRST-SUB     PIC 9(4) VALUE 0.
       01 WS-HIST-USED          PIC 9(3) VALUE 0.
       01 WS-HIST-FROM-DATE     PIC 9(8) VALUE 0.
       01 WS-FCST-FIRST-SUB     PIC 9(4) VALUE 0.
       01 WS-FCST-USED          PIC 9(2) VALUE 0.
       01 WS-DAY-SUB            PIC 9(4) VALUE 0.
       01 WS-FCST-SUB           PIC 9(2) VALUE 0.
       01 WS-ZERO-SUB           PIC 9(2) VALUE 0.

      *> The opening position: the last file2.sum record, or with
      *> no summary on file the same closing-balance chain FILE2BAL
      *> falls back to over file2.dat.
       01 WS-ASOF-DATE          PIC 9(8) VALUE 0.
       01 WS-OPENING-BALANCE    PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CHAIN              PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-LATEST-SET-DATE    PIC 9(8) VALUE 0.
       01 WS-SUM-ON-FILE        PIC X VALUE 'N'.

      *> Every (business date, batch) set on file2.dat in file
      *> order; a set posted again by an override rerun counts once,
      *> its latest posting.
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
       01 WS-PRIOR-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-MOVEMENT           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-NOT-CARRIED        PIC 9(6) VALUE 0.

      *> The active standing orders.
       01 WS-ORD-COUNT          PIC 9(4) VALUE 0.
       01 WS-ORD-TABLE.
           05  WS-ORD-ENTRY     OCCURS 1000 TIMES
                                 INDEXED BY WS-ORD-IDX.
               10  WS-ORD-AMOUNT    PIC S9(6)V99 COMP-3.
               10  WS-ORD-BRANCH    PIC X(3).
               10  WS-ORD-FREQUENCY PIC X(1).
               10  WS-ORD-CYCLE-DAY PIC 9(2).

      *> STORDGEN's due test, applied to any business day: the
      *> order fires when its schedule falls on a date after the
      *> previous business day, up through the day itself.
       01 WS-WINDOW-START-INT   PIC S9(9) VALUE 0.
       01 WS-WINDOW-END-INT     PIC S9(9) VALUE 0.
       01 WS-SCAN-INT           PIC S9(9) VALUE 0.
       01 WS-SCAN-DATE          PIC 9(8) VALUE 0.
       01 WS-SCAN-DOW           PIC 9(1) VALUE 0.
       01 WS-SCAN-DAY           PIC 9(2) VALUE 0.
       01 WS-SCAN-MONTH         PIC 9(6) VALUE 0.
       01 WS-NEXT-DATE          PIC 9(8) VALUE 0.
       01 WS-NEXT-MONTH         PIC 9(6) VALUE 0.
       01 WS-SCAN-MONTH-END     PIC X VALUE 'N'.
       01 WS-ORDER-DUE          PIC X VALUE 'N'.
       01 WS-FORECAST-DAY       PIC X VALUE 'N'.

      *> One bucket per branch and currency (spaces = base).
       01 WS-BKT-COUNT          PIC 9(3) VALUE 0.
       01 WS-BKT-TABLE.
           05  WS-BKT-ENTRY     OCCURS 300 TIMES
                                 INDEXED BY WS-BKT-IDX.
               10  WS-BKT-BRANCH    PIC X(3).
               10  WS-BKT-CURRENCY  PIC X(3).
               10  WS-BKT-HIST      PIC S9(11)V99 COMP-3.
               10  WS-BKT-HIST-SCHED PIC S9(11)V99 COMP-3.
               10  WS-BKT-ESTIMATE  PIC S9(9)V99 COMP-3.
               10  WS-BKT-SCHED     OCCURS 20 TIMES
                                     PIC S9(9)V99 COMP-3.
       01 WS-BKT-HOLD           PIC X(146).
       01 WS-FIND-BRANCH        PIC X(3).
       01 WS-FIND-CURRENCY      PIC X(3).
       01 WS-BKT-FOUND          PIC X VALUE 'N'.
       01 WS-SORT-SUB           PIC 9(3) VALUE 0.
       01 WS-SORT-NEXT          PIC 9(3) VALUE 0.
       01 WS-SORT-SWAPPED       PIC X VALUE 'N'.

      *> The bank as a whole, in base currency.
       01 WS-BANK-HIST          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-BANK-HIST-SCHED    PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-BANK-ESTIMATE      PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-BANK-SCHED-TABLE.
           05  WS-BANK-SCHED    OCCURS 20 TIMES
                                 PIC S9(9)V99 COMP-3.
       01 WS-BANK-ORDERS-TABLE.
           05  WS-BANK-ORDERS   OCCURS 20 TIMES PIC 9(4).
       01 WS-DAILY-FLOW         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CUMULATIVE         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-POSITION           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-ORDERS-SCHEDULED   PIC 9(6) VALUE 0.

      *> Item volume per run from runstats.dat inside the history
      *> window - a rerun of a (date, batch) replaces its earlier
      *> figures.
       01 WS-VOL-COUNT          PIC 9(4) VALUE 0.
       01 WS-VOL-TABLE.
           05  WS-VOL-ENTRY     OCCURS 2000 TIMES
                                 INDEXED BY WS-VOL-IDX.
               10  WS-VOL-DATE      PIC 9(8).
               10  WS-VOL-BATCH     PIC 9(4).
               10  WS-VOL-ITEMS     PIC 9(6).
       01 WS-VOL-FOUND          PIC X VALUE 'N'.
       01 WS-VOL-SUM            PIC 9(9) VALUE 0.
       01 WS-AVG-ITEMS          PIC 9(6) VALUE 0.
       01 WS-DAY-ITEMS          PIC 9(6) VALUE 0.

       01 WS-FILE2-STATUS       PIC XX VALUE '00'.
       01 WS-FILE2-SUM-STATUS   PIC XX VALUE '00'.
       01 WS-STORD-STATUS       PIC XX VALUE '00'.
       01 WS-CALENDAR-STATUS    PIC XX VALUE '00'.
       01 WS-RUN-STATS-STATUS   PIC XX VALUE '00'.
       01 WS-FCST-PARM-STATUS   PIC XX VALUE '00'.
       01 WS-FCST-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - every key event goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'CASHFCST'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(32) VALUE
               'CASH POSITION FORECAST - AS OF '.
           05  WS-HDR-ASOF       PIC 9(8).
           05  FILLER            PIC X(7)  VALUE '  NEXT '.
           05  WS-HDR-DAYS       PIC Z9.
           05  FILLER            PIC X(19) VALUE ' BUSINESS DAYS  RUN'.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-HDR-RUN-DATE   PIC 9(8).
           05  FILLER            PIC X(3)  VALUE SPACES.

       01 WS-RPT-HISTORY.
           05  FILLER            PIC X(22) VALUE
               'ESTIMATES FROM LAST  '.
           05  WS-HST-DAYS       PIC ZZ9.
           05  FILLER            PIC X(16) VALUE
               ' BUSINESS DAYS  '.
           05  WS-HST-FROM       PIC 9(8).
           05  FILLER            PIC X(3)  VALUE ' - '.
           05  WS-HST-TO         PIC 9(8).
           05  FILLER            PIC X(20) VALUE SPACES.

       01 WS-RPT-SECTION.
           05  WS-SEC-TEXT       PIC X(80).

       01 WS-RPT-OPENING.
           05  FILLER            PIC X(36) VALUE
               'OPENING POSITION (FILE2.SUM CLOSING)'.
           05  FILLER            PIC X(25) VALUE SPACES.
           05  WS-OPN-AMOUNT     PIC -(11)9.99.
           05  FILLER            PIC X(4)  VALUE SPACES.

       01 WS-RPT-BANK-COLS.
           05  FILLER            PIC X(40) VALUE
               'DATE     PE  ITEMS     SCHEDULED     EST'.
           05  FILLER            PIC X(40) VALUE
               'IMATED    DAILY FLOW         POSITION'.

       01 WS-RPT-BANK-LINE.
           05  WS-BNK-DATE       PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-BNK-PE         PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-BNK-ITEMS      PIC Z(5)9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-BNK-SCHED      PIC -(9)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-BNK-EST        PIC -(9)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-BNK-FLOW       PIC -(9)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-BNK-POSITION   PIC -(11)9.99.
           05  FILLER            PIC X(4)  VALUE SPACES.

       01 WS-RPT-BKT-COLS.
           05  FILLER            PIC X(40) VALUE
               'BR   CCY   DATE        SCHEDULED     EST'.
           05  FILLER            PIC X(40) VALUE
               'IMATED    DAILY FLOW       CUMULATIVE'.

       01 WS-RPT-BKT-LINE.
           05  WS-BKL-BRANCH     PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-BKL-CURRENCY   PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-BKL-DATE       PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-BKL-SCHED      PIC -(9)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-BKL-EST        PIC -(9)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-BKL-FLOW       PIC -(9)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-BKL-CUMULATIVE PIC -(11)9.99.
           05  FILLER            PIC X(3)  VALUE SPACES.

       01 WS-COUNT-LINE.
           05  WS-CNT-NAME       PIC X(40).
           05  WS-CNT-VALUE      PIC Z(5)9.
           05  FILLER            PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-FCST-PARM
           PERFORM LOAD-CALENDAR
           PERFORM LIST-POSTED-SETS
           PERFORM MARK-SUPERSEDED-SETS
           PERFORM READ-OPENING-POSITION
           PERFORM FIND-FORECAST-DAYS
           PERFORM LOAD-STANDING-ORDERS
           PERFORM SCHEDULE-ORDERS
           PERFORM SCAN-FILE2-HISTORY
           IF WS-SUM-ON-FILE = 'Y'
               PERFORM SUM-SUMMARY-HISTORY
           END-IF
           PERFORM LOAD-RUN-VOLUMES
           PERFORM DERIVE-ESTIMATES
           PERFORM SORT-BUCKETS
           PERFORM WRITE-FORECAST-REPORT
           DISPLAY 'CASHFCST: forecast ' WS-FCST-USED
               ' business days from ' WS-ASOF-DATE ' over '
               WS-BKT-COUNT ' branch/currency positions'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'FORECAST ' WS-FCST-USED ' DAYS FROM ' WS-ASOF-DATE
               ' - ' WS-BKT-COUNT ' POSITIONS'
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           IF WS-SHORT-FORECAST = 'Y' OR WS-HIST-USED = 0
               MOVE 'W' TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-SHORT-FORECAST = 'Y' OR WS-HIST-USED = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-FCST-PARM.
           OPEN INPUT FCST-PARM-FILE
           IF WS-FCST-PARM-STATUS = '00'
               READ FCST-PARM-FILE INTO FCST-PARM-RECORD
                   NOT AT END
                       IF CFP-DAYS NUMERIC AND CFP-DAYS > 0
                           MOVE CFP-DAYS TO WS-FCST-DAYS
                       END-IF
                       IF CFP-HISTORY NUMERIC AND CFP-HISTORY > 0
                           MOVE CFP-HISTORY TO WS-HIST-DAYS
                       END-IF
               END-READ
               CLOSE FCST-PARM-FILE
           END-IF
           IF WS-FCST-DAYS > 20
               MOVE 20 TO WS-FCST-DAYS
           END-IF.

      *> Without a calendar there are no business days to project
      *> over - the same file the stream itself is gated on.
       LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = '00'
               MOVE 'CALENDAR-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-CALENDAR-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-CALENDAR
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE CALENDAR-FILE.

       READ-CALENDAR.
           READ CALENDAR-FILE INTO CALENDAR-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF CAL-IS-BUSINESS AND WS-BD-COUNT < 4000
                       ADD 1 TO WS-BD-COUNT
                       MOVE CAL-DATE TO WS-BD-DATE (WS-BD-COUNT)
                       MOVE CAL-TYPE TO WS-BD-TYPE (WS-BD-COUNT)
                   END-IF
           END-READ.

      *> First pass over file2.dat: every set header in file order,
      *> and the trailer chain for a shop with no file2.sum yet.
       LIST-POSTED-SETS.
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

       READ-SET-HEADERS.
           READ FILE2 INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   EVALUATE FILE2-REC-TYPE
                       WHEN 'H'
                           PERFORM NOTE-SET-HEADER
                       WHEN 'T'
                           ADD TRAILER-GRAND-TOTAL TO WS-CHAIN
                   END-EVALUATE
           END-READ.

       NOTE-SET-HEADER.
           IF WS-SET-COUNT >= 5000
               DISPLAY 'CASHFCST ABEND: more than 5000 sets on '
                   'file2.dat'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SET-COUNT
           MOVE HDR2-BUSINESS-DATE TO WS-SET-DATE (WS-SET-COUNT)
           MOVE HDR2-BATCH-NO TO WS-SET-BATCH (WS-SET-COUNT)
           MOVE 'Y' TO WS-SET-USE (WS-SET-COUNT)
           IF HDR2-BUSINESS-DATE > WS-LATEST-SET-DATE
               MOVE HDR2-BUSINESS-DATE TO WS-LATEST-SET-DATE
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

       READ-OPENING-POSITION.
           OPEN INPUT FILE2-SUM
           IF WS-FILE2-SUM-STATUS = '00'
               MOVE 'Y' TO WS-SUM-ON-FILE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-SUMMARY-BALANCE
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE2-SUM
           END-IF
           IF WS-SUM-ON-FILE = 'N'
               MOVE WS-LATEST-SET-DATE TO WS-ASOF-DATE
               MOVE WS-CHAIN TO WS-OPENING-BALANCE
               DISPLAY 'CASHFCST: no file2.sum - opening position '
                   'taken from file2.dat'
           END-IF.

       READ-SUMMARY-BALANCE.
           READ FILE2-SUM NEXT RECORD INTO FILE2-SUM-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE F2S-DATE TO WS-ASOF-DATE
                   MOVE F2S-CLOSING-BALANCE TO WS-OPENING-BALANCE
           END-READ.

      *> The as-of day is the last business day on or before the
      *> latest business date posted; the forecast runs over the
      *> business days after it, the history over the ones up to
      *> and including it.
       FIND-FORECAST-DAYS.
           MOVE 0 TO WS-ASOF-SUB
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BD-COUNT
               IF WS-BD-DATE (WS-BD-IDX) <= WS-ASOF-DATE
                   SET WS-ASOF-SUB TO WS-BD-IDX
               END-IF
           END-PERFORM
           COMPUTE WS-FCST-FIRST-SUB = WS-ASOF-SUB + 1
           IF WS-BD-COUNT >= WS-ASOF-SUB + WS-FCST-DAYS
               MOVE WS-FCST-DAYS TO WS-FCST-USED
           ELSE
               COMPUTE WS-FCST-USED = WS-BD-COUNT - WS-ASOF-SUB
               MOVE 'Y' TO WS-SHORT-FORECAST
               DISPLAY 'CASHFCST: calendar.dat holds only '
                   WS-FCST-USED ' business days after ' WS-ASOF-DATE
           END-IF
           IF WS-ASOF-SUB = 0
               MOVE 0 TO WS-HIST-USED
               MOVE 1 TO WS-HIST-FIRST-SUB
           ELSE
               IF WS-ASOF-SUB > WS-HIST-DAYS
                   COMPUTE WS-HIST-FIRST-SUB =
                       WS-ASOF-SUB - WS-HIST-DAYS + 1
               ELSE
                   MOVE 1 TO WS-HIST-FIRST-SUB
               END-IF
               COMPUTE WS-HIST-USED =
                   WS-ASOF-SUB - WS-HIST-FIRST-SUB + 1
               MOVE WS-BD-DATE (WS-HIST-FIRST-SUB)
                   TO WS-HIST-FROM-DATE
           END-IF.

      *> No stord.dat simply means no standing orders - every flow
      *> is then estimated.
       LOAD-STANDING-ORDERS.
           OPEN INPUT STORD-FILE
           IF WS-STORD-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-STORD-STATUS NOT = '00'
                   MOVE 'STORD-FILE' TO WS-ERROR-FILE-NAME
                   MOVE WS-STORD-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
               END-IF
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-STANDING-ORDERS
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE STORD-FILE
           END-IF.

       READ-STANDING-ORDERS.
           READ STORD-FILE NEXT RECORD INTO STORD-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF STO-IS-ACTIVE AND WS-ORD-COUNT < 1000
                       ADD 1 TO WS-ORD-COUNT
                       MOVE STO-AMOUNT TO WS-ORD-AMOUNT (WS-ORD-COUNT)
                       IF STO-BRANCH-CODE = SPACES
                           MOVE '000' TO WS-ORD-BRANCH (WS-ORD-COUNT)
                       ELSE
                           MOVE STO-BRANCH-CODE
                               TO WS-ORD-BRANCH (WS-ORD-COUNT)
                       END-IF
                       MOVE STO-FREQUENCY
                           TO WS-ORD-FREQUENCY (WS-ORD-COUNT)
                       MOVE STO-CYCLE-DAY
                           TO WS-ORD-CYCLE-DAY (WS-ORD-COUNT)
                   END-IF
           END-READ.

      *> Every history day and every forecast day, every order: what
      *> fired on the history days is taken back out of the history
      *> so it is not counted twice, what will fire on the forecast
      *> days is the scheduled flow.
       SCHEDULE-ORDERS.
           PERFORM VARYING WS-FCST-SUB FROM 1 BY 1
                   UNTIL WS-FCST-SUB > 20
               MOVE 0 TO WS-BANK-SCHED (WS-FCST-SUB)
               MOVE 0 TO WS-BANK-ORDERS (WS-FCST-SUB)
           END-PERFORM
           IF WS-HIST-USED > 0
               MOVE 'N' TO WS-FORECAST-DAY
               PERFORM VARYING WS-DAY-SUB FROM WS-HIST-FIRST-SUB BY 1
                       UNTIL WS-DAY-SUB > WS-ASOF-SUB
                   PERFORM SCHEDULE-ONE-DAY
               END-PERFORM
           END-IF
           MOVE 'Y' TO WS-FORECAST-DAY
           PERFORM VARYING WS-FCST-SUB FROM 1 BY 1
                   UNTIL WS-FCST-SUB > WS-FCST-USED
               COMPUTE WS-DAY-SUB = WS-ASOF-SUB + WS-FCST-SUB
               PERFORM SCHEDULE-ONE-DAY
           END-PERFORM.

       SCHEDULE-ONE-DAY.
           COMPUTE WS-WINDOW-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-BD-DATE (WS-DAY-SUB))
           IF WS-DAY-SUB > 1
               COMPUTE WS-WINDOW-START-INT = FUNCTION
                   INTEGER-OF-DATE(WS-BD-DATE (WS-DAY-SUB - 1)) + 1
           ELSE
               MOVE WS-WINDOW-END-INT TO WS-WINDOW-START-INT
           END-IF
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                   UNTIL WS-ORD-IDX > WS-ORD-COUNT
               PERFORM CHECK-ORDER-DUE
               IF WS-ORDER-DUE = 'Y'
                   PERFORM BOOK-ONE-ORDER
               END-IF
           END-PERFORM.

       BOOK-ONE-ORDER.
           MOVE WS-ORD-BRANCH (WS-ORD-IDX) TO WS-FIND-BRANCH
           MOVE SPACES TO WS-FIND-CURRENCY
           PERFORM FIND-BUCKET
           IF WS-FORECAST-DAY = 'Y'
               ADD WS-ORD-AMOUNT (WS-ORD-IDX)
                   TO WS-BKT-SCHED (WS-BKT-IDX, WS-FCST-SUB)
               ADD WS-ORD-AMOUNT (WS-ORD-IDX)
                   TO WS-BANK-SCHED (WS-FCST-SUB)
               ADD 1 TO WS-BANK-ORDERS (WS-FCST-SUB)
               ADD 1 TO WS-ORDERS-SCHEDULED
           ELSE
               ADD WS-ORD-AMOUNT (WS-ORD-IDX)
                   TO WS-BKT-HIST-SCHED (WS-BKT-IDX)
               ADD WS-ORD-AMOUNT (WS-ORD-IDX) TO WS-BANK-HIST-SCHED
           END-IF.

      *> STORDGEN's CHECK-ORDER-DUE over the day's window.
       CHECK-ORDER-DUE.
           MOVE 'N' TO WS-ORDER-DUE
           IF WS-ORD-FREQUENCY (WS-ORD-IDX) = 'D'
               MOVE 'Y' TO WS-ORDER-DUE
           ELSE
               PERFORM VARYING WS-SCAN-INT
                       FROM WS-WINDOW-START-INT BY 1
                       UNTIL WS-SCAN-INT > WS-WINDOW-END-INT
                       OR WS-ORDER-DUE = 'Y'
                   PERFORM JUDGE-ONE-WINDOW-DAY
               END-PERFORM
           END-IF.

       JUDGE-ONE-WINDOW-DAY.
           COMPUTE WS-SCAN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
           COMPUTE WS-SCAN-DOW =
               FUNCTION MOD(WS-SCAN-INT - 1, 7) + 1
           COMPUTE WS-SCAN-DAY = FUNCTION MOD(WS-SCAN-DATE, 100)
           COMPUTE WS-SCAN-MONTH = WS-SCAN-DATE / 100
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-INT + 1)
           COMPUTE WS-NEXT-MONTH = WS-NEXT-DATE / 100
           IF WS-NEXT-MONTH NOT = WS-SCAN-MONTH
               MOVE 'Y' TO WS-SCAN-MONTH-END
           ELSE
               MOVE 'N' TO WS-SCAN-MONTH-END
           END-IF
           EVALUATE WS-ORD-FREQUENCY (WS-ORD-IDX)
               WHEN 'W'
                   IF WS-ORD-CYCLE-DAY (WS-ORD-IDX) = WS-SCAN-DOW
                       MOVE 'Y' TO WS-ORDER-DUE
                   END-IF
               WHEN 'M'
                   IF WS-ORD-CYCLE-DAY (WS-ORD-IDX) = WS-SCAN-DAY
                       MOVE 'Y' TO WS-ORDER-DUE
                   ELSE
                       IF WS-SCAN-MONTH-END = 'Y'
                           AND WS-ORD-CYCLE-DAY (WS-ORD-IDX)
                               > WS-SCAN-DAY
                           MOVE 'Y' TO WS-ORDER-DUE
                       END-IF
                   END-IF
           END-EVALUATE.

      *> Second pass over file2.dat: each counted detail posted in
      *> the history window, by branch and currency. The base
      *> currency's movement is the step in the running total; a
      *> foreign currency's is its native amount, and details
      *> posted before that was carried are counted, not guessed
      *> at. Without a file2.sum the bank's history is the base
      *> movement of every detail.
       SCAN-FILE2-HISTORY.
           IF WS-HIST-USED > 0
               MOVE 0 TO WS-CURRENT-SET
               OPEN INPUT FILE2
               IF WS-FILE2-STATUS NOT = '00'
                   MOVE 'FILE2' TO WS-ERROR-FILE-NAME
                   MOVE WS-FILE2-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
               END-IF
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-FILE2-DETAILS
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE2
           END-IF.

       READ-FILE2-DETAILS.
           READ FILE2 INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   EVALUATE FILE2-REC-TYPE
                       WHEN 'H'
                           ADD 1 TO WS-CURRENT-SET
                           MOVE 0 TO WS-PRIOR-TOTAL
                           MOVE WS-SET-USE (WS-CURRENT-SET)
                               TO WS-SET-COUNTS
                           IF HDR2-BUSINESS-DATE < WS-HIST-FROM-DATE
                               OR HDR2-BUSINESS-DATE > WS-ASOF-DATE
                               MOVE 'N' TO WS-SET-COUNTS
                           END-IF
                       WHEN 'D'
                           COMPUTE WS-MOVEMENT =
                               TOTAL - WS-PRIOR-TOTAL
                           MOVE TOTAL TO WS-PRIOR-TOTAL
                           IF WS-SET-COUNTS = 'Y'
                               PERFORM ADD-HISTORY-MOVEMENT
                           END-IF
                   END-EVALUATE
           END-READ.

       ADD-HISTORY-MOVEMENT.
           IF WS-SUM-ON-FILE = 'N'
               ADD WS-MOVEMENT TO WS-BANK-HIST
           END-IF
           MOVE FILE2-BRANCH-CODE TO WS-FIND-BRANCH
           IF WS-FIND-BRANCH = SPACES
               MOVE '000' TO WS-FIND-BRANCH
           END-IF
           MOVE FILE2-CURRENCY-CODE TO WS-FIND-CURRENCY
           IF WS-FIND-CURRENCY = SPACES
               PERFORM FIND-BUCKET
               ADD WS-MOVEMENT TO WS-BKT-HIST (WS-BKT-IDX)
           ELSE
               IF FILE2-NATIVE-AMOUNT NOT NUMERIC
                   ADD 1 TO WS-NOT-CARRIED
               ELSE
                   PERFORM FIND-BUCKET
                   ADD FILE2-NATIVE-AMOUNT TO WS-BKT-HIST (WS-BKT-IDX)
               END-IF
           END-IF.

      *> The bank's posted total per history day, off the summary
      *> FILE2 keeps - one record per date and batch, so a rerun
      *> set is there once.
       SUM-SUMMARY-HISTORY.
           OPEN INPUT FILE2-SUM
           IF WS-FILE2-SUM-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-SUMMARY-HISTORY
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE2-SUM
           END-IF.

       READ-SUMMARY-HISTORY.
           READ FILE2-SUM NEXT RECORD INTO FILE2-SUM-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF F2S-DATE NOT < WS-HIST-FROM-DATE
                       AND F2S-DATE NOT > WS-ASOF-DATE
                       AND WS-HIST-USED > 0
                       ADD F2S-DAILY-TOTAL TO WS-BANK-HIST
                   END-IF
           END-READ.

      *> No runstats.dat leaves the expected volume at the orders
      *> alone.
       LOAD-RUN-VOLUMES.
           OPEN INPUT RUN-STATS-FILE
           IF WS-RUN-STATS-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-RUN-STATS
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE RUN-STATS-FILE
           END-IF
           MOVE 0 TO WS-VOL-SUM
           PERFORM VARYING WS-VOL-IDX FROM 1 BY 1
                   UNTIL WS-VOL-IDX > WS-VOL-COUNT
               ADD WS-VOL-ITEMS (WS-VOL-IDX) TO WS-VOL-SUM
           END-PERFORM
           IF WS-HIST-USED > 0
               COMPUTE WS-AVG-ITEMS ROUNDED =
                   WS-VOL-SUM / WS-HIST-USED
           END-IF.

       READ-RUN-STATS.
           READ RUN-STATS-FILE INTO RUN-STATS-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF WS-HIST-USED > 0
                       AND RST-BUSINESS-DATE NOT < WS-HIST-FROM-DATE
                       AND RST-BUSINESS-DATE NOT > WS-ASOF-DATE
                       PERFORM NOTE-RUN-VOLUME
                   END-IF
           END-READ.

       NOTE-RUN-VOLUME.
           MOVE 'N' TO WS-VOL-FOUND
           PERFORM VARYING WS-VOL-IDX FROM 1 BY 1
                   UNTIL WS-VOL-IDX > WS-VOL-COUNT
                   OR WS-VOL-FOUND = 'Y'
               IF WS-VOL-DATE (WS-VOL-IDX) = RST-BUSINESS-DATE
                   AND WS-VOL-BATCH (WS-VOL-IDX) = RST-BATCH-NO
                   MOVE 'Y' TO WS-VOL-FOUND
               END-IF
           END-PERFORM
           IF WS-VOL-FOUND = 'Y'
               SET WS-VOL-IDX DOWN BY 1
               MOVE RST-RECORDS-WRITTEN TO WS-VOL-ITEMS (WS-VOL-IDX)
           ELSE
               IF WS-VOL-COUNT < 2000
                   ADD 1 TO WS-VOL-COUNT
                   MOVE RST-BUSINESS-DATE TO WS-VOL-DATE (WS-VOL-COUNT)
                   MOVE RST-BATCH-NO TO WS-VOL-BATCH (WS-VOL-COUNT)
                   MOVE RST-RECORDS-WRITTEN
                       TO WS-VOL-ITEMS (WS-VOL-COUNT)
               END-IF
           END-IF.

      *> Non-scheduled activity per business day: what was posted
      *> over the history window less what the standing orders
      *> contributed, spread over the window's business days.
       DERIVE-ESTIMATES.
           IF WS-HIST-USED > 0
               COMPUTE WS-BANK-ESTIMATE ROUNDED =
                   (WS-BANK-HIST - WS-BANK-HIST-SCHED) / WS-HIST-USED
               PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                       UNTIL WS-BKT-IDX > WS-BKT-COUNT
                   COMPUTE WS-BKT-ESTIMATE (WS-BKT-IDX) ROUNDED =
                       (WS-BKT-HIST (WS-BKT-IDX)
                        - WS-BKT-HIST-SCHED (WS-BKT-IDX))
                       / WS-HIST-USED
               END-PERFORM
           END-IF.

      *> Branch order, base currency first within the branch.
       SORT-BUCKETS.
           MOVE 'Y' TO WS-SORT-SWAPPED
           PERFORM UNTIL WS-SORT-SWAPPED = 'N'
               MOVE 'N' TO WS-SORT-SWAPPED
               PERFORM VARYING WS-SORT-SUB FROM 1 BY 1
                       UNTIL WS-SORT-SUB >= WS-BKT-COUNT
                   COMPUTE WS-SORT-NEXT = WS-SORT-SUB + 1
                   IF WS-BKT-BRANCH (WS-SORT-SUB)
                           > WS-BKT-BRANCH (WS-SORT-NEXT)
                       OR (WS-BKT-BRANCH (WS-SORT-SUB)
                           = WS-BKT-BRANCH (WS-SORT-NEXT)
                       AND WS-BKT-CURRENCY (WS-SORT-SUB)
                           > WS-BKT-CURRENCY (WS-SORT-NEXT))
                       MOVE WS-BKT-ENTRY (WS-SORT-SUB) TO WS-BKT-HOLD
                       MOVE WS-BKT-ENTRY (WS-SORT-NEXT)
                           TO WS-BKT-ENTRY (WS-SORT-SUB)
                       MOVE WS-BKT-HOLD TO WS-BKT-ENTRY (WS-SORT-NEXT)
                       MOVE 'Y' TO WS-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIND-BUCKET.
           MOVE 'N' TO WS-BKT-FOUND
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BKT-COUNT
                   OR WS-BKT-FOUND = 'Y'
               IF WS-BKT-BRANCH (WS-BKT-IDX) = WS-FIND-BRANCH
                   AND WS-BKT-CURRENCY (WS-BKT-IDX) = WS-FIND-CURRENCY
                   MOVE 'Y' TO WS-BKT-FOUND
               END-IF
           END-PERFORM
           IF WS-BKT-FOUND = 'Y'
               SET WS-BKT-IDX DOWN BY 1
           ELSE
               IF WS-BKT-COUNT >= 300
                   DISPLAY 'CASHFCST ABEND: more than 300 branch/'
                       'currency positions'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BKT-COUNT
               SET WS-BKT-IDX TO WS-BKT-COUNT
               MOVE WS-FIND-BRANCH TO WS-BKT-BRANCH (WS-BKT-IDX)
               MOVE WS-FIND-CURRENCY TO WS-BKT-CURRENCY (WS-BKT-IDX)
               MOVE 0 TO WS-BKT-HIST (WS-BKT-IDX)
               MOVE 0 TO WS-BKT-HIST-SCHED (WS-BKT-IDX)
               MOVE 0 TO WS-BKT-ESTIMATE (WS-BKT-IDX)
               PERFORM VARYING WS-ZERO-SUB FROM 1 BY 1
                       UNTIL WS-ZERO-SUB > 20
                   MOVE 0 TO WS-BKT-SCHED (WS-BKT-IDX, WS-ZERO-SUB)
               END-PERFORM
           END-IF.

       WRITE-FORECAST-REPORT.
           OPEN OUTPUT FCST-REPORT
           IF WS-FCST-REPORT-STATUS NOT = '00'
               MOVE 'FCST-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-FCST-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-ASOF-DATE TO WS-HDR-ASOF
           MOVE WS-FCST-USED TO WS-HDR-DAYS
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           WRITE FCST-REPORT-RECORD FROM WS-RPT-HEADER
           MOVE WS-HIST-USED TO WS-HST-DAYS
           MOVE WS-HIST-FROM-DATE TO WS-HST-FROM
           MOVE WS-ASOF-DATE TO WS-HST-TO
           WRITE FCST-REPORT-RECORD FROM WS-RPT-HISTORY
           MOVE SPACES TO WS-SEC-TEXT
           WRITE FCST-REPORT-RECORD FROM WS-RPT-SECTION
           MOVE 'BANK POSITION - BASE CURRENCY' TO WS-SEC-TEXT
           WRITE FCST-REPORT-RECORD FROM WS-RPT-SECTION
           MOVE WS-OPENING-BALANCE TO WS-OPN-AMOUNT
           WRITE FCST-REPORT-RECORD FROM WS-RPT-OPENING
           WRITE FCST-REPORT-RECORD FROM WS-RPT-BANK-COLS
           MOVE WS-OPENING-BALANCE TO WS-POSITION
           PERFORM VARYING WS-FCST-SUB FROM 1 BY 1
                   UNTIL WS-FCST-SUB > WS-FCST-USED
               PERFORM WRITE-BANK-DAY
           END-PERFORM
           MOVE SPACES TO WS-SEC-TEXT
           WRITE FCST-REPORT-RECORD FROM WS-RPT-SECTION
           MOVE 'BY BRANCH AND CURRENCY - FOREIGN IN THE CURRENCY'
               TO WS-SEC-TEXT
           WRITE FCST-REPORT-RECORD FROM WS-RPT-SECTION
           WRITE FCST-REPORT-RECORD FROM WS-RPT-BKT-COLS
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BKT-COUNT
               MOVE 0 TO WS-CUMULATIVE
               PERFORM VARYING WS-FCST-SUB FROM 1 BY 1
                       UNTIL WS-FCST-SUB > WS-FCST-USED
                   PERFORM WRITE-BUCKET-DAY
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-SEC-TEXT
           WRITE FCST-REPORT-RECORD FROM WS-RPT-SECTION
           MOVE 'STANDING ORDERS SCHEDULED:' TO WS-CNT-NAME
           MOVE WS-ORDERS-SCHEDULED TO WS-CNT-VALUE
           WRITE FCST-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'BRANCH/CURRENCY POSITIONS:' TO WS-CNT-NAME
           MOVE WS-BKT-COUNT TO WS-CNT-VALUE
           WRITE FCST-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'DETAILS WITH NO NATIVE AMOUNT (OMITTED):'
               TO WS-CNT-NAME
           MOVE WS-NOT-CARRIED TO WS-CNT-VALUE
           WRITE FCST-REPORT-RECORD FROM WS-COUNT-LINE
           CLOSE FCST-REPORT.

       WRITE-BANK-DAY.
           COMPUTE WS-DAY-SUB = WS-ASOF-SUB + WS-FCST-SUB
           MOVE WS-BD-DATE (WS-DAY-SUB) TO WS-BNK-DATE
           IF WS-BD-TYPE (WS-DAY-SUB) = 'E'
               MOVE 'E' TO WS-BNK-PE
           ELSE
               MOVE SPACE TO WS-BNK-PE
           END-IF
           COMPUTE WS-DAY-ITEMS =
               WS-AVG-ITEMS + WS-BANK-ORDERS (WS-FCST-SUB)
           MOVE WS-DAY-ITEMS TO WS-BNK-ITEMS
           COMPUTE WS-DAILY-FLOW =
               WS-BANK-SCHED (WS-FCST-SUB) + WS-BANK-ESTIMATE
           ADD WS-DAILY-FLOW TO WS-POSITION
           MOVE WS-BANK-SCHED (WS-FCST-SUB) TO WS-BNK-SCHED
           MOVE WS-BANK-ESTIMATE TO WS-BNK-EST
           MOVE WS-DAILY-FLOW TO WS-BNK-FLOW
           MOVE WS-POSITION TO WS-BNK-POSITION
           WRITE FCST-REPORT-RECORD FROM WS-RPT-BANK-LINE.

       WRITE-BUCKET-DAY.
           COMPUTE WS-DAY-SUB = WS-ASOF-SUB + WS-FCST-SUB
           MOVE WS-BKT-BRANCH (WS-BKT-IDX) TO WS-BKL-BRANCH
           IF WS-BKT-CURRENCY (WS-BKT-IDX) = SPACES
               MOVE 'BASE' TO WS-BKL-CURRENCY
           ELSE
               MOVE WS-BKT-CURRENCY (WS-BKT-IDX) TO WS-BKL-CURRENCY
           END-IF
           MOVE WS-BD-DATE (WS-DAY-SUB) TO WS-BKL-DATE
           COMPUTE WS-DAILY-FLOW =
               WS-BKT-SCHED (WS-BKT-IDX, WS-FCST-SUB)
               + WS-BKT-ESTIMATE (WS-BKT-IDX)
           ADD WS-DAILY-FLOW TO WS-CUMULATIVE
           MOVE WS-BKT-SCHED (WS-BKT-IDX, WS-FCST-SUB) TO WS-BKL-SCHED
           MOVE WS-BKT-ESTIMATE (WS-BKT-IDX) TO WS-BKL-EST
           MOVE WS-DAILY-FLOW TO WS-BKL-FLOW
           MOVE WS-CUMULATIVE TO WS-BKL-CUMULATIVE
           WRITE FCST-REPORT-RECORD FROM WS-RPT-BKT-LINE.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'CASHFCST ABEND: OPEN FAILED FOR '
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
