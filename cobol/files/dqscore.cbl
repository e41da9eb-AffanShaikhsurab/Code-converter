       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSCORE.
      *> Monthly data-quality scorecard. Operations knew the
      *> exception queue was "always full" but could not say which
      *> branch or which source was feeding it, or whether it was
      *> getting better - so there was no evidence to take back to
      *> the upstream bank or the branches. This program scores one
      *> month (dqscore.parm, YYYYMM; default the month of the run
      *> date) against the month before it, from:
      *>   file1.dat, file1.hist      - the items that were posted,
      *>                                dated by their batch header
      *>   file1.exc, file1exc.hist   - rejects, by EXC-RUN-DATE
      *>   file1.hld                  - holds, by HLD-SOURCE-DATE
      *>   file1rev.rej               - refused reversal requests,
      *>                                by REJ-RUN-DATE
      *> An item presented is one posted, plus one stopped at entry
      *> (reason.dat stage 'E') that never came back - a repaired
      *> reject or a released hold was re-entered and is already
      *> counted as posted, and an item FILE1's posting validation
      *> rejected (stage 'P') is still on file1.dat. The error rate
      *> is rejects, holds and refused reversals per hundred items
      *> presented. dqscore.rpt shows it per branch and per entry
      *> source (FILE1-ENTRY-SOURCE: feed, standing orders, keyed
      *> entry, calldemo, reversal requests, and everything else),
      *> each beside the prior month's rate and the direction it
      *> moved; the ten commonest reason codes of the month with
      *> the prior month's count; and the overall rate for the
      *> six months to the scored month. An input file not on file
      *> is noted on the report and counts as empty. No reason.dat
      *> means every code reads as stopped at entry with no
      *> description, and ends the step with RETURN-CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DQS-PARM-FILE ASSIGN TO 'dqscore.parm'
               FILE STATUS IS WS-DQS-PARM-STATUS.
           SELECT REASON-FILE ASSIGN TO 'reason.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-STATUS.
           SELECT FILE1 ASSIGN TO 'file1.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILE1-LIVE-KEY
               FILE STATUS IS WS-FILE1-STATUS.
           SELECT FILE1-HIST ASSIGN TO 'file1.hist'
               FILE STATUS IS WS-FILE1-HIST-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO 'file1.exc'
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT EXCEPTION-HIST ASSIGN TO 'file1exc.hist'
               FILE STATUS IS WS-EXCEPTION-HIST-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'file1.hld'
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT REV-REJECT-FILE ASSIGN TO 'file1rev.rej'
               FILE STATUS IS WS-REV-REJECT-STATUS.
           SELECT DQS-REPORT ASSIGN TO 'dqscore.rpt'
               FILE STATUS IS WS-DQS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DQS-PARM-FILE.
       01  DQS-PARM-RECORD.
           05  DQSP-MONTH           PIC 9(6).

       FD  REASON-FILE.
       01  REASON-RECORD.
           COPY rsncode.

      *> The FDs carry the file1 and exception records as raw bytes -
      *> each is read INTO its copybook layout below - so the live
      *> and history files share one definition, the way QRYUTIL
      *> reads them.
       FD  FILE1.
       01  FILE1-LIVE-RECORD.
           05  FILE1-LIVE-KEY       PIC 9(10).
           05  FILLER               PIC X(37).

       FD  FILE1-HIST.
       01  FILE1-HIST-RECORD        PIC X(47).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-LIVE-RECORD    PIC X(91).

       FD  EXCEPTION-HIST.
       01  EXCEPTION-HIST-RECORD    PIC X(91).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY file1hld.

       FD  REV-REJECT-FILE.
       01  REV-REJECT-RECORD.
           COPY file1rej.

       FD  DQS-REPORT.
       01  DQS-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILE1-RECORD.
           COPY file1rec.
       01 EXCEPTION-RECORD.
           COPY file1exc.

       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-TODAY              PIC 9(8).
       01 WS-REASON-MISSING     PIC X VALUE 'N'.
       01 WS-BATCH-DATE         PIC 9(8) VALUE 0.
       01 WS-SUB                PIC 9(4) VALUE 0.
       01 WS-SHIFT-SUB          PIC 9(4) VALUE 0.
       01 WS-FOUND-SUB          PIC 9(4) VALUE 0.
       01 WS-SLOT               PIC 9(1) VALUE 0.
       01 WS-TREND-SLOT         PIC 9(1) VALUE 0.
       01 WS-SOURCE-SUB         PIC 9(1) VALUE 0.
       01 WS-RANK               PIC 9(2) VALUE 0.
       01 WS-BEST-SUB           PIC 9(4) VALUE 0.
       01 WS-BEST-COUNT         PIC 9(7) VALUE 0.
       01 WS-NOT-ON-FILE        PIC X(60) VALUE SPACES.
       01 WS-NOT-ON-FILE-PTR    PIC 9(3) VALUE 1.

      *> The scored month and its neighbours, as month numbers
      *> (year * 12 + month) so the months either side of a year end
      *> are one apart like any others.
       01 WS-REPORT-MONTH       PIC 9(6).
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-RM-YEAR        PIC 9(4).
           05  WS-RM-MONTH       PIC 9(2).
       01 WS-REPORT-MONTH-NO    PIC 9(6) VALUE 0.
       01 WS-WORK-MONTH-NO      PIC 9(6) VALUE 0.
       01 WS-WORK-YEAR          PIC 9(4) VALUE 0.
       01 WS-WORK-MONTH         PIC 9(2) VALUE 0.
       01 WS-MONTH-DIFF         PIC S9(6) VALUE 0.

      *> One event to score - a posted item ('I'), a reject ('X'), a
      *> hold ('H') or a refused reversal ('V').
       01 WS-EV-DATE            PIC 9(8).
       01 WS-EV-DATE-PARTS REDEFINES WS-EV-DATE.
           05  WS-EV-YEAR        PIC 9(4).
           05  WS-EV-MONTH       PIC 9(2).
           05  WS-EV-DAY         PIC 9(2).
       01 WS-EV-KIND            PIC X(1).
       01 WS-EV-BRANCH          PIC X(3).
       01 WS-EV-SOURCE          PIC X(1).
       01 WS-EV-CODE            PIC X(4).
       01 WS-EV-REENTERED       PIC X(1).
       01 WS-EV-PRESENTED       PIC X(1).

      *> Per branch, slot 1 the scored month and slot 2 the prior
      *> one, kept in branch order; spaces is a refused reversal
      *> that matched no posted item.
       01 WS-BR-COUNT           PIC 9(4) VALUE 0.
       01 WS-BR-TABLE.
           05  WS-BR-ENTRY      OCCURS 1000 TIMES.
               10  WS-BR-CODE       PIC X(3).
               10  WS-BR-SLOT       OCCURS 2 TIMES.
                   15  WS-BR-PRESENTED  PIC 9(9).
                   15  WS-BR-REJECTS    PIC 9(9).
                   15  WS-BR-HOLDS      PIC 9(9).
                   15  WS-BR-REVREJ     PIC 9(9).
       01 WS-BR-OVERFLOW        PIC 9(6) VALUE 0.

      *> Per entry source, the same two slots. The last row takes
      *> every item no source was recorded for.
       01 WS-SOURCE-NAMES.
           05  FILLER  PIC X(13) VALUE 'FFEED'.
           05  FILLER  PIC X(13) VALUE 'SSTANDING ORD'.
           05  FILLER  PIC X(13) VALUE 'KKEYED ENTRY'.
           05  FILLER  PIC X(13) VALUE 'CCALLDEMO'.
           05  FILLER  PIC X(13) VALUE 'RREVERSAL REQ'.
           05  FILLER  PIC X(13) VALUE ' OTHER/SYSTEM'.
       01 WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAMES.
           05  WS-SOURCE-NAME-ENTRY OCCURS 6 TIMES.
               10  WS-SRC-KEY       PIC X(1).
               10  WS-SRC-LABEL     PIC X(12).
       01 WS-SRC-TABLE.
           05  WS-SRC-ENTRY     OCCURS 6 TIMES.
               10  WS-SRC-SLOT      OCCURS 2 TIMES.
                   15  WS-SRC-PRESENTED PIC 9(9).
                   15  WS-SRC-REJECTS   PIC 9(9).
                   15  WS-SRC-HOLDS     PIC 9(9).
                   15  WS-SRC-REVREJ    PIC 9(9).

      *> The month totals, for the total lines.
       01 WS-TOT-TABLE.
           05  WS-TOT-SLOT      OCCURS 2 TIMES.
               10  WS-TOT-PRESENTED PIC 9(9).
               10  WS-TOT-REJECTS   PIC 9(9).
               10  WS-TOT-HOLDS     PIC 9(9).
               10  WS-TOT-REVREJ    PIC 9(9).

      *> reason.dat, plus any code found on a record that is not on
      *> it, with each code's count for the two months.
       01 WS-RC-COUNT           PIC 9(4) VALUE 0.
       01 WS-RC-TABLE.
           05  WS-RC-ENTRY      OCCURS 250 TIMES.
               10  WS-RC-CODE       PIC X(4).
               10  WS-RC-STAGE      PIC X(1).
               10  WS-RC-DESCRIPTION PIC X(30).
               10  WS-RC-MONTH-COUNT OCCURS 2 TIMES PIC 9(7).
               10  WS-RC-RANKED     PIC X(1).

      *> The six months to the scored month, oldest first.
       01 WS-TREND-TABLE.
           05  WS-TR-ENTRY      OCCURS 6 TIMES.
               10  WS-TR-PRESENTED  PIC 9(9).
               10  WS-TR-EXCEPTIONS PIC 9(9).

      *> Error-rate working fields.
       01 WS-CALC-PRESENTED     PIC 9(9).
       01 WS-CALC-EXCEPTIONS    PIC 9(9).
       01 WS-CALC-RATE          PIC 9(3)V99.
       01 WS-CALC-RATE-ED       PIC ZZ9.99.
       01 WS-CALC-RATE-TEXT     PIC X(6).
       01 WS-CUR-RATE           PIC 9(3)V99.
       01 WS-CUR-HAS-RATE       PIC X(1).
       01 WS-CALC-HAS-RATE      PIC X(1).

       01 WS-DQS-PARM-STATUS    PIC XX VALUE '00'.
       01 WS-REASON-STATUS      PIC XX VALUE '00'.
       01 WS-FILE1-STATUS       PIC XX VALUE '00'.
       01 WS-FILE1-HIST-STATUS  PIC XX VALUE '00'.
       01 WS-EXCEPTION-STATUS   PIC XX VALUE '00'.
       01 WS-EXCEPTION-HIST-STATUS PIC XX VALUE '00'.
       01 WS-HOLD-STATUS        PIC XX VALUE '00'.
       01 WS-REV-REJECT-STATUS  PIC XX VALUE '00'.
       01 WS-DQS-REPORT-STATUS  PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - the run's outcome goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'DQSCORE'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(30) VALUE
               'DATA-QUALITY SCORECARD  MONTH '.
           05  WS-HDR-MONTH      PIC X(7).
           05  FILLER            PIC X(8)  VALUE '  PRIOR '.
           05  WS-HDR-PRIOR      PIC X(7).
           05  FILLER            PIC X(6)  VALUE '  RUN '.
           05  WS-HDR-RUN-DATE   PIC 9(8).
           05  FILLER            PIC X(14) VALUE SPACES.

       01 WS-RPT-BASIS.
           05  FILLER            PIC X(43) VALUE
               'RATE = REJECTS + HOLDS + REFUSED REVERSALS '.
           05  FILLER            PIC X(37) VALUE
               'PER 100 ITEMS PRESENTED'.

       01 WS-RPT-MONTH-LABEL.
           05  WS-ML-YEAR        PIC 9(4).
           05  FILLER            PIC X(1) VALUE '-'.
           05  WS-ML-MONTH       PIC 9(2).

       01 WS-SECTION-LINE.
           05  WS-SEC-TITLE      PIC X(80).

       01 WS-SCORE-HEADING.
           05  WS-SH-FIRST       PIC X(12).
           05  FILLER            PIC X(34) VALUE
               ' PRESENTED REJECTS   HOLDS REV.REJ'.
           05  FILLER            PIC X(34) VALUE
               '  RATE %  PRIOR%  TREND'.

       01 WS-SCORE-LINE.
           05  WS-SL-LABEL       PIC X(12).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-SL-PRESENTED   PIC ZZZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-SL-REJECTS     PIC ZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-SL-HOLDS       PIC ZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-SL-REVREJ      PIC ZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-SL-RATE        PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-SL-PRIOR       PIC X(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-SL-TREND       PIC X(6).
           05  FILLER            PIC X(10) VALUE SPACES.

       01 WS-REASON-HEADING.
           05  FILLER            PIC X(42) VALUE
               'RANK  CODE  DESCRIPTION'.
           05  FILLER            PIC X(38) VALUE
               '   COUNT   PRIOR    CHANGE'.

       01 WS-REASON-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RL-RANK        PIC Z9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RL-CODE        PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RL-DESCRIPTION PIC X(30).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RL-COUNT       PIC ZZZZZZ9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RL-PRIOR       PIC ZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RL-CHANGE      PIC -------9.
           05  FILLER            PIC X(12) VALUE SPACES.
       01 WS-RL-CHANGE-WORK     PIC S9(7) VALUE 0.

       01 WS-TREND-HEADING.
           05  FILLER            PIC X(80) VALUE
               'MONTH     PRESENTED EXCEPTIONS  RATE %'.

       01 WS-TREND-LINE.
           05  WS-TL-MONTH       PIC X(7).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-TL-PRESENTED   PIC ZZZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-TL-EXCEPTIONS  PIC ZZZZZZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-TL-RATE        PIC X(6).
           05  FILLER            PIC X(42) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           INITIALIZE WS-BR-TABLE WS-SRC-TABLE WS-TOT-TABLE
               WS-RC-TABLE WS-TREND-TABLE
           PERFORM LOAD-DQS-PARM
           OPEN OUTPUT DQS-REPORT
           IF WS-DQS-REPORT-STATUS NOT = '00'
               MOVE 'DQS-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-DQS-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           PERFORM LOAD-REASON-CODES
           PERFORM SCORE-POSTED-ITEMS
           PERFORM SCORE-POSTED-HISTORY
           PERFORM SCORE-EXCEPTIONS
           PERFORM SCORE-EXCEPTION-HISTORY
           PERFORM SCORE-HOLDS
           PERFORM SCORE-REVERSAL-REJECTS
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-BRANCH-SECTION
           PERFORM WRITE-SOURCE-SECTION
           PERFORM WRITE-REASON-SECTION
           PERFORM WRITE-TREND-SECTION
           CLOSE DQS-REPORT
           MOVE WS-TOT-PRESENTED (1) TO WS-CALC-PRESENTED
           COMPUTE WS-CALC-EXCEPTIONS = WS-TOT-REJECTS (1)
               + WS-TOT-HOLDS (1) + WS-TOT-REVREJ (1)
           PERFORM COMPUTE-RATE
           DISPLAY 'DQSCORE: month ' WS-HDR-MONTH ' - '
               WS-TOT-PRESENTED (1) ' items presented, '
               WS-CALC-EXCEPTIONS ' exceptions, rate '
               WS-CALC-RATE-TEXT
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'MONTH ' WS-HDR-MONTH ' PRESENTED '
               WS-TOT-PRESENTED (1) ' EXCEPTIONS '
               WS-CALC-EXCEPTIONS ' RATE ' WS-CALC-RATE-TEXT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           IF WS-REASON-MISSING = 'Y'
               MOVE 'W' TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-BR-OVERFLOW > 0
               DISPLAY 'DQSCORE: more than 1000 branches - '
                   WS-BR-OVERFLOW ' events counted in the totals '
                   'only'
           END-IF
           IF WS-REASON-MISSING = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-DQS-PARM.
           COMPUTE WS-REPORT-MONTH = WS-TODAY / 100
           OPEN INPUT DQS-PARM-FILE
           IF WS-DQS-PARM-STATUS = '00'
               READ DQS-PARM-FILE
                   NOT AT END
                       IF DQSP-MONTH NUMERIC
                               AND DQSP-MONTH (5:2) >= '01'
                               AND DQSP-MONTH (5:2) <= '12'
                           MOVE DQSP-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE DQS-PARM-FILE
           END-IF
           COMPUTE WS-REPORT-MONTH-NO = WS-RM-YEAR * 12 + WS-RM-MONTH
           MOVE WS-REPORT-MONTH-NO TO WS-WORK-MONTH-NO
           PERFORM MONTH-LABEL
           MOVE WS-RPT-MONTH-LABEL TO WS-HDR-MONTH
           COMPUTE WS-WORK-MONTH-NO = WS-REPORT-MONTH-NO - 1
           PERFORM MONTH-LABEL
           MOVE WS-RPT-MONTH-LABEL TO WS-HDR-PRIOR
           DISPLAY 'DQSCORE: scoring ' WS-HDR-MONTH
               ' against ' WS-HDR-PRIOR.

      *> WS-WORK-MONTH-NO back to YYYY-MM.
       MONTH-LABEL.
           COMPUTE WS-WORK-YEAR = (WS-WORK-MONTH-NO - 1) / 12
           COMPUTE WS-WORK-MONTH =
               WS-WORK-MONTH-NO - WS-WORK-YEAR * 12
           MOVE WS-WORK-YEAR TO WS-ML-YEAR
           MOVE WS-WORK-MONTH TO WS-ML-MONTH.

       LOAD-REASON-CODES.
           OPEN INPUT REASON-FILE
           EVALUATE WS-REASON-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-END-OF-FILE
                   PERFORM READ-REASON-LINE
                       UNTIL WS-END-OF-FILE = 'Y'
                   CLOSE REASON-FILE
               WHEN '35'
                   MOVE 'Y' TO WS-REASON-MISSING
                   DISPLAY 'DQSCORE: no reason.dat - codes are '
                       'scored without descriptions'
                   PERFORM NOTE-NOT-ON-FILE
               WHEN OTHER
                   MOVE 'REASON-FILE' TO WS-ERROR-FILE-NAME
                   MOVE WS-REASON-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
           END-EVALUATE.

       READ-REASON-LINE.
           READ REASON-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF RSN-CODE NOT = SPACES AND WS-RC-COUNT < 250
                       ADD 1 TO WS-RC-COUNT
                       MOVE RSN-CODE TO WS-RC-CODE (WS-RC-COUNT)
                       MOVE RSN-STAGE TO WS-RC-STAGE (WS-RC-COUNT)
                       MOVE RSN-DESCRIPTION
                           TO WS-RC-DESCRIPTION (WS-RC-COUNT)
                   END-IF
           END-READ.

      *> Input files absent are listed on the report header line.
       NOTE-NOT-ON-FILE.
           EVALUATE TRUE
               WHEN WS-REASON-STATUS = '35'
                   MOVE 'reason.dat' TO WS-ERROR-FILE-NAME
                   MOVE '00' TO WS-REASON-STATUS
               WHEN WS-FILE1-STATUS = '35'
                   MOVE 'file1.dat' TO WS-ERROR-FILE-NAME
                   MOVE '00' TO WS-FILE1-STATUS
               WHEN WS-FILE1-HIST-STATUS = '35'
                   MOVE 'file1.hist' TO WS-ERROR-FILE-NAME
                   MOVE '00' TO WS-FILE1-HIST-STATUS
               WHEN WS-EXCEPTION-STATUS = '35'
                   MOVE 'file1.exc' TO WS-ERROR-FILE-NAME
                   MOVE '00' TO WS-EXCEPTION-STATUS
               WHEN WS-EXCEPTION-HIST-STATUS = '35'
                   MOVE 'file1exc.hist' TO WS-ERROR-FILE-NAME
                   MOVE '00' TO WS-EXCEPTION-HIST-STATUS
               WHEN WS-HOLD-STATUS = '35'
                   MOVE 'file1.hld' TO WS-ERROR-FILE-NAME
                   MOVE '00' TO WS-HOLD-STATUS
               WHEN OTHER
                   MOVE 'file1rev.rej' TO WS-ERROR-FILE-NAME
                   MOVE '00' TO WS-REV-REJECT-STATUS
           END-EVALUATE
           STRING WS-ERROR-FILE-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               INTO WS-NOT-ON-FILE WITH POINTER WS-NOT-ON-FILE-PTR
           END-STRING.

      *> file1.dat in key order: each batch's header comes first and
      *> dates the details behind it.
       SCORE-POSTED-ITEMS.
           OPEN INPUT FILE1
           EVALUATE WS-FILE1-STATUS
               WHEN '00'
                   MOVE 0 TO WS-BATCH-DATE
                   MOVE 'N' TO WS-END-OF-FILE
                   PERFORM READ-POSTED-ITEM
                       UNTIL WS-END-OF-FILE = 'Y'
                   CLOSE FILE1
               WHEN '35'
                   PERFORM NOTE-NOT-ON-FILE
               WHEN OTHER
                   MOVE 'FILE1' TO WS-ERROR-FILE-NAME
                   MOVE WS-FILE1-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
           END-EVALUATE.

       READ-POSTED-ITEM.
           READ FILE1 NEXT RECORD INTO FILE1-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM SCORE-FILE1-RECORD
           END-READ.

      *> file1.hist holds whole batches as ARCHUTIL aged them out,
      *> header first, so it dates the same way.
       SCORE-POSTED-HISTORY.
           OPEN INPUT FILE1-HIST
           EVALUATE WS-FILE1-HIST-STATUS
               WHEN '00'
                   MOVE 0 TO WS-BATCH-DATE
                   MOVE 'N' TO WS-END-OF-FILE
                   PERFORM READ-POSTED-HISTORY
                       UNTIL WS-END-OF-FILE = 'Y'
                   CLOSE FILE1-HIST
               WHEN '35'
                   PERFORM NOTE-NOT-ON-FILE
               WHEN OTHER
                   MOVE 'FILE1-HIST' TO WS-ERROR-FILE-NAME
                   MOVE WS-FILE1-HIST-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
           END-EVALUATE.

       READ-POSTED-HISTORY.
           READ FILE1-HIST INTO FILE1-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM SCORE-FILE1-RECORD
           END-READ.

       SCORE-FILE1-RECORD.
           EVALUATE TRUE
               WHEN FILE1-IS-HEADER
                   MOVE 0 TO WS-BATCH-DATE
                   IF HDR-RUN-DATE NUMERIC
                       MOVE HDR-RUN-DATE TO WS-BATCH-DATE
                   END-IF
               WHEN FILE1-IS-DETAIL OR FILE1-IS-REVERSAL
                       OR FILE1-IS-TRANSFER
                   MOVE WS-BATCH-DATE TO WS-EV-DATE
                   MOVE 'I' TO WS-EV-KIND
                   MOVE FILE1-BRANCH-CODE TO WS-EV-BRANCH
                   MOVE FILE1-ENTRY-SOURCE TO WS-EV-SOURCE
                   MOVE SPACES TO WS-EV-CODE
                   MOVE 'N' TO WS-EV-REENTERED
                   PERFORM SCORE-EVENT
           END-EVALUATE.

       SCORE-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE
           EVALUATE WS-EXCEPTION-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-END-OF-FILE
                   PERFORM READ-EXCEPTION
                       UNTIL WS-END-OF-FILE = 'Y'
                   CLOSE EXCEPTION-FILE
               WHEN '35'
                   PERFORM NOTE-NOT-ON-FILE
               WHEN OTHER
                   MOVE 'EXCEPTION-FILE' TO WS-ERROR-FILE-NAME
                   MOVE WS-EXCEPTION-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
           END-EVALUATE.

       READ-EXCEPTION.
           READ EXCEPTION-FILE INTO EXCEPTION-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM SCORE-EXCEPTION-RECORD
           END-READ.

       SCORE-EXCEPTION-HISTORY.
           OPEN INPUT EXCEPTION-HIST
           EVALUATE WS-EXCEPTION-HIST-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-END-OF-FILE
                   PERFORM READ-EXCEPTION-HISTORY
                       UNTIL WS-END-OF-FILE = 'Y'
                   CLOSE EXCEPTION-HIST
               WHEN '35'
                   PERFORM NOTE-NOT-ON-FILE
               WHEN OTHER
                   MOVE 'EXCEPTION-HIST' TO WS-ERROR-FILE-NAME
                   MOVE WS-EXCEPTION-HIST-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
           END-EVALUATE.

       READ-EXCEPTION-HISTORY.
           READ EXCEPTION-HIST INTO EXCEPTION-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM SCORE-EXCEPTION-RECORD
           END-READ.

       SCORE-EXCEPTION-RECORD.
           MOVE EXC-RUN-DATE TO WS-EV-DATE
           MOVE 'X' TO WS-EV-KIND
           MOVE EXC-BRANCH-CODE TO WS-EV-BRANCH
           MOVE EXC-ENTRY-SOURCE TO WS-EV-SOURCE
           MOVE EXC-REASON-CODE TO WS-EV-CODE
           IF EXC-IS-REPAIRED
               MOVE 'Y' TO WS-EV-REENTERED
           ELSE
               MOVE 'N' TO WS-EV-REENTERED
           END-IF
           PERFORM SCORE-EVENT.

       SCORE-HOLDS.
           OPEN INPUT HOLD-FILE
           EVALUATE WS-HOLD-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-END-OF-FILE
                   PERFORM READ-HOLD
                       UNTIL WS-END-OF-FILE = 'Y'
                   CLOSE HOLD-FILE
               WHEN '35'
                   PERFORM NOTE-NOT-ON-FILE
               WHEN OTHER
                   MOVE 'HOLD-FILE' TO WS-ERROR-FILE-NAME
                   MOVE WS-HOLD-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
           END-EVALUATE.

       READ-HOLD.
           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE HLD-SOURCE-DATE TO WS-EV-DATE
                   MOVE 'H' TO WS-EV-KIND
                   MOVE HLD-BRANCH-CODE TO WS-EV-BRANCH
                   MOVE HLD-ENTRY-SOURCE TO WS-EV-SOURCE
                   MOVE HLD-REASON-CODE TO WS-EV-CODE
                   IF HLD-IS-RELEASED
                       MOVE 'Y' TO WS-EV-REENTERED
                   ELSE
                       MOVE 'N' TO WS-EV-REENTERED
                   END-IF
                   PERFORM SCORE-EVENT
           END-READ.

       SCORE-REVERSAL-REJECTS.
           OPEN INPUT REV-REJECT-FILE
           EVALUATE WS-REV-REJECT-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-END-OF-FILE
                   PERFORM READ-REVERSAL-REJECT
                       UNTIL WS-END-OF-FILE = 'Y'
                   CLOSE REV-REJECT-FILE
               WHEN '35'
                   PERFORM NOTE-NOT-ON-FILE
               WHEN OTHER
                   MOVE 'REV-REJECT-FILE' TO WS-ERROR-FILE-NAME
                   MOVE WS-REV-REJECT-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
           END-EVALUATE.

       READ-REVERSAL-REJECT.
           READ REV-REJECT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   MOVE REJ-RUN-DATE TO WS-EV-DATE
                   MOVE 'V' TO WS-EV-KIND
                   MOVE REJ-BRANCH-CODE TO WS-EV-BRANCH
                   MOVE REJ-ENTRY-SOURCE TO WS-EV-SOURCE
                   MOVE REJ-REASON-CODE TO WS-EV-CODE
                   MOVE 'N' TO WS-EV-REENTERED
                   PERFORM SCORE-EVENT
           END-READ.

      *> One event into the trend, and - when it falls in the scored
      *> or the prior month - into its branch, source and reason.
       SCORE-EVENT.
           IF WS-EV-DATE NOT NUMERIC OR WS-EV-DATE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTH-DIFF = WS-REPORT-MONTH-NO
               - (WS-EV-YEAR * 12 + WS-EV-MONTH)
           IF WS-MONTH-DIFF < 0 OR WS-MONTH-DIFF > 5
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TREND-SLOT = 6 - WS-MONTH-DIFF
           MOVE 'N' TO WS-EV-PRESENTED
           IF WS-EV-KIND = 'I'
               MOVE 'Y' TO WS-EV-PRESENTED
           ELSE
               IF WS-EV-CODE = SPACES
                   MOVE 'Z999' TO WS-EV-CODE
               END-IF
               PERFORM FIND-REASON-CODE
               IF WS-RC-STAGE (WS-FOUND-SUB) NOT = 'P'
                       AND WS-EV-REENTERED = 'N'
                   MOVE 'Y' TO WS-EV-PRESENTED
               END-IF
               ADD 1 TO WS-TR-EXCEPTIONS (WS-TREND-SLOT)
           END-IF
           IF WS-EV-PRESENTED = 'Y'
               ADD 1 TO WS-TR-PRESENTED (WS-TREND-SLOT)
           END-IF
           IF WS-MONTH-DIFF > 1
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SLOT = WS-MONTH-DIFF + 1
           IF WS-EV-KIND NOT = 'I'
               ADD 1 TO WS-RC-MONTH-COUNT (WS-FOUND-SUB, WS-SLOT)
           END-IF
           IF WS-EV-BRANCH = SPACES AND WS-EV-KIND NOT = 'V'
               MOVE '000' TO WS-EV-BRANCH
           END-IF
           MOVE 6 TO WS-SOURCE-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               IF WS-SRC-KEY (WS-SUB) = WS-EV-SOURCE
                   MOVE WS-SUB TO WS-SOURCE-SUB
               END-IF
           END-PERFORM
           PERFORM FIND-BRANCH
           EVALUATE WS-EV-KIND
               WHEN 'X'
                   ADD 1 TO WS-TOT-REJECTS (WS-SLOT)
                   ADD 1 TO WS-SRC-REJECTS (WS-SOURCE-SUB, WS-SLOT)
                   IF WS-FOUND-SUB > 0
                       ADD 1 TO WS-BR-REJECTS (WS-FOUND-SUB, WS-SLOT)
                   END-IF
               WHEN 'H'
                   ADD 1 TO WS-TOT-HOLDS (WS-SLOT)
                   ADD 1 TO WS-SRC-HOLDS (WS-SOURCE-SUB, WS-SLOT)
                   IF WS-FOUND-SUB > 0
                       ADD 1 TO WS-BR-HOLDS (WS-FOUND-SUB, WS-SLOT)
                   END-IF
               WHEN 'V'
                   ADD 1 TO WS-TOT-REVREJ (WS-SLOT)
                   ADD 1 TO WS-SRC-REVREJ (WS-SOURCE-SUB, WS-SLOT)
                   IF WS-FOUND-SUB > 0
                       ADD 1 TO WS-BR-REVREJ (WS-FOUND-SUB, WS-SLOT)
                   END-IF
           END-EVALUATE
           IF WS-EV-PRESENTED = 'Y'
               ADD 1 TO WS-TOT-PRESENTED (WS-SLOT)
               ADD 1 TO WS-SRC-PRESENTED (WS-SOURCE-SUB, WS-SLOT)
               IF WS-FOUND-SUB > 0
                   ADD 1 TO WS-BR-PRESENTED (WS-FOUND-SUB, WS-SLOT)
               END-IF
           END-IF.

      *> A code not on reason.dat joins the table, read as stopped
      *> at entry, so it is still counted and ranked.
       FIND-REASON-CODE.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-RC-COUNT OR WS-FOUND-SUB > 0
               IF WS-RC-CODE (WS-SUB) = WS-EV-CODE
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               IF WS-RC-COUNT < 250
                   ADD 1 TO WS-RC-COUNT
               END-IF
               MOVE WS-RC-COUNT TO WS-FOUND-SUB
               MOVE WS-EV-CODE TO WS-RC-CODE (WS-FOUND-SUB)
               MOVE 'E' TO WS-RC-STAGE (WS-FOUND-SUB)
               MOVE '(NOT ON REASON.DAT)'
                   TO WS-RC-DESCRIPTION (WS-FOUND-SUB)
           END-IF.

      *> The branch's row, inserted in branch order the first time it
      *> is seen; WS-FOUND-SUB 0 when the table is full.
       FIND-BRANCH.
           MOVE 1 TO WS-SUB
           PERFORM UNTIL WS-SUB > WS-BR-COUNT
                   OR WS-BR-CODE (WS-SUB) >= WS-EV-BRANCH
               ADD 1 TO WS-SUB
           END-PERFORM
           IF WS-SUB <= WS-BR-COUNT
                   AND WS-BR-CODE (WS-SUB) = WS-EV-BRANCH
               MOVE WS-SUB TO WS-FOUND-SUB
               EXIT PARAGRAPH
           END-IF
           IF WS-BR-COUNT >= 1000
               MOVE 0 TO WS-FOUND-SUB
               ADD 1 TO WS-BR-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SHIFT-SUB FROM WS-BR-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-SUB
               MOVE WS-BR-ENTRY (WS-SHIFT-SUB)
                   TO WS-BR-ENTRY (WS-SHIFT-SUB + 1)
           END-PERFORM
           INITIALIZE WS-BR-ENTRY (WS-SUB)
           MOVE WS-EV-BRANCH TO WS-BR-CODE (WS-SUB)
           ADD 1 TO WS-BR-COUNT
           MOVE WS-SUB TO WS-FOUND-SUB.

      *> Exceptions per hundred presented, as text for the report:
      *> 'N/A' when nothing was presented.
       COMPUTE-RATE.
           MOVE 0 TO WS-CALC-RATE
           IF WS-CALC-PRESENTED = 0
               MOVE 'N' TO WS-CALC-HAS-RATE
               MOVE '   N/A' TO WS-CALC-RATE-TEXT
           ELSE
               MOVE 'Y' TO WS-CALC-HAS-RATE
               COMPUTE WS-CALC-RATE ROUNDED =
                   WS-CALC-EXCEPTIONS * 100 / WS-CALC-PRESENTED
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-CALC-RATE
               END-COMPUTE
               MOVE WS-CALC-RATE TO WS-CALC-RATE-ED
               MOVE WS-CALC-RATE-ED TO WS-CALC-RATE-TEXT
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE WS-TODAY TO WS-HDR-RUN-DATE
           WRITE DQS-REPORT-RECORD FROM WS-RPT-HEADER
           WRITE DQS-REPORT-RECORD FROM WS-RPT-BASIS
           IF WS-NOT-ON-FILE NOT = SPACES
               MOVE SPACES TO DQS-REPORT-RECORD
               STRING 'NOT ON FILE (COUNTED AS EMPTY): '
                   WS-NOT-ON-FILE DELIMITED BY SIZE
                   INTO DQS-REPORT-RECORD
               END-STRING
               WRITE DQS-REPORT-RECORD
           END-IF.

       WRITE-BRANCH-SECTION.
           MOVE SPACES TO DQS-REPORT-RECORD
           WRITE DQS-REPORT-RECORD
           MOVE 'ERROR RATE BY BRANCH' TO WS-SEC-TITLE
           WRITE DQS-REPORT-RECORD FROM WS-SECTION-LINE
           MOVE 'BRANCH' TO WS-SH-FIRST
           WRITE DQS-REPORT-RECORD FROM WS-SCORE-HEADING
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > WS-BR-COUNT
               IF WS-BR-CODE (WS-SHIFT-SUB) = SPACES
                   MOVE '(NONE)' TO WS-SL-LABEL
               ELSE
                   MOVE WS-BR-CODE (WS-SHIFT-SUB) TO WS-SL-LABEL
               END-IF
               MOVE WS-BR-SLOT (WS-SHIFT-SUB, 1) TO WS-TOT-SLOT (1)
               MOVE WS-BR-SLOT (WS-SHIFT-SUB, 2) TO WS-TOT-SLOT (2)
               PERFORM WRITE-SCORE-LINE
           END-PERFORM
           PERFORM RESTORE-MONTH-TOTALS
           MOVE 'TOTAL' TO WS-SL-LABEL
           PERFORM WRITE-SCORE-LINE.

       WRITE-SOURCE-SECTION.
           MOVE SPACES TO DQS-REPORT-RECORD
           WRITE DQS-REPORT-RECORD
           MOVE 'ERROR RATE BY ENTRY SOURCE' TO WS-SEC-TITLE
           WRITE DQS-REPORT-RECORD FROM WS-SECTION-LINE
           MOVE 'SOURCE' TO WS-SH-FIRST
           WRITE DQS-REPORT-RECORD FROM WS-SCORE-HEADING
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > 6
               MOVE WS-SRC-LABEL (WS-SHIFT-SUB) TO WS-SL-LABEL
               MOVE WS-SRC-SLOT (WS-SHIFT-SUB, 1) TO WS-TOT-SLOT (1)
               MOVE WS-SRC-SLOT (WS-SHIFT-SUB, 2) TO WS-TOT-SLOT (2)
               PERFORM WRITE-SCORE-LINE
           END-PERFORM
           PERFORM RESTORE-MONTH-TOTALS
           MOVE 'TOTAL' TO WS-SL-LABEL
           PERFORM WRITE-SCORE-LINE.

      *> The branch and source rows borrow WS-TOT-TABLE to print;
      *> the month totals are the sum of the source rows, which
      *> every event reaches.
       RESTORE-MONTH-TOTALS.
           INITIALIZE WS-TOT-TABLE
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 6
               PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 2
                   ADD WS-SRC-PRESENTED (WS-SUB, WS-SLOT)
                       TO WS-TOT-PRESENTED (WS-SLOT)
                   ADD WS-SRC-REJECTS (WS-SUB, WS-SLOT)
                       TO WS-TOT-REJECTS (WS-SLOT)
                   ADD WS-SRC-HOLDS (WS-SUB, WS-SLOT)
                       TO WS-TOT-HOLDS (WS-SLOT)
                   ADD WS-SRC-REVREJ (WS-SUB, WS-SLOT)
                       TO WS-TOT-REVREJ (WS-SLOT)
               END-PERFORM
           END-PERFORM.

      *> One row from WS-TOT-SLOT (1) (the scored month) and (2)
      *> (the prior month).
       WRITE-SCORE-LINE.
           MOVE WS-TOT-PRESENTED (1) TO WS-SL-PRESENTED
           MOVE WS-TOT-REJECTS (1) TO WS-SL-REJECTS
           MOVE WS-TOT-HOLDS (1) TO WS-SL-HOLDS
           MOVE WS-TOT-REVREJ (1) TO WS-SL-REVREJ
           MOVE WS-TOT-PRESENTED (1) TO WS-CALC-PRESENTED
           COMPUTE WS-CALC-EXCEPTIONS = WS-TOT-REJECTS (1)
               + WS-TOT-HOLDS (1) + WS-TOT-REVREJ (1)
           PERFORM COMPUTE-RATE
           MOVE WS-CALC-RATE-TEXT TO WS-SL-RATE
           MOVE WS-CALC-RATE TO WS-CUR-RATE
           MOVE WS-CALC-HAS-RATE TO WS-CUR-HAS-RATE
           MOVE WS-TOT-PRESENTED (2) TO WS-CALC-PRESENTED
           COMPUTE WS-CALC-EXCEPTIONS = WS-TOT-REJECTS (2)
               + WS-TOT-HOLDS (2) + WS-TOT-REVREJ (2)
           PERFORM COMPUTE-RATE
           MOVE WS-CALC-RATE-TEXT TO WS-SL-PRIOR
           EVALUATE TRUE
               WHEN WS-CUR-HAS-RATE = 'N'
                   MOVE '-' TO WS-SL-TREND
               WHEN WS-CALC-HAS-RATE = 'N'
                   MOVE 'NEW' TO WS-SL-TREND
               WHEN WS-CUR-RATE > WS-CALC-RATE
                   MOVE 'WORSE' TO WS-SL-TREND
               WHEN WS-CUR-RATE < WS-CALC-RATE
                   MOVE 'BETTER' TO WS-SL-TREND
               WHEN OTHER
                   MOVE 'SAME' TO WS-SL-TREND
           END-EVALUATE
           WRITE DQS-REPORT-RECORD FROM WS-SCORE-LINE.

      *> The ten commonest codes of the scored month, commonest
      *> first; codes not seen this month are left out.
       WRITE-REASON-SECTION.
           MOVE SPACES TO DQS-REPORT-RECORD
           WRITE DQS-REPORT-RECORD
           MOVE 'TOP REASON CODES' TO WS-SEC-TITLE
           WRITE DQS-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE DQS-REPORT-RECORD FROM WS-REASON-HEADING
           PERFORM VARYING WS-RANK FROM 1 BY 1 UNTIL WS-RANK > 10
               MOVE 0 TO WS-BEST-SUB
               MOVE 0 TO WS-BEST-COUNT
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-RC-COUNT
                   IF WS-RC-RANKED (WS-SUB) NOT = 'Y'
                       AND WS-RC-MONTH-COUNT (WS-SUB, 1)
                           > WS-BEST-COUNT
                       MOVE WS-SUB TO WS-BEST-SUB
                       MOVE WS-RC-MONTH-COUNT (WS-SUB, 1)
                           TO WS-BEST-COUNT
                   END-IF
               END-PERFORM
               IF WS-BEST-SUB > 0
                   PERFORM WRITE-REASON-LINE
               END-IF
           END-PERFORM.

       WRITE-REASON-LINE.
           MOVE 'Y' TO WS-RC-RANKED (WS-BEST-SUB)
           MOVE WS-RANK TO WS-RL-RANK
           MOVE WS-RC-CODE (WS-BEST-SUB) TO WS-RL-CODE
           MOVE WS-RC-DESCRIPTION (WS-BEST-SUB) TO WS-RL-DESCRIPTION
           MOVE WS-RC-MONTH-COUNT (WS-BEST-SUB, 1) TO WS-RL-COUNT
           MOVE WS-RC-MONTH-COUNT (WS-BEST-SUB, 2) TO WS-RL-PRIOR
           COMPUTE WS-RL-CHANGE-WORK =
               WS-RC-MONTH-COUNT (WS-BEST-SUB, 1)
               - WS-RC-MONTH-COUNT (WS-BEST-SUB, 2)
           MOVE WS-RL-CHANGE-WORK TO WS-RL-CHANGE
           WRITE DQS-REPORT-RECORD FROM WS-REASON-LINE.

       WRITE-TREND-SECTION.
           MOVE SPACES TO DQS-REPORT-RECORD
           WRITE DQS-REPORT-RECORD
           MOVE 'SIX-MONTH TREND' TO WS-SEC-TITLE
           WRITE DQS-REPORT-RECORD FROM WS-SECTION-LINE
           WRITE DQS-REPORT-RECORD FROM WS-TREND-HEADING
           PERFORM VARYING WS-TREND-SLOT FROM 1 BY 1
                   UNTIL WS-TREND-SLOT > 6
               COMPUTE WS-WORK-MONTH-NO =
                   WS-REPORT-MONTH-NO - 6 + WS-TREND-SLOT
               PERFORM MONTH-LABEL
               MOVE WS-RPT-MONTH-LABEL TO WS-TL-MONTH
               MOVE WS-TR-PRESENTED (WS-TREND-SLOT)
                   TO WS-TL-PRESENTED WS-CALC-PRESENTED
               MOVE WS-TR-EXCEPTIONS (WS-TREND-SLOT)
                   TO WS-TL-EXCEPTIONS WS-CALC-EXCEPTIONS
               PERFORM COMPUTE-RATE
               MOVE WS-CALC-RATE-TEXT TO WS-TL-RATE
               WRITE DQS-REPORT-RECORD FROM WS-TREND-LINE
           END-PERFORM.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'DQSCORE ABEND: OPEN FAILED FOR '
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
