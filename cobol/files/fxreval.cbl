       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
      *> Month-end foreign-currency revaluation. CURRCONV converts
      *> each EUR/GBP item to base at the rate in effect on its
      *> posting day, and those base amounts never move again, so at
      *> month-end finance re-priced the open currency positions by
      *> hand. This step runs on the period-end business day (gated
      *> on calchk.flg like FILE2MTD): it totals each currency's
      *> native-amount position and the base amount it was booked
      *> at from the posted sets on file2.dat, revalues the position
      *> at the closing rate in effect on currency.dat, and reports
      *> the unrealized gain or loss per currency on fxreval.rpt.
      *> The gain/loss posts as journal lines in the file2.glx layout
      *> on fxreval.glx - the FX position account against the
      *> unrealized gain/loss account, both from glxmap.parm - dated
      *> the period-end date, together with the reversing lines
      *> dated the next business day on calendar.dat, so the entry
      *> reverses itself and next month revalues the whole position
      *> afresh. An override rerun of a set on file2.dat counts
      *> once, its latest posting. A currency with no closing rate
      *> on file is reported and not revalued (return code 4).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE2 ASSIGN TO 'file2.dat'
               FILE STATUS IS WS-FILE2-STATUS.
           SELECT CURR-FILE ASSIGN TO 'currency.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CURR-KEY
               FILE STATUS IS WS-CURR-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'calendar.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT GLX-MAP-FILE ASSIGN TO 'glxmap.parm'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLX-MAP-STATUS.
           SELECT FXR-PARM-FILE ASSIGN TO 'fxreval.parm'
               FILE STATUS IS WS-FXR-PARM-STATUS.
           SELECT FX-EXTRACT ASSIGN TO 'fxreval.glx'
               FILE STATUS IS WS-FX-EXTRACT-STATUS.
           SELECT FXR-REPORT ASSIGN TO 'fxreval.rpt'
               FILE STATUS IS WS-FXR-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE2.
       01  FILE2-RECORD.
           COPY file2rec.

       FD  CURR-FILE.
       01  CURR-RECORD.
           COPY currrate.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY calrec.

      *> The same account map FILE2GLX reads. 'G' names the
      *> unrealized FX gain/loss account and 'P' the FX position
      *> account the revaluation adjusts; every other class belongs
      *> to the daily extract and is skipped here.
       FD  GLX-MAP-FILE.
       01  GLX-MAP-RECORD.
           05  GLXM-CLASS           PIC X(1).
           05  GLXM-BRANCH          PIC X(3).
           05  GLXM-ACCOUNT         PIC X(10).

      *> The period-end date to revalue at, YYYYMMDD. A missing
      *> fxreval.parm (the stream's case) revalues at today.
       FD  FXR-PARM-FILE.
       01  FXR-PARM-RECORD.
           05  FXRP-DATE            PIC 9(8).

       FD  FX-EXTRACT.
       01  FX-EXTRACT-RECORD.
           COPY glxrec.

       FD  FXR-REPORT.
       01  FXR-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-PERIOD-END-DATE    PIC 9(8) VALUE 0.
       01 WS-REVERSAL-DATE      PIC 9(8) VALUE 0.
       01 WS-WORK-INTEGER       PIC S9(9) VALUE 0.

      *> Every (business date, batch) set on file2.dat in file
      *> order; a set posted again by an override rerun is marked
      *> superseded so only its latest posting counts.
       01 WS-SET-COUNT          PIC 9(4) VALUE 0.
       01 WS-SET-TABLE.
           05  WS-SET-ENTRY     OCCURS 5000 TIMES
                                 INDEXED BY WS-SET-IDX.
               10  WS-SET-DATE      PIC 9(8).
               10  WS-SET-BATCH     PIC 9(4).
               10  WS-SET-USE       PIC X(1).
       01 WS-LATER-SUB          PIC 9(4) VALUE 0.
       01 WS-CURRENT-SET        PIC 9(4) VALUE 0.
       01 WS-CURRENT-DATE       PIC 9(8) VALUE 0.
       01 WS-SET-COUNTS         PIC X VALUE 'N'.
       01 WS-PRIOR-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ITEM-BASE          PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ITEM-NATIVE        PIC S9(9)V99 COMP-3 VALUE 0.

      *> currency.dat, loaded once - the same table CURRCONV holds.
       01 WS-RATE-COUNT         PIC 9(3) VALUE 0.
       01 WS-RATE-TABLE.
           05  WS-RATE-ENTRY    OCCURS 200 TIMES
                                 INDEXED BY WS-RATE-IDX.
               10  WS-RATE-CODE     PIC X(3).
               10  WS-RATE-EFF      PIC 9(8).
               10  WS-RATE-VALUE    PIC 9(4)V9(6).
       01 WS-LOOKUP-CODE        PIC X(3).
       01 WS-LOOKUP-DATE        PIC 9(8).
       01 WS-BEST-EFF           PIC 9(8) VALUE 0.
       01 WS-BEST-FOUND         PIC X VALUE 'N'.
       01 WS-RATE-IN-EFFECT     PIC 9(4)V9(6) VALUE 0.

      *> One entry per foreign currency seen.
       01 WS-CCY-COUNT          PIC 9(3) VALUE 0.
       01 WS-CCY-TABLE.
           05  WS-CCY-ENTRY     OCCURS 50 TIMES
                                 INDEXED BY WS-CCY-IDX.
               10  WS-CCY-CODE      PIC X(3).
               10  WS-CCY-ITEMS     PIC 9(7).
               10  WS-CCY-NATIVE    PIC S9(11)V99 COMP-3.
               10  WS-CCY-BOOKED    PIC S9(11)V99 COMP-3.
               10  WS-CCY-RATE      PIC 9(4)V9(6).
               10  WS-CCY-RATED     PIC X(1).
               10  WS-CCY-REVALUED  PIC S9(11)V99 COMP-3.
               10  WS-CCY-GAIN      PIC S9(11)V99 COMP-3.
       01 WS-CCY-FOUND          PIC X VALUE 'N'.
       01 WS-UNRATED-COUNT      PIC 9(3) VALUE 0.
       01 WS-GAIN-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-PROOF-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-LINES-WRITTEN      PIC 9(4) VALUE 0.
       01 WS-EXTRACT-AMOUNT     PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-EXTRACT-DATE       PIC 9(8) VALUE 0.

       01 WS-FXGAIN-ACCOUNT     PIC X(10) VALUE '0000300000'.
       01 WS-FXPOS-ACCOUNT      PIC X(10) VALUE '0000300100'.

       01 WS-FILE2-STATUS       PIC XX VALUE '00'.
       01 WS-CURR-FILE-STATUS   PIC XX VALUE '00'.
       01 WS-CALENDAR-STATUS    PIC XX VALUE '00'.
       01 WS-GLX-MAP-STATUS     PIC XX VALUE '00'.
       01 WS-FXR-PARM-STATUS    PIC XX VALUE '00'.
       01 WS-FX-EXTRACT-STATUS  PIC XX VALUE '00'.
       01 WS-FXR-REPORT-STATUS  PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - every key event goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'FXREVAL'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(28) VALUE
               'FX REVALUATION - PERIOD END '.
           05  WS-HDR-DATE       PIC 9(8).
           05  FILLER            PIC X(12) VALUE '  REVERSES  '.
           05  WS-HDR-REV-DATE   PIC 9(8).
           05  FILLER            PIC X(24) VALUE SPACES.

       01 WS-RPT-COLS.
           05  FILLER            PIC X(5)  VALUE 'CCY'.
           05  FILLER            PIC X(14) VALUE 'NATIVE POSN'.
           05  FILLER            PIC X(14) VALUE 'BOOKED BASE'.
           05  FILLER            PIC X(12) VALUE 'CLOSE RATE'.
           05  FILLER            PIC X(14) VALUE 'REVALUED'.
           05  FILLER            PIC X(21) VALUE 'GAIN/LOSS'.

       01 WS-RPT-LINE.
           05  WS-RPT-CCY        PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-NATIVE     PIC -(9)9.99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-BOOKED     PIC -(9)9.99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-RATE       PIC Z(3)9.9(6).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-REVALUED   PIC -(9)9.99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-GAIN       PIC -(9)9.99.
           05  FILLER            PIC X(8)  VALUE SPACES.

       01 WS-RPT-NORATE-LINE.
           05  WS-NORATE-CCY     PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-NORATE-NATIVE  PIC -(9)9.99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-NORATE-BOOKED  PIC -(9)9.99.
           05  FILLER            PIC X(36) VALUE
               ' NO CLOSING RATE - NOT REVALUED'.
           05  FILLER            PIC X(12) VALUE SPACES.

       01 WS-GL-COLS.
           05  FILLER            PIC X(12) VALUE 'ACCOUNT'.
           05  FILLER            PIC X(10) VALUE 'DATE'.
           05  FILLER            PIC X(14) VALUE 'CLASS'.
           05  FILLER            PIC X(44) VALUE 'AMOUNT'.

       01 WS-GL-LINE.
           05  WS-GL-ACCOUNT     PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-GL-DATE        PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-GL-CLASS       PIC X(12).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-GL-AMOUNT      PIC -(8)9.99.
           05  FILLER            PIC X(32) VALUE SPACES.

       01 WS-FIGURE-LINE.
           05  WS-FIG-NAME       PIC X(30).
           05  WS-FIG-VALUE      PIC -(10)9.99.
           05  FILLER            PIC X(36) VALUE SPACES.

       01 WS-COUNT-LINE.
           05  WS-CNT-NAME       PIC X(30).
           05  WS-CNT-VALUE      PIC Z(13)9.
           05  FILLER            PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-PERIOD-END-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-FXR-PARM
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM LOAD-RATE-TABLE
           PERFORM FIND-REVERSAL-DATE
           PERFORM LIST-POSTED-SETS
           PERFORM MARK-SUPERSEDED-SETS
           PERFORM TOTAL-CURRENCY-POSITIONS
           PERFORM REVALUE-POSITIONS
           PERFORM WRITE-EXTRACT-AND-REPORT
           DISPLAY 'FXREVAL: ' WS-CCY-COUNT ' currencies revalued at '
               WS-PERIOD-END-DATE ', gain/loss ' WS-GAIN-TOTAL
           MOVE SPACES TO WS-LOG-MESSAGE
           MOVE WS-GAIN-TOTAL TO WS-FIG-VALUE
           STRING 'REVALUED ' WS-PERIOD-END-DATE ' - '
               WS-CCY-COUNT ' CCY, GAIN/LOSS ' WS-FIG-VALUE
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           IF WS-UNRATED-COUNT > 0
               MOVE 'E' TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING WS-UNRATED-COUNT ' CURRENCIES WITH NO CLOSING '
                   'RATE - NOT REVALUED'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM WRITE-RUN-LOG
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-FXR-PARM.
           OPEN INPUT FXR-PARM-FILE
           IF WS-FXR-PARM-STATUS = '00'
               READ FXR-PARM-FILE INTO FXR-PARM-RECORD
               IF FXRP-DATE NUMERIC AND FXRP-DATE > 0
                   MOVE FXRP-DATE TO WS-PERIOD-END-DATE
               END-IF
               CLOSE FXR-PARM-FILE
           END-IF.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT GLX-MAP-FILE
           IF WS-GLX-MAP-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-ACCOUNT-MAP
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE GLX-MAP-FILE
           END-IF.

       READ-ACCOUNT-MAP.
           READ GLX-MAP-FILE INTO GLX-MAP-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   EVALUATE GLXM-CLASS
                       WHEN 'G'
                           MOVE GLXM-ACCOUNT TO WS-FXGAIN-ACCOUNT
                       WHEN 'P'
                           MOVE GLXM-ACCOUNT TO WS-FXPOS-ACCOUNT
                   END-EVALUATE
           END-READ.

      *> A shop with no currency.dat has no rates: every foreign
      *> position reports as unrated rather than being guessed at.
       LOAD-RATE-TABLE.
           OPEN INPUT CURR-FILE
           IF WS-CURR-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-CURR-FILE
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE CURR-FILE
           END-IF.

       READ-CURR-FILE.
           READ CURR-FILE NEXT RECORD INTO CURR-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF WS-RATE-COUNT < 200
                       ADD 1 TO WS-RATE-COUNT
                       MOVE CURR-KEY-CODE
                           TO WS-RATE-CODE (WS-RATE-COUNT)
                       MOVE CURR-KEY-EFF-DATE
                           TO WS-RATE-EFF (WS-RATE-COUNT)
                       MOVE CURR-RATE
                           TO WS-RATE-VALUE (WS-RATE-COUNT)
                   END-IF
           END-READ.

      *> The reversing lines date to the first business day after
      *> the period end on calendar.dat; with no calendar line past
      *> it, the next calendar day.
       FIND-REVERSAL-DATE.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-CALENDAR
                   UNTIL WS-END-OF-FILE = 'Y'
                       OR WS-REVERSAL-DATE > 0
               CLOSE CALENDAR-FILE
           END-IF
           IF WS-REVERSAL-DATE = 0
               COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-END-DATE) + 1
               COMPUTE WS-REVERSAL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           END-IF.

       READ-CALENDAR.
           READ CALENDAR-FILE INTO CALENDAR-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF CAL-DATE > WS-PERIOD-END-DATE
                       AND CAL-IS-BUSINESS
                       MOVE CAL-DATE TO WS-REVERSAL-DATE
                   END-IF
           END-READ.

      *> First pass: every set in file order.
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
                   IF FILE2-REC-TYPE = 'H'
                       IF WS-SET-COUNT >= 5000
                           DISPLAY 'FXREVAL ABEND: more than 5000 '
                               'sets on file2.dat'
                           MOVE 16 TO RETURN-CODE
                           CLOSE FILE2
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-SET-COUNT
                       MOVE HDR2-BUSINESS-DATE
                           TO WS-SET-DATE (WS-SET-COUNT)
                       MOVE HDR2-BATCH-NO
                           TO WS-SET-BATCH (WS-SET-COUNT)
                       MOVE 'Y' TO WS-SET-USE (WS-SET-COUNT)
                   END-IF
           END-READ.

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

      *> Second pass: each foreign-currency detail's movement, from
      *> counted sets dated on or before the period end. The base
      *> movement is the running-total step; the native movement is
      *> the detail's own FILE2-NATIVE-AMOUNT, or - on details posted
      *> before that was carried - the base movement priced back at
      *> the posting day's rate.
       TOTAL-CURRENCY-POSITIONS.
           OPEN INPUT FILE2
           IF WS-FILE2-STATUS NOT = '00'
               MOVE 'FILE2' TO WS-ERROR-FILE-NAME
               MOVE WS-FILE2-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           MOVE 0 TO WS-CURRENT-SET
           PERFORM READ-POSITION-RECORD
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE FILE2.

       READ-POSITION-RECORD.
           READ FILE2 INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   EVALUATE FILE2-REC-TYPE
                       WHEN 'H'
                           ADD 1 TO WS-CURRENT-SET
                           MOVE HDR2-BUSINESS-DATE TO WS-CURRENT-DATE
                           MOVE 0 TO WS-PRIOR-TOTAL
                           MOVE 'N' TO WS-SET-COUNTS
                           IF WS-SET-USE (WS-CURRENT-SET) = 'Y'
                               AND WS-CURRENT-DATE
                                   <= WS-PERIOD-END-DATE
                               MOVE 'Y' TO WS-SET-COUNTS
                           END-IF
                       WHEN 'D'
                           COMPUTE WS-ITEM-BASE =
                               TOTAL - WS-PRIOR-TOTAL
                           MOVE TOTAL TO WS-PRIOR-TOTAL
                           IF WS-SET-COUNTS = 'Y'
                               AND FILE2-CURRENCY-CODE NOT = SPACES
                               PERFORM ACCUMULATE-CURRENCY-ITEM
                           END-IF
                   END-EVALUATE
           END-READ.

       ACCUMULATE-CURRENCY-ITEM.
           IF FILE2-NATIVE-AMOUNT NUMERIC
               MOVE FILE2-NATIVE-AMOUNT TO WS-ITEM-NATIVE
           ELSE
               MOVE FILE2-CURRENCY-CODE TO WS-LOOKUP-CODE
               MOVE WS-CURRENT-DATE TO WS-LOOKUP-DATE
               PERFORM FIND-RATE-IN-EFFECT
               IF WS-BEST-FOUND = 'Y' AND WS-RATE-IN-EFFECT > 0
                   COMPUTE WS-ITEM-NATIVE ROUNDED =
                       WS-ITEM-BASE / WS-RATE-IN-EFFECT
               ELSE
                   MOVE WS-ITEM-BASE TO WS-ITEM-NATIVE
               END-IF
           END-IF
           MOVE 'N' TO WS-CCY-FOUND
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
                       OR WS-CCY-FOUND = 'Y'
               IF WS-CCY-CODE (WS-CCY-IDX) = FILE2-CURRENCY-CODE
                   MOVE 'Y' TO WS-CCY-FOUND
                   ADD 1 TO WS-CCY-ITEMS (WS-CCY-IDX)
                   ADD WS-ITEM-NATIVE TO WS-CCY-NATIVE (WS-CCY-IDX)
                   ADD WS-ITEM-BASE TO WS-CCY-BOOKED (WS-CCY-IDX)
               END-IF
           END-PERFORM
           IF WS-CCY-FOUND = 'N' AND WS-CCY-COUNT < 50
               ADD 1 TO WS-CCY-COUNT
               SET WS-CCY-IDX TO WS-CCY-COUNT
               INITIALIZE WS-CCY-ENTRY (WS-CCY-IDX)
               MOVE FILE2-CURRENCY-CODE TO WS-CCY-CODE (WS-CCY-IDX)
               MOVE 1 TO WS-CCY-ITEMS (WS-CCY-IDX)
               MOVE WS-ITEM-NATIVE TO WS-CCY-NATIVE (WS-CCY-IDX)
               MOVE WS-ITEM-BASE TO WS-CCY-BOOKED (WS-CCY-IDX)
           END-IF.

      *> The entry for the code whose effective date is the latest
      *> one on or before the lookup date - CURRCONV's own pick.
       FIND-RATE-IN-EFFECT.
           MOVE 'N' TO WS-BEST-FOUND
           MOVE 0 TO WS-BEST-EFF
           MOVE 0 TO WS-RATE-IN-EFFECT
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-CODE (WS-RATE-IDX) = WS-LOOKUP-CODE
                   AND WS-RATE-EFF (WS-RATE-IDX) <= WS-LOOKUP-DATE
                   IF WS-BEST-FOUND = 'N'
                       OR WS-RATE-EFF (WS-RATE-IDX) >= WS-BEST-EFF
                       MOVE 'Y' TO WS-BEST-FOUND
                       MOVE WS-RATE-EFF (WS-RATE-IDX) TO WS-BEST-EFF
                       MOVE WS-RATE-VALUE (WS-RATE-IDX)
                           TO WS-RATE-IN-EFFECT
                   END-IF
               END-IF
           END-PERFORM.

       REVALUE-POSITIONS.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               MOVE WS-CCY-CODE (WS-CCY-IDX) TO WS-LOOKUP-CODE
               MOVE WS-PERIOD-END-DATE TO WS-LOOKUP-DATE
               PERFORM FIND-RATE-IN-EFFECT
               IF WS-BEST-FOUND = 'Y'
                   MOVE 'Y' TO WS-CCY-RATED (WS-CCY-IDX)
                   MOVE WS-RATE-IN-EFFECT TO WS-CCY-RATE (WS-CCY-IDX)
                   COMPUTE WS-CCY-REVALUED (WS-CCY-IDX) ROUNDED =
                       WS-CCY-NATIVE (WS-CCY-IDX) * WS-RATE-IN-EFFECT
                   COMPUTE WS-CCY-GAIN (WS-CCY-IDX) =
                       WS-CCY-REVALUED (WS-CCY-IDX)
                       - WS-CCY-BOOKED (WS-CCY-IDX)
                   ADD WS-CCY-GAIN (WS-CCY-IDX) TO WS-GAIN-TOTAL
               ELSE
                   MOVE 'N' TO WS-CCY-RATED (WS-CCY-IDX)
                   ADD 1 TO WS-UNRATED-COUNT
               END-IF
           END-PERFORM.

      *> Per currency with a gain or loss: the position account
      *> takes the gain and the gain/loss account the opposite, so
      *> each pair nets to zero; the reversing pair dated the next
      *> business day follows with the signs turned round.
       WRITE-EXTRACT-AND-REPORT.
           OPEN OUTPUT FX-EXTRACT
           IF WS-FX-EXTRACT-STATUS NOT = '00'
               MOVE 'FX-EXTRACT' TO WS-ERROR-FILE-NAME
               MOVE WS-FX-EXTRACT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           OPEN OUTPUT FXR-REPORT
           IF WS-FXR-REPORT-STATUS NOT = '00'
               MOVE 'FXR-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-FXR-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-PERIOD-END-DATE TO WS-HDR-DATE
           MOVE WS-REVERSAL-DATE TO WS-HDR-REV-DATE
           WRITE FXR-REPORT-RECORD FROM WS-RPT-HEADER
           WRITE FXR-REPORT-RECORD FROM WS-RPT-COLS
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               PERFORM WRITE-ONE-CURRENCY-LINE
           END-PERFORM
           MOVE 'TOTAL UNREALIZED GAIN/LOSS:  ' TO WS-FIG-NAME
           MOVE WS-GAIN-TOTAL TO WS-FIG-VALUE
           WRITE FXR-REPORT-RECORD FROM WS-FIGURE-LINE
           WRITE FXR-REPORT-RECORD FROM WS-GL-COLS
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCY-RATED (WS-CCY-IDX) = 'Y'
                   AND WS-CCY-GAIN (WS-CCY-IDX) NOT = 0
                   PERFORM WRITE-CURRENCY-GL-LINES
               END-IF
           END-PERFORM
           MOVE 'GL LINES WRITTEN:             ' TO WS-CNT-NAME
           MOVE WS-LINES-WRITTEN TO WS-CNT-VALUE
           WRITE FXR-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'PROOF TOTAL (MUST BE 0):     ' TO WS-FIG-NAME
           MOVE WS-PROOF-TOTAL TO WS-FIG-VALUE
           WRITE FXR-REPORT-RECORD FROM WS-FIGURE-LINE
           CLOSE FX-EXTRACT
           CLOSE FXR-REPORT.

       WRITE-ONE-CURRENCY-LINE.
           IF WS-CCY-RATED (WS-CCY-IDX) = 'Y'
               MOVE WS-CCY-CODE (WS-CCY-IDX) TO WS-RPT-CCY
               MOVE WS-CCY-NATIVE (WS-CCY-IDX) TO WS-RPT-NATIVE
               MOVE WS-CCY-BOOKED (WS-CCY-IDX) TO WS-RPT-BOOKED
               MOVE WS-CCY-RATE (WS-CCY-IDX) TO WS-RPT-RATE
               MOVE WS-CCY-REVALUED (WS-CCY-IDX) TO WS-RPT-REVALUED
               MOVE WS-CCY-GAIN (WS-CCY-IDX) TO WS-RPT-GAIN
               WRITE FXR-REPORT-RECORD FROM WS-RPT-LINE
           ELSE
               MOVE WS-CCY-CODE (WS-CCY-IDX) TO WS-NORATE-CCY
               MOVE WS-CCY-NATIVE (WS-CCY-IDX) TO WS-NORATE-NATIVE
               MOVE WS-CCY-BOOKED (WS-CCY-IDX) TO WS-NORATE-BOOKED
               WRITE FXR-REPORT-RECORD FROM WS-RPT-NORATE-LINE
           END-IF.

       WRITE-CURRENCY-GL-LINES.
           MOVE WS-PERIOD-END-DATE TO WS-EXTRACT-DATE
           MOVE WS-FXPOS-ACCOUNT TO GLX-ACCOUNT-CODE
           MOVE WS-CCY-GAIN (WS-CCY-IDX) TO WS-EXTRACT-AMOUNT
           MOVE 'REVAL' TO WS-GL-CLASS
           PERFORM WRITE-ONE-GL-LINE
           MOVE WS-FXGAIN-ACCOUNT TO GLX-ACCOUNT-CODE
           COMPUTE WS-EXTRACT-AMOUNT = 0 - WS-CCY-GAIN (WS-CCY-IDX)
           PERFORM WRITE-ONE-GL-LINE
           MOVE WS-REVERSAL-DATE TO WS-EXTRACT-DATE
           MOVE WS-FXPOS-ACCOUNT TO GLX-ACCOUNT-CODE
           COMPUTE WS-EXTRACT-AMOUNT = 0 - WS-CCY-GAIN (WS-CCY-IDX)
           MOVE 'REVERSE' TO WS-GL-CLASS
           PERFORM WRITE-ONE-GL-LINE
           MOVE WS-FXGAIN-ACCOUNT TO GLX-ACCOUNT-CODE
           MOVE WS-CCY-GAIN (WS-CCY-IDX) TO WS-EXTRACT-AMOUNT
           PERFORM WRITE-ONE-GL-LINE.

       WRITE-ONE-GL-LINE.
           MOVE WS-EXTRACT-DATE TO GLX-BUSINESS-DATE
           MOVE WS-EXTRACT-AMOUNT TO GLX-AMOUNT
           WRITE FX-EXTRACT-RECORD
           ADD 1 TO WS-LINES-WRITTEN
           ADD WS-EXTRACT-AMOUNT TO WS-PROOF-TOTAL
           MOVE GLX-ACCOUNT-CODE TO WS-GL-ACCOUNT
           MOVE WS-EXTRACT-DATE TO WS-GL-DATE
           MOVE WS-CCY-CODE (WS-CCY-IDX) TO WS-GL-CLASS (9:3)
           MOVE WS-EXTRACT-AMOUNT TO WS-GL-AMOUNT
           WRITE FXR-REPORT-RECORD FROM WS-GL-LINE.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'FXREVAL ABEND: OPEN FAILED FOR '
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
