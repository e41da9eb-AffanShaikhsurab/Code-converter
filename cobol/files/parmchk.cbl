       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMCHK.
      *> Parameter pre-flight, the stream's first step. Every program
      *> in the stream reads its own parm file and quietly falls back
      *> to its default when the file is missing or a field will not
      *> read - which is how a stray character in file2.parm once
      *> put FILE2 back into overwrite mode without a word. This
      *> program reads every run parameter file the stream and its
      *> programs use, judges each field the way its program reads
      *> it, and prints parmchk.rpt: one line per setting with the
      *> value that will take effect, whether it came from the file
      *> or is the program's default, and what is wrong with it. A
      *> field that is present but will not be read as written is an
      *> error - so is a flag byte that is not one of its values,
      *> data past the end of the layout, or two files that
      *> contradict each other (process-all batch selection without
      *> FILE2 append mode or a STORDGEN target, a glxmap.parm or
      *> distlist.parm branch not on brmaster.dat). An override
      *> left switched on, or a setting a later step will refuse
      *> on, is a warning. A missing file is never an error: it is
      *> how a shop takes the program's default - a warning only
      *> where that default is one a later step refuses on (no
      *> interest or charge target batch) or the books should not
      *> be left on (no tax-payable GL account).
      *> RETURN-CODE 12 on any error (the stream stops), 4 on
      *> warnings only, 0 when everything is clean. lockutil.parm
      *> and distrib.parm are written by the stream itself and are
      *> not checked.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PARM-REPORT ASSIGN TO 'parmchk.rpt'
               FILE STATUS IS WS-PARM-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-RECORD         PIC X(80).

       FD  PARM-REPORT.
       01  PARM-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TODAY              PIC 9(8).
       01 WS-PARM-NAME          PIC X(14) VALUE SPACES.
       01 WS-PARM-LINE          PIC X(80) VALUE SPACES.
       01 WS-PARM-ON-FILE       PIC X(1) VALUE 'N'.
       01 WS-PARM-EOF           PIC X(1) VALUE 'N'.
       01 WS-MULTI-LINE         PIC X(1) VALUE 'N'.
       01 WS-LINE-NUMBER        PIC 9(3) VALUE 0.
       01 WS-ERROR-COUNT        PIC 9(3) VALUE 0.
       01 WS-WARNING-COUNT      PIC 9(3) VALUE 0.
       01 WS-FILE-COUNT         PIC 9(3) VALUE 0.

      *> The setting being reported and how it judged.
       01 WS-FILE-COLUMN        PIC X(14) VALUE SPACES.
       01 WS-SET-NAME           PIC X(20).
       01 WS-SET-VALUE          PIC X(16).
       01 WS-SET-SOURCE         PIC X(7).
       01 WS-SET-CHECK          PIC X(5).
       01 WS-MSG-TEXT           PIC X(60).

      *> A file's errors and warnings print together under its
      *> settings.
       01 WS-MSG-COUNT          PIC 9(2) VALUE 0.
       01 WS-MSG-SUB            PIC 9(2) VALUE 0.
       01 WS-MSG-TABLE.
           05  WS-MSG-ENTRY     OCCURS 30 TIMES.
               10  WS-MSG-SEVERITY  PIC X(8).
               10  WS-MSG-LINE      PIC X(60).

      *> One numeric field of the parm line: where it is, the range
      *> its program accepts (in the field's own units, implied
      *> decimals included), and the verdict - 'B' blank, 'X' not
      *> numeric, 'R' out of range, 'G' good.
       01 WS-FLD-START          PIC 9(2).
       01 WS-FLD-LENGTH         PIC 9(2).
       01 WS-FLD-DECIMALS       PIC 9(1).
       01 WS-FLD-MIN            PIC 9(11).
       01 WS-FLD-MAX            PIC 9(11).
       01 WS-FLD-NUMBER         PIC 9(11).
      *> A value its program quietly lowers to a ceiling (0: none).
       01 WS-FLD-CAP            PIC 9(3) VALUE 0.
       01 WS-CAP-TEXT           PIC ZZ9.
       01 WS-FLD-STATE          PIC X(1).
       01 WS-DEFAULT-TEXT       PIC X(16).
       01 WS-RANGE-TEXT         PIC X(20).
       01 WS-EDIT-AMOUNT        PIC Z(8)9.99.
       01 WS-EDIT-COUNT         PIC ZZ9.
       01 WS-COLUMN-TEXT        PIC 99.

      *> Calendar check working fields - the same arithmetic check
      *> FILE1EDIT applies to a batch header date.
       01 WS-DATE-VALID         PIC X(1).
       01 WS-CHECK-DATE         PIC 9(8) VALUE 0.
       01 WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR    PIC 9(4).
           05  WS-CHECK-MONTH   PIC 9(2).
           05  WS-CHECK-DAY     PIC 9(2).
       01 WS-DAYS-IN-MONTH      PIC 9(2) VALUE 0.
       01 WS-LEAP-REMAINDER     PIC 9(4) VALUE 0.

      *> What the cross-file checks need from the single files.
       01 WS-ALL-MODE           PIC X(1) VALUE 'N'.
       01 WS-BATCH-SELECTION    PIC X(9) VALUE SPACES.
       01 WS-FILE2-APPEND       PIC X(1) VALUE 'N'.
       01 WS-STORDGEN-TARGET    PIC X(1) VALUE 'N'.
       01 WS-LIMIT-SET          PIC X(1) VALUE 'N'.

      *> glxmap.parm: the eight single-account classes, their
      *> compiled-in defaults (FILE2GLX, FXREVAL) and whether the
      *> file set them.
       01 WS-GLX-CLASS-LIST     PIC X(8) VALUE 'DROFTGPW'.
       01 WS-GLX-NAMES.
           05  FILLER  PIC X(20) VALUE 'NORMAL ACCOUNT (D)'.
           05  FILLER  PIC X(20) VALUE 'REVERSAL ACCOUNT (R)'.
           05  FILLER  PIC X(20) VALUE 'OFFSET ACCOUNT (O)'.
           05  FILLER  PIC X(20) VALUE 'DUE-FROM ACCOUNT (F)'.
           05  FILLER  PIC X(20) VALUE 'DUE-TO ACCOUNT (T)'.
           05  FILLER  PIC X(20) VALUE 'FX GAIN/LOSS ACCT(G)'.
           05  FILLER  PIC X(20) VALUE 'FX POSITION ACCT (P)'.
           05  FILLER  PIC X(20) VALUE 'TAX PAYABLE ACCT (W)'.
       01 WS-GLX-NAME-TABLE REDEFINES WS-GLX-NAMES.
           05  WS-GLX-NAME      OCCURS 8 TIMES PIC X(20).
       01 WS-GLX-DEFAULTS.
           05  FILLER  PIC X(10) VALUE '0000100000'.
           05  FILLER  PIC X(10) VALUE '0000200000'.
           05  FILLER  PIC X(10) VALUE '0000999999'.
           05  FILLER  PIC X(10) VALUE '0000400000'.
           05  FILLER  PIC X(10) VALUE '0000400100'.
           05  FILLER  PIC X(10) VALUE '0000300000'.
           05  FILLER  PIC X(10) VALUE '0000300100'.
           05  FILLER  PIC X(10) VALUE '0000500000'.
       01 WS-GLX-DEFAULT-TABLE REDEFINES WS-GLX-DEFAULTS.
           05  WS-GLX-DEFAULT   OCCURS 8 TIMES PIC X(10).
       01 WS-GLX-TABLE.
           05  WS-GLX-ENTRY     OCCURS 8 TIMES.
               10  WS-GLX-ACCOUNT   PIC X(10).
               10  WS-GLX-SEEN      PIC X(1).
       01 WS-GLX-SUB            PIC 9(1) VALUE 0.
       01 WS-GLX-BRANCH-LINES   PIC 9(3) VALUE 0.

      *> costaloc.parm and distlist.parm line counts.
       01 WS-CAP-CONTROL-SEEN   PIC X(1) VALUE 'N'.
       01 WS-CAP-MONTH-TEXT     PIC X(6) VALUE SPACES.
       01 WS-CAP-TARGET         PIC 9(4) VALUE 0.
       01 WS-CAP-POOLS          PIC 9(3) VALUE 0.
       01 WS-DIST-LINES         PIC 9(3) VALUE 0.

      *> BRCHK interface.
       01 WS-BRCHK-CODE         PIC X(3) VALUE SPACES.
       01 WS-BRCHK-STATUS       PIC X(1) VALUE '0'.
       01 WS-BRCHK-NAME         PIC X(20) VALUE SPACES.
       01 WS-BRCHK-REGION       PIC X(3) VALUE SPACES.
       01 WS-BRANCHES-CHECKED   PIC X(1) VALUE 'Y'.

       01 WS-PARM-FILE-STATUS   PIC XX VALUE '00'.
       01 WS-PARM-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - each error and the run's
      *> outcome go to run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'PARMCHK'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(30) VALUE
               'PARAMETER PRE-FLIGHT      RUN '.
           05  WS-HDR-RUN-DATE   PIC 9(8).
           05  FILLER            PIC X(42) VALUE SPACES.

       01 WS-RPT-COLUMNS.
           05  FILLER            PIC X(36) VALUE
               'PARM FILE      SETTING'.
           05  FILLER            PIC X(17) VALUE 'VALUE'.
           05  FILLER            PIC X(27) VALUE 'SOURCE  CHECK'.

       01 WS-RPT-SETTING.
           05  WS-RS-FILE        PIC X(14).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RS-NAME        PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RS-VALUE       PIC X(16).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RS-SOURCE      PIC X(7).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RS-CHECK       PIC X(5).
           05  FILLER            PIC X(14) VALUE SPACES.

       01 WS-RPT-MESSAGE.
           05  FILLER            PIC X(6)  VALUE '  *** '.
           05  WS-RM-SEVERITY    PIC X(8).
           05  WS-RM-TEXT        PIC X(60).
           05  FILLER            PIC X(6)  VALUE SPACES.

       01 WS-RPT-TOTALS.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  WS-TOT-FILES      PIC ZZ9.
           05  FILLER            PIC X(22) VALUE
               ' PARM FILES ON FILE   '.
           05  WS-TOT-ERRORS     PIC ZZ9.
           05  FILLER            PIC X(10) VALUE ' ERRORS   '.
           05  WS-TOT-WARNINGS   PIC ZZ9.
           05  FILLER            PIC X(33) VALUE ' WARNINGS'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT PARM-REPORT
           IF WS-PARM-REPORT-STATUS NOT = '00'
               MOVE 'PARM-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-PARM-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-TODAY TO WS-HDR-RUN-DATE
           WRITE PARM-REPORT-RECORD FROM WS-RPT-HEADER
           MOVE SPACES TO PARM-REPORT-RECORD
           WRITE PARM-REPORT-RECORD
           WRITE PARM-REPORT-RECORD FROM WS-RPT-COLUMNS
           PERFORM CHECK-BATCHSEL-PARM
           PERFORM CHECK-FILE2-PARM
           PERFORM CHECK-FILE1LOAD-PARM
           PERFORM CHECK-LIMIT-PARM
           PERFORM CHECK-CALCHK-PARM
           PERFORM CHECK-STORDGEN-PARM
           PERFORM CHECK-SCRNCHK-PARM
           PERFORM CHECK-INTACCR-PARM
           PERFORM CHECK-SVCACCR-PARM
           PERFORM CHECK-DORMANCY-PARM
           PERFORM CHECK-BUDVAR-PARM
           PERFORM CHECK-COSTALOC-PARM
           PERFORM CHECK-CASHFCST-PARM
           PERFORM CHECK-FXREVAL-PARM
           PERFORM CHECK-SETLGEN-PARM
           PERFORM CHECK-FILE2MTD-PARM
           PERFORM CHECK-DQSCORE-PARM
           PERFORM CHECK-SODRPT-PARM
           PERFORM CHECK-GLXMAP-PARM
           PERFORM CHECK-DISTLIST-PARM
           PERFORM CHECK-RETN-PARM
           PERFORM CHECK-BACKUP-PARM
           PERFORM CHECK-CROSS-FILE
           MOVE SPACES TO PARM-REPORT-RECORD
           WRITE PARM-REPORT-RECORD
           MOVE WS-FILE-COUNT TO WS-TOT-FILES
           MOVE WS-ERROR-COUNT TO WS-TOT-ERRORS
           MOVE WS-WARNING-COUNT TO WS-TOT-WARNINGS
           WRITE PARM-REPORT-RECORD FROM WS-RPT-TOTALS
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 'PARAMETER ERRORS - THE STREAM IS STOPPED'
                       TO PARM-REPORT-RECORD
               WHEN WS-WARNING-COUNT > 0
                   MOVE 'PARAMETERS ACCEPTED WITH WARNINGS'
                       TO PARM-REPORT-RECORD
               WHEN OTHER
                   MOVE 'PARAMETERS ACCEPTED' TO PARM-REPORT-RECORD
           END-EVALUATE
           WRITE PARM-REPORT-RECORD
           CLOSE PARM-REPORT
           DISPLAY 'PARMCHK: ' WS-FILE-COUNT ' parm files on file, '
               WS-ERROR-COUNT ' errors, ' WS-WARNING-COUNT
               ' warnings'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'PARM FILES ' WS-FILE-COUNT ' ERRORS '
               WS-ERROR-COUNT ' WARNINGS ' WS-WARNING-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > 0
                   MOVE 'E' TO WS-LOG-SEVERITY
                   PERFORM WRITE-RUN-LOG
                   MOVE 12 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 'W' TO WS-LOG-SEVERITY
                   PERFORM WRITE-RUN-LOG
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM WRITE-RUN-LOG
           END-EVALUATE
           STOP RUN.

      *> ------------------- per-file checks -------------------

      *> One batch number, 'ALL', or a range 'nnnn-nnnn' - what
      *> BATDISC and the stream accept. Missing: batch 0001.
       CHECK-BATCHSEL-PARM.
           MOVE 'batchsel.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 'BATCH SELECTION' TO WS-SET-NAME
           PERFORM START-SETTING
           MOVE WS-PARM-LINE (1:9) TO WS-BATCH-SELECTION
           EVALUATE TRUE
               WHEN WS-PARM-LINE = SPACES
                   MOVE '0001' TO WS-SET-VALUE
                   MOVE 'DEFAULT' TO WS-SET-SOURCE
               WHEN WS-PARM-LINE (1:3) = 'ALL'
                       AND WS-PARM-LINE (4:) = SPACES
                   MOVE 'Y' TO WS-ALL-MODE
                   MOVE 'ALL' TO WS-SET-VALUE
               WHEN WS-PARM-LINE (5:1) = '-'
                   MOVE WS-PARM-LINE (1:9) TO WS-SET-VALUE
                   MOVE 'Y' TO WS-ALL-MODE
                   IF WS-PARM-LINE (1:4) NOT NUMERIC
                           OR WS-PARM-LINE (6:4) NOT NUMERIC
                       MOVE 'RANGE IS NOT nnnn-nnnn' TO WS-MSG-TEXT
                       PERFORM FLAG-ERROR
                   ELSE
                       IF WS-PARM-LINE (1:4) > WS-PARM-LINE (6:4)
                           MOVE 'RANGE RUNS BACKWARDS' TO WS-MSG-TEXT
                           PERFORM FLAG-ERROR
                       END-IF
                   END-IF
                   MOVE 10 TO WS-FLD-START
                   PERFORM CHECK-TRAILING-DATA
               WHEN WS-PARM-LINE (1:4) NUMERIC
                   MOVE WS-PARM-LINE (1:4) TO WS-SET-VALUE
                   IF WS-PARM-LINE (1:4) = '0000'
                       MOVE 'BATCH 0000 IS NOT A BATCH' TO WS-MSG-TEXT
                       PERFORM FLAG-ERROR
                   END-IF
                   MOVE 5 TO WS-FLD-START
                   PERFORM CHECK-TRAILING-DATA
               WHEN OTHER
                   MOVE WS-PARM-LINE (1:16) TO WS-SET-VALUE
                   MOVE 'NOT A BATCH NUMBER, ALL OR nnnn-nnnn'
                       TO WS-MSG-TEXT
                   PERFORM FLAG-ERROR
           END-EVALUATE
           PERFORM SHOW-SETTING
           PERFORM END-PARM-FILE.

      *> Column 1 run mode ('A' append, blank or 'O' overwrite),
      *> column 2 the duplicate-date override ('F'). FILE2 takes any
      *> other byte in column 1 as overwrite - the failure this
      *> check exists for.
       CHECK-FILE2-PARM.
           MOVE 'file2.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 'RUN MODE' TO WS-SET-NAME
           PERFORM START-SETTING
           EVALUATE WS-PARM-LINE (1:1)
               WHEN 'A'
                   MOVE 'APPEND' TO WS-SET-VALUE
                   MOVE 'Y' TO WS-FILE2-APPEND
               WHEN 'O'
                   MOVE 'OVERWRITE' TO WS-SET-VALUE
               WHEN SPACE
                   MOVE 'OVERWRITE' TO WS-SET-VALUE
                   MOVE 'DEFAULT' TO WS-SET-SOURCE
               WHEN OTHER
                   MOVE 'OVERWRITE' TO WS-SET-VALUE
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING 'RUN MODE ''' WS-PARM-LINE (1:1)
                       ''' IS NOT A OR O - FILE2 WOULD OVERWRITE'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM FLAG-ERROR
           END-EVALUATE
           PERFORM SHOW-SETTING
           MOVE 'DUPLICATE-DATE RERUN' TO WS-SET-NAME
           PERFORM START-SETTING
           EVALUATE WS-PARM-LINE (2:1)
               WHEN 'F'
                   MOVE 'FORCED' TO WS-SET-VALUE
                   MOVE 'DUPLICATE-DATE GUARD OFF - CLEAR AFTER RERUN'
                       TO WS-MSG-TEXT
                   PERFORM FLAG-WARNING
               WHEN SPACE
                   MOVE 'GUARDED' TO WS-SET-VALUE
                   MOVE 'DEFAULT' TO WS-SET-SOURCE
               WHEN OTHER
                   MOVE 'GUARDED' TO WS-SET-VALUE
                   MOVE 'OVERRIDE BYTE IS NOT F OR BLANK' TO WS-MSG-TEXT
                   PERFORM FLAG-ERROR
           END-EVALUATE
           MOVE 3 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM SHOW-SETTING
           PERFORM END-PARM-FILE.

      *> Batch number 1-4, batch id 5-14, duplicate-feed override
      *> 15. The stream reads the batch number to acknowledge the
      *> feed in process-all mode.
       CHECK-FILE1LOAD-PARM.
           MOVE 'file1load.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 'FEED BATCH' TO WS-SET-NAME
           MOVE 1 TO WS-FLD-START
           MOVE 4 TO WS-FLD-LENGTH
           MOVE 0 TO WS-FLD-DECIMALS
           MOVE 1 TO WS-FLD-MIN
           MOVE 9999 TO WS-FLD-MAX
           MOVE '0001' TO WS-DEFAULT-TEXT
           MOVE '0001-9999' TO WS-RANGE-TEXT
           PERFORM CHECK-NUMBER-SETTING
           MOVE 'FEED BATCH ID' TO WS-SET-NAME
           PERFORM START-SETTING
           IF WS-PARM-LINE (5:10) = SPACES
               MOVE 'UPSTREAM' TO WS-SET-VALUE
               MOVE 'DEFAULT' TO WS-SET-SOURCE
           ELSE
               MOVE WS-PARM-LINE (5:10) TO WS-SET-VALUE
           END-IF
           PERFORM SHOW-SETTING
           MOVE 'DUPLICATE-FEED LOAD' TO WS-SET-NAME
           PERFORM START-SETTING
           EVALUATE WS-PARM-LINE (15:1)
               WHEN 'F'
                   MOVE 'FORCED' TO WS-SET-VALUE
                   MOVE 'DUPLICATE-FEED GUARD OFF - CLEAR AFTER RELOAD'
                       TO WS-MSG-TEXT
                   PERFORM FLAG-WARNING
               WHEN SPACE
                   MOVE 'GUARDED' TO WS-SET-VALUE
                   MOVE 'DEFAULT' TO WS-SET-SOURCE
               WHEN OTHER
                   MOVE 'GUARDED' TO WS-SET-VALUE
                   MOVE 'OVERRIDE BYTE IS NOT F OR BLANK' TO WS-MSG-TEXT
                   PERFORM FLAG-ERROR
           END-EVALUATE
           MOVE 16 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM SHOW-SETTING
           PERFORM END-PARM-FILE.

      *> The hold threshold, 9(6)V99. Missing means no limit; a
      *> present value that will not read also means no limit to
      *> FILE1LOAD and FILE1MAINT - nothing held at all.
       CHECK-LIMIT-PARM.
           MOVE 'limit.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 'HOLD LIMIT' TO WS-SET-NAME
           MOVE 1 TO WS-FLD-START
           MOVE 8 TO WS-FLD-LENGTH
           MOVE 2 TO WS-FLD-DECIMALS
           MOVE 1 TO WS-FLD-MIN
           MOVE 99999999 TO WS-FLD-MAX
           MOVE 'NO LIMIT' TO WS-DEFAULT-TEXT
           MOVE 'ABOVE ZERO' TO WS-RANGE-TEXT
           PERFORM CHECK-NUMBER-SETTING
           IF WS-FLD-STATE = 'G'
               MOVE 'Y' TO WS-LIMIT-SET
           END-IF
           MOVE 9 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM END-PARM-FILE.

       CHECK-CALCHK-PARM.
           MOVE 'calchk.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 'BUSINESS-DAY GATE' TO WS-SET-NAME
           PERFORM START-SETTING
           EVALUATE WS-PARM-LINE (1:1)
               WHEN 'O'
                   MOVE 'OVERRIDDEN' TO WS-SET-VALUE
                   MOVE 'CALENDAR GATE OVERRIDDEN - CLEAR AFTER RUN'
                       TO WS-MSG-TEXT
                   PERFORM FLAG-WARNING
               WHEN SPACE
                   MOVE 'ON' TO WS-SET-VALUE
                   MOVE 'DEFAULT' TO WS-SET-SOURCE
               WHEN OTHER
                   MOVE 'ON' TO WS-SET-VALUE
                   MOVE 'OVERRIDE BYTE IS NOT O OR BLANK' TO WS-MSG-TEXT
                   PERFORM FLAG-ERROR
           END-EVALUATE
           MOVE 2 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM SHOW-SETTING
           PERFORM END-PARM-FILE.

      *> The batch standing orders generate into; blank or zero
      *> means the batchsel.parm batch.
       CHECK-STORDGEN-PARM.
           MOVE 'stordgen.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 'TARGET BATCH' TO WS-SET-NAME
           MOVE 1 TO WS-FLD-START
           MOVE 4 TO WS-FLD-LENGTH
           MOVE 0 TO WS-FLD-DECIMALS
           MOVE 0 TO WS-FLD-MIN
           MOVE 9999 TO WS-FLD-MAX
           MOVE 'SELECTED BATCH' TO WS-DEFAULT-TEXT
           MOVE '0000-9999' TO WS-RANGE-TEXT
           PERFORM CHECK-NUMBER-SETTING
           IF WS-FLD-STATE = 'G' AND WS-FLD-NUMBER > 0
               MOVE 'Y' TO WS-STORDGEN-TARGET
           END-IF
           MOVE 5 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM END-PARM-FILE.

      *> Eight screening thresholds, each taking SCRNCHK's default
      *> when blank.
       CHECK-SCRNCHK-PARM.
           MOVE 'scrnchk.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 0 TO WS-FLD-DECIMALS
           MOVE 3 TO WS-FLD-LENGTH
           MOVE 1 TO WS-FLD-MIN
           MOVE 999 TO WS-FLD-MAX
           MOVE '001-999' TO WS-RANGE-TEXT
           MOVE 'JUST-UNDER PERCENT' TO WS-SET-NAME
           MOVE 1 TO WS-FLD-START
           MOVE 99 TO WS-FLD-MAX
           MOVE '010' TO WS-DEFAULT-TEXT
           MOVE '001-099' TO WS-RANGE-TEXT
           PERFORM CHECK-NUMBER-SETTING
           MOVE 999 TO WS-FLD-MAX
           MOVE '001-999' TO WS-RANGE-TEXT
           MOVE 'JUST-UNDER COUNT' TO WS-SET-NAME
           MOVE 4 TO WS-FLD-START
           MOVE '003' TO WS-DEFAULT-TEXT
           PERFORM CHECK-NUMBER-SETTING
           MOVE 'REPEAT COUNT' TO WS-SET-NAME
           MOVE 7 TO WS-FLD-START
           MOVE 2 TO WS-FLD-MIN
           MOVE '003' TO WS-DEFAULT-TEXT
           MOVE '002-999' TO WS-RANGE-TEXT
           PERFORM CHECK-NUMBER-SETTING
           MOVE 'REPEAT FLOOR' TO WS-SET-NAME
           MOVE 10 TO WS-FLD-START
           MOVE 8 TO WS-FLD-LENGTH
           MOVE 2 TO WS-FLD-DECIMALS
           MOVE 1 TO WS-FLD-MIN
           MOVE 99999999 TO WS-FLD-MAX
           MOVE '500.00' TO WS-DEFAULT-TEXT
           MOVE 'ABOVE ZERO' TO WS-RANGE-TEXT
           PERFORM CHECK-NUMBER-SETTING
           MOVE 0 TO WS-FLD-DECIMALS
           MOVE 3 TO WS-FLD-LENGTH
           MOVE 999 TO WS-FLD-MAX
           MOVE '001-999' TO WS-RANGE-TEXT
           MOVE 'REPEAT LOOKBACK DAYS' TO WS-SET-NAME
           MOVE 18 TO WS-FLD-START
           MOVE '010' TO WS-DEFAULT-TEXT
           PERFORM CHECK-NUMBER-SETTING
           MOVE 'JUMP PERCENT' TO WS-SET-NAME
           MOVE 21 TO WS-FLD-START
           MOVE '100' TO WS-DEFAULT-TEXT
           PERFORM CHECK-NUMBER-SETTING
           MOVE 'JUMP WINDOW DAYS' TO WS-SET-NAME
           MOVE 24 TO WS-FLD-START
           MOVE '007' TO WS-DEFAULT-TEXT
           MOVE 99 TO WS-FLD-CAP
           PERFORM CHECK-NUMBER-SETTING
           MOVE 'JUMP FLOOR COUNT' TO WS-SET-NAME
           MOVE 27 TO WS-FLD-START
           MOVE 5 TO WS-FLD-LENGTH
           MOVE 99999 TO WS-FLD-MAX
           MOVE '00010' TO WS-DEFAULT-TEXT
           MOVE 'ABOVE ZERO' TO WS-RANGE-TEXT
           PERFORM CHECK-NUMBER-SETTING
           MOVE 32 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM END-PARM-FILE.

      *> Rate type 1-2, period-end posting batch 3-6, day basis
      *> 7-9 (360 or 365), withholding rate type 10-11 (default
      *> 'WH'). INTACCR refuses the period-end posting
      *> without a target batch, so a missing file or a blank
      *> batch is a warning.
       CHECK-INTACCR-PARM.
           MOVE 'intaccr.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 'RATE TYPE' TO WS-SET-NAME
           PERFORM START-SETTING
           IF WS-PARM-LINE (1:2) = SPACES
               MOVE 'IN' TO WS-SET-VALUE
               MOVE 'DEFAULT' TO WS-SET-SOURCE
           ELSE
               MOVE WS-PARM-LINE (1:2) TO WS-SET-VALUE
           END-IF
           PERFORM SHOW-SETTING
           MOVE 'TARGET BATCH' TO WS-SET-NAME
           MOVE 3 TO WS-FLD-START
           MOVE 4 TO WS-FLD-LENGTH
           MOVE 0 TO WS-FLD-DECIMALS
           MOVE 0 TO WS-FLD-MIN
           MOVE 9999 TO WS-FLD-MAX
           MOVE 'NONE' TO WS-DEFAULT-TEXT
           MOVE '0000-9999' TO WS-RANGE-TEXT
           PERFORM CHECK-NUMBER-FIELD
           IF WS-FLD-STATE = 'B'
                   OR (WS-FLD-STATE = 'G' AND WS-FLD-NUMBER = 0)
               MOVE 'NO TARGET BATCH - PERIOD-END POSTING REFUSED'
                   TO WS-MSG-TEXT
               PERFORM START-SETTING
               MOVE 'NONE' TO WS-SET-VALUE
               MOVE 'DEFAULT' TO WS-SET-SOURCE
               PERFORM FLAG-WARNING
               PERFORM SHOW-SETTING
           ELSE
               PERFORM CHECK-NUMBER-SETTING
           END-IF
           MOVE 'DAY BASIS' TO WS-SET-NAME
           PERFORM START-SETTING
           EVALUATE WS-PARM-LINE (7:3)
               WHEN SPACES
                   MOVE '365' TO WS-SET-VALUE
                   MOVE 'DEFAULT' TO WS-SET-SOURCE
               WHEN '360'
               WHEN '365'
                   MOVE WS-PARM-LINE (7:3) TO WS-SET-VALUE
               WHEN OTHER
                   MOVE WS-PARM-LINE (7:3) TO WS-SET-VALUE
                   MOVE 'DAY BASIS NOT 360 OR 365 - INTACCR USES 365'
                       TO WS-MSG-TEXT
                   PERFORM FLAG-ERROR
           END-EVALUATE
           PERFORM SHOW-SETTING
           MOVE 'WITHHOLD RATE TYPE' TO WS-SET-NAME
           PERFORM START-SETTING
           IF WS-PARM-LINE (10:2) = SPACES
               MOVE 'WH' TO WS-SET-VALUE
               MOVE 'DEFAULT' TO WS-SET-SOURCE
           ELSE
               MOVE WS-PARM-LINE (10:2) TO WS-SET-VALUE
           END-IF
           PERFORM SHOW-SETTING
           MOVE 12 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM END-PARM-FILE.

      *> Month 1-6 (blank or zero: the run month), target batch
      *> 7-10 - required, SVCACCR refuses the period-end run
      *> without it (a warning, the file missing included).
       CHECK-SVCACCR-PARM.
           MOVE 'svcaccr.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 'CHARGE MONTH' TO WS-SET-NAME
           MOVE 1 TO WS-FLD-START
           MOVE 'RUN MONTH' TO WS-DEFAULT-TEXT
           PERFORM CHECK-MONTH-SETTING
           MOVE 'TARGET BATCH' TO WS-SET-NAME
           MOVE 7 TO WS-FLD-START
           MOVE 4 TO WS-FLD-LENGTH
           MOVE 0 TO WS-FLD-DECIMALS
           MOVE 0 TO WS-FLD-MIN
           MOVE 9999 TO WS-FLD-MAX
           MOVE 'NONE' TO WS-DEFAULT-TEXT
           MOVE '0000-9999' TO WS-RANGE-TEXT
           PERFORM CHECK-NUMBER-FIELD
           IF WS-FLD-STATE = 'B'
                   OR (WS-FLD-STATE = 'G' AND WS-FLD-NUMBER = 0)
               MOVE 'NO TARGET BATCH - PERIOD-END CHARGES REFUSED'
                   TO WS-MSG-TEXT
               PERFORM START-SETTING
               MOVE 'NONE' TO WS-SET-VALUE
               MOVE 'DEFAULT' TO WS-SET-SOURCE
               PERFORM FLAG-WARNING
               PERFORM SHOW-SETTING
           ELSE
               PERFORM CHECK-NUMBER-SETTING
           END-IF
           MOVE 11 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM END-PARM-FILE.

       CHECK-DORMANCY-PARM.
           MOVE 'dormancy.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 'DORMANT AFTER MONTHS' TO WS-SET-NAME
           MOVE 1 TO WS-FLD-START
           MOVE 3 TO WS-FLD-LENGTH
           MOVE 0 TO WS-FLD-DECIMALS
           MOVE 1 TO WS-FLD-MIN
           MOVE 999 TO WS-FLD-MAX
           MOVE '012' TO WS-DEFAULT-TEXT
           MOVE '001-999' TO WS-RANGE-TEXT
           PERFORM CHECK-NUMBER-SETTING
           MOVE 4 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM END-PARM-FILE.

       CHECK-BUDVAR-PARM.
           MOVE 'budvar.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 'REVIEW MONTH' TO WS-SET-NAME
           MOVE 1 TO WS-FLD-START
           MOVE 'RUN MONTH' TO WS-DEFAULT-TEXT
           PERFORM CHECK-MONTH-SETTING
           MOVE 'TOLERANCE PERCENT' TO WS-SET-NAME
           MOVE 7 TO WS-FLD-START
           MOVE 5 TO WS-FLD-LENGTH
           MOVE 2 TO WS-FLD-DECIMALS
           MOVE 1 TO WS-FLD-MIN
           MOVE 99999 TO WS-FLD-MAX
           MOVE '10.00' TO WS-DEFAULT-TEXT
           MOVE 'ABOVE ZERO' TO WS-RANGE-TEXT
           PERFORM CHECK-NUMBER-SETTING
           MOVE 12 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM END-PARM-FILE.

      *> One 'C' control line (month, target batch) and up to 20
      *> 'P' pool lines. A missing file means no allocation is set
      *> up; pools with no target batch are refused at period-end.
       CHECK-COSTALOC-PARM.
           MOVE 'costaloc.parm' TO WS-PARM-NAME
           PERFORM OPEN-PARM-FILE
           MOVE 'Y' TO WS-MULTI-LINE
           MOVE 'N' TO WS-CAP-CONTROL-SEEN
           MOVE SPACES TO WS-CAP-MONTH-TEXT
           MOVE 0 TO WS-CAP-TARGET WS-CAP-POOLS
           IF WS-PARM-ON-FILE = 'Y'
               PERFORM READ-PARM-LINE
               PERFORM CHECK-COSTALOC-LINE
                   UNTIL WS-PARM-EOF = 'Y'
               CLOSE PARM-FILE
           END-IF
           MOVE 'ALLOCATION MONTH' TO WS-SET-NAME
           PERFORM START-SETTING
           IF WS-CAP-MONTH-TEXT = SPACES OR WS-CAP-MONTH-TEXT = '000000'
               MOVE 'RUN MONTH' TO WS-SET-VALUE
               MOVE 'DEFAULT' TO WS-SET-SOURCE
           ELSE
               MOVE WS-CAP-MONTH-TEXT TO WS-SET-VALUE
           END-IF
           PERFORM SHOW-SETTING
           MOVE 'TARGET BATCH' TO WS-SET-NAME
           PERFORM START-SETTING
           IF WS-CAP-TARGET = 0
               MOVE 'NONE' TO WS-SET-VALUE
               MOVE 'DEFAULT' TO WS-SET-SOURCE
               IF WS-CAP-POOLS > 0
                   MOVE 'COST POOLS BUT NO TARGET BATCH - REFUSED'
                       TO WS-MSG-TEXT
                   PERFORM FLAG-ERROR
               END-IF
           ELSE
               MOVE WS-CAP-TARGET TO WS-SET-VALUE
           END-IF
           PERFORM SHOW-SETTING
           MOVE 'COST POOLS' TO WS-SET-NAME
           PERFORM START-SETTING
           IF WS-PARM-ON-FILE = 'Y'
               MOVE WS-CAP-POOLS TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-SET-VALUE
           ELSE
               MOVE 'NOT SET UP' TO WS-SET-VALUE
               MOVE 'DEFAULT' TO WS-SET-SOURCE
           END-IF
           IF WS-CAP-POOLS > 20
               MOVE 'MORE THAN 20 POOLS - THE REST WOULD BE IGNORED'
                   TO WS-MSG-TEXT
               PERFORM FLAG-ERROR
           END-IF
           PERFORM SHOW-SETTING
           PERFORM END-PARM-FILE.

       CHECK-COSTALOC-LINE.
           EVALUATE WS-PARM-LINE (1:1)
               WHEN 'C'
                   IF WS-CAP-CONTROL-SEEN = 'Y'
                       MOVE 'TWO C LINES - THE LAST ONE IS USED'
                           TO WS-MSG-TEXT
                       PERFORM NOTE-LINE-ERROR
                   END-IF
                   MOVE 'Y' TO WS-CAP-CONTROL-SEEN
                   MOVE WS-PARM-LINE (2:6) TO WS-CAP-MONTH-TEXT
                   IF WS-CAP-MONTH-TEXT NOT = SPACES
                       MOVE WS-CAP-MONTH-TEXT TO WS-CHECK-DATE (1:6)
                       MOVE '01' TO WS-CHECK-DATE (7:2)
                       IF WS-CAP-MONTH-TEXT NOT = '000000'
                           PERFORM VALIDATE-CALENDAR-DATE
                           IF WS-DATE-VALID = 'N'
                               MOVE 'C LINE MONTH IS NOT YYYYMM'
                                   TO WS-MSG-TEXT
                               PERFORM NOTE-LINE-ERROR
                           END-IF
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-PARM-LINE (8:4) = SPACES
                           MOVE 0 TO WS-CAP-TARGET
                       WHEN WS-PARM-LINE (8:4) NUMERIC
                           MOVE WS-PARM-LINE (8:4) TO WS-CAP-TARGET
                       WHEN OTHER
                           MOVE 0 TO WS-CAP-TARGET
                           MOVE 'C LINE TARGET BATCH IS NOT NUMERIC'
                               TO WS-MSG-TEXT
                           PERFORM NOTE-LINE-ERROR
                   END-EVALUATE
               WHEN 'P'
                   ADD 1 TO WS-CAP-POOLS
                   IF WS-PARM-LINE (2:8) = SPACES
                       MOVE 'P LINE HAS NO POOL NAME' TO WS-MSG-TEXT
                       PERFORM NOTE-LINE-ERROR
                   END-IF
                   IF WS-PARM-LINE (10:11) NOT NUMERIC
                       MOVE 'P LINE AMOUNT NOT NUMERIC'
                           TO WS-MSG-TEXT
                       PERFORM NOTE-LINE-ERROR
                   END-IF
                   IF WS-PARM-LINE (21:1) NOT = 'V'
                           AND WS-PARM-LINE (21:1) NOT = 'A'
                           AND WS-PARM-LINE (21:1) NOT = 'B'
                       MOVE 'P LINE BASIS IS NOT V, A OR B'
                           TO WS-MSG-TEXT
                       PERFORM NOTE-LINE-ERROR
                   END-IF
                   IF WS-PARM-LINE (22:3) NOT = SPACES
                       IF WS-PARM-LINE (22:3) NOT NUMERIC
                               OR WS-PARM-LINE (22:3) > '100'
                           MOVE 'P LINE WEIGHT NOT 000-100 - 50 USED'
                               TO WS-MSG-TEXT
                           PERFORM NOTE-LINE-ERROR
                       END-IF
                   END-IF
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE 'LINE CLASS IS NOT C OR P - COSTALOC IGNORES IT'
                       TO WS-MSG-TEXT
                   PERFORM NOTE-LINE-ERROR
           END-EVALUATE
           IF WS-PARM-LINE (1:1) = 'C'
               MOVE 12 TO WS-FLD-START
           ELSE
               MOVE 25 TO WS-FLD-START
           END-IF
           PERFORM CHECK-TRAILING-DATA
           PERFORM READ-PARM-LINE.

       CHECK-CASHFCST-PARM.
           MOVE 'cashfcst.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 'FORECAST DAYS' TO WS-SET-NAME
           MOVE 1 TO WS-FLD-START
           MOVE 2 TO WS-FLD-LENGTH
           MOVE 0 TO WS-FLD-DECIMALS
           MOVE 1 TO WS-FLD-MIN
           MOVE 99 TO WS-FLD-MAX
           MOVE 20 TO WS-FLD-CAP
           MOVE '05' TO WS-DEFAULT-TEXT
           MOVE '01-99' TO WS-RANGE-TEXT
           PERFORM CHECK-NUMBER-SETTING
           MOVE 'HISTORY DAYS' TO WS-SET-NAME
           MOVE 3 TO WS-FLD-START
           MOVE 3 TO WS-FLD-LENGTH
           MOVE 999 TO WS-FLD-MAX
           MOVE '020' TO WS-DEFAULT-TEXT
           MOVE '001-999' TO WS-RANGE-TEXT
           PERFORM CHECK-NUMBER-SETTING
           MOVE 6 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM END-PARM-FILE.

       CHECK-FXREVAL-PARM.
           MOVE 'fxreval.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 'REVALUATION DATE' TO WS-SET-NAME
           MOVE 1 TO WS-FLD-START
           MOVE 'TODAY' TO WS-DEFAULT-TEXT
           PERFORM CHECK-DATE-SETTING
           MOVE 9 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM END-PARM-FILE.

       CHECK-SETLGEN-PARM.
           MOVE 'setlgen.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 'SETTLEMENT DATE' TO WS-SET-NAME
           MOVE 1 TO WS-FLD-START
           MOVE 'LATEST POSTED' TO WS-DEFAULT-TEXT
           PERFORM CHECK-DATE-SETTING
           MOVE 9 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM END-PARM-FILE.

       CHECK-FILE2MTD-PARM.
           MOVE 'file2mtd.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 'CLOSE MONTH' TO WS-SET-NAME
           MOVE 1 TO WS-FLD-START
           MOVE 'RUN MONTH' TO WS-DEFAULT-TEXT
           PERFORM CHECK-MONTH-SETTING
           MOVE 7 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM END-PARM-FILE.

       CHECK-DQSCORE-PARM.
           MOVE 'dqscore.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 'SCORECARD MONTH' TO WS-SET-NAME
           MOVE 1 TO WS-FLD-START
           MOVE 'RUN MONTH' TO WS-DEFAULT-TEXT
           PERFORM CHECK-MONTH-SETTING
           MOVE 7 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM END-PARM-FILE.

       CHECK-SODRPT-PARM.
           MOVE 'sodrpt.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 'REVIEW MONTH' TO WS-SET-NAME
           MOVE 1 TO WS-FLD-START
           MOVE 'RUN MONTH' TO WS-DEFAULT-TEXT
           PERFORM CHECK-MONTH-SETTING
           MOVE 7 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM END-PARM-FILE.

      *> The GL account map FILE2GLX and FXREVAL share: class 1,
      *> branch 2-4, account 5-14. 'B' lines and branch-specific
      *> 'F'/'T' lines must name a branch on brmaster.dat. Tax
      *> withheld from interest is owed to the tax authority, so
      *> the 'W' tax-payable account should be mapped rather than
      *> left on the compiled-in default.
       CHECK-GLXMAP-PARM.
           MOVE 'glxmap.parm' TO WS-PARM-NAME
           PERFORM OPEN-PARM-FILE
           MOVE 'Y' TO WS-MULTI-LINE
           MOVE 0 TO WS-GLX-BRANCH-LINES
           PERFORM VARYING WS-GLX-SUB FROM 1 BY 1 UNTIL WS-GLX-SUB > 8
               MOVE WS-GLX-DEFAULT (WS-GLX-SUB)
                   TO WS-GLX-ACCOUNT (WS-GLX-SUB)
               MOVE 'N' TO WS-GLX-SEEN (WS-GLX-SUB)
           END-PERFORM
           IF WS-PARM-ON-FILE = 'Y'
               PERFORM READ-PARM-LINE
               PERFORM CHECK-GLXMAP-LINE
                   UNTIL WS-PARM-EOF = 'Y'
               CLOSE PARM-FILE
           END-IF
           MOVE 'N' TO WS-MULTI-LINE
           PERFORM VARYING WS-GLX-SUB FROM 1 BY 1 UNTIL WS-GLX-SUB > 8
               MOVE WS-GLX-NAME (WS-GLX-SUB) TO WS-SET-NAME
               PERFORM START-SETTING
               MOVE WS-GLX-ACCOUNT (WS-GLX-SUB) TO WS-SET-VALUE
               IF WS-GLX-SEEN (WS-GLX-SUB) = 'N'
                   MOVE 'DEFAULT' TO WS-SET-SOURCE
                   IF WS-GLX-CLASS-LIST (WS-GLX-SUB:1) = 'W'
                       MOVE 'TAX PAYABLE ACCOUNT (W) NOT MAPPED'
                           TO WS-MSG-TEXT
                       PERFORM FLAG-WARNING
                   END-IF
               END-IF
               PERFORM SHOW-SETTING
           END-PERFORM
           MOVE 'BRANCH LINES' TO WS-SET-NAME
           PERFORM START-SETTING
           MOVE WS-GLX-BRANCH-LINES TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-SET-VALUE
           IF WS-GLX-BRANCH-LINES = 0
               MOVE 'DEFAULT' TO WS-SET-SOURCE
           END-IF
           PERFORM SHOW-SETTING
           PERFORM END-PARM-FILE.

       CHECK-GLXMAP-LINE.
           MOVE 0 TO WS-GLX-SUB
           IF WS-PARM-LINE (1:1) NOT = SPACE
               PERFORM VARYING WS-FLD-START FROM 1 BY 1
                       UNTIL WS-FLD-START > 8 OR WS-GLX-SUB > 0
                   IF WS-GLX-CLASS-LIST (WS-FLD-START:1)
                           = WS-PARM-LINE (1:1)
                       MOVE WS-FLD-START TO WS-GLX-SUB
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-PARM-LINE = SPACES
                   CONTINUE
               WHEN WS-PARM-LINE (5:10) = SPACES
                   MOVE 'LINE NAMES NO ACCOUNT' TO WS-MSG-TEXT
                   PERFORM NOTE-LINE-ERROR
               WHEN WS-PARM-LINE (1:1) = 'B'
                   ADD 1 TO WS-GLX-BRANCH-LINES
                   IF WS-PARM-LINE (2:3) = SPACES
                       MOVE 'B LINE NAMES NO BRANCH' TO WS-MSG-TEXT
                       PERFORM NOTE-LINE-ERROR
                   ELSE
                       MOVE WS-PARM-LINE (2:3) TO WS-BRCHK-CODE
                       PERFORM CHECK-PARM-BRANCH
                   END-IF
               WHEN WS-GLX-SUB = 0
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING 'CLASS ''' WS-PARM-LINE (1:1)
                       ''' IS NOT D R O B F T G P OR W - IGNORED'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM NOTE-LINE-ERROR
               WHEN (WS-PARM-LINE (1:1) = 'F'
                       OR WS-PARM-LINE (1:1) = 'T')
                       AND WS-PARM-LINE (2:3) NOT = SPACES
                   ADD 1 TO WS-GLX-BRANCH-LINES
                   MOVE WS-PARM-LINE (2:3) TO WS-BRCHK-CODE
                   PERFORM CHECK-PARM-BRANCH
               WHEN OTHER
                   IF WS-GLX-SEEN (WS-GLX-SUB) = 'Y'
                       MOVE SPACES TO WS-MSG-TEXT
                       STRING 'CLASS ' WS-PARM-LINE (1:1)
                           ' GIVEN TWICE - THE LAST LINE IS USED'
                           DELIMITED BY SIZE INTO WS-MSG-TEXT
                       END-STRING
                       PERFORM NOTE-LINE-WARNING
                   END-IF
                   MOVE 'Y' TO WS-GLX-SEEN (WS-GLX-SUB)
                   MOVE WS-PARM-LINE (5:10)
                       TO WS-GLX-ACCOUNT (WS-GLX-SUB)
           END-EVALUATE
           MOVE 15 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM READ-PARM-LINE.

      *> DISTRPT's recipient list: recipient 1-8, report 9-20,
      *> scope 21 (B/R/A), code 22-24, when 25 (D, R or blank). A
      *> line starting '*' is a comment.
       CHECK-DISTLIST-PARM.
           MOVE 'distlist.parm' TO WS-PARM-NAME
           PERFORM OPEN-PARM-FILE
           MOVE 'Y' TO WS-MULTI-LINE
           MOVE 0 TO WS-DIST-LINES
           IF WS-PARM-ON-FILE = 'Y'
               PERFORM READ-PARM-LINE
               PERFORM CHECK-DISTLIST-LINE
                   UNTIL WS-PARM-EOF = 'Y'
               CLOSE PARM-FILE
           END-IF
           MOVE 'DISTRIBUTION LINES' TO WS-SET-NAME
           PERFORM START-SETTING
           IF WS-PARM-ON-FILE = 'Y'
               MOVE WS-DIST-LINES TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-SET-VALUE
           ELSE
               MOVE 'NONE' TO WS-SET-VALUE
               MOVE 'DEFAULT' TO WS-SET-SOURCE
           END-IF
           PERFORM SHOW-SETTING
           PERFORM END-PARM-FILE.

       CHECK-DISTLIST-LINE.
           IF WS-PARM-LINE = SPACES OR WS-PARM-LINE (1:1) = '*'
               PERFORM READ-PARM-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DIST-LINES
           IF WS-PARM-LINE (1:8) = SPACES
                   OR WS-PARM-LINE (9:12) = SPACES
               MOVE 'LINE NAMES NO RECIPIENT OR NO REPORT'
                   TO WS-MSG-TEXT
               PERFORM NOTE-LINE-ERROR
           END-IF
           EVALUATE WS-PARM-LINE (21:1)
               WHEN 'A'
                   IF WS-PARM-LINE (22:3) NOT = SPACES
                       MOVE 'SCOPE A TAKES NO BRANCH OR REGION CODE'
                           TO WS-MSG-TEXT
                       PERFORM NOTE-LINE-ERROR
                   END-IF
               WHEN 'B'
                   IF WS-PARM-LINE (22:3) = SPACES
                       MOVE 'SCOPE B NAMES NO BRANCH' TO WS-MSG-TEXT
                       PERFORM NOTE-LINE-ERROR
                   ELSE
                       MOVE WS-PARM-LINE (22:3) TO WS-BRCHK-CODE
                       PERFORM CHECK-PARM-BRANCH
                   END-IF
               WHEN 'R'
                   IF WS-PARM-LINE (22:3) = SPACES
                       MOVE 'SCOPE R NAMES NO REGION' TO WS-MSG-TEXT
                       PERFORM NOTE-LINE-ERROR
                   END-IF
               WHEN OTHER
                   MOVE 'SCOPE IS NOT B, R OR A' TO WS-MSG-TEXT
                   PERFORM NOTE-LINE-ERROR
           END-EVALUATE
           IF WS-PARM-LINE (25:1) NOT = SPACE
                   AND WS-PARM-LINE (25:1) NOT = 'D'
                   AND WS-PARM-LINE (25:1) NOT = 'R'
               MOVE 'WHEN BYTE IS NOT D, R OR BLANK' TO WS-MSG-TEXT
               PERFORM NOTE-LINE-ERROR
           END-IF
           MOVE 26 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM READ-PARM-LINE.

      *> Audit days 1-4 and exception days 5-8 (RETNUTIL), report
      *> retention days 9-12 (the stream's dated report copies).
       CHECK-RETN-PARM.
           MOVE 'retn.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 0 TO WS-FLD-DECIMALS
           MOVE 4 TO WS-FLD-LENGTH
           MOVE 1 TO WS-FLD-MIN
           MOVE 9999 TO WS-FLD-MAX
           MOVE '0001-9999' TO WS-RANGE-TEXT
           MOVE 'AUDIT RETENTION DAYS' TO WS-SET-NAME
           MOVE 1 TO WS-FLD-START
           MOVE '0090' TO WS-DEFAULT-TEXT
           PERFORM CHECK-NUMBER-SETTING
           MOVE 'EXCEPTION RETN DAYS' TO WS-SET-NAME
           MOVE 5 TO WS-FLD-START
           PERFORM CHECK-NUMBER-SETTING
           MOVE 'REPORT RETN DAYS' TO WS-SET-NAME
           MOVE 9 TO WS-FLD-START
           MOVE '0030' TO WS-DEFAULT-TEXT
           PERFORM CHECK-NUMBER-SETTING
           MOVE 13 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM END-PARM-FILE.

      *> Backup generations kept, columns 1-2 (one or two digits).
      *> Zero would prune the backup just taken.
       CHECK-BACKUP-PARM.
           MOVE 'backup.parm' TO WS-PARM-NAME
           PERFORM LOAD-SINGLE-LINE-PARM
           MOVE 'BACKUP GENERATIONS' TO WS-SET-NAME
           PERFORM START-SETTING
           EVALUATE TRUE
               WHEN WS-PARM-LINE (1:2) = SPACES
                   MOVE '5' TO WS-SET-VALUE
                   MOVE 'DEFAULT' TO WS-SET-SOURCE
               WHEN WS-PARM-LINE (1:2) NUMERIC
                       OR (WS-PARM-LINE (1:1) NUMERIC
                           AND WS-PARM-LINE (2:1) = SPACE)
                   MOVE WS-PARM-LINE (1:2) TO WS-SET-VALUE
                   IF WS-PARM-LINE (1:2) = '00'
                           OR WS-PARM-LINE (1:2) = '0 '
                       MOVE 'ZERO GENERATIONS WOULD PRUNE EVERY BACKUP'
                           TO WS-MSG-TEXT
                       PERFORM FLAG-ERROR
                   END-IF
               WHEN OTHER
                   MOVE WS-PARM-LINE (1:2) TO WS-SET-VALUE
                   MOVE 'NOT 1 OR 2 DIGITS - THE STREAM WOULD KEEP 5'
                       TO WS-MSG-TEXT
                   PERFORM FLAG-ERROR
           END-EVALUATE
           MOVE 3 TO WS-FLD-START
           PERFORM CHECK-TRAILING-DATA
           PERFORM SHOW-SETTING
           PERFORM END-PARM-FILE.

      *> ------------------- cross-file checks -------------------
       CHECK-CROSS-FILE.
           MOVE 'CROSS-FILE' TO WS-FILE-COLUMN
           MOVE 'cross-file' TO WS-PARM-NAME
           MOVE 'N' TO WS-MULTI-LINE
           MOVE 0 TO WS-MSG-COUNT
           MOVE 'ALL MODE: FILE2 MODE' TO WS-SET-NAME
           PERFORM START-SETTING
           MOVE SPACES TO WS-SET-SOURCE
           IF WS-ALL-MODE = 'N'
               MOVE 'NOT ALL MODE' TO WS-SET-VALUE
           ELSE
               IF WS-FILE2-APPEND = 'Y'
                   MOVE 'APPEND' TO WS-SET-VALUE
               ELSE
                   MOVE 'OVERWRITE' TO WS-SET-VALUE
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING 'BATCH SELECTION ' DELIMITED BY SIZE
                       WS-BATCH-SELECTION DELIMITED BY SPACE
                       ' NEEDS APPEND MODE (A) IN FILE2.PARM'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM FLAG-ERROR
               END-IF
           END-IF
           PERFORM SHOW-SETTING
           MOVE 'ALL MODE: STORDGEN' TO WS-SET-NAME
           PERFORM START-SETTING
           MOVE SPACES TO WS-SET-SOURCE
           IF WS-ALL-MODE = 'N'
               MOVE 'NOT ALL MODE' TO WS-SET-VALUE
           ELSE
               IF WS-STORDGEN-TARGET = 'Y'
                   MOVE 'TARGET SET' TO WS-SET-VALUE
               ELSE
                   MOVE 'NO TARGET' TO WS-SET-VALUE
                   MOVE 'ALL MODE NEEDS A TARGET BATCH IN STORDGEN.PARM'
                       TO WS-MSG-TEXT
                   PERFORM FLAG-ERROR
               END-IF
           END-IF
           PERFORM SHOW-SETTING
           MOVE 'SCRNCHK JUST-UNDER' TO WS-SET-NAME
           PERFORM START-SETTING
           MOVE SPACES TO WS-SET-SOURCE
           IF WS-LIMIT-SET = 'Y'
               MOVE 'APPLIED' TO WS-SET-VALUE
           ELSE
               MOVE 'OFF - NO LIMIT' TO WS-SET-VALUE
           END-IF
           PERFORM SHOW-SETTING
           MOVE 'PARM BRANCHES' TO WS-SET-NAME
           PERFORM START-SETTING
           MOVE SPACES TO WS-SET-SOURCE
           IF WS-BRANCHES-CHECKED = 'Y'
               MOVE 'CHECKED' TO WS-SET-VALUE
           ELSE
               MOVE 'NOT CHECKED' TO WS-SET-VALUE
           END-IF
           PERFORM SHOW-SETTING
           PERFORM END-PARM-FILE.

      *> A branch a parm line names: unknown is an error, inactive
      *> (closed or merged away) a warning. Without brmaster.dat
      *> nothing can be checked, as everywhere else.
       CHECK-PARM-BRANCH.
           CALL 'BRCHK' USING WS-BRCHK-CODE, WS-BRCHK-STATUS,
               WS-BRCHK-NAME, WS-BRCHK-REGION
           EVALUATE WS-BRCHK-STATUS
               WHEN 'U'
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING 'BRANCH ' WS-BRCHK-CODE
                       ' IS NOT ON BRMASTER.DAT'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM NOTE-LINE-ERROR
               WHEN 'I'
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING 'BRANCH ' WS-BRCHK-CODE
                       ' IS INACTIVE ON BRMASTER.DAT'
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM NOTE-LINE-WARNING
               WHEN 'N'
                   MOVE 'N' TO WS-BRANCHES-CHECKED
           END-EVALUATE.

      *> ------------------- common judging -------------------

      *> A single-line parm's first line, or spaces when the file
      *> is missing or empty.
       LOAD-SINGLE-LINE-PARM.
           PERFORM OPEN-PARM-FILE
           IF WS-PARM-ON-FILE = 'Y'
               PERFORM READ-PARM-LINE
               CLOSE PARM-FILE
           END-IF.

       OPEN-PARM-FILE.
           MOVE WS-PARM-NAME TO WS-FILE-COLUMN
           MOVE 0 TO WS-MSG-COUNT
           MOVE 0 TO WS-LINE-NUMBER
           MOVE SPACES TO WS-PARM-LINE
           MOVE 'N' TO WS-PARM-ON-FILE
           MOVE 'N' TO WS-PARM-EOF
           MOVE 'N' TO WS-MULTI-LINE
           OPEN INPUT PARM-FILE
           EVALUATE WS-PARM-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-PARM-ON-FILE
                   ADD 1 TO WS-FILE-COUNT
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING 'FILE WILL NOT OPEN - STATUS '
                       WS-PARM-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM NOTE-LINE-ERROR
           END-EVALUATE.

       READ-PARM-LINE.
           MOVE SPACES TO WS-PARM-LINE
           READ PARM-FILE INTO WS-PARM-LINE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF
                   MOVE SPACES TO WS-PARM-LINE
               NOT AT END
                   ADD 1 TO WS-LINE-NUMBER
           END-READ.

       START-SETTING.
           MOVE SPACES TO WS-SET-VALUE
           MOVE 'FILE' TO WS-SET-SOURCE
           MOVE 'OK' TO WS-SET-CHECK.

       SHOW-SETTING.
           MOVE WS-FILE-COLUMN TO WS-RS-FILE
           MOVE WS-SET-NAME TO WS-RS-NAME
           MOVE WS-SET-VALUE TO WS-RS-VALUE
           MOVE WS-SET-SOURCE TO WS-RS-SOURCE
           MOVE WS-SET-CHECK TO WS-RS-CHECK
           WRITE PARM-REPORT-RECORD FROM WS-RPT-SETTING
           MOVE SPACES TO WS-FILE-COLUMN.

      *> The file's errors and warnings, after its settings.
       END-PARM-FILE.
           PERFORM VARYING WS-MSG-SUB FROM 1 BY 1
                   UNTIL WS-MSG-SUB > WS-MSG-COUNT
               MOVE WS-MSG-SEVERITY (WS-MSG-SUB) TO WS-RM-SEVERITY
               MOVE WS-MSG-LINE (WS-MSG-SUB) TO WS-RM-TEXT
               WRITE PARM-REPORT-RECORD FROM WS-RPT-MESSAGE
           END-PERFORM.

      *> Judges WS-PARM-LINE (WS-FLD-START:WS-FLD-LENGTH) against
      *> WS-FLD-MIN and WS-FLD-MAX: 'B' blank, 'X' not numeric, 'R'
      *> out of range, 'G' good.
       CHECK-NUMBER-FIELD.
           MOVE 0 TO WS-FLD-NUMBER
           EVALUATE TRUE
               WHEN WS-PARM-LINE (WS-FLD-START:WS-FLD-LENGTH) = SPACES
                   MOVE 'B' TO WS-FLD-STATE
               WHEN WS-PARM-LINE (WS-FLD-START:WS-FLD-LENGTH)
                       NOT NUMERIC
                   MOVE 'X' TO WS-FLD-STATE
               WHEN OTHER
                   MOVE WS-PARM-LINE (WS-FLD-START:WS-FLD-LENGTH)
                       TO WS-FLD-NUMBER
                   IF WS-FLD-NUMBER < WS-FLD-MIN
                           OR WS-FLD-NUMBER > WS-FLD-MAX
                       MOVE 'R' TO WS-FLD-STATE
                   ELSE
                       MOVE 'G' TO WS-FLD-STATE
                   END-IF
           END-EVALUATE.

      *> One numeric setting: blank takes WS-DEFAULT-TEXT, anything
      *> the program would not read as written is an error.
       CHECK-NUMBER-SETTING.
           PERFORM START-SETTING
           PERFORM CHECK-NUMBER-FIELD
           IF WS-FLD-STATE = 'B'
               MOVE WS-DEFAULT-TEXT TO WS-SET-VALUE
               MOVE 'DEFAULT' TO WS-SET-SOURCE
           ELSE
               IF WS-FLD-DECIMALS = 2 AND WS-FLD-STATE NOT = 'X'
                   COMPUTE WS-EDIT-AMOUNT = WS-FLD-NUMBER / 100
                   MOVE WS-EDIT-AMOUNT TO WS-SET-VALUE
               ELSE
                   MOVE WS-PARM-LINE (WS-FLD-START:WS-FLD-LENGTH)
                       TO WS-SET-VALUE
               END-IF
           END-IF
           EVALUATE WS-FLD-STATE
               WHEN 'X'
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-SET-NAME DELIMITED BY '  '
                       ' IS NOT NUMERIC' DELIMITED BY SIZE
                       INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM FLAG-ERROR
               WHEN 'R'
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING WS-SET-NAME DELIMITED BY '  '
                       ' IS NOT ' DELIMITED BY SIZE
                       WS-RANGE-TEXT DELIMITED BY '  '
                       INTO WS-MSG-TEXT
                   END-STRING
                   PERFORM FLAG-ERROR
               WHEN 'G'
                   IF WS-FLD-CAP > 0 AND WS-FLD-NUMBER > WS-FLD-CAP
                       MOVE WS-FLD-CAP TO WS-CAP-TEXT
                       MOVE SPACES TO WS-MSG-TEXT
                       STRING WS-SET-NAME DELIMITED BY '  '
                           ' IS CAPPED AT' DELIMITED BY SIZE
                           WS-CAP-TEXT DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                       END-STRING
                       PERFORM FLAG-WARNING
                   END-IF
           END-EVALUATE
           MOVE 0 TO WS-FLD-CAP
           PERFORM SHOW-SETTING.

      *> A YYYYMM month at WS-FLD-START; blank or zero takes the
      *> program's default month.
       CHECK-MONTH-SETTING.
           PERFORM START-SETTING
           EVALUATE TRUE
               WHEN WS-PARM-LINE (WS-FLD-START:6) = SPACES
                   OR WS-PARM-LINE (WS-FLD-START:6) = '000000'
                   MOVE WS-DEFAULT-TEXT TO WS-SET-VALUE
                   MOVE 'DEFAULT' TO WS-SET-SOURCE
               WHEN OTHER
                   MOVE WS-PARM-LINE (WS-FLD-START:6) TO WS-SET-VALUE
                   MOVE WS-PARM-LINE (WS-FLD-START:6)
                       TO WS-CHECK-DATE (1:6)
                   MOVE '01' TO WS-CHECK-DATE (7:2)
                   PERFORM VALIDATE-CALENDAR-DATE
                   IF WS-DATE-VALID = 'N'
                       MOVE SPACES TO WS-MSG-TEXT
                       STRING WS-SET-NAME DELIMITED BY '  '
                           ' IS NOT A YYYYMM MONTH' DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                       END-STRING
                       PERFORM FLAG-ERROR
                   END-IF
           END-EVALUATE
           PERFORM SHOW-SETTING.

      *> A YYYYMMDD date at WS-FLD-START; blank or zero takes the
      *> program's default date.
       CHECK-DATE-SETTING.
           PERFORM START-SETTING
           EVALUATE TRUE
               WHEN WS-PARM-LINE (WS-FLD-START:8) = SPACES
                   OR WS-PARM-LINE (WS-FLD-START:8) = '00000000'
                   MOVE WS-DEFAULT-TEXT TO WS-SET-VALUE
                   MOVE 'DEFAULT' TO WS-SET-SOURCE
               WHEN OTHER
                   MOVE WS-PARM-LINE (WS-FLD-START:8) TO WS-SET-VALUE
                   MOVE WS-PARM-LINE (WS-FLD-START:8) TO WS-CHECK-DATE
                   PERFORM VALIDATE-CALENDAR-DATE
                   IF WS-DATE-VALID = 'N'
                       MOVE SPACES TO WS-MSG-TEXT
                       STRING WS-SET-NAME DELIMITED BY '  '
                           ' IS NOT A YYYYMMDD DATE' DELIMITED BY SIZE
                           INTO WS-MSG-TEXT
                       END-STRING
                       PERFORM FLAG-ERROR
                   END-IF
           END-EVALUATE
           PERFORM SHOW-SETTING.

      *> Anything past the layout's last column is ignored by the
      *> program - usually a field keyed one column off.
       CHECK-TRAILING-DATA.
           IF WS-PARM-LINE (WS-FLD-START:) NOT = SPACES
               MOVE WS-FLD-START TO WS-COLUMN-TEXT
               MOVE SPACES TO WS-MSG-TEXT
               STRING 'DATA FROM COLUMN ' WS-COLUMN-TEXT
                   ' ON IS PAST THE LAYOUT AND IGNORED'
                   DELIMITED BY SIZE INTO WS-MSG-TEXT
               END-STRING
               PERFORM NOTE-LINE-ERROR
           END-IF.

      *> A setting's error or warning - marked on its line, listed
      *> under the file, and each error logged.
       FLAG-ERROR.
           MOVE 'ERROR' TO WS-SET-CHECK
           PERFORM NOTE-LINE-ERROR.

       FLAG-WARNING.
           MOVE 'WARN' TO WS-SET-CHECK
           PERFORM NOTE-LINE-WARNING.

       NOTE-LINE-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           IF WS-MSG-COUNT < 30
               ADD 1 TO WS-MSG-COUNT
               MOVE 'ERROR   ' TO WS-MSG-SEVERITY (WS-MSG-COUNT)
               PERFORM ADD-LINE-NUMBER
           END-IF
           MOVE 'E' TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING WS-PARM-NAME DELIMITED BY SPACE
               ' ' WS-MSG-TEXT DELIMITED BY SIZE
               INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG.

       NOTE-LINE-WARNING.
           ADD 1 TO WS-WARNING-COUNT
           IF WS-MSG-COUNT < 30
               ADD 1 TO WS-MSG-COUNT
               MOVE 'WARNING ' TO WS-MSG-SEVERITY (WS-MSG-COUNT)
               PERFORM ADD-LINE-NUMBER
           END-IF.

      *> On a multi-line file the message says which line.
       ADD-LINE-NUMBER.
           IF WS-MULTI-LINE = 'Y' AND WS-PARM-EOF = 'N'
               MOVE SPACES TO WS-MSG-LINE (WS-MSG-COUNT)
               MOVE WS-LINE-NUMBER TO WS-EDIT-COUNT
               STRING 'LINE ' WS-EDIT-COUNT ': ' WS-MSG-TEXT
                   DELIMITED BY SIZE INTO WS-MSG-LINE (WS-MSG-COUNT)
               END-STRING
           ELSE
               MOVE WS-MSG-TEXT TO WS-MSG-LINE (WS-MSG-COUNT)
           END-IF.

       VALIDATE-CALENDAR-DATE.
           MOVE 'N' TO WS-DATE-VALID
           IF WS-CHECK-DATE NOT NUMERIC
               CONTINUE
           ELSE
               IF WS-CHECK-YEAR < 1601 OR WS-CHECK-MONTH < 1
                       OR WS-CHECK-MONTH > 12 OR WS-CHECK-DAY < 1
                   CONTINUE
               ELSE
                   PERFORM SET-DAYS-IN-MONTH
                   IF WS-CHECK-DAY <= WS-DAYS-IN-MONTH
                       MOVE 'Y' TO WS-DATE-VALID
                   END-IF
               END-IF
           END-IF.

       SET-DAYS-IN-MONTH.
           EVALUATE WS-CHECK-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   COMPUTE WS-LEAP-REMAINDER =
                       FUNCTION MOD(WS-CHECK-YEAR, 4)
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                       COMPUTE WS-LEAP-REMAINDER =
                           FUNCTION MOD(WS-CHECK-YEAR, 100)
                       IF WS-LEAP-REMAINDER = 0
                           COMPUTE WS-LEAP-REMAINDER =
                               FUNCTION MOD(WS-CHECK-YEAR, 400)
                           IF WS-LEAP-REMAINDER NOT = 0
                               MOVE 28 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'PARMCHK ABEND: OPEN FAILED FOR '
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
