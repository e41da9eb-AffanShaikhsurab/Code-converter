       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSUM.
      *> Outcome of internal audit's samples: every item AUDSAMP drew
      *> (audsamp.dat) with its latest result recorded through
      *> AUDRES (audres.dat) - who tested it and when - and for each
      *> sample the items tested, the exceptions, those still
      *> outstanding, the exception rate, and the misstatement
      *> found. For a monetary-unit sample the misstatement is also
      *> projected across the population: an item at least one
      *> interval in value was certain to be selected and counts at
      *> its actual misstatement; a smaller one stands for a whole
      *> interval, at its misstatement's proportion of its book
      *> value. A sample is COMPLETE once every item has a result.
      *> audsum.parm names one sample; blank or absent reports them
      *> all. RC 4 when any reported sample has an exception.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUM-PARM-FILE ASSIGN TO 'audsum.parm'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-PARM-STATUS.
           SELECT SAMPLE-FILE ASSIGN TO 'audsamp.dat'
               FILE STATUS IS WS-SAMPLE-STATUS.
           SELECT RESULT-FILE ASSIGN TO 'audres.dat'
               FILE STATUS IS WS-RESULT-STATUS.
           SELECT SUM-REPORT ASSIGN TO 'audsum.rpt'
               FILE STATUS IS WS-SUM-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUM-PARM-FILE.
       01  SUM-PARM-RECORD.
           05  AUP-SAMPLE-ID        PIC X(8).

       FD  SAMPLE-FILE.
       01  SAMPLE-RECORD.
           COPY audsamp.

       FD  RESULT-FILE.
       01  RESULT-RECORD.
           COPY audres.

       FD  SUM-REPORT.
       01  SUM-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-WANTED-ID          PIC X(8) VALUE SPACES.
       01 WS-IN-SAMPLE          PIC X VALUE 'N'.
       01 WS-SAMPLES-REPORTED   PIC 9(4) VALUE 0.
       01 WS-ANY-EXCEPTION      PIC X VALUE 'N'.
       01 WS-RES-FOUND          PIC X VALUE 'N'.

      *> The latest result for each sample item - audres.dat is in
      *> the order results were recorded, so a later one replaces an
      *> earlier one for the same item.
       01 WS-RES-COUNT          PIC 9(5) VALUE 0.
       01 WS-RES-TABLE.
           05  WS-RES-ENTRY     OCCURS 10000 TIMES
                                 INDEXED BY WS-RES-IDX.
               10  WS-RES-SAMPLE-ID PIC X(8).
               10  WS-RES-ITEM-NO   PIC 9(4).
               10  WS-RES-RESULT    PIC X(1).
               10  WS-RES-MISSTATEMENT PIC S9(9)V99 COMP-3.
               10  WS-RES-TESTED-BY PIC X(8).
               10  WS-RES-DATE      PIC 9(8).

      *> The sample being reported.
       01 WS-CUR-SAMPLE-ID      PIC X(8) VALUE SPACES.
       01 WS-CUR-METHOD         PIC X(1) VALUE SPACES.
       01 WS-CUR-INTERVAL       PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-CUR-POP-VALUE      PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-ITEM-COUNT         PIC 9(4) VALUE 0.
       01 WS-TESTED-COUNT       PIC 9(4) VALUE 0.
       01 WS-EXCEPTION-COUNT    PIC 9(4) VALUE 0.
       01 WS-OUTSTANDING-COUNT  PIC 9(4) VALUE 0.
       01 WS-BOOK-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-MISSTATED-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-PROJECTED-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-EXCEPTION-RATE     PIC 9(3)V99 VALUE 0.

       01 WS-SUM-PARM-STATUS    PIC XX VALUE '00'.
       01 WS-SAMPLE-STATUS      PIC XX VALUE '00'.
       01 WS-RESULT-STATUS      PIC XX VALUE '00'.
       01 WS-SUM-REPORT-STATUS  PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - every key event goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'AUDSUM'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(32) VALUE
               'AUDIT SAMPLE RESULTS SUMMARY'.
           05  FILLER            PIC X(9)  VALUE 'RUN DATE '.
           05  WS-HDR-RUN-DATE   PIC 9(8).
           05  FILLER            PIC X(31) VALUE SPACES.

       01 WS-RPT-SAMPLE.
           05  FILLER            PIC X(7)  VALUE 'SAMPLE '.
           05  WS-SMP-ID         PIC X(8).
           05  FILLER            PIC X(8)  VALUE '  DRAWN '.
           05  WS-SMP-DRAWN      PIC 9(8).
           05  FILLER            PIC X(9)  VALUE '  PERIOD '.
           05  WS-SMP-FROM       PIC 9(8).
           05  FILLER            PIC X(3)  VALUE ' - '.
           05  WS-SMP-TO         PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-SMP-METHOD     PIC X(13).
           05  FILLER            PIC X(6)  VALUE SPACES.

       01 WS-RPT-COLUMNS.
           05  FILLER            PIC X(40) VALUE
               'ITEM POSTED   BATCH BR  CCY   BOOK VALUE'.
           05  FILLER            PIC X(40) VALUE
               ' RESULT  MISSTATEMENT BY       DATE'.

       01 WS-RPT-ITEM.
           05  WS-ITM-NO         PIC 9(4).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-ITM-DATE       PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-ITM-BATCH      PIC 9(4).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-ITM-BRANCH     PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-ITM-CURRENCY   PIC X(4).
           05  WS-ITM-BOOK       PIC Z(8)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-ITM-RESULT     PIC X(9).
           05  WS-ITM-MISSTATED  PIC -(8)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-ITM-BY         PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-ITM-TESTED     PIC 9(8).

       01 WS-RPT-COUNTS.
           05  FILLER            PIC X(8)  VALUE '  ITEMS '.
           05  WS-CNT-ITEMS      PIC Z(3)9.
           05  FILLER            PIC X(9)  VALUE '  TESTED '.
           05  WS-CNT-TESTED     PIC Z(3)9.
           05  FILLER            PIC X(13) VALUE '  EXCEPTIONS '.
           05  WS-CNT-EXCEPTIONS PIC Z(3)9.
           05  FILLER            PIC X(14) VALUE '  OUTSTANDING '.
           05  WS-CNT-OUTSTANDING PIC Z(3)9.
           05  FILLER            PIC X(20) VALUE SPACES.

       01 WS-RPT-VALUES.
           05  FILLER            PIC X(17) VALUE '  EXCEPTION RATE '.
           05  WS-VAL-RATE       PIC ZZ9.99.
           05  FILLER            PIC X(14) VALUE '%  BOOK VALUE '.
           05  WS-VAL-BOOK       PIC -(11)9.99.
           05  FILLER            PIC X(28) VALUE SPACES.

       01 WS-RPT-MISSTATED.
           05  FILLER            PIC X(25) VALUE
               '  MISSTATEMENT FOUND     '.
           05  WS-MIS-FOUND      PIC -(11)9.99.
           05  FILLER            PIC X(40) VALUE SPACES.

       01 WS-RPT-PROJECTED.
           05  FILLER            PIC X(25) VALUE
               '  PROJECTED MISSTATEMENT '.
           05  WS-MIS-PROJECTED  PIC -(11)9.99.
           05  FILLER            PIC X(11) VALUE '  INTERVAL '.
           05  WS-MIS-INTERVAL   PIC Z(8)9.99.
           05  FILLER            PIC X(17) VALUE SPACES.

       01 WS-RPT-STATUS.
           05  FILLER            PIC X(10) VALUE '  STATUS  '.
           05  WS-STA-TEXT       PIC X(70).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-SUM-PARM
           PERFORM LOAD-RESULTS
           OPEN INPUT SAMPLE-FILE
           IF WS-SAMPLE-STATUS NOT = '00'
               MOVE 'SAMPLE-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-SAMPLE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           OPEN OUTPUT SUM-REPORT
           IF WS-SUM-REPORT-STATUS NOT = '00'
               MOVE 'SUM-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-SUM-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           WRITE SUM-REPORT-RECORD FROM WS-RPT-HEADER
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-SAMPLE-FILE
               UNTIL WS-END-OF-FILE = 'Y'
           IF WS-IN-SAMPLE = 'Y'
               PERFORM WRITE-SAMPLE-SUMMARY
           END-IF
           CLOSE SAMPLE-FILE
           CLOSE SUM-REPORT
           IF WS-SAMPLES-REPORTED = 0
               DISPLAY 'AUDSUM: no sample ' WS-WANTED-ID
                   ' on audsamp.dat'
               MOVE 'W' TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING 'NO SAMPLE ' WS-WANTED-ID ' ON AUDSAMP.DAT'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'AUDSUM: ' WS-SAMPLES-REPORTED ' samples reported'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'SAMPLES REPORTED ' WS-SAMPLES-REPORTED
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           IF WS-ANY-EXCEPTION = 'Y'
               MOVE 'W' TO WS-LOG-SEVERITY
               MOVE 'EXCEPTIONS FOUND' TO WS-LOG-MESSAGE (23:16)
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-ANY-EXCEPTION = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-SUM-PARM.
           OPEN INPUT SUM-PARM-FILE
           IF WS-SUM-PARM-STATUS = '00'
               READ SUM-PARM-FILE
                   AT END
                       MOVE SPACES TO SUM-PARM-RECORD
               END-READ
               MOVE AUP-SAMPLE-ID TO WS-WANTED-ID
               CLOSE SUM-PARM-FILE
           END-IF.

      *> No audres.dat yet just means nothing has been tested.
       LOAD-RESULTS.
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-RESULT-FILE
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE RESULT-FILE
           END-IF.

       READ-RESULT-FILE.
           READ RESULT-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF WS-WANTED-ID = SPACES
                       OR ARS-SAMPLE-ID = WS-WANTED-ID
                       PERFORM NOTE-RESULT
                   END-IF
           END-READ.

       NOTE-RESULT.
           MOVE 'N' TO WS-RES-FOUND
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-COUNT
                       OR WS-RES-FOUND = 'Y'
               IF WS-RES-SAMPLE-ID (WS-RES-IDX) = ARS-SAMPLE-ID
                   AND WS-RES-ITEM-NO (WS-RES-IDX) = ARS-ITEM-NO
                   MOVE 'Y' TO WS-RES-FOUND
               END-IF
           END-PERFORM
           IF WS-RES-FOUND = 'Y'
               SET WS-RES-IDX DOWN BY 1
           ELSE
               IF WS-RES-COUNT >= 10000
                   DISPLAY 'AUDSUM ABEND: more than 10000 '
                       'sample items with results'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RES-COUNT
               SET WS-RES-IDX TO WS-RES-COUNT
               MOVE ARS-SAMPLE-ID TO WS-RES-SAMPLE-ID (WS-RES-IDX)
               MOVE ARS-ITEM-NO TO WS-RES-ITEM-NO (WS-RES-IDX)
           END-IF
           MOVE ARS-RESULT TO WS-RES-RESULT (WS-RES-IDX)
           MOVE ARS-MISSTATEMENT TO WS-RES-MISSTATEMENT (WS-RES-IDX)
           MOVE ARS-TESTED-BY TO WS-RES-TESTED-BY (WS-RES-IDX)
           MOVE ARS-DATE TO WS-RES-DATE (WS-RES-IDX).

       READ-SAMPLE-FILE.
           READ SAMPLE-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF ASM-IS-HEADER
                       IF WS-IN-SAMPLE = 'Y'
                           PERFORM WRITE-SAMPLE-SUMMARY
                       END-IF
                       MOVE 'N' TO WS-IN-SAMPLE
                       IF WS-WANTED-ID = SPACES
                           OR ASM-SAMPLE-ID = WS-WANTED-ID
                           PERFORM START-SAMPLE
                       END-IF
                   ELSE
                       IF WS-IN-SAMPLE = 'Y'
                           PERFORM REPORT-ONE-ITEM
                       END-IF
                   END-IF
           END-READ.

       START-SAMPLE.
           MOVE 'Y' TO WS-IN-SAMPLE
           ADD 1 TO WS-SAMPLES-REPORTED
           MOVE ASM-SAMPLE-ID TO WS-CUR-SAMPLE-ID
           MOVE ASM-METHOD TO WS-CUR-METHOD
           MOVE ASM-INTERVAL TO WS-CUR-INTERVAL
           MOVE ASM-POP-VALUE TO WS-CUR-POP-VALUE
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-TESTED-COUNT
           MOVE 0 TO WS-EXCEPTION-COUNT
           MOVE 0 TO WS-OUTSTANDING-COUNT
           MOVE 0 TO WS-BOOK-TOTAL
           MOVE 0 TO WS-MISSTATED-TOTAL
           MOVE 0 TO WS-PROJECTED-TOTAL
           MOVE SPACES TO SUM-REPORT-RECORD
           WRITE SUM-REPORT-RECORD
           MOVE ASM-SAMPLE-ID TO WS-SMP-ID
           MOVE ASM-DRAWN-DATE TO WS-SMP-DRAWN
           MOVE ASM-FROM-DATE TO WS-SMP-FROM
           MOVE ASM-TO-DATE TO WS-SMP-TO
           IF ASM-IS-MUS
               MOVE 'MONETARY UNIT' TO WS-SMP-METHOD
           ELSE
               MOVE 'RANDOM' TO WS-SMP-METHOD
           END-IF
           WRITE SUM-REPORT-RECORD FROM WS-RPT-SAMPLE
           WRITE SUM-REPORT-RECORD FROM WS-RPT-COLUMNS.

       REPORT-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           ADD ASM-BOOK-VALUE TO WS-BOOK-TOTAL
           MOVE ASM-ITEM-NO TO WS-ITM-NO
           MOVE ASM-BUSINESS-DATE TO WS-ITM-DATE
           MOVE ASM-BATCH TO WS-ITM-BATCH
           MOVE ASM-BRANCH TO WS-ITM-BRANCH
           IF ASM-CURRENCY = SPACES
               MOVE 'BASE' TO WS-ITM-CURRENCY
           ELSE
               MOVE ASM-CURRENCY TO WS-ITM-CURRENCY
           END-IF
           MOVE ASM-BOOK-VALUE TO WS-ITM-BOOK
           MOVE 'N' TO WS-RES-FOUND
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-COUNT
                       OR WS-RES-FOUND = 'Y'
               IF WS-RES-SAMPLE-ID (WS-RES-IDX) = ASM-SAMPLE-ID
                   AND WS-RES-ITEM-NO (WS-RES-IDX) = ASM-ITEM-NO
                   MOVE 'Y' TO WS-RES-FOUND
               END-IF
           END-PERFORM
           IF WS-RES-FOUND = 'Y'
               SET WS-RES-IDX DOWN BY 1
               ADD 1 TO WS-TESTED-COUNT
               MOVE WS-RES-MISSTATEMENT (WS-RES-IDX)
                   TO WS-ITM-MISSTATED
               MOVE WS-RES-TESTED-BY (WS-RES-IDX) TO WS-ITM-BY
               MOVE WS-RES-DATE (WS-RES-IDX) TO WS-ITM-TESTED
               IF WS-RES-RESULT (WS-RES-IDX) = 'E'
                   MOVE ' EXCEPTN' TO WS-ITM-RESULT
                   PERFORM ADD-ITEM-MISSTATEMENT
               ELSE
                   MOVE ' TESTED' TO WS-ITM-RESULT
               END-IF
           ELSE
               ADD 1 TO WS-OUTSTANDING-COUNT
               MOVE ' OPEN' TO WS-ITM-RESULT
               MOVE 0 TO WS-ITM-MISSTATED
               MOVE SPACES TO WS-ITM-BY
               MOVE 0 TO WS-ITM-TESTED
           END-IF
           WRITE SUM-REPORT-RECORD FROM WS-RPT-ITEM.

      *> Monetary-unit projection: an item of at least one interval
      *> was bound to be selected and stands only for itself; a
      *> smaller one stands for the whole interval it was drawn
      *> from, at the same proportion of misstatement.
       ADD-ITEM-MISSTATEMENT.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE 'Y' TO WS-ANY-EXCEPTION
           ADD WS-RES-MISSTATEMENT (WS-RES-IDX) TO WS-MISSTATED-TOTAL
           IF WS-CUR-METHOD = 'M'
               IF ASM-BOOK-VALUE NOT < WS-CUR-INTERVAL
                   OR ASM-BOOK-VALUE NOT > 0
                   ADD WS-RES-MISSTATEMENT (WS-RES-IDX)
                       TO WS-PROJECTED-TOTAL
               ELSE
                   COMPUTE WS-PROJECTED-TOTAL ROUNDED =
                       WS-PROJECTED-TOTAL
                       + WS-RES-MISSTATEMENT (WS-RES-IDX)
                       * WS-CUR-INTERVAL / ASM-BOOK-VALUE
               END-IF
           END-IF.

       WRITE-SAMPLE-SUMMARY.
           MOVE SPACES TO SUM-REPORT-RECORD
           WRITE SUM-REPORT-RECORD
           MOVE WS-ITEM-COUNT TO WS-CNT-ITEMS
           MOVE WS-TESTED-COUNT TO WS-CNT-TESTED
           MOVE WS-EXCEPTION-COUNT TO WS-CNT-EXCEPTIONS
           MOVE WS-OUTSTANDING-COUNT TO WS-CNT-OUTSTANDING
           WRITE SUM-REPORT-RECORD FROM WS-RPT-COUNTS
           IF WS-TESTED-COUNT > 0
               COMPUTE WS-EXCEPTION-RATE ROUNDED =
                   WS-EXCEPTION-COUNT * 100 / WS-TESTED-COUNT
           ELSE
               MOVE 0 TO WS-EXCEPTION-RATE
           END-IF
           MOVE WS-EXCEPTION-RATE TO WS-VAL-RATE
           MOVE WS-BOOK-TOTAL TO WS-VAL-BOOK
           WRITE SUM-REPORT-RECORD FROM WS-RPT-VALUES
           MOVE WS-MISSTATED-TOTAL TO WS-MIS-FOUND
           WRITE SUM-REPORT-RECORD FROM WS-RPT-MISSTATED
           IF WS-CUR-METHOD = 'M'
               MOVE WS-PROJECTED-TOTAL TO WS-MIS-PROJECTED
               MOVE WS-CUR-INTERVAL TO WS-MIS-INTERVAL
               WRITE SUM-REPORT-RECORD FROM WS-RPT-PROJECTED
           END-IF
           IF WS-OUTSTANDING-COUNT = 0
               MOVE 'COMPLETE - EVERY ITEM HAS A RESULT'
                   TO WS-STA-TEXT
           ELSE
               MOVE 'OPEN - ITEMS STILL TO BE TESTED' TO WS-STA-TEXT
           END-IF
           WRITE SUM-REPORT-RECORD FROM WS-RPT-STATUS.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'AUDSUM ABEND: OPEN FAILED FOR '
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
