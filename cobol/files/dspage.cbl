       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPAGE.
      *> Open dispute cases report. Every case on dispute.dat not yet
      *> decided (DSP-IS-ACTIVE - open, or open with provisional
      *> credit given) is listed with the days it is past its due
      *> date, and the cases are bucketed against their due dates -
      *> not yet due, 1-7 days overdue, 8-30, over 30 - with counts,
      *> disputed value and the provisional credit outstanding on
      *> them. The step ends with RETURN-CODE 4 when any case is
      *> past due, so the job stream surfaces it the way AGERPT
      *> surfaces stale queue items. Case lines carry the branch
      *> routing tag (rptroute.cpy) so DISTRPT can send each branch
      *> its own disputes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO 'dispute.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT DSP-REPORT ASSIGN TO 'dspage.rpt'
               FILE STATUS IS WS-DSP-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           COPY dispute.

       FD  DSP-REPORT.
       01  DSP-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-TODAY              PIC 9(8).
       01 WS-TODAY-INTEGER      PIC S9(9) VALUE 0.
       01 WS-DAYS-PAST-DUE      PIC S9(9) VALUE 0.
       01 WS-BUCKET             PIC 9(1) VALUE 0.
       01 WS-BUCKET-SUB         PIC 9(1).
       01 WS-OPEN-COUNT         PIC 9(6) VALUE 0.
       01 WS-OVERDUE-COUNT      PIC 9(6) VALUE 0.

      *> Bucket 1 not yet due, 2 = 1-7 days overdue, 3 = 8-30,
      *> 4 = over 30.
       01 WS-BUCKET-NAMES.
           05  FILLER            PIC X(12) VALUE 'NOT YET DUE'.
           05  FILLER            PIC X(12) VALUE 'OVERDUE 1-7'.
           05  FILLER            PIC X(12) VALUE 'OVERDUE 8-30'.
           05  FILLER            PIC X(12) VALUE 'OVER 30'.
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05  WS-BUCKET-NAME   OCCURS 4 TIMES PIC X(12).

       01 WS-BUCKETS.
           05  WS-BKT-ENTRY     OCCURS 4 TIMES.
               10  WS-BKT-COUNT     PIC 9(6).
               10  WS-BKT-VALUE     PIC S9(11)V99 COMP-3.
               10  WS-BKT-PROV      PIC S9(11)V99 COMP-3.

       01 WS-DISPUTE-STATUS     PIC XX VALUE '00'.
       01 WS-DSP-REPORT-STATUS  PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - the run's outcome goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'DSPAGE'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

      *> Columns 77-80 carry the DISTRPT routing tag (rptroute.cpy):
      *> the heading and column titles 'H', section titles 'S', each
      *> case 'B' and its branch; the bucket summary carries none.
       01 WS-RPT-HEADER.
           05  FILLER            PIC X(29) VALUE
               'OPEN DISPUTE CASES AS AT     '.
           05  WS-HDR-DATE       PIC 9(8).
           05  FILLER            PIC X(39) VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'H'.

       01 WS-RPT-COLS.
           05  FILLER            PIC X(38) VALUE
               'CASE   OPENED   DUE       LATE S BR  C'.
           05  FILLER            PIC X(38) VALUE
               'CY     DISPUTED  PROV CREDIT ACCOUNT  '.
           05  FILLER            PIC X(4)  VALUE 'H'.

       01 WS-SECTION-TITLE.
           05  WS-SEC-TEXT       PIC X(76).
           05  FILLER            PIC X(4)  VALUE 'S'.

       01 WS-CASE-LINE.
           05  WS-CL-CASE-NO     PIC 9(6).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-CL-OPENED      PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-CL-DUE         PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-CL-PAST-DUE    PIC Z(4)9.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-CL-STATUS      PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-CL-BRANCH      PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-CL-CURRENCY    PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-CL-AMOUNT      PIC Z(8)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-CL-PROV        PIC Z(8)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-CL-ACCOUNT     PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  FILLER            PIC X(1)  VALUE 'B'.
           05  WS-CL-ROUTE       PIC X(3).

       01 WS-BUCKET-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-BL-NAME        PIC X(12).
           05  FILLER            PIC X(7)  VALUE ' CASES '.
           05  WS-BL-COUNT       PIC Z(5)9.
           05  FILLER            PIC X(11) VALUE '  DISPUTED '.
           05  WS-BL-VALUE       PIC -(11)9.99.
           05  FILLER            PIC X(7)  VALUE '  PROV '.
           05  WS-BL-PROV        PIC -(11)9.99.
           05  FILLER            PIC X(5)  VALUE SPACES.

       01 WS-BLANK-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
           INITIALIZE WS-BUCKETS
           OPEN OUTPUT DSP-REPORT
           IF WS-DSP-REPORT-STATUS NOT = '00'
               MOVE 'DSP-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-DSP-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-TODAY TO WS-HDR-DATE
           WRITE DSP-REPORT-RECORD FROM WS-RPT-HEADER
           WRITE DSP-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE DSP-REPORT-RECORD FROM WS-RPT-COLS
      *> No dispute.dat simply means no cases have been opened.
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-CASE-FOR-AGE
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE DISPUTE-FILE
           END-IF
           PERFORM WRITE-BUCKET-SUMMARY
           CLOSE DSP-REPORT
           DISPLAY 'DSPAGE: ' WS-OPEN-COUNT ' open cases, '
               WS-OVERDUE-COUNT ' past due'
           MOVE SPACES TO WS-LOG-MESSAGE
           IF WS-OVERDUE-COUNT > 0
               MOVE 'W' TO WS-LOG-SEVERITY
           END-IF
           STRING 'OPEN DISPUTES ' WS-OPEN-COUNT ' PAST DUE '
               WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           IF WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-CASE-FOR-AGE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF DSP-IS-ACTIVE
                       PERFORM AGE-ONE-CASE
                   END-IF
           END-READ.

      *> A case with a malformed due date ages as over 30 - a case
      *> nobody can say is on time should nag loudest.
       AGE-ONE-CASE.
           ADD 1 TO WS-OPEN-COUNT
           IF DSP-DUE-DATE NOT NUMERIC OR DSP-DUE-DATE = 0
               MOVE 99999 TO WS-DAYS-PAST-DUE
           ELSE
               COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(DSP-DUE-DATE)
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 0
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 7
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE
           IF WS-BUCKET > 1
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           ADD 1 TO WS-BKT-COUNT (WS-BUCKET)
           ADD DSP-AMOUNT TO WS-BKT-VALUE (WS-BUCKET)
           ADD DSP-PROV-AMOUNT TO WS-BKT-PROV (WS-BUCKET)
           MOVE DSP-CASE-NO TO WS-CL-CASE-NO
           MOVE DSP-OPENED-DATE TO WS-CL-OPENED
           MOVE DSP-DUE-DATE TO WS-CL-DUE
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE > 99999
                   MOVE 99999 TO WS-CL-PAST-DUE
               WHEN WS-DAYS-PAST-DUE > 0
                   MOVE WS-DAYS-PAST-DUE TO WS-CL-PAST-DUE
               WHEN OTHER
                   MOVE 0 TO WS-CL-PAST-DUE
           END-EVALUATE
           MOVE DSP-STATUS TO WS-CL-STATUS
           MOVE DSP-BRANCH-CODE TO WS-CL-BRANCH
           MOVE DSP-BRANCH-CODE TO WS-CL-ROUTE
           MOVE DSP-CURRENCY-CODE TO WS-CL-CURRENCY
           MOVE DSP-AMOUNT TO WS-CL-AMOUNT
           MOVE DSP-PROV-AMOUNT TO WS-CL-PROV
           MOVE DSP-ACCOUNT-NO TO WS-CL-ACCOUNT
           WRITE DSP-REPORT-RECORD FROM WS-CASE-LINE.

       WRITE-BUCKET-SUMMARY.
           WRITE DSP-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'AGED AGAINST DUE DATE' TO WS-SEC-TEXT
           WRITE DSP-REPORT-RECORD FROM WS-SECTION-TITLE
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO WS-BL-NAME
               MOVE WS-BKT-COUNT (WS-BUCKET-SUB) TO WS-BL-COUNT
               MOVE WS-BKT-VALUE (WS-BUCKET-SUB) TO WS-BL-VALUE
               MOVE WS-BKT-PROV (WS-BUCKET-SUB) TO WS-BL-PROV
               WRITE DSP-REPORT-RECORD FROM WS-BUCKET-LINE
           END-PERFORM.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'DSPAGE ABEND: OPEN FAILED FOR '
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
