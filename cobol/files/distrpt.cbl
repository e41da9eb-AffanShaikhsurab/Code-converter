       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRPT.
      *> Report bursting and distribution. file1.rpt, file2.rpt,
      *> brstmt.rpt, file1reg.rpt, agerpt.rpt and dspage.rpt come
      *> out as one all-branch report each, and operations used to
      *> cut them up by hand every morning and mail each branch its
      *> pages. Every line of those reports now carries a routing
      *> tag in columns 77-80 (rptroute.cpy), and this program cuts
      *> them up instead:
      *> distlist.parm says which recipient gets which report for
      *> which branches, which regions, or the whole report, and
      *> each recipient's copy of each report is written to its own
      *> mailbox file, <recipient>.<report> - a branch's lines, or
      *> all the lines of every branch BRM-REGION places in a region
      *> plus the region's own lines, each under the headings they
      *> sat under. Every copy produced is appended to distrib.log
      *> with the report's own title line, so a branch's receipt of
      *> its statement can be proven afterwards; distrpt.rpt lists
      *> the run.
      *> distrib.parm says what this run distributes: 'DAILY' (or no
      *> parm) every distlist.parm entry marked for the daily run -
      *> the job stream's setting - or a report name, every entry
      *> for that one report, for the on-request reports (BRSTMT's
      *> month-end statements, a FILE1REG register) once they have
      *> been produced.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-LIST-FILE ASSIGN TO 'distlist.parm'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-LIST-STATUS.
           SELECT DIST-PARM-FILE ASSIGN TO 'distrib.parm'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-PARM-STATUS.
           SELECT DIST-INPUT ASSIGN TO DYNAMIC WS-INPUT-NAME
               FILE STATUS IS WS-DIST-INPUT-STATUS.
           SELECT DIST-OUTPUT ASSIGN TO DYNAMIC WS-OUTPUT-NAME
               FILE STATUS IS WS-DIST-OUTPUT-STATUS.
           SELECT DIST-LOG-FILE ASSIGN TO 'distrib.log'
               FILE STATUS IS WS-DIST-LOG-STATUS.
           SELECT DIST-REPORT ASSIGN TO 'distrpt.rpt'
               FILE STATUS IS WS-DIST-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One line per recipient, report and scope: scope 'B' one
      *> branch, 'R' one region, 'A' the whole report (code blank).
      *> A recipient given several branches or regions of the same
      *> report has a line for each, and gets them all in one copy.
      *> DST-WHEN 'D' (or blank) = distributed by the daily run, 'R'
      *> = only when distrib.parm asks for that report. A line
      *> starting '*' is a comment.
       FD  DIST-LIST-FILE.
       01  DIST-LIST-RECORD.
           05  DST-RECIPIENT        PIC X(8).
           05  DST-REPORT           PIC X(12).
           05  DST-SCOPE            PIC X(1).
           05  DST-CODE             PIC X(3).
           05  DST-WHEN             PIC X(1).
           05  FILLER               PIC X(55).

       FD  DIST-PARM-FILE.
       01  DIST-PARM-RECORD.
           05  DRP-REPORT           PIC X(12).

       FD  DIST-INPUT.
       01  DIST-INPUT-RECORD.
           COPY rptroute.

       FD  DIST-OUTPUT.
       01  DIST-OUTPUT-RECORD       PIC X(80).

       FD  DIST-LOG-FILE.
       01  DIST-LOG-RECORD.
           COPY distlog.

       FD  DIST-REPORT.
       01  DIST-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-RUN-TIME           PIC 9(8) VALUE 0.
       01 WS-DAILY-RUN          PIC X VALUE 'Y'.
       01 WS-SELECTED-REPORT    PIC X(12) VALUE SPACES.
       01 WS-INPUT-NAME         PIC X(24) VALUE SPACES.
       01 WS-OUTPUT-NAME        PIC X(24) VALUE SPACES.

      *> The reports that carry routing tags - nothing else can be
      *> burst, so nothing else is accepted on the list.
       01 WS-ROUTED-REPORTS.
           05  FILLER            PIC X(12) VALUE 'file1.rpt'.
           05  FILLER            PIC X(12) VALUE 'file2.rpt'.
           05  FILLER            PIC X(12) VALUE 'brstmt.rpt'.
           05  FILLER            PIC X(12) VALUE 'file1reg.rpt'.
           05  FILLER            PIC X(12) VALUE 'agerpt.rpt'.
           05  FILLER            PIC X(12) VALUE 'dspage.rpt'.
       01 WS-ROUTED-REPORT-TABLE REDEFINES WS-ROUTED-REPORTS.
           05  WS-ROUTED-REPORT OCCURS 6 TIMES PIC X(12).
       01 WS-REPORT-SUB         PIC 9(1).
       01 WS-REPORT-KNOWN       PIC X VALUE 'N'.

      *> One delivery per recipient and report - the copy that goes
      *> into one mailbox file - with every scope the list gives it.
       01 WS-DLV-COUNT          PIC 9(3) VALUE 0.
       01 WS-DLV-TABLE.
           05  WS-DLV-ENTRY     OCCURS 200 TIMES
                                 INDEXED BY WS-DLV-IDX.
               10  WS-DLV-RECIPIENT PIC X(8).
               10  WS-DLV-REPORT    PIC X(12).
               10  WS-DLV-ALL       PIC X(1).
               10  WS-DLV-SCOPES    PIC 9(2).
               10  WS-DLV-SCOPE     OCCURS 20 TIMES.
                   15  WS-DLV-KIND      PIC X(1).
                   15  WS-DLV-CODE      PIC X(3).
       01 WS-DLV-FOUND          PIC X VALUE 'N'.
       01 WS-SCOPE-SUB          PIC 9(2).
       01 WS-IN-SCOPE           PIC X VALUE 'N'.

      *> The heading lines seen last - a page heading, then the
      *> section heading under it - held until a line for this
      *> recipient turns up under them.
       01 WS-HEAD-COUNT         PIC 9(1) VALUE 0.
       01 WS-HEAD-PENDING       PIC X VALUE 'N'.
       01 WS-HEAD-TABLE.
           05  WS-HEAD-LINE     OCCURS 5 TIMES PIC X(80).
       01 WS-SECT-COUNT         PIC 9(1) VALUE 0.
       01 WS-SECT-PENDING       PIC X VALUE 'N'.
       01 WS-SECT-TABLE.
           05  WS-SECT-LINE     OCCURS 5 TIMES PIC X(80).
       01 WS-HOLD-SUB           PIC 9(1).
       01 WS-PRIOR-KIND         PIC X(1) VALUE SPACE.

       01 WS-REPORT-TITLE       PIC X(40) VALUE SPACES.
       01 WS-FIRST-LINE         PIC X VALUE 'Y'.
       01 WS-LINES-WRITTEN      PIC 9(6) VALUE 0.

       01 WS-LIST-ERRORS        PIC 9(4) VALUE 0.
       01 WS-PRODUCED-COUNT     PIC 9(4) VALUE 0.
       01 WS-NIL-COUNT          PIC 9(4) VALUE 0.
       01 WS-MISSING-COUNT      PIC 9(4) VALUE 0.

       01 WS-BRCHK-CODE         PIC X(3) VALUE SPACES.
       01 WS-BRCHK-STATUS       PIC X(1) VALUE '0'.
       01 WS-BRCHK-NAME         PIC X(20) VALUE SPACES.
       01 WS-BRCHK-REGION       PIC X(3) VALUE SPACES.

       01 WS-DIST-LIST-STATUS   PIC XX VALUE '00'.
       01 WS-DIST-PARM-STATUS   PIC XX VALUE '00'.
       01 WS-DIST-INPUT-STATUS  PIC XX VALUE '00'.
       01 WS-DIST-OUTPUT-STATUS PIC XX VALUE '00'.
       01 WS-DIST-LOG-STATUS    PIC XX VALUE '00'.
       01 WS-DIST-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - every key event goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'DISTRPT'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(24) VALUE
               'REPORT DISTRIBUTION -   '.
           05  WS-HDR-DATE       PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-HDR-MODE       PIC X(12).
           05  FILLER            PIC X(34) VALUE SPACES.

       01 WS-RPT-COLS.
           05  FILLER            PIC X(40) VALUE
               'RECIPIENT REPORT       MAILBOX FILE     '.
           05  FILLER            PIC X(40) VALUE
               '          LINES  RESULT'.

       01 WS-RPT-LINE.
           05  WS-RPT-RECIPIENT  PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-REPORT     PIC X(12).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-OUTPUT     PIC X(24).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RPT-LINES      PIC Z(5)9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-RESULT     PIC X(23).

       01 WS-RPT-ERROR-LINE.
           05  FILLER            PIC X(16) VALUE 'LIST LINE SKIP: '.
           05  WS-ERR-ENTRY      PIC X(25).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-ERR-REASON     PIC X(37).

       01 WS-COUNT-LINE.
           05  WS-CNT-NAME       PIC X(30).
           05  WS-CNT-VALUE      PIC Z(5)9.
           05  FILLER            PIC X(44) VALUE SPACES.

       01 WS-NIL-LINE.
           05  FILLER            PIC X(22) VALUE
               'NOTHING TO REPORT FOR '.
           05  WS-NIL-RECIPIENT  PIC X(8).
           05  FILLER            PIC X(4)  VALUE ' ON '.
           05  WS-NIL-REPORT     PIC X(12).
           05  FILLER            PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-DIST-PARM
           OPEN OUTPUT DIST-REPORT
           IF WS-DIST-REPORT-STATUS NOT = '00'
               MOVE 'DIST-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-DIST-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           IF WS-DAILY-RUN = 'Y'
               MOVE 'DAILY' TO WS-HDR-MODE
           ELSE
               MOVE WS-SELECTED-REPORT TO WS-HDR-MODE
           END-IF
           WRITE DIST-REPORT-RECORD FROM WS-RPT-HEADER
           PERFORM LOAD-DIST-LIST
           WRITE DIST-REPORT-RECORD FROM WS-RPT-COLS
           OPEN EXTEND DIST-LOG-FILE
           IF WS-DIST-LOG-STATUS = '35'
               OPEN OUTPUT DIST-LOG-FILE
               CLOSE DIST-LOG-FILE
               OPEN EXTEND DIST-LOG-FILE
           END-IF
           IF WS-DIST-LOG-STATUS NOT = '00'
               MOVE 'DIST-LOG-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-DIST-LOG-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           PERFORM VARYING WS-DLV-IDX FROM 1 BY 1
                   UNTIL WS-DLV-IDX > WS-DLV-COUNT
               PERFORM PRODUCE-ONE-DELIVERY
           END-PERFORM
           CLOSE DIST-LOG-FILE
           MOVE 'COPIES PRODUCED:' TO WS-CNT-NAME
           MOVE WS-PRODUCED-COUNT TO WS-CNT-VALUE
           WRITE DIST-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'COPIES WITH NOTHING ON THEM:' TO WS-CNT-NAME
           MOVE WS-NIL-COUNT TO WS-CNT-VALUE
           WRITE DIST-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'REPORT NOT ON FILE:' TO WS-CNT-NAME
           MOVE WS-MISSING-COUNT TO WS-CNT-VALUE
           WRITE DIST-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'LIST LINES SKIPPED:' TO WS-CNT-NAME
           MOVE WS-LIST-ERRORS TO WS-CNT-VALUE
           WRITE DIST-REPORT-RECORD FROM WS-COUNT-LINE
           CLOSE DIST-REPORT
           DISPLAY 'DISTRPT: ' WS-PRODUCED-COUNT ' copies produced, '
               WS-NIL-COUNT ' nil, ' WS-MISSING-COUNT
               ' reports not on file, ' WS-LIST-ERRORS
               ' list lines skipped'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'COPIES ' WS-PRODUCED-COUNT ' NIL ' WS-NIL-COUNT
               ' MISSING ' WS-MISSING-COUNT ' LIST ERRORS '
               WS-LIST-ERRORS
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           IF WS-MISSING-COUNT > 0 OR WS-LIST-ERRORS > 0
               MOVE 'W' TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-MISSING-COUNT > 0 OR WS-LIST-ERRORS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-DIST-PARM.
           OPEN INPUT DIST-PARM-FILE
           IF WS-DIST-PARM-STATUS = '00'
               READ DIST-PARM-FILE
                   NOT AT END
                       IF DRP-REPORT NOT = SPACES
                           AND DRP-REPORT NOT = 'DAILY'
                           MOVE 'N' TO WS-DAILY-RUN
                           MOVE DRP-REPORT TO WS-SELECTED-REPORT
                       END-IF
               END-READ
               CLOSE DIST-PARM-FILE
           END-IF
           IF WS-DAILY-RUN = 'Y'
               DISPLAY 'DISTRPT: daily distribution'
           ELSE
               DISPLAY 'DISTRPT: distributing ' WS-SELECTED-REPORT
           END-IF.

       LOAD-DIST-LIST.
           OPEN INPUT DIST-LIST-FILE
           IF WS-DIST-LIST-STATUS NOT = '00'
               MOVE 'DIST-LIST-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-DIST-LIST-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-DIST-LIST
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE DIST-LIST-FILE.

       READ-DIST-LIST.
           READ DIST-LIST-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF DIST-LIST-RECORD (1:25) NOT = SPACES
                       AND DST-RECIPIENT (1:1) NOT = '*'
                       PERFORM CHECK-LIST-ENTRY
                   END-IF
           END-READ.

      *> A bad line is skipped and listed - the rest of the list is
      *> still distributed. An unknown branch is refused the way the
      *> loader refuses one; with no brmaster.dat every code passes.
       CHECK-LIST-ENTRY.
           MOVE 'N' TO WS-REPORT-KNOWN
           PERFORM VARYING WS-REPORT-SUB FROM 1 BY 1
                   UNTIL WS-REPORT-SUB > 6
               IF WS-ROUTED-REPORT (WS-REPORT-SUB) = DST-REPORT
                   MOVE 'Y' TO WS-REPORT-KNOWN
               END-IF
           END-PERFORM
           IF DST-WHEN = SPACE
               MOVE 'D' TO DST-WHEN
           END-IF
           MOVE SPACES TO WS-ERR-REASON
           EVALUATE TRUE
               WHEN DST-RECIPIENT = SPACES
                   MOVE 'NO RECIPIENT' TO WS-ERR-REASON
               WHEN WS-REPORT-KNOWN = 'N'
                   MOVE 'REPORT NOT ROUTED FOR DISTRIBUTION'
                       TO WS-ERR-REASON
               WHEN DST-SCOPE NOT = 'B' AND DST-SCOPE NOT = 'R'
                   AND DST-SCOPE NOT = 'A'
                   MOVE 'SCOPE MUST BE B, R OR A' TO WS-ERR-REASON
               WHEN DST-SCOPE NOT = 'A' AND DST-CODE = SPACES
                   MOVE 'NO BRANCH OR REGION CODE' TO WS-ERR-REASON
               WHEN DST-WHEN NOT = 'D' AND DST-WHEN NOT = 'R'
                   MOVE 'WHEN MUST BE D OR R' TO WS-ERR-REASON
               WHEN DST-SCOPE = 'B'
                   MOVE DST-CODE TO WS-BRCHK-CODE
                   CALL 'BRCHK' USING WS-BRCHK-CODE, WS-BRCHK-STATUS,
                       WS-BRCHK-NAME, WS-BRCHK-REGION
                   IF WS-BRCHK-STATUS = 'U'
                       MOVE 'BRANCH NOT ON BRMASTER.DAT'
                           TO WS-ERR-REASON
                   END-IF
           END-EVALUATE
           IF WS-ERR-REASON NOT = SPACES
               ADD 1 TO WS-LIST-ERRORS
               MOVE DIST-LIST-RECORD (1:25) TO WS-ERR-ENTRY
               WRITE DIST-REPORT-RECORD FROM WS-RPT-ERROR-LINE
           ELSE
               IF (WS-DAILY-RUN = 'Y' AND DST-WHEN = 'D')
                   OR (WS-DAILY-RUN = 'N'
                       AND DST-REPORT = WS-SELECTED-REPORT)
                   PERFORM ADD-TO-DELIVERY
               END-IF
           END-IF.

       ADD-TO-DELIVERY.
           MOVE 'N' TO WS-DLV-FOUND
           PERFORM VARYING WS-DLV-IDX FROM 1 BY 1
                   UNTIL WS-DLV-IDX > WS-DLV-COUNT
                   OR WS-DLV-FOUND = 'Y'
               IF WS-DLV-RECIPIENT (WS-DLV-IDX) = DST-RECIPIENT
                   AND WS-DLV-REPORT (WS-DLV-IDX) = DST-REPORT
                   MOVE 'Y' TO WS-DLV-FOUND
               END-IF
           END-PERFORM
           IF WS-DLV-FOUND = 'Y'
               SET WS-DLV-IDX DOWN BY 1
           ELSE
               IF WS-DLV-COUNT >= 200
                   DISPLAY 'DISTRPT ABEND: more than 200 deliveries '
                       'on distlist.parm'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DLV-COUNT
               SET WS-DLV-IDX TO WS-DLV-COUNT
               MOVE DST-RECIPIENT TO WS-DLV-RECIPIENT (WS-DLV-IDX)
               MOVE DST-REPORT TO WS-DLV-REPORT (WS-DLV-IDX)
               MOVE 'N' TO WS-DLV-ALL (WS-DLV-IDX)
               MOVE 0 TO WS-DLV-SCOPES (WS-DLV-IDX)
           END-IF
           IF DST-SCOPE = 'A'
               MOVE 'Y' TO WS-DLV-ALL (WS-DLV-IDX)
           ELSE
               IF WS-DLV-SCOPES (WS-DLV-IDX) >= 20
                   ADD 1 TO WS-LIST-ERRORS
                   MOVE DIST-LIST-RECORD (1:25) TO WS-ERR-ENTRY
                   MOVE 'MORE THAN 20 SCOPES FOR ONE COPY'
                       TO WS-ERR-REASON
                   WRITE DIST-REPORT-RECORD FROM WS-RPT-ERROR-LINE
               ELSE
                   ADD 1 TO WS-DLV-SCOPES (WS-DLV-IDX)
                   MOVE WS-DLV-SCOPES (WS-DLV-IDX) TO WS-SCOPE-SUB
                   MOVE DST-SCOPE
                       TO WS-DLV-KIND (WS-DLV-IDX, WS-SCOPE-SUB)
                   MOVE DST-CODE
                       TO WS-DLV-CODE (WS-DLV-IDX, WS-SCOPE-SUB)
               END-IF
           END-IF.

      *> One pass of the report per delivery - each copy is its own
      *> mailbox file, written whole before the next is started.
       PRODUCE-ONE-DELIVERY.
           MOVE SPACES TO DIST-LOG-RECORD
           MOVE WS-RUN-DATE TO DLG-DATE
           MOVE WS-RUN-TIME TO DLG-TIME
           MOVE WS-DLV-RECIPIENT (WS-DLV-IDX) TO DLG-RECIPIENT
           MOVE WS-DLV-REPORT (WS-DLV-IDX) TO DLG-REPORT
           MOVE 0 TO DLG-LINES
           MOVE WS-DLV-REPORT (WS-DLV-IDX) TO WS-INPUT-NAME
           OPEN INPUT DIST-INPUT
           IF WS-DIST-INPUT-STATUS NOT = '00'
               ADD 1 TO WS-MISSING-COUNT
               SET DLG-IS-MISSING TO TRUE
               WRITE DIST-LOG-RECORD
               MOVE 'REPORT NOT ON FILE' TO WS-RPT-RESULT
               PERFORM WRITE-DELIVERY-LINE
           ELSE
               MOVE SPACES TO WS-OUTPUT-NAME
               STRING WS-DLV-RECIPIENT (WS-DLV-IDX) DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   WS-DLV-REPORT (WS-DLV-IDX) DELIMITED BY SPACE
                   INTO WS-OUTPUT-NAME
               END-STRING
               OPEN OUTPUT DIST-OUTPUT
               IF WS-DIST-OUTPUT-STATUS NOT = '00'
                   MOVE 'DIST-OUTPUT' TO WS-ERROR-FILE-NAME
                   MOVE WS-DIST-OUTPUT-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
               END-IF
               MOVE 0 TO WS-LINES-WRITTEN
               MOVE 0 TO WS-HEAD-COUNT
               MOVE 0 TO WS-SECT-COUNT
               MOVE 'N' TO WS-HEAD-PENDING
               MOVE 'N' TO WS-SECT-PENDING
               MOVE SPACE TO WS-PRIOR-KIND
               MOVE SPACES TO WS-REPORT-TITLE
               MOVE 'Y' TO WS-FIRST-LINE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-REPORT-LINE
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE DIST-INPUT
               IF WS-LINES-WRITTEN = 0
                   PERFORM WRITE-NIL-COPY
               END-IF
               CLOSE DIST-OUTPUT
               MOVE WS-OUTPUT-NAME TO DLG-OUTPUT
               MOVE WS-LINES-WRITTEN TO DLG-LINES
               MOVE WS-REPORT-TITLE TO DLG-REPORT-TITLE
               IF WS-LINES-WRITTEN = 0
                   ADD 1 TO WS-NIL-COUNT
                   SET DLG-IS-NIL TO TRUE
                   MOVE 'NOTHING FOR RECIPIENT' TO WS-RPT-RESULT
               ELSE
                   ADD 1 TO WS-PRODUCED-COUNT
                   SET DLG-IS-PRODUCED TO TRUE
                   MOVE 'PRODUCED' TO WS-RPT-RESULT
               END-IF
               WRITE DIST-LOG-RECORD
               PERFORM WRITE-DELIVERY-LINE
           END-IF.

       READ-REPORT-LINE.
           READ DIST-INPUT
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF WS-FIRST-LINE = 'Y'
                       MOVE RTE-TEXT (1:40) TO WS-REPORT-TITLE
                       MOVE 'N' TO WS-FIRST-LINE
                   END-IF
                   IF WS-DLV-ALL (WS-DLV-IDX) = 'Y'
                       PERFORM WRITE-COPY-LINE
                   ELSE
                       PERFORM ROUTE-ONE-LINE
                   END-IF
                   MOVE RTE-KIND TO WS-PRIOR-KIND
           END-READ.

      *> A run of heading lines replaces the held page heading (and
      *> the section under it); a run of section lines replaces the
      *> held section heading. A line for this recipient releases
      *> whatever is still held ahead of it.
       ROUTE-ONE-LINE.
           EVALUATE TRUE
               WHEN RTE-IS-HEADING
                   IF WS-PRIOR-KIND NOT = 'H'
                       MOVE 0 TO WS-HEAD-COUNT
                       MOVE 0 TO WS-SECT-COUNT
                       MOVE 'N' TO WS-SECT-PENDING
                   END-IF
                   IF WS-HEAD-COUNT < 5
                       ADD 1 TO WS-HEAD-COUNT
                       MOVE DIST-INPUT-RECORD
                           TO WS-HEAD-LINE (WS-HEAD-COUNT)
                   END-IF
                   MOVE 'Y' TO WS-HEAD-PENDING
               WHEN RTE-IS-SECTION
                   IF WS-PRIOR-KIND NOT = 'S'
                       MOVE 0 TO WS-SECT-COUNT
                   END-IF
                   IF WS-SECT-COUNT < 5
                       ADD 1 TO WS-SECT-COUNT
                       MOVE DIST-INPUT-RECORD
                           TO WS-SECT-LINE (WS-SECT-COUNT)
                   END-IF
                   MOVE 'Y' TO WS-SECT-PENDING
               WHEN RTE-IS-BRANCH
                   PERFORM CHECK-BRANCH-IN-SCOPE
                   IF WS-IN-SCOPE = 'Y'
                       PERFORM DELIVER-LINE
                   END-IF
               WHEN RTE-IS-REGION
                   PERFORM CHECK-REGION-IN-SCOPE
                   IF WS-IN-SCOPE = 'Y'
                       PERFORM DELIVER-LINE
                   END-IF
           END-EVALUATE.

      *> A branch line goes to the branch's own recipient and to the
      *> recipient of the region the branch master places it in.
       CHECK-BRANCH-IN-SCOPE.
           MOVE 'N' TO WS-IN-SCOPE
           MOVE SPACES TO WS-BRCHK-REGION
           MOVE RTE-CODE TO WS-BRCHK-CODE
           CALL 'BRCHK' USING WS-BRCHK-CODE, WS-BRCHK-STATUS,
               WS-BRCHK-NAME, WS-BRCHK-REGION
           PERFORM VARYING WS-SCOPE-SUB FROM 1 BY 1
                   UNTIL WS-SCOPE-SUB > WS-DLV-SCOPES (WS-DLV-IDX)
                   OR WS-IN-SCOPE = 'Y'
               IF WS-DLV-KIND (WS-DLV-IDX, WS-SCOPE-SUB) = 'B'
                   AND WS-DLV-CODE (WS-DLV-IDX, WS-SCOPE-SUB)
                       = RTE-CODE
                   MOVE 'Y' TO WS-IN-SCOPE
               END-IF
               IF WS-DLV-KIND (WS-DLV-IDX, WS-SCOPE-SUB) = 'R'
                   AND WS-BRCHK-REGION NOT = SPACES
                   AND WS-DLV-CODE (WS-DLV-IDX, WS-SCOPE-SUB)
                       = WS-BRCHK-REGION
                   MOVE 'Y' TO WS-IN-SCOPE
               END-IF
           END-PERFORM.

       CHECK-REGION-IN-SCOPE.
           MOVE 'N' TO WS-IN-SCOPE
           PERFORM VARYING WS-SCOPE-SUB FROM 1 BY 1
                   UNTIL WS-SCOPE-SUB > WS-DLV-SCOPES (WS-DLV-IDX)
                   OR WS-IN-SCOPE = 'Y'
               IF WS-DLV-KIND (WS-DLV-IDX, WS-SCOPE-SUB) = 'R'
                   AND WS-DLV-CODE (WS-DLV-IDX, WS-SCOPE-SUB)
                       = RTE-CODE
                   MOVE 'Y' TO WS-IN-SCOPE
               END-IF
           END-PERFORM.

       DELIVER-LINE.
           IF WS-HEAD-PENDING = 'Y'
               PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                       UNTIL WS-HOLD-SUB > WS-HEAD-COUNT
                   WRITE DIST-OUTPUT-RECORD
                       FROM WS-HEAD-LINE (WS-HOLD-SUB)
                   ADD 1 TO WS-LINES-WRITTEN
               END-PERFORM
               MOVE 'N' TO WS-HEAD-PENDING
           END-IF
           IF WS-SECT-PENDING = 'Y'
               PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                       UNTIL WS-HOLD-SUB > WS-SECT-COUNT
                   WRITE DIST-OUTPUT-RECORD
                       FROM WS-SECT-LINE (WS-HOLD-SUB)
                   ADD 1 TO WS-LINES-WRITTEN
               END-PERFORM
               MOVE 'N' TO WS-SECT-PENDING
           END-IF
           PERFORM WRITE-COPY-LINE.

       WRITE-COPY-LINE.
           WRITE DIST-OUTPUT-RECORD FROM DIST-INPUT-RECORD
           ADD 1 TO WS-LINES-WRITTEN.

      *> A recipient with nothing on today's report still gets a
      *> copy saying so under the report's first heading - "nothing
      *> came" and "nothing was sent" must not look the same.
       WRITE-NIL-COPY.
           IF WS-HEAD-COUNT > 0
               WRITE DIST-OUTPUT-RECORD FROM WS-HEAD-LINE (1)
           END-IF
           MOVE WS-DLV-RECIPIENT (WS-DLV-IDX) TO WS-NIL-RECIPIENT
           MOVE WS-DLV-REPORT (WS-DLV-IDX) TO WS-NIL-REPORT
           WRITE DIST-OUTPUT-RECORD FROM WS-NIL-LINE.

       WRITE-DELIVERY-LINE.
           MOVE WS-DLV-RECIPIENT (WS-DLV-IDX) TO WS-RPT-RECIPIENT
           MOVE WS-DLV-REPORT (WS-DLV-IDX) TO WS-RPT-REPORT
           MOVE DLG-OUTPUT TO WS-RPT-OUTPUT
           MOVE DLG-LINES TO WS-RPT-LINES
           WRITE DIST-REPORT-RECORD FROM WS-RPT-LINE.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'DISTRPT ABEND: OPEN FAILED FOR '
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
