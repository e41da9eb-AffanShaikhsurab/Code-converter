       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.
      *> Monthly segregation-of-duties report for audit. Sign-on
      *> stamps who worked every exception (EXC-WORKED-BY), hold
      *> (HLD-WORKED-BY) and alert (ALQ-ACKED-BY), and FILE1MAINT
      *> logs who keyed each item and who deleted a posted record,
      *> but nothing compared the stamps with each other. This
      *> program reads run.log once, then file1.exc, file1exc.hist,
      *> file1.hld and alert.que, and lists on sodrpt.rpt every
      *> conflict whose disposition fell in the month on
      *> sodrpt.parm (YYYYMM; default the month of the run date):
      *>   1 the operator who keyed an item released it from hold
      *>   2 the operator who keyed an item repaired or wrote off
      *>     its exception
      *>   3 the supervisor who deleted a posted item had keyed it
      *>   4 an alert was acknowledged by the operator its message
      *>     names - an alert about their own action
      *>   5 an exception, hold or alert was worked under a user-ID
      *>     opermast.dat has as inactive
      *>   6 an inactive user-ID still signs run.log entries
      *> Who keyed an item comes from FILE1MAINT's KEYED lines; an
      *> item keyed before those lines were logged, or fed rather
      *> than keyed, has no keyer and raises no conflict of the
      *> first three kinds. The worked records carry no date of
      *> their own, so a disposition is dated by the first session
      *> of the program that works them (FILE1HOLD, FILE1RCYC,
      *> ALERTACK) run by that operator on or after the item's own
      *> date - or by the item's date when run.log has no such
      *> session. Each conflict gets a sign-off block for the
      *> reviewer. RETURN-CODE 4 when any conflict is listed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-PARM-FILE ASSIGN TO 'sodrpt.parm'
               FILE STATUS IS WS-SOD-PARM-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO 'run.log'
               FILE STATUS IS WS-RUN-LOG-STATUS.
           SELECT OPER-FILE ASSIGN TO 'opermast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-KEY
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO 'file1.exc'
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT EXCEPTION-HIST ASSIGN TO 'file1exc.hist'
               FILE STATUS IS WS-EXCEPTION-HIST-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'file1.hld'
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ALERT-QUEUE ASSIGN TO 'alert.que'
               FILE STATUS IS WS-ALERT-QUEUE-STATUS.
           SELECT SOD-REPORT ASSIGN TO 'sodrpt.rpt'
               FILE STATUS IS WS-SOD-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOD-PARM-FILE.
       01  SOD-PARM-RECORD.
           05  SODP-MONTH           PIC 9(6).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           COPY runlogrec.

       FD  OPER-FILE.
       01  OPER-RECORD.
           COPY opermast.

      *> The live and history exception files share the one layout,
      *> read INTO it.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-LIVE-RECORD    PIC X(91).

       FD  EXCEPTION-HIST.
       01  EXCEPTION-HIST-RECORD    PIC X(91).

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY file1hld.

       FD  ALERT-QUEUE.
       01  ALERT-QUEUE-RECORD.
           COPY alertque.

       FD  SOD-REPORT.
       01  SOD-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 EXCEPTION-RECORD.
           COPY file1exc.

       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-TODAY              PIC 9(8).
       01 WS-REPORT-MONTH       PIC 9(6).
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-RM-YEAR        PIC 9(4).
           05  WS-RM-MONTH       PIC 9(2).
       01 WS-SUB                PIC 9(5) VALUE 0.
       01 WS-FOUND-SUB          PIC 9(5) VALUE 0.
       01 WS-RULE               PIC 9(1) VALUE 0.
       01 WS-NOT-ON-FILE        PIC X(60) VALUE SPACES.
       01 WS-NOT-ON-FILE-PTR    PIC 9(3) VALUE 1.
       01 WS-NOT-ON-FILE-NAME   PIC X(14).
       01 WS-OPER-MASTER        PIC X VALUE 'Y'.
       01 WS-LOG-ENTRIES        PIC 9(9) VALUE 0.

      *> The operator a run.log message is signed by - the word after
      *> its first ' BY '.
       01 WS-BY-OFFSET          PIC 9(3) VALUE 0.
       01 WS-BY-OPERATOR        PIC X(8) VALUE SPACES.

      *> FILE1MAINT's KEYED lines, in run.log order:
      *>   KEYED POST|HOLD|SUSP bbbb/ssssss amount account BY user
       01 WS-KY-COUNT           PIC 9(5) VALUE 0.
       01 WS-KY-OVERFLOW        PIC 9(7) VALUE 0.
       01 WS-KY-TABLE.
           05  WS-KY-ENTRY      OCCURS 20000 TIMES.
               10  WS-KY-DATE       PIC 9(8).
               10  WS-KY-OUTCOME    PIC X(4).
               10  WS-KY-BATCH      PIC X(4).
               10  WS-KY-SEQ        PIC X(6).
               10  WS-KY-AMOUNT     PIC X(9).
               10  WS-KY-ACCOUNT    PIC X(8).
               10  WS-KY-OPERATOR   PIC X(8).

      *> The working sessions of the programs that stamp dispositions,
      *> in run.log order - what a disposition is dated by.
       01 WS-SS-COUNT           PIC 9(5) VALUE 0.
       01 WS-SS-TABLE.
           05  WS-SS-ENTRY      OCCURS 5000 TIMES.
               10  WS-SS-DATE       PIC 9(8).
               10  WS-SS-PROGRAM    PIC X(10).
               10  WS-SS-OPERATOR   PIC X(8).

      *> Inactive user-IDs signing run.log entries in the month, one
      *> row per user-ID and program.
       01 WS-IA-COUNT           PIC 9(3) VALUE 0.
       01 WS-IA-TABLE.
           05  WS-IA-ENTRY      OCCURS 200 TIMES.
               10  WS-IA-OPERATOR   PIC X(8).
               10  WS-IA-PROGRAM    PIC X(10).
               10  WS-IA-FIRST      PIC 9(8).
               10  WS-IA-LAST       PIC 9(8).
               10  WS-IA-ENTRIES    PIC 9(6).

      *> The conflicts found, printed grouped by rule.
       01 WS-CF-COUNT           PIC 9(4) VALUE 0.
       01 WS-CF-OVERFLOW        PIC 9(6) VALUE 0.
       01 WS-CF-TABLE.
           05  WS-CF-ENTRY      OCCURS 2000 TIMES.
               10  WS-CF-RULE       PIC 9(1).
               10  WS-CF-OPERATOR   PIC X(8).
               10  WS-CF-DATE       PIC 9(8).
               10  WS-CF-DETAIL     PIC X(74).
       01 WS-RULE-COUNTS.
           05  WS-RULE-COUNT    OCCURS 6 TIMES PIC 9(5).

       01 WS-RULE-NAMES.
           05  FILLER  PIC X(34) VALUE
               'KEYED AND RELEASED FROM HOLD'.
           05  FILLER  PIC X(34) VALUE
               'KEYED AND WORKED OWN EXCEPTION'.
           05  FILLER  PIC X(34) VALUE
               'KEYED AND DELETED POSTED ITEM'.
           05  FILLER  PIC X(34) VALUE
               'ACKNOWLEDGED ALERT ON OWN ACTION'.
           05  FILLER  PIC X(34) VALUE
               'INACTIVE USER-ID ON DISPOSITION'.
           05  FILLER  PIC X(34) VALUE
               'INACTIVE USER-ID IN RUN.LOG'.
       01 WS-RULE-NAME-TABLE REDEFINES WS-RULE-NAMES.
           05  WS-RULE-NAME     OCCURS 6 TIMES PIC X(34).

      *> One conflict being built.
       01 WS-NEW-OPERATOR       PIC X(8).
       01 WS-NEW-DATE           PIC 9(8).
       01 WS-NEW-DETAIL         PIC X(74).

      *> Disposition dating and keyer matching.
       01 WS-ITEM-DATE          PIC 9(8).
       01 WS-ITEM-PROGRAM       PIC X(10).
       01 WS-WORKED-BY          PIC X(8).
       01 WS-DISP-DATE          PIC 9(8).
       01 WS-DISP-IN-MONTH      PIC X(1).
       01 WS-MATCH-AMOUNT       PIC 9(6).99.
       01 WS-MATCH-BATCH        PIC 9(4).
       01 WS-KEYER              PIC X(8).
       01 WS-KEYED-DATE         PIC 9(8).
       01 WS-DISPOSITION-WORD   PIC X(11).

      *> opermast.dat look-up.
       01 WS-LOOK-ID            PIC X(8).
       01 WS-LOOK-INACTIVE      PIC X(1).
       01 WS-LOOK-AUTH          PIC 9(1).

      *> Whole-word search for a user-ID inside an alert message.
       01 WS-ID-LENGTH          PIC 9(2) VALUE 0.
       01 WS-ID-HITS            PIC 9(3) VALUE 0.
       01 WS-PADDED-MESSAGE     PIC X(62).
       01 WS-PADDED-ID          PIC X(10).

       01 WS-SOD-PARM-STATUS    PIC XX VALUE '00'.
       01 WS-RUN-LOG-STATUS     PIC XX VALUE '00'.
       01 WS-OPER-FILE-STATUS   PIC XX VALUE '00'.
       01 WS-EXCEPTION-STATUS   PIC XX VALUE '00'.
       01 WS-EXCEPTION-HIST-STATUS PIC XX VALUE '00'.
       01 WS-HOLD-STATUS        PIC XX VALUE '00'.
       01 WS-ALERT-QUEUE-STATUS PIC XX VALUE '00'.
       01 WS-SOD-REPORT-STATUS  PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - the run's outcome goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'SODRPT'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(38) VALUE
               'SEGREGATION-OF-DUTIES CONFLICTS MONTH '.
           05  WS-HDR-YEAR       PIC 9(4).
           05  FILLER            PIC X(1)  VALUE '-'.
           05  WS-HDR-MONTH      PIC 9(2).
           05  FILLER            PIC X(6)  VALUE '  RUN '.
           05  WS-HDR-RUN-DATE   PIC 9(8).
           05  FILLER            PIC X(21) VALUE SPACES.

       01 WS-RPT-CONFLICT.
           05  WS-CL-NUMBER      PIC ZZZ9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-CL-RULE-NAME   PIC X(34).
           05  FILLER            PIC X(10) VALUE ' USER-ID  '.
           05  WS-CL-OPERATOR    PIC X(8).
           05  FILLER            PIC X(6)  VALUE ' DATE '.
           05  WS-CL-DATE        PIC 9(8).
           05  FILLER            PIC X(8)  VALUE SPACES.

       01 WS-RPT-DETAIL.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  WS-DL-DETAIL      PIC X(74).

       01 WS-RPT-SIGNOFF-1.
           05  FILLER            PIC X(40) VALUE
               '      [ ] EXPLAINED  [ ] ESCALATED  NOTE'.
           05  FILLER            PIC X(40) VALUE
               ' _______________________________________'.

       01 WS-RPT-SIGNOFF-2.
           05  FILLER            PIC X(40) VALUE
               '      REVIEWED BY ________  DATE _______'.
           05  FILLER            PIC X(40) VALUE
               '_'.

       01 WS-RPT-SUMMARY.
           05  FILLER            PIC X(6)  VALUE SPACES.
           05  WS-SUM-RULE-NAME  PIC X(34).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-SUM-COUNT      PIC ZZZZ9.
           05  FILLER            PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           INITIALIZE WS-RULE-COUNTS
           PERFORM LOAD-SOD-PARM
           OPEN OUTPUT SOD-REPORT
           IF WS-SOD-REPORT-STATUS NOT = '00'
               MOVE 'SOD-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-SOD-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           OPEN INPUT OPER-FILE
           EVALUATE WS-OPER-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'N' TO WS-OPER-MASTER
                   MOVE 'opermast.dat' TO WS-NOT-ON-FILE-NAME
                   PERFORM NOTE-NOT-ON-FILE
               WHEN OTHER
                   MOVE 'OPER-FILE' TO WS-ERROR-FILE-NAME
                   MOVE WS-OPER-FILE-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
           END-EVALUATE
           PERFORM SCAN-RUN-LOG
           PERFORM NOTE-INACTIVE-LOG-USERS
           PERFORM CHECK-EXCEPTIONS
           PERFORM CHECK-EXCEPTION-HISTORY
           PERFORM CHECK-HOLDS
           PERFORM CHECK-ALERTS
           IF WS-OPER-MASTER = 'Y'
               CLOSE OPER-FILE
           END-IF
           PERFORM WRITE-REPORT
           CLOSE SOD-REPORT
           DISPLAY 'SODRPT: month ' WS-HDR-YEAR '-' WS-HDR-MONTH
               ' - ' WS-CF-COUNT ' conflicts listed, '
               WS-LOG-ENTRIES ' run.log entries read'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'MONTH ' WS-REPORT-MONTH ' CONFLICTS ' WS-CF-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           IF WS-CF-COUNT > 0
               MOVE 'W' TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-CF-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-SOD-PARM.
           COMPUTE WS-REPORT-MONTH = WS-TODAY / 100
           OPEN INPUT SOD-PARM-FILE
           IF WS-SOD-PARM-STATUS = '00'
               READ SOD-PARM-FILE
                   NOT AT END
                       IF SODP-MONTH NUMERIC
                               AND SODP-MONTH (5:2) >= '01'
                               AND SODP-MONTH (5:2) <= '12'
                           MOVE SODP-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE SOD-PARM-FILE
           END-IF
           MOVE WS-RM-YEAR TO WS-HDR-YEAR
           MOVE WS-RM-MONTH TO WS-HDR-MONTH
           DISPLAY 'SODRPT: reviewing ' WS-HDR-YEAR '-' WS-HDR-MONTH.

      *> Input files absent are listed on the report header.
       NOTE-NOT-ON-FILE.
           STRING WS-NOT-ON-FILE-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               INTO WS-NOT-ON-FILE WITH POINTER WS-NOT-ON-FILE-PTR
           END-STRING.

      *> ------------------------ run.log ------------------------
       SCAN-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE
           EVALUATE WS-RUN-LOG-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-END-OF-FILE
                   PERFORM READ-RUN-LOG-ENTRY
                       UNTIL WS-END-OF-FILE = 'Y'
                   CLOSE RUN-LOG-FILE
               WHEN '35'
                   MOVE 'run.log' TO WS-NOT-ON-FILE-NAME
                   PERFORM NOTE-NOT-ON-FILE
               WHEN OTHER
                   MOVE 'RUN-LOG-FILE' TO WS-ERROR-FILE-NAME
                   MOVE WS-RUN-LOG-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
           END-EVALUATE.

       READ-RUN-LOG-ENTRY.
           READ RUN-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-LOG-ENTRIES
                   PERFORM EXAMINE-RUN-LOG-ENTRY
           END-READ.

       EXAMINE-RUN-LOG-ENTRY.
           PERFORM FIND-SIGNING-OPERATOR
           IF WS-BY-OPERATOR = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN RLOG-PROGRAM = 'FILE1MAINT'
                       AND RLOG-MESSAGE (1:6) = 'KEYED '
                   PERFORM NOTE-KEYED-ITEM
               WHEN RLOG-PROGRAM = 'FILE1MAINT'
                       AND RLOG-MESSAGE (1:12) = 'DELETED SEQ '
                   PERFORM CHECK-DELETED-ITEM
               WHEN RLOG-PROGRAM = 'FILE1HOLD'
                       OR RLOG-PROGRAM = 'FILE1RCYC'
                       OR RLOG-PROGRAM = 'ALERTACK'
                   PERFORM NOTE-WORKING-SESSION
           END-EVALUATE
           IF RLOG-DATE (1:6) = WS-REPORT-MONTH
               MOVE WS-BY-OPERATOR TO WS-LOOK-ID
               PERFORM LOOKUP-OPERATOR
               IF WS-LOOK-INACTIVE = 'Y'
                   PERFORM NOTE-INACTIVE-LOG-ENTRY
               END-IF
           END-IF.

      *> Every stamped run.log message ends '... BY <user-ID>' (a
      *> lock clear goes on to name the old holder, after the user).
       FIND-SIGNING-OPERATOR.
           MOVE SPACES TO WS-BY-OPERATOR
           MOVE 0 TO WS-BY-OFFSET
           INSPECT RLOG-MESSAGE TALLYING WS-BY-OFFSET
               FOR CHARACTERS BEFORE INITIAL ' BY '
           IF WS-BY-OFFSET < 56
               UNSTRING RLOG-MESSAGE (WS-BY-OFFSET + 5:)
                   DELIMITED BY SPACE INTO WS-BY-OPERATOR
               END-UNSTRING
           END-IF.

       NOTE-KEYED-ITEM.
           IF WS-KY-COUNT >= 20000
               ADD 1 TO WS-KY-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KY-COUNT
           MOVE RLOG-DATE TO WS-KY-DATE (WS-KY-COUNT)
           MOVE RLOG-MESSAGE (7:4) TO WS-KY-OUTCOME (WS-KY-COUNT)
           MOVE RLOG-MESSAGE (12:4) TO WS-KY-BATCH (WS-KY-COUNT)
           MOVE RLOG-MESSAGE (17:6) TO WS-KY-SEQ (WS-KY-COUNT)
           MOVE RLOG-MESSAGE (24:9) TO WS-KY-AMOUNT (WS-KY-COUNT)
           MOVE RLOG-MESSAGE (34:8) TO WS-KY-ACCOUNT (WS-KY-COUNT)
           MOVE WS-BY-OPERATOR TO WS-KY-OPERATOR (WS-KY-COUNT).

      *> 'DELETED SEQ ssssss BATCH bbbb BY user': the item under that
      *> key is the one most recently keyed into it before now.
       CHECK-DELETED-ITEM.
           IF RLOG-DATE (1:6) NOT = WS-REPORT-MONTH
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM WS-KY-COUNT BY -1
                   UNTIL WS-SUB < 1 OR WS-FOUND-SUB > 0
               IF WS-KY-OUTCOME (WS-SUB) = 'POST'
                       AND WS-KY-SEQ (WS-SUB) = RLOG-MESSAGE (13:6)
                       AND WS-KY-BATCH (WS-SUB) = RLOG-MESSAGE (26:4)
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-KY-OPERATOR (WS-FOUND-SUB) = WS-BY-OPERATOR
               MOVE 3 TO WS-RULE
               MOVE WS-BY-OPERATOR TO WS-NEW-OPERATOR
               MOVE RLOG-DATE TO WS-NEW-DATE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING 'BATCH ' RLOG-MESSAGE (26:4) ' SEQ '
                   RLOG-MESSAGE (13:6) ' AMOUNT '
                   WS-KY-AMOUNT (WS-FOUND-SUB) ' KEYED '
                   WS-KY-DATE (WS-FOUND-SUB) ' (FILE1MAINT)'
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
               PERFORM ADD-CONFLICT
           END-IF.

       NOTE-WORKING-SESSION.
           IF WS-SS-COUNT < 5000
               ADD 1 TO WS-SS-COUNT
               MOVE RLOG-DATE TO WS-SS-DATE (WS-SS-COUNT)
               MOVE RLOG-PROGRAM TO WS-SS-PROGRAM (WS-SS-COUNT)
               MOVE WS-BY-OPERATOR TO WS-SS-OPERATOR (WS-SS-COUNT)
           END-IF.

       NOTE-INACTIVE-LOG-ENTRY.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-IA-COUNT OR WS-FOUND-SUB > 0
               IF WS-IA-OPERATOR (WS-SUB) = WS-BY-OPERATOR
                       AND WS-IA-PROGRAM (WS-SUB) = RLOG-PROGRAM
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               IF WS-IA-COUNT >= 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-IA-COUNT
               MOVE WS-IA-COUNT TO WS-FOUND-SUB
               MOVE WS-BY-OPERATOR TO WS-IA-OPERATOR (WS-FOUND-SUB)
               MOVE RLOG-PROGRAM TO WS-IA-PROGRAM (WS-FOUND-SUB)
               MOVE RLOG-DATE TO WS-IA-FIRST (WS-FOUND-SUB)
               MOVE 0 TO WS-IA-ENTRIES (WS-FOUND-SUB)
           END-IF
           MOVE RLOG-DATE TO WS-IA-LAST (WS-FOUND-SUB)
           ADD 1 TO WS-IA-ENTRIES (WS-FOUND-SUB).

       NOTE-INACTIVE-LOG-USERS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-IA-COUNT
               MOVE 6 TO WS-RULE
               MOVE WS-IA-OPERATOR (WS-SUB) TO WS-NEW-OPERATOR
               MOVE WS-IA-FIRST (WS-SUB) TO WS-NEW-DATE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING WS-IA-ENTRIES (WS-SUB) ' ENTRIES FROM '
                   WS-IA-PROGRAM (WS-SUB) ' BETWEEN '
                   WS-IA-FIRST (WS-SUB) ' AND ' WS-IA-LAST (WS-SUB)
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
               PERFORM ADD-CONFLICT
           END-PERFORM.

      *> ---------------------- worked queues ----------------------
       CHECK-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE
           EVALUATE WS-EXCEPTION-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-END-OF-FILE
                   PERFORM READ-EXCEPTION
                       UNTIL WS-END-OF-FILE = 'Y'
                   CLOSE EXCEPTION-FILE
               WHEN '35'
                   MOVE 'file1.exc' TO WS-NOT-ON-FILE-NAME
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
                   PERFORM CHECK-ONE-EXCEPTION
           END-READ.

       CHECK-EXCEPTION-HISTORY.
           OPEN INPUT EXCEPTION-HIST
           EVALUATE WS-EXCEPTION-HIST-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-END-OF-FILE
                   PERFORM READ-EXCEPTION-HISTORY
                       UNTIL WS-END-OF-FILE = 'Y'
                   CLOSE EXCEPTION-HIST
               WHEN '35'
                   MOVE 'file1exc.hist' TO WS-NOT-ON-FILE-NAME
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
                   PERFORM CHECK-ONE-EXCEPTION
           END-READ.

      *> A keyed item that could not post reached the queue either at
      *> commit (FILE1MAINT's suspense, same day) or through FILE1's
      *> posting validation (later); either way its batch, amount and
      *> account lead back to the KEYED line that entered it.
       CHECK-ONE-EXCEPTION.
           IF EXC-IS-PENDING OR EXC-WORKED-BY = SPACES
               EXIT PARAGRAPH
           END-IF
           IF EXC-IS-REPAIRED
               MOVE 'REPAIRED' TO WS-DISPOSITION-WORD
           ELSE
               MOVE 'WRITTEN OFF' TO WS-DISPOSITION-WORD
           END-IF
           MOVE EXC-RUN-DATE TO WS-ITEM-DATE
           MOVE 'FILE1RCYC' TO WS-ITEM-PROGRAM
           MOVE EXC-WORKED-BY TO WS-WORKED-BY
           PERFORM DATE-DISPOSITION
           IF WS-DISP-IN-MONTH = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE EXC-NUMBER-VALUE TO WS-MATCH-AMOUNT
           MOVE WS-WORKED-BY TO WS-LOOK-ID
           PERFORM LOOKUP-OPERATOR
           IF WS-LOOK-INACTIVE = 'Y'
               MOVE 5 TO WS-RULE
               PERFORM ADD-EXCEPTION-CONFLICT
           END-IF
           IF EXC-ENTRY-SOURCE NOT = 'K'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-KEYER
           MOVE EXC-BATCH-NO TO WS-MATCH-BATCH
           PERFORM VARYING WS-SUB FROM WS-KY-COUNT BY -1
                   UNTIL WS-SUB < 1 OR WS-KEYER NOT = SPACES
               IF WS-KY-OUTCOME (WS-SUB) NOT = 'HOLD'
                       AND WS-KY-BATCH (WS-SUB) = WS-MATCH-BATCH
                       AND WS-KY-AMOUNT (WS-SUB) = WS-MATCH-AMOUNT
                       AND WS-KY-ACCOUNT (WS-SUB) = EXC-ACCOUNT-NO
                       AND WS-KY-DATE (WS-SUB) <= WS-DISP-DATE
                   MOVE WS-KY-OPERATOR (WS-SUB) TO WS-KEYER
                   MOVE WS-KY-DATE (WS-SUB) TO WS-KEYED-DATE
               END-IF
           END-PERFORM
           IF WS-KEYER = WS-WORKED-BY
               MOVE 2 TO WS-RULE
               PERFORM ADD-EXCEPTION-CONFLICT
           END-IF.

       ADD-EXCEPTION-CONFLICT.
           MOVE WS-WORKED-BY TO WS-NEW-OPERATOR
           MOVE WS-DISP-DATE TO WS-NEW-DATE
           MOVE SPACES TO WS-NEW-DETAIL
           IF WS-RULE = 2
               STRING 'EXCEPTION ' EXC-REASON-CODE ' BATCH '
                   EXC-BATCH-NO ' AMOUNT ' WS-MATCH-AMOUNT ' KEYED '
                   WS-KEYED-DATE ' ' WS-DISPOSITION-WORD
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
           ELSE
               STRING 'EXCEPTION ' EXC-REASON-CODE ' BATCH '
                   EXC-BATCH-NO ' AMOUNT ' WS-MATCH-AMOUNT ' '
                   WS-DISPOSITION-WORD ' (FILE1RCYC)'
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
           END-IF
           PERFORM ADD-CONFLICT.

       CHECK-HOLDS.
           OPEN INPUT HOLD-FILE
           EVALUATE WS-HOLD-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-END-OF-FILE
                   PERFORM READ-HOLD
                       UNTIL WS-END-OF-FILE = 'Y'
                   CLOSE HOLD-FILE
               WHEN '35'
                   MOVE 'file1.hld' TO WS-NOT-ON-FILE-NAME
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
                   PERFORM CHECK-ONE-HOLD
           END-READ.

      *> A keyed hold was logged the day FILE1MAINT committed it -
      *> the hold's own source date, or the day after for a session
      *> that ran past midnight - so the first HOLD line for its
      *> amount and account from that date on is the one.
       CHECK-ONE-HOLD.
           IF HLD-IS-HELD OR HLD-WORKED-BY = SPACES
               EXIT PARAGRAPH
           END-IF
           IF HLD-IS-RELEASED
               MOVE 'RELEASED' TO WS-DISPOSITION-WORD
           ELSE
               MOVE 'REJECTED' TO WS-DISPOSITION-WORD
           END-IF
           MOVE HLD-SOURCE-DATE TO WS-ITEM-DATE
           MOVE 'FILE1HOLD' TO WS-ITEM-PROGRAM
           MOVE HLD-WORKED-BY TO WS-WORKED-BY
           PERFORM DATE-DISPOSITION
           IF WS-DISP-IN-MONTH = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE HLD-NUMBER-VALUE TO WS-MATCH-AMOUNT
           MOVE WS-WORKED-BY TO WS-LOOK-ID
           PERFORM LOOKUP-OPERATOR
           IF WS-LOOK-INACTIVE = 'Y'
               MOVE 5 TO WS-RULE
               PERFORM ADD-HOLD-CONFLICT
           END-IF
           IF HLD-ENTRY-SOURCE NOT = 'K' OR NOT HLD-IS-RELEASED
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-KEYER
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-KY-COUNT OR WS-KEYER NOT = SPACES
               IF WS-KY-OUTCOME (WS-SUB) = 'HOLD'
                       AND WS-KY-AMOUNT (WS-SUB) = WS-MATCH-AMOUNT
                       AND WS-KY-ACCOUNT (WS-SUB) = HLD-ACCOUNT-NO
                       AND WS-KY-DATE (WS-SUB) >= HLD-SOURCE-DATE
                   MOVE WS-KY-OPERATOR (WS-SUB) TO WS-KEYER
                   MOVE WS-KY-DATE (WS-SUB) TO WS-KEYED-DATE
               END-IF
           END-PERFORM
           IF WS-KEYER = WS-WORKED-BY
               MOVE 1 TO WS-RULE
               PERFORM ADD-HOLD-CONFLICT
           END-IF.

       ADD-HOLD-CONFLICT.
           MOVE WS-WORKED-BY TO WS-NEW-OPERATOR
           MOVE WS-DISP-DATE TO WS-NEW-DATE
           MOVE SPACES TO WS-NEW-DETAIL
           IF WS-RULE = 1
               STRING 'HOLD ' HLD-REASON-CODE ' ACCOUNT '
                   HLD-ACCOUNT-NO ' AMOUNT ' WS-MATCH-AMOUNT
                   ' KEYED ' WS-KEYED-DATE ' RELEASED'
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
           ELSE
               STRING 'HOLD ' HLD-REASON-CODE ' ACCOUNT '
                   HLD-ACCOUNT-NO ' AMOUNT ' WS-MATCH-AMOUNT ' '
                   WS-DISPOSITION-WORD ' (FILE1HOLD)'
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               END-STRING
           END-IF
           PERFORM ADD-CONFLICT.

       CHECK-ALERTS.
           OPEN INPUT ALERT-QUEUE
           EVALUATE WS-ALERT-QUEUE-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-END-OF-FILE
                   PERFORM READ-ALERT
                       UNTIL WS-END-OF-FILE = 'Y'
                   CLOSE ALERT-QUEUE
               WHEN '35'
                   MOVE 'alert.que' TO WS-NOT-ON-FILE-NAME
                   PERFORM NOTE-NOT-ON-FILE
               WHEN OTHER
                   MOVE 'ALERT-QUEUE' TO WS-ERROR-FILE-NAME
                   MOVE WS-ALERT-QUEUE-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
           END-EVALUATE.

       READ-ALERT.
           READ ALERT-QUEUE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM CHECK-ONE-ALERT
           END-READ.

      *> An alert is about the acknowledger's own action when its
      *> message names their user-ID as a whole word - 'DELETED SEQ
      *> ... BY SUPV01', 'CLEAR REFUSED FOR SUPV01 ...'.
       CHECK-ONE-ALERT.
           IF NOT ALQ-IS-ACKED OR ALQ-ACKED-BY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ALQ-DATE TO WS-ITEM-DATE
           MOVE 'ALERTACK' TO WS-ITEM-PROGRAM
           MOVE ALQ-ACKED-BY TO WS-WORKED-BY
           PERFORM DATE-DISPOSITION
           IF WS-DISP-IN-MONTH = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORKED-BY TO WS-LOOK-ID
           PERFORM LOOKUP-OPERATOR
           IF WS-LOOK-INACTIVE = 'Y'
               MOVE 5 TO WS-RULE
               PERFORM ADD-ALERT-CONFLICT
           END-IF
           MOVE 0 TO WS-ID-LENGTH
           INSPECT WS-WORKED-BY TALLYING WS-ID-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE SPACES TO WS-PADDED-MESSAGE WS-PADDED-ID
           MOVE ALQ-MESSAGE TO WS-PADDED-MESSAGE (2:60)
           MOVE WS-WORKED-BY (1:WS-ID-LENGTH)
               TO WS-PADDED-ID (2:WS-ID-LENGTH)
           MOVE 0 TO WS-ID-HITS
           INSPECT WS-PADDED-MESSAGE TALLYING WS-ID-HITS
               FOR ALL WS-PADDED-ID (1:WS-ID-LENGTH + 2)
           IF WS-ID-HITS > 0
               MOVE 4 TO WS-RULE
               PERFORM ADD-ALERT-CONFLICT
           END-IF.

       ADD-ALERT-CONFLICT.
           MOVE WS-WORKED-BY TO WS-NEW-OPERATOR
           MOVE WS-DISP-DATE TO WS-NEW-DATE
           MOVE SPACES TO WS-NEW-DETAIL
           STRING 'AUTH ' WS-LOOK-AUTH ' ' DELIMITED BY SIZE
               ALQ-PROGRAM DELIMITED BY SPACE
               ' ' ALQ-MESSAGE DELIMITED BY SIZE
               INTO WS-NEW-DETAIL
           END-STRING
           PERFORM ADD-CONFLICT.

      *> The first session of WS-ITEM-PROGRAM run by WS-WORKED-BY on
      *> or after WS-ITEM-DATE dates the disposition; with none on
      *> run.log the item's own date stands in.
       DATE-DISPOSITION.
           MOVE WS-ITEM-DATE TO WS-DISP-DATE
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SS-COUNT OR WS-FOUND-SUB > 0
               IF WS-SS-PROGRAM (WS-SUB) = WS-ITEM-PROGRAM
                       AND WS-SS-OPERATOR (WS-SUB) = WS-WORKED-BY
                       AND WS-SS-DATE (WS-SUB) >= WS-ITEM-DATE
                   MOVE WS-SUB TO WS-FOUND-SUB
                   MOVE WS-SS-DATE (WS-SUB) TO WS-DISP-DATE
               END-IF
           END-PERFORM
           IF WS-DISP-DATE (1:6) = WS-REPORT-MONTH
               MOVE 'Y' TO WS-DISP-IN-MONTH
           ELSE
               MOVE 'N' TO WS-DISP-IN-MONTH
           END-IF.

      *> Only a user-ID on opermast.dat marked inactive counts - a
      *> name not on file is a program or the batch stream.
       LOOKUP-OPERATOR.
           MOVE 'N' TO WS-LOOK-INACTIVE
           MOVE 0 TO WS-LOOK-AUTH
           IF WS-OPER-MASTER = 'N' OR WS-LOOK-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOOK-ID TO OPR-USER-ID
           READ OPER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OPR-AUTH-LEVEL TO WS-LOOK-AUTH
                   IF OPR-IS-INACTIVE
                       MOVE 'Y' TO WS-LOOK-INACTIVE
                   END-IF
           END-READ.

       ADD-CONFLICT.
           IF WS-CF-COUNT >= 2000
               ADD 1 TO WS-CF-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CF-COUNT
           MOVE WS-RULE TO WS-CF-RULE (WS-CF-COUNT)
           MOVE WS-NEW-OPERATOR TO WS-CF-OPERATOR (WS-CF-COUNT)
           MOVE WS-NEW-DATE TO WS-CF-DATE (WS-CF-COUNT)
           MOVE WS-NEW-DETAIL TO WS-CF-DETAIL (WS-CF-COUNT)
           ADD 1 TO WS-RULE-COUNT (WS-RULE).

      *> ------------------------- report -------------------------
       WRITE-REPORT.
           MOVE WS-TODAY TO WS-HDR-RUN-DATE
           WRITE SOD-REPORT-RECORD FROM WS-RPT-HEADER
           IF WS-NOT-ON-FILE NOT = SPACES
               MOVE SPACES TO SOD-REPORT-RECORD
               STRING 'NOT ON FILE: ' WS-NOT-ON-FILE
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
               END-STRING
               WRITE SOD-REPORT-RECORD
           END-IF
           IF WS-OPER-MASTER = 'N'
               MOVE 'NO OPERATOR MASTER - INACTIVE USER-IDS NOT CHECKED'
                   TO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
           END-IF
           IF WS-KY-OVERFLOW > 0
               MOVE SPACES TO SOD-REPORT-RECORD
               STRING 'KEYED LINES BEYOND 20000 NOT MATCHED: '
                   WS-KY-OVERFLOW
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
               END-STRING
               WRITE SOD-REPORT-RECORD
           END-IF
           MOVE SPACES TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           IF WS-CF-COUNT = 0
               MOVE 'NO CONFLICTS FOUND FOR THE MONTH'
                   TO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
           END-IF
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-RULE FROM 1 BY 1 UNTIL WS-RULE > 6
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CF-COUNT
                   IF WS-CF-RULE (WS-SUB) = WS-RULE
                       PERFORM WRITE-CONFLICT
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 'CONFLICTS BY RULE' TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           PERFORM VARYING WS-RULE FROM 1 BY 1 UNTIL WS-RULE > 6
               MOVE WS-RULE-NAME (WS-RULE) TO WS-SUM-RULE-NAME
               MOVE WS-RULE-COUNT (WS-RULE) TO WS-SUM-COUNT
               WRITE SOD-REPORT-RECORD FROM WS-RPT-SUMMARY
           END-PERFORM
           IF WS-CF-OVERFLOW > 0
               MOVE SPACES TO SOD-REPORT-RECORD
               STRING 'CONFLICTS BEYOND 2000 NOT LISTED: '
                   WS-CF-OVERFLOW
                   DELIMITED BY SIZE INTO SOD-REPORT-RECORD
               END-STRING
               WRITE SOD-REPORT-RECORD
           END-IF.

      *> Each conflict: what, who and when, the evidence, and the
      *> reviewer's sign-off.
       WRITE-CONFLICT.
           ADD 1 TO WS-FOUND-SUB
           MOVE WS-FOUND-SUB TO WS-CL-NUMBER
           MOVE WS-RULE-NAME (WS-RULE) TO WS-CL-RULE-NAME
           MOVE WS-CF-OPERATOR (WS-SUB) TO WS-CL-OPERATOR
           MOVE WS-CF-DATE (WS-SUB) TO WS-CL-DATE
           WRITE SOD-REPORT-RECORD FROM WS-RPT-CONFLICT
           MOVE WS-CF-DETAIL (WS-SUB) TO WS-DL-DETAIL
           WRITE SOD-REPORT-RECORD FROM WS-RPT-DETAIL
           WRITE SOD-REPORT-RECORD FROM WS-RPT-SIGNOFF-1
           WRITE SOD-REPORT-RECORD FROM WS-RPT-SIGNOFF-2
           MOVE SPACES TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'SODRPT ABEND: OPEN FAILED FOR '
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
