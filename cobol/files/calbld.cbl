      *> and calendar.dat is only written when the check passes, so
      *> an incomplete calendar cannot be installed. The
      *> verification report shows the year month by month.
      *> The builder signs its operator on through SIGNON, and
      *> installing a year journals every date whose type it adds
      *> or changes on refchg.jnl, the reference-file change journal
      *> the maintenance programs write (see refjrnl.cpy) - so a
      *> holiday that quietly moved can be traced to who built it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT CBLD-REPORT ASSIGN TO 'calbld.rpt'
               FILE STATUS IS WS-CBLD-REPORT-STATUS.
           SELECT CHANGE-JOURNAL ASSIGN TO 'refchg.jnl'
               FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CBLD-REPORT.
       01  CBLD-REPORT-RECORD       PIC X(80).

       FD  CHANGE-JOURNAL.
       01  CHANGE-JOURNAL-RECORD.
           COPY refjrnl.

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-TODAY              PIC 9(8).
                                 PIC X(9).
       01 WS-OLD-YEAR           PIC 9(4) VALUE 0.

      *> The build year's lines as installed before this run, kept
      *> for the change journal: a date whose type differs (or that
      *> was missing) is journaled with its old line as the before
      *> image.
       01 WS-PRIOR-COUNT        PIC 9(3) VALUE 0.
       01 WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY   OCCURS 366 TIMES
                                 INDEXED BY WS-PRIOR-IDX.
               10  WS-PRI-DATE      PIC 9(8).
               10  WS-PRI-TYPE      PIC X(1).
       01 WS-JOURNALED-COUNT    PIC 9(3) VALUE 0.

       01 WS-CALENDAR-STATUS    PIC XX VALUE '00'.
       01 WS-CBLD-PARM-STATUS   PIC XX VALUE '00'.
       01 WS-HOLIDAY-RULE-STATUS PIC XX VALUE '00'.
       01 WS-OVERRIDE-STATUS    PIC XX VALUE '00'.
       01 WS-CBLD-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-CHANGE-JOURNAL-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

      *> Operator sign-on through the common SIGNON subprogram - the
      *> signed-on user-ID is the operator on every journal record.
      *> Status 'N' means no operator master on file yet: the build
      *> proceeds and journals unstamped.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-AUTH      PIC 9(1) VALUE 0.
       01 WS-SIGNON-STATUS      PIC X(1) VALUE '0'.
       01 WS-SIGNON-MIN-AUTH    PIC 9(1) VALUE 1.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(26) VALUE
               'CALENDAR BUILD FOR YEAR   '.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPERATOR-SIGN-ON
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-BUILD-YEAR = WS-TODAY / 10000 + 1
           INITIALIZE WS-MONTH-FIGURES
           INITIALIZE WS-PRIOR-TABLE
           PERFORM LOAD-CBLD-PARM
           PERFORM GENERATE-BASE-YEAR
           PERFORM APPLY-HOLIDAY-RULES
               STOP RUN
           END-IF
           PERFORM INSTALL-CALENDAR
           PERFORM JOURNAL-CALENDAR-CHANGES
           DISPLAY 'CALBLD: year ' WS-BUILD-YEAR ' installed - '
               WS-YEAR-COUNT ' days, ' WS-HOLIDAY-COUNT
               ' holidays, ' WS-OVERRIDE-COUNT ' overrides, '
               WS-JOURNALED-COUNT ' dates changed'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'YEAR ' WS-BUILD-YEAR ' INSTALLED - '
               WS-YEAR-COUNT ' DAYS ' WS-JOURNALED-COUNT
               ' CHANGED BY ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           STOP RUN.

       OPERATOR-SIGN-ON.
           CALL 'SIGNON' USING WS-LOG-PROGRAM, WS-SIGNON-MIN-AUTH,
               WS-OPERATOR-ID, WS-OPERATOR-AUTH, WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS = '8'
               MOVE 'E' TO WS-LOG-SEVERITY
               MOVE 'SIGN-ON REFUSED - NOTHING BUILT'
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CBLD-PARM.
           OPEN INPUT CBLD-PARM-FILE
           IF WS-CBLD-PARM-STATUS = '00'
                       ADD 1 TO WS-OLD-COUNT
                       MOVE CALENDAR-RECORD
                           TO WS-OLD-ENTRY (WS-OLD-COUNT)
                   ELSE
                       IF WS-PRIOR-COUNT < 366
                           ADD 1 TO WS-PRIOR-COUNT
                           MOVE CAL-DATE
                               TO WS-PRI-DATE (WS-PRIOR-COUNT)
                           MOVE CAL-TYPE
                               TO WS-PRI-TYPE (WS-PRIOR-COUNT)
                       END-IF
                   END-IF
           END-READ.

           END-PERFORM
           CLOSE CALENDAR-FILE.

      *> Runs only once the year is installed: each generated date
      *> is looked up among the lines it replaced, and a new date or
      *> a changed type is journaled. A rebuild that changes nothing
      *> journals nothing.
       JOURNAL-CALENDAR-CHANGES.
           OPEN EXTEND CHANGE-JOURNAL
           IF WS-CHANGE-JOURNAL-STATUS = '35'
               OPEN OUTPUT CHANGE-JOURNAL
               CLOSE CHANGE-JOURNAL
               OPEN EXTEND CHANGE-JOURNAL
           END-IF
           IF WS-CHANGE-JOURNAL-STATUS NOT = '00'
               MOVE 'CHANGE-JOURNAL' TO WS-ERROR-FILE-NAME
               MOVE WS-CHANGE-JOURNAL-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-YEAR-COUNT
               SET WS-YEAR-IDX TO WS-DAY-SUB
               PERFORM JOURNAL-ONE-DATE
           END-PERFORM
           CLOSE CHANGE-JOURNAL.

       JOURNAL-ONE-DATE.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           SET WS-PRIOR-IDX TO 1
           SEARCH WS-PRIOR-ENTRY
               AT END
                   SET RJR-IS-ADD TO TRUE
               WHEN WS-PRI-DATE (WS-PRIOR-IDX)
                       = WS-CAL-DATE (WS-YEAR-IDX)
                   IF WS-PRI-TYPE (WS-PRIOR-IDX)
                           NOT = WS-CAL-TYPE (WS-YEAR-IDX)
                       SET RJR-IS-CHANGE TO TRUE
                       MOVE WS-PRIOR-ENTRY (WS-PRIOR-IDX)
                           TO RJR-BEFORE-IMAGE
                   END-IF
           END-SEARCH
           IF RJR-ACTION NOT = SPACES
               ACCEPT RJR-DATE FROM DATE YYYYMMDD
               ACCEPT RJR-TIME FROM TIME
               MOVE WS-LOG-PROGRAM TO RJR-PROGRAM
               MOVE 'calendar.dat' TO RJR-FILE
               MOVE WS-CAL-DATE (WS-YEAR-IDX) TO RJR-KEY
               MOVE WS-OPERATOR-ID TO RJR-OPERATOR
               MOVE WS-YEAR-ENTRY (WS-YEAR-IDX) TO RJR-AFTER-IMAGE
               WRITE CHANGE-JOURNAL-RECORD
               ADD 1 TO WS-JOURNALED-COUNT
           END-IF.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
