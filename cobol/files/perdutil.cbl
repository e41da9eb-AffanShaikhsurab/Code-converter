       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDUTIL.
      *> Accounting-period utility. FILE2MTD closes a month on
      *> period.dat when it closes it into file2.mtd, and from then
      *> on the backout, de-archive, reversal and restore utilities
      *> refuse to touch it (see period.cpy). When a closed month
      *> genuinely has to change, a supervisor reopens it here:
      *> perdutil.parm names the month and the reason, the record is
      *> stamped with who reopened it, when and why, and the month
      *> stays open for correction until FILE2MTD is re-run for it
      *> and closes it again with its refreshed figures. Every run
      *> lists the period file on perdutil.rpt, so the standing of
      *> each month is one report away.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO 'period.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT PDU-PARM-FILE ASSIGN TO 'perdutil.parm'
               FILE STATUS IS WS-PDU-PARM-STATUS.
           SELECT PDU-REPORT ASSIGN TO 'perdutil.rpt'
               FILE STATUS IS WS-PDU-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           COPY period.

      *> PDU-ACTION 'R' reopens PDU-MONTH (YYYYMM) for the reason
      *> given - a reopen without a reason is refused. 'L', or no
      *> parm at all, only lists the period file.
       FD  PDU-PARM-FILE.
       01  PDU-PARM-RECORD.
           05  PDU-ACTION           PIC X(1).
           05  PDU-MONTH            PIC 9(6).
           05  PDU-REASON           PIC X(30).

       FD  PDU-REPORT.
       01  PDU-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-TODAY              PIC 9(8).
       01 WS-ACTION             PIC X(1) VALUE 'L'.
       01 WS-MONTH              PIC 9(6) VALUE 0.
       01 WS-REASON             PIC X(30) VALUE SPACES.
       01 WS-PERIOD-COUNT       PIC 9(4) VALUE 0.

       01 WS-PERIOD-FILE-STATUS PIC XX VALUE '00'.
       01 WS-PDU-PARM-STATUS    PIC XX VALUE '00'.
       01 WS-PDU-REPORT-STATUS  PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - every key event goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'PERDUTIL'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

      *> Supervisor sign-on through the common SIGNON subprogram -
      *> reopening a closed month is supervisor work (level 2), the
      *> same bar FILE1HOLD sets for releasing held items. Status
      *> 'N' means no operator master on file yet: the run proceeds
      *> and the reopen is stamped without a user-ID.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-AUTH      PIC 9(1) VALUE 0.
       01 WS-SIGNON-STATUS      PIC X(1) VALUE '0'.
       01 WS-SIGNON-MIN-AUTH    PIC 9(1) VALUE 2.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(30) VALUE
               'ACCOUNTING PERIOD STATUS AS AT'.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-HDR-DATE       PIC 9(8).
           05  FILLER            PIC X(41) VALUE SPACES.

       01 WS-RPT-COLS.
           05  FILLER            PIC X(8)  VALUE 'PERIOD'.
           05  FILLER            PIC X(10) VALUE 'STATUS'.
           05  FILLER            PIC X(10) VALUE 'CLOSED'.
           05  FILLER            PIC X(10) VALUE 'REOPENED'.
           05  FILLER            PIC X(9)  VALUE 'BY'.
           05  FILLER            PIC X(33) VALUE 'REASON'.

       01 WS-RPT-LINE.
           05  WS-RPT-MONTH      PIC 9(6).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-STATUS     PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-CLOSED     PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-REOPENED   PIC Z(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-BY         PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RPT-REASON     PIC X(30).
           05  FILLER            PIC X(3)  VALUE SPACES.

       01 WS-RPT-FOOTER.
           05  FILLER            PIC X(20) VALUE 'PERIODS ON FILE:    '.
           05  WS-FTR-COUNT      PIC Z(3)9.
           05  FILLER            PIC X(56) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPERATOR-SIGN-ON
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM LOAD-PDU-PARM
           IF WS-ACTION = 'R'
               PERFORM REOPEN-PERIOD
           END-IF
           PERFORM WRITE-PERIOD-REPORT
           STOP RUN.

       OPERATOR-SIGN-ON.
           CALL 'SIGNON' USING WS-LOG-PROGRAM, WS-SIGNON-MIN-AUTH,
               WS-OPERATOR-ID, WS-OPERATOR-AUTH, WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS = '8'
               MOVE 'E' TO WS-LOG-SEVERITY
               MOVE 'SIGN-ON REFUSED - NO PERIOD REOPENED'
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-PDU-PARM.
           OPEN INPUT PDU-PARM-FILE
           IF WS-PDU-PARM-STATUS = '00'
               READ PDU-PARM-FILE INTO PDU-PARM-RECORD
                   AT END
                       MOVE SPACES TO PDU-PARM-RECORD
               END-READ
               IF PDU-ACTION = 'R'
                   MOVE 'R' TO WS-ACTION
               END-IF
               IF PDU-MONTH NUMERIC
                   MOVE PDU-MONTH TO WS-MONTH
               END-IF
               MOVE PDU-REASON TO WS-REASON
               CLOSE PDU-PARM-FILE
           END-IF
           IF WS-ACTION = 'R'
               IF WS-MONTH = 0
                   DISPLAY 'PERDUTIL ABEND: perdutil.parm must name '
                       'the month to reopen'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-REASON = SPACES
                   DISPLAY 'PERDUTIL: a reason is required to '
                       'reopen ' WS-MONTH ' - nothing reopened'
                   MOVE 'E' TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING 'REOPEN OF ' WS-MONTH ' REFUSED - NO REASON'
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   END-STRING
                   PERFORM WRITE-RUN-LOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> Only a closed month can be reopened - a month never closed
      *> is already open, and one already reopened stays as it is
      *> so the first reopen's stamp is not overwritten.
       REOPEN-PERIOD.
           OPEN I-O PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS = '35'
               DISPLAY 'PERDUTIL: no period has been closed yet - '
                   WS-MONTH ' is open'
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD-FILE-STATUS NOT = '00'
               MOVE 'PERIOD-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-PERIOD-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-MONTH TO PRD-MONTH
           READ PERIOD-FILE INTO PERIOD-RECORD
               INVALID KEY
                   DISPLAY 'PERDUTIL: ' WS-MONTH ' has never been '
                       'closed - nothing to reopen'
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   IF PRD-IS-CLOSED
                       SET PRD-IS-REOPENED TO TRUE
                       MOVE WS-TODAY TO PRD-REOPENED-DATE
                       MOVE WS-OPERATOR-ID TO PRD-REOPENED-BY
                       MOVE WS-REASON TO PRD-REOPEN-REASON
                       REWRITE PERIOD-RECORD
                       DISPLAY 'PERDUTIL: ' WS-MONTH ' reopened by '
                           WS-OPERATOR-ID ' - ' WS-REASON
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING 'REOPENED ' WS-MONTH ' BY '
                           WS-OPERATOR-ID ' ' WS-REASON
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       END-STRING
                       PERFORM WRITE-RUN-LOG
                   ELSE
                       DISPLAY 'PERDUTIL: ' WS-MONTH ' is already '
                           'reopened since ' PRD-REOPENED-DATE
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-READ
           CLOSE PERIOD-FILE.

       WRITE-PERIOD-REPORT.
           OPEN OUTPUT PDU-REPORT
           IF WS-PDU-REPORT-STATUS NOT = '00'
               MOVE 'PDU-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-PDU-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-TODAY TO WS-HDR-DATE
           WRITE PDU-REPORT-RECORD FROM WS-RPT-HEADER
           WRITE PDU-REPORT-RECORD FROM WS-RPT-COLS
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM LIST-ONE-PERIOD
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE PERIOD-FILE
           END-IF
           MOVE WS-PERIOD-COUNT TO WS-FTR-COUNT
           WRITE PDU-REPORT-RECORD FROM WS-RPT-FOOTER
           CLOSE PDU-REPORT.

       LIST-ONE-PERIOD.
           READ PERIOD-FILE NEXT RECORD INTO PERIOD-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-PERIOD-COUNT
                   MOVE PRD-MONTH TO WS-RPT-MONTH
                   EVALUATE TRUE
                       WHEN PRD-IS-CLOSED
                           MOVE 'CLOSED' TO WS-RPT-STATUS
                       WHEN PRD-IS-REOPENED
                           MOVE 'REOPENED' TO WS-RPT-STATUS
                       WHEN OTHER
                           MOVE 'OPEN' TO WS-RPT-STATUS
                   END-EVALUATE
                   MOVE PRD-CLOSED-DATE TO WS-RPT-CLOSED
                   IF PRD-REOPENED-DATE NUMERIC
                       MOVE PRD-REOPENED-DATE TO WS-RPT-REOPENED
                   ELSE
                       MOVE 0 TO WS-RPT-REOPENED
                   END-IF
                   MOVE PRD-REOPENED-BY TO WS-RPT-BY
                   MOVE PRD-REOPEN-REASON TO WS-RPT-REASON
                   WRITE PDU-REPORT-RECORD FROM WS-RPT-LINE
           END-READ.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'PERDUTIL ABEND: OPEN FAILED FOR '
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
