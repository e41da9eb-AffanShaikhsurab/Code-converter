      *> (date, record count, daily total, running MTD total), and
      *> produces a close report with the month's grand total the GL
      *> team can tie to the sum of the daily file2.glx extracts.
      *> Closing a month marks it closed on period.dat (see
      *> period.cpy), after which the backout, de-archive, reversal
      *> and restore utilities refuse to change it until a
      *> supervisor reopens it through PERDUTIL; re-running the close
      *> for a reopened month closes it again. Corrections to a
      *> closed month post in a later month as prior-period
      *> adjustment sets (HDR2-ADJ-PERIOD on the set header), and
      *> the close report lists the ones posted in the month being
      *> closed in their own section, with the month's activity
      *> before them, so the GL team can see which part of the total
      *> belongs to earlier periods.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-MTD-FILE-STATUS.
           SELECT MTD-REPORT ASSIGN TO 'file2mtd.rpt'
               FILE STATUS IS WS-MTD-REPORT-STATUS.
           SELECT FILE2-HIST ASSIGN TO 'file2.hist'
               FILE STATUS IS WS-FILE2-HIST-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'period.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MTD-REPORT.
       01  MTD-REPORT-RECORD        PIC X(80).

      *> Archived sets, read only for the prior-period adjustments
      *> they may hold - same layout as file2.dat.
       FD  FILE2-HIST.
       01  FILE2-HIST-RECORD        PIC X(45).

       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           COPY period.

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8).
                                 PIC X(27).
       01 WS-KEEP-MONTH         PIC 9(6) VALUE 0.

      *> Prior-period adjustment sets posted in the month being
      *> closed, one entry per (business date, batch) - a set found
      *> in both file2.dat and file2.hist is counted once.
       01 WS-PENDING-ADJ        PIC 9(6) VALUE 0.
       01 WS-ADJ-FOUND          PIC X VALUE 'N'.
       01 WS-ADJ-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CURRENT-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-ADJ-COUNT          PIC 9(4) VALUE 0.
       01 WS-ADJ-TABLE.
           05  WS-ADJ-ENTRY     OCCURS 200 TIMES
                                 INDEXED BY WS-ADJ-IDX.
               10  WS-ADJ-DATE      PIC 9(8).
               10  WS-ADJ-BATCH     PIC 9(4).
               10  WS-ADJ-PERIOD    PIC 9(6).
               10  WS-ADJ-RECORDS   PIC 9(6).
               10  WS-ADJ-SET-TOTAL PIC S9(9)V99 COMP-3.

       01 WS-FILE2-STATUS       PIC XX VALUE '00'.
       01 WS-FILE2-SUM-STATUS   PIC XX VALUE '00'.
       01 WS-SUM-ON-FILE        PIC X VALUE 'N'.
       01 WS-MTD-PARM-STATUS    PIC XX VALUE '00'.
       01 WS-MTD-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-MTD-REPORT-STATUS  PIC XX VALUE '00'.
       01 WS-FILE2-HIST-STATUS  PIC XX VALUE '00'.
       01 WS-PERIOD-FILE-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

           05  WS-RPT-GRAND      PIC -(10)9.99.
           05  FILLER            PIC X(46) VALUE SPACES.

       01 WS-ADJ-HEADER.
           05  FILLER            PIC X(44) VALUE
               'PRIOR-PERIOD ADJUSTMENTS POSTED THIS PERIOD'.
           05  FILLER            PIC X(36) VALUE SPACES.

       01 WS-ADJ-COLS.
           05  FILLER            PIC X(12) VALUE 'DATE'.
           05  FILLER            PIC X(8)  VALUE 'BATCH'.
           05  FILLER            PIC X(10) VALUE 'PERIOD'.
           05  FILLER            PIC X(10) VALUE 'RECORDS'.
           05  FILLER            PIC X(40) VALUE 'SET TOTAL'.

       01 WS-ADJ-LINE.
           05  WS-ADJ-RPT-DATE   PIC 9(8).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-ADJ-RPT-BATCH  PIC 9(4).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-ADJ-RPT-PERIOD PIC 9(6).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-ADJ-RPT-RECS   PIC Z(5)9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-ADJ-RPT-TOTAL  PIC -(8)9.99.
           05  FILLER            PIC X(30) VALUE SPACES.

       01 WS-ADJ-NONE-LINE.
           05  FILLER            PIC X(30) VALUE
               'NONE'.
           05  FILLER            PIC X(50) VALUE SPACES.

       01 WS-ADJ-FIGURE-LINE.
           05  WS-ADJ-FIG-NAME   PIC X(30).
           05  WS-ADJ-FIG-VALUE  PIC -(10)9.99.
           05  FILLER            PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-MONTH-PARM
           PERFORM SCAN-FILE2-SETS
           PERFORM FOLD-SETS-TO-DAYS
           PERFORM SCAN-ADJUSTMENT-SETS
           PERFORM PRESERVE-OTHER-MONTHS
           PERFORM WRITE-MTD-OUTPUT
           PERFORM MARK-PERIOD-CLOSED
           DISPLAY 'FILE2MTD: month ' WS-SELECTED-MONTH ' closed - '
               WS-DAY-COUNT ' business days, total ' WS-MONTH-TOTAL
           MOVE SPACES TO WS-LOG-MESSAGE
           END-PERFORM
           MOVE WS-MONTH-TOTAL TO WS-RPT-GRAND
           WRITE MTD-REPORT-RECORD FROM WS-RPT-FOOTER
           PERFORM WRITE-ADJUSTMENT-SECTION
           CLOSE MTD-FILE
           CLOSE MTD-REPORT.

           MOVE WS-RUNNING-MTD TO WS-RPT-MTD
           WRITE MTD-REPORT-RECORD FROM WS-RPT-LINE.

      *> Adjustment sets are picked out by their header flag; the
      *> month they are listed under is the one they posted in,
      *> not the closed month they correct. Sets already archived
      *> to file2.hist still count, so re-closing an older month
      *> lists the same adjustments it did the first time.
       SCAN-ADJUSTMENT-SETS.
           OPEN INPUT FILE2
           IF WS-FILE2-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-FILE2-ADJUSTMENTS
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE2
           END-IF
           OPEN INPUT FILE2-HIST
           IF WS-FILE2-HIST-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-HIST-ADJUSTMENTS
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE2-HIST
           END-IF
           MOVE 'N' TO WS-END-OF-FILE.

       READ-FILE2-ADJUSTMENTS.
           READ FILE2 INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-ADJUSTMENT-RECORD
           END-READ.

       READ-HIST-ADJUSTMENTS.
           READ FILE2-HIST INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-ADJUSTMENT-RECORD
           END-READ.

       NOTE-ADJUSTMENT-RECORD.
           EVALUATE FILE2-REC-TYPE
               WHEN 'H'
                   MOVE HDR2-BUSINESS-DATE TO WS-PENDING-DATE
                   MOVE HDR2-BATCH-NO TO WS-PENDING-BATCH
                   IF HDR2-ADJ-PERIOD NUMERIC
                       MOVE HDR2-ADJ-PERIOD TO WS-PENDING-ADJ
                   ELSE
                       MOVE 0 TO WS-PENDING-ADJ
                   END-IF
               WHEN 'T'
                   COMPUTE WS-RECORD-MONTH = WS-PENDING-DATE / 100
                   IF WS-PENDING-ADJ > 0
                       AND WS-RECORD-MONTH = WS-SELECTED-MONTH
                       PERFORM RECORD-ONE-ADJUSTMENT
                   END-IF
           END-EVALUATE.

       RECORD-ONE-ADJUSTMENT.
           MOVE 'N' TO WS-ADJ-FOUND
           PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                   UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
               IF WS-ADJ-DATE (WS-ADJ-IDX) = WS-PENDING-DATE
                   AND WS-ADJ-BATCH (WS-ADJ-IDX) = WS-PENDING-BATCH
                   MOVE 'Y' TO WS-ADJ-FOUND
               END-IF
           END-PERFORM
           IF WS-ADJ-FOUND = 'N' AND WS-ADJ-COUNT < 200
               ADD 1 TO WS-ADJ-COUNT
               MOVE WS-PENDING-DATE TO WS-ADJ-DATE (WS-ADJ-COUNT)
               MOVE WS-PENDING-BATCH TO WS-ADJ-BATCH (WS-ADJ-COUNT)
               MOVE WS-PENDING-ADJ TO WS-ADJ-PERIOD (WS-ADJ-COUNT)
               MOVE TRAILER-RECORD-COUNT
                   TO WS-ADJ-RECORDS (WS-ADJ-COUNT)
               MOVE TRAILER-GRAND-TOTAL
                   TO WS-ADJ-SET-TOTAL (WS-ADJ-COUNT)
               ADD TRAILER-GRAND-TOTAL TO WS-ADJ-TOTAL ROUNDED
           END-IF.

      *> The month's grand total above already includes these sets -
      *> they posted in it - so the section splits it into the
      *> adjustments and the month's own activity.
       WRITE-ADJUSTMENT-SECTION.
           WRITE MTD-REPORT-RECORD FROM WS-ADJ-HEADER
           IF WS-ADJ-COUNT = 0
               WRITE MTD-REPORT-RECORD FROM WS-ADJ-NONE-LINE
           ELSE
               WRITE MTD-REPORT-RECORD FROM WS-ADJ-COLS
               PERFORM VARYING WS-ADJ-IDX FROM 1 BY 1
                       UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
                   MOVE WS-ADJ-DATE (WS-ADJ-IDX) TO WS-ADJ-RPT-DATE
                   MOVE WS-ADJ-BATCH (WS-ADJ-IDX) TO WS-ADJ-RPT-BATCH
                   MOVE WS-ADJ-PERIOD (WS-ADJ-IDX)
                       TO WS-ADJ-RPT-PERIOD
                   MOVE WS-ADJ-RECORDS (WS-ADJ-IDX) TO WS-ADJ-RPT-RECS
                   MOVE WS-ADJ-SET-TOTAL (WS-ADJ-IDX)
                       TO WS-ADJ-RPT-TOTAL
                   WRITE MTD-REPORT-RECORD FROM WS-ADJ-LINE
               END-PERFORM
           END-IF
           COMPUTE WS-CURRENT-TOTAL = WS-MONTH-TOTAL - WS-ADJ-TOTAL
           MOVE 'PRIOR-PERIOD ADJUSTMENTS:    ' TO WS-ADJ-FIG-NAME
           MOVE WS-ADJ-TOTAL TO WS-ADJ-FIG-VALUE
           WRITE MTD-REPORT-RECORD FROM WS-ADJ-FIGURE-LINE
           MOVE 'CURRENT-PERIOD ACTIVITY:     ' TO WS-ADJ-FIG-NAME
           MOVE WS-CURRENT-TOTAL TO WS-ADJ-FIG-VALUE
           WRITE MTD-REPORT-RECORD FROM WS-ADJ-FIGURE-LINE.

      *> The close stamps the month closed, first time or again
      *> after a reopen; a reopen's stamp stays on the record as the
      *> trace of the last correction window.
       MARK-PERIOD-CLOSED.
           OPEN I-O PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS = '35'
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               OPEN I-O PERIOD-FILE
           END-IF
           IF WS-PERIOD-FILE-STATUS NOT = '00'
               MOVE 'PERIOD-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-PERIOD-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-SELECTED-MONTH TO PRD-MONTH
           READ PERIOD-FILE INTO PERIOD-RECORD
               INVALID KEY
                   MOVE SPACES TO PERIOD-RECORD
                   MOVE WS-SELECTED-MONTH TO PRD-MONTH
                   SET PRD-IS-CLOSED TO TRUE
                   MOVE WS-RUN-DATE TO PRD-CLOSED-DATE
                   MOVE WS-LOG-PROGRAM TO PRD-CLOSED-BY
                   MOVE 0 TO PRD-REOPENED-DATE
                   WRITE PERIOD-RECORD
               NOT INVALID KEY
                   SET PRD-IS-CLOSED TO TRUE
                   MOVE WS-RUN-DATE TO PRD-CLOSED-DATE
                   MOVE WS-LOG-PROGRAM TO PRD-CLOSED-BY
                   REWRITE PERIOD-RECORD
           END-READ
           CLOSE PERIOD-FILE.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
