      *> into live file1.dat under the target dimension, the
      *> restore is flagged on dearch.rpt, and the history files
      *> are left untouched as the permanent record.
      *> A batch whose header date falls in a month FILE2MTD has
      *> closed is refused (PERDCHK, see period.cpy): restored and
      *> re-posted under its own date it would change a month
      *> already reported. A supervisor reopens the month through
      *> PERDUTIL first when the restore is genuinely needed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-RESTORED-COUNT     PIC 9(6) VALUE 0.
       01 WS-DETAIL-COUNT       PIC 9(6) VALUE 0.
       01 WS-WORK-SUB           PIC 9(6).
       01 WS-PERIOD-STATUS      PIC X(1) VALUE '0'.

      *> The archived batch's records, collected in one pass and
      *> written only after the whole batch is in hand - a restore
       01 WS-KEEP-TABLE.
           05  WS-KEEP-ENTRY    OCCURS 100000 TIMES
                                 INDEXED BY WS-KEEP-IDX
                                 PIC X(47).

       01 WS-FILE1-HIST-STATUS  PIC XX VALUE '00'.
       01 WS-FILE1-STATUS       PIC XX VALUE '00'.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-RESTORE-PERIOD
           PERFORM RESTORE-TO-LIVE
           PERFORM WRITE-DEARCH-REPORT
           PERFORM RELEASE-UPDATE-LOCK
                   END-IF
           END-READ.

      *> The collected batch's own header says which month it
      *> posted in; the restore goes ahead only while that month is
      *> open.
       CHECK-RESTORE-PERIOD.
           PERFORM VARYING WS-WORK-SUB FROM 1 BY 1
                   UNTIL WS-WORK-SUB > WS-KEEP-COUNT
                       OR WS-HEADER-DATE > 0
               MOVE WS-KEEP-ENTRY (WS-WORK-SUB) TO FILE1-RECORD
               IF FILE1-IS-HEADER IN FILE1-RECORD
                   AND HDR-RUN-DATE IN FILE1-RECORD NUMERIC
                   MOVE HDR-RUN-DATE IN FILE1-RECORD
                       TO WS-HEADER-DATE
               END-IF
           END-PERFORM
           IF WS-HEADER-DATE = 0
               EXIT PARAGRAPH
           END-IF
           CALL 'PERDCHK' USING WS-HEADER-DATE, WS-PERIOD-STATUS
           IF WS-PERIOD-STATUS = 'C'
               DISPLAY 'DEARCH: batch ' WS-SOURCE-BATCH
                   ' posted on ' WS-HEADER-DATE ' in a closed '
                   'period - a supervisor must reopen it first'
               MOVE 'E' TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING 'REFUSED BATCH ' WS-SOURCE-BATCH ' DATED '
                   WS-HEADER-DATE ' - PERIOD CLOSED'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM WRITE-RUN-LOG
               PERFORM RELEASE-UPDATE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Every record re-keys to the target dimension with its
      *> original sequence preserved - header at 000000, trailer at
      *> 999999, details where they were - so the restored batch is
