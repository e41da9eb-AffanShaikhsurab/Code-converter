       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPMFT.
      *> End-of-day snapshot manifest. The STEP003 backup generations
      *> hold file1.dat and file2.dat only; rebuilding the shop at
      *> the disaster-recovery site needs every file the stream
      *> reads, taken together at one point. This program runs as
      *> the last step of the stream, while the file1.dat lock is
      *> still held and nothing else is writing, and lists the
      *> snapshot set - the two master files, the balances and
      *> month-to-date roll-up, the rate, currency, branch, operator,
      *> standing-order and calendar masters, the worked queues, the
      *> dispute cases, the feed control record, the account master
      *> and balances, the interest accrual, the closed-period,
      *> budget and settlement-instruction masters - on snap.mft
      *> (snapmft.cpy) with each file's record count and hash total
      *> from the common SNAPHASH subprogram. The job stream copies
      *> the files the manifest names, and the manifest itself, into
      *> the day's snapshot directory; SNAPVFY recomputes the counts
      *> and hash totals from the restored files at the DR site and
      *> certifies them before the stream may run there.
      *> A file not on file is listed as such and is no fault. A
      *> file that will not open or read ends the step with
      *> RETURN-CODE 8 - a snapshot with a hole in it is no snapshot.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-MANIFEST ASSIGN TO 'snap.mft'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAP-MANIFEST.
       01  SNAP-MANIFEST-RECORD.
           COPY snapmft.

       WORKING-STORAGE SECTION.
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-RUN-TIME           PIC 9(8) VALUE 0.
       01 WS-FILE-SUB           PIC 9(2) VALUE 0.
       01 WS-PRESENT-COUNT      PIC 9(3) VALUE 0.
       01 WS-ABSENT-COUNT       PIC 9(3) VALUE 0.
       01 WS-FAILED-COUNT       PIC 9(3) VALUE 0.

      *> The snapshot set, in the order the manifest lists it.
       01 WS-SNAP-FILES.
           05  FILLER            PIC X(12) VALUE 'file1.dat'.
           05  FILLER            PIC X(12) VALUE 'file2.dat'.
           05  FILLER            PIC X(12) VALUE 'file2.sum'.
           05  FILLER            PIC X(12) VALUE 'file2.mtd'.
           05  FILLER            PIC X(12) VALUE 'rate.dat'.
           05  FILLER            PIC X(12) VALUE 'currency.dat'.
           05  FILLER            PIC X(12) VALUE 'brmaster.dat'.
           05  FILLER            PIC X(12) VALUE 'opermast.dat'.
           05  FILLER            PIC X(12) VALUE 'stord.dat'.
           05  FILLER            PIC X(12) VALUE 'calendar.dat'.
           05  FILLER            PIC X(12) VALUE 'reason.dat'.
           05  FILLER            PIC X(12) VALUE 'file1.exc'.
           05  FILLER            PIC X(12) VALUE 'file1.hld'.
           05  FILLER            PIC X(12) VALUE 'alert.que'.
           05  FILLER            PIC X(12) VALUE 'invest.que'.
           05  FILLER            PIC X(12) VALUE 'mastchg.que'.
           05  FILLER            PIC X(12) VALUE 'dispute.dat'.
           05  FILLER            PIC X(12) VALUE 'feedctl.dat'.
           05  FILLER            PIC X(12) VALUE 'acctmast.dat'.
           05  FILLER            PIC X(12) VALUE 'acctbal.dat'.
           05  FILLER            PIC X(12) VALUE 'accrual.dat'.
           05  FILLER            PIC X(12) VALUE 'period.dat'.
           05  FILLER            PIC X(12) VALUE 'budget.dat'.
           05  FILLER            PIC X(12) VALUE 'ssi.dat'.
       01 WS-SNAP-FILE-TABLE REDEFINES WS-SNAP-FILES.
           05  WS-SNAP-FILE     OCCURS 24 TIMES PIC X(12).
       01 WS-SNAP-FILE-COUNT    PIC 9(3) VALUE 24.

      *> SNAPHASH interface.
       01 WS-SNH-FILE-NAME      PIC X(12) VALUE SPACES.
       01 WS-SNH-STATE          PIC X(1) VALUE SPACES.
       01 WS-SNH-RECORD-COUNT   PIC 9(9) VALUE 0.
       01 WS-SNH-HASH-TOTAL     PIC 9(13)V9(6) VALUE 0.
       01 WS-SNH-HASH-FIELDS    PIC X(30) VALUE SPACES.

       01 WS-MANIFEST-STATUS    PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - the run's outcome goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'SNAPMFT'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT SNAP-MANIFEST
           IF WS-MANIFEST-STATUS NOT = '00'
               MOVE 'SNAP-MANIFEST' TO WS-ERROR-FILE-NAME
               MOVE WS-MANIFEST-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE SPACES TO SNAP-MANIFEST-RECORD
           MOVE 'H' TO SMF-REC-TYPE
           MOVE WS-RUN-DATE TO SMF-HDR-DATE
           MOVE WS-RUN-TIME TO SMF-HDR-TIME
           MOVE WS-SNAP-FILE-COUNT TO SMF-HDR-FILE-COUNT
           WRITE SNAP-MANIFEST-RECORD
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-SNAP-FILE-COUNT
               PERFORM LIST-ONE-FILE
           END-PERFORM
           CLOSE SNAP-MANIFEST
           DISPLAY 'SNAPMFT: ' WS-PRESENT-COUNT ' files listed, '
               WS-ABSENT-COUNT ' not on file, '
               WS-FAILED-COUNT ' unreadable'
           MOVE SPACES TO WS-LOG-MESSAGE
           IF WS-FAILED-COUNT > 0
               MOVE 'E' TO WS-LOG-SEVERITY
           END-IF
           STRING 'SNAPSHOT FILES ' WS-PRESENT-COUNT
               ' NOT ON FILE ' WS-ABSENT-COUNT
               ' UNREADABLE ' WS-FAILED-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           IF WS-FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LIST-ONE-FILE.
           MOVE WS-SNAP-FILE (WS-FILE-SUB) TO WS-SNH-FILE-NAME
           CALL 'SNAPHASH' USING WS-SNH-FILE-NAME, WS-SNH-STATE,
               WS-SNH-RECORD-COUNT, WS-SNH-HASH-TOTAL,
               WS-SNH-HASH-FIELDS
           MOVE SPACES TO SNAP-MANIFEST-RECORD
           MOVE 'F' TO SMF-REC-TYPE
           MOVE WS-SNH-FILE-NAME TO SMF-FILE-NAME
           MOVE WS-SNH-STATE TO SMF-FILE-STATE
           MOVE WS-SNH-RECORD-COUNT TO SMF-RECORD-COUNT
           MOVE WS-SNH-HASH-TOTAL TO SMF-HASH-TOTAL
           MOVE WS-SNH-HASH-FIELDS TO SMF-HASH-FIELDS
           EVALUATE WS-SNH-STATE
               WHEN 'P'
                   ADD 1 TO WS-PRESENT-COUNT
               WHEN 'M'
                   ADD 1 TO WS-ABSENT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY 'SNAPMFT: ' WS-SNH-FILE-NAME
                       ' COULD NOT BE READ FOR THE SNAPSHOT'
                   MOVE 'E' TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING 'UNREADABLE FOR SNAPSHOT: ' WS-SNH-FILE-NAME
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   END-STRING
                   PERFORM WRITE-RUN-LOG
           END-EVALUATE
           WRITE SNAP-MANIFEST-RECORD.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'SNAPMFT ABEND: OPEN FAILED FOR '
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
