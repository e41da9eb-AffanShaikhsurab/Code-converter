       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROADJ.
      *> Retroactive rate correction. RATESIM prices a rate change
      *> going forward, but when RATEMNT enters a correction with an
      *> effective date in the past, every result the calculation
      *> stream computed since that date - already posted to
      *> file1.dat by CALCLOAD - was priced at the wrong multiplier.
      *> This program re-runs each affected calldemo.txn transaction
      *> through File2 itself (so the lookup is exactly the one the
      *> stream applies, reading rate.dat as it now stands), compares
      *> the new result with the one originally produced on
      *> calldemo.out, and posts the differences as an adjustment
      *> batch in file1.dat - same shape as CALCLOAD's batch, so the
      *> corrections flow down the usual FILE1->FILE2->GL pipeline.
      *> retroadj.rpt lists each affected transaction's old result,
      *> new result and adjustment. A result that went up posts as a
      *> detail; one that came down posts as a reversal of the
      *> difference, since FILE1 takes no negative detail - the
      *> trailer's control total is the signed net of the two.
      *> retroadj.parm: the rate type corrected ('ZZ' is the fallback
      *> rule, so a 'ZZ' correction re-prices every type), the
      *> back-dated effective date - both must name an entry now on
      *> rate.dat - and optionally the FILE1-KEY-BATCH to load under
      *> (default 0003, clear of CALCLOAD's 0002).
      *> calldemo.out holds only the results File2 computed; File1
      *> writes them in transaction order, so the two files are read
      *> in step and a transaction with no result of its own date
      *> and type opposite it never produced one - its adjustment is
      *> the whole new result.
      *> The batch header's id is 'RA' + rate type + the effective
      *> date (YYMMDD); a correction already posted (that id on
      *> file1.dat or file1.hist) is refused rather than posted
      *> twice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO 'rate.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT CALLDEMO-TXN-FILE ASSIGN TO 'calldemo.txn'
               FILE STATUS IS WS-TXN-STATUS.
           SELECT CALLDEMO-OUT-FILE ASSIGN TO 'calldemo.out'
               FILE STATUS IS WS-OUT-STATUS.
           SELECT FILE1 ASSIGN TO 'file1.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILE1-REC-KEY
               FILE STATUS IS WS-FILE1-STATUS.
           SELECT FILE1-HIST ASSIGN TO 'file1.hist'
               FILE STATUS IS WS-FILE1-HIST-STATUS.
           SELECT RETRO-PARM-FILE ASSIGN TO 'retroadj.parm'
               FILE STATUS IS WS-RETRO-PARM-STATUS.
           SELECT RETRO-REPORT ASSIGN TO 'retroadj.rpt'
               FILE STATUS IS WS-RETRO-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       01  RATE-RECORD.
           COPY ratefile.

      *> Same layouts the calculation stream's File1 reads and
      *> writes.
       FD  CALLDEMO-TXN-FILE.
       01  CALLDEMO-TXN-RECORD.
           05  TXN-VAR1            PIC 9(4).
           05  TXN-VAR2            PIC 9(4).
           05  TXN-TYPE            PIC X(2).
           05  TXN-DATE            PIC 9(8).

       FD  CALLDEMO-OUT-FILE.
       01  CALLDEMO-OUT-RECORD.
           05  OUT-DATE            PIC 9(8).
           05  OUT-TYPE            PIC X(2).
           05  OUT-VAR3            PIC 9(4).

       FD  FILE1.
       01  FILE1-RECORD.
           COPY file1rec.

       FD  FILE1-HIST.
       01  FILE1-HIST-RECORD.
           COPY file1rec.

       FD  RETRO-PARM-FILE.
       01  RETRO-PARM-RECORD.
           05  RPRM-RATE-TYPE       PIC X(2).
           05  RPRM-EFF-DATE        PIC 9(8).
           05  RPRM-BATCH-NO        PIC 9(4).

       FD  RETRO-REPORT.
       01  RETRO-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-OUT-EOF            PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-RATE-TYPE          PIC X(2) VALUE SPACES.
       01 WS-EFF-DATE           PIC 9(8) VALUE 0.
       01 WS-NEW-MULT           PIC 9(2) VALUE 0.
       01 WS-BATCH-NUMBER       PIC 9(4) VALUE 3.
       01 WS-BATCH-ID           PIC X(10) VALUE SPACES.
       01 WS-ALREADY-POSTED     PIC X VALUE 'N'.

      *> File2's interface, exactly as File1 calls it.
       01 WS-BASE-AMOUNT        PIC 9(4) VALUE 0.
       01 WS-BASE-WORK          PIC 9(5) VALUE 0.
       01 WS-CALL-TYPE          PIC X(2).
       01 WS-CALL-DATE          PIC 9(8).
       01 WS-NEW-RESULT         PIC 9(4) VALUE 0.
       01 WS-FILE2-STATUS       PIC X(1).

       01 WS-HAS-ORIGINAL       PIC X VALUE 'N'.
       01 WS-OLD-RESULT         PIC 9(4) VALUE 0.
       01 WS-ADJUSTMENT         PIC S9(6)V99 COMP-3 VALUE 0.
       01 WS-POST-AMOUNT        PIC S9(6)V99 COMP-3 VALUE 0.
       01 WS-POST-AS-REVERSAL   PIC X VALUE 'N'.
       01 WS-NEXT-KEY           PIC 9(6) VALUE 0.
       01 WS-TXN-COUNT          PIC 9(6) VALUE 0.
       01 WS-AFFECTED-COUNT     PIC 9(6) VALUE 0.
       01 WS-CHANGED-COUNT      PIC 9(6) VALUE 0.
       01 WS-POSTED-COUNT       PIC 9(6) VALUE 0.
       01 WS-HELD-COUNT         PIC 9(6) VALUE 0.
       01 WS-CONTROL-TOTAL      PIC S9(6)V99 COMP-3 VALUE 0.
       01 WS-HELD-TOTAL         PIC S9(6)V99 COMP-3 VALUE 0.

      *> Adjustment amounts already in the batch - FILE1 rejects a
      *> second detail of the same NUMBER-VALUE in a batch, so, as
      *> in CALCLOAD's screen, a repeat is held back and reported for
      *> posting by hand rather than left to unbalance the batch.
      *> FILE1 checks reversals against their own table, so the
      *> downward adjustments are kept apart from the upward ones.
       01 WS-SEEN-COUNT         PIC 9(6) VALUE 0.
       01 WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY    OCCURS 10000 TIMES
                                 INDEXED BY WS-SEEN-IDX
                                 PIC S9(6)V99 COMP-3.
       01 WS-REVERSAL-SEEN-COUNT PIC 9(6) VALUE 0.
       01 WS-REVERSAL-SEEN-TABLE.
           05  WS-REVERSAL-SEEN-ENTRY OCCURS 10000 TIMES
                                 INDEXED BY WS-REVERSAL-SEEN-IDX
                                 PIC S9(6)V99 COMP-3.
       01 WS-DUPLICATE-FOUND    PIC X VALUE 'N'.

       01 WS-RATE-FILE-STATUS   PIC XX VALUE '00'.
       01 WS-TXN-STATUS         PIC XX VALUE '00'.
       01 WS-OUT-STATUS         PIC XX VALUE '00'.
       01 WS-FILE1-STATUS       PIC XX VALUE '00'.
       01 WS-FILE1-HIST-STATUS  PIC XX VALUE '00'.
       01 WS-RETRO-PARM-STATUS  PIC XX VALUE '00'.
       01 WS-RETRO-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - every key event goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'RETROADJ'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(28) VALUE
               'RETROACTIVE RATE ADJUSTMENT '.
           05  FILLER            PIC X(5)  VALUE 'TYPE '.
           05  WS-HDR-TYPE       PIC X(2).
           05  FILLER            PIC X(11) VALUE '  EFFECTIVE'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-HDR-EFF        PIC 9(8).
           05  FILLER            PIC X(13) VALUE '  MULTIPLIER '.
           05  WS-HDR-MULT       PIC Z9.
           05  FILLER            PIC X(10) VALUE SPACES.

       01 WS-RPT-BATCH.
           05  FILLER            PIC X(16) VALUE 'POSTED TO BATCH '.
           05  WS-BAT-NUMBER     PIC 9(4).
           05  FILLER            PIC X(4)  VALUE ' ID '.
           05  WS-BAT-ID         PIC X(10).
           05  FILLER            PIC X(10) VALUE '  RUN DATE'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-BAT-RUN-DATE   PIC 9(8).
           05  FILLER            PIC X(27) VALUE SPACES.

       01 WS-RPT-COLS.
           05  FILLER            PIC X(36) VALUE
               'TXN DATE  TYPE   BASE   OLD RESULT  '.
           05  FILLER            PIC X(44) VALUE
               'NEW RESULT  ADJUSTMENT  NOTE'.

       01 WS-RPT-LINE.
           05  WS-RPT-DATE       PIC 9(8).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-RPT-TYPE       PIC X(2).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-BASE       PIC Z(5)9.
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-RPT-OLD        PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-NEW        PIC X(10).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-ADJ        PIC -(6)9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-NOTE       PIC X(20).
       01 WS-RPT-NUMBER         PIC Z(9)9.

       01 WS-TOTAL-LINE.
           05  WS-TOT-TEXT       PIC X(30).
           05  WS-TOT-VALUE      PIC -(8)9.99.
           05  WS-TOT-COUNT REDEFINES WS-TOT-VALUE
                                 PIC Z(11)9.
           05  FILLER            PIC X(38) VALUE SPACES.

       01 WS-BLANK-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-RETRO-PARM
           PERFORM CHECK-RATE-ENTRY
           STRING 'RA' WS-RATE-TYPE WS-EFF-DATE (3:6)
               DELIMITED BY SIZE INTO WS-BATCH-ID
           END-STRING
           PERFORM CHECK-ALREADY-POSTED
           IF WS-ALREADY-POSTED = 'Y'
               DISPLAY 'RETROADJ: correction ' WS-BATCH-ID
                   ' is already posted - not posted again'
               MOVE 'E' TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING 'CORRECTION ' WS-BATCH-ID
                   ' ALREADY POSTED - REFUSED'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CALLDEMO-TXN-FILE
           IF WS-TXN-STATUS NOT = '00'
               MOVE 'CALLDEMO-TXN' TO WS-ERROR-FILE-NAME
               MOVE WS-TXN-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           OPEN INPUT CALLDEMO-OUT-FILE
           IF WS-OUT-STATUS NOT = '00'
               MOVE 'CALLDEMO-OUT' TO WS-ERROR-FILE-NAME
               MOVE WS-OUT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
      *> I-O, not OUTPUT: other batches already in file1.dat must
      *> survive this load. Same first-run fallback as CALCLOAD.
           OPEN I-O FILE1
           IF WS-FILE1-STATUS = '35'
               OPEN OUTPUT FILE1
               CLOSE FILE1
               OPEN I-O FILE1
           END-IF
           IF WS-FILE1-STATUS NOT = '00'
               MOVE 'FILE1' TO WS-ERROR-FILE-NAME
               MOVE WS-FILE1-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           OPEN OUTPUT RETRO-REPORT
           IF WS-RETRO-REPORT-STATUS NOT = '00'
               MOVE 'RETRO-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-RETRO-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-RATE-TYPE TO WS-HDR-TYPE
           MOVE WS-EFF-DATE TO WS-HDR-EFF
           MOVE WS-NEW-MULT TO WS-HDR-MULT
           WRITE RETRO-REPORT-RECORD FROM WS-RPT-HEADER
           MOVE WS-BATCH-NUMBER TO WS-BAT-NUMBER
           MOVE WS-BATCH-ID TO WS-BAT-ID
           MOVE WS-RUN-DATE TO WS-BAT-RUN-DATE
           WRITE RETRO-REPORT-RECORD FROM WS-RPT-BATCH
           WRITE RETRO-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE RETRO-REPORT-RECORD FROM WS-RPT-COLS
           PERFORM WRITE-BATCH-HEADER
           PERFORM READ-NEXT-OUT
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-TRANSACTION
               UNTIL WS-END-OF-FILE = 'Y'
           PERFORM WRITE-BATCH-TRAILER
           PERFORM WRITE-REPORT-TOTALS
           CLOSE CALLDEMO-TXN-FILE
           CLOSE CALLDEMO-OUT-FILE
           CLOSE FILE1
           CLOSE RETRO-REPORT
           DISPLAY 'RETROADJ: ' WS-AFFECTED-COUNT ' transactions '
               're-priced, ' WS-POSTED-COUNT ' adjustments posted to '
               'batch ' WS-BATCH-NUMBER ' - control total '
               WS-CONTROL-TOTAL
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'BATCH ' WS-BATCH-NUMBER ' ' WS-BATCH-ID
               ' POSTED ' WS-POSTED-COUNT ' HELD ' WS-HELD-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           IF WS-HELD-COUNT > 0
               MOVE 'W' TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> The rate type and effective date are required - without
      *> them there is no correction to apply.
       LOAD-RETRO-PARM.
           OPEN INPUT RETRO-PARM-FILE
           IF WS-RETRO-PARM-STATUS = '00'
               READ RETRO-PARM-FILE INTO RETRO-PARM-RECORD
                   AT END
                       MOVE SPACES TO RETRO-PARM-RECORD
               END-READ
               MOVE RPRM-RATE-TYPE TO WS-RATE-TYPE
               IF RPRM-EFF-DATE NUMERIC
                   MOVE RPRM-EFF-DATE TO WS-EFF-DATE
               END-IF
               IF RPRM-BATCH-NO NUMERIC AND RPRM-BATCH-NO > 0
                   MOVE RPRM-BATCH-NO TO WS-BATCH-NUMBER
               END-IF
               CLOSE RETRO-PARM-FILE
           END-IF
           IF WS-RATE-TYPE = SPACES OR WS-EFF-DATE = 0
               DISPLAY 'RETROADJ ABEND: retroadj.parm must name the '
                   'rate type and effective date corrected'
               MOVE 'E' TO WS-LOG-SEVERITY
               MOVE 'NO RATE TYPE/EFFECTIVE DATE ON RETROADJ.PARM'
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'RETROADJ: type ' WS-RATE-TYPE ' effective '
               WS-EFF-DATE ' to batch ' WS-BATCH-NUMBER.

      *> The correction must be on rate.dat - a typo in the parm
      *> would otherwise re-price everything against the rates
      *> already in effect and find nothing to adjust.
       CHECK-RATE-ENTRY.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = '00'
               MOVE 'RATE-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-RATE-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-RATE-TYPE TO RATE-KEY-TYPE
           MOVE WS-EFF-DATE TO RATE-KEY-EFF-DATE
           READ RATE-FILE
               INVALID KEY
                   DISPLAY 'RETROADJ: no rate.dat entry for type '
                       WS-RATE-TYPE ' effective ' WS-EFF-DATE
                   MOVE 'E' TO WS-LOG-SEVERITY
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING 'NO RATE ENTRY ' WS-RATE-TYPE ' '
                       WS-EFF-DATE ' - NOTHING ADJUSTED'
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   END-STRING
                   PERFORM WRITE-RUN-LOG
                   CLOSE RATE-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   MOVE RATE-MULT TO WS-NEW-MULT
           END-READ
           CLOSE RATE-FILE.

       CHECK-ALREADY-POSTED.
           OPEN INPUT FILE1-HIST
           IF WS-FILE1-HIST-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-FILE1-HIST
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE1-HIST
           END-IF
           OPEN INPUT FILE1
           IF WS-FILE1-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-FILE1-LIVE
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE1
           END-IF.

       READ-FILE1-HIST.
           READ FILE1-HIST INTO FILE1-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-BATCH-HEADER
           END-READ.

       READ-FILE1-LIVE.
           READ FILE1 NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-BATCH-HEADER
           END-READ.

       NOTE-BATCH-HEADER.
           IF FILE1-IS-HEADER IN FILE1-RECORD
               AND HDR-BATCH-ID IN FILE1-RECORD = WS-BATCH-ID
               MOVE 'Y' TO WS-ALREADY-POSTED
           END-IF.

       WRITE-BATCH-HEADER.
           MOVE WS-BATCH-NUMBER TO FILE1-KEY-BATCH IN FILE1-RECORD
           MOVE 0 TO FILE1-KEY-SEQ IN FILE1-RECORD
           SET FILE1-IS-HEADER IN FILE1-RECORD TO TRUE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE IN FILE1-RECORD
           MOVE WS-BATCH-ID TO HDR-BATCH-ID IN FILE1-RECORD
           MOVE 0 TO HDR-ADJ-PERIOD IN FILE1-RECORD
           WRITE FILE1-RECORD
               INVALID KEY
                   DISPLAY 'RETROADJ ABEND: batch ' WS-BATCH-NUMBER
                       ' is already loaded in file1.dat'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CALLDEMO-TXN-FILE
                   CLOSE CALLDEMO-OUT-FILE
                   CLOSE FILE1
                   CLOSE RETRO-REPORT
                   STOP RUN
           END-WRITE.

       READ-NEXT-OUT.
           IF WS-OUT-EOF = 'N'
               READ CALLDEMO-OUT-FILE INTO CALLDEMO-OUT-RECORD
                   AT END
                       MOVE 'Y' TO WS-OUT-EOF
               END-READ
           END-IF.

       READ-TRANSACTION.
           READ CALLDEMO-TXN-FILE INTO CALLDEMO-TXN-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM ADJUST-ONE-TRANSACTION
           END-READ.

      *> File1 only gets as far as File2 when VAR1 + VAR2 fits its
      *> four digits, and then writes the result when File2 reports
      *> success - so the original is the next calldemo.out record
      *> when it carries this transaction's date and type.
       ADJUST-ONE-TRANSACTION.
           ADD 1 TO WS-TXN-COUNT
           COMPUTE WS-BASE-WORK = TXN-VAR1 + TXN-VAR2
           MOVE 'N' TO WS-HAS-ORIGINAL
           IF WS-BASE-WORK < 10000 AND WS-OUT-EOF = 'N'
               AND OUT-DATE = TXN-DATE AND OUT-TYPE = TXN-TYPE
               MOVE 'Y' TO WS-HAS-ORIGINAL
               MOVE OUT-VAR3 TO WS-OLD-RESULT
               PERFORM READ-NEXT-OUT
           END-IF
           IF TXN-DATE NOT < WS-EFF-DATE
               AND (TXN-TYPE = WS-RATE-TYPE OR WS-RATE-TYPE = 'ZZ')
               AND WS-BASE-WORK < 10000
               PERFORM REPRICE-TRANSACTION
           END-IF.

       REPRICE-TRANSACTION.
           ADD 1 TO WS-AFFECTED-COUNT
           MOVE WS-BASE-WORK TO WS-BASE-AMOUNT
           MOVE TXN-TYPE TO WS-CALL-TYPE
           MOVE TXN-DATE TO WS-CALL-DATE
           CALL 'File2' USING WS-BASE-AMOUNT, WS-CALL-TYPE,
               WS-CALL-DATE, WS-NEW-RESULT, WS-FILE2-STATUS
           MOVE TXN-DATE TO WS-RPT-DATE
           MOVE TXN-TYPE TO WS-RPT-TYPE
           MOVE WS-BASE-AMOUNT TO WS-RPT-BASE
           MOVE SPACES TO WS-RPT-NOTE
           IF WS-HAS-ORIGINAL = 'Y'
               MOVE WS-OLD-RESULT TO WS-RPT-NUMBER
               MOVE WS-RPT-NUMBER TO WS-RPT-OLD
           ELSE
               MOVE 0 TO WS-OLD-RESULT
               MOVE '      NONE' TO WS-RPT-OLD
           END-IF
           IF WS-FILE2-STATUS NOT = '0'
               MOVE '    FAILED' TO WS-RPT-NEW
               MOVE 0 TO WS-RPT-ADJ
               MOVE 'NOT COMPUTED - HELD' TO WS-RPT-NOTE
               ADD 1 TO WS-HELD-COUNT
           ELSE
               MOVE WS-NEW-RESULT TO WS-RPT-NUMBER
               MOVE WS-RPT-NUMBER TO WS-RPT-NEW
               COMPUTE WS-ADJUSTMENT = WS-NEW-RESULT - WS-OLD-RESULT
               MOVE WS-ADJUSTMENT TO WS-RPT-ADJ
               IF WS-ADJUSTMENT NOT = 0
                   ADD 1 TO WS-CHANGED-COUNT
                   PERFORM POST-ADJUSTMENT
               ELSE
                   MOVE 'NO CHANGE' TO WS-RPT-NOTE
               END-IF
           END-IF
           WRITE RETRO-REPORT-RECORD FROM WS-RPT-LINE.

       POST-ADJUSTMENT.
           IF WS-ADJUSTMENT < 0
               MOVE 'Y' TO WS-POST-AS-REVERSAL
               COMPUTE WS-POST-AMOUNT = 0 - WS-ADJUSTMENT
               PERFORM CHECK-REVERSAL-REPEAT
           ELSE
               MOVE 'N' TO WS-POST-AS-REVERSAL
               MOVE WS-ADJUSTMENT TO WS-POST-AMOUNT
               PERFORM CHECK-DETAIL-REPEAT
           END-IF
           IF WS-DUPLICATE-FOUND = 'Y'
               ADD 1 TO WS-HELD-COUNT
               ADD WS-ADJUSTMENT TO WS-HELD-TOTAL
               MOVE 'REPEAT AMOUNT - HELD' TO WS-RPT-NOTE
           ELSE
               PERFORM WRITE-DETAIL-RECORD
               IF WS-POST-AS-REVERSAL = 'Y'
                   MOVE 'POSTED AS REVERSAL' TO WS-RPT-NOTE
               ELSE
                   MOVE 'POSTED' TO WS-RPT-NOTE
               END-IF
           END-IF.

      *> A full table holds the item back the same as a repeat - it
      *> can no longer be proved unique within the batch.
       CHECK-DETAIL-REPEAT.
           MOVE 'N' TO WS-DUPLICATE-FOUND
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                       OR WS-DUPLICATE-FOUND = 'Y'
               IF WS-SEEN-ENTRY (WS-SEEN-IDX) = WS-POST-AMOUNT
                   MOVE 'Y' TO WS-DUPLICATE-FOUND
               END-IF
           END-PERFORM
           IF WS-SEEN-COUNT >= 10000
               MOVE 'Y' TO WS-DUPLICATE-FOUND
           END-IF
           IF WS-DUPLICATE-FOUND = 'N'
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-POST-AMOUNT TO WS-SEEN-ENTRY (WS-SEEN-COUNT)
           END-IF.

       CHECK-REVERSAL-REPEAT.
           MOVE 'N' TO WS-DUPLICATE-FOUND
           PERFORM VARYING WS-REVERSAL-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-REVERSAL-SEEN-IDX > WS-REVERSAL-SEEN-COUNT
                       OR WS-DUPLICATE-FOUND = 'Y'
               IF WS-REVERSAL-SEEN-ENTRY (WS-REVERSAL-SEEN-IDX)
                       = WS-POST-AMOUNT
                   MOVE 'Y' TO WS-DUPLICATE-FOUND
               END-IF
           END-PERFORM
           IF WS-REVERSAL-SEEN-COUNT >= 10000
               MOVE 'Y' TO WS-DUPLICATE-FOUND
           END-IF
           IF WS-DUPLICATE-FOUND = 'N'
               ADD 1 TO WS-REVERSAL-SEEN-COUNT
               MOVE WS-POST-AMOUNT
                   TO WS-REVERSAL-SEEN-ENTRY (WS-REVERSAL-SEEN-COUNT)
           END-IF.

      *> The calculation stream carries no branch dimension, so, as
      *> in CALCLOAD, its postings land in the house branch. The
      *> item reference ('RETRO ', type, date - all sixteen bytes)
      *> ties the adjustment back to the transaction it corrects. A
      *> reversal carries the size of the reduction; the control
      *> total takes it signed.
       WRITE-DETAIL-RECORD.
           ADD 1 TO WS-NEXT-KEY
           MOVE WS-BATCH-NUMBER TO FILE1-KEY-BATCH IN FILE1-RECORD
           MOVE WS-NEXT-KEY TO FILE1-KEY-SEQ IN FILE1-RECORD
           IF WS-POST-AS-REVERSAL = 'Y'
               SET FILE1-IS-REVERSAL IN FILE1-RECORD TO TRUE
           ELSE
               SET FILE1-IS-DETAIL IN FILE1-RECORD TO TRUE
           END-IF
           MOVE SPACES TO FILE1-DETAIL-DATA IN FILE1-RECORD
           MOVE WS-POST-AMOUNT TO NUMBER-VALUE IN FILE1-RECORD
           MOVE '000' TO FILE1-BRANCH-CODE IN FILE1-RECORD
           STRING 'RETRO ' TXN-TYPE TXN-DATE
               DELIMITED BY SIZE
               INTO FILE1-ITEM-REF IN FILE1-RECORD
           END-STRING
           WRITE FILE1-RECORD
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-ADJUSTMENT TO WS-CONTROL-TOTAL.

       WRITE-BATCH-TRAILER.
           MOVE WS-BATCH-NUMBER TO FILE1-KEY-BATCH IN FILE1-RECORD
           MOVE 999999 TO FILE1-KEY-SEQ IN FILE1-RECORD
           SET FILE1-IS-TRAILER IN FILE1-RECORD TO TRUE
           MOVE SPACES TO FILE1-DETAIL-DATA IN FILE1-RECORD
           MOVE WS-POSTED-COUNT TO TRLR-RECORD-COUNT IN FILE1-RECORD
           MOVE WS-CONTROL-TOTAL TO TRLR-CONTROL-TOTAL IN FILE1-RECORD
           WRITE FILE1-RECORD.

       WRITE-REPORT-TOTALS.
           WRITE RETRO-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'TRANSACTIONS READ:' TO WS-TOT-TEXT
           MOVE WS-TXN-COUNT TO WS-TOT-COUNT
           WRITE RETRO-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'RE-PRICED:' TO WS-TOT-TEXT
           MOVE WS-AFFECTED-COUNT TO WS-TOT-COUNT
           WRITE RETRO-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'CHANGED:' TO WS-TOT-TEXT
           MOVE WS-CHANGED-COUNT TO WS-TOT-COUNT
           WRITE RETRO-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'ADJUSTMENTS POSTED:' TO WS-TOT-TEXT
           MOVE WS-POSTED-COUNT TO WS-TOT-COUNT
           WRITE RETRO-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'BATCH CONTROL TOTAL:' TO WS-TOT-TEXT
           MOVE WS-CONTROL-TOTAL TO WS-TOT-VALUE
           WRITE RETRO-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'HELD FOR MANUAL POSTING:' TO WS-TOT-TEXT
           MOVE WS-HELD-COUNT TO WS-TOT-COUNT
           WRITE RETRO-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'HELD ADJUSTMENT TOTAL:' TO WS-TOT-TEXT
           MOVE WS-HELD-TOTAL TO WS-TOT-VALUE
           WRITE RETRO-REPORT-RECORD FROM WS-TOTAL-LINE.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'RETROADJ ABEND: OPEN FAILED FOR '
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
