               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F2S-KEY
               FILE STATUS IS WS-FILE2-SUM-STATUS.
           SELECT ACCT-BAL-FILE ASSIGN TO 'acctbal.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABL-KEY
               FILE STATUS IS WS-ACCT-BAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  FILE2-SUM-RECORD.
           COPY file2sum.

       FD  ACCT-BAL-FILE.
       01  ACCT-BAL-RECORD.
           COPY acctbal.

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
      *> Carries cents (req 010) to match TOTAL/CKPT-TOTAL above.
       01 WS-SKIP-COUNT         PIC 9(6) VALUE 0.
       01 WS-SKIP-READS         PIC 9(6) VALUE 0.
       01 WS-SKIPPED-SO-FAR     PIC 9(6) VALUE 0.
      *> Transfers among the records a restart skips - each wrote two
      *> file2.dat/file2.aud records for its one file1.dat record.
       01 WS-SKIP-XFERS         PIC 9(6) VALUE 0.
       01 WS-KEEP-COUNT         PIC 9(6) VALUE 0.

      *> Holds the FILE2/AUDIT-FILE records still valid as of the last
      *> checkpoint, so a restart can rewind both files back to that
       01 WS-FILE2-TRUNC-TABLE.
           05  WS-FILE2-TRUNC-ENTRY  OCCURS 100000 TIMES
                                 INDEXED BY WS-FILE2-TRUNC-IDX
                                 PIC X(45).
       01 WS-AUDIT-TRUNC-TABLE.
           05  WS-AUDIT-TRUNC-ENTRY  OCCURS 100000 TIMES
                                 INDEXED BY WS-AUDIT-TRUNC-IDX
               10  WS-BRANCH-TOTAL  PIC S9(9)V99 COMP-3.
       01 WS-BRANCH-FOUND       PIC X VALUE 'N'.

      *> Inter-branch transfer legs. A transfer is one file1.dat
      *> record but posts as two file2.dat details - the sending
      *> branch's leg out, then the receiving branch's leg in - each
      *> with its own audit entry, so WS-RECORD-COUNT (file1.dat
      *> records posted, what the checkpoint and the trailer count)
      *> runs one behind the details written per transfer.
       01 WS-XFER-COUNT         PIC 9(6) VALUE 0.
       01 WS-LEG-BRANCH         PIC X(3) VALUE SPACES.
       01 WS-LEG-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.

      *> Per-account net movement for the batch, gathered by a second
      *> pass over the batch's file1.dat records at end of run (so a
      *> restarted run still sees the whole batch) and then folded
      *> into acctbal.dat. Details without an account are
      *> unallocated and stay out of it.
       01 WS-ACCT-BAL-STATUS    PIC XX VALUE '00'.
       01 WS-ACCT-EOF           PIC X VALUE 'N'.
       01 WS-ACCT-FOUND         PIC X VALUE 'N'.
       01 WS-ACCT-SKIPPED       PIC 9(5) VALUE 0.
       01 WS-ACCT-APPLIED       PIC 9(5) VALUE 0.
       01 WS-ACCT-COUNT         PIC 9(5) VALUE 0.
       01 WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY    OCCURS 10000 TIMES
                                 INDEXED BY WS-ACCT-IDX.
               10  WS-ACCT-NO       PIC X(8).
               10  WS-ACCT-NET      PIC S9(11)V99 COMP-3.
               10  WS-ACCT-POSTS    PIC 9(6).

      *> End-of-job statistics (req 011).
       01 WS-RECORDS-READ       PIC 9(6) VALUE 0.
       01 WS-FIRST-DETAIL       PIC X VALUE 'Y'.
           CLOSE AUDIT-FILE
           PERFORM CLEAR-CHECKPOINT
           PERFORM MAINTAIN-DAILY-SUMMARY
           PERFORM MAINTAIN-ACCOUNT-BALANCES
           PERFORM WRITE-END-OF-JOB-SUMMARY
           PERFORM APPEND-RUN-STATISTICS
           MOVE SPACES TO WS-LOG-MESSAGE
                   END-IF
           END-READ.

      *> WS-SKIP-COUNT is CKPT-RECORD-COUNT - detail/reversal/transfer
      *> records only (COPY-DETAIL-RECORD's and COPY-TRANSFER-RECORD's
      *> own count) - but FILE1's physical stream leads with a
      *> header record ahead of those details, so resuming has to
      *> skip WS-SKIP-COUNT + 1 records, not just WS-SKIP-COUNT, or
      *> the last detail processed before the checkpoint gets read
      *> and posted to FILE2 a second time.
      *> Only records of the selected batch count toward the skip -
      *> file1.dat carries other batches' records interleaved in key
      *> order, and READ-FILE1 passes those over without posting them.
                           IF FILE1-IS-HEADER
                               MOVE HDR-RUN-DATE TO WS-STATS-DATE
                           END-IF
                           IF FILE1-IS-TRANSFER
                               ADD 1 TO WS-SKIP-XFERS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-SKIP-XFERS TO WS-XFER-COUNT.

      *> WS-SKIP-READS (header + WS-SKIP-COUNT details) plus one more
      *> for each transfer's second leg is exactly how many FILE2
      *> records were on disk as of the last checkpoint, so rewind
      *> file2.dat to that many records before re-extending it -
      *> anything past that was written by the crashed run and is about
      *> to be re-derived from FILE1 again by READ-FILE1.
       TRUNCATE-FILE2-TO-CHECKPOINT.
               MOVE WS-FILE2-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           COMPUTE WS-KEEP-COUNT = WS-SKIP-READS + WS-SKIP-XFERS
           PERFORM WS-KEEP-COUNT TIMES
               READ FILE2 INTO FILE2-RECORD
                   AT END
                       CONTINUE
               ' records at restart'.

      *> AUDIT-FILE has no header entry, so WS-SKIP-COUNT (details
      *> only) plus the transfers' second legs is exactly how many
      *> audit records were on disk as of the last checkpoint.
       TRUNCATE-AUDIT-TO-CHECKPOINT.
           MOVE 0 TO WS-TRUNC-COUNT
           OPEN INPUT AUDIT-FILE
               MOVE WS-AUDIT-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           COMPUTE WS-KEEP-COUNT = WS-SKIP-COUNT + WS-SKIP-XFERS
           PERFORM WS-KEEP-COUNT TIMES
               READ AUDIT-FILE INTO AUDIT-RECORD
                   AT END
                       CONTINUE
                           PERFORM COPY-DETAIL-RECORD
                       WHEN FILE1-IS-REVERSAL
                           PERFORM COPY-DETAIL-RECORD
                       WHEN FILE1-IS-TRANSFER
                           PERFORM COPY-TRANSFER-RECORD
                   END-EVALUATE
                   PERFORM READ-FILE1
                   END-IF

       WRITE-HEADER-RECORD.
           MOVE 'H' TO FILE2-REC-TYPE
           MOVE SPACES TO FILE2-DETAIL
           MOVE HDR-RUN-DATE TO HDR2-BUSINESS-DATE
           ACCEPT HDR2-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT HDR2-RUN-TIME FROM TIME
           MOVE WS-SELECTED-BATCH TO HDR2-BATCH-NO
           IF HDR-ADJ-PERIOD IS NUMERIC
               MOVE HDR-ADJ-PERIOD TO HDR2-ADJ-PERIOD
           ELSE
               MOVE 0 TO HDR2-ADJ-PERIOD
           END-IF
           MOVE HDR2-BUSINESS-DATE TO WS-STATS-DATE
           WRITE FILE2-RECORD
           DISPLAY 'Header - Business date: ' HDR2-BUSINESS-DATE
           MOVE WS-TOTAL TO TOTAL
           MOVE FILE1-BRANCH-CODE TO FILE2-BRANCH-CODE
           MOVE FILE1-CURRENCY-CODE TO FILE2-CURRENCY-CODE
           MOVE FILE1-ACCOUNT-NO TO FILE2-ACCOUNT-NO
           MOVE FILE1-ITEM-REF TO FILE2-ITEM-REF
           IF FILE1-IS-REVERSAL
               COMPUTE FILE2-NATIVE-AMOUNT = 0 - NUMBER-VALUE
           ELSE
               MOVE NUMBER-VALUE TO FILE2-NATIVE-AMOUNT
           END-IF
           MOVE SPACE TO FILE2-ENTRY-TYPE
           WRITE FILE2-RECORD
           PERFORM WRITE-AUDIT-RECORD
           IF FUNCTION MOD(WS-RECORD-COUNT, WS-CHECKPOINT-EVERY) = 0
               PERFORM SAVE-CHECKPOINT
           END-IF.

      *> The sending leg takes the converted amount off the running
      *> total under the sending branch and the receiving leg puts
      *> it straight back under the receiving branch, each leg
      *> naming the other branch, so the set's total is untouched
      *> and the two branches' activity moves by equal and opposite
      *> amounts. FILE1 has already refused a transfer without two
      *> different branches. The checkpoint is only taken after both
      *> legs are down, so a restart never finds half a pair.
       COPY-TRANSFER-RECORD.
           PERFORM CONVERT-TO-BASE
           IF FILE1-BRANCH-CODE = SPACES
               MOVE '000' TO FILE1-BRANCH-CODE
           END-IF
           MOVE FILE1-BRANCH-CODE TO WS-LEG-BRANCH
           COMPUTE WS-LEG-AMOUNT = 0 - WS-CONVERTED-AMOUNT
           PERFORM WRITE-TRANSFER-LEG
           MOVE FILE1-XFER-TO-BRANCH TO WS-LEG-BRANCH
           MOVE WS-CONVERTED-AMOUNT TO WS-LEG-AMOUNT
           PERFORM WRITE-TRANSFER-LEG
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-XFER-COUNT
           DISPLAY 'Transfer: ' NUMBER-VALUE ' (base '
               WS-CONVERTED-AMOUNT ') ' FILE1-BRANCH-CODE ' to '
               FILE1-XFER-TO-BRANCH
           IF FUNCTION MOD(WS-RECORD-COUNT, WS-CHECKPOINT-EVERY) = 0
               PERFORM SAVE-CHECKPOINT
           END-IF.

       WRITE-TRANSFER-LEG.
           MOVE WS-TOTAL TO WS-BEFORE-TOTAL
           ADD WS-LEG-AMOUNT TO WS-TOTAL ROUNDED
               ON SIZE ERROR
                   DISPLAY 'FILE2 ABEND: WS-TOTAL overflow on '
                       'transfer ' NUMBER-VALUE
                   MOVE 16 TO RETURN-CODE
                   CLOSE FILE1
                   CLOSE FILE2
                   CLOSE AUDIT-FILE
                   STOP RUN
           END-ADD
           PERFORM ACCUMULATE-LEG-BRANCH-TOTAL
           MOVE 'D' TO FILE2-REC-TYPE
           MOVE WS-TOTAL TO TOTAL
           MOVE WS-LEG-BRANCH TO FILE2-BRANCH-CODE
           MOVE FILE1-CURRENCY-CODE TO FILE2-CURRENCY-CODE
           MOVE SPACES TO FILE2-ACCOUNT-NO
           IF WS-LEG-AMOUNT < 0
               MOVE FILE1-XFER-TO-BRANCH TO FILE2-XFER-BRANCH
               COMPUTE FILE2-NATIVE-AMOUNT = 0 - NUMBER-VALUE
           ELSE
               MOVE FILE1-BRANCH-CODE TO FILE2-XFER-BRANCH
               MOVE NUMBER-VALUE TO FILE2-NATIVE-AMOUNT
           END-IF
           MOVE FILE1-ITEM-REF TO FILE2-ITEM-REF
           SET FILE2-IS-TRANSFER-LEG TO TRUE
           WRITE FILE2-RECORD
           PERFORM WRITE-AUDIT-RECORD.

       ACCUMULATE-LEG-BRANCH-TOTAL.
           MOVE 'N' TO WS-BRANCH-FOUND
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               IF WS-BRANCH-CODE (WS-BRANCH-IDX) = WS-LEG-BRANCH
                   MOVE 'Y' TO WS-BRANCH-FOUND
                   ADD WS-LEG-AMOUNT
                       TO WS-BRANCH-TOTAL (WS-BRANCH-IDX) ROUNDED
               END-IF
           END-PERFORM
           IF WS-BRANCH-FOUND = 'N' AND WS-BRANCH-COUNT < 100
               ADD 1 TO WS-BRANCH-COUNT
               SET WS-BRANCH-IDX TO WS-BRANCH-COUNT
               MOVE WS-LEG-BRANCH TO WS-BRANCH-CODE (WS-BRANCH-IDX)
               MOVE WS-LEG-AMOUNT TO WS-BRANCH-TOTAL (WS-BRANCH-IDX)
           END-IF.

      *> A record with no branch stamped folds into the house
      *> branch, the same convention FILE1's report uses.
       ACCUMULATE-BRANCH-TOTAL.
               CLOSE FILE2-SUM
           END-IF.

      *> Per-account running balances in acctbal.dat follow the same
      *> open rules as file2.sum: an overwrite run starts the
      *> balances afresh along with file2.dat, an append or restart
      *> run carries them forward. A record already stamped with this
      *> set's date and batch has had it applied and is left alone,
      *> so a rerun of the pass cannot double an account. Like the
      *> summary, balances that cannot be written are reported and
      *> swallowed - they must never take a clean run down.
       MAINTAIN-ACCOUNT-BALANCES.
           MOVE 0 TO WS-ACCT-COUNT
           OPEN INPUT FILE1
           IF WS-FILE1-STATUS NOT = '00'
               DISPLAY 'FILE2: file1.dat not readable for account '
                   'balances - FILE STATUS ' WS-FILE1-STATUS
           ELSE
               MOVE 'N' TO WS-ACCT-EOF
               PERFORM READ-FILE1-FOR-ACCOUNTS
                   UNTIL WS-ACCT-EOF = 'Y'
               CLOSE FILE1
           END-IF
           IF WS-ACCT-COUNT > 0
               IF WS-RESTARTING = 'Y' OR WS-APPEND-MODE = 'Y'
                   OPEN I-O ACCT-BAL-FILE
                   IF WS-ACCT-BAL-STATUS = '35'
                       OPEN OUTPUT ACCT-BAL-FILE
                       CLOSE ACCT-BAL-FILE
                       OPEN I-O ACCT-BAL-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT ACCT-BAL-FILE
               END-IF
               IF WS-ACCT-BAL-STATUS NOT = '00'
                   DISPLAY 'FILE2: acctbal.dat not writable - FILE '
                       'STATUS ' WS-ACCT-BAL-STATUS
               ELSE
                   PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                           UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                       PERFORM APPLY-ONE-ACCOUNT-BALANCE
                   END-PERFORM
                   CLOSE ACCT-BAL-FILE
                   DISPLAY 'FILE2: account balances - '
                       WS-ACCT-APPLIED ' applied, '
                       WS-ACCT-SKIPPED ' already posted'
               END-IF
           END-IF.

       READ-FILE1-FOR-ACCOUNTS.
           READ FILE1 INTO FILE1-RECORD
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF
               NOT AT END
                   IF FILE1-KEY-BATCH = WS-SELECTED-BATCH
                       AND (FILE1-IS-DETAIL OR FILE1-IS-REVERSAL)
                       AND FILE1-ACCOUNT-NO NOT = SPACES
                       PERFORM ACCUMULATE-ACCOUNT-NET
                   END-IF
           END-READ.

      *> Same rate and date as the posting pass used, so the account
      *> movements foot to the set's TOTAL. An overflowing conversion
      *> already abended the posting pass, so here it is only noted.
       ACCUMULATE-ACCOUNT-NET.
           CALL 'CURRCONV' USING FILE1-CURRENCY-CODE,
               WS-STATS-DATE, NUMBER-VALUE,
               WS-CONVERTED-AMOUNT, WS-CONV-STATUS
           IF WS-CONV-STATUS = '1'
               DISPLAY 'FILE2: account ' FILE1-ACCOUNT-NO
                   ' conversion overflow - not balanced'
           ELSE
               MOVE 'N' TO WS-ACCT-FOUND
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                       UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                          OR WS-ACCT-FOUND = 'Y'
                   IF WS-ACCT-NO (WS-ACCT-IDX) = FILE1-ACCOUNT-NO
                       MOVE 'Y' TO WS-ACCT-FOUND
                   END-IF
               END-PERFORM
               IF WS-ACCT-FOUND = 'Y'
                   SET WS-ACCT-IDX DOWN BY 1
               ELSE
                   IF WS-ACCT-COUNT < 10000
                       ADD 1 TO WS-ACCT-COUNT
                       SET WS-ACCT-IDX TO WS-ACCT-COUNT
                       MOVE FILE1-ACCOUNT-NO TO WS-ACCT-NO (WS-ACCT-IDX)
                       MOVE 0 TO WS-ACCT-NET (WS-ACCT-IDX)
                       MOVE 0 TO WS-ACCT-POSTS (WS-ACCT-IDX)
                       MOVE 'Y' TO WS-ACCT-FOUND
                   ELSE
                       DISPLAY 'FILE2: account table full - '
                           FILE1-ACCOUNT-NO ' not balanced'
                   END-IF
               END-IF
               IF WS-ACCT-FOUND = 'Y'
                   ADD 1 TO WS-ACCT-POSTS (WS-ACCT-IDX)
                   IF FILE1-IS-REVERSAL
                       SUBTRACT WS-CONVERTED-AMOUNT
                           FROM WS-ACCT-NET (WS-ACCT-IDX) ROUNDED
                   ELSE
                       ADD WS-CONVERTED-AMOUNT
                           TO WS-ACCT-NET (WS-ACCT-IDX) ROUNDED
                   END-IF
               END-IF
           END-IF.

       APPLY-ONE-ACCOUNT-BALANCE.
           MOVE WS-ACCT-NO (WS-ACCT-IDX) TO ABL-ACCOUNT-NO
           READ ACCT-BAL-FILE
               INVALID KEY
                   MOVE WS-ACCT-NO (WS-ACCT-IDX) TO ABL-ACCOUNT-NO
                   MOVE WS-ACCT-NET (WS-ACCT-IDX) TO ABL-BALANCE
                   MOVE WS-ACCT-POSTS (WS-ACCT-IDX) TO ABL-POST-COUNT
                   MOVE WS-STATS-DATE TO ABL-LAST-DATE
                   MOVE WS-SELECTED-BATCH TO ABL-LAST-BATCH
                   WRITE ACCT-BAL-RECORD
                   ADD 1 TO WS-ACCT-APPLIED
               NOT INVALID KEY
                   IF ABL-LAST-DATE = WS-STATS-DATE
                       AND ABL-LAST-BATCH = WS-SELECTED-BATCH
                       ADD 1 TO WS-ACCT-SKIPPED
                   ELSE
                       ADD WS-ACCT-NET (WS-ACCT-IDX) TO ABL-BALANCE
                       ADD WS-ACCT-POSTS (WS-ACCT-IDX)
                           TO ABL-POST-COUNT
                       MOVE WS-STATS-DATE TO ABL-LAST-DATE
                       MOVE WS-SELECTED-BATCH TO ABL-LAST-BATCH
                       REWRITE ACCT-BAL-RECORD
                       ADD 1 TO WS-ACCT-APPLIED
                   END-IF
           END-READ.

      *> One summary record per header/trailer set already on
      *> file2.dat, chained in timeline order - the same order the
      *> as-of inquiry walks. The current run's own set is on file

       WRITE-TRAILER-RECORD.
           MOVE 'T' TO FILE2-REC-TYPE
           MOVE SPACES TO FILE2-DETAIL
           MOVE WS-RECORD-COUNT TO TRAILER-RECORD-COUNT
           MOVE WS-TOTAL TO TRAILER-GRAND-TOTAL
           WRITE FILE2-RECORD
           DISPLAY '===== FILE2 END-OF-JOB SUMMARY ====='
           DISPLAY 'Records read from FILE1:    ' WS-RECORDS-READ
           DISPLAY 'Records written to FILE2:   ' WS-RECORD-COUNT
           DISPLAY 'Inter-branch transfers:     ' WS-XFER-COUNT
           DISPLAY 'Minimum NUMBER seen:        ' WS-MIN-NUMBER
           DISPLAY 'Maximum NUMBER seen:        ' WS-MAX-NUMBER
           DISPLAY 'Final WS-TOTAL:             ' WS-TOTAL
