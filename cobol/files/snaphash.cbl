       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPHASH.
      *> Common snapshot hash, CALLed by SNAPMFT when the end-of-day
      *> snapshot is taken and by SNAPVFY when it is restored at the
      *> disaster-recovery site: give it the name of a file in the
      *> snapshot set, get back its record count and hash total.
      *> One routine on both sides means the two can only disagree
      *> when the files do. The hash total is the sum of the
      *> absolute values of the file's amount fields (so a debit
      *> lost against a matching credit still shows); a file with
      *> no amounts is hashed on a date or level field instead -
      *> SNH-HASH-FIELDS says which. Indexed files are read in key
      *> order, so a restore that rebuilt the index still agrees.
      *> State: 'P' read, 'M' not on file, 'E' would not open or
      *> read, 'U' not a file of the snapshot set.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE1 ASSIGN TO 'file1.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILE1-REC-KEY
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT FILE2 ASSIGN TO 'file2.dat'
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT FILE2-SUM ASSIGN TO 'file2.sum'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F2S-KEY
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT MTD-FILE ASSIGN TO 'file2.mtd'
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO 'rate.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT CURR-FILE ASSIGN TO 'currency.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CURR-KEY
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT BRM-FILE ASSIGN TO 'brmaster.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRM-KEY
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT OPER-FILE ASSIGN TO 'opermast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-KEY
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT STORD-FILE ASSIGN TO 'stord.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-KEY
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO 'calendar.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT REASON-FILE ASSIGN TO 'reason.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT FEED-CTL-FILE ASSIGN TO 'feedctl.dat'
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO 'file1.exc'
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'file1.hld'
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT ALERT-QUEUE ASSIGN TO 'alert.que'
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT INVEST-QUEUE ASSIGN TO 'invest.que'
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT CHANGE-QUEUE ASSIGN TO 'mastchg.que'
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO 'dispute.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT ACM-FILE ASSIGN TO 'acctmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-KEY
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT ACCT-BAL-FILE ASSIGN TO 'acctbal.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABL-KEY
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'period.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO 'accrual.dat'
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT BUD-FILE ASSIGN TO 'budget.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-HASH-FILE-STATUS.
           SELECT SSI-FILE ASSIGN TO 'ssi.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSI-KEY
               FILE STATUS IS WS-HASH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE1.
       01  FILE1-RECORD.
           COPY file1rec.

       FD  FILE2.
       01  FILE2-RECORD.
           COPY file2rec.

       FD  FILE2-SUM.
       01  FILE2-SUM-RECORD.
           COPY file2sum.

       FD  MTD-FILE.
       01  MTD-RECORD.
           COPY mtdrec.

       FD  RATE-FILE.
       01  RATE-RECORD.
           COPY ratefile.

       FD  CURR-FILE.
       01  CURR-RECORD.
           COPY currrate.

       FD  BRM-FILE.
       01  BRM-RECORD.
           COPY brmast.

       FD  OPER-FILE.
       01  OPER-RECORD.
           COPY opermast.

       FD  STORD-FILE.
       01  STORD-RECORD.
           COPY stordrec.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY calrec.

       FD  REASON-FILE.
       01  REASON-RECORD.
           COPY rsncode.

      *> Same layout FILE1LOAD writes.
       FD  FEED-CTL-FILE.
       01  FEED-CTL-RECORD.
           05  FCTL-DATE            PIC 9(8).
           05  FCTL-ITEM-COUNT      PIC 9(6).
           05  FCTL-VALUE-TOTAL     PIC S9(9)V99 COMP-3.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           COPY file1exc.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY file1hld.

       FD  ALERT-QUEUE.
       01  ALERT-QUEUE-RECORD.
           COPY alertque.

       FD  INVEST-QUEUE.
       01  INVEST-QUEUE-RECORD.
           COPY invque.

       FD  CHANGE-QUEUE.
       01  CHANGE-QUEUE-RECORD.
           COPY mastchg.

       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           COPY dispute.

       FD  ACM-FILE.
       01  ACM-RECORD.
           COPY acctmast.

       FD  ACCT-BAL-FILE.
       01  ACCT-BAL-RECORD.
           COPY acctbal.

       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           COPY period.

       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD.
           COPY accrual.

       FD  BUD-FILE.
       01  BUD-RECORD.
           COPY budget.

       FD  SSI-FILE.
       01  SSI-RECORD.
           COPY ssirec.

       WORKING-STORAGE SECTION.
       01 WS-HASH-FILE-STATUS   PIC XX VALUE '00'.
       01 WS-HASH-EOF           PIC X VALUE 'N'.
       01 WS-HASH-ITEM          PIC S9(13)V9(6) VALUE 0.

       LINKAGE SECTION.
       01 SNH-FILE-NAME         PIC X(12).
       01 SNH-STATE             PIC X(1).
       01 SNH-RECORD-COUNT      PIC 9(9).
       01 SNH-HASH-TOTAL        PIC 9(13)V9(6).
       01 SNH-HASH-FIELDS       PIC X(30).

       PROCEDURE DIVISION USING SNH-FILE-NAME, SNH-STATE,
               SNH-RECORD-COUNT, SNH-HASH-TOTAL, SNH-HASH-FIELDS.
       MAIN-LOGIC.
           MOVE 'P' TO SNH-STATE
           MOVE 0 TO SNH-RECORD-COUNT
           MOVE 0 TO SNH-HASH-TOTAL
           MOVE SPACES TO SNH-HASH-FIELDS
           MOVE 'N' TO WS-HASH-EOF
           EVALUATE SNH-FILE-NAME
               WHEN 'file1.dat'
                   MOVE 'ITEM AMOUNTS, TRAILER TOTALS'
                       TO SNH-HASH-FIELDS
                   OPEN INPUT FILE1
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-FILE1 UNTIL WS-HASH-EOF = 'Y'
                       CLOSE FILE1
                   END-IF
               WHEN 'file2.dat'
                   MOVE 'TOTALS, NATIVE AMTS, TRAILERS'
                       TO SNH-HASH-FIELDS
                   OPEN INPUT FILE2
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-FILE2 UNTIL WS-HASH-EOF = 'Y'
                       CLOSE FILE2
                   END-IF
               WHEN 'file2.sum'
                   MOVE 'DAILY TOTAL, CLOSING BALANCE'
                       TO SNH-HASH-FIELDS
                   OPEN INPUT FILE2-SUM
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-FILE2-SUM UNTIL WS-HASH-EOF = 'Y'
                       CLOSE FILE2-SUM
                   END-IF
               WHEN 'file2.mtd'
                   MOVE 'DAILY TOTAL, RUNNING TOTAL'
                       TO SNH-HASH-FIELDS
                   OPEN INPUT MTD-FILE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-MTD UNTIL WS-HASH-EOF = 'Y'
                       CLOSE MTD-FILE
                   END-IF
               WHEN 'rate.dat'
                   MOVE 'RATE MULTIPLIER' TO SNH-HASH-FIELDS
                   OPEN INPUT RATE-FILE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-RATE UNTIL WS-HASH-EOF = 'Y'
                       CLOSE RATE-FILE
                   END-IF
               WHEN 'currency.dat'
                   MOVE 'CONVERSION RATE' TO SNH-HASH-FIELDS
                   OPEN INPUT CURR-FILE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-CURRENCY UNTIL WS-HASH-EOF = 'Y'
                       CLOSE CURR-FILE
                   END-IF
               WHEN 'brmaster.dat'
                   MOVE 'MERGE DATE (NO AMOUNTS)' TO SNH-HASH-FIELDS
                   OPEN INPUT BRM-FILE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-BRANCH UNTIL WS-HASH-EOF = 'Y'
                       CLOSE BRM-FILE
                   END-IF
               WHEN 'opermast.dat'
                   MOVE 'AUTHORITY LEVEL (NO AMOUNTS)'
                       TO SNH-HASH-FIELDS
                   OPEN INPUT OPER-FILE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-OPERATOR UNTIL WS-HASH-EOF = 'Y'
                       CLOSE OPER-FILE
                   END-IF
               WHEN 'stord.dat'
                   MOVE 'ORDER AMOUNT' TO SNH-HASH-FIELDS
                   OPEN INPUT STORD-FILE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-STORD UNTIL WS-HASH-EOF = 'Y'
                       CLOSE STORD-FILE
                   END-IF
               WHEN 'calendar.dat'
                   MOVE 'CALENDAR DATE (NO AMOUNTS)' TO SNH-HASH-FIELDS
                   OPEN INPUT CALENDAR-FILE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-CALENDAR UNTIL WS-HASH-EOF = 'Y'
                       CLOSE CALENDAR-FILE
                   END-IF
               WHEN 'reason.dat'
                   MOVE 'CODE NUMBER (NO AMOUNTS)' TO SNH-HASH-FIELDS
                   OPEN INPUT REASON-FILE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-REASON UNTIL WS-HASH-EOF = 'Y'
                       CLOSE REASON-FILE
                   END-IF
               WHEN 'feedctl.dat'
                   MOVE 'FEED VALUE TOTAL' TO SNH-HASH-FIELDS
                   OPEN INPUT FEED-CTL-FILE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-FEED-CTL UNTIL WS-HASH-EOF = 'Y'
                       CLOSE FEED-CTL-FILE
                   END-IF
               WHEN 'file1.exc'
                   MOVE 'ITEM AMOUNT' TO SNH-HASH-FIELDS
                   OPEN INPUT EXCEPTION-FILE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-EXCEPTION UNTIL WS-HASH-EOF = 'Y'
                       CLOSE EXCEPTION-FILE
                   END-IF
               WHEN 'file1.hld'
                   MOVE 'ITEM AMOUNT' TO SNH-HASH-FIELDS
                   OPEN INPUT HOLD-FILE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-HOLD UNTIL WS-HASH-EOF = 'Y'
                       CLOSE HOLD-FILE
                   END-IF
               WHEN 'alert.que'
                   MOVE 'ALERT DATE (NO AMOUNTS)' TO SNH-HASH-FIELDS
                   OPEN INPUT ALERT-QUEUE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-ALERT UNTIL WS-HASH-EOF = 'Y'
                       CLOSE ALERT-QUEUE
                   END-IF
               WHEN 'invest.que'
                   MOVE 'HIT AMOUNT' TO SNH-HASH-FIELDS
                   OPEN INPUT INVEST-QUEUE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-INVEST UNTIL WS-HASH-EOF = 'Y'
                       CLOSE INVEST-QUEUE
                   END-IF
               WHEN 'mastchg.que'
                   MOVE 'QUEUED DATE (NO AMOUNTS)' TO SNH-HASH-FIELDS
                   OPEN INPUT CHANGE-QUEUE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-CHANGE UNTIL WS-HASH-EOF = 'Y'
                       CLOSE CHANGE-QUEUE
                   END-IF
               WHEN 'dispute.dat'
                   MOVE 'DISPUTED, PROVISIONAL CREDIT'
                       TO SNH-HASH-FIELDS
                   OPEN INPUT DISPUTE-FILE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-DISPUTE UNTIL WS-HASH-EOF = 'Y'
                       CLOSE DISPUTE-FILE
                   END-IF
               WHEN 'acctmast.dat'
                   MOVE 'OPEN DATE (NO AMOUNTS)' TO SNH-HASH-FIELDS
                   OPEN INPUT ACM-FILE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-ACCOUNT UNTIL WS-HASH-EOF = 'Y'
                       CLOSE ACM-FILE
                   END-IF
               WHEN 'acctbal.dat'
                   MOVE 'ACCOUNT BALANCE' TO SNH-HASH-FIELDS
                   OPEN INPUT ACCT-BAL-FILE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-ACCT-BAL UNTIL WS-HASH-EOF = 'Y'
                       CLOSE ACCT-BAL-FILE
                   END-IF
               WHEN 'period.dat'
                   MOVE 'CLOSED DATE (NO AMOUNTS)' TO SNH-HASH-FIELDS
                   OPEN INPUT PERIOD-FILE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-PERIOD UNTIL WS-HASH-EOF = 'Y'
                       CLOSE PERIOD-FILE
                   END-IF
               WHEN 'accrual.dat'
                   MOVE 'INTEREST, POSTED, WITHHELD'
                       TO SNH-HASH-FIELDS
                   OPEN INPUT ACCRUAL-FILE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-ACCRUAL UNTIL WS-HASH-EOF = 'Y'
                       CLOSE ACCRUAL-FILE
                   END-IF
               WHEN 'budget.dat'
                   MOVE 'BUDGET AMOUNT' TO SNH-HASH-FIELDS
                   OPEN INPUT BUD-FILE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-BUDGET UNTIL WS-HASH-EOF = 'Y'
                       CLOSE BUD-FILE
                   END-IF
      *> The settlement instructions carry no amount, date or level
      *> at all - the record count is the whole check.
               WHEN 'ssi.dat'
                   MOVE 'COUNT ONLY (NO AMOUNTS)' TO SNH-HASH-FIELDS
                   OPEN INPUT SSI-FILE
                   PERFORM CHECK-HASH-OPEN
                   IF SNH-STATE = 'P'
                       PERFORM HASH-SSI UNTIL WS-HASH-EOF = 'Y'
                       CLOSE SSI-FILE
                   END-IF
               WHEN OTHER
                   MOVE 'U' TO SNH-STATE
           END-EVALUATE
           GOBACK.

       CHECK-HASH-OPEN.
           EVALUATE WS-HASH-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'M' TO SNH-STATE
               WHEN OTHER
                   MOVE 'E' TO SNH-STATE
           END-EVALUATE.

      *> A read that fails outright (not end of file) ends the pass
      *> and marks the file unreadable - a half-counted file must
      *> never pass for a whole one.
       CHECK-HASH-READ.
           IF WS-HASH-FILE-STATUS (1:1) NOT = '0'
               AND WS-HASH-FILE-STATUS (1:1) NOT = '1'
               MOVE 'E' TO SNH-STATE
               MOVE 'Y' TO WS-HASH-EOF
           END-IF.

       ADD-TO-HASH.
           IF WS-HASH-ITEM < 0
               SUBTRACT WS-HASH-ITEM FROM SNH-HASH-TOTAL
           ELSE
               ADD WS-HASH-ITEM TO SNH-HASH-TOTAL
           END-IF.

       HASH-FILE1.
           READ FILE1 NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   EVALUATE TRUE
                       WHEN FILE1-IS-HEADER
                           CONTINUE
                       WHEN FILE1-IS-TRAILER
                           IF TRLR-CONTROL-TOTAL NUMERIC
                               MOVE TRLR-CONTROL-TOTAL TO WS-HASH-ITEM
                               PERFORM ADD-TO-HASH
                           END-IF
                       WHEN OTHER
                           IF NUMBER-VALUE NUMERIC
                               MOVE NUMBER-VALUE TO WS-HASH-ITEM
                               PERFORM ADD-TO-HASH
                           END-IF
                   END-EVALUATE
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-FILE2.
           READ FILE2
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   EVALUATE FILE2-REC-TYPE
                       WHEN 'H'
                           CONTINUE
                       WHEN 'T'
                           IF TRAILER-GRAND-TOTAL NUMERIC
                               MOVE TRAILER-GRAND-TOTAL
                                   TO WS-HASH-ITEM
                               PERFORM ADD-TO-HASH
                           END-IF
                       WHEN OTHER
                           IF TOTAL NUMERIC
                               MOVE TOTAL TO WS-HASH-ITEM
                               PERFORM ADD-TO-HASH
                           END-IF
                           IF FILE2-NATIVE-AMOUNT NUMERIC
                               MOVE FILE2-NATIVE-AMOUNT
                                   TO WS-HASH-ITEM
                               PERFORM ADD-TO-HASH
                           END-IF
                   END-EVALUATE
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-FILE2-SUM.
           READ FILE2-SUM NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF F2S-DAILY-TOTAL NUMERIC
                       MOVE F2S-DAILY-TOTAL TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
                   IF F2S-CLOSING-BALANCE NUMERIC
                       MOVE F2S-CLOSING-BALANCE TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-MTD.
           READ MTD-FILE
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF MTD-DAILY-TOTAL NUMERIC
                       MOVE MTD-DAILY-TOTAL TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
                   IF MTD-RUNNING-TOTAL NUMERIC
                       MOVE MTD-RUNNING-TOTAL TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-RATE.
           READ RATE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF RATE-MULT NUMERIC
                       MOVE RATE-MULT TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-CURRENCY.
           READ CURR-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF CURR-RATE NUMERIC
                       MOVE CURR-RATE TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-BRANCH.
           READ BRM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF BRM-MERGE-DATE NUMERIC
                       MOVE BRM-MERGE-DATE TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-OPERATOR.
           READ OPER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF OPR-AUTH-LEVEL NUMERIC
                       MOVE OPR-AUTH-LEVEL TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-STORD.
           READ STORD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF STO-AMOUNT NUMERIC
                       MOVE STO-AMOUNT TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF CAL-DATE NUMERIC
                       MOVE CAL-DATE TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-REASON.
           READ REASON-FILE
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF RSN-CODE-NUMBER NUMERIC
                       MOVE RSN-CODE-NUMBER TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-FEED-CTL.
           READ FEED-CTL-FILE
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF FCTL-VALUE-TOTAL NUMERIC
                       MOVE FCTL-VALUE-TOTAL TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF EXC-NUMBER-VALUE NUMERIC
                       MOVE EXC-NUMBER-VALUE TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-HOLD.
           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF HLD-NUMBER-VALUE NUMERIC
                       MOVE HLD-NUMBER-VALUE TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-ALERT.
           READ ALERT-QUEUE
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF ALQ-DATE NUMERIC
                       MOVE ALQ-DATE TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-INVEST.
           READ INVEST-QUEUE
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF INV-AMOUNT NUMERIC
                       MOVE INV-AMOUNT TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-CHANGE.
           READ CHANGE-QUEUE
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF MCQ-DATE NUMERIC
                       MOVE MCQ-DATE TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF DSP-AMOUNT NUMERIC
                       MOVE DSP-AMOUNT TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
                   IF DSP-PROV-AMOUNT NUMERIC
                       MOVE DSP-PROV-AMOUNT TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-ACCOUNT.
           READ ACM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF ACM-OPEN-DATE NUMERIC
                       MOVE ACM-OPEN-DATE TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-ACCT-BAL.
           READ ACCT-BAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF ABL-BALANCE NUMERIC
                       MOVE ABL-BALANCE TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-PERIOD.
           READ PERIOD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF PRD-CLOSED-DATE NUMERIC
                       MOVE PRD-CLOSED-DATE TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

      *> Each record type carries its amounts in its own view of the
      *> record: a day's interest, an account's day's interest, a
      *> month posted with its unallocated part, an account's month
      *> paid with the tax withheld from it.
       HASH-ACCRUAL.
           READ ACCRUAL-FILE
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   EVALUATE TRUE
                       WHEN ACR-IS-DAY
                           IF ACR-INTEREST NUMERIC
                               MOVE ACR-INTEREST TO WS-HASH-ITEM
                               PERFORM ADD-TO-HASH
                           END-IF
                       WHEN ACR-IS-ACCOUNT-DAY
                           IF ACR-ACCT-INTEREST NUMERIC
                               MOVE ACR-ACCT-INTEREST TO WS-HASH-ITEM
                               PERFORM ADD-TO-HASH
                           END-IF
                       WHEN ACR-IS-POSTING
                           IF ACR-POST-AMOUNT NUMERIC
                               MOVE ACR-POST-AMOUNT TO WS-HASH-ITEM
                               PERFORM ADD-TO-HASH
                           END-IF
                           IF ACR-POST-UNALLOC NUMERIC
                               MOVE ACR-POST-UNALLOC TO WS-HASH-ITEM
                               PERFORM ADD-TO-HASH
                           END-IF
                       WHEN ACR-IS-ACCOUNT-POSTING
                           IF ACR-AP-GROSS NUMERIC
                               MOVE ACR-AP-GROSS TO WS-HASH-ITEM
                               PERFORM ADD-TO-HASH
                           END-IF
                           IF ACR-AP-TAX NUMERIC
                               MOVE ACR-AP-TAX TO WS-HASH-ITEM
                               PERFORM ADD-TO-HASH
                           END-IF
                   END-EVALUATE
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-BUDGET.
           READ BUD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
                   IF BUD-AMOUNT NUMERIC
                       MOVE BUD-AMOUNT TO WS-HASH-ITEM
                       PERFORM ADD-TO-HASH
                   END-IF
           END-READ
           PERFORM CHECK-HASH-READ.

       HASH-SSI.
           READ SSI-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HASH-EOF
               NOT AT END
                   ADD 1 TO SNH-RECORD-COUNT
           END-READ
           PERFORM CHECK-HASH-READ.
