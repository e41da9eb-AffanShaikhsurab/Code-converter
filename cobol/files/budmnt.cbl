       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMNT.
      *> Batch maintenance for budget.dat, the branch budget BUDVAR
      *> reports actual posted activity against. Update transactions
      *> come in on budmnt.trn, one per line: action 'A' (add or
      *> replace the budget for a branch and fiscal month) or 'D'
      *> (remove it) - the same transaction-file convention BRMMNT
      *> uses for brmaster.dat. The branch answers to the branch
      *> master through BRCHK, so a budget cannot be set for a code
      *> that was never a branch; a closed branch is still accepted,
      *> since its earlier months stay on the variance history and
      *> may need correcting.
      *> Budget changes are under the same dual control as the other
      *> reference masters: the run signs its operator on through
      *> SIGNON and queues each transaction on mastchg.que for a
      *> second operator to approve on the CHGAPPR screen, and every
      *> run first applies the changes approved since the last one.
      *> With no opermast.dat on file transactions apply directly.
      *> Every change actually made goes on the refchg.jnl change
      *> journal with the record before and after - see refjrnl.cpy.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUD-FILE ASSIGN TO 'budget.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-FILE-STATUS.
           SELECT BUD-TRN-FILE ASSIGN TO 'budmnt.trn'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUD-TRN-STATUS.
           SELECT CHANGE-QUEUE ASSIGN TO 'mastchg.que'
               FILE STATUS IS WS-CHANGE-QUEUE-STATUS.
           SELECT CHANGE-JOURNAL ASSIGN TO 'refchg.jnl'
               FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUD-FILE.
       01  BUD-RECORD.
           COPY budget.

      *> UTRN-MONTH is the fiscal month as YYYYMM; UTRN-AMOUNT is the
      *> budgeted net activity in base currency with two implied
      *> decimals, and may be left blank on a delete.
       FD  BUD-TRN-FILE.
       01  BUD-TRN-RECORD.
           05  UTRN-ACTION          PIC X(1).
           05  UTRN-BRANCH          PIC X(3).
           05  UTRN-MONTH           PIC 9(6).
           05  UTRN-MONTH-PARTS REDEFINES UTRN-MONTH.
               10  UTRN-YEAR        PIC 9(4).
               10  UTRN-MM          PIC 9(2).
           05  UTRN-AMOUNT          PIC 9(9)V99.

       FD  CHANGE-QUEUE.
       01  CHANGE-QUEUE-RECORD.
           COPY mastchg.

       FD  CHANGE-JOURNAL.
       01  CHANGE-JOURNAL-RECORD.
           COPY refjrnl.

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-APPLIED-COUNT      PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT     PIC 9(4) VALUE 0.
       01 WS-QUEUED-COUNT       PIC 9(4) VALUE 0.
       01 WS-APPLIED-BEFORE     PIC 9(4) VALUE 0.
       01 WS-QUEUE-EOF          PIC X VALUE 'N'.
       01 WS-TRN-ON-FILE        PIC X VALUE 'Y'.
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.

      *> Branch-master lookup through the common BRCHK subprogram.
       01 WS-BRCHK-STATUS       PIC X(1) VALUE '0'.
       01 WS-BRCHK-NAME         PIC X(20) VALUE SPACES.
       01 WS-BRCHK-REGION       PIC X(3) VALUE SPACES.

       01 WS-BUD-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-BUD-TRN-STATUS     PIC XX VALUE '00'.
       01 WS-CHANGE-QUEUE-STATUS PIC XX VALUE '00'.
       01 WS-CHANGE-JOURNAL-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Operator sign-on through the common SIGNON subprogram - the
      *> signed-on user-ID is the maker stamped on every queued
      *> change. Dual control is in force whenever sign-on is
      *> (status '0'); status 'N' means no operator master on file
      *> yet, and the run applies directly and unstamped.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-AUTH      PIC 9(1) VALUE 0.
       01 WS-SIGNON-STATUS      PIC X(1) VALUE '0'.
       01 WS-SIGNON-MIN-AUTH    PIC 9(1) VALUE 1.
       01 WS-DUAL-CONTROL       PIC X VALUE 'N'.

      *> Change-journal stamps: the operator who keyed the change and
      *> the one who approved it, and the budget record as it stood
      *> before the change.
       01 WS-JRN-OPERATOR       PIC X(8) VALUE SPACES.
       01 WS-JRN-CHECKER        PIC X(8) VALUE SPACES.
       01 WS-JRN-ACTION         PIC X(1) VALUE SPACES.
       01 WS-BEFORE-IMAGE       PIC X(60) VALUE SPACES.

      *> Consolidated run-log interface - the run's outcome goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'BUDMNT'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM OPERATOR-SIGN-ON
      *> Under dual control a missing budmnt.trn only means there is
      *> nothing new to queue this run.
           OPEN INPUT BUD-TRN-FILE
           IF WS-BUD-TRN-STATUS = '35' AND WS-DUAL-CONTROL = 'Y'
               MOVE 'N' TO WS-TRN-ON-FILE
           ELSE
               IF WS-BUD-TRN-STATUS NOT = '00'
                   MOVE 'BUD-TRN-FILE' TO WS-ERROR-FILE-NAME
                   MOVE WS-BUD-TRN-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
               END-IF
           END-IF
      *> Same first-run fallback as the rest of the shop: OPEN I-O on
      *> a nonexistent indexed file returns '35' and creates nothing,
      *> so create it once via OPEN OUTPUT and reopen.
           OPEN I-O BUD-FILE
           IF WS-BUD-FILE-STATUS = '35'
               OPEN OUTPUT BUD-FILE
               CLOSE BUD-FILE
               OPEN I-O BUD-FILE
           END-IF
           IF WS-BUD-FILE-STATUS NOT = '00'
               MOVE 'BUD-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-BUD-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           PERFORM OPEN-JOURNAL-EXTEND
           MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR
           IF WS-DUAL-CONTROL = 'Y'
               PERFORM APPLY-APPROVED-CHANGES
               IF WS-TRN-ON-FILE = 'Y'
                   PERFORM OPEN-QUEUE-EXTEND
                   PERFORM READ-BUD-TRN
                   CLOSE CHANGE-QUEUE
               END-IF
           ELSE
               PERFORM READ-BUD-TRN
           END-IF
           IF WS-TRN-ON-FILE = 'Y'
               CLOSE BUD-TRN-FILE
           END-IF
           CLOSE BUD-FILE
           CLOSE CHANGE-JOURNAL
           DISPLAY 'BUDMNT: ' WS-APPLIED-COUNT ' applied, '
               WS-REJECTED-COUNT ' rejected, '
               WS-QUEUED-COUNT ' queued for approval'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'APPLIED ' WS-APPLIED-COUNT ' REJECTED '
               WS-REJECTED-COUNT ' QUEUED ' WS-QUEUED-COUNT
               ' BY ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       OPERATOR-SIGN-ON.
           CALL 'SIGNON' USING WS-LOG-PROGRAM, WS-SIGNON-MIN-AUTH,
               WS-OPERATOR-ID, WS-OPERATOR-AUTH, WS-SIGNON-STATUS
           EVALUATE WS-SIGNON-STATUS
               WHEN '8'
                   MOVE 'E' TO WS-LOG-SEVERITY
                   MOVE 'SIGN-ON REFUSED - NOTHING QUEUED OR APPLIED'
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-RUN-LOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN '0'
                   MOVE 'Y' TO WS-DUAL-CONTROL
           END-EVALUATE.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       READ-BUD-TRN.
           READ BUD-TRN-FILE INTO BUD-TRN-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF WS-DUAL-CONTROL = 'Y'
                       PERFORM QUEUE-ONE-TRN
                   ELSE
                       PERFORM APPLY-ONE-TRN
                   END-IF
                   PERFORM READ-BUD-TRN
           END-READ.

      *> Walks mastchg.que for this program's approved changes and
      *> applies each through the same APPLY-ONE-TRN a direct run
      *> uses, so an approved transaction is validated exactly as
      *> an unqueued one would be. The entry is marked applied, or
      *> failed when the master refused it, and dated either way.
       APPLY-APPROVED-CHANGES.
           OPEN I-O CHANGE-QUEUE
           IF WS-CHANGE-QUEUE-STATUS = '00'
               MOVE 'N' TO WS-QUEUE-EOF
               PERFORM UNTIL WS-QUEUE-EOF = 'Y'
                   READ CHANGE-QUEUE INTO CHANGE-QUEUE-RECORD
                       AT END
                           MOVE 'Y' TO WS-QUEUE-EOF
                       NOT AT END
                           IF MCQ-PROGRAM = WS-LOG-PROGRAM
                               AND MCQ-IS-APPROVED
                               PERFORM APPLY-ONE-APPROVED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-QUEUE
           END-IF.

       APPLY-ONE-APPROVED.
           MOVE MCQ-MAKER TO WS-JRN-OPERATOR
           MOVE MCQ-CHECKER TO WS-JRN-CHECKER
           MOVE MCQ-TRN-IMAGE TO BUD-TRN-RECORD
           MOVE WS-APPLIED-COUNT TO WS-APPLIED-BEFORE
           PERFORM APPLY-ONE-TRN
           IF WS-APPLIED-COUNT > WS-APPLIED-BEFORE
               SET MCQ-IS-APPLIED TO TRUE
           ELSE
               SET MCQ-IS-FAILED TO TRUE
           END-IF
           MOVE WS-RUN-DATE TO MCQ-APPLIED-DATE
           REWRITE CHANGE-QUEUE-RECORD.

      *> Same first-use EXTEND fallback as the run log itself.
       OPEN-QUEUE-EXTEND.
           OPEN EXTEND CHANGE-QUEUE
           IF WS-CHANGE-QUEUE-STATUS = '35'
               OPEN OUTPUT CHANGE-QUEUE
               CLOSE CHANGE-QUEUE
               OPEN EXTEND CHANGE-QUEUE
           END-IF
           IF WS-CHANGE-QUEUE-STATUS NOT = '00'
               MOVE 'CHANGE-QUEUE' TO WS-ERROR-FILE-NAME
               MOVE WS-CHANGE-QUEUE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF.

       OPEN-JOURNAL-EXTEND.
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
           END-IF.

      *> One journal record per change actually made - the caller
      *> has set WS-JRN-ACTION and WS-BEFORE-IMAGE, and the record
      *> area holds the budget record as it now stands (nothing,
      *> after a delete).
       WRITE-CHANGE-JOURNAL.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           ACCEPT RJR-DATE FROM DATE YYYYMMDD
           ACCEPT RJR-TIME FROM TIME
           MOVE WS-LOG-PROGRAM TO RJR-PROGRAM
           MOVE 'budget.dat' TO RJR-FILE
           MOVE BUD-KEY TO RJR-KEY
           MOVE WS-JRN-ACTION TO RJR-ACTION
           MOVE WS-JRN-OPERATOR TO RJR-OPERATOR
           MOVE WS-JRN-CHECKER TO RJR-CHECKER
           MOVE WS-BEFORE-IMAGE TO RJR-BEFORE-IMAGE
           IF NOT RJR-IS-DELETE
               MOVE BUD-RECORD TO RJR-AFTER-IMAGE
           END-IF
           WRITE CHANGE-JOURNAL-RECORD.

       QUEUE-ONE-TRN.
           MOVE SPACES TO CHANGE-QUEUE-RECORD
           MOVE WS-RUN-DATE TO MCQ-DATE
           ACCEPT MCQ-TIME FROM TIME
           MOVE WS-LOG-PROGRAM TO MCQ-PROGRAM
           MOVE BUD-TRN-RECORD TO MCQ-TRN-IMAGE
           MOVE WS-OPERATOR-ID TO MCQ-MAKER
           SET MCQ-IS-PENDING TO TRUE
           MOVE 0 TO MCQ-CHECKED-DATE
           MOVE 0 TO MCQ-APPLIED-DATE
           WRITE CHANGE-QUEUE-RECORD
           ADD 1 TO WS-QUEUED-COUNT
           DISPLAY 'BUDMNT: queued ' UTRN-ACTION ' ' UTRN-BRANCH
               ' ' UTRN-MONTH ' for approval'.

       APPLY-ONE-TRN.
           EVALUATE TRUE
               WHEN UTRN-BRANCH = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'BUDMNT: rejected blank branch code'
               WHEN UTRN-MONTH NOT NUMERIC
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'BUDMNT: rejected branch ' UTRN-BRANCH
                       ' - fiscal month not numeric'
               WHEN UTRN-MM < 1 OR UTRN-MM > 12
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'BUDMNT: rejected branch ' UTRN-BRANCH
                       ' - no such fiscal month ' UTRN-MONTH
               WHEN UTRN-ACTION = 'A' AND UTRN-AMOUNT NOT NUMERIC
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'BUDMNT: rejected branch ' UTRN-BRANCH
                       ' ' UTRN-MONTH ' - budget amount not numeric'
               WHEN UTRN-ACTION = 'A'
                   CALL 'BRCHK' USING UTRN-BRANCH, WS-BRCHK-STATUS,
                       WS-BRCHK-NAME, WS-BRCHK-REGION
                   IF WS-BRCHK-STATUS = 'U'
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY 'BUDMNT: rejected branch '
                           UTRN-BRANCH
                           ' - not on the branch master'
                   ELSE
                       PERFORM ADD-BUDGET
                   END-IF
               WHEN UTRN-ACTION = 'D'
                   PERFORM DELETE-BUDGET
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'BUDMNT: rejected unknown action '
                       UTRN-ACTION
           END-EVALUATE.

      *> An add for a branch and month already on file replaces the
      *> record - rekeying is how a revised budget is loaded.
       ADD-BUDGET.
           PERFORM READ-BEFORE-IMAGE
           MOVE UTRN-BRANCH TO BUD-BRANCH
           MOVE UTRN-MONTH TO BUD-MONTH
           MOVE UTRN-AMOUNT TO BUD-AMOUNT
           WRITE BUD-RECORD
               INVALID KEY
                   REWRITE BUD-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REJECTED-COUNT
                           DISPLAY 'BUDMNT: rewrite failed for '
                               UTRN-BRANCH ' ' UTRN-MONTH
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE 'C' TO WS-JRN-ACTION
                           PERFORM WRITE-CHANGE-JOURNAL
                           DISPLAY 'BUDMNT: replaced ' UTRN-BRANCH
                               ' ' UTRN-MONTH
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'A' TO WS-JRN-ACTION
                   PERFORM WRITE-CHANGE-JOURNAL
                   DISPLAY 'BUDMNT: added ' UTRN-BRANCH ' '
                       UTRN-MONTH
           END-WRITE.

       DELETE-BUDGET.
           PERFORM READ-BEFORE-IMAGE
           MOVE UTRN-BRANCH TO BUD-BRANCH
           MOVE UTRN-MONTH TO BUD-MONTH
           DELETE BUD-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'BUDMNT: no budget to delete for '
                       UTRN-BRANCH ' ' UTRN-MONTH
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'D' TO WS-JRN-ACTION
                   PERFORM WRITE-CHANGE-JOURNAL
                   DISPLAY 'BUDMNT: deleted ' UTRN-BRANCH ' '
                       UTRN-MONTH
           END-DELETE.

      *> The record as it stands before this transaction touches
      *> it, for the change journal - spaces when there is none.
       READ-BEFORE-IMAGE.
           MOVE UTRN-BRANCH TO BUD-BRANCH
           MOVE UTRN-MONTH TO BUD-MONTH
           READ BUD-FILE INTO WS-BEFORE-IMAGE
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
           END-READ.

       OPEN-ERROR.
           DISPLAY 'BUDMNT ABEND: OPEN FAILED FOR '
               WS-ERROR-FILE-NAME ' - FILE STATUS ' WS-ERROR-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN.
