      *> (remove that entry), so the business can load next quarter's
      *> multipliers in advance without anyone editing a copybook and
      *> recompiling.
      *> Rates are under dual control: the run signs its operator on
      *> through SIGNON and, instead of applying the transactions,
      *> queues each one on mastchg.que stamped with that maker. A
      *> second operator approves or declines it on the CHGAPPR
      *> screen, and every run first applies the changes approved
      *> since the last one - so a run with no ratemnt.trn is how an
      *> approved change gets applied. With no opermast.dat on file
      *> sign-on stands down and transactions apply directly, the
      *> pre-sign-on behavior.
      *> Every change actually made goes on the refchg.jnl change
      *> journal with the record before and after, the operator who
      *> keyed it and the one who approved it - see refjrnl.cpy.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TRN-FILE ASSIGN TO 'ratemnt.trn'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-TRN-STATUS.
           SELECT CHANGE-QUEUE ASSIGN TO 'mastchg.que'
               FILE STATUS IS WS-CHANGE-QUEUE-STATUS.
           SELECT CHANGE-JOURNAL ASSIGN TO 'refchg.jnl'
               FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RTRN-EFF-DATE        PIC 9(8).
           05  RTRN-MULT            PIC 9(2).

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

       01 WS-RATE-FILE-STATUS   PIC XX VALUE '00'.
       01 WS-RATE-TRN-STATUS    PIC XX VALUE '00'.
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
      *> the one who approved it, and the master record as it stood
      *> before the change.
       01 WS-JRN-OPERATOR       PIC X(8) VALUE SPACES.
       01 WS-JRN-CHECKER        PIC X(8) VALUE SPACES.
       01 WS-JRN-ACTION         PIC X(1) VALUE SPACES.
       01 WS-BEFORE-IMAGE       PIC X(60) VALUE SPACES.

      *> Consolidated run-log interface - the run's outcome goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'RATEMNT'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM OPERATOR-SIGN-ON
      *> Under dual control a missing ratemnt.trn only means there is
      *> nothing new to queue this run.
           OPEN INPUT RATE-TRN-FILE
           IF WS-RATE-TRN-STATUS = '35' AND WS-DUAL-CONTROL = 'Y'
               MOVE 'N' TO WS-TRN-ON-FILE
           ELSE
               IF WS-RATE-TRN-STATUS NOT = '00'
                   MOVE 'RATE-TRN-FILE' TO WS-ERROR-FILE-NAME
                   MOVE WS-RATE-TRN-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
               END-IF
           END-IF
      *> Same first-run fallback as the rest of the shop: OPEN I-O on
      *> a nonexistent indexed file returns '35' and creates nothing,
               MOVE WS-RATE-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           PERFORM OPEN-JOURNAL-EXTEND
           MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR
           IF WS-DUAL-CONTROL = 'Y'
               PERFORM APPLY-APPROVED-CHANGES
               IF WS-TRN-ON-FILE = 'Y'
                   PERFORM OPEN-QUEUE-EXTEND
                   PERFORM READ-RATE-TRN
                   CLOSE CHANGE-QUEUE
               END-IF
           ELSE
               PERFORM READ-RATE-TRN
           END-IF
           IF WS-TRN-ON-FILE = 'Y'
               CLOSE RATE-TRN-FILE
           END-IF
           CLOSE RATE-FILE
           CLOSE CHANGE-JOURNAL
           DISPLAY 'RATEMNT: ' WS-APPLIED-COUNT ' applied, '
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

       READ-RATE-TRN.
           READ RATE-TRN-FILE INTO RATE-TRN-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF WS-DUAL-CONTROL = 'Y'
                       PERFORM QUEUE-ONE-TRN
                   ELSE
                       PERFORM APPLY-ONE-TRN
                   END-IF
                   PERFORM READ-RATE-TRN
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
           MOVE MCQ-TRN-IMAGE TO RATE-TRN-RECORD
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
      *> area holds the master record as it now stands (nothing,
      *> after a delete).
       WRITE-CHANGE-JOURNAL.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           ACCEPT RJR-DATE FROM DATE YYYYMMDD
           ACCEPT RJR-TIME FROM TIME
           MOVE WS-LOG-PROGRAM TO RJR-PROGRAM
           MOVE 'rate.dat' TO RJR-FILE
           MOVE RATE-KEY TO RJR-KEY
           MOVE WS-JRN-ACTION TO RJR-ACTION
           MOVE WS-JRN-OPERATOR TO RJR-OPERATOR
           MOVE WS-JRN-CHECKER TO RJR-CHECKER
           MOVE WS-BEFORE-IMAGE TO RJR-BEFORE-IMAGE
           IF NOT RJR-IS-DELETE
               MOVE RATE-RECORD TO RJR-AFTER-IMAGE
           END-IF
           WRITE CHANGE-JOURNAL-RECORD.

       QUEUE-ONE-TRN.
           MOVE SPACES TO CHANGE-QUEUE-RECORD
           MOVE WS-RUN-DATE TO MCQ-DATE
           ACCEPT MCQ-TIME FROM TIME
           MOVE WS-LOG-PROGRAM TO MCQ-PROGRAM
           MOVE RATE-TRN-RECORD TO MCQ-TRN-IMAGE
           MOVE WS-OPERATOR-ID TO MCQ-MAKER
           SET MCQ-IS-PENDING TO TRUE
           MOVE 0 TO MCQ-CHECKED-DATE
           MOVE 0 TO MCQ-APPLIED-DATE
           WRITE CHANGE-QUEUE-RECORD
           ADD 1 TO WS-QUEUED-COUNT
           DISPLAY 'RATEMNT: queued ' RTRN-ACTION ' ' RTRN-TYPE
               ' effective ' RTRN-EFF-DATE ' for approval'.

       APPLY-ONE-TRN.
           IF RTRN-EFF-DATE NOT NUMERIC
               OR (RTRN-ACTION = 'A' AND RTRN-MULT NOT NUMERIC)
      *> An add for a key already on file replaces the multiplier -
      *> rekeying a rate is how a fat-fingered one gets corrected.
       ADD-RATE-ENTRY.
           PERFORM READ-BEFORE-IMAGE
           MOVE RTRN-TYPE TO RATE-KEY-TYPE
           MOVE RTRN-EFF-DATE TO RATE-KEY-EFF-DATE
           MOVE RTRN-MULT TO RATE-MULT
                               RTRN-TYPE ' ' RTRN-EFF-DATE
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE 'C' TO WS-JRN-ACTION
                           PERFORM WRITE-CHANGE-JOURNAL
                           DISPLAY 'RATEMNT: replaced ' RTRN-TYPE
                               ' effective ' RTRN-EFF-DATE
                               ' multiplier ' RTRN-MULT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'A' TO WS-JRN-ACTION
                   PERFORM WRITE-CHANGE-JOURNAL
                   DISPLAY 'RATEMNT: added ' RTRN-TYPE
                       ' effective ' RTRN-EFF-DATE
                       ' multiplier ' RTRN-MULT
           END-WRITE.

       DELETE-RATE-ENTRY.
           PERFORM READ-BEFORE-IMAGE
           MOVE RTRN-TYPE TO RATE-KEY-TYPE
           MOVE RTRN-EFF-DATE TO RATE-KEY-EFF-DATE
           DELETE RATE-FILE
                       RTRN-TYPE ' ' RTRN-EFF-DATE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'D' TO WS-JRN-ACTION
                   PERFORM WRITE-CHANGE-JOURNAL
                   DISPLAY 'RATEMNT: deleted ' RTRN-TYPE
                       ' effective ' RTRN-EFF-DATE
           END-DELETE.

      *> The entry as it stands before this transaction touches it,
      *> for the change journal - spaces when there is none.
       READ-BEFORE-IMAGE.
           MOVE RTRN-TYPE TO RATE-KEY-TYPE
           MOVE RTRN-EFF-DATE TO RATE-KEY-EFF-DATE
           READ RATE-FILE INTO WS-BEFORE-IMAGE
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
           END-READ.

       OPEN-ERROR.
           DISPLAY 'RATEMNT ABEND: OPEN FAILED FOR '
               WS-ERROR-FILE-NAME ' - FILE STATUS ' WS-ERROR-STATUS
