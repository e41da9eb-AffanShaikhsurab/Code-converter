       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSIMNT.
      *> Batch maintenance for ssi.dat, the standard settlement
      *> instructions SETLGEN addresses each currency's daily
      *> settlement by. Update transactions come in on ssimnt.trn,
      *> one per line: action 'A' (add or replace the correspondent
      *> for a currency) or 'D' (remove it) - the same
      *> transaction-file convention CURRMNT uses for currency.dat.
      *> A changed correspondent or nostro is simply re-added; the
      *> next day's instructions go to the new one.
      *> Instruction changes are under the same dual control as the
      *> other reference masters: the run signs its operator on
      *> through SIGNON and queues each transaction on mastchg.que
      *> for a second operator to approve on the CHGAPPR screen, and
      *> every run first applies the changes approved since the last
      *> one. With no opermast.dat on file transactions apply
      *> directly. Every change actually made goes on the refchg.jnl
      *> change journal with the record before and after - see
      *> refjrnl.cpy.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SSI-FILE ASSIGN TO 'ssi.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSI-KEY
               FILE STATUS IS WS-SSI-FILE-STATUS.
           SELECT SSI-TRN-FILE ASSIGN TO 'ssimnt.trn'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSI-TRN-STATUS.
           SELECT CHANGE-QUEUE ASSIGN TO 'mastchg.que'
               FILE STATUS IS WS-CHANGE-QUEUE-STATUS.
           SELECT CHANGE-JOURNAL ASSIGN TO 'refchg.jnl'
               FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SSI-FILE.
       01  SSI-RECORD.
           COPY ssirec.

      *> STRN-BIC, STRN-NAME and STRN-NOSTRO may be left blank on a
      *> delete.
       FD  SSI-TRN-FILE.
       01  SSI-TRN-RECORD.
           05  STRN-ACTION          PIC X(1).
           05  STRN-CURRENCY        PIC X(3).
           05  STRN-BIC             PIC X(11).
           05  STRN-NAME            PIC X(24).
           05  STRN-NOSTRO          PIC X(20).

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

       01 WS-SSI-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-SSI-TRN-STATUS     PIC XX VALUE '00'.
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
      *> the one who approved it, and the instruction record as it stood
      *> before the change.
       01 WS-JRN-OPERATOR       PIC X(8) VALUE SPACES.
       01 WS-JRN-CHECKER        PIC X(8) VALUE SPACES.
       01 WS-JRN-ACTION         PIC X(1) VALUE SPACES.
       01 WS-BEFORE-IMAGE       PIC X(60) VALUE SPACES.

      *> Consolidated run-log interface - the run's outcome goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'SSIMNT'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM OPERATOR-SIGN-ON
      *> Under dual control a missing ssimnt.trn only means there is
      *> nothing new to queue this run.
           OPEN INPUT SSI-TRN-FILE
           IF WS-SSI-TRN-STATUS = '35' AND WS-DUAL-CONTROL = 'Y'
               MOVE 'N' TO WS-TRN-ON-FILE
           ELSE
               IF WS-SSI-TRN-STATUS NOT = '00'
                   MOVE 'SSI-TRN-FILE' TO WS-ERROR-FILE-NAME
                   MOVE WS-SSI-TRN-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
               END-IF
           END-IF
      *> Same first-run fallback as the rest of the shop: OPEN I-O on
      *> a nonexistent indexed file returns '35' and creates nothing,
      *> so create it once via OPEN OUTPUT and reopen.
           OPEN I-O SSI-FILE
           IF WS-SSI-FILE-STATUS = '35'
               OPEN OUTPUT SSI-FILE
               CLOSE SSI-FILE
               OPEN I-O SSI-FILE
           END-IF
           IF WS-SSI-FILE-STATUS NOT = '00'
               MOVE 'SSI-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-SSI-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           PERFORM OPEN-JOURNAL-EXTEND
           MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR
           IF WS-DUAL-CONTROL = 'Y'
               PERFORM APPLY-APPROVED-CHANGES
               IF WS-TRN-ON-FILE = 'Y'
                   PERFORM OPEN-QUEUE-EXTEND
                   PERFORM READ-SSI-TRN
                   CLOSE CHANGE-QUEUE
               END-IF
           ELSE
               PERFORM READ-SSI-TRN
           END-IF
           IF WS-TRN-ON-FILE = 'Y'
               CLOSE SSI-TRN-FILE
           END-IF
           CLOSE SSI-FILE
           CLOSE CHANGE-JOURNAL
           DISPLAY 'SSIMNT: ' WS-APPLIED-COUNT ' applied, '
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

       READ-SSI-TRN.
           READ SSI-TRN-FILE INTO SSI-TRN-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF WS-DUAL-CONTROL = 'Y'
                       PERFORM QUEUE-ONE-TRN
                   ELSE
                       PERFORM APPLY-ONE-TRN
                   END-IF
                   PERFORM READ-SSI-TRN
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
           MOVE MCQ-TRN-IMAGE TO SSI-TRN-RECORD
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
      *> area holds the instruction record as it now stands (nothing,
      *> after a delete).
       WRITE-CHANGE-JOURNAL.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           ACCEPT RJR-DATE FROM DATE YYYYMMDD
           ACCEPT RJR-TIME FROM TIME
           MOVE WS-LOG-PROGRAM TO RJR-PROGRAM
           MOVE 'ssi.dat' TO RJR-FILE
           MOVE SSI-KEY TO RJR-KEY
           MOVE WS-JRN-ACTION TO RJR-ACTION
           MOVE WS-JRN-OPERATOR TO RJR-OPERATOR
           MOVE WS-JRN-CHECKER TO RJR-CHECKER
           MOVE WS-BEFORE-IMAGE TO RJR-BEFORE-IMAGE
           IF NOT RJR-IS-DELETE
               MOVE SSI-RECORD TO RJR-AFTER-IMAGE
           END-IF
           WRITE CHANGE-JOURNAL-RECORD.

       QUEUE-ONE-TRN.
           MOVE SPACES TO CHANGE-QUEUE-RECORD
           MOVE WS-RUN-DATE TO MCQ-DATE
           ACCEPT MCQ-TIME FROM TIME
           MOVE WS-LOG-PROGRAM TO MCQ-PROGRAM
           MOVE SSI-TRN-RECORD TO MCQ-TRN-IMAGE
           MOVE WS-OPERATOR-ID TO MCQ-MAKER
           SET MCQ-IS-PENDING TO TRUE
           MOVE 0 TO MCQ-CHECKED-DATE
           MOVE 0 TO MCQ-APPLIED-DATE
           WRITE CHANGE-QUEUE-RECORD
           ADD 1 TO WS-QUEUED-COUNT
           DISPLAY 'SSIMNT: queued ' STRN-ACTION ' ' STRN-CURRENCY
               ' for approval'.

       APPLY-ONE-TRN.
           EVALUATE TRUE
               WHEN STRN-CURRENCY = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'SSIMNT: rejected blank currency code'
               WHEN STRN-ACTION = 'A' AND STRN-BIC = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'SSIMNT: rejected currency ' STRN-CURRENCY
                       ' - no correspondent BIC'
               WHEN STRN-ACTION = 'A' AND STRN-NOSTRO = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'SSIMNT: rejected currency ' STRN-CURRENCY
                       ' - no nostro account'
               WHEN STRN-ACTION = 'A'
                   PERFORM ADD-INSTRUCTION
               WHEN STRN-ACTION = 'D'
                   PERFORM DELETE-INSTRUCTION
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'SSIMNT: rejected unknown action '
                       STRN-ACTION
           END-EVALUATE.

      *> An add for a currency already on file replaces the record -
      *> rekeying is how a new correspondent or nostro is loaded.
       ADD-INSTRUCTION.
           PERFORM READ-BEFORE-IMAGE
           MOVE STRN-CURRENCY TO SSI-CURRENCY
           MOVE STRN-BIC TO SSI-CORR-BIC
           MOVE STRN-NAME TO SSI-CORR-NAME
           MOVE STRN-NOSTRO TO SSI-NOSTRO-ACCOUNT
           WRITE SSI-RECORD
               INVALID KEY
                   REWRITE SSI-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REJECTED-COUNT
                           DISPLAY 'SSIMNT: rewrite failed for '
                               STRN-CURRENCY
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE 'C' TO WS-JRN-ACTION
                           PERFORM WRITE-CHANGE-JOURNAL
                           DISPLAY 'SSIMNT: replaced ' STRN-CURRENCY
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'A' TO WS-JRN-ACTION
                   PERFORM WRITE-CHANGE-JOURNAL
                   DISPLAY 'SSIMNT: added ' STRN-CURRENCY
           END-WRITE.

       DELETE-INSTRUCTION.
           PERFORM READ-BEFORE-IMAGE
           MOVE STRN-CURRENCY TO SSI-CURRENCY
           DELETE SSI-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'SSIMNT: no instruction to delete for '
                       STRN-CURRENCY
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'D' TO WS-JRN-ACTION
                   PERFORM WRITE-CHANGE-JOURNAL
                   DISPLAY 'SSIMNT: deleted ' STRN-CURRENCY
           END-DELETE.

      *> The record as it stands before this transaction touches
      *> it, for the change journal - spaces when there is none.
       READ-BEFORE-IMAGE.
           MOVE STRN-CURRENCY TO SSI-CURRENCY
           READ SSI-FILE INTO WS-BEFORE-IMAGE
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
           END-READ.

       OPEN-ERROR.
           DISPLAY 'SSIMNT ABEND: OPEN FAILED FOR '
               WS-ERROR-FILE-NAME ' - FILE STATUS ' WS-ERROR-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN.
