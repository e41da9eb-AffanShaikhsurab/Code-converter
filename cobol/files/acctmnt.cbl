       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.
      *> Batch maintenance for acctmast.dat, the customer account
      *> master ACCTCHK validates against. Update transactions come in
      *> on acctmnt.trn, one per line: action 'A' (add or replace the
      *> account under its number), 'D' (remove the record), 'C'
      *> (mark it closed - the usual way an account ends, since its
      *> name stays on the history) or 'O' (reopen a closed account)
      *> - the same transaction-file convention BRMMNT uses for
      *> brmaster.dat. An account's owning
      *> branch answers to the branch master through BRCHK, so an
      *> account cannot be opened under a branch that does not exist
      *> or has closed.
      *> An add also carries the account's withholding flag ('Y' -
      *> INTACCR withholds tax from its interest - or 'N') and its
      *> tax ID for the annual return. Either left blank keeps what
      *> the account already has on file, so a name correction does
      *> not drop a withholding flag; a new account with the flag
      *> blank is not subject to withholding.
      *> Account changes are under the same dual control as the
      *> other masters: the run signs its operator on through SIGNON
      *> and queues each transaction on mastchg.que for a second
      *> operator to approve on the CHGAPPR screen, and every run
      *> first applies the changes approved since the last one. A
      *> reopen is supervisor work (level 2) and is refused at the
      *> queue for an ordinary operator. With no opermast.dat on file
      *> transactions apply directly. Every change actually made goes
      *> on the refchg.jnl change journal with the record before and
      *> after - see refjrnl.cpy.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACM-FILE ASSIGN TO 'acctmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-KEY
               FILE STATUS IS WS-ACM-FILE-STATUS.
           SELECT ACM-TRN-FILE ASSIGN TO 'acctmnt.trn'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACM-TRN-STATUS.
           SELECT CHANGE-QUEUE ASSIGN TO 'mastchg.que'
               FILE STATUS IS WS-CHANGE-QUEUE-STATUS.
           SELECT CHANGE-JOURNAL ASSIGN TO 'refchg.jnl'
               FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACM-FILE.
       01  ACM-RECORD.
           COPY acctmast.

      *> ATRN-OPEN-DATE may be left blank on an add; a new account
      *> then opens on the run date and a replaced one keeps the open
      *> date it has. Only the account number matters on 'D', 'C' and
      *> 'O'.
       FD  ACM-TRN-FILE.
       01  ACM-TRN-RECORD.
           05  ATRN-ACTION          PIC X(1).
           05  ATRN-ACCOUNT-NO      PIC X(8).
           05  ATRN-NAME            PIC X(30).
           05  ATRN-BRANCH-CODE     PIC X(3).
           05  ATRN-CURRENCY-CODE   PIC X(3).
           05  ATRN-OPEN-DATE       PIC 9(8).
           05  ATRN-WHT-FLAG        PIC X(1).
           05  ATRN-TAX-ID          PIC X(12).

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
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-PRIOR-STATUS       PIC X(1) VALUE SPACES.
       01 WS-PRIOR-STATUS-DATE  PIC 9(8) VALUE 0.
       01 WS-PRIOR-OPEN-DATE    PIC 9(8) VALUE 0.
       01 WS-PRIOR-WHT-FLAG     PIC X(1) VALUE 'N'.
       01 WS-PRIOR-TAX-ID       PIC X(12) VALUE SPACES.

       01 WS-BRCHK-STATUS       PIC X(1) VALUE '0'.
       01 WS-BRCHK-NAME         PIC X(20) VALUE SPACES.
       01 WS-BRCHK-REGION       PIC X(3) VALUE SPACES.

       01 WS-ACM-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-ACM-TRN-STATUS     PIC XX VALUE '00'.
       01 WS-CHANGE-QUEUE-STATUS PIC XX VALUE '00'.
       01 WS-CHANGE-JOURNAL-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Operator sign-on through the common SIGNON subprogram - the
      *> signed-on user-ID is the maker stamped on every queued
      *> change. Dual control is in force whenever sign-on is
      *> (status '0'); status 'N' means no operator master on file
      *> yet, and the run applies directly and unstamped. Reopening a
      *> closed account needs the supervisor level FILE1HOLD demands
      *> for reactivating a dormant one.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-AUTH      PIC 9(1) VALUE 0.
       01 WS-SIGNON-STATUS      PIC X(1) VALUE '0'.
       01 WS-SIGNON-MIN-AUTH    PIC 9(1) VALUE 1.
       01 WS-REOPEN-MIN-AUTH    PIC 9(1) VALUE 2.
       01 WS-DUAL-CONTROL       PIC X VALUE 'N'.

      *> Change-journal stamps: the operator who keyed the change and
      *> the one who approved it, and the account record as it stood
      *> before the change.
       01 WS-JRN-OPERATOR       PIC X(8) VALUE SPACES.
       01 WS-JRN-CHECKER        PIC X(8) VALUE SPACES.
       01 WS-JRN-ACTION         PIC X(1) VALUE SPACES.
       01 WS-BEFORE-IMAGE       PIC X(80) VALUE SPACES.

      *> Consolidated run-log interface - every key event goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'ACCTMNT'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM OPERATOR-SIGN-ON
      *> Under dual control a missing acctmnt.trn only means there is
      *> nothing new to queue this run.
           OPEN INPUT ACM-TRN-FILE
           IF WS-ACM-TRN-STATUS = '35' AND WS-DUAL-CONTROL = 'Y'
               MOVE 'N' TO WS-TRN-ON-FILE
           ELSE
               IF WS-ACM-TRN-STATUS NOT = '00'
                   MOVE 'ACM-TRN-FILE' TO WS-ERROR-FILE-NAME
                   MOVE WS-ACM-TRN-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
               END-IF
           END-IF
      *> Same first-run fallback as the rest of the shop: OPEN I-O on
      *> a nonexistent indexed file returns '35' and creates nothing,
      *> so create it once via OPEN OUTPUT and reopen.
           OPEN I-O ACM-FILE
           IF WS-ACM-FILE-STATUS = '35'
               OPEN OUTPUT ACM-FILE
               CLOSE ACM-FILE
               OPEN I-O ACM-FILE
           END-IF
           IF WS-ACM-FILE-STATUS NOT = '00'
               MOVE 'ACM-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           PERFORM OPEN-JOURNAL-EXTEND
           MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR
           IF WS-DUAL-CONTROL = 'Y'
               PERFORM APPLY-APPROVED-CHANGES
               IF WS-TRN-ON-FILE = 'Y'
                   PERFORM OPEN-QUEUE-EXTEND
                   PERFORM READ-ACM-TRN
                   CLOSE CHANGE-QUEUE
               END-IF
           ELSE
               PERFORM READ-ACM-TRN
           END-IF
           IF WS-TRN-ON-FILE = 'Y'
               CLOSE ACM-TRN-FILE
           END-IF
           CLOSE ACM-FILE
           CLOSE CHANGE-JOURNAL
           DISPLAY 'ACCTMNT: ' WS-APPLIED-COUNT ' applied, '
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

       READ-ACM-TRN.
           READ ACM-TRN-FILE INTO ACM-TRN-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF WS-DUAL-CONTROL = 'Y'
                       PERFORM QUEUE-ONE-TRN
                   ELSE
                       PERFORM APPLY-ONE-TRN
                   END-IF
                   PERFORM READ-ACM-TRN
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
           MOVE MCQ-TRN-IMAGE TO ACM-TRN-RECORD
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
      *> area holds the account record as it now stands (nothing,
      *> after a delete).
       WRITE-CHANGE-JOURNAL.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           ACCEPT RJR-DATE FROM DATE YYYYMMDD
           ACCEPT RJR-TIME FROM TIME
           MOVE WS-LOG-PROGRAM TO RJR-PROGRAM
           MOVE 'acctmast.dat' TO RJR-FILE
           MOVE ACM-KEY TO RJR-KEY
           MOVE WS-JRN-ACTION TO RJR-ACTION
           MOVE WS-JRN-OPERATOR TO RJR-OPERATOR
           MOVE WS-JRN-CHECKER TO RJR-CHECKER
           MOVE WS-BEFORE-IMAGE TO RJR-BEFORE-IMAGE
           IF NOT RJR-IS-DELETE
               MOVE ACM-RECORD TO RJR-AFTER-IMAGE
           END-IF
           WRITE CHANGE-JOURNAL-RECORD.

      *> A reopen from an ordinary operator is refused here rather
      *> than queued, so a checker is never asked to approve one.
       QUEUE-ONE-TRN.
           IF ATRN-ACTION = 'O'
                   AND WS-OPERATOR-AUTH < WS-REOPEN-MIN-AUTH
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'ACCTMNT: rejected reopen of '
                   ATRN-ACCOUNT-NO ' - reopening a closed account '
                   'needs a supervisor'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CHANGE-QUEUE-RECORD
           MOVE WS-RUN-DATE TO MCQ-DATE
           ACCEPT MCQ-TIME FROM TIME
           MOVE WS-LOG-PROGRAM TO MCQ-PROGRAM
           MOVE ACM-TRN-RECORD TO MCQ-TRN-IMAGE
           MOVE WS-OPERATOR-ID TO MCQ-MAKER
           SET MCQ-IS-PENDING TO TRUE
           MOVE 0 TO MCQ-CHECKED-DATE
           MOVE 0 TO MCQ-APPLIED-DATE
           WRITE CHANGE-QUEUE-RECORD
           ADD 1 TO WS-QUEUED-COUNT
           DISPLAY 'ACCTMNT: queued ' ATRN-ACTION ' '
               ATRN-ACCOUNT-NO ' for approval'.

       APPLY-ONE-TRN.
           EVALUATE TRUE
               WHEN ATRN-ACCOUNT-NO = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'ACCTMNT: rejected blank account number'
               WHEN ATRN-ACTION = 'A' AND ATRN-NAME = SPACES
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'ACCTMNT: rejected nameless account '
                       ATRN-ACCOUNT-NO
               WHEN ATRN-ACTION = 'A' AND ATRN-WHT-FLAG NOT = 'Y'
                       AND ATRN-WHT-FLAG NOT = 'N'
                       AND ATRN-WHT-FLAG NOT = SPACE
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'ACCTMNT: rejected account '
                       ATRN-ACCOUNT-NO ' - withholding flag '
                       ATRN-WHT-FLAG ' is not Y or N'
               WHEN ATRN-ACTION = 'A'
                   PERFORM CHECK-OWNING-BRANCH
                   IF WS-BRCHK-STATUS = 'U' OR WS-BRCHK-STATUS = 'I'
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY 'ACCTMNT: rejected account '
                           ATRN-ACCOUNT-NO ' - branch '
                           ATRN-BRANCH-CODE
                           ' refused by the branch master'
                   ELSE
                       PERFORM ADD-ACCOUNT
                   END-IF
               WHEN ATRN-ACTION = 'D'
                   PERFORM DELETE-ACCOUNT
               WHEN ATRN-ACTION = 'C'
                   PERFORM CLOSE-ACCOUNT
               WHEN ATRN-ACTION = 'O'
                   PERFORM REOPEN-ACCOUNT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'ACCTMNT: rejected unknown action '
                       ATRN-ACTION
           END-EVALUATE.

      *> A blank branch is the house branch '000', which is always
      *> legitimate; status 'N' means no branch master on file yet
      *> and validation stands down.
       CHECK-OWNING-BRANCH.
           MOVE '0' TO WS-BRCHK-STATUS
           IF ATRN-BRANCH-CODE = SPACES
               MOVE '000' TO ATRN-BRANCH-CODE
           END-IF
           IF ATRN-BRANCH-CODE NOT = '000'
               CALL 'BRCHK' USING ATRN-BRANCH-CODE, WS-BRCHK-STATUS,
                   WS-BRCHK-NAME, WS-BRCHK-REGION
           END-IF.

      *> An add for an account already on file replaces the record -
      *> rekeying is how a misspelled name gets corrected. A replace
      *> never changes the account's status or status date: a closed
      *> account stays closed (only a supervisor's reopen revives
      *> it) and a dormant one stays dormant (only a supervisor's
      *> reactivation in FILE1HOLD wakes it). A new account opens
      *> with no status change yet on record.
       ADD-ACCOUNT.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-PRIOR-STATUS
           MOVE 0 TO WS-PRIOR-STATUS-DATE
           MOVE WS-RUN-DATE TO WS-PRIOR-OPEN-DATE
           MOVE 'N' TO WS-PRIOR-WHT-FLAG
           MOVE SPACES TO WS-PRIOR-TAX-ID
           MOVE ATRN-ACCOUNT-NO TO ACM-ACCOUNT-NO
           READ ACM-FILE INTO ACM-RECORD
               NOT INVALID KEY
                   MOVE ACM-RECORD TO WS-BEFORE-IMAGE
                   MOVE ACM-STATUS TO WS-PRIOR-STATUS
                   MOVE ACM-STATUS-DATE TO WS-PRIOR-STATUS-DATE
                   MOVE ACM-OPEN-DATE TO WS-PRIOR-OPEN-DATE
                   MOVE ACM-WHT-FLAG TO WS-PRIOR-WHT-FLAG
                   MOVE ACM-TAX-ID TO WS-PRIOR-TAX-ID
           END-READ
           MOVE ATRN-ACCOUNT-NO TO ACM-ACCOUNT-NO
           MOVE ATRN-NAME TO ACM-NAME
           MOVE ATRN-BRANCH-CODE TO ACM-BRANCH-CODE
           MOVE ATRN-CURRENCY-CODE TO ACM-CURRENCY-CODE
           IF WS-PRIOR-STATUS = SPACES
               SET ACM-IS-OPEN TO TRUE
           ELSE
               MOVE WS-PRIOR-STATUS TO ACM-STATUS
           END-IF
           MOVE WS-PRIOR-STATUS-DATE TO ACM-STATUS-DATE
           IF ATRN-OPEN-DATE NUMERIC AND ATRN-OPEN-DATE > 0
               MOVE ATRN-OPEN-DATE TO ACM-OPEN-DATE
           ELSE
               MOVE WS-PRIOR-OPEN-DATE TO ACM-OPEN-DATE
           END-IF
           IF ATRN-WHT-FLAG = SPACE
               MOVE WS-PRIOR-WHT-FLAG TO ACM-WHT-FLAG
           ELSE
               MOVE ATRN-WHT-FLAG TO ACM-WHT-FLAG
           END-IF
           IF ATRN-TAX-ID = SPACES
               MOVE WS-PRIOR-TAX-ID TO ACM-TAX-ID
           ELSE
               MOVE ATRN-TAX-ID TO ACM-TAX-ID
           END-IF
           WRITE ACM-RECORD
               INVALID KEY
                   REWRITE ACM-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REJECTED-COUNT
                           DISPLAY 'ACCTMNT: rewrite failed for '
                               ATRN-ACCOUNT-NO
                       NOT INVALID KEY
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE 'C' TO WS-JRN-ACTION
                           PERFORM WRITE-CHANGE-JOURNAL
                           DISPLAY 'ACCTMNT: replaced '
                               ATRN-ACCOUNT-NO
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'A' TO WS-JRN-ACTION
                   PERFORM WRITE-CHANGE-JOURNAL
                   DISPLAY 'ACCTMNT: added ' ATRN-ACCOUNT-NO
           END-WRITE.

       DELETE-ACCOUNT.
           PERFORM READ-BEFORE-IMAGE
           MOVE ATRN-ACCOUNT-NO TO ACM-ACCOUNT-NO
           DELETE ACM-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'ACCTMNT: no account to delete for '
                       ATRN-ACCOUNT-NO
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'D' TO WS-JRN-ACTION
                   PERFORM WRITE-CHANGE-JOURNAL
                   DISPLAY 'ACCTMNT: deleted ' ATRN-ACCOUNT-NO
           END-DELETE.

      *> Closing stamps ACM-STATUS-DATE with the day it closed. An
      *> account already closed is refused rather than restamped.
       CLOSE-ACCOUNT.
           MOVE ATRN-ACCOUNT-NO TO ACM-ACCOUNT-NO
           READ ACM-FILE INTO ACM-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'ACCTMNT: no account to close for '
                       ATRN-ACCOUNT-NO
               NOT INVALID KEY
                   IF ACM-IS-CLOSED
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY 'ACCTMNT: account ' ATRN-ACCOUNT-NO
                           ' is already closed'
                   ELSE
                       MOVE ACM-RECORD TO WS-BEFORE-IMAGE
                       SET ACM-IS-CLOSED TO TRUE
                       MOVE WS-RUN-DATE TO ACM-STATUS-DATE
                       REWRITE ACM-RECORD
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE 'C' TO WS-JRN-ACTION
                       PERFORM WRITE-CHANGE-JOURNAL
                       DISPLAY 'ACCTMNT: closed ' ATRN-ACCOUNT-NO
                   END-IF
           END-READ.

      *> The only way back from 'C'. Gated to a supervisor when the
      *> transaction is queued (see QUEUE-ONE-TRN). The reopen stamps
      *> ACM-STATUS-DATE, so ACCTDORM starts the account's quiet
      *> period afresh. Only a closed account reopens - a dormant one
      *> is reactivated through FILE1HOLD.
       REOPEN-ACCOUNT.
           MOVE ATRN-ACCOUNT-NO TO ACM-ACCOUNT-NO
           READ ACM-FILE INTO ACM-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'ACCTMNT: no account to reopen for '
                       ATRN-ACCOUNT-NO
               NOT INVALID KEY
                   IF NOT ACM-IS-CLOSED
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY 'ACCTMNT: account ' ATRN-ACCOUNT-NO
                           ' is not closed - nothing to reopen'
                   ELSE
                       MOVE ACM-RECORD TO WS-BEFORE-IMAGE
                       SET ACM-IS-OPEN TO TRUE
                       MOVE WS-RUN-DATE TO ACM-STATUS-DATE
                       REWRITE ACM-RECORD
                       ADD 1 TO WS-APPLIED-COUNT
                       MOVE 'C' TO WS-JRN-ACTION
                       PERFORM WRITE-CHANGE-JOURNAL
                       DISPLAY 'ACCTMNT: reopened ' ATRN-ACCOUNT-NO
                   END-IF
           END-READ.

      *> The record as it stands before this transaction touches
      *> it, for the change journal - spaces when there is none.
       READ-BEFORE-IMAGE.
           MOVE ATRN-ACCOUNT-NO TO ACM-ACCOUNT-NO
           READ ACM-FILE INTO WS-BEFORE-IMAGE
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-IMAGE
           END-READ.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'ACCTMNT ABEND: OPEN FAILED FOR '
               WS-ERROR-FILE-NAME ' - FILE STATUS ' WS-ERROR-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN.
