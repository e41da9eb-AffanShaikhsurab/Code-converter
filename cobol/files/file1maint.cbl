      *> item, or abandon, so keying errors die at the screen
      *> instead of in the batch stream. Committed items follow the
      *> shop's entry rules: branch codes answer to the branch
      *> master, items for an unknown or closed account divert to
      *> the suspense queue FILE1RCYC works, over-limit amounts
      *> divert to the hold queue for
      *> supervisor release, duplicates of amounts already in the
      *> batch are refused at the keyboard, and the batch trailer is
      *> adjusted so FILE1's CHECK-CONTROL-TOTAL still proves.
      *> Deleting a posted record is supervisor work, gated on the
      *> signed-on operator's authority level.
      *> Every committed item is logged to run.log with where it went
      *> (posted under its key, held or suspended) and who keyed it,
      *> so the one who keyed an item can be told apart from the one
      *> who later releases, repairs or deletes it.
      *> An item keyed with a To branch is an inter-branch transfer:
      *> it carries no account, both branches answer to the branch
      *> master, and it skips the duplicate, limit and suspense
      *> rules - it is not customer money. Its amount proves against
      *> the paper batch like any other item, but it moves only the
      *> trailer's record count, since its two legs net to nothing
      *> in FILE1's control total.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-LIMIT-PARM-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'file1.hld'
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO 'file1.exc'
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  HOLD-RECORD.
           COPY file1hld.

      *> A keyed item for an unknown or closed account is rejected to
      *> the suspense queue at commit, the same way FILE1LOAD rejects
      *> a feed line - it was on the paper batch, so the proof counts
      *> it, but it cannot post until someone works out whose money
      *> it really is.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           COPY file1exc.

       WORKING-STORAGE SECTION.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-MODE-CHOICE        PIC X(1).
               10  WS-ITEM-AMOUNT   PIC S9(6)V99 COMP-3.
               10  WS-ITEM-BRANCH   PIC X(3).
               10  WS-ITEM-CURR     PIC X(3).
               10  WS-ITEM-ACCOUNT  PIC X(8).
               10  WS-ITEM-ACCT-STATUS PIC X(1).
               10  WS-ITEM-TO-BRANCH PIC X(3).

      *> Entry-screen fields.
       01 WS-ENTRY-AMOUNT       PIC 9(6)V99 VALUE 0.
       01 WS-ENTRY-BRANCH       PIC X(3) VALUE SPACES.
       01 WS-ENTRY-CURRENCY     PIC X(3) VALUE SPACES.
       01 WS-ENTRY-ACCOUNT      PIC X(8) VALUE SPACES.
       01 WS-ENTRY-TO-BRANCH    PIC X(3) VALUE SPACES.
       01 WS-SCR-KEYED-COUNT    PIC Z(3)9.
       01 WS-SCR-KEYED-TOTAL    PIC -(8)9.99.
       01 WS-SCR-COUNT-DIFF     PIC -(4)9.
       01 WS-LIMIT-VALUE        PIC S9(6)V99 COMP-3 VALUE 0.
       01 WS-HOLD-OPENED        PIC X VALUE 'N'.
       01 WS-HELD-COUNT         PIC 9(4) VALUE 0.
       01 WS-EXC-OPENED         PIC X VALUE 'N'.
       01 WS-HOLD-REASON        PIC X(20) VALUE SPACES.
       01 WS-HOLD-CODE          PIC X(4) VALUE SPACES.
       01 WS-SUSPENDED-COUNT    PIC 9(4) VALUE 0.
       01 WS-COMMITTED-COUNT    PIC 9(4) VALUE 0.
       01 WS-COMMITTED-TOTAL    PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-INJECT-KEY         PIC 9(6).
       01 WS-INJECT-DONE        PIC X VALUE 'N'.

      *> One run.log line per committed item:
      *>   KEYED POST|HOLD|SUSP bbbb/ssssss amount account BY user
      *> (sequence zero for an item that did not enter the batch).
       01 WS-KEYED-OUTCOME      PIC X(4) VALUE SPACES.
       01 WS-KEYED-SEQ          PIC 9(6) VALUE 0.
       01 WS-KEYED-AMOUNT       PIC 9(6).99.

      *> Delete-screen fields.
       01 WS-DELETE-SEQ         PIC 9(6) VALUE 0.
       01 WS-DELETED-AMOUNT     PIC S9(6)V99 COMP-3 VALUE 0.
       01 WS-DELETED-TYPE       PIC X(1) VALUE SPACE.
           88  WS-DELETED-REVERSAL  VALUE 'R'.
           88  WS-DELETED-TRANSFER  VALUE 'X'.

       01 WS-BRCHK-STATUS       PIC X(1) VALUE '0'.
       01 WS-BRCHK-NAME         PIC X(20) VALUE SPACES.
       01 WS-BRCHK-REGION      PIC X(3) VALUE SPACES.
      *> A merged branch's code forwards to its successor through the
      *> common BRFWD subprogram; the screen shows the code the item
      *> will post under.
       01 WS-BRFWD-CODE         PIC X(3) VALUE SPACES.
       01 WS-BRFWD-SUCCESSOR    PIC X(3) VALUE SPACES.
       01 WS-BRFWD-STATUS       PIC X(1) VALUE 'X'.

      *> Account validation through the common ACCTCHK subprogram -
      *> a blank account (an unallocated item) skips the check.
       01 WS-ACCTCHK-STATUS     PIC X(1) VALUE '0'.
       01 WS-ACCTCHK-NAME       PIC X(30) VALUE SPACES.
       01 WS-ACCTCHK-BRANCH     PIC X(3) VALUE SPACES.

       01 WS-LOCK-STATUS        PIC XX VALUE '00'.
       01 WS-LIMIT-PARM-STATUS  PIC XX VALUE '00'.
       01 WS-HOLD-STATUS        PIC XX VALUE '00'.
       01 WS-EXCEPTION-STATUS   PIC XX VALUE '00'.
       01 WS-FILE1-STATUS       PIC XX VALUE '00'.
       01 WS-BSEL-STATUS        PIC XX VALUE '00'.
       01 WS-SELECTED-BATCH     PIC 9(4) VALUE 1.
           05  LINE 5  COL 12 PIC X(3) USING WS-ENTRY-BRANCH.
           05  LINE 6  COL 1  VALUE 'Currency: '.
           05  LINE 6  COL 12 PIC X(3) USING WS-ENTRY-CURRENCY.
           05  LINE 7  COL 1  VALUE 'Account:  '.
           05  LINE 7  COL 12 PIC X(8) USING WS-ENTRY-ACCOUNT.
           05  LINE 8  COL 1  VALUE 'To branch:'.
           05  LINE 8  COL 12 PIC X(3) USING WS-ENTRY-TO-BRANCH.
           05  LINE 9  COL 1  VALUE
               'ENTER=key item  E=end keying  X=abandon session'.
           05  LINE 10 COL 1  PIC X(1) USING WS-ENTRY-CHOICE.
           05  LINE 12 COL 1  PIC X(40) FROM WS-MESSAGE.

       01  PROOF-SCREEN.
           05  BLANK SCREEN.
           MOVE 0 TO WS-KEYED-COUNT
           MOVE 0 TO WS-KEYED-TOTAL
           MOVE 0 TO WS-HELD-COUNT
           MOVE 0 TO WS-SUSPENDED-COUNT
           MOVE 0 TO WS-COMMITTED-COUNT
           MOVE 0 TO WS-COMMITTED-TOTAL
           MOVE 'K' TO WS-SESSION-STATE
           MOVE 0 TO WS-ENTRY-AMOUNT
           MOVE SPACES TO WS-ENTRY-BRANCH
           MOVE SPACES TO WS-ENTRY-CURRENCY
           MOVE SPACES TO WS-ENTRY-ACCOUNT
           MOVE SPACES TO WS-ENTRY-TO-BRANCH
           MOVE SPACES TO WS-ENTRY-CHOICE
           MOVE WS-KEYED-COUNT TO WS-SCR-KEYED-COUNT
           MOVE WS-KEYED-TOTAL TO WS-SCR-KEYED-TOTAL
               WHEN WS-ITEM-COUNT >= 500
                   MOVE 'SESSION FULL - END AND PROVE'
                       TO WS-MESSAGE
               WHEN WS-ENTRY-TO-BRANCH NOT = SPACES
                   PERFORM KEY-TRANSFER-ITEM
               WHEN OTHER
                   PERFORM VALIDATE-ENTRY-BRANCH
                   IF WS-BRCHK-STATUS = 'U' OR WS-BRCHK-STATUS = 'I'
                           MOVE 'AMOUNT ALREADY IN BATCH/SESSION'
                               TO WS-MESSAGE
                       ELSE
                           PERFORM VALIDATE-ENTRY-ACCOUNT
                           PERFORM ACCEPT-KEYED-ITEM
                           IF WS-ACCTCHK-STATUS = 'U'
                                   OR WS-ACCTCHK-STATUS = 'C'
                               MOVE 'ACCOUNT REFUSED - TO SUSPENSE'
                                   TO WS-MESSAGE
                           END-IF
                           IF WS-ACCTCHK-STATUS = 'D'
                               MOVE 'ACCOUNT DORMANT - WILL BE HELD'
                                   TO WS-MESSAGE
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-ENTRY-BRANCH NOT = '000'
               CALL 'BRCHK' USING WS-ENTRY-BRANCH, WS-BRCHK-STATUS,
                   WS-BRCHK-NAME, WS-BRCHK-REGION
           END-IF
           IF WS-BRCHK-STATUS = 'I'
               MOVE WS-ENTRY-BRANCH TO WS-BRFWD-CODE
               PERFORM FORWARD-MERGED-BRANCH
               MOVE WS-BRFWD-CODE TO WS-ENTRY-BRANCH
           END-IF.

      *> A transfer names two different branches and no account;
      *> the To branch answers to the branch master the same way.
       KEY-TRANSFER-ITEM.
           IF WS-ENTRY-ACCOUNT NOT = SPACES
               MOVE 'TRANSFER CARRIES NO ACCOUNT' TO WS-MESSAGE
           ELSE
               PERFORM VALIDATE-ENTRY-BRANCH
               IF WS-BRCHK-STATUS = 'U' OR WS-BRCHK-STATUS = 'I'
                   MOVE 'BRANCH REFUSED BY BRANCH MASTER'
                       TO WS-MESSAGE
               ELSE
                   PERFORM VALIDATE-ENTRY-TO-BRANCH
                   IF WS-BRCHK-STATUS = 'U' OR WS-BRCHK-STATUS = 'I'
                       MOVE 'TO BRANCH REFUSED BY BRANCH MASTER'
                           TO WS-MESSAGE
                   ELSE
                   IF WS-ENTRY-TO-BRANCH = WS-ENTRY-BRANCH
                       MOVE 'TRANSFER NEEDS TWO BRANCHES'
                           TO WS-MESSAGE
                   ELSE
                       PERFORM ACCEPT-TRANSFER-ITEM
                   END-IF
                   END-IF
               END-IF
           END-IF.

       VALIDATE-ENTRY-TO-BRANCH.
           MOVE '0' TO WS-BRCHK-STATUS
           IF WS-ENTRY-TO-BRANCH NOT = '000'
               CALL 'BRCHK' USING WS-ENTRY-TO-BRANCH, WS-BRCHK-STATUS,
                   WS-BRCHK-NAME, WS-BRCHK-REGION
           END-IF
           IF WS-BRCHK-STATUS = 'I'
               MOVE WS-ENTRY-TO-BRANCH TO WS-BRFWD-CODE
               PERFORM FORWARD-MERGED-BRANCH
               MOVE WS-BRFWD-CODE TO WS-ENTRY-TO-BRANCH
           END-IF.

      *> An inactive branch that BRMERGE closed into a successor
      *> takes new items under the successor's code from the
      *> merger's effective date on; BRCHK is asked again so the
      *> caller sees the successor's standing.
       FORWARD-MERGED-BRANCH.
           CALL 'BRFWD' USING WS-BRFWD-CODE, WS-RUN-DATE,
               WS-BRFWD-SUCCESSOR, WS-BRFWD-STATUS
           IF WS-BRFWD-STATUS = '0'
               MOVE WS-BRFWD-SUCCESSOR TO WS-BRFWD-CODE
               CALL 'BRCHK' USING WS-BRFWD-CODE, WS-BRCHK-STATUS,
                   WS-BRCHK-NAME, WS-BRCHK-REGION
           END-IF.

      *> Status 'N' means no account master on file yet and
      *> validation stands down.
       VALIDATE-ENTRY-ACCOUNT.
           MOVE '0' TO WS-ACCTCHK-STATUS
           IF WS-ENTRY-ACCOUNT NOT = SPACES
               CALL 'ACCTCHK' USING WS-ENTRY-ACCOUNT,
                   WS-ACCTCHK-STATUS, WS-ACCTCHK-NAME,
                   WS-ACCTCHK-BRANCH
           END-IF.

       CHECK-ENTRY-DUPLICATE.
           MOVE WS-ENTRY-AMOUNT TO WS-ITEM-AMOUNT (WS-ITEM-IDX)
           MOVE WS-ENTRY-BRANCH TO WS-ITEM-BRANCH (WS-ITEM-IDX)
           MOVE WS-ENTRY-CURRENCY TO WS-ITEM-CURR (WS-ITEM-IDX)
           MOVE WS-ENTRY-ACCOUNT TO WS-ITEM-ACCOUNT (WS-ITEM-IDX)
           MOVE WS-ACCTCHK-STATUS
               TO WS-ITEM-ACCT-STATUS (WS-ITEM-IDX)
           MOVE SPACES TO WS-ITEM-TO-BRANCH (WS-ITEM-IDX)
           ADD 1 TO WS-KEYED-COUNT
           ADD WS-ENTRY-AMOUNT TO WS-KEYED-TOTAL ROUNDED
           IF WS-SEEN-COUNT < 100000
               MOVE WS-ENTRY-AMOUNT TO WS-SEEN-ENTRY (WS-SEEN-COUNT)
           END-IF.

      *> Transfer amounts are not noted as seen - FILE1 only screens
      *> customer details for duplicates.
       ACCEPT-TRANSFER-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           SET WS-ITEM-IDX TO WS-ITEM-COUNT
           MOVE WS-ENTRY-AMOUNT TO WS-ITEM-AMOUNT (WS-ITEM-IDX)
           MOVE WS-ENTRY-BRANCH TO WS-ITEM-BRANCH (WS-ITEM-IDX)
           MOVE WS-ENTRY-CURRENCY TO WS-ITEM-CURR (WS-ITEM-IDX)
           MOVE SPACES TO WS-ITEM-ACCOUNT (WS-ITEM-IDX)
           MOVE '0' TO WS-ITEM-ACCT-STATUS (WS-ITEM-IDX)
           MOVE WS-ENTRY-TO-BRANCH TO WS-ITEM-TO-BRANCH (WS-ITEM-IDX)
           ADD 1 TO WS-KEYED-COUNT
           ADD WS-ENTRY-AMOUNT TO WS-KEYED-TOTAL ROUNDED
           MOVE 'TRANSFER KEYED' TO WS-MESSAGE.

      *> The proof gate: nothing commits until keyed equals
      *> declared. Out of proof, the operator keeps keying, drops
      *> the last item (a double-key is the usual culprit), or
               SUBTRACT 1 FROM WS-KEYED-COUNT
               SUBTRACT 1 FROM WS-ITEM-COUNT
               IF WS-SEEN-COUNT > 0
                   AND WS-ITEM-TO-BRANCH (WS-ITEM-IDX) = SPACES
                   SUBTRACT 1 FROM WS-SEEN-COUNT
               END-IF
           END-IF.
               CLOSE HOLD-FILE
               MOVE 'N' TO WS-HOLD-OPENED
           END-IF
           IF WS-EXC-OPENED = 'Y'
               CLOSE EXCEPTION-FILE
               MOVE 'N' TO WS-EXC-OPENED
           END-IF
           MOVE 'C' TO WS-SESSION-STATE
           DISPLAY 'FILE1MAINT: session committed - '
               WS-COMMITTED-COUNT ' items to batch, '
               WS-HELD-COUNT ' held for release, '
               WS-SUSPENDED-COUNT ' to suspense'.

       COMMIT-ONE-ITEM.
           IF WS-ITEM-TO-BRANCH (WS-ITEM-IDX) NOT = SPACES
               PERFORM COMMIT-TRANSFER-ITEM
           ELSE
           IF WS-ITEM-ACCT-STATUS (WS-ITEM-IDX) = 'U'
                   OR WS-ITEM-ACCT-STATUS (WS-ITEM-IDX) = 'C'
               PERFORM SUSPEND-KEYED-ITEM
           ELSE
           IF WS-ITEM-ACCT-STATUS (WS-ITEM-IDX) = 'D'
               MOVE 'DORMANT ACCOUNT' TO WS-HOLD-REASON
               MOVE 'H002' TO WS-HOLD-CODE
               PERFORM HOLD-KEYED-ITEM
           ELSE
           IF WS-LIMIT-ACTIVE = 'Y'
                   AND WS-ITEM-AMOUNT (WS-ITEM-IDX) > WS-LIMIT-VALUE
               MOVE 'OVER LIMIT' TO WS-HOLD-REASON
               MOVE 'H001' TO WS-HOLD-CODE
               PERFORM HOLD-KEYED-ITEM
           ELSE
               PERFORM INJECT-KEYED-ITEM
                   ADD 1 TO WS-COMMITTED-COUNT
                   ADD WS-ITEM-AMOUNT (WS-ITEM-IDX)
                       TO WS-COMMITTED-TOTAL ROUNDED
                   MOVE 'POST' TO WS-KEYED-OUTCOME
                   MOVE WS-INJECT-KEY TO WS-KEYED-SEQ
                   PERFORM LOG-KEYED-ITEM
               ELSE
                   DISPLAY 'FILE1MAINT: no free key for item '
                       WS-ITEM-AMOUNT (WS-ITEM-IDX)
                       ' - not committed'
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *> A transfer goes straight into the batch - no hold, no
      *> suspense - and adds to the committed count only.
       COMMIT-TRANSFER-ITEM.
           PERFORM INJECT-KEYED-ITEM
           IF WS-INJECT-DONE = 'Y'
               ADD 1 TO WS-COMMITTED-COUNT
               MOVE 'POST' TO WS-KEYED-OUTCOME
               MOVE WS-INJECT-KEY TO WS-KEYED-SEQ
               PERFORM LOG-KEYED-ITEM
           ELSE
               DISPLAY 'FILE1MAINT: no free key for transfer '
                   WS-ITEM-AMOUNT (WS-ITEM-IDX)
                   ' - not committed'
           END-IF.

      *> Same first-use EXTEND fallback as the other suspense-queue
      *> writers; the reject carries the working batch number so the
      *> register and the recycle screen select it with the rest of
      *> the batch's rejects.
       SUSPEND-KEYED-ITEM.
           IF WS-EXC-OPENED = 'N'
               OPEN EXTEND EXCEPTION-FILE
               IF WS-EXCEPTION-STATUS = '35'
                   OPEN OUTPUT EXCEPTION-FILE
                   CLOSE EXCEPTION-FILE
                   OPEN EXTEND EXCEPTION-FILE
               END-IF
               IF WS-EXCEPTION-STATUS NOT = '00'
                   MOVE 'EXCEPTION-FILE' TO WS-ERROR-FILE-NAME
                   MOVE WS-EXCEPTION-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
               END-IF
               MOVE 'Y' TO WS-EXC-OPENED
           END-IF
           MOVE WS-RUN-DATE TO EXC-RUN-DATE
           MOVE WS-SELECTED-BATCH TO EXC-BATCH-NO
           MOVE WS-ITEM-AMOUNT (WS-ITEM-IDX) TO EXC-NUMBER-VALUE
           MOVE WS-ITEM-BRANCH (WS-ITEM-IDX) TO EXC-BRANCH-CODE
           MOVE WS-ITEM-CURR (WS-ITEM-IDX) TO EXC-CURRENCY-CODE
           MOVE WS-ITEM-ACCOUNT (WS-ITEM-IDX) TO EXC-ACCOUNT-NO
           MOVE SPACES TO EXC-ITEM-REF
           IF WS-ITEM-ACCT-STATUS (WS-ITEM-IDX) = 'C'
               MOVE 'CLOSED ACCOUNT' TO EXC-REASON
               MOVE 'E009' TO EXC-REASON-CODE
           ELSE
               MOVE 'UNKNOWN ACCOUNT' TO EXC-REASON
               MOVE 'E008' TO EXC-REASON-CODE
           END-IF
           MOVE 'K' TO EXC-ENTRY-SOURCE
           SET EXC-IS-PENDING TO TRUE
           MOVE SPACES TO EXC-WORKED-BY
           WRITE EXCEPTION-RECORD
           ADD 1 TO WS-SUSPENDED-COUNT
           MOVE 'SUSP' TO WS-KEYED-OUTCOME
           MOVE 0 TO WS-KEYED-SEQ
           PERFORM LOG-KEYED-ITEM.

      *> Same first-use EXTEND fallback as the other hold-queue
      *> writers.
       HOLD-KEYED-ITEM.
           MOVE WS-ITEM-AMOUNT (WS-ITEM-IDX) TO HLD-NUMBER-VALUE
           MOVE WS-ITEM-BRANCH (WS-ITEM-IDX) TO HLD-BRANCH-CODE
           MOVE WS-ITEM-CURR (WS-ITEM-IDX) TO HLD-CURRENCY-CODE
           MOVE WS-ITEM-ACCOUNT (WS-ITEM-IDX) TO HLD-ACCOUNT-NO
           MOVE SPACES TO HLD-ITEM-REF
           MOVE WS-HOLD-REASON TO HLD-REASON
           MOVE WS-HOLD-CODE TO HLD-REASON-CODE
           MOVE 'K' TO HLD-ENTRY-SOURCE
           MOVE WS-RUN-DATE TO HLD-SOURCE-DATE
           SET HLD-IS-HELD TO TRUE
           MOVE SPACES TO HLD-WORKED-BY
           WRITE HOLD-RECORD
           ADD 1 TO WS-HELD-COUNT
           MOVE 'HOLD' TO WS-KEYED-OUTCOME
           MOVE 0 TO WS-KEYED-SEQ
           PERFORM LOG-KEYED-ITEM.

      *> Same first-free-key probe as the other ad-hoc injectors:
      *> sequences 000001-999998 within the selected batch.
                   TO FILE1-BRANCH-CODE
               MOVE WS-ITEM-CURR (WS-ITEM-IDX)
                   TO FILE1-CURRENCY-CODE
               MOVE WS-ITEM-ACCOUNT (WS-ITEM-IDX)
                   TO FILE1-ACCOUNT-NO
               SET FILE1-FROM-KEYED TO TRUE
               IF WS-ITEM-TO-BRANCH (WS-ITEM-IDX) NOT = SPACES
                   SET FILE1-IS-TRANSFER TO TRUE
                   MOVE WS-ITEM-TO-BRANCH (WS-ITEM-IDX)
                       TO FILE1-XFER-TO-BRANCH
               END-IF
               WRITE FILE1-RECORD
                   INVALID KEY
                       ADD 1 TO WS-INJECT-KEY
                   END-ADD
           END-READ.

       LOG-KEYED-ITEM.
           MOVE WS-ITEM-AMOUNT (WS-ITEM-IDX) TO WS-KEYED-AMOUNT
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'KEYED ' WS-KEYED-OUTCOME ' ' WS-SELECTED-BATCH
               '/' WS-KEYED-SEQ ' ' WS-KEYED-AMOUNT ' '
               WS-ITEM-ACCOUNT (WS-ITEM-IDX) ' BY ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG.

       LOG-SESSION-OUTCOME.
           MOVE SPACES TO WS-LOG-MESSAGE
           IF SESSION-COMMITTED
               STRING 'SESSION COMMITTED ' WS-COMMITTED-COUNT
                   ' HELD ' WS-HELD-COUNT ' SUSP ' WS-SUSPENDED-COUNT
                   ' BY ' WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
           ELSE
           CLOSE FILE1.

      *> Removing a detail takes its value and count out of the
      *> trailer; removing a reversal puts the value back; removing
      *> a transfer takes only its count out.
       ADJUST-TRAILER-FOR-DELETE.
           MOVE WS-SELECTED-BATCH TO FILE1-KEY-BATCH
           MOVE 999999 TO FILE1-KEY-SEQ
                   DISPLAY 'FILE1MAINT: no batch trailer in '
                       'file1.dat - control total not adjusted'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WS-DELETED-REVERSAL
                           ADD WS-DELETED-AMOUNT TO TRLR-CONTROL-TOTAL
                               ROUNDED
                       WHEN WS-DELETED-TRANSFER
                           CONTINUE
                       WHEN OTHER
                           SUBTRACT WS-DELETED-AMOUNT
                               FROM TRLR-CONTROL-TOTAL ROUNDED
                   END-EVALUATE
                   IF TRLR-RECORD-COUNT > 0
                       SUBTRACT 1 FROM TRLR-RECORD-COUNT
                   END-IF
