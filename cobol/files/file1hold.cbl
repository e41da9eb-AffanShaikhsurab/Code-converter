      *> so the next FILE1 run balances - or reject it outright. The
      *> disposition is updated in place, the same worked-queue
      *> convention FILE1RCYC uses for exceptions.
      *> An item held because its account has gone dormant cannot be
      *> approved while the account stays dormant: the supervisor
      *> either reactivates the account on acctmast.dat (V - which
      *> releases the item with it) or rejects the item, so money
      *> never quietly lands on a forgotten account.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-BSEL-STATUS.
           SELECT LOCK-FILE ASSIGN TO 'file1.lck'
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT ACM-FILE ASSIGN TO 'acctmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-KEY
               FILE STATUS IS WS-ACM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  LOCK-RECORD.
           COPY file1lck.

       FD  ACM-FILE.
       01  ACM-RECORD.
           COPY acctmast.

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-RELEASED-COUNT     PIC 9(6) VALUE 0.
       01 WS-REJECTED-COUNT     PIC 9(6) VALUE 0.
       01 WS-STILL-HELD-COUNT   PIC 9(6) VALUE 0.
       01 WS-REACTIVATED-COUNT  PIC 9(6) VALUE 0.
       01 WS-MESSAGE            PIC X(40) VALUE SPACES.
       01 WS-TODAY              PIC 9(8) VALUE 0.

      *> acctmast.dat is opened I-O for the session so a dormant
      *> account can be reactivated in place; a shop with no account
      *> master simply has no dormant holds to work.
       01 WS-ACM-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-ACM-OPENED         PIC X VALUE 'N'.
       01 WS-ACM-FOUND          PIC X VALUE 'N'.

       01 WS-LOCK-STATUS        PIC XX VALUE '00'.
       01 WS-HOLD-STATUS        PIC XX VALUE '00'.
           05  LINE 3  COL 18 PIC -(5)9.99 FROM WS-DISPLAY-NUMBER.
           05  LINE 4  COL 1  VALUE 'Held since:   '.
           05  LINE 4  COL 18 PIC 9(8) FROM HLD-SOURCE-DATE.
           05  LINE 5  COL 1  VALUE 'Held because: '.
           05  LINE 5  COL 18 PIC X(20) FROM HLD-REASON.
           05  LINE 6  COL 1  VALUE 'Account:      '.
           05  LINE 6  COL 18 PIC X(8) FROM HLD-ACCOUNT-NO.
           05  LINE 8  COL 1  VALUE
               'A=approve  V=reactivate account and approve'.
           05  LINE 9  COL 1  VALUE
               'X=reject  ENTER=leave held  Q=stop'.
           05  LINE 10 COL 1  PIC X(1) USING WS-HOLD-CHOICE.
           05  LINE 12 COL 1  PIC X(40) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               MOVE WS-FILE1-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN I-O ACM-FILE
           IF WS-ACM-FILE-STATUS = '00'
               MOVE 'Y' TO WS-ACM-OPENED
           END-IF
           PERFORM WORK-HOLD-QUEUE
           CLOSE HOLD-FILE
           CLOSE FILE1
           IF WS-ACM-OPENED = 'Y'
               CLOSE ACM-FILE
           END-IF
           DISPLAY 'FILE1HOLD: ' WS-RELEASED-COUNT ' released, '
               WS-REJECTED-COUNT ' rejected, '
               WS-STILL-HELD-COUNT ' still held, '
               WS-REACTIVATED-COUNT ' accounts reactivated'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'RELEASED ' WS-RELEASED-COUNT ' REJECTED '
               WS-REJECTED-COUNT ' REACT ' WS-REACTIVATED-COUNT
               ' BY ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           MOVE HLD-NUMBER-VALUE TO WS-DISPLAY-NUMBER
           DISPLAY RELEASE-SCREEN
           ACCEPT RELEASE-SCREEN
           MOVE SPACES TO WS-MESSAGE
           EVALUATE FUNCTION UPPER-CASE(WS-HOLD-CHOICE)
               WHEN 'A'
                   PERFORM APPROVE-HELD-ITEM
               WHEN 'V'
                   PERFORM REACTIVATE-AND-RELEASE
               WHEN 'X'
                   SET HLD-IS-REJECTED TO TRUE
                   MOVE WS-OPERATOR-ID TO HLD-WORKED-BY
                   ADD 1 TO WS-STILL-HELD-COUNT
           END-EVALUATE.

      *> A dormant-account hold approves only once its account is
      *> open again - reactivated for an earlier item this session,
      *> say; otherwise the supervisor is told to reactivate or
      *> reject.
       APPROVE-HELD-ITEM.
           IF HLD-FOR-DORMANT
               PERFORM READ-HELD-ACCOUNT
               IF WS-ACM-FOUND = 'Y' AND ACM-IS-DORMANT
                   MOVE 'ACCOUNT DORMANT - V TO REACTIVATE'
                       TO WS-MESSAGE
                   DISPLAY 'FILE1HOLD: account ' HLD-ACCOUNT-NO
                       ' still dormant - item left held'
                   ADD 1 TO WS-STILL-HELD-COUNT
               ELSE
                   PERFORM RELEASE-HELD-ITEM
               END-IF
           ELSE
               PERFORM RELEASE-HELD-ITEM
           END-IF.

      *> Reactivation restamps ACM-STATUS-DATE so the account's
      *> quiet period starts afresh, and goes to run.log under the
      *> supervisor's user-ID along with the release.
       REACTIVATE-AND-RELEASE.
           PERFORM READ-HELD-ACCOUNT
           IF WS-ACM-FOUND = 'N' OR NOT ACM-IS-DORMANT
               MOVE 'ACCOUNT NOT DORMANT - USE A OR X'
                   TO WS-MESSAGE
               ADD 1 TO WS-STILL-HELD-COUNT
           ELSE
               SET ACM-IS-OPEN TO TRUE
               MOVE WS-TODAY TO ACM-STATUS-DATE
               REWRITE ACM-RECORD
                   INVALID KEY
                       MOVE 'REACTIVATION FAILED - LEFT HELD'
                           TO WS-MESSAGE
                       ADD 1 TO WS-STILL-HELD-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-REACTIVATED-COUNT
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING 'ACCOUNT ' HLD-ACCOUNT-NO
                           ' REACTIVATED BY ' WS-OPERATOR-ID
                           DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                       END-STRING
                       PERFORM WRITE-RUN-LOG
                       PERFORM RELEASE-HELD-ITEM
               END-REWRITE
           END-IF.

       READ-HELD-ACCOUNT.
           MOVE 'N' TO WS-ACM-FOUND
           IF WS-ACM-OPENED = 'Y' AND HLD-ACCOUNT-NO NOT = SPACES
               MOVE HLD-ACCOUNT-NO TO ACM-ACCOUNT-NO
               READ ACM-FILE INTO ACM-RECORD
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACM-FOUND
               END-READ
           END-IF.

       RELEASE-HELD-ITEM.
           PERFORM INJECT-RELEASED-RECORD
           IF WS-INJECT-DONE = 'Y'
                   MOVE HLD-BRANCH-CODE TO FILE1-BRANCH-CODE
               END-IF
               MOVE HLD-CURRENCY-CODE TO FILE1-CURRENCY-CODE
               MOVE HLD-ACCOUNT-NO TO FILE1-ACCOUNT-NO
               MOVE HLD-ITEM-REF TO FILE1-ITEM-REF
               MOVE HLD-ENTRY-SOURCE TO FILE1-ENTRY-SOURCE
               WRITE FILE1-RECORD
                   INVALID KEY
                       ADD 1 TO WS-INJECT-KEY
