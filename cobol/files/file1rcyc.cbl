       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-RCYC-CHOICE        PIC X(1).
       01 WS-FIX-NUMBER         PIC 9(6)V99.
       01 WS-FIX-ACCOUNT        PIC X(8).
       01 WS-DISPLAY-NUMBER     PIC -(5)9.99.
       01 WS-MESSAGE            PIC X(40) VALUE SPACES.
       01 WS-INJECT-KEY         PIC 9(6).
       01 WS-BRCHK-NAME         PIC X(20) VALUE SPACES.
       01 WS-BRCHK-REGION       PIC X(3) VALUE SPACES.

      *> Account validation through the common ACCTCHK subprogram -
      *> the corrected account is checked the same way FILE1LOAD
      *> checks the feed's, so an unknown or closed account stays
      *> pending. A blank account is an unallocated item and skips
      *> the check; status 'N' means no account master on file yet.
       01 WS-ACCTCHK-STATUS     PIC X(1) VALUE '0'.
       01 WS-ACCTCHK-NAME       PIC X(30) VALUE SPACES.
       01 WS-ACCTCHK-BRANCH     PIC X(3) VALUE SPACES.

       01 WS-LOCK-STATUS        PIC XX VALUE '00'.
       01 WS-LIMIT-PARM-STATUS  PIC XX VALUE '00'.
       01 WS-HOLD-STATUS        PIC XX VALUE '00'.
           05  LINE 4  COL 20 PIC X(30) FROM EXC-REASON.
           05  LINE 6  COL 1  VALUE 'Corrected value: '.
           05  LINE 6  COL 20 PIC 9(6).99 USING WS-FIX-NUMBER.
           05  LINE 7  COL 1  VALUE 'Account:         '.
           05  LINE 7  COL 20 PIC X(8) USING WS-FIX-ACCOUNT.
           05  LINE 8  COL 1  VALUE
               'R=repair  W=write off  ENTER=leave pending  Q=stop'.
           05  LINE 9  COL 1  PIC X(1) USING WS-RCYC-CHOICE.
           ELSE
               MOVE 0 TO WS-FIX-NUMBER
           END-IF
           MOVE EXC-ACCOUNT-NO TO WS-FIX-ACCOUNT
           DISPLAY RECYCLE-SCREEN
           ACCEPT RECYCLE-SCREEN
           EVALUATE FUNCTION UPPER-CASE(WS-RCYC-CHOICE)
                   ' refused by the branch master - left pending'
               ADD 1 TO WS-PENDING-COUNT
           ELSE
           PERFORM CHECK-REPAIR-ACCOUNT
           IF WS-ACCTCHK-STATUS = 'U' OR WS-ACCTCHK-STATUS = 'C'
               MOVE 'ACCOUNT NOT VALID - LEFT PENDING'
                   TO WS-MESSAGE
               DISPLAY 'FILE1RCYC: account ' WS-FIX-ACCOUNT
                   ' refused by the account master - left pending'
               ADD 1 TO WS-PENDING-COUNT
           ELSE
           MOVE WS-FIX-ACCOUNT TO EXC-ACCOUNT-NO
           IF WS-ACCTCHK-STATUS = 'D'
               OR (WS-LIMIT-ACTIVE = 'Y'
                   AND WS-FIX-NUMBER > WS-LIMIT-VALUE)
               PERFORM ROUTE-REPAIR-TO-HOLD
           ELSE
               PERFORM INJECT-CORRECTED-RECORD
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-REPAIR-ACCOUNT.
           MOVE '0' TO WS-ACCTCHK-STATUS
           IF WS-FIX-ACCOUNT NOT = SPACES
               CALL 'ACCTCHK' USING WS-FIX-ACCOUNT, WS-ACCTCHK-STATUS,
                   WS-ACCTCHK-NAME, WS-ACCTCHK-BRANCH
           END-IF.

       CHECK-REPAIR-BRANCH.
           END-IF.

      *> Same first-use EXTEND fallback as the other hold-queue
      *> writers. A correction to a dormant account is held for the
      *> supervisor's reactivation whatever its amount.
       ROUTE-REPAIR-TO-HOLD.
           OPEN EXTEND HOLD-FILE
           IF WS-HOLD-STATUS = '35'
                   MOVE EXC-BRANCH-CODE TO HLD-BRANCH-CODE
               END-IF
               MOVE EXC-CURRENCY-CODE TO HLD-CURRENCY-CODE
               MOVE EXC-ACCOUNT-NO TO HLD-ACCOUNT-NO
               MOVE EXC-ITEM-REF TO HLD-ITEM-REF
               IF WS-ACCTCHK-STATUS = 'D'
                   MOVE 'DORMANT ACCOUNT' TO HLD-REASON
                   MOVE 'H002' TO HLD-REASON-CODE
               ELSE
                   MOVE 'OVER LIMIT' TO HLD-REASON
                   MOVE 'H001' TO HLD-REASON-CODE
               END-IF
               MOVE EXC-ENTRY-SOURCE TO HLD-ENTRY-SOURCE
               ACCEPT WS-RCYC-DATE FROM DATE YYYYMMDD
               MOVE WS-RCYC-DATE TO HLD-SOURCE-DATE
               SET HLD-IS-HELD TO TRUE
               REWRITE EXCEPTION-RECORD
               ADD 1 TO WS-HELD-COUNT
               DISPLAY 'FILE1RCYC: corrected value ' WS-FIX-NUMBER
                   ' held for supervisor release - ' HLD-REASON
           END-IF.

      *> Sequences 000000 and 999999 are reserved for the header and
                   MOVE EXC-BRANCH-CODE TO FILE1-BRANCH-CODE
               END-IF
               MOVE EXC-CURRENCY-CODE TO FILE1-CURRENCY-CODE
               MOVE EXC-ACCOUNT-NO TO FILE1-ACCOUNT-NO
               MOVE EXC-ITEM-REF TO FILE1-ITEM-REF
               MOVE EXC-ENTRY-SOURCE TO FILE1-ENTRY-SOURCE
               WRITE FILE1-RECORD
                   INVALID KEY
                       ADD 1 TO WS-INJECT-KEY
