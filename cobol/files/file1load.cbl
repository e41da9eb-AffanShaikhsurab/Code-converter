      *> code the amount belongs to, and a second '|' and the
      *> three-letter currency code now that the feed carries EUR and
      *> GBP items - a missing currency loads as the base currency,
      *> which is every record the feed ever sent before. A third
      *> '|' carries the customer account number the item is for; a
      *> missing account loads unallocated (spaces). A fourth '|'
      *> carries the upstream's own item reference, kept on the
      *> detail so ITEMTRC can trace the item by it; a missing
      *> reference loads as spaces. Anything after the fifth '|' on
      *> a line is ignored so the upstream can add columns without
      *> breaking us; a missing branch loads as '000'.
       FD  LOAD-FILE.
       01  LOAD-RECORD              PIC X(80).

       01  HOLD-RECORD.
           COPY file1hld.

      *> A line with an unknown or inactive branch code, or for an
      *> unknown or closed account, is rejected to the suspense
      *> queue FILE1RCYC works, not silently skipped - someone keyed
      *> or fed a branch or account that does not exist and a human
      *> has to decide what it should have been.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           COPY file1exc.
       01 WS-LIMIT-VALUE        PIC S9(6)V99 COMP-3 VALUE 0.
       01 WS-HELD-COUNT         PIC 9(6) VALUE 0.
       01 WS-HOLD-OPENED        PIC X VALUE 'N'.
       01 WS-HOLD-REASON        PIC X(20) VALUE SPACES.
       01 WS-HOLD-CODE          PIC X(4) VALUE SPACES.
       01 WS-DORMANT-COUNT      PIC 9(6) VALUE 0.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-BATCH-ID           PIC X(10) VALUE 'UPSTREAM'.
       01 WS-BATCH-NUMBER       PIC 9(4) VALUE 1.
       01 WS-AMOUNT-TEXT        PIC X(20).
       01 WS-BRANCH-TEXT        PIC X(3).
       01 WS-CURRENCY-TEXT      PIC X(3).
       01 WS-ACCOUNT-TEXT       PIC X(8).
       01 WS-ITEM-REF-TEXT      PIC X(16).
       01 WS-AMOUNT             PIC S9(6)V99 COMP-3 VALUE 0.

      *> Amounts already loaded this feed, kept in ascending order
       01 WS-BRCHK-NAME         PIC X(20) VALUE SPACES.
       01 WS-BRCHK-REGION       PIC X(3) VALUE SPACES.
       01 WS-BADBR-COUNT        PIC 9(6) VALUE 0.
      *> A merged branch's code forwards to its successor through the
      *> common BRFWD subprogram instead of bouncing to suspense.
       01 WS-BRFWD-SUCCESSOR    PIC X(3) VALUE SPACES.
       01 WS-BRFWD-STATUS       PIC X(1) VALUE 'X'.
       01 WS-FORWARDED-COUNT    PIC 9(6) VALUE 0.

      *> Account validation through the common ACCTCHK subprogram -
      *> a blank account (an unallocated item) skips the check.
       01 WS-ACCTCHK-STATUS     PIC X(1) VALUE '0'.
       01 WS-ACCTCHK-NAME       PIC X(30) VALUE SPACES.
       01 WS-ACCTCHK-BRANCH     PIC X(3) VALUE SPACES.
       01 WS-BADACCT-COUNT      PIC 9(6) VALUE 0.
       01 WS-EXC-OPENED         PIC X VALUE 'N'.
       01 WS-EXCEPTION-STATUS   PIC XX VALUE '00'.

           DISPLAY 'FILE1LOAD: ' WS-DETAIL-COUNT ' details loaded, '
               WS-SKIPPED-COUNT ' lines skipped, '
               WS-BADBR-COUNT ' bad-branch rejects, '
               WS-FORWARDED-COUNT ' forwarded from merged branches, '
               WS-BADACCT-COUNT ' bad-account rejects, '
               WS-HELD-COUNT ' held (' WS-DORMANT-COUNT
               ' dormant account) - control total '
               WS-CONTROL-TOTAL
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'LOADED ' WS-DETAIL-COUNT ' SKIPPED '
               WS-SKIPPED-COUNT ' BADBR ' WS-BADBR-COUNT
               ' BADACCT ' WS-BADACCT-COUNT
               ' HELD ' WS-HELD-COUNT
               ' BATCH ' WS-BATCH-NUMBER
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           IF WS-SKIPPED-COUNT > 0 OR WS-BADBR-COUNT > 0
                   OR WS-BADACCT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
           SET FILE1-IS-HEADER TO TRUE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-BATCH-ID TO HDR-BATCH-ID
           MOVE 0 TO HDR-ADJ-PERIOD
           WRITE FILE1-RECORD
               INVALID KEY
                   DISPLAY 'FILE1LOAD ABEND: batch ' WS-BATCH-NUMBER
           MOVE SPACES TO WS-AMOUNT-TEXT
           MOVE SPACES TO WS-BRANCH-TEXT
           MOVE SPACES TO WS-CURRENCY-TEXT
           MOVE SPACES TO WS-ACCOUNT-TEXT
           MOVE SPACES TO WS-ITEM-REF-TEXT
           UNSTRING LOAD-RECORD DELIMITED BY '|'
               INTO WS-AMOUNT-TEXT WS-BRANCH-TEXT WS-CURRENCY-TEXT
                    WS-ACCOUNT-TEXT WS-ITEM-REF-TEXT
           END-UNSTRING
           IF WS-BRANCH-TEXT = SPACES
               MOVE '000' TO WS-BRANCH-TEXT
                   WS-AMOUNT-TEXT
           ELSE
               PERFORM CHECK-BRANCH-CODE
               PERFORM CHECK-ACCOUNT-NUMBER
               IF WS-BRCHK-STATUS = 'U' OR WS-BRCHK-STATUS = 'I'
                   PERFORM REJECT-BAD-BRANCH
               ELSE
               IF WS-ACCTCHK-STATUS = 'U' OR WS-ACCTCHK-STATUS = 'C'
                   PERFORM REJECT-BAD-ACCOUNT
               ELSE
               PERFORM CHECK-FEED-DUPLICATE
               IF WS-DUPLICATE-FOUND = 'Y'
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'FILE1LOAD: skipping duplicate amount '
                       WS-AMOUNT-TEXT
               ELSE
                   IF WS-ACCTCHK-STATUS = 'D'
                       MOVE 'DORMANT ACCOUNT' TO WS-HOLD-REASON
                       MOVE 'H002' TO WS-HOLD-CODE
                       PERFORM HOLD-DETAIL-AMOUNT
                       ADD 1 TO WS-DORMANT-COUNT
                   ELSE
                   IF WS-LIMIT-ACTIVE = 'Y'
                           AND WS-AMOUNT > WS-LIMIT-VALUE
                       MOVE 'OVER LIMIT' TO WS-HOLD-REASON
                       MOVE 'H001' TO WS-HOLD-CODE
                       PERFORM HOLD-DETAIL-AMOUNT
                   ELSE
                       PERFORM INSERT-SEEN-VALUE
                       PERFORM WRITE-DETAIL-RECORD
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
      *> The house branch '000' (what a branchless line folds into)
      *> is legitimate by definition; everything else answers to the
      *> branch master through BRCHK. Status 'N' means no master on
      *> file yet and validation stands down. An inactive branch
      *> that BRMERGE closed into a successor forwards there - the
      *> line loads under the successor's code from the merger's
      *> effective date on.
       CHECK-BRANCH-CODE.
           MOVE '0' TO WS-BRCHK-STATUS
           IF WS-BRANCH-TEXT NOT = '000'
               CALL 'BRCHK' USING WS-BRANCH-TEXT, WS-BRCHK-STATUS,
                   WS-BRCHK-NAME, WS-BRCHK-REGION
           END-IF
           IF WS-BRCHK-STATUS = 'I'
               CALL 'BRFWD' USING WS-BRANCH-TEXT, WS-RUN-DATE,
                   WS-BRFWD-SUCCESSOR, WS-BRFWD-STATUS
               IF WS-BRFWD-STATUS = '0'
                   DISPLAY 'FILE1LOAD: branch ' WS-BRANCH-TEXT
                       ' forwarded to ' WS-BRFWD-SUCCESSOR
                       ' for amount ' WS-AMOUNT-TEXT
                   MOVE WS-BRFWD-SUCCESSOR TO WS-BRANCH-TEXT
                   ADD 1 TO WS-FORWARDED-COUNT
                   CALL 'BRCHK' USING WS-BRANCH-TEXT, WS-BRCHK-STATUS,
                       WS-BRCHK-NAME, WS-BRCHK-REGION
               END-IF
           END-IF.

      *> A blank account is an unallocated item and is not checked;
      *> status 'N' means no account master on file yet and
      *> validation stands down.
       CHECK-ACCOUNT-NUMBER.
           MOVE '0' TO WS-ACCTCHK-STATUS
           IF WS-ACCOUNT-TEXT NOT = SPACES
               CALL 'ACCTCHK' USING WS-ACCOUNT-TEXT,
                   WS-ACCTCHK-STATUS, WS-ACCTCHK-NAME,
                   WS-ACCTCHK-BRANCH
           END-IF.

      *> Same first-use EXTEND fallback as the hold file; the reject
      *> screen select it with the rest of the batch's rejects.
       REJECT-BAD-BRANCH.
           ADD 1 TO WS-BADBR-COUNT
           PERFORM OPEN-EXCEPTION-FILE
           MOVE WS-RUN-DATE TO EXC-RUN-DATE
           MOVE WS-BATCH-NUMBER TO EXC-BATCH-NO
           MOVE WS-AMOUNT TO EXC-NUMBER-VALUE
           MOVE WS-BRANCH-TEXT TO EXC-BRANCH-CODE
           MOVE WS-CURRENCY-TEXT TO EXC-CURRENCY-CODE
           MOVE WS-ACCOUNT-TEXT TO EXC-ACCOUNT-NO
           MOVE WS-ITEM-REF-TEXT TO EXC-ITEM-REF
           IF WS-BRCHK-STATUS = 'I'
               MOVE 'INACTIVE BRANCH CODE' TO EXC-REASON
               MOVE 'E007' TO EXC-REASON-CODE
           ELSE
               MOVE 'UNKNOWN BRANCH CODE' TO EXC-REASON
               MOVE 'E006' TO EXC-REASON-CODE
           END-IF
           MOVE 'F' TO EXC-ENTRY-SOURCE
           SET EXC-IS-PENDING TO TRUE
           MOVE SPACES TO EXC-WORKED-BY
           WRITE EXCEPTION-RECORD
               ' refused for amount ' WS-AMOUNT-TEXT
               ' - rejected to file1.exc'.

       REJECT-BAD-ACCOUNT.
           ADD 1 TO WS-BADACCT-COUNT
           PERFORM OPEN-EXCEPTION-FILE
           MOVE WS-RUN-DATE TO EXC-RUN-DATE
           MOVE WS-BATCH-NUMBER TO EXC-BATCH-NO
           MOVE WS-AMOUNT TO EXC-NUMBER-VALUE
           MOVE WS-BRANCH-TEXT TO EXC-BRANCH-CODE
           MOVE WS-CURRENCY-TEXT TO EXC-CURRENCY-CODE
           MOVE WS-ACCOUNT-TEXT TO EXC-ACCOUNT-NO
           MOVE WS-ITEM-REF-TEXT TO EXC-ITEM-REF
           IF WS-ACCTCHK-STATUS = 'C'
               MOVE 'CLOSED ACCOUNT' TO EXC-REASON
               MOVE 'E009' TO EXC-REASON-CODE
           ELSE
               MOVE 'UNKNOWN ACCOUNT' TO EXC-REASON
               MOVE 'E008' TO EXC-REASON-CODE
           END-IF
           MOVE 'F' TO EXC-ENTRY-SOURCE
           SET EXC-IS-PENDING TO TRUE
           MOVE SPACES TO EXC-WORKED-BY
           WRITE EXCEPTION-RECORD
           DISPLAY 'FILE1LOAD: account ' WS-ACCOUNT-TEXT
               ' refused for amount ' WS-AMOUNT-TEXT
               ' - rejected to file1.exc'.

       OPEN-EXCEPTION-FILE.
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
           END-IF.

       CHECK-FEED-DUPLICATE.
           MOVE 'N' TO WS-DUPLICATE-FOUND
           IF WS-SEEN-COUNT > 0
      *> Held amounts never reach the batch or its control total -
      *> they sit in file1.hld until a supervisor releases them
      *> through FILE1HOLD into a later run. Same first-use EXTEND
      *> fallback as the exception file. WS-HOLD-REASON says why:
      *> over the limit, or for an account gone dormant.
       HOLD-DETAIL-AMOUNT.
           IF WS-HOLD-OPENED = 'N'
               OPEN EXTEND HOLD-FILE
               IF WS-HOLD-STATUS = '35'
           MOVE WS-AMOUNT TO HLD-NUMBER-VALUE
           MOVE WS-BRANCH-TEXT TO HLD-BRANCH-CODE
           MOVE WS-CURRENCY-TEXT TO HLD-CURRENCY-CODE
           MOVE WS-ACCOUNT-TEXT TO HLD-ACCOUNT-NO
           MOVE WS-ITEM-REF-TEXT TO HLD-ITEM-REF
           MOVE WS-HOLD-REASON TO HLD-REASON
           MOVE WS-HOLD-CODE TO HLD-REASON-CODE
           MOVE 'F' TO HLD-ENTRY-SOURCE
           MOVE WS-RUN-DATE TO HLD-SOURCE-DATE
           SET HLD-IS-HELD TO TRUE
           MOVE SPACES TO HLD-WORKED-BY
           WRITE HOLD-RECORD
           ADD 1 TO WS-HELD-COUNT
           DISPLAY 'FILE1LOAD: amount ' WS-AMOUNT
               ' held for supervisor release - ' WS-HOLD-REASON.

       WRITE-DETAIL-RECORD.
           ADD 1 TO WS-NEXT-KEY
           MOVE WS-AMOUNT TO NUMBER-VALUE
           MOVE WS-BRANCH-TEXT TO FILE1-BRANCH-CODE
           MOVE WS-CURRENCY-TEXT TO FILE1-CURRENCY-CODE
           MOVE WS-ACCOUNT-TEXT TO FILE1-ACCOUNT-NO
           MOVE WS-ITEM-REF-TEXT TO FILE1-ITEM-REF
           SET FILE1-FROM-FEED TO TRUE
           WRITE FILE1-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-AMOUNT TO WS-CONTROL-TOTAL ROUNDED
