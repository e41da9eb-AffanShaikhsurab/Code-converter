       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSPMNT.
      *> Dispute and chargeback case maintenance. Disputed items used
      *> to be tracked on paper, and the reversal that should follow
      *> a decision for the customer went through FILE1REV only if
      *> someone remembered to raise it. Case transactions come in
      *> on dispute.trn, one per line:
      *>   'O' open a case against a posted file2.dat detail, named
      *>       by its set's batch, its position in the set and its
      *>       amount - all three must agree with file2.dat - with a
      *>       reason and a due date (default 30 days from today);
      *>   'P' provisional credit given to the customer while the
      *>       case is worked (up to the disputed amount, once);
      *>   'E' due date extended;
      *>   'N' a note on the case;
      *>   'F' decided in the customer's favour - the reversal
      *>       request is generated onto file1rev.req in FILE1REV's
      *>       own format, naming the batch to select, and the case
      *>       closes;
      *>   'B' decided in the bank's favour - the case closes with
      *>       nothing reversed (any provisional credit given is
      *>       flagged for withdrawal).
      *> A decision closes a case for good and is supervisor work
      *> (level 2); the rest is ordinary-operator work. Cases live
      *> on dispute.dat (dispute.cpy), and every accepted
      *> transaction is an event on dispute.evt (dspevt.cpy) stamped
      *> with the operator signed on through SIGNON. With no
      *> opermast.dat on file events go on unstamped and any
      *> operator may decide. DSPAGE ages the open cases against
      *> their due dates.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSP-TRN-FILE ASSIGN TO 'dispute.trn'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSP-TRN-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO 'dispute.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT EVENT-FILE ASSIGN TO 'dispute.evt'
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT FILE2 ASSIGN TO 'file2.dat'
               FILE STATUS IS WS-FILE2-STATUS.
           SELECT REV-REQUEST-FILE ASSIGN TO 'file1rev.req'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-REQUEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> DTRN-CASE-NO is left zero on an 'O' - the case number is
      *> assigned - and DTRN-BATCH-NO/DTRN-ITEM-SEQ are only read on
      *> an 'O'. DTRN-AMOUNT is the disputed amount on an 'O' and the
      *> credit on a 'P'; DTRN-DUE-DATE is the due date on an 'O'
      *> (zero = 30 days) and the new one on an 'E'. DTRN-TEXT is the
      *> reason on an 'O' and the note on everything else.
       FD  DSP-TRN-FILE.
       01  DSP-TRN-RECORD.
           05  DTRN-ACTION          PIC X(1).
           05  DTRN-CASE-NO         PIC 9(6).
           05  DTRN-BATCH-NO        PIC 9(4).
           05  DTRN-ITEM-SEQ        PIC 9(6).
           05  DTRN-AMOUNT          PIC 9(9)V99.
           05  DTRN-DUE-DATE        PIC 9(8).
           05  DTRN-TEXT            PIC X(30).

       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD.
           COPY dispute.

       FD  EVENT-FILE.
       01  EVENT-RECORD.
           COPY dspevt.

       FD  FILE2.
       01  FILE2-RECORD.
           COPY file2rec.

       FD  REV-REQUEST-FILE.
       01  REV-REQUEST-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-FILE2-EOF          PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-RUN-TIME           PIC 9(8) VALUE 0.
       01 WS-APPLIED-COUNT      PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT     PIC 9(4) VALUE 0.
       01 WS-OPENED-COUNT       PIC 9(4) VALUE 0.
       01 WS-REQUEST-COUNT      PIC 9(4) VALUE 0.
       01 WS-REJECT-REASON      PIC X(40) VALUE SPACES.
       01 WS-CASE-FOUND         PIC X VALUE 'N'.
       01 WS-REQUEST-OPEN       PIC X VALUE 'N'.
       01 WS-EVENT-AMOUNT       PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-EVENT-NOTE         PIC X(30) VALUE SPACES.

      *> A case is due this many days after it is opened unless the
      *> transaction names a due date.
       01 WS-DEFAULT-DUE-DAYS   PIC 9(3) VALUE 30.
       01 WS-DUE-INTEGER        PIC S9(9) VALUE 0.

      *> Every case on file, by case number, with the item it is
      *> about - the next case number is one past the highest, and
      *> an item can be under only one case that is still active or
      *> was decided for the customer.
       01 WS-HIGH-CASE-NO       PIC 9(6) VALUE 0.
       01 WS-CASE-COUNT         PIC 9(5) VALUE 0.
       01 WS-CASE-TABLE.
           05  WS-CASE-ENTRY    OCCURS 20000 TIMES
                                 INDEXED BY WS-CASE-IDX.
               10  WS-CASE-BATCH    PIC 9(4).
               10  WS-CASE-SEQ      PIC 9(6).
               10  WS-CASE-STATUS   PIC X(1).
               10  WS-CASE-NUMBER   PIC 9(6).
       01 WS-ITEM-TAKEN         PIC X VALUE 'N'.

      *> The posted item an 'O' names, as found on file2.dat. A
      *> detail's movement is its native amount, or the step in the
      *> running total for a detail posted before that was carried.
       01 WS-ITEM-FOUND         PIC X VALUE 'N'.
       01 WS-ITEM-SEQ-SEEN      PIC X VALUE 'N'.
       01 WS-IN-SET             PIC X VALUE 'N'.
       01 WS-SET-DATE           PIC 9(8) VALUE 0.
       01 WS-SET-ORDINAL        PIC 9(6) VALUE 0.
       01 WS-PRIOR-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-MOVEMENT           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ITEM-DATE          PIC 9(8) VALUE 0.
       01 WS-ITEM-BRANCH        PIC X(3) VALUE SPACES.
       01 WS-ITEM-CURRENCY      PIC X(3) VALUE SPACES.
       01 WS-ITEM-ACCOUNT       PIC X(8) VALUE SPACES.
       01 WS-ITEM-REF           PIC X(16) VALUE SPACES.
       01 WS-ITEM-IS-CREDIT     PIC X VALUE 'N'.

      *> The generated reversal request: the feed's own delimited
      *> columns - amount, branch, currency, account, reference -
      *> plus the batch FILE1REV must be run against.
       01 WS-REQ-AMOUNT-ED      PIC Z(8)9.99.
       01 WS-REQ-AMOUNT-TEXT    PIC X(12).

       01 WS-DSP-TRN-STATUS     PIC XX VALUE '00'.
       01 WS-DISPUTE-STATUS     PIC XX VALUE '00'.
       01 WS-EVENT-STATUS       PIC XX VALUE '00'.
       01 WS-FILE2-STATUS       PIC XX VALUE '00'.
       01 WS-REV-REQUEST-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Operator sign-on through the common SIGNON subprogram -
      *> working a case is ordinary-operator work (level 1), a
      *> decision is supervisor work (level 2). Status 'N' means no
      *> operator master on file yet, and events go on unstamped.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-AUTH      PIC 9(1) VALUE 0.
       01 WS-SIGNON-STATUS      PIC X(1) VALUE '0'.
       01 WS-SIGNON-MIN-AUTH    PIC 9(1) VALUE 1.

      *> Consolidated run-log interface - the run's outcome and each
      *> decision go to run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'DSPMNT'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM OPERATOR-SIGN-ON
           OPEN INPUT DSP-TRN-FILE
           IF WS-DSP-TRN-STATUS NOT = '00'
               MOVE 'DSP-TRN-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-DSP-TRN-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           OPEN I-O DISPUTE-FILE
           IF WS-DISPUTE-STATUS = '35'
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF
           IF WS-DISPUTE-STATUS NOT = '00'
               MOVE 'DISPUTE-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-DISPUTE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
      *> Same first-use EXTEND fallback as the run log itself.
           OPEN EXTEND EVENT-FILE
           IF WS-EVENT-STATUS = '35'
               OPEN OUTPUT EVENT-FILE
               CLOSE EVENT-FILE
               OPEN EXTEND EVENT-FILE
           END-IF
           IF WS-EVENT-STATUS NOT = '00'
               MOVE 'EVENT-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-EVENT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           PERFORM LOAD-CASES
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-DSP-TRN
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE DSP-TRN-FILE
           CLOSE DISPUTE-FILE
           CLOSE EVENT-FILE
           IF WS-REQUEST-OPEN = 'Y'
               CLOSE REV-REQUEST-FILE
           END-IF
           DISPLAY 'DSPMNT: ' WS-APPLIED-COUNT ' transactions '
               'applied (' WS-OPENED-COUNT ' cases opened, '
               WS-REQUEST-COUNT ' reversal requests), '
               WS-REJECTED-COUNT ' rejected'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'APPLIED ' WS-APPLIED-COUNT ' OPENED '
               WS-OPENED-COUNT ' REVERSALS ' WS-REQUEST-COUNT
               ' REJECTED ' WS-REJECTED-COUNT ' BY ' WS-OPERATOR-ID
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
           IF WS-SIGNON-STATUS = '8'
               MOVE 'E' TO WS-LOG-SEVERITY
               MOVE 'SIGN-ON REFUSED - NO CASES UPDATED'
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CASES.
           MOVE 'N' TO WS-CASE-FOUND
           MOVE LOW-VALUES TO DSP-KEY
           START DISPUTE-FILE KEY IS NOT LESS THAN DSP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CASE-FOUND
           END-START
           IF WS-CASE-FOUND = 'N'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-CASE-FOR-TABLE
                   UNTIL WS-END-OF-FILE = 'Y'
           END-IF.

       READ-CASE-FOR-TABLE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM ADD-CASE-TO-TABLE
           END-READ.

       ADD-CASE-TO-TABLE.
           IF WS-CASE-COUNT >= 20000
               DISPLAY 'DSPMNT ABEND: more than 20000 cases on '
                   'dispute.dat'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CASE-COUNT
           MOVE DSP-BATCH-NO TO WS-CASE-BATCH (WS-CASE-COUNT)
           MOVE DSP-ITEM-SEQ TO WS-CASE-SEQ (WS-CASE-COUNT)
           MOVE DSP-STATUS TO WS-CASE-STATUS (WS-CASE-COUNT)
           MOVE DSP-CASE-NO TO WS-CASE-NUMBER (WS-CASE-COUNT)
           IF DSP-CASE-NO > WS-HIGH-CASE-NO
               MOVE DSP-CASE-NO TO WS-HIGH-CASE-NO
           END-IF.

       READ-DSP-TRN.
           READ DSP-TRN-FILE INTO DSP-TRN-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM APPLY-ONE-TRANSACTION
           END-READ.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           IF DTRN-AMOUNT NOT NUMERIC
               MOVE ZERO TO DTRN-AMOUNT
           END-IF
           IF DTRN-DUE-DATE NOT NUMERIC
               MOVE ZERO TO DTRN-DUE-DATE
           END-IF
           EVALUATE DTRN-ACTION
               WHEN 'O'
                   PERFORM OPEN-CASE
               WHEN 'P'
               WHEN 'E'
               WHEN 'N'
               WHEN 'F'
               WHEN 'B'
                   PERFORM UPDATE-CASE
               WHEN OTHER
                   MOVE 'ACTION MUST BE O, P, E, N, F OR B'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'DSPMNT: rejected ' DTRN-ACTION ' '
                   DTRN-CASE-NO ' - ' WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

      *> ------------------- opening a case -------------------
       OPEN-CASE.
           EVALUATE TRUE
               WHEN DTRN-BATCH-NO NOT NUMERIC
                   OR DTRN-ITEM-SEQ NOT NUMERIC
                   OR DTRN-ITEM-SEQ = 0
                   MOVE 'BATCH AND ITEM NUMBER REQUIRED'
                       TO WS-REJECT-REASON
               WHEN DTRN-AMOUNT = 0
                   MOVE 'DISPUTED AMOUNT REQUIRED'
                       TO WS-REJECT-REASON
               WHEN DTRN-TEXT = SPACES
                   MOVE 'REASON REQUIRED' TO WS-REJECT-REASON
               WHEN DTRN-DUE-DATE NOT = 0
                   AND DTRN-DUE-DATE < WS-RUN-DATE
                   MOVE 'DUE DATE ALREADY PAST' TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ITEM-NOT-TAKEN
           IF WS-ITEM-TAKEN = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-POSTED-ITEM
           EVALUATE TRUE
               WHEN WS-ITEM-FOUND = 'Y'
                   CONTINUE
               WHEN WS-ITEM-SEQ-SEEN = 'Y'
                   MOVE 'AMOUNT DOES NOT MATCH THE POSTED ITEM'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'NO SUCH POSTED ITEM ON FILE2.DAT'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ITEM-IS-CREDIT = 'N'
               MOVE 'ONLY AN ORDINARY POSTING CAN BE DISPUTED'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIGH-CASE-NO
           MOVE SPACES TO DISPUTE-RECORD
           MOVE WS-HIGH-CASE-NO TO DSP-CASE-NO
           SET DSP-IS-OPEN TO TRUE
           MOVE DTRN-BATCH-NO TO DSP-BATCH-NO
           MOVE DTRN-ITEM-SEQ TO DSP-ITEM-SEQ
           MOVE WS-ITEM-DATE TO DSP-BUSINESS-DATE
           MOVE DTRN-AMOUNT TO DSP-AMOUNT
           MOVE WS-ITEM-BRANCH TO DSP-BRANCH-CODE
           MOVE WS-ITEM-CURRENCY TO DSP-CURRENCY-CODE
           MOVE WS-ITEM-ACCOUNT TO DSP-ACCOUNT-NO
           MOVE WS-ITEM-REF TO DSP-ITEM-REF
           MOVE DTRN-TEXT TO DSP-REASON
           MOVE WS-OPERATOR-ID TO DSP-OPENED-BY
           MOVE WS-RUN-DATE TO DSP-OPENED-DATE
           IF DTRN-DUE-DATE = 0
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   + WS-DEFAULT-DUE-DAYS
               COMPUTE DSP-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
           ELSE
               MOVE DTRN-DUE-DATE TO DSP-DUE-DATE
           END-IF
           MOVE 0 TO DSP-PROV-AMOUNT
           MOVE 0 TO DSP-PROV-DATE
           MOVE 0 TO DSP-CLOSED-DATE
           WRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY 'DSPMNT ABEND: case ' DSP-CASE-NO
                       ' already on dispute.dat'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           PERFORM ADD-CASE-TO-TABLE
           ADD 1 TO WS-OPENED-COUNT
           MOVE DSP-AMOUNT TO WS-EVENT-AMOUNT
           MOVE DSP-REASON TO WS-EVENT-NOTE
           PERFORM WRITE-CASE-EVENT
           DISPLAY 'DSPMNT: case ' DSP-CASE-NO ' opened - batch '
               DSP-BATCH-NO ' item ' DSP-ITEM-SEQ ' due '
               DSP-DUE-DATE.

      *> A decision for the bank leaves the item free to be disputed
      *> again on new grounds; anything else holds it.
       CHECK-ITEM-NOT-TAKEN.
           MOVE 'N' TO WS-ITEM-TAKEN
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
                       OR WS-ITEM-TAKEN = 'Y'
               IF WS-CASE-BATCH (WS-CASE-IDX) = DTRN-BATCH-NO
                   AND WS-CASE-SEQ (WS-CASE-IDX) = DTRN-ITEM-SEQ
                   AND WS-CASE-STATUS (WS-CASE-IDX) NOT = 'B'
                   MOVE 'Y' TO WS-ITEM-TAKEN
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING 'ITEM ALREADY UNDER CASE '
                       WS-CASE-NUMBER (WS-CASE-IDX)
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-STRING
               END-IF
           END-PERFORM.

      *> The Nth detail of a set whose header carries the batch. A
      *> batch posted twice (a rerun under FILE2's override) has two
      *> such sets; the one whose Nth detail has the amount is it.
       FIND-POSTED-ITEM.
           MOVE 'N' TO WS-ITEM-FOUND
           MOVE 'N' TO WS-ITEM-SEQ-SEEN
           OPEN INPUT FILE2
           IF WS-FILE2-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-IN-SET
           MOVE 'N' TO WS-FILE2-EOF
           PERFORM READ-FILE2-FOR-ITEM
               UNTIL WS-FILE2-EOF = 'Y' OR WS-ITEM-FOUND = 'Y'
           CLOSE FILE2.

       READ-FILE2-FOR-ITEM.
           READ FILE2
               AT END
                   MOVE 'Y' TO WS-FILE2-EOF
               NOT AT END
                   EVALUATE FILE2-REC-TYPE
                       WHEN 'H'
                           MOVE 'N' TO WS-IN-SET
                           IF HDR2-BATCH-NO = DTRN-BATCH-NO
                               MOVE 'Y' TO WS-IN-SET
                           END-IF
                           MOVE HDR2-BUSINESS-DATE TO WS-SET-DATE
                           MOVE 0 TO WS-SET-ORDINAL
                           MOVE 0 TO WS-PRIOR-TOTAL
                       WHEN 'T'
                           MOVE 'N' TO WS-IN-SET
                       WHEN OTHER
                           PERFORM CHECK-ONE-DETAIL
                   END-EVALUATE
           END-READ.

       CHECK-ONE-DETAIL.
           IF FILE2-NATIVE-AMOUNT NUMERIC
               MOVE FILE2-NATIVE-AMOUNT TO WS-MOVEMENT
           ELSE
               COMPUTE WS-MOVEMENT = TOTAL - WS-PRIOR-TOTAL
           END-IF
           MOVE TOTAL TO WS-PRIOR-TOTAL
           IF WS-IN-SET = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SET-ORDINAL
           IF WS-SET-ORDINAL NOT = DTRN-ITEM-SEQ
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ITEM-SEQ-SEEN
           IF WS-MOVEMENT = DTRN-AMOUNT
               OR (WS-MOVEMENT < 0
                   AND 0 - WS-MOVEMENT = DTRN-AMOUNT)
               MOVE 'Y' TO WS-ITEM-FOUND
               MOVE WS-SET-DATE TO WS-ITEM-DATE
               MOVE FILE2-BRANCH-CODE TO WS-ITEM-BRANCH
               MOVE FILE2-CURRENCY-CODE TO WS-ITEM-CURRENCY
               MOVE FILE2-ITEM-REF TO WS-ITEM-REF
               IF FILE2-IS-TRANSFER-LEG OR WS-MOVEMENT < 0
                   MOVE 'N' TO WS-ITEM-IS-CREDIT
                   MOVE SPACES TO WS-ITEM-ACCOUNT
               ELSE
                   MOVE 'Y' TO WS-ITEM-IS-CREDIT
                   MOVE FILE2-ACCOUNT-NO TO WS-ITEM-ACCOUNT
               END-IF
           END-IF.

      *> ------------------- working a case -------------------
       UPDATE-CASE.
           MOVE DTRN-CASE-NO TO DSP-CASE-NO
           MOVE 'Y' TO WS-CASE-FOUND
           READ DISPUTE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CASE-FOUND
           END-READ
           EVALUATE TRUE
               WHEN DTRN-CASE-NO NOT NUMERIC OR WS-CASE-FOUND = 'N'
                   MOVE 'NO SUCH CASE ON DISPUTE.DAT'
                       TO WS-REJECT-REASON
               WHEN NOT DSP-IS-ACTIVE
                   MOVE 'CASE IS ALREADY DECIDED'
                       TO WS-REJECT-REASON
               WHEN (DTRN-ACTION = 'F' OR DTRN-ACTION = 'B')
                   AND WS-SIGNON-STATUS = '0'
                   AND WS-OPERATOR-AUTH < 2
                   MOVE 'A DECISION IS SUPERVISOR-ONLY'
                       TO WS-REJECT-REASON
               WHEN DTRN-ACTION = 'P'
                   PERFORM GIVE-PROVISIONAL-CREDIT
               WHEN DTRN-ACTION = 'E'
                   PERFORM EXTEND-DUE-DATE
               WHEN DTRN-ACTION = 'N'
                   IF DTRN-TEXT = SPACES
                       MOVE 'NOTE TEXT REQUIRED' TO WS-REJECT-REASON
                   ELSE
                       MOVE 0 TO WS-EVENT-AMOUNT
                       MOVE DTRN-TEXT TO WS-EVENT-NOTE
                       PERFORM WRITE-CASE-EVENT
                   END-IF
               WHEN DTRN-ACTION = 'F'
                   PERFORM DECIDE-FOR-CUSTOMER
               WHEN DTRN-ACTION = 'B'
                   PERFORM DECIDE-FOR-BANK
           END-EVALUATE.

       GIVE-PROVISIONAL-CREDIT.
           EVALUATE TRUE
               WHEN DSP-IS-PROV-CREDITED
                   MOVE 'PROVISIONAL CREDIT ALREADY GIVEN'
                       TO WS-REJECT-REASON
               WHEN DTRN-AMOUNT = 0
                   MOVE 'CREDIT AMOUNT REQUIRED' TO WS-REJECT-REASON
               WHEN DTRN-AMOUNT > DSP-AMOUNT
                   MOVE 'CREDIT IS MORE THAN THE DISPUTED AMOUNT'
                       TO WS-REJECT-REASON
               WHEN OTHER
                   SET DSP-IS-PROV-CREDITED TO TRUE
                   MOVE DTRN-AMOUNT TO DSP-PROV-AMOUNT
                   MOVE WS-RUN-DATE TO DSP-PROV-DATE
                   PERFORM REWRITE-CASE
                   MOVE DTRN-AMOUNT TO WS-EVENT-AMOUNT
                   MOVE DTRN-TEXT TO WS-EVENT-NOTE
                   PERFORM WRITE-CASE-EVENT
                   DISPLAY 'DSPMNT: case ' DSP-CASE-NO
                       ' provisional credit recorded'
           END-EVALUATE.

       EXTEND-DUE-DATE.
           IF DTRN-DUE-DATE = 0
               OR DTRN-DUE-DATE NOT > DSP-DUE-DATE
               MOVE 'NEW DUE DATE MUST BE LATER'
                   TO WS-REJECT-REASON
           ELSE
               MOVE DTRN-DUE-DATE TO DSP-DUE-DATE
               PERFORM REWRITE-CASE
               MOVE 0 TO WS-EVENT-AMOUNT
               MOVE DTRN-TEXT TO WS-EVENT-NOTE
               PERFORM WRITE-CASE-EVENT
               DISPLAY 'DSPMNT: case ' DSP-CASE-NO ' now due '
                   DSP-DUE-DATE
           END-IF.

      *> The reversal request goes on file1rev.req in the feed's
      *> delimited form FILE1REV reads - amount, branch, currency,
      *> account, reference - so the reference picks out the right
      *> one of two same-amount items; the sixth column names the
      *> batch, which FILE1REV must be run against (batchsel.parm).
       DECIDE-FOR-CUSTOMER.
           IF WS-REQUEST-OPEN = 'N'
               PERFORM OPEN-REQUEST-EXTEND
           END-IF
           MOVE DSP-AMOUNT TO WS-REQ-AMOUNT-ED
           MOVE WS-REQ-AMOUNT-ED TO WS-REQ-AMOUNT-TEXT
           MOVE SPACES TO REV-REQUEST-RECORD
           STRING FUNCTION TRIM(WS-REQ-AMOUNT-TEXT) '|'
               DSP-BRANCH-CODE '|' DSP-CURRENCY-CODE '|'
               DSP-ACCOUNT-NO '|' DSP-ITEM-REF '|' DSP-BATCH-NO
               DELIMITED BY SIZE INTO REV-REQUEST-RECORD
           END-STRING
           WRITE REV-REQUEST-RECORD
           ADD 1 TO WS-REQUEST-COUNT
           SET DSP-IS-FOR-CUSTOMER TO TRUE
           PERFORM CLOSE-CASE
           MOVE DSP-AMOUNT TO WS-EVENT-AMOUNT
           MOVE DTRN-TEXT TO WS-EVENT-NOTE
           PERFORM WRITE-CASE-EVENT
           DISPLAY 'DSPMNT: case ' DSP-CASE-NO ' decided for the '
               'customer - reversal requested against batch '
               DSP-BATCH-NO
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'CASE ' DSP-CASE-NO ' FOR CUSTOMER - REVERSAL '
               'REQUESTED BATCH ' DSP-BATCH-NO
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG.

      *> A provisional credit given on a case the bank wins has to be
      *> taken back from the customer - flagged, not done here.
       DECIDE-FOR-BANK.
           SET DSP-IS-FOR-BANK TO TRUE
           PERFORM CLOSE-CASE
           MOVE 0 TO WS-EVENT-AMOUNT
           MOVE DTRN-TEXT TO WS-EVENT-NOTE
           PERFORM WRITE-CASE-EVENT
           DISPLAY 'DSPMNT: case ' DSP-CASE-NO ' decided for the '
               'bank'
           MOVE SPACES TO WS-LOG-MESSAGE
           IF DSP-PROV-AMOUNT > 0
               MOVE 'W' TO WS-LOG-SEVERITY
               DISPLAY 'DSPMNT: case ' DSP-CASE-NO ' - provisional '
                   'credit given ' DSP-PROV-DATE ' is to be withdrawn'
               STRING 'CASE ' DSP-CASE-NO ' FOR BANK - WITHDRAW '
                   'PROVISIONAL CREDIT'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
           ELSE
               STRING 'CASE ' DSP-CASE-NO ' FOR BANK'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
           END-IF
           PERFORM WRITE-RUN-LOG.

       CLOSE-CASE.
           MOVE WS-OPERATOR-ID TO DSP-CLOSED-BY
           MOVE WS-RUN-DATE TO DSP-CLOSED-DATE
           PERFORM REWRITE-CASE
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > WS-CASE-COUNT
               IF WS-CASE-NUMBER (WS-CASE-IDX) = DSP-CASE-NO
                   MOVE DSP-STATUS TO WS-CASE-STATUS (WS-CASE-IDX)
               END-IF
           END-PERFORM.

       REWRITE-CASE.
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY 'DSPMNT ABEND: case ' DSP-CASE-NO
                       ' vanished from dispute.dat'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       WRITE-CASE-EVENT.
           MOVE SPACES TO EVENT-RECORD
           MOVE DSP-CASE-NO TO DEV-CASE-NO
           MOVE DTRN-ACTION TO DEV-EVENT
           MOVE WS-RUN-DATE TO DEV-DATE
           MOVE WS-RUN-TIME TO DEV-TIME
           MOVE WS-EVENT-AMOUNT TO DEV-AMOUNT
           MOVE DSP-DUE-DATE TO DEV-DUE-DATE
           MOVE WS-OPERATOR-ID TO DEV-OPERATOR
           MOVE WS-EVENT-NOTE TO DEV-NOTE
           WRITE EVENT-RECORD.

      *> Requests from earlier runs not yet fed to FILE1REV stay on
      *> the file; this run's are added behind them.
       OPEN-REQUEST-EXTEND.
           OPEN EXTEND REV-REQUEST-FILE
           IF WS-REV-REQUEST-STATUS = '35'
               OPEN OUTPUT REV-REQUEST-FILE
               CLOSE REV-REQUEST-FILE
               OPEN EXTEND REV-REQUEST-FILE
           END-IF
           IF WS-REV-REQUEST-STATUS NOT = '00'
               MOVE 'REV-REQUEST-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-REV-REQUEST-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'Y' TO WS-REQUEST-OPEN.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'DSPMNT ABEND: OPEN FAILED FOR '
               WS-ERROR-FILE-NAME ' - FILE STATUS ' WS-ERROR-STATUS
           MOVE 'E' TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'OPEN FAILED FOR ' WS-ERROR-FILE-NAME
               ' STATUS ' WS-ERROR-STATUS
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           MOVE 12 TO RETURN-CODE
           STOP RUN.
