      *> the valid ones as properly keyed reversal records with the
      *> batch trailer adjusted to match, and rejects the rest to
      *> file1rev.rej with reasons.
      *> A request may carry the upstream item reference in the
      *> feed's reference column (the fifth); the match then has to
      *> agree on the reference as well as the amount, so the right
      *> one of two same-amount items is reversed, and the reversal
      *> record carries that reference for the item trace. Without a
      *> reference the first unreversed detail of that amount
      *> matches, as before.
      *> A sixth column may name the batch the request is for - the
      *> requests DSPMNT generates for disputes decided in the
      *> customer's favour carry it, and cases from several batches
      *> can sit on the one file. A request naming another batch is
      *> passed over, not rejected: it is reversed on the run that
      *> selects its own batch.
      *> A selected batch whose header date falls in a month
      *> FILE2MTD has closed is refused (PERDCHK, see period.cpy)
      *> unless file1rev.parm names a prior-period adjustment batch:
      *> the requests still validate against the original batch,
      *> but the reversals are written into the adjustment batch,
      *> which carries today's date and a header flagged for the
      *> closed month, so they post in the current period and the
      *> month-end close report lists them in their own section.
      *> The adjustment batch is created on the first reversal
      *> written and belongs to one original batch (its header's
      *> batch ID names it), so later runs against the same batch
      *> keep adding to it and see what it already reversed.
      *> file1rev.rej (file1rej.cpy) is kept from run to run, each
      *> refusal stamped with its day, batch, matched branch and
      *> standard reason code, so the monthly data-quality
      *> scorecard can count refused reversals beside the rejects.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-FILE1-STATUS.
           SELECT BATCH-SEL-FILE ASSIGN TO 'batchsel.parm'
               FILE STATUS IS WS-BSEL-STATUS.
           SELECT REV-PARM-FILE ASSIGN TO 'file1rev.parm'
               FILE STATUS IS WS-REV-PARM-STATUS.
           SELECT REV-REJECT-FILE ASSIGN TO 'file1rev.rej'
               FILE STATUS IS WS-REV-REJECT-STATUS.
           SELECT LOCK-FILE ASSIGN TO 'file1.lck'
       01  BATCH-SEL-RECORD.
           COPY batchsel.

      *> The free FILE1-KEY-BATCH dimension that takes the
      *> reversals as a prior-period adjustment when the selected
      *> batch's period is closed. Zero or no parm: a closed period
      *> is refused.
       FD  REV-PARM-FILE.
       01  REV-PARM-RECORD.
           05  REVP-PPA-BATCH       PIC 9(4).

       FD  REV-REJECT-FILE.
       01  REV-REJECT-RECORD.
           COPY file1rej.

      *> file1.dat exclusive-use marker, shared with the batch
      *> stream's LOCKUTIL and the other ad-hoc updaters - see
       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-AMOUNT-TEXT        PIC X(20).
       01 WS-REQ-SKIP-TEXT      PIC X(20).
       01 WS-REQ-ITEM-REF       PIC X(16).
       01 WS-REQ-BATCH-TEXT     PIC X(4).
       01 WS-REQ-BATCH          PIC 9(4).
       01 WS-OTHER-BATCH-COUNT  PIC 9(6) VALUE 0.
       01 WS-AMOUNT             PIC S9(6)V99 COMP-3 VALUE 0.
       01 WS-ACCEPTED-COUNT     PIC 9(6) VALUE 0.
       01 WS-REJECTED-COUNT     PIC 9(6) VALUE 0.
       01 WS-REJECT-REASON      PIC X(30).
       01 WS-REJECT-CODE        PIC X(4).
       01 WS-INJECT-KEY         PIC 9(6).
       01 WS-INJECT-DONE        PIC X VALUE 'N'.
       01 WS-MATCH-FOUND        PIC X VALUE 'N'.
                                 INDEXED BY WS-DTL-IDX.
               10  WS-DTL-AMOUNT    PIC S9(6)V99 COMP-3.
               10  WS-DTL-BRANCH    PIC X(3).
               10  WS-DTL-ACCOUNT   PIC X(8).
               10  WS-DTL-ITEM-REF  PIC X(16).
       01 WS-MATCH-BRANCH       PIC X(3) VALUE '000'.
       01 WS-MATCH-ACCOUNT      PIC X(8) VALUE SPACES.
       01 WS-MATCH-ITEM-REF     PIC X(16) VALUE SPACES.
       01 WS-REV-COUNT          PIC 9(6) VALUE 0.
       01 WS-REV-AMOUNTS.
           05  WS-REV-ENTRY     OCCURS 100000 TIMES
                                 INDEXED BY WS-REV-IDX.
               10  WS-REV-AMOUNT    PIC S9(6)V99 COMP-3.
               10  WS-REV-ITEM-REF  PIC X(16).

       01 WS-LOCK-STATUS        PIC XX VALUE '00'.
       01 WS-REV-REQUEST-STATUS PIC XX VALUE '00'.
       01 WS-FILE1-STATUS       PIC XX VALUE '00'.
       01 WS-BSEL-STATUS        PIC XX VALUE '00'.
       01 WS-SELECTED-BATCH     PIC 9(4) VALUE 1.
       01 WS-REV-PARM-STATUS    PIC XX VALUE '00'.

      *> Closed-period handling. Reversals go into WS-INJECT-BATCH -
      *> the selected batch itself, or the prior-period adjustment
      *> batch when the selected batch's period is closed.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-SELECTED-DATE      PIC 9(8) VALUE 0.
       01 WS-PERIOD-STATUS      PIC X(1) VALUE '0'.
       01 WS-PPA-BATCH          PIC 9(4) VALUE 0.
       01 WS-INJECT-BATCH       PIC 9(4) VALUE 0.
       01 WS-ADJ-PERIOD         PIC 9(6) VALUE 0.
       01 WS-PPA-NEW            PIC X VALUE 'N'.
       01 WS-PPA-BATCH-ID.
           05  FILLER           PIC X(4) VALUE 'PPA '.
           05  WS-PPA-SOURCE    PIC 9(4).
           05  FILLER           PIC X(2) VALUE SPACES.
       01 WS-REV-REJECT-STATUS  PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-BATCH-SELECTION
           PERFORM TAKE-UPDATE-LOCK
           OPEN INPUT REV-REQUEST-FILE
               MOVE WS-REV-REQUEST-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           OPEN EXTEND REV-REJECT-FILE
           IF WS-REV-REJECT-STATUS = '35'
               OPEN OUTPUT REV-REJECT-FILE
               CLOSE REV-REJECT-FILE
               OPEN EXTEND REV-REJECT-FILE
           END-IF
           IF WS-REV-REJECT-STATUS NOT = '00'
               MOVE 'REV-REJECT-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-REV-REJECT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           PERFORM LOAD-BATCH-AMOUNTS
           PERFORM CHECK-REVERSAL-PERIOD
           OPEN I-O FILE1
           IF WS-FILE1-STATUS NOT = '00'
               MOVE 'FILE1' TO WS-ERROR-FILE-NAME
           CLOSE REV-REJECT-FILE
           DISPLAY 'FILE1REV: ' WS-ACCEPTED-COUNT ' reversals '
               'written, ' WS-REJECTED-COUNT ' rejected'
           IF WS-OTHER-BATCH-COUNT > 0
               DISPLAY 'FILE1REV: ' WS-OTHER-BATCH-COUNT
                   ' requests for other batches left for their runs'
           END-IF
           PERFORM RELEASE-UPDATE-LOCK
           IF WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE BATCH-SEL-FILE
           END-IF
           MOVE WS-SELECTED-BATCH TO WS-INJECT-BATCH
           OPEN INPUT REV-PARM-FILE
           IF WS-REV-PARM-STATUS = '00'
               READ REV-PARM-FILE INTO REV-PARM-RECORD
               IF REVP-PPA-BATCH NUMERIC
                   MOVE REVP-PPA-BATCH TO WS-PPA-BATCH
               END-IF
               CLOSE REV-PARM-FILE
           END-IF
           DISPLAY 'FILE1REV: reversing against batch '
               WS-SELECTED-BATCH.

               NOT AT END
                   IF FILE1-KEY-BATCH = WS-SELECTED-BATCH
                       EVALUATE TRUE
                           WHEN FILE1-IS-HEADER
                               IF HDR-RUN-DATE NUMERIC
                                   MOVE HDR-RUN-DATE
                                       TO WS-SELECTED-DATE
                               END-IF
                           WHEN FILE1-IS-DETAIL
                               IF WS-DTL-COUNT < 100000
                                   ADD 1 TO WS-DTL-COUNT
                                           WS-DTL-BRANCH
                                           (WS-DTL-COUNT)
                                   END-IF
                                   MOVE FILE1-ACCOUNT-NO TO
                                       WS-DTL-ACCOUNT (WS-DTL-COUNT)
                                   MOVE FILE1-ITEM-REF TO
                                       WS-DTL-ITEM-REF (WS-DTL-COUNT)
                               END-IF
                           WHEN FILE1-IS-REVERSAL
                               IF WS-REV-COUNT < 100000
                                   ADD 1 TO WS-REV-COUNT
                                   MOVE NUMBER-VALUE TO
                                       WS-REV-AMOUNT (WS-REV-COUNT)
                                   MOVE FILE1-ITEM-REF TO
                                       WS-REV-ITEM-REF (WS-REV-COUNT)
                               END-IF
                       END-EVALUATE
                   END-IF
                   PERFORM READ-BATCH-AMOUNTS
           END-READ.

      *> A closed month's posted figures are final, so reversals
      *> against one of its batches go in only as a prior-period
      *> adjustment, and only when the parm names the batch to
      *> carry them.
       CHECK-REVERSAL-PERIOD.
           IF WS-SELECTED-DATE = 0
               EXIT PARAGRAPH
           END-IF
           CALL 'PERDCHK' USING WS-SELECTED-DATE, WS-PERIOD-STATUS
           IF WS-PERIOD-STATUS NOT = 'C'
               IF WS-PPA-BATCH > 0
                   DISPLAY 'FILE1REV: period of ' WS-SELECTED-DATE
                       ' is open - adjustment batch ignored'
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-PPA-BATCH = 0
               DISPLAY 'FILE1REV: batch ' WS-SELECTED-BATCH
                   ' posted on ' WS-SELECTED-DATE ' in a closed '
                   'period - name an adjustment batch in '
                   'file1rev.parm'
               PERFORM REFUSE-REVERSAL-RUN
           END-IF
           IF WS-PPA-BATCH = WS-SELECTED-BATCH
               DISPLAY 'FILE1REV: adjustment batch must differ '
                   'from the batch being reversed'
               PERFORM REFUSE-REVERSAL-RUN
           END-IF
           COMPUTE WS-ADJ-PERIOD = WS-SELECTED-DATE / 100
           MOVE WS-SELECTED-BATCH TO WS-PPA-SOURCE
           MOVE WS-PPA-BATCH TO WS-INJECT-BATCH
           PERFORM LOAD-PPA-BATCH
           DISPLAY 'FILE1REV: period ' WS-ADJ-PERIOD ' is closed - '
               'reversals go to adjustment batch ' WS-PPA-BATCH.

      *> An adjustment batch already on file must be the one built
      *> for this original batch and month; its reversals join the
      *> reversal table so nothing is reversed twice across runs.
       LOAD-PPA-BATCH.
           OPEN INPUT FILE1
           IF WS-FILE1-STATUS NOT = '00'
               MOVE 'FILE1' TO WS-ERROR-FILE-NAME
               MOVE WS-FILE1-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-PPA-BATCH TO FILE1-KEY-BATCH
           MOVE 0 TO FILE1-KEY-SEQ
           READ FILE1 INTO FILE1-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-PPA-NEW
           END-READ
           IF WS-PPA-NEW = 'N'
               IF NOT FILE1-IS-HEADER
                   OR HDR-BATCH-ID NOT = WS-PPA-BATCH-ID
                   OR HDR-ADJ-PERIOD NOT NUMERIC
                   OR HDR-ADJ-PERIOD NOT = WS-ADJ-PERIOD
                   DISPLAY 'FILE1REV: batch ' WS-PPA-BATCH
                       ' is in use and is not the adjustment batch '
                       'for batch ' WS-SELECTED-BATCH
                   CLOSE FILE1
                   PERFORM REFUSE-REVERSAL-RUN
               END-IF
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-PPA-REVERSALS
                   UNTIL WS-END-OF-FILE = 'Y'
           END-IF
           CLOSE FILE1.

       READ-PPA-REVERSALS.
           READ FILE1 NEXT RECORD INTO FILE1-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF FILE1-KEY-BATCH NOT = WS-PPA-BATCH
                       MOVE 'Y' TO WS-END-OF-FILE
                   ELSE
                       IF FILE1-IS-REVERSAL
                           AND WS-REV-COUNT < 100000
                           ADD 1 TO WS-REV-COUNT
                           MOVE NUMBER-VALUE TO
                               WS-REV-AMOUNT (WS-REV-COUNT)
                           MOVE FILE1-ITEM-REF TO
                               WS-REV-ITEM-REF (WS-REV-COUNT)
                       END-IF
                   END-IF
           END-READ.

      *> Header and an empty trailer for a new adjustment batch,
      *> written when its first reversal is - a run that rejects
      *> everything leaves no empty batch behind.
       CREATE-PPA-BATCH.
           MOVE WS-PPA-BATCH TO FILE1-KEY-BATCH
           MOVE 0 TO FILE1-KEY-SEQ
           SET FILE1-IS-HEADER TO TRUE
           MOVE SPACES TO FILE1-DETAIL-DATA
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE WS-PPA-BATCH-ID TO HDR-BATCH-ID
           MOVE WS-ADJ-PERIOD TO HDR-ADJ-PERIOD
           WRITE FILE1-RECORD
           MOVE WS-PPA-BATCH TO FILE1-KEY-BATCH
           MOVE 999999 TO FILE1-KEY-SEQ
           SET FILE1-IS-TRAILER TO TRUE
           MOVE SPACES TO FILE1-DETAIL-DATA
           MOVE 0 TO TRLR-RECORD-COUNT
           MOVE 0 TO TRLR-CONTROL-TOTAL
           WRITE FILE1-RECORD
           MOVE 'N' TO WS-PPA-NEW
           DISPLAY 'FILE1REV: adjustment batch ' WS-PPA-BATCH
               ' created for period ' WS-ADJ-PERIOD.

       REFUSE-REVERSAL-RUN.
           CLOSE REV-REQUEST-FILE
           CLOSE REV-REJECT-FILE
           PERFORM RELEASE-UPDATE-LOCK
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       READ-REQUESTS.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-ONE-REQUEST

       VALIDATE-ONE-REQUEST.
           MOVE SPACES TO WS-AMOUNT-TEXT
           MOVE SPACES TO WS-REQ-ITEM-REF
           MOVE SPACES TO WS-REQ-BATCH-TEXT
           MOVE SPACES TO WS-MATCH-BRANCH
           UNSTRING REV-REQUEST-RECORD DELIMITED BY '|'
               INTO WS-AMOUNT-TEXT WS-REQ-SKIP-TEXT WS-REQ-SKIP-TEXT
                    WS-REQ-SKIP-TEXT WS-REQ-ITEM-REF WS-REQ-BATCH-TEXT
           END-UNSTRING
           MOVE WS-SELECTED-BATCH TO WS-REQ-BATCH
           IF WS-REQ-BATCH-TEXT IS NUMERIC
               MOVE WS-REQ-BATCH-TEXT TO WS-REQ-BATCH
           END-IF
           EVALUATE TRUE
               WHEN WS-AMOUNT-TEXT = SPACES
                   CONTINUE
               WHEN WS-REQ-BATCH NOT = WS-SELECTED-BATCH
                   ADD 1 TO WS-OTHER-BATCH-COUNT
               WHEN FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) NOT = 0
                   MOVE 'INVALID/NON-NUMERIC AMOUNT'
                       TO WS-REJECT-REASON
                   MOVE 'V001' TO WS-REJECT-CODE
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   COMPUTE WS-AMOUNT ROUNDED =
                       FUNCTION NUMVAL(WS-AMOUNT-TEXT)
                       ON SIZE ERROR
                           MOVE 'AMOUNT OUT OF RANGE'
                               TO WS-REJECT-REASON
                           MOVE 'V002' TO WS-REJECT-CODE
                           PERFORM WRITE-REJECT
                           MOVE 0 TO WS-AMOUNT
                       NOT ON SIZE ERROR
                           PERFORM CHECK-AND-APPLY
                   END-COMPUTE
           END-EVALUATE.

       CHECK-AND-APPLY.
           IF WS-AMOUNT <= 0
               MOVE 'AMOUNT NOT POSITIVE' TO WS-REJECT-REASON
               MOVE 'V003' TO WS-REJECT-CODE
               PERFORM WRITE-REJECT
           ELSE
               PERFORM FIND-MATCHING-DETAIL
               IF WS-MATCH-FOUND = 'N'
                   MOVE 'NO MATCHING POSTED DETAIL'
                       TO WS-REJECT-REASON
                   MOVE 'V004' TO WS-REJECT-CODE
                   PERFORM WRITE-REJECT
               ELSE
                   PERFORM FIND-EXISTING-REVERSAL
                   IF WS-MATCH-FOUND = 'Y'
                       MOVE 'ALREADY REVERSED' TO WS-REJECT-REASON
                       MOVE 'V005' TO WS-REJECT-CODE
                       PERFORM WRITE-REJECT
                   ELSE
                       PERFORM APPLY-REVERSAL
               END-IF
           END-IF.

      *> The reversal takes its branch and account from the detail
      *> it reverses, so per-branch subtotals, GL splits and the
      *> account's running balance net correctly.
       FIND-MATCHING-DETAIL.
           MOVE 'N' TO WS-MATCH-FOUND
           PERFORM VARYING WS-DTL-IDX FROM 1 BY 1
                   UNTIL WS-DTL-IDX > WS-DTL-COUNT
               IF WS-DTL-AMOUNT (WS-DTL-IDX) = WS-AMOUNT
                   AND WS-MATCH-FOUND = 'N'
                   AND (WS-REQ-ITEM-REF = SPACES
                     OR WS-DTL-ITEM-REF (WS-DTL-IDX) = WS-REQ-ITEM-REF)
                   MOVE 'Y' TO WS-MATCH-FOUND
                   MOVE WS-DTL-BRANCH (WS-DTL-IDX)
                       TO WS-MATCH-BRANCH
                   MOVE WS-DTL-ACCOUNT (WS-DTL-IDX)
                       TO WS-MATCH-ACCOUNT
                   MOVE WS-DTL-ITEM-REF (WS-DTL-IDX)
                       TO WS-MATCH-ITEM-REF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
               IF WS-REV-AMOUNT (WS-REV-IDX) = WS-AMOUNT
                   AND (WS-REQ-ITEM-REF = SPACES
                     OR WS-REV-ITEM-REF (WS-REV-IDX) = WS-REQ-ITEM-REF)
                   MOVE 'Y' TO WS-MATCH-FOUND
               END-IF
           END-PERFORM.
      *> second request for the same amount in this run rejects as
      *> ALREADY REVERSED instead of double-reversing.
       APPLY-REVERSAL.
           IF WS-PPA-NEW = 'Y'
               PERFORM CREATE-PPA-BATCH
           END-IF
           PERFORM INJECT-REVERSAL-RECORD
           IF WS-INJECT-DONE = 'Y'
               PERFORM UPDATE-BATCH-TRAILER
               IF WS-REV-COUNT < 100000
                   ADD 1 TO WS-REV-COUNT
                   MOVE WS-AMOUNT TO WS-REV-AMOUNT (WS-REV-COUNT)
                   MOVE WS-MATCH-ITEM-REF
                       TO WS-REV-ITEM-REF (WS-REV-COUNT)
               END-IF
           ELSE
               MOVE 'NO FREE KEY IN BATCH' TO WS-REJECT-REASON
               MOVE 'V006' TO WS-REJECT-CODE
               PERFORM WRITE-REJECT
           END-IF.

      *> Same first-free-key probe FILE1RCYC uses for its
      *> re-injections: sequences 000001-999998 within the batch
      *> taking the reversals, stepping past keys already in use.
       INJECT-REVERSAL-RECORD.
           MOVE 'N' TO WS-INJECT-DONE
           MOVE 1 TO WS-INJECT-KEY
           PERFORM UNTIL WS-INJECT-DONE = 'Y'
                   OR WS-INJECT-KEY >= 999999
               MOVE WS-INJECT-BATCH TO FILE1-KEY-BATCH
               MOVE WS-INJECT-KEY TO FILE1-KEY-SEQ
               SET FILE1-IS-REVERSAL TO TRUE
               MOVE SPACES TO FILE1-DETAIL-DATA
               MOVE WS-AMOUNT TO NUMBER-VALUE
               MOVE WS-MATCH-BRANCH TO FILE1-BRANCH-CODE
               MOVE WS-MATCH-ACCOUNT TO FILE1-ACCOUNT-NO
               MOVE WS-MATCH-ITEM-REF TO FILE1-ITEM-REF
               SET FILE1-FROM-REVERSAL TO TRUE
               WRITE FILE1-RECORD
                   INVALID KEY
                       ADD 1 TO WS-INJECT-KEY
      *> record, so the trailer moves with it and FILE1's
      *> CHECK-CONTROL-TOTAL still balances on the next run.
       UPDATE-BATCH-TRAILER.
           MOVE WS-INJECT-BATCH TO FILE1-KEY-BATCH
           MOVE 999999 TO FILE1-KEY-SEQ
           READ FILE1 INTO FILE1-RECORD
               INVALID KEY

       WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REV-REJECT-RECORD
           MOVE WS-AMOUNT-TEXT TO REJ-AMOUNT-TEXT
           MOVE WS-REJECT-REASON TO REJ-REASON
           MOVE WS-REJECT-CODE TO REJ-REASON-CODE
           MOVE WS-RUN-DATE TO REJ-RUN-DATE
           MOVE WS-SELECTED-BATCH TO REJ-BATCH-NO
           MOVE WS-MATCH-BRANCH TO REJ-BRANCH-CODE
           MOVE 'R' TO REJ-ENTRY-SOURCE
           WRITE REV-REJECT-RECORD
           DISPLAY 'FILE1REV: rejected ' WS-AMOUNT-TEXT ' - '
               WS-REJECT-REASON.
