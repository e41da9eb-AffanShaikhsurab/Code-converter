       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRMERGE.
      *> Branch merger and closure. Marking a closed branch inactive
      *> through BRMMNT stops new activity for it dead - but its
      *> pending file1.exc rejects, its held file1.hld items and its
      *> active stord.dat orders stay coded to the dead branch, and
      *> every new feed line for it bounces into suspense. Given the
      *> old branch, its successor and the date the merger takes
      *> effect (brmerge.parm), this run:
      *>   - records the forwarding link on the old branch's
      *>     brmaster.dat record (BRM-SUCCESSOR-CODE, BRM-MERGE-DATE)
      *>     and marks it inactive, so from the effective date on
      *>     FILE1LOAD and FILE1MAINT route its new items to the
      *>     successor through BRFWD;
      *>   - re-codes the open queue items - pending exceptions and
      *>     held items - and the active standing orders from the old
      *>     branch to the successor;
      *>   - prints brmerge.rpt listing everything moved.
      *> Posted history (file1.dat, file2.dat and their .hist files)
      *> is left alone, so the old branch's past still reports under
      *> its own code and name. Every master change goes on the
      *> refchg.jnl change journal with the record before and after.
      *> A merger dated in the future records the link only; the
      *> old branch stays as it is and its items stay put until the
      *> run is repeated on or after the effective date. Repeating
      *> a merger already recorded changes nothing on the master and
      *> only moves whatever has arrived for the old branch since.
      *> Merging branches is a supervisor action: the run signs on
      *> through SIGNON at level 2. It is also under dual control,
      *> the way BRMMNT's branch changes are: with sign-on in force
      *> the merger on brmerge.parm is checked and queued on
      *> mastchg.que stamped with the supervisor as maker, a second
      *> operator approves or declines it on the CHGAPPR screen, and
      *> every run first carries out the mergers approved since the
      *> last one - so a run with no brmerge.parm is how an approved
      *> merger gets applied. An approved merger dated in the future
      *> records its link and stays approved until a run on or after
      *> its date closes the branch and moves the items; one the
      *> master no longer allows is marked failed. With no
      *> opermast.dat on file sign-on stands down and the merger is
      *> applied directly, the pre-sign-on behavior.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRM-FILE ASSIGN TO 'brmaster.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRM-KEY
               FILE STATUS IS WS-BRM-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO 'file1.exc'
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'file1.hld'
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT STORD-FILE ASSIGN TO 'stord.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-KEY
               FILE STATUS IS WS-STORD-STATUS.
           SELECT CHANGE-QUEUE ASSIGN TO 'mastchg.que'
               FILE STATUS IS WS-CHANGE-QUEUE-STATUS.
           SELECT CHANGE-JOURNAL ASSIGN TO 'refchg.jnl'
               FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.
           SELECT MERGE-PARM-FILE ASSIGN TO 'brmerge.parm'
               FILE STATUS IS WS-MERGE-PARM-STATUS.
           SELECT MERGE-REPORT ASSIGN TO 'brmerge.rpt'
               FILE STATUS IS WS-MERGE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRM-FILE.
       01  BRM-RECORD.
           COPY brmast.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           COPY file1exc.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY file1hld.

       FD  STORD-FILE.
       01  STORD-RECORD.
           COPY stordrec.

       FD  CHANGE-QUEUE.
       01  CHANGE-QUEUE-RECORD.
           COPY mastchg.

       FD  CHANGE-JOURNAL.
       01  CHANGE-JOURNAL-RECORD.
           COPY refjrnl.

       FD  MERGE-PARM-FILE.
       01  MERGE-PARM-RECORD.
           05  MPRM-OLD-BRANCH      PIC X(3).
           05  MPRM-SUCCESSOR       PIC X(3).
           05  MPRM-EFF-DATE        PIC 9(8).

       FD  MERGE-REPORT.
       01  MERGE-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-OLD-BRANCH         PIC X(3) VALUE SPACES.
       01 WS-SUCCESSOR          PIC X(3) VALUE SPACES.
       01 WS-EFF-DATE           PIC 9(8) VALUE 0.
       01 WS-OLD-NAME           PIC X(20) VALUE SPACES.
       01 WS-OLD-REGION         PIC X(3) VALUE SPACES.
       01 WS-SUCC-NAME          PIC X(20) VALUE SPACES.
       01 WS-SUCC-REGION        PIC X(3) VALUE SPACES.
       01 WS-REFUSAL            PIC X(50) VALUE SPACES.
       01 WS-IN-EFFECT          PIC X VALUE 'N'.
       01 WS-MASTER-CHANGED     PIC X VALUE 'N'.
       01 WS-PARM-ON-FILE       PIC X VALUE 'N'.
       01 WS-QUEUE-EOF          PIC X VALUE 'N'.
       01 WS-APPLIED-COUNT      PIC 9(4) VALUE 0.
       01 WS-FAILED-COUNT       PIC 9(4) VALUE 0.
       01 WS-QUEUED-COUNT       PIC 9(4) VALUE 0.
       01 WS-WAITING-COUNT      PIC 9(4) VALUE 0.

      *> A merger as it is queued on mastchg.que (MCQ-TRN-IMAGE):
      *> action 'M' ahead of the brmerge.parm fields, so the CHGAPPR
      *> screen names it the way it names every other change.
       01 WS-MERGE-TRN.
           05  MTRN-ACTION          PIC X(1) VALUE 'M'.
           05  MTRN-OLD-BRANCH      PIC X(3).
           05  MTRN-SUCCESSOR       PIC X(3).
           05  MTRN-EFF-DATE        PIC 9(8).

      *> Loop guard for the successor's own chain - a chain longer
      *> than any branch master could hold can only be a loop.
       01 WS-CHAIN-CODE         PIC X(3).
       01 WS-HOP-COUNT          PIC 9(4) VALUE 0.
       01 WS-CHAIN-DONE         PIC X VALUE 'N'.

       01 WS-EXC-MOVED          PIC 9(6) VALUE 0.
       01 WS-HLD-MOVED          PIC 9(6) VALUE 0.
       01 WS-STO-MOVED          PIC 9(6) VALUE 0.
       01 WS-EXC-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-HLD-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-STO-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.

       01 WS-BRM-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-EXCEPTION-STATUS   PIC XX VALUE '00'.
       01 WS-HOLD-STATUS        PIC XX VALUE '00'.
       01 WS-STORD-STATUS       PIC XX VALUE '00'.
       01 WS-CHANGE-QUEUE-STATUS PIC XX VALUE '00'.
       01 WS-CHANGE-JOURNAL-STATUS PIC XX VALUE '00'.
       01 WS-MERGE-PARM-STATUS  PIC XX VALUE '00'.
       01 WS-MERGE-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Operator sign-on through the common SIGNON subprogram -
      *> merging branches is a supervisor action, and the signed-on
      *> user-ID is the maker stamped on the queued merger. Dual
      *> control is in force whenever sign-on is (status '0');
      *> status 'N' means no operator master on file yet, and the
      *> run applies directly and unstamped.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-AUTH      PIC 9(1) VALUE 0.
       01 WS-SIGNON-STATUS      PIC X(1) VALUE '0'.
       01 WS-SIGNON-MIN-AUTH    PIC 9(1) VALUE 2.
       01 WS-DUAL-CONTROL       PIC X VALUE 'N'.

      *> Change-journal stamps, as BRMMNT and STORDMNT write them:
      *> the operator who keyed the merger and the one who approved
      *> it.
       01 WS-JRN-OPERATOR       PIC X(8) VALUE SPACES.
       01 WS-JRN-CHECKER        PIC X(8) VALUE SPACES.
       01 WS-JRN-FILE           PIC X(12) VALUE SPACES.
       01 WS-JRN-KEY            PIC X(20) VALUE SPACES.
       01 WS-BEFORE-IMAGE       PIC X(60) VALUE SPACES.
       01 WS-AFTER-IMAGE        PIC X(60) VALUE SPACES.

      *> Consolidated run-log interface - the run's outcome goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'BRMERGE'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-TITLE.
           05  FILLER            PIC X(24) VALUE
               'BRANCH MERGER  RUN DATE '.
           05  WS-TTL-RUN-DATE   PIC 9(8).
           05  FILLER            PIC X(11) VALUE '  OPERATOR '.
           05  WS-TTL-OPERATOR   PIC X(8).
           05  FILLER            PIC X(29) VALUE SPACES.

       01 WS-RPT-BRANCH.
           05  WS-BRL-LABEL      PIC X(14).
           05  WS-BRL-CODE       PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-BRL-NAME       PIC X(20).
           05  FILLER            PIC X(8)  VALUE '  REGION'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-BRL-REGION     PIC X(3).
           05  FILLER            PIC X(29) VALUE SPACES.

       01 WS-RPT-EFFECTIVE.
           05  FILLER            PIC X(14) VALUE 'EFFECTIVE'.
           05  WS-EFL-DATE       PIC 9(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-EFL-TEXT       PIC X(56).

       01 WS-RPT-APPROVAL.
           05  FILLER            PIC X(14) VALUE 'KEYED BY'.
           05  WS-APL-MAKER      PIC X(8).
           05  FILLER            PIC X(14) VALUE '  APPROVED BY '.
           05  WS-APL-CHECKER    PIC X(8).
           05  FILLER            PIC X(36) VALUE SPACES.

       01 WS-RPT-MESSAGE        PIC X(80) VALUE SPACES.

       01 WS-RPT-COLS.
           05  FILLER            PIC X(35) VALUE
               'MOVED      DATE/NO      AMOUNT CCY '.
           05  FILLER            PIC X(45) VALUE
               'ACCOUNT  ITEM REF         BRANCH'.

       01 WS-RPT-LINE.
           05  WS-DTL-SOURCE     PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-DATE-NO    PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-AMOUNT     PIC -(6)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-CURRENCY   PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-ACCOUNT    PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-ITEM-REF   PIC X(16).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-FROM       PIC X(3).
           05  FILLER            PIC X(2)  VALUE '->'.
           05  WS-DTL-TO         PIC X(3).
           05  FILLER            PIC X(11) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05  WS-TOT-TEXT       PIC X(30).
           05  WS-TOT-COUNT      PIC Z(5)9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-TOT-AMOUNT     PIC -(9)9.99.
           05  FILLER            PIC X(29) VALUE SPACES.

       01 WS-BLANK-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM OPERATOR-SIGN-ON
           PERFORM LOAD-MERGE-PARM
      *> Under dual control a missing brmerge.parm only means there
      *> is no new merger to queue this run.
           IF WS-PARM-ON-FILE = 'Y' OR WS-DUAL-CONTROL = 'N'
               PERFORM CHECK-MERGER-FIELDS
               IF WS-REFUSAL NOT = SPACES
                   PERFORM REFUSE-MERGER
               END-IF
           END-IF
           OPEN I-O BRM-FILE
           IF WS-BRM-FILE-STATUS = '35'
               MOVE 'NO BRANCH MASTER ON FILE' TO WS-REFUSAL
               PERFORM REFUSE-MERGER
           END-IF
           IF WS-BRM-FILE-STATUS NOT = '00'
               MOVE 'BRM-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-BRM-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           PERFORM OPEN-JOURNAL-EXTEND
           OPEN OUTPUT MERGE-REPORT
           IF WS-MERGE-REPORT-STATUS NOT = '00'
               MOVE 'MERGE-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-MERGE-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-RUN-DATE TO WS-TTL-RUN-DATE
           MOVE WS-OPERATOR-ID TO WS-TTL-OPERATOR
           WRITE MERGE-REPORT-RECORD FROM WS-RPT-TITLE
           IF WS-DUAL-CONTROL = 'Y'
               PERFORM APPLY-APPROVED-MERGERS
               IF WS-PARM-ON-FILE = 'Y'
                   PERFORM LOAD-PARM-MERGER
                   PERFORM VALIDATE-MERGER
                   IF WS-REFUSAL NOT = SPACES
                       PERFORM REFUSE-MERGER
                   END-IF
                   PERFORM QUEUE-MERGER
               END-IF
           ELSE
               MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR
               MOVE SPACES TO WS-JRN-CHECKER
               PERFORM VALIDATE-MERGER
               IF WS-REFUSAL NOT = SPACES
                   PERFORM REFUSE-MERGER
               END-IF
               PERFORM CARRY-OUT-MERGER
           END-IF
           CLOSE BRM-FILE
           CLOSE CHANGE-JOURNAL
           CLOSE MERGE-REPORT
           DISPLAY 'BRMERGE: ' WS-APPLIED-COUNT ' merger(s) applied, '
               WS-WAITING-COUNT ' waiting for their date, '
               WS-FAILED-COUNT ' failed, ' WS-QUEUED-COUNT
               ' queued for approval'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'APPLIED ' WS-APPLIED-COUNT ' WAITING '
               WS-WAITING-COUNT ' FAILED ' WS-FAILED-COUNT
               ' QUEUED ' WS-QUEUED-COUNT ' BY ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           IF WS-WAITING-COUNT > 0 OR WS-FAILED-COUNT > 0
               MOVE 'W' TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-WAITING-COUNT > 0 OR WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       OPERATOR-SIGN-ON.
           CALL 'SIGNON' USING WS-LOG-PROGRAM, WS-SIGNON-MIN-AUTH,
               WS-OPERATOR-ID, WS-OPERATOR-AUTH, WS-SIGNON-STATUS
           EVALUATE WS-SIGNON-STATUS
               WHEN '8'
                   MOVE 'E' TO WS-LOG-SEVERITY
                   MOVE 'SIGN-ON REFUSED - NO BRANCHES MERGED'
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-RUN-LOG
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN '0'
                   MOVE 'Y' TO WS-DUAL-CONTROL
           END-EVALUATE.

       LOAD-MERGE-PARM.
           OPEN INPUT MERGE-PARM-FILE
           IF WS-MERGE-PARM-STATUS = '00'
               MOVE 'Y' TO WS-PARM-ON-FILE
               READ MERGE-PARM-FILE INTO MERGE-PARM-RECORD
                   AT END
                       MOVE SPACES TO MERGE-PARM-RECORD
               END-READ
               CLOSE MERGE-PARM-FILE
               PERFORM LOAD-PARM-MERGER
           END-IF.

      *> The merger to work on from brmerge.parm - or, for a queued
      *> one, from its image (LOAD-QUEUED-MERGER).
       LOAD-PARM-MERGER.
           MOVE MPRM-OLD-BRANCH TO WS-OLD-BRANCH
           MOVE MPRM-SUCCESSOR TO WS-SUCCESSOR
           MOVE 0 TO WS-EFF-DATE
           IF MPRM-EFF-DATE NUMERIC
               MOVE MPRM-EFF-DATE TO WS-EFF-DATE
           END-IF.

       LOAD-QUEUED-MERGER.
           MOVE MCQ-TRN-IMAGE TO WS-MERGE-TRN
           MOVE MTRN-OLD-BRANCH TO WS-OLD-BRANCH
           MOVE MTRN-SUCCESSOR TO WS-SUCCESSOR
           MOVE 0 TO WS-EFF-DATE
           IF MTRN-EFF-DATE NUMERIC
               MOVE MTRN-EFF-DATE TO WS-EFF-DATE
           END-IF.

      *> What can be said of the merger without the master - the
      *> reason is left in WS-REFUSAL, spaces when there is none.
       CHECK-MERGER-FIELDS.
           MOVE SPACES TO WS-REFUSAL
           EVALUATE TRUE
               WHEN WS-OLD-BRANCH = SPACES OR WS-SUCCESSOR = SPACES
                       OR WS-EFF-DATE = 0
                   MOVE 'BRMERGE.PARM NEEDS OLD, SUCCESSOR AND DATE'
                       TO WS-REFUSAL
               WHEN WS-OLD-BRANCH = '000' OR WS-SUCCESSOR = '000'
                   MOVE 'THE HOUSE BRANCH 000 CANNOT MERGE'
                       TO WS-REFUSAL
               WHEN WS-OLD-BRANCH = WS-SUCCESSOR
                   MOVE 'A BRANCH CANNOT MERGE INTO ITSELF'
                       TO WS-REFUSAL
           END-EVALUATE.

      *> The successor must be a live branch whose own forwarding
      *> chain (if it has one) never leads back to the old branch,
      *> and the old branch must not already forward somewhere else.
      *> The first failing check leaves its reason in WS-REFUSAL;
      *> a merger that passes leaves the old branch's record read.
       VALIDATE-MERGER.
           MOVE SPACES TO WS-REFUSAL
           MOVE WS-SUCCESSOR TO BRM-CODE
           READ BRM-FILE
               INVALID KEY
                   MOVE 'SUCCESSOR NOT ON THE BRANCH MASTER'
                       TO WS-REFUSAL
           END-READ
           IF WS-REFUSAL NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT BRM-IS-ACTIVE
               MOVE 'SUCCESSOR BRANCH IS INACTIVE' TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE BRM-NAME TO WS-SUCC-NAME
           MOVE BRM-REGION TO WS-SUCC-REGION
           MOVE WS-SUCCESSOR TO WS-CHAIN-CODE
           MOVE 0 TO WS-HOP-COUNT
           MOVE 'N' TO WS-CHAIN-DONE
           PERFORM CHECK-ONE-CHAIN-LINK
               UNTIL WS-CHAIN-DONE = 'Y'
           IF WS-REFUSAL NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OLD-BRANCH TO BRM-CODE
           READ BRM-FILE
               INVALID KEY
                   MOVE 'OLD BRANCH NOT ON THE BRANCH MASTER'
                       TO WS-REFUSAL
           END-READ
           IF WS-REFUSAL NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF BRM-SUCCESSOR-CODE NOT = SPACES
                   AND BRM-SUCCESSOR-CODE NOT = WS-SUCCESSOR
               MOVE 'OLD BRANCH ALREADY FORWARDS TO ANOTHER BRANCH'
                   TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE BRM-NAME TO WS-OLD-NAME
           MOVE BRM-REGION TO WS-OLD-REGION.

       CHECK-ONE-CHAIN-LINK.
           MOVE WS-CHAIN-CODE TO BRM-CODE
           READ BRM-FILE
               INVALID KEY
                   MOVE SPACES TO BRM-SUCCESSOR-CODE
           END-READ
           EVALUATE TRUE
               WHEN BRM-SUCCESSOR-CODE = SPACES
                   MOVE 'Y' TO WS-CHAIN-DONE
               WHEN BRM-SUCCESSOR-CODE = WS-OLD-BRANCH
                       OR WS-HOP-COUNT > 999
                   MOVE 'SUCCESSOR FORWARDS BACK TO THE OLD BRANCH'
                       TO WS-REFUSAL
                   MOVE 'Y' TO WS-CHAIN-DONE
               WHEN OTHER
                   ADD 1 TO WS-HOP-COUNT
                   MOVE BRM-SUCCESSOR-CODE TO WS-CHAIN-CODE
           END-EVALUATE.

      *> A checked merger goes on mastchg.que for a second operator
      *> to approve; nothing is changed until it is.
       QUEUE-MERGER.
           PERFORM OPEN-QUEUE-EXTEND
           MOVE WS-OLD-BRANCH TO MTRN-OLD-BRANCH
           MOVE WS-SUCCESSOR TO MTRN-SUCCESSOR
           MOVE WS-EFF-DATE TO MTRN-EFF-DATE
           MOVE SPACES TO CHANGE-QUEUE-RECORD
           MOVE WS-RUN-DATE TO MCQ-DATE
           ACCEPT MCQ-TIME FROM TIME
           MOVE WS-LOG-PROGRAM TO MCQ-PROGRAM
           MOVE WS-MERGE-TRN TO MCQ-TRN-IMAGE
           MOVE WS-OPERATOR-ID TO MCQ-MAKER
           SET MCQ-IS-PENDING TO TRUE
           MOVE 0 TO MCQ-CHECKED-DATE
           MOVE 0 TO MCQ-APPLIED-DATE
           WRITE CHANGE-QUEUE-RECORD
           CLOSE CHANGE-QUEUE
           ADD 1 TO WS-QUEUED-COUNT
           DISPLAY 'BRMERGE: queued merger of ' WS-OLD-BRANCH
               ' into ' WS-SUCCESSOR ' for approval'
           WRITE MERGE-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE SPACES TO WS-RPT-MESSAGE
           STRING 'QUEUED FOR APPROVAL: MERGE ' WS-OLD-BRANCH
               ' ' WS-OLD-NAME ' INTO ' WS-SUCCESSOR ' '
               WS-SUCC-NAME ' EFF ' WS-EFF-DATE
               DELIMITED BY SIZE INTO WS-RPT-MESSAGE
           END-STRING
           WRITE MERGE-REPORT-RECORD FROM WS-RPT-MESSAGE.

      *> Walks mastchg.que for the approved mergers and carries each
      *> out against the master as it now stands - checked again, so
      *> one overtaken since it was keyed is marked failed rather
      *> than applied. A merger still dated in the future records
      *> its link and is left approved for a later run.
       APPLY-APPROVED-MERGERS.
           OPEN I-O CHANGE-QUEUE
           IF WS-CHANGE-QUEUE-STATUS NOT = '00'
                   AND WS-CHANGE-QUEUE-STATUS NOT = '35'
               MOVE 'CHANGE-QUEUE' TO WS-ERROR-FILE-NAME
               MOVE WS-CHANGE-QUEUE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
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
           PERFORM LOAD-QUEUED-MERGER
           PERFORM CHECK-MERGER-FIELDS
           IF WS-REFUSAL = SPACES
               PERFORM VALIDATE-MERGER
           END-IF
           IF WS-REFUSAL NOT = SPACES
               SET MCQ-IS-FAILED TO TRUE
               MOVE WS-RUN-DATE TO MCQ-APPLIED-DATE
               REWRITE CHANGE-QUEUE-RECORD
               ADD 1 TO WS-FAILED-COUNT
               PERFORM REPORT-FAILED-MERGER
               EXIT PARAGRAPH
           END-IF
           PERFORM CARRY-OUT-MERGER
           IF WS-IN-EFFECT = 'Y'
               SET MCQ-IS-APPLIED TO TRUE
               MOVE WS-RUN-DATE TO MCQ-APPLIED-DATE
               REWRITE CHANGE-QUEUE-RECORD
           END-IF.

       REPORT-FAILED-MERGER.
           DISPLAY 'BRMERGE: approved merger of ' WS-OLD-BRANCH
               ' into ' WS-SUCCESSOR ' failed - ' WS-REFUSAL
           MOVE 'W' TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'FAILED ' WS-OLD-BRANCH ' ' WS-REFUSAL
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           WRITE MERGE-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE SPACES TO WS-RPT-MESSAGE
           STRING 'NOT APPLIED: MERGE ' WS-OLD-BRANCH ' INTO '
               WS-SUCCESSOR ' - ' WS-REFUSAL
               DELIMITED BY SIZE INTO WS-RPT-MESSAGE
           END-STRING
           WRITE MERGE-REPORT-RECORD FROM WS-RPT-MESSAGE.

      *> One merger, checked and with its journal stamps set: the
      *> link goes on the master, and once the merger is in effect
      *> the open items move, each merger reported under its own
      *> heading and totals.
       CARRY-OUT-MERGER.
           MOVE 'N' TO WS-IN-EFFECT
           IF WS-EFF-DATE NOT > WS-RUN-DATE
               MOVE 'Y' TO WS-IN-EFFECT
           END-IF
           MOVE 'N' TO WS-MASTER-CHANGED
           MOVE 0 TO WS-EXC-MOVED
           MOVE 0 TO WS-HLD-MOVED
           MOVE 0 TO WS-STO-MOVED
           MOVE 0 TO WS-EXC-AMOUNT
           MOVE 0 TO WS-HLD-AMOUNT
           MOVE 0 TO WS-STO-AMOUNT
           PERFORM RECORD-FORWARDING-LINK
           PERFORM WRITE-REPORT-HEADING
           IF WS-IN-EFFECT = 'Y'
               PERFORM REMAP-EXCEPTIONS
               PERFORM REMAP-HELD-ITEMS
               PERFORM REMAP-STANDING-ORDERS
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-WAITING-COUNT
           END-IF
           PERFORM WRITE-REPORT-TOTALS
           DISPLAY 'BRMERGE: ' WS-OLD-BRANCH ' merged into '
               WS-SUCCESSOR ' effective ' WS-EFF-DATE ' - '
               WS-EXC-MOVED ' exceptions, ' WS-HLD-MOVED
               ' held items, ' WS-STO-MOVED ' standing orders moved'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'MERGED ' WS-OLD-BRANCH ' INTO ' WS-SUCCESSOR
               ' EFF ' WS-EFF-DATE ' EXC ' WS-EXC-MOVED
               ' HLD ' WS-HLD-MOVED ' STO ' WS-STO-MOVED
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           IF WS-IN-EFFECT = 'N'
               MOVE 'W' TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-RUN-LOG.

      *> The old branch's record (read last by VALIDATE-MERGER) takes
      *> the link, and goes inactive once the merger is in effect.
      *> Nothing is rewritten or journaled when the record already
      *> says all of that.
       RECORD-FORWARDING-LINK.
           MOVE BRM-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-SUCCESSOR TO BRM-SUCCESSOR-CODE
           MOVE WS-EFF-DATE TO BRM-MERGE-DATE
           IF WS-IN-EFFECT = 'Y'
               SET BRM-IS-INACTIVE TO TRUE
           END-IF
           MOVE BRM-RECORD TO WS-AFTER-IMAGE
           IF WS-AFTER-IMAGE NOT = WS-BEFORE-IMAGE
               REWRITE BRM-RECORD
               MOVE 'Y' TO WS-MASTER-CHANGED
               MOVE 'brmaster.dat' TO WS-JRN-FILE
               MOVE BRM-KEY TO WS-JRN-KEY
               PERFORM WRITE-CHANGE-JOURNAL
           END-IF.

       WRITE-REPORT-HEADING.
           WRITE MERGE-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'OLD BRANCH' TO WS-BRL-LABEL
           MOVE WS-OLD-BRANCH TO WS-BRL-CODE
           MOVE WS-OLD-NAME TO WS-BRL-NAME
           MOVE WS-OLD-REGION TO WS-BRL-REGION
           WRITE MERGE-REPORT-RECORD FROM WS-RPT-BRANCH
           MOVE 'SUCCESSOR' TO WS-BRL-LABEL
           MOVE WS-SUCCESSOR TO WS-BRL-CODE
           MOVE WS-SUCC-NAME TO WS-BRL-NAME
           MOVE WS-SUCC-REGION TO WS-BRL-REGION
           WRITE MERGE-REPORT-RECORD FROM WS-RPT-BRANCH
           MOVE WS-EFF-DATE TO WS-EFL-DATE
           EVALUATE TRUE
               WHEN WS-IN-EFFECT = 'N'
                   MOVE 'FUTURE - LINK RECORDED, NOTHING MOVED YET'
                       TO WS-EFL-TEXT
               WHEN WS-MASTER-CHANGED = 'Y'
                   MOVE 'IN EFFECT - BRANCH CLOSED, NEW ITEMS FORWARD'
                       TO WS-EFL-TEXT
               WHEN OTHER
                   MOVE 'IN EFFECT - LINK ALREADY ON THE MASTER'
                       TO WS-EFL-TEXT
           END-EVALUATE
           WRITE MERGE-REPORT-RECORD FROM WS-RPT-EFFECTIVE
           IF WS-JRN-CHECKER NOT = SPACES
               MOVE WS-JRN-OPERATOR TO WS-APL-MAKER
               MOVE WS-JRN-CHECKER TO WS-APL-CHECKER
               WRITE MERGE-REPORT-RECORD FROM WS-RPT-APPROVAL
           END-IF
           WRITE MERGE-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE MERGE-REPORT-RECORD FROM WS-RPT-COLS.

      *> Worked items (repaired or written off) are history and keep
      *> their branch; only the pending ones are still to be worked.
       REMAP-EXCEPTIONS.
           OPEN I-O EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-EXCEPTION
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE EXCEPTION-FILE
           END-IF.

       READ-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF EXC-IS-PENDING
                           AND EXC-BRANCH-CODE = WS-OLD-BRANCH
                       MOVE WS-SUCCESSOR TO EXC-BRANCH-CODE
                       REWRITE EXCEPTION-RECORD
                       ADD 1 TO WS-EXC-MOVED
                       ADD EXC-NUMBER-VALUE TO WS-EXC-AMOUNT
                       MOVE 'EXCEPTION' TO WS-DTL-SOURCE
                       MOVE EXC-RUN-DATE TO WS-DTL-DATE-NO
                       MOVE EXC-NUMBER-VALUE TO WS-DTL-AMOUNT
                       MOVE EXC-CURRENCY-CODE TO WS-DTL-CURRENCY
                       MOVE EXC-ACCOUNT-NO TO WS-DTL-ACCOUNT
                       MOVE EXC-ITEM-REF TO WS-DTL-ITEM-REF
                       PERFORM WRITE-MOVED-LINE
                   END-IF
           END-READ.

       REMAP-HELD-ITEMS.
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-HELD-ITEM
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE HOLD-FILE
           END-IF.

       READ-HELD-ITEM.
           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF HLD-IS-HELD
                           AND HLD-BRANCH-CODE = WS-OLD-BRANCH
                       MOVE WS-SUCCESSOR TO HLD-BRANCH-CODE
                       REWRITE HOLD-RECORD
                       ADD 1 TO WS-HLD-MOVED
                       ADD HLD-NUMBER-VALUE TO WS-HLD-AMOUNT
                       MOVE 'HELD ITEM' TO WS-DTL-SOURCE
                       MOVE HLD-SOURCE-DATE TO WS-DTL-DATE-NO
                       MOVE HLD-NUMBER-VALUE TO WS-DTL-AMOUNT
                       MOVE HLD-CURRENCY-CODE TO WS-DTL-CURRENCY
                       MOVE HLD-ACCOUNT-NO TO WS-DTL-ACCOUNT
                       MOVE HLD-ITEM-REF TO WS-DTL-ITEM-REF
                       PERFORM WRITE-MOVED-LINE
                   END-IF
           END-READ.

      *> Inactive orders never generate again and keep their branch
      *> for their history. Each order re-coded is a master change,
      *> journaled the way STORDMNT journals its own.
       REMAP-STANDING-ORDERS.
           OPEN I-O STORD-FILE
           IF WS-STORD-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-STANDING-ORDER
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE STORD-FILE
           END-IF.

       READ-STANDING-ORDER.
           READ STORD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF STO-IS-ACTIVE
                           AND STO-BRANCH-CODE = WS-OLD-BRANCH
                       MOVE STORD-RECORD TO WS-BEFORE-IMAGE
                       MOVE WS-SUCCESSOR TO STO-BRANCH-CODE
                       REWRITE STORD-RECORD
                       MOVE STORD-RECORD TO WS-AFTER-IMAGE
                       MOVE 'stord.dat' TO WS-JRN-FILE
                       MOVE STO-KEY TO WS-JRN-KEY
                       PERFORM WRITE-CHANGE-JOURNAL
                       ADD 1 TO WS-STO-MOVED
                       ADD STO-AMOUNT TO WS-STO-AMOUNT
                       MOVE 'STAND ORD' TO WS-DTL-SOURCE
                       MOVE SPACES TO WS-DTL-DATE-NO
                       MOVE STO-ORDER-NO TO WS-DTL-DATE-NO (5:4)
                       MOVE STO-AMOUNT TO WS-DTL-AMOUNT
                       MOVE SPACES TO WS-DTL-CURRENCY
                       MOVE SPACES TO WS-DTL-ACCOUNT
                       MOVE SPACES TO WS-DTL-ITEM-REF
                       PERFORM WRITE-MOVED-LINE
                   END-IF
           END-READ.

       WRITE-MOVED-LINE.
           MOVE WS-OLD-BRANCH TO WS-DTL-FROM
           MOVE WS-SUCCESSOR TO WS-DTL-TO
           WRITE MERGE-REPORT-RECORD FROM WS-RPT-LINE.

       WRITE-REPORT-TOTALS.
           WRITE MERGE-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'EXCEPTIONS MOVED:' TO WS-TOT-TEXT
           MOVE WS-EXC-MOVED TO WS-TOT-COUNT
           MOVE WS-EXC-AMOUNT TO WS-TOT-AMOUNT
           WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'HELD ITEMS MOVED:' TO WS-TOT-TEXT
           MOVE WS-HLD-MOVED TO WS-TOT-COUNT
           MOVE WS-HLD-AMOUNT TO WS-TOT-AMOUNT
           WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'STANDING ORDERS MOVED:' TO WS-TOT-TEXT
           MOVE WS-STO-MOVED TO WS-TOT-COUNT
           MOVE WS-STO-AMOUNT TO WS-TOT-AMOUNT
           WRITE MERGE-REPORT-RECORD FROM WS-TOTAL-LINE.

      *> Nothing has been changed for the merger refused - every
      *> check runs before the first rewrite, and nothing is queued.
       REFUSE-MERGER.
           DISPLAY 'BRMERGE: merger of ' WS-OLD-BRANCH ' into '
               WS-SUCCESSOR ' refused - ' WS-REFUSAL
           MOVE 'E' TO WS-LOG-SEVERITY
           MOVE WS-REFUSAL TO WS-LOG-MESSAGE
           PERFORM WRITE-RUN-LOG
           MOVE 8 TO RETURN-CODE
           STOP RUN.

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

      *> One journal record per master record changed - the caller
      *> has set the file, key and both images. The operator is the
      *> supervisor who keyed the merger and the checker the one who
      *> approved it (spaces when it was applied directly).
       WRITE-CHANGE-JOURNAL.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           ACCEPT RJR-DATE FROM DATE YYYYMMDD
           ACCEPT RJR-TIME FROM TIME
           MOVE WS-LOG-PROGRAM TO RJR-PROGRAM
           MOVE WS-JRN-FILE TO RJR-FILE
           MOVE WS-JRN-KEY TO RJR-KEY
           MOVE 'C' TO RJR-ACTION
           MOVE WS-JRN-OPERATOR TO RJR-OPERATOR
           MOVE WS-JRN-CHECKER TO RJR-CHECKER
           MOVE WS-BEFORE-IMAGE TO RJR-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO RJR-AFTER-IMAGE
           WRITE CHANGE-JOURNAL-RECORD.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'BRMERGE ABEND: OPEN FAILED FOR '
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
