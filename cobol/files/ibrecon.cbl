       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBRECON.
      *> Inter-branch reconciliation. A transfer posts to file2.dat
      *> as two legs - the sending branch's movement out and the
      *> receiving branch's movement in - and each branch carries the
      *> difference as an open due-from/due-to balance against the
      *> other. This step totals every leg on file2.hist and
      *> file2.dat by branch pair, shows the open balance between the
      *> two branches as each side's books see it, and flags any pair
      *> whose sides do not net to zero - a leg lost to a restart or
      *> a hand edit leaves one branch owed money the other never
      *> paid. An override rerun of a set counts once, its latest
      *> posting, the same way FXREVAL counts sets. Out-of-balance
      *> pairs end the step with return code 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE2 ASSIGN TO 'file2.dat'
               FILE STATUS IS WS-FILE2-STATUS.
           SELECT FILE2-HIST ASSIGN TO 'file2.hist'
               FILE STATUS IS WS-FILE2-HIST-STATUS.
           SELECT IBR-REPORT ASSIGN TO 'ibrecon.rpt'
               FILE STATUS IS WS-IBR-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE2.
       01  FILE2-RECORD.
           COPY file2rec.

      *> Archived file2.dat records, read into FILE2-RECORD so both
      *> sources share one layout.
       FD  FILE2-HIST.
       01  FILE2-HIST-RECORD         PIC X(45).

       FD  IBR-REPORT.
       01  IBR-REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.

      *> Every (business date, batch) set on file2.hist then
      *> file2.dat in file order; a set posted again by an override
      *> rerun is marked superseded so only its latest posting
      *> counts.
       01 WS-SET-COUNT          PIC 9(4) VALUE 0.
       01 WS-SET-TABLE.
           05  WS-SET-ENTRY     OCCURS 5000 TIMES
                                 INDEXED BY WS-SET-IDX.
               10  WS-SET-DATE      PIC 9(8).
               10  WS-SET-BATCH     PIC 9(4).
               10  WS-SET-USE       PIC X(1).
       01 WS-LATER-SUB          PIC 9(4) VALUE 0.
       01 WS-CURRENT-SET        PIC 9(4) VALUE 0.
       01 WS-SET-COUNTS         PIC X VALUE 'N'.
       01 WS-PRIOR-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-LEG-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-LEG-BRANCH         PIC X(3) VALUE SPACES.
       01 WS-OTHER-BRANCH       PIC X(3) VALUE SPACES.

      *> One entry per branch pair, lower branch code first. Each
      *> side is the sum of that branch's own legs against the
      *> other: negative for money it sent, positive for money it
      *> took in.
       01 WS-PAIR-COUNT         PIC 9(3) VALUE 0.
       01 WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY    OCCURS 500 TIMES
                                 INDEXED BY WS-PAIR-IDX.
               10  WS-PAIR-LOW      PIC X(3).
               10  WS-PAIR-HIGH     PIC X(3).
               10  WS-PAIR-LOW-LEGS PIC 9(7).
               10  WS-PAIR-HIGH-LEGS PIC 9(7).
               10  WS-PAIR-LOW-SIDE PIC S9(11)V99 COMP-3.
               10  WS-PAIR-HIGH-SIDE PIC S9(11)V99 COMP-3.
       01 WS-PAIR-FOUND         PIC X VALUE 'N'.
       01 WS-PAIR-LOW-KEY       PIC X(3) VALUE SPACES.
       01 WS-PAIR-HIGH-KEY      PIC X(3) VALUE SPACES.
       01 WS-PAIR-NET           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-LEG-COUNT          PIC 9(7) VALUE 0.
       01 WS-OUT-OF-BALANCE     PIC 9(3) VALUE 0.

       01 WS-FILE2-STATUS       PIC XX VALUE '00'.
       01 WS-FILE2-HIST-STATUS  PIC XX VALUE '00'.
       01 WS-IBR-REPORT-STATUS  PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - every key event goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'IBRECON'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(34) VALUE
               'INTER-BRANCH RECONCILIATION - RUN '.
           05  WS-HDR-DATE       PIC 9(8).
           05  FILLER            PIC X(38) VALUE SPACES.

       01 WS-RPT-COLS.
           05  FILLER            PIC X(9)  VALUE 'PAIR'.
           05  FILLER            PIC X(8)  VALUE 'LEGS'.
           05  FILLER            PIC X(15) VALUE 'LOW SIDE'.
           05  FILLER            PIC X(15) VALUE 'HIGH SIDE'.
           05  FILLER            PIC X(14) VALUE 'NET'.
           05  FILLER            PIC X(19) VALUE SPACES.

       01 WS-RPT-LINE.
           05  WS-RPT-LOW        PIC X(3).
           05  FILLER            PIC X(1)  VALUE '/'.
           05  WS-RPT-HIGH       PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-LEGS       PIC Z(6)9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-LOW-SIDE   PIC -(10)9.99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-HIGH-SIDE  PIC -(10)9.99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-NET        PIC -(10)9.99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-FLAG       PIC X(17).

       01 WS-COUNT-LINE.
           05  WS-CNT-NAME       PIC X(30).
           05  WS-CNT-VALUE      PIC Z(13)9.
           05  FILLER            PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LIST-POSTED-SETS
           PERFORM MARK-SUPERSEDED-SETS
           PERFORM TOTAL-TRANSFER-LEGS
           PERFORM WRITE-RECON-REPORT
           DISPLAY 'IBRECON: ' WS-PAIR-COUNT ' branch pairs, '
               WS-OUT-OF-BALANCE ' out of balance'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING WS-PAIR-COUNT ' BRANCH PAIRS, ' WS-LEG-COUNT
               ' LEGS, ' WS-OUT-OF-BALANCE ' OUT OF BALANCE'
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           IF WS-OUT-OF-BALANCE > 0
               MOVE 'E' TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-OUT-OF-BALANCE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> First pass: every set in file order, archive first. A shop
      *> that has never archived has no file2.hist; file2.dat is
      *> required.
       LIST-POSTED-SETS.
           OPEN INPUT FILE2-HIST
           IF WS-FILE2-HIST-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-HIST-HEADERS
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE2-HIST
           END-IF
           OPEN INPUT FILE2
           IF WS-FILE2-STATUS NOT = '00'
               MOVE 'FILE2' TO WS-ERROR-FILE-NAME
               MOVE WS-FILE2-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-SET-HEADERS
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE FILE2.

       READ-HIST-HEADERS.
           READ FILE2-HIST INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-SET-HEADER
           END-READ.

       READ-SET-HEADERS.
           READ FILE2 INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-SET-HEADER
           END-READ.

       NOTE-SET-HEADER.
           IF FILE2-REC-TYPE = 'H'
               IF WS-SET-COUNT >= 5000
                   DISPLAY 'IBRECON ABEND: more than 5000 '
                       'sets on file2.hist/file2.dat'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SET-COUNT
               MOVE HDR2-BUSINESS-DATE TO WS-SET-DATE (WS-SET-COUNT)
               MOVE HDR2-BATCH-NO TO WS-SET-BATCH (WS-SET-COUNT)
               MOVE 'Y' TO WS-SET-USE (WS-SET-COUNT)
           END-IF.

       MARK-SUPERSEDED-SETS.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SET-COUNT
               PERFORM CHECK-ONE-SET-SUPERSEDED
           END-PERFORM.

       CHECK-ONE-SET-SUPERSEDED.
           SET WS-LATER-SUB TO WS-SET-IDX
           ADD 1 TO WS-LATER-SUB
           PERFORM VARYING WS-LATER-SUB FROM WS-LATER-SUB BY 1
                   UNTIL WS-LATER-SUB > WS-SET-COUNT
                       OR WS-SET-USE (WS-SET-IDX) = 'N'
               IF WS-SET-DATE (WS-LATER-SUB) = WS-SET-DATE (WS-SET-IDX)
                   AND WS-SET-BATCH (WS-LATER-SUB)
                       = WS-SET-BATCH (WS-SET-IDX)
                   MOVE 'N' TO WS-SET-USE (WS-SET-IDX)
               END-IF
           END-PERFORM.

      *> Second pass, same file order: each transfer leg's base
      *> movement is its running-total step.
       TOTAL-TRANSFER-LEGS.
           MOVE 0 TO WS-CURRENT-SET
           OPEN INPUT FILE2-HIST
           IF WS-FILE2-HIST-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-HIST-LEGS
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE2-HIST
           END-IF
           OPEN INPUT FILE2
           IF WS-FILE2-STATUS NOT = '00'
               MOVE 'FILE2' TO WS-ERROR-FILE-NAME
               MOVE WS-FILE2-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-FILE2-LEGS
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE FILE2.

       READ-HIST-LEGS.
           READ FILE2-HIST INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-ONE-RECORD
           END-READ.

       READ-FILE2-LEGS.
           READ FILE2 INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-ONE-RECORD
           END-READ.

       NOTE-ONE-RECORD.
           EVALUATE FILE2-REC-TYPE
               WHEN 'H'
                   ADD 1 TO WS-CURRENT-SET
                   MOVE 0 TO WS-PRIOR-TOTAL
                   MOVE WS-SET-USE (WS-CURRENT-SET) TO WS-SET-COUNTS
               WHEN 'D'
                   COMPUTE WS-LEG-AMOUNT = TOTAL - WS-PRIOR-TOTAL
                   MOVE TOTAL TO WS-PRIOR-TOTAL
                   IF WS-SET-COUNTS = 'Y'
                       AND FILE2-IS-TRANSFER-LEG
                       PERFORM ACCUMULATE-PAIR-LEG
                   END-IF
           END-EVALUATE.

       ACCUMULATE-PAIR-LEG.
           MOVE FILE2-BRANCH-CODE TO WS-LEG-BRANCH
           MOVE FILE2-XFER-BRANCH TO WS-OTHER-BRANCH
           IF WS-LEG-BRANCH = SPACES
               MOVE '000' TO WS-LEG-BRANCH
           END-IF
           IF WS-OTHER-BRANCH = SPACES
               MOVE '000' TO WS-OTHER-BRANCH
           END-IF
           IF WS-LEG-BRANCH < WS-OTHER-BRANCH
               MOVE WS-LEG-BRANCH TO WS-PAIR-LOW-KEY
               MOVE WS-OTHER-BRANCH TO WS-PAIR-HIGH-KEY
           ELSE
               MOVE WS-OTHER-BRANCH TO WS-PAIR-LOW-KEY
               MOVE WS-LEG-BRANCH TO WS-PAIR-HIGH-KEY
           END-IF
           MOVE 'N' TO WS-PAIR-FOUND
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                   OR WS-PAIR-FOUND = 'Y'
               IF WS-PAIR-LOW (WS-PAIR-IDX) = WS-PAIR-LOW-KEY
                   AND WS-PAIR-HIGH (WS-PAIR-IDX) = WS-PAIR-HIGH-KEY
                   MOVE 'Y' TO WS-PAIR-FOUND
               END-IF
           END-PERFORM
           IF WS-PAIR-FOUND = 'Y'
               SET WS-PAIR-IDX DOWN BY 1
           ELSE
               IF WS-PAIR-COUNT < 500
                   ADD 1 TO WS-PAIR-COUNT
                   SET WS-PAIR-IDX TO WS-PAIR-COUNT
                   INITIALIZE WS-PAIR-ENTRY (WS-PAIR-IDX)
                   MOVE WS-PAIR-LOW-KEY TO WS-PAIR-LOW (WS-PAIR-IDX)
                   MOVE WS-PAIR-HIGH-KEY TO WS-PAIR-HIGH (WS-PAIR-IDX)
                   MOVE 'Y' TO WS-PAIR-FOUND
               ELSE
                   DISPLAY 'IBRECON: more than 500 branch pairs - '
                       WS-PAIR-LOW-KEY '/' WS-PAIR-HIGH-KEY
                       ' not reconciled'
               END-IF
           END-IF
           IF WS-PAIR-FOUND = 'Y'
               ADD 1 TO WS-LEG-COUNT
               IF WS-LEG-BRANCH = WS-PAIR-LOW-KEY
                   ADD 1 TO WS-PAIR-LOW-LEGS (WS-PAIR-IDX)
                   ADD WS-LEG-AMOUNT TO WS-PAIR-LOW-SIDE (WS-PAIR-IDX)
               ELSE
                   ADD 1 TO WS-PAIR-HIGH-LEGS (WS-PAIR-IDX)
                   ADD WS-LEG-AMOUNT
                       TO WS-PAIR-HIGH-SIDE (WS-PAIR-IDX)
               END-IF
           END-IF.

       WRITE-RECON-REPORT.
           OPEN OUTPUT IBR-REPORT
           IF WS-IBR-REPORT-STATUS NOT = '00'
               MOVE 'IBR-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-IBR-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           WRITE IBR-REPORT-RECORD FROM WS-RPT-HEADER
           WRITE IBR-REPORT-RECORD FROM WS-RPT-COLS
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               PERFORM WRITE-ONE-PAIR-LINE
           END-PERFORM
           MOVE 'TRANSFER LEGS:                ' TO WS-CNT-NAME
           MOVE WS-LEG-COUNT TO WS-CNT-VALUE
           WRITE IBR-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'PAIRS OUT OF BALANCE:         ' TO WS-CNT-NAME
           MOVE WS-OUT-OF-BALANCE TO WS-CNT-VALUE
           WRITE IBR-REPORT-RECORD FROM WS-COUNT-LINE
           CLOSE IBR-REPORT.

       WRITE-ONE-PAIR-LINE.
           COMPUTE WS-PAIR-NET = WS-PAIR-LOW-SIDE (WS-PAIR-IDX)
               + WS-PAIR-HIGH-SIDE (WS-PAIR-IDX)
           MOVE WS-PAIR-LOW (WS-PAIR-IDX) TO WS-RPT-LOW
           MOVE WS-PAIR-HIGH (WS-PAIR-IDX) TO WS-RPT-HIGH
           COMPUTE WS-RPT-LEGS = WS-PAIR-LOW-LEGS (WS-PAIR-IDX)
               + WS-PAIR-HIGH-LEGS (WS-PAIR-IDX)
           MOVE WS-PAIR-LOW-SIDE (WS-PAIR-IDX) TO WS-RPT-LOW-SIDE
           MOVE WS-PAIR-HIGH-SIDE (WS-PAIR-IDX) TO WS-RPT-HIGH-SIDE
           MOVE WS-PAIR-NET TO WS-RPT-NET
           MOVE SPACES TO WS-RPT-FLAG
           IF WS-PAIR-NET NOT = 0
               MOVE '** OUT OF BALANCE' TO WS-RPT-FLAG
               ADD 1 TO WS-OUT-OF-BALANCE
           END-IF
           WRITE IBR-REPORT-RECORD FROM WS-RPT-LINE.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'IBRECON ABEND: OPEN FAILED FOR '
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
