       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETLGEN.
      *> Daily net settlement per currency. Every foreign-currency
      *> posting leaves a position to settle with the correspondent
      *> bank for that currency, and treasury used to net them by
      *> hand off file1.rpt's currency subtotals. This program nets
      *> each currency's native amount (FILE2-NATIVE-AMOUNT - the
      *> movement in the currency itself, before conversion) across
      *> the sets posted for the business date (the latest on
      *> file2.dat unless setlgen.parm names one), looks the
      *> correspondent up on ssi.dat, and writes one settlement
      *> instruction per currency to settle.ins for treasury to send,
      *> with the settlement report alongside. An override rerun of
      *> a set counts once, its latest posting; base-currency
      *> postings settle at home and are left out. SETLCONF marks the
      *> instructions confirmed as the correspondents' confirmations
      *> come back.
      *> A date's instructions are written once: a second run for a
      *> date already on settle.ins is refused, since what was sent
      *> cannot be quietly replaced.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE2 ASSIGN TO 'file2.dat'
               FILE STATUS IS WS-FILE2-STATUS.
           SELECT SSI-FILE ASSIGN TO 'ssi.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SSI-KEY
               FILE STATUS IS WS-SSI-FILE-STATUS.
           SELECT SETTLE-FILE ASSIGN TO 'settle.ins'
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT SETL-PARM-FILE ASSIGN TO 'setlgen.parm'
               FILE STATUS IS WS-SETL-PARM-STATUS.
           SELECT SETL-REPORT ASSIGN TO 'settle.rpt'
               FILE STATUS IS WS-SETL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE2.
       01  FILE2-RECORD.
           COPY file2rec.

       FD  SSI-FILE.
       01  SSI-RECORD.
           COPY ssirec.

       FD  SETTLE-FILE.
       01  SETTLE-RECORD.
           COPY setlins.

      *> The business date settled (YYYYMMDD; zero = the latest
      *> business date posted on file2.dat).
       FD  SETL-PARM-FILE.
       01  SETL-PARM-RECORD.
           05  SGP-DATE             PIC 9(8).

       FD  SETL-REPORT.
       01  SETL-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-SELECTED-DATE      PIC 9(8) VALUE 0.
       01 WS-LATEST-DATE        PIC 9(8) VALUE 0.
       01 WS-ALREADY-SENT       PIC X VALUE 'N'.
       01 WS-SSI-ON-FILE        PIC X VALUE 'N'.

      *> Every (business date, batch) set on file2.dat in file
      *> order; a set posted again by an override rerun is marked
      *> superseded so only its latest posting counts.
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

      *> Each currency's native movement for the date.
       01 WS-CCY-COUNT          PIC 9(3) VALUE 0.
       01 WS-CCY-TABLE.
           05  WS-CCY-ENTRY     OCCURS 50 TIMES
                                 INDEXED BY WS-CCY-IDX.
               10  WS-CC-CODE       PIC X(3).
               10  WS-CC-ITEMS      PIC 9(6).
               10  WS-CC-INFLOW     PIC S9(11)V99 COMP-3.
               10  WS-CC-OUTFLOW    PIC S9(11)V99 COMP-3.
               10  WS-CC-NET        PIC S9(11)V99 COMP-3.
       01 WS-CCY-FOUND          PIC X VALUE 'N'.
       01 WS-NOT-CARRIED        PIC 9(6) VALUE 0.

       01 WS-INSTR-COUNT        PIC 9(3) VALUE 0.
       01 WS-NO-SSI-COUNT       PIC 9(3) VALUE 0.
       01 WS-ZERO-COUNT         PIC 9(3) VALUE 0.

       01 WS-FILE2-STATUS       PIC XX VALUE '00'.
       01 WS-SSI-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-SETTLE-STATUS      PIC XX VALUE '00'.
       01 WS-SETL-PARM-STATUS   PIC XX VALUE '00'.
       01 WS-SETL-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - every key event goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'SETLGEN'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(30) VALUE
               'NET SETTLEMENT BY CURRENCY -  '.
           05  WS-HDR-DATE       PIC 9(8).
           05  FILLER            PIC X(7)  VALUE '  RUN  '.
           05  WS-HDR-RUN-DATE   PIC 9(8).
           05  FILLER            PIC X(27) VALUE SPACES.

       01 WS-RPT-COLS.
           05  FILLER            PIC X(12) VALUE 'CCY   ITEMS'.
           05  FILLER            PIC X(34) VALUE
               '            INFLOW           OUTFL'.
           05  FILLER            PIC X(34) VALUE
               'OW               NET'.

       01 WS-RPT-LINE.
           05  WS-RPT-CCY        PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-ITEMS      PIC Z(5)9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-INFLOW     PIC Z(11)9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-OUTFLOW    PIC Z(11)9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-NET        PIC -(11)9.99.
           05  FILLER            PIC X(8)  VALUE SPACES.

       01 WS-RPT-INSTR.
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  WS-INS-TEXT       PIC X(75).

       01 WS-COUNT-LINE.
           05  WS-CNT-NAME       PIC X(30).
           05  WS-CNT-VALUE      PIC Z(5)9.
           05  FILLER            PIC X(44) VALUE SPACES.

       01 WS-DISPLAY-AMOUNT     PIC Z(11)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LIST-POSTED-SETS
           PERFORM MARK-SUPERSEDED-SETS
           MOVE WS-LATEST-DATE TO WS-SELECTED-DATE
           OPEN INPUT SETL-PARM-FILE
           IF WS-SETL-PARM-STATUS = '00'
               READ SETL-PARM-FILE INTO SETL-PARM-RECORD
                   NOT AT END
                       IF SGP-DATE NUMERIC AND SGP-DATE > 0
                           MOVE SGP-DATE TO WS-SELECTED-DATE
                       END-IF
               END-READ
               CLOSE SETL-PARM-FILE
           END-IF
           DISPLAY 'SETLGEN: settling business date ' WS-SELECTED-DATE
           PERFORM CHECK-ALREADY-SENT
           IF WS-ALREADY-SENT = 'Y'
               DISPLAY 'SETLGEN: instructions for ' WS-SELECTED-DATE
                   ' are already on settle.ins - not generated again'
               MOVE 'W' TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING 'INSTRUCTIONS FOR ' WS-SELECTED-DATE
                   ' ALREADY GENERATED - REFUSED'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM WRITE-RUN-LOG
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM NET-CURRENCY-MOVEMENT
           PERFORM WRITE-INSTRUCTIONS
           DISPLAY 'SETLGEN: ' WS-INSTR-COUNT ' instructions, '
               WS-NO-SSI-COUNT ' currencies with no instruction on '
               'ssi.dat'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'SETTLED ' WS-SELECTED-DATE ' - ' WS-INSTR-COUNT
               ' INSTRUCTIONS, ' WS-NO-SSI-COUNT ' CCY WITH NO SSI'
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           IF WS-NO-SSI-COUNT > 0
               MOVE 'W' TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-NO-SSI-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHECK-ALREADY-SENT.
           OPEN INPUT SETTLE-FILE
           IF WS-SETTLE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-SENT-INSTRUCTION
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE SETTLE-FILE
           END-IF.

       READ-SENT-INSTRUCTION.
           READ SETTLE-FILE INTO SETTLE-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF STI-BUSINESS-DATE = WS-SELECTED-DATE
                       MOVE 'Y' TO WS-ALREADY-SENT
                   END-IF
           END-READ.

      *> First pass: every set header in file order.
       LIST-POSTED-SETS.
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

       READ-SET-HEADERS.
           READ FILE2 INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF FILE2-REC-TYPE = 'H'
                       PERFORM NOTE-SET-HEADER
                   END-IF
           END-READ.

       NOTE-SET-HEADER.
           IF WS-SET-COUNT >= 5000
               DISPLAY 'SETLGEN ABEND: more than 5000 sets on '
                   'file2.dat'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SET-COUNT
           MOVE HDR2-BUSINESS-DATE TO WS-SET-DATE (WS-SET-COUNT)
           MOVE HDR2-BATCH-NO TO WS-SET-BATCH (WS-SET-COUNT)
           MOVE 'Y' TO WS-SET-USE (WS-SET-COUNT)
           IF HDR2-BUSINESS-DATE > WS-LATEST-DATE
               MOVE HDR2-BUSINESS-DATE TO WS-LATEST-DATE
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

      *> Second pass, same file order: the native amount of every
      *> foreign-currency detail in a counted set for the date.
      *> Details posted before the native amount was carried hold
      *> spaces there; they are counted, not guessed at.
       NET-CURRENCY-MOVEMENT.
           MOVE 0 TO WS-CURRENT-SET
           OPEN INPUT FILE2
           IF WS-FILE2-STATUS NOT = '00'
               MOVE 'FILE2' TO WS-ERROR-FILE-NAME
               MOVE WS-FILE2-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-FILE2-DETAILS
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE FILE2.

       READ-FILE2-DETAILS.
           READ FILE2 INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   EVALUATE FILE2-REC-TYPE
                       WHEN 'H'
                           ADD 1 TO WS-CURRENT-SET
                           MOVE WS-SET-USE (WS-CURRENT-SET)
                               TO WS-SET-COUNTS
                           IF HDR2-BUSINESS-DATE
                               NOT = WS-SELECTED-DATE
                               MOVE 'N' TO WS-SET-COUNTS
                           END-IF
                       WHEN 'D'
                           IF WS-SET-COUNTS = 'Y'
                               AND FILE2-CURRENCY-CODE NOT = SPACES
                               PERFORM ADD-TO-CURRENCY
                           END-IF
                   END-EVALUATE
           END-READ.

       ADD-TO-CURRENCY.
           IF FILE2-NATIVE-AMOUNT NOT NUMERIC
               ADD 1 TO WS-NOT-CARRIED
           ELSE
               MOVE 'N' TO WS-CCY-FOUND
               PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                       UNTIL WS-CCY-IDX > WS-CCY-COUNT
                       OR WS-CCY-FOUND = 'Y'
                   IF WS-CC-CODE (WS-CCY-IDX) = FILE2-CURRENCY-CODE
                       MOVE 'Y' TO WS-CCY-FOUND
                   END-IF
               END-PERFORM
               IF WS-CCY-FOUND = 'Y'
                   SET WS-CCY-IDX DOWN BY 1
               ELSE
                   IF WS-CCY-COUNT >= 50
                       DISPLAY 'SETLGEN ABEND: more than 50 '
                           'currencies posted'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CCY-COUNT
                   SET WS-CCY-IDX TO WS-CCY-COUNT
                   MOVE FILE2-CURRENCY-CODE TO WS-CC-CODE (WS-CCY-IDX)
                   MOVE 0 TO WS-CC-ITEMS (WS-CCY-IDX)
                   MOVE 0 TO WS-CC-INFLOW (WS-CCY-IDX)
                   MOVE 0 TO WS-CC-OUTFLOW (WS-CCY-IDX)
                   MOVE 0 TO WS-CC-NET (WS-CCY-IDX)
               END-IF
               ADD 1 TO WS-CC-ITEMS (WS-CCY-IDX)
               IF FILE2-NATIVE-AMOUNT < 0
                   SUBTRACT FILE2-NATIVE-AMOUNT
                       FROM WS-CC-OUTFLOW (WS-CCY-IDX)
               ELSE
                   ADD FILE2-NATIVE-AMOUNT
                       TO WS-CC-INFLOW (WS-CCY-IDX)
               END-IF
               ADD FILE2-NATIVE-AMOUNT TO WS-CC-NET (WS-CCY-IDX)
           END-IF.

      *> No ssi.dat at all is treated as no instruction for every
      *> currency - reported, so the gap is seen, not abended on.
       WRITE-INSTRUCTIONS.
           OPEN OUTPUT SETL-REPORT
           IF WS-SETL-REPORT-STATUS NOT = '00'
               MOVE 'SETL-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-SETL-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-SELECTED-DATE TO WS-HDR-DATE
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           WRITE SETL-REPORT-RECORD FROM WS-RPT-HEADER
           WRITE SETL-REPORT-RECORD FROM WS-RPT-COLS
           OPEN INPUT SSI-FILE
           IF WS-SSI-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SSI-ON-FILE
           END-IF
           OPEN EXTEND SETTLE-FILE
           IF WS-SETTLE-STATUS = '35'
               OPEN OUTPUT SETTLE-FILE
               CLOSE SETTLE-FILE
               OPEN EXTEND SETTLE-FILE
           END-IF
           IF WS-SETTLE-STATUS NOT = '00'
               MOVE 'SETTLE-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-SETTLE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               PERFORM SETTLE-ONE-CURRENCY
           END-PERFORM
           CLOSE SETTLE-FILE
           IF WS-SSI-ON-FILE = 'Y'
               CLOSE SSI-FILE
           END-IF
           MOVE 'INSTRUCTIONS WRITTEN:' TO WS-CNT-NAME
           MOVE WS-INSTR-COUNT TO WS-CNT-VALUE
           WRITE SETL-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'CURRENCIES WITH NO SSI:' TO WS-CNT-NAME
           MOVE WS-NO-SSI-COUNT TO WS-CNT-VALUE
           WRITE SETL-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'CURRENCIES NETTING TO ZERO:' TO WS-CNT-NAME
           MOVE WS-ZERO-COUNT TO WS-CNT-VALUE
           WRITE SETL-REPORT-RECORD FROM WS-COUNT-LINE
           IF WS-NOT-CARRIED > 0
               MOVE 'DETAILS WITH NO NATIVE AMOUNT:' TO WS-CNT-NAME
               MOVE WS-NOT-CARRIED TO WS-CNT-VALUE
               WRITE SETL-REPORT-RECORD FROM WS-COUNT-LINE
           END-IF
           CLOSE SETL-REPORT.

       SETTLE-ONE-CURRENCY.
           MOVE WS-CC-CODE (WS-CCY-IDX) TO WS-RPT-CCY
           MOVE WS-CC-ITEMS (WS-CCY-IDX) TO WS-RPT-ITEMS
           MOVE WS-CC-INFLOW (WS-CCY-IDX) TO WS-RPT-INFLOW
           MOVE WS-CC-OUTFLOW (WS-CCY-IDX) TO WS-RPT-OUTFLOW
           MOVE WS-CC-NET (WS-CCY-IDX) TO WS-RPT-NET
           WRITE SETL-REPORT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-INS-TEXT
           IF WS-CC-NET (WS-CCY-IDX) = 0
               ADD 1 TO WS-ZERO-COUNT
               MOVE 'NETS TO ZERO - NOTHING TO SETTLE' TO WS-INS-TEXT
           ELSE
               MOVE 'N' TO WS-CCY-FOUND
               IF WS-SSI-ON-FILE = 'Y'
                   MOVE WS-CC-CODE (WS-CCY-IDX) TO SSI-CURRENCY
                   READ SSI-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-CCY-FOUND
                   END-READ
               END-IF
               IF WS-CCY-FOUND = 'N'
                   ADD 1 TO WS-NO-SSI-COUNT
                   MOVE 'NO STANDING SETTLEMENT INSTRUCTION ON SSI.DAT'
                       TO WS-INS-TEXT
               ELSE
                   PERFORM WRITE-ONE-INSTRUCTION
               END-IF
           END-IF
           WRITE SETL-REPORT-RECORD FROM WS-RPT-INSTR.

       WRITE-ONE-INSTRUCTION.
           MOVE SPACES TO SETTLE-RECORD
           STRING 'S' WS-SELECTED-DATE WS-CC-CODE (WS-CCY-IDX)
               DELIMITED BY SIZE INTO STI-REF
           END-STRING
           MOVE WS-SELECTED-DATE TO STI-BUSINESS-DATE
           MOVE WS-SELECTED-DATE TO STI-VALUE-DATE
           MOVE WS-CC-CODE (WS-CCY-IDX) TO STI-CURRENCY
           IF WS-CC-NET (WS-CCY-IDX) > 0
               SET STI-IS-PAY TO TRUE
               MOVE WS-CC-NET (WS-CCY-IDX) TO STI-AMOUNT
           ELSE
               SET STI-IS-RECEIVE TO TRUE
               COMPUTE STI-AMOUNT = 0 - WS-CC-NET (WS-CCY-IDX)
           END-IF
           MOVE SSI-CORR-BIC TO STI-CORR-BIC
           MOVE SSI-NOSTRO-ACCOUNT TO STI-NOSTRO-ACCOUNT
           SET STI-IS-OPEN TO TRUE
           MOVE 0 TO STI-CONFIRM-DATE
           WRITE SETTLE-RECORD
           ADD 1 TO WS-INSTR-COUNT
           MOVE STI-AMOUNT TO WS-DISPLAY-AMOUNT
           IF STI-IS-PAY
               STRING STI-REF ' PAY ' WS-DISPLAY-AMOUNT
                   ' TO ' SSI-CORR-BIC ' NOSTRO ' SSI-NOSTRO-ACCOUNT
                   DELIMITED BY SIZE INTO WS-INS-TEXT
               END-STRING
           ELSE
               STRING STI-REF ' RECEIVE ' WS-DISPLAY-AMOUNT
                   ' FROM ' SSI-CORR-BIC ' NOSTRO ' SSI-NOSTRO-ACCOUNT
                   DELIMITED BY SIZE INTO WS-INS-TEXT
               END-STRING
           END-IF.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'SETLGEN ABEND: OPEN FAILED FOR '
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
