       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETLCONF.
      *> Settlement confirmation match: reads the correspondents'
      *> confirmations (settle.cnf - one line per instruction they
      *> have acted on, quoting our reference) and works them
      *> against settle.ins in place, the same worked-file convention
      *> ALERTACK uses for alert.que. A confirmation that agrees with
      *> the instruction on currency, direction, amount and value
      *> date marks it confirmed with the date and the
      *> correspondent's own reference; one that disagrees marks it
      *> disputed for treasury to chase, and is not taken as a
      *> confirmation. A confirmation quoting no instruction on file
      *> is reported, not guessed at. Instructions still open or
      *> disputed after the match are listed with their age, so a
      *> missing confirmation is seen the next morning, not at
      *> month-end.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN TO 'settle.ins'
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT CONFIRM-FILE ASSIGN TO 'settle.cnf'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.
           SELECT CONF-REPORT ASSIGN TO 'setlconf.rpt'
               FILE STATUS IS WS-CONF-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FILE.
       01  SETTLE-RECORD.
           COPY setlins.

      *> One correspondent confirmation, quoting our STI-REF.
       FD  CONFIRM-FILE.
       01  CONFIRM-RECORD.
           05  CNF-REF              PIC X(12).
           05  CNF-CURRENCY         PIC X(3).
           05  CNF-DIRECTION        PIC X(1).
           05  CNF-AMOUNT           PIC 9(11)V99.
           05  CNF-VALUE-DATE       PIC 9(8).
           05  CNF-CORR-REF         PIC X(16).

       FD  CONF-REPORT.
       01  CONF-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS           PIC S9(6) VALUE 0.

      *> Every confirmation received, with whether an instruction
      *> on settle.ins quoted it.
       01 WS-CNF-COUNT          PIC 9(4) VALUE 0.
       01 WS-CNF-TABLE.
           05  WS-CNF-ENTRY     OCCURS 500 TIMES
                                 INDEXED BY WS-CNF-IDX.
               10  WS-CT-REF        PIC X(12).
               10  WS-CT-CURRENCY   PIC X(3).
               10  WS-CT-DIRECTION  PIC X(1).
               10  WS-CT-AMOUNT     PIC 9(11)V99.
               10  WS-CT-VALUE-DATE PIC 9(8).
               10  WS-CT-CORR-REF   PIC X(16).
               10  WS-CT-MATCHED    PIC X(1).
       01 WS-CNF-FOUND          PIC X VALUE 'N'.

       01 WS-CONFIRMED-COUNT    PIC 9(6) VALUE 0.
       01 WS-DISPUTED-COUNT     PIC 9(6) VALUE 0.
       01 WS-ALREADY-COUNT      PIC 9(6) VALUE 0.
       01 WS-UNKNOWN-COUNT      PIC 9(6) VALUE 0.
       01 WS-OPEN-COUNT         PIC 9(6) VALUE 0.

       01 WS-SETTLE-STATUS      PIC XX VALUE '00'.
       01 WS-CONFIRM-STATUS     PIC XX VALUE '00'.
       01 WS-CONF-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - every key event goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'SETLCONF'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(34) VALUE
               'SETTLEMENT CONFIRMATION MATCH -  '.
           05  WS-HDR-RUN-DATE   PIC 9(8).
           05  FILLER            PIC X(38) VALUE SPACES.

       01 WS-RPT-SECTION        PIC X(80).

       01 WS-RPT-LINE.
           05  WS-RPT-REF        PIC X(12).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RPT-CCY        PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RPT-DIRECTION  PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RPT-AMOUNT     PIC Z(11)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RPT-TEXT       PIC X(45).

       01 WS-COUNT-LINE.
           05  WS-CNT-NAME       PIC X(30).
           05  WS-CNT-VALUE      PIC Z(5)9.
           05  FILLER            PIC X(44) VALUE SPACES.

       01 WS-DISPLAY-AGE        PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-CONFIRMATIONS
           OPEN OUTPUT CONF-REPORT
           IF WS-CONF-REPORT-STATUS NOT = '00'
               MOVE 'CONF-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-CONF-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           WRITE CONF-REPORT-RECORD FROM WS-RPT-HEADER
           OPEN I-O SETTLE-FILE
           IF WS-SETTLE-STATUS NOT = '00'
               MOVE 'SETTLE-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-SETTLE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'CONFIRMATIONS MATCHED' TO WS-RPT-SECTION
           WRITE CONF-REPORT-RECORD FROM WS-RPT-SECTION
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM MATCH-ONE-INSTRUCTION
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE SETTLE-FILE
           PERFORM REPORT-UNKNOWN-CONFIRMATIONS
           PERFORM LIST-OPEN-INSTRUCTIONS
           MOVE 'CONFIRMED THIS RUN:' TO WS-CNT-NAME
           MOVE WS-CONFIRMED-COUNT TO WS-CNT-VALUE
           WRITE CONF-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'DISPUTED THIS RUN:' TO WS-CNT-NAME
           MOVE WS-DISPUTED-COUNT TO WS-CNT-VALUE
           WRITE CONF-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'ALREADY CONFIRMED:' TO WS-CNT-NAME
           MOVE WS-ALREADY-COUNT TO WS-CNT-VALUE
           WRITE CONF-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'UNKNOWN REFERENCES:' TO WS-CNT-NAME
           MOVE WS-UNKNOWN-COUNT TO WS-CNT-VALUE
           WRITE CONF-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'STILL UNCONFIRMED:' TO WS-CNT-NAME
           MOVE WS-OPEN-COUNT TO WS-CNT-VALUE
           WRITE CONF-REPORT-RECORD FROM WS-COUNT-LINE
           CLOSE CONF-REPORT
           DISPLAY 'SETLCONF: ' WS-CONFIRMED-COUNT ' confirmed, '
               WS-DISPUTED-COUNT ' disputed, ' WS-UNKNOWN-COUNT
               ' unknown, ' WS-OPEN-COUNT ' unconfirmed'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'CONFIRMED ' WS-CONFIRMED-COUNT ' DISPUTED '
               WS-DISPUTED-COUNT ' UNKNOWN ' WS-UNKNOWN-COUNT
               ' OPEN ' WS-OPEN-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           IF WS-DISPUTED-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
               MOVE 'W' TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-DISPUTED-COUNT > 0 OR WS-UNKNOWN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-CONFIRMATIONS.
           OPEN INPUT CONFIRM-FILE
           IF WS-CONFIRM-STATUS NOT = '00'
               MOVE 'CONFIRM-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-CONFIRM-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-CONFIRMATION
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE CONFIRM-FILE.

       READ-CONFIRMATION.
           READ CONFIRM-FILE INTO CONFIRM-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF CNF-REF NOT = SPACES
                       PERFORM NOTE-CONFIRMATION
                   END-IF
           END-READ.

       NOTE-CONFIRMATION.
           IF WS-CNF-COUNT >= 500
               DISPLAY 'SETLCONF ABEND: more than 500 confirmations '
                   'on settle.cnf'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CNF-COUNT
           MOVE CNF-REF TO WS-CT-REF (WS-CNF-COUNT)
           MOVE CNF-CURRENCY TO WS-CT-CURRENCY (WS-CNF-COUNT)
           MOVE CNF-DIRECTION TO WS-CT-DIRECTION (WS-CNF-COUNT)
           IF CNF-AMOUNT NUMERIC
               MOVE CNF-AMOUNT TO WS-CT-AMOUNT (WS-CNF-COUNT)
           ELSE
               MOVE 0 TO WS-CT-AMOUNT (WS-CNF-COUNT)
           END-IF
           IF CNF-VALUE-DATE NUMERIC
               MOVE CNF-VALUE-DATE TO WS-CT-VALUE-DATE (WS-CNF-COUNT)
           ELSE
               MOVE 0 TO WS-CT-VALUE-DATE (WS-CNF-COUNT)
           END-IF
           MOVE CNF-CORR-REF TO WS-CT-CORR-REF (WS-CNF-COUNT)
           MOVE 'N' TO WS-CT-MATCHED (WS-CNF-COUNT).

       MATCH-ONE-INSTRUCTION.
           READ SETTLE-FILE INTO SETTLE-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM FIND-CONFIRMATION
                   IF WS-CNF-FOUND = 'Y'
                       PERFORM APPLY-CONFIRMATION
                   END-IF
           END-READ.

       FIND-CONFIRMATION.
           MOVE 'N' TO WS-CNF-FOUND
           PERFORM VARYING WS-CNF-IDX FROM 1 BY 1
                   UNTIL WS-CNF-IDX > WS-CNF-COUNT
                   OR WS-CNF-FOUND = 'Y'
               IF WS-CT-REF (WS-CNF-IDX) = STI-REF
                   MOVE 'Y' TO WS-CNF-FOUND
               END-IF
           END-PERFORM
           IF WS-CNF-FOUND = 'Y'
               SET WS-CNF-IDX DOWN BY 1
               MOVE 'Y' TO WS-CT-MATCHED (WS-CNF-IDX)
           END-IF.

      *> A confirmation of an instruction already confirmed is a
      *> repeat of one seen before - noted, the record left alone.
       APPLY-CONFIRMATION.
           MOVE STI-REF TO WS-RPT-REF
           MOVE STI-CURRENCY TO WS-RPT-CCY
           MOVE STI-DIRECTION TO WS-RPT-DIRECTION
           MOVE STI-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-TEXT
           EVALUATE TRUE
               WHEN STI-IS-CONFIRMED
                   ADD 1 TO WS-ALREADY-COUNT
                   STRING 'ALREADY CONFIRMED ' STI-CONFIRM-DATE
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
                   END-STRING
               WHEN WS-CT-CURRENCY (WS-CNF-IDX) = STI-CURRENCY
                   AND WS-CT-DIRECTION (WS-CNF-IDX) = STI-DIRECTION
                   AND WS-CT-AMOUNT (WS-CNF-IDX) = STI-AMOUNT
                   AND WS-CT-VALUE-DATE (WS-CNF-IDX) = STI-VALUE-DATE
                   SET STI-IS-CONFIRMED TO TRUE
                   MOVE WS-RUN-DATE TO STI-CONFIRM-DATE
                   MOVE WS-CT-CORR-REF (WS-CNF-IDX) TO STI-CONFIRM-REF
                   REWRITE SETTLE-RECORD
                   ADD 1 TO WS-CONFIRMED-COUNT
                   STRING 'CONFIRMED ' STI-CONFIRM-REF
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
                   END-STRING
               WHEN OTHER
                   SET STI-IS-DISPUTED TO TRUE
                   MOVE WS-RUN-DATE TO STI-CONFIRM-DATE
                   MOVE WS-CT-CORR-REF (WS-CNF-IDX) TO STI-CONFIRM-REF
                   REWRITE SETTLE-RECORD
                   ADD 1 TO WS-DISPUTED-COUNT
                   MOVE WS-CT-AMOUNT (WS-CNF-IDX) TO WS-RPT-AMOUNT
                   STRING 'DISPUTED - CORRESPONDENT SAYS '
                       WS-CT-CURRENCY (WS-CNF-IDX) ' '
                       WS-CT-DIRECTION (WS-CNF-IDX) ' '
                       WS-CT-VALUE-DATE (WS-CNF-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
                   END-STRING
           END-EVALUATE
           WRITE CONF-REPORT-RECORD FROM WS-RPT-LINE.

       REPORT-UNKNOWN-CONFIRMATIONS.
           MOVE 'CONFIRMATIONS FOR NO INSTRUCTION ON FILE'
               TO WS-RPT-SECTION
           WRITE CONF-REPORT-RECORD FROM WS-RPT-SECTION
           PERFORM VARYING WS-CNF-IDX FROM 1 BY 1
                   UNTIL WS-CNF-IDX > WS-CNF-COUNT
               IF WS-CT-MATCHED (WS-CNF-IDX) = 'N'
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE WS-CT-REF (WS-CNF-IDX) TO WS-RPT-REF
                   MOVE WS-CT-CURRENCY (WS-CNF-IDX) TO WS-RPT-CCY
                   MOVE WS-CT-DIRECTION (WS-CNF-IDX)
                       TO WS-RPT-DIRECTION
                   MOVE WS-CT-AMOUNT (WS-CNF-IDX) TO WS-RPT-AMOUNT
                   MOVE SPACES TO WS-RPT-TEXT
                   STRING 'UNKNOWN REFERENCE - CORR REF '
                       WS-CT-CORR-REF (WS-CNF-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-TEXT
                   END-STRING
                   WRITE CONF-REPORT-RECORD FROM WS-RPT-LINE
               END-IF
           END-PERFORM.

      *> Second pass over the updated file: everything not yet
      *> confirmed - open or disputed - aged in calendar days from
      *> its value date.
       LIST-OPEN-INSTRUCTIONS.
           MOVE 'INSTRUCTIONS STILL UNCONFIRMED' TO WS-RPT-SECTION
           WRITE CONF-REPORT-RECORD FROM WS-RPT-SECTION
           OPEN INPUT SETTLE-FILE
           IF WS-SETTLE-STATUS NOT = '00'
               MOVE 'SETTLE-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-SETTLE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-OPEN-INSTRUCTION
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE SETTLE-FILE.

       READ-OPEN-INSTRUCTION.
           READ SETTLE-FILE INTO SETTLE-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF STI-IS-OPEN OR STI-IS-DISPUTED
                       PERFORM REPORT-OPEN-INSTRUCTION
                   END-IF
           END-READ.

       REPORT-OPEN-INSTRUCTION.
           ADD 1 TO WS-OPEN-COUNT
           MOVE 0 TO WS-AGE-DAYS
           IF STI-VALUE-DATE NUMERIC AND STI-VALUE-DATE > 0
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE (STI-VALUE-DATE)
           END-IF
           MOVE WS-AGE-DAYS TO WS-DISPLAY-AGE
           MOVE STI-REF TO WS-RPT-REF
           MOVE STI-CURRENCY TO WS-RPT-CCY
           MOVE STI-DIRECTION TO WS-RPT-DIRECTION
           MOVE STI-AMOUNT TO WS-RPT-AMOUNT
           MOVE SPACES TO WS-RPT-TEXT
           IF STI-IS-DISPUTED
               STRING 'DISPUTED ' WS-DISPLAY-AGE ' DAYS - '
                   STI-CORR-BIC
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
           ELSE
               STRING 'OPEN ' WS-DISPLAY-AGE ' DAYS - ' STI-CORR-BIC
                   DELIMITED BY SIZE INTO WS-RPT-TEXT
               END-STRING
           END-IF
           WRITE CONF-REPORT-RECORD FROM WS-RPT-LINE.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'SETLCONF ABEND: OPEN FAILED FOR '
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
