       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDCHK.
      *> Common accounting-period lookup, CALLed the way ACCTCHK is
      *> for accounts: give it any business date, get back the
      *> standing of the month it falls in on period.dat. One
      *> definition of "is this month closed" keeps the backout,
      *> de-archive, reversal and restore utilities refusing the
      *> same months. period.dat is opened on the first call and
      *> held open for the run unit. Status: '0' open (never
      *> closed), 'C' closed, 'R' closed once but reopened by a
      *> supervisor (open for correction), 'N' no period.dat yet
      *> (no month has ever been closed - nothing is refused). Only
      *> a missing file means that; a period.dat that is there but
      *> will not open stops the run rather than let a closed month
      *> through.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO 'period.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           COPY period.

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-FILE-STATUS PIC XX VALUE '00'.
       01 WS-PERIOD-OPENED      PIC X VALUE 'N'.
       01 WS-PERIOD-ON-FILE     PIC X VALUE 'N'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'PERDCHK'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'E'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01 PDK-DATE              PIC 9(8).
       01 PDK-STATUS            PIC X(1).

       PROCEDURE DIVISION USING PDK-DATE, PDK-STATUS.
       MAIN-LOGIC.
           IF WS-PERIOD-OPENED = 'N'
               PERFORM OPEN-PERIOD-FILE
           END-IF
           IF WS-PERIOD-ON-FILE = 'N'
               MOVE 'N' TO PDK-STATUS
               GOBACK
           END-IF
           COMPUTE PRD-MONTH = PDK-DATE / 100
           READ PERIOD-FILE INTO PERIOD-RECORD
               INVALID KEY
                   MOVE '0' TO PDK-STATUS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PRD-IS-CLOSED
                           MOVE 'C' TO PDK-STATUS
                       WHEN PRD-IS-REOPENED
                           MOVE 'R' TO PDK-STATUS
                       WHEN OTHER
                           MOVE '0' TO PDK-STATUS
                   END-EVALUATE
           END-READ
           GOBACK.

       OPEN-PERIOD-FILE.
           MOVE 'Y' TO WS-PERIOD-OPENED
           OPEN INPUT PERIOD-FILE
           EVALUATE WS-PERIOD-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-PERIOD-ON-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'PERIOD-FILE' TO WS-ERROR-FILE-NAME
                   MOVE WS-PERIOD-FILE-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
           END-EVALUATE.

       OPEN-ERROR.
           DISPLAY 'PERDCHK ABEND: OPEN FAILED FOR '
               WS-ERROR-FILE-NAME ' - FILE STATUS ' WS-ERROR-STATUS
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'OPEN FAILED FOR ' WS-ERROR-FILE-NAME
               ' STATUS ' WS-ERROR-STATUS
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 12 TO RETURN-CODE
           STOP RUN.
