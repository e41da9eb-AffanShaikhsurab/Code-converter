       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDRES.
      *> Records internal audit's test results against the items of
      *> a sample drawn by AUDSAMP. Results come in on audres.trn,
      *> one per line, keyed from the completed worksheet: sample ID,
      *> item number, result 'T' (tested, no exception) or 'E'
      *> (exception), the misstatement found for an exception, and
      *> a note. Each accepted result is appended to audres.dat
      *> (audres.cpy) stamped with the auditor signed on through
      *> SIGNON and the date and time - results are evidence, so
      *> nothing is ever changed in place: a re-test is a new result
      *> for the same item, and AUDSUM reports the latest. With no
      *> opermast.dat on file results are recorded unstamped.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RES-TRN-FILE ASSIGN TO 'audres.trn'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-TRN-STATUS.
           SELECT SAMPLE-FILE ASSIGN TO 'audsamp.dat'
               FILE STATUS IS WS-SAMPLE-STATUS.
           SELECT RESULT-FILE ASSIGN TO 'audres.dat'
               FILE STATUS IS WS-RESULT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> RTRN-MISSTATEMENT is left zero (or blank) on a 'T'.
       FD  RES-TRN-FILE.
       01  RES-TRN-RECORD.
           05  RTRN-SAMPLE-ID       PIC X(8).
           05  RTRN-ITEM-NO         PIC 9(4).
           05  RTRN-RESULT          PIC X(1).
           05  RTRN-MISSTATEMENT    PIC 9(9)V99.
           05  RTRN-NOTE            PIC X(40).

       FD  SAMPLE-FILE.
       01  SAMPLE-RECORD.
           COPY audsamp.

       FD  RESULT-FILE.
       01  RESULT-RECORD.
           COPY audres.

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-RECORDED-COUNT     PIC 9(4) VALUE 0.
       01 WS-REJECTED-COUNT     PIC 9(4) VALUE 0.
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-RUN-TIME           PIC 9(8) VALUE 0.
       01 WS-SAMPLE-FOUND       PIC X VALUE 'N'.

      *> The samples on audsamp.dat and how many items each holds -
      *> an item number is valid when it is within that count.
       01 WS-SAMP-COUNT         PIC 9(4) VALUE 0.
       01 WS-SAMP-TABLE.
           05  WS-SAMP-ENTRY    OCCURS 2000 TIMES
                                 INDEXED BY WS-SAMP-IDX.
               10  WS-SAMP-ID       PIC X(8).
               10  WS-SAMP-ITEMS    PIC 9(4).

       01 WS-RES-TRN-STATUS     PIC XX VALUE '00'.
       01 WS-SAMPLE-STATUS      PIC XX VALUE '00'.
       01 WS-RESULT-STATUS      PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Operator sign-on through the common SIGNON subprogram - the
      *> signed-on user-ID is the auditor stamped on every result.
      *> Status 'N' means no operator master on file yet, and
      *> results go on unstamped.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-AUTH      PIC 9(1) VALUE 0.
       01 WS-SIGNON-STATUS      PIC X(1) VALUE '0'.
       01 WS-SIGNON-MIN-AUTH    PIC 9(1) VALUE 1.

      *> Consolidated run-log interface - the run's outcome goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'AUDRES'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM OPERATOR-SIGN-ON
           PERFORM LOAD-SAMPLES
           OPEN INPUT RES-TRN-FILE
           IF WS-RES-TRN-STATUS NOT = '00'
               MOVE 'RES-TRN-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-RES-TRN-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
      *> Same first-use EXTEND fallback as the run log itself.
           OPEN EXTEND RESULT-FILE
           IF WS-RESULT-STATUS = '35'
               OPEN OUTPUT RESULT-FILE
               CLOSE RESULT-FILE
               OPEN EXTEND RESULT-FILE
           END-IF
           IF WS-RESULT-STATUS NOT = '00'
               MOVE 'RESULT-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-RESULT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-RES-TRN
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE RES-TRN-FILE
           CLOSE RESULT-FILE
           DISPLAY 'AUDRES: ' WS-RECORDED-COUNT ' results recorded, '
               WS-REJECTED-COUNT ' rejected'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'RECORDED ' WS-RECORDED-COUNT ' REJECTED '
               WS-REJECTED-COUNT ' BY ' WS-OPERATOR-ID
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
               MOVE 'SIGN-ON REFUSED - NO RESULTS RECORDED'
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-SAMPLES.
           OPEN INPUT SAMPLE-FILE
           IF WS-SAMPLE-STATUS NOT = '00'
               MOVE 'SAMPLE-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-SAMPLE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-SAMPLE-HEADER
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE SAMPLE-FILE.

       READ-SAMPLE-HEADER.
           READ SAMPLE-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF ASM-IS-HEADER
                       IF WS-SAMP-COUNT >= 2000
                           DISPLAY 'AUDRES ABEND: more than 2000 '
                               'samples on audsamp.dat'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-SAMP-COUNT
                       MOVE ASM-SAMPLE-ID TO WS-SAMP-ID (WS-SAMP-COUNT)
                       MOVE ASM-SAMPLE-COUNT
                           TO WS-SAMP-ITEMS (WS-SAMP-COUNT)
                   END-IF
           END-READ.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       READ-RES-TRN.
           READ RES-TRN-FILE INTO RES-TRN-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM RECORD-ONE-RESULT
           END-READ.

       RECORD-ONE-RESULT.
           IF RES-TRN-RECORD (14:11) = SPACES
               MOVE ZERO TO RTRN-MISSTATEMENT
           END-IF
           MOVE 'N' TO WS-SAMPLE-FOUND
           PERFORM VARYING WS-SAMP-IDX FROM 1 BY 1
                   UNTIL WS-SAMP-IDX > WS-SAMP-COUNT
                       OR WS-SAMPLE-FOUND = 'Y'
               IF WS-SAMP-ID (WS-SAMP-IDX) = RTRN-SAMPLE-ID
                   MOVE 'Y' TO WS-SAMPLE-FOUND
               END-IF
           END-PERFORM
           IF WS-SAMPLE-FOUND = 'Y'
               SET WS-SAMP-IDX DOWN BY 1
           END-IF
           EVALUATE TRUE
               WHEN WS-SAMPLE-FOUND = 'N'
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'AUDRES: rejected - no sample '
                       RTRN-SAMPLE-ID ' on audsamp.dat'
               WHEN RTRN-ITEM-NO NOT NUMERIC
                   OR RTRN-ITEM-NO = 0
                   OR RTRN-ITEM-NO > WS-SAMP-ITEMS (WS-SAMP-IDX)
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'AUDRES: rejected - sample '
                       RTRN-SAMPLE-ID ' has no item ' RTRN-ITEM-NO
               WHEN RTRN-RESULT NOT = 'T' AND RTRN-RESULT NOT = 'E'
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'AUDRES: rejected ' RTRN-SAMPLE-ID '/'
                       RTRN-ITEM-NO ' - result must be T or E'
               WHEN RTRN-MISSTATEMENT NOT NUMERIC
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'AUDRES: rejected ' RTRN-SAMPLE-ID '/'
                       RTRN-ITEM-NO ' - misstatement not numeric'
               WHEN RTRN-RESULT = 'T' AND RTRN-MISSTATEMENT > 0
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'AUDRES: rejected ' RTRN-SAMPLE-ID '/'
                       RTRN-ITEM-NO ' - misstatement on a T result'
               WHEN OTHER
                   MOVE SPACES TO RESULT-RECORD
                   MOVE RTRN-SAMPLE-ID TO ARS-SAMPLE-ID
                   MOVE RTRN-ITEM-NO TO ARS-ITEM-NO
                   MOVE RTRN-RESULT TO ARS-RESULT
                   MOVE RTRN-MISSTATEMENT TO ARS-MISSTATEMENT
                   MOVE WS-OPERATOR-ID TO ARS-TESTED-BY
                   MOVE WS-RUN-DATE TO ARS-DATE
                   MOVE WS-RUN-TIME TO ARS-TIME
                   MOVE RTRN-NOTE TO ARS-NOTE
                   WRITE RESULT-RECORD
                   ADD 1 TO WS-RECORDED-COUNT
                   DISPLAY 'AUDRES: recorded ' RTRN-SAMPLE-ID '/'
                       RTRN-ITEM-NO ' ' RTRN-RESULT
           END-EVALUATE.

       OPEN-ERROR.
           DISPLAY 'AUDRES ABEND: OPEN FAILED FOR '
               WS-ERROR-FILE-NAME ' - FILE STATUS ' WS-ERROR-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN.
