       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSNMNT.
      *> Reason-code maintenance. The exception, hold and reversal
      *> queues used to carry nothing but free text, so nobody could
      *> say which cause was growing or who kept sending it. Every
      *> program that rejects, holds or refuses an item now writes a
      *> standard code beside its text, and reason.dat (rsncode.cpy)
      *> is the reference file that says what each code means and
      *> where in the flow it stops an item - the data-quality
      *> scorecard (DQSCORE) and RSNCVT both read it.
      *> This program installs and maintains the file. The codes the
      *> programs write are the standard set below: any of them
      *> missing from reason.dat is put back on every run (the first
      *> run on a shop with no reason.dat installs the whole set),
      *> and none of them can be deleted. Transactions on reason.trn,
      *> one per line, apply on top:
      *>   A|code|stage|description   add a code
      *>   C|code|stage|description   change it (blank = unchanged)
      *>   D|code                     delete a code
      *> A code is a class letter - 'E' exception, 'H' hold, 'V'
      *> refused reversal, 'Z' unclassified - and three digits; the
      *> stage is 'E' (stopped at entry) or 'P' (rejected by FILE1's
      *> posting validation). A transaction that fails its check is
      *> listed on rsnmnt.rpt with the reason and nothing is applied
      *> for it (RETURN-CODE 4). reason.dat is rewritten in code
      *> order, the report lists the codes as installed, and every
      *> code added, changed or deleted is journaled on refchg.jnl
      *> (refjrnl.cpy) under the signed-on operator, the way CALBLD
      *> journals the calendar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REASON-FILE ASSIGN TO 'reason.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-STATUS.
           SELECT REASON-TRAN-FILE ASSIGN TO 'reason.trn'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REASON-TRAN-STATUS.
           SELECT RSN-REPORT ASSIGN TO 'rsnmnt.rpt'
               FILE STATUS IS WS-RSN-REPORT-STATUS.
           SELECT CHANGE-JOURNAL ASSIGN TO 'refchg.jnl'
               FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REASON-FILE.
       01  REASON-RECORD.
           COPY rsncode.

       FD  REASON-TRAN-FILE.
       01  REASON-TRAN-RECORD       PIC X(80).

       FD  RSN-REPORT.
       01  RSN-REPORT-RECORD        PIC X(80).

       FD  CHANGE-JOURNAL.
       01  CHANGE-JOURNAL-RECORD.
           COPY refjrnl.

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-TODAY              PIC 9(8).
       01 WS-STD-SUB            PIC 9(3) VALUE 0.
       01 WS-SHIFT-SUB          PIC 9(3) VALUE 0.
       01 WS-FOUND-SUB          PIC 9(3) VALUE 0.
       01 WS-INSERT-SUB         PIC 9(3) VALUE 0.
       01 WS-TRAN-COUNT         PIC 9(5) VALUE 0.
       01 WS-TRAN-REJECTED      PIC 9(5) VALUE 0.
       01 WS-RESTORED-COUNT     PIC 9(3) VALUE 0.
       01 WS-JOURNALED-COUNT    PIC 9(3) VALUE 0.
       01 WS-TRAN-ERROR         PIC X(30) VALUE SPACES.

      *> One transaction line, unpacked.
       01 WS-TRAN-ACTION        PIC X(1).
       01 WS-TRAN-CODE.
           05  WS-TRAN-CLASS     PIC X(1).
           05  WS-TRAN-NUMBER    PIC X(3).
       01 WS-TRAN-STAGE         PIC X(1).
       01 WS-TRAN-DESCRIPTION   PIC X(30).

      *> The standard set - the codes the programs write, with the
      *> text they write beside them. Code, stage, description.
       01 WS-STANDARD-CODES.
           05  FILLER  PIC X(35) VALUE
               'E001PINVALID/NON-NUMERIC INPUT'.
           05  FILLER  PIC X(35) VALUE
               'E002PNEGATIVE AMOUNT NOT ALLOWED'.
           05  FILLER  PIC X(35) VALUE
               'E003PDUPLICATE NUMBER-VALUE'.
           05  FILLER  PIC X(35) VALUE
               'E004PTRANSFER AMOUNT NOT POSITIVE'.
           05  FILLER  PIC X(35) VALUE
               'E005PTRANSFER NEEDS TWO BRANCHES'.
           05  FILLER  PIC X(35) VALUE
               'E006EUNKNOWN BRANCH CODE'.
           05  FILLER  PIC X(35) VALUE
               'E007EINACTIVE BRANCH CODE'.
           05  FILLER  PIC X(35) VALUE
               'E008EUNKNOWN ACCOUNT'.
           05  FILLER  PIC X(35) VALUE
               'E009ECLOSED ACCOUNT'.
           05  FILLER  PIC X(35) VALUE
               'H001EOVER LIMIT'.
           05  FILLER  PIC X(35) VALUE
               'H002EDORMANT ACCOUNT'.
           05  FILLER  PIC X(35) VALUE
               'V001EINVALID/NON-NUMERIC AMOUNT'.
           05  FILLER  PIC X(35) VALUE
               'V002EAMOUNT OUT OF RANGE'.
           05  FILLER  PIC X(35) VALUE
               'V003EAMOUNT NOT POSITIVE'.
           05  FILLER  PIC X(35) VALUE
               'V004ENO MATCHING POSTED DETAIL'.
           05  FILLER  PIC X(35) VALUE
               'V005EALREADY REVERSED'.
           05  FILLER  PIC X(35) VALUE
               'V006ENO FREE KEY IN BATCH'.
           05  FILLER  PIC X(35) VALUE
               'Z999EUNCLASSIFIED (TEXT ONLY)'.
       01 WS-STANDARD-TABLE REDEFINES WS-STANDARD-CODES.
           05  WS-STD-ENTRY     OCCURS 18 TIMES.
               10  WS-STD-CODE      PIC X(4).
               10  WS-STD-STAGE     PIC X(1).
               10  WS-STD-DESCRIPTION PIC X(30).
       01 WS-STANDARD-COUNT     PIC 9(3) VALUE 18.

      *> reason.dat as it will be installed, kept in code order.
       01 WS-RSN-COUNT          PIC 9(3) VALUE 0.
       01 WS-RSN-TABLE.
           05  WS-RSN-ENTRY     OCCURS 200 TIMES.
               10  WS-RSN-CODE      PIC X(4).
               10  WS-RSN-STAGE     PIC X(1).
               10  WS-RSN-DESCRIPTION PIC X(30).

      *> reason.dat as it stood before this run, for the journal.
       01 WS-PRIOR-COUNT        PIC 9(3) VALUE 0.
       01 WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY   OCCURS 200 TIMES.
               10  WS-PRI-CODE      PIC X(4).
               10  WS-PRI-STAGE     PIC X(1).
               10  WS-PRI-DESCRIPTION PIC X(30).

       01 WS-REASON-STATUS      PIC XX VALUE '00'.
       01 WS-REASON-TRAN-STATUS PIC XX VALUE '00'.
       01 WS-RSN-REPORT-STATUS  PIC XX VALUE '00'.
       01 WS-CHANGE-JOURNAL-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - every key event goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'RSNMNT'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

      *> Operator sign-on through the common SIGNON subprogram - the
      *> signed-on user-ID is the operator on every journal record.
      *> Status 'N' means no operator master on file yet: the run
      *> proceeds and journals unstamped.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-AUTH      PIC 9(1) VALUE 0.
       01 WS-SIGNON-STATUS      PIC X(1) VALUE '0'.
       01 WS-SIGNON-MIN-AUTH    PIC 9(1) VALUE 1.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(30) VALUE
               'REASON CODE MAINTENANCE  RUN '.
           05  WS-HDR-DATE       PIC 9(8).
           05  FILLER            PIC X(10) VALUE '  OPERATOR'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-HDR-OPERATOR   PIC X(8).
           05  FILLER            PIC X(23) VALUE SPACES.

       01 WS-TRAN-HEADING.
           05  FILLER            PIC X(80) VALUE
               'TRANSACTIONS (REASON.TRN)'.

       01 WS-TRAN-LINE.
           05  WS-TL-ACTION      PIC X(1).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-TL-CODE        PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-TL-RESULT      PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-TL-TEXT        PIC X(30).
           05  FILLER            PIC X(31) VALUE SPACES.

       01 WS-CODE-HEADING.
           05  FILLER            PIC X(80) VALUE
               'CODE  STAGE     DESCRIPTION'.

       01 WS-CODE-LINE.
           05  WS-CL-CODE        PIC X(4).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-CL-STAGE       PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-CL-DESCRIPTION PIC X(30).
           05  FILLER            PIC X(34) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05  FILLER            PIC X(16) VALUE 'CODES INSTALLED '.
           05  WS-SL-COUNT       PIC ZZ9.
           05  FILLER            PIC X(22) VALUE
               '   STANDARD RESTORED '.
           05  WS-SL-RESTORED    PIC ZZ9.
           05  FILLER            PIC X(22) VALUE
               '   TRANSACTIONS REJ. '.
           05  WS-SL-REJECTED    PIC ZZZZ9.
           05  FILLER            PIC X(9)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPERATOR-SIGN-ON
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           INITIALIZE WS-RSN-TABLE
           INITIALIZE WS-PRIOR-TABLE
           OPEN OUTPUT RSN-REPORT
           IF WS-RSN-REPORT-STATUS NOT = '00'
               MOVE 'RSN-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-RSN-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-TODAY TO WS-HDR-DATE
           MOVE WS-OPERATOR-ID TO WS-HDR-OPERATOR
           WRITE RSN-REPORT-RECORD FROM WS-RPT-HEADER
           PERFORM LOAD-REASON-FILE
           PERFORM RESTORE-STANDARD-CODES
           PERFORM APPLY-TRANSACTIONS
           PERFORM INSTALL-REASON-FILE
           PERFORM JOURNAL-REASON-CHANGES
           PERFORM WRITE-CODE-LISTING
           CLOSE RSN-REPORT
           DISPLAY 'RSNMNT: ' WS-RSN-COUNT ' codes installed, '
               WS-RESTORED-COUNT ' standard codes restored, '
               WS-TRAN-COUNT ' transactions, '
               WS-TRAN-REJECTED ' rejected'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'CODES ' WS-RSN-COUNT ' CHANGED '
               WS-JOURNALED-COUNT ' TRANS REJECTED '
               WS-TRAN-REJECTED ' BY ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           IF WS-TRAN-REJECTED > 0
               MOVE 'W' TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-TRAN-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       OPERATOR-SIGN-ON.
           CALL 'SIGNON' USING WS-LOG-PROGRAM, WS-SIGNON-MIN-AUTH,
               WS-OPERATOR-ID, WS-OPERATOR-AUTH, WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS = '8'
               MOVE 'E' TO WS-LOG-SEVERITY
               MOVE 'SIGN-ON REFUSED - NOTHING CHANGED'
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> No reason.dat yet is no fault - the standard set installs
      *> into an empty table.
       LOAD-REASON-FILE.
           OPEN INPUT REASON-FILE
           EVALUATE WS-REASON-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-END-OF-FILE
                   PERFORM READ-REASON-LINE
                       UNTIL WS-END-OF-FILE = 'Y'
                   CLOSE REASON-FILE
               WHEN '35'
                   DISPLAY 'RSNMNT: no reason.dat on file - '
                       'installing the standard codes'
               WHEN OTHER
                   MOVE 'REASON-FILE' TO WS-ERROR-FILE-NAME
                   MOVE WS-REASON-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
           END-EVALUATE.

       READ-REASON-LINE.
           READ REASON-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF RSN-CODE NOT = SPACES
                       MOVE RSN-CODE TO WS-TRAN-CODE
                       PERFORM FIND-REASON-CODE
                       IF WS-FOUND-SUB = 0 AND WS-RSN-COUNT < 200
                           MOVE RSN-STAGE TO WS-TRAN-STAGE
                           MOVE RSN-DESCRIPTION TO WS-TRAN-DESCRIPTION
                           PERFORM INSERT-REASON-CODE
                           ADD 1 TO WS-PRIOR-COUNT
                           MOVE RSN-CODE TO WS-PRI-CODE (WS-PRIOR-COUNT)
                           MOVE RSN-STAGE
                               TO WS-PRI-STAGE (WS-PRIOR-COUNT)
                           MOVE RSN-DESCRIPTION
                               TO WS-PRI-DESCRIPTION (WS-PRIOR-COUNT)
                       END-IF
                   END-IF
           END-READ.

       RESTORE-STANDARD-CODES.
           PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                   UNTIL WS-STD-SUB > WS-STANDARD-COUNT
               MOVE WS-STD-CODE (WS-STD-SUB) TO WS-TRAN-CODE
               PERFORM FIND-REASON-CODE
               IF WS-FOUND-SUB = 0 AND WS-RSN-COUNT < 200
                   MOVE WS-STD-STAGE (WS-STD-SUB) TO WS-TRAN-STAGE
                   MOVE WS-STD-DESCRIPTION (WS-STD-SUB)
                       TO WS-TRAN-DESCRIPTION
                   PERFORM INSERT-REASON-CODE
                   ADD 1 TO WS-RESTORED-COUNT
               END-IF
           END-PERFORM.

       APPLY-TRANSACTIONS.
           WRITE RSN-REPORT-RECORD FROM WS-TRAN-HEADING
           OPEN INPUT REASON-TRAN-FILE
           EVALUATE WS-REASON-TRAN-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-END-OF-FILE
                   PERFORM READ-TRANSACTION
                       UNTIL WS-END-OF-FILE = 'Y'
                   CLOSE REASON-TRAN-FILE
               WHEN '35'
                   MOVE SPACES TO RSN-REPORT-RECORD
                   MOVE '(NONE)' TO RSN-REPORT-RECORD
                   WRITE RSN-REPORT-RECORD
               WHEN OTHER
                   MOVE 'REASON-TRAN-FILE' TO WS-ERROR-FILE-NAME
                   MOVE WS-REASON-TRAN-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
           END-EVALUATE.

       READ-TRANSACTION.
           READ REASON-TRAN-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF REASON-TRAN-RECORD NOT = SPACES
                       PERFORM APPLY-ONE-TRANSACTION
                   END-IF
           END-READ.

       APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-TRAN-COUNT
           MOVE SPACES TO WS-TRAN-ACTION WS-TRAN-CODE WS-TRAN-STAGE
               WS-TRAN-DESCRIPTION WS-TRAN-ERROR
           UNSTRING REASON-TRAN-RECORD DELIMITED BY '|'
               INTO WS-TRAN-ACTION WS-TRAN-CODE WS-TRAN-STAGE
                    WS-TRAN-DESCRIPTION
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(WS-TRAN-ACTION) TO WS-TRAN-ACTION
           MOVE FUNCTION UPPER-CASE(WS-TRAN-CODE) TO WS-TRAN-CODE
           MOVE FUNCTION UPPER-CASE(WS-TRAN-STAGE) TO WS-TRAN-STAGE
           PERFORM FIND-REASON-CODE
           EVALUATE WS-TRAN-ACTION
               WHEN 'A'
                   PERFORM CHECK-ADD
               WHEN 'C'
                   PERFORM CHECK-CHANGE
               WHEN 'D'
                   PERFORM CHECK-DELETE
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-TRAN-ERROR
           END-EVALUATE
           MOVE WS-TRAN-ACTION TO WS-TL-ACTION
           MOVE WS-TRAN-CODE TO WS-TL-CODE
           IF WS-TRAN-ERROR = SPACES
               MOVE 'APPLIED' TO WS-TL-RESULT
               MOVE WS-TRAN-DESCRIPTION TO WS-TL-TEXT
           ELSE
               ADD 1 TO WS-TRAN-REJECTED
               MOVE 'REJECTED' TO WS-TL-RESULT
               MOVE WS-TRAN-ERROR TO WS-TL-TEXT
               DISPLAY 'RSNMNT: ' WS-TRAN-ACTION ' ' WS-TRAN-CODE
                   ' rejected - ' WS-TRAN-ERROR
           END-IF
           WRITE RSN-REPORT-RECORD FROM WS-TRAN-LINE.

       CHECK-ADD.
           EVALUATE TRUE
               WHEN WS-TRAN-CLASS NOT = 'E' AND NOT = 'H'
                       AND NOT = 'V' AND NOT = 'Z'
                   MOVE 'CLASS MUST BE E, H, V OR Z' TO WS-TRAN-ERROR
               WHEN WS-TRAN-NUMBER NOT NUMERIC
                   MOVE 'CODE NUMBER NOT NUMERIC' TO WS-TRAN-ERROR
               WHEN WS-FOUND-SUB NOT = 0
                   MOVE 'CODE ALREADY ON FILE' TO WS-TRAN-ERROR
               WHEN WS-TRAN-STAGE NOT = 'E' AND NOT = 'P'
                   MOVE 'STAGE MUST BE E OR P' TO WS-TRAN-ERROR
               WHEN WS-TRAN-DESCRIPTION = SPACES
                   MOVE 'DESCRIPTION REQUIRED' TO WS-TRAN-ERROR
               WHEN WS-RSN-COUNT >= 200
                   MOVE 'REASON TABLE FULL' TO WS-TRAN-ERROR
               WHEN OTHER
                   PERFORM INSERT-REASON-CODE
           END-EVALUATE.

       CHECK-CHANGE.
           EVALUATE TRUE
               WHEN WS-FOUND-SUB = 0
                   MOVE 'CODE NOT ON FILE' TO WS-TRAN-ERROR
               WHEN WS-TRAN-STAGE NOT = SPACES
                       AND WS-TRAN-STAGE NOT = 'E' AND NOT = 'P'
                   MOVE 'STAGE MUST BE E OR P' TO WS-TRAN-ERROR
               WHEN OTHER
                   IF WS-TRAN-STAGE NOT = SPACES
                       MOVE WS-TRAN-STAGE
                           TO WS-RSN-STAGE (WS-FOUND-SUB)
                   END-IF
                   IF WS-TRAN-DESCRIPTION NOT = SPACES
                       MOVE WS-TRAN-DESCRIPTION
                           TO WS-RSN-DESCRIPTION (WS-FOUND-SUB)
                   END-IF
                   MOVE WS-RSN-DESCRIPTION (WS-FOUND-SUB)
                       TO WS-TRAN-DESCRIPTION
           END-EVALUATE.

       CHECK-DELETE.
           PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                   UNTIL WS-STD-SUB > WS-STANDARD-COUNT
               IF WS-STD-CODE (WS-STD-SUB) = WS-TRAN-CODE
                   MOVE 'STANDARD CODE - NOT DELETED' TO WS-TRAN-ERROR
               END-IF
           END-PERFORM
           IF WS-TRAN-ERROR = SPACES
               IF WS-FOUND-SUB = 0
                   MOVE 'CODE NOT ON FILE' TO WS-TRAN-ERROR
               ELSE
                   MOVE WS-RSN-DESCRIPTION (WS-FOUND-SUB)
                       TO WS-TRAN-DESCRIPTION
                   PERFORM VARYING WS-SHIFT-SUB FROM WS-FOUND-SUB BY 1
                           UNTIL WS-SHIFT-SUB >= WS-RSN-COUNT
                       MOVE WS-RSN-ENTRY (WS-SHIFT-SUB + 1)
                           TO WS-RSN-ENTRY (WS-SHIFT-SUB)
                   END-PERFORM
                   MOVE SPACES TO WS-RSN-ENTRY (WS-RSN-COUNT)
                   SUBTRACT 1 FROM WS-RSN-COUNT
               END-IF
           END-IF.

       FIND-REASON-CODE.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > WS-RSN-COUNT
                   OR WS-FOUND-SUB NOT = 0
               IF WS-RSN-CODE (WS-SHIFT-SUB) = WS-TRAN-CODE
                   MOVE WS-SHIFT-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

      *> Inserts WS-TRAN-CODE/-STAGE/-DESCRIPTION in code order,
      *> shifting the later codes down one.
       INSERT-REASON-CODE.
           MOVE 1 TO WS-INSERT-SUB
           PERFORM UNTIL WS-INSERT-SUB > WS-RSN-COUNT
                   OR WS-RSN-CODE (WS-INSERT-SUB) > WS-TRAN-CODE
               ADD 1 TO WS-INSERT-SUB
           END-PERFORM
           PERFORM VARYING WS-SHIFT-SUB FROM WS-RSN-COUNT BY -1
                   UNTIL WS-SHIFT-SUB < WS-INSERT-SUB
               MOVE WS-RSN-ENTRY (WS-SHIFT-SUB)
                   TO WS-RSN-ENTRY (WS-SHIFT-SUB + 1)
           END-PERFORM
           MOVE WS-TRAN-CODE TO WS-RSN-CODE (WS-INSERT-SUB)
           MOVE WS-TRAN-STAGE TO WS-RSN-STAGE (WS-INSERT-SUB)
           MOVE WS-TRAN-DESCRIPTION
               TO WS-RSN-DESCRIPTION (WS-INSERT-SUB)
           ADD 1 TO WS-RSN-COUNT.

       INSTALL-REASON-FILE.
           OPEN OUTPUT REASON-FILE
           IF WS-REASON-STATUS NOT = '00'
               MOVE 'REASON-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-REASON-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > WS-RSN-COUNT
               MOVE WS-RSN-CODE (WS-SHIFT-SUB) TO RSN-CODE
               MOVE WS-RSN-STAGE (WS-SHIFT-SUB) TO RSN-STAGE
               MOVE WS-RSN-DESCRIPTION (WS-SHIFT-SUB)
                   TO RSN-DESCRIPTION
               WRITE REASON-RECORD
           END-PERFORM
           CLOSE REASON-FILE.

      *> Runs only once the file is installed: each installed code
      *> is looked up among the lines it replaced - new is an add,
      *> different is a change - and each replaced code no longer
      *> installed is a delete. A run that changes nothing journals
      *> nothing.
       JOURNAL-REASON-CHANGES.
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
           END-IF
           PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                   UNTIL WS-STD-SUB > WS-RSN-COUNT
               PERFORM JOURNAL-INSTALLED-CODE
           END-PERFORM
           PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                   UNTIL WS-STD-SUB > WS-PRIOR-COUNT
               PERFORM JOURNAL-REPLACED-CODE
           END-PERFORM
           CLOSE CHANGE-JOURNAL.

       JOURNAL-INSTALLED-CODE.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > WS-PRIOR-COUNT
                   OR WS-FOUND-SUB NOT = 0
               IF WS-PRI-CODE (WS-SHIFT-SUB) = WS-RSN-CODE (WS-STD-SUB)
                   MOVE WS-SHIFT-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = 0
               SET RJR-IS-ADD TO TRUE
           ELSE
               IF WS-PRIOR-ENTRY (WS-FOUND-SUB)
                       NOT = WS-RSN-ENTRY (WS-STD-SUB)
                   SET RJR-IS-CHANGE TO TRUE
                   MOVE WS-PRIOR-ENTRY (WS-FOUND-SUB)
                       TO RJR-BEFORE-IMAGE
               END-IF
           END-IF
           IF RJR-ACTION NOT = SPACES
               MOVE WS-RSN-CODE (WS-STD-SUB) TO RJR-KEY
               MOVE WS-RSN-ENTRY (WS-STD-SUB) TO RJR-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

       JOURNAL-REPLACED-CODE.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD
           MOVE WS-PRI-CODE (WS-STD-SUB) TO WS-TRAN-CODE
           PERFORM FIND-REASON-CODE
           IF WS-FOUND-SUB = 0
               SET RJR-IS-DELETE TO TRUE
               MOVE WS-PRI-CODE (WS-STD-SUB) TO RJR-KEY
               MOVE WS-PRIOR-ENTRY (WS-STD-SUB) TO RJR-BEFORE-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

       WRITE-JOURNAL-RECORD.
           ACCEPT RJR-DATE FROM DATE YYYYMMDD
           ACCEPT RJR-TIME FROM TIME
           MOVE WS-LOG-PROGRAM TO RJR-PROGRAM
           MOVE 'reason.dat' TO RJR-FILE
           MOVE WS-OPERATOR-ID TO RJR-OPERATOR
           WRITE CHANGE-JOURNAL-RECORD
           ADD 1 TO WS-JOURNALED-COUNT.

       WRITE-CODE-LISTING.
           MOVE SPACES TO RSN-REPORT-RECORD
           WRITE RSN-REPORT-RECORD
           WRITE RSN-REPORT-RECORD FROM WS-CODE-HEADING
           PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > WS-RSN-COUNT
               MOVE WS-RSN-CODE (WS-SHIFT-SUB) TO WS-CL-CODE
               IF WS-RSN-STAGE (WS-SHIFT-SUB) = 'P'
                   MOVE 'POSTING' TO WS-CL-STAGE
               ELSE
                   MOVE 'ENTRY' TO WS-CL-STAGE
               END-IF
               MOVE WS-RSN-DESCRIPTION (WS-SHIFT-SUB)
                   TO WS-CL-DESCRIPTION
               WRITE RSN-REPORT-RECORD FROM WS-CODE-LINE
           END-PERFORM
           MOVE SPACES TO RSN-REPORT-RECORD
           WRITE RSN-REPORT-RECORD
           MOVE WS-RSN-COUNT TO WS-SL-COUNT
           MOVE WS-RESTORED-COUNT TO WS-SL-RESTORED
           MOVE WS-TRAN-REJECTED TO WS-SL-REJECTED
           WRITE RSN-REPORT-RECORD FROM WS-SUMMARY-LINE.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'RSNMNT ABEND: OPEN FAILED FOR '
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
