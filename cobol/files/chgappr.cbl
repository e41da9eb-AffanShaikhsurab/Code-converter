       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGAPPR.
      *> Checker screen for the pending master-change queue.
      *> RATEMNT, BRMMNT, CURRMNT, STORDMNT, OPERMNT, BUDMNT, SSIMNT,
      *> ACCTMNT and BRMERGE queue their transactions on mastchg.que
      *> stamped with the maker instead of applying them; this
      *> transaction walks the pending ones, shows each change in
      *> plain words, and lets the signed-on operator approve it or
      *> decline it with a reason.
      *> The record is updated in place with the checker's user-ID
      *> and the date, the same worked-queue convention ALERTACK
      *> uses, and the owning maintenance program applies the
      *> approved ones on its next run.
      *> Nobody checks their own work: a change whose maker is the
      *> signed-on operator is passed over and left pending for
      *> someone else. With no opermast.dat on file nothing is ever
      *> queued (the maintenance programs apply directly), so the
      *> session has nothing to do.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-QUEUE ASSIGN TO 'mastchg.que'
               FILE STATUS IS WS-CHANGE-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-QUEUE.
       01  CHANGE-QUEUE-RECORD.
           COPY mastchg.

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-CHANGE-WORKED      PIC X VALUE 'N'.
       01 WS-CHANGE-CHOICE      PIC X(1).
       01 WS-DECLINE-REASON     PIC X(30).
       01 WS-MESSAGE            PIC X(40) VALUE SPACES.
       01 WS-TODAY              PIC 9(8) VALUE 0.
       01 WS-APPROVED-COUNT     PIC 9(6) VALUE 0.
       01 WS-DECLINED-COUNT     PIC 9(6) VALUE 0.
       01 WS-LEFT-PENDING-COUNT PIC 9(6) VALUE 0.
       01 WS-OWN-CHANGE-COUNT   PIC 9(6) VALUE 0.

       01 WS-CHANGE-QUEUE-STATUS PIC XX VALUE '00'.

      *> The queued transaction image, viewed through each owning
      *> program's .trn layout so the checker sees what the change
      *> does rather than a raw record.
       01 WS-CHANGE-IMAGE       PIC X(80).
       01 WS-RATE-VIEW REDEFINES WS-CHANGE-IMAGE.
           05  WS-RTV-ACTION        PIC X(1).
           05  WS-RTV-TYPE          PIC X(2).
           05  WS-RTV-EFF-DATE      PIC X(8).
           05  WS-RTV-MULT          PIC X(2).
           05  FILLER               PIC X(67).
       01 WS-BRANCH-VIEW REDEFINES WS-CHANGE-IMAGE.
           05  WS-BRV-ACTION        PIC X(1).
           05  WS-BRV-CODE          PIC X(3).
           05  WS-BRV-NAME          PIC X(20).
           05  WS-BRV-REGION        PIC X(3).
           05  WS-BRV-ACTIVE        PIC X(1).
           05  FILLER               PIC X(52).
       01 WS-CURR-VIEW REDEFINES WS-CHANGE-IMAGE.
           05  WS-CRV-ACTION        PIC X(1).
           05  WS-CRV-CODE          PIC X(3).
           05  WS-CRV-EFF-DATE      PIC X(8).
           05  WS-CRV-RATE          PIC 9(4)V9(6).
           05  FILLER               PIC X(58).
       01 WS-STORD-VIEW REDEFINES WS-CHANGE-IMAGE.
           05  WS-SOV-ACTION        PIC X(1).
           05  WS-SOV-ORDER-NO      PIC X(4).
           05  WS-SOV-AMOUNT        PIC 9(6)V99.
           05  WS-SOV-BRANCH        PIC X(3).
           05  WS-SOV-FREQ          PIC X(1).
           05  WS-SOV-DAY           PIC X(2).
           05  WS-SOV-ACTIVE        PIC X(1).
           05  FILLER               PIC X(60).
       01 WS-OPER-VIEW REDEFINES WS-CHANGE-IMAGE.
           05  WS-OPV-ACTION        PIC X(1).
           05  WS-OPV-USER-ID       PIC X(8).
           05  WS-OPV-AUTH-LEVEL    PIC X(1).
           05  WS-OPV-ACTIVE        PIC X(1).
           05  FILLER               PIC X(69).
       01 WS-BUDGET-VIEW REDEFINES WS-CHANGE-IMAGE.
           05  WS-BUV-ACTION        PIC X(1).
           05  WS-BUV-BRANCH        PIC X(3).
           05  WS-BUV-MONTH         PIC X(6).
           05  WS-BUV-AMOUNT        PIC 9(9)V99.
           05  FILLER               PIC X(59).
       01 WS-SSI-VIEW REDEFINES WS-CHANGE-IMAGE.
           05  WS-SSV-ACTION        PIC X(1).
           05  WS-SSV-CURRENCY      PIC X(3).
           05  WS-SSV-BIC           PIC X(11).
           05  WS-SSV-NAME          PIC X(24).
           05  WS-SSV-NOSTRO        PIC X(20).
           05  FILLER               PIC X(21).
       01 WS-ACCT-VIEW REDEFINES WS-CHANGE-IMAGE.
           05  WS-ACV-ACTION        PIC X(1).
           05  WS-ACV-ACCOUNT-NO    PIC X(8).
           05  WS-ACV-NAME          PIC X(30).
           05  WS-ACV-BRANCH        PIC X(3).
           05  WS-ACV-CURRENCY      PIC X(3).
           05  WS-ACV-OPEN-DATE     PIC X(8).
           05  WS-ACV-WHT-FLAG      PIC X(1).
           05  WS-ACV-TAX-ID        PIC X(12).
           05  FILLER               PIC X(14).
       01 WS-MERGE-VIEW REDEFINES WS-CHANGE-IMAGE.
           05  WS-MGV-ACTION        PIC X(1).
           05  WS-MGV-OLD-BRANCH    PIC X(3).
           05  WS-MGV-SUCCESSOR     PIC X(3).
           05  WS-MGV-EFF-DATE      PIC X(8).
           05  FILLER               PIC X(65).

       01 WS-ACTION-TEXT        PIC X(12) VALUE SPACES.
       01 WS-CHANGE-TEXT        PIC X(60) VALUE SPACES.
       01 WS-DISPLAY-RATE       PIC Z(3)9.9(6).
       01 WS-DISPLAY-AMOUNT     PIC Z(5)9.99.
       01 WS-DISPLAY-BUDGET     PIC Z(8)9.99.

      *> Operator sign-on through the common SIGNON subprogram -
      *> checking a change is ordinary-operator work (level 1); what
      *> makes it a control is that the checker is never the maker.
      *> The signed-on user-ID is what MCQ-CHECKER records.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-AUTH      PIC 9(1) VALUE 0.
       01 WS-SIGNON-STATUS      PIC X(1) VALUE '0'.
       01 WS-SIGNON-MIN-AUTH    PIC 9(1) VALUE 1.

      *> Consolidated run-log interface - every approval and decline
      *> goes to run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'CHGAPPR'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       SCREEN SECTION.
       01  APPROVAL-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 1  VALUE 'MASTER CHANGE APPROVAL'.
           05  LINE 3  COL 1  VALUE 'Queued:   '.
           05  LINE 3  COL 11 PIC 9(8) FROM MCQ-DATE.
           05  LINE 3  COL 20 PIC 9(8) FROM MCQ-TIME.
           05  LINE 4  COL 1  VALUE 'Program:  '.
           05  LINE 4  COL 11 PIC X(10) FROM MCQ-PROGRAM.
           05  LINE 5  COL 1  VALUE 'Maker:    '.
           05  LINE 5  COL 11 PIC X(8) FROM MCQ-MAKER.
           05  LINE 6  COL 1  VALUE 'Action:   '.
           05  LINE 6  COL 11 PIC X(12) FROM WS-ACTION-TEXT.
           05  LINE 7  COL 1  VALUE 'Change:   '.
           05  LINE 7  COL 11 PIC X(60) FROM WS-CHANGE-TEXT.
           05  LINE 9  COL 1  VALUE
               'A=approve  X=decline  ENTER=leave pending  Q=stop'.
           05  LINE 10 COL 1  PIC X(1) USING WS-CHANGE-CHOICE.
           05  LINE 11 COL 1  VALUE 'Decline reason: '.
           05  LINE 11 COL 17 PIC X(30) USING WS-DECLINE-REASON.
           05  LINE 13 COL 1  PIC X(40) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPERATOR-SIGN-ON
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN I-O CHANGE-QUEUE
           IF WS-CHANGE-QUEUE-STATUS = '35'
               DISPLAY 'CHGAPPR: no mastchg.que on file - nothing is '
                   'pending'
               STOP RUN
           END-IF
           IF WS-CHANGE-QUEUE-STATUS NOT = '00'
               DISPLAY 'CHGAPPR ABEND: mastchg.que not available - '
                   'FILE STATUS ' WS-CHANGE-QUEUE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WORK-CHANGE-QUEUE
           PERFORM COUNT-REMAINING-PENDING
           CLOSE CHANGE-QUEUE
           DISPLAY 'CHGAPPR: ' WS-APPROVED-COUNT ' approved, '
               WS-DECLINED-COUNT ' declined, '
               WS-LEFT-PENDING-COUNT ' left pending ('
               WS-OWN-CHANGE-COUNT ' your own)'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'APPROVED ' WS-APPROVED-COUNT ' DECLINED '
               WS-DECLINED-COUNT ' PENDING ' WS-LEFT-PENDING-COUNT
               ' BY ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           STOP RUN.

      *> Without an operator master there is no maker on any change
      *> and no checker to stamp, so the session refuses to start
      *> rather than approve anonymously.
       OPERATOR-SIGN-ON.
           CALL 'SIGNON' USING WS-LOG-PROGRAM, WS-SIGNON-MIN-AUTH,
               WS-OPERATOR-ID, WS-OPERATOR-AUTH, WS-SIGNON-STATUS
           IF WS-SIGNON-STATUS = '8'
               MOVE 'E' TO WS-LOG-SEVERITY
               MOVE 'SIGN-ON REFUSED - SESSION NOT STARTED'
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SIGNON-STATUS = 'N'
               DISPLAY 'CHGAPPR: no opermast.dat on file - master '
                   'changes apply directly, nothing to approve'
               STOP RUN
           END-IF.

       WORK-CHANGE-QUEUE.
           PERFORM UNTIL WS-END-OF-FILE = 'Y' OR WS-DONE = 'Y'
               READ CHANGE-QUEUE INTO CHANGE-QUEUE-RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF MCQ-IS-PENDING
                           PERFORM WORK-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.

       WORK-ONE-CHANGE.
           IF MCQ-MAKER = WS-OPERATOR-ID
               ADD 1 TO WS-OWN-CHANGE-COUNT
               ADD 1 TO WS-LEFT-PENDING-COUNT
           ELSE
               PERFORM DESCRIBE-CHANGE
               MOVE SPACES TO WS-MESSAGE
               MOVE 'N' TO WS-CHANGE-WORKED
               PERFORM PROMPT-ONE-CHANGE
                   UNTIL WS-CHANGE-WORKED = 'Y'
           END-IF.

      *> A decline must say why - the reason is what the maker reads
      *> when the change comes back - so an empty reason re-prompts.
       PROMPT-ONE-CHANGE.
           MOVE SPACES TO WS-CHANGE-CHOICE
           MOVE SPACES TO WS-DECLINE-REASON
           DISPLAY APPROVAL-SCREEN
           ACCEPT APPROVAL-SCREEN
           MOVE 'Y' TO WS-CHANGE-WORKED
           EVALUATE FUNCTION UPPER-CASE(WS-CHANGE-CHOICE)
               WHEN 'A'
                   SET MCQ-IS-APPROVED TO TRUE
                   PERFORM STAMP-CHECKED-CHANGE
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN 'X'
                   IF WS-DECLINE-REASON = SPACES
                       MOVE 'ENTER A DECLINE REASON' TO WS-MESSAGE
                       MOVE 'N' TO WS-CHANGE-WORKED
                   ELSE
                       SET MCQ-IS-DECLINED TO TRUE
                       MOVE WS-DECLINE-REASON TO MCQ-REASON
                       PERFORM STAMP-CHECKED-CHANGE
                       ADD 1 TO WS-DECLINED-COUNT
                   END-IF
               WHEN 'Q'
                   MOVE 'Y' TO WS-DONE
                   ADD 1 TO WS-LEFT-PENDING-COUNT
               WHEN OTHER
                   ADD 1 TO WS-LEFT-PENDING-COUNT
           END-EVALUATE.

       STAMP-CHECKED-CHANGE.
           MOVE WS-OPERATOR-ID TO MCQ-CHECKER
           MOVE WS-TODAY TO MCQ-CHECKED-DATE
           REWRITE CHANGE-QUEUE-RECORD
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING MCQ-PROGRAM ' ' MCQ-STATUS ' ' WS-CHANGE-IMAGE
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG.

       DESCRIBE-CHANGE.
           MOVE MCQ-TRN-IMAGE TO WS-CHANGE-IMAGE
           EVALUATE WS-RTV-ACTION
               WHEN 'A'
                   MOVE 'ADD/REPLACE' TO WS-ACTION-TEXT
               WHEN 'D'
                   MOVE 'DELETE' TO WS-ACTION-TEXT
               WHEN 'I'
                   MOVE 'INACTIVATE' TO WS-ACTION-TEXT
               WHEN 'C'
                   MOVE 'CLOSE' TO WS-ACTION-TEXT
               WHEN 'O'
                   MOVE 'REOPEN' TO WS-ACTION-TEXT
               WHEN 'M'
                   MOVE 'MERGE' TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-ACTION-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-CHANGE-TEXT
           EVALUATE MCQ-PROGRAM
               WHEN 'RATEMNT'
                   STRING 'RATE TYPE ' WS-RTV-TYPE
                       ' EFFECTIVE ' WS-RTV-EFF-DATE
                       ' MULTIPLIER ' WS-RTV-MULT
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   END-STRING
               WHEN 'BRMMNT'
                   STRING 'BRANCH ' WS-BRV-CODE ' ' WS-BRV-NAME
                       ' REGION ' WS-BRV-REGION
                       ' STATUS ' WS-BRV-ACTIVE
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   END-STRING
               WHEN 'CURRMNT'
                   IF WS-CRV-RATE NUMERIC
                       MOVE WS-CRV-RATE TO WS-DISPLAY-RATE
                   ELSE
                       MOVE 0 TO WS-DISPLAY-RATE
                   END-IF
                   STRING 'CURRENCY ' WS-CRV-CODE
                       ' EFFECTIVE ' WS-CRV-EFF-DATE
                       ' RATE ' WS-DISPLAY-RATE
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   END-STRING
               WHEN 'STORDMNT'
                   IF WS-SOV-AMOUNT NUMERIC
                       MOVE WS-SOV-AMOUNT TO WS-DISPLAY-AMOUNT
                   ELSE
                       MOVE 0 TO WS-DISPLAY-AMOUNT
                   END-IF
                   STRING 'ORDER ' WS-SOV-ORDER-NO
                       ' AMOUNT ' WS-DISPLAY-AMOUNT
                       ' BRANCH ' WS-SOV-BRANCH
                       ' FREQ ' WS-SOV-FREQ ' DAY ' WS-SOV-DAY
                       ' STATUS ' WS-SOV-ACTIVE
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   END-STRING
               WHEN 'OPERMNT'
                   STRING 'USER-ID ' WS-OPV-USER-ID
                       ' AUTHORITY ' WS-OPV-AUTH-LEVEL
                       ' STATUS ' WS-OPV-ACTIVE
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   END-STRING
               WHEN 'BUDMNT'
                   IF WS-BUV-AMOUNT NUMERIC
                       MOVE WS-BUV-AMOUNT TO WS-DISPLAY-BUDGET
                   ELSE
                       MOVE 0 TO WS-DISPLAY-BUDGET
                   END-IF
                   STRING 'BUDGET BRANCH ' WS-BUV-BRANCH
                       ' MONTH ' WS-BUV-MONTH
                       ' AMOUNT ' WS-DISPLAY-BUDGET
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   END-STRING
               WHEN 'SSIMNT'
                   STRING 'SSI ' WS-SSV-CURRENCY
                       ' VIA ' WS-SSV-BIC
                       ' NOSTRO ' WS-SSV-NOSTRO
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   END-STRING
      *> The withholding flag and tax ID decide what the annual
      *> return says about the account, so they are what the
      *> approver has to see - the name gives way to make room.
               WHEN 'ACCTMNT'
                   STRING 'ACCT ' WS-ACV-ACCOUNT-NO
                       ' BR ' WS-ACV-BRANCH
                       ' OPEN ' WS-ACV-OPEN-DATE
                       ' WHT ' WS-ACV-WHT-FLAG
                       ' TAX ID ' WS-ACV-TAX-ID
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   END-STRING
               WHEN 'BRMERGE'
                   STRING 'MERGE BRANCH ' WS-MGV-OLD-BRANCH
                       ' INTO ' WS-MGV-SUCCESSOR
                       ' EFFECTIVE ' WS-MGV-EFF-DATE
                       DELIMITED BY SIZE INTO WS-CHANGE-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE WS-CHANGE-IMAGE TO WS-CHANGE-TEXT
           END-EVALUATE.

      *> A session stopped with 'Q' has only counted the changes it
      *> reached - read on to the end so the closing figure covers
      *> every change still pending, the same closing pass ALERTACK
      *> makes over its queue.
       COUNT-REMAINING-PENDING.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ CHANGE-QUEUE INTO CHANGE-QUEUE-RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF MCQ-IS-PENDING
                           ADD 1 TO WS-LEFT-PENDING-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.
