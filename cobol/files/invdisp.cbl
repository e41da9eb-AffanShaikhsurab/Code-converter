       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVDISP.
      *> Investigation disposition screen: walks the open hits
      *> SCRNCHK queued on invest.que, shows each one, and lets the
      *> signed-on analyst clear it (no concern found) or escalate
      *> it for further action. Either disposition must carry a
      *> reason - it is the record compliance answers from - and
      *> the record is updated in place with the analyst's user-ID
      *> and the date, the same worked-queue convention ALERTACK
      *> uses. Hits left open are counted on every day's screening
      *> report until someone dispositions them.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVEST-QUEUE ASSIGN TO 'invest.que'
               FILE STATUS IS WS-INVEST-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVEST-QUEUE.
       01  INVEST-QUEUE-RECORD.
           COPY invque.

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-TODAY              PIC 9(8).
       01 WS-DISP-CHOICE        PIC X(1).
       01 WS-DISP-REASON        PIC X(30).
       01 WS-HIT-WORKED         PIC X VALUE 'N'.
       01 WS-MESSAGE            PIC X(40) VALUE SPACES.
       01 WS-RULE-TEXT          PIC X(30) VALUE SPACES.
       01 WS-CLEARED-COUNT      PIC 9(6) VALUE 0.
       01 WS-ESCALATED-COUNT    PIC 9(6) VALUE 0.
       01 WS-LEFT-OPEN-COUNT    PIC 9(6) VALUE 0.

       01 WS-INVEST-QUEUE-STATUS PIC XX VALUE '00'.

      *> Operator sign-on through the common SIGNON subprogram -
      *> working the investigation queue is ordinary-operator work
      *> (level 1); the signed-on user-ID is what INV-ANALYST
      *> records.
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-AUTH      PIC 9(1) VALUE 0.
       01 WS-SIGNON-STATUS      PIC X(1) VALUE '0'.
       01 WS-SIGNON-MIN-AUTH    PIC 9(1) VALUE 1.

      *> Consolidated run-log interface - every disposition goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'INVDISP'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       SCREEN SECTION.
       01  DISPOSITION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 1  VALUE 'SCREENING INVESTIGATION QUEUE'.
           05  LINE 3  COL 1  VALUE 'Business: '.
           05  LINE 3  COL 11 PIC 9(8) FROM INV-BUSINESS-DATE.
           05  LINE 3  COL 21 VALUE 'screened '.
           05  LINE 3  COL 30 PIC 9(8) FROM INV-DATE.
           05  LINE 4  COL 1  VALUE 'Rule:     '.
           05  LINE 4  COL 11 PIC X(1) FROM INV-RULE.
           05  LINE 4  COL 13 PIC X(30) FROM WS-RULE-TEXT.
           05  LINE 5  COL 1  VALUE 'Branch:   '.
           05  LINE 5  COL 11 PIC X(3) FROM INV-BRANCH-CODE.
           05  LINE 6  COL 1  VALUE 'Amount:   '.
           05  LINE 6  COL 11 PIC Z(8)9.99 FROM INV-AMOUNT.
           05  LINE 7  COL 1  VALUE 'Items:    '.
           05  LINE 7  COL 11 PIC Z(5)9 FROM INV-ITEM-COUNT.
           05  LINE 8  COL 1  VALUE 'Detail:   '.
           05  LINE 8  COL 11 PIC X(40) FROM INV-DETAIL.
           05  LINE 10 COL 1  VALUE
               'C=clear  E=escalate  ENTER=leave open  Q=stop'.
           05  LINE 11 COL 1  PIC X(1) USING WS-DISP-CHOICE.
           05  LINE 12 COL 1  VALUE 'Reason: '.
           05  LINE 12 COL 9  PIC X(30) USING WS-DISP-REASON.
           05  LINE 14 COL 1  PIC X(40) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPERATOR-SIGN-ON
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN I-O INVEST-QUEUE
           IF WS-INVEST-QUEUE-STATUS = '35'
               DISPLAY 'INVDISP: no invest.que on file - queue is '
                   'empty'
               STOP RUN
           END-IF
           IF WS-INVEST-QUEUE-STATUS NOT = '00'
               DISPLAY 'INVDISP ABEND: invest.que not available - '
                   'FILE STATUS ' WS-INVEST-QUEUE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WORK-INVEST-QUEUE
           PERFORM COUNT-REMAINING-OPEN
           CLOSE INVEST-QUEUE
           DISPLAY 'INVDISP: ' WS-CLEARED-COUNT ' cleared, '
               WS-ESCALATED-COUNT ' escalated, '
               WS-LEFT-OPEN-COUNT ' left open'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'CLEARED ' WS-CLEARED-COUNT ' ESCALATED '
               WS-ESCALATED-COUNT ' OPEN ' WS-LEFT-OPEN-COUNT
               ' BY ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           STOP RUN.

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
           END-IF.

       WORK-INVEST-QUEUE.
           PERFORM UNTIL WS-END-OF-FILE = 'Y' OR WS-DONE = 'Y'
               READ INVEST-QUEUE INTO INVEST-QUEUE-RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF INV-IS-OPEN
                           PERFORM WORK-ONE-HIT
                       END-IF
               END-READ
           END-PERFORM.

       WORK-ONE-HIT.
           EVALUATE TRUE
               WHEN INV-RULE-UNDER-LIMIT
                   MOVE 'JUST UNDER LIMIT ON ONE BRANCH'
                       TO WS-RULE-TEXT
               WHEN INV-RULE-REPEAT
                   MOVE 'SAME AMOUNT REPEATED'
                       TO WS-RULE-TEXT
               WHEN INV-RULE-VOLUME
                   MOVE 'BRANCH VOLUME JUMP'
                       TO WS-RULE-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-RULE-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-MESSAGE
           MOVE 'N' TO WS-HIT-WORKED
           PERFORM PROMPT-ONE-HIT
               UNTIL WS-HIT-WORKED = 'Y'.

      *> A disposition without a reason re-prompts - the reason is
      *> the answer compliance gives when the hit is asked about.
       PROMPT-ONE-HIT.
           MOVE SPACES TO WS-DISP-CHOICE
           MOVE SPACES TO WS-DISP-REASON
           DISPLAY DISPOSITION-SCREEN
           ACCEPT DISPOSITION-SCREEN
           MOVE 'Y' TO WS-HIT-WORKED
           EVALUATE FUNCTION UPPER-CASE(WS-DISP-CHOICE)
               WHEN 'C'
                   IF WS-DISP-REASON = SPACES
                       MOVE 'ENTER A REASON TO CLEAR' TO WS-MESSAGE
                       MOVE 'N' TO WS-HIT-WORKED
                   ELSE
                       SET INV-IS-CLEARED TO TRUE
                       PERFORM STAMP-DISPOSITION
                       ADD 1 TO WS-CLEARED-COUNT
                   END-IF
               WHEN 'E'
                   IF WS-DISP-REASON = SPACES
                       MOVE 'ENTER A REASON TO ESCALATE' TO WS-MESSAGE
                       MOVE 'N' TO WS-HIT-WORKED
                   ELSE
                       SET INV-IS-ESCALATED TO TRUE
                       PERFORM STAMP-DISPOSITION
                       ADD 1 TO WS-ESCALATED-COUNT
                   END-IF
               WHEN 'Q'
                   MOVE 'Y' TO WS-DONE
                   ADD 1 TO WS-LEFT-OPEN-COUNT
               WHEN OTHER
                   ADD 1 TO WS-LEFT-OPEN-COUNT
           END-EVALUATE.

       STAMP-DISPOSITION.
           MOVE WS-OPERATOR-ID TO INV-ANALYST
           MOVE WS-TODAY TO INV-DISP-DATE
           MOVE WS-DISP-REASON TO INV-REASON
           REWRITE INVEST-QUEUE-RECORD
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING INV-BUSINESS-DATE ' ' INV-RULE ' '
               INV-BRANCH-CODE ' ' INV-STATUS ' ' INV-REASON
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG.

      *> A session stopped with 'Q' has only counted the hits it
      *> reached - read on to the end so the closing figure covers
      *> every hit still open, the same closing pass ALERTACK makes
      *> over its queue.
       COUNT-REMAINING-OPEN.
           PERFORM UNTIL WS-END-OF-FILE = 'Y'
               READ INVEST-QUEUE INTO INVEST-QUEUE-RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF INV-IS-OPEN
                           ADD 1 TO WS-LEFT-OPEN-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.
