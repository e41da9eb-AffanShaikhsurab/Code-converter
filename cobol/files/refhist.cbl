       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFHIST.
      *> Reference-file change history: lists the refchg.jnl change
      *> journal the maintenance programs (RATEMNT, CURRMNT, BRMMNT,
      *> STORDMNT, OPERMNT, BUDMNT, SSIMNT, RSNMNT, ACCTMNT) and
      *> CALBLD write, so "who changed this rate, when, and what was
      *> it before" has an answer. Filters come from refhist.parm -
      *> file name, record key, operator and an inclusive date range
      *> - and every entry that passes prints with its before and
      *> after images laid out field by field through the master's
      *> own copybook.
      *> The operator filter matches either the operator who keyed a
      *> change or the one who approved it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-JOURNAL ASSIGN TO 'refchg.jnl'
               FILE STATUS IS WS-CHANGE-JOURNAL-STATUS.
           SELECT REFHIST-PARM-FILE ASSIGN TO 'refhist.parm'
               FILE STATUS IS WS-REFHIST-PARM-STATUS.
           SELECT REFHIST-REPORT ASSIGN TO 'refhist.rpt'
               FILE STATUS IS WS-REFHIST-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-JOURNAL.
       01  CHANGE-JOURNAL-RECORD.
           COPY refjrnl.

      *> Blank in a filter field means every value; a zero -TO date
      *> is open-ended, and a missing refhist.parm lists the whole
      *> journal - the way missing parm files default everywhere
      *> else in this shop. RHP-FILE is the file name as journaled
      *> ('rate.dat', 'brmaster.dat', ...) and RHP-KEY the record
      *> key as stored ('USD20250101' for a currency rate).
       FD  REFHIST-PARM-FILE.
       01  REFHIST-PARM-RECORD.
           05  RHP-FILE             PIC X(12).
           05  RHP-KEY              PIC X(20).
           05  RHP-OPERATOR         PIC X(8).
           05  RHP-DATE-FROM        PIC 9(8).
           05  RHP-DATE-TO          PIC 9(8).

       FD  REFHIST-REPORT.
       01  REFHIST-REPORT-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-FILE-FILTER        PIC X(12) VALUE SPACES.
       01 WS-KEY-FILTER         PIC X(20) VALUE SPACES.
       01 WS-OPERATOR-FILTER    PIC X(8) VALUE SPACES.
       01 WS-DATE-FROM          PIC 9(8) VALUE 0.
       01 WS-DATE-TO            PIC 9(8) VALUE 99999999.
       01 WS-MATCHED-COUNT      PIC 9(6) VALUE 0.
       01 WS-READ-COUNT         PIC 9(6) VALUE 0.

       01 WS-CHANGE-JOURNAL-STATUS PIC XX VALUE '00'.
       01 WS-REFHIST-PARM-STATUS PIC XX VALUE '00'.
       01 WS-REFHIST-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> One journaled image at a time is moved into the view for
      *> its file, so the report reads the fields - including
      *> stord.dat's packed amount - through the same copybooks the
      *> maintenance programs write them with.
       01 WS-FORMAT-IMAGE       PIC X(80).
       01 WS-FORMAT-TEXT        PIC X(80).
       01 WS-RATE-VIEW.
           COPY ratefile.
       01 WS-BRM-VIEW.
           COPY brmast.
       01 WS-CURR-VIEW.
           COPY currrate.
       01 WS-STORD-VIEW.
           COPY stordrec.
       01 WS-OPER-VIEW.
           COPY opermast.
       01 WS-CAL-VIEW.
           COPY calrec.
       01 WS-BUD-VIEW.
           COPY budget.
       01 WS-SSI-VIEW.
           COPY ssirec.
       01 WS-ACM-VIEW.
           COPY acctmast.
       01 WS-DISPLAY-RATE       PIC Z(3)9.9(6).
       01 WS-DISPLAY-AMOUNT     PIC -(5)9.99.
       01 WS-DISPLAY-BUDGET     PIC Z(8)9.99.

       01 WS-HEADER-LINE.
           05  FILLER            PIC X(33) VALUE
               'REFERENCE FILE CHANGE HISTORY -  '.
           05  WS-HDR-DATE       PIC 9(8).
           05  FILLER            PIC X(59) VALUE SPACES.

       01 WS-FILTER-LINE.
           05  FILLER            PIC X(5)  VALUE 'FILE '.
           05  WS-FLT-FILE       PIC X(12).
           05  FILLER            PIC X(5)  VALUE ' KEY '.
           05  WS-FLT-KEY        PIC X(20).
           05  FILLER            PIC X(10) VALUE ' OPERATOR '.
           05  WS-FLT-OPERATOR   PIC X(8).
           05  FILLER            PIC X(7)  VALUE ' DATES '.
           05  WS-FLT-DATE-FROM  PIC 9(8).
           05  FILLER            PIC X(1)  VALUE '-'.
           05  WS-FLT-DATE-TO    PIC 9(8).
           05  FILLER            PIC X(16) VALUE SPACES.

       01 WS-COLUMN-LINE.
           05  FILLER            PIC X(9)  VALUE 'DATE'.
           05  FILLER            PIC X(9)  VALUE 'TIME'.
           05  FILLER            PIC X(11) VALUE 'PROGRAM'.
           05  FILLER            PIC X(13) VALUE 'FILE'.
           05  FILLER            PIC X(21) VALUE 'KEY'.
           05  FILLER            PIC X(4)  VALUE 'ACT'.
           05  FILLER            PIC X(9)  VALUE 'OPERATOR'.
           05  FILLER            PIC X(24) VALUE 'CHECKER'.

       01 WS-DETAIL-LINE.
           05  WS-DTL-DATE       PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-TIME       PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-PROGRAM    PIC X(10).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-FILE       PIC X(12).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-KEY        PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-ACTION     PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-OPERATOR   PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-CHECKER    PIC X(8).
           05  FILLER            PIC X(16) VALUE SPACES.

       01 WS-IMAGE-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-IMG-LABEL      PIC X(8).
           05  WS-IMG-TEXT       PIC X(80).
           05  FILLER            PIC X(8)  VALUE SPACES.

       01 WS-FOOTER-LINE.
           05  FILLER            PIC X(17) VALUE 'CHANGES MATCHED: '.
           05  WS-FTR-MATCHED    PIC Z(5)9.
           05  FILLER            PIC X(4)  VALUE ' OF '.
           05  WS-FTR-READ       PIC Z(5)9.
           05  FILLER            PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-FILTER-PARM
           OPEN INPUT CHANGE-JOURNAL
           IF WS-CHANGE-JOURNAL-STATUS = '35'
               DISPLAY 'REFHIST: no refchg.jnl on file - no '
                   'changes journaled yet'
               STOP RUN
           END-IF
           IF WS-CHANGE-JOURNAL-STATUS NOT = '00'
               MOVE 'CHANGE-JOURNAL' TO WS-ERROR-FILE-NAME
               MOVE WS-CHANGE-JOURNAL-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           OPEN OUTPUT REFHIST-REPORT
           IF WS-REFHIST-REPORT-STATUS NOT = '00'
               MOVE 'REFHIST-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-REFHIST-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM WRITE-REPORT-HEADING
           PERFORM READ-CHANGE-JOURNAL UNTIL WS-END-OF-FILE = 'Y'
           MOVE WS-MATCHED-COUNT TO WS-FTR-MATCHED
           MOVE WS-READ-COUNT TO WS-FTR-READ
           WRITE REFHIST-REPORT-RECORD FROM WS-FOOTER-LINE
           CLOSE CHANGE-JOURNAL
           CLOSE REFHIST-REPORT
           DISPLAY 'REFHIST: ' WS-MATCHED-COUNT ' of '
               WS-READ-COUNT ' journaled changes matched'
           STOP RUN.

       LOAD-FILTER-PARM.
           OPEN INPUT REFHIST-PARM-FILE
           IF WS-REFHIST-PARM-STATUS = '00'
               READ REFHIST-PARM-FILE INTO REFHIST-PARM-RECORD
               MOVE RHP-FILE TO WS-FILE-FILTER
               MOVE RHP-KEY TO WS-KEY-FILTER
               MOVE RHP-OPERATOR TO WS-OPERATOR-FILTER
               IF RHP-DATE-FROM NUMERIC
                   MOVE RHP-DATE-FROM TO WS-DATE-FROM
               END-IF
               IF RHP-DATE-TO NUMERIC AND RHP-DATE-TO > 0
                   MOVE RHP-DATE-TO TO WS-DATE-TO
               END-IF
               CLOSE REFHIST-PARM-FILE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           WRITE REFHIST-REPORT-RECORD FROM WS-HEADER-LINE
           MOVE WS-FILE-FILTER TO WS-FLT-FILE
           MOVE WS-KEY-FILTER TO WS-FLT-KEY
           MOVE WS-OPERATOR-FILTER TO WS-FLT-OPERATOR
           MOVE WS-DATE-FROM TO WS-FLT-DATE-FROM
           MOVE WS-DATE-TO TO WS-FLT-DATE-TO
           WRITE REFHIST-REPORT-RECORD FROM WS-FILTER-LINE
           WRITE REFHIST-REPORT-RECORD FROM WS-COLUMN-LINE.

       READ-CHANGE-JOURNAL.
           READ CHANGE-JOURNAL INTO CHANGE-JOURNAL-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM FILTER-AND-PRINT
           END-READ.

       FILTER-AND-PRINT.
           IF (WS-FILE-FILTER = SPACES
                   OR RJR-FILE = WS-FILE-FILTER)
                   AND (WS-KEY-FILTER = SPACES
                   OR RJR-KEY = WS-KEY-FILTER)
                   AND (WS-OPERATOR-FILTER = SPACES
                   OR RJR-OPERATOR = WS-OPERATOR-FILTER
                   OR RJR-CHECKER = WS-OPERATOR-FILTER)
                   AND RJR-DATE >= WS-DATE-FROM
                   AND RJR-DATE <= WS-DATE-TO
               ADD 1 TO WS-MATCHED-COUNT
               PERFORM PRINT-ONE-CHANGE
           END-IF.

       PRINT-ONE-CHANGE.
           MOVE RJR-DATE TO WS-DTL-DATE
           MOVE RJR-TIME TO WS-DTL-TIME
           MOVE RJR-PROGRAM TO WS-DTL-PROGRAM
           MOVE RJR-FILE TO WS-DTL-FILE
           MOVE RJR-KEY TO WS-DTL-KEY
           EVALUATE TRUE
               WHEN RJR-IS-ADD
                   MOVE 'ADD' TO WS-DTL-ACTION
               WHEN RJR-IS-CHANGE
                   MOVE 'CHG' TO WS-DTL-ACTION
               WHEN RJR-IS-DELETE
                   MOVE 'DEL' TO WS-DTL-ACTION
               WHEN OTHER
                   MOVE RJR-ACTION TO WS-DTL-ACTION
           END-EVALUATE
           MOVE RJR-OPERATOR TO WS-DTL-OPERATOR
           MOVE RJR-CHECKER TO WS-DTL-CHECKER
           WRITE REFHIST-REPORT-RECORD FROM WS-DETAIL-LINE
           MOVE RJR-BEFORE-IMAGE TO WS-FORMAT-IMAGE
           PERFORM FORMAT-ONE-IMAGE
           MOVE 'BEFORE:' TO WS-IMG-LABEL
           MOVE WS-FORMAT-TEXT TO WS-IMG-TEXT
           WRITE REFHIST-REPORT-RECORD FROM WS-IMAGE-LINE
           MOVE RJR-AFTER-IMAGE TO WS-FORMAT-IMAGE
           PERFORM FORMAT-ONE-IMAGE
           MOVE 'AFTER:' TO WS-IMG-LABEL
           MOVE WS-FORMAT-TEXT TO WS-IMG-TEXT
           WRITE REFHIST-REPORT-RECORD FROM WS-IMAGE-LINE.

      *> Lays one master-record image out field by field for its
      *> file. An image of spaces is the side of an add or delete
      *> that did not exist.
       FORMAT-ONE-IMAGE.
           MOVE SPACES TO WS-FORMAT-TEXT
           IF WS-FORMAT-IMAGE = SPACES
               MOVE '(none)' TO WS-FORMAT-TEXT
           ELSE
               EVALUATE RJR-FILE
                   WHEN 'rate.dat'
                       MOVE WS-FORMAT-IMAGE TO WS-RATE-VIEW
                       STRING 'TYPE ' RATE-KEY-TYPE
                           ' EFFECTIVE ' RATE-KEY-EFF-DATE
                           ' MULTIPLIER ' RATE-MULT
                           DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                       END-STRING
                   WHEN 'brmaster.dat'
                       MOVE WS-FORMAT-IMAGE TO WS-BRM-VIEW
                       IF BRM-SUCCESSOR-CODE = SPACES
                           STRING 'BRANCH ' BRM-CODE ' ' BRM-NAME
                               ' REGION ' BRM-REGION
                               ' STATUS ' BRM-ACTIVE
                               DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                           END-STRING
                       ELSE
                           STRING 'BRANCH ' BRM-CODE ' ' BRM-NAME
                               ' REGION ' BRM-REGION
                               ' STATUS ' BRM-ACTIVE
                               ' FWD ' BRM-SUCCESSOR-CODE
                               ' FROM ' BRM-MERGE-DATE
                               DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                           END-STRING
                       END-IF
                   WHEN 'currency.dat'
                       MOVE WS-FORMAT-IMAGE TO WS-CURR-VIEW
                       MOVE CURR-RATE TO WS-DISPLAY-RATE
                       STRING 'CURRENCY ' CURR-KEY-CODE
                           ' EFFECTIVE ' CURR-KEY-EFF-DATE
                           ' RATE ' WS-DISPLAY-RATE
                           DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                       END-STRING
                   WHEN 'stord.dat'
                       MOVE WS-FORMAT-IMAGE TO WS-STORD-VIEW
                       MOVE STO-AMOUNT TO WS-DISPLAY-AMOUNT
                       STRING 'ORDER ' STO-ORDER-NO
                           ' AMOUNT ' WS-DISPLAY-AMOUNT
                           ' BRANCH ' STO-BRANCH-CODE
                           ' FREQ ' STO-FREQUENCY
                           ' DAY ' STO-CYCLE-DAY
                           ' STATUS ' STO-ACTIVE
                           DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                       END-STRING
                   WHEN 'opermast.dat'
                       MOVE WS-FORMAT-IMAGE TO WS-OPER-VIEW
                       STRING 'USER-ID ' OPR-USER-ID
                           ' AUTHORITY ' OPR-AUTH-LEVEL
                           ' STATUS ' OPR-ACTIVE
                           DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                       END-STRING
                   WHEN 'calendar.dat'
                       MOVE WS-FORMAT-IMAGE TO WS-CAL-VIEW
                       STRING 'DATE ' CAL-DATE ' TYPE ' CAL-TYPE
                           DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                       END-STRING
                   WHEN 'budget.dat'
                       MOVE WS-FORMAT-IMAGE TO WS-BUD-VIEW
                       MOVE BUD-AMOUNT TO WS-DISPLAY-BUDGET
                       STRING 'BRANCH ' BUD-BRANCH
                           ' MONTH ' BUD-MONTH
                           ' BUDGET ' WS-DISPLAY-BUDGET
                           DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                       END-STRING
                   WHEN 'ssi.dat'
                       MOVE WS-FORMAT-IMAGE TO WS-SSI-VIEW
                       STRING 'CURRENCY ' SSI-CURRENCY
                           ' VIA ' SSI-CORR-BIC ' ' SSI-CORR-NAME
                           ' NOSTRO ' SSI-NOSTRO-ACCOUNT
                           DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                       END-STRING
                   WHEN 'acctmast.dat'
                       MOVE WS-FORMAT-IMAGE TO WS-ACM-VIEW
                       STRING 'ACCOUNT ' ACM-ACCOUNT-NO ' ' ACM-NAME
                           ' ' ACM-BRANCH-CODE
                           ' STATUS ' ACM-STATUS ' ' ACM-STATUS-DATE
                           ' WHT ' ACM-WHT-FLAG
                           DELIMITED BY SIZE INTO WS-FORMAT-TEXT
                       END-STRING
                   WHEN OTHER
                       MOVE WS-FORMAT-IMAGE TO WS-FORMAT-TEXT
               END-EVALUATE
           END-IF.

       OPEN-ERROR.
           DISPLAY 'REFHIST ABEND: OPEN FAILED FOR '
               WS-ERROR-FILE-NAME ' - FILE STATUS ' WS-ERROR-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN.
