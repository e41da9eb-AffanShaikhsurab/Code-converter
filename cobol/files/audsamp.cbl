       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSAMP.
      *> Internal-audit sample selection. Audit used to pick its
      *> quarterly sample of posted items by hand off file2.dat
      *> printouts, and could not show afterwards how the sample was
      *> chosen. This program draws it from the posted items
      *> (file2.hist then file2.dat - an override rerun of a set
      *> counts once, its latest posting) inside the period and
      *> population filters on audsamp.parm, with a seeded generator,
      *> so the same parameters over the same files draw the same
      *> sample every time:
      *>   'R' random - a fixed number of items, every item in the
      *>       population equally likely (selection sampling in file
      *>       order);
      *>   'M' monetary-unit - one selection point every interval of
      *>       base-currency value from a seeded random start, so an
      *>       item's chance of selection is in proportion to its
      *>       value; the interval is given, or is the population
      *>       value over the sample size.
      *> The sample is appended to audsamp.dat (audsamp.cpy) under
      *> its sample ID, and audsamp.rpt is the worksheet: for each
      *> item the posting, the file1.dat/file1.hist record it was
      *> posted from, its file2.aud audit-trail entries, and the
      *> lines for the auditor's result. Results are recorded
      *> through AUDRES and the outcome reported by AUDSUM.
      *> A sample ID already on audsamp.dat is refused - a drawn
      *> sample is evidence and is not replaced.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMP-PARM-FILE ASSIGN TO 'audsamp.parm'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAMP-PARM-STATUS.
           SELECT FILE2 ASSIGN TO 'file2.dat'
               FILE STATUS IS WS-FILE2-STATUS.
           SELECT FILE2-HIST ASSIGN TO 'file2.hist'
               FILE STATUS IS WS-FILE2-HIST-STATUS.
           SELECT FILE1 ASSIGN TO 'file1.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILE1-REC-KEY
               FILE STATUS IS WS-FILE1-STATUS.
           SELECT FILE1-HIST ASSIGN TO 'file1.hist'
               FILE STATUS IS WS-FILE1-HIST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'file2.aud'
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT SAMPLE-FILE ASSIGN TO 'audsamp.dat'
               FILE STATUS IS WS-SAMPLE-STATUS.
           SELECT SAMP-REPORT ASSIGN TO 'audsamp.rpt'
               FILE STATUS IS WS-SAMP-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One line: sample ID; period from/to (business dates);
      *> branch (spaces = all); currency (spaces = all, 'BAS' = the
      *> base currency only); record type (spaces = all, 'D'
      *> ordinary posting, 'R' reversal or other reducing posting,
      *> 'X' transfer leg); amount band on the base-currency value
      *> (maximum zero = no upper limit); method 'R' or 'M'; sample
      *> size; monetary-unit interval (zero = population value over
      *> the sample size); seed.
       FD  SAMP-PARM-FILE.
       01  SAMP-PARM-RECORD.
           05  ASP-SAMPLE-ID        PIC X(8).
           05  ASP-FROM-DATE        PIC 9(8).
           05  ASP-TO-DATE          PIC 9(8).
           05  ASP-BRANCH           PIC X(3).
           05  ASP-CURRENCY         PIC X(3).
           05  ASP-TYPE             PIC X(1).
           05  ASP-MIN-AMOUNT       PIC 9(9)V99.
           05  ASP-MAX-AMOUNT       PIC 9(9)V99.
           05  ASP-METHOD           PIC X(1).
           05  ASP-SAMPLE-SIZE      PIC 9(4).
           05  ASP-INTERVAL         PIC 9(9)V99.
           05  ASP-SEED             PIC 9(9).

       FD  FILE2.
       01  FILE2-RECORD.
           COPY file2rec.

       FD  FILE2-HIST.
       01  FILE2-HIST-RECORD         PIC X(45).

       FD  FILE1.
       01  FILE1-RECORD.
           COPY file1rec.

       FD  FILE1-HIST.
       01  FILE1-HIST-RECORD.
           COPY file1rec.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY file2aud.

       FD  SAMPLE-FILE.
       01  SAMPLE-RECORD.
           COPY audsamp.

       FD  SAMP-REPORT.
       01  SAMP-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-PARM-ERROR         PIC X(40) VALUE SPACES.
       01 WS-ALREADY-DRAWN      PIC X VALUE 'N'.
       01 WS-PASS               PIC 9(1) VALUE 0.
       01 WS-MAX-SAMPLE         PIC 9(4) VALUE 500.

      *> Every (business date, batch) set, archive first.
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
       01 WS-SET-ORDINAL        PIC 9(6) VALUE 0.
       01 WS-PRIOR-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-MOVEMENT           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-BOOK-VALUE         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ITEM-BRANCH        PIC X(3).
       01 WS-ITEM-TYPE          PIC X(1).
       01 WS-IN-POPULATION      PIC X VALUE 'N'.

      *> The population, counted on the first pass.
       01 WS-POP-COUNT          PIC 9(7) VALUE 0.
       01 WS-POP-VALUE          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-POP-SEEN           PIC 9(7) VALUE 0.

      *> Park-Miller minimal standard generator - the seed alone
      *> fixes the whole sequence, on any machine.
       01 WS-RAND-STATE         PIC 9(10) VALUE 1.
       01 WS-RAND-PRODUCT       PIC 9(15) VALUE 0.
       01 WS-RAND-QUOTIENT      PIC 9(15) VALUE 0.
       01 WS-RAND-MODULUS       PIC 9(10) VALUE 2147483647.
       01 WS-DRAW-LEFT          PIC 9(18) VALUE 0.
       01 WS-DRAW-RIGHT         PIC 9(18) VALUE 0.
       01 WS-STILL-NEEDED       PIC 9(7) VALUE 0.
       01 WS-STILL-UNSEEN       PIC 9(7) VALUE 0.

      *> Monetary-unit selection, all in base-currency cents.
       01 WS-INTERVAL           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-INTERVAL-CENTS     PIC 9(11) VALUE 0.
       01 WS-START-CENTS        PIC 9(11) VALUE 0.
       01 WS-NEXT-HIT           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-CUMULATIVE         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-ITEM-HITS          PIC 9(3) VALUE 0.
       01 WS-EXPECTED-HITS      PIC 9(9) VALUE 0.

      *> The items selected, with what the worksheet passes find.
       01 WS-SMP-COUNT          PIC 9(4) VALUE 0.
       01 WS-SMP-TABLE.
           05  WS-SMP-ENTRY     OCCURS 500 TIMES
                                 INDEXED BY WS-SMP-IDX.
               10  WS-SMP-DATE      PIC 9(8).
               10  WS-SMP-BATCH     PIC 9(4).
               10  WS-SMP-ORDINAL   PIC 9(6).
               10  WS-SMP-BRANCH    PIC X(3).
               10  WS-SMP-CURRENCY  PIC X(3).
               10  WS-SMP-ACCOUNT   PIC X(8).
               10  WS-SMP-REF       PIC X(16).
               10  WS-SMP-TYPE      PIC X(1).
               10  WS-SMP-BOOK      PIC S9(9)V99 COMP-3.
               10  WS-SMP-MOVEMENT  PIC S9(9)V99 COMP-3.
               10  WS-SMP-NATIVE    PIC S9(9)V99 COMP-3.
               10  WS-SMP-BEFORE    PIC S9(9)V99 COMP-3.
               10  WS-SMP-AFTER     PIC S9(9)V99 COMP-3.
               10  WS-SMP-HITS      PIC 9(3).
               10  WS-SMP-SRC-FOUND PIC X(1).
               10  WS-SMP-SRC-FILE  PIC X(10).
               10  WS-SMP-SRC-SEQ   PIC 9(6).
               10  WS-SMP-SRC-TYPE  PIC X(1).
               10  WS-SMP-SRC-AMOUNT PIC S9(6)V99 COMP-3.
               10  WS-SMP-AUD-COUNT PIC 9(1).
               10  WS-SMP-AUD       OCCURS 3 TIMES.
                   15  WS-SMP-AUD-DATE  PIC 9(8).
                   15  WS-SMP-AUD-TIME  PIC 9(8).
                   15  WS-SMP-AUD-AMOUNT PIC S9(6)V99 COMP-3.
       01 WS-AUD-SUB            PIC 9(1) VALUE 0.

      *> The source record scan: file1.hist then file1.dat, batch
      *> by batch under each batch header's business date.
       01 WS-SRC-FILE-NAME      PIC X(10) VALUE SPACES.
       01 WS-SRC-BATCH-DATE     PIC 9(8) VALUE 0.
       01 WS-SRC-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ITEM-AMOUNT        PIC S9(9)V99 COMP-3 VALUE 0.

       01 WS-SAMP-PARM-STATUS   PIC XX VALUE '00'.
       01 WS-FILE2-STATUS       PIC XX VALUE '00'.
       01 WS-FILE2-HIST-STATUS  PIC XX VALUE '00'.
       01 WS-FILE1-STATUS       PIC XX VALUE '00'.
       01 WS-FILE1-HIST-STATUS  PIC XX VALUE '00'.
       01 WS-AUDIT-FILE-STATUS  PIC XX VALUE '00'.
       01 WS-SAMPLE-STATUS      PIC XX VALUE '00'.
       01 WS-SAMP-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - every key event goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'AUDSAMP'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(25) VALUE
               'AUDIT SAMPLE WORKSHEET - '.
           05  WS-HDR-SAMPLE-ID  PIC X(8).
           05  FILLER            PIC X(9)  VALUE '  DRAWN  '.
           05  WS-HDR-RUN-DATE   PIC 9(8).
           05  FILLER            PIC X(30) VALUE SPACES.

       01 WS-RPT-PARM-1.
           05  FILLER            PIC X(8)  VALUE 'PERIOD  '.
           05  WS-PR1-FROM       PIC 9(8).
           05  FILLER            PIC X(3)  VALUE ' - '.
           05  WS-PR1-TO         PIC 9(8).
           05  FILLER            PIC X(9)  VALUE '  BRANCH '.
           05  WS-PR1-BRANCH     PIC X(3).
           05  FILLER            PIC X(6)  VALUE '  CCY '.
           05  WS-PR1-CURRENCY   PIC X(3).
           05  FILLER            PIC X(7)  VALUE '  TYPE '.
           05  WS-PR1-TYPE       PIC X(1).
           05  FILLER            PIC X(24) VALUE SPACES.

       01 WS-RPT-PARM-2.
           05  FILLER            PIC X(8)  VALUE 'AMOUNTS '.
           05  WS-PR2-MIN        PIC Z(8)9.99.
           05  FILLER            PIC X(3)  VALUE ' - '.
           05  WS-PR2-MAX        PIC Z(8)9.99.
           05  FILLER            PIC X(9)  VALUE '  METHOD '.
           05  WS-PR2-METHOD     PIC X(13).
           05  FILLER            PIC X(7)  VALUE '  SEED '.
           05  WS-PR2-SEED       PIC 9(9).
           05  FILLER            PIC X(7)  VALUE SPACES.

       01 WS-RPT-PARM-3.
           05  FILLER            PIC X(12) VALUE 'POPULATION  '.
           05  WS-PR3-COUNT      PIC Z(6)9.
           05  FILLER            PIC X(8)  VALUE ' ITEMS  '.
           05  WS-PR3-VALUE      PIC -(11)9.99.
           05  FILLER            PIC X(11) VALUE '  INTERVAL '.
           05  WS-PR3-INTERVAL   PIC Z(8)9.99.
           05  FILLER            PIC X(9)  VALUE '  SAMPLE '.
           05  WS-PR3-SAMPLE     PIC Z(3)9.

       01 WS-RPT-RULE.
           05  FILLER            PIC X(9)  VALUE '--- ITEM '.
           05  WS-RUL-ITEM       PIC 9(4).
           05  FILLER            PIC X(4)  VALUE ' OF '.
           05  WS-RUL-OF         PIC 9(4).
           05  FILLER            PIC X(59) VALUE
               ' ------------------------------------------------'.

       01 WS-RPT-POSTED.
           05  FILLER            PIC X(9)  VALUE 'POSTED   '.
           05  WS-PST-DATE       PIC 9(8).
           05  FILLER            PIC X(7)  VALUE ' BATCH '.
           05  WS-PST-BATCH      PIC 9(4).
           05  FILLER            PIC X(6)  VALUE ' ITEM '.
           05  WS-PST-ORDINAL    PIC 9(6).
           05  FILLER            PIC X(4)  VALUE ' BR '.
           05  WS-PST-BRANCH     PIC X(3).
           05  FILLER            PIC X(5)  VALUE ' CCY '.
           05  WS-PST-CURRENCY   PIC X(4).
           05  FILLER            PIC X(6)  VALUE ' ACCT '.
           05  WS-PST-ACCOUNT    PIC X(8).
           05  FILLER            PIC X(10) VALUE SPACES.

       01 WS-RPT-VALUES.
           05  FILLER            PIC X(9)  VALUE '         '.
           05  FILLER            PIC X(5)  VALUE 'TYPE '.
           05  WS-VAL-TYPE       PIC X(1).
           05  FILLER            PIC X(12) VALUE '  BOOK VALUE'.
           05  WS-VAL-BOOK       PIC Z(8)9.99.
           05  FILLER            PIC X(9)  VALUE '  NATIVE '.
           05  WS-VAL-NATIVE     PIC -(8)9.99.
           05  FILLER            PIC X(7)  VALUE '  HITS '.
           05  WS-VAL-HITS       PIC ZZ9.
           05  FILLER            PIC X(10) VALUE SPACES.

       01 WS-RPT-TOTALS.
           05  FILLER            PIC X(9)  VALUE SPACES.
           05  FILLER            PIC X(4)  VALUE 'REF '.
           05  WS-TOT-REF        PIC X(16).
           05  FILLER            PIC X(15) VALUE '  TOTAL BEFORE '.
           05  WS-TOT-BEFORE     PIC -(8)9.99.
           05  FILLER            PIC X(7)  VALUE ' AFTER '.
           05  WS-TOT-AFTER      PIC -(8)9.99.
           05  FILLER            PIC X(5)  VALUE SPACES.

       01 WS-RPT-SOURCE.
           05  FILLER            PIC X(9)  VALUE 'SOURCE   '.
           05  WS-SRC-FILE       PIC X(10).
           05  FILLER            PIC X(7)  VALUE ' BATCH '.
           05  WS-SRC-BATCH      PIC 9(4).
           05  FILLER            PIC X(5)  VALUE ' KEY '.
           05  WS-SRC-SEQ        PIC 9(6).
           05  FILLER            PIC X(6)  VALUE ' TYPE '.
           05  WS-SRC-TYPE       PIC X(1).
           05  FILLER            PIC X(8)  VALUE ' AMOUNT '.
           05  WS-SRC-AMT        PIC -(5)9.99.
           05  FILLER            PIC X(15) VALUE SPACES.

       01 WS-RPT-AUDIT.
           05  FILLER            PIC X(9)  VALUE 'AUDIT    '.
           05  WS-AUL-DATE       PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-AUL-TIME       PIC 9(8).
           05  FILLER            PIC X(8)  VALUE ' AMOUNT '.
           05  WS-AUL-AMOUNT     PIC -(5)9.99.
           05  FILLER            PIC X(36) VALUE SPACES.

       01 WS-RPT-NOTE.
           05  FILLER            PIC X(9)  VALUE SPACES.
           05  WS-NOTE-TEXT      PIC X(71).

       01 WS-RPT-RESULT-1.
           05  FILLER            PIC X(40) VALUE
               'RESULT   [ ] TESTED - NO EXCEPTION  [ ] '.
           05  FILLER            PIC X(40) VALUE
               'EXCEPTION  MISSTATEMENT ______________'.

       01 WS-RPT-RESULT-2.
           05  FILLER            PIC X(40) VALUE
               '         TESTED BY ________  DATE ______'.
           05  FILLER            PIC X(40) VALUE
               '__  NOTE ______________________________'.

       01 WS-DISPLAY-VALUE      PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-SAMPLE-PARM
           IF WS-PARM-ERROR NOT = SPACES
               DISPLAY 'AUDSAMP: audsamp.parm refused - '
                   WS-PARM-ERROR
               MOVE 'E' TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING 'PARM REFUSED - ' WS-PARM-ERROR
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-ALREADY-DRAWN
           IF WS-ALREADY-DRAWN = 'Y'
               DISPLAY 'AUDSAMP: sample ' ASP-SAMPLE-ID
                   ' is already on audsamp.dat - not drawn again'
               MOVE 'W' TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING 'SAMPLE ' ASP-SAMPLE-ID
                   ' ALREADY DRAWN - REFUSED'
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM WRITE-RUN-LOG
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LIST-POSTED-SETS
           PERFORM MARK-SUPERSEDED-SETS
           MOVE 1 TO WS-PASS
           PERFORM SCAN-POSTED-ITEMS
           DISPLAY 'AUDSAMP: population ' WS-POP-COUNT ' items'
           PERFORM PREPARE-SELECTION
           IF WS-PARM-ERROR NOT = SPACES
               DISPLAY 'AUDSAMP: sample not drawn - ' WS-PARM-ERROR
               MOVE 'E' TO WS-LOG-SEVERITY
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING 'NOT DRAWN - ' WS-PARM-ERROR
                   DELIMITED BY SIZE INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 2 TO WS-PASS
           PERFORM SCAN-POSTED-ITEMS
           PERFORM FIND-SOURCE-RECORDS
           PERFORM FIND-AUDIT-ENTRIES
           PERFORM WRITE-SAMPLE-FILE
           PERFORM WRITE-WORKSHEET
           DISPLAY 'AUDSAMP: sample ' ASP-SAMPLE-ID ' - '
               WS-SMP-COUNT ' items drawn from ' WS-POP-COUNT
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'SAMPLE ' ASP-SAMPLE-ID ' DRAWN - ' WS-SMP-COUNT
               ' OF ' WS-POP-COUNT ' ITEMS'
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           STOP RUN.

       LOAD-SAMPLE-PARM.
           OPEN INPUT SAMP-PARM-FILE
           IF WS-SAMP-PARM-STATUS NOT = '00'
               MOVE 'SAMP-PARM-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-SAMP-PARM-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE SPACES TO SAMP-PARM-RECORD
           READ SAMP-PARM-FILE
               AT END
                   MOVE 'AUDSAMP.PARM IS EMPTY' TO WS-PARM-ERROR
           END-READ
           CLOSE SAMP-PARM-FILE
           IF WS-PARM-ERROR = SPACES
               EVALUATE TRUE
                   WHEN ASP-SAMPLE-ID = SPACES
                       MOVE 'NO SAMPLE ID' TO WS-PARM-ERROR
                   WHEN ASP-FROM-DATE NOT NUMERIC
                       OR ASP-TO-DATE NOT NUMERIC
                       OR ASP-FROM-DATE > ASP-TO-DATE
                       MOVE 'PERIOD NOT VALID' TO WS-PARM-ERROR
                   WHEN ASP-TYPE NOT = SPACE AND ASP-TYPE NOT = 'D'
                       AND ASP-TYPE NOT = 'R' AND ASP-TYPE NOT = 'X'
                       MOVE 'TYPE MUST BE D, R, X OR BLANK'
                           TO WS-PARM-ERROR
                   WHEN ASP-MIN-AMOUNT NOT NUMERIC
                       OR ASP-MAX-AMOUNT NOT NUMERIC
                       MOVE 'AMOUNT BAND NOT NUMERIC' TO WS-PARM-ERROR
                   WHEN ASP-MAX-AMOUNT > 0
                       AND ASP-MAX-AMOUNT < ASP-MIN-AMOUNT
                       MOVE 'AMOUNT BAND NOT VALID' TO WS-PARM-ERROR
                   WHEN ASP-METHOD NOT = 'R' AND ASP-METHOD NOT = 'M'
                       MOVE 'METHOD MUST BE R OR M' TO WS-PARM-ERROR
                   WHEN ASP-SAMPLE-SIZE NOT NUMERIC
                       OR ASP-INTERVAL NOT NUMERIC
                       MOVE 'SIZE OR INTERVAL NOT NUMERIC'
                           TO WS-PARM-ERROR
                   WHEN ASP-METHOD = 'R' AND ASP-SAMPLE-SIZE = 0
                       MOVE 'NO SAMPLE SIZE' TO WS-PARM-ERROR
                   WHEN ASP-METHOD = 'M' AND ASP-SAMPLE-SIZE = 0
                       AND ASP-INTERVAL = 0
                       MOVE 'NO SAMPLE SIZE OR INTERVAL'
                           TO WS-PARM-ERROR
                   WHEN ASP-SAMPLE-SIZE > WS-MAX-SAMPLE
                       MOVE 'SAMPLE SIZE OVER 500' TO WS-PARM-ERROR
                   WHEN ASP-SEED NOT NUMERIC OR ASP-SEED = 0
                       MOVE 'NO SEED' TO WS-PARM-ERROR
               END-EVALUATE
           END-IF.

       CHECK-ALREADY-DRAWN.
           OPEN INPUT SAMPLE-FILE
           IF WS-SAMPLE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-DRAWN-SAMPLE
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE SAMPLE-FILE
           END-IF.

       READ-DRAWN-SAMPLE.
           READ SAMPLE-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF ASM-SAMPLE-ID = ASP-SAMPLE-ID
                       MOVE 'Y' TO WS-ALREADY-DRAWN
                   END-IF
           END-READ.

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
                   DISPLAY 'AUDSAMP ABEND: more than 5000 '
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

      *> The same walk twice: pass 1 counts the population, pass 2
      *> selects from it. Both see the items in the same order, so
      *> the seeded draw lands on the same items every time.
       SCAN-POSTED-ITEMS.
           MOVE 0 TO WS-CURRENT-SET
           MOVE 0 TO WS-POP-SEEN
           OPEN INPUT FILE2-HIST
           IF WS-FILE2-HIST-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-HIST-ITEMS
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
           PERFORM READ-FILE2-ITEMS
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE FILE2.

       READ-HIST-ITEMS.
           READ FILE2-HIST INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-ONE-RECORD
           END-READ.

       READ-FILE2-ITEMS.
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
                   MOVE 0 TO WS-SET-ORDINAL
                   MOVE WS-SET-USE (WS-CURRENT-SET) TO WS-SET-COUNTS
                   IF WS-SET-DATE (WS-CURRENT-SET) < ASP-FROM-DATE
                       OR WS-SET-DATE (WS-CURRENT-SET) > ASP-TO-DATE
                       MOVE 'N' TO WS-SET-COUNTS
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-SET-ORDINAL
                   COMPUTE WS-MOVEMENT = TOTAL - WS-PRIOR-TOTAL
                   IF WS-SET-COUNTS = 'Y'
                       PERFORM CHECK-POPULATION
                       IF WS-IN-POPULATION = 'Y'
                           IF WS-PASS = 1
                               ADD 1 TO WS-POP-COUNT
                               ADD WS-BOOK-VALUE TO WS-POP-VALUE
                           ELSE
                               PERFORM SELECT-OR-PASS
                           END-IF
                       END-IF
                   END-IF
                   MOVE TOTAL TO WS-PRIOR-TOTAL
           END-EVALUATE.

      *> A transfer leg is 'X'; any other posting that took the
      *> running total down - a reversal, or a negative entry - is
      *> 'R'; the rest are 'D'.
       CHECK-POPULATION.
           MOVE 'N' TO WS-IN-POPULATION
           MOVE FILE2-BRANCH-CODE TO WS-ITEM-BRANCH
           IF WS-ITEM-BRANCH = SPACES
               MOVE '000' TO WS-ITEM-BRANCH
           END-IF
           EVALUATE TRUE
               WHEN FILE2-IS-TRANSFER-LEG
                   MOVE 'X' TO WS-ITEM-TYPE
               WHEN WS-MOVEMENT < 0
                   MOVE 'R' TO WS-ITEM-TYPE
               WHEN OTHER
                   MOVE 'D' TO WS-ITEM-TYPE
           END-EVALUATE
           IF WS-MOVEMENT < 0
               COMPUTE WS-BOOK-VALUE = 0 - WS-MOVEMENT
           ELSE
               MOVE WS-MOVEMENT TO WS-BOOK-VALUE
           END-IF
           EVALUATE TRUE
               WHEN ASP-BRANCH NOT = SPACES
                       AND ASP-BRANCH NOT = WS-ITEM-BRANCH
                   CONTINUE
               WHEN ASP-CURRENCY = 'BAS'
                       AND FILE2-CURRENCY-CODE NOT = SPACES
                   CONTINUE
               WHEN ASP-CURRENCY NOT = 'BAS'
                       AND ASP-CURRENCY NOT = SPACES
                       AND ASP-CURRENCY NOT = FILE2-CURRENCY-CODE
                   CONTINUE
               WHEN ASP-TYPE NOT = SPACE
                       AND ASP-TYPE NOT = WS-ITEM-TYPE
                   CONTINUE
               WHEN WS-BOOK-VALUE < ASP-MIN-AMOUNT
                   CONTINUE
               WHEN ASP-MAX-AMOUNT > 0
                       AND WS-BOOK-VALUE > ASP-MAX-AMOUNT
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO WS-IN-POPULATION
           END-EVALUATE.

      *> Seed the generator and settle the selection figures. A
      *> monetary-unit sample whose interval would put more points
      *> in the population than the sample can hold is refused.
       PREPARE-SELECTION.
           MOVE ASP-SEED TO WS-RAND-STATE
           IF WS-POP-COUNT = 0
               MOVE 'NO ITEMS IN THE POPULATION' TO WS-PARM-ERROR
           END-IF
           IF ASP-METHOD = 'M' AND WS-PARM-ERROR = SPACES
               IF WS-POP-VALUE NOT > 0
                   MOVE 'POPULATION HAS NO VALUE' TO WS-PARM-ERROR
               ELSE
                   IF ASP-INTERVAL > 0
                       MOVE ASP-INTERVAL TO WS-INTERVAL
                   ELSE
                       COMPUTE WS-INTERVAL =
                           WS-POP-VALUE / ASP-SAMPLE-SIZE
                       IF WS-INTERVAL < 0.01
                           MOVE 0.01 TO WS-INTERVAL
                       END-IF
                   END-IF
                   COMPUTE WS-EXPECTED-HITS =
                       WS-POP-VALUE / WS-INTERVAL
                   IF WS-EXPECTED-HITS > WS-MAX-SAMPLE
                       MOVE 'INTERVAL GIVES OVER 500 ITEMS'
                           TO WS-PARM-ERROR
                   ELSE
                       COMPUTE WS-INTERVAL-CENTS = WS-INTERVAL * 100
                       PERFORM NEXT-RANDOM
                       DIVIDE WS-RAND-STATE BY WS-INTERVAL-CENTS
                           GIVING WS-RAND-QUOTIENT
                           REMAINDER WS-START-CENTS
                       COMPUTE WS-NEXT-HIT =
                           (WS-START-CENTS + 1) / 100
                       MOVE 0 TO WS-CUMULATIVE
                   END-IF
               END-IF
           END-IF.

       SELECT-OR-PASS.
           ADD 1 TO WS-POP-SEEN
           IF ASP-METHOD = 'R'
               PERFORM RANDOM-SELECTION
           ELSE
               PERFORM MONETARY-UNIT-SELECTION
           END-IF.

      *> Selection sampling: the item is taken with probability
      *> still-needed over still-unseen, which draws exactly the
      *> sample size (or the whole population, if smaller).
       RANDOM-SELECTION.
           COMPUTE WS-STILL-NEEDED = ASP-SAMPLE-SIZE - WS-SMP-COUNT
           IF WS-STILL-NEEDED > 0
               COMPUTE WS-STILL-UNSEEN =
                   WS-POP-COUNT - WS-POP-SEEN + 1
               PERFORM NEXT-RANDOM
               COMPUTE WS-DRAW-LEFT =
                   (WS-RAND-STATE - 1) * WS-STILL-UNSEEN
               COMPUTE WS-DRAW-RIGHT =
                   WS-STILL-NEEDED * (WS-RAND-MODULUS - 1)
               IF WS-DRAW-LEFT < WS-DRAW-RIGHT
                   MOVE 1 TO WS-ITEM-HITS
                   PERFORM KEEP-SAMPLE-ITEM
               END-IF
           END-IF.

      *> Every selection point falling inside the item's stretch of
      *> the cumulative value selects it; a large item can hold
      *> several.
       MONETARY-UNIT-SELECTION.
           ADD WS-BOOK-VALUE TO WS-CUMULATIVE
           MOVE 0 TO WS-ITEM-HITS
           PERFORM UNTIL WS-NEXT-HIT > WS-CUMULATIVE
               ADD 1 TO WS-ITEM-HITS
               ADD WS-INTERVAL TO WS-NEXT-HIT
           END-PERFORM
           IF WS-ITEM-HITS > 0
               PERFORM KEEP-SAMPLE-ITEM
           END-IF.

       NEXT-RANDOM.
           COMPUTE WS-RAND-PRODUCT = WS-RAND-STATE * 16807
           DIVIDE WS-RAND-PRODUCT BY WS-RAND-MODULUS
               GIVING WS-RAND-QUOTIENT REMAINDER WS-RAND-STATE.

       KEEP-SAMPLE-ITEM.
           IF WS-SMP-COUNT < WS-MAX-SAMPLE
               ADD 1 TO WS-SMP-COUNT
               SET WS-SMP-IDX TO WS-SMP-COUNT
               MOVE WS-SET-DATE (WS-CURRENT-SET)
                   TO WS-SMP-DATE (WS-SMP-IDX)
               MOVE WS-SET-BATCH (WS-CURRENT-SET)
                   TO WS-SMP-BATCH (WS-SMP-IDX)
               MOVE WS-SET-ORDINAL TO WS-SMP-ORDINAL (WS-SMP-IDX)
               MOVE WS-ITEM-BRANCH TO WS-SMP-BRANCH (WS-SMP-IDX)
               MOVE FILE2-CURRENCY-CODE TO WS-SMP-CURRENCY (WS-SMP-IDX)
               MOVE FILE2-ACCOUNT-NO TO WS-SMP-ACCOUNT (WS-SMP-IDX)
               MOVE FILE2-ITEM-REF TO WS-SMP-REF (WS-SMP-IDX)
               MOVE WS-ITEM-TYPE TO WS-SMP-TYPE (WS-SMP-IDX)
               MOVE WS-BOOK-VALUE TO WS-SMP-BOOK (WS-SMP-IDX)
               MOVE WS-MOVEMENT TO WS-SMP-MOVEMENT (WS-SMP-IDX)
               IF FILE2-CURRENCY-CODE NOT = SPACES
                       AND FILE2-NATIVE-AMOUNT NUMERIC
                   MOVE FILE2-NATIVE-AMOUNT
                       TO WS-SMP-NATIVE (WS-SMP-IDX)
               ELSE
                   MOVE WS-MOVEMENT TO WS-SMP-NATIVE (WS-SMP-IDX)
               END-IF
               MOVE WS-PRIOR-TOTAL TO WS-SMP-BEFORE (WS-SMP-IDX)
               MOVE TOTAL TO WS-SMP-AFTER (WS-SMP-IDX)
               MOVE WS-ITEM-HITS TO WS-SMP-HITS (WS-SMP-IDX)
               MOVE 'N' TO WS-SMP-SRC-FOUND (WS-SMP-IDX)
               MOVE 0 TO WS-SMP-AUD-COUNT (WS-SMP-IDX)
           END-IF.

      *> The record each item was posted from: same business date
      *> (the batch header's run date) and batch, matched on the
      *> item reference where the feed carried one, otherwise on the
      *> amount - FILE1 refuses two details of the same amount in a
      *> batch, so the amount is unique within it.
       FIND-SOURCE-RECORDS.
           MOVE 'file1.hist' TO WS-SRC-FILE-NAME
           OPEN INPUT FILE1-HIST
           IF WS-FILE1-HIST-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-FILE1-HIST
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE1-HIST
           END-IF
           MOVE 'file1.dat' TO WS-SRC-FILE-NAME
           OPEN INPUT FILE1
           IF WS-FILE1-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-FILE1-LIVE
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE1
           END-IF.

       READ-FILE1-HIST.
           READ FILE1-HIST INTO FILE1-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-SOURCE-RECORD
           END-READ.

       READ-FILE1-LIVE.
           READ FILE1 NEXT RECORD INTO FILE1-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-SOURCE-RECORD
           END-READ.

       NOTE-SOURCE-RECORD.
           EVALUATE TRUE
               WHEN FILE1-IS-HEADER IN FILE1-RECORD
                   MOVE HDR-RUN-DATE IN FILE1-RECORD
                       TO WS-SRC-BATCH-DATE
               WHEN FILE1-IS-DETAIL IN FILE1-RECORD
                   PERFORM MATCH-SOURCE-RECORD
               WHEN FILE1-IS-REVERSAL IN FILE1-RECORD
                   PERFORM MATCH-SOURCE-RECORD
               WHEN FILE1-IS-TRANSFER IN FILE1-RECORD
                   PERFORM MATCH-SOURCE-RECORD
           END-EVALUATE.

       MATCH-SOURCE-RECORD.
           IF NUMBER-VALUE IN FILE1-RECORD < 0
               COMPUTE WS-SRC-AMOUNT =
                   0 - NUMBER-VALUE IN FILE1-RECORD
           ELSE
               MOVE NUMBER-VALUE IN FILE1-RECORD TO WS-SRC-AMOUNT
           END-IF
           PERFORM VARYING WS-SMP-IDX FROM 1 BY 1
                   UNTIL WS-SMP-IDX > WS-SMP-COUNT
               IF WS-SMP-DATE (WS-SMP-IDX) = WS-SRC-BATCH-DATE
                   AND WS-SMP-BATCH (WS-SMP-IDX)
                       = FILE1-KEY-BATCH IN FILE1-RECORD
                   PERFORM MATCH-ONE-SOURCE
               END-IF
           END-PERFORM.

       MATCH-ONE-SOURCE.
           IF WS-SMP-NATIVE (WS-SMP-IDX) < 0
               COMPUTE WS-ITEM-AMOUNT = 0 - WS-SMP-NATIVE (WS-SMP-IDX)
           ELSE
               MOVE WS-SMP-NATIVE (WS-SMP-IDX) TO WS-ITEM-AMOUNT
           END-IF
           IF (WS-SMP-REF (WS-SMP-IDX) NOT = SPACES
                   AND WS-SMP-REF (WS-SMP-IDX)
                       = FILE1-ITEM-REF IN FILE1-RECORD)
               OR (WS-SMP-REF (WS-SMP-IDX) = SPACES
                   AND WS-ITEM-AMOUNT = WS-SRC-AMOUNT)
               MOVE 'Y' TO WS-SMP-SRC-FOUND (WS-SMP-IDX)
               MOVE WS-SRC-FILE-NAME TO WS-SMP-SRC-FILE (WS-SMP-IDX)
               MOVE FILE1-KEY-SEQ IN FILE1-RECORD
                   TO WS-SMP-SRC-SEQ (WS-SMP-IDX)
               MOVE FILE1-REC-TYPE IN FILE1-RECORD
                   TO WS-SMP-SRC-TYPE (WS-SMP-IDX)
               MOVE NUMBER-VALUE IN FILE1-RECORD
                   TO WS-SMP-SRC-AMOUNT (WS-SMP-IDX)
           END-IF.

      *> file2.aud brackets every posting with the running total
      *> before and after it - the entries whose totals match the
      *> item's, written on or after its business date, are its
      *> audit trail (ITEMTRC's totals match).
       FIND-AUDIT-ENTRIES.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-AUDIT-FILE
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-FILE.
           READ AUDIT-FILE INTO AUDIT-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM VARYING WS-SMP-IDX FROM 1 BY 1
                           UNTIL WS-SMP-IDX > WS-SMP-COUNT
                       IF AUD-BEFORE-TOTAL = WS-SMP-BEFORE (WS-SMP-IDX)
                           AND AUD-AFTER-TOTAL
                               = WS-SMP-AFTER (WS-SMP-IDX)
                           AND AUD-TS-DATE
                               NOT < WS-SMP-DATE (WS-SMP-IDX)
                           AND WS-SMP-AUD-COUNT (WS-SMP-IDX) < 3
                           PERFORM KEEP-AUDIT-ENTRY
                       END-IF
                   END-PERFORM
           END-READ.

       KEEP-AUDIT-ENTRY.
           ADD 1 TO WS-SMP-AUD-COUNT (WS-SMP-IDX)
           MOVE WS-SMP-AUD-COUNT (WS-SMP-IDX) TO WS-AUD-SUB
           MOVE AUD-TS-DATE TO WS-SMP-AUD-DATE (WS-SMP-IDX, WS-AUD-SUB)
           MOVE AUD-TS-TIME TO WS-SMP-AUD-TIME (WS-SMP-IDX, WS-AUD-SUB)
           MOVE AUD-NUMBER-VALUE
               TO WS-SMP-AUD-AMOUNT (WS-SMP-IDX, WS-AUD-SUB).

       WRITE-SAMPLE-FILE.
           OPEN EXTEND SAMPLE-FILE
           IF WS-SAMPLE-STATUS = '35'
               OPEN OUTPUT SAMPLE-FILE
               CLOSE SAMPLE-FILE
               OPEN EXTEND SAMPLE-FILE
           END-IF
           IF WS-SAMPLE-STATUS NOT = '00'
               MOVE 'SAMPLE-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-SAMPLE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE SPACES TO SAMPLE-RECORD
           MOVE ASP-SAMPLE-ID TO ASM-SAMPLE-ID
           SET ASM-IS-HEADER TO TRUE
           MOVE 0 TO ASM-ITEM-NO
           MOVE WS-RUN-DATE TO ASM-DRAWN-DATE
           MOVE ASP-FROM-DATE TO ASM-FROM-DATE
           MOVE ASP-TO-DATE TO ASM-TO-DATE
           MOVE ASP-BRANCH TO ASM-FLT-BRANCH
           MOVE ASP-CURRENCY TO ASM-FLT-CURRENCY
           MOVE ASP-TYPE TO ASM-FLT-TYPE
           MOVE ASP-MIN-AMOUNT TO ASM-FLT-MIN
           MOVE ASP-MAX-AMOUNT TO ASM-FLT-MAX
           MOVE ASP-METHOD TO ASM-METHOD
           MOVE ASP-SEED TO ASM-SEED
           MOVE WS-POP-COUNT TO ASM-POP-COUNT
           MOVE WS-POP-VALUE TO ASM-POP-VALUE
           MOVE WS-INTERVAL TO ASM-INTERVAL
           MOVE WS-SMP-COUNT TO ASM-SAMPLE-COUNT
           WRITE SAMPLE-RECORD
           PERFORM VARYING WS-SMP-IDX FROM 1 BY 1
                   UNTIL WS-SMP-IDX > WS-SMP-COUNT
               MOVE SPACES TO SAMPLE-RECORD
               MOVE ASP-SAMPLE-ID TO ASM-SAMPLE-ID
               SET ASM-IS-ITEM TO TRUE
               SET ASM-ITEM-NO TO WS-SMP-IDX
               MOVE WS-SMP-DATE (WS-SMP-IDX) TO ASM-BUSINESS-DATE
               MOVE WS-SMP-BATCH (WS-SMP-IDX) TO ASM-BATCH
               MOVE WS-SMP-ORDINAL (WS-SMP-IDX) TO ASM-ORDINAL
               MOVE WS-SMP-BRANCH (WS-SMP-IDX) TO ASM-BRANCH
               MOVE WS-SMP-CURRENCY (WS-SMP-IDX) TO ASM-CURRENCY
               MOVE WS-SMP-ACCOUNT (WS-SMP-IDX) TO ASM-ACCOUNT
               MOVE WS-SMP-REF (WS-SMP-IDX) TO ASM-ITEM-REF
               MOVE WS-SMP-TYPE (WS-SMP-IDX) TO ASM-TYPE
               MOVE WS-SMP-BOOK (WS-SMP-IDX) TO ASM-BOOK-VALUE
               MOVE WS-SMP-MOVEMENT (WS-SMP-IDX) TO ASM-MOVEMENT
               MOVE WS-SMP-HITS (WS-SMP-IDX) TO ASM-HITS
               WRITE SAMPLE-RECORD
           END-PERFORM
           CLOSE SAMPLE-FILE.

       WRITE-WORKSHEET.
           OPEN OUTPUT SAMP-REPORT
           IF WS-SAMP-REPORT-STATUS NOT = '00'
               MOVE 'SAMP-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-SAMP-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE ASP-SAMPLE-ID TO WS-HDR-SAMPLE-ID
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           WRITE SAMP-REPORT-RECORD FROM WS-RPT-HEADER
           MOVE ASP-FROM-DATE TO WS-PR1-FROM
           MOVE ASP-TO-DATE TO WS-PR1-TO
           MOVE ASP-BRANCH TO WS-PR1-BRANCH
           MOVE ASP-CURRENCY TO WS-PR1-CURRENCY
           MOVE ASP-TYPE TO WS-PR1-TYPE
           WRITE SAMP-REPORT-RECORD FROM WS-RPT-PARM-1
           MOVE ASP-MIN-AMOUNT TO WS-PR2-MIN
           MOVE ASP-MAX-AMOUNT TO WS-PR2-MAX
           IF ASP-METHOD = 'R'
               MOVE 'RANDOM' TO WS-PR2-METHOD
           ELSE
               MOVE 'MONETARY UNIT' TO WS-PR2-METHOD
           END-IF
           MOVE ASP-SEED TO WS-PR2-SEED
           WRITE SAMP-REPORT-RECORD FROM WS-RPT-PARM-2
           MOVE WS-POP-COUNT TO WS-PR3-COUNT
           MOVE WS-POP-VALUE TO WS-PR3-VALUE
           MOVE WS-INTERVAL TO WS-PR3-INTERVAL
           MOVE WS-SMP-COUNT TO WS-PR3-SAMPLE
           WRITE SAMP-REPORT-RECORD FROM WS-RPT-PARM-3
           PERFORM VARYING WS-SMP-IDX FROM 1 BY 1
                   UNTIL WS-SMP-IDX > WS-SMP-COUNT
               PERFORM WRITE-ONE-WORKSHEET
           END-PERFORM
           CLOSE SAMP-REPORT.

       WRITE-ONE-WORKSHEET.
           MOVE SPACES TO SAMP-REPORT-RECORD
           WRITE SAMP-REPORT-RECORD
           SET WS-RUL-ITEM TO WS-SMP-IDX
           MOVE WS-SMP-COUNT TO WS-RUL-OF
           WRITE SAMP-REPORT-RECORD FROM WS-RPT-RULE
           MOVE WS-SMP-DATE (WS-SMP-IDX) TO WS-PST-DATE
           MOVE WS-SMP-BATCH (WS-SMP-IDX) TO WS-PST-BATCH
           MOVE WS-SMP-ORDINAL (WS-SMP-IDX) TO WS-PST-ORDINAL
           MOVE WS-SMP-BRANCH (WS-SMP-IDX) TO WS-PST-BRANCH
           IF WS-SMP-CURRENCY (WS-SMP-IDX) = SPACES
               MOVE 'BASE' TO WS-PST-CURRENCY
           ELSE
               MOVE WS-SMP-CURRENCY (WS-SMP-IDX) TO WS-PST-CURRENCY
           END-IF
           MOVE WS-SMP-ACCOUNT (WS-SMP-IDX) TO WS-PST-ACCOUNT
           WRITE SAMP-REPORT-RECORD FROM WS-RPT-POSTED
           MOVE WS-SMP-TYPE (WS-SMP-IDX) TO WS-VAL-TYPE
           MOVE WS-SMP-BOOK (WS-SMP-IDX) TO WS-VAL-BOOK
           MOVE WS-SMP-NATIVE (WS-SMP-IDX) TO WS-VAL-NATIVE
           MOVE WS-SMP-HITS (WS-SMP-IDX) TO WS-VAL-HITS
           WRITE SAMP-REPORT-RECORD FROM WS-RPT-VALUES
           MOVE WS-SMP-REF (WS-SMP-IDX) TO WS-TOT-REF
           MOVE WS-SMP-BEFORE (WS-SMP-IDX) TO WS-TOT-BEFORE
           MOVE WS-SMP-AFTER (WS-SMP-IDX) TO WS-TOT-AFTER
           WRITE SAMP-REPORT-RECORD FROM WS-RPT-TOTALS
           IF WS-SMP-SRC-FOUND (WS-SMP-IDX) = 'Y'
               MOVE WS-SMP-SRC-FILE (WS-SMP-IDX) TO WS-SRC-FILE
               MOVE WS-SMP-BATCH (WS-SMP-IDX) TO WS-SRC-BATCH
               MOVE WS-SMP-SRC-SEQ (WS-SMP-IDX) TO WS-SRC-SEQ
               MOVE WS-SMP-SRC-TYPE (WS-SMP-IDX) TO WS-SRC-TYPE
               MOVE WS-SMP-SRC-AMOUNT (WS-SMP-IDX) TO WS-SRC-AMT
               WRITE SAMP-REPORT-RECORD FROM WS-RPT-SOURCE
           ELSE
               MOVE 'SOURCE RECORD NOT FOUND ON FILE1.DAT/FILE1.HIST'
                   TO WS-NOTE-TEXT
               WRITE SAMP-REPORT-RECORD FROM WS-RPT-NOTE
           END-IF
           IF WS-SMP-AUD-COUNT (WS-SMP-IDX) = 0
               MOVE 'NO FILE2.AUD ENTRY FOUND FOR THE POSTING'
                   TO WS-NOTE-TEXT
               WRITE SAMP-REPORT-RECORD FROM WS-RPT-NOTE
           ELSE
               PERFORM VARYING WS-AUD-SUB FROM 1 BY 1
                       UNTIL WS-AUD-SUB > WS-SMP-AUD-COUNT (WS-SMP-IDX)
                   MOVE WS-SMP-AUD-DATE (WS-SMP-IDX, WS-AUD-SUB)
                       TO WS-AUL-DATE
                   MOVE WS-SMP-AUD-TIME (WS-SMP-IDX, WS-AUD-SUB)
                       TO WS-AUL-TIME
                   MOVE WS-SMP-AUD-AMOUNT (WS-SMP-IDX, WS-AUD-SUB)
                       TO WS-AUL-AMOUNT
                   WRITE SAMP-REPORT-RECORD FROM WS-RPT-AUDIT
               END-PERFORM
           END-IF
           WRITE SAMP-REPORT-RECORD FROM WS-RPT-RESULT-1
           WRITE SAMP-REPORT-RECORD FROM WS-RPT-RESULT-2.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'AUDSAMP ABEND: OPEN FAILED FOR '
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
