       IDENTIFICATION DIVISION.
       PROGRAM-ID. QRYUTIL.
      *> Ad-hoc selection and extract. EXPUTIL dumps the whole of
      *> file1.dat and file2.dat, so every narrower question - "all
      *> GBP items over 5,000 for branch 012 last quarter", "every
      *> reversal in March" - used to need a one-off job. This run
      *> reads one source named on the criteria file, keeps the
      *> records that meet every criterion given, and writes them
      *> twice: a formatted listing with counts, totals and
      *> per-currency subtotals (qryutil.rpt) and a pipe-delimited
      *> extract in EXPUTIL's manner (qryutil.csv) for a spreadsheet.
      *> Sources and what each criterion means against them:
      *>   file1.dat, file1.hist - date is the batch header's run
      *>     date, batch the FILE1-KEY-BATCH; type H/D/R/X/T as on
      *>     the record, spaces = the items (D, R and X); amount the
      *>     NUMBER-VALUE in its own currency (a trailer's control
      *>     total).
      *>   file2.dat, file2.hist - date is the set header's business
      *>     date, batch its HDR2-BATCH-NO; type H/T, or for a detail
      *>     'D' ordinary posting, 'R' reversal or other reducing
      *>     posting, 'X' transfer leg - AUDSAMP's reading - spaces =
      *>     the details; amount the native movement (the running-
      *>     total step for details posted before it was carried).
      *>   file1.exc - date the reject date, batch the rejecting
      *>     batch; type is the disposition P/R/W, spaces = all.
      *>   file1.hld - date the source date; held items carry no
      *>     batch, so a batch range is not applied; type is the
      *>     disposition H/R/X, spaces = all.
      *> Branch, currency (spaces = all, 'BAS' = base only) and
      *> region (through BRCHK) apply to every source; the amount
      *> band is on the absolute amount.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QRY-PARM-FILE ASSIGN TO 'qryutil.parm'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QRY-PARM-STATUS.
           SELECT FILE1 ASSIGN TO 'file1.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILE1-LIVE-KEY
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT FILE1-HIST ASSIGN TO 'file1.hist'
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT FILE2-SOURCE ASSIGN TO DYNAMIC WS-SOURCE-NAME
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO 'file1.exc'
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'file1.hld'
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT QRY-REPORT ASSIGN TO 'qryutil.rpt'
               FILE STATUS IS WS-QRY-REPORT-STATUS.
           SELECT QRY-EXTRACT ASSIGN TO 'qryutil.csv'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QRY-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> One line: source file name; date from/to; batch from/to;
      *> branch; region; currency; record type; amount minimum and
      *> maximum; a title for the listing. A criterion left blank
      *> (or zero, for a range's upper end) is not applied.
       FD  QRY-PARM-FILE.
       01  QRY-PARM-RECORD.
           05  QP-SOURCE            PIC X(12).
           05  QP-DATE-FROM         PIC 9(8).
           05  QP-DATE-TO           PIC 9(8).
           05  QP-BATCH-FROM        PIC 9(4).
           05  QP-BATCH-TO          PIC 9(4).
           05  QP-BRANCH            PIC X(3).
           05  QP-REGION            PIC X(3).
           05  QP-CURRENCY          PIC X(3).
           05  QP-REC-TYPE          PIC X(1).
           05  QP-AMOUNT-MIN        PIC 9(9)V99.
           05  QP-AMOUNT-MAX        PIC 9(9)V99.
           05  QP-TITLE             PIC X(40).

      *> The FDs carry file1 and file2 records as raw bytes - each is
      *> read INTO its copybook layout below - so the live and
      *> history files can share one definition without name
      *> clashes, the way RESTUTIL reads them.
       FD  FILE1.
       01  FILE1-LIVE-RECORD.
           05  FILE1-LIVE-KEY       PIC 9(10).
           05  FILLER               PIC X(37).

       FD  FILE1-HIST.
       01  FILE1-HIST-RECORD        PIC X(47).

       FD  FILE2-SOURCE.
       01  FILE2-SOURCE-RECORD      PIC X(45).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           COPY file1exc.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY file1hld.

       FD  QRY-REPORT.
       01  QRY-REPORT-RECORD        PIC X(80).

       FD  QRY-EXTRACT.
       01  QRY-EXTRACT-RECORD       PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-FILE1-RECORD.
           COPY file1rec.
       01 WS-FILE2-RECORD.
           COPY file2rec.

       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-SOURCE-NAME        PIC X(12) VALUE SPACES.
       01 WS-SOURCE-KIND        PIC X(1) VALUE SPACES.
           88  WS-SOURCE-IS-FILE1   VALUE '1'.
           88  WS-SOURCE-IS-FILE2   VALUE '2'.
           88  WS-SOURCE-IS-EXC     VALUE 'E'.
           88  WS-SOURCE-IS-HLD     VALUE 'H'.
       01 WS-SOURCE-ON-FILE     PIC X VALUE 'Y'.
       01 WS-PARM-ERROR         PIC X(50) VALUE SPACES.

      *> The criteria as applied - an open end of a range is widened
      *> to the whole range so each test is one comparison.
       01 WS-DATE-FROM          PIC 9(8) VALUE 0.
       01 WS-DATE-TO            PIC 9(8) VALUE 99999999.
       01 WS-BATCH-FROM         PIC 9(4) VALUE 0.
       01 WS-BATCH-TO           PIC 9(4) VALUE 9999.
       01 WS-BRANCH             PIC X(3) VALUE SPACES.
       01 WS-REGION             PIC X(3) VALUE SPACES.
       01 WS-CURRENCY           PIC X(3) VALUE SPACES.
       01 WS-REC-TYPE           PIC X(1) VALUE SPACES.
       01 WS-AMOUNT-MIN         PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT-MAX         PIC 9(9)V99 VALUE 999999999.99.
       01 WS-TITLE              PIC X(40) VALUE SPACES.

      *> One candidate row, in the shape every source is reduced to
      *> before the criteria are tested.
       01 WS-ROW-DATE           PIC 9(8) VALUE 0.
       01 WS-ROW-BATCH          PIC 9(4) VALUE 0.
       01 WS-ROW-SEQ            PIC 9(6) VALUE 0.
       01 WS-ROW-TYPE           PIC X(1) VALUE SPACES.
       01 WS-ROW-IS-ITEM        PIC X VALUE 'N'.
       01 WS-ROW-BRANCH         PIC X(3) VALUE SPACES.
       01 WS-ROW-REGION         PIC X(3) VALUE SPACES.
       01 WS-ROW-CURRENCY       PIC X(3) VALUE SPACES.
       01 WS-ROW-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-ROW-ABS-AMOUNT     PIC 9(9)V99 COMP-3 VALUE 0.
       01 WS-ROW-ACCOUNT        PIC X(8) VALUE SPACES.
       01 WS-ROW-ITEM-REF       PIC X(16) VALUE SPACES.
       01 WS-ROW-NOTE           PIC X(30) VALUE SPACES.
       01 WS-ROW-MATCHES        PIC X VALUE 'N'.

      *> Carried from the most recent header while reading file1 and
      *> file2, and the running total a file2 detail steps from.
       01 WS-SET-DATE           PIC 9(8) VALUE 0.
       01 WS-SET-BATCH          PIC 9(4) VALUE 0.
       01 WS-PRIOR-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.

       01 WS-READ-COUNT         PIC 9(8) VALUE 0.
       01 WS-MATCH-COUNT        PIC 9(8) VALUE 0.
       01 WS-MATCH-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.

      *> Per-currency subtotals of the matched amounts - a listing
      *> across currencies has no meaningful grand total on its own.
       01 WS-CCY-COUNT          PIC 9(3) VALUE 0.
       01 WS-CCY-TABLE.
           05  WS-CCY-ENTRY     OCCURS 50 TIMES
                                 INDEXED BY WS-CCY-IDX.
               10  WS-CCY-CODE      PIC X(3).
               10  WS-CCY-ITEMS     PIC 9(8).
               10  WS-CCY-TOTAL     PIC S9(11)V99 COMP-3.
       01 WS-CCY-FOUND          PIC X VALUE 'N'.

      *> Branch lookups through the common BRCHK subprogram, for the
      *> region criterion and the region column.
       01 WS-BRCHK-STATUS       PIC X(1) VALUE '0'.
       01 WS-BRCHK-NAME         PIC X(20) VALUE SPACES.
       01 WS-BRCHK-REGION       PIC X(3) VALUE SPACES.

       01 WS-QRY-PARM-STATUS    PIC XX VALUE '00'.
       01 WS-SOURCE-STATUS      PIC XX VALUE '00'.
       01 WS-QRY-REPORT-STATUS  PIC XX VALUE '00'.
       01 WS-QRY-EXTRACT-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - the run's outcome goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'QRYUTIL'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

      *> Edited staging fields for the extract, as EXPUTIL uses.
       01 WS-AMOUNT-ED          PIC -(9)9.99.
       01 WS-CSV-LINE           PIC X(160).

       01 WS-RPT-TITLE.
           05  FILLER            PIC X(8)  VALUE 'QUERY - '.
           05  WS-TTL-TEXT       PIC X(40).
           05  FILLER            PIC X(10) VALUE '  SOURCE '.
           05  WS-TTL-SOURCE     PIC X(12).
           05  FILLER            PIC X(10) VALUE SPACES.

       01 WS-RPT-CRITERIA-1.
           05  FILLER            PIC X(6)  VALUE 'DATES '.
           05  WS-CR-DATE-FROM   PIC 9(8).
           05  FILLER            PIC X(1)  VALUE '-'.
           05  WS-CR-DATE-TO     PIC 9(8).
           05  FILLER            PIC X(10) VALUE '  BATCHES '.
           05  WS-CR-BATCH-FROM  PIC 9(4).
           05  FILLER            PIC X(1)  VALUE '-'.
           05  WS-CR-BATCH-TO    PIC 9(4).
           05  FILLER            PIC X(8)  VALUE '  TYPE '.
           05  WS-CR-TYPE        PIC X(3).
           05  FILLER            PIC X(27) VALUE SPACES.

       01 WS-RPT-CRITERIA-2.
           05  FILLER            PIC X(7)  VALUE 'BRANCH '.
           05  WS-CR-BRANCH      PIC X(3).
           05  FILLER            PIC X(9)  VALUE '  REGION '.
           05  WS-CR-REGION      PIC X(3).
           05  FILLER            PIC X(11) VALUE '  CURRENCY '.
           05  WS-CR-CURRENCY    PIC X(3).
           05  FILLER            PIC X(10) VALUE '  AMOUNTS '.
           05  WS-CR-AMOUNT-MIN  PIC Z(8)9.99.
           05  FILLER            PIC X(1)  VALUE '-'.
           05  WS-CR-AMOUNT-MAX  PIC Z(8)9.99.
           05  FILLER            PIC X(7)  VALUE SPACES.

       01 WS-RPT-COLS.
           05  FILLER            PIC X(40) VALUE
               'DATE     BTCH SEQ    T BR  RGN CCY      '.
           05  FILLER            PIC X(40) VALUE
               '  AMOUNT ACCOUNT  ITEM REF'.

       01 WS-RPT-LINE.
           05  WS-DTL-DATE       PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-BATCH      PIC X(4).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-SEQ        PIC 9(6).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-TYPE       PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-BRANCH     PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-REGION     PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-CURRENCY   PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-AMOUNT     PIC -(8)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-ACCOUNT    PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-DTL-ITEM-REF   PIC X(16).
           05  FILLER            PIC X(7)  VALUE SPACES.

       01 WS-TOTAL-LINE.
           05  WS-TOT-TEXT       PIC X(24).
           05  WS-TOT-COUNT      PIC Z(7)9.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-TOT-AMOUNT-AREA PIC X(15).
           05  WS-TOT-AMOUNT REDEFINES WS-TOT-AMOUNT-AREA
                                 PIC -(11)9.99.
           05  FILLER            PIC X(30) VALUE SPACES.

       01 WS-BLANK-LINE         PIC X(80) VALUE SPACES.
       01 WS-MESSAGE-LINE       PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-QUERY-PARM
           OPEN OUTPUT QRY-REPORT
           IF WS-QRY-REPORT-STATUS NOT = '00'
               MOVE 'QRY-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-QRY-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           OPEN OUTPUT QRY-EXTRACT
           IF WS-QRY-EXTRACT-STATUS NOT = '00'
               MOVE 'QRY-EXTRACT' TO WS-ERROR-FILE-NAME
               MOVE WS-QRY-EXTRACT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           PERFORM WRITE-REPORT-HEADING
           MOVE SPACES TO QRY-EXTRACT-RECORD
           STRING 'SOURCE|DATE|BATCH|SEQ|TYPE|BRANCH|REGION|'
               'CURRENCY|AMOUNT|ACCOUNT|ITEM-REF|NOTE'
               DELIMITED BY SIZE INTO QRY-EXTRACT-RECORD
           END-STRING
           WRITE QRY-EXTRACT-RECORD
           EVALUATE TRUE
               WHEN WS-SOURCE-IS-FILE1
                   PERFORM SCAN-FILE1-SOURCE
               WHEN WS-SOURCE-IS-FILE2
                   PERFORM SCAN-FILE2-SOURCE
               WHEN WS-SOURCE-IS-EXC
                   PERFORM SCAN-EXCEPTIONS
               WHEN WS-SOURCE-IS-HLD
                   PERFORM SCAN-HELD-ITEMS
           END-EVALUATE
           PERFORM WRITE-REPORT-TOTALS
           CLOSE QRY-REPORT
           CLOSE QRY-EXTRACT
           DISPLAY 'QRYUTIL: ' WS-SOURCE-NAME ' - ' WS-READ-COUNT
               ' records read, ' WS-MATCH-COUNT ' selected'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'QUERY ' WS-SOURCE-NAME ' READ ' WS-READ-COUNT
               ' SELECTED ' WS-MATCH-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           IF WS-SOURCE-ON-FILE = 'N'
               MOVE 'W' TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-SOURCE-ON-FILE = 'N'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> The criteria file is required and must name a source this
      *> utility knows; a range given the wrong way round is refused
      *> rather than silently selecting nothing.
       LOAD-QUERY-PARM.
           OPEN INPUT QRY-PARM-FILE
           IF WS-QRY-PARM-STATUS NOT = '00'
               MOVE 'NO QRYUTIL.PARM CRITERIA FILE' TO WS-PARM-ERROR
               PERFORM REFUSE-QUERY
           END-IF
           READ QRY-PARM-FILE INTO QRY-PARM-RECORD
               AT END
                   MOVE SPACES TO QRY-PARM-RECORD
           END-READ
           CLOSE QRY-PARM-FILE
           MOVE QP-SOURCE TO WS-SOURCE-NAME
           EVALUATE QP-SOURCE
               WHEN 'file1.dat'
               WHEN 'file1.hist'
                   SET WS-SOURCE-IS-FILE1 TO TRUE
               WHEN 'file2.dat'
               WHEN 'file2.hist'
                   SET WS-SOURCE-IS-FILE2 TO TRUE
               WHEN 'file1.exc'
                   SET WS-SOURCE-IS-EXC TO TRUE
               WHEN 'file1.hld'
                   SET WS-SOURCE-IS-HLD TO TRUE
               WHEN OTHER
                   MOVE 'SOURCE IS NOT A FILE THIS QUERY CAN READ'
                       TO WS-PARM-ERROR
                   PERFORM REFUSE-QUERY
           END-EVALUATE
           IF QP-DATE-FROM NUMERIC
               MOVE QP-DATE-FROM TO WS-DATE-FROM
           END-IF
           IF QP-DATE-TO NUMERIC AND QP-DATE-TO > 0
               MOVE QP-DATE-TO TO WS-DATE-TO
           END-IF
           IF QP-BATCH-FROM NUMERIC
               MOVE QP-BATCH-FROM TO WS-BATCH-FROM
           END-IF
           IF QP-BATCH-TO NUMERIC AND QP-BATCH-TO > 0
               MOVE QP-BATCH-TO TO WS-BATCH-TO
           END-IF
           IF QP-AMOUNT-MIN NUMERIC
               MOVE QP-AMOUNT-MIN TO WS-AMOUNT-MIN
           END-IF
           IF QP-AMOUNT-MAX NUMERIC AND QP-AMOUNT-MAX > 0
               MOVE QP-AMOUNT-MAX TO WS-AMOUNT-MAX
           END-IF
           MOVE QP-BRANCH TO WS-BRANCH
           MOVE QP-REGION TO WS-REGION
           MOVE QP-CURRENCY TO WS-CURRENCY
           MOVE QP-REC-TYPE TO WS-REC-TYPE
           MOVE QP-TITLE TO WS-TITLE
           IF WS-TITLE = SPACES
               MOVE 'AD-HOC SELECTION' TO WS-TITLE
           END-IF
           EVALUATE TRUE
               WHEN WS-DATE-FROM > WS-DATE-TO
                   MOVE 'DATE FROM IS LATER THAN DATE TO'
                       TO WS-PARM-ERROR
                   PERFORM REFUSE-QUERY
               WHEN WS-BATCH-FROM > WS-BATCH-TO
                   MOVE 'BATCH FROM IS HIGHER THAN BATCH TO'
                       TO WS-PARM-ERROR
                   PERFORM REFUSE-QUERY
               WHEN WS-AMOUNT-MIN > WS-AMOUNT-MAX
                   MOVE 'AMOUNT MINIMUM IS ABOVE THE MAXIMUM'
                       TO WS-PARM-ERROR
                   PERFORM REFUSE-QUERY
           END-EVALUATE.

       REFUSE-QUERY.
           DISPLAY 'QRYUTIL: query refused - ' WS-PARM-ERROR
           MOVE 'E' TO WS-LOG-SEVERITY
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'QUERY REFUSED - ' WS-PARM-ERROR
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-HEADING.
           MOVE WS-TITLE TO WS-TTL-TEXT
           MOVE WS-SOURCE-NAME TO WS-TTL-SOURCE
           WRITE QRY-REPORT-RECORD FROM WS-RPT-TITLE
           MOVE WS-DATE-FROM TO WS-CR-DATE-FROM
           MOVE WS-DATE-TO TO WS-CR-DATE-TO
           MOVE WS-BATCH-FROM TO WS-CR-BATCH-FROM
           MOVE WS-BATCH-TO TO WS-CR-BATCH-TO
           IF WS-REC-TYPE = SPACES
               MOVE 'ALL' TO WS-CR-TYPE
           ELSE
               MOVE WS-REC-TYPE TO WS-CR-TYPE
           END-IF
           WRITE QRY-REPORT-RECORD FROM WS-RPT-CRITERIA-1
           MOVE WS-BRANCH TO WS-CR-BRANCH
           IF WS-BRANCH = SPACES
               MOVE 'ALL' TO WS-CR-BRANCH
           END-IF
           MOVE WS-REGION TO WS-CR-REGION
           IF WS-REGION = SPACES
               MOVE 'ALL' TO WS-CR-REGION
           END-IF
           MOVE WS-CURRENCY TO WS-CR-CURRENCY
           IF WS-CURRENCY = SPACES
               MOVE 'ALL' TO WS-CR-CURRENCY
           END-IF
           MOVE WS-AMOUNT-MIN TO WS-CR-AMOUNT-MIN
           MOVE WS-AMOUNT-MAX TO WS-CR-AMOUNT-MAX
           WRITE QRY-REPORT-RECORD FROM WS-RPT-CRITERIA-2
           WRITE QRY-REPORT-RECORD FROM WS-BLANK-LINE
           WRITE QRY-REPORT-RECORD FROM WS-RPT-COLS.

      *> file1.dat is indexed and read in key order; file1.hist holds
      *> its records as ARCHUTIL aged them out, in the same order.
      *> Either way a batch's header comes before its details.
       SCAN-FILE1-SOURCE.
           MOVE 0 TO WS-SET-DATE
           IF WS-SOURCE-NAME = 'file1.dat'
               OPEN INPUT FILE1
           ELSE
               OPEN INPUT FILE1-HIST
           END-IF
           IF WS-SOURCE-STATUS NOT = '00'
               PERFORM NOTE-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-FILE1-SOURCE
               UNTIL WS-END-OF-FILE = 'Y'
           IF WS-SOURCE-NAME = 'file1.dat'
               CLOSE FILE1
           ELSE
               CLOSE FILE1-HIST
           END-IF.

       READ-FILE1-SOURCE.
           IF WS-SOURCE-NAME = 'file1.dat'
               READ FILE1 NEXT RECORD INTO WS-FILE1-RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           ELSE
               READ FILE1-HIST INTO WS-FILE1-RECORD
                   AT END
                       MOVE 'Y' TO WS-END-OF-FILE
               END-READ
           END-IF
           IF WS-END-OF-FILE = 'N'
               ADD 1 TO WS-READ-COUNT
               PERFORM BUILD-FILE1-ROW
               PERFORM TEST-AND-SELECT-ROW
           END-IF.

       BUILD-FILE1-ROW.
           IF FILE1-IS-HEADER
               MOVE HDR-RUN-DATE TO WS-SET-DATE
           END-IF
           MOVE WS-SET-DATE TO WS-ROW-DATE
           MOVE FILE1-KEY-BATCH TO WS-ROW-BATCH
           MOVE FILE1-KEY-SEQ TO WS-ROW-SEQ
           MOVE FILE1-REC-TYPE TO WS-ROW-TYPE
           MOVE SPACES TO WS-ROW-BRANCH
           MOVE SPACES TO WS-ROW-CURRENCY
           MOVE SPACES TO WS-ROW-ACCOUNT
           MOVE SPACES TO WS-ROW-ITEM-REF
           MOVE SPACES TO WS-ROW-NOTE
           MOVE 0 TO WS-ROW-AMOUNT
           MOVE 'N' TO WS-ROW-IS-ITEM
           EVALUATE TRUE
               WHEN FILE1-IS-HEADER
                   MOVE HDR-BATCH-ID TO WS-ROW-NOTE
               WHEN FILE1-IS-TRAILER
                   MOVE TRLR-CONTROL-TOTAL TO WS-ROW-AMOUNT
               WHEN OTHER
                   MOVE 'Y' TO WS-ROW-IS-ITEM
                   MOVE NUMBER-VALUE TO WS-ROW-AMOUNT
                   MOVE FILE1-BRANCH-CODE TO WS-ROW-BRANCH
                   MOVE FILE1-CURRENCY-CODE TO WS-ROW-CURRENCY
                   MOVE FILE1-ITEM-REF TO WS-ROW-ITEM-REF
                   IF FILE1-IS-TRANSFER
                       STRING 'TRANSFER TO ' FILE1-XFER-TO-BRANCH
                           DELIMITED BY SIZE INTO WS-ROW-NOTE
                       END-STRING
                   ELSE
                       MOVE FILE1-ACCOUNT-NO TO WS-ROW-ACCOUNT
                   END-IF
           END-EVALUATE.

      *> file2.dat and file2.hist share one layout and one reader.
       SCAN-FILE2-SOURCE.
           MOVE 0 TO WS-SET-DATE
           MOVE 0 TO WS-SET-BATCH
           MOVE 0 TO WS-PRIOR-TOTAL
           OPEN INPUT FILE2-SOURCE
           IF WS-SOURCE-STATUS NOT = '00'
               PERFORM NOTE-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-FILE2-SOURCE
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE FILE2-SOURCE.

       READ-FILE2-SOURCE.
           READ FILE2-SOURCE INTO WS-FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM BUILD-FILE2-ROW
                   PERFORM TEST-AND-SELECT-ROW
           END-READ.

       BUILD-FILE2-ROW.
           MOVE SPACES TO WS-ROW-BRANCH
           MOVE SPACES TO WS-ROW-CURRENCY
           MOVE SPACES TO WS-ROW-ACCOUNT
           MOVE SPACES TO WS-ROW-ITEM-REF
           MOVE SPACES TO WS-ROW-NOTE
           MOVE 0 TO WS-ROW-AMOUNT
           MOVE 'N' TO WS-ROW-IS-ITEM
           MOVE FILE2-REC-TYPE TO WS-ROW-TYPE
           EVALUATE FILE2-REC-TYPE
               WHEN 'H'
                   MOVE HDR2-BUSINESS-DATE TO WS-SET-DATE
                   MOVE HDR2-BATCH-NO TO WS-SET-BATCH
                   MOVE 0 TO WS-PRIOR-TOTAL
                   MOVE 0 TO WS-ROW-SEQ
               WHEN 'T'
                   MOVE TRAILER-GRAND-TOTAL TO WS-ROW-AMOUNT
                   MOVE 999999 TO WS-ROW-SEQ
               WHEN OTHER
                   ADD 1 TO WS-ROW-SEQ
                   MOVE 'Y' TO WS-ROW-IS-ITEM
                   IF FILE2-NATIVE-AMOUNT NUMERIC
                       MOVE FILE2-NATIVE-AMOUNT TO WS-ROW-AMOUNT
                   ELSE
                       COMPUTE WS-ROW-AMOUNT = TOTAL - WS-PRIOR-TOTAL
                   END-IF
                   MOVE TOTAL TO WS-PRIOR-TOTAL
                   MOVE FILE2-BRANCH-CODE TO WS-ROW-BRANCH
                   MOVE FILE2-CURRENCY-CODE TO WS-ROW-CURRENCY
                   MOVE FILE2-ITEM-REF TO WS-ROW-ITEM-REF
                   EVALUATE TRUE
                       WHEN FILE2-IS-TRANSFER-LEG
                           MOVE 'X' TO WS-ROW-TYPE
                           STRING 'TRANSFER LEG WITH '
                               FILE2-XFER-BRANCH
                               DELIMITED BY SIZE INTO WS-ROW-NOTE
                           END-STRING
                       WHEN WS-ROW-AMOUNT < 0
                           MOVE 'R' TO WS-ROW-TYPE
                           MOVE FILE2-ACCOUNT-NO TO WS-ROW-ACCOUNT
                       WHEN OTHER
                           MOVE 'D' TO WS-ROW-TYPE
                           MOVE FILE2-ACCOUNT-NO TO WS-ROW-ACCOUNT
                   END-EVALUATE
           END-EVALUATE
           MOVE WS-SET-DATE TO WS-ROW-DATE
           MOVE WS-SET-BATCH TO WS-ROW-BATCH.

       SCAN-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE
           IF WS-SOURCE-STATUS NOT = '00'
               PERFORM NOTE-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-EXCEPTION
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE EXCEPTION-FILE.

       READ-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE EXC-RUN-DATE TO WS-ROW-DATE
                   MOVE EXC-BATCH-NO TO WS-ROW-BATCH
                   MOVE WS-READ-COUNT TO WS-ROW-SEQ
                   MOVE EXC-DISPOSITION TO WS-ROW-TYPE
                   MOVE 'Y' TO WS-ROW-IS-ITEM
                   MOVE EXC-BRANCH-CODE TO WS-ROW-BRANCH
                   MOVE EXC-CURRENCY-CODE TO WS-ROW-CURRENCY
                   MOVE EXC-NUMBER-VALUE TO WS-ROW-AMOUNT
                   MOVE EXC-ACCOUNT-NO TO WS-ROW-ACCOUNT
                   MOVE EXC-ITEM-REF TO WS-ROW-ITEM-REF
                   MOVE EXC-REASON TO WS-ROW-NOTE
                   PERFORM TEST-AND-SELECT-ROW
           END-READ.

       SCAN-HELD-ITEMS.
           OPEN INPUT HOLD-FILE
           IF WS-SOURCE-STATUS NOT = '00'
               PERFORM NOTE-SOURCE-MISSING
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-HELD-ITEM
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE HOLD-FILE.

       READ-HELD-ITEM.
           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE HLD-SOURCE-DATE TO WS-ROW-DATE
                   MOVE 0 TO WS-ROW-BATCH
                   MOVE WS-READ-COUNT TO WS-ROW-SEQ
                   MOVE HLD-DISPOSITION TO WS-ROW-TYPE
                   MOVE 'Y' TO WS-ROW-IS-ITEM
                   MOVE HLD-BRANCH-CODE TO WS-ROW-BRANCH
                   MOVE HLD-CURRENCY-CODE TO WS-ROW-CURRENCY
                   MOVE HLD-NUMBER-VALUE TO WS-ROW-AMOUNT
                   MOVE HLD-ACCOUNT-NO TO WS-ROW-ACCOUNT
                   MOVE HLD-ITEM-REF TO WS-ROW-ITEM-REF
                   IF HLD-REASON = SPACES
                       MOVE 'OVER LIMIT' TO WS-ROW-NOTE
                   ELSE
                       MOVE HLD-REASON TO WS-ROW-NOTE
                   END-IF
                   PERFORM TEST-AND-SELECT-ROW
           END-READ.

       NOTE-SOURCE-MISSING.
           MOVE 'N' TO WS-SOURCE-ON-FILE
           DISPLAY 'QRYUTIL: ' WS-SOURCE-NAME ' not on file - '
               'nothing to select'
           MOVE SPACES TO WS-MESSAGE-LINE
           STRING WS-SOURCE-NAME ' NOT ON FILE - NOTHING SELECTED'
               DELIMITED BY SIZE INTO WS-MESSAGE-LINE
           END-STRING
           WRITE QRY-REPORT-RECORD FROM WS-MESSAGE-LINE.

      *> Every criterion given must hold. Region is looked up only
      *> once the cheaper tests have passed; '000', the house branch,
      *> belongs to no region.
       TEST-AND-SELECT-ROW.
           IF WS-ROW-AMOUNT < 0
               COMPUTE WS-ROW-ABS-AMOUNT = 0 - WS-ROW-AMOUNT
           ELSE
               MOVE WS-ROW-AMOUNT TO WS-ROW-ABS-AMOUNT
           END-IF
           MOVE 'Y' TO WS-ROW-MATCHES
           EVALUATE TRUE
               WHEN WS-REC-TYPE = SPACES AND WS-ROW-IS-ITEM = 'N'
                   MOVE 'N' TO WS-ROW-MATCHES
               WHEN WS-REC-TYPE NOT = SPACES
                       AND WS-ROW-TYPE NOT = WS-REC-TYPE
                   MOVE 'N' TO WS-ROW-MATCHES
               WHEN WS-ROW-DATE < WS-DATE-FROM
                       OR WS-ROW-DATE > WS-DATE-TO
                   MOVE 'N' TO WS-ROW-MATCHES
               WHEN NOT WS-SOURCE-IS-HLD
                       AND (WS-ROW-BATCH < WS-BATCH-FROM
                           OR WS-ROW-BATCH > WS-BATCH-TO)
                   MOVE 'N' TO WS-ROW-MATCHES
               WHEN WS-BRANCH NOT = SPACES
                       AND WS-ROW-BRANCH NOT = WS-BRANCH
                   MOVE 'N' TO WS-ROW-MATCHES
               WHEN WS-CURRENCY = 'BAS'
                       AND WS-ROW-CURRENCY NOT = SPACES
                   MOVE 'N' TO WS-ROW-MATCHES
               WHEN WS-CURRENCY NOT = SPACES AND WS-CURRENCY NOT = 'BAS'
                       AND WS-ROW-CURRENCY NOT = WS-CURRENCY
                   MOVE 'N' TO WS-ROW-MATCHES
               WHEN WS-ROW-ABS-AMOUNT < WS-AMOUNT-MIN
                       OR WS-ROW-ABS-AMOUNT > WS-AMOUNT-MAX
                   MOVE 'N' TO WS-ROW-MATCHES
           END-EVALUATE
           IF WS-ROW-MATCHES = 'Y'
               PERFORM LOOK-UP-ROW-REGION
               IF WS-REGION NOT = SPACES
                       AND WS-ROW-REGION NOT = WS-REGION
                   MOVE 'N' TO WS-ROW-MATCHES
               END-IF
           END-IF
           IF WS-ROW-MATCHES = 'Y'
               PERFORM WRITE-SELECTED-ROW
           END-IF.

       LOOK-UP-ROW-REGION.
           MOVE SPACES TO WS-ROW-REGION
           IF WS-ROW-BRANCH NOT = SPACES AND WS-ROW-BRANCH NOT = '000'
               CALL 'BRCHK' USING WS-ROW-BRANCH, WS-BRCHK-STATUS,
                   WS-BRCHK-NAME, WS-BRCHK-REGION
               MOVE WS-BRCHK-REGION TO WS-ROW-REGION
           END-IF.

       WRITE-SELECTED-ROW.
           ADD 1 TO WS-MATCH-COUNT
           ADD WS-ROW-AMOUNT TO WS-MATCH-TOTAL
           PERFORM ADD-CURRENCY-SUBTOTAL
           MOVE WS-ROW-DATE TO WS-DTL-DATE
           IF WS-SOURCE-IS-HLD
               MOVE SPACES TO WS-DTL-BATCH
           ELSE
               MOVE WS-ROW-BATCH TO WS-DTL-BATCH
           END-IF
           MOVE WS-ROW-SEQ TO WS-DTL-SEQ
           MOVE WS-ROW-TYPE TO WS-DTL-TYPE
           MOVE WS-ROW-BRANCH TO WS-DTL-BRANCH
           MOVE WS-ROW-REGION TO WS-DTL-REGION
           MOVE WS-ROW-CURRENCY TO WS-DTL-CURRENCY
           MOVE WS-ROW-AMOUNT TO WS-DTL-AMOUNT
           MOVE WS-ROW-ACCOUNT TO WS-DTL-ACCOUNT
           MOVE WS-ROW-ITEM-REF TO WS-DTL-ITEM-REF
           WRITE QRY-REPORT-RECORD FROM WS-RPT-LINE
           MOVE WS-ROW-AMOUNT TO WS-AMOUNT-ED
           MOVE SPACES TO WS-CSV-LINE
           STRING WS-SOURCE-NAME DELIMITED BY SPACE
               '|' WS-DTL-DATE '|' WS-DTL-BATCH '|' WS-DTL-SEQ
               '|' WS-ROW-TYPE '|' WS-ROW-BRANCH '|' WS-ROW-REGION
               '|' WS-ROW-CURRENCY '|' WS-AMOUNT-ED
               '|' WS-ROW-ACCOUNT '|' WS-ROW-ITEM-REF
               '|' WS-ROW-NOTE
               DELIMITED BY SIZE INTO WS-CSV-LINE
           END-STRING
           MOVE WS-CSV-LINE TO QRY-EXTRACT-RECORD
           WRITE QRY-EXTRACT-RECORD.

       ADD-CURRENCY-SUBTOTAL.
           MOVE 'N' TO WS-CCY-FOUND
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
                       OR WS-CCY-FOUND = 'Y'
               IF WS-CCY-CODE (WS-CCY-IDX) = WS-ROW-CURRENCY
                   MOVE 'Y' TO WS-CCY-FOUND
               END-IF
           END-PERFORM
           IF WS-CCY-FOUND = 'Y'
               SET WS-CCY-IDX DOWN BY 1
           ELSE
               IF WS-CCY-COUNT >= 50
                   DISPLAY 'QRYUTIL ABEND: more than 50 currencies '
                       'selected'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CCY-COUNT
               SET WS-CCY-IDX TO WS-CCY-COUNT
               MOVE WS-ROW-CURRENCY TO WS-CCY-CODE (WS-CCY-IDX)
               MOVE 0 TO WS-CCY-ITEMS (WS-CCY-IDX)
               MOVE 0 TO WS-CCY-TOTAL (WS-CCY-IDX)
           END-IF
           ADD 1 TO WS-CCY-ITEMS (WS-CCY-IDX)
           ADD WS-ROW-AMOUNT TO WS-CCY-TOTAL (WS-CCY-IDX).

       WRITE-REPORT-TOTALS.
           WRITE QRY-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'RECORDS READ:' TO WS-TOT-TEXT
           MOVE WS-READ-COUNT TO WS-TOT-COUNT
           MOVE SPACES TO WS-TOT-AMOUNT-AREA
           WRITE QRY-REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE 'RECORDS SELECTED:' TO WS-TOT-TEXT
           MOVE WS-MATCH-COUNT TO WS-TOT-COUNT
           MOVE WS-MATCH-TOTAL TO WS-TOT-AMOUNT
           WRITE QRY-REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               MOVE SPACES TO WS-TOT-TEXT
               IF WS-CCY-CODE (WS-CCY-IDX) = SPACES
                   MOVE '  CURRENCY BASE' TO WS-TOT-TEXT
               ELSE
                   STRING '  CURRENCY ' WS-CCY-CODE (WS-CCY-IDX)
                       DELIMITED BY SIZE INTO WS-TOT-TEXT
                   END-STRING
               END-IF
               MOVE WS-CCY-ITEMS (WS-CCY-IDX) TO WS-TOT-COUNT
               MOVE WS-CCY-TOTAL (WS-CCY-IDX) TO WS-TOT-AMOUNT
               WRITE QRY-REPORT-RECORD FROM WS-TOTAL-LINE
           END-PERFORM.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'QRYUTIL ABEND: OPEN FAILED FOR '
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
