       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXINFO.
      *> Annual tax-information return, run at fiscal year-end
      *> alongside FILE2YTD and for the same year (file2ytd.parm; a
      *> missing parm takes the current calendar year). INTACCR
      *> leaves an 'I' record on accrual.dat for every account it
      *> pays each month - gross interest and the tax withheld from
      *> it - and a 'P' record for the month as a whole. This
      *> program sums the year's 'I' records per account, names each
      *> account from acctmast.dat, and writes taxinfo.dat (layout in
      *> taxinfo.cpy) and a per-account summary report, taxinfo.rpt.
      *> The report closes with control totals that tie the return
      *> back to the books:
      *>   - gross interest to accounts plus the unallocated interest
      *>     on the 'P' records equals the interest posted;
      *>   - the ledger's movement on the interest items (item ref
      *>     'INTACCR yyyymm') equals the interest posted, and on the
      *>     withholding items ('WHTAX yyyymm') the tax withheld;
      *>   - the ledger's net movement for the year, every set on
      *>     file2.hist and file2.dat dated in it, less what was
      *>     posted after FILE2MTD closed the set's month, equals the
      *>     year's grand total on file2.ann.
      *> A set posted again by an override rerun counts once, its
      *> latest posting, the way COSTALOC counts sets. A set is
      *> posted after its month closed when its run date is later
      *> than the month's close date on period.dat - the period-end
      *> interest batch always is, since INTACCR generates it on the
      *> period-end day for the next night's run - and it never
      *> reached file2.mtd, so file2.ann cannot hold it until the
      *> month is reopened and closed again. Those sets are shown as
      *> a reconciling line between the two figures; where a late
      *> set is a rerun of one the close did see, the reconciling
      *> line carries only the difference. Any tie that
      *> fails sets return code 8; a year FILE2YTD has not closed yet
      *> cannot tie to file2.ann and sets return code 4.
      *> An account the return cannot identify - not on acctmast.dat,
      *> or there with no tax ID (as every account is straight after
      *> ACCTCVT) - is still written, and listed under the report's
      *> exceptions: return code 4, or 8 when tax was withheld from
      *> it, since that tax cannot be credited to anyone.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-FILE ASSIGN TO 'accrual.dat'
               FILE STATUS IS WS-ACCRUAL-STATUS.
           SELECT ACM-FILE ASSIGN TO 'acctmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-KEY
               FILE STATUS IS WS-ACM-FILE-STATUS.
           SELECT FILE2 ASSIGN TO 'file2.dat'
               FILE STATUS IS WS-FILE2-STATUS.
           SELECT FILE2-HIST ASSIGN TO 'file2.hist'
               FILE STATUS IS WS-FILE2-HIST-STATUS.
           SELECT ANNUAL-FILE ASSIGN TO 'file2.ann'
               FILE STATUS IS WS-ANNUAL-STATUS.
           SELECT PERIOD-FILE ASSIGN TO 'period.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-KEY
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT YTD-PARM-FILE ASSIGN TO 'file2ytd.parm'
               FILE STATUS IS WS-YTD-PARM-STATUS.
           SELECT TAX-FILE ASSIGN TO 'taxinfo.dat'
               FILE STATUS IS WS-TAX-FILE-STATUS.
           SELECT TAX-REPORT ASSIGN TO 'taxinfo.rpt'
               FILE STATUS IS WS-TAX-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-FILE.
       01  ACCRUAL-RECORD.
           COPY accrual.

       FD  ACM-FILE.
       01  ACM-RECORD.
           COPY acctmast.

       FD  FILE2.
       01  FILE2-RECORD.
           COPY file2rec.

      *> Archived file2.dat records, read into FILE2-RECORD so both
      *> sources share one layout.
       FD  FILE2-HIST.
       01  FILE2-HIST-RECORD         PIC X(45).

      *> One record per closed fiscal year, as FILE2YTD writes it.
       FD  ANNUAL-FILE.
       01  ANNUAL-RECORD.
           05  ANN-YEAR             PIC 9(4).
           05  ANN-RECORD-COUNT     PIC 9(8).
           05  ANN-GRAND-TOTAL      PIC S9(11)V99 COMP-3.

      *> Each month's close date, to tell which sets FILE2MTD saw.
       FD  PERIOD-FILE.
       01  PERIOD-RECORD.
           COPY period.

      *> The fiscal year being reported, YYYY - the same parm
      *> FILE2YTD closes the year from.
       FD  YTD-PARM-FILE.
       01  YTD-PARM-RECORD.
           05  YTDP-YEAR            PIC 9(4).

       FD  TAX-FILE.
       01  TAX-RECORD.
           COPY taxinfo.

       FD  TAX-REPORT.
       01  TAX-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-SELECTED-YEAR      PIC 9(4) VALUE 0.
       01 WS-RECORD-YEAR        PIC 9(4) VALUE 0.
       01 WS-ACM-ON-FILE        PIC X VALUE 'N'.

      *> The year's interest per account from its 'I' records, kept
      *> in account order. INTACCR writes a month's 'I' records in
      *> account order, so the slot after the last one matched is
      *> tried before searching.
       01 WS-ACCT-COUNT         PIC 9(5) VALUE 0.
       01 WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY    OCCURS 1 TO 10000 TIMES
                                 DEPENDING ON WS-ACCT-COUNT
                                 INDEXED BY WS-ACCT-IDX.
               10  WS-TX-ACCOUNT-NO PIC X(8).
               10  WS-TX-GROSS      PIC S9(9)V99 COMP-3.
               10  WS-TX-TAX        PIC S9(9)V99 COMP-3.
               10  WS-TX-WHT-FLAG   PIC X(1).
               10  WS-TX-EXCEPTION  PIC X(1).
                   88  WS-TX-NOT-ON-MASTER  VALUE 'M'.
                   88  WS-TX-NO-TAX-ID      VALUE 'T'.
       01 WS-ACCT-SUB           PIC 9(5) VALUE 0.
       01 WS-ACCT-HINT          PIC 9(5) VALUE 0.
       01 WS-ACCT-FOUND         PIC X VALUE 'N'.
       01 WS-BSEARCH-LOW        PIC 9(5) VALUE 0.
       01 WS-BSEARCH-HIGH       PIC 9(5) VALUE 0.
       01 WS-BSEARCH-MID        PIC 9(5) VALUE 0.
       01 WS-BSEARCH-INSERT-POINT PIC 9(5) VALUE 0.

      *> The year's totals from accrual.dat.
       01 WS-GROSS-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TAX-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-NET-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-POSTED-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-UNALLOC-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-MONTHS-POSTED      PIC 9(2) VALUE 0.
       01 WS-ACCTS-WITHHELD     PIC 9(5) VALUE 0.
       01 WS-ACCT-NET           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-EXCEPTIONS         PIC 9(5) VALUE 0.
       01 WS-EXCEPTIONS-TAXED   PIC 9(5) VALUE 0.

      *> Every (business date, batch) set on file2.hist then
      *> file2.dat in file order; a set posted again by an override
      *> rerun is marked superseded so only its latest posting
      *> counts. WS-SET-LATE is 'Y' for a posting made after its
      *> month's close; a superseded posting the close did count,
      *> whose rerun came after it, is marked 'C' in WS-SET-USE.
       01 WS-SET-COUNT          PIC 9(4) VALUE 0.
       01 WS-SET-TABLE.
           05  WS-SET-ENTRY     OCCURS 5000 TIMES
                                 INDEXED BY WS-SET-IDX.
               10  WS-SET-DATE      PIC 9(8).
               10  WS-SET-BATCH     PIC 9(4).
               10  WS-SET-USE       PIC X(1).
               10  WS-SET-LATE      PIC X(1).
       01 WS-LATER-SUB          PIC 9(4) VALUE 0.
       01 WS-CURRENT-SET        PIC 9(4) VALUE 0.
       01 WS-SET-COUNTS         PIC X VALUE 'N'.
       01 WS-SET-IS-LATE        PIC X VALUE 'N'.
       01 WS-PERIOD-ON-FILE     PIC X VALUE 'N'.
       01 WS-SET-MONTH          PIC 9(6) VALUE 0.
       01 WS-PRIOR-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-MOVEMENT           PIC S9(9)V99 COMP-3 VALUE 0.

      *> The year's ledger movement, and the year's file2.ann record.
       01 WS-LEDGER-INTEREST    PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-LEDGER-WITHHELD    PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-LEDGER-NET         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-LEDGER-SETS        PIC 9(4) VALUE 0.
       01 WS-LATE-NET           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-LATE-SETS          PIC 9(4) VALUE 0.
       01 WS-CLOSED-NET         PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-ANN-FOUND          PIC X VALUE 'N'.
       01 WS-ANN-RECORDS        PIC 9(8) VALUE 0.
       01 WS-ANN-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-TIE-LEFT           PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TIE-RIGHT          PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-TIES-FAILED        PIC 9(1) VALUE 0.

       01 WS-ACCRUAL-STATUS     PIC XX VALUE '00'.
       01 WS-ACM-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-FILE2-STATUS       PIC XX VALUE '00'.
       01 WS-FILE2-HIST-STATUS  PIC XX VALUE '00'.
       01 WS-ANNUAL-STATUS      PIC XX VALUE '00'.
       01 WS-PERIOD-FILE-STATUS PIC XX VALUE '00'.
       01 WS-YTD-PARM-STATUS    PIC XX VALUE '00'.
       01 WS-TAX-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-TAX-REPORT-STATUS  PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - every key event goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'TAXINFO'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(31) VALUE
               'ANNUAL TAX INFORMATION REPORT -'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RPT-YEAR       PIC 9(4).
           05  FILLER            PIC X(44) VALUE SPACES.

       01 WS-RPT-COLS.
           05  FILLER            PIC X(9)  VALUE 'ACCOUNT'.
           05  FILLER            PIC X(13) VALUE 'TAX ID'.
           05  FILLER            PIC X(20) VALUE 'NAME'.
           05  FILLER            PIC X(2)  VALUE 'W'.
           05  FILLER            PIC X(13) VALUE '       GROSS'.
           05  FILLER            PIC X(11) VALUE '       TAX'.
           05  FILLER            PIC X(12) VALUE '         NET'.

       01 WS-RPT-LINE.
           05  WS-RPT-ACCOUNT    PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RPT-TAX-ID     PIC X(12).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RPT-NAME       PIC X(19).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RPT-FLAG       PIC X(1).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RPT-GROSS      PIC Z(8)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RPT-TAX        PIC Z(6)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RPT-NET        PIC Z(8)9.99.

       01 WS-RPT-EXC-TITLE.
           05  FILLER            PIC X(41) VALUE
               'EXCEPTIONS - ACCOUNT CANNOT BE IDENTIFIED'.
           05  FILLER            PIC X(39) VALUE SPACES.

       01 WS-RPT-EXC-LINE.
           05  WS-RPT-EXC-ACCOUNT PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-EXC-REASON PIC X(30).
           05  WS-RPT-EXC-GROSS  PIC Z(8)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RPT-EXC-TAX    PIC Z(6)9.99.
           05  FILLER            PIC X(17) VALUE SPACES.

       01 WS-RPT-TOTAL-LINE.
           05  WS-RPT-TOTAL-LABEL PIC X(40).
           05  WS-RPT-TOTAL-AMT  PIC -(11)9.99.
           05  FILLER            PIC X(25) VALUE SPACES.

       01 WS-RPT-COUNT-LINE.
           05  WS-RPT-COUNT-LABEL PIC X(40).
           05  WS-RPT-COUNT      PIC Z(7)9.
           05  FILLER            PIC X(32) VALUE SPACES.

       01 WS-RPT-TIE-COLS.
           05  FILLER            PIC X(36) VALUE 'CONTROL TOTALS'.
           05  FILLER            PIC X(15) VALUE '           THIS'.
           05  FILLER            PIC X(15) VALUE '        TIES TO'.
           05  FILLER            PIC X(14) VALUE SPACES.

       01 WS-RPT-TIE-LINE.
           05  WS-RPT-TIE-LABEL  PIC X(36).
           05  WS-RPT-TIE-LEFT   PIC -(10)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-RPT-TIE-RIGHT  PIC -(10)9.99.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-RPT-TIE-STATUS PIC X(4).
           05  FILLER            PIC X(9)  VALUE SPACES.

       01 WS-RPT-MESSAGE         PIC X(80).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-SELECTED-YEAR = WS-RUN-DATE / 10000
           PERFORM LOAD-YEAR-PARM
           PERFORM SCAN-ACCRUAL-FILE
           PERFORM LIST-POSTED-SETS
           PERFORM MARK-SUPERSEDED-SETS
           PERFORM SUM-LEDGER-YEAR
           PERFORM FIND-ANNUAL-RECORD
           PERFORM WRITE-TAX-RETURN
           PERFORM WRITE-CONTROL-TOTALS
           DISPLAY 'TAXINFO: year ' WS-SELECTED-YEAR ' - '
               WS-ACCT-COUNT ' accounts, gross ' WS-GROSS-TOTAL
               ' withheld ' WS-TAX-TOTAL
           MOVE SPACES TO WS-LOG-MESSAGE
           EVALUATE TRUE
               WHEN WS-TIES-FAILED > 0
                   MOVE 'W' TO WS-LOG-SEVERITY
                   STRING 'YEAR ' WS-SELECTED-YEAR ' TAX RETURN - '
                       WS-TIES-FAILED ' CONTROL TOTAL(S) DO NOT TIE'
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   END-STRING
               WHEN WS-EXCEPTIONS > 0
                   MOVE 'W' TO WS-LOG-SEVERITY
                   STRING 'YEAR ' WS-SELECTED-YEAR ' TAX RETURN - '
                       WS-EXCEPTIONS ' ACCOUNT(S) NOT IDENTIFIED'
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   END-STRING
               WHEN OTHER
                   STRING 'YEAR ' WS-SELECTED-YEAR ' TAX RETURN - '
                       WS-ACCT-COUNT ' ACCOUNTS, '
                       WS-ACCTS-WITHHELD ' WITHHELD'
                       DELIMITED BY SIZE INTO WS-LOG-MESSAGE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-RUN-LOG
           EVALUATE TRUE
               WHEN WS-TIES-FAILED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTIONS-TAXED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ANN-FOUND = 'N'
                   MOVE 4 TO RETURN-CODE
               WHEN WS-EXCEPTIONS > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       LOAD-YEAR-PARM.
           OPEN INPUT YTD-PARM-FILE
           IF WS-YTD-PARM-STATUS = '00'
               READ YTD-PARM-FILE INTO YTD-PARM-RECORD
               IF YTDP-YEAR NUMERIC AND YTDP-YEAR > 0
                   MOVE YTDP-YEAR TO WS-SELECTED-YEAR
               END-IF
               CLOSE YTD-PARM-FILE
           END-IF
           DISPLAY 'TAXINFO: reporting fiscal year '
               WS-SELECTED-YEAR.

      *> A shop that has never accrued interest has no accrual.dat
      *> and files a return with no accounts on it.
       SCAN-ACCRUAL-FILE.
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS = '35'
               DISPLAY 'TAXINFO: no accrual.dat - no interest paid'
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCRUAL-STATUS NOT = '00'
               MOVE 'ACCRUAL-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-ACCRUAL-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-ACCRUAL-RECORD
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE ACCRUAL-FILE.

      *> The year is the month the interest was earned in, not the
      *> date it was written: a month posts on its period-end day.
      *> A 'P' record from before interest went to accounts carries
      *> no unallocated amount - all of it was unallocated.
       READ-ACCRUAL-RECORD.
           READ ACCRUAL-FILE INTO ACCRUAL-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   EVALUATE TRUE
                       WHEN ACR-IS-POSTING
                           COMPUTE WS-RECORD-YEAR =
                               ACR-POST-MONTH / 100
                           IF WS-RECORD-YEAR = WS-SELECTED-YEAR
                               ADD 1 TO WS-MONTHS-POSTED
                               ADD ACR-POST-AMOUNT TO WS-POSTED-TOTAL
                               IF ACR-POST-UNALLOC NUMERIC
                                   ADD ACR-POST-UNALLOC
                                       TO WS-UNALLOC-TOTAL
                               ELSE
                                   ADD ACR-POST-AMOUNT
                                       TO WS-UNALLOC-TOTAL
                               END-IF
                           END-IF
                       WHEN ACR-IS-ACCOUNT-POSTING
                           COMPUTE WS-RECORD-YEAR =
                               ACR-AP-MONTH / 100
                           IF WS-RECORD-YEAR = WS-SELECTED-YEAR
                               PERFORM ADD-ACCOUNT-MONTH
                           END-IF
                   END-EVALUATE
           END-READ.

       ADD-ACCOUNT-MONTH.
           MOVE 'N' TO WS-ACCT-FOUND
           IF WS-ACCT-HINT > WS-ACCT-COUNT
               MOVE 1 TO WS-ACCT-HINT
           END-IF
           IF WS-ACCT-HINT > 0
               IF WS-TX-ACCOUNT-NO (WS-ACCT-HINT) = ACR-AP-ACCOUNT-NO
                   MOVE 'Y' TO WS-ACCT-FOUND
                   MOVE WS-ACCT-HINT TO WS-ACCT-SUB
               END-IF
           END-IF
           IF WS-ACCT-FOUND = 'N'
               PERFORM FIND-ACCOUNT-SLOT
           END-IF
           IF WS-ACCT-FOUND = 'N'
               IF WS-ACCT-COUNT >= 10000
                   DISPLAY 'TAXINFO ABEND: more than 10000 accounts '
                       'paid interest in ' WS-SELECTED-YEAR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM INSERT-ACCOUNT-SLOT
           END-IF
           ADD ACR-AP-GROSS TO WS-TX-GROSS (WS-ACCT-SUB)
           ADD ACR-AP-TAX TO WS-TX-TAX (WS-ACCT-SUB)
           IF ACR-AP-TAX-RATE > 0 OR ACR-AP-TAX NOT = 0
               MOVE 'Y' TO WS-TX-WHT-FLAG (WS-ACCT-SUB)
           END-IF
           COMPUTE WS-ACCT-HINT = WS-ACCT-SUB + 1.

       FIND-ACCOUNT-SLOT.
           MOVE 1 TO WS-BSEARCH-LOW
           MOVE WS-ACCT-COUNT TO WS-BSEARCH-HIGH
           PERFORM UNTIL WS-BSEARCH-LOW > WS-BSEARCH-HIGH
                   OR WS-ACCT-FOUND = 'Y'
               COMPUTE WS-BSEARCH-MID =
                   (WS-BSEARCH-LOW + WS-BSEARCH-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-TX-ACCOUNT-NO (WS-BSEARCH-MID)
                           = ACR-AP-ACCOUNT-NO
                       MOVE 'Y' TO WS-ACCT-FOUND
                       MOVE WS-BSEARCH-MID TO WS-ACCT-SUB
                   WHEN WS-TX-ACCOUNT-NO (WS-BSEARCH-MID)
                           < ACR-AP-ACCOUNT-NO
                       COMPUTE WS-BSEARCH-LOW = WS-BSEARCH-MID + 1
                   WHEN OTHER
                       COMPUTE WS-BSEARCH-HIGH = WS-BSEARCH-MID - 1
               END-EVALUATE
           END-PERFORM
           MOVE WS-BSEARCH-LOW TO WS-BSEARCH-INSERT-POINT.

       INSERT-ACCOUNT-SLOT.
           ADD 1 TO WS-ACCT-COUNT
           IF WS-BSEARCH-INSERT-POINT < WS-ACCT-COUNT
               PERFORM VARYING WS-ACCT-IDX FROM WS-ACCT-COUNT BY -1
                       UNTIL WS-ACCT-IDX <= WS-BSEARCH-INSERT-POINT
                   MOVE WS-ACCT-ENTRY (WS-ACCT-IDX - 1)
                       TO WS-ACCT-ENTRY (WS-ACCT-IDX)
               END-PERFORM
           END-IF
           MOVE WS-BSEARCH-INSERT-POINT TO WS-ACCT-SUB
           MOVE ACR-AP-ACCOUNT-NO TO WS-TX-ACCOUNT-NO (WS-ACCT-SUB)
           MOVE 0 TO WS-TX-GROSS (WS-ACCT-SUB)
           MOVE 0 TO WS-TX-TAX (WS-ACCT-SUB)
           MOVE 'N' TO WS-TX-WHT-FLAG (WS-ACCT-SUB).

      *> First pass: every set in file order, archive first. A shop
      *> that has never archived has no file2.hist; file2.dat is
      *> required.
       LIST-POSTED-SETS.
           MOVE 'N' TO WS-PERIOD-ON-FILE
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS = '00'
               MOVE 'Y' TO WS-PERIOD-ON-FILE
           END-IF
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
           CLOSE FILE2
           IF WS-PERIOD-ON-FILE = 'Y'
               CLOSE PERIOD-FILE
           END-IF.

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
                   DISPLAY 'TAXINFO ABEND: more than 5000 '
                       'sets on file2.hist/file2.dat'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SET-COUNT
               MOVE HDR2-BUSINESS-DATE TO WS-SET-DATE (WS-SET-COUNT)
               MOVE HDR2-BATCH-NO TO WS-SET-BATCH (WS-SET-COUNT)
               MOVE 'Y' TO WS-SET-USE (WS-SET-COUNT)
               PERFORM CHECK-SET-AFTER-CLOSE
               MOVE WS-SET-IS-LATE TO WS-SET-LATE (WS-SET-COUNT)
           END-IF.

      *> A month with no period.dat record has never been closed, so
      *> nothing posted to it is late. A reopened month keeps the
      *> date it was last closed, and its file2.mtd days are still
      *> the ones that close wrote.
       CHECK-SET-AFTER-CLOSE.
           MOVE 'N' TO WS-SET-IS-LATE
           IF WS-PERIOD-ON-FILE = 'N'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SET-MONTH = HDR2-BUSINESS-DATE / 100
           MOVE WS-SET-MONTH TO PRD-MONTH
           READ PERIOD-FILE INTO PERIOD-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HDR2-RUN-DATE > PRD-CLOSED-DATE
                       MOVE 'Y' TO WS-SET-IS-LATE
                   END-IF
           END-READ.

       MARK-SUPERSEDED-SETS.
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SET-COUNT
               PERFORM CHECK-ONE-SET-SUPERSEDED
           END-PERFORM
           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                   UNTIL WS-SET-IDX > WS-SET-COUNT
               PERFORM CHECK-ONE-SET-CLOSED
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

      *> A superseded posting made before its month closed is the one
      *> the close counted when every later posting of the set came
      *> after the close.
       CHECK-ONE-SET-CLOSED.
           IF WS-SET-USE (WS-SET-IDX) NOT = 'N'
               OR WS-SET-LATE (WS-SET-IDX) = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-SET-USE (WS-SET-IDX)
           SET WS-LATER-SUB TO WS-SET-IDX
           ADD 1 TO WS-LATER-SUB
           PERFORM VARYING WS-LATER-SUB FROM WS-LATER-SUB BY 1
                   UNTIL WS-LATER-SUB > WS-SET-COUNT
                       OR WS-SET-USE (WS-SET-IDX) = 'N'
               IF WS-SET-DATE (WS-LATER-SUB) = WS-SET-DATE (WS-SET-IDX)
                   AND WS-SET-BATCH (WS-LATER-SUB)
                       = WS-SET-BATCH (WS-SET-IDX)
                   AND WS-SET-LATE (WS-LATER-SUB) = 'N'
                   MOVE 'N' TO WS-SET-USE (WS-SET-IDX)
               END-IF
           END-PERFORM.

      *> Second pass, same file order: each detail's movement is its
      *> running-total step. Every detail of a set dated in the year
      *> counts toward the year's net; the interest and withholding
      *> items are picked out by the item ref INTACCR gave them. A
      *> late set's movement also goes to the reconciling figure,
      *> and a superseded posting the close counted comes off it.
       SUM-LEDGER-YEAR.
           MOVE 0 TO WS-CURRENT-SET
           OPEN INPUT FILE2-HIST
           IF WS-FILE2-HIST-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-HIST-DETAILS
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
           PERFORM READ-FILE2-DETAILS
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE FILE2.

       READ-HIST-DETAILS.
           READ FILE2-HIST INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-ONE-RECORD
           END-READ.

       READ-FILE2-DETAILS.
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
                   MOVE WS-SET-USE (WS-CURRENT-SET) TO WS-SET-COUNTS
                   MOVE WS-SET-LATE (WS-CURRENT-SET) TO WS-SET-IS-LATE
                   COMPUTE WS-RECORD-YEAR =
                       HDR2-BUSINESS-DATE / 10000
                   IF WS-RECORD-YEAR NOT = WS-SELECTED-YEAR
                       MOVE 'N' TO WS-SET-COUNTS
                   END-IF
                   IF WS-SET-COUNTS = 'Y'
                       ADD 1 TO WS-LEDGER-SETS
                       IF WS-SET-IS-LATE = 'Y'
                           ADD 1 TO WS-LATE-SETS
                       END-IF
                   END-IF
               WHEN 'D'
                   COMPUTE WS-MOVEMENT = TOTAL - WS-PRIOR-TOTAL
                   MOVE TOTAL TO WS-PRIOR-TOTAL
                   IF WS-SET-COUNTS = 'C'
                       SUBTRACT WS-MOVEMENT FROM WS-LATE-NET
                   END-IF
                   IF WS-SET-COUNTS = 'Y'
                       ADD WS-MOVEMENT TO WS-LEDGER-NET
                       IF WS-SET-IS-LATE = 'Y'
                           ADD WS-MOVEMENT TO WS-LATE-NET
                       END-IF
                       IF FILE2-ITEM-REF (1:8) = 'INTACCR '
                           ADD WS-MOVEMENT TO WS-LEDGER-INTEREST
                       END-IF
                       IF FILE2-ITEM-REF (1:6) = 'WHTAX '
                           ADD WS-MOVEMENT TO WS-LEDGER-WITHHELD
                       END-IF
                   END-IF
           END-EVALUATE.

      *> The last file2.ann record for the year counts - a year
      *> FILE2YTD closed twice was re-closed on purpose.
       FIND-ANNUAL-RECORD.
           OPEN INPUT ANNUAL-FILE
           IF WS-ANNUAL-STATUS NOT = '00'
               DISPLAY 'TAXINFO: no file2.ann - year '
                   WS-SELECTED-YEAR ' not closed'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-ANNUAL-RECORD
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE ANNUAL-FILE.

       READ-ANNUAL-RECORD.
           READ ANNUAL-FILE
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF ANN-YEAR = WS-SELECTED-YEAR
                       MOVE 'Y' TO WS-ANN-FOUND
                       MOVE ANN-RECORD-COUNT TO WS-ANN-RECORDS
                       MOVE ANN-GRAND-TOTAL TO WS-ANN-TOTAL
                   END-IF
           END-READ.

      *> taxinfo.dat is written afresh every run, so a rerun after a
      *> late posting replaces the return rather than adding to it.
      *> An account missing from acctmast.dat, or on it with no tax
      *> ID, still goes on the return and is listed again under the
      *> report's exceptions. With no acctmast.dat at all every
      *> account is an exception; a master that will not open stops
      *> the run.
       WRITE-TAX-RETURN.
           OPEN OUTPUT TAX-FILE
           IF WS-TAX-FILE-STATUS NOT = '00'
               MOVE 'TAX-FILE' TO WS-ERROR-FILE-NAME
               MOVE WS-TAX-FILE-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           OPEN OUTPUT TAX-REPORT
           IF WS-TAX-REPORT-STATUS NOT = '00'
               MOVE 'TAX-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-TAX-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE 'N' TO WS-ACM-ON-FILE
           OPEN INPUT ACM-FILE
           EVALUATE WS-ACM-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-ACM-ON-FILE
               WHEN '35'
                   DISPLAY 'TAXINFO: no acctmast.dat - return '
                       'written without names or tax IDs'
               WHEN OTHER
                   MOVE 'ACM-FILE' TO WS-ERROR-FILE-NAME
                   MOVE WS-ACM-FILE-STATUS TO WS-ERROR-STATUS
                   PERFORM OPEN-ERROR
           END-EVALUATE
           MOVE SPACES TO TAX-RECORD
           MOVE 'H' TO TAX-REC-TYPE
           MOVE WS-SELECTED-YEAR TO TAX-HDR-YEAR
           MOVE WS-RUN-DATE TO TAX-HDR-RUN-DATE
           WRITE TAX-RECORD
           MOVE WS-SELECTED-YEAR TO WS-RPT-YEAR
           WRITE TAX-REPORT-RECORD FROM WS-RPT-HEADER
           WRITE TAX-REPORT-RECORD FROM WS-RPT-COLS
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               PERFORM WRITE-ONE-ACCOUNT
           END-PERFORM
           IF WS-EXCEPTIONS > 0
               MOVE SPACES TO WS-RPT-MESSAGE
               WRITE TAX-REPORT-RECORD FROM WS-RPT-MESSAGE
               WRITE TAX-REPORT-RECORD FROM WS-RPT-EXC-TITLE
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                   PERFORM WRITE-ONE-EXCEPTION
               END-PERFORM
           END-IF
           COMPUTE WS-NET-TOTAL = WS-GROSS-TOTAL - WS-TAX-TOTAL
           MOVE SPACES TO TAX-RECORD
           MOVE 'T' TO TAX-REC-TYPE
           MOVE WS-ACCT-COUNT TO TAX-TRL-RECORD-COUNT
           MOVE WS-GROSS-TOTAL TO TAX-TRL-GROSS
           MOVE WS-TAX-TOTAL TO TAX-TRL-WITHHELD
           MOVE WS-NET-TOTAL TO TAX-TRL-NET
           WRITE TAX-RECORD
           IF WS-ACM-ON-FILE = 'Y'
               CLOSE ACM-FILE
           END-IF
           CLOSE TAX-FILE.

       WRITE-ONE-ACCOUNT.
           COMPUTE WS-ACCT-NET = WS-TX-GROSS (WS-ACCT-SUB)
               - WS-TX-TAX (WS-ACCT-SUB)
           ADD WS-TX-GROSS (WS-ACCT-SUB) TO WS-GROSS-TOTAL
           ADD WS-TX-TAX (WS-ACCT-SUB) TO WS-TAX-TOTAL
           IF WS-TX-WHT-FLAG (WS-ACCT-SUB) = 'Y'
               ADD 1 TO WS-ACCTS-WITHHELD
           END-IF
           MOVE SPACES TO TAX-RECORD
           MOVE 'D' TO TAX-REC-TYPE
           MOVE WS-TX-ACCOUNT-NO (WS-ACCT-SUB) TO TAX-ACCOUNT-NO
           MOVE WS-TX-WHT-FLAG (WS-ACCT-SUB) TO TAX-WHT-FLAG
           MOVE WS-TX-GROSS (WS-ACCT-SUB) TO TAX-GROSS-INTEREST
           MOVE WS-TX-TAX (WS-ACCT-SUB) TO TAX-WITHHELD
           MOVE WS-ACCT-NET TO TAX-NET-PAID
           MOVE '*** NOT ON ACCTMAST' TO WS-RPT-NAME
           SET WS-TX-NOT-ON-MASTER (WS-ACCT-SUB) TO TRUE
           IF WS-ACM-ON-FILE = 'Y'
               MOVE WS-TX-ACCOUNT-NO (WS-ACCT-SUB) TO ACM-ACCOUNT-NO
               READ ACM-FILE INTO ACM-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACM-TAX-ID TO TAX-ID
                       MOVE ACM-NAME TO TAX-NAME
                       MOVE ACM-BRANCH-CODE TO TAX-BRANCH-CODE
                       MOVE ACM-NAME TO WS-RPT-NAME
                       MOVE SPACE TO WS-TX-EXCEPTION (WS-ACCT-SUB)
                       IF ACM-TAX-ID = SPACES
                           SET WS-TX-NO-TAX-ID (WS-ACCT-SUB) TO TRUE
                       END-IF
               END-READ
           END-IF
           IF WS-TX-EXCEPTION (WS-ACCT-SUB) NOT = SPACE
               ADD 1 TO WS-EXCEPTIONS
               IF WS-TX-TAX (WS-ACCT-SUB) NOT = 0
                   ADD 1 TO WS-EXCEPTIONS-TAXED
               END-IF
           END-IF
           WRITE TAX-RECORD
           MOVE WS-TX-ACCOUNT-NO (WS-ACCT-SUB) TO WS-RPT-ACCOUNT
           MOVE TAX-ID TO WS-RPT-TAX-ID
           MOVE WS-TX-WHT-FLAG (WS-ACCT-SUB) TO WS-RPT-FLAG
           MOVE WS-TX-GROSS (WS-ACCT-SUB) TO WS-RPT-GROSS
           MOVE WS-TX-TAX (WS-ACCT-SUB) TO WS-RPT-TAX
           MOVE WS-ACCT-NET TO WS-RPT-NET
           WRITE TAX-REPORT-RECORD FROM WS-RPT-LINE.

      *> Period-end interest posts the night after its period-end
      *> day, after FILE2MTD has closed the month, so it is on the
      *> ledger but not on file2.ann. The ledger net less the sets
      *> posted after their month closed is what the closes saw,
      *> and that is the figure tied to file2.ann.
       WRITE-ONE-EXCEPTION.
           IF WS-TX-EXCEPTION (WS-ACCT-SUB) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TX-ACCOUNT-NO (WS-ACCT-SUB) TO WS-RPT-EXC-ACCOUNT
           IF WS-TX-NOT-ON-MASTER (WS-ACCT-SUB)
               MOVE 'NOT ON ACCTMAST.DAT' TO WS-RPT-EXC-REASON
           ELSE
               MOVE 'NO TAX ID ON ACCTMAST.DAT' TO WS-RPT-EXC-REASON
           END-IF
           MOVE WS-TX-GROSS (WS-ACCT-SUB) TO WS-RPT-EXC-GROSS
           MOVE WS-TX-TAX (WS-ACCT-SUB) TO WS-RPT-EXC-TAX
           WRITE TAX-REPORT-RECORD FROM WS-RPT-EXC-LINE.

       WRITE-CONTROL-TOTALS.
           COMPUTE WS-CLOSED-NET = WS-LEDGER-NET - WS-LATE-NET
           MOVE SPACES TO WS-RPT-MESSAGE
           WRITE TAX-REPORT-RECORD FROM WS-RPT-MESSAGE
           MOVE 'ACCOUNTS PAID INTEREST' TO WS-RPT-COUNT-LABEL
           MOVE WS-ACCT-COUNT TO WS-RPT-COUNT
           WRITE TAX-REPORT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'ACCOUNTS WITH TAX WITHHELD' TO WS-RPT-COUNT-LABEL
           MOVE WS-ACCTS-WITHHELD TO WS-RPT-COUNT
           WRITE TAX-REPORT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'ACCOUNTS NOT IDENTIFIED (EXCEPTIONS)'
               TO WS-RPT-COUNT-LABEL
           MOVE WS-EXCEPTIONS TO WS-RPT-COUNT
           WRITE TAX-REPORT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'EXCEPTIONS WITH TAX WITHHELD' TO WS-RPT-COUNT-LABEL
           MOVE WS-EXCEPTIONS-TAXED TO WS-RPT-COUNT
           WRITE TAX-REPORT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'MONTHS OF INTEREST POSTED' TO WS-RPT-COUNT-LABEL
           MOVE WS-MONTHS-POSTED TO WS-RPT-COUNT
           WRITE TAX-REPORT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'GROSS INTEREST TO ACCOUNTS' TO WS-RPT-TOTAL-LABEL
           MOVE WS-GROSS-TOTAL TO WS-RPT-TOTAL-AMT
           WRITE TAX-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'TAX WITHHELD' TO WS-RPT-TOTAL-LABEL
           MOVE WS-TAX-TOTAL TO WS-RPT-TOTAL-AMT
           WRITE TAX-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'NET INTEREST PAID' TO WS-RPT-TOTAL-LABEL
           MOVE WS-NET-TOTAL TO WS-RPT-TOTAL-AMT
           WRITE TAX-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'UNALLOCATED INTEREST' TO WS-RPT-TOTAL-LABEL
           MOVE WS-UNALLOC-TOTAL TO WS-RPT-TOTAL-AMT
           WRITE TAX-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'TOTAL INTEREST POSTED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-POSTED-TOTAL TO WS-RPT-TOTAL-AMT
           WRITE TAX-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'LEDGER SETS IN THE YEAR' TO WS-RPT-COUNT-LABEL
           MOVE WS-LEDGER-SETS TO WS-RPT-COUNT
           WRITE TAX-REPORT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'SETS POSTED AFTER MONTH CLOSED'
               TO WS-RPT-COUNT-LABEL
           MOVE WS-LATE-SETS TO WS-RPT-COUNT
           WRITE TAX-REPORT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE 'FILE2.ANN RECORD COUNT' TO WS-RPT-COUNT-LABEL
           MOVE WS-ANN-RECORDS TO WS-RPT-COUNT
           WRITE TAX-REPORT-RECORD FROM WS-RPT-COUNT-LINE
           MOVE SPACES TO WS-RPT-MESSAGE
           WRITE TAX-REPORT-RECORD FROM WS-RPT-MESSAGE
           WRITE TAX-REPORT-RECORD FROM WS-RPT-TIE-COLS
           MOVE 'GROSS + UNALLOCATED = POSTED'
               TO WS-RPT-TIE-LABEL
           COMPUTE WS-TIE-LEFT = WS-GROSS-TOTAL + WS-UNALLOC-TOTAL
           MOVE WS-POSTED-TOTAL TO WS-TIE-RIGHT
           PERFORM WRITE-ONE-TIE
           MOVE 'LEDGER INTEREST = POSTED' TO WS-RPT-TIE-LABEL
           MOVE WS-LEDGER-INTEREST TO WS-TIE-LEFT
           MOVE WS-POSTED-TOTAL TO WS-TIE-RIGHT
           PERFORM WRITE-ONE-TIE
           MOVE 'LEDGER WITHHOLDING = TAX WITHHELD'
               TO WS-RPT-TIE-LABEL
           COMPUTE WS-TIE-LEFT = 0 - WS-LEDGER-WITHHELD
           MOVE WS-TAX-TOTAL TO WS-TIE-RIGHT
           PERFORM WRITE-ONE-TIE
           MOVE SPACES TO WS-RPT-MESSAGE
           WRITE TAX-REPORT-RECORD FROM WS-RPT-MESSAGE
           MOVE 'LEDGER NET MOVEMENT FOR THE YEAR'
               TO WS-RPT-TOTAL-LABEL
           MOVE WS-LEDGER-NET TO WS-RPT-TOTAL-AMT
           WRITE TAX-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'LESS POSTED AFTER MONTH CLOSED'
               TO WS-RPT-TOTAL-LABEL
           MOVE WS-LATE-NET TO WS-RPT-TOTAL-AMT
           WRITE TAX-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE 'LEDGER NET AS CLOSED' TO WS-RPT-TOTAL-LABEL
           MOVE WS-CLOSED-NET TO WS-RPT-TOTAL-AMT
           WRITE TAX-REPORT-RECORD FROM WS-RPT-TOTAL-LINE
           MOVE SPACES TO WS-RPT-MESSAGE
           WRITE TAX-REPORT-RECORD FROM WS-RPT-MESSAGE
           MOVE 'LEDGER AS CLOSED = FILE2.ANN TOTAL'
               TO WS-RPT-TIE-LABEL
           MOVE WS-CLOSED-NET TO WS-TIE-LEFT
           MOVE WS-ANN-TOTAL TO WS-TIE-RIGHT
           IF WS-ANN-FOUND = 'Y'
               PERFORM WRITE-ONE-TIE
           ELSE
               MOVE WS-TIE-LEFT TO WS-RPT-TIE-LEFT
               MOVE 0 TO WS-RPT-TIE-RIGHT
               MOVE 'N/A' TO WS-RPT-TIE-STATUS
               WRITE TAX-REPORT-RECORD FROM WS-RPT-TIE-LINE
               MOVE SPACES TO WS-RPT-MESSAGE
               STRING 'YEAR ' WS-SELECTED-YEAR
                   ' IS NOT ON FILE2.ANN - RUN FILE2YTD FIRST'
                   DELIMITED BY SIZE INTO WS-RPT-MESSAGE
               END-STRING
               WRITE TAX-REPORT-RECORD FROM WS-RPT-MESSAGE
           END-IF
           IF WS-ANN-FOUND = 'Y' AND WS-CLOSED-NET NOT = WS-ANN-TOTAL
               MOVE SPACES TO WS-RPT-MESSAGE
               STRING 'LEDGER DIFFERS FROM FILE2.ANN - FILE2.MTD OR '
                   'FILE2.ANN IS OUT OF DATE'
                   DELIMITED BY SIZE INTO WS-RPT-MESSAGE
               END-STRING
               WRITE TAX-REPORT-RECORD FROM WS-RPT-MESSAGE
           END-IF
           CLOSE TAX-REPORT.

       WRITE-ONE-TIE.
           MOVE WS-TIE-LEFT TO WS-RPT-TIE-LEFT
           MOVE WS-TIE-RIGHT TO WS-RPT-TIE-RIGHT
           IF WS-TIE-LEFT = WS-TIE-RIGHT
               MOVE 'PASS' TO WS-RPT-TIE-STATUS
           ELSE
               MOVE 'FAIL' TO WS-RPT-TIE-STATUS
               ADD 1 TO WS-TIES-FAILED
           END-IF
           WRITE TAX-REPORT-RECORD FROM WS-RPT-TIE-LINE.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'TAXINFO ABEND: OPEN FAILED FOR '
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
