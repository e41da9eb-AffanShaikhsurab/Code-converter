       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTALOC.
      *> Period-end shared-cost allocation. Accounting spreads each
      *> month's head-office operating costs across the branches in
      *> proportion to their posted activity; this program takes the
      *> cost pools from costaloc.parm, measures every branch's
      *> volume (details posted) and value (gross amount posted) for
      *> the month from file2.hist and file2.dat, and splits each
      *> pool on the basis the parm names - volume, value, or a blend
      *> of the two. Each pool allocates to the cent: every branch
      *> gets its exact share cut down to the cent, and the cents
      *> left over go one at a time to the branches whose shares
      *> lost the most in the cutting, so the charges always add
      *> back to the pool.
      *> The charges generate as a header-and-trailered batch under
      *> the parm-named target FILE1-KEY-BATCH, one detail per branch
      *> carrying its charge from every pool, so they post down the
      *> same FILE1->FILE2->FILE2GLX pipeline as SVCACCR's service
      *> charges. A batch cannot repeat an amount (FILE1 rejects the
      *> second as a duplicate) or carry a control total past what
      *> the trailer holds, so a charge that would do either goes
      *> into the next batch number up - the batches after the
      *> target post in process-all mode the same as the target.
      *> The allocation report shows every pool's branches with their
      *> basis, percentage and charge, and the entries generated.
      *> Transfer legs only move activity between branches, and
      *> postings with no branch belong to no branch, so neither
      *> counts toward the basis. An override rerun of a set counts
      *> once, its latest posting, the way FXREVAL counts sets.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILE2 ASSIGN TO 'file2.dat'
               FILE STATUS IS WS-FILE2-STATUS.
           SELECT FILE2-HIST ASSIGN TO 'file2.hist'
               FILE STATUS IS WS-FILE2-HIST-STATUS.
           SELECT FILE1 ASSIGN TO 'file1.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILE1-REC-KEY
               FILE STATUS IS WS-FILE1-STATUS.
           SELECT ALLOC-PARM-FILE ASSIGN TO 'costaloc.parm'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-PARM-STATUS.
           SELECT ALLOC-REPORT ASSIGN TO 'costaloc.rpt'
               FILE STATUS IS WS-ALLOC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILE2.
       01  FILE2-RECORD.
           COPY file2rec.

      *> Archived file2.dat records, read into FILE2-RECORD so both
      *> sources share one layout.
       FD  FILE2-HIST.
       01  FILE2-HIST-RECORD         PIC X(45).

       FD  FILE1.
       01  FILE1-RECORD.
           COPY file1rec.

      *> One 'C' control line - the month allocated (YYYYMM; zero =
      *> the current month) and the FILE1-KEY-BATCH the charges
      *> generate into (required - nothing is guessed) - and one 'P'
      *> line per cost pool: its name, the amount to spread, and the
      *> basis - 'V' volume, 'A' value (amount), 'B' a blend taking
      *> CAP-VOLUME-WEIGHT percent from volume and the rest from
      *> value (50 when left blank). A missing costaloc.parm means
      *> no allocation is set up, and the step stands down.
       FD  ALLOC-PARM-FILE.
       01  ALLOC-PARM-RECORD.
           05  CAP-CLASS            PIC X(1).
           05  CAP-DATA             PIC X(23).
           05  CAP-CONTROL REDEFINES CAP-DATA.
               10  CAP-MONTH        PIC 9(6).
               10  CAP-TARGET-BATCH PIC 9(4).
               10  FILLER           PIC X(13).
           05  CAP-POOL REDEFINES CAP-DATA.
               10  CAP-POOL-ID      PIC X(8).
               10  CAP-POOL-AMOUNT  PIC 9(9)V99.
               10  CAP-BASIS        PIC X(1).
               10  CAP-VOLUME-WEIGHT PIC 9(3).

       FD  ALLOC-REPORT.
       01  ALLOC-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8) VALUE 0.
       01 WS-SELECTED-MONTH     PIC 9(6) VALUE 0.
       01 WS-TARGET-BATCH       PIC 9(4) VALUE 0.
       01 WS-PARM-ON-FILE       PIC X VALUE 'N'.

      *> The cost pools as read from costaloc.parm.
       01 WS-POOL-COUNT         PIC 9(2) VALUE 0.
       01 WS-POOL-TABLE.
           05  WS-POOL-ENTRY    OCCURS 20 TIMES
                                 INDEXED BY WS-POOL-IDX.
               10  WS-PL-ID         PIC X(8).
               10  WS-PL-AMOUNT     PIC 9(9)V99.
               10  WS-PL-BASIS      PIC X(1).
                   88  WS-PL-BY-VOLUME  VALUE 'V'.
                   88  WS-PL-BY-VALUE   VALUE 'A'.
                   88  WS-PL-BY-BLEND   VALUE 'B'.
               10  WS-PL-WEIGHT     PIC 9(3).
       01 WS-POOLS-ALLOCATED    PIC 9(2) VALUE 0.
       01 WS-POOLS-REFUSED      PIC 9(2) VALUE 0.

      *> Every (business date, batch) set on file2.hist then
      *> file2.dat in file order; a set posted again by an override
      *> rerun is marked superseded so only its latest posting
      *> counts.
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
       01 WS-SET-MONTH          PIC 9(6) VALUE 0.
       01 WS-PRIOR-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-MOVEMENT           PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-WORK-BRANCH        PIC X(3) VALUE SPACES.

      *> Each branch's basis for the month, the work fields for the
      *> pool being split, and its charge across all pools.
       01 WS-BRANCH-COUNT       PIC 9(3) VALUE 0.
       01 WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY  OCCURS 200 TIMES
                                 INDEXED BY WS-BRANCH-IDX.
               10  WS-BR-CODE       PIC X(3).
               10  WS-BR-VOLUME     PIC 9(7).
               10  WS-BR-VALUE      PIC 9(11)V99 COMP-3.
               10  WS-BR-EXACT      PIC 9(9)V9(6) COMP-3.
               10  WS-BR-SHARE      PIC 9(9)V99 COMP-3.
               10  WS-BR-FRACTION   PIC V9(6) COMP-3.
               10  WS-BR-BUMPED     PIC X(1).
               10  WS-BR-CHARGE     PIC 9(9)V99 COMP-3.
       01 WS-BRANCH-FOUND       PIC X VALUE 'N'.
       01 WS-BRANCH-SUB         PIC 9(3) VALUE 0.
       01 WS-TOTAL-VOLUME       PIC 9(9) VALUE 0.
       01 WS-TOTAL-VALUE        PIC 9(13)V99 COMP-3 VALUE 0.

      *> Splitting one pool.
       01 WS-POOL-BASIS-OK      PIC X VALUE 'N'.
       01 WS-SHARES-TOTAL       PIC 9(9)V99 COMP-3 VALUE 0.
       01 WS-CENTS-LEFT         PIC 9(7) VALUE 0.
       01 WS-BEST-SUB           PIC 9(3) VALUE 0.
       01 WS-BEST-FRACTION      PIC V9(6) COMP-3 VALUE 0.
       01 WS-BEST-FOUND         PIC X VALUE 'N'.
       01 WS-SHARE-PCT          PIC 9(3)V9(4) VALUE 0.
       01 WS-VOLUME-SHARE       PIC 9V9(15) COMP-3 VALUE 0.
       01 WS-VALUE-SHARE        PIC 9V9(15) COMP-3 VALUE 0.
       01 WS-VALUE-WEIGHT       PIC 9(3) VALUE 0.

      *> The generated details, each assigned a batch offset from
      *> the target and a sequence within that batch.
       01 WS-MAX-DETAIL         PIC S9(6)V99 COMP-3 VALUE 999999.99.
       01 WS-ENTRY-COUNT        PIC 9(4) VALUE 0.
       01 WS-ENTRY-TABLE.
           05  WS-ENTRY         OCCURS 1000 TIMES
                                 INDEXED BY WS-ENTRY-IDX.
               10  WS-EN-BRANCH     PIC X(3).
               10  WS-EN-AMOUNT     PIC S9(6)V99 COMP-3.
               10  WS-EN-BATCH-SUB  PIC 9(2).
               10  WS-EN-SEQ        PIC 9(6).
       01 WS-ENTRY-SUB          PIC 9(4) VALUE 0.
       01 WS-OTHER-SUB          PIC 9(4) VALUE 0.
       01 WS-CHARGE-LEFT        PIC 9(9)V99 COMP-3 VALUE 0.
       01 WS-PIECE-AMOUNT       PIC S9(6)V99 COMP-3 VALUE 0.
       01 WS-BATCH-COUNT        PIC 9(2) VALUE 0.
       01 WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY   OCCURS 50 TIMES
                                 INDEXED BY WS-BATCH-IDX.
               10  WS-BT-TOTAL      PIC S9(9)V99 COMP-3.
               10  WS-BT-COUNT      PIC 9(6).
       01 WS-BATCH-SUB          PIC 9(2) VALUE 0.
       01 WS-BATCH-FITS         PIC X VALUE 'N'.
       01 WS-BATCH-NUMBER       PIC 9(5) VALUE 0.
       01 WS-CHARGE-TOTAL       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-ITEM-REF           PIC X(16) VALUE SPACES.

       01 WS-BRCHK-STATUS       PIC X(1) VALUE '0'.
       01 WS-BRCHK-NAME         PIC X(20) VALUE SPACES.
       01 WS-BRCHK-REGION       PIC X(3) VALUE SPACES.

       01 WS-FILE2-STATUS       PIC XX VALUE '00'.
       01 WS-FILE2-HIST-STATUS  PIC XX VALUE '00'.
       01 WS-FILE1-STATUS       PIC XX VALUE '00'.
       01 WS-ALLOC-PARM-STATUS  PIC XX VALUE '00'.
       01 WS-ALLOC-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - every key event goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'COSTALOC'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-RPT-HEADER.
           05  FILLER            PIC X(26) VALUE
               'SHARED-COST ALLOCATION -  '.
           05  WS-HDR-MONTH      PIC 9(6).
           05  FILLER            PIC X(15) VALUE '  TARGET BATCH '.
           05  WS-HDR-BATCH      PIC 9(4).
           05  FILLER            PIC X(6)  VALUE '  RUN '.
           05  WS-HDR-DATE       PIC 9(8).
           05  FILLER            PIC X(15) VALUE SPACES.

       01 WS-POOL-LINE.
           05  FILLER            PIC X(5)  VALUE 'POOL '.
           05  WS-PLN-ID         PIC X(8).
           05  FILLER            PIC X(8)  VALUE '  AMOUNT'.
           05  WS-PLN-AMOUNT     PIC Z(9)9.99.
           05  FILLER            PIC X(8)  VALUE '  BASIS '.
           05  WS-PLN-BASIS      PIC X(30).
           05  FILLER            PIC X(8)  VALUE SPACES.

       01 WS-RPT-COLS.
           05  FILLER            PIC X(28) VALUE 'BRANCH'.
           05  FILLER            PIC X(8)  VALUE '  VOLUME'.
           05  FILLER            PIC X(15) VALUE '          VALUE'.
           05  FILLER            PIC X(9)  VALUE '  PERCENT'.
           05  FILLER            PIC X(14) VALUE '        CHARGE'.
           05  FILLER            PIC X(6)  VALUE SPACES.

       01 WS-RPT-LINE.
           05  WS-RPT-BRANCH     PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-NAME       PIC X(20).
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-RPT-VOLUME     PIC Z(7)9.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-VALUE      PIC Z(10)9.99.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-PCT        PIC ZZ9.9999.
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-RPT-CHARGE     PIC Z(9)9.99.
           05  FILLER            PIC X(6)  VALUE SPACES.

       01 WS-POOL-TOTAL-LINE.
           05  FILLER            PIC X(24) VALUE
               '     POOL ALLOCATED:    '.
           05  FILLER            PIC X(42) VALUE SPACES.
           05  WS-PTL-CHARGE     PIC Z(9)9.99.
           05  FILLER            PIC X(1)  VALUE SPACE.

       01 WS-REFUSED-LINE.
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  WS-RFL-TEXT       PIC X(75).

       01 WS-ENTRY-HEADER.
           05  FILLER            PIC X(34) VALUE
               'ENTRIES GENERATED     BATCH    SEQ'.
           05  FILLER            PIC X(22) VALUE
               '  BRANCH        AMOUNT'.
           05  FILLER            PIC X(24) VALUE SPACES.

       01 WS-ENTRY-LINE.
           05  FILLER            PIC X(22) VALUE SPACES.
           05  WS-ENL-BATCH      PIC 9(4).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-ENL-SEQ        PIC 9(6).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-ENL-BRANCH     PIC X(3).
           05  FILLER            PIC X(1)  VALUE SPACE.
           05  WS-ENL-AMOUNT     PIC Z(9)9.99.
           05  FILLER            PIC X(27) VALUE SPACES.

       01 WS-COUNT-LINE.
           05  WS-CNT-NAME       PIC X(30).
           05  WS-CNT-VALUE      PIC Z(12)9.99.
           05  FILLER            PIC X(34) VALUE SPACES.

       01 WS-NUMBER-LINE.
           05  WS-NBR-NAME       PIC X(30).
           05  WS-NBR-VALUE      PIC Z(15)9.
           05  FILLER            PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-SELECTED-MONTH = WS-RUN-DATE / 100
           PERFORM LOAD-ALLOC-PARM
           IF WS-PARM-ON-FILE = 'N' OR WS-POOL-COUNT = 0
               DISPLAY 'COSTALOC: no cost pools in costaloc.parm - '
                   'nothing allocated'
               STOP RUN
           END-IF
           PERFORM LIST-POSTED-SETS
           PERFORM MARK-SUPERSEDED-SETS
           PERFORM SUM-MONTH-BASIS
           PERFORM OPEN-ALLOC-REPORT
           PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
                   UNTIL WS-POOL-IDX > WS-POOL-COUNT
               PERFORM ALLOCATE-ONE-POOL
           END-PERFORM
           PERFORM BUILD-CHARGE-ENTRIES
           IF WS-ENTRY-COUNT > 0
               PERFORM GENERATE-CHARGE-BATCHES
           END-IF
           PERFORM WRITE-ENTRY-SECTION
           CLOSE ALLOC-REPORT
           DISPLAY 'COSTALOC: ' WS-POOLS-ALLOCATED ' pools allocated, '
               WS-POOLS-REFUSED ' not allocated - ' WS-ENTRY-COUNT
               ' entries in ' WS-BATCH-COUNT ' batches from '
               WS-TARGET-BATCH
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'ALLOCATED ' WS-POOLS-ALLOCATED ' POOLS FOR '
               WS-SELECTED-MONTH ' - ' WS-ENTRY-COUNT ' ENTRIES, '
               WS-POOLS-REFUSED ' POOLS REFUSED'
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           IF WS-POOLS-REFUSED > 0
               MOVE 'W' TO WS-LOG-SEVERITY
           END-IF
           PERFORM WRITE-RUN-LOG
           IF WS-POOLS-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LOAD-ALLOC-PARM.
           OPEN INPUT ALLOC-PARM-FILE
           IF WS-ALLOC-PARM-STATUS = '00'
               MOVE 'Y' TO WS-PARM-ON-FILE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-ALLOC-PARM
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE ALLOC-PARM-FILE
           END-IF
           IF WS-PARM-ON-FILE = 'Y' AND WS-POOL-COUNT > 0
               AND WS-TARGET-BATCH = 0
               DISPLAY 'COSTALOC ABEND: costaloc.parm must name the '
                   'target batch for the allocation records'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'COSTALOC: allocating month ' WS-SELECTED-MONTH
               ' into batch ' WS-TARGET-BATCH.

       READ-ALLOC-PARM.
           READ ALLOC-PARM-FILE INTO ALLOC-PARM-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   EVALUATE CAP-CLASS
                       WHEN 'C'
                           IF CAP-MONTH NUMERIC AND CAP-MONTH > 0
                               MOVE CAP-MONTH TO WS-SELECTED-MONTH
                           END-IF
                           IF CAP-TARGET-BATCH NUMERIC
                               MOVE CAP-TARGET-BATCH
                                   TO WS-TARGET-BATCH
                           END-IF
                       WHEN 'P'
                           PERFORM NOTE-ONE-POOL
                       WHEN OTHER
                           DISPLAY 'COSTALOC: costaloc.parm class '
                               CAP-CLASS ' not recognized - ignored'
                   END-EVALUATE
           END-READ.

      *> A pool the parm gets wrong is still listed, as refused, so
      *> its amount is not silently left unspread.
       NOTE-ONE-POOL.
           IF WS-POOL-COUNT >= 20
               DISPLAY 'COSTALOC: more than 20 cost pools - '
                   CAP-POOL-ID ' ignored'
               ADD 1 TO WS-POOLS-REFUSED
           ELSE
               ADD 1 TO WS-POOL-COUNT
               SET WS-POOL-IDX TO WS-POOL-COUNT
               MOVE CAP-POOL-ID TO WS-PL-ID (WS-POOL-IDX)
               IF CAP-POOL-AMOUNT NUMERIC
                   MOVE CAP-POOL-AMOUNT TO WS-PL-AMOUNT (WS-POOL-IDX)
               ELSE
                   MOVE 0 TO WS-PL-AMOUNT (WS-POOL-IDX)
               END-IF
               MOVE CAP-BASIS TO WS-PL-BASIS (WS-POOL-IDX)
               IF CAP-VOLUME-WEIGHT NUMERIC
                   AND CAP-VOLUME-WEIGHT NOT > 100
                   MOVE CAP-VOLUME-WEIGHT
                       TO WS-PL-WEIGHT (WS-POOL-IDX)
               ELSE
                   MOVE 50 TO WS-PL-WEIGHT (WS-POOL-IDX)
               END-IF
           END-IF.

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
                   DISPLAY 'COSTALOC ABEND: more than 5000 '
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

      *> Second pass, same file order: each detail's movement is its
      *> running-total step; the month's details count one each
      *> toward the branch's volume and their movement, either sign,
      *> toward its value.
       SUM-MONTH-BASIS.
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
                   COMPUTE WS-SET-MONTH = HDR2-BUSINESS-DATE / 100
                   IF WS-SET-MONTH NOT = WS-SELECTED-MONTH
                       MOVE 'N' TO WS-SET-COUNTS
                   END-IF
               WHEN 'D'
                   COMPUTE WS-MOVEMENT = TOTAL - WS-PRIOR-TOTAL
                   MOVE TOTAL TO WS-PRIOR-TOTAL
                   IF WS-SET-COUNTS = 'Y'
                       AND NOT FILE2-IS-TRANSFER-LEG
                       AND FILE2-BRANCH-CODE NOT = SPACES
                       AND FILE2-BRANCH-CODE NOT = '000'
                       PERFORM ADD-TO-BRANCH-BASIS
                   END-IF
           END-EVALUATE.

       ADD-TO-BRANCH-BASIS.
           MOVE FILE2-BRANCH-CODE TO WS-WORK-BRANCH
           IF WS-MOVEMENT < 0
               COMPUTE WS-MOVEMENT = 0 - WS-MOVEMENT
           END-IF
           MOVE 'N' TO WS-BRANCH-FOUND
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
                   OR WS-BRANCH-FOUND = 'Y'
               IF WS-BR-CODE (WS-BRANCH-IDX) = WS-WORK-BRANCH
                   MOVE 'Y' TO WS-BRANCH-FOUND
               END-IF
           END-PERFORM
           IF WS-BRANCH-FOUND = 'Y'
               SET WS-BRANCH-IDX DOWN BY 1
           ELSE
               IF WS-BRANCH-COUNT < 200
                   ADD 1 TO WS-BRANCH-COUNT
                   SET WS-BRANCH-IDX TO WS-BRANCH-COUNT
                   INITIALIZE WS-BRANCH-ENTRY (WS-BRANCH-IDX)
                   MOVE WS-WORK-BRANCH TO WS-BR-CODE (WS-BRANCH-IDX)
                   MOVE 'Y' TO WS-BRANCH-FOUND
               ELSE
                   DISPLAY 'COSTALOC: more than 200 branches - '
                       WS-WORK-BRANCH ' left out of the basis'
               END-IF
           END-IF
           IF WS-BRANCH-FOUND = 'Y'
               ADD 1 TO WS-BR-VOLUME (WS-BRANCH-IDX)
               ADD 1 TO WS-TOTAL-VOLUME
               ADD WS-MOVEMENT TO WS-BR-VALUE (WS-BRANCH-IDX)
               ADD WS-MOVEMENT TO WS-TOTAL-VALUE
           END-IF.

       OPEN-ALLOC-REPORT.
           OPEN OUTPUT ALLOC-REPORT
           IF WS-ALLOC-REPORT-STATUS NOT = '00'
               MOVE 'ALLOC-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-ALLOC-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-SELECTED-MONTH TO WS-HDR-MONTH
           MOVE WS-TARGET-BATCH TO WS-HDR-BATCH
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           WRITE ALLOC-REPORT-RECORD FROM WS-RPT-HEADER.

      *> A pool is refused - listed, but not spread - when its
      *> amount or basis is unusable or no branch has any of the
      *> basis it is spread on.
       ALLOCATE-ONE-POOL.
           MOVE WS-PL-ID (WS-POOL-IDX) TO WS-PLN-ID
           MOVE WS-PL-AMOUNT (WS-POOL-IDX) TO WS-PLN-AMOUNT
           MOVE SPACES TO WS-PLN-BASIS
           MOVE 'Y' TO WS-POOL-BASIS-OK
           EVALUATE TRUE
               WHEN WS-PL-BY-VOLUME (WS-POOL-IDX)
                   MOVE 'VOLUME' TO WS-PLN-BASIS
                   IF WS-TOTAL-VOLUME = 0
                       MOVE 'N' TO WS-POOL-BASIS-OK
                   END-IF
               WHEN WS-PL-BY-VALUE (WS-POOL-IDX)
                   MOVE 'VALUE' TO WS-PLN-BASIS
                   IF WS-TOTAL-VALUE = 0
                       MOVE 'N' TO WS-POOL-BASIS-OK
                   END-IF
               WHEN WS-PL-BY-BLEND (WS-POOL-IDX)
                   STRING 'BLEND ' WS-PL-WEIGHT (WS-POOL-IDX)
                       '% VOLUME' DELIMITED BY SIZE INTO WS-PLN-BASIS
                   END-STRING
                   IF WS-TOTAL-VOLUME = 0 OR WS-TOTAL-VALUE = 0
                       MOVE 'N' TO WS-POOL-BASIS-OK
                   END-IF
               WHEN OTHER
                   STRING 'UNKNOWN (' WS-PL-BASIS (WS-POOL-IDX) ')'
                       DELIMITED BY SIZE INTO WS-PLN-BASIS
                   END-STRING
                   MOVE 'U' TO WS-POOL-BASIS-OK
           END-EVALUATE
           WRITE ALLOC-REPORT-RECORD FROM WS-POOL-LINE
           IF WS-PL-AMOUNT (WS-POOL-IDX) = 0
               OR WS-POOL-BASIS-OK = 'U'
               MOVE 'NOT ALLOCATED - NO AMOUNT OR NO BASIS RECOGNIZED'
                   TO WS-RFL-TEXT
               WRITE ALLOC-REPORT-RECORD FROM WS-REFUSED-LINE
               ADD 1 TO WS-POOLS-REFUSED
           ELSE
               IF WS-POOL-BASIS-OK = 'N'
                   MOVE 'NOT ALLOCATED - NO BRANCH HAS ANY OF THIS BASIS
      -                ' FOR THE MONTH' TO WS-RFL-TEXT
                   WRITE ALLOC-REPORT-RECORD FROM WS-REFUSED-LINE
                   ADD 1 TO WS-POOLS-REFUSED
               ELSE
                   PERFORM SPLIT-POOL
                   ADD 1 TO WS-POOLS-ALLOCATED
               END-IF
           END-IF.

       SPLIT-POOL.
           MOVE 0 TO WS-SHARES-TOTAL
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               PERFORM COMPUTE-EXACT-SHARE
           END-PERFORM
           COMPUTE WS-CENTS-LEFT =
               (WS-PL-AMOUNT (WS-POOL-IDX) - WS-SHARES-TOTAL) * 100
           PERFORM GIVE-ONE-CENT
               UNTIL WS-CENTS-LEFT = 0
           WRITE ALLOC-REPORT-RECORD FROM WS-RPT-COLS
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               PERFORM WRITE-ONE-SHARE-LINE
           END-PERFORM
           MOVE WS-PL-AMOUNT (WS-POOL-IDX) TO WS-PTL-CHARGE
           WRITE ALLOC-REPORT-RECORD FROM WS-POOL-TOTAL-LINE.

      *> The blend weighs the branch's fraction of the volume and its
      *> fraction of the value, each carried to fifteen places so the
      *> share is cut from a figure good well past the cent.
       COMPUTE-EXACT-SHARE.
           EVALUATE TRUE
               WHEN WS-PL-BY-VOLUME (WS-POOL-IDX)
                   COMPUTE WS-BR-EXACT (WS-BRANCH-IDX) =
                       WS-PL-AMOUNT (WS-POOL-IDX)
                       * WS-BR-VOLUME (WS-BRANCH-IDX)
                       / WS-TOTAL-VOLUME
               WHEN WS-PL-BY-VALUE (WS-POOL-IDX)
                   COMPUTE WS-BR-EXACT (WS-BRANCH-IDX) =
                       WS-PL-AMOUNT (WS-POOL-IDX)
                       * WS-BR-VALUE (WS-BRANCH-IDX)
                       / WS-TOTAL-VALUE
               WHEN OTHER
                   COMPUTE WS-VOLUME-SHARE =
                       WS-BR-VOLUME (WS-BRANCH-IDX) / WS-TOTAL-VOLUME
                   COMPUTE WS-VALUE-SHARE =
                       WS-BR-VALUE (WS-BRANCH-IDX) / WS-TOTAL-VALUE
                   COMPUTE WS-VALUE-WEIGHT =
                       100 - WS-PL-WEIGHT (WS-POOL-IDX)
                   COMPUTE WS-BR-EXACT (WS-BRANCH-IDX) =
                       WS-PL-AMOUNT (WS-POOL-IDX)
                       * (WS-PL-WEIGHT (WS-POOL-IDX) * WS-VOLUME-SHARE
                          + WS-VALUE-WEIGHT * WS-VALUE-SHARE)
                       / 100
           END-EVALUATE
           MOVE WS-BR-EXACT (WS-BRANCH-IDX)
               TO WS-BR-SHARE (WS-BRANCH-IDX)
           COMPUTE WS-BR-FRACTION (WS-BRANCH-IDX) =
               WS-BR-EXACT (WS-BRANCH-IDX)
               - WS-BR-SHARE (WS-BRANCH-IDX)
           MOVE 'N' TO WS-BR-BUMPED (WS-BRANCH-IDX)
           ADD WS-BR-SHARE (WS-BRANCH-IDX) TO WS-SHARES-TOTAL.

      *> The next leftover cent goes to the branch, not yet given
      *> one, whose share lost the most when it was cut down to the
      *> cent - the first such branch on a tie. Should every branch
      *> already have had one, the round starts over.
       GIVE-ONE-CENT.
           MOVE 'N' TO WS-BEST-FOUND
           MOVE 0 TO WS-BEST-FRACTION
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
               IF WS-BR-BUMPED (WS-BRANCH-SUB) = 'N'
                   AND WS-BR-EXACT (WS-BRANCH-SUB) > 0
                   IF WS-BEST-FOUND = 'N'
                       OR WS-BR-FRACTION (WS-BRANCH-SUB)
                           > WS-BEST-FRACTION
                       MOVE 'Y' TO WS-BEST-FOUND
                       MOVE WS-BRANCH-SUB TO WS-BEST-SUB
                       MOVE WS-BR-FRACTION (WS-BRANCH-SUB)
                           TO WS-BEST-FRACTION
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-FOUND = 'N'
               PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                       UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                   MOVE 'N' TO WS-BR-BUMPED (WS-BRANCH-SUB)
               END-PERFORM
           ELSE
               ADD 0.01 TO WS-BR-SHARE (WS-BEST-SUB)
               MOVE 'Y' TO WS-BR-BUMPED (WS-BEST-SUB)
               SUBTRACT 1 FROM WS-CENTS-LEFT
           END-IF.

       WRITE-ONE-SHARE-LINE.
           IF WS-BR-EXACT (WS-BRANCH-IDX) > 0
               ADD WS-BR-SHARE (WS-BRANCH-IDX)
                   TO WS-BR-CHARGE (WS-BRANCH-IDX)
               CALL 'BRCHK' USING WS-BR-CODE (WS-BRANCH-IDX),
                   WS-BRCHK-STATUS, WS-BRCHK-NAME, WS-BRCHK-REGION
               MOVE WS-BR-CODE (WS-BRANCH-IDX) TO WS-RPT-BRANCH
               MOVE WS-BRCHK-NAME TO WS-RPT-NAME
               MOVE WS-BR-VOLUME (WS-BRANCH-IDX) TO WS-RPT-VOLUME
               MOVE WS-BR-VALUE (WS-BRANCH-IDX) TO WS-RPT-VALUE
               COMPUTE WS-SHARE-PCT ROUNDED =
                   WS-BR-EXACT (WS-BRANCH-IDX) * 100
                   / WS-PL-AMOUNT (WS-POOL-IDX)
               MOVE WS-SHARE-PCT TO WS-RPT-PCT
               MOVE WS-BR-SHARE (WS-BRANCH-IDX) TO WS-RPT-CHARGE
               WRITE ALLOC-REPORT-RECORD FROM WS-RPT-LINE
           END-IF.

      *> One detail per branch for its charge across every pool,
      *> split into pieces a detail can carry when it is larger.
       BUILD-CHARGE-ENTRIES.
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
                   UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               MOVE WS-BR-CHARGE (WS-BRANCH-IDX) TO WS-CHARGE-LEFT
               PERFORM ADD-ONE-ENTRY
                   UNTIL WS-CHARGE-LEFT = 0
           END-PERFORM.

       ADD-ONE-ENTRY.
           IF WS-CHARGE-LEFT > WS-MAX-DETAIL
               MOVE WS-MAX-DETAIL TO WS-PIECE-AMOUNT
           ELSE
               MOVE WS-CHARGE-LEFT TO WS-PIECE-AMOUNT
           END-IF
           SUBTRACT WS-PIECE-AMOUNT FROM WS-CHARGE-LEFT
           IF WS-ENTRY-COUNT >= 1000
               DISPLAY 'COSTALOC ABEND: more than 1000 allocation '
                   'entries - nothing generated'
               CLOSE ALLOC-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           MOVE WS-ENTRY-COUNT TO WS-ENTRY-SUB
           MOVE WS-BR-CODE (WS-BRANCH-IDX)
               TO WS-EN-BRANCH (WS-ENTRY-SUB)
           MOVE WS-PIECE-AMOUNT TO WS-EN-AMOUNT (WS-ENTRY-SUB)
           PERFORM FIT-ENTRY-TO-BATCH.

      *> The first batch, from the target up, that does not already
      *> hold this amount and whose control total can take it.
       FIT-ENTRY-TO-BATCH.
           MOVE 'N' TO WS-BATCH-FITS
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
                   OR WS-BATCH-FITS = 'Y'
               PERFORM TRY-ONE-BATCH
           END-PERFORM
           IF WS-BATCH-FITS = 'Y'
               SUBTRACT 1 FROM WS-BATCH-SUB
           ELSE
               IF WS-BATCH-COUNT >= 50
                   DISPLAY 'COSTALOC ABEND: allocation needs more '
                       'than 50 batches - nothing generated'
                   CLOSE ALLOC-REPORT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-BATCH-COUNT TO WS-BATCH-SUB
               MOVE 0 TO WS-BT-TOTAL (WS-BATCH-SUB)
               MOVE 0 TO WS-BT-COUNT (WS-BATCH-SUB)
           END-IF
           ADD WS-PIECE-AMOUNT TO WS-BT-TOTAL (WS-BATCH-SUB)
           ADD 1 TO WS-BT-COUNT (WS-BATCH-SUB)
           MOVE WS-BATCH-SUB TO WS-EN-BATCH-SUB (WS-ENTRY-SUB)
           MOVE WS-BT-COUNT (WS-BATCH-SUB) TO WS-EN-SEQ (WS-ENTRY-SUB)
           ADD WS-PIECE-AMOUNT TO WS-CHARGE-TOTAL.

       TRY-ONE-BATCH.
           IF WS-BT-TOTAL (WS-BATCH-SUB) + WS-PIECE-AMOUNT
               NOT > WS-MAX-DETAIL
               MOVE 'Y' TO WS-BATCH-FITS
               PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                       UNTIL WS-OTHER-SUB >= WS-ENTRY-SUB
                   IF WS-EN-BATCH-SUB (WS-OTHER-SUB) = WS-BATCH-SUB
                       AND WS-EN-AMOUNT (WS-OTHER-SUB)
                           = WS-PIECE-AMOUNT
                       MOVE 'N' TO WS-BATCH-FITS
                   END-IF
               END-PERFORM
           END-IF.

      *> Every batch number the allocation needs is checked free
      *> before anything is written - the same guard FILE1LOAD
      *> applies to its own batch - so a clash generates nothing
      *> rather than half the charges.
       GENERATE-CHARGE-BATCHES.
           IF WS-TARGET-BATCH + WS-BATCH-COUNT - 1 > 9999
               DISPLAY 'COSTALOC ABEND: ' WS-BATCH-COUNT
                   ' batches from ' WS-TARGET-BATCH
                   ' run past batch 9999 - nothing generated'
               CLOSE ALLOC-REPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O FILE1
           IF WS-FILE1-STATUS NOT = '00'
               MOVE 'FILE1' TO WS-ERROR-FILE-NAME
               MOVE WS-FILE1-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
               PERFORM CHECK-BATCH-FREE
           END-PERFORM
           STRING 'COSTALOC ' WS-SELECTED-MONTH
               DELIMITED BY SIZE INTO WS-ITEM-REF
           END-STRING
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
               PERFORM WRITE-ONE-CHARGE-BATCH
           END-PERFORM
           CLOSE FILE1.

       CHECK-BATCH-FREE.
           COMPUTE WS-BATCH-NUMBER = WS-TARGET-BATCH + WS-BATCH-SUB - 1
           MOVE WS-BATCH-NUMBER TO FILE1-KEY-BATCH
           MOVE 0 TO FILE1-KEY-SEQ
           READ FILE1
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'COSTALOC ABEND: batch ' WS-BATCH-NUMBER
                       ' already exists in file1.dat - nothing '
                       'generated'
                   CLOSE FILE1
                   CLOSE ALLOC-REPORT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

       WRITE-ONE-CHARGE-BATCH.
           COMPUTE WS-BATCH-NUMBER = WS-TARGET-BATCH + WS-BATCH-SUB - 1
           MOVE WS-BATCH-NUMBER TO FILE1-KEY-BATCH
           MOVE 0 TO FILE1-KEY-SEQ
           SET FILE1-IS-HEADER TO TRUE
           MOVE WS-RUN-DATE TO HDR-RUN-DATE
           MOVE 'COSTALLOC' TO HDR-BATCH-ID
           MOVE 0 TO HDR-ADJ-PERIOD
           WRITE FILE1-RECORD
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
               IF WS-EN-BATCH-SUB (WS-ENTRY-SUB) = WS-BATCH-SUB
                   PERFORM WRITE-ONE-CHARGE-DETAIL
               END-IF
           END-PERFORM
           MOVE WS-BATCH-NUMBER TO FILE1-KEY-BATCH
           MOVE 999999 TO FILE1-KEY-SEQ
           SET FILE1-IS-TRAILER TO TRUE
           MOVE SPACES TO FILE1-DETAIL-DATA
           MOVE WS-BT-COUNT (WS-BATCH-SUB) TO TRLR-RECORD-COUNT
           MOVE WS-BT-TOTAL (WS-BATCH-SUB) TO TRLR-CONTROL-TOTAL
           WRITE FILE1-RECORD.

       WRITE-ONE-CHARGE-DETAIL.
           MOVE WS-BATCH-NUMBER TO FILE1-KEY-BATCH
           MOVE WS-EN-SEQ (WS-ENTRY-SUB) TO FILE1-KEY-SEQ
           SET FILE1-IS-DETAIL TO TRUE
           MOVE SPACES TO FILE1-DETAIL-DATA
           MOVE WS-EN-AMOUNT (WS-ENTRY-SUB) TO NUMBER-VALUE
           MOVE WS-EN-BRANCH (WS-ENTRY-SUB) TO FILE1-BRANCH-CODE
           MOVE WS-ITEM-REF TO FILE1-ITEM-REF
           WRITE FILE1-RECORD.

       WRITE-ENTRY-SECTION.
           WRITE ALLOC-REPORT-RECORD FROM WS-ENTRY-HEADER
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
               COMPUTE WS-ENL-BATCH = WS-TARGET-BATCH
                   + WS-EN-BATCH-SUB (WS-ENTRY-SUB) - 1
               MOVE WS-EN-SEQ (WS-ENTRY-SUB) TO WS-ENL-SEQ
               MOVE WS-EN-BRANCH (WS-ENTRY-SUB) TO WS-ENL-BRANCH
               MOVE WS-EN-AMOUNT (WS-ENTRY-SUB) TO WS-ENL-AMOUNT
               WRITE ALLOC-REPORT-RECORD FROM WS-ENTRY-LINE
           END-PERFORM
           MOVE 'TOTAL CHARGES GENERATED:      ' TO WS-CNT-NAME
           MOVE WS-CHARGE-TOTAL TO WS-CNT-VALUE
           WRITE ALLOC-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'BATCHES GENERATED:            ' TO WS-NBR-NAME
           MOVE WS-BATCH-COUNT TO WS-NBR-VALUE
           WRITE ALLOC-REPORT-RECORD FROM WS-NUMBER-LINE
           MOVE 'POOLS NOT ALLOCATED:          ' TO WS-NBR-NAME
           MOVE WS-POOLS-REFUSED TO WS-NBR-VALUE
           WRITE ALLOC-REPORT-RECORD FROM WS-NUMBER-LINE.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'COSTALOC ABEND: OPEN FAILED FOR '
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
