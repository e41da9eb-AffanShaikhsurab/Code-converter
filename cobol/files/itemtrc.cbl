       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITEMTRC.
      *> End-to-end item trace. When the upstream bank phones about
      *> one item, the answer used to take an afternoon of hunting
      *> through every file by amount alone - and two items for the
      *> same amount made even that guesswork. The upstream's own
      *> item reference now rides on the feed line into file1.dat
      *> and file2.dat (FILE1-ITEM-REF / FILE2-ITEM-REF) and on the
      *> exception and hold queues, so this inquiry takes the
      *> reference from itemtrc.parm and prints the item's whole
      *> journey to itemtrc.rpt:
      *>   - the file1.load line it arrived on;
      *>   - its file1.dat batch and key, as a detail and as any
      *>     reversal carrying the same reference;
      *>   - any file1.exc reject (pending, repaired or written off)
      *>     and any file1.hld hold (held, released or rejected);
      *>   - its file2.dat posting - business date, batch and the
      *>     movement it made to the running total - with the
      *>     matching file2.aud before/after totals;
      *>   - the file2.glx line the posting rolled into.
      *> file2.dat details carry only the running total, so the
      *> movement is the detail's TOTAL less the one before it in
      *> the same set. FILE2 writes file2.aud one entry per detail in
      *> step with file2.dat, so the Nth detail's audit entry is the
      *> Nth audit record; that pairing is proven by the totals, and
      *> when the two files have aged out differently the entry
      *> whose before/after totals bracket the posting is used
      *> instead. file2.glx is overwritten by every FILE2GLX run, so
      *> the GL line is only found while that business date's
      *> extract is still the one on file; the account is the one
      *> FILE2GLX maps the posting to through glxmap.parm. Files
      *> not on disk are reported as such and the trace carries on -
      *> an inquiry should answer with what there is.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRC-PARM-FILE ASSIGN TO 'itemtrc.parm'
               FILE STATUS IS WS-TRC-PARM-STATUS.
           SELECT LOAD-FILE ASSIGN TO 'file1.load'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-STATUS.
           SELECT FILE1 ASSIGN TO 'file1.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILE1-REC-KEY
               FILE STATUS IS WS-FILE1-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO 'file1.exc'
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT HOLD-FILE ASSIGN TO 'file1.hld'
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT FILE2 ASSIGN TO 'file2.dat'
               FILE STATUS IS WS-FILE2-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'file2.aud'
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT GLX-MAP-FILE ASSIGN TO 'glxmap.parm'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLX-MAP-STATUS.
           SELECT GL-EXTRACT ASSIGN TO 'file2.glx'
               FILE STATUS IS WS-GLX-STATUS.
           SELECT TRC-REPORT ASSIGN TO 'itemtrc.rpt'
               FILE STATUS IS WS-TRC-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> TRCP-ITEM-REF: the upstream item reference to trace, exactly
      *> as the feed carried it in its fifth column.
       FD  TRC-PARM-FILE.
       01  TRC-PARM-RECORD.
           05  TRCP-ITEM-REF        PIC X(16).

       FD  LOAD-FILE.
       01  LOAD-RECORD              PIC X(80).

       FD  FILE1.
       01  FILE1-RECORD.
           COPY file1rec.

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           COPY file1exc.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY file1hld.

       FD  FILE2.
       01  FILE2-RECORD.
           COPY file2rec.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           COPY file2aud.

      *> Same mapping lines FILE2GLX reads - see file2glx.cbl.
       FD  GLX-MAP-FILE.
       01  GLX-MAP-RECORD.
           05  GLXM-CLASS           PIC X(1).
           05  GLXM-BRANCH          PIC X(3).
           05  GLXM-ACCOUNT         PIC X(10).

       FD  GL-EXTRACT.
       01  GL-EXTRACT-RECORD.
           COPY glxrec.

       FD  TRC-REPORT.
       01  TRC-REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-ITEM-REF           PIC X(16) VALUE SPACES.

      *> Feed-line columns, split the way FILE1LOAD splits them.
       01 WS-LOAD-LINE-NO       PIC 9(6) VALUE 0.
       01 WS-AMOUNT-TEXT        PIC X(20).
       01 WS-BRANCH-TEXT        PIC X(3).
       01 WS-CURRENCY-TEXT      PIC X(3).
       01 WS-ACCOUNT-TEXT       PIC X(8).
       01 WS-ITEM-REF-TEXT      PIC X(16).

      *> What the trace found at each stage - the journey summary at
      *> the foot of the report is built from these.
       01 WS-LOAD-HITS          PIC 9(4) VALUE 0.
       01 WS-DETAIL-HITS        PIC 9(4) VALUE 0.
       01 WS-REVERSAL-HITS      PIC 9(4) VALUE 0.
       01 WS-EXC-HITS           PIC 9(4) VALUE 0.
       01 WS-REPAIRED-HITS      PIC 9(4) VALUE 0.
       01 WS-HLD-HITS           PIC 9(4) VALUE 0.
       01 WS-GL-HITS            PIC 9(4) VALUE 0.
       01 WS-TOTAL-HITS         PIC 9(5) VALUE 0.
       01 WS-BATCH-RUN-DATE     PIC 9(8) VALUE 0.

      *> The item's file2.dat postings, kept so the audit and GL
      *> passes can follow each one. An item normally posts once,
      *> twice when it was reversed; twenty is ample.
       01 WS-POST-COUNT         PIC 9(4) VALUE 0.
       01 WS-POST-TABLE.
           05  WS-POST-ENTRY    OCCURS 20 TIMES
                                 INDEXED BY WS-POST-IDX.
               10  WS-POST-ORDINAL  PIC 9(8).
               10  WS-POST-DATE     PIC 9(8).
               10  WS-POST-BATCH    PIC 9(4).
               10  WS-POST-BRANCH   PIC X(3).
               10  WS-POST-BEFORE   PIC S9(9)V99 COMP-3.
               10  WS-POST-AFTER    PIC S9(9)V99 COMP-3.
               10  WS-POST-MOVEMENT PIC S9(9)V99 COMP-3.
               10  WS-POST-ACCOUNT  PIC X(10).
               10  WS-POST-AUD-FOUND PIC X(1).
               10  WS-POST-AUD-HOW  PIC X(8).
               10  WS-POST-AUD-DATE PIC 9(8).
               10  WS-POST-AUD-TIME PIC 9(8).
               10  WS-POST-AUD-AMOUNT PIC S9(6)V99 COMP-3.
       01 WS-SET-BUSINESS-DATE  PIC 9(8) VALUE 0.
       01 WS-SET-BATCH          PIC 9(4) VALUE 0.
       01 WS-PRIOR-TOTAL        PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-DETAIL-ORDINAL     PIC 9(8) VALUE 0.
       01 WS-AUDIT-ORDINAL      PIC 9(8) VALUE 0.

      *> GL account mapping, loaded from glxmap.parm with the same
      *> compiled-in defaults FILE2GLX falls back to.
       01 WS-NORMAL-ACCOUNT     PIC X(10) VALUE '0000100000'.
       01 WS-REVERSAL-ACCOUNT   PIC X(10) VALUE '0000200000'.
       01 WS-TAX-ACCOUNT        PIC X(10) VALUE '0000500000'.
       01 WS-BMAP-COUNT         PIC 9(3) VALUE 0.
       01 WS-BMAP-TABLE.
           05  WS-BMAP-ENTRY    OCCURS 100 TIMES
                                 INDEXED BY WS-BMAP-IDX.
               10  WS-BMAP-BRANCH   PIC X(3).
               10  WS-BMAP-ACCOUNT  PIC X(10).
       01 WS-BMAP-FOUND         PIC X VALUE 'N'.

       01 WS-TRC-PARM-STATUS    PIC XX VALUE '00'.
       01 WS-LOAD-STATUS        PIC XX VALUE '00'.
       01 WS-FILE1-STATUS       PIC XX VALUE '00'.
       01 WS-EXCEPTION-STATUS   PIC XX VALUE '00'.
       01 WS-HOLD-STATUS        PIC XX VALUE '00'.
       01 WS-FILE2-STATUS       PIC XX VALUE '00'.
       01 WS-AUDIT-FILE-STATUS  PIC XX VALUE '00'.
       01 WS-GLX-MAP-STATUS     PIC XX VALUE '00'.
       01 WS-GLX-STATUS         PIC XX VALUE '00'.
       01 WS-TRC-REPORT-STATUS  PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

       01 WS-HEADER-LINE.
           05  FILLER            PIC X(24) VALUE
               'ITEM TRACE INQUIRY -    '.
           05  WS-HDR-DATE       PIC 9(8).
           05  FILLER            PIC X(12) VALUE '  REFERENCE '.
           05  WS-HDR-REF        PIC X(16).
           05  FILLER            PIC X(20) VALUE SPACES.

       01 WS-SECTION-LINE.
           05  FILLER            PIC X(4)  VALUE '--- '.
           05  WS-SEC-TITLE      PIC X(40).
           05  FILLER            PIC X(36) VALUE SPACES.

       01 WS-NONE-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-NONE-TEXT      PIC X(60).
           05  FILLER            PIC X(16) VALUE SPACES.

       01 WS-LOAD-LINE.
           05  FILLER            PIC X(9)  VALUE '    LINE '.
           05  WS-LDL-LINE-NO    PIC Z(5)9.
           05  FILLER            PIC X(2)  VALUE ': '.
           05  WS-LDL-TEXT       PIC X(63).

       01 WS-FILE1-LINE.
           05  FILLER            PIC X(10) VALUE '    BATCH '.
           05  WS-F1L-BATCH      PIC 9(4).
           05  FILLER            PIC X(5)  VALUE ' KEY '.
           05  WS-F1L-SEQ        PIC 9(6).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-F1L-TYPE       PIC X(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-F1L-AMOUNT     PIC -(5)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-F1L-CURRENCY   PIC X(3).
           05  FILLER            PIC X(4)  VALUE ' BR '.
           05  WS-F1L-BRANCH     PIC X(3).
           05  FILLER            PIC X(6)  VALUE ' ACCT '.
           05  WS-F1L-ACCOUNT    PIC X(8).
           05  FILLER            PIC X(10) VALUE SPACES.

       01 WS-BATCH-DATE-LINE.
           05  FILLER            PIC X(20) VALUE
               '      BATCH RUN DATE'.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-BDL-DATE       PIC 9(8).
           05  FILLER            PIC X(51) VALUE SPACES.

       01 WS-EXC-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-EXL-DATE       PIC 9(8).
           05  FILLER            PIC X(7)  VALUE ' BATCH '.
           05  WS-EXL-BATCH      PIC 9(4).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-EXL-AMOUNT     PIC -(5)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-EXL-REASON     PIC X(30).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-EXL-DISP       PIC X(11).
           05  FILLER            PIC X(3)  VALUE SPACES.

       01 WS-HLD-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-HLL-DATE       PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-HLL-AMOUNT     PIC -(5)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-HLL-REASON     PIC X(20).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-HLL-DISP       PIC X(8).
           05  FILLER            PIC X(4)  VALUE ' BY '.
           05  WS-HLL-WORKED-BY  PIC X(8).
           05  FILLER            PIC X(15) VALUE SPACES.

       01 WS-WORKED-LINE.
           05  FILLER            PIC X(22) VALUE
               '      WORKED BY       '.
           05  WS-WKL-WORKED-BY  PIC X(8).
           05  FILLER            PIC X(50) VALUE SPACES.

       01 WS-POST-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-PSL-DATE       PIC 9(8).
           05  FILLER            PIC X(7)  VALUE ' BATCH '.
           05  WS-PSL-BATCH      PIC 9(4).
           05  FILLER            PIC X(4)  VALUE ' BR '.
           05  WS-PSL-BRANCH     PIC X(3).
           05  FILLER            PIC X(10) VALUE ' MOVEMENT '.
           05  WS-PSL-MOVEMENT   PIC -(8)9.99.
           05  FILLER            PIC X(7)  VALUE ' TOTAL '.
           05  WS-PSL-TOTAL      PIC -(8)9.99.
           05  FILLER            PIC X(5)  VALUE SPACES.

       01 WS-AUD-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-ADL-DATE       PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-ADL-TIME       PIC 9(8).
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-ADL-AMOUNT     PIC -(5)9.99.
           05  FILLER            PIC X(8)  VALUE ' BEFORE '.
           05  WS-ADL-BEFORE     PIC -(8)9.99.
           05  FILLER            PIC X(7)  VALUE ' AFTER '.
           05  WS-ADL-AFTER      PIC -(8)9.99.
           05  FILLER            PIC X(1)  VALUE SPACES.
           05  WS-ADL-HOW        PIC X(8).

       01 WS-GL-LINE.
           05  FILLER            PIC X(12) VALUE '    ACCOUNT '.
           05  WS-GLL-ACCOUNT    PIC X(10).
           05  FILLER            PIC X(6)  VALUE ' DATE '.
           05  WS-GLL-DATE       PIC 9(8).
           05  FILLER            PIC X(13) VALUE ' LINE AMOUNT '.
           05  WS-GLL-AMOUNT     PIC -(8)9.99.
           05  FILLER            PIC X(18) VALUE SPACES.

       01 WS-JOURNEY-LINE.
           05  FILLER            PIC X(8)  VALUE 'LOADED '.
           05  WS-JNY-LOADED     PIC Z(3)9.
           05  FILLER            PIC X(8)  VALUE ' POSTED '.
           05  WS-JNY-POSTED     PIC Z(3)9.
           05  FILLER            PIC X(6)  VALUE ' HELD '.
           05  WS-JNY-HELD       PIC Z(3)9.
           05  FILLER            PIC X(10) VALUE ' REJECTED '.
           05  WS-JNY-REJECTED   PIC Z(3)9.
           05  FILLER            PIC X(10) VALUE ' REPAIRED '.
           05  WS-JNY-REPAIRED   PIC Z(3)9.
           05  FILLER            PIC X(10) VALUE ' REVERSED '.
           05  WS-JNY-REVERSED   PIC Z(3)9.
           05  FILLER            PIC X(4)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-TRACE-PARM
           IF WS-ITEM-REF = SPACES
               DISPLAY 'ITEMTRC: no item reference in itemtrc.parm '
                   '- nothing to trace'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRC-REPORT
           IF WS-TRC-REPORT-STATUS NOT = '00'
               MOVE 'TRC-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-TRC-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-HDR-DATE
           MOVE WS-ITEM-REF TO WS-HDR-REF
           WRITE TRC-REPORT-RECORD FROM WS-HEADER-LINE
           PERFORM TRACE-LOAD-FILE
           PERFORM TRACE-FILE1
           PERFORM TRACE-EXCEPTIONS
           PERFORM TRACE-HOLDS
           PERFORM TRACE-FILE2
           PERFORM TRACE-AUDIT
           PERFORM TRACE-GL-EXTRACT
           PERFORM WRITE-JOURNEY-SUMMARY
           CLOSE TRC-REPORT
           COMPUTE WS-TOTAL-HITS = WS-LOAD-HITS + WS-DETAIL-HITS
               + WS-REVERSAL-HITS + WS-EXC-HITS + WS-HLD-HITS
               + WS-POST-COUNT
           IF WS-TOTAL-HITS = 0
               DISPLAY 'ITEMTRC: reference ' WS-ITEM-REF
                   ' not found on any file'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'ITEMTRC: reference ' WS-ITEM-REF
                   ' traced - see itemtrc.rpt'
           END-IF
           STOP RUN.

       LOAD-TRACE-PARM.
           OPEN INPUT TRC-PARM-FILE
           IF WS-TRC-PARM-STATUS = '00'
               READ TRC-PARM-FILE INTO TRC-PARM-RECORD
                   NOT AT END
                       MOVE TRCP-ITEM-REF TO WS-ITEM-REF
               END-READ
               CLOSE TRC-PARM-FILE
           END-IF.

       WRITE-SECTION-TITLE.
           WRITE TRC-REPORT-RECORD FROM WS-SECTION-LINE.

       WRITE-NONE-LINE.
           WRITE TRC-REPORT-RECORD FROM WS-NONE-LINE.

      *> The load line: the feed as it sits on disk, split column by
      *> column the way FILE1LOAD splits it.
       TRACE-LOAD-FILE.
           MOVE 'FEED LINE (file1.load)' TO WS-SEC-TITLE
           PERFORM WRITE-SECTION-TITLE
           OPEN INPUT LOAD-FILE
           IF WS-LOAD-STATUS NOT = '00'
               MOVE 'NO file1.load ON FILE' TO WS-NONE-TEXT
               PERFORM WRITE-NONE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-LOAD-FILE
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE LOAD-FILE
           IF WS-LOAD-HITS = 0
               MOVE 'NOT IN THE CURRENT FEED' TO WS-NONE-TEXT
               PERFORM WRITE-NONE-LINE
           END-IF.

       READ-LOAD-FILE.
           READ LOAD-FILE INTO LOAD-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-LOAD-LINE-NO
                   MOVE SPACES TO WS-ITEM-REF-TEXT
                   UNSTRING LOAD-RECORD DELIMITED BY '|'
                       INTO WS-AMOUNT-TEXT WS-BRANCH-TEXT
                            WS-CURRENCY-TEXT WS-ACCOUNT-TEXT
                            WS-ITEM-REF-TEXT
                   END-UNSTRING
                   IF WS-ITEM-REF-TEXT = WS-ITEM-REF
                       ADD 1 TO WS-LOAD-HITS
                       MOVE WS-LOAD-LINE-NO TO WS-LDL-LINE-NO
                       MOVE LOAD-RECORD TO WS-LDL-TEXT
                       WRITE TRC-REPORT-RECORD FROM WS-LOAD-LINE
                   END-IF
           END-READ.

      *> Every file1.dat record carrying the reference - the detail
      *> the loader (or a repair or hold release) wrote, and any
      *> reversal FILE1REV or a back-out wrote against it. The batch
      *> header passes first in key order, so its run date is on
      *> hand when the batch's details come by.
       TRACE-FILE1.
           MOVE 'BATCH AND KEY (file1.dat)' TO WS-SEC-TITLE
           PERFORM WRITE-SECTION-TITLE
           OPEN INPUT FILE1
           IF WS-FILE1-STATUS NOT = '00'
               MOVE 'NO file1.dat ON FILE' TO WS-NONE-TEXT
               PERFORM WRITE-NONE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-FILE1
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE FILE1
           IF WS-DETAIL-HITS = 0 AND WS-REVERSAL-HITS = 0
               MOVE 'NOT IN file1.dat' TO WS-NONE-TEXT
               PERFORM WRITE-NONE-LINE
           END-IF.

       READ-FILE1.
           READ FILE1 NEXT RECORD INTO FILE1-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   EVALUATE TRUE
                       WHEN FILE1-IS-HEADER
                           MOVE HDR-RUN-DATE TO WS-BATCH-RUN-DATE
                       WHEN FILE1-IS-DETAIL
                           IF FILE1-ITEM-REF = WS-ITEM-REF
                               ADD 1 TO WS-DETAIL-HITS
                               MOVE 'DETAIL' TO WS-F1L-TYPE
                               PERFORM PRINT-FILE1-HIT
                           END-IF
                       WHEN FILE1-IS-REVERSAL
                           IF FILE1-ITEM-REF = WS-ITEM-REF
                               ADD 1 TO WS-REVERSAL-HITS
                               MOVE 'REVERSAL' TO WS-F1L-TYPE
                               PERFORM PRINT-FILE1-HIT
                           END-IF
                   END-EVALUATE
           END-READ.

       PRINT-FILE1-HIT.
           MOVE FILE1-KEY-BATCH TO WS-F1L-BATCH
           MOVE FILE1-KEY-SEQ TO WS-F1L-SEQ
           MOVE NUMBER-VALUE TO WS-F1L-AMOUNT
           IF FILE1-CURRENCY-CODE = SPACES
               MOVE 'BAS' TO WS-F1L-CURRENCY
           ELSE
               MOVE FILE1-CURRENCY-CODE TO WS-F1L-CURRENCY
           END-IF
           MOVE FILE1-BRANCH-CODE TO WS-F1L-BRANCH
           MOVE FILE1-ACCOUNT-NO TO WS-F1L-ACCOUNT
           WRITE TRC-REPORT-RECORD FROM WS-FILE1-LINE
           MOVE WS-BATCH-RUN-DATE TO WS-BDL-DATE
           WRITE TRC-REPORT-RECORD FROM WS-BATCH-DATE-LINE.

       TRACE-EXCEPTIONS.
           MOVE 'REJECTS (file1.exc)' TO WS-SEC-TITLE
           PERFORM WRITE-SECTION-TITLE
           OPEN INPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS NOT = '00'
               MOVE 'NO file1.exc ON FILE' TO WS-NONE-TEXT
               PERFORM WRITE-NONE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-EXCEPTION-FILE
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE EXCEPTION-FILE
           IF WS-EXC-HITS = 0
               MOVE 'NEVER REJECTED' TO WS-NONE-TEXT
               PERFORM WRITE-NONE-LINE
           END-IF.

       READ-EXCEPTION-FILE.
           READ EXCEPTION-FILE INTO EXCEPTION-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF EXC-ITEM-REF = WS-ITEM-REF
                       ADD 1 TO WS-EXC-HITS
                       MOVE EXC-RUN-DATE TO WS-EXL-DATE
                       MOVE EXC-BATCH-NO TO WS-EXL-BATCH
                       MOVE EXC-NUMBER-VALUE TO WS-EXL-AMOUNT
                       MOVE EXC-REASON TO WS-EXL-REASON
                       EVALUATE TRUE
                           WHEN EXC-IS-REPAIRED
                               MOVE 'REPAIRED' TO WS-EXL-DISP
                               ADD 1 TO WS-REPAIRED-HITS
                           WHEN EXC-IS-WRITTEN-OFF
                               MOVE 'WRITTEN OFF' TO WS-EXL-DISP
                           WHEN OTHER
                               MOVE 'PENDING' TO WS-EXL-DISP
                       END-EVALUATE
                       WRITE TRC-REPORT-RECORD FROM WS-EXC-LINE
                       IF EXC-WORKED-BY NOT = SPACES
                           MOVE EXC-WORKED-BY TO WS-WKL-WORKED-BY
                           WRITE TRC-REPORT-RECORD FROM WS-WORKED-LINE
                       END-IF
                   END-IF
           END-READ.

       TRACE-HOLDS.
           MOVE 'HOLDS (file1.hld)' TO WS-SEC-TITLE
           PERFORM WRITE-SECTION-TITLE
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = '00'
               MOVE 'NO file1.hld ON FILE' TO WS-NONE-TEXT
               PERFORM WRITE-NONE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-HOLD-FILE
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE HOLD-FILE
           IF WS-HLD-HITS = 0
               MOVE 'NEVER HELD' TO WS-NONE-TEXT
               PERFORM WRITE-NONE-LINE
           END-IF.

       READ-HOLD-FILE.
           READ HOLD-FILE INTO HOLD-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   IF HLD-ITEM-REF = WS-ITEM-REF
                       ADD 1 TO WS-HLD-HITS
                       MOVE HLD-SOURCE-DATE TO WS-HLL-DATE
                       MOVE HLD-NUMBER-VALUE TO WS-HLL-AMOUNT
                       IF HLD-REASON = SPACES
                           MOVE 'OVER LIMIT' TO WS-HLL-REASON
                       ELSE
                           MOVE HLD-REASON TO WS-HLL-REASON
                       END-IF
                       EVALUATE TRUE
                           WHEN HLD-IS-RELEASED
                               MOVE 'RELEASED' TO WS-HLL-DISP
                           WHEN HLD-IS-REJECTED
                               MOVE 'REJECTED' TO WS-HLL-DISP
                           WHEN OTHER
                               MOVE 'HELD' TO WS-HLL-DISP
                       END-EVALUATE
                       MOVE HLD-WORKED-BY TO WS-HLL-WORKED-BY
                       WRITE TRC-REPORT-RECORD FROM WS-HLD-LINE
                   END-IF
           END-READ.

      *> Each header starts a new set with the running total back at
      *> zero, so the movement of a detail is its TOTAL less the
      *> previous detail's TOTAL in the same set. WS-DETAIL-ORDINAL
      *> counts details across the whole file - the position of the
      *> matching file2.aud entry.
       TRACE-FILE2.
           MOVE 'POSTING (file2.dat)' TO WS-SEC-TITLE
           PERFORM WRITE-SECTION-TITLE
           OPEN INPUT FILE2
           IF WS-FILE2-STATUS NOT = '00'
               MOVE 'NO file2.dat ON FILE' TO WS-NONE-TEXT
               PERFORM WRITE-NONE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-FILE2
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE FILE2
           IF WS-POST-COUNT = 0
               MOVE 'NOT POSTED IN file2.dat' TO WS-NONE-TEXT
               PERFORM WRITE-NONE-LINE
           END-IF.

       READ-FILE2.
           READ FILE2 INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   EVALUATE FILE2-REC-TYPE
                       WHEN 'H'
                           MOVE HDR2-BUSINESS-DATE
                               TO WS-SET-BUSINESS-DATE
                           MOVE HDR2-BATCH-NO TO WS-SET-BATCH
                           MOVE 0 TO WS-PRIOR-TOTAL
                       WHEN 'D'
                           ADD 1 TO WS-DETAIL-ORDINAL
                           IF FILE2-ITEM-REF = WS-ITEM-REF
                               PERFORM KEEP-POSTING
                           END-IF
                           MOVE TOTAL TO WS-PRIOR-TOTAL
                   END-EVALUATE
           END-READ.

       KEEP-POSTING.
           IF WS-POST-COUNT < 20
               ADD 1 TO WS-POST-COUNT
               SET WS-POST-IDX TO WS-POST-COUNT
               MOVE WS-DETAIL-ORDINAL TO WS-POST-ORDINAL (WS-POST-IDX)
               MOVE WS-SET-BUSINESS-DATE TO WS-POST-DATE (WS-POST-IDX)
               MOVE WS-SET-BATCH TO WS-POST-BATCH (WS-POST-IDX)
               IF FILE2-BRANCH-CODE = SPACES
                   MOVE '000' TO WS-POST-BRANCH (WS-POST-IDX)
               ELSE
                   MOVE FILE2-BRANCH-CODE
                       TO WS-POST-BRANCH (WS-POST-IDX)
               END-IF
               MOVE WS-PRIOR-TOTAL TO WS-POST-BEFORE (WS-POST-IDX)
               MOVE TOTAL TO WS-POST-AFTER (WS-POST-IDX)
               COMPUTE WS-POST-MOVEMENT (WS-POST-IDX) =
                   TOTAL - WS-PRIOR-TOTAL
               MOVE 'N' TO WS-POST-AUD-FOUND (WS-POST-IDX)
               MOVE WS-POST-DATE (WS-POST-IDX) TO WS-PSL-DATE
               MOVE WS-POST-BATCH (WS-POST-IDX) TO WS-PSL-BATCH
               MOVE WS-POST-BRANCH (WS-POST-IDX) TO WS-PSL-BRANCH
               MOVE WS-POST-MOVEMENT (WS-POST-IDX) TO WS-PSL-MOVEMENT
               MOVE TOTAL TO WS-PSL-TOTAL
               WRITE TRC-REPORT-RECORD FROM WS-POST-LINE
           END-IF.

      *> One pass over file2.aud settles every posting: the entry at
      *> the posting's own position is taken when its totals agree;
      *> otherwise the first entry whose before/after totals match
      *> the posting's is taken, marked as matched by totals.
       TRACE-AUDIT.
           MOVE 'AUDIT TRAIL (file2.aud)' TO WS-SEC-TITLE
           PERFORM WRITE-SECTION-TITLE
           IF WS-POST-COUNT = 0
               MOVE 'NO POSTING TO FOLLOW' TO WS-NONE-TEXT
               PERFORM WRITE-NONE-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               MOVE 'NO file2.aud ON FILE' TO WS-NONE-TEXT
               PERFORM WRITE-NONE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-AUDIT-FILE
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE AUDIT-FILE
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                   UNTIL WS-POST-IDX > WS-POST-COUNT
               PERFORM PRINT-AUDIT-ENTRY
           END-PERFORM.

       READ-AUDIT-FILE.
           READ AUDIT-FILE INTO AUDIT-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-AUDIT-ORDINAL
                   PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                           UNTIL WS-POST-IDX > WS-POST-COUNT
                       PERFORM MATCH-AUDIT-ENTRY
                   END-PERFORM
           END-READ.

       MATCH-AUDIT-ENTRY.
           IF AUD-BEFORE-TOTAL = WS-POST-BEFORE (WS-POST-IDX)
                   AND AUD-AFTER-TOTAL = WS-POST-AFTER (WS-POST-IDX)
               IF WS-AUDIT-ORDINAL = WS-POST-ORDINAL (WS-POST-IDX)
                   MOVE 'P' TO WS-POST-AUD-FOUND (WS-POST-IDX)
                   MOVE 'POSITION' TO WS-POST-AUD-HOW (WS-POST-IDX)
                   PERFORM KEEP-AUDIT-ENTRY
               ELSE
                   IF WS-POST-AUD-FOUND (WS-POST-IDX) = 'N'
                       MOVE 'T' TO WS-POST-AUD-FOUND (WS-POST-IDX)
                       MOVE 'TOTALS' TO WS-POST-AUD-HOW (WS-POST-IDX)
                       PERFORM KEEP-AUDIT-ENTRY
                   END-IF
               END-IF
           END-IF.

       KEEP-AUDIT-ENTRY.
           MOVE AUD-TS-DATE TO WS-POST-AUD-DATE (WS-POST-IDX)
           MOVE AUD-TS-TIME TO WS-POST-AUD-TIME (WS-POST-IDX)
           MOVE AUD-NUMBER-VALUE TO WS-POST-AUD-AMOUNT (WS-POST-IDX).

       PRINT-AUDIT-ENTRY.
           IF WS-POST-AUD-FOUND (WS-POST-IDX) = 'N'
               MOVE 'NO AUDIT ENTRY FOR THE POSTING ON'
                   TO WS-NONE-TEXT
               MOVE WS-POST-DATE (WS-POST-IDX) TO WS-NONE-TEXT (35:8)
               PERFORM WRITE-NONE-LINE
           ELSE
               MOVE WS-POST-AUD-DATE (WS-POST-IDX) TO WS-ADL-DATE
               MOVE WS-POST-AUD-TIME (WS-POST-IDX) TO WS-ADL-TIME
               MOVE WS-POST-AUD-AMOUNT (WS-POST-IDX) TO WS-ADL-AMOUNT
               MOVE WS-POST-BEFORE (WS-POST-IDX) TO WS-ADL-BEFORE
               MOVE WS-POST-AFTER (WS-POST-IDX) TO WS-ADL-AFTER
               MOVE WS-POST-AUD-HOW (WS-POST-IDX) TO WS-ADL-HOW
               WRITE TRC-REPORT-RECORD FROM WS-AUD-LINE
           END-IF.

      *> The GL account is the one FILE2GLX maps the posting to: a
      *> negative movement is reversal activity and goes to the 'R'
      *> account, or the 'W' tax-payable account for tax withheld
      *> (item ref 'WHTAX ...'); normal activity goes to its
      *> branch's 'B' account when glxmap.parm maps any branches
      *> (unmapped branches to the 'D' account), otherwise to the
      *> single 'D' line.
       TRACE-GL-EXTRACT.
           MOVE 'GL EXTRACT LINE (file2.glx)' TO WS-SEC-TITLE
           PERFORM WRITE-SECTION-TITLE
           IF WS-POST-COUNT = 0
               MOVE 'NO POSTING TO FOLLOW' TO WS-NONE-TEXT
               PERFORM WRITE-NONE-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ACCOUNT-MAP
           PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                   UNTIL WS-POST-IDX > WS-POST-COUNT
               PERFORM FIND-POSTING-ACCOUNT
           END-PERFORM
           OPEN INPUT GL-EXTRACT
           IF WS-GLX-STATUS NOT = '00'
               MOVE 'NO file2.glx ON FILE' TO WS-NONE-TEXT
               PERFORM WRITE-NONE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM READ-GL-EXTRACT
               UNTIL WS-END-OF-FILE = 'Y'
           CLOSE GL-EXTRACT
           IF WS-GL-HITS = 0
               MOVE 'NOT IN THE CURRENT EXTRACT - EXTRACTED FOR'
                   TO WS-NONE-TEXT
               MOVE WS-POST-DATE (1) TO WS-NONE-TEXT (44:8)
               PERFORM WRITE-NONE-LINE
               MOVE 'ON AN EARLIER FILE2GLX RUN' TO WS-NONE-TEXT
               PERFORM WRITE-NONE-LINE
           END-IF.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT GLX-MAP-FILE
           IF WS-GLX-MAP-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-ACCOUNT-MAP
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE GLX-MAP-FILE
           END-IF.

       READ-ACCOUNT-MAP.
           READ GLX-MAP-FILE INTO GLX-MAP-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   EVALUATE GLXM-CLASS
                       WHEN 'D'
                           MOVE GLXM-ACCOUNT TO WS-NORMAL-ACCOUNT
                       WHEN 'R'
                           MOVE GLXM-ACCOUNT TO WS-REVERSAL-ACCOUNT
                       WHEN 'W'
                           MOVE GLXM-ACCOUNT TO WS-TAX-ACCOUNT
                       WHEN 'B'
                           IF WS-BMAP-COUNT < 100
                               ADD 1 TO WS-BMAP-COUNT
                               MOVE GLXM-BRANCH TO
                                   WS-BMAP-BRANCH (WS-BMAP-COUNT)
                               MOVE GLXM-ACCOUNT TO
                                   WS-BMAP-ACCOUNT (WS-BMAP-COUNT)
                           END-IF
                   END-EVALUATE
           END-READ.

       FIND-POSTING-ACCOUNT.
           IF WS-POST-MOVEMENT (WS-POST-IDX) < 0
               MOVE WS-REVERSAL-ACCOUNT
                   TO WS-POST-ACCOUNT (WS-POST-IDX)
               IF WS-ITEM-REF (1:6) = 'WHTAX '
                   MOVE WS-TAX-ACCOUNT
                       TO WS-POST-ACCOUNT (WS-POST-IDX)
               END-IF
           ELSE
               MOVE WS-NORMAL-ACCOUNT TO WS-POST-ACCOUNT (WS-POST-IDX)
               MOVE 'N' TO WS-BMAP-FOUND
               PERFORM VARYING WS-BMAP-IDX FROM 1 BY 1
                       UNTIL WS-BMAP-IDX > WS-BMAP-COUNT
                          OR WS-BMAP-FOUND = 'Y'
                   IF WS-BMAP-BRANCH (WS-BMAP-IDX)
                           = WS-POST-BRANCH (WS-POST-IDX)
                       MOVE 'Y' TO WS-BMAP-FOUND
                       MOVE WS-BMAP-ACCOUNT (WS-BMAP-IDX)
                           TO WS-POST-ACCOUNT (WS-POST-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       READ-GL-EXTRACT.
           READ GL-EXTRACT INTO GL-EXTRACT-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM VARYING WS-POST-IDX FROM 1 BY 1
                           UNTIL WS-POST-IDX > WS-POST-COUNT
                       IF GLX-ACCOUNT-CODE
                               = WS-POST-ACCOUNT (WS-POST-IDX)
                           AND GLX-BUSINESS-DATE
                               = WS-POST-DATE (WS-POST-IDX)
                           ADD 1 TO WS-GL-HITS
                           MOVE GLX-ACCOUNT-CODE TO WS-GLL-ACCOUNT
                           MOVE GLX-BUSINESS-DATE TO WS-GLL-DATE
                           MOVE GLX-AMOUNT TO WS-GLL-AMOUNT
                           WRITE TRC-REPORT-RECORD FROM WS-GL-LINE
                       END-IF
                   END-PERFORM
           END-READ.

      *> A rejected item that was repaired, or a held item that was
      *> released, comes back into file1.dat under the same
      *> reference, so the counts read as the item's whole story.
       WRITE-JOURNEY-SUMMARY.
           MOVE 'JOURNEY' TO WS-SEC-TITLE
           PERFORM WRITE-SECTION-TITLE
           MOVE WS-LOAD-HITS TO WS-JNY-LOADED
           MOVE WS-POST-COUNT TO WS-JNY-POSTED
           MOVE WS-HLD-HITS TO WS-JNY-HELD
           MOVE WS-EXC-HITS TO WS-JNY-REJECTED
           MOVE WS-REPAIRED-HITS TO WS-JNY-REPAIRED
           MOVE WS-REVERSAL-HITS TO WS-JNY-REVERSED
           WRITE TRC-REPORT-RECORD FROM WS-JOURNEY-LINE.

       OPEN-ERROR.
           DISPLAY 'ITEMTRC ABEND: OPEN FAILED FOR '
               WS-ERROR-FILE-NAME ' - FILE STATUS ' WS-ERROR-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN.
