       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTDORM.
      *> Periodic dormancy sweep over the customer account master.
      *> An open account with no file2.dat posting for the number of
      *> months in dormancy.parm (default 12) is flagged dormant on
      *> acctmast.dat, after which FILE1LOAD, FILE1MAINT and
      *> FILE1RCYC hold its postings in file1.hld ('DORMANT ACCOUNT')
      *> for a supervisor to reactivate the account or reject the
      *> item in FILE1HOLD. Activity is the latest business date the
      *> account appears on in file2.dat and the file2.hist archive;
      *> the bank's own interest and withholding postings (INTACCR
      *> and WHTAX references) are not customer activity and do not
      *> count. Only an account that appears on neither file falls
      *> back to its acctbal.dat last-posted date. An account that
      *> never posted counts from its open date, and a reactivated
      *> one from its reactivation. The dormancy report
      *> lists every dormant account - newly flagged ones marked -
      *> grouped by region and branch from brmaster.dat, with counts
      *> at each level.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACM-FILE ASSIGN TO 'acctmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-KEY
               FILE STATUS IS WS-ACM-FILE-STATUS.
           SELECT ACCT-BAL-FILE ASSIGN TO 'acctbal.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABL-KEY
               FILE STATUS IS WS-ACCT-BAL-STATUS.
           SELECT FILE2 ASSIGN TO 'file2.dat'
               FILE STATUS IS WS-FILE2-STATUS.
           SELECT FILE2-HIST ASSIGN TO 'file2.hist'
               FILE STATUS IS WS-FILE2-HIST-STATUS.
           SELECT DORM-PARM-FILE ASSIGN TO 'dormancy.parm'
               FILE STATUS IS WS-DORM-PARM-STATUS.
           SELECT SORT-WORK ASSIGN TO 'acctdorm.srt'.
           SELECT DORM-REPORT ASSIGN TO 'dormancy.rpt'
               FILE STATUS IS WS-DORM-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACM-FILE.
       01  ACM-RECORD.
           COPY acctmast.

       FD  ACCT-BAL-FILE.
       01  ACCT-BAL-RECORD.
           COPY acctbal.

       FD  FILE2.
       01  FILE2-RECORD.
           COPY file2rec.

      *> Archived file2.dat records, read into FILE2-RECORD so both
      *> sources share one layout.
       FD  FILE2-HIST.
       01  FILE2-HIST-RECORD         PIC X(45).

      *> DRM-MONTHS: months without a posting before an open account
      *> is flagged dormant (default 12 when the parm is missing).
       FD  DORM-PARM-FILE.
       01  DORM-PARM-RECORD.
           05  DRM-MONTHS           PIC 9(3).

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-REGION           PIC X(3).
           05  SRT-BRANCH           PIC X(3).
           05  SRT-ACCOUNT          PIC X(8).
           05  SRT-NAME             PIC X(30).
           05  SRT-BRANCH-NAME      PIC X(20).
           05  SRT-LAST-DATE        PIC 9(8).
           05  SRT-DORMANT-SINCE    PIC 9(8).
           05  SRT-NEW              PIC X(1).

       FD  DORM-REPORT.
       01  DORM-REPORT-RECORD       PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE        PIC X VALUE 'N'.
       01 WS-SORT-EOF           PIC X VALUE 'N'.
       01 WS-RUN-DATE           PIC 9(8).
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR      PIC 9(4).
           05  WS-RUN-MONTH     PIC 9(2).
           05  WS-RUN-DAY       PIC 9(2).
       01 WS-DORMANT-MONTHS     PIC 9(3) VALUE 12.
       01 WS-CUTOFF-DATE        PIC 9(8) VALUE 0.
       01 WS-CUTOFF-YEAR        PIC 9(4) VALUE 0.
       01 WS-CUTOFF-MONTH       PIC S9(5) VALUE 0.
       01 WS-CUTOFF-DAY         PIC 9(2) VALUE 0.
       01 WS-SET-DATE           PIC 9(8) VALUE 0.
       01 WS-LAST-DATE          PIC 9(8) VALUE 0.
       01 WS-BAL-ON-FILE        PIC X VALUE 'N'.

       01 WS-SCANNED-COUNT      PIC 9(6) VALUE 0.
       01 WS-NEW-COUNT          PIC 9(6) VALUE 0.
       01 WS-DORMANT-COUNT      PIC 9(6) VALUE 0.

      *> Latest business date each account appears on in the posted
      *> sets, built from file2.dat and file2.hist before the master
      *> is walked. An account seen only on interest or withholding
      *> postings is entered with a zero date - it has history, just
      *> no customer activity.
       01 WS-ACT-COUNT          PIC 9(5) VALUE 0.
       01 WS-ACT-TABLE.
           05  WS-ACT-ENTRY     OCCURS 10000 TIMES
                                 INDEXED BY WS-ACT-IDX.
               10  WS-ACT-ACCOUNT   PIC X(8).
               10  WS-ACT-DATE      PIC 9(8).
       01 WS-ACT-FOUND          PIC X VALUE 'N'.
       01 WS-ACT-FULL-WARNED    PIC X VALUE 'N'.
       01 WS-POST-DATE          PIC 9(8) VALUE 0.

      *> Control-break fields for the region/branch grouping.
       01 WS-PREV-REGION        PIC X(3) VALUE SPACES.
       01 WS-PREV-BRANCH        PIC X(3) VALUE SPACES.
       01 WS-FIRST-RECORD       PIC X VALUE 'Y'.
       01 WS-BRANCH-DORMANT     PIC 9(6) VALUE 0.
       01 WS-BRANCH-NEW         PIC 9(6) VALUE 0.
       01 WS-REGION-DORMANT     PIC 9(6) VALUE 0.
       01 WS-REGION-NEW         PIC 9(6) VALUE 0.

       01 WS-BRCHK-STATUS       PIC X(1) VALUE '0'.
       01 WS-BRCHK-NAME         PIC X(20) VALUE SPACES.
       01 WS-BRCHK-REGION       PIC X(3) VALUE SPACES.

       01 WS-ACM-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-ACCT-BAL-STATUS    PIC XX VALUE '00'.
       01 WS-FILE2-STATUS       PIC XX VALUE '00'.
       01 WS-FILE2-HIST-STATUS  PIC XX VALUE '00'.
       01 WS-DORM-PARM-STATUS   PIC XX VALUE '00'.
       01 WS-DORM-REPORT-STATUS PIC XX VALUE '00'.
       01 WS-ERROR-FILE-NAME    PIC X(20).
       01 WS-ERROR-STATUS       PIC XX.

      *> Consolidated run-log interface - every key event goes to
      *> run.log through the RUNLOG subprogram.
       01 WS-LOG-PROGRAM        PIC X(10) VALUE 'ACCTDORM'.
       01 WS-LOG-SEVERITY       PIC X(1) VALUE 'I'.
       01 WS-LOG-MESSAGE        PIC X(60) VALUE SPACES.

       01 WS-REPORT-HEADER.
           05  FILLER            PIC X(35) VALUE
               'ACCOUNT DORMANCY REPORT - RUN DATE '.
           05  WS-HDR-RUN-DATE   PIC 9(8).
           05  FILLER            PIC X(37) VALUE SPACES.

       01 WS-REPORT-RULE.
           05  FILLER            PIC X(10) VALUE 'THRESHOLD '.
           05  WS-RULE-MONTHS    PIC ZZ9.
           05  FILLER            PIC X(28) VALUE
               ' MONTHS - NO POSTING SINCE '.
           05  WS-RULE-CUTOFF    PIC 9(8).
           05  FILLER            PIC X(31) VALUE SPACES.

       01 WS-REGION-LINE.
           05  FILLER            PIC X(7)  VALUE 'REGION '.
           05  WS-RGN-CODE       PIC X(3).
           05  FILLER            PIC X(70) VALUE SPACES.

       01 WS-BRANCH-LINE.
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  FILLER            PIC X(7)  VALUE 'BRANCH '.
           05  WS-BRL-CODE       PIC X(3).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-BRL-NAME       PIC X(20).
           05  FILLER            PIC X(46) VALUE SPACES.

       01 WS-COLUMN-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  FILLER            PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER            PIC X(32) VALUE 'NAME'.
           05  FILLER            PIC X(11) VALUE 'LAST POST'.
           05  FILLER            PIC X(11) VALUE 'DORMANT'.
           05  FILLER            PIC X(12) VALUE 'NEW'.

       01 WS-DETAIL-LINE.
           05  FILLER            PIC X(4)  VALUE SPACES.
           05  WS-DTL-ACCOUNT    PIC X(8).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-DTL-NAME       PIC X(30).
           05  FILLER            PIC X(2)  VALUE SPACES.
           05  WS-DTL-LAST-DATE  PIC 9(8).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-DTL-SINCE      PIC 9(8).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  WS-DTL-NEW        PIC X(3).
           05  FILLER            PIC X(9)  VALUE SPACES.

       01 WS-COUNT-LINE.
           05  WS-CNT-TEXT       PIC X(30).
           05  WS-CNT-DORMANT    PIC ZZZ,ZZ9.
           05  FILLER            PIC X(10) VALUE ' DORMANT, '.
           05  WS-CNT-NEW        PIC ZZZ,ZZ9.
           05  FILLER            PIC X(26) VALUE ' NEWLY FLAGGED'.

       01 WS-BLANK-LINE         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-DORMANCY-PARM
           PERFORM COMPUTE-CUTOFF-DATE
           PERFORM SCAN-POSTED-ACTIVITY
           OPEN INPUT ACCT-BAL-FILE
           IF WS-ACCT-BAL-STATUS = '00'
               MOVE 'Y' TO WS-BAL-ON-FILE
           END-IF
           SORT SORT-WORK
               ON ASCENDING KEY SRT-REGION SRT-BRANCH SRT-ACCOUNT
               INPUT PROCEDURE IS FLAG-DORMANT-ACCOUNTS
               OUTPUT PROCEDURE IS WRITE-DORMANCY-REPORT
           IF WS-BAL-ON-FILE = 'Y'
               CLOSE ACCT-BAL-FILE
           END-IF
           DISPLAY 'ACCTDORM: ' WS-SCANNED-COUNT ' accounts read, '
               WS-NEW-COUNT ' newly dormant, '
               WS-DORMANT-COUNT ' dormant in all'
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING 'SCANNED ' WS-SCANNED-COUNT ' NEW DORMANT '
               WS-NEW-COUNT ' TOTAL DORMANT ' WS-DORMANT-COUNT
               DELIMITED BY SIZE INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-RUN-LOG
           STOP RUN.

       LOAD-DORMANCY-PARM.
           OPEN INPUT DORM-PARM-FILE
           IF WS-DORM-PARM-STATUS = '00'
               READ DORM-PARM-FILE INTO DORM-PARM-RECORD
               IF DRM-MONTHS NUMERIC AND DRM-MONTHS > 0
                   MOVE DRM-MONTHS TO WS-DORMANT-MONTHS
               END-IF
               CLOSE DORM-PARM-FILE
           END-IF
           DISPLAY 'ACCTDORM: dormancy threshold '
               WS-DORMANT-MONTHS ' months'.

      *> The cutoff is the run date stepped back the threshold's
      *> number of calendar months, keeping the day of month - the
      *> comparisons below are on YYYYMMDD values, so a day the
      *> cutoff month lacks still orders correctly.
       COMPUTE-CUTOFF-DATE.
           MOVE WS-RUN-YEAR TO WS-CUTOFF-YEAR
           COMPUTE WS-CUTOFF-MONTH = WS-RUN-MONTH - WS-DORMANT-MONTHS
           MOVE WS-RUN-DAY TO WS-CUTOFF-DAY
           PERFORM UNTIL WS-CUTOFF-MONTH > 0
               ADD 12 TO WS-CUTOFF-MONTH
               SUBTRACT 1 FROM WS-CUTOFF-YEAR
           END-PERFORM
           COMPUTE WS-CUTOFF-DATE = WS-CUTOFF-YEAR * 10000
               + WS-CUTOFF-MONTH * 100 + WS-CUTOFF-DAY
           DISPLAY 'ACCTDORM: no posting since ' WS-CUTOFF-DATE
               ' means dormant'.

      *> Either source may be absent - a shop that has never
      *> archived has no file2.hist, and a first-day shop no
      *> file2.dat - so an unopenable file is simply skipped.
       SCAN-POSTED-ACTIVITY.
           OPEN INPUT FILE2
           IF WS-FILE2-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-FILE2-ACTIVITY
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE2
           END-IF
           OPEN INPUT FILE2-HIST
           IF WS-FILE2-HIST-STATUS = '00'
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-HIST-ACTIVITY
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE FILE2-HIST
           END-IF
           DISPLAY 'ACCTDORM: ' WS-ACT-COUNT
               ' accounts with posted activity on file'.

       READ-FILE2-ACTIVITY.
           READ FILE2 INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-ONE-POSTING
           END-READ.

       READ-HIST-ACTIVITY.
           READ FILE2-HIST INTO FILE2-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   PERFORM NOTE-ONE-POSTING
           END-READ.

       NOTE-ONE-POSTING.
           EVALUATE FILE2-REC-TYPE
               WHEN 'H'
                   MOVE HDR2-BUSINESS-DATE TO WS-SET-DATE
      *> A transfer leg's account bytes hold the other branch code,
      *> not an account, and are never customer activity. Nor is
      *> the month-end interest credit or the tax withheld from it -
      *> otherwise an untouched interest-bearing account would never
      *> go dormant.
               WHEN 'D'
                   IF FILE2-ACCOUNT-NO NOT = SPACES
                       AND NOT FILE2-IS-TRANSFER-LEG
                       MOVE WS-SET-DATE TO WS-POST-DATE
                       IF FILE2-ITEM-REF (1:8) = 'INTACCR '
                           OR FILE2-ITEM-REF (1:6) = 'WHTAX '
                           MOVE 0 TO WS-POST-DATE
                       END-IF
                       PERFORM NOTE-ACCOUNT-ACTIVITY
                   END-IF
           END-EVALUATE.

       NOTE-ACCOUNT-ACTIVITY.
           MOVE 'N' TO WS-ACT-FOUND
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
                   OR WS-ACT-FOUND = 'Y'
               IF WS-ACT-ACCOUNT (WS-ACT-IDX) = FILE2-ACCOUNT-NO
                   MOVE 'Y' TO WS-ACT-FOUND
               END-IF
           END-PERFORM
           IF WS-ACT-FOUND = 'Y'
               SET WS-ACT-IDX DOWN BY 1
               IF WS-POST-DATE > WS-ACT-DATE (WS-ACT-IDX)
                   MOVE WS-POST-DATE TO WS-ACT-DATE (WS-ACT-IDX)
               END-IF
           ELSE
               IF WS-ACT-COUNT < 10000
                   ADD 1 TO WS-ACT-COUNT
                   SET WS-ACT-IDX TO WS-ACT-COUNT
                   MOVE FILE2-ACCOUNT-NO TO WS-ACT-ACCOUNT (WS-ACT-IDX)
                   MOVE WS-POST-DATE TO WS-ACT-DATE (WS-ACT-IDX)
               ELSE
                   IF WS-ACT-FULL-WARNED = 'N'
                       MOVE 'Y' TO WS-ACT-FULL-WARNED
                       DISPLAY 'ACCTDORM: activity table full - '
                           'later accounts fall back to acctbal.dat'
                   END-IF
               END-IF
           END-IF.

      *> Sort input: every account on the master is read; an open
      *> one past the cutoff is flagged dormant in place, and every
      *> dormant account (new or standing) is released for the
      *> report under its branch's region.
       FLAG-DORMANT-ACCOUNTS.
           OPEN I-O ACM-FILE
           IF WS-ACM-FILE-STATUS NOT = '00'
               DISPLAY 'ACCTDORM: no account master on file - '
                   'nothing to sweep'
           ELSE
               MOVE 'N' TO WS-END-OF-FILE
               PERFORM READ-NEXT-ACCOUNT
                   UNTIL WS-END-OF-FILE = 'Y'
               CLOSE ACM-FILE
           END-IF.

       READ-NEXT-ACCOUNT.
           READ ACM-FILE NEXT RECORD INTO ACM-RECORD
               AT END
                   MOVE 'Y' TO WS-END-OF-FILE
               NOT AT END
                   ADD 1 TO WS-SCANNED-COUNT
                   PERFORM CHECK-ONE-ACCOUNT
           END-READ.

       CHECK-ONE-ACCOUNT.
           PERFORM FIND-LAST-ACTIVITY
           IF ACM-IS-OPEN AND WS-LAST-DATE < WS-CUTOFF-DATE
               SET ACM-IS-DORMANT TO TRUE
               MOVE WS-RUN-DATE TO ACM-STATUS-DATE
               REWRITE ACM-RECORD
                   INVALID KEY
                       DISPLAY 'ACCTDORM: rewrite failed for '
                           ACM-ACCOUNT-NO
                   NOT INVALID KEY
                       ADD 1 TO WS-NEW-COUNT
                       MOVE 'Y' TO SRT-NEW
                       PERFORM RELEASE-DORMANT-ACCOUNT
               END-REWRITE
           ELSE
               IF ACM-IS-DORMANT
                   MOVE 'N' TO SRT-NEW
                   PERFORM RELEASE-DORMANT-ACCOUNT
               END-IF
           END-IF.

      *> The latest of: the open date, the last dormancy change and
      *> the last posted set in file2.dat/file2.hist. acctbal.dat's
      *> last-posted date moves with interest too, so it is used
      *> only when the account has no history on file (archive
      *> purged, or the activity table full).
       FIND-LAST-ACTIVITY.
           MOVE ACM-OPEN-DATE TO WS-LAST-DATE
           IF ACM-STATUS-DATE NUMERIC
                   AND ACM-STATUS-DATE > WS-LAST-DATE
               MOVE ACM-STATUS-DATE TO WS-LAST-DATE
           END-IF
           MOVE 'N' TO WS-ACT-FOUND
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
               IF WS-ACT-ACCOUNT (WS-ACT-IDX) = ACM-ACCOUNT-NO
                   MOVE 'Y' TO WS-ACT-FOUND
                   IF WS-ACT-DATE (WS-ACT-IDX) > WS-LAST-DATE
                       MOVE WS-ACT-DATE (WS-ACT-IDX) TO WS-LAST-DATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BAL-ON-FILE = 'Y' AND WS-ACT-FOUND = 'N'
               MOVE ACM-ACCOUNT-NO TO ABL-ACCOUNT-NO
               READ ACCT-BAL-FILE INTO ACCT-BAL-RECORD
                   NOT INVALID KEY
                       IF ABL-LAST-DATE > WS-LAST-DATE
                           MOVE ABL-LAST-DATE TO WS-LAST-DATE
                       END-IF
               END-READ
           END-IF.

      *> The house branch '000' has no master entry and no region;
      *> BRCHK echoes an unmastered code back with a blank region.
       RELEASE-DORMANT-ACCOUNT.
           ADD 1 TO WS-DORMANT-COUNT
           MOVE SPACES TO WS-BRCHK-NAME
           MOVE SPACES TO WS-BRCHK-REGION
           IF ACM-BRANCH-CODE NOT = '000'
               CALL 'BRCHK' USING ACM-BRANCH-CODE, WS-BRCHK-STATUS,
                   WS-BRCHK-NAME, WS-BRCHK-REGION
           END-IF
           MOVE WS-BRCHK-REGION TO SRT-REGION
           MOVE ACM-BRANCH-CODE TO SRT-BRANCH
           MOVE ACM-ACCOUNT-NO TO SRT-ACCOUNT
           MOVE ACM-NAME TO SRT-NAME
           MOVE WS-BRCHK-NAME TO SRT-BRANCH-NAME
           MOVE WS-LAST-DATE TO SRT-LAST-DATE
           MOVE ACM-STATUS-DATE TO SRT-DORMANT-SINCE
           RELEASE SORT-RECORD.

       WRITE-DORMANCY-REPORT.
           OPEN OUTPUT DORM-REPORT
           IF WS-DORM-REPORT-STATUS NOT = '00'
               MOVE 'DORM-REPORT' TO WS-ERROR-FILE-NAME
               MOVE WS-DORM-REPORT-STATUS TO WS-ERROR-STATUS
               PERFORM OPEN-ERROR
           END-IF
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE
           WRITE DORM-REPORT-RECORD FROM WS-REPORT-HEADER
           MOVE WS-DORMANT-MONTHS TO WS-RULE-MONTHS
           MOVE WS-CUTOFF-DATE TO WS-RULE-CUTOFF
           WRITE DORM-REPORT-RECORD FROM WS-REPORT-RULE
           PERFORM RETURN-DORMANT-ACCOUNT
               UNTIL WS-SORT-EOF = 'Y'
           IF WS-FIRST-RECORD = 'N'
               PERFORM WRITE-BRANCH-TOTAL
               PERFORM WRITE-REGION-TOTAL
           END-IF
           WRITE DORM-REPORT-RECORD FROM WS-BLANK-LINE
           MOVE 'ALL REGIONS:' TO WS-CNT-TEXT
           MOVE WS-DORMANT-COUNT TO WS-CNT-DORMANT
           MOVE WS-NEW-COUNT TO WS-CNT-NEW
           WRITE DORM-REPORT-RECORD FROM WS-COUNT-LINE
           CLOSE DORM-REPORT.

       RETURN-DORMANT-ACCOUNT.
           RETURN SORT-WORK INTO SORT-RECORD
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
               NOT AT END
                   PERFORM REPORT-ONE-ACCOUNT
           END-RETURN.

       REPORT-ONE-ACCOUNT.
           IF WS-FIRST-RECORD = 'Y'
               MOVE 'N' TO WS-FIRST-RECORD
               PERFORM START-REGION-GROUP
               PERFORM START-BRANCH-GROUP
           ELSE
               IF SRT-REGION NOT = WS-PREV-REGION
                   PERFORM WRITE-BRANCH-TOTAL
                   PERFORM WRITE-REGION-TOTAL
                   PERFORM START-REGION-GROUP
                   PERFORM START-BRANCH-GROUP
               ELSE
                   IF SRT-BRANCH NOT = WS-PREV-BRANCH
                       PERFORM WRITE-BRANCH-TOTAL
                       PERFORM START-BRANCH-GROUP
                   END-IF
               END-IF
           END-IF
           MOVE SRT-ACCOUNT TO WS-DTL-ACCOUNT
           MOVE SRT-NAME TO WS-DTL-NAME
           MOVE SRT-LAST-DATE TO WS-DTL-LAST-DATE
           MOVE SRT-DORMANT-SINCE TO WS-DTL-SINCE
           IF SRT-NEW = 'Y'
               MOVE 'NEW' TO WS-DTL-NEW
               ADD 1 TO WS-BRANCH-NEW
               ADD 1 TO WS-REGION-NEW
           ELSE
               MOVE SPACES TO WS-DTL-NEW
           END-IF
           ADD 1 TO WS-BRANCH-DORMANT
           ADD 1 TO WS-REGION-DORMANT
           WRITE DORM-REPORT-RECORD FROM WS-DETAIL-LINE.

       START-REGION-GROUP.
           MOVE SRT-REGION TO WS-PREV-REGION
           MOVE 0 TO WS-REGION-DORMANT
           MOVE 0 TO WS-REGION-NEW
           WRITE DORM-REPORT-RECORD FROM WS-BLANK-LINE
           IF SRT-REGION = SPACES
               MOVE '---' TO WS-RGN-CODE
           ELSE
               MOVE SRT-REGION TO WS-RGN-CODE
           END-IF
           WRITE DORM-REPORT-RECORD FROM WS-REGION-LINE.

       START-BRANCH-GROUP.
           MOVE SRT-BRANCH TO WS-PREV-BRANCH
           MOVE 0 TO WS-BRANCH-DORMANT
           MOVE 0 TO WS-BRANCH-NEW
           MOVE SRT-BRANCH TO WS-BRL-CODE
           MOVE SRT-BRANCH-NAME TO WS-BRL-NAME
           WRITE DORM-REPORT-RECORD FROM WS-BRANCH-LINE
           WRITE DORM-REPORT-RECORD FROM WS-COLUMN-LINE.

       WRITE-BRANCH-TOTAL.
           MOVE SPACES TO WS-CNT-TEXT
           STRING '  BRANCH ' WS-PREV-BRANCH ' TOTAL:'
               DELIMITED BY SIZE INTO WS-CNT-TEXT
           END-STRING
           MOVE WS-BRANCH-DORMANT TO WS-CNT-DORMANT
           MOVE WS-BRANCH-NEW TO WS-CNT-NEW
           WRITE DORM-REPORT-RECORD FROM WS-COUNT-LINE.

       WRITE-REGION-TOTAL.
           MOVE SPACES TO WS-CNT-TEXT
           STRING 'REGION ' WS-RGN-CODE ' TOTAL:'
               DELIMITED BY SIZE INTO WS-CNT-TEXT
           END-STRING
           MOVE WS-REGION-DORMANT TO WS-CNT-DORMANT
           MOVE WS-REGION-NEW TO WS-CNT-NEW
           WRITE DORM-REPORT-RECORD FROM WS-COUNT-LINE.

       WRITE-RUN-LOG.
           CALL 'RUNLOG' USING WS-LOG-PROGRAM, WS-LOG-SEVERITY,
               WS-LOG-MESSAGE
           MOVE 'I' TO WS-LOG-SEVERITY.

       OPEN-ERROR.
           DISPLAY 'ACCTDORM ABEND: OPEN FAILED FOR '
               WS-ERROR-FILE-NAME ' - FILE STATUS ' WS-ERROR-STATUS
           MOVE 12 TO RETURN-CODE
           STOP RUN.
