      *> Shared record layout for period.dat, the accounting-period
      *> status file: one record per month, keyed YYYYMM. FILE2MTD
      *> marks a month closed when it closes it into file2.mtd, and
      *> only a supervisor can reopen one, through PERDUTIL, with a
      *> reason. A month with no record has never been closed and
      *> is open. The utilities that can rewrite posted history -
      *> FILE1BKO, DEARCH, FILE1REV and RESTUTIL - ask PERDCHK
      *> before touching a date and refuse a closed month; a
      *> correction to a closed month posts instead as a flagged
      *> prior-period adjustment in the current one (HDR-ADJ-PERIOD
      *> in file1rec.cpy). Re-running FILE2MTD for a reopened month
      *> closes it again with its refreshed figures; the last
      *> reopen's stamp stays on the record.
           05  PRD-KEY.
               10  PRD-MONTH        PIC 9(6).
           05  PRD-STATUS           PIC X(1).
               88  PRD-IS-CLOSED        VALUE 'C'.
               88  PRD-IS-REOPENED      VALUE 'R'.
           05  PRD-CLOSED-DATE      PIC 9(8).
           05  PRD-CLOSED-BY        PIC X(10).
           05  PRD-REOPENED-DATE    PIC 9(8).
           05  PRD-REOPENED-BY      PIC X(8).
           05  PRD-REOPEN-REASON    PIC X(30).
