      *> follow-through) since a PIC S9(6)V99 accumulator overflows
      *> well within a large batch's legitimate range. The FILLERs
      *> below are sized to keep both REDEFINES groups at the same
      *> length as the detail.
      *> HDR2-BATCH-NO records which file1.dat batch produced the
      *> header's totals: several batches can legitimately post under
      *> one business date on heavy days, so FILE2's duplicate-date
      *> guard refuses a rerun only when the same date AND the same
      *> batch number are already on file.
      *> HDR2-ADJ-PERIOD is copied from the source batch header's
      *> HDR-ADJ-PERIOD: the closed month (YYYYMM) a prior-period
      *> adjustment set corrects, zero for an ordinary set. Sets
      *> posted before it was carried have spaces there - test it
      *> NUMERIC before using it.
           05  FILE2-REC-TYPE       PIC X(1).
      *> FILE2-BRANCH-CODE is copied from the source detail's
      *> FILE1-BRANCH-CODE so downstream readers can split a day's
      *> CURRCONV before accumulating - so downstream readers keep
      *> summing one currency while still seeing what each posting
      *> was denominated in.
      *> FILE2-ACCOUNT-NO is copied from the source detail's
      *> FILE1-ACCOUNT-NO (spaces = unallocated), carved from the
      *> FILLER so the record length is unchanged.
      *> FILE2-ITEM-REF is copied from the source detail's
      *> FILE1-ITEM-REF (spaces = no upstream reference). The
      *> record grew by sixteen bytes for it, the same change
      *> file1rec.cpy took, and the FILLERs below are resized to
      *> keep all three groups at 44 bytes.
      *> FILE2-NATIVE-AMOUNT is the detail's own movement in the
      *> currency it was denominated in, before conversion - signed
      *> the way the running total moved, so a reversal carries a
      *> negative amount - carved from the FILLER so the record
      *> length is unchanged. It is what the month-end FX
      *> revaluation totals each currency's open position from.
      *> Details posted before it was carried hold spaces there -
      *> test it NUMERIC before using it.
      *> FILE2-ENTRY-TYPE 'X' marks one leg of an inter-branch
      *> transfer (file1rec.cpy's FILE1-IS-TRANSFER): FILE2 posts
      *> each transfer as two adjacent details, the sending branch's
      *> leg out and the receiving branch's leg in, so the running
      *> total dips and comes back. A leg carries no account - its
      *> FILE2-XFER-BRANCH is the other branch of the pair, which is
      *> what the inter-branch reconciliation nets by. Spaces on
      *> every other detail.
           05  FILE2-DETAIL.
               10  TOTAL            PIC S9(9)V99 COMP-3.
               10  FILE2-BRANCH-CODE PIC X(3).
               10  FILE2-CURRENCY-CODE PIC X(3).
               10  FILE2-ACCOUNT-NO PIC X(8).
               10  FILE2-XFER-DATA REDEFINES FILE2-ACCOUNT-NO.
                   15  FILE2-XFER-BRANCH PIC X(3).
                   15  FILLER           PIC X(5).
               10  FILE2-ITEM-REF   PIC X(16).
               10  FILE2-NATIVE-AMOUNT PIC S9(9)V99 COMP-3.
               10  FILE2-ENTRY-TYPE PIC X(1).
                   88  FILE2-IS-TRANSFER-LEG VALUE 'X'.
               10  FILLER           PIC X(1).
           05  FILE2-TRAILER REDEFINES FILE2-DETAIL.
               10  TRAILER-RECORD-COUNT  PIC 9(6).
               10  TRAILER-GRAND-TOTAL   PIC S9(9)V99 COMP-3.
               10  FILLER                PIC X(32).
           05  FILE2-HEADER REDEFINES FILE2-DETAIL.
               10  HDR2-BUSINESS-DATE    PIC 9(8).
               10  HDR2-RUN-DATE         PIC 9(8).
               10  HDR2-RUN-TIME         PIC 9(8).
               10  HDR2-BATCH-NO         PIC 9(4).
               10  HDR2-ADJ-PERIOD       PIC 9(6).
               10  FILLER                PIC X(10).
