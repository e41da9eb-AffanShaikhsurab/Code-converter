      *> instead of added, so a bad entry can be reversed with a new
      *> record instead of hand-editing file1.dat.
               88  FILE1-IS-REVERSAL   VALUE 'R'.
      *> FILE1-IS-TRANSFER is an inter-branch transfer: NUMBER-VALUE
      *> moves out of FILE1-BRANCH-CODE (the sending branch) and into
      *> FILE1-XFER-TO-BRANCH (the receiving branch) in one record,
      *> so both sides are always keyed together. FILE1 and FILE2
      *> post it as a balanced pair of legs - it moves the two
      *> branches' subtotals and leaves the batch total alone.
               88  FILE1-IS-TRANSFER   VALUE 'X'.
      *> NUMBER-VALUE carries cents (req 010) as PIC 9(6)V99 COMP-3 -
      *> these totals feed dollar reconciliation downstream, so
      *> truncating fractional amounts caused real out-of-balance
      *> and the daily register carry per-currency subtotals of the
      *> native amounts so both sides of the conversion can be
      *> proven.
      *> FILE1-ACCOUNT-NO says whose money the detail is - the
      *> customer account on acctmast.dat - and takes the last of
      *> the FILLER, so record lengths are unchanged. Spaces mean an
      *> unallocated item (every record written before the account
      *> master existed). It flows through to file2rec.cpy's detail
      *> and on into the per-account running balance in acctbal.dat.
      *> FILE1-ITEM-REF is the upstream's own reference for the item,
      *> taken from the feed line, so one item can be traced end to
      *> end (ITEMTRC) when two items share an amount. There was no
      *> FILLER left to carve it from, so the record grew by sixteen
      *> bytes and the header/trailer REDEFINES are repadded to
      *> match; REFCVT converts a shop's existing files once. Spaces
      *> mean no reference (keyed items, and everything written
      *> before the reference was carried).
           05  FILE1-DETAIL-DATA.
               10  NUMBER-VALUE        PIC S9(6)V99 COMP-3.
               10  FILE1-BRANCH-CODE   PIC X(3).
               10  FILE1-CURRENCY-CODE PIC X(3).
               10  FILE1-ACCOUNT-NO    PIC X(8).
      *> A transfer moves money between branches, not for a
      *> customer, so it carries no account; the receiving branch
      *> sits in the account's place.
               10  FILE1-XFER-DATA REDEFINES FILE1-ACCOUNT-NO.
                   15  FILE1-XFER-TO-BRANCH PIC X(3).
                   15  FILLER              PIC X(5).
               10  FILE1-ITEM-REF      PIC X(16).
      *> FILE1-ENTRY-SOURCE says how the item came into file1.dat, so
      *> the data-quality scorecard (DQSCORE) can put each source's
      *> error rate beside its volume. There was no FILLER left, so
      *> the record grew by one byte and the header/trailer
      *> REDEFINES are repadded to match; RSNCVT converts a shop's
      *> existing files once. Every writer clears the detail to
      *> spaces first, so spaces mean a system posting (interest,
      *> charges, adjustments, back-outs) or an item written before
      *> the source was carried. A repaired reject or a released
      *> hold keeps the source it first arrived with.
               10  FILE1-ENTRY-SOURCE  PIC X(1).
                   88  FILE1-FROM-FEED      VALUE 'F'.
                   88  FILE1-FROM-STORD     VALUE 'S'.
                   88  FILE1-FROM-KEYED     VALUE 'K'.
                   88  FILE1-FROM-CALLDEMO  VALUE 'C'.
                   88  FILE1-FROM-REVERSAL  VALUE 'R'.
      *> HDR-ADJ-PERIOD marks a batch as a prior-period adjustment:
      *> the closed month (YYYYMM) its corrections belong to, though
      *> it posts under the current date because that month's books
      *> are closed (see period.cpy). Carved from the header FILLER,
      *> so spaces or zero - every ordinary batch - mean no
      *> adjustment; test it NUMERIC before using it. FILE2 carries
      *> it onto the file2.dat header as HDR2-ADJ-PERIOD.
           05  FILE1-HEADER-DATA REDEFINES FILE1-DETAIL-DATA.
               10  HDR-RUN-DATE        PIC 9(8).
               10  HDR-BATCH-ID        PIC X(10).
               10  HDR-ADJ-PERIOD      PIC 9(6).
               10  FILLER              PIC X(12).
           05  FILE1-TRAILER-DATA REDEFINES FILE1-DETAIL-DATA.
               10  TRLR-RECORD-COUNT   PIC 9(6).
               10  TRLR-CONTROL-TOTAL  PIC S9(6)V99 COMP-3.
               10  FILLER              PIC X(25).
