      *> Shared record layout for file1rev.rej, the reversal requests
      *> FILE1REV refused, so FILE1REV and the data-quality scorecard
      *> (DQSCORE) agree on one definition the way file1exc.cpy does
      *> for file1.exc. The file accumulates run after run; each
      *> refusal carries the day and batch it was refused in, the
      *> branch of the posted item it matched (spaces when it matched
      *> none) and the standard reason code (rsncode.cpy) beside the
      *> text. RSNCVT converted the older per-run listing, whose
      *> lines carry no date (zero).
           05  REJ-AMOUNT-TEXT      PIC X(20).
           05  FILLER               PIC X(2).
           05  REJ-REASON           PIC X(30).
           05  REJ-REASON-CODE      PIC X(4).
           05  REJ-RUN-DATE         PIC 9(8).
           05  REJ-BATCH-NO         PIC 9(4).
           05  REJ-BRANCH-CODE      PIC X(3).
      *> Always 'R' (FILE1-FROM-REVERSAL) as FILE1REV writes it.
           05  REJ-ENTRY-SOURCE     PIC X(1).
