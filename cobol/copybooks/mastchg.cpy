      *> Shared record layout for mastchg.que, the pending
      *> master-change queue behind dual control of the reference
      *> files. RATEMNT, BRMMNT, CURRMNT, STORDMNT, OPERMNT, BUDMNT,
      *> SSIMNT and ACCTMNT no longer apply their .trn transactions
      *> straight to the master, nor BRMERGE its brmerge.parm merger:
      *> each one is queued here as it was keyed (MCQ-TRN-IMAGE,
      *> in the owning program's own
      *> transaction layout, space-padded) and stamped with the
      *> signed-on maker. CHGAPPR is
      *> the screen where a second, different operator approves or
      *> declines it, and the owning maintenance program applies the
      *> approved ones on its next run - the record is updated in
      *> place at every step, the same worked-queue convention
      *> alertque.cpy uses. An approved change that the master then
      *> refuses (no such key to delete, say) is marked failed
      *> rather than applied. The image grew from 60 to 80 bytes to
      *> hold ACCTMNT's transaction; CHGCVT converts an existing
      *> mastchg.que once.
           05  MCQ-DATE             PIC 9(8).
           05  MCQ-TIME             PIC 9(8).
           05  MCQ-PROGRAM          PIC X(10).
           05  MCQ-TRN-IMAGE        PIC X(80).
           05  MCQ-MAKER            PIC X(8).
           05  MCQ-STATUS           PIC X(1).
               88  MCQ-IS-PENDING       VALUE 'P'.
               88  MCQ-IS-APPROVED      VALUE 'A'.
               88  MCQ-IS-DECLINED      VALUE 'D'.
               88  MCQ-IS-APPLIED       VALUE 'X'.
               88  MCQ-IS-FAILED        VALUE 'F'.
           05  MCQ-CHECKER          PIC X(8).
           05  MCQ-CHECKED-DATE     PIC 9(8).
           05  MCQ-REASON           PIC X(30).
           05  MCQ-APPLIED-DATE     PIC 9(8).
