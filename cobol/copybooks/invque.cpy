      *> Shared record layout for invest.que, the compliance
      *> investigation queue: SCRNCHK screens each day's posted sets
      *> against the recent file2.dat/file2.hist activity and writes
      *> one record here for every screening-rule hit, and INVDISP is
      *> the screen where an analyst works the queue and dispositions
      *> each hit with a reason - the record is updated in place, the
      *> same worked-queue convention alertque.cpy uses.
      *> INV-RULE names the rule that fired: 'J' many just-under-limit
      *> items on one branch in a day, 'R' the same amount repeated
      *> across batches or days, 'V' a jump in a branch's item count
      *> against its own recent history. INV-AMOUNT is the band total
      *> for 'J', the repeated amount for 'R' and zero for 'V';
      *> INV-ITEM-COUNT is the number of items behind the hit.
           05  INV-DATE             PIC 9(8).
           05  INV-TIME             PIC 9(8).
           05  INV-BUSINESS-DATE    PIC 9(8).
           05  INV-RULE             PIC X(1).
               88  INV-RULE-UNDER-LIMIT VALUE 'J'.
               88  INV-RULE-REPEAT      VALUE 'R'.
               88  INV-RULE-VOLUME      VALUE 'V'.
           05  INV-BRANCH-CODE      PIC X(3).
           05  INV-AMOUNT           PIC 9(9)V99.
           05  INV-ITEM-COUNT       PIC 9(6).
           05  INV-DETAIL           PIC X(40).
           05  INV-STATUS           PIC X(1).
               88  INV-IS-OPEN          VALUE 'O'.
               88  INV-IS-CLEARED       VALUE 'C'.
               88  INV-IS-ESCALATED     VALUE 'E'.
           05  INV-ANALYST          PIC X(8).
           05  INV-DISP-DATE        PIC 9(8).
           05  INV-REASON           PIC X(30).
