      *> Shared record layout for budget.dat, the branch budget: one
      *> record per branch per fiscal month, keyed on both, holding
      *> the planned net posted activity for that branch and month in
      *> base currency - the figure file2.dat's running totals are
      *> measured against. BUDMNT maintains it the way BRMMNT
      *> maintains brmaster.dat (queued under dual control,
      *> journaled on refchg.jnl), and BUDVAR reports actual against
      *> it. The fiscal year is the calendar year, as FILE2YTD
      *> closes it.
           05  BUD-KEY.
               10  BUD-BRANCH       PIC X(3).
               10  BUD-MONTH        PIC 9(6).
           05  BUD-AMOUNT           PIC 9(9)V99.
