      *> Shared record layout for refchg.jnl, the change journal for
      *> the reference files the postings depend on - rate.dat,
      *> currency.dat, brmaster.dat, stord.dat, opermast.dat,
      *> calendar.dat, budget.dat, ssi.dat, reason.dat and
      *> acctmast.dat.
      *> file2.aud records every FILE2 posting; this is the same idea
      *> for the masters. Every maintenance program (RATEMNT,
      *> CURRMNT, BRMMNT, STORDMNT, OPERMNT, CALBLD, BUDMNT, SSIMNT,
      *> RSNMNT, ACCTMNT) appends one record per change it actually
      *> makes, carrying the whole master record as it stood before
      *> and after (spaces for the side that did not exist - before
      *> an add, after a delete).
      *> RJR-KEY is the master's record key as stored. RJR-OPERATOR
      *> is the operator who keyed the change and RJR-CHECKER the one
      *> who approved it through CHGAPPR (spaces for a change that
      *> was applied directly). REFHIST lists the journal by file,
      *> key, operator and date range. The images grew from 60 to
      *> 80 bytes to hold an acctmast.dat record; CHGCVT converts an
      *> existing refchg.jnl once.
           05  RJR-DATE             PIC 9(8).
           05  RJR-TIME             PIC 9(8).
           05  RJR-PROGRAM          PIC X(10).
           05  RJR-FILE             PIC X(12).
           05  RJR-KEY              PIC X(20).
           05  RJR-ACTION           PIC X(1).
               88  RJR-IS-ADD           VALUE 'A'.
               88  RJR-IS-CHANGE        VALUE 'C'.
               88  RJR-IS-DELETE        VALUE 'D'.
           05  RJR-OPERATOR         PIC X(8).
           05  RJR-CHECKER          PIC X(8).
           05  RJR-BEFORE-IMAGE     PIC X(80).
           05  RJR-AFTER-IMAGE      PIC X(80).
