      *> Distribution view of an 80-column report line. The reports
      *> the branches and regions receive their own pages of -
      *> file1.rpt, file2.rpt, brstmt.rpt, file1reg.rpt, agerpt.rpt
      *> and dspage.rpt - carry a routing tag in columns 77-80 of
      *> every line they write, and DISTRPT bursts them to the
      *> recipients on distlist.parm by it:
      *>   'H'          page or report heading - goes to a branch or
      *>                region recipient ahead of its first line
      *>                under that heading
      *>   'S'          section heading - the same, per section
      *>   'B' + code   a line belonging to that branch
      *>   'R' + code   a line belonging to that region (BRM-REGION)
      *>   spaces       a bank-wide line - totals, proofs, currency
      *>                summaries - for whole-report recipients only
           05  RTE-TEXT             PIC X(76).
           05  RTE-TAG.
               10  RTE-KIND         PIC X(1).
                   88  RTE-IS-HEADING   VALUE 'H'.
                   88  RTE-IS-SECTION   VALUE 'S'.
                   88  RTE-IS-BRANCH    VALUE 'B'.
                   88  RTE-IS-REGION    VALUE 'R'.
               10  RTE-CODE         PIC X(3).
