      *> Shared record layout for taxinfo.dat, the annual tax-
      *> information return TAXINFO writes at fiscal year-end: one
      *> header, one detail per account paid interest in the year -
      *> gross interest, tax withheld and net paid, summed from the
      *> 'I' records INTACCR leaves on accrual.dat as it posts each
      *> month - and one trailer carrying the detail count and the
      *> three column totals. Amounts are unsigned display so the
      *> file can go to the tax authority as it stands. TAX-WHT-FLAG
      *> is 'Y' when the account had tax withheld in any month of the
      *> year, whatever its flag on acctmast.dat says today.
           05  TAX-REC-TYPE         PIC X(1).
               88  TAX-IS-HEADER        VALUE 'H'.
               88  TAX-IS-DETAIL        VALUE 'D'.
               88  TAX-IS-TRAILER       VALUE 'T'.
           05  TAX-DETAIL.
               10  TAX-ACCOUNT-NO   PIC X(8).
               10  TAX-ID           PIC X(12).
               10  TAX-NAME         PIC X(30).
               10  TAX-BRANCH-CODE  PIC X(3).
               10  TAX-WHT-FLAG     PIC X(1).
               10  TAX-GROSS-INTEREST PIC 9(9)V99.
               10  TAX-WITHHELD     PIC 9(9)V99.
               10  TAX-NET-PAID     PIC 9(9)V99.
               10  FILLER           PIC X(12).
           05  TAX-HEADER REDEFINES TAX-DETAIL.
               10  TAX-HDR-YEAR     PIC 9(4).
               10  TAX-HDR-RUN-DATE PIC 9(8).
               10  FILLER           PIC X(87).
           05  TAX-TRAILER REDEFINES TAX-DETAIL.
               10  TAX-TRL-RECORD-COUNT PIC 9(8).
               10  TAX-TRL-GROSS    PIC 9(11)V99.
               10  TAX-TRL-WITHHELD PIC 9(11)V99.
               10  TAX-TRL-NET      PIC 9(11)V99.
               10  FILLER           PIC X(52).
