      *> Shared record layout for accrual.dat, the running interest
      *> accrual INTACCR appends to every night. A 'D' record is one
      *> calendar day's accrual: the closing balance it was accrued
      *> on (from file2.sum - a weekend or holiday carries the prior
      *> business day's balance, named in ACR-BALANCE-DATE), the
      *> annual rate in effect that day from the rate.dat rate type,
      *> and the day's interest carried to six places so a month of
      *> days rounds once, at posting. A 'P' record marks a month's
      *> accrued interest posted into file1.dat, so a rerun of the
      *> period-end day cannot post the month twice.
      *> An 'A' record is one account's share of a day: interest on
      *> its running balance in acctbal.dat at the same rate. The
      *> month's 'A' records round once per account at posting, and
      *> each account paid gets an 'I' record - gross interest, the
      *> tax withheld and the withholding rate - that TAXINFO reads
      *> for the annual tax-information return. The 'P' record's
      *> ACR-POST-UNALLOC is the part of the month's interest on the
      *> book balance that no account earned (unallocated items),
      *> posted without an account; it is not numeric on a 'P'
      *> record written before interest went to accounts, when all
      *> of ACR-POST-AMOUNT was unallocated.
           05  ACR-REC-TYPE         PIC X(1).
               88  ACR-IS-DAY           VALUE 'D'.
               88  ACR-IS-POSTING       VALUE 'P'.
               88  ACR-IS-ACCOUNT-DAY   VALUE 'A'.
               88  ACR-IS-ACCOUNT-POSTING VALUE 'I'.
           05  ACR-DATE             PIC 9(8).
           05  ACR-DAY-DATA.
               10  ACR-DAY-TYPE     PIC X(1).
               10  ACR-BALANCE-DATE PIC 9(8).
               10  ACR-BALANCE      PIC S9(11)V99 COMP-3.
               10  ACR-RATE-TYPE    PIC X(2).
               10  ACR-RATE         PIC 9(2).
               10  ACR-INTEREST     PIC S9(7)V9(6) COMP-3.
           05  ACR-POST-DATA REDEFINES ACR-DAY-DATA.
               10  ACR-POST-MONTH   PIC 9(6).
               10  ACR-POST-BATCH   PIC 9(4).
               10  ACR-POST-AMOUNT  PIC S9(9)V99 COMP-3.
               10  ACR-POST-UNALLOC PIC S9(9)V99 COMP-3.
               10  FILLER           PIC X(5).
           05  ACR-ACCT-DAY-DATA REDEFINES ACR-DAY-DATA.
               10  ACR-ACCT-NO      PIC X(8).
               10  ACR-ACCT-BALANCE PIC S9(11)V99 COMP-3.
               10  ACR-ACCT-RATE    PIC 9(2).
               10  ACR-ACCT-INTEREST PIC S9(7)V9(6) COMP-3.
               10  FILLER           PIC X(3).
           05  ACR-ACCT-POST-DATA REDEFINES ACR-DAY-DATA.
               10  ACR-AP-MONTH     PIC 9(6).
               10  ACR-AP-ACCOUNT-NO PIC X(8).
               10  ACR-AP-GROSS     PIC S9(9)V99 COMP-3.
               10  ACR-AP-TAX       PIC S9(7)V99 COMP-3.
               10  ACR-AP-TAX-RATE  PIC 9(2).
