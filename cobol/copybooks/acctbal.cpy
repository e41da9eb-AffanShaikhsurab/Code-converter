      *> Shared record layout for acctbal.dat, the per-account
      *> running balance: one keyed record per account number that
      *> has ever posted. FILE2 keeps it current at the end of each
      *> posting run from the account numbers carried on the batch's
      *> details. ABL-BALANCE is in base currency, the same as
      *> file2.dat's running TOTAL, so the accounts foot to the
      *> postings. ABL-LAST-DATE/ABL-LAST-BATCH name the last posted
      *> set that moved the account. FILE2 checks them so a rerun of
      *> the balance pass for the same set is not applied twice.
           05  ABL-KEY.
               10  ABL-ACCOUNT-NO   PIC X(8).
           05  ABL-BALANCE          PIC S9(11)V99 COMP-3.
           05  ABL-POST-COUNT       PIC 9(8).
           05  ABL-LAST-DATE        PIC 9(8).
           05  ABL-LAST-BATCH       PIC 9(4).
