      *> Shared record layout for acctmast.dat, the customer account
      *> master: one record per account number, keyed on it, and
      *> maintained by ACCTMNT the way BRMMNT maintains brmaster.dat.
      *> The detail records only ever said how much a branch posted,
      *> never whose money it was. Every entry point (FILE1LOAD,
      *> FILE1MAINT, FILE1RCYC) now validates a detail's
      *> FILE1-ACCOUNT-NO against this file through the ACCTCHK
      *> subprogram. An unknown or closed account goes to the
      *> suspense queue the same way an unknown branch does. A blank
      *> account number is an unallocated item (everything the feed
      *> sent before accounts existed) and is not checked. A shop
      *> with no acctmast.dat yet gets the old behavior.
      *> ACM-STATUS: 'O' open, 'C' closed (kept on file so history
      *> still prints its name, but new activity is refused), 'D'
      *> dormant - set by ACCTDORM when an open account has gone the
      *> dormancy.parm number of months without posting. A posting
      *> to a dormant account is held in file1.hld rather than
      *> refused, and a supervisor reactivates the account through
      *> FILE1HOLD or rejects the item.
      *> ACM-STATUS-DATE is the date of the last status change
      *> (closed or reopened through ACCTMNT, flagged dormant or
      *> reactivated; zero until the first), so a reactivated or
      *> reopened account starts its quiet period afresh.
           05  ACM-KEY.
               10  ACM-ACCOUNT-NO   PIC X(8).
           05  ACM-NAME             PIC X(30).
           05  ACM-BRANCH-CODE      PIC X(3).
           05  ACM-CURRENCY-CODE    PIC X(3).
           05  ACM-STATUS           PIC X(1).
               88  ACM-IS-OPEN          VALUE 'O'.
               88  ACM-IS-CLOSED        VALUE 'C'.
               88  ACM-IS-DORMANT       VALUE 'D'.
           05  ACM-OPEN-DATE        PIC 9(8).
           05  ACM-STATUS-DATE      PIC 9(8).
      *> Interest paid to an account flagged ACM-SUBJECT-TO-WHT has
      *> tax withheld from it as INTACCR posts the month's interest,
      *> and the account is reported under ACM-TAX-ID on the annual
      *> tax-information return TAXINFO writes. There was no FILLER
      *> to carve them from, so the record grew by thirteen bytes;
      *> ACCTCVT converts a shop's existing acctmast.dat once, with
      *> every account unflagged and no tax ID.
           05  ACM-WHT-FLAG         PIC X(1).
               88  ACM-SUBJECT-TO-WHT   VALUE 'Y'.
           05  ACM-TAX-ID           PIC X(12).
