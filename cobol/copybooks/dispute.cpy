      *> Shared record layout for dispute.dat, the dispute and
      *> chargeback case file: one record per case, keyed on
      *> DSP-CASE-NO and maintained by DSPMNT. A case is opened
      *> against one posted file2.dat detail - the set's batch
      *> (HDR2-BATCH-NO, the file1.dat batch it posted from), the
      *> detail's position in that set (DSP-ITEM-SEQ, 1 = the set's
      *> first detail) and its amount - and carries the item's
      *> branch, currency, account and upstream reference as they
      *> were posted. DSP-AMOUNT is the item's movement in its own
      *> currency. Provisional credit given while the case is worked
      *> is DSP-PROV-AMOUNT; a case found in the customer's favour
      *> ('F') has had its reversal request generated onto
      *> file1rev.req, one found in the bank's favour ('B') has not.
      *> Every change to a case is also an event on dispute.evt
      *> (dspevt.cpy) - this record is the case as it stands.
           05  DSP-KEY.
               10  DSP-CASE-NO      PIC 9(6).
           05  DSP-STATUS           PIC X(1).
               88  DSP-IS-OPEN          VALUE 'O'.
               88  DSP-IS-PROV-CREDITED VALUE 'P'.
               88  DSP-IS-FOR-CUSTOMER  VALUE 'F'.
               88  DSP-IS-FOR-BANK      VALUE 'B'.
               88  DSP-IS-ACTIVE        VALUE 'O' 'P'.
           05  DSP-BATCH-NO         PIC 9(4).
           05  DSP-ITEM-SEQ         PIC 9(6).
           05  DSP-BUSINESS-DATE    PIC 9(8).
           05  DSP-AMOUNT           PIC S9(9)V99 COMP-3.
           05  DSP-BRANCH-CODE      PIC X(3).
           05  DSP-CURRENCY-CODE    PIC X(3).
           05  DSP-ACCOUNT-NO       PIC X(8).
           05  DSP-ITEM-REF         PIC X(16).
           05  DSP-REASON           PIC X(30).
           05  DSP-OPENED-BY        PIC X(8).
           05  DSP-OPENED-DATE      PIC 9(8).
           05  DSP-DUE-DATE         PIC 9(8).
           05  DSP-PROV-AMOUNT      PIC S9(9)V99 COMP-3.
           05  DSP-PROV-DATE        PIC 9(8).
           05  DSP-CLOSED-BY        PIC X(8).
           05  DSP-CLOSED-DATE      PIC 9(8).
