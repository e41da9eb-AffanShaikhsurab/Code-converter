      *> Shared record layout for dispute.evt, the dispute case event
      *> log: DSPMNT appends one record for everything that happens
      *> to a case (dispute.cpy) - opened, provisional credit given,
      *> due date extended, a note, and the final decision for the
      *> customer or for the bank - stamped with the signed-on
      *> operator and the date and time. Nothing is ever changed in
      *> place; the log is the case's history. DEV-AMOUNT is the
      *> disputed amount on an 'O', the credit on a 'P' and the
      *> amount reversed on an 'F'; zero otherwise. DEV-DUE-DATE is
      *> the due date the event left the case with.
           05  DEV-CASE-NO          PIC 9(6).
           05  DEV-EVENT            PIC X(1).
               88  DEV-IS-OPENED        VALUE 'O'.
               88  DEV-IS-PROV-CREDIT   VALUE 'P'.
               88  DEV-IS-EXTENDED      VALUE 'E'.
               88  DEV-IS-NOTE          VALUE 'N'.
               88  DEV-IS-FOR-CUSTOMER  VALUE 'F'.
               88  DEV-IS-FOR-BANK      VALUE 'B'.
           05  DEV-DATE             PIC 9(8).
           05  DEV-TIME             PIC 9(8).
           05  DEV-AMOUNT           PIC S9(9)V99 COMP-3.
           05  DEV-DUE-DATE         PIC 9(8).
           05  DEV-OPERATOR         PIC X(8).
           05  DEV-NOTE             PIC X(30).
