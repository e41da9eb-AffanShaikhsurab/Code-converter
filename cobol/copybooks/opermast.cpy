      *> record (their name stays on old dispositions) but can no
      *> longer sign on. A shop with no opermast.dat yet gets the
      *> pre-sign-on behavior: everything allowed, nobody stamped.
      *> SODRPT's monthly duty-conflict report reads it to find
      *> inactive user-IDs still appearing on new work.
           05  OPR-KEY.
               10  OPR-USER-ID      PIC X(8).
           05  OPR-AUTH-LEVEL       PIC 9(1).
