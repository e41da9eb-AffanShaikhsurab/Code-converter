           05  BRM-ACTIVE           PIC X(1).
               88  BRM-IS-ACTIVE        VALUE 'A'.
               88  BRM-IS-INACTIVE      VALUE 'I'.
      *> A closed or merged branch forwards to its successor:
      *> BRMERGE records BRM-SUCCESSOR-CODE and the date the merger
      *> takes effect, and from that date BRFWD routes new activity
      *> for the inactive code to the successor instead of refusing
      *> it. Spaces mean no forwarding link - every ordinary branch.
      *> There was no FILLER to carve the link from, so the record
      *> grew by eleven bytes; BRMCVT converts a shop's existing
      *> brmaster.dat once.
           05  BRM-SUCCESSOR-CODE   PIC X(3).
           05  BRM-MERGE-DATE       PIC 9(8).
