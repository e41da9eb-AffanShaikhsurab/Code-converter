      *> Shared record layout for snap.mft, the end-of-day snapshot
      *> manifest: SNAPMFT writes it when the day's files are
      *> captured for the disaster-recovery site, and it travels
      *> with the snapshot so SNAPVFY can prove the restored files
      *> there are the files that were captured. One header ('H')
      *> with the capture date and time and the number of files the
      *> snapshot holds, then one line ('F') per file: its record
      *> count and a hash total - the sum of the absolute values of
      *> its amount fields (SMF-HASH-FIELDS names them; a file with
      *> no amounts is hashed on a date or level field instead), as
      *> the SNAPHASH subprogram computes it for both programs. A
      *> file that was not on file when the snapshot was taken is
      *> listed as such ('M') and must be absent at the DR site too.
      *> Plain text, one line per record, so the manifest can be
      *> read as it stands.
           05  SMF-REC-TYPE         PIC X(1).
               88  SMF-IS-HEADER        VALUE 'H'.
               88  SMF-IS-FILE          VALUE 'F'.
           05  SMF-FILE-DATA.
               10  SMF-FILE-NAME        PIC X(12).
               10  SMF-FILE-STATE       PIC X(1).
                   88  SMF-FILE-PRESENT     VALUE 'P'.
                   88  SMF-FILE-NOT-ON-FILE VALUE 'M'.
               10  SMF-RECORD-COUNT     PIC 9(9).
               10  SMF-HASH-TOTAL       PIC 9(13)V9(6).
               10  SMF-HASH-FIELDS      PIC X(30).
           05  SMF-HEADER-DATA REDEFINES SMF-FILE-DATA.
               10  SMF-HDR-DATE         PIC 9(8).
               10  SMF-HDR-TIME         PIC 9(8).
               10  SMF-HDR-FILE-COUNT   PIC 9(3).
               10  FILLER               PIC X(52).
