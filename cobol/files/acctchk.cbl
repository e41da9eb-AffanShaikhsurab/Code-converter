       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCHK.
      *> Common account-master lookup, CALLed the way BRCHK is for
      *> branches: give it an account number, get back its standing,
      *> name and owning branch. One definition of "is this a live
      *> account" keeps the loader, the entry session and the repair
      *> screen refusing the same accounts.
      *> The account master can run to far more records than the
      *> branch master, so instead of loading a table it is opened on
      *> the first call and held open for the run unit, and each
      *> call is one keyed read. Status: '0' on file and open, 'C'
      *> on file but closed, 'D' on file but dormant (the caller
      *> holds the item for a supervisor), 'U' unknown account, 'N' no
      *> acctmast.dat yet (validation stands down - the pre-account
      *> behavior).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACM-FILE ASSIGN TO 'acctmast.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACM-KEY
               FILE STATUS IS WS-ACM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACM-FILE.
       01  ACM-RECORD.
           COPY acctmast.

       WORKING-STORAGE SECTION.
       01 WS-ACM-FILE-STATUS    PIC XX VALUE '00'.
       01 WS-MASTER-OPENED      PIC X VALUE 'N'.
       01 WS-MASTER-ON-FILE     PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 ACK-ACCOUNT-NO        PIC X(8).
       01 ACK-STATUS            PIC X(1).
       01 ACK-NAME              PIC X(30).
       01 ACK-BRANCH            PIC X(3).

       PROCEDURE DIVISION USING ACK-ACCOUNT-NO, ACK-STATUS,
               ACK-NAME, ACK-BRANCH.
       MAIN-LOGIC.
           IF WS-MASTER-OPENED = 'N'
               PERFORM OPEN-ACCOUNT-MASTER
           END-IF
           MOVE SPACES TO ACK-NAME
           MOVE SPACES TO ACK-BRANCH
           IF WS-MASTER-ON-FILE = 'N'
               MOVE 'N' TO ACK-STATUS
               GOBACK
           END-IF
           MOVE ACK-ACCOUNT-NO TO ACM-ACCOUNT-NO
           READ ACM-FILE INTO ACM-RECORD
               INVALID KEY
                   MOVE 'U' TO ACK-STATUS
               NOT INVALID KEY
                   MOVE ACM-NAME TO ACK-NAME
                   MOVE ACM-BRANCH-CODE TO ACK-BRANCH
                   EVALUATE TRUE
                       WHEN ACM-IS-CLOSED
                           MOVE 'C' TO ACK-STATUS
                       WHEN ACM-IS-DORMANT
                           MOVE 'D' TO ACK-STATUS
                       WHEN OTHER
                           MOVE '0' TO ACK-STATUS
                   END-EVALUATE
           END-READ
           GOBACK.

       OPEN-ACCOUNT-MASTER.
           MOVE 'Y' TO WS-MASTER-OPENED
           OPEN INPUT ACM-FILE
           IF WS-ACM-FILE-STATUS = '00'
               MOVE 'Y' TO WS-MASTER-ON-FILE
           END-IF.
