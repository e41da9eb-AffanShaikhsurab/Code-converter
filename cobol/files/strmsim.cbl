       01 WS-NATIVE-NET         PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-NORMAL-TOTAL       PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-REVERSAL-TOTAL     PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-TAX-TOTAL          PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-DETAIL-COUNT       PIC 9(6) VALUE 0.
       01 WS-EXCEPTION-COUNT    PIC 9(6) VALUE 0.
       01 WS-EXCEPTION-REASON   PIC X(30) VALUE SPACES.
       01 WS-NORMAL-ACCOUNT     PIC X(10) VALUE '0000100000'.
       01 WS-REVERSAL-ACCOUNT   PIC X(10) VALUE '0000200000'.
       01 WS-OFFSET-ACCOUNT     PIC X(10) VALUE '0000999999'.
       01 WS-TAX-ACCOUNT        PIC X(10) VALUE '0000500000'.
       01 WS-GL-ACCOUNT         PIC X(10) VALUE SPACES.

       01 WS-FILE1-STATUS       PIC XX VALUE '00'.
                           MOVE GLXM-ACCOUNT TO WS-REVERSAL-ACCOUNT
                       WHEN 'O'
                           MOVE GLXM-ACCOUNT TO WS-OFFSET-ACCOUNT
                       WHEN 'W'
                           MOVE GLXM-ACCOUNT TO WS-TAX-ACCOUNT
                       WHEN 'B'
                           IF WS-BMAP-COUNT < 100
                               ADD 1 TO WS-BMAP-COUNT
               SUBTRACT WS-CONVERTED-AMOUNT FROM WS-GRAND-TOTAL
                   ROUNDED
               SUBTRACT NUMBER-VALUE FROM WS-NATIVE-NET ROUNDED
               IF FILE1-ITEM-REF (1:6) = 'WHTAX '
                   ADD WS-CONVERTED-AMOUNT TO WS-TAX-TOTAL ROUNDED
               ELSE
                   ADD WS-CONVERTED-AMOUNT TO WS-REVERSAL-TOTAL
                       ROUNDED
               END-IF
           ELSE
               PERFORM INSERT-SEEN-VALUE
               ADD WS-CONVERTED-AMOUNT TO WS-GRAND-TOTAL ROUNDED
                   0 - WS-REVERSAL-TOTAL
               PERFORM WRITE-ONE-GL-LINE
           END-IF
           IF WS-TAX-TOTAL NOT = 0
               MOVE WS-TAX-ACCOUNT TO WS-GLL-ACCOUNT
               MOVE 'TAXPAYABLE' TO WS-GLL-CLASS
               COMPUTE WS-EXTRACT-AMOUNT ROUNDED =
                   0 - WS-TAX-TOTAL
               PERFORM WRITE-ONE-GL-LINE
           END-IF
           MOVE WS-OFFSET-ACCOUNT TO WS-GLL-ACCOUNT
           MOVE 'OFFSET' TO WS-GLL-CLASS
           COMPUTE WS-OFFSET-AMOUNT ROUNDED = 0 - WS-GRAND-TOTAL
