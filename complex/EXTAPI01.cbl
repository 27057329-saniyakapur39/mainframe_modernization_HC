           05  WS-FBK-PLACE-OF-SVC     PIC X(02).
           05  WS-FBK-PAR-STATUS       PIC X(01).
           05  WS-FBK-PRINCIPAL-DIAG   PIC X(08).
           05  WS-FBK-DISCHARGE-STATUS PIC X(02).
           05  WS-FBK-LENGTH-OF-STAY   PIC 9(03).
           05  WS-FBK-DAW-CODE         PIC X(01).
           05  WS-FBK-LINE-COUNT       PIC 9(03).
           05  WS-FBK-LINES OCCURS 999 TIMES.
               10  WS-FBK-LN-SEQ       PIC 9(03).
               10  WS-FBK-RSP-LN-PAID  PIC S9(07)V99 COMP-3.
               10  WS-FBK-RSP-LN-DENY  PIC X(05).
               10  WS-FBK-RSP-LN-ADJ   PIC X(05) OCCURS 5 TIMES.
               10  WS-FBK-RSP-LN-DAW-PENALTY
                                       PIC S9(07)V99 COMP-3.

      *----------------------------------------------------------------*
      * BULK/BATCH PRICING MODE SWITCHES                                *
           MOVE SPACES             TO WS-FBK-PLACE-OF-SVC
           MOVE 'Y'                TO WS-FBK-PAR-STATUS
           MOVE SPACES             TO WS-FBK-PRINCIPAL-DIAG
           MOVE SPACES             TO WS-FBK-DISCHARGE-STATUS
           MOVE ZERO               TO WS-FBK-LENGTH-OF-STAY
           MOVE SPACE              TO WS-FBK-DAW-CODE
           MOVE WS-PRQ-LINE-COUNT  TO WS-FBK-LINE-COUNT

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
           MOVE SPACES             TO WS-FBK-PLACE-OF-SVC
           MOVE 'Y'                TO WS-FBK-PAR-STATUS
           MOVE SPACES             TO WS-FBK-PRINCIPAL-DIAG
           MOVE SPACES             TO WS-FBK-DISCHARGE-STATUS
           MOVE ZERO               TO WS-FBK-LENGTH-OF-STAY
           MOVE SPACE              TO WS-FBK-DAW-CODE
           MOVE WS-BLK-LINE-COUNT(WS-BULK-IDX) TO WS-FBK-LINE-COUNT

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
