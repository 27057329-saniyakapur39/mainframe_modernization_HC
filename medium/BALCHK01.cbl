      *           PAYMENT CONTINUITY FROM THE CONTROL TOTALS EACH      *
      *           STAGE WRITES TO HCAS.BALANCE_CONTROL:                *
      *             MEMMGR01 STAGED COUNT/CHARGES                      *
      *             PAPRIN01 PAPER RECEIVED/STAGED/KEY-VERIFY/REJECTED *
      *             CLMADJ01 PROCESSED/PAID/DENIED/PENDED              *
      *             EDI835GN REMITTED COUNT/PAID DOLLARS               *
      *           COUNTS MUST TIE (PAID+DENIED+PENDED = PROCESSED)     *
      *           AND EVERY SCANNED PAPER DOCUMENT MUST BE STAGED,     *
      *           QUEUED FOR KEY VERIFICATION OR REJECTED,             *
      *           AND PAID DOLLARS MUST CARRY THROUGH TO THE REMIT.    *
      *           A ONE-PAGE PROOF REPORT IS PRODUCED; AN OUT-OF-      *
      *           BALANCE CYCLE WRITES A CYCLEHOLD VERDICT THAT        *
           05  WS-REMIT-COUNT          PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-REMIT-AMT            PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-PAPER-RECV-COUNT     PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PAPER-RECV-AMT       PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-PAPER-STAGED-COUNT   PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PAPER-STAGED-AMT     PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-PAPER-KEYVER-COUNT   PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-PAPER-REJECT-COUNT   PIC S9(09) COMP-3 VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-LOOKUP-PGM           PIC X(08).
           05  WS-LOOKUP-COUNT         PIC S9(09) COMP-3.
           05  WS-LOOKUP-AMT           PIC S9(13)V99 COMP-3.
           05  WS-DISPOSED-COUNT       PIC S9(09) COMP-3.
           05  WS-PAPER-DISPOSED       PIC S9(09) COMP-3.
           05  WS-VERDICT              PIC X(10).
           05  WS-BAL-ZERO             PIC S9(01) COMP-3 VALUE ZERO.

           PERFORM 2100-FETCH-ONE-TOTAL
           MOVE WS-LOOKUP-COUNT TO WS-STAGED-COUNT
           MOVE WS-LOOKUP-AMT   TO WS-STAGED-AMT
      *--- SCANNED PAPER CLAIMS ARE INTAKE TOO ---
           MOVE 'PAPRIN01' TO WS-LOOKUP-PGM
           MOVE 'RECEIVED  ' TO WS-LOOKUP-CAT
           PERFORM 2100-FETCH-ONE-TOTAL
           MOVE WS-LOOKUP-COUNT TO WS-PAPER-RECV-COUNT
           MOVE WS-LOOKUP-AMT   TO WS-PAPER-RECV-AMT
           MOVE 'STAGED    ' TO WS-LOOKUP-CAT
           PERFORM 2100-FETCH-ONE-TOTAL
           MOVE WS-LOOKUP-COUNT TO WS-PAPER-STAGED-COUNT
           MOVE WS-LOOKUP-AMT   TO WS-PAPER-STAGED-AMT
           MOVE 'KEYVERIFY ' TO WS-LOOKUP-CAT
           PERFORM 2100-FETCH-ONE-TOTAL
           MOVE WS-LOOKUP-COUNT TO WS-PAPER-KEYVER-COUNT
           MOVE 'REJECTED  ' TO WS-LOOKUP-CAT
           PERFORM 2100-FETCH-ONE-TOTAL
           MOVE WS-LOOKUP-COUNT TO WS-PAPER-REJECT-COUNT
           ADD WS-PAPER-STAGED-COUNT TO WS-STAGED-COUNT
           ADD WS-PAPER-STAGED-AMT   TO WS-STAGED-AMT
           MOVE 'CLMADJ01' TO WS-LOOKUP-PGM
           MOVE 'PROCESSED ' TO WS-LOOKUP-CAT
           PERFORM 2100-FETCH-ONE-TOTAL
           IF WS-STAGED-COUNT > WS-PROCESSED-COUNT
               SET WS-CYCLE-OUT TO TRUE
           END-IF
      *--- EVERY SCANNED DOCUMENT RECEIVED MUST BE ACCOUNTED FOR ---
           COMPUTE WS-PAPER-DISPOSED =
               WS-PAPER-STAGED-COUNT + WS-PAPER-KEYVER-COUNT
             + WS-PAPER-REJECT-COUNT
           IF WS-PAPER-DISPOSED NOT = WS-PAPER-RECV-COUNT
               SET WS-CYCLE-OUT TO TRUE
           END-IF
      *--- PAID DOLLARS MUST CARRY THROUGH TO THE REMITTANCE   ---
      *    (REMIT ALSO CARRIES INTEREST, OFFSETS AND REVERSAL  ---
      *    NETS, SO THE REMIT MAY NOT EXCEED ADJUDICATED PAID  ---
           PERFORM 4100-WRITE-STAGE-LINE
           MOVE 'INTAKE STAGED     ' TO WS-RPT-LINE(1:18)
           WRITE BALRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-PAPER-RECV-COUNT TO WS-CNT-DISP
           MOVE WS-PAPER-RECV-AMT TO WS-AMT-DISP
           PERFORM 4100-WRITE-STAGE-LINE
           MOVE '  PAPER RECEIVED  ' TO WS-RPT-LINE(1:18)
           WRITE BALRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-PAPER-STAGED-COUNT TO WS-CNT-DISP
           MOVE WS-PAPER-STAGED-AMT TO WS-AMT-DISP
           PERFORM 4100-WRITE-STAGE-LINE
           MOVE '  PAPER STAGED    ' TO WS-RPT-LINE(1:18)
           WRITE BALRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-PAPER-KEYVER-COUNT TO WS-CNT-DISP
           MOVE ZERO TO WS-AMT-DISP
           PERFORM 4100-WRITE-STAGE-LINE
           MOVE '  PAPER KEY-VERIFY' TO WS-RPT-LINE(1:18)
           WRITE BALRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-PAPER-REJECT-COUNT TO WS-CNT-DISP
           PERFORM 4100-WRITE-STAGE-LINE
           MOVE '  PAPER REJECTED  ' TO WS-RPT-LINE(1:18)
           WRITE BALRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-PROCESSED-COUNT TO WS-CNT-DISP
           MOVE WS-PROCESSED-AMT TO WS-AMT-DISP
           PERFORM 4100-WRITE-STAGE-LINE
