      *           AMOUNT MISMATCHES AND ALREADY-CLEARED ITEMS GO TO    *
      *           THE EXCEPTION REPORT. AN OUTSTANDING-CHECK AGING     *
      *           SECTION IS PRINTED AT END OF RUN SO TREASURY CAN     *
      *           SEE WHAT IS STILL UNPRESENTED. THE FILE'S RECEIPT    *
      *           IS LOGGED ON HCAS.PARTNER_TRANSMIT_LOG (SET 'BCI')   *
      *           SO THE ARRIVAL MONITOR (EDIMON01) CAN TELL WHEN THE  *
      *           BANK'S FILE IS MISSING OR OUT OF ITS NORMAL RANGE.   *
      * INPUTS:   BANKIN-FILE - BANK CLEARED/PAID-ITEM FILE            *
      * OUTPUTS:  DB2 TABLE   - HCAS.CHECK_CONTROL,                    *
      *                         HCAS.PARTNER_TRANSMIT_LOG              *
      *           CHKREC-RPT  - RECONCILIATION / AGING REPORT          *
      * FREQUENCY: DAILY BATCH                                         *
      *================================================================*
           05  WS-ITEMS-READ           PIC 9(07) VALUE ZERO.
           05  WS-ITEMS-CLEARED        PIC 9(07) VALUE ZERO.
           05  WS-ITEMS-EXCEPTION      PIC 9(07) VALUE ZERO.
           05  WS-ITEMS-AMOUNT         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-OUTSTANDING-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-OUTSTANDING-AMT      PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   ADD BNK-PAID-AMOUNT TO WS-ITEMS-AMOUNT
           END-READ.

       8500-LOG-RECEIPT.
      *--- ONE RECEIPT ROW PER FILE, EMPTY FILES INCLUDED - AN ---
      *    EMPTY FILE STILL ARRIVED                            ---
           EXEC SQL
               INSERT INTO HCAS.PARTNER_TRANSMIT_LOG
                   (PARTNER_ID, PROGRAM_ID, TRANS_SET_TYPE,
                    ISA_CONTROL, RECEIVER_ISA_ID,
                    CLAIM_COUNT, TOTAL_PAID,
                    DELIVERY_DEST, TRANSMIT_DATE)
               VALUES
                   ('DISBBANK  ', :WS-PROGRAM-ID, 'BCI',
                    ' ', 'DISBBANK',
                    :WS-ITEMS-READ, :WS-ITEMS-AMOUNT,
                    'BANKIN', :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CHKREC01: RECEIPT LOG INSERT ERROR '
                       'SQLCODE=' SQLCODE
           END-IF.

       9000-TERMINATE.
           PERFORM 8500-LOG-RECEIPT
           EXEC SQL COMMIT END-EXEC
           DISPLAY '============================================'
           DISPLAY 'CHKREC01: CHECK RECONCILIATION STATISTICS'
