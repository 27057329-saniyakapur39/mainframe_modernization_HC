      *                      (RECOVERY_APPLIED, POSTED BY OVPRCV01)    *
      *             WHHOLD - CONTRACT WITHHOLD TAKEN THIS CYCLE        *
      *             CLMINT - PROMPT-PAY INTEREST PAID THIS CYCLE       *
      *             P4PBON - PAY-FOR-PERFORMANCE QUALITY BONUS         *
      *                      (P4P_BONUS, PAID BY P4PSCR01; ITS         *
      *                      CHECKS ARE KEPT OUT OF CHKISS)            *
      *             ACOSAV - SHARED SAVINGS PAID (ACO_SETTLEMENT,      *
      *                      PAID BY ACOSET01; ITS CHECKS ARE KEPT     *
      *                      OUT OF CHKISS)                            *
      *             ACHRTN - EFT PAYMENTS RETURNED BY THE BANK         *
      *                      (CHECK_CONTROL STATUS 'R', SET BY         *
      *                      PRENOT01) - REVERSES THE PAYMENT; THE     *
      *                      REPLACEMENT CHECK JOURNALS AS CHKISS      *
      *             PRMRFD - PREMIUM CREDIT-BALANCE REFUNDS ISSUED     *
      *                      BY CHECK OR ACH (PRMRFD01; ITS CHECKS     *
      *                      ARE KEPT OUT OF CHKISS)                   *
      *             RFDRTN - ACH PREMIUM REFUNDS RETURNED BY THE       *
      *                      BANK - REVERSES PRMRFD AGAINST THE        *
      *                      PREMIUM ACCOUNTS (KEPT OUT OF ACHRTN);    *
      *                      THE REPLACEMENT CHECK JOURNALS AS PRMRFD  *
      *           EACH SOURCE MAPS TO ITS DEBIT AND CREDIT ACCOUNTS    *
      *           THROUGH HCAS.GL_ACCOUNT_MAP AND EMITS ONE DEBIT      *
      *           AND ONE CREDIT RECORD TO THE GL INTERFACE FILE, SO   *
      *           HCAS.BALANCE_CONTROL THAT BALCHK01 AUDITS.           *
      * INPUTS:   DB2 TABLES - HCAS.CHECK_CONTROL, HCAS.CASH_APPLIED,  *
      *           HCAS.RECOVERY_APPLIED, HCAS.CLAIM_MASTER,            *
      *           HCAS.GL_ACCOUNT_MAP, HCAS.BALANCE_CONTROL,           *
      *           HCAS.P4P_BONUS, HCAS.ACO_SETTLEMENT                  *
      * OUTPUTS:  GLINTF   - GL INTERFACE FILE                         *
      *           GLJRPTOT - JOURNAL PROOF REPORT                      *
      * FREQUENCY: DAILY BATCH (END OF FINANCIAL CYCLE)                *
           PERFORM 2300-JOURNAL-RECOVERIES
           PERFORM 2400-JOURNAL-WITHHOLD
           PERFORM 2500-JOURNAL-INTEREST
           PERFORM 2600-JOURNAL-P4P-BONUS
           PERFORM 2700-JOURNAL-ACO-SAVINGS
           PERFORM 2800-JOURNAL-ACH-RETURNS
           PERFORM 2900-JOURNAL-PREMIUM-REFUNDS
           PERFORM 2950-JOURNAL-REFUND-RETURNS
           PERFORM 8000-WRITE-PROOF
           PERFORM 9000-TERMINATE
           STOP RUN.
               FROM HCAS.CHECK_CONTROL
               WHERE ISSUE_DATE = :WS-CURRENT-DATE
                 AND CHECK_STATUS = 'O'
                 AND COALESCE(PAY_CATEGORY, ' ')
                     NOT IN ('P4P', 'ACO', 'PRF')
           END-EXEC
           PERFORM 5000-WRITE-JOURNAL-PAIR.

           END-EXEC
           PERFORM 5000-WRITE-JOURNAL-PAIR.

       2600-JOURNAL-P4P-BONUS.
      *--- CHECK AND EFT BONUSES ALIKE; THE BONUS IS NOT A CLAIM ---
      *    PAYMENT SO IT CARRIES ITS OWN ACCOUNTS              ---
           MOVE 'P4PBON' TO WS-SRC-CODE
           MOVE 'P4P QUALITY BONUS' TO WS-SRC-DESC
           MOVE ZERO TO WS-SRC-AMOUNT
           MOVE ZERO TO WS-SRC-COUNT
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(BONUS_AMT), 0)
               INTO :WS-SRC-COUNT, :WS-SRC-AMOUNT
               FROM HCAS.P4P_BONUS
               WHERE PAY_DATE = :WS-CURRENT-DATE
                 AND BONUS_AMT > 0
           END-EXEC
           PERFORM 5000-WRITE-JOURNAL-PAIR.

       2700-JOURNAL-ACO-SAVINGS.
      *--- CHECK AND EFT PAYMENTS ALIKE; A SHARED LOSS IS A  ---
      *    RECEIVABLE AND JOURNALS AS IT IS RECOVERED        ---
           MOVE 'ACOSAV' TO WS-SRC-CODE
           MOVE 'ACO SHARED SAVINGS PAID' TO WS-SRC-DESC
           MOVE ZERO TO WS-SRC-AMOUNT
           MOVE ZERO TO WS-SRC-COUNT
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(SETTLE_AMT), 0)
               INTO :WS-SRC-COUNT, :WS-SRC-AMOUNT
               FROM HCAS.ACO_SETTLEMENT
               WHERE SETTLE_DATE = :WS-CURRENT-DATE
                 AND SETTLE_TYPE = 'P'
           END-EXEC
           PERFORM 5000-WRITE-JOURNAL-PAIR.

       2800-JOURNAL-ACH-RETURNS.
      *--- AN EFT THE BANK SENT BACK NEVER REACHED THE PROVIDER; ---
      *    THE CASH IS BACK AND THE LIABILITY IS REOPENED UNTIL  ---
      *    CHKSTP01 CUTS THE REPLACEMENT CHECK. A RETURNED       ---
      *    PREMIUM REFUND REVERSES UNDER RFDRTN (2950)           ---
           MOVE 'ACHRTN' TO WS-SRC-CODE
           MOVE 'EFT PAYMENTS RETURNED' TO WS-SRC-DESC
           MOVE ZERO TO WS-SRC-AMOUNT
           MOVE ZERO TO WS-SRC-COUNT
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(CHECK_AMOUNT), 0)
               INTO :WS-SRC-COUNT, :WS-SRC-AMOUNT
               FROM HCAS.CHECK_CONTROL
               WHERE RETURN_DATE = :WS-CURRENT-DATE
                 AND CHECK_STATUS = 'R'
                 AND COALESCE(PAY_CATEGORY, ' ') <> 'PRF'
           END-EXEC
           PERFORM 5000-WRITE-JOURNAL-PAIR.

       2900-JOURNAL-PREMIUM-REFUNDS.
      *--- PREMIUM CREDIT BALANCES PAID BACK TO GROUPS AND       ---
      *    INDIVIDUAL ACCOUNTS - CLEARS THE UNAPPLIED PREMIUM    ---
      *    LIABILITY RATHER THAN CLAIMS PAYABLE                  ---
           MOVE 'PRMRFD' TO WS-SRC-CODE
           MOVE 'PREMIUM REFUNDS ISSUED' TO WS-SRC-DESC
           MOVE ZERO TO WS-SRC-AMOUNT
           MOVE ZERO TO WS-SRC-COUNT
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(CHECK_AMOUNT), 0)
               INTO :WS-SRC-COUNT, :WS-SRC-AMOUNT
               FROM HCAS.CHECK_CONTROL
               WHERE ISSUE_DATE = :WS-CURRENT-DATE
                 AND CHECK_STATUS IN ('O', 'T')
                 AND PAY_CATEGORY = 'PRF'
           END-EXEC
           PERFORM 5000-WRITE-JOURNAL-PAIR.

       2950-JOURNAL-REFUND-RETURNS.
      *--- AN ACH PREMIUM REFUND THE BANK SENT BACK - THE CREDIT ---
      *    BALANCE IS OWED AGAIN, SO THE PRMRFD ENTRY REVERSES   ---
      *    AGAINST THE PREMIUM ACCOUNTS, NOT CLAIMS PAYABLE      ---
           MOVE 'RFDRTN' TO WS-SRC-CODE
           MOVE 'PREMIUM REFUNDS RETURNED' TO WS-SRC-DESC
           MOVE ZERO TO WS-SRC-AMOUNT
           MOVE ZERO TO WS-SRC-COUNT
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(CHECK_AMOUNT), 0)
               INTO :WS-SRC-COUNT, :WS-SRC-AMOUNT
               FROM HCAS.CHECK_CONTROL
               WHERE RETURN_DATE = :WS-CURRENT-DATE
                 AND CHECK_STATUS = 'R'
                 AND PAY_CATEGORY = 'PRF'
           END-EXEC
           PERFORM 5000-WRITE-JOURNAL-PAIR.

       5000-WRITE-JOURNAL-PAIR.
      *--- ONE DEBIT AND ONE CREDIT PER SOURCE, ACCOUNTS FROM  ---
      *    THE MAINTAINED MAPPING TABLE. A SOURCE WITH NO      ---
