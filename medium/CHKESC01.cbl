      *           THE PAYMENT RUN DOES NOT PICK THEM UP AGAIN, AND     *
      *           PRODUCES THE STATE UNCLAIMED-PROPERTY REPORT FILE    *
      *           FOR THE ANNUAL FILING - THE LIABILITY IS CARRIED     *
      *           THERE, NOT RE-QUEUED FOR PAYMENT. PREMIUM REFUND     *
      *           CHECKS (PRMRFD01) ARE SWEPT THE SAME WAY AND THEIR   *
      *           HCAS.PREMIUM_REFUND ROW IS MARKED ESCHEATED; THEY    *
      *           AND LEVY AGENCY, P4P BONUS AND ACO SETTLEMENT        *
      *           CHECKS REMIT NO CLAIMS.                              *
      * INPUTS:   DB2 TABLES - HCAS.CHECK_CONTROL,                     *
      *                        HCAS.CLAIM_MASTER,                      *
      *                        HCAS.PREMIUM_REFUND                     *
      * OUTPUTS:  ESCRPT-FILE - STATE UNCLAIMED-PROPERTY REPORT        *
      * FREQUENCY: MONTHLY                                             *
      *================================================================*

           EXEC SQL DECLARE ESCHEAT-CURSOR CURSOR FOR
               SELECT CHECK_NO, PROVIDER_NPI, PROVIDER_TIN,
                      CHECK_AMOUNT, ISSUE_DATE,
                      COALESCE(TRACE_NO, 0),
                      COALESCE(PAY_CATEGORY, ' '),
                      COALESCE(PAYEE_ID, ' '),
                      COALESCE(PAYEE_NAME, ' ')
               FROM HCAS.CHECK_CONTROL
               WHERE CHECK_STATUS = 'O'
                 AND ISSUE_DATE <= :WS-CUTOFF-DATE
           05  WS-CC-PROVIDER-TIN      PIC X(09).
           05  WS-CC-AMOUNT            PIC S9(09)V99 COMP-3.
           05  WS-CC-ISSUE-DATE        PIC X(08).
           05  WS-CC-TRACE-NO          PIC 9(15).
           05  WS-CC-PAY-CATEGORY      PIC X(03).
               88  WS-CC-PREMIUM-REFUND VALUE 'PRF'.
               88  WS-CC-LEVY-PAYMENT  VALUE 'LVY'.
               88  WS-CC-P4P-BONUS     VALUE 'P4P'.
               88  WS-CC-ACO-SETTLEMENT VALUE 'ACO'.
           05  WS-CC-PAYEE-ID          PIC X(12).
           05  WS-CC-PAYEE-NAME        PIC X(60).

       01  WS-CUTOFF-WORK.
           05  WS-CUTOFF-DATE          PIC X(08).
       01  WS-COUNTERS.
           05  WS-CHECKS-ESCHEATED     PIC 9(07) VALUE ZERO.
           05  WS-CLAIMS-ESCHEATED     PIC 9(07) VALUE ZERO.
           05  WS-REFUNDS-ESCHEATED    PIC 9(07) VALUE ZERO.
           05  WS-ESCHEAT-DOLLARS      PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

      *    EDI835GN PAYMENT CURSOR (WHICH PICKS UP ANY PAID    ---
      *    CLAIM WITH REMIT_STATUS N) OR THE SAME DOLLARS      ---
      *    WOULD BE DISBURSED TWICE                            ---
               EVALUATE TRUE
                   WHEN WS-CC-PREMIUM-REFUND
                       PERFORM 3500-MARK-REFUND-ESCHEATED
                   WHEN WS-CC-LEVY-PAYMENT
                       CONTINUE
      *--- P4P AND ACO CHECKS CARRY NO TRACE; THE NPI/DATE    ---
      *    FALLBACK WOULD FLAG CLAIMS PAID ON ANOTHER CHECK    ---
                   WHEN WS-CC-P4P-BONUS
                       CONTINUE
                   WHEN WS-CC-ACO-SETTLEMENT
                       CONTINUE
                   WHEN OTHER
                       PERFORM 3000-MARK-CLAIMS-ESCHEATED
               END-EVALUATE
               PERFORM 4000-WRITE-PROPERTY-LINE
           END-IF
           PERFORM 7000-FETCH-NEXT.

       3000-MARK-CLAIMS-ESCHEATED.
      *--- CLAIMS CARRY THE TRN TRACE OF THE PAYMENT THEY WENT   ---
      *    OUT ON (A CONSOLIDATED PAY-TO CHECK COVERS SEVERAL    ---
      *    BILLING NPIS); OLDER CLAIMS WITHOUT ONE MATCH ON      ---
      *    BILLING NPI AND REMIT DATE                            ---
           EXEC SQL
               UPDATE HCAS.CLAIM_MASTER
               SET REMIT_STATUS = 'E'
               WHERE ((:WS-CC-TRACE-NO > 0
                       AND REMIT_TRACE_NO = :WS-CC-TRACE-NO)
                   OR (COALESCE(REMIT_TRACE_NO, 0) = 0
                       AND BILLING_NPI = :WS-CC-PROVIDER-NPI
                       AND REMIT_DATE = :WS-CC-ISSUE-DATE))
                 AND CLAIM_STATUS = '50'
           END-EXEC
           EVALUATE SQLCODE
                           SQLCODE ' CHECK=' WS-CC-CHECK-NO
           END-EVALUATE.

       3500-MARK-REFUND-ESCHEATED.
      *--- AN UNCASHED PREMIUM REFUND - THE OWNER IS THE GROUP    ---
      *    OR SUBSCRIBER ON THE BILLING ACCOUNT (PROVIDER_NPI     ---
      *    CARRIES THE ACCOUNT ID FOR THESE CHECKS)               ---
           EXEC SQL
               UPDATE HCAS.PREMIUM_REFUND
               SET REFUND_STATUS = 'E',
                   STATUS_DATE = :WS-CURRENT-DATE
               WHERE CHECK_NO = :WS-CC-CHECK-NO
                 AND REFUND_STATUS = 'I'
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-REFUNDS-ESCHEATED
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CHKESC01: REFUND ESCHEAT ERROR SQLCODE='
                           SQLCODE ' CHECK=' WS-CC-CHECK-NO
           END-EVALUATE.

       4000-WRITE-PROPERTY-LINE.
           MOVE WS-CC-AMOUNT TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
                  WS-CC-ISSUE-DATE    DELIMITED SIZE
                  ' AMOUNT '          DELIMITED SIZE
                  WS-AMT-DISP         DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-CC-PAY-CATEGORY  DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
      *--- A CHECK PAYABLE TO SOMEONE OTHER THAN THE PROVIDER    ---
      *    (MEMBER REIMBURSEMENT) REPORTS THAT PAYEE AS OWNER    ---
           IF WS-CC-PAYEE-ID NOT = SPACES
               MOVE WS-CC-PAYEE-ID TO WS-RPT-LINE(83:12)
               MOVE WS-CC-PAYEE-NAME(1:38) TO WS-RPT-LINE(96:38)
           END-IF
           WRITE ESCRPT-RECORD FROM WS-RPT-LINE.

       7000-FETCH-NEXT.
               FETCH ESCHEAT-CURSOR
               INTO :WS-CC-CHECK-NO, :WS-CC-PROVIDER-NPI,
                    :WS-CC-PROVIDER-TIN, :WS-CC-AMOUNT,
                    :WS-CC-ISSUE-DATE, :WS-CC-TRACE-NO,
                    :WS-CC-PAY-CATEGORY, :WS-CC-PAYEE-ID,
                    :WS-CC-PAYEE-NAME
           END-EXEC
           IF SQLCODE = +100
               SET WS-EOF TO TRUE
                   WS-CHECKS-ESCHEATED
           DISPLAY 'CHKESC01: CLAIM SETS ESCHEATED:'
                   WS-CLAIMS-ESCHEATED
           DISPLAY 'CHKESC01: PREMIUM REFUNDS:   '
                   WS-REFUNDS-ESCHEATED
           DISPLAY 'CHKESC01: DOLLARS ESCHEATED: '
                   WS-ESCHEAT-DOLLARS
           CLOSE ESCRPT-FILE
