      *                 STOPPED ORIGINAL, LINKED BOTH WAYS SO THE      *
      *                 835 AND CHECK REGISTER HISTORY CHAIN           *
      *                 TOGETHER AND THE OUTSTANDING LEDGER TIES.      *
      *                 THE REPLACEMENT KEEPS THE ORIGINAL'S PAYMENT   *
      *                 CATEGORY, PAYEE, 835 TRACE AND PAY-TO GROUP    *
      *                 SO POSITIVE PAY, THE GL JOURNAL AND            *
      *                 ESCHEATMENT TREAT IT AS THE SAME PAYMENT.      *
      *                 A REPLACED PREMIUM REFUND (PAY CATEGORY 'PRF') *
      *                 HAS ITS HCAS.PREMIUM_REFUND ROW MOVED TO THE   *
      *                 REPLACEMENT CHECK AND SET BACK TO ISSUED.      *
      *                 AN EFT PAYMENT THE BANK RETURNED (STATUS 'R',  *
      *                 SET BY PRENOT01, WHICH ALSO WRITES THE         *
      *                 REISSUE REQUEST) IS REISSUED THE SAME WAY.     *
      *             V - VOID: CANCELS AN OUTSTANDING OR STOPPED        *
      *                 CHECK OUTRIGHT (NO REPLACEMENT) - STATUS       *
      *                 'V' WITH VOID DATE AND REASON. POSPAY01        *
      *                 CARRIES THE VOID TO THE BANK AND GLJRN01       *
      *                 REVERSES THE CASH.                             *
      *           THE RUN ENDS WITH A REISSUE AGING REPORT OF EVERY    *
      *           STOPPED CHECK OR RETURNED EFT STILL AWAITING ITS     *
      *           REPLACEMENT.                                         *
      * INPUTS:   STPREQ-FILE - STOP/REISSUE REQUESTS                  *
      *           DB2 TABLES - HCAS.CHECK_CONTROL                      *
      * OUTPUTS:  DB2 TABLES - HCAS.CHECK_CONTROL,                     *
      *                        HCAS.PREMIUM_REFUND                     *
      *           STPRPTOT - ACTIVITY AND REISSUE AGING REPORT         *
      * FREQUENCY: DAILY BATCH / ON DEMAND                             *
      *================================================================*
           05  WS-CHK-TIN              PIC X(09).
           05  WS-CHK-AMOUNT           PIC S9(11)V99 COMP-3.
           05  WS-CHK-REISSUE-NO       PIC X(10).
           05  WS-CHK-PAY-CATEGORY     PIC X(03).
               88  WS-CHK-PREMIUM-REFUND VALUE 'PRF'.
           05  WS-CHK-PAYEE-ID         PIC X(12).
           05  WS-CHK-PAYEE-NAME       PIC X(60).
           05  WS-CHK-TRACE-NO         PIC 9(15).
           05  WS-CHK-PAY-TO-GROUP     PIC X(10).

       01  WS-NEW-CHECK-NO             PIC X(10).
       01  WS-NEW-CHECK-SEQ            PIC 9(05) VALUE ZERO.

      *--- STOPPED CHECKS AND RETURNED EFTS STILL AWAITING A ---
      *    REPLACEMENT (A RETURN AGES FROM ITS RETURN DATE)   ---
           EXEC SQL DECLARE AGING-CURSOR CURSOR FOR
               SELECT CHECK_NO, PROVIDER_NPI, CHECK_AMOUNT,
                      CASE CHECK_STATUS
                          WHEN 'R' THEN RETURN_DATE
                          ELSE STOP_DATE
                      END AS AGE_FROM_DATE
               FROM HCAS.CHECK_CONTROL
               WHERE CHECK_STATUS IN ('S', 'R')
                 AND (REISSUE_CHECK_NO IS NULL
                      OR REISSUE_CHECK_NO = ' ')
               ORDER BY AGE_FROM_DATE, CHECK_NO
           END-EXEC

       01  WS-AGING-ROW.
           EXEC SQL
               SELECT CHECK_STATUS, PROVIDER_NPI, PROVIDER_TIN,
                      CHECK_AMOUNT,
                      COALESCE(REISSUE_CHECK_NO, ' '),
                      COALESCE(PAY_CATEGORY, ' '),
                      COALESCE(PAYEE_ID, ' '),
                      COALESCE(PAYEE_NAME, ' '),
                      COALESCE(TRACE_NO, 0),
                      COALESCE(PAY_TO_GROUP, ' ')
               INTO :WS-CHK-STATUS, :WS-CHK-NPI, :WS-CHK-TIN,
                    :WS-CHK-AMOUNT, :WS-CHK-REISSUE-NO,
                    :WS-CHK-PAY-CATEGORY, :WS-CHK-PAYEE-ID,
                    :WS-CHK-PAYEE-NAME, :WS-CHK-TRACE-NO,
                    :WS-CHK-PAY-TO-GROUP
               FROM HCAS.CHECK_CONTROL
               WHERE CHECK_NO = :STQ-CHECK-NO
           END-EXEC
           END-EVALUATE.

       5000-CUT-REISSUE.
      *--- A STOPPED CHECK OR AN EFT THE BANK RETURNED ---
           IF WS-CHK-STATUS NOT = 'S'
           AND WS-CHK-STATUS NOT = 'R'
               MOVE 'ORIGINAL MUST BE STOPPED BEFORE REISSUE'
                   TO WS-DTL-RESULT
               PERFORM 7100-WRITE-REJECT
                  WS-NEW-CHECK-SEQ       DELIMITED SIZE
                  INTO WS-NEW-CHECK-NO
           END-STRING
      *--- THE REPLACEMENT IS ALWAYS A PAPER CHECK (A RETURNED ---
      *    EFT IS REISSUED BY CHECK) AND CARRIES THE ORIGINAL'S ---
      *    CATEGORY, PAYEE, TRACE AND PAY-TO GROUP              ---
           EXEC SQL
               INSERT INTO HCAS.CHECK_CONTROL
                   (CHECK_NO, PROVIDER_NPI, PROVIDER_TIN,
                    CHECK_AMOUNT, ISSUE_DATE, CHECK_STATUS,
                    ORIG_CHECK_NO, PAY_METHOD, PAY_CATEGORY,
                    PAYEE_ID, PAYEE_NAME, TRACE_NO, PAY_TO_GROUP)
               VALUES
                   (:WS-NEW-CHECK-NO, :WS-CHK-NPI, :WS-CHK-TIN,
                    :WS-CHK-AMOUNT, :WS-CURRENT-DATE, 'O',
                    :STQ-CHECK-NO, 'CK', :WS-CHK-PAY-CATEGORY,
                    :WS-CHK-PAYEE-ID, :WS-CHK-PAYEE-NAME,
                    :WS-CHK-TRACE-NO, :WS-CHK-PAY-TO-GROUP)
           END-EXEC
           IF SQLCODE = ZERO
               EXEC SQL
               END-EXEC
           END-IF
           IF SQLCODE = ZERO
               IF WS-CHK-PREMIUM-REFUND
                   PERFORM 5100-REISSUE-PREMIUM-REFUND
               END-IF
               ADD 1 TO WS-REISSUES-CUT
               MOVE STQ-CHECK-NO TO WS-DTL-CHECK-NO
               MOVE 'REISSUE   ' TO WS-DTL-ACTION
               PERFORM 7100-WRITE-REJECT
           END-IF.

       5100-REISSUE-PREMIUM-REFUND.
      *--- A STOPPED REFUND CHECK ('I') OR RETURNED ACH REFUND  ---
      *    ('R') NOW RIDES ON THE REPLACEMENT CHECK, SO          ---
      *    ESCHEATMENT FINDS IT. NO REFUND ROW (+100) IS NOT AN  ---
      *    ERROR                                                 ---
           EXEC SQL
               UPDATE HCAS.PREMIUM_REFUND
               SET    REFUND_STATUS = 'I',
                      PAY_METHOD = 'CK',
                      CHECK_NO = :WS-NEW-CHECK-NO,
                      STATUS_DATE = :WS-CURRENT-DATE
               WHERE  CHECK_NO = :STQ-CHECK-NO
                 AND  REFUND_STATUS IN ('I', 'R')
           END-EXEC
           IF SQLCODE NOT = ZERO
           AND SQLCODE NOT = +100
               DISPLAY 'CHKSTP01: PREMIUM REFUND UPDATE ERROR '
                       'SQLCODE=' SQLCODE ' CHECK=' STQ-CHECK-NO
           END-IF.

       5500-VOID-CHECK.
      *--- ONLY AN UNCLEARED CHECK CAN BE VOIDED, AND NEVER A  ---
      *    STOPPED ORIGINAL WHOSE REPLACEMENT IS ALREADY CUT   ---

       6000-REISSUE-AGING.
           MOVE SPACES TO WS-RPT-LINE
           STRING '---- STOPPED/RETURNED AWAITING REISSUE ----'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE STPRPT-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN AGING-CURSOR END-EXEC
