       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRMRFD01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  PRMRFD01                                             *
      * PURPOSE:  PREMIUM CREDIT-BALANCE REFUND CYCLE                  *
      *           RETROACTIVE TERMINATIONS, DUPLICATE 820 PAYMENTS     *
      *           AND APTC CHANGES LEAVE GROUP AND INDIVIDUAL BILLING  *
      *           ACCOUNTS WITH CREDITS ON HCAS.PREMIUM_RECEIVABLE     *
      *           (PAID_AMT ABOVE BILLED_AMT). EACH MONTH, CREDITS     *
      *           OLDER THAN THE HOLD PERIOD ARE:                      *
      *             1. NETTED AGAINST THE ACCOUNT'S OPEN INVOICES,     *
      *                OLDEST FIRST (A GROUP PAID CURRENT COMES OFF    *
      *                DELINQUENCY AS IT DOES IN EDI820IN)             *
      *             2. REFUNDED - BY ACH WHERE THE ACCOUNT HAS AN      *
      *                ACTIVE HCAS.REFUND_ACH_ACCT, OTHERWISE BY       *
      *                CHECK - THROUGH HCAS.CHECK_CONTROL UNDER PAY    *
      *                CATEGORY 'PRF' (JOURNALED BY GLJRN01 AS         *
      *                PRMRFD, AND SWEPT BY CHKESC01 IF UNCASHED),     *
      *                WITH A REFUND LETTER TO THE ACCOUNT             *
      *           AN ACH REFUND THE BANK RETURNS IS MARKED 'R' BY      *
      *           PRENOT01 (WHICH ALSO DEACTIVATES THE REFUND ACH      *
      *           ACCOUNT) AND REISSUED BY CHECK THROUGH CHKSTP01.     *
      *           A REFUND OVER THE APPROVAL LIMIT IS HELD ON          *
      *           HCAS.PENDING_APPROVAL (TRAN CODE PRFD) INSTEAD.      *
      *           ONCE SECREV01 APPROVES IT THE NEXT CYCLE ISSUES IT   *
      *           (NEVER FOR MORE THAN THE CREDIT STILL ON THE         *
      *           ACCOUNT); A REJECTED REFUND IS CLOSED AND THE        *
      *           CREDIT IS PRESENTED AGAIN NEXT CYCLE. EVERY CREDIT   *
      *           WORKED IS RECORDED ON HCAS.PREMIUM_REFUND.           *
      * INPUTS:   RFDPARM - HOLD PERIOD (DAYS) AND APPROVAL LIMIT;     *
      *                     BLANK FIELDS TAKE THE DEFAULTS BELOW       *
      *           DB2 TABLES - HCAS.PREMIUM_RECEIVABLE,                *
      *                        HCAS.PREMIUM_REFUND,                    *
      *                        HCAS.PENDING_APPROVAL,                  *
      *                        HCAS.REFUND_ACH_ACCT,                   *
      *                        HCAS.GROUP_MASTER, HCAS.MEMBER          *
      * OUTPUTS:  DB2 TABLES - HCAS.PREMIUM_RECEIVABLE,                *
      *                        HCAS.PREMIUM_REFUND,                    *
      *                        HCAS.PENDING_APPROVAL,                  *
      *                        HCAS.CHECK_CONTROL,                     *
      *                        HCAS.DELINQ_STATUS                      *
      *           RFDLTR-FILE - REFUND LETTER PRINT/MAIL EXTRACT       *
      *           RFDACH-FILE - NACHA ENTRIES FOR ACH REFUNDS          *
      *           RFDRPT-FILE - REFUND CYCLE REGISTER                  *
      * FREQUENCY: MONTHLY (AFTER CASH POSTING AND PREMDL01)           *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFDPARM-FILE
               ASSIGN TO RFDPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RFDLTR-FILE
               ASSIGN TO RFDLTROT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LTR-STATUS.

           SELECT RFDACH-FILE
               ASSIGN TO RFDACHOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

           SELECT RFDRPT-FILE
               ASSIGN TO RFDRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RFDPARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RFDPARM-RECORD.
           05  RFP-HOLD-DAYS           PIC 9(03).
           05  RFP-APPROVAL-LIMIT      PIC 9(07)V99.
           05  FILLER                  PIC X(68).

       FD  RFDLTR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  RFDLTR-RECORD               PIC X(133).

       FD  RFDACH-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 94 CHARACTERS.
       01  RFDACH-RECORD               PIC X(94).

       FD  RFDRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  RFDRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY SECCOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS          PIC X(02).
           05  WS-LTR-STATUS           PIC X(02).
           05  WS-ACH-STATUS           PIC X(02).
           05  WS-RPT-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-APR-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-APR-EOF          VALUE 'Y'.
               88  WS-APR-NOT-EOF      VALUE 'N'.
           05  WS-INV-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-INV-EOF          VALUE 'Y'.
               88  WS-INV-NOT-EOF      VALUE 'N'.
           05  WS-ITEM-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-ITEM-EOF         VALUE 'Y'.
               88  WS-ITEM-NOT-EOF     VALUE 'N'.
           05  WS-RF-SOURCE-SW         PIC X(01) VALUE 'N'.
               88  WS-RF-APPROVED-REFUND VALUE 'A'.
               88  WS-RF-NEW-REFUND    VALUE 'N'.

      *--- DEFAULT HOLD PERIOD AND SECOND-APPROVAL DOLLAR LIMIT, ---
      *    OVERRIDDEN FROM THE RFDPARM CARD                      ---
       77  WS-DEFAULT-HOLD-DAYS        PIC S9(05) COMP-3 VALUE 60.
       77  WS-DEFAULT-APPR-LIMIT       PIC S9(07)V99 COMP-3
                                       VALUE 2500.00.

       01  WS-RUN-PARMS.
           05  WS-HOLD-DAYS            PIC S9(05) COMP-3.
           05  WS-APPROVAL-LIMIT       PIC S9(07)V99 COMP-3.
           05  WS-CUTOFF-DATE          PIC X(08).
           05  WS-TODAY-INT            PIC S9(09) COMP.
           05  WS-CUTOFF-INT           PIC S9(09) COMP.
           05  WS-DATE-N               PIC 9(08).

      *--- ACCOUNTS CARRYING A CREDIT OLDER THAN THE HOLD PERIOD ---
      *    AND NO REFUND ALREADY WAITING ON APPROVAL OR ISSUE     ---
           EXEC SQL DECLARE CREDIT-CURSOR CURSOR FOR
               SELECT R.GROUP_ID,
                      SUM(R.PAID_AMT - R.BILLED_AMT)
               FROM HCAS.PREMIUM_RECEIVABLE R
               WHERE R.PAID_AMT > R.BILLED_AMT
                 AND COALESCE(R.LAST_PAYMENT_DATE, R.INVOICE_DATE)
                     <= :WS-CUTOFF-DATE
                 AND NOT EXISTS
                     (SELECT 1
                      FROM HCAS.PREMIUM_REFUND F
                      WHERE F.GROUP_ID = R.GROUP_ID
                        AND F.REFUND_STATUS IN ('P', 'A'))
               GROUP BY R.GROUP_ID
               ORDER BY R.GROUP_ID
           END-EXEC

      *--- REFUNDS RELEASED THROUGH SECREV01 SINCE THE LAST CYCLE ---
           EXEC SQL DECLARE APPROVED-CURSOR CURSOR FOR
               SELECT REFUND_ID, GROUP_ID, REFUND_AMT, NETTED_AMT
               FROM HCAS.PREMIUM_REFUND
               WHERE REFUND_STATUS = 'A'
               ORDER BY REFUND_ID
           END-EXEC

      *--- OPEN INVOICES ON THE ACCOUNT, OLDEST FIRST ---
           EXEC SQL DECLARE OPEN-INV-CURSOR CURSOR FOR
               SELECT INVOICE_NO, BILLED_AMT - PAID_AMT
               FROM HCAS.PREMIUM_RECEIVABLE
               WHERE GROUP_ID = :WS-RF-GROUP-ID
                 AND RECV_STATUS = 'O'
                 AND BILLED_AMT > PAID_AMT
               ORDER BY INVOICE_DATE, INVOICE_NO
               FOR UPDATE OF PAID_AMT, RECV_STATUS,
                             LAST_PAYMENT_DATE
           END-EXEC

      *--- THE AGED CREDIT ITEMS THAT FUND THE NETTING/REFUND ---
           EXEC SQL DECLARE CREDIT-ITEM-CURSOR CURSOR FOR
               SELECT INVOICE_NO, PAID_AMT - BILLED_AMT
               FROM HCAS.PREMIUM_RECEIVABLE
               WHERE GROUP_ID = :WS-RF-GROUP-ID
                 AND PAID_AMT > BILLED_AMT
                 AND COALESCE(LAST_PAYMENT_DATE, INVOICE_DATE)
                     <= :WS-CUTOFF-DATE
               ORDER BY COALESCE(LAST_PAYMENT_DATE, INVOICE_DATE),
                        INVOICE_NO
               FOR UPDATE OF PAID_AMT, RECV_STATUS
           END-EXEC

       01  WS-REFUND-WORK.
           05  WS-RF-REFUND-ID         PIC X(12).
           05  WS-RF-GROUP-ID          PIC X(10).
           05  WS-RF-CREDIT-AMT        PIC S9(09)V99 COMP-3.
           05  WS-RF-NETTED-AMT        PIC S9(09)V99 COMP-3.
           05  WS-RF-REFUND-AMT        PIC S9(09)V99 COMP-3.
           05  WS-RF-AVAILABLE         PIC S9(09)V99 COMP-3.
           05  WS-RF-APPLY-AMT         PIC S9(09)V99 COMP-3.
           05  WS-RF-CONSUME-AMT       PIC S9(09)V99 COMP-3.
           05  WS-RF-INV-NO            PIC X(12).
           05  WS-RF-INV-AMT           PIC S9(09)V99 COMP-3.
           05  WS-RF-STATUS            PIC X(01).
           05  WS-RF-PAY-METHOD        PIC X(02).
           05  WS-RF-CHECK-NO          PIC 9(10).
           05  WS-RF-APPROVAL-ID       PIC X(26).
           05  WS-RF-ACTION            PIC X(24).
           05  WS-RF-SEQ               PIC 9(04) VALUE ZERO.

       01  WS-PAYEE-FIELDS.
           05  WS-PY-NAME              PIC X(35).
           05  WS-PY-ATTN              PIC X(35).
           05  WS-PY-FIRST-NAME        PIC X(15).
           05  WS-PY-LAST-NAME         PIC X(20).
           05  WS-PY-ADDR-LINE-1       PIC X(30).
           05  WS-PY-CITY              PIC X(20).
           05  WS-PY-STATE             PIC X(02).
           05  WS-PY-ZIP               PIC X(10).

       01  WS-REFUND-ACCOUNT.
           05  WS-RA-ROUTING           PIC X(09).
           05  WS-RA-ACCOUNT-NO        PIC X(17).
           05  WS-RA-ACCT-TYPE         PIC X(01).
               88  WS-RA-SAVINGS       VALUE 'S'.
           05  WS-RA-TRAN-CODE         PIC X(02).

      *--- SHARED CHECK-NUMBER CONTROL (SAME ROW EDI835GN USES) ---
       01  WS-CHECK-CONTROL-ID         PIC X(08) VALUE 'EDI835CK'.
       01  WS-CHK-CHECK-NO             PIC 9(10) VALUE ZERO.

      *--- NACHA ENTRY FIELDS (SAME LAYOUT EDI835GN WRITES) ---
       01  WS-ACH-FIELDS.
           05  WS-ACH-ORIG-ROUTING     PIC X(09) VALUE '076401251'.
           05  WS-ACH-TRACE-SEQ        PIC 9(07) VALUE ZERO.
           05  WS-ACH-AMT-CENTS        PIC 9(10) VALUE ZERO.
           05  WS-ACH-TRACE-NO         PIC X(15) VALUE SPACES.
           05  WS-ACH-LINE             PIC X(94).

      *--- SHARED ACH ENTRY TRACE SEQUENCE (SAME ROW EDI835GN,   ---
      *    CAPPAY01 AND PRENOT01 USE)                            ---
       01  WS-ACH-TRACE-CONTROL-ID     PIC X(08) VALUE 'ACHTRACE'.

      *--- SECOND-APPROVAL HOLD ---
       01  WS-APPROVAL-FIELDS.
           05  WS-HOLD-SEQ             PIC 9(05) VALUE ZERO.
           05  WS-CHANGE-DESC          PIC X(80).

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-REVIEWED    PIC 9(07) VALUE ZERO.
           05  WS-ACCOUNTS-NETTED      PIC 9(07) VALUE ZERO.
           05  WS-NETTED-DOLLARS       PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-REFUNDS-ISSUED       PIC 9(07) VALUE ZERO.
           05  WS-REFUND-DOLLARS       PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-REFUND-CHECKS        PIC 9(07) VALUE ZERO.
           05  WS-REFUND-ACH           PIC 9(07) VALUE ZERO.
           05  WS-REFUNDS-HELD         PIC 9(07) VALUE ZERO.
           05  WS-HELD-DOLLARS         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-APPROVED-ISSUED      PIC 9(07) VALUE ZERO.
           05  WS-REJECTED-CLOSED      PIC 9(07) VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-AMT-DISP                 PIC Z,ZZZ,ZZ9.99-.
       01  WS-AMT-DISP-2               PIC Z,ZZZ,ZZ9.99-.
       01  WS-AMT-DISP-3               PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-CLOSE-REJECTED-REFUNDS
           PERFORM 2000-ISSUE-APPROVED-REFUNDS
           PERFORM 2500-OPEN-CREDIT-CURSOR
           PERFORM 3000-REFUND-ONE-ACCOUNT
               UNTIL WS-EOF
           PERFORM 8500-SAVE-CHECK-NUMBER
           PERFORM 8600-SAVE-ACH-TRACE-SEQ
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'PRMRFD01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM 1100-READ-PARMS
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(WS-CURRENT-DATE))
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-HOLD-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               TO WS-DATE-N
           MOVE WS-DATE-N TO WS-CUTOFF-DATE
           OPEN OUTPUT RFDLTR-FILE
           OPEN OUTPUT RFDACH-FILE
           OPEN OUTPUT RFDRPT-FILE
           MOVE WS-APPROVAL-LIMIT TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PRMRFD01 - PREMIUM CREDIT REFUND CYCLE - '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  ' CREDITS THROUGH ' DELIMITED SIZE
                  WS-CUTOFF-DATE DELIMITED SIZE
                  ' APPROVAL LIMIT ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RFDRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ACCOUNT    REFUND ID         CREDIT'
                  DELIMITED SIZE
                  '        NETTED        REFUND  ACTION'
                  DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RFDRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE RFDRPT-RECORD FROM WS-RPT-LINE
           PERFORM 1200-LOAD-CHECK-NUMBER
           PERFORM 1300-LOAD-ACH-TRACE-SEQ.

       1100-READ-PARMS.
           MOVE WS-DEFAULT-HOLD-DAYS  TO WS-HOLD-DAYS
           MOVE WS-DEFAULT-APPR-LIMIT TO WS-APPROVAL-LIMIT
           OPEN INPUT RFDPARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'PRMRFD01: NO RFDPARM CARD - DEFAULT HOLD '
                       'PERIOD AND APPROVAL LIMIT USED'
               EXIT PARAGRAPH
           END-IF
           READ RFDPARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RFP-HOLD-DAYS IS NUMERIC
                   AND RFP-HOLD-DAYS > ZERO
                       MOVE RFP-HOLD-DAYS TO WS-HOLD-DAYS
                   END-IF
                   IF RFP-APPROVAL-LIMIT IS NUMERIC
                   AND RFP-APPROVAL-LIMIT > ZERO
                       MOVE RFP-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT
                   END-IF
           END-READ
           CLOSE RFDPARM-FILE.

       1200-LOAD-CHECK-NUMBER.
           EXEC SQL
               SELECT LAST_TRACE_NBR
               INTO   :WS-CHK-CHECK-NO
               FROM   HCAS.EDI_TRACE_CONTROL
               WHERE  PROGRAM_ID = :WS-CHECK-CONTROL-ID
           END-EXEC
           IF SQLCODE = +100
               MOVE 1000000 TO WS-CHK-CHECK-NO
               EXEC SQL
                   INSERT INTO HCAS.EDI_TRACE_CONTROL
                       (PROGRAM_ID, LAST_TRACE_NBR)
                   VALUES
                       (:WS-CHECK-CONTROL-ID, 1000000)
               END-EXEC
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'PRMRFD01: CHECK CONTROL READ ERROR '
                           'SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1300-LOAD-ACH-TRACE-SEQ.
           EXEC SQL
               SELECT LAST_TRACE_NBR
               INTO   :WS-ACH-TRACE-SEQ
               FROM   HCAS.EDI_TRACE_CONTROL
               WHERE  PROGRAM_ID = :WS-ACH-TRACE-CONTROL-ID
           END-EXEC
           IF SQLCODE = +100
               MOVE ZERO TO WS-ACH-TRACE-SEQ
               EXEC SQL
                   INSERT INTO HCAS.EDI_TRACE_CONTROL
                       (PROGRAM_ID, LAST_TRACE_NBR)
                   VALUES
                       (:WS-ACH-TRACE-CONTROL-ID, 0)
               END-EXEC
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'PRMRFD01: ACH TRACE CONTROL READ ERROR '
                           'SQLCODE=' SQLCODE
               END-IF
           END-IF.

       1500-CLOSE-REJECTED-REFUNDS.
      *--- A HELD REFUND THE CHECKER REJECTED IS CLOSED; ITS     ---
      *    CREDIT STAYS ON THE ACCOUNT AND IS PRESENTED AGAIN    ---
           EXEC SQL
               UPDATE HCAS.PREMIUM_REFUND F
               SET REFUND_STATUS = 'X',
                   STATUS_DATE = :WS-CURRENT-DATE
               WHERE F.REFUND_STATUS = 'P'
                 AND EXISTS
                     (SELECT 1
                      FROM HCAS.PENDING_APPROVAL A
                      WHERE A.APPROVAL_ID = F.APPROVAL_ID
                        AND A.APPR_STATUS = 'R')
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE SQLERRD(3) TO WS-REJECTED-CLOSED
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PRMRFD01: REJECTED REFUND UPDATE ERROR '
                           'SQLCODE=' SQLCODE
           END-EVALUATE.

       2000-ISSUE-APPROVED-REFUNDS.
           SET WS-APR-NOT-EOF TO TRUE
           EXEC SQL OPEN APPROVED-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PRMRFD01: APPROVED CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-ISSUE-ONE-APPROVED
               UNTIL WS-APR-EOF
           EXEC SQL CLOSE APPROVED-CURSOR END-EXEC.

       2100-ISSUE-ONE-APPROVED.
           EXEC SQL
               FETCH APPROVED-CURSOR
               INTO :WS-RF-REFUND-ID, :WS-RF-GROUP-ID,
                    :WS-RF-REFUND-AMT, :WS-RF-NETTED-AMT
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-APR-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET WS-RF-APPROVED-REFUND TO TRUE
      *--- THE CREDIT MAY HAVE BEEN USED WHILE THE REFUND WAITED ---
      *    - NEVER REFUND MORE THAN IS STILL ON THE ACCOUNT      ---
           MOVE ZERO TO WS-RF-CREDIT-AMT
           EXEC SQL
               SELECT COALESCE(SUM(PAID_AMT - BILLED_AMT), 0)
               INTO :WS-RF-CREDIT-AMT
               FROM HCAS.PREMIUM_RECEIVABLE
               WHERE GROUP_ID = :WS-RF-GROUP-ID
                 AND PAID_AMT > BILLED_AMT
                 AND COALESCE(LAST_PAYMENT_DATE, INVOICE_DATE)
                     <= :WS-CUTOFF-DATE
           END-EXEC
           IF WS-RF-CREDIT-AMT < WS-RF-REFUND-AMT
               MOVE WS-RF-CREDIT-AMT TO WS-RF-REFUND-AMT
           END-IF
           IF WS-RF-REFUND-AMT > ZERO
               PERFORM 4000-ISSUE-REFUND
               ADD 1 TO WS-APPROVED-ISSUED
           ELSE
               EXEC SQL
                   UPDATE HCAS.PREMIUM_REFUND
                   SET REFUND_STATUS = 'X',
                       REFUND_AMT = 0,
                       STATUS_DATE = :WS-CURRENT-DATE
                   WHERE REFUND_ID = :WS-RF-REFUND-ID
               END-EXEC
               MOVE 'APPROVED - NO CREDIT LEFT' TO WS-RF-ACTION
               PERFORM 6000-WRITE-REGISTER-LINE
           END-IF.

       2500-OPEN-CREDIT-CURSOR.
      *--- OPENED AFTER THE APPROVED REFUNDS GO OUT SO THE CREDIT ---
      *    THEY CONSUMED IS NOT PICKED UP A SECOND TIME           ---
           SET WS-NOT-EOF TO TRUE
           EXEC SQL OPEN CREDIT-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PRMRFD01: CREDIT CURSOR OPEN ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8100-FETCH-NEXT-ACCOUNT.

       3000-REFUND-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNTS-REVIEWED
           SET WS-RF-NEW-REFUND TO TRUE
           ADD 1 TO WS-RF-SEQ
           MOVE SPACES TO WS-RF-REFUND-ID
           STRING 'RF' DELIMITED SIZE
                  WS-CURRENT-DATE(3:6) DELIMITED SIZE
                  WS-RF-SEQ DELIMITED SIZE
                  INTO WS-RF-REFUND-ID
           END-STRING
           MOVE SPACES TO WS-RF-APPROVAL-ID
           MOVE ZERO TO WS-RF-CHECK-NO
           MOVE SPACES TO WS-RF-PAY-METHOD
           MOVE ZERO TO WS-RF-NETTED-AMT
           MOVE WS-RF-CREDIT-AMT TO WS-RF-AVAILABLE
      *--- STEP 1: NET THE CREDIT AGAINST OPEN INVOICES ---
           PERFORM 3100-NET-OPEN-INVOICES
           IF WS-RF-NETTED-AMT > ZERO
               ADD 1 TO WS-ACCOUNTS-NETTED
               ADD WS-RF-NETTED-AMT TO WS-NETTED-DOLLARS
               MOVE WS-RF-NETTED-AMT TO WS-RF-CONSUME-AMT
               PERFORM 3400-CONSUME-CREDITS
               PERFORM 3300-RESET-DELINQUENCY
           END-IF
      *--- STEP 2: REFUND WHAT IS LEFT, OR HOLD IT FOR APPROVAL ---
           COMPUTE WS-RF-REFUND-AMT =
               WS-RF-CREDIT-AMT - WS-RF-NETTED-AMT
           EVALUATE TRUE
               WHEN WS-RF-REFUND-AMT <= ZERO
                   MOVE ZERO TO WS-RF-REFUND-AMT
                   MOVE 'N' TO WS-RF-STATUS
                   PERFORM 3700-INSERT-REFUND-ROW
                   MOVE 'NETTED TO OPEN INVOICES' TO WS-RF-ACTION
                   PERFORM 6000-WRITE-REGISTER-LINE
               WHEN WS-RF-REFUND-AMT > WS-APPROVAL-LIMIT
                   PERFORM 3500-HOLD-FOR-APPROVAL
               WHEN OTHER
                   PERFORM 4000-ISSUE-REFUND
           END-EVALUATE
           PERFORM 8100-FETCH-NEXT-ACCOUNT.

       3100-NET-OPEN-INVOICES.
           SET WS-INV-NOT-EOF TO TRUE
           EXEC SQL OPEN OPEN-INV-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PRMRFD01: INVOICE CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
                       ' ACCT=' WS-RF-GROUP-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM 3150-NET-ONE-INVOICE
               UNTIL WS-INV-EOF
               OR WS-RF-AVAILABLE <= ZERO
           EXEC SQL CLOSE OPEN-INV-CURSOR END-EXEC.

       3150-NET-ONE-INVOICE.
           EXEC SQL
               FETCH OPEN-INV-CURSOR
               INTO :WS-RF-INV-NO, :WS-RF-INV-AMT
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-INV-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-RF-INV-AMT <= WS-RF-AVAILABLE
               MOVE WS-RF-INV-AMT TO WS-RF-APPLY-AMT
           ELSE
               MOVE WS-RF-AVAILABLE TO WS-RF-APPLY-AMT
           END-IF
           EXEC SQL
               UPDATE HCAS.PREMIUM_RECEIVABLE
               SET PAID_AMT = PAID_AMT + :WS-RF-APPLY-AMT,
                   RECV_STATUS =
                       CASE WHEN PAID_AMT +
                            :WS-RF-APPLY-AMT >= BILLED_AMT
                            THEN 'C' ELSE 'O' END,
                   LAST_PAYMENT_DATE = :WS-CURRENT-DATE
               WHERE CURRENT OF OPEN-INV-CURSOR
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PRMRFD01: INVOICE NETTING ERROR SQLCODE='
                       SQLCODE ' INV=' WS-RF-INV-NO
               SET WS-INV-EOF TO TRUE
           ELSE
               SUBTRACT WS-RF-APPLY-AMT FROM WS-RF-AVAILABLE
               ADD WS-RF-APPLY-AMT TO WS-RF-NETTED-AMT
           END-IF.

       3300-RESET-DELINQUENCY.
      *--- AN ACCOUNT NETTED CURRENT COMES OFF DELINQUENCY AT   ---
      *    ONCE, AS A CASH PAYMENT DOES IN EDI820IN             ---
           EXEC SQL
               UPDATE HCAS.DELINQ_STATUS
               SET DELINQ_STAGE = 0,
                   UPDATE_DATE = :WS-CURRENT-DATE
               WHERE GROUP_ID = :WS-RF-GROUP-ID
                 AND NOT EXISTS
                     (SELECT 1
                      FROM HCAS.PREMIUM_RECEIVABLE R
                      WHERE R.GROUP_ID = :WS-RF-GROUP-ID
                        AND R.RECV_STATUS = 'O'
                        AND R.BILLED_AMT > R.PAID_AMT)
           END-EXEC
           IF SQLCODE NOT = ZERO
           AND SQLCODE NOT = +100
               DISPLAY 'PRMRFD01: DELINQ RESET ERROR SQLCODE='
                       SQLCODE ' ACCT=' WS-RF-GROUP-ID
           END-IF.

       3400-CONSUME-CREDITS.
      *--- DRAW WS-RF-CONSUME-AMT DOWN FROM THE AGED CREDIT      ---
      *    ITEMS, OLDEST FIRST. AN ITEM DRAWN TO ZERO IS CLOSED  ---
           SET WS-ITEM-NOT-EOF TO TRUE
           EXEC SQL OPEN CREDIT-ITEM-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PRMRFD01: CREDIT ITEM CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
                       ' ACCT=' WS-RF-GROUP-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM 3450-CONSUME-ONE-CREDIT
               UNTIL WS-ITEM-EOF
               OR WS-RF-CONSUME-AMT <= ZERO
           EXEC SQL CLOSE CREDIT-ITEM-CURSOR END-EXEC.

       3450-CONSUME-ONE-CREDIT.
           EXEC SQL
               FETCH CREDIT-ITEM-CURSOR
               INTO :WS-RF-INV-NO, :WS-RF-INV-AMT
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-ITEM-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-RF-INV-AMT <= WS-RF-CONSUME-AMT
               MOVE WS-RF-INV-AMT TO WS-RF-APPLY-AMT
           ELSE
               MOVE WS-RF-CONSUME-AMT TO WS-RF-APPLY-AMT
           END-IF
           EXEC SQL
               UPDATE HCAS.PREMIUM_RECEIVABLE
               SET PAID_AMT = PAID_AMT - :WS-RF-APPLY-AMT,
                   RECV_STATUS =
                       CASE WHEN PAID_AMT -
                            :WS-RF-APPLY-AMT <= BILLED_AMT
                            THEN 'C' ELSE RECV_STATUS END
               WHERE CURRENT OF CREDIT-ITEM-CURSOR
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PRMRFD01: CREDIT ITEM UPDATE ERROR SQLCODE='
                       SQLCODE ' INV=' WS-RF-INV-NO
               SET WS-ITEM-EOF TO TRUE
           ELSE
               SUBTRACT WS-RF-APPLY-AMT FROM WS-RF-CONSUME-AMT
           END-IF.

       3500-HOLD-FOR-APPROVAL.
      *--- OVER THE LIMIT - HOLD ON THE PENDING-APPROVAL QUEUE.  ---
      *    THE CREDIT STAYS ON THE ACCOUNT UNTIL THE REFUND IS   ---
      *    RELEASED AND ISSUED                                   ---
           MOVE SPACES TO SEC-CHANGE-DATA
           MOVE WS-RF-REFUND-ID  TO SEC-PRFD-REFUND-ID
           MOVE WS-RF-GROUP-ID   TO SEC-PRFD-GROUP-ID
           MOVE WS-RF-REFUND-AMT TO SEC-PRFD-REFUND-AMT
           MOVE WS-RF-NETTED-AMT TO SEC-PRFD-NETTED-AMT
           ADD 1 TO WS-HOLD-SEQ
           MOVE SPACES TO WS-RF-APPROVAL-ID
           STRING 'PRFD-' DELIMITED SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-HOLD-SEQ DELIMITED SIZE
                  INTO WS-RF-APPROVAL-ID
           END-STRING
           MOVE WS-RF-REFUND-AMT TO WS-AMT-DISP
           MOVE SPACES TO WS-CHANGE-DESC
           STRING 'PREMIUM REFUND ' DELIMITED SIZE
                  WS-RF-REFUND-ID DELIMITED SPACE
                  ' ACCOUNT ' DELIMITED SIZE
                  WS-RF-GROUP-ID DELIMITED SPACE
                  ' AMOUNT ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  INTO WS-CHANGE-DESC
           END-STRING
           EXEC SQL
               INSERT INTO HCAS.PENDING_APPROVAL
                   (APPROVAL_ID, TRAN_CODE, ENTITY_KEY,
                    CHANGE_DATA, CHANGE_DESC, AMOUNT,
                    REQUEST_USER, REQUEST_DATE, APPR_STATUS)
               VALUES
                   (:WS-RF-APPROVAL-ID, 'PRFD', :WS-RF-GROUP-ID,
                    :SEC-CHANGE-DATA, :WS-CHANGE-DESC,
                    :WS-RF-REFUND-AMT,
                    :WS-PROGRAM-ID, :WS-CURRENT-DATE, 'P')
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PRMRFD01: APPROVAL HOLD INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' ACCT=' WS-RF-GROUP-ID
               MOVE 'HOLD FAILED - NOT ISSUED' TO WS-RF-ACTION
           ELSE
               ADD 1 TO WS-REFUNDS-HELD
               ADD WS-RF-REFUND-AMT TO WS-HELD-DOLLARS
               MOVE 'P' TO WS-RF-STATUS
               PERFORM 3700-INSERT-REFUND-ROW
               MOVE 'HELD FOR APPROVAL' TO WS-RF-ACTION
           END-IF
           PERFORM 6000-WRITE-REGISTER-LINE.

       3700-INSERT-REFUND-ROW.
           EXEC SQL
               INSERT INTO HCAS.PREMIUM_REFUND
                   (REFUND_ID, GROUP_ID, CREDIT_AMT, NETTED_AMT,
                    REFUND_AMT, REFUND_STATUS, PAY_METHOD,
                    CHECK_NO, APPROVAL_ID, CREATE_DATE,
                    STATUS_DATE)
               VALUES
                   (:WS-RF-REFUND-ID, :WS-RF-GROUP-ID,
                    :WS-RF-CREDIT-AMT, :WS-RF-NETTED-AMT,
                    :WS-RF-REFUND-AMT, :WS-RF-STATUS,
                    :WS-RF-PAY-METHOD, :WS-RF-CHECK-NO,
                    :WS-RF-APPROVAL-ID, :WS-CURRENT-DATE,
                    :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PRMRFD01: REFUND INSERT ERROR SQLCODE='
                       SQLCODE ' REFUND=' WS-RF-REFUND-ID
           END-IF.

       4000-ISSUE-REFUND.
           MOVE WS-RF-REFUND-AMT TO WS-RF-CONSUME-AMT
           PERFORM 3400-CONSUME-CREDITS
           PERFORM 4100-LOOKUP-PAYEE
           PERFORM 4200-LOOKUP-REFUND-ACCOUNT
           IF WS-RF-PAY-METHOD = 'EF'
               PERFORM 4300-WRITE-ACH-ENTRY
               ADD 1 TO WS-REFUND-ACH
               MOVE 'REFUNDED BY ACH' TO WS-RF-ACTION
           ELSE
               PERFORM 4400-ISSUE-CHECK
               ADD 1 TO WS-REFUND-CHECKS
               MOVE 'REFUNDED BY CHECK' TO WS-RF-ACTION
           END-IF
           ADD 1 TO WS-REFUNDS-ISSUED
           ADD WS-RF-REFUND-AMT TO WS-REFUND-DOLLARS
           PERFORM 4500-RECORD-REFUND-ISSUED
           PERFORM 4600-WRITE-REFUND-LETTER
           PERFORM 6000-WRITE-REGISTER-LINE.

       4100-LOOKUP-PAYEE.
      *--- EMPLOYER GROUPS FROM HCAS.GROUP_MASTER; INDIVIDUAL    ---
      *    BILLING ACCOUNTS FROM THE MEMBER THEY BILL UNDER      ---
      *    (BILLING ACCOUNT, ELSE THE LEADING TEN OF THE MEMBER  ---
      *    ID, AS INDBIL01 ASSIGNS THEM)                         ---
           INITIALIZE WS-PAYEE-FIELDS
           EXEC SQL
               SELECT GROUP_NAME, COALESCE(CONTACT_NAME, ' ')
               INTO :WS-PY-NAME, :WS-PY-ATTN
               FROM HCAS.GROUP_MASTER
               WHERE GROUP_ID = :WS-RF-GROUP-ID
           END-EXEC
           IF SQLCODE = ZERO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME,
                      COALESCE(ADDR_LINE_1, ' '),
                      COALESCE(CITY, ' '),
                      COALESCE(STATE, ' '),
                      COALESCE(ZIP_CODE, ' ')
               INTO :WS-PY-FIRST-NAME, :WS-PY-LAST-NAME,
                    :WS-PY-ADDR-LINE-1, :WS-PY-CITY,
                    :WS-PY-STATE, :WS-PY-ZIP
               FROM HCAS.MEMBER
               WHERE CASE WHEN COALESCE(BILLING_ACCT_ID, ' ') = ' '
                          THEN SUBSTR(MEMBER_ID, 1, 10)
                          ELSE BILLING_ACCT_ID END
                     = :WS-RF-GROUP-ID
               ORDER BY MEMBER_ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = ZERO
               STRING WS-PY-FIRST-NAME DELIMITED SPACE
                      ' ' DELIMITED SIZE
                      WS-PY-LAST-NAME DELIMITED SIZE
                      INTO WS-PY-NAME
               END-STRING
           ELSE
               MOVE 'PREMIUM ACCOUNT HOLDER' TO WS-PY-NAME
           END-IF.

       4200-LOOKUP-REFUND-ACCOUNT.
           MOVE 'CK' TO WS-RF-PAY-METHOD
           INITIALIZE WS-REFUND-ACCOUNT
           EXEC SQL
               SELECT ROUTING_NO, ACCOUNT_NO, ACCT_TYPE
               INTO :WS-RA-ROUTING, :WS-RA-ACCOUNT-NO,
                    :WS-RA-ACCT-TYPE
               FROM HCAS.REFUND_ACH_ACCT
               WHERE GROUP_ID = :WS-RF-GROUP-ID
                 AND ACCT_STATUS = 'A'
           END-EXEC
           IF SQLCODE = ZERO
           AND WS-RA-ROUTING NOT = SPACES
               MOVE 'EF' TO WS-RF-PAY-METHOD
           END-IF.

       4300-WRITE-ACH-ENTRY.
           COMPUTE WS-ACH-AMT-CENTS = WS-RF-REFUND-AMT * 100
           IF WS-ACH-TRACE-SEQ = 9999999
               MOVE ZERO TO WS-ACH-TRACE-SEQ
           END-IF
           ADD 1 TO WS-ACH-TRACE-SEQ
           MOVE SPACES TO WS-ACH-TRACE-NO
           STRING WS-ACH-ORIG-ROUTING(1:8) DELIMITED SIZE
                  WS-ACH-TRACE-SEQ         DELIMITED SIZE
                  INTO WS-ACH-TRACE-NO
           END-STRING
           IF WS-RA-SAVINGS
               MOVE '32' TO WS-RA-TRAN-CODE
           ELSE
               MOVE '22' TO WS-RA-TRAN-CODE
           END-IF
           MOVE SPACES TO WS-ACH-LINE
           STRING '6'                      DELIMITED SIZE
                  WS-RA-TRAN-CODE          DELIMITED SIZE
                  WS-RA-ROUTING            DELIMITED SIZE
                  WS-RA-ACCOUNT-NO         DELIMITED SIZE
                  WS-ACH-AMT-CENTS         DELIMITED SIZE
                  WS-RF-GROUP-ID           DELIMITED SIZE
                  '     '                  DELIMITED SIZE
                  WS-PY-NAME(1:22)         DELIMITED SIZE
                  '  '                     DELIMITED SIZE
                  '0'                      DELIMITED SIZE
                  WS-ACH-TRACE-NO          DELIMITED SIZE
                  INTO WS-ACH-LINE
           END-STRING
           WRITE RFDACH-RECORD FROM WS-ACH-LINE
      *--- ACH REFUNDS TAKE A PAYMENT NUMBER FROM THE SHARED     ---
      *    CHECK SEQUENCE AND CARRY THE ENTRY TRACE SO PRENOT01  ---
      *    CAN MATCH A BANK RETURN, AND THE PAYEE SO THE         ---
      *    REPLACEMENT CHKSTP01 CUTS FOR A RETURN NAMES IT       ---
           ADD 1 TO WS-CHK-CHECK-NO
           MOVE WS-CHK-CHECK-NO TO WS-RF-CHECK-NO
           EXEC SQL
               INSERT INTO HCAS.CHECK_CONTROL
                   (CHECK_NO, PROVIDER_NPI, PROVIDER_TIN,
                    CHECK_AMOUNT, ISSUE_DATE, CHECK_STATUS,
                    PAY_METHOD, PAY_CATEGORY, ACH_TRACE_NO,
                    PAYEE_ID, PAYEE_NAME)
               VALUES
                   (:WS-CHK-CHECK-NO, :WS-RF-GROUP-ID, ' ',
                    :WS-RF-REFUND-AMT, :WS-CURRENT-DATE, 'T',
                    'EF', 'PRF', :WS-ACH-TRACE-NO,
                    :WS-RF-GROUP-ID, :WS-PY-NAME)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PRMRFD01: ACH REFUND INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' REFUND=' WS-RF-REFUND-ID
           END-IF.

       4400-ISSUE-CHECK.
           ADD 1 TO WS-CHK-CHECK-NO
           MOVE WS-CHK-CHECK-NO TO WS-RF-CHECK-NO
           EXEC SQL
               INSERT INTO HCAS.CHECK_CONTROL
                   (CHECK_NO, PROVIDER_NPI, PROVIDER_TIN,
                    CHECK_AMOUNT, ISSUE_DATE, CHECK_STATUS,
                    PAY_METHOD, PAY_CATEGORY, PAYEE_ID,
                    PAYEE_NAME)
               VALUES
                   (:WS-CHK-CHECK-NO, :WS-RF-GROUP-ID, ' ',
                    :WS-RF-REFUND-AMT, :WS-CURRENT-DATE, 'O',
                    'CK', 'PRF', :WS-RF-GROUP-ID, :WS-PY-NAME)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PRMRFD01: REFUND CHECK INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' REFUND=' WS-RF-REFUND-ID
           END-IF.

       4500-RECORD-REFUND-ISSUED.
           IF WS-RF-APPROVED-REFUND
               EXEC SQL
                   UPDATE HCAS.PREMIUM_REFUND
                   SET REFUND_STATUS = 'I',
                       REFUND_AMT = :WS-RF-REFUND-AMT,
                       PAY_METHOD = :WS-RF-PAY-METHOD,
                       CHECK_NO = :WS-RF-CHECK-NO,
                       STATUS_DATE = :WS-CURRENT-DATE
                   WHERE REFUND_ID = :WS-RF-REFUND-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'PRMRFD01: REFUND UPDATE ERROR SQLCODE='
                           SQLCODE ' REFUND=' WS-RF-REFUND-ID
               END-IF
           ELSE
               MOVE 'I' TO WS-RF-STATUS
               PERFORM 3700-INSERT-REFUND-ROW
           END-IF.

       4600-WRITE-REFUND-LETTER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PREMIUM REFUND NOTICE  ' DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  '  ACCOUNT ' DELIMITED SIZE
                  WS-RF-GROUP-ID DELIMITED SIZE
                  '  REFUND ' DELIMITED SIZE
                  WS-RF-REFUND-ID DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RFDLTR-RECORD FROM WS-RPT-LINE
           MOVE WS-PY-NAME TO WS-RPT-LINE
           WRITE RFDLTR-RECORD FROM WS-RPT-LINE
           IF WS-PY-ATTN NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING 'ATTN: ' DELIMITED SIZE
                      WS-PY-ATTN DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE RFDLTR-RECORD FROM WS-RPT-LINE
           END-IF
           IF WS-PY-ADDR-LINE-1 NOT = SPACES
               MOVE WS-PY-ADDR-LINE-1 TO WS-RPT-LINE
               WRITE RFDLTR-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-PY-CITY DELIMITED '  '
                      ', ' DELIMITED SIZE
                      WS-PY-STATE DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-PY-ZIP DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE RFDLTR-RECORD FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE RFDLTR-RECORD FROM WS-RPT-LINE
           IF WS-RF-NETTED-AMT > ZERO
               MOVE WS-RF-NETTED-AMT TO WS-AMT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'A CREDIT OF ' DELIMITED SIZE
                      WS-AMT-DISP DELIMITED SIZE
                      ' ON YOUR PREMIUM ACCOUNT WAS APPLIED TO '
                      DELIMITED SIZE
                      'YOUR OPEN PREMIUM INVOICES.' DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE RFDLTR-RECORD FROM WS-RPT-LINE
           END-IF
           MOVE WS-RF-REFUND-AMT TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           IF WS-RF-PAY-METHOD = 'EF'
               STRING 'THE REMAINING CREDIT OF ' DELIMITED SIZE
                      WS-AMT-DISP DELIMITED SIZE
                      ' HAS BEEN REFUNDED BY DIRECT DEPOSIT, '
                      DELIMITED SIZE
                      'TRACE ' DELIMITED SIZE
                      WS-ACH-TRACE-NO DELIMITED SIZE
                      '.' DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING 'THE REMAINING CREDIT OF ' DELIMITED SIZE
                      WS-AMT-DISP DELIMITED SIZE
                      ' HAS BEEN REFUNDED BY CHECK NUMBER '
                      DELIMITED SIZE
                      WS-RF-CHECK-NO DELIMITED SIZE
                      '.' DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
           END-IF
           WRITE RFDLTR-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE RFDLTR-RECORD FROM WS-RPT-LINE.

       6000-WRITE-REGISTER-LINE.
           MOVE WS-RF-CREDIT-AMT TO WS-AMT-DISP
           MOVE WS-RF-NETTED-AMT TO WS-AMT-DISP-2
           MOVE WS-RF-REFUND-AMT TO WS-AMT-DISP-3
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-RF-GROUP-ID       DELIMITED SIZE
                  ' '                  DELIMITED SIZE
                  WS-RF-REFUND-ID      DELIMITED SIZE
                  ' '                  DELIMITED SIZE
                  WS-AMT-DISP          DELIMITED SIZE
                  ' '                  DELIMITED SIZE
                  WS-AMT-DISP-2        DELIMITED SIZE
                  ' '                  DELIMITED SIZE
                  WS-AMT-DISP-3        DELIMITED SIZE
                  '  '                 DELIMITED SIZE
                  WS-RF-ACTION         DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RFDRPT-RECORD FROM WS-RPT-LINE.

       8100-FETCH-NEXT-ACCOUNT.
           EXEC SQL
               FETCH CREDIT-CURSOR
               INTO :WS-RF-GROUP-ID, :WS-RF-CREDIT-AMT
           END-EXEC
           IF SQLCODE = +100
               SET WS-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'PRMRFD01: FETCH ERROR SQLCODE=' SQLCODE
               SET WS-EOF TO TRUE
           END-IF.

       8500-SAVE-CHECK-NUMBER.
           EXEC SQL
               UPDATE HCAS.EDI_TRACE_CONTROL
               SET    LAST_TRACE_NBR = :WS-CHK-CHECK-NO
               WHERE  PROGRAM_ID = :WS-CHECK-CONTROL-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PRMRFD01: CHECK CONTROL UPDATE ERROR '
                       'SQLCODE=' SQLCODE
           END-IF.

       8600-SAVE-ACH-TRACE-SEQ.
           EXEC SQL
               UPDATE HCAS.EDI_TRACE_CONTROL
               SET    LAST_TRACE_NBR = :WS-ACH-TRACE-SEQ
               WHERE  PROGRAM_ID = :WS-ACH-TRACE-CONTROL-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PRMRFD01: ACH TRACE CONTROL UPDATE ERROR '
                       'SQLCODE=' SQLCODE
           END-IF.

       9000-TERMINATE.
           EXEC SQL CLOSE CREDIT-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE RFDRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-NETTED-DOLLARS TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NETTED TO OPEN INVOICES: ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RFDRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-REFUND-DOLLARS TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REFUNDS ISSUED:          ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RFDRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-HELD-DOLLARS TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'HELD FOR APPROVAL:       ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RFDRPT-RECORD FROM WS-RPT-LINE
           DISPLAY 'PRMRFD01: ACCOUNTS REVIEWED:  ' WS-ACCOUNTS-REVIEWED
           DISPLAY 'PRMRFD01: ACCOUNTS NETTED:    ' WS-ACCOUNTS-NETTED
           DISPLAY 'PRMRFD01: NETTED DOLLARS:     ' WS-NETTED-DOLLARS
           DISPLAY 'PRMRFD01: REFUNDS ISSUED:     ' WS-REFUNDS-ISSUED
           DISPLAY 'PRMRFD01:   BY CHECK:         ' WS-REFUND-CHECKS
           DISPLAY 'PRMRFD01:   BY ACH:           ' WS-REFUND-ACH
           DISPLAY 'PRMRFD01:   PREV APPROVED:    ' WS-APPROVED-ISSUED
           DISPLAY 'PRMRFD01: REFUND DOLLARS:     ' WS-REFUND-DOLLARS
           DISPLAY 'PRMRFD01: HELD FOR APPROVAL:  ' WS-REFUNDS-HELD
           DISPLAY 'PRMRFD01: HELD DOLLARS:       ' WS-HELD-DOLLARS
           DISPLAY 'PRMRFD01: REJECTED CLOSED:    ' WS-REJECTED-CLOSED
           CLOSE RFDLTR-FILE
           CLOSE RFDACH-FILE
           CLOSE RFDRPT-FILE
           MOVE ZERO TO RETURN-CODE.
