       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACOSET01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  ACOSET01                                             *
      * PURPOSE:  ACCOUNTABLE-CARE SHARED-SAVINGS ANNUAL SETTLEMENT    *
      *           SETTLES EACH CONTRACT ON HCAS.ACO_CONTRACT FOR THE   *
      *           PRIOR PERFORMANCE YEAR. THE YEAR'S ALLOWED COST ON   *
      *           HCAS.ACO_ATTRIBUTION (BUILT MONTHLY BY ACOATT01) IS  *
      *           RE-SUMMED FROM PAID CLAIMS ONE LAST TIME TO TAKE IN  *
      *           RUN-OUT, THEN COMPARED WITH THE RISK-ADJUSTED        *
      *           BENCHMARK (CONTRACT PMPM TIMES EACH MEMBER-MONTH'S   *
      *           RISK SCORE):                                         *
      *             SAVINGS AT OR ABOVE THE MINIMUM SAVINGS RATE ARE   *
      *             SHARED AT THE SHARING PERCENT AND PAID TO THE      *
      *             GROUP BY CHECK (CHECK_CONTROL PAY_CATEGORY 'ACO',  *
      *             SHARED CHECK NUMBERS WITH EDI835GN) OR BY ACH.     *
      *             LOSSES AT OR ABOVE THE MINIMUM LOSS RATE UNDER A   *
      *             TWO-SIDED AGREEMENT ARE SHARED AT THE LOSS         *
      *             SHARING PERCENT AND SET UP AS A RECEIVABLE ON      *
      *             HCAS.OVERPAYMENT_RECV (REASON 'ACOSS'), OFFSET BY  *
      *             EDI835GN AGAINST THE GROUP'S CLAIM PAYMENTS.       *
      *             ANYTHING INSIDE THE CORRIDOR SETTLES AT ZERO.      *
      *           EVERY CONTRACT SETTLED IS RECORDED ON                *
      *           HCAS.ACO_SETTLEMENT; A CONTRACT ALREADY THERE FOR    *
      *           THE YEAR IS NOT SETTLED AGAIN ON A RERUN. GLJRN01    *
      *           JOURNALS THE PAYMENTS UNDER SOURCE ACOSAV.           *
      * INPUTS:   DB2 TABLES - HCAS.ACO_CONTRACT,                      *
      *                        HCAS.ACO_ATTRIBUTION,                   *
      *                        HCAS.CLAIM_MASTER, HCAS.PROVIDER        *
      * OUTPUTS:  DB2 TABLES - HCAS.ACO_SETTLEMENT,                    *
      *                        HCAS.CHECK_CONTROL,                     *
      *                        HCAS.OVERPAYMENT_RECV                   *
      *           ACOSRP-FILE - SETTLEMENT REGISTER                    *
      *           ACOACH-FILE - NACHA ENTRIES FOR EFT GROUPS           *
      * FREQUENCY: ANNUAL (AFTER THE PERFORMANCE YEAR'S RUN-OUT)       *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACOSRP-FILE
               ASSIGN TO ACOSRPOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT ACOACH-FILE
               ASSIGN TO ACOACHOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACOSRP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  ACOSRP-RECORD               PIC X(133).

       FD  ACOACH-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 94 CHARACTERS.
       01  ACOACH-RECORD               PIC X(94).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-RPT-STATUS           PIC X(02).
           05  WS-ACH-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-CTR-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-CTR-EOF          VALUE 'Y'.
               88  WS-CTR-NOT-EOF      VALUE 'N'.

       01  WS-PERF-YEAR                PIC X(04).
       01  WS-PERF-YEAR-N              PIC 9(04).

      *--- CONTRACT RESULTS FOR THE PERFORMANCE YEAR ---
           EXEC SQL DECLARE SETTLE-CURSOR CURSOR FOR
               SELECT C.CONTRACT_ID, C.GROUP_NPI,
                      C.BENCHMARK_PMPM, C.MIN_SAVINGS_PCT,
                      C.SHARE_PCT, C.MIN_LOSS_PCT,
                      C.LOSS_SHARE_PCT,
                      COUNT(AA.MEMBER_ID),
                      COUNT(DISTINCT AA.MEMBER_ID),
                      COALESCE(SUM(AA.ALLOWED_AMT), 0),
                      COALESCE(SUM(C.BENCHMARK_PMPM
                                   * AA.RISK_SCORE), 0)
               FROM HCAS.ACO_CONTRACT C
               LEFT OUTER JOIN HCAS.ACO_ATTRIBUTION AA
                   ON AA.CONTRACT_ID = C.CONTRACT_ID
                  AND AA.PERF_YEAR = C.PERF_YEAR
               WHERE C.PERF_YEAR = :WS-PERF-YEAR
               GROUP BY C.CONTRACT_ID, C.GROUP_NPI,
                        C.BENCHMARK_PMPM, C.MIN_SAVINGS_PCT,
                        C.SHARE_PCT, C.MIN_LOSS_PCT,
                        C.LOSS_SHARE_PCT
               ORDER BY C.CONTRACT_ID
           END-EXEC

       01  WS-CONTRACT-ROW.
           05  WS-CT-CONTRACT-ID       PIC X(10).
           05  WS-CT-GROUP-NPI         PIC X(10).
           05  WS-CT-BENCHMARK-PMPM    PIC S9(05)V99 COMP-3.
           05  WS-CT-MIN-SAVINGS-PCT   PIC S9(03)V99 COMP-3.
           05  WS-CT-SHARE-PCT         PIC S9(03)V99 COMP-3.
           05  WS-CT-MIN-LOSS-PCT      PIC S9(03)V99 COMP-3.
           05  WS-CT-LOSS-SHARE-PCT    PIC S9(03)V99 COMP-3.
           05  WS-CT-MEMBER-MONTHS     PIC S9(09) COMP-3.
           05  WS-CT-MEMBERS           PIC S9(09) COMP-3.
           05  WS-CT-ACTUAL-AMT        PIC S9(13)V99 COMP-3.
           05  WS-CT-BENCHMARK-AMT     PIC S9(13)V99 COMP-3.

      *--- SETTLEMENT ARITHMETIC (SAME RULES ACOATT01 PROJECTS) ---
       01  WS-PERFORMANCE.
           05  WS-PF-SAVINGS-AMT       PIC S9(13)V99 COMP-3.
           05  WS-PF-SAVINGS-PCT       PIC S9(05)V99 COMP-3.
           05  WS-PF-SHARE-AMT         PIC S9(13)V99 COMP-3.
           05  WS-PF-OUTCOME           PIC X(40).

       01  WS-SETTLEMENT.
           05  WS-ST-TYPE              PIC X(01).
               88  WS-ST-PAYMENT       VALUE 'P'.
               88  WS-ST-RECOUPMENT    VALUE 'R'.
               88  WS-ST-NONE          VALUE 'N'.
           05  WS-ST-AMOUNT            PIC S9(11)V99 COMP-3.
           05  WS-ST-CHECK-NO          PIC 9(10).
           05  WS-ST-SOURCE-REF        PIC X(15).
           05  WS-ST-RESULT            PIC X(30).

       01  WS-PAYEE-ROW.
           05  WS-PV-ORG-NAME          PIC X(60).
           05  WS-PV-TAX-ID            PIC X(09).
           05  WS-PV-PAY-METHOD        PIC X(02).
           05  WS-PV-BANK-RTN          PIC X(09).
           05  WS-PV-BANK-ACCT         PIC X(17).

      *--- SHARED CHECK-NUMBER CONTROL (SAME ROW EDI835GN USES) ---
       01  WS-CHECK-CONTROL-ID         PIC X(08) VALUE 'EDI835CK'.
       01  WS-CHK-CHECK-NO             PIC 9(10) VALUE ZERO.

      *--- NACHA ENTRY FIELDS (SAME LAYOUT EDI835GN WRITES) ---
       01  WS-ACH-FIELDS.
           05  WS-ACH-ORIG-ROUTING     PIC X(09) VALUE '076401251'.
           05  WS-ACH-TRACE-SEQ        PIC 9(07) VALUE ZERO.
           05  WS-ACH-AMT-CENTS        PIC 9(10) VALUE ZERO.
           05  WS-ACH-LINE             PIC X(94).

       01  WS-RUN-TOTALS.
           05  WS-RUN-CONTRACTS        PIC 9(07) VALUE ZERO.
           05  WS-RUN-PAYMENTS         PIC 9(07) VALUE ZERO.
           05  WS-RUN-RECOUPMENTS      PIC 9(07) VALUE ZERO.
           05  WS-RUN-ALREADY-SETTLED  PIC 9(07) VALUE ZERO.
           05  WS-RUN-COST-ROWS        PIC 9(09) VALUE ZERO.
           05  WS-RUN-PAID-DOLLARS     PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-RUN-RECOUP-DOLLARS   PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-AMT-DISP                 PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-SETTLE-LINE.
           05  WS-SL-CONTRACT-ID       PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-GROUP-NPI         PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-MEMBER-MONTHS     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-ACTUAL            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-BENCHMARK         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-SAVINGS-PCT       PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-SETTLE-AMT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-RESULT            PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-CHECK-NO          PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-SETTLE-CONTRACT
               UNTIL WS-CTR-EOF
           PERFORM 8500-SAVE-CHECK-NUMBER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'ACOSET01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           COMPUTE WS-PERF-YEAR-N = WS-CURR-YYYY - 1
           MOVE WS-PERF-YEAR-N TO WS-PERF-YEAR
           OPEN OUTPUT ACOSRP-FILE
           OPEN OUTPUT ACOACH-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ACOSET01 - SHARED-SAVINGS SETTLEMENT REGISTER - '
                  DELIMITED SIZE
                  'PERFORMANCE YEAR ' DELIMITED SIZE
                  WS-PERF-YEAR DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACOSRP-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CONTRACT   GROUP NPI   MBR MOS          ACTUAL'
                  '       BENCHMARK  SAVINGS%      SETTLEMENT '
                  'RESULT                         CHECK NO'
                  DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE ACOSRP-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE ACOSRP-RECORD FROM WS-RPT-LINE
           PERFORM 1200-LOAD-CHECK-NUMBER
           PERFORM 2000-FINAL-COST-REFRESH
           EXEC SQL OPEN SETTLE-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACOSET01: SETTLE CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3900-FETCH-NEXT-CONTRACT.

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
                   DISPLAY 'ACOSET01: CHECK CONTROL READ ERROR '
                           'SQLCODE=' SQLCODE
               END-IF
           END-IF.

       2000-FINAL-COST-REFRESH.
      *--- SAME RE-SUM ACOATT01 MAKES EACH MONTH, NOW WITH THE ---
      *    YEAR'S RUN-OUT IN                                    ---
           EXEC SQL
               UPDATE HCAS.ACO_ATTRIBUTION AA
               SET ALLOWED_AMT =
                   (SELECT COALESCE(SUM(CM.ALLOWED_AMT), 0)
                    FROM HCAS.CLAIM_MASTER CM
                    WHERE CM.MEMBER_ID = AA.MEMBER_ID
                      AND CM.CLAIM_STATUS = '50'
                      AND SUBSTR(CM.SERVICE_FROM_DATE, 1, 6)
                          = AA.ATTRIB_MONTH)
               WHERE AA.PERF_YEAR = :WS-PERF-YEAR
                 AND NOT EXISTS
                     (SELECT 1 FROM HCAS.ACO_SETTLEMENT S
                      WHERE S.CONTRACT_ID = AA.CONTRACT_ID
                        AND S.PERF_YEAR = AA.PERF_YEAR)
           END-EXEC
           IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-RUN-COST-ROWS
           ELSE IF SQLCODE NOT = +100
               DISPLAY 'ACOSET01: COST REFRESH ERROR SQLCODE='
                       SQLCODE
           END-IF.

       3000-SETTLE-CONTRACT.
           ADD 1 TO WS-RUN-CONTRACTS
           PERFORM 3100-COMPUTE-PERFORMANCE
           PERFORM 3200-LOAD-PAYEE
           MOVE ZERO TO WS-ST-CHECK-NO
           MOVE WS-PF-OUTCOME TO WS-ST-RESULT
           EVALUATE TRUE
               WHEN WS-PF-SHARE-AMT > ZERO
                   SET WS-ST-PAYMENT TO TRUE
                   MOVE WS-PF-SHARE-AMT TO WS-ST-AMOUNT
               WHEN WS-PF-SHARE-AMT < ZERO
                   SET WS-ST-RECOUPMENT TO TRUE
                   COMPUTE WS-ST-AMOUNT = 0 - WS-PF-SHARE-AMT
               WHEN OTHER
                   SET WS-ST-NONE TO TRUE
                   MOVE ZERO TO WS-ST-AMOUNT
           END-EVALUATE
      *--- A CHECK NUMBER IS TAKEN BEFORE THE SETTLEMENT ROW  ---
      *    IS WRITTEN SO THE ROW CARRIES IT; A RERUN GIVES IT ---
      *    BACK                                               ---
           IF WS-ST-PAYMENT
           AND NOT (WS-PV-PAY-METHOD = 'EF'
                    AND WS-PV-BANK-RTN NOT = SPACES)
               ADD 1 TO WS-CHK-CHECK-NO
               MOVE WS-CHK-CHECK-NO TO WS-ST-CHECK-NO
           END-IF
           EXEC SQL
               INSERT INTO HCAS.ACO_SETTLEMENT
                   (CONTRACT_ID, PERF_YEAR, GROUP_NPI,
                    MEMBER_MONTHS, ACTUAL_AMT, BENCHMARK_AMT,
                    SAVINGS_PCT, SETTLE_TYPE, SETTLE_AMT,
                    PAY_METHOD, CHECK_NO, SETTLE_DATE)
               VALUES
                   (:WS-CT-CONTRACT-ID, :WS-PERF-YEAR,
                    :WS-CT-GROUP-NPI, :WS-CT-MEMBER-MONTHS,
                    :WS-CT-ACTUAL-AMT, :WS-CT-BENCHMARK-AMT,
                    :WS-PF-SAVINGS-PCT, :WS-ST-TYPE,
                    :WS-ST-AMOUNT, :WS-PV-PAY-METHOD,
                    :WS-ST-CHECK-NO, :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 3300-ISSUE-SETTLEMENT
               WHEN -803
                   ADD 1 TO WS-RUN-ALREADY-SETTLED
                   PERFORM 3800-RETURN-CHECK-NUMBER
                   MOVE 'SETTLED ON AN EARLIER RUN' TO WS-ST-RESULT
               WHEN OTHER
                   DISPLAY 'ACOSET01: SETTLEMENT INSERT ERROR '
                           'SQLCODE=' SQLCODE
                           ' CONTRACT=' WS-CT-CONTRACT-ID
                   PERFORM 3800-RETURN-CHECK-NUMBER
                   MOVE 'NOT SETTLED - SEE RUN LOG' TO WS-ST-RESULT
           END-EVALUATE
           PERFORM 6000-WRITE-SETTLEMENT-LINE
           PERFORM 3900-FETCH-NEXT-CONTRACT.

       3100-COMPUTE-PERFORMANCE.
      *--- SAVINGS ARE SHARED ONCE THEY REACH THE MINIMUM    ---
      *    SAVINGS RATE; LOSSES ARE SHARED ONLY UNDER A       ---
      *    TWO-SIDED AGREEMENT AND ONLY ONCE THEY REACH THE   ---
      *    MINIMUM LOSS RATE. BOTH ARE SHARED FROM THE FIRST  ---
      *    DOLLAR                                             ---
           MOVE ZERO TO WS-PF-SAVINGS-PCT
           MOVE ZERO TO WS-PF-SHARE-AMT
           COMPUTE WS-PF-SAVINGS-AMT =
               WS-CT-BENCHMARK-AMT - WS-CT-ACTUAL-AMT
           IF WS-CT-BENCHMARK-AMT > ZERO
               COMPUTE WS-PF-SAVINGS-PCT ROUNDED =
                   WS-PF-SAVINGS-AMT * 100 / WS-CT-BENCHMARK-AMT
           END-IF
           EVALUATE TRUE
               WHEN WS-CT-MEMBER-MONTHS = ZERO
                   MOVE 'NO ATTRIBUTED MEMBERS' TO WS-PF-OUTCOME
               WHEN WS-PF-SAVINGS-AMT > ZERO
               AND WS-PF-SAVINGS-PCT >= WS-CT-MIN-SAVINGS-PCT
                   COMPUTE WS-PF-SHARE-AMT ROUNDED =
                       WS-PF-SAVINGS-AMT * WS-CT-SHARE-PCT / 100
                   MOVE 'SHARED SAVINGS PAYABLE' TO WS-PF-OUTCOME
               WHEN WS-PF-SAVINGS-AMT < ZERO
               AND WS-CT-LOSS-SHARE-PCT > ZERO
               AND (0 - WS-PF-SAVINGS-PCT) >= WS-CT-MIN-LOSS-PCT
                   COMPUTE WS-PF-SHARE-AMT ROUNDED =
                       WS-PF-SAVINGS-AMT * WS-CT-LOSS-SHARE-PCT
                       / 100
                   MOVE 'SHARED LOSS RECOUPABLE' TO WS-PF-OUTCOME
               WHEN OTHER
                   MOVE 'WITHIN CORRIDOR - NO SETTLEMENT'
                       TO WS-PF-OUTCOME
           END-EVALUATE.

       3200-LOAD-PAYEE.
           MOVE SPACES TO WS-PAYEE-ROW
           EXEC SQL
               SELECT COALESCE(ORG_NAME, ' '),
                      COALESCE(TAX_ID, ' '),
                      COALESCE(PAY_METHOD, 'CK'),
                      COALESCE(BANK_ROUTING, ' '),
                      COALESCE(BANK_ACCT_NO, ' ')
               INTO :WS-PV-ORG-NAME, :WS-PV-TAX-ID,
                    :WS-PV-PAY-METHOD, :WS-PV-BANK-RTN,
                    :WS-PV-BANK-ACCT
               FROM HCAS.PROVIDER
               WHERE NPI = :WS-CT-GROUP-NPI
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACOSET01: GROUP PROVIDER NOT FOUND - NPI='
                       WS-CT-GROUP-NPI ' SQLCODE=' SQLCODE
               MOVE 'CK' TO WS-PV-PAY-METHOD
           END-IF.

       3300-ISSUE-SETTLEMENT.
           EVALUATE TRUE
               WHEN WS-ST-PAYMENT
                   ADD 1 TO WS-RUN-PAYMENTS
                   ADD WS-ST-AMOUNT TO WS-RUN-PAID-DOLLARS
                   IF WS-ST-CHECK-NO > ZERO
                       PERFORM 5000-ISSUE-CHECK
                       MOVE 'PAID BY CHECK' TO WS-ST-RESULT
                   ELSE
                       PERFORM 5100-WRITE-ACH-ENTRY
                       MOVE 'PAID BY EFT' TO WS-ST-RESULT
                   END-IF
               WHEN WS-ST-RECOUPMENT
                   ADD 1 TO WS-RUN-RECOUPMENTS
                   ADD WS-ST-AMOUNT TO WS-RUN-RECOUP-DOLLARS
                   PERFORM 5200-CREATE-RECEIVABLE
                   MOVE 'RECOUPMENT RECEIVABLE' TO WS-ST-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3800-RETURN-CHECK-NUMBER.
           IF WS-ST-CHECK-NO > ZERO
               SUBTRACT 1 FROM WS-CHK-CHECK-NO
               MOVE ZERO TO WS-ST-CHECK-NO
           END-IF.

       3900-FETCH-NEXT-CONTRACT.
           EXEC SQL
               FETCH SETTLE-CURSOR
               INTO :WS-CT-CONTRACT-ID, :WS-CT-GROUP-NPI,
                    :WS-CT-BENCHMARK-PMPM, :WS-CT-MIN-SAVINGS-PCT,
                    :WS-CT-SHARE-PCT, :WS-CT-MIN-LOSS-PCT,
                    :WS-CT-LOSS-SHARE-PCT, :WS-CT-MEMBER-MONTHS,
                    :WS-CT-MEMBERS, :WS-CT-ACTUAL-AMT,
                    :WS-CT-BENCHMARK-AMT
           END-EXEC
           IF SQLCODE = +100
               SET WS-CTR-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'ACOSET01: SETTLE FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-CTR-EOF TO TRUE
           END-IF.

       5000-ISSUE-CHECK.
           EXEC SQL
               INSERT INTO HCAS.CHECK_CONTROL
                   (CHECK_NO, PROVIDER_NPI, PROVIDER_TIN,
                    CHECK_AMOUNT, ISSUE_DATE, CHECK_STATUS,
                    PAY_CATEGORY)
               VALUES
                   (:WS-ST-CHECK-NO, :WS-CT-GROUP-NPI,
                    :WS-PV-TAX-ID,
                    :WS-ST-AMOUNT, :WS-CURRENT-DATE, 'O',
                    'ACO')
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACOSET01: CHECK CONTROL INSERT ERROR '
                       'SQLCODE=' SQLCODE ' NPI=' WS-CT-GROUP-NPI
           END-IF.

       5100-WRITE-ACH-ENTRY.
           COMPUTE WS-ACH-AMT-CENTS = WS-ST-AMOUNT * 100
           ADD 1 TO WS-ACH-TRACE-SEQ
           MOVE SPACES TO WS-ACH-LINE
           STRING '6'                      DELIMITED SIZE
                  '22'                     DELIMITED SIZE
                  WS-PV-BANK-RTN           DELIMITED SIZE
                  WS-PV-BANK-ACCT          DELIMITED SIZE
                  WS-ACH-AMT-CENTS         DELIMITED SIZE
                  WS-PV-TAX-ID             DELIMITED SIZE
                  '      '                 DELIMITED SIZE
                  WS-PV-ORG-NAME(1:22)     DELIMITED SIZE
                  '  '                     DELIMITED SIZE
                  '0'                      DELIMITED SIZE
                  WS-ACH-ORIG-ROUTING(1:8) DELIMITED SIZE
                  WS-ACH-TRACE-SEQ         DELIMITED SIZE
                  INTO WS-ACH-LINE
           END-STRING
           WRITE ACOACH-RECORD FROM WS-ACH-LINE.

       5200-CREATE-RECEIVABLE.
      *--- RECOVERED FROM THE GROUP'S NEXT CLAIM PAYMENT RUN ---
      *    VIA PLB OFFSET, AS CAPPAY01'S CAP CLAWBACKS ARE    ---
           MOVE SPACES TO WS-ST-SOURCE-REF
           STRING WS-CT-CONTRACT-ID DELIMITED SIZE
                  WS-PERF-YEAR      DELIMITED SIZE
                  INTO WS-ST-SOURCE-REF
           END-STRING
           EXEC SQL
               INSERT INTO HCAS.OVERPAYMENT_RECV
                   (PROVIDER_NPI, PROVIDER_TIN, SOURCE_CLAIM_ID,
                    RECV_REASON, ORIG_AMOUNT, OUTSTANDING_AMT,
                    RECOVERY_STATUS, CREATE_DATE, CREATE_USER)
               VALUES
                   (:WS-CT-GROUP-NPI, :WS-PV-TAX-ID,
                    :WS-ST-SOURCE-REF, 'ACOSS',
                    :WS-ST-AMOUNT, :WS-ST-AMOUNT,
                    'O', :WS-CURRENT-DATE, 'ACOSET01')
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACOSET01: SETTLEMENT RECEIVABLE INSERT '
                       'ERROR SQLCODE=' SQLCODE
                       ' CONTRACT=' WS-CT-CONTRACT-ID
           END-IF.

       6000-WRITE-SETTLEMENT-LINE.
           MOVE WS-CT-CONTRACT-ID   TO WS-SL-CONTRACT-ID
           MOVE WS-CT-GROUP-NPI     TO WS-SL-GROUP-NPI
           MOVE WS-CT-MEMBER-MONTHS TO WS-SL-MEMBER-MONTHS
           MOVE WS-CT-ACTUAL-AMT    TO WS-SL-ACTUAL
           MOVE WS-CT-BENCHMARK-AMT TO WS-SL-BENCHMARK
           MOVE WS-PF-SAVINGS-PCT   TO WS-SL-SAVINGS-PCT
           MOVE WS-PF-SHARE-AMT     TO WS-SL-SETTLE-AMT
           MOVE WS-ST-RESULT        TO WS-SL-RESULT
           IF WS-ST-CHECK-NO > ZERO
               MOVE WS-ST-CHECK-NO  TO WS-SL-CHECK-NO
           ELSE
               MOVE SPACES          TO WS-SL-CHECK-NO
           END-IF
           WRITE ACOSRP-RECORD FROM WS-SETTLE-LINE.

       8500-SAVE-CHECK-NUMBER.
           EXEC SQL
               UPDATE HCAS.EDI_TRACE_CONTROL
               SET    LAST_TRACE_NBR = :WS-CHK-CHECK-NO
               WHERE  PROGRAM_ID = :WS-CHECK-CONTROL-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACOSET01: CHECK CONTROL UPDATE ERROR '
                       'SQLCODE=' SQLCODE
           END-IF.

       9000-TERMINATE.
           EXEC SQL CLOSE SETTLE-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE ACOSRP-RECORD FROM WS-RPT-LINE
           MOVE WS-RUN-PAID-DOLLARS TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL SHARED SAVINGS PAID:     ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACOSRP-RECORD FROM WS-RPT-LINE
           MOVE WS-RUN-RECOUP-DOLLARS TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL SHARED LOSS RECOUPABLE:  ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACOSRP-RECORD FROM WS-RPT-LINE
           DISPLAY 'ACOSET01: PERFORMANCE YEAR:  ' WS-PERF-YEAR
           DISPLAY 'ACOSET01: COST ROWS REFRESHED:' WS-RUN-COST-ROWS
           DISPLAY 'ACOSET01: CONTRACTS:         ' WS-RUN-CONTRACTS
           DISPLAY 'ACOSET01: PAYMENTS:          ' WS-RUN-PAYMENTS
           DISPLAY 'ACOSET01: RECOUPMENTS:       ' WS-RUN-RECOUPMENTS
           DISPLAY 'ACOSET01: ALREADY SETTLED:   '
                   WS-RUN-ALREADY-SETTLED
           CLOSE ACOSRP-FILE
           CLOSE ACOACH-FILE
           MOVE ZERO TO RETURN-CODE.
