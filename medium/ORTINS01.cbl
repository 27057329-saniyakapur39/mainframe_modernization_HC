       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORTINS01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  ORTINS01                                             *
      * PURPOSE:  ORTHODONTIC INSTALLMENT RELEASE AND CASE STATUS      *
      *           CLMADJ01 PAYS A COMPREHENSIVE ORTHO BANDING CLAIM    *
      *           (D8070-D8090) ONLY ITS INITIAL PAYMENT AND OPENS A   *
      *           CASE ON HCAS.ORTHO_CASE FOR THE REST OF THE CASE     *
      *           TOTAL, SPREAD OVER THE PLAN'S TREATMENT MONTHS.      *
      *           THIS MONTHLY RUN RELEASES EACH CASE'S DUE            *
      *           INSTALLMENT AS A PAID D8670 CLAIM ON                 *
      *           HCAS.CLAIM_MASTER / HCAS.CLAIM_LINE (SOURCE 'OR'),   *
      *           WHICH EDI835GN REMITS ON ITS NEXT CYCLE LIKE ANY     *
      *           OTHER PAID CLAIM. THE MEMBER COINSURANCE TAKEN AT    *
      *           BANDING APPLIES TO EVERY INSTALLMENT AND POSTS TO    *
      *           THE OUT-OF-POCKET ACCUMULATORS.                      *
      *           A CASE STOPS WHEN:                                   *
      *             T - THE MEMBER IS NO LONGER ENROLLED ON THE DUE    *
      *                 DATE (REMAINING INSTALLMENTS ARE NOT PAID)     *
      *             M - THE PLAN'S LIFETIME ORTHO MAXIMUM ON           *
      *                 HCAS.DENTAL_PLAN_MAX IS REACHED                *
      *             C - EVERY INSTALLMENT HAS BEEN RELEASED            *
      *           A CASE MORE THAN ONE MONTH BEHIND CATCHES UP ALL     *
      *           ITS DUE INSTALLMENTS IN ONE RUN.                     *
      *           THE PROVIDER ORTHO CASE STATUS REPORT FOLLOWS,       *
      *           BY BILLING NPI: EVERY OPEN CASE AND EVERY CASE       *
      *           CLOSED THIS RUN, WITH PAID-TO-DATE AND THE           *
      *           INSTALLMENTS AND BALANCE STILL TO COME.              *
      * INPUTS:   DB2 TABLES - HCAS.ORTHO_CASE, HCAS.ENROLLMENT,       *
      *           HCAS.DENTAL_PLAN_MAX, HCAS.CLAIM_MASTER              *
      * OUTPUTS:  DB2 TABLES - HCAS.CLAIM_MASTER, HCAS.CLAIM_LINE,     *
      *           HCAS.ORTHO_INSTALLMENT, HCAS.ORTHO_CASE,             *
      *           HCAS.ACCUMULATORS, HCAS.ACCUM_LEDGER                 *
      *           ORTRPTOT - INSTALLMENT RELEASE / CASE STATUS REPORT  *
      * FREQUENCY: MONTHLY BATCH (BEFORE EDI835GN)                     *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORTRPT-FILE
               ASSIGN TO ORTRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORTRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  ORTRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-RPT-STATUS               PIC X(02).
       01  WS-RPT-LINE                 PIC X(133).

       01  WS-SWITCHES.
           05  WS-DUE-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-DUE-EOF          VALUE 'Y'.
               88  WS-DUE-NOT-EOF      VALUE 'N'.
           05  WS-STAT-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-STAT-EOF         VALUE 'Y'.
               88  WS-STAT-NOT-EOF     VALUE 'N'.
           05  WS-ELIG-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-ELIG-FOUND       VALUE 'Y'.
               88  WS-ELIG-NOT-FOUND   VALUE 'N'.

      *--- OPEN CASES WITH AN INSTALLMENT DUE ---
           EXEC SQL DECLARE DUE-CURSOR CURSOR FOR
               SELECT CASE_ID, MEMBER_ID, BILLING_NPI, PLAN_CODE,
                      TOTAL_ALLOWED, INSTALLMENT_AMT, TREAT_MONTHS,
                      INSTALLMENTS_PAID, RELEASED_ALLOWED,
                      PAID_TO_DATE, COINS_PCT, NEXT_DUE_DATE
               FROM HCAS.ORTHO_CASE
               WHERE CASE_STATUS = 'A'
                 AND NEXT_DUE_DATE <= :WS-CURRENT-DATE
               ORDER BY CASE_ID
               FOR UPDATE OF INSTALLMENTS_PAID, RELEASED_ALLOWED,
                             PAID_TO_DATE, NEXT_DUE_DATE,
                             CASE_STATUS, CLOSE_DATE, CLOSE_REASON
           END-EXEC

      *--- PROVIDER CASE STATUS - OPEN CASES AND CASES CLOSED ---
      *    BY THIS RUN, GROUPED BY BILLING PROVIDER            ---
           EXEC SQL DECLARE STATUS-CURSOR CURSOR FOR
               SELECT BILLING_NPI, CASE_ID, MEMBER_ID,
                      BANDING_DATE, TOTAL_ALLOWED, PAID_TO_DATE,
                      RELEASED_ALLOWED, TREAT_MONTHS,
                      INSTALLMENTS_PAID, NEXT_DUE_DATE, CASE_STATUS
               FROM HCAS.ORTHO_CASE
               WHERE CASE_STATUS = 'A'
                  OR CLOSE_DATE = :WS-CURRENT-DATE
               ORDER BY BILLING_NPI, CASE_ID
           END-EXEC

       01  WS-ORTHO-CASE.
           05  WS-OC-CASE-ID           PIC X(15).
           05  WS-OC-MEMBER-ID         PIC X(12).
           05  WS-OC-BILLING-NPI       PIC X(10).
           05  WS-OC-PLAN-CODE         PIC X(08).
           05  WS-OC-TOTAL-ALLOWED     PIC S9(07)V99 COMP-3.
           05  WS-OC-INSTALL-AMT       PIC S9(07)V99 COMP-3.
           05  WS-OC-TREAT-MONTHS      PIC S9(03) COMP-3.
           05  WS-OC-INSTALLS-PAID     PIC S9(03) COMP-3.
           05  WS-OC-RELEASED          PIC S9(07)V99 COMP-3.
           05  WS-OC-PAID-TO-DATE      PIC S9(07)V99 COMP-3.
           05  WS-OC-COINS-PCT         PIC V99 COMP-3.
           05  WS-OC-NEXT-DUE.
               10  WS-OC-DUE-YYYY      PIC 9(04).
               10  WS-OC-DUE-MM        PIC 9(02).
               10  WS-OC-DUE-DD        PIC 9(02).
           05  WS-OC-STATUS            PIC X(01).
               88  WS-OC-ACTIVE        VALUE 'A'.
           05  WS-OC-CLOSE-DATE        PIC X(08).
           05  WS-OC-CLOSE-REASON      PIC X(02).

      *--- ONE INSTALLMENT BEING RELEASED ---
       01  WS-INSTALLMENT.
           05  WS-IN-CLAIM-BASE        PIC X(12).
           05  WS-IN-NUMBER            PIC 9(02).
           05  WS-IN-CLAIM-ID          PIC X(15).
           05  WS-IN-DUE-DATE          PIC X(08).
           05  WS-IN-ALLOWED           PIC S9(07)V99 COMP-3.
           05  WS-IN-PAID              PIC S9(07)V99 COMP-3.
           05  WS-IN-COINS             PIC S9(07)V99 COMP-3.
           05  WS-IN-CASE-LEFT         PIC S9(07)V99 COMP-3.
           05  WS-IN-SUBSCRIBER-ID     PIC X(12).

      *--- LIFETIME ORTHO MAXIMUM ---
       01  WS-LIFETIME-WORK.
           05  WS-LT-MAX               PIC S9(07)V99 COMP-3.
           05  WS-LT-OTHER-CASES       PIC S9(07)V99 COMP-3.
           05  WS-LT-ROOM              PIC S9(07)V99 COMP-3.
           05  WS-ELIG-COUNT           PIC S9(05) COMP-3.

      *--- ACCUMULATOR BENEFIT-PERIOD CALL AREAS (ACCPER01) ---
       01  WS-PERIOD-REQUEST.
           05  WS-PER-PLAN-CODE        PIC X(08).
           05  WS-PER-SVC-DATE         PIC X(08).

       01  WS-PERIOD-RESPONSE.
           05  WS-PER-RC               PIC X(02).
           05  WS-PER-BASIS            PIC X(02).
           05  WS-PER-BENEFIT-YEAR     PIC X(04).
           05  WS-PER-START-DATE       PIC X(08).
           05  WS-PER-END-DATE         PIC X(08).
           05  WS-PER-CARRYOVER-IND    PIC X(01).

      *--- ACCUMULATOR TRANSACTION LEDGER WORK AREA ---
       01  WS-ACCUM-LEDGER.
           05  WS-AL-MEMBER-ID         PIC X(12).
           05  WS-AL-ACCUM-TYPE        PIC X(01).
           05  WS-AL-BUCKET            PIC X(03).
           05  WS-AL-CLAIM-ID          PIC X(15).
           05  WS-AL-PRIOR-BAL         PIC S9(09)V99 COMP-3.
           05  WS-AL-DELTA             PIC S9(09)V99 COMP-3.
           05  WS-AL-NEW-BAL           PIC S9(09)V99 COMP-3.
           05  WS-AL-BENEFIT-YEAR      PIC X(04).
       01  WS-AL-CURR-OOP              PIC S9(09)V99 COMP-3.

      *--- PROVIDER STATUS REPORT ROW ---
       01  WS-STATUS-ROW.
           05  WS-SR-BILLING-NPI       PIC X(10).
           05  WS-SR-CASE-ID           PIC X(15).
           05  WS-SR-MEMBER-ID         PIC X(12).
           05  WS-SR-BANDING-DATE      PIC X(08).
           05  WS-SR-TOTAL-ALLOWED     PIC S9(07)V99 COMP-3.
           05  WS-SR-PAID-TO-DATE      PIC S9(07)V99 COMP-3.
           05  WS-SR-RELEASED          PIC S9(07)V99 COMP-3.
           05  WS-SR-TREAT-MONTHS      PIC S9(03) COMP-3.
           05  WS-SR-INSTALLS-PAID     PIC S9(03) COMP-3.
           05  WS-SR-NEXT-DUE          PIC X(08).
           05  WS-SR-STATUS            PIC X(01).
       01  WS-SR-PREV-NPI              PIC X(10) VALUE SPACES.

       01  WS-ORT-COUNTERS.
           05  WS-CASES-DUE            PIC 9(07) VALUE ZERO.
           05  WS-INSTALLS-RELEASED    PIC 9(07) VALUE ZERO.
           05  WS-CASES-TERMINATED     PIC 9(07) VALUE ZERO.
           05  WS-CASES-MAXED          PIC 9(07) VALUE ZERO.
           05  WS-CASES-COMPLETED      PIC 9(07) VALUE ZERO.
           05  WS-RELEASED-DOLLARS     PIC S9(09)V99 COMP-3
                                       VALUE ZERO.

       01  WS-RELEASE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RL-CASE-ID           PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-CLAIM-ID          PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-DUE-DATE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-ALLOWED           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-PAID              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RL-DISPOSITION       PIC X(20).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-STATUS-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SL-CASE-ID           PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-MEMBER-ID         PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-BANDING-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-TOTAL             PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-PAID-TO-DATE      PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-INSTALLS-PAID     PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WS-SL-TREAT-MONTHS      PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-INSTALLS-LEFT     PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-BALANCE-LEFT      PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-NEXT-DUE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-STATUS            PIC X(10).
           05  FILLER                  PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DUE-CASE
               UNTIL WS-DUE-EOF
           EXEC SQL CLOSE DUE-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC
           PERFORM 6000-WRITE-CASE-STATUS
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'ORTINS01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN OUTPUT ORTRPT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ORTINS01 - ORTHODONTIC INSTALLMENT RELEASE  '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE ORTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING ' CASE ID          CLAIM ID         DUE DATE  '
                  '    ALLOWED        PAID  DISPOSITION'
                  DELIMITED SIZE INTO WS-RPT-LINE
           WRITE ORTRPT-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN DUE-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ORTINS01: ERROR OPENING DUE CURSOR - '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-FETCH-NEXT-CASE.

       2000-PROCESS-DUE-CASE.
           ADD 1 TO WS-CASES-DUE
           MOVE SPACES TO WS-OC-CLOSE-DATE
           MOVE SPACES TO WS-OC-CLOSE-REASON
           PERFORM 3000-RELEASE-INSTALLMENT
               UNTIL NOT WS-OC-ACTIVE
                  OR WS-OC-NEXT-DUE > WS-CURRENT-DATE
           EXEC SQL
               UPDATE HCAS.ORTHO_CASE
               SET INSTALLMENTS_PAID = :WS-OC-INSTALLS-PAID,
                   RELEASED_ALLOWED  = :WS-OC-RELEASED,
                   PAID_TO_DATE      = :WS-OC-PAID-TO-DATE,
                   NEXT_DUE_DATE     = :WS-OC-NEXT-DUE,
                   CASE_STATUS       = :WS-OC-STATUS,
                   CLOSE_DATE        = :WS-OC-CLOSE-DATE,
                   CLOSE_REASON      = :WS-OC-CLOSE-REASON
               WHERE CURRENT OF DUE-CURSOR
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ORTINS01: CASE UPDATE ERROR SQLCODE='
                       SQLCODE ' CASE=' WS-OC-CASE-ID
           END-IF
           PERFORM 2100-FETCH-NEXT-CASE.

       2100-FETCH-NEXT-CASE.
           EXEC SQL
               FETCH DUE-CURSOR
               INTO :WS-OC-CASE-ID, :WS-OC-MEMBER-ID,
                    :WS-OC-BILLING-NPI, :WS-OC-PLAN-CODE,
                    :WS-OC-TOTAL-ALLOWED, :WS-OC-INSTALL-AMT,
                    :WS-OC-TREAT-MONTHS, :WS-OC-INSTALLS-PAID,
                    :WS-OC-RELEASED, :WS-OC-PAID-TO-DATE,
                    :WS-OC-COINS-PCT, :WS-OC-NEXT-DUE
           END-EXEC
           IF SQLCODE = +100
               SET WS-DUE-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'ORTINS01: CASE FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-DUE-EOF TO TRUE
           ELSE
               MOVE 'A' TO WS-OC-STATUS
           END-IF.

       3000-RELEASE-INSTALLMENT.
           MOVE WS-OC-NEXT-DUE TO WS-IN-DUE-DATE
           MOVE SPACES TO WS-IN-CLAIM-ID
           MOVE ZERO TO WS-IN-ALLOWED
           MOVE ZERO TO WS-IN-PAID
      *--- COVERAGE MUST STILL BE IN FORCE ON THE DUE DATE ---
           PERFORM 3100-CHECK-ELIGIBILITY
           IF WS-ELIG-NOT-FOUND
               MOVE 'T' TO WS-OC-STATUS
               MOVE 'TM' TO WS-OC-CLOSE-REASON
               MOVE WS-CURRENT-DATE TO WS-OC-CLOSE-DATE
               ADD 1 TO WS-CASES-TERMINATED
               MOVE 'STOPPED - NOT ELIG ' TO WS-RL-DISPOSITION
               PERFORM 7000-WRITE-RELEASE-LINE
               EXIT PARAGRAPH
           END-IF
      *--- THE LAST INSTALLMENT SWEEPS UP THE ROUNDING ---
           COMPUTE WS-IN-CASE-LEFT =
               WS-OC-TOTAL-ALLOWED - WS-OC-RELEASED
           IF WS-OC-INSTALLS-PAID + 1 >= WS-OC-TREAT-MONTHS
           OR WS-OC-INSTALL-AMT > WS-IN-CASE-LEFT
               MOVE WS-IN-CASE-LEFT TO WS-IN-ALLOWED
           ELSE
               MOVE WS-OC-INSTALL-AMT TO WS-IN-ALLOWED
           END-IF
           PERFORM 3200-APPLY-LIFETIME-MAX
           IF WS-IN-ALLOWED NOT > ZERO
               MOVE WS-CURRENT-DATE TO WS-OC-CLOSE-DATE
               IF WS-IN-CASE-LEFT > ZERO
                   MOVE 'M' TO WS-OC-STATUS
                   MOVE 'MX' TO WS-OC-CLOSE-REASON
                   ADD 1 TO WS-CASES-MAXED
                   MOVE 'STOPPED - ORTHO MAX' TO WS-RL-DISPOSITION
               ELSE
                   MOVE 'C' TO WS-OC-STATUS
                   MOVE 'CP' TO WS-OC-CLOSE-REASON
                   ADD 1 TO WS-CASES-COMPLETED
                   MOVE 'CASE COMPLETE      ' TO WS-RL-DISPOSITION
               END-IF
               MOVE ZERO TO WS-IN-ALLOWED
               PERFORM 7000-WRITE-RELEASE-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IN-COINS ROUNDED =
               WS-IN-ALLOWED * WS-OC-COINS-PCT
           COMPUTE WS-IN-PAID = WS-IN-ALLOWED - WS-IN-COINS
      *--- INSTALLMENT CLAIM ID: BANDING CLAIM BASE + 'O' + NUMBER ---
           ADD 1 TO WS-OC-INSTALLS-PAID
           MOVE WS-OC-INSTALLS-PAID TO WS-IN-NUMBER
           MOVE WS-OC-CASE-ID TO WS-IN-CLAIM-BASE
           STRING WS-IN-CLAIM-BASE DELIMITED SPACE
                  'O'              DELIMITED SIZE
                  WS-IN-NUMBER     DELIMITED SIZE
                  INTO WS-IN-CLAIM-ID
           END-STRING
           PERFORM 4000-WRITE-INSTALLMENT-CLAIM
           PERFORM 4500-POST-MEMBER-OOP
           ADD WS-IN-ALLOWED TO WS-OC-RELEASED
           ADD WS-IN-PAID TO WS-OC-PAID-TO-DATE
           ADD 1 TO WS-INSTALLS-RELEASED
           ADD WS-IN-PAID TO WS-RELEASED-DOLLARS
           MOVE 'RELEASED           ' TO WS-RL-DISPOSITION
           PERFORM 7000-WRITE-RELEASE-LINE
      *--- NEXT DUE A MONTH ON; CLOSE WHEN THE CASE IS PAID OUT ---
           ADD 1 TO WS-OC-DUE-MM
           IF WS-OC-DUE-MM > 12
               MOVE 1 TO WS-OC-DUE-MM
               ADD 1 TO WS-OC-DUE-YYYY
           END-IF
           IF WS-OC-INSTALLS-PAID >= WS-OC-TREAT-MONTHS
           OR WS-OC-RELEASED >= WS-OC-TOTAL-ALLOWED
               MOVE 'C' TO WS-OC-STATUS
               MOVE 'CP' TO WS-OC-CLOSE-REASON
               MOVE WS-CURRENT-DATE TO WS-OC-CLOSE-DATE
               ADD 1 TO WS-CASES-COMPLETED
           END-IF.

       3100-CHECK-ELIGIBILITY.
           SET WS-ELIG-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-ELIG-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-ELIG-COUNT
               FROM HCAS.ENROLLMENT
               WHERE MEMBER_ID = :WS-OC-MEMBER-ID
                 AND ELIG_STATUS = 'A'
                 AND EFF_DATE <= :WS-IN-DUE-DATE
                 AND (TERM_DATE >= :WS-IN-DUE-DATE
                      OR TERM_DATE = '99991231')
           END-EXEC
           IF SQLCODE = ZERO AND WS-ELIG-COUNT > ZERO
               SET WS-ELIG-FOUND TO TRUE
           END-IF.

       3200-APPLY-LIFETIME-MAX.
      *--- OTHER CASES COUNT AT THEIR FULL TOTAL WHILE OPEN AND ---
      *    AT WHAT WAS RELEASED ONCE CLOSED - THE SAME BASIS     ---
      *    CLMPRC01 CAPS A NEW CASE WITH                         ---
           MOVE ZERO TO WS-LT-MAX
           EXEC SQL
               SELECT COALESCE(ORTHO_LIFETIME_MAX, 0)
               INTO :WS-LT-MAX
               FROM HCAS.DENTAL_PLAN_MAX
               WHERE PLAN_CODE = :WS-OC-PLAN-CODE
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO OR WS-LT-MAX = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LT-OTHER-CASES
           EXEC SQL
               SELECT COALESCE(SUM(
                          CASE WHEN CASE_STATUS = 'A'
                               THEN TOTAL_ALLOWED
                               ELSE RELEASED_ALLOWED END), 0)
               INTO :WS-LT-OTHER-CASES
               FROM HCAS.ORTHO_CASE
               WHERE MEMBER_ID = :WS-OC-MEMBER-ID
                 AND CASE_ID <> :WS-OC-CASE-ID
                 AND CASE_STATUS <> 'V'
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-LT-OTHER-CASES
           END-IF
           COMPUTE WS-LT-ROOM =
               WS-LT-MAX - WS-LT-OTHER-CASES - WS-OC-RELEASED
           IF WS-LT-ROOM < ZERO
               MOVE ZERO TO WS-LT-ROOM
           END-IF
           IF WS-IN-ALLOWED > WS-LT-ROOM
               MOVE WS-LT-ROOM TO WS-IN-ALLOWED
           END-IF.

       4000-WRITE-INSTALLMENT-CLAIM.
      *--- THE INSTALLMENT CARRIES THE BANDING CLAIM'S PROVIDERS ---
      *    AND DIAGNOSIS SO IT REMITS UNDER THE SAME PAYEE       ---
           EXEC SQL
               INSERT INTO HCAS.CLAIM_MASTER
                   (CLAIM_ID, CLAIM_TYPE, CLAIM_STATUS,
                    SOURCE_CODE, RECEIPT_DATE, PROCESS_DATE,
                    ADJUD_DATE, MEMBER_ID, SUBSCRIBER_ID,
                    BILLING_NPI, RENDERING_NPI, FACILITY_NPI,
                    PLACE_OF_SERVICE, PRINCIPAL_DIAG,
                    TOTAL_CHARGES, ALLOWED_AMT, PAID_AMT,
                    COPAY_AMT, DEDUCTIBLE_AMT, COINSURANCE_AMT,
                    COB_AMT, WITHHOLD_AMT, FUNDING_TYPE)
               SELECT :WS-IN-CLAIM-ID, 'DN', '50',
                      'OR', :WS-CURRENT-DATE, :WS-CURRENT-DATE,
                      :WS-CURRENT-DATE, MEMBER_ID, SUBSCRIBER_ID,
                      BILLING_NPI, RENDERING_NPI, FACILITY_NPI,
                      PLACE_OF_SERVICE, PRINCIPAL_DIAG,
                      :WS-IN-ALLOWED, :WS-IN-ALLOWED, :WS-IN-PAID,
                      0, 0, :WS-IN-COINS,
                      0, 0, FUNDING_TYPE
               FROM HCAS.CLAIM_MASTER
               WHERE CLAIM_ID = :WS-OC-CASE-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ORTINS01: CLAIM MASTER INSERT ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-IN-CLAIM-ID
           END-IF
           EXEC SQL
               INSERT INTO HCAS.CLAIM_LINE
                   (CLAIM_ID, LINE_SEQ, PROC_CODE,
                    MODIFIER_1, DOS_FROM, NDC_CODE,
                    AUTH_NO,
                    DAYS_SUPPLY, UNITS,
                    LINE_CHARGE, ALLOWED_AMT, PAID_AMT,
                    DENY_CODE, ADJ_REASON_1,
                    MEMBER_RESP_AMT)
               VALUES
                   (:WS-IN-CLAIM-ID, 1, 'D8670',
                    ' ', :WS-IN-DUE-DATE, ' ',
                    ' ',
                    0, 1,
                    :WS-IN-ALLOWED, :WS-IN-ALLOWED, :WS-IN-PAID,
                    ' ', 'ORTHO',
                    :WS-IN-COINS)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ORTINS01: CLAIM LINE INSERT ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-IN-CLAIM-ID
           END-IF
           EXEC SQL
               INSERT INTO HCAS.ORTHO_INSTALLMENT
                   (CASE_ID, INSTALLMENT_NO, CLAIM_ID, DUE_DATE,
                    ALLOWED_AMT, PAID_AMT, INSTALL_STATUS,
                    POST_DATE)
               VALUES
                   (:WS-OC-CASE-ID, :WS-IN-NUMBER, :WS-IN-CLAIM-ID,
                    :WS-IN-DUE-DATE, :WS-IN-ALLOWED, :WS-IN-PAID,
                    'P', :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ORTINS01: INSTALLMENT INSERT ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-IN-CLAIM-ID
           END-IF.

       4500-POST-MEMBER-OOP.
      *--- THE INSTALLMENT'S COINSURANCE IS MEMBER OUT-OF-POCKET ---
      *    IN THE BENEFIT PERIOD OF ITS DUE DATE; CLMREV01 BACKS ---
      *    IT OUT THE SAME WAY IF THE INSTALLMENT IS REVERSED    ---
           IF WS-IN-COINS = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OC-PLAN-CODE TO WS-PER-PLAN-CODE
           MOVE WS-IN-DUE-DATE TO WS-PER-SVC-DATE
           CALL 'ACCPER01' USING WS-PERIOD-REQUEST
                                 WS-PERIOD-RESPONSE
           MOVE WS-IN-CLAIM-ID TO WS-AL-CLAIM-ID
           MOVE WS-PER-BENEFIT-YEAR TO WS-AL-BENEFIT-YEAR
           MOVE 'OOP' TO WS-AL-BUCKET
           MOVE WS-IN-COINS TO WS-AL-DELTA
           MOVE WS-OC-MEMBER-ID TO WS-AL-MEMBER-ID
           MOVE 'I' TO WS-AL-ACCUM-TYPE
           PERFORM 4510-POST-ONE-ACCUM
           MOVE SPACES TO WS-IN-SUBSCRIBER-ID
           EXEC SQL
               SELECT COALESCE(SUBSCRIBER_ID, ' ')
               INTO :WS-IN-SUBSCRIBER-ID
               FROM HCAS.CLAIM_MASTER
               WHERE CLAIM_ID = :WS-OC-CASE-ID
           END-EXEC
           IF SQLCODE = ZERO AND WS-IN-SUBSCRIBER-ID NOT = SPACES
               MOVE WS-IN-SUBSCRIBER-ID TO WS-AL-MEMBER-ID
               MOVE 'F' TO WS-AL-ACCUM-TYPE
               PERFORM 4510-POST-ONE-ACCUM
           END-IF.

       4510-POST-ONE-ACCUM.
      *--- POSTS ONLY TO A BUCKET ALREADY ON FILE - THE BANDING ---
      *    CLAIM'S ADJUDICATION OPENED IT FOR THE YEAR            ---
           MOVE ZERO TO WS-AL-CURR-OOP
           EXEC SQL
               SELECT OOP_YTD
               INTO :WS-AL-CURR-OOP
               FROM HCAS.ACCUMULATORS
               WHERE MEMBER_ID = :WS-AL-MEMBER-ID
                 AND PLAN_CODE = :WS-OC-PLAN-CODE
                 AND COALESCE(ACCUM_TYPE, 'I') = :WS-AL-ACCUM-TYPE
                 AND BENEFIT_YEAR = :WS-AL-BENEFIT-YEAR
           END-EXEC
           IF SQLCODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.ACCUMULATORS
               SET    OOP_YTD = OOP_YTD + :WS-AL-DELTA,
                      LAST_UPDATE_DATE = :WS-CURRENT-DATE
               WHERE  MEMBER_ID = :WS-AL-MEMBER-ID
                 AND  PLAN_CODE = :WS-OC-PLAN-CODE
                 AND  COALESCE(ACCUM_TYPE, 'I') = :WS-AL-ACCUM-TYPE
                 AND  BENEFIT_YEAR = :WS-AL-BENEFIT-YEAR
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ORTINS01: ACCUM UPDATE ERROR SQLCODE='
                       SQLCODE ' MBR=' WS-AL-MEMBER-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AL-CURR-OOP TO WS-AL-PRIOR-BAL
           COMPUTE WS-AL-NEW-BAL =
               WS-AL-PRIOR-BAL + WS-AL-DELTA
           EXEC SQL
               INSERT INTO HCAS.ACCUM_LEDGER
                   (MEMBER_ID, ACCUM_TYPE, BUCKET_CODE,
                    BENEFIT_YEAR,
                    CLAIM_ID, PRIOR_BAL, DELTA_AMT, NEW_BAL,
                    LEDGER_TS, SOURCE_PROGRAM)
               VALUES
                   (:WS-AL-MEMBER-ID, :WS-AL-ACCUM-TYPE,
                    :WS-AL-BUCKET, :WS-AL-BENEFIT-YEAR,
                    :WS-AL-CLAIM-ID, :WS-AL-PRIOR-BAL,
                    :WS-AL-DELTA, :WS-AL-NEW-BAL,
                    CURRENT TIMESTAMP, :WS-PROGRAM-ID)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ORTINS01: ACCUM LEDGER INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' MBR=' WS-AL-MEMBER-ID
           END-IF.

       6000-WRITE-CASE-STATUS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE ORTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ORTINS01 - PROVIDER ORTHO CASE STATUS  '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE ORTRPT-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN STATUS-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ORTINS01: ERROR OPENING STATUS CURSOR - '
                       'SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 6100-FETCH-NEXT-STATUS
           PERFORM 6200-WRITE-ONE-STATUS
               UNTIL WS-STAT-EOF
           EXEC SQL CLOSE STATUS-CURSOR END-EXEC.

       6100-FETCH-NEXT-STATUS.
           EXEC SQL
               FETCH STATUS-CURSOR
               INTO :WS-SR-BILLING-NPI, :WS-SR-CASE-ID,
                    :WS-SR-MEMBER-ID, :WS-SR-BANDING-DATE,
                    :WS-SR-TOTAL-ALLOWED, :WS-SR-PAID-TO-DATE,
                    :WS-SR-RELEASED, :WS-SR-TREAT-MONTHS,
                    :WS-SR-INSTALLS-PAID, :WS-SR-NEXT-DUE,
                    :WS-SR-STATUS
           END-EXEC
           IF SQLCODE = +100
               SET WS-STAT-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'ORTINS01: STATUS FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-STAT-EOF TO TRUE
           END-IF.

       6200-WRITE-ONE-STATUS.
      *--- NEW BILLING PROVIDER - HEADING BLOCK ---
           IF WS-SR-BILLING-NPI NOT = WS-SR-PREV-NPI
               MOVE WS-SR-BILLING-NPI TO WS-SR-PREV-NPI
               MOVE SPACES TO WS-RPT-LINE
               WRITE ORTRPT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'BILLING NPI: ' DELIMITED SIZE
                      WS-SR-BILLING-NPI DELIMITED SIZE
                      INTO WS-RPT-LINE
               WRITE ORTRPT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING ' CASE ID          MEMBER ID     BANDING  '
                      '      TOTAL  PAID-TO-DT  PAID/MOS  LEFT'
                      '    BALANCE  NEXT DUE  STATUS'
                      DELIMITED SIZE INTO WS-RPT-LINE
               WRITE ORTRPT-RECORD FROM WS-RPT-LINE
           END-IF
           MOVE WS-SR-CASE-ID       TO WS-SL-CASE-ID
           MOVE WS-SR-MEMBER-ID     TO WS-SL-MEMBER-ID
           MOVE WS-SR-BANDING-DATE  TO WS-SL-BANDING-DATE
           MOVE WS-SR-TOTAL-ALLOWED TO WS-SL-TOTAL
           MOVE WS-SR-PAID-TO-DATE  TO WS-SL-PAID-TO-DATE
           MOVE WS-SR-INSTALLS-PAID TO WS-SL-INSTALLS-PAID
           MOVE WS-SR-TREAT-MONTHS  TO WS-SL-TREAT-MONTHS
           EVALUATE WS-SR-STATUS
               WHEN 'A'
                   COMPUTE WS-SL-INSTALLS-LEFT =
                       WS-SR-TREAT-MONTHS - WS-SR-INSTALLS-PAID
                   COMPUTE WS-SL-BALANCE-LEFT =
                       WS-SR-TOTAL-ALLOWED - WS-SR-RELEASED
                   MOVE WS-SR-NEXT-DUE  TO WS-SL-NEXT-DUE
                   MOVE 'OPEN      '    TO WS-SL-STATUS
               WHEN OTHER
      *--- A CLOSED CASE HAS NOTHING FURTHER COMING ---
                   MOVE ZERO            TO WS-SL-INSTALLS-LEFT
                   MOVE ZERO            TO WS-SL-BALANCE-LEFT
                   MOVE SPACES          TO WS-SL-NEXT-DUE
                   EVALUATE WS-SR-STATUS
                       WHEN 'T'
                           MOVE 'TERMINATED' TO WS-SL-STATUS
                       WHEN 'M'
                           MOVE 'MAX REACHD' TO WS-SL-STATUS
                       WHEN 'C'
                           MOVE 'COMPLETE  ' TO WS-SL-STATUS
                       WHEN OTHER
                           MOVE 'VOIDED    ' TO WS-SL-STATUS
                   END-EVALUATE
           END-EVALUATE
           WRITE ORTRPT-RECORD FROM WS-STATUS-LINE
           PERFORM 6100-FETCH-NEXT-STATUS.

       7000-WRITE-RELEASE-LINE.
           MOVE WS-OC-CASE-ID       TO WS-RL-CASE-ID
           MOVE WS-IN-CLAIM-ID      TO WS-RL-CLAIM-ID
           MOVE WS-IN-DUE-DATE      TO WS-RL-DUE-DATE
           MOVE WS-IN-ALLOWED       TO WS-RL-ALLOWED
           MOVE WS-IN-PAID          TO WS-RL-PAID
           WRITE ORTRPT-RECORD FROM WS-RELEASE-LINE.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           WRITE ORTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '=============================================='
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE ORTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CASES DUE:            ' DELIMITED SIZE
                  WS-CASES-DUE             DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE ORTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INSTALLMENTS RELEASED:' DELIMITED SIZE
                  WS-INSTALLS-RELEASED     DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE ORTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CASES TERMINATED:     ' DELIMITED SIZE
                  WS-CASES-TERMINATED      DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE ORTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CASES AT ORTHO MAX:   ' DELIMITED SIZE
                  WS-CASES-MAXED           DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE ORTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CASES COMPLETED:      ' DELIMITED SIZE
                  WS-CASES-COMPLETED       DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE ORTRPT-RECORD FROM WS-RPT-LINE.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'ORTINS01: RUN COMPLETE'
           DISPLAY '  CASES DUE:             ' WS-CASES-DUE
           DISPLAY '  INSTALLMENTS RELEASED: ' WS-INSTALLS-RELEASED
           DISPLAY '  DOLLARS RELEASED:      ' WS-RELEASED-DOLLARS
           DISPLAY '  CASES TERMINATED:      ' WS-CASES-TERMINATED
           DISPLAY '  CASES AT ORTHO MAX:    ' WS-CASES-MAXED
           DISPLAY '  CASES COMPLETED:       ' WS-CASES-COMPLETED
           CLOSE ORTRPT-FILE
           MOVE ZERO TO RETURN-CODE.
