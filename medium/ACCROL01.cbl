       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCROL01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-09-14.
      *================================================================*
      * PROGRAM:  ACCROL01                                             *
      * PURPOSE:  ACCUMULATOR BENEFIT-PERIOD ROLLOVER                  *
      *           OPENS THE NEW BENEFIT PERIOD ON HCAS.ACCUMULATORS    *
      *           FOR EVERY MEMBER (ACCUM TYPE 'I') AND HOUSEHOLD      *
      *           (ACCUM TYPE 'F', KEYED BY THE SUBSCRIBER) WHOSE      *
      *           LATEST BUCKET BELONGS TO A PERIOD THAT HAS ENDED     *
      *           UNDER THE PLAN'S CY/PY BASIS (ACCPER01). THE NEW     *
      *           ROW STARTS AT ZERO UNDER THE LIMITS OF THE PLAN ROW  *
      *           IN FORCE ON THE NEW PERIOD'S FIRST DAY. WHERE THE    *
      *           PLAN CARRIES FOURTH-QUARTER CARRYOVER, DEDUCTIBLE    *
      *           MET ON POSTED CLAIMS WITH DATES OF SERVICE IN THE    *
      *           LAST THREE MONTHS OF THE PRIOR PERIOD IS CREDITED    *
      *           TO THE NEW PERIOD (CAPPED AT THE NEW DEDUCTIBLE)     *
      *           AND LEDGERED AS CLAIM 'CARRYOVER-Q4'. MEMBERS NO     *
      *           LONGER ENROLLED ON THE NEW PERIOD'S FIRST DAY ARE    *
      *           NOT ROLLED. THE PRIOR PERIOD'S ROW IS LEFT AS IS SO  *
      *           LATE CLAIMS AND REVERSALS STILL POST TO IT. A        *
      *           PERIOD ALREADY OPENED BY A CLAIM (CLMADJ01/CLMDDE01) *
      *           ONLY RECEIVES THE CARRYOVER CREDIT, ONCE. SAFE TO    *
      *           RERUN.                                               *
      * INPUTS:   DB2 TABLES - HCAS.ACCUMULATORS, HCAS.BENEFIT_PLAN,   *
      *                        HCAS.ENROLLMENT, HCAS.CLAIM_MASTER,     *
      *                        HCAS.CLAIM_LINE, HCAS.ACCUM_LEDGER      *
      * OUTPUTS:  DB2 TABLES - HCAS.ACCUMULATORS, HCAS.ACCUM_LEDGER    *
      *           ACCRPT-FILE - ROLLOVER REPORT                        *
      * FREQUENCY: MONTHLY (FIRST OF THE MONTH) - PLAN-YEAR PLANS      *
      *            ROLL IN THEIR OWN START MONTH                       *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRPT-FILE
               ASSIGN TO ACCRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  ACCRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-RPT-STATUS               PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-OPENED-SW            PIC X(01) VALUE 'N'.
               88  WS-NEW-ROW-OPENED   VALUE 'Y'.
               88  WS-ROW-ALREADY-OPEN VALUE 'N'.

      *--- THE LATEST BUCKET HELD FOR EACH MEMBER / PLAN / TYPE ---
           EXEC SQL DECLARE ROLL-CURSOR CURSOR FOR
               SELECT A.MEMBER_ID, A.PLAN_CODE,
                      COALESCE(A.ACCUM_TYPE, 'I'),
                      A.BENEFIT_YEAR
               FROM HCAS.ACCUMULATORS A
               WHERE NOT EXISTS (
                     SELECT 1
                     FROM HCAS.ACCUMULATORS A2
                     WHERE A2.MEMBER_ID = A.MEMBER_ID
                       AND A2.PLAN_CODE = A.PLAN_CODE
                       AND COALESCE(A2.ACCUM_TYPE, 'I') =
                           COALESCE(A.ACCUM_TYPE, 'I')
                       AND A2.BENEFIT_YEAR > A.BENEFIT_YEAR
                 )
               ORDER BY A.PLAN_CODE, A.MEMBER_ID, A.ACCUM_TYPE
           END-EXEC

       01  WS-ACCUM-ROW.
           05  WS-AR-MEMBER-ID         PIC X(12).
           05  WS-AR-PLAN-CODE         PIC X(08).
           05  WS-AR-ACCUM-TYPE        PIC X(01).
               88  WS-AR-FAMILY        VALUE 'F'.
           05  WS-AR-BENEFIT-YEAR      PIC X(04).

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
               88  WS-PER-Q4-CARRYOVER VALUE 'Y'.

      *--- NEW PERIOD AND PRIOR-PERIOD FOURTH QUARTER ---
       01  WS-ROLL-WORK.
           05  WS-RW-NEW-YEAR          PIC X(04).
           05  WS-RW-NEW-YEAR-N REDEFINES WS-RW-NEW-YEAR
                                       PIC 9(04).
           05  WS-RW-PRIOR-YEAR-N      PIC 9(04).
           05  WS-RW-NEW-START         PIC X(08).
           05  WS-RW-NEW-START-N REDEFINES WS-RW-NEW-START
                                       PIC 9(08).
           05  WS-RW-Q4-FROM.
               10  WS-RW-Q4-FROM-YYYY  PIC 9(04).
               10  WS-RW-Q4-FROM-MM    PIC 9(02).
               10  WS-RW-Q4-FROM-DD    PIC 9(02).
           05  WS-RW-Q4-THRU           PIC X(08).
           05  WS-RW-DATE-INT          PIC S9(09) COMP.
           05  WS-RW-DATE-N            PIC 9(08).
           05  WS-RW-ENR-COUNT         PIC S9(09) COMP.
           05  WS-RW-LEDGER-COUNT      PIC S9(09) COMP.
           05  WS-RW-STATUS-TEXT       PIC X(16).

       01  WS-NEW-LIMITS.
           05  WS-NL-IND-DEDUCT        PIC S9(07)V99 COMP-3.
           05  WS-NL-IND-OOP           PIC S9(07)V99 COMP-3.
           05  WS-NL-FAM-DEDUCT        PIC S9(07)V99 COMP-3.
           05  WS-NL-FAM-OOP           PIC S9(07)V99 COMP-3.
           05  WS-NL-DEDUCT-LIMIT      PIC S9(07)V99 COMP-3.
           05  WS-NL-OOP-LIMIT         PIC S9(07)V99 COMP-3.

       01  WS-CARRYOVER-WORK.
           05  WS-CO-Q4-DEDUCT         PIC S9(09)V99 COMP-3.
           05  WS-CO-CREDIT            PIC S9(09)V99 COMP-3.
           05  WS-CO-PRIOR-BAL         PIC S9(09)V99 COMP-3.
           05  WS-CO-NEW-BAL           PIC S9(09)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-ROWS-READ            PIC 9(07) VALUE ZERO.
           05  WS-ROWS-CURRENT         PIC 9(07) VALUE ZERO.
           05  WS-ROWS-OPENED          PIC 9(07) VALUE ZERO.
           05  WS-ROWS-PRE-OPENED      PIC 9(07) VALUE ZERO.
           05  WS-ROWS-NOT-ENROLLED    PIC 9(07) VALUE ZERO.
           05  WS-ROWS-IN-ERROR        PIC 9(07) VALUE ZERO.
           05  WS-CARRYOVER-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-CARRYOVER-DOLLARS    PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-AMT-DISP                 PIC Z,ZZZ,ZZ9.99-.
       01  WS-AMT-DISP2                PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ROLL-ONE-BUCKET
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'ACCROL01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN OUTPUT ACCRPT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ACCROL01 - ACCUMULATOR BENEFIT-PERIOD ROLLOVER - '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACCRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MEMBER       PLAN     T FROM TO   '
                  DELIMITED SIZE
                  'DED LIMIT     CARRYOVER     ACTION'
                  DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACCRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE ACCRPT-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN ROLL-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACCROL01: CURSOR OPEN ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 7000-FETCH-NEXT.

       2000-ROLL-ONE-BUCKET.
      *--- THE PERIOD IN FORCE TODAY UNDER THE PLAN'S BASIS; A ---
      *    BUCKET ALREADY IN IT (OR AHEAD OF IT) NEEDS NOTHING  ---
           ADD 1 TO WS-ROWS-READ
           MOVE WS-AR-PLAN-CODE TO WS-PER-PLAN-CODE
           MOVE WS-CURRENT-DATE TO WS-PER-SVC-DATE
           CALL 'ACCPER01' USING WS-PERIOD-REQUEST
                                 WS-PERIOD-RESPONSE
           IF WS-PER-BENEFIT-YEAR NOT > WS-AR-BENEFIT-YEAR
               ADD 1 TO WS-ROWS-CURRENT
               PERFORM 7000-FETCH-NEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PER-BENEFIT-YEAR TO WS-RW-NEW-YEAR
           MOVE WS-PER-START-DATE   TO WS-RW-NEW-START
           MOVE ZERO TO WS-CO-CREDIT
           MOVE ZERO TO WS-NL-DEDUCT-LIMIT
                        WS-NL-OOP-LIMIT
           PERFORM 2100-CHECK-ENROLLMENT
           IF WS-RW-ENR-COUNT = ZERO
               ADD 1 TO WS-ROWS-NOT-ENROLLED
               MOVE 'NOT ENROLLED' TO WS-RW-STATUS-TEXT
               PERFORM 4000-WRITE-ROLL-LINE
               PERFORM 7000-FETCH-NEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-LOAD-PLAN-LIMITS
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ROWS-IN-ERROR
               MOVE 'NO PLAN ROW' TO WS-RW-STATUS-TEXT
               PERFORM 4000-WRITE-ROLL-LINE
               PERFORM 7000-FETCH-NEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-COMPUTE-CARRYOVER
           PERFORM 2400-OPEN-NEW-PERIOD
           PERFORM 7000-FETCH-NEXT.

       2100-CHECK-ENROLLMENT.
      *--- THE BUCKET HOLDER MUST STILL BE ENROLLED IN THE PLAN ---
      *    ON THE NEW PERIOD'S FIRST DAY (THE SUBSCRIBER FOR A  ---
      *    FAMILY BUCKET)                                       ---
           MOVE ZERO TO WS-RW-ENR-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RW-ENR-COUNT
               FROM HCAS.ENROLLMENT
               WHERE MEMBER_ID = :WS-AR-MEMBER-ID
                 AND PLAN_CODE = :WS-AR-PLAN-CODE
                 AND ELIG_STATUS = 'A'
                 AND EFF_DATE <= :WS-RW-NEW-START
                 AND (TERM_DATE >= :WS-RW-NEW-START
                      OR TERM_DATE = '99991231')
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACCROL01: ENROLLMENT READ ERROR SQLCODE='
                       SQLCODE ' MBR=' WS-AR-MEMBER-ID
               MOVE ZERO TO WS-RW-ENR-COUNT
           END-IF.

       2200-LOAD-PLAN-LIMITS.
      *--- LIMITS COME FROM THE PLAN ROW IN FORCE ON THE NEW ---
      *    PERIOD'S FIRST DAY, SO A RENEWAL'S NEW DEDUCTIBLE ---
      *    AND OOP MAXIMUM TAKE EFFECT WITH THE PERIOD       ---
           EXEC SQL
               SELECT IND_DEDUCTIBLE, IND_OOP_MAX,
                      FAM_DEDUCTIBLE, FAM_OOP_MAX
               INTO :WS-NL-IND-DEDUCT, :WS-NL-IND-OOP,
                    :WS-NL-FAM-DEDUCT, :WS-NL-FAM-OOP
               FROM HCAS.BENEFIT_PLAN
               WHERE PLAN_CODE = :WS-AR-PLAN-CODE
                 AND STATUS IN ('A', 'C')
                 AND EFF_DATE <= :WS-RW-NEW-START
                 AND (TERM_DATE >= :WS-RW-NEW-START
                      OR TERM_DATE = '99991231')
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = ZERO
               IF WS-AR-FAMILY
                   MOVE WS-NL-FAM-DEDUCT TO WS-NL-DEDUCT-LIMIT
                   MOVE WS-NL-FAM-OOP    TO WS-NL-OOP-LIMIT
               ELSE
                   MOVE WS-NL-IND-DEDUCT TO WS-NL-DEDUCT-LIMIT
                   MOVE WS-NL-IND-OOP    TO WS-NL-OOP-LIMIT
               END-IF
           ELSE
               DISPLAY 'ACCROL01: PLAN LIMIT READ ERROR SQLCODE='
                       SQLCODE ' PLAN=' WS-AR-PLAN-CODE
           END-IF.

       2300-COMPUTE-CARRYOVER.
      *--- FOURTH-QUARTER CARRYOVER ONLY BRIDGES CONSECUTIVE    ---
      *    PERIODS. THE WINDOW IS THE LAST THREE MONTHS OF THE  ---
      *    PRIOR PERIOD; THE CREDIT IS THE DEDUCTIBLE TAKEN ON  ---
      *    CLAIMS THAT POSTED TO THE ACCUMULATORS WHOSE FIRST   ---
      *    LINE'S DATE OF SERVICE FALLS IN IT                   ---
      *    - THE MEMBER'S OWN FOR 'I', THE HOUSEHOLD'S FOR 'F'  ---
           MOVE ZERO TO WS-CO-Q4-DEDUCT
           MOVE ZERO TO WS-CO-CREDIT
           IF NOT WS-PER-Q4-CARRYOVER
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RW-PRIOR-YEAR-N = WS-RW-NEW-YEAR-N - 1
           IF WS-AR-BENEFIT-YEAR NOT = WS-RW-PRIOR-YEAR-N
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RW-NEW-START(1:4) TO WS-RW-Q4-FROM-YYYY
           MOVE WS-RW-NEW-START(5:2) TO WS-RW-Q4-FROM-MM
           MOVE 1                    TO WS-RW-Q4-FROM-DD
           IF WS-RW-Q4-FROM-MM > 3
               SUBTRACT 3 FROM WS-RW-Q4-FROM-MM
           ELSE
               ADD 9 TO WS-RW-Q4-FROM-MM
               SUBTRACT 1 FROM WS-RW-Q4-FROM-YYYY
           END-IF
           COMPUTE WS-RW-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RW-NEW-START-N) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-RW-DATE-INT)
               TO WS-RW-DATE-N
           MOVE WS-RW-DATE-N TO WS-RW-Q4-THRU
           EXEC SQL
               SELECT COALESCE(SUM(CM.DEDUCTIBLE_AMT), 0)
               INTO :WS-CO-Q4-DEDUCT
               FROM HCAS.CLAIM_MASTER CM
               WHERE ((:WS-AR-ACCUM-TYPE = 'I'
                       AND CM.MEMBER_ID = :WS-AR-MEMBER-ID)
                   OR (:WS-AR-ACCUM-TYPE = 'F'
                       AND CM.SUBSCRIBER_ID = :WS-AR-MEMBER-ID))
                 AND CM.CLAIM_STATUS IN ('50', '60', '35')
                 AND EXISTS (
                     SELECT 1
                     FROM HCAS.CLAIM_LINE CL
                     WHERE CL.CLAIM_ID = CM.CLAIM_ID
                       AND CL.LINE_SEQ =
                           (SELECT MIN(CL2.LINE_SEQ)
                            FROM HCAS.CLAIM_LINE CL2
                            WHERE CL2.CLAIM_ID = CM.CLAIM_ID)
                       AND CL.DOS_FROM BETWEEN :WS-RW-Q4-FROM
                                           AND :WS-RW-Q4-THRU
                 )
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACCROL01: CARRYOVER READ ERROR SQLCODE='
                       SQLCODE ' MBR=' WS-AR-MEMBER-ID
               MOVE ZERO TO WS-CO-Q4-DEDUCT
           END-IF
           MOVE WS-CO-Q4-DEDUCT TO WS-CO-CREDIT
           IF WS-CO-CREDIT > WS-NL-DEDUCT-LIMIT
               MOVE WS-NL-DEDUCT-LIMIT TO WS-CO-CREDIT
           END-IF
           IF WS-CO-CREDIT < ZERO
               MOVE ZERO TO WS-CO-CREDIT
           END-IF.

       2400-OPEN-NEW-PERIOD.
           SET WS-NEW-ROW-OPENED TO TRUE
           EXEC SQL
               INSERT INTO HCAS.ACCUMULATORS
                   (MEMBER_ID, PLAN_CODE, ACCUM_TYPE,
                    BENEFIT_YEAR,
                    DEDUCTIBLE_YTD, DEDUCTIBLE_LIMIT,
                    OOP_YTD, OOP_LIMIT, LAST_UPDATE_DATE)
               VALUES
                   (:WS-AR-MEMBER-ID, :WS-AR-PLAN-CODE,
                    :WS-AR-ACCUM-TYPE, :WS-RW-NEW-YEAR,
                    :WS-CO-CREDIT, :WS-NL-DEDUCT-LIMIT,
                    0, :WS-NL-OOP-LIMIT,
                    :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-ROWS-OPENED
                   MOVE ZERO TO WS-CO-PRIOR-BAL
                   MOVE 'OPENED' TO WS-RW-STATUS-TEXT
                   IF WS-CO-CREDIT > ZERO
                       PERFORM 2500-WRITE-CARRYOVER-LEDGER
                   END-IF
               WHEN -803
      *--- A CLAIM FOR THE NEW PERIOD GOT THERE FIRST AND OPENED ---
      *    IT EMPTY - IT STILL OWES THE CARRYOVER CREDIT        ---
                   SET WS-ROW-ALREADY-OPEN TO TRUE
                   ADD 1 TO WS-ROWS-PRE-OPENED
                   MOVE 'ALREADY OPEN' TO WS-RW-STATUS-TEXT
                   IF WS-CO-CREDIT > ZERO
                       PERFORM 2450-CREDIT-OPEN-PERIOD
                   END-IF
               WHEN OTHER
                   DISPLAY 'ACCROL01: PERIOD OPEN ERROR SQLCODE='
                           SQLCODE ' MBR=' WS-AR-MEMBER-ID
                           ' YR=' WS-RW-NEW-YEAR
                   ADD 1 TO WS-ROWS-IN-ERROR
                   MOVE ZERO TO WS-CO-CREDIT
                   MOVE 'OPEN FAILED' TO WS-RW-STATUS-TEXT
           END-EVALUATE
           PERFORM 4000-WRITE-ROLL-LINE.

       2450-CREDIT-OPEN-PERIOD.
      *--- THE LEDGER SHOWS WHETHER A PRIOR RUN ALREADY GAVE ---
      *    THIS PERIOD ITS CREDIT                             ---
           MOVE ZERO TO WS-RW-LEDGER-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RW-LEDGER-COUNT
               FROM HCAS.ACCUM_LEDGER
               WHERE MEMBER_ID = :WS-AR-MEMBER-ID
                 AND ACCUM_TYPE = :WS-AR-ACCUM-TYPE
                 AND BENEFIT_YEAR = :WS-RW-NEW-YEAR
                 AND CLAIM_ID = 'CARRYOVER-Q4'
           END-EXEC
           IF SQLCODE NOT = ZERO
           OR WS-RW-LEDGER-COUNT > ZERO
               MOVE ZERO TO WS-CO-CREDIT
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CO-PRIOR-BAL
           EXEC SQL
               SELECT DEDUCTIBLE_YTD
               INTO :WS-CO-PRIOR-BAL
               FROM HCAS.ACCUMULATORS
               WHERE MEMBER_ID = :WS-AR-MEMBER-ID
                 AND PLAN_CODE = :WS-AR-PLAN-CODE
                 AND COALESCE(ACCUM_TYPE, 'I') = :WS-AR-ACCUM-TYPE
                 AND BENEFIT_YEAR = :WS-RW-NEW-YEAR
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-CO-CREDIT
               EXIT PARAGRAPH
           END-IF
           IF WS-CO-PRIOR-BAL + WS-CO-CREDIT > WS-NL-DEDUCT-LIMIT
               COMPUTE WS-CO-CREDIT =
                   WS-NL-DEDUCT-LIMIT - WS-CO-PRIOR-BAL
           END-IF
           IF WS-CO-CREDIT NOT > ZERO
               MOVE ZERO TO WS-CO-CREDIT
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.ACCUMULATORS
               SET    DEDUCTIBLE_YTD = DEDUCTIBLE_YTD +
                          :WS-CO-CREDIT,
                      LAST_UPDATE_DATE = :WS-CURRENT-DATE
               WHERE  MEMBER_ID = :WS-AR-MEMBER-ID
                 AND  PLAN_CODE = :WS-AR-PLAN-CODE
                 AND  COALESCE(ACCUM_TYPE, 'I') = :WS-AR-ACCUM-TYPE
                 AND  BENEFIT_YEAR = :WS-RW-NEW-YEAR
           END-EXEC
           IF SQLCODE = ZERO
               PERFORM 2500-WRITE-CARRYOVER-LEDGER
           ELSE
               DISPLAY 'ACCROL01: CARRYOVER UPDATE ERROR SQLCODE='
                       SQLCODE ' MBR=' WS-AR-MEMBER-ID
               MOVE ZERO TO WS-CO-CREDIT
           END-IF.

       2500-WRITE-CARRYOVER-LEDGER.
           COMPUTE WS-CO-NEW-BAL = WS-CO-PRIOR-BAL + WS-CO-CREDIT
           EXEC SQL
               INSERT INTO HCAS.ACCUM_LEDGER
                   (MEMBER_ID, ACCUM_TYPE, BUCKET_CODE,
                    BENEFIT_YEAR,
                    CLAIM_ID, PRIOR_BAL, DELTA_AMT, NEW_BAL,
                    LEDGER_TS, SOURCE_PROGRAM)
               VALUES
                   (:WS-AR-MEMBER-ID, :WS-AR-ACCUM-TYPE, 'DED',
                    :WS-RW-NEW-YEAR,
                    'CARRYOVER-Q4', :WS-CO-PRIOR-BAL,
                    :WS-CO-CREDIT, :WS-CO-NEW-BAL,
                    CURRENT TIMESTAMP, 'ACCROL01')
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACCROL01: ACCUM LEDGER INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' MBR=' WS-AR-MEMBER-ID
           END-IF
           ADD 1 TO WS-CARRYOVER-COUNT
           ADD WS-CO-CREDIT TO WS-CARRYOVER-DOLLARS.

       4000-WRITE-ROLL-LINE.
           MOVE WS-NL-DEDUCT-LIMIT TO WS-AMT-DISP
           MOVE WS-CO-CREDIT       TO WS-AMT-DISP2
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-AR-MEMBER-ID     DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-AR-PLAN-CODE     DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-AR-ACCUM-TYPE    DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-AR-BENEFIT-YEAR  DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-RW-NEW-YEAR      DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-AMT-DISP         DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-AMT-DISP2        DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-RW-STATUS-TEXT   DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACCRPT-RECORD FROM WS-RPT-LINE.

       7000-FETCH-NEXT.
           EXEC SQL
               FETCH ROLL-CURSOR
               INTO :WS-AR-MEMBER-ID, :WS-AR-PLAN-CODE,
                    :WS-AR-ACCUM-TYPE, :WS-AR-BENEFIT-YEAR
           END-EXEC
           IF SQLCODE = +100
               SET WS-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'ACCROL01: FETCH ERROR SQLCODE=' SQLCODE
               SET WS-EOF TO TRUE
           END-IF.

       9000-TERMINATE.
           EXEC SQL CLOSE ROLL-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE ACCRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BUCKETS READ: ' DELIMITED SIZE
                  WS-ROWS-READ DELIMITED SIZE
                  '  PERIODS OPENED: ' DELIMITED SIZE
                  WS-ROWS-OPENED DELIMITED SIZE
                  '  ALREADY OPEN: ' DELIMITED SIZE
                  WS-ROWS-PRE-OPENED DELIMITED SIZE
                  '  NOT ENROLLED: ' DELIMITED SIZE
                  WS-ROWS-NOT-ENROLLED DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACCRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-CARRYOVER-DOLLARS TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'Q4 CARRYOVER CREDITS: ' DELIMITED SIZE
                  WS-CARRYOVER-COUNT DELIMITED SIZE
                  '  TOTAL CREDITED: ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  '  ERRORS: ' DELIMITED SIZE
                  WS-ROWS-IN-ERROR DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACCRPT-RECORD FROM WS-RPT-LINE
           DISPLAY 'ACCROL01: BUCKETS READ:       ' WS-ROWS-READ
           DISPLAY 'ACCROL01: ALREADY CURRENT:    ' WS-ROWS-CURRENT
           DISPLAY 'ACCROL01: PERIODS OPENED:     ' WS-ROWS-OPENED
           DISPLAY 'ACCROL01: ALREADY OPEN:       '
                   WS-ROWS-PRE-OPENED
           DISPLAY 'ACCROL01: NOT ENROLLED:       '
                   WS-ROWS-NOT-ENROLLED
           DISPLAY 'ACCROL01: CARRYOVER CREDITS:  '
                   WS-CARRYOVER-COUNT
           DISPLAY 'ACCROL01: CARRYOVER DOLLARS:  '
                   WS-CARRYOVER-DOLLARS
           DISPLAY 'ACCROL01: ERRORS:             ' WS-ROWS-IN-ERROR
           CLOSE ACCRPT-FILE
           MOVE ZERO TO RETURN-CODE.
