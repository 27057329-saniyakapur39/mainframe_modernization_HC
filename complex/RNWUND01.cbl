       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RNWUND01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  RNWUND01                                             *
      * PURPOSE:  GROUP RENEWAL UNDERWRITING                           *
      *           FOR EVERY FULLY-INSURED GROUP WHOSE RENEWAL DATE ON  *
      *           HCAS.GROUP_MASTER FALLS IN THE MONTH THREE MONTHS    *
      *           OUT, BUILDS THE GROUP'S CLAIMS EXPERIENCE AND A      *
      *           PROPOSED RATE CHANGE:                                *
      *           1. 24 INCURRED MONTHS (ENDING LAST MONTH) OF PAID    *
      *              CLAIMS BY MONTH AND CATEGORY (INPATIENT,          *
      *              OUTPATIENT, PROFESSIONAL, PHARMACY, OTHER) WITH   *
      *              EARNED PREMIUM AND SUBSCRIBER MONTHS FROM         *
      *              HCAS.PREM_BILL_HIST.                              *
      *           2. COMPLETION - EACH MONTH'S PAID CLAIMS ARE         *
      *              COMPLETED WITH THE LAG FACTOR FOR ITS RUNOUT,     *
      *              DEVELOPED FROM THE MATURE CELLS OF THE            *
      *              IBNRTR01 LAG TRIANGLE (HCAS.LAG_TRIANGLE).        *
      *           3. POOLING - CLAIMANTS ABOVE THE POOLING POINT IN    *
      *              AN EXPERIENCE YEAR HAVE THE EXCESS REMOVED AND    *
      *              A POOLING CHARGE IS ADDED BACK.                   *
      *           4. TREND FROM THE EXPERIENCE MIDPOINT TO THE         *
      *              RATING-PERIOD MIDPOINT, TARGET LOSS RATIO, AND    *
      *              CREDIBILITY (SQUARE-ROOT RULE ON SUBSCRIBER       *
      *              MONTHS) BLENDING THE EXPERIENCE INDICATION WITH   *
      *              THE MANUAL (BOOK TREND) INDICATION, CAPPED AT     *
      *              THE MAXIMUM INCREASE / DECREASE.                  *
      *           FACTORS ARE MAINTAINED BY MARKET SEGMENT ON          *
      *           HCAS.RENEWAL_FACTOR; A SEGMENT WITH NO ROW USES THE  *
      *           STANDARD FACTORS. THE PROPOSED CHANGE IS APPLIED TO  *
      *           THE GROUP'S CURRENT RATES AND WRITTEN TO             *
      *           HCAS.PREMIUM_RATE AT THE RENEWAL DATE IN PENDING     *
      *           STATUS ('P') FOR UNDERWRITING APPROVAL - BILLING     *
      *           ONLY RATES FROM APPROVED ROWS. THE EXHIBIT PRINTS    *
      *           NO MEMBER IDENTIFIERS, SO IT CAN GO TO THE BROKER.   *
      * INPUTS:   DB2 TABLES - HCAS.GROUP_MASTER, HCAS.CLAIM_MASTER,   *
      *                        HCAS.ENROLLMENT, HCAS.PREM_BILL_HIST,   *
      *                        HCAS.LAG_TRIANGLE,                      *
      *                        HCAS.RENEWAL_FACTOR,                    *
      *                        HCAS.PREMIUM_RATE                       *
      * OUTPUTS:  DB2 TABLE  - HCAS.PREMIUM_RATE (PENDING ROWS)        *
      *           RNWRPT-FILE - RENEWAL EXHIBIT                        *
      * FREQUENCY: MONTHLY                                             *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RNWRPT-FILE
               ASSIGN TO RNWRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RNWRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  RNWRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-RPT-STATUS               PIC X(02).
       01  WS-RPT-LINE                 PIC X(133).

       01  WS-SWITCHES.
           05  WS-GRP-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-GRP-EOF          VALUE 'Y'.
               88  WS-GRP-NOT-EOF      VALUE 'N'.
           05  WS-DTL-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-DTL-EOF          VALUE 'Y'.
               88  WS-DTL-NOT-EOF      VALUE 'N'.
           05  WS-CAPPED-SW            PIC X(01) VALUE 'N'.
               88  WS-CHANGE-CAPPED    VALUE 'Y'.
               88  WS-CHANGE-NOT-CAPPED VALUE 'N'.

      *--- RENEWING FULLY-INSURED GROUPS ---
           EXEC SQL DECLARE RNWGRP-CURSOR CURSOR FOR
               SELECT GROUP_ID,
                      COALESCE(GROUP_NAME, ' '),
                      COALESCE(RENEWAL_DATE, 0),
                      COALESCE(EMPLOYEE_COUNT, 0)
               FROM HCAS.GROUP_MASTER
               WHERE COALESCE(FUNDING_TYPE, 'FI') = 'FI'
                 AND RENEWAL_DATE >= :WS-RNW-FROM
                 AND RENEWAL_DATE <= :WS-RNW-THRU
               ORDER BY GROUP_ID
           END-EXEC

       01  WS-GROUP-ROW.
           05  WS-GRP-ID               PIC X(10).
           05  WS-GRP-NAME             PIC X(50).
           05  WS-GRP-RENEWAL-DATE     PIC 9(08).
           05  WS-GRP-EMP-COUNT        PIC S9(07) COMP-3.
       01  WS-GRP-RENEWAL-X            PIC X(08).

       01  WS-SEGMENT                  PIC X(02).
           88  WS-SEG-SMALL-GROUP      VALUE 'SG'.
           88  WS-SEG-LARGE-GROUP      VALUE 'LG'.

      *--- MATURE LAG-TRIANGLE CELLS FOR THE COMPLETION FACTORS ---
           EXEC SQL DECLARE RNWLAG-CURSOR CURSOR FOR
               SELECT INCUR_MONTH, PAID_MONTH,
                      SUM(PAID_AMT)
               FROM HCAS.LAG_TRIANGLE
               WHERE INCUR_MONTH >= :WS-MATURE-FROM
                 AND INCUR_MONTH <= :WS-MATURE-THRU
               GROUP BY INCUR_MONTH, PAID_MONTH
           END-EXEC

       01  WS-LAG-ROW.
           05  WS-LG-INCUR-MONTH       PIC X(06).
           05  WS-LG-PAID-MONTH        PIC X(06).
           05  WS-LG-PAID-AMT          PIC S9(13)V99 COMP-3.

      *--- COMPLETION BY MONTHS OF RUNOUT - ENTRY 1 IS LAG 0, ---
      *    ENTRY 37 IS 36 MONTHS AND OVER                      ---
       01  WS-LAG-TABLE.
           05  WS-LAG-ENTRY OCCURS 37 TIMES.
               10  WS-LT-PAID          PIC S9(13)V99 COMP-3.
               10  WS-LT-CF            PIC S9(01)V9(04) COMP-3.
       01  WS-LAG-IDX                  PIC 9(03).
       01  WS-LAG-TOTAL                PIC S9(15)V99 COMP-3.
       01  WS-LAG-CUM                  PIC S9(15)V99 COMP-3.

      *--- GROUP CLAIMS BY INCURRED MONTH AND CATEGORY ---
           EXEC SQL DECLARE RNWCLM-CURSOR CURSOR FOR
               SELECT SUBSTR(CM.SERVICE_FROM_DATE, 1, 6),
                      CASE WHEN CM.CLAIM_TYPE = 'IN'
                            AND SUBSTR(COALESCE(CM.TYPE_OF_BILL,
                                       '    '), 2, 2)
                                IN ('11', '18', '21')
                           THEN 1
                           WHEN CM.CLAIM_TYPE = 'IN' THEN 2
                           WHEN CM.CLAIM_TYPE = 'PR' THEN 3
                           WHEN CM.CLAIM_TYPE = 'RX' THEN 4
                           ELSE 5 END,
                      SUM(CM.PAID_AMT)
               FROM HCAS.CLAIM_MASTER CM
               WHERE CM.CLAIM_STATUS = '50'
                 AND CM.SERVICE_FROM_DATE >= :WS-EXP-FROM
                 AND CM.SERVICE_FROM_DATE <= :WS-EXP-THRU
                 AND EXISTS (
                     SELECT 1
                     FROM HCAS.ENROLLMENT E
                     WHERE E.MEMBER_ID = CM.MEMBER_ID
                       AND E.GROUP_ID = :WS-GRP-ID
                 )
               GROUP BY SUBSTR(CM.SERVICE_FROM_DATE, 1, 6),
                      CASE WHEN CM.CLAIM_TYPE = 'IN'
                            AND SUBSTR(COALESCE(CM.TYPE_OF_BILL,
                                       '    '), 2, 2)
                                IN ('11', '18', '21')
                           THEN 1
                           WHEN CM.CLAIM_TYPE = 'IN' THEN 2
                           WHEN CM.CLAIM_TYPE = 'PR' THEN 3
                           WHEN CM.CLAIM_TYPE = 'RX' THEN 4
                           ELSE 5 END
           END-EXEC

       01  WS-CLAIM-ROW.
           05  WS-CR-MONTH             PIC X(06).
           05  WS-CR-CATEGORY          PIC S9(04) COMP.
           05  WS-CR-PAID-AMT          PIC S9(13)V99 COMP-3.

      *--- EARNED PREMIUM AND SUBSCRIBER MONTHS BY COVERAGE MONTH. ---
      *    A RETRO TERM CREDIT COUNTS A SUBSCRIBER MONTH BACK OUT   ---
           EXEC SQL DECLARE RNWPRM-CURSOR CURSOR FOR
               SELECT BILL_MONTH,
                      SUM(BILL_AMOUNT),
                      SUM(CASE WHEN BILL_AMOUNT > 0 THEN 1
                               WHEN BILL_AMOUNT < 0 THEN -1
                               ELSE 0 END)
               FROM HCAS.PREM_BILL_HIST
               WHERE GROUP_ID = :WS-GRP-ID
                 AND BILL_MONTH >= :WS-EXP-FROM-MONTH
                 AND BILL_MONTH <= :WS-EXP-THRU-MONTH
               GROUP BY BILL_MONTH
           END-EXEC

       01  WS-PREMIUM-ROW.
           05  WS-PR-MONTH             PIC X(06).
           05  WS-PR-AMOUNT            PIC S9(13)V99 COMP-3.
           05  WS-PR-SUB-MONTHS        PIC S9(09) COMP.

      *--- CLAIMANTS OVER THE POOLING POINT IN AN EXPERIENCE YEAR ---
           EXEC SQL DECLARE RNWLCL-CURSOR CURSOR FOR
               SELECT CM.MEMBER_ID,
                      CASE WHEN CM.SERVICE_FROM_DATE <= :WS-YR1-THRU
                           THEN 1 ELSE 2 END,
                      SUM(CM.PAID_AMT)
               FROM HCAS.CLAIM_MASTER CM
               WHERE CM.CLAIM_STATUS = '50'
                 AND CM.SERVICE_FROM_DATE >= :WS-EXP-FROM
                 AND CM.SERVICE_FROM_DATE <= :WS-EXP-THRU
                 AND EXISTS (
                     SELECT 1
                     FROM HCAS.ENROLLMENT E
                     WHERE E.MEMBER_ID = CM.MEMBER_ID
                       AND E.GROUP_ID = :WS-GRP-ID
                 )
               GROUP BY CM.MEMBER_ID,
                      CASE WHEN CM.SERVICE_FROM_DATE <= :WS-YR1-THRU
                           THEN 1 ELSE 2 END
               HAVING SUM(CM.PAID_AMT) > :WS-FAC-POOL-POINT
               ORDER BY 3 DESC
           END-EXEC

       01  WS-LARGE-ROW.
           05  WS-LC-MEMBER-ID         PIC X(12).
           05  WS-LC-YEAR              PIC S9(04) COMP.
           05  WS-LC-PAID-AMT          PIC S9(13)V99 COMP-3.
       01  WS-LC-SEQ                   PIC 9(03).
       01  WS-LC-EXCESS                PIC S9(13)V99 COMP-3.

      *--- CURRENT APPROVED RATE PER PLAN AND TIER BEFORE THE ---
      *    RENEWAL DATE                                         ---
           EXEC SQL DECLARE RNWRATE-CURSOR CURSOR FOR
               SELECT R.PLAN_CODE, R.TIER_CODE, R.MONTHLY_RATE
               FROM HCAS.PREMIUM_RATE R
               WHERE R.GROUP_ID = :WS-GRP-ID
                 AND COALESCE(R.RATE_STATUS, 'A') = 'A'
                 AND R.EFF_DATE = (
                     SELECT MAX(R2.EFF_DATE)
                     FROM HCAS.PREMIUM_RATE R2
                     WHERE R2.GROUP_ID = R.GROUP_ID
                       AND R2.PLAN_CODE = R.PLAN_CODE
                       AND R2.TIER_CODE = R.TIER_CODE
                       AND COALESCE(R2.RATE_STATUS, 'A') = 'A'
                       AND R2.EFF_DATE < :WS-GRP-RENEWAL-X
                 )
               ORDER BY R.PLAN_CODE, R.TIER_CODE
           END-EXEC

       01  WS-RATE-ROW.
           05  WS-RR-PLAN-CODE         PIC X(08).
           05  WS-RR-TIER-CODE         PIC X(03).
           05  WS-RR-CURRENT-RATE      PIC S9(07)V99 COMP-3.
       01  WS-RR-PROPOSED-RATE         PIC S9(07)V99 COMP-3.

      *--- MAINTAINED RENEWAL FACTORS FOR THE GROUP'S SEGMENT ---
       01  WS-FACTOR-WORK.
           05  WS-FAC-TREND-PCT        PIC S9(03)V99 COMP-3.
           05  WS-FAC-POOL-POINT       PIC S9(09)V99 COMP-3.
           05  WS-FAC-POOL-CHG-PCT     PIC S9(03)V99 COMP-3.
           05  WS-FAC-FULL-CRED        PIC S9(09) COMP.
           05  WS-FAC-TARGET-LR        PIC S9(03)V99 COMP-3.
           05  WS-FAC-MAX-INCR-PCT     PIC S9(03)V99 COMP-3.
           05  WS-FAC-MAX-DECR-PCT     PIC S9(03)V99 COMP-3.
           05  WS-FAC-FOUND-SW         PIC X(01).
               88  WS-FAC-FOUND        VALUE 'Y'.
               88  WS-FAC-NOT-FOUND    VALUE 'N'.

      *--- 24-MONTH EXPERIENCE TABLE - CATEGORY 1 INPATIENT, ---
      *    2 OUTPATIENT, 3 PROFESSIONAL, 4 PHARMACY, 5 OTHER   ---
       01  WS-EXPERIENCE-TABLE.
           05  WS-EM-ENTRY OCCURS 24 TIMES.
               10  WS-EM-MONTH         PIC X(06).
               10  WS-EM-LAG           PIC S9(04) COMP.
               10  WS-EM-CAT-PAID      PIC S9(11)V99 COMP-3
                                       OCCURS 5 TIMES.
               10  WS-EM-PAID          PIC S9(11)V99 COMP-3.
               10  WS-EM-CF            PIC S9(01)V9(04) COMP-3.
               10  WS-EM-COMPLETED     PIC S9(11)V99 COMP-3.
               10  WS-EM-PREMIUM       PIC S9(11)V99 COMP-3.
               10  WS-EM-SUB-MONTHS    PIC S9(07) COMP.
       01  WS-EM-IDX                   PIC 9(03).
       01  WS-CAT-IDX                  PIC 9(03).

      *--- EXPERIENCE, RENEWAL AND MATURITY WINDOWS ---
       01  WS-WINDOW-FIELDS.
           05  WS-CUR-INDEX            PIC S9(07) COMP.
           05  WS-EXP-FROM-INDEX       PIC S9(07) COMP.
           05  WS-EXP-FROM             PIC X(08).
           05  WS-EXP-THRU             PIC X(08).
           05  WS-EXP-FROM-MONTH       PIC X(06).
           05  WS-EXP-THRU-MONTH       PIC X(06).
           05  WS-YR1-THRU             PIC X(08).
           05  WS-MATURE-FROM          PIC X(06).
           05  WS-MATURE-THRU          PIC X(06).
           05  WS-RNW-MONTH            PIC X(06).
           05  WS-RNW-INDEX            PIC S9(07) COMP.
           05  WS-RNW-FROM             PIC 9(08).
           05  WS-RNW-THRU             PIC 9(08).
           05  WS-RNW-LEAD-MONTHS      PIC S9(03) COMP VALUE 3.

      *--- YYYYMM <-> MONTH NUMBER ---
       01  WS-MONTH-CALC.
           05  WS-MC-MONTH             PIC X(06).
           05  WS-MC-MONTH-R REDEFINES WS-MC-MONTH.
               10  WS-MC-YYYY          PIC 9(04).
               10  WS-MC-MM            PIC 9(02).
           05  WS-MC-INDEX             PIC S9(07) COMP.
           05  WS-MC-YEARS             PIC S9(07) COMP.
           05  WS-MC-MONTHS            PIC S9(07) COMP.

      *--- RATE DEVELOPMENT ---
       01  WS-RATE-DEVELOPMENT.
           05  WS-RD-PAID              PIC S9(13)V99 COMP-3.
           05  WS-RD-COMPLETED         PIC S9(13)V99 COMP-3.
           05  WS-RD-POOLED-EXCESS     PIC S9(13)V99 COMP-3.
           05  WS-RD-NET-CLAIMS        PIC S9(13)V99 COMP-3.
           05  WS-RD-POOL-CHARGE       PIC S9(13)V99 COMP-3.
           05  WS-RD-CHARGED-CLAIMS    PIC S9(13)V99 COMP-3.
           05  WS-RD-PREMIUM           PIC S9(13)V99 COMP-3.
           05  WS-RD-SUB-MONTHS        PIC S9(09) COMP.
           05  WS-RD-CUR-PREMIUM       PIC S9(13)V99 COMP-3.
           05  WS-RD-CUR-SUB-MONTHS    PIC S9(09) COMP.
           05  WS-RD-CLAIMS-PSPM       PIC S9(07)V9(04) COMP-3.
           05  WS-RD-TREND-MONTHS      PIC S9(03) COMP.
           05  WS-RD-TREND-FACTOR      PIC S9(01)V9(06) COMP-3.
           05  WS-RD-PROJ-PSPM         PIC S9(07)V9(04) COMP-3.
           05  WS-RD-REQ-PSPM          PIC S9(07)V9(04) COMP-3.
           05  WS-RD-CUR-PSPM          PIC S9(07)V9(04) COMP-3.
           05  WS-RD-LOSS-RATIO        PIC S9(05)V99 COMP-3.
           05  WS-RD-EXP-CHANGE        PIC S9(03)V9(06) COMP-3.
           05  WS-RD-MANUAL-CHANGE     PIC S9(03)V9(06) COMP-3.
           05  WS-RD-CREDIBILITY       PIC S9(01)V9(06) COMP-3.
           05  WS-RD-BLENDED-CHANGE    PIC S9(03)V9(06) COMP-3.
           05  WS-RD-PROPOSED-CHANGE   PIC S9(03)V9(06) COMP-3.
           05  WS-RD-CAP               PIC S9(03)V9(06) COMP-3.

      *--- EXHIBIT PRINT FIELDS ---
       01  WS-PRINT-FIELDS.
           05  WS-PF-AMT               PIC ZZ,ZZZ,ZZ9-
                                       OCCURS 9 TIMES.
           05  WS-PF-CNT               PIC ZZZ,ZZ9.
           05  WS-PF-FACTOR            PIC 9.9999.
           05  WS-PF-PCT               PIC ZZZ9.99-.
           05  WS-PF-RATE              PIC ZZ,ZZ9.99.
           05  WS-PF-RATE-2            PIC ZZ,ZZ9.99.
           05  WS-PF-PSPM              PIC ZZ,ZZ9.99-.
           05  WS-PF-SEQ               PIC 9(03).
           05  WS-PF-YEAR              PIC 9(01).
           05  WS-PF-DEV-LABEL         PIC X(44).
           05  WS-PF-DEV-VALUE         PIC X(20).

       01  WS-COUNTERS.
           05  WS-GROUPS-RENEWED       PIC 9(05) VALUE ZERO.
           05  WS-GROUPS-NOT-RATED     PIC 9(05) VALUE ZERO.
           05  WS-RATES-PROPOSED       PIC 9(07) VALUE ZERO.
           05  WS-RATES-REPLACED       PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RENEW-ONE-GROUP
               UNTIL WS-GRP-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'RNWUND01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN OUTPUT RNWRPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'RNWUND01: OPEN ERROR REPORT - '
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-SET-WINDOWS
           PERFORM 1200-BUILD-COMPLETION-FACTORS
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RNWUND01 - GROUP RENEWAL EXHIBITS - RENEWALS '
                  DELIMITED SIZE
                  WS-RNW-FROM DELIMITED SIZE
                  ' THRU ' DELIMITED SIZE
                  WS-RNW-THRU DELIMITED SIZE
                  ' - RUN ' DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN RNWGRP-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'RNWUND01: GROUP CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8100-FETCH-NEXT-GROUP.

       1100-SET-WINDOWS.
      *--- EXPERIENCE IS THE 24 INCURRED MONTHS ENDING LAST ---
      *    MONTH; RENEWALS ARE THOSE EFFECTIVE IN THE MONTH  ---
      *    THREE MONTHS OUT                                  ---
           MOVE WS-CURRENT-DATE(1:6) TO WS-MC-MONTH
           PERFORM 8900-MONTH-TO-INDEX
           MOVE WS-MC-INDEX TO WS-CUR-INDEX
           COMPUTE WS-EXP-FROM-INDEX = WS-CUR-INDEX - 24
           PERFORM 1110-SET-EXPERIENCE-MONTH
               VARYING WS-EM-IDX FROM 1 BY 1
               UNTIL WS-EM-IDX > 24
           MOVE WS-EM-MONTH(1) TO WS-EXP-FROM-MONTH
           MOVE WS-EM-MONTH(24) TO WS-EXP-THRU-MONTH
           STRING WS-EXP-FROM-MONTH '01' DELIMITED SIZE
                  INTO WS-EXP-FROM
           END-STRING
           STRING WS-EXP-THRU-MONTH '31' DELIMITED SIZE
                  INTO WS-EXP-THRU
           END-STRING
           STRING WS-EM-MONTH(12) '31' DELIMITED SIZE
                  INTO WS-YR1-THRU
           END-STRING
      *--- MATURE INCURRED MONTHS HAVE 36+ MONTHS OF RUNOUT ---
           COMPUTE WS-MC-INDEX = WS-CUR-INDEX - 48
           PERFORM 8910-INDEX-TO-MONTH
           MOVE WS-MC-MONTH TO WS-MATURE-FROM
           COMPUTE WS-MC-INDEX = WS-CUR-INDEX - 37
           PERFORM 8910-INDEX-TO-MONTH
           MOVE WS-MC-MONTH TO WS-MATURE-THRU
           COMPUTE WS-RNW-INDEX = WS-CUR-INDEX + WS-RNW-LEAD-MONTHS
           MOVE WS-RNW-INDEX TO WS-MC-INDEX
           PERFORM 8910-INDEX-TO-MONTH
           MOVE WS-MC-MONTH TO WS-RNW-MONTH
           COMPUTE WS-RNW-FROM = (WS-MC-YYYY * 10000)
                               + (WS-MC-MM * 100) + 1
           COMPUTE WS-RNW-THRU = WS-RNW-FROM + 30.

       1110-SET-EXPERIENCE-MONTH.
           COMPUTE WS-MC-INDEX = WS-EXP-FROM-INDEX + WS-EM-IDX - 1
           PERFORM 8910-INDEX-TO-MONTH
           MOVE WS-MC-MONTH TO WS-EM-MONTH(WS-EM-IDX)
           COMPUTE WS-EM-LAG(WS-EM-IDX) =
               WS-CUR-INDEX - WS-MC-INDEX.

       1200-BUILD-COMPLETION-FACTORS.
      *--- SHARE OF A MATURE MONTH'S ULTIMATE PAID WITHIN EACH ---
      *    RUNOUT. NO TRIANGLE HISTORY - TREAT AS COMPLETE      ---
           INITIALIZE WS-LAG-TABLE
           MOVE ZERO TO WS-LAG-TOTAL
           SET WS-DTL-NOT-EOF TO TRUE
           EXEC SQL OPEN RNWLAG-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'RNWUND01: LAG CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               SET WS-DTL-EOF TO TRUE
           END-IF
           PERFORM 1210-POST-LAG-CELL
               UNTIL WS-DTL-EOF
           MOVE ZERO TO WS-LAG-CUM
           PERFORM 1220-SET-LAG-FACTOR
               VARYING WS-LAG-IDX FROM 1 BY 1
               UNTIL WS-LAG-IDX > 37.

       1210-POST-LAG-CELL.
           EXEC SQL
               FETCH RNWLAG-CURSOR
               INTO :WS-LG-INCUR-MONTH, :WS-LG-PAID-MONTH,
                    :WS-LG-PAID-AMT
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-DTL-EOF TO TRUE
               EXEC SQL CLOSE RNWLAG-CURSOR END-EXEC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LG-PAID-MONTH TO WS-MC-MONTH
           PERFORM 8900-MONTH-TO-INDEX
           MOVE WS-MC-INDEX TO WS-MC-MONTHS
           MOVE WS-LG-INCUR-MONTH TO WS-MC-MONTH
           PERFORM 8900-MONTH-TO-INDEX
           COMPUTE WS-MC-MONTHS = WS-MC-MONTHS - WS-MC-INDEX
           IF WS-MC-MONTHS < ZERO
               MOVE ZERO TO WS-MC-MONTHS
           END-IF
           IF WS-MC-MONTHS > 36
               MOVE 36 TO WS-MC-MONTHS
           END-IF
           COMPUTE WS-LAG-IDX = WS-MC-MONTHS + 1
           ADD WS-LG-PAID-AMT TO WS-LT-PAID(WS-LAG-IDX)
           ADD WS-LG-PAID-AMT TO WS-LAG-TOTAL.

       1220-SET-LAG-FACTOR.
           ADD WS-LT-PAID(WS-LAG-IDX) TO WS-LAG-CUM
           IF WS-LAG-TOTAL > ZERO
           AND WS-LAG-CUM > ZERO
               COMPUTE WS-LT-CF(WS-LAG-IDX) ROUNDED =
                   WS-LAG-CUM / WS-LAG-TOTAL
           ELSE
               MOVE 1 TO WS-LT-CF(WS-LAG-IDX)
           END-IF
           IF WS-LT-CF(WS-LAG-IDX) > 1
           OR WS-LAG-IDX = 37
               MOVE 1 TO WS-LT-CF(WS-LAG-IDX)
           END-IF.

       2000-RENEW-ONE-GROUP.
           ADD 1 TO WS-GROUPS-RENEWED
           MOVE WS-GRP-RENEWAL-DATE TO WS-GRP-RENEWAL-X
           IF WS-GRP-EMP-COUNT <= 50
               SET WS-SEG-SMALL-GROUP TO TRUE
           ELSE
               SET WS-SEG-LARGE-GROUP TO TRUE
           END-IF
           PERFORM 2100-LOOKUP-FACTORS
           PERFORM 2200-CLEAR-EXPERIENCE
               VARYING WS-EM-IDX FROM 1 BY 1
               UNTIL WS-EM-IDX > 24
           INITIALIZE WS-RATE-DEVELOPMENT
           PERFORM 2300-LOAD-CLAIMS
           PERFORM 2400-LOAD-PREMIUM
           PERFORM 2500-COMPLETE-ONE-MONTH
               VARYING WS-EM-IDX FROM 1 BY 1
               UNTIL WS-EM-IDX > 24
           PERFORM 3000-PRINT-GROUP-HEADER
           PERFORM 3100-PRINT-EXPERIENCE
           IF WS-RD-SUB-MONTHS <= ZERO
           OR WS-RD-CUR-SUB-MONTHS <= ZERO
           OR WS-RD-CUR-PREMIUM <= ZERO
               ADD 1 TO WS-GROUPS-NOT-RATED
               MOVE SPACES TO WS-RPT-LINE
               STRING '  NO EARNED PREMIUM IN THE LATEST 12 MONTHS'
                      DELIMITED SIZE
                      ' - GROUP NOT RATED' DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE RNWRPT-RECORD FROM WS-RPT-LINE
           ELSE
               PERFORM 4000-POOL-LARGE-CLAIMANTS
               PERFORM 5000-DEVELOP-RATE
               PERFORM 6000-PROPOSE-RATES
           END-IF
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE
           PERFORM 8100-FETCH-NEXT-GROUP.

       2100-LOOKUP-FACTORS.
           SET WS-FAC-NOT-FOUND TO TRUE
           EXEC SQL
               SELECT TREND_PCT, POOLING_POINT, POOL_CHARGE_PCT,
                      FULL_CRED_SUB_MONTHS, TARGET_LOSS_RATIO,
                      MAX_INCREASE_PCT, MAX_DECREASE_PCT
               INTO :WS-FAC-TREND-PCT, :WS-FAC-POOL-POINT,
                    :WS-FAC-POOL-CHG-PCT, :WS-FAC-FULL-CRED,
                    :WS-FAC-TARGET-LR, :WS-FAC-MAX-INCR-PCT,
                    :WS-FAC-MAX-DECR-PCT
               FROM HCAS.RENEWAL_FACTOR
               WHERE MARKET_SEGMENT = :WS-SEGMENT
                 AND EFF_DATE <= :WS-CURRENT-DATE
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = ZERO
               SET WS-FAC-FOUND TO TRUE
           ELSE
      *--- NO MAINTAINED FACTORS - STANDARD RENEWAL FACTORS ---
               MOVE 7.50 TO WS-FAC-TREND-PCT
               MOVE 12000 TO WS-FAC-FULL-CRED
               MOVE 25.00 TO WS-FAC-MAX-INCR-PCT
               MOVE 10.00 TO WS-FAC-MAX-DECR-PCT
               IF WS-SEG-LARGE-GROUP
                   MOVE 150000.00 TO WS-FAC-POOL-POINT
                   MOVE 2.50 TO WS-FAC-POOL-CHG-PCT
                   MOVE 85.00 TO WS-FAC-TARGET-LR
               ELSE
                   MOVE 50000.00 TO WS-FAC-POOL-POINT
                   MOVE 5.00 TO WS-FAC-POOL-CHG-PCT
                   MOVE 80.00 TO WS-FAC-TARGET-LR
               END-IF
           END-IF
           IF WS-FAC-FULL-CRED <= ZERO
               MOVE 12000 TO WS-FAC-FULL-CRED
           END-IF
           IF WS-FAC-TARGET-LR <= ZERO
               MOVE 85.00 TO WS-FAC-TARGET-LR
           END-IF.

       2200-CLEAR-EXPERIENCE.
           PERFORM 2210-CLEAR-CATEGORY
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 5
           MOVE ZERO TO WS-EM-PAID(WS-EM-IDX)
                        WS-EM-COMPLETED(WS-EM-IDX)
                        WS-EM-PREMIUM(WS-EM-IDX)
                        WS-EM-SUB-MONTHS(WS-EM-IDX)
           MOVE 1 TO WS-EM-CF(WS-EM-IDX).

       2210-CLEAR-CATEGORY.
           MOVE ZERO TO WS-EM-CAT-PAID(WS-EM-IDX, WS-CAT-IDX).

       2300-LOAD-CLAIMS.
           SET WS-DTL-NOT-EOF TO TRUE
           EXEC SQL OPEN RNWCLM-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'RNWUND01: CLAIM CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE ' GRP=' WS-GRP-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM 2310-POST-ONE-CLAIM-CELL
               UNTIL WS-DTL-EOF.

       2310-POST-ONE-CLAIM-CELL.
           EXEC SQL
               FETCH RNWCLM-CURSOR
               INTO :WS-CR-MONTH, :WS-CR-CATEGORY,
                    :WS-CR-PAID-AMT
           END-EXEC
           IF SQLCODE = +100
               SET WS-DTL-EOF TO TRUE
               EXEC SQL CLOSE RNWCLM-CURSOR END-EXEC
               EXIT PARAGRAPH
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'RNWUND01: CLAIM FETCH ERROR SQLCODE='
                       SQLCODE ' GRP=' WS-GRP-ID
               SET WS-DTL-EOF TO TRUE
               EXEC SQL CLOSE RNWCLM-CURSOR END-EXEC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CR-MONTH TO WS-MC-MONTH
           PERFORM 8900-MONTH-TO-INDEX
           COMPUTE WS-EM-IDX = WS-MC-INDEX - WS-EXP-FROM-INDEX + 1
           IF WS-EM-IDX >= 1 AND WS-EM-IDX <= 24
           AND WS-CR-CATEGORY >= 1 AND WS-CR-CATEGORY <= 5
               MOVE WS-CR-CATEGORY TO WS-CAT-IDX
               ADD WS-CR-PAID-AMT
                   TO WS-EM-CAT-PAID(WS-EM-IDX, WS-CAT-IDX)
               ADD WS-CR-PAID-AMT TO WS-EM-PAID(WS-EM-IDX)
           END-IF.

       2400-LOAD-PREMIUM.
           SET WS-DTL-NOT-EOF TO TRUE
           EXEC SQL OPEN RNWPRM-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'RNWUND01: PREMIUM CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE ' GRP=' WS-GRP-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM 2410-POST-ONE-PREMIUM-MONTH
               UNTIL WS-DTL-EOF.

       2410-POST-ONE-PREMIUM-MONTH.
           EXEC SQL
               FETCH RNWPRM-CURSOR
               INTO :WS-PR-MONTH, :WS-PR-AMOUNT,
                    :WS-PR-SUB-MONTHS
           END-EXEC
           IF SQLCODE = +100
               SET WS-DTL-EOF TO TRUE
               EXEC SQL CLOSE RNWPRM-CURSOR END-EXEC
               EXIT PARAGRAPH
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'RNWUND01: PREMIUM FETCH ERROR SQLCODE='
                       SQLCODE ' GRP=' WS-GRP-ID
               SET WS-DTL-EOF TO TRUE
               EXEC SQL CLOSE RNWPRM-CURSOR END-EXEC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PR-MONTH TO WS-MC-MONTH
           PERFORM 8900-MONTH-TO-INDEX
           COMPUTE WS-EM-IDX = WS-MC-INDEX - WS-EXP-FROM-INDEX + 1
           IF WS-EM-IDX >= 1 AND WS-EM-IDX <= 24
               ADD WS-PR-AMOUNT TO WS-EM-PREMIUM(WS-EM-IDX)
               ADD WS-PR-SUB-MONTHS TO WS-EM-SUB-MONTHS(WS-EM-IDX)
           END-IF.

       2500-COMPLETE-ONE-MONTH.
           MOVE WS-EM-LAG(WS-EM-IDX) TO WS-LAG-IDX
           IF WS-LAG-IDX > 36
               MOVE 36 TO WS-LAG-IDX
           END-IF
           ADD 1 TO WS-LAG-IDX
           MOVE WS-LT-CF(WS-LAG-IDX) TO WS-EM-CF(WS-EM-IDX)
           IF WS-EM-CF(WS-EM-IDX) > ZERO
               COMPUTE WS-EM-COMPLETED(WS-EM-IDX) ROUNDED =
                   WS-EM-PAID(WS-EM-IDX) / WS-EM-CF(WS-EM-IDX)
           ELSE
               MOVE WS-EM-PAID(WS-EM-IDX)
                   TO WS-EM-COMPLETED(WS-EM-IDX)
           END-IF
           ADD WS-EM-PAID(WS-EM-IDX) TO WS-RD-PAID
           ADD WS-EM-COMPLETED(WS-EM-IDX) TO WS-RD-COMPLETED
           ADD WS-EM-PREMIUM(WS-EM-IDX) TO WS-RD-PREMIUM
           ADD WS-EM-SUB-MONTHS(WS-EM-IDX) TO WS-RD-SUB-MONTHS
      *--- THE LATEST 12 MONTHS OF PREMIUM STAND FOR CURRENT RATES ---
           IF WS-EM-IDX > 12
               ADD WS-EM-PREMIUM(WS-EM-IDX) TO WS-RD-CUR-PREMIUM
               ADD WS-EM-SUB-MONTHS(WS-EM-IDX)
                   TO WS-RD-CUR-SUB-MONTHS
           END-IF.

       3000-PRINT-GROUP-HEADER.
           MOVE WS-GRP-EMP-COUNT TO WS-PF-CNT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'GROUP ' DELIMITED SIZE
                  WS-GRP-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-GRP-NAME(1:40) DELIMITED SIZE
                  '  RENEWAL ' DELIMITED SIZE
                  WS-GRP-RENEWAL-X DELIMITED SIZE
                  '  SEGMENT ' DELIMITED SIZE
                  WS-SEGMENT DELIMITED SIZE
                  '  EMPLOYEES ' DELIMITED SIZE
                  WS-PF-CNT DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  EXPERIENCE ' DELIMITED SIZE
                  WS-EXP-FROM DELIMITED SIZE
                  ' THRU ' DELIMITED SIZE
                  WS-EXP-THRU DELIMITED SIZE
                  ' INCURRED, PAID THROUGH ' DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  MONTH  SUB MOS     PREMIUM   INPATIENT '
                  DELIMITED SIZE
                  '  OUTPATIENT  PROFESSNL    PHARMACY       OTHER '
                  DELIMITED SIZE
                  '  TOTAL PAID COMPL   COMPLETED   LR%'
                  DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE.

       3100-PRINT-EXPERIENCE.
           PERFORM 3110-PRINT-ONE-MONTH
               VARYING WS-EM-IDX FROM 1 BY 1
               UNTIL WS-EM-IDX > 24
           MOVE WS-RD-SUB-MONTHS TO WS-PF-CNT
           MOVE WS-RD-PREMIUM TO WS-PF-AMT(1)
           MOVE WS-RD-PAID TO WS-PF-AMT(2)
           MOVE WS-RD-COMPLETED TO WS-PF-AMT(3)
           MOVE ZERO TO WS-RD-LOSS-RATIO
           IF WS-RD-PREMIUM > ZERO
               COMPUTE WS-RD-LOSS-RATIO ROUNDED =
                   WS-RD-COMPLETED * 100 / WS-RD-PREMIUM
           END-IF
           MOVE WS-RD-LOSS-RATIO TO WS-PF-PCT
           MOVE SPACES TO WS-RPT-LINE
           STRING '  TOTAL  ' DELIMITED SIZE
                  WS-PF-CNT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PF-AMT(1) DELIMITED SIZE
                  '  PAID ' DELIMITED SIZE
                  WS-PF-AMT(2) DELIMITED SIZE
                  '  COMPLETED ' DELIMITED SIZE
                  WS-PF-AMT(3) DELIMITED SIZE
                  '  LOSS RATIO ' DELIMITED SIZE
                  WS-PF-PCT DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE.

       3110-PRINT-ONE-MONTH.
           MOVE WS-EM-SUB-MONTHS(WS-EM-IDX) TO WS-PF-CNT
           MOVE WS-EM-PREMIUM(WS-EM-IDX) TO WS-PF-AMT(1)
           MOVE WS-EM-CAT-PAID(WS-EM-IDX, 1) TO WS-PF-AMT(2)
           MOVE WS-EM-CAT-PAID(WS-EM-IDX, 2) TO WS-PF-AMT(3)
           MOVE WS-EM-CAT-PAID(WS-EM-IDX, 3) TO WS-PF-AMT(4)
           MOVE WS-EM-CAT-PAID(WS-EM-IDX, 4) TO WS-PF-AMT(5)
           MOVE WS-EM-CAT-PAID(WS-EM-IDX, 5) TO WS-PF-AMT(6)
           MOVE WS-EM-PAID(WS-EM-IDX) TO WS-PF-AMT(7)
           MOVE WS-EM-CF(WS-EM-IDX) TO WS-PF-FACTOR
           MOVE WS-EM-COMPLETED(WS-EM-IDX) TO WS-PF-AMT(8)
           MOVE ZERO TO WS-RD-LOSS-RATIO
           IF WS-EM-PREMIUM(WS-EM-IDX) > ZERO
               COMPUTE WS-RD-LOSS-RATIO ROUNDED =
                   WS-EM-COMPLETED(WS-EM-IDX) * 100
                   / WS-EM-PREMIUM(WS-EM-IDX)
           END-IF
           MOVE WS-RD-LOSS-RATIO TO WS-PF-PCT
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' DELIMITED SIZE
                  WS-EM-MONTH(WS-EM-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PF-CNT DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PF-AMT(1) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PF-AMT(2) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PF-AMT(3) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PF-AMT(4) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PF-AMT(5) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PF-AMT(6) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PF-AMT(7) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PF-FACTOR DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PF-AMT(8) DELIMITED SIZE
                  WS-PF-PCT DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE.

       4000-POOL-LARGE-CLAIMANTS.
      *--- CLAIMANTS ARE NUMBERED, NOT NAMED - THE EXHIBIT GOES ---
      *    TO THE BROKER                                         ---
           MOVE SPACES TO WS-RPT-LINE
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-FAC-POOL-POINT TO WS-PF-AMT(1)
           MOVE SPACES TO WS-RPT-LINE
           STRING '  LARGE CLAIMANTS OVER THE POOLING POINT OF '
                  DELIMITED SIZE
                  WS-PF-AMT(1) DELIMITED SIZE
                  ' PER EXPERIENCE YEAR' DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE
           MOVE ZERO TO WS-LC-SEQ
           SET WS-DTL-NOT-EOF TO TRUE
           EXEC SQL OPEN RNWLCL-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'RNWUND01: LARGE CLAIMANT CURSOR OPEN '
                       'ERROR SQLCODE=' SQLCODE ' GRP=' WS-GRP-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-POOL-ONE-CLAIMANT
               UNTIL WS-DTL-EOF
           IF WS-LC-SEQ = ZERO
               MOVE '    NONE' TO WS-RPT-LINE
               WRITE RNWRPT-RECORD FROM WS-RPT-LINE
           END-IF.

       4100-POOL-ONE-CLAIMANT.
           EXEC SQL
               FETCH RNWLCL-CURSOR
               INTO :WS-LC-MEMBER-ID, :WS-LC-YEAR,
                    :WS-LC-PAID-AMT
           END-EXEC
           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   DISPLAY 'RNWUND01: LARGE CLAIMANT FETCH ERROR '
                           'SQLCODE=' SQLCODE ' GRP=' WS-GRP-ID
               END-IF
               SET WS-DTL-EOF TO TRUE
               EXEC SQL CLOSE RNWLCL-CURSOR END-EXEC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LC-SEQ
           COMPUTE WS-LC-EXCESS =
               WS-LC-PAID-AMT - WS-FAC-POOL-POINT
           ADD WS-LC-EXCESS TO WS-RD-POOLED-EXCESS
           MOVE WS-LC-SEQ TO WS-PF-SEQ
           MOVE WS-LC-YEAR TO WS-PF-YEAR
           MOVE WS-LC-PAID-AMT TO WS-PF-AMT(1)
           MOVE WS-LC-EXCESS TO WS-PF-AMT(2)
           MOVE SPACES TO WS-RPT-LINE
           STRING '    CLAIMANT ' DELIMITED SIZE
                  WS-PF-SEQ DELIMITED SIZE
                  '  EXPERIENCE YEAR ' DELIMITED SIZE
                  WS-PF-YEAR DELIMITED SIZE
                  '  PAID ' DELIMITED SIZE
                  WS-PF-AMT(1) DELIMITED SIZE
                  '  POOLED EXCESS ' DELIMITED SIZE
                  WS-PF-AMT(2) DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE.

       5000-DEVELOP-RATE.
           COMPUTE WS-RD-NET-CLAIMS =
               WS-RD-COMPLETED - WS-RD-POOLED-EXCESS
           IF WS-RD-NET-CLAIMS < ZERO
               MOVE ZERO TO WS-RD-NET-CLAIMS
           END-IF
           COMPUTE WS-RD-POOL-CHARGE ROUNDED =
               WS-RD-NET-CLAIMS * WS-FAC-POOL-CHG-PCT / 100
           COMPUTE WS-RD-CHARGED-CLAIMS =
               WS-RD-NET-CLAIMS + WS-RD-POOL-CHARGE
           COMPUTE WS-RD-CLAIMS-PSPM ROUNDED =
               WS-RD-CHARGED-CLAIMS / WS-RD-SUB-MONTHS
      *--- EXPERIENCE MIDPOINT (12 MONTHS IN) TO THE MIDPOINT OF ---
      *    THE 12-MONTH RATING PERIOD                             ---
           COMPUTE WS-RD-TREND-MONTHS =
               (WS-RNW-INDEX + 6) - (WS-EXP-FROM-INDEX + 12)
           COMPUTE WS-RD-TREND-FACTOR ROUNDED =
               (1 + (WS-FAC-TREND-PCT / 100))
               ** (WS-RD-TREND-MONTHS / 12)
           COMPUTE WS-RD-PROJ-PSPM ROUNDED =
               WS-RD-CLAIMS-PSPM * WS-RD-TREND-FACTOR
           COMPUTE WS-RD-REQ-PSPM ROUNDED =
               WS-RD-PROJ-PSPM * 100 / WS-FAC-TARGET-LR
           COMPUTE WS-RD-CUR-PSPM ROUNDED =
               WS-RD-CUR-PREMIUM / WS-RD-CUR-SUB-MONTHS
           COMPUTE WS-RD-EXP-CHANGE ROUNDED =
               (WS-RD-REQ-PSPM / WS-RD-CUR-PSPM) - 1
           COMPUTE WS-RD-MANUAL-CHANGE ROUNDED =
               WS-FAC-TREND-PCT / 100
           IF WS-RD-SUB-MONTHS >= WS-FAC-FULL-CRED
               MOVE 1 TO WS-RD-CREDIBILITY
           ELSE
               COMPUTE WS-RD-CREDIBILITY ROUNDED =
                   (WS-RD-SUB-MONTHS / WS-FAC-FULL-CRED) ** 0.5
           END-IF
           COMPUTE WS-RD-BLENDED-CHANGE ROUNDED =
               (WS-RD-CREDIBILITY * WS-RD-EXP-CHANGE)
               + ((1 - WS-RD-CREDIBILITY) * WS-RD-MANUAL-CHANGE)
           MOVE WS-RD-BLENDED-CHANGE TO WS-RD-PROPOSED-CHANGE
           SET WS-CHANGE-NOT-CAPPED TO TRUE
           COMPUTE WS-RD-CAP = WS-FAC-MAX-INCR-PCT / 100
           IF WS-RD-PROPOSED-CHANGE > WS-RD-CAP
               MOVE WS-RD-CAP TO WS-RD-PROPOSED-CHANGE
               SET WS-CHANGE-CAPPED TO TRUE
           END-IF
           COMPUTE WS-RD-CAP = ZERO - (WS-FAC-MAX-DECR-PCT / 100)
           IF WS-RD-PROPOSED-CHANGE < WS-RD-CAP
               MOVE WS-RD-CAP TO WS-RD-PROPOSED-CHANGE
               SET WS-CHANGE-CAPPED TO TRUE
           END-IF
           PERFORM 5100-PRINT-DEVELOPMENT.

       5100-PRINT-DEVELOPMENT.
           MOVE SPACES TO WS-RPT-LINE
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE
           IF WS-FAC-FOUND
               MOVE '  RATE DEVELOPMENT (MAINTAINED FACTORS)'
                   TO WS-RPT-LINE
           ELSE
               MOVE '  RATE DEVELOPMENT (STANDARD FACTORS)'
                   TO WS-RPT-LINE
           END-IF
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE
           MOVE 'PAID CLAIMS' TO WS-PF-DEV-LABEL
           MOVE WS-RD-PAID TO WS-PF-AMT(1)
           MOVE WS-PF-AMT(1) TO WS-PF-DEV-VALUE
           PERFORM 5900-WRITE-DEV-LINE
           MOVE 'COMPLETED CLAIMS (LAG TRIANGLE FACTORS)'
               TO WS-PF-DEV-LABEL
           MOVE WS-RD-COMPLETED TO WS-PF-AMT(1)
           MOVE WS-PF-AMT(1) TO WS-PF-DEV-VALUE
           PERFORM 5900-WRITE-DEV-LINE
           MOVE 'LESS LARGE-CLAIMANT EXCESS POOLED'
               TO WS-PF-DEV-LABEL
           MOVE WS-RD-POOLED-EXCESS TO WS-PF-AMT(1)
           MOVE WS-PF-AMT(1) TO WS-PF-DEV-VALUE
           PERFORM 5900-WRITE-DEV-LINE
           MOVE 'PLUS POOLING CHARGE' TO WS-PF-DEV-LABEL
           MOVE WS-RD-POOL-CHARGE TO WS-PF-AMT(1)
           MOVE WS-PF-AMT(1) TO WS-PF-DEV-VALUE
           PERFORM 5900-WRITE-DEV-LINE
           MOVE 'EXPERIENCE CLAIMS' TO WS-PF-DEV-LABEL
           MOVE WS-RD-CHARGED-CLAIMS TO WS-PF-AMT(1)
           MOVE WS-PF-AMT(1) TO WS-PF-DEV-VALUE
           PERFORM 5900-WRITE-DEV-LINE
           MOVE 'SUBSCRIBER MONTHS' TO WS-PF-DEV-LABEL
           MOVE WS-RD-SUB-MONTHS TO WS-PF-CNT
           MOVE WS-PF-CNT TO WS-PF-DEV-VALUE
           PERFORM 5900-WRITE-DEV-LINE
           MOVE 'EXPERIENCE CLAIMS PER SUBSCRIBER MONTH'
               TO WS-PF-DEV-LABEL
           MOVE WS-RD-CLAIMS-PSPM TO WS-PF-PSPM
           MOVE WS-PF-PSPM TO WS-PF-DEV-VALUE
           PERFORM 5900-WRITE-DEV-LINE
           MOVE 'TREND FACTOR' TO WS-PF-DEV-LABEL
           MOVE WS-RD-TREND-FACTOR TO WS-PF-FACTOR
           MOVE WS-PF-FACTOR TO WS-PF-DEV-VALUE
           PERFORM 5900-WRITE-DEV-LINE
           MOVE 'PROJECTED CLAIMS PER SUBSCRIBER MONTH'
               TO WS-PF-DEV-LABEL
           MOVE WS-RD-PROJ-PSPM TO WS-PF-PSPM
           MOVE WS-PF-PSPM TO WS-PF-DEV-VALUE
           PERFORM 5900-WRITE-DEV-LINE
           MOVE 'TARGET LOSS RATIO PCT' TO WS-PF-DEV-LABEL
           MOVE WS-FAC-TARGET-LR TO WS-PF-PCT
           MOVE WS-PF-PCT TO WS-PF-DEV-VALUE
           PERFORM 5900-WRITE-DEV-LINE
           MOVE 'REQUIRED PREMIUM PER SUBSCRIBER MONTH'
               TO WS-PF-DEV-LABEL
           MOVE WS-RD-REQ-PSPM TO WS-PF-PSPM
           MOVE WS-PF-PSPM TO WS-PF-DEV-VALUE
           PERFORM 5900-WRITE-DEV-LINE
           MOVE 'CURRENT PREMIUM PER SUBSCRIBER MONTH'
               TO WS-PF-DEV-LABEL
           MOVE WS-RD-CUR-PSPM TO WS-PF-PSPM
           MOVE WS-PF-PSPM TO WS-PF-DEV-VALUE
           PERFORM 5900-WRITE-DEV-LINE
           MOVE 'EXPERIENCE RATE CHANGE PCT' TO WS-PF-DEV-LABEL
           COMPUTE WS-PF-PCT ROUNDED = WS-RD-EXP-CHANGE * 100
           MOVE WS-PF-PCT TO WS-PF-DEV-VALUE
           PERFORM 5900-WRITE-DEV-LINE
           MOVE 'MANUAL RATE CHANGE PCT' TO WS-PF-DEV-LABEL
           COMPUTE WS-PF-PCT ROUNDED = WS-RD-MANUAL-CHANGE * 100
           MOVE WS-PF-PCT TO WS-PF-DEV-VALUE
           PERFORM 5900-WRITE-DEV-LINE
           MOVE 'CREDIBILITY' TO WS-PF-DEV-LABEL
           MOVE WS-RD-CREDIBILITY TO WS-PF-FACTOR
           MOVE WS-PF-FACTOR TO WS-PF-DEV-VALUE
           PERFORM 5900-WRITE-DEV-LINE
           MOVE 'CREDIBILITY-WEIGHTED RATE CHANGE PCT'
               TO WS-PF-DEV-LABEL
           COMPUTE WS-PF-PCT ROUNDED = WS-RD-BLENDED-CHANGE * 100
           MOVE WS-PF-PCT TO WS-PF-DEV-VALUE
           PERFORM 5900-WRITE-DEV-LINE
           IF WS-CHANGE-CAPPED
               MOVE 'PROPOSED RATE CHANGE PCT (CAPPED)'
                   TO WS-PF-DEV-LABEL
           ELSE
               MOVE 'PROPOSED RATE CHANGE PCT' TO WS-PF-DEV-LABEL
           END-IF
           COMPUTE WS-PF-PCT ROUNDED = WS-RD-PROPOSED-CHANGE * 100
           MOVE WS-PF-PCT TO WS-PF-DEV-VALUE
           PERFORM 5900-WRITE-DEV-LINE.

       5900-WRITE-DEV-LINE.
           MOVE SPACES TO WS-RPT-LINE
           STRING '    ' DELIMITED SIZE
                  WS-PF-DEV-LABEL DELIMITED SIZE
                  WS-PF-DEV-VALUE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE.

       6000-PROPOSE-RATES.
           MOVE SPACES TO WS-RPT-LINE
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  PROPOSED RATES EFFECTIVE ' DELIMITED SIZE
                  WS-GRP-RENEWAL-X DELIMITED SIZE
                  ' (PENDING APPROVAL)' DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE
           MOVE '    PLAN     TIER   CURRENT   PROPOSED'
               TO WS-RPT-LINE
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE
           SET WS-DTL-NOT-EOF TO TRUE
           EXEC SQL OPEN RNWRATE-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'RNWUND01: RATE CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE ' GRP=' WS-GRP-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM 6100-PROPOSE-ONE-RATE
               UNTIL WS-DTL-EOF.

       6100-PROPOSE-ONE-RATE.
           EXEC SQL
               FETCH RNWRATE-CURSOR
               INTO :WS-RR-PLAN-CODE, :WS-RR-TIER-CODE,
                    :WS-RR-CURRENT-RATE
           END-EXEC
           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   DISPLAY 'RNWUND01: RATE FETCH ERROR SQLCODE='
                           SQLCODE ' GRP=' WS-GRP-ID
               END-IF
               SET WS-DTL-EOF TO TRUE
               EXEC SQL CLOSE RNWRATE-CURSOR END-EXEC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RR-PROPOSED-RATE ROUNDED =
               WS-RR-CURRENT-RATE * (1 + WS-RD-PROPOSED-CHANGE)
           EXEC SQL
               INSERT INTO HCAS.PREMIUM_RATE
                   (GROUP_ID, PLAN_CODE, TIER_CODE, EFF_DATE,
                    MONTHLY_RATE, RATE_STATUS)
               VALUES
                   (:WS-GRP-ID, :WS-RR-PLAN-CODE,
                    :WS-RR-TIER-CODE, :WS-GRP-RENEWAL-X,
                    :WS-RR-PROPOSED-RATE, 'P')
           END-EXEC
      *--- A RERUN REPLACES A PROPOSAL STILL PENDING; AN ---
      *    APPROVED RATE IS NEVER OVERWRITTEN             ---
           IF SQLCODE = -803
               EXEC SQL
                   UPDATE HCAS.PREMIUM_RATE
                   SET MONTHLY_RATE = :WS-RR-PROPOSED-RATE
                   WHERE GROUP_ID = :WS-GRP-ID
                     AND PLAN_CODE = :WS-RR-PLAN-CODE
                     AND TIER_CODE = :WS-RR-TIER-CODE
                     AND EFF_DATE = :WS-GRP-RENEWAL-X
                     AND RATE_STATUS = 'P'
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-RATES-REPLACED
               END-IF
           ELSE
               IF SQLCODE = ZERO
                   ADD 1 TO WS-RATES-PROPOSED
               END-IF
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'RNWUND01: RATE PROPOSAL NOT WRITTEN '
                       'SQLCODE=' SQLCODE ' GRP=' WS-GRP-ID
                       ' PLAN=' WS-RR-PLAN-CODE
                       ' TIER=' WS-RR-TIER-CODE
           END-IF
           MOVE WS-RR-CURRENT-RATE TO WS-PF-RATE
           MOVE WS-RR-PROPOSED-RATE TO WS-PF-RATE-2
           MOVE SPACES TO WS-RPT-LINE
           STRING '    ' DELIMITED SIZE
                  WS-RR-PLAN-CODE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-RR-TIER-CODE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PF-RATE DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-PF-RATE-2 DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RNWRPT-RECORD FROM WS-RPT-LINE.

       8100-FETCH-NEXT-GROUP.
           EXEC SQL
               FETCH RNWGRP-CURSOR
               INTO :WS-GRP-ID, :WS-GRP-NAME,
                    :WS-GRP-RENEWAL-DATE, :WS-GRP-EMP-COUNT
           END-EXEC
           IF SQLCODE = +100
               SET WS-GRP-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'RNWUND01: GROUP FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-GRP-EOF TO TRUE
           END-IF.

       8900-MONTH-TO-INDEX.
           COMPUTE WS-MC-INDEX = (WS-MC-YYYY * 12) + WS-MC-MM - 1.

       8910-INDEX-TO-MONTH.
           DIVIDE WS-MC-INDEX BY 12
               GIVING WS-MC-YEARS
               REMAINDER WS-MC-MONTHS
           MOVE WS-MC-YEARS TO WS-MC-YYYY
           COMPUTE WS-MC-MM = WS-MC-MONTHS + 1.

       9000-TERMINATE.
           EXEC SQL CLOSE RNWGRP-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'RNWUND01: GROUPS RENEWED:    ' WS-GROUPS-RENEWED
           DISPLAY 'RNWUND01: GROUPS NOT RATED:  '
                   WS-GROUPS-NOT-RATED
           DISPLAY 'RNWUND01: RATES PROPOSED:    ' WS-RATES-PROPOSED
           DISPLAY 'RNWUND01: PENDING REPLACED:  ' WS-RATES-REPLACED
           CLOSE RNWRPT-FILE
           MOVE ZERO TO RETURN-CODE.
