       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MHPRPT01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  MHPRPT01                                             *
      * PURPOSE:  MENTAL HEALTH PARITY (MHPAEA) COMPARATIVE ANALYSIS   *
      *           FOR EACH PLAN VERSION IN FORCE DURING THE ANALYSIS   *
      *           YEAR, COMPARES MENTAL HEALTH / SUBSTANCE USE         *
      *           DISORDER (MH/SUD) BENEFITS WITH MEDICAL/SURGICAL     *
      *           (M/S) BENEFITS WITHIN EACH PARITY CLASSIFICATION -   *
      *           INPATIENT IN-NETWORK, INPATIENT OUT-OF-NETWORK,      *
      *           OUTPATIENT IN-NETWORK, OUTPATIENT OUT-OF-NETWORK,    *
      *           EMERGENCY CARE AND PRESCRIPTION DRUGS.               *
      *           SERVICES ARE CLASSIFIED MH/SUD OR M/S THROUGH        *
      *           HCAS.SVC_CATEGORY_MAP (MHSUD_IND); PHARMACY THROUGH  *
      *           THE NDC'S HCAS.DRUG_CLASS. EACH SERVICE CATEGORY'S   *
      *           CLASSIFICATION SETTING IS HCAS.SVC_CATEGORY          *
      *           (PARITY_SETTING).                                    *
      *           MEASURES COMPARED:                                   *
      *           - FINANCIAL REQUIREMENTS - MEMBER COST SHARE AS A    *
      *             PERCENT OF ALLOWED ON THE YEAR'S CLAIMS            *
      *           - QUANTITATIVE LIMITS - THE PLAN'S SERVICE LIMITS    *
      *             AND EXCLUSIONS (HCAS.SVC_LIMITS)                   *
      *           - PRIOR AUTHORIZATION - SHARE OF SERVICE LINES       *
      *             REQUIRING AN AUTH, AND APPROVAL RATE OF            *
      *             AUTHORIZATIONS DECIDED (HCAS.PRIOR_AUTH)           *
      *           - DENIAL RATE - CLAIMS FINALIZED DENIED PER          *
      *             HCAS.CLAIM_EDIT_HISTORY                            *
      *           - OUT-OF-NETWORK REIMBURSEMENT - ALLOWED AS A        *
      *             PERCENT OF BILLED CHARGES                          *
      *           A CLASSIFICATION IS FLAGGED WHEN MH/SUD IS MORE      *
      *           RESTRICTIVE THAN M/S ON ANY MEASURE BEYOND THE       *
      *           TOLERANCE. HISTORY MEASURES ARE ONLY COMPARED WHEN   *
      *           BOTH SIDES HAVE THE MINIMUM VOLUME.                  *
      *           ANALYSIS YEAR IS THE PRIOR CALENDAR YEAR.            *
      * INPUTS:   DB2 TABLES - HCAS.BENEFIT_PLAN, HCAS.SVC_LIMITS,     *
      *           HCAS.SVC_CATEGORY, HCAS.SVC_CATEGORY_MAP,            *
      *           HCAS.DRUG_CLASS, HCAS.CLAIM_MASTER,                  *
      *           HCAS.CLAIM_LINE, HCAS.CLAIM_EDIT_HISTORY,            *
      *           HCAS.PRIOR_AUTH, HCAS.ENROLLMENT,                    *
      *           HCAS.PROVIDER_CONTRACT                               *
      * OUTPUTS:  MHPRPTOT - PARITY COMPARATIVE ANALYSIS REPORT        *
      * FREQUENCY: ANNUAL                                              *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MHPRPT-FILE
               ASSIGN TO MHPRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MHPRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  MHPRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY PLNCOPY.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *--- PLAN VERSIONS IN FORCE AT ANY POINT IN THE YEAR ---
           EXEC SQL
               DECLARE MHP-PLAN-CURSOR CURSOR FOR
                   SELECT PLAN_CODE, EFF_DATE, PLAN_NAME,
                          LOB_CODE, TERM_DATE, PREAUTH_REQUIRED
                   FROM HCAS.BENEFIT_PLAN
                   WHERE STATUS <> 'C'
                     AND EFF_DATE  <= :WS-YEAR-THRU
                     AND TERM_DATE >= :WS-YEAR-FROM
                   ORDER BY PLAN_CODE, EFF_DATE
           END-EXEC

      *--- THE VERSION'S LIMITS WITH EACH CATEGORY'S PARITY ---
      *    SETTING AND MH/SUD CLASSIFICATION                 ---
           EXEC SQL
               DECLARE MHP-LIMIT-CURSOR CURSOR FOR
                   SELECT L.SVC_CATEGORY, L.LIMIT_TYPE, L.LIMIT_QTY,
                          L.IS_COVERED,
                          COALESCE(C.PARITY_SETTING, 'OP'),
                          COALESCE((SELECT MAX(M.MHSUD_IND)
                                    FROM HCAS.SVC_CATEGORY_MAP M
                                    WHERE M.SVC_CATEGORY =
                                          L.SVC_CATEGORY), 'N')
                   FROM HCAS.SVC_LIMITS L
                   LEFT JOIN HCAS.SVC_CATEGORY C
                       ON C.SVC_CATEGORY = L.SVC_CATEGORY
                   WHERE L.PLAN_CODE = :BPL-PLAN-CODE
                     AND L.EFF_DATE  = :BPL-EFF-DATE
           END-EXEC

      *--- THE YEAR'S FINALIZED MEDICAL AND PHARMACY CLAIMS FOR ---
      *    MEMBERS ENROLLED IN THE PLAN ON THE SERVICE DATE      ---
           EXEC SQL
               DECLARE MHP-CLAIM-CURSOR CURSOR FOR
                   SELECT CM.CLAIM_ID, CM.CLAIM_TYPE,
                          COALESCE(CM.PLACE_OF_SERVICE, ' '),
                          COALESCE(CM.TYPE_OF_BILL, ' '),
                          CM.BILLING_NPI,
                          COALESCE(CM.TOTAL_CHARGES, 0),
                          COALESCE(CM.ALLOWED_AMT, 0),
                          COALESCE(CM.COPAY_AMT, 0)
                          + COALESCE(CM.DEDUCTIBLE_AMT, 0)
                          + COALESCE(CM.COINSURANCE_AMT, 0),
                          (SELECT COUNT(*)
                           FROM HCAS.CLAIM_EDIT_HISTORY EH
                           WHERE EH.CLAIM_ID = CM.CLAIM_ID
                             AND EH.FINAL_STATUS = '40'),
                          (SELECT COUNT(*)
                           FROM HCAS.CLAIM_LINE CL
                           WHERE CL.CLAIM_ID = CM.CLAIM_ID),
                          (SELECT COUNT(*)
                           FROM HCAS.CLAIM_LINE CL
                           WHERE CL.CLAIM_ID = CM.CLAIM_ID
                             AND COALESCE(CL.AUTH_NO, ' ') <> ' ')
                   FROM HCAS.CLAIM_MASTER CM
                   WHERE CM.CLAIM_STATUS IN ('40', '50')
                     AND CM.CLAIM_TYPE IN ('PR', 'IN', 'RX')
                     AND CM.SERVICE_FROM_DATE >= :WS-WINDOW-FROM
                     AND CM.SERVICE_FROM_DATE <= :WS-WINDOW-THRU
                     AND EXISTS (
                         SELECT 1
                         FROM HCAS.ENROLLMENT E
                         WHERE E.MEMBER_ID = CM.MEMBER_ID
                           AND E.PLAN_CODE = :BPL-PLAN-CODE
                           AND E.EFF_DATE <= CM.SERVICE_FROM_DATE
                           AND E.TERM_DATE >= CM.SERVICE_FROM_DATE)
           END-EXEC

      *--- AUTHORIZATIONS DECIDED IN THE WINDOW FOR THE PLAN'S ---
      *    MEMBERS, BY PARITY SETTING AND MH/SUD CLASSIFICATION ---
      *    (A OPEN / X EXHAUSTED = APPROVED, D = DENIED)        ---
           EXEC SQL
               DECLARE MHP-AUTH-CURSOR CURSOR FOR
                   SELECT COALESCE(C.PARITY_SETTING, 'OP'),
                          COALESCE(M.MHSUD_IND, 'N'),
                          SUM(CASE WHEN P.AUTH_STATUS IN ('A', 'X')
                                   THEN 1 ELSE 0 END),
                          SUM(CASE WHEN P.AUTH_STATUS = 'D'
                                   THEN 1 ELSE 0 END)
                   FROM HCAS.PRIOR_AUTH P
                   LEFT JOIN HCAS.SVC_CATEGORY_MAP M
                       ON M.SVC_CODE_FROM <= P.SVC_CODE_FROM
                      AND M.SVC_CODE_THRU >= P.SVC_CODE_FROM
                   LEFT JOIN HCAS.SVC_CATEGORY C
                       ON C.SVC_CATEGORY = M.SVC_CATEGORY
                   WHERE P.EFF_DATE >= :WS-WINDOW-FROM
                     AND P.EFF_DATE <= :WS-WINDOW-THRU
                     AND EXISTS (
                         SELECT 1
                         FROM HCAS.ENROLLMENT E
                         WHERE E.MEMBER_ID = P.MEMBER_ID
                           AND E.PLAN_CODE = :BPL-PLAN-CODE
                           AND E.EFF_DATE <= P.EFF_DATE
                           AND E.TERM_DATE >= P.EFF_DATE)
                   GROUP BY COALESCE(C.PARITY_SETTING, 'OP'),
                            COALESCE(M.MHSUD_IND, 'N')
           END-EXEC

       01  WS-RPT-STATUS               PIC X(02).

       01  WS-SWITCHES.
           05  WS-PLAN-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-PLAN-EOF         VALUE 'Y'.
               88  WS-PLAN-NOT-EOF     VALUE 'N'.
           05  WS-SUB-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-SUB-EOF          VALUE 'Y'.
               88  WS-SUB-NOT-EOF      VALUE 'N'.

      *--- COMPARISON THRESHOLDS - PERCENTAGE POINTS, AND THE ---
      *    FEWEST CLAIMS (OR DECIDED AUTHS) EACH SIDE NEEDS    ---
      *    BEFORE A HISTORY MEASURE IS COMPARED               ---
       77  WS-TOLERANCE-PCT            PIC S9(03)V9 COMP-3 VALUE 5.0.
       77  WS-MIN-VOLUME               PIC S9(07) COMP-3 VALUE 30.

       01  WS-ANALYSIS-WINDOW.
           05  WS-YEAR-N               PIC 9(04).
           05  WS-ANALYSIS-YEAR        PIC X(04).
           05  WS-YEAR-FROM            PIC X(08).
           05  WS-YEAR-THRU            PIC X(08).
           05  WS-WINDOW-FROM          PIC X(08).
           05  WS-WINDOW-THRU          PIC X(08).
           05  WS-PLAN-EFF-X           PIC X(08).
           05  WS-PLAN-TERM-X          PIC X(08).

      *--- PARITY CLASSIFICATIONS ---
       01  WS-CLASS-NAME-VALUES.
           05  FILLER  PIC X(26) VALUE 'INPATIENT, IN-NETWORK'.
           05  FILLER  PIC X(26) VALUE 'INPATIENT, OUT-OF-NETWORK'.
           05  FILLER  PIC X(26) VALUE 'OUTPATIENT, IN-NETWORK'.
           05  FILLER  PIC X(26) VALUE 'OUTPATIENT, OUT-OF-NETWORK'.
           05  FILLER  PIC X(26) VALUE 'EMERGENCY CARE'.
           05  FILLER  PIC X(26) VALUE 'PRESCRIPTION DRUGS'.
       01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAME-VALUES.
           05  WS-CLASS-NAME           PIC X(26) OCCURS 6 TIMES.

       01  WS-CLS-IDX                  PIC S9(04) COMP.
       01  WS-GRP-IDX                  PIC S9(04) COMP.
       01  WS-CLS-IN-IDX               PIC S9(04) COMP.
       01  WS-CLS-OON-IDX              PIC S9(04) COMP.

      *--- ONE CELL PER CLASSIFICATION AND BENEFIT GROUP ---
      *    (GROUP 1 = MEDICAL/SURGICAL, 2 = MH/SUD)       ---
       01  WS-PARITY-TABLE.
           05  WS-PT-CLASS OCCURS 6 TIMES.
               10  WS-PT-FLAGS         PIC X(40).
               10  WS-PT-GROUP OCCURS 2 TIMES.
                   15  WS-PT-CLAIMS        PIC S9(07) COMP-3.
                   15  WS-PT-DENIED        PIC S9(07) COMP-3.
                   15  WS-PT-LINES         PIC S9(07) COMP-3.
                   15  WS-PT-AUTH-LINES    PIC S9(07) COMP-3.
                   15  WS-PT-CHARGES       PIC S9(11)V99 COMP-3.
                   15  WS-PT-ALLOWED       PIC S9(11)V99 COMP-3.
                   15  WS-PT-MEMBER-COST   PIC S9(11)V99 COMP-3.
                   15  WS-PT-LIMITS        PIC S9(05) COMP-3.
                   15  WS-PT-EXCLUSIONS    PIC S9(05) COMP-3.
                   15  WS-PT-MIN-UNIT-LIMIT
                                           PIC S9(05) COMP-3.
                   15  WS-PT-MIN-DOLLAR-LIMIT
                                           PIC S9(05) COMP-3.
                   15  WS-PT-PA-APPROVED   PIC S9(07) COMP-3.
                   15  WS-PT-PA-DENIED     PIC S9(07) COMP-3.
                   15  WS-PT-COST-PCT      PIC S9(03)V9 COMP-3.
                   15  WS-PT-DENY-PCT      PIC S9(03)V9 COMP-3.
                   15  WS-PT-PA-REQ-PCT    PIC S9(03)V9 COMP-3.
                   15  WS-PT-PA-APPR-PCT   PIC S9(03)V9 COMP-3.
                   15  WS-PT-OON-PCT       PIC S9(03)V9 COMP-3.

       01  WS-LIMIT-ROW.
           05  WS-LR-CATEGORY          PIC X(04).
           05  WS-LR-LIMIT-TYPE        PIC X(02).
               88  WS-LR-DOLLAR        VALUE 'DL'.
           05  WS-LR-LIMIT-QTY         PIC 9(05).
           05  WS-LR-COVERED           PIC X(01).
               88  WS-LR-NOT-COVERED   VALUE 'N'.
           05  WS-LR-SETTING           PIC X(02).
           05  WS-LR-MHSUD-IND         PIC X(01).

       01  WS-CLAIM-ROW.
           05  WS-CR-CLAIM-ID          PIC X(15).
           05  WS-CR-CLAIM-TYPE        PIC X(02).
           05  WS-CR-POS               PIC X(02).
           05  WS-CR-TYPE-OF-BILL      PIC X(04).
           05  WS-CR-BILLING-NPI       PIC X(10).
           05  WS-CR-CHARGES           PIC S9(09)V99 COMP-3.
           05  WS-CR-ALLOWED           PIC S9(09)V99 COMP-3.
           05  WS-CR-MEMBER-COST       PIC S9(09)V99 COMP-3.
           05  WS-CR-DENY-EDITS        PIC S9(07) COMP-3.
           05  WS-CR-LINES             PIC S9(07) COMP-3.
           05  WS-CR-AUTH-LINES        PIC S9(07) COMP-3.
           05  WS-CR-MHSUD-IND         PIC X(01).
           05  WS-CR-PAR-STATUS        PIC X(01).

       01  WS-AUTH-ROW.
           05  WS-AR-SETTING           PIC X(02).
           05  WS-AR-MHSUD-IND         PIC X(01).
           05  WS-AR-APPROVED          PIC S9(07) COMP-3.
           05  WS-AR-DENIED            PIC S9(07) COMP-3.

       01  WS-SETTING                  PIC X(02).
           88  WS-SET-INPATIENT        VALUE 'IP'.
           88  WS-SET-OUTPATIENT       VALUE 'OP'.
           88  WS-SET-EMERGENCY        VALUE 'ER'.
           88  WS-SET-PHARMACY         VALUE 'RX'.

      *--- COMPARISON WORK ---
       01  WS-COMPARE-WORK.
           05  WS-CMP-NUMER            PIC S9(11)V99 COMP-3.
           05  WS-CMP-DENOM            PIC S9(11)V99 COMP-3.
           05  WS-CMP-PCT              PIC S9(03)V9 COMP-3.
           05  WS-CMP-MS-VOLUME        PIC S9(07) COMP-3.
           05  WS-CMP-MH-VOLUME        PIC S9(07) COMP-3.
           05  WS-CMP-FLAG-PTR         PIC S9(04) COMP.
           05  WS-CMP-FLAG-CODE        PIC X(08).
           05  WS-PLAN-FLAG-COUNT      PIC S9(05) COMP-3.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-RD-GROUP             PIC X(06).
           05  WS-RD-CLAIMS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-COST-PCT          PIC ZZ9.9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-RD-LIMITS            PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-EXCLUSIONS        PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-MIN-UNITS         PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RD-MIN-DOLLARS       PIC X(05).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-RD-PA-REQ-PCT        PIC ZZ9.9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-RD-PA-APPR-PCT       PIC ZZ9.9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-RD-DENY-PCT          PIC ZZ9.9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-RD-OON-PCT           PIC X(05).
           05  FILLER                  PIC X(57) VALUE SPACES.
       01  WS-RPT-COLUMN-HEAD.
           05  FILLER                  PIC X(41) VALUE
               '    GROUP  CLAIMS   CST%   LIM  EXC  MINU'.
           05  FILLER                  PIC X(40) VALUE
               'N  MIN$    PARQ%   PAAP%   DENY%    OON%'.
           05  FILLER                  PIC X(52) VALUE SPACES.
       01  WS-RPT-QTY-EDIT             PIC ZZZZ9.
       01  WS-RPT-PCT-EDIT             PIC ZZ9.9.

       01  WS-COUNTERS.
           05  WS-PLANS-ANALYZED       PIC 9(05) VALUE ZERO.
           05  WS-CLAIMS-READ          PIC 9(09) VALUE ZERO.
           05  WS-CLASSES-FLAGGED      PIC 9(05) VALUE ZERO.
           05  WS-PLANS-FLAGGED        PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ANALYZE-ONE-PLAN
               UNTIL WS-PLAN-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'MHPRPT01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
      *--- ANALYSIS YEAR IS THE PRIOR CALENDAR YEAR ---
           MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(1:4))
               TO WS-YEAR-N
           SUBTRACT 1 FROM WS-YEAR-N
           MOVE WS-YEAR-N TO WS-ANALYSIS-YEAR
           STRING WS-ANALYSIS-YEAR '0101'
                  DELIMITED SIZE INTO WS-YEAR-FROM
           END-STRING
           STRING WS-ANALYSIS-YEAR '1231'
                  DELIMITED SIZE INTO WS-YEAR-THRU
           END-STRING
           OPEN OUTPUT MHPRPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MHPRPT01: OPEN ERROR REPORT - '
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MHPRPT01 - MENTAL HEALTH PARITY COMPARATIVE '
                      DELIMITED SIZE
                  'ANALYSIS FOR ' DELIMITED SIZE
                  WS-ANALYSIS-YEAR DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE MHPRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-TOLERANCE-PCT TO WS-RPT-PCT-EDIT
           MOVE WS-MIN-VOLUME TO WS-RPT-QTY-EDIT
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FLAGGED WHEN MH/SUD IS MORE RESTRICTIVE BY MORE '
                      DELIMITED SIZE
                  'THAN ' DELIMITED SIZE
                  WS-RPT-PCT-EDIT DELIMITED SIZE
                  ' POINTS; HISTORY MEASURES NEED ' DELIMITED SIZE
                  WS-RPT-QTY-EDIT DELIMITED SIZE
                  ' CLAIMS/AUTHS EACH SIDE' DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE MHPRPT-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN MHP-PLAN-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'MHPRPT01: ERROR OPENING PLAN CURSOR - '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-FETCH-NEXT-PLAN.

      *================================================================*
      * ONE PLAN VERSION                                               *
      *================================================================*
       2000-ANALYZE-ONE-PLAN.
           ADD 1 TO WS-PLANS-ANALYZED
           INITIALIZE WS-PARITY-TABLE
           MOVE ZERO TO WS-PLAN-FLAG-COUNT
           PERFORM 2050-INIT-MIN-LIMITS
               VARYING WS-CLS-IDX FROM 1 BY 1
               UNTIL WS-CLS-IDX > 6
      *--- HISTORY WINDOW IS THE PART OF THE YEAR THE VERSION ---
      *    WAS IN FORCE                                       ---
           MOVE BPL-EFF-DATE  TO WS-PLAN-EFF-X
           MOVE BPL-TERM-DATE TO WS-PLAN-TERM-X
           MOVE WS-YEAR-FROM TO WS-WINDOW-FROM
           IF WS-PLAN-EFF-X > WS-WINDOW-FROM
               MOVE WS-PLAN-EFF-X TO WS-WINDOW-FROM
           END-IF
           MOVE WS-YEAR-THRU TO WS-WINDOW-THRU
           IF WS-PLAN-TERM-X < WS-WINDOW-THRU
               MOVE WS-PLAN-TERM-X TO WS-WINDOW-THRU
           END-IF
           PERFORM 3000-LOAD-LIMITS
           PERFORM 4000-LOAD-CLAIMS
           PERFORM 5000-LOAD-AUTHS
           PERFORM 6000-COMPARE-CLASS
               VARYING WS-CLS-IDX FROM 1 BY 1
               UNTIL WS-CLS-IDX > 6
           PERFORM 8000-WRITE-PLAN-REPORT
           IF WS-PLAN-FLAG-COUNT > ZERO
               ADD 1 TO WS-PLANS-FLAGGED
           END-IF
           PERFORM 2100-FETCH-NEXT-PLAN.

       2050-INIT-MIN-LIMITS.
           MOVE 99999 TO WS-PT-MIN-UNIT-LIMIT(WS-CLS-IDX, 1)
           MOVE 99999 TO WS-PT-MIN-UNIT-LIMIT(WS-CLS-IDX, 2)
           MOVE 99999 TO WS-PT-MIN-DOLLAR-LIMIT(WS-CLS-IDX, 1)
           MOVE 99999 TO WS-PT-MIN-DOLLAR-LIMIT(WS-CLS-IDX, 2).

       2100-FETCH-NEXT-PLAN.
           EXEC SQL
               FETCH MHP-PLAN-CURSOR
               INTO :BPL-PLAN-CODE, :BPL-EFF-DATE, :BPL-PLAN-NAME,
                    :BPL-LOB-CODE, :BPL-TERM-DATE, :BPL-PREAUTH-REQ
           END-EXEC
           IF SQLCODE = +100
               SET WS-PLAN-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'MHPRPT01: PLAN FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-PLAN-EOF TO TRUE
           END-IF.

      *--- SETTING + NETWORK TO CLASSIFICATION. EMERGENCY CARE ---
      *    AND PHARMACY ARE NOT SPLIT BY NETWORK               ---
       2200-SETTING-TO-CLASS.
           EVALUATE TRUE
               WHEN WS-SET-INPATIENT
                   MOVE 1 TO WS-CLS-IN-IDX
                   MOVE 2 TO WS-CLS-OON-IDX
               WHEN WS-SET-EMERGENCY
                   MOVE 5 TO WS-CLS-IN-IDX
                   MOVE 5 TO WS-CLS-OON-IDX
               WHEN WS-SET-PHARMACY
                   MOVE 6 TO WS-CLS-IN-IDX
                   MOVE 6 TO WS-CLS-OON-IDX
               WHEN OTHER
                   MOVE 3 TO WS-CLS-IN-IDX
                   MOVE 4 TO WS-CLS-OON-IDX
           END-EVALUATE.

      *================================================================*
      * QUANTITATIVE LIMITS AND EXCLUSIONS                             *
      *================================================================*
       3000-LOAD-LIMITS.
           EXEC SQL OPEN MHP-LIMIT-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'MHPRPT01: LIMIT CURSOR OPEN ERROR SQLCODE='
                       SQLCODE ' PLAN=' BPL-PLAN-CODE
               EXIT PARAGRAPH
           END-IF
           SET WS-SUB-NOT-EOF TO TRUE
           PERFORM 3100-FETCH-LIMIT
               UNTIL WS-SUB-EOF
           EXEC SQL CLOSE MHP-LIMIT-CURSOR END-EXEC.

       3100-FETCH-LIMIT.
           EXEC SQL
               FETCH MHP-LIMIT-CURSOR
               INTO :WS-LR-CATEGORY, :WS-LR-LIMIT-TYPE,
                    :WS-LR-LIMIT-QTY, :WS-LR-COVERED,
                    :WS-LR-SETTING, :WS-LR-MHSUD-IND
           END-EXEC
           IF SQLCODE = +100
               SET WS-SUB-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'MHPRPT01: LIMIT FETCH ERROR SQLCODE='
                       SQLCODE ' PLAN=' BPL-PLAN-CODE
               SET WS-SUB-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-LR-MHSUD-IND = 'Y'
               MOVE 2 TO WS-GRP-IDX
           ELSE
               MOVE 1 TO WS-GRP-IDX
           END-IF
      *--- A LIMIT APPLIES IN AND OUT OF NETWORK ALIKE ---
           MOVE WS-LR-SETTING TO WS-SETTING
           PERFORM 2200-SETTING-TO-CLASS
           MOVE WS-CLS-IN-IDX TO WS-CLS-IDX
           PERFORM 3200-APPLY-LIMIT
           IF WS-CLS-OON-IDX NOT = WS-CLS-IN-IDX
               MOVE WS-CLS-OON-IDX TO WS-CLS-IDX
               PERFORM 3200-APPLY-LIMIT
           END-IF.

       3200-APPLY-LIMIT.
           IF WS-LR-NOT-COVERED
               ADD 1 TO WS-PT-EXCLUSIONS(WS-CLS-IDX, WS-GRP-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PT-LIMITS(WS-CLS-IDX, WS-GRP-IDX)
           IF WS-LR-DOLLAR
               IF WS-LR-LIMIT-QTY <
                  WS-PT-MIN-DOLLAR-LIMIT(WS-CLS-IDX, WS-GRP-IDX)
                   MOVE WS-LR-LIMIT-QTY
                       TO WS-PT-MIN-DOLLAR-LIMIT(WS-CLS-IDX, WS-GRP-IDX)
               END-IF
           ELSE
               IF WS-LR-LIMIT-QTY <
                  WS-PT-MIN-UNIT-LIMIT(WS-CLS-IDX, WS-GRP-IDX)
                   MOVE WS-LR-LIMIT-QTY
                       TO WS-PT-MIN-UNIT-LIMIT(WS-CLS-IDX, WS-GRP-IDX)
               END-IF
           END-IF.

      *================================================================*
      * CLAIM HISTORY - COST SHARE, PA REQUIREMENT, DENIALS, OON       *
      *================================================================*
       4000-LOAD-CLAIMS.
           EXEC SQL OPEN MHP-CLAIM-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'MHPRPT01: CLAIM CURSOR OPEN ERROR SQLCODE='
                       SQLCODE ' PLAN=' BPL-PLAN-CODE
               EXIT PARAGRAPH
           END-IF
           SET WS-SUB-NOT-EOF TO TRUE
           PERFORM 4100-FETCH-CLAIM
               UNTIL WS-SUB-EOF
           EXEC SQL CLOSE MHP-CLAIM-CURSOR END-EXEC.

       4100-FETCH-CLAIM.
           EXEC SQL
               FETCH MHP-CLAIM-CURSOR
               INTO :WS-CR-CLAIM-ID, :WS-CR-CLAIM-TYPE,
                    :WS-CR-POS, :WS-CR-TYPE-OF-BILL,
                    :WS-CR-BILLING-NPI, :WS-CR-CHARGES,
                    :WS-CR-ALLOWED, :WS-CR-MEMBER-COST,
                    :WS-CR-DENY-EDITS, :WS-CR-LINES,
                    :WS-CR-AUTH-LINES
           END-EXEC
           IF SQLCODE = +100
               SET WS-SUB-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'MHPRPT01: CLAIM FETCH ERROR SQLCODE='
                       SQLCODE ' PLAN=' BPL-PLAN-CODE
               SET WS-SUB-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CLAIMS-READ
           PERFORM 4200-CLASSIFY-CLAIM
           PERFORM 4300-LOOKUP-NETWORK
           IF WS-CR-PAR-STATUS = 'Y'
               MOVE WS-CLS-IN-IDX TO WS-CLS-IDX
           ELSE
               MOVE WS-CLS-OON-IDX TO WS-CLS-IDX
           END-IF
           IF WS-CR-MHSUD-IND = 'Y'
               MOVE 2 TO WS-GRP-IDX
           ELSE
               MOVE 1 TO WS-GRP-IDX
           END-IF
           ADD 1 TO WS-PT-CLAIMS(WS-CLS-IDX, WS-GRP-IDX)
           IF WS-CR-DENY-EDITS > ZERO
               ADD 1 TO WS-PT-DENIED(WS-CLS-IDX, WS-GRP-IDX)
           END-IF
           ADD WS-CR-LINES TO WS-PT-LINES(WS-CLS-IDX, WS-GRP-IDX)
           ADD WS-CR-AUTH-LINES
               TO WS-PT-AUTH-LINES(WS-CLS-IDX, WS-GRP-IDX)
           ADD WS-CR-CHARGES TO WS-PT-CHARGES(WS-CLS-IDX, WS-GRP-IDX)
           ADD WS-CR-ALLOWED TO WS-PT-ALLOWED(WS-CLS-IDX, WS-GRP-IDX)
           ADD WS-CR-MEMBER-COST
               TO WS-PT-MEMBER-COST(WS-CLS-IDX, WS-GRP-IDX).

       4200-CLASSIFY-CLAIM.
      *--- SETTING: PHARMACY BY CLAIM TYPE, EMERGENCY BY PLACE ---
      *    OF SERVICE, INPATIENT BY BILL TYPE OR PLACE OF      ---
      *    SERVICE, EVERYTHING ELSE OUTPATIENT                 ---
           EVALUATE TRUE
               WHEN WS-CR-CLAIM-TYPE = 'RX'
                   MOVE 'RX' TO WS-SETTING
               WHEN WS-CR-POS = '23'
                   MOVE 'ER' TO WS-SETTING
               WHEN WS-CR-CLAIM-TYPE = 'IN'
                AND (WS-CR-TYPE-OF-BILL(1:2) = '11'
                  OR WS-CR-TYPE-OF-BILL(1:2) = '12'
                  OR WS-CR-TYPE-OF-BILL(1:2) = '21'
                  OR WS-CR-TYPE-OF-BILL(2:2) = '11'
                  OR WS-CR-TYPE-OF-BILL(2:2) = '12'
                  OR WS-CR-TYPE-OF-BILL(2:2) = '21')
                   MOVE 'IP' TO WS-SETTING
               WHEN WS-CR-POS = '21' OR WS-CR-POS = '51'
                 OR WS-CR-POS = '61'
                   MOVE 'IP' TO WS-SETTING
               WHEN OTHER
                   MOVE 'OP' TO WS-SETTING
           END-EVALUATE
           PERFORM 2200-SETTING-TO-CLASS
      *--- MH/SUD WHEN ANY LINE'S SERVICE (OR, FOR PHARMACY, ---
      *    THE DRUG'S CLASS) MAPS TO AN MH/SUD CATEGORY      ---
           MOVE 'N' TO WS-CR-MHSUD-IND
           IF WS-SET-PHARMACY
               EXEC SQL
                   SELECT COALESCE(MAX(M.MHSUD_IND), 'N')
                   INTO :WS-CR-MHSUD-IND
                   FROM HCAS.CLAIM_LINE CL
                   INNER JOIN HCAS.DRUG_CLASS DC
                       ON DC.NDC_CODE = CL.NDC_CODE
                   INNER JOIN HCAS.SVC_CATEGORY_MAP M
                       ON M.SVC_CODE_FROM <= DC.CLASS_CODE
                      AND M.SVC_CODE_THRU >= DC.CLASS_CODE
                   WHERE CL.CLAIM_ID = :WS-CR-CLAIM-ID
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COALESCE(MAX(M.MHSUD_IND), 'N')
                   INTO :WS-CR-MHSUD-IND
                   FROM HCAS.CLAIM_LINE CL
                   INNER JOIN HCAS.SVC_CATEGORY_MAP M
                       ON M.SVC_CODE_FROM <=
                          CASE WHEN COALESCE(CL.PROC_CODE, ' ') <> ' '
                               THEN CL.PROC_CODE ELSE CL.REV_CODE END
                      AND M.SVC_CODE_THRU >=
                          CASE WHEN COALESCE(CL.PROC_CODE, ' ') <> ' '
                               THEN CL.PROC_CODE ELSE CL.REV_CODE END
                   WHERE CL.CLAIM_ID = :WS-CR-CLAIM-ID
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               MOVE 'N' TO WS-CR-MHSUD-IND
           END-IF.

       4300-LOOKUP-NETWORK.
      *--- SAME CONTRACT SELECTION CLMADJ01 PRICES WITH ---
           MOVE 'N' TO WS-CR-PAR-STATUS
           EXEC SQL
               SELECT PAR_STATUS
               INTO :WS-CR-PAR-STATUS
               FROM HCAS.PROVIDER_CONTRACT
               WHERE NPI = :WS-CR-BILLING-NPI
               ORDER BY PAR_STATUS DESC, EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'N' TO WS-CR-PAR-STATUS
           END-IF.

      *================================================================*
      * PRIOR AUTHORIZATION DECISIONS                                  *
      *================================================================*
       5000-LOAD-AUTHS.
           EXEC SQL OPEN MHP-AUTH-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'MHPRPT01: AUTH CURSOR OPEN ERROR SQLCODE='
                       SQLCODE ' PLAN=' BPL-PLAN-CODE
               EXIT PARAGRAPH
           END-IF
           SET WS-SUB-NOT-EOF TO TRUE
           PERFORM 5100-FETCH-AUTH-GROUP
               UNTIL WS-SUB-EOF
           EXEC SQL CLOSE MHP-AUTH-CURSOR END-EXEC.

       5100-FETCH-AUTH-GROUP.
           EXEC SQL
               FETCH MHP-AUTH-CURSOR
               INTO :WS-AR-SETTING, :WS-AR-MHSUD-IND,
                    :WS-AR-APPROVED, :WS-AR-DENIED
           END-EXEC
           IF SQLCODE = +100
               SET WS-SUB-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'MHPRPT01: AUTH FETCH ERROR SQLCODE='
                       SQLCODE ' PLAN=' BPL-PLAN-CODE
               SET WS-SUB-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-AR-MHSUD-IND = 'Y'
               MOVE 2 TO WS-GRP-IDX
           ELSE
               MOVE 1 TO WS-GRP-IDX
           END-IF
      *--- AN AUTHORIZATION CARRIES NO NETWORK - ITS DECISION ---
      *    RATE COUNTS IN BOTH CLASSIFICATIONS OF THE SETTING  ---
           MOVE WS-AR-SETTING TO WS-SETTING
           PERFORM 2200-SETTING-TO-CLASS
           ADD WS-AR-APPROVED
               TO WS-PT-PA-APPROVED(WS-CLS-IN-IDX, WS-GRP-IDX)
           ADD WS-AR-DENIED
               TO WS-PT-PA-DENIED(WS-CLS-IN-IDX, WS-GRP-IDX)
           IF WS-CLS-OON-IDX NOT = WS-CLS-IN-IDX
               ADD WS-AR-APPROVED
                   TO WS-PT-PA-APPROVED(WS-CLS-OON-IDX, WS-GRP-IDX)
               ADD WS-AR-DENIED
                   TO WS-PT-PA-DENIED(WS-CLS-OON-IDX, WS-GRP-IDX)
           END-IF.

      *================================================================*
      * MH/SUD VERSUS M/S WITHIN ONE CLASSIFICATION                    *
      *================================================================*
       6000-COMPARE-CLASS.
           MOVE SPACES TO WS-PT-FLAGS(WS-CLS-IDX)
           MOVE 1 TO WS-CMP-FLAG-PTR
           PERFORM 6100-CALC-RATES
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > 2
      *--- QUANTITATIVE LIMITS: AN MH/SUD LIMIT WITH NO M/S  ---
      *    LIMIT IN THE CLASSIFICATION, OR A TIGHTER ONE      ---
           IF WS-PT-LIMITS(WS-CLS-IDX, 2) > ZERO
               IF WS-PT-LIMITS(WS-CLS-IDX, 1) = ZERO
               OR WS-PT-MIN-UNIT-LIMIT(WS-CLS-IDX, 2) <
                  WS-PT-MIN-UNIT-LIMIT(WS-CLS-IDX, 1)
               OR WS-PT-MIN-DOLLAR-LIMIT(WS-CLS-IDX, 2) <
                  WS-PT-MIN-DOLLAR-LIMIT(WS-CLS-IDX, 1)
                   MOVE 'QTL' TO WS-CMP-FLAG-CODE
                   PERFORM 6900-ADD-FLAG
               END-IF
           END-IF
           IF WS-PT-EXCLUSIONS(WS-CLS-IDX, 2) > ZERO
           AND WS-PT-EXCLUSIONS(WS-CLS-IDX, 1) = ZERO
               MOVE 'EXCL' TO WS-CMP-FLAG-CODE
               PERFORM 6900-ADD-FLAG
           END-IF
      *--- CLAIM-HISTORY MEASURES NEED VOLUME ON BOTH SIDES ---
           MOVE WS-PT-CLAIMS(WS-CLS-IDX, 1) TO WS-CMP-MS-VOLUME
           MOVE WS-PT-CLAIMS(WS-CLS-IDX, 2) TO WS-CMP-MH-VOLUME
           IF WS-CMP-MS-VOLUME >= WS-MIN-VOLUME
           AND WS-CMP-MH-VOLUME >= WS-MIN-VOLUME
               IF WS-PT-COST-PCT(WS-CLS-IDX, 2) >
                  WS-PT-COST-PCT(WS-CLS-IDX, 1) + WS-TOLERANCE-PCT
                   MOVE 'COSTSHR' TO WS-CMP-FLAG-CODE
                   PERFORM 6900-ADD-FLAG
               END-IF
               IF WS-PT-PA-REQ-PCT(WS-CLS-IDX, 2) >
                  WS-PT-PA-REQ-PCT(WS-CLS-IDX, 1) + WS-TOLERANCE-PCT
                   MOVE 'PA-REQ' TO WS-CMP-FLAG-CODE
                   PERFORM 6900-ADD-FLAG
               END-IF
               IF WS-PT-DENY-PCT(WS-CLS-IDX, 2) >
                  WS-PT-DENY-PCT(WS-CLS-IDX, 1) + WS-TOLERANCE-PCT
                   MOVE 'DENIAL' TO WS-CMP-FLAG-CODE
                   PERFORM 6900-ADD-FLAG
               END-IF
               IF (WS-CLS-IDX = 2 OR WS-CLS-IDX = 4)
               AND WS-PT-OON-PCT(WS-CLS-IDX, 2) + WS-TOLERANCE-PCT <
                   WS-PT-OON-PCT(WS-CLS-IDX, 1)
                   MOVE 'OON-RMB' TO WS-CMP-FLAG-CODE
                   PERFORM 6900-ADD-FLAG
               END-IF
           END-IF
           COMPUTE WS-CMP-MS-VOLUME =
               WS-PT-PA-APPROVED(WS-CLS-IDX, 1) +
               WS-PT-PA-DENIED(WS-CLS-IDX, 1)
           COMPUTE WS-CMP-MH-VOLUME =
               WS-PT-PA-APPROVED(WS-CLS-IDX, 2) +
               WS-PT-PA-DENIED(WS-CLS-IDX, 2)
           IF WS-CMP-MS-VOLUME >= WS-MIN-VOLUME
           AND WS-CMP-MH-VOLUME >= WS-MIN-VOLUME
           AND WS-PT-PA-APPR-PCT(WS-CLS-IDX, 2) + WS-TOLERANCE-PCT <
               WS-PT-PA-APPR-PCT(WS-CLS-IDX, 1)
               MOVE 'PA-APPR' TO WS-CMP-FLAG-CODE
               PERFORM 6900-ADD-FLAG
           END-IF
           IF WS-PT-FLAGS(WS-CLS-IDX) NOT = SPACES
               ADD 1 TO WS-PLAN-FLAG-COUNT
               ADD 1 TO WS-CLASSES-FLAGGED
           END-IF.

       6100-CALC-RATES.
           MOVE WS-PT-MEMBER-COST(WS-CLS-IDX, WS-GRP-IDX)
               TO WS-CMP-NUMER
           MOVE WS-PT-ALLOWED(WS-CLS-IDX, WS-GRP-IDX) TO WS-CMP-DENOM
           PERFORM 6200-PERCENT
           MOVE WS-CMP-PCT TO WS-PT-COST-PCT(WS-CLS-IDX, WS-GRP-IDX)
           MOVE WS-PT-DENIED(WS-CLS-IDX, WS-GRP-IDX) TO WS-CMP-NUMER
           MOVE WS-PT-CLAIMS(WS-CLS-IDX, WS-GRP-IDX) TO WS-CMP-DENOM
           PERFORM 6200-PERCENT
           MOVE WS-CMP-PCT TO WS-PT-DENY-PCT(WS-CLS-IDX, WS-GRP-IDX)
           MOVE WS-PT-AUTH-LINES(WS-CLS-IDX, WS-GRP-IDX)
               TO WS-CMP-NUMER
           MOVE WS-PT-LINES(WS-CLS-IDX, WS-GRP-IDX) TO WS-CMP-DENOM
           PERFORM 6200-PERCENT
           MOVE WS-CMP-PCT TO WS-PT-PA-REQ-PCT(WS-CLS-IDX, WS-GRP-IDX)
           MOVE WS-PT-PA-APPROVED(WS-CLS-IDX, WS-GRP-IDX)
               TO WS-CMP-NUMER
           COMPUTE WS-CMP-DENOM =
               WS-PT-PA-APPROVED(WS-CLS-IDX, WS-GRP-IDX) +
               WS-PT-PA-DENIED(WS-CLS-IDX, WS-GRP-IDX)
           PERFORM 6200-PERCENT
           MOVE WS-CMP-PCT TO WS-PT-PA-APPR-PCT(WS-CLS-IDX, WS-GRP-IDX)
           MOVE WS-PT-ALLOWED(WS-CLS-IDX, WS-GRP-IDX) TO WS-CMP-NUMER
           MOVE WS-PT-CHARGES(WS-CLS-IDX, WS-GRP-IDX) TO WS-CMP-DENOM
           PERFORM 6200-PERCENT
           MOVE WS-CMP-PCT TO WS-PT-OON-PCT(WS-CLS-IDX, WS-GRP-IDX).

       6200-PERCENT.
           IF WS-CMP-DENOM > ZERO
               COMPUTE WS-CMP-PCT ROUNDED =
                   WS-CMP-NUMER * 100 / WS-CMP-DENOM
           ELSE
               MOVE ZERO TO WS-CMP-PCT
           END-IF.

       6900-ADD-FLAG.
           STRING WS-CMP-FLAG-CODE DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  INTO WS-PT-FLAGS(WS-CLS-IDX)
                  WITH POINTER WS-CMP-FLAG-PTR
           END-STRING.

      *================================================================*
      * REPORT                                                         *
      *================================================================*
       8000-WRITE-PLAN-REPORT.
           MOVE SPACES TO WS-RPT-LINE
           WRITE MHPRPT-RECORD FROM WS-RPT-LINE
           STRING 'PLAN ' DELIMITED SIZE
                  BPL-PLAN-CODE DELIMITED SIZE
                  ' EFF ' DELIMITED SIZE
                  WS-PLAN-EFF-X DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  BPL-PLAN-NAME DELIMITED SIZE
                  ' LOB ' DELIMITED SIZE
                  BPL-LOB-CODE DELIMITED SIZE
                  '  PLAN PREAUTH: ' DELIMITED SIZE
                  BPL-PREAUTH-REQ DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE MHPRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  HISTORY WINDOW ' DELIMITED SIZE
                  WS-WINDOW-FROM DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  WS-WINDOW-THRU DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE MHPRPT-RECORD FROM WS-RPT-LINE
           PERFORM 8100-WRITE-CLASS
               VARYING WS-CLS-IDX FROM 1 BY 1
               UNTIL WS-CLS-IDX > 6.

       8100-WRITE-CLASS.
           MOVE SPACES TO WS-RPT-LINE
           IF WS-PT-FLAGS(WS-CLS-IDX) = SPACES
               STRING '  ' DELIMITED SIZE
                      WS-CLASS-NAME(WS-CLS-IDX) DELIMITED SIZE
                      '  NO MH/SUD DISPARITY' DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING '  ' DELIMITED SIZE
                      WS-CLASS-NAME(WS-CLS-IDX) DELIMITED SIZE
                      '  *** MH/SUD MORE RESTRICTIVE: ' DELIMITED SIZE
                      WS-PT-FLAGS(WS-CLS-IDX) DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
           END-IF
           WRITE MHPRPT-RECORD FROM WS-RPT-LINE
           WRITE MHPRPT-RECORD FROM WS-RPT-COLUMN-HEAD
           PERFORM 8200-WRITE-GROUP
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > 2.

       8200-WRITE-GROUP.
           IF WS-GRP-IDX = 1
               MOVE 'M/S' TO WS-RD-GROUP
           ELSE
               MOVE 'MH/SUD' TO WS-RD-GROUP
           END-IF
           MOVE WS-PT-CLAIMS(WS-CLS-IDX, WS-GRP-IDX) TO WS-RD-CLAIMS
           MOVE WS-PT-COST-PCT(WS-CLS-IDX, WS-GRP-IDX)
               TO WS-RD-COST-PCT
           MOVE WS-PT-LIMITS(WS-CLS-IDX, WS-GRP-IDX) TO WS-RD-LIMITS
           MOVE WS-PT-EXCLUSIONS(WS-CLS-IDX, WS-GRP-IDX)
               TO WS-RD-EXCLUSIONS
           IF WS-PT-MIN-UNIT-LIMIT(WS-CLS-IDX, WS-GRP-IDX) = 99999
               MOVE '  N/A' TO WS-RD-MIN-UNITS
           ELSE
               MOVE WS-PT-MIN-UNIT-LIMIT(WS-CLS-IDX, WS-GRP-IDX)
                   TO WS-RPT-QTY-EDIT
               MOVE WS-RPT-QTY-EDIT TO WS-RD-MIN-UNITS
           END-IF
           IF WS-PT-MIN-DOLLAR-LIMIT(WS-CLS-IDX, WS-GRP-IDX) = 99999
               MOVE '  N/A' TO WS-RD-MIN-DOLLARS
           ELSE
               MOVE WS-PT-MIN-DOLLAR-LIMIT(WS-CLS-IDX, WS-GRP-IDX)
                   TO WS-RPT-QTY-EDIT
               MOVE WS-RPT-QTY-EDIT TO WS-RD-MIN-DOLLARS
           END-IF
           MOVE WS-PT-PA-REQ-PCT(WS-CLS-IDX, WS-GRP-IDX)
               TO WS-RD-PA-REQ-PCT
           MOVE WS-PT-PA-APPR-PCT(WS-CLS-IDX, WS-GRP-IDX)
               TO WS-RD-PA-APPR-PCT
           MOVE WS-PT-DENY-PCT(WS-CLS-IDX, WS-GRP-IDX)
               TO WS-RD-DENY-PCT
           IF WS-CLS-IDX = 2 OR WS-CLS-IDX = 4
               MOVE WS-PT-OON-PCT(WS-CLS-IDX, WS-GRP-IDX)
                   TO WS-RPT-PCT-EDIT
               MOVE WS-RPT-PCT-EDIT TO WS-RD-OON-PCT
           ELSE
               MOVE '  N/A' TO WS-RD-OON-PCT
           END-IF
           WRITE MHPRPT-RECORD FROM WS-RPT-DETAIL.

       9000-TERMINATE.
           EXEC SQL CLOSE MHP-PLAN-CURSOR END-EXEC
           MOVE SPACES TO WS-RPT-LINE
           WRITE MHPRPT-RECORD FROM WS-RPT-LINE
           STRING 'PLANS ANALYZED: ' DELIMITED SIZE
                  WS-PLANS-ANALYZED DELIMITED SIZE
                  '  PLANS FLAGGED: ' DELIMITED SIZE
                  WS-PLANS-FLAGGED DELIMITED SIZE
                  '  CLASSIFICATIONS FLAGGED: ' DELIMITED SIZE
                  WS-CLASSES-FLAGGED DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE MHPRPT-RECORD FROM WS-RPT-LINE
           CLOSE MHPRPT-FILE
           DISPLAY 'MHPRPT01: ANALYSIS YEAR:          '
                   WS-ANALYSIS-YEAR
           DISPLAY 'MHPRPT01: PLANS ANALYZED:         '
                   WS-PLANS-ANALYZED
           DISPLAY 'MHPRPT01: CLAIMS READ:            ' WS-CLAIMS-READ
           DISPLAY 'MHPRPT01: PLANS FLAGGED:          '
                   WS-PLANS-FLAGGED
           DISPLAY 'MHPRPT01: CLASSIFICATIONS FLAGGED:'
                   WS-CLASSES-FLAGGED
      *--- A FLAGGED CLASSIFICATION NEEDS COMPLIANCE REVIEW ---
           IF WS-CLASSES-FLAGGED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
