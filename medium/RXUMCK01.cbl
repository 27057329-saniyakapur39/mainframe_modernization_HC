       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RXUMCK01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  RXUMCK01                                             *
      * PURPOSE:  PHARMACY UTILIZATION MANAGEMENT CHECK - SUBROUTINE   *
      *           GIVEN A MEMBER, NDC, FILL DATE, QUANTITY AND DAYS    *
      *           SUPPLY, APPLIES THE FORMULARY'S STEP-THERAPY AND     *
      *           QUANTITY-LIMIT RULES AND RETURNS THE HCAS EDIT CODE  *
      *           AND THE NCPDP REJECT CODE FOR A FILL THAT FAILS:     *
      *             ST001 / 608 - STEP THERAPY: NO PAID FILL OF A      *
      *                   PREREQUISITE DRUG CLASS IN THE RULE'S        *
      *                   LOOKBACK WINDOW (AT LEAST THE MINIMUM        *
      *                   TRIAL DAYS SUPPLY)                           *
      *             QL001 / 76  - QUANTITY OVER THE NDC'S LIMIT PER    *
      *                   DAYS SUPPLY (E.G. 30 TABLETS PER 30 DAYS)    *
      *             QL002 / AG  - DAYS SUPPLY OVER THE NDC'S MAXIMUM   *
      *           A FORMULARY-EXCEPTION AUTHORIZATION ON               *
      *           HCAS.PRIOR_AUTH FOR THE NDC LABELER OVERRIDES        *
      *           EITHER REJECT. THE STEP RULE FOR THE EXACT NDC       *
      *           WINS OVER THE RULE FOR ITS DRUG CLASS. A BLANK       *
      *           FORMULARY ID IS RESOLVED FROM THE MEMBER'S ACTIVE    *
      *           ENROLLMENT ON THE FILL DATE; NO FORMULARY MEANS NO   *
      *           UTILIZATION RULES (RC '00').                         *
      * CALLED BY: NCPDPIN1 (POINT OF SALE), CLMADJ01 (FORMULARY)      *
      * TABLES:   HCAS.STEP_THERAPY_RULE, HCAS.STEP_THERAPY_PREREQ,    *
      *           HCAS.FORMULARY_QTY_LIMIT, HCAS.DRUG_CLASS,           *
      *           HCAS.CLAIM_LINE, HCAS.CLAIM_MASTER,                  *
      *           HCAS.PRIOR_AUTH, HCAS.ENROLLMENT, HCAS.BENEFIT_PLAN  *
      * FREQUENCY: PER CALL                                            *
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-UM-WORK.
           05  WS-UM-FORMULARY-ID      PIC X(08).
           05  WS-UM-CLASS-CODE        PIC X(06).
           05  WS-UM-NDC5              PIC X(05).
           05  WS-UM-EXC-COUNT         PIC S9(05) COMP-3.
           05  WS-UM-RULE-ID           PIC X(08).
           05  WS-UM-LOOKBACK-DAYS     PIC S9(05) COMP-3.
           05  WS-UM-MIN-TRIAL-DAYS    PIC S9(05) COMP-3.
           05  WS-UM-TRIAL-DAYS        PIC S9(07) COMP-3.
           05  WS-UM-MAX-QTY           PIC S9(05)V99 COMP-3.
           05  WS-UM-PER-DAYS          PIC S9(03) COMP-3.
           05  WS-UM-MAX-DAYSUP        PIC S9(03) COMP-3.
           05  WS-UM-BILLED-DAYS       PIC S9(03) COMP-3.
           05  WS-UM-DATE-N            PIC 9(08).
           05  WS-UM-DOS-INT           PIC S9(09) COMP.
           05  WS-UM-WINDOW-INT        PIC S9(09) COMP.
           05  WS-UM-WINDOW-START      PIC X(08).
           05  WS-UM-RULE-SW           PIC X(01).
               88  WS-UM-RULE-FOUND    VALUE 'Y'.
               88  WS-UM-NO-RULE       VALUE 'N'.

       LINKAGE SECTION.

       01  LS-UM-REQUEST.
           05  LS-UM-MEMBER-ID         PIC X(12).
           05  LS-UM-FORMULARY-ID      PIC X(08).
           05  LS-UM-NDC               PIC X(11).
           05  LS-UM-SVC-DATE          PIC X(08).
           05  LS-UM-QUANTITY          PIC S9(05)V99 COMP-3.
           05  LS-UM-DAYS-SUPPLY       PIC 9(03).

       01  LS-UM-RESPONSE.
           05  LS-UM-RC                PIC X(02).
               88  LS-UM-PASSED        VALUE '00'.
               88  LS-UM-REJECTED      VALUE '08'.
           05  LS-UM-EDIT-CODE         PIC X(05).
           05  LS-UM-NCPDP-REJECT      PIC X(03).
           05  LS-UM-MESSAGE           PIC X(60).

       PROCEDURE DIVISION USING LS-UM-REQUEST
                                LS-UM-RESPONSE.

       0000-MAIN-PROCESS.
           MOVE '00'   TO LS-UM-RC
           MOVE SPACES TO LS-UM-EDIT-CODE
           MOVE SPACES TO LS-UM-NCPDP-REJECT
           MOVE SPACES TO LS-UM-MESSAGE
           IF LS-UM-NDC = SPACES
           OR LS-UM-SVC-DATE IS NOT NUMERIC
               GOBACK
           END-IF
           MOVE LS-UM-FORMULARY-ID TO WS-UM-FORMULARY-ID
           IF WS-UM-FORMULARY-ID = SPACES
               PERFORM 1000-RESOLVE-FORMULARY
           END-IF
           IF WS-UM-FORMULARY-ID = SPACES
               GOBACK
           END-IF
           MOVE SPACES TO WS-UM-CLASS-CODE
           EXEC SQL
               SELECT CLASS_CODE
               INTO :WS-UM-CLASS-CODE
               FROM HCAS.DRUG_CLASS
               WHERE NDC_CODE = :LS-UM-NDC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-UM-CLASS-CODE
           END-IF
           PERFORM 2000-CHECK-STEP-THERAPY
           IF LS-UM-PASSED
               PERFORM 3000-CHECK-QUANTITY-LIMIT
           END-IF
      *--- A FORMULARY EXCEPTION CLEARS EITHER REJECT ---
           IF LS-UM-REJECTED
               PERFORM 4000-CHECK-EXCEPTION-AUTH
               IF WS-UM-EXC-COUNT > ZERO
                   MOVE '00'   TO LS-UM-RC
                   MOVE SPACES TO LS-UM-EDIT-CODE
                   MOVE SPACES TO LS-UM-NCPDP-REJECT
                   MOVE SPACES TO LS-UM-MESSAGE
               END-IF
           END-IF
           GOBACK.

       1000-RESOLVE-FORMULARY.
           EXEC SQL
               SELECT COALESCE(B.FORMULARY_ID, ' ')
               INTO :WS-UM-FORMULARY-ID
               FROM HCAS.ENROLLMENT E
               INNER JOIN HCAS.BENEFIT_PLAN B
                   ON E.PLAN_CODE = B.PLAN_CODE
                  AND B.STATUS = 'A'
               WHERE E.MEMBER_ID = :LS-UM-MEMBER-ID
                 AND E.ELIG_STATUS = 'A'
                 AND E.EFF_DATE <= :LS-UM-SVC-DATE
                 AND (E.TERM_DATE >= :LS-UM-SVC-DATE
                      OR E.TERM_DATE = '99991231')
               ORDER BY E.EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-UM-FORMULARY-ID
           END-IF.

       2000-CHECK-STEP-THERAPY.
           PERFORM 2100-LOOKUP-STEP-RULE
           IF WS-UM-NO-RULE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-UM-SVC-DATE TO WS-UM-DATE-N
           COMPUTE WS-UM-DOS-INT =
               FUNCTION INTEGER-OF-DATE(WS-UM-DATE-N)
           COMPUTE WS-UM-WINDOW-INT =
               WS-UM-DOS-INT - WS-UM-LOOKBACK-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-UM-WINDOW-INT)
               TO WS-UM-DATE-N
           MOVE WS-UM-DATE-N TO WS-UM-WINDOW-START
      *--- DAYS SUPPLY OF PAID PREREQUISITE FILLS IN THE WINDOW ---
           MOVE ZERO TO WS-UM-TRIAL-DAYS
           EXEC SQL
               SELECT COALESCE(SUM(COALESCE(CL.DAYS_SUPPLY, 0)), 0)
               INTO :WS-UM-TRIAL-DAYS
               FROM HCAS.CLAIM_LINE CL
               INNER JOIN HCAS.CLAIM_MASTER CM
                   ON CL.CLAIM_ID = CM.CLAIM_ID
               INNER JOIN HCAS.DRUG_CLASS DC
                   ON DC.NDC_CODE = CL.NDC_CODE
               INNER JOIN HCAS.STEP_THERAPY_PREREQ SP
                   ON SP.PREREQ_CLASS = DC.CLASS_CODE
               WHERE SP.RULE_ID = :WS-UM-RULE-ID
                 AND CM.MEMBER_ID = :LS-UM-MEMBER-ID
                 AND CM.CLAIM_STATUS = '50'
                 AND CL.PAID_AMT > 0
                 AND CL.DOS_FROM >= :WS-UM-WINDOW-START
                 AND CL.DOS_FROM <= :LS-UM-SVC-DATE
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'RXUMCK01: STEP HISTORY ERROR SQLCODE='
                       SQLCODE ' MBR=' LS-UM-MEMBER-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-UM-TRIAL-DAYS < WS-UM-MIN-TRIAL-DAYS
               MOVE '08'    TO LS-UM-RC
               MOVE 'ST001' TO LS-UM-EDIT-CODE
               MOVE '608'   TO LS-UM-NCPDP-REJECT
               MOVE 'STEP THERAPY - PREREQUISITE DRUG TRIAL REQUIRED'
                   TO LS-UM-MESSAGE
           END-IF.

       2100-LOOKUP-STEP-RULE.
      *--- EXACT NDC RULE FIRST, THEN THE DRUG-CLASS RULE ---
           SET WS-UM-NO-RULE TO TRUE
           EXEC SQL
               SELECT RULE_ID, LOOKBACK_DAYS,
                      COALESCE(MIN_TRIAL_DAYS, 1)
               INTO :WS-UM-RULE-ID, :WS-UM-LOOKBACK-DAYS,
                    :WS-UM-MIN-TRIAL-DAYS
               FROM HCAS.STEP_THERAPY_RULE
               WHERE FORMULARY_ID = :WS-UM-FORMULARY-ID
                 AND TARGET_NDC = :LS-UM-NDC
                 AND EFF_DATE <= :LS-UM-SVC-DATE
                 AND TERM_DATE >= :LS-UM-SVC-DATE
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
           AND WS-UM-CLASS-CODE NOT = SPACES
               EXEC SQL
                   SELECT RULE_ID, LOOKBACK_DAYS,
                          COALESCE(MIN_TRIAL_DAYS, 1)
                   INTO :WS-UM-RULE-ID, :WS-UM-LOOKBACK-DAYS,
                        :WS-UM-MIN-TRIAL-DAYS
                   FROM HCAS.STEP_THERAPY_RULE
                   WHERE FORMULARY_ID = :WS-UM-FORMULARY-ID
                     AND TARGET_CLASS = :WS-UM-CLASS-CODE
                     AND TARGET_NDC = ' '
                     AND EFF_DATE <= :LS-UM-SVC-DATE
                     AND TERM_DATE >= :LS-UM-SVC-DATE
                   ORDER BY EFF_DATE DESC
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
           END-IF
           IF SQLCODE = ZERO
               SET WS-UM-RULE-FOUND TO TRUE
               IF WS-UM-MIN-TRIAL-DAYS < 1
                   MOVE 1 TO WS-UM-MIN-TRIAL-DAYS
               END-IF
           END-IF.

       3000-CHECK-QUANTITY-LIMIT.
           EXEC SQL
               SELECT COALESCE(MAX_QTY, 0),
                      COALESCE(PER_DAYS, 0),
                      COALESCE(MAX_DAYS_SUPPLY, 0)
               INTO :WS-UM-MAX-QTY, :WS-UM-PER-DAYS,
                    :WS-UM-MAX-DAYSUP
               FROM HCAS.FORMULARY_QTY_LIMIT
               WHERE FORMULARY_ID = :WS-UM-FORMULARY-ID
                 AND NDC_CODE = :LS-UM-NDC
                 AND EFF_DATE <= :LS-UM-SVC-DATE
                 AND TERM_DATE >= :LS-UM-SVC-DATE
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-UM-MAX-DAYSUP > ZERO
           AND LS-UM-DAYS-SUPPLY > WS-UM-MAX-DAYSUP
               MOVE '08'    TO LS-UM-RC
               MOVE 'QL002' TO LS-UM-EDIT-CODE
               MOVE 'AG'    TO LS-UM-NCPDP-REJECT
               MOVE 'DAYS SUPPLY EXCEEDS PLAN LIMIT FOR THIS NDC'
                   TO LS-UM-MESSAGE
               EXIT PARAGRAPH
           END-IF
      *--- QUANTITY PER DAY AGAINST THE LIMIT'S RATE - A FILL  ---
      *    WITH NO DAYS SUPPLY IS TAKEN AS ONE LIMIT PERIOD    ---
           IF WS-UM-MAX-QTY > ZERO AND WS-UM-PER-DAYS > ZERO
               MOVE LS-UM-DAYS-SUPPLY TO WS-UM-BILLED-DAYS
               IF WS-UM-BILLED-DAYS = ZERO
                   MOVE WS-UM-PER-DAYS TO WS-UM-BILLED-DAYS
               END-IF
               IF LS-UM-QUANTITY * WS-UM-PER-DAYS >
                  WS-UM-MAX-QTY * WS-UM-BILLED-DAYS
                   MOVE '08'    TO LS-UM-RC
                   MOVE 'QL001' TO LS-UM-EDIT-CODE
                   MOVE '76'    TO LS-UM-NCPDP-REJECT
                   MOVE 'QUANTITY EXCEEDS PLAN LIMIT PER DAYS SUPPLY'
                       TO LS-UM-MESSAGE
               END-IF
           END-IF.

       4000-CHECK-EXCEPTION-AUTH.
      *--- FORMULARY-EXCEPTION AUTHS CARRY THE NDC LABELER    ---
      *    (FIRST FIVE OF THE NDC) IN THE SERVICE CODE RANGE  ---
           MOVE ZERO TO WS-UM-EXC-COUNT
           MOVE LS-UM-NDC(1:5) TO WS-UM-NDC5
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-UM-EXC-COUNT
               FROM HCAS.PRIOR_AUTH
               WHERE MEMBER_ID = :LS-UM-MEMBER-ID
                 AND SVC_CODE_FROM <= :WS-UM-NDC5
                 AND SVC_CODE_THRU >= :WS-UM-NDC5
                 AND AUTH_STATUS = 'A'
                 AND EFF_DATE <= :LS-UM-SVC-DATE
                 AND TERM_DATE >= :LS-UM-SVC-DATE
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-UM-EXC-COUNT
           END-IF.
