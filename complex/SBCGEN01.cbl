       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SBCGEN01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  SBCGEN01                                             *
      * PURPOSE:  SUMMARY OF BENEFITS AND COVERAGE (SBC) GENERATOR     *
      *           BUILDS THE FEDERAL-TEMPLATE SBC DOCUMENT FEED FOR    *
      *           A PLAN STRAIGHT FROM THE HCAS.BENEFIT_PLAN           *
      *           CONFIGURATION BENBLD01 MAINTAINS - COST SHARING,     *
      *           NETWORK, REFERRAL AND PREAUTHORIZATION FLAGS,        *
      *           SERVICE LIMITS/EXCLUSIONS (HCAS.SVC_LIMITS) AND THE  *
      *           PLAN FORMULARY'S TIER COST SHARING - SO THE SBC      *
      *           ALWAYS SAYS WHAT CLMADJ01 WILL PAY.                  *
      *           THE THREE STANDARD COVERAGE EXAMPLES (HAVING A       *
      *           BABY, MANAGING TYPE 2 DIABETES, SIMPLE FRACTURE)     *
      *           ARE CALCULATED BY PRICING THE CMS EXAMPLE CLAIM      *
      *           SETS (HCAS.SBC_EXAMPLE_CLAIM) THROUGH CLMPRC01 AND   *
      *           WALKING THE ALLOWED AMOUNTS THROUGH THE PLAN'S       *
      *           DEDUCTIBLE, COPAY, COINSURANCE, SERVICE LIMITS AND   *
      *           OUT-OF-POCKET MAXIMUM THE WAY ADJUDICATION DOES.     *
      *           RUN MODES (PARM RECORD):                             *
      *           P - ONE PLAN (A GIVEN VERSION, OR THE LATEST)        *
      *           R - EVERY PLAN VERSION RENEWING ON A GIVEN DATE      *
      * INPUTS:   SBCPARM-FILE - RUN MODE, PLAN/RENEWAL DATE AND THE   *
      *                          REFERENCE CONTRACT FOR EXAMPLE        *
      *                          PRICING                               *
      *           DB2 TABLES   - HCAS.BENEFIT_PLAN, HCAS.SVC_LIMITS,   *
      *                          HCAS.SVC_CATEGORY,                    *
      *                          HCAS.SVC_CATEGORY_MAP,                *
      *                          HCAS.FORMULARY_TIER_CS,               *
      *                          HCAS.SBC_EXAMPLE_CLAIM                *
      * OUTPUTS:  SBCOUT-FILE  - SBC DOCUMENT FEED (ONE TYPED RECORD   *
      *                          PER TEMPLATE ELEMENT) FOR PRINT/PDF   *
      *                          COMPOSITION                           *
      *           SBCRPT-FILE  - RUN REPORT WITH EXAMPLE RESULTS       *
      * CALLS:    CLMPRC01 (CLAIMS PRICING ENGINE)                     *
      * FREQUENCY: ON DEMAND / ANNUAL RENEWAL (60 DAYS BEFORE)         *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SBCPARM-FILE
               ASSIGN TO SBCPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SBCOUT-FILE
               ASSIGN TO SBCOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT SBCRPT-FILE
               ASSIGN TO SBCRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SBCPARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SBCPARM-RECORD.
           05  SBP-RUN-MODE            PIC X(01).
               88  SBP-MODE-PLAN       VALUE 'P'.
               88  SBP-MODE-RENEWAL    VALUE 'R'.
           05  SBP-PLAN-CODE           PIC X(08).
           05  SBP-PLAN-EFF-DATE       PIC X(08).
           05  SBP-RENEWAL-DATE        PIC X(08).
           05  SBP-CONTRACT-TYPE       PIC X(02).
           05  SBP-FEE-SCHED-ID        PIC X(08).
           05  FILLER                  PIC X(45).

      *--- ONE RECORD PER SBC TEMPLATE ELEMENT, KEYED BY PLAN ---
      *    VERSION; THE COMPOSITION STEP LAYS THEM INTO THE   ---
      *    FEDERAL TEMPLATE IN SEQUENCE ORDER                 ---
       FD  SBCOUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  SBCOUT-RECORD.
           05  SBO-PLAN-CODE           PIC X(08).
           05  SBO-EFF-DATE            PIC X(08).
           05  SBO-REC-TYPE            PIC X(02).
               88  SBO-HEADER          VALUE 'HD'.
               88  SBO-QUESTION        VALUE 'IQ'.
               88  SBO-MEDICAL-EVENT   VALUE 'ME'.
               88  SBO-EXCLUDED        VALUE 'EX'.
               88  SBO-LIMITED         VALUE 'LM'.
               88  SBO-EXAMPLE         VALUE 'CE'.
           05  SBO-SEQ                 PIC 9(04).
           05  SBO-DATA                PIC X(278).
           05  SBO-HEADER-DATA REDEFINES SBO-DATA.
               10  SBO-HD-PLAN-NAME    PIC X(50).
               10  SBO-HD-PERIOD-FROM  PIC X(10).
               10  SBO-HD-PERIOD-THRU  PIC X(10).
               10  SBO-HD-COVERAGE-FOR PIC X(30).
               10  SBO-HD-PLAN-TYPE    PIC X(03).
               10  SBO-HD-METAL-LEVEL  PIC X(02).
               10  SBO-HD-LOB-CODE     PIC X(03).
               10  SBO-HD-ISSUER-NAME  PIC X(35).
               10  FILLER              PIC X(135).
           05  SBO-QUESTION-DATA REDEFINES SBO-DATA.
               10  SBO-IQ-CODE         PIC X(02).
               10  SBO-IQ-QUESTION     PIC X(60).
               10  SBO-IQ-ANSWER       PIC X(150).
               10  FILLER              PIC X(66).
           05  SBO-EVENT-DATA REDEFINES SBO-DATA.
               10  SBO-ME-EVENT-CODE   PIC X(02).
               10  SBO-ME-EVENT-TEXT   PIC X(65).
               10  SBO-ME-SERVICE      PIC X(45).
               10  SBO-ME-IN-NETWORK   PIC X(40).
               10  SBO-ME-OUT-NETWORK  PIC X(40).
               10  SBO-ME-LIMITATIONS  PIC X(80).
               10  FILLER              PIC X(06).
           05  SBO-SERVICE-DATA REDEFINES SBO-DATA.
               10  SBO-SV-CATEGORY     PIC X(04).
               10  SBO-SV-DESCRIPTION  PIC X(60).
               10  SBO-SV-LIMIT-TEXT   PIC X(80).
               10  FILLER              PIC X(134).
           05  SBO-EXAMPLE-DATA REDEFINES SBO-DATA.
               10  SBO-CE-EXAMPLE-NO   PIC 9(01).
               10  SBO-CE-EXAMPLE-NAME PIC X(40).
               10  SBO-CE-TOTAL-COST   PIC 9(07)V99.
               10  SBO-CE-PLAN-DEDUCT  PIC 9(07)V99.
               10  SBO-CE-SPEC-COPAY   PIC 9(05)V99.
               10  SBO-CE-HOSP-COINS   PIC 9(03).
               10  SBO-CE-OTHER-COINS  PIC 9(03).
               10  SBO-CE-PAY-DEDUCT   PIC 9(07)V99.
               10  SBO-CE-PAY-COPAY    PIC 9(07)V99.
               10  SBO-CE-PAY-COINS    PIC 9(07)V99.
               10  SBO-CE-PAY-NOT-COV  PIC 9(07)V99.
               10  SBO-CE-PAY-TOTAL    PIC 9(07)V99.
               10  FILLER              PIC X(161).

       FD  SBCRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  SBCRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY PLNCOPY.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *--- PLAN VERSIONS TO DOCUMENT - ONE NAMED VERSION (OR THE  ---
      *    LATEST THAT IS NOT CLOSED), OR EVERY VERSION RENEWING  ---
      *    ON THE RENEWAL DATE                                    ---
           EXEC SQL
               DECLARE SBC-PLAN-CURSOR CURSOR FOR
                   SELECT B.PLAN_CODE, B.EFF_DATE, B.PLAN_NAME,
                          B.PRODUCT_TYPE, B.COVERAGE_TYPE,
                          B.LOB_CODE, B.METAL_LEVEL, B.STATUS,
                          B.TERM_DATE,
                          B.IND_DEDUCTIBLE, B.FAM_DEDUCTIBLE,
                          B.IND_OOP_MAX, B.FAM_OOP_MAX,
                          B.COPAY_PCP, B.COPAY_SPECIALIST,
                          B.COPAY_ER, B.COPAY_URGENT,
                          B.COINSURANCE_IN, B.COINSURANCE_OUT,
                          B.LIFETIME_MAX, B.NETWORK_ID,
                          B.REFERRAL_REQUIRED, B.PREAUTH_REQUIRED,
                          COALESCE(B.FORMULARY_ID, ' ')
                   FROM HCAS.BENEFIT_PLAN B
                   WHERE B.STATUS <> 'C'
                     AND ((:WS-RUN-MODE = 'P'
                           AND B.PLAN_CODE = :WS-SEL-PLAN-CODE
                           AND (B.EFF_DATE = :WS-SEL-EFF-DATE
                                OR (:WS-SEL-EFF-DATE = ' '
                                    AND B.EFF_DATE =
                                   (SELECT MAX(B2.EFF_DATE)
                                    FROM HCAS.BENEFIT_PLAN B2
                                    WHERE B2.PLAN_CODE = B.PLAN_CODE
                                      AND B2.STATUS <> 'C'))))
                       OR (:WS-RUN-MODE = 'R'
                           AND B.EFF_DATE = :WS-SEL-RENEWAL-DATE))
                   ORDER BY B.PLAN_CODE
           END-EXEC

      *--- THE PLAN VERSION'S SERVICE LIMITS AND EXCLUSIONS ---
           EXEC SQL
               DECLARE SBC-SVC-CURSOR CURSOR FOR
                   SELECT SVC_CATEGORY, LIMIT_TYPE, LIMIT_QTY,
                          LIMIT_PERIOD, IS_COVERED
                   FROM HCAS.SVC_LIMITS
                   WHERE PLAN_CODE = :BPL-PLAN-CODE
                     AND EFF_DATE  = :BPL-EFF-DATE
                   ORDER BY SVC_CATEGORY
           END-EXEC

      *--- THE FORMULARY'S DRUG TIERS ---
           EXEC SQL
               DECLARE SBC-TIER-CURSOR CURSOR FOR
                   SELECT TIER_CODE, COPAY_AMT, COINS_PCT
                   FROM HCAS.FORMULARY_TIER_CS
                   WHERE FORMULARY_ID = :WS-SBC-FORMULARY-ID
                   ORDER BY TIER_CODE
           END-EXEC

      *--- CMS COVERAGE-EXAMPLE CLAIM SETS (1 BABY, 2 DIABETES, ---
      *    3 FRACTURE), LOADED ONCE FOR THE RUN                 ---
           EXEC SQL
               DECLARE SBC-EXAMPLE-CURSOR CURSOR FOR
                   SELECT EXAMPLE_NO, CLAIM_SEQ, LINE_SEQ,
                          CLAIM_TYPE, COALESCE(PROC_CODE, ' '),
                          COALESCE(MODIFIER, ' '),
                          COALESCE(REV_CODE, ' '),
                          COALESCE(DRG_CODE, ' '),
                          COALESCE(NDC_CODE, ' '),
                          COALESCE(TIER_CODE, ' '),
                          COALESCE(PLACE_OF_SVC, ' '),
                          UNITS, CHARGE_AMT, COST_SHARE_BASIS
                   FROM HCAS.SBC_EXAMPLE_CLAIM
                   ORDER BY EXAMPLE_NO, CLAIM_SEQ, LINE_SEQ
           END-EXEC

       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS          PIC X(02).
           05  WS-OUT-STATUS           PIC X(02).
           05  WS-RPT-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-SUB-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-SUB-EOF          VALUE 'Y'.
               88  WS-SUB-NOT-EOF      VALUE 'N'.

       01  WS-RUN-CONTROL.
           05  WS-RUN-MODE             PIC X(01).
               88  WS-MODE-PLAN        VALUE 'P'.
               88  WS-MODE-RENEWAL     VALUE 'R'.
           05  WS-SEL-PLAN-CODE        PIC X(08).
           05  WS-SEL-EFF-DATE         PIC X(08).
           05  WS-SEL-RENEWAL-DATE     PIC X(08).
           05  WS-REF-CONTRACT-TYPE    PIC X(02).
           05  WS-REF-FEE-SCHED-ID     PIC X(08).

       01  WS-SBC-PLAN-EXTRA.
           05  WS-SBC-FORMULARY-ID     PIC X(08).
           05  WS-SBC-SVC-COUNT        PIC S9(04) COMP.
           05  WS-SBC-OUT-SEQ          PIC 9(04).
           05  WS-SBC-EFF-DATE-X       PIC X(08).
           05  WS-SBC-THRU-DATE        PIC X(08).
           05  WS-SBC-THRU-INT         PIC S9(09) COMP.
           05  WS-SBC-CATEGORY-DESC    PIC X(60).

       01  WS-SVC-ROW.
           05  WS-SV-CATEGORY          PIC X(04).
           05  WS-SV-LIMIT-TYPE        PIC X(02).
           05  WS-SV-LIMIT-QTY         PIC 9(05).
           05  WS-SV-LIMIT-PERIOD      PIC X(02).
           05  WS-SV-COVERED           PIC X(01).

       01  WS-TIER-ROW.
           05  WS-TR-TIER-CODE         PIC X(01).
           05  WS-TR-COPAY             PIC S9(05)V99 COMP-3.
           05  WS-TR-COINS             PIC V99 COMP-3.

      *--- SBC TEMPLATE - MEDICAL EVENT HEADINGS ---
       01  WS-EVENT-TEXT-VALUES.
           05  FILLER                  PIC X(65) VALUE
           'IF YOU VISIT A HEALTH CARE PROVIDER''S OFFICE OR CLINIC'.
           05  FILLER                  PIC X(65) VALUE
               'IF YOU HAVE A TEST'.
           05  FILLER                  PIC X(65) VALUE
               'IF YOU NEED DRUGS TO TREAT YOUR ILLNESS OR CONDITION'.
           05  FILLER                  PIC X(65) VALUE
               'IF YOU HAVE OUTPATIENT SURGERY'.
           05  FILLER                  PIC X(65) VALUE
               'IF YOU NEED IMMEDIATE MEDICAL ATTENTION'.
           05  FILLER                  PIC X(65) VALUE
               'IF YOU HAVE A HOSPITAL STAY'.
           05  FILLER                  PIC X(65) VALUE
               'IF YOU NEED MENTAL HEALTH OR SUBSTANCE ABUSE SERVICES'.
           05  FILLER                  PIC X(65) VALUE
               'IF YOU ARE PREGNANT'.
           05  FILLER                  PIC X(65) VALUE
           'IF YOU NEED HELP RECOVERING OR HAVE OTHER SPECIAL NEEDS'.
           05  FILLER                  PIC X(65) VALUE
               'IF YOUR CHILD NEEDS DENTAL OR EYE CARE'.
       01  WS-EVENT-TEXT-TABLE REDEFINES WS-EVENT-TEXT-VALUES.
           05  WS-EVENT-TEXT           PIC X(65) OCCURS 10 TIMES.

      *--- SBC TEMPLATE - SERVICE ROWS: EVENT, COST-SHARE BASIS, ---
      *    PREAUTHORIZATION-APPLIES FLAG, SERVICE               ---
      *    BASIS: PC PCP COPAY      SC SPECIALIST COPAY         ---
      *           ER ER COPAY       UC URGENT CARE COPAY        ---
      *           PV NO COST SHARE  DC DEDUCTIBLE/COINSURANCE   ---
      *           RX FORMULARY TIERS (ONE ROW PER TIER)         ---
      *           NC NOT A BENEFIT OF THE MEDICAL PLAN          ---
       01  WS-SERVICE-ROW-VALUES.
           05  FILLER                  PIC X(05) VALUE '01PCN'.
           05  FILLER                  PIC X(45) VALUE
               'PRIMARY CARE VISIT FOR AN INJURY OR ILLNESS'.
           05  FILLER                  PIC X(05) VALUE '01SCN'.
           05  FILLER                  PIC X(45) VALUE
               'SPECIALIST VISIT'.
           05  FILLER                  PIC X(05) VALUE '01PVN'.
           05  FILLER                  PIC X(45) VALUE
               'PREVENTIVE CARE/SCREENING/IMMUNIZATION'.
           05  FILLER                  PIC X(05) VALUE '02DCN'.
           05  FILLER                  PIC X(45) VALUE
               'DIAGNOSTIC TEST (X-RAY, BLOOD WORK)'.
           05  FILLER                  PIC X(05) VALUE '02DCY'.
           05  FILLER                  PIC X(45) VALUE
               'IMAGING (CT/PET SCANS, MRIS)'.
           05  FILLER                  PIC X(05) VALUE '03RXN'.
           05  FILLER                  PIC X(45) VALUE
               'PRESCRIPTION DRUGS'.
           05  FILLER                  PIC X(05) VALUE '04DCY'.
           05  FILLER                  PIC X(45) VALUE
               'FACILITY FEE (E.G., AMBULATORY SURGERY CTR)'.
           05  FILLER                  PIC X(05) VALUE '04DCN'.
           05  FILLER                  PIC X(45) VALUE
               'PHYSICIAN/SURGEON FEES'.
           05  FILLER                  PIC X(05) VALUE '05ERN'.
           05  FILLER                  PIC X(45) VALUE
               'EMERGENCY ROOM CARE'.
           05  FILLER                  PIC X(05) VALUE '05DCN'.
           05  FILLER                  PIC X(45) VALUE
               'EMERGENCY MEDICAL TRANSPORTATION'.
           05  FILLER                  PIC X(05) VALUE '05UCN'.
           05  FILLER                  PIC X(45) VALUE
               'URGENT CARE'.
           05  FILLER                  PIC X(05) VALUE '06DCY'.
           05  FILLER                  PIC X(45) VALUE
               'FACILITY FEE (E.G., HOSPITAL ROOM)'.
           05  FILLER                  PIC X(05) VALUE '06DCN'.
           05  FILLER                  PIC X(45) VALUE
               'PHYSICIAN/SURGEON FEES'.
           05  FILLER                  PIC X(05) VALUE '07SCN'.
           05  FILLER                  PIC X(45) VALUE
               'OUTPATIENT SERVICES'.
           05  FILLER                  PIC X(05) VALUE '07DCY'.
           05  FILLER                  PIC X(45) VALUE
               'INPATIENT SERVICES'.
           05  FILLER                  PIC X(05) VALUE '08PVN'.
           05  FILLER                  PIC X(45) VALUE
               'OFFICE VISITS'.
           05  FILLER                  PIC X(05) VALUE '08DCN'.
           05  FILLER                  PIC X(45) VALUE
               'CHILDBIRTH/DELIVERY PROFESSIONAL SERVICES'.
           05  FILLER                  PIC X(05) VALUE '08DCY'.
           05  FILLER                  PIC X(45) VALUE
               'CHILDBIRTH/DELIVERY FACILITY SERVICES'.
           05  FILLER                  PIC X(05) VALUE '09DCY'.
           05  FILLER                  PIC X(45) VALUE
               'HOME HEALTH CARE'.
           05  FILLER                  PIC X(05) VALUE '09DCN'.
           05  FILLER                  PIC X(45) VALUE
               'REHABILITATION SERVICES'.
           05  FILLER                  PIC X(05) VALUE '09DCN'.
           05  FILLER                  PIC X(45) VALUE
               'HABILITATION SERVICES'.
           05  FILLER                  PIC X(05) VALUE '09DCY'.
           05  FILLER                  PIC X(45) VALUE
               'SKILLED NURSING CARE'.
           05  FILLER                  PIC X(05) VALUE '09DCY'.
           05  FILLER                  PIC X(45) VALUE
               'DURABLE MEDICAL EQUIPMENT'.
           05  FILLER                  PIC X(05) VALUE '09DCY'.
           05  FILLER                  PIC X(45) VALUE
               'HOSPICE SERVICES'.
           05  FILLER                  PIC X(05) VALUE '10NCN'.
           05  FILLER                  PIC X(45) VALUE
               'CHILDREN''S EYE EXAM'.
           05  FILLER                  PIC X(05) VALUE '10NCN'.
           05  FILLER                  PIC X(45) VALUE
               'CHILDREN''S GLASSES'.
           05  FILLER                  PIC X(05) VALUE '10NCN'.
           05  FILLER                  PIC X(45) VALUE
               'CHILDREN''S DENTAL CHECK-UP'.
       01  WS-SERVICE-ROW-TABLE REDEFINES WS-SERVICE-ROW-VALUES.
           05  WS-SERVICE-ROW          OCCURS 27 TIMES.
               10  WS-SR-EVENT         PIC 9(02).
               10  WS-SR-BASIS         PIC X(02).
               10  WS-SR-PREAUTH       PIC X(01).
               10  WS-SR-SERVICE       PIC X(45).
       01  WS-SR-IDX                   PIC S9(04) COMP.

      *--- COST-SHARE BASIS OF THE ROW OR EXAMPLE LINE IN HAND ---
       01  WS-BASIS                    PIC X(02).
           88  WS-BASIS-PCP-COPAY      VALUE 'PC'.
           88  WS-BASIS-SPEC-COPAY     VALUE 'SC'.
           88  WS-BASIS-ER-COPAY       VALUE 'ER'.
           88  WS-BASIS-URGENT-COPAY   VALUE 'UC'.
           88  WS-BASIS-PREVENTIVE     VALUE 'PV'.
           88  WS-BASIS-DEDUCT-COINS   VALUE 'DC'.
           88  WS-BASIS-PHARMACY       VALUE 'RX'.
           88  WS-BASIS-NOT-COVERED    VALUE 'NC'.
       01  WS-BASIS-COPAY              PIC S9(05)V99 COMP-3.

       01  WS-EXAMPLE-NAME-VALUES.
           05  FILLER                  PIC X(40) VALUE
               'PEG IS HAVING A BABY'.
           05  FILLER                  PIC X(40) VALUE
               'MANAGING JOE''S TYPE 2 DIABETES'.
           05  FILLER                  PIC X(40) VALUE
               'MIA''S SIMPLE FRACTURE'.
       01  WS-EXAMPLE-NAME-TABLE REDEFINES WS-EXAMPLE-NAME-VALUES.
           05  WS-EXAMPLE-NAME         PIC X(40) OCCURS 3 TIMES.

      *--- EXAMPLE CLAIM LINES ---
       77  WS-EXL-MAX                  PIC S9(04) COMP VALUE 300.
       01  WS-EXL-COUNT                PIC S9(04) COMP VALUE ZERO.
       01  WS-EXAMPLE-LINE-TABLE.
           05  WS-EXL-ENTRY            OCCURS 300 TIMES.
               10  WS-EXL-EXAMPLE-NO   PIC 9(01).
               10  WS-EXL-CLAIM-SEQ    PIC 9(03).
               10  WS-EXL-LINE-SEQ     PIC 9(03).
               10  WS-EXL-CLAIM-TYPE   PIC X(02).
               10  WS-EXL-PROC         PIC X(05).
               10  WS-EXL-MOD          PIC X(02).
               10  WS-EXL-REV          PIC X(04).
               10  WS-EXL-DRG          PIC X(04).
               10  WS-EXL-NDC          PIC X(11).
               10  WS-EXL-TIER         PIC X(01).
               10  WS-EXL-POS          PIC X(02).
               10  WS-EXL-UNITS        PIC S9(05)V99 COMP-3.
               10  WS-EXL-CHARGE       PIC S9(07)V99 COMP-3.
               10  WS-EXL-BASIS        PIC X(02).
       01  WS-EXL-ROW.
           05  WS-EXR-EXAMPLE-NO       PIC 9(01).
           05  WS-EXR-CLAIM-SEQ        PIC 9(03).
           05  WS-EXR-LINE-SEQ         PIC 9(03).
           05  WS-EXR-CLAIM-TYPE       PIC X(02).
           05  WS-EXR-PROC             PIC X(05).
           05  WS-EXR-MOD              PIC X(02).
           05  WS-EXR-REV              PIC X(04).
           05  WS-EXR-DRG              PIC X(04).
           05  WS-EXR-NDC              PIC X(11).
           05  WS-EXR-TIER             PIC X(01).
           05  WS-EXR-POS              PIC X(02).
           05  WS-EXR-UNITS            PIC S9(05)V99 COMP-3.
           05  WS-EXR-CHARGE           PIC S9(07)V99 COMP-3.
           05  WS-EXR-BASIS            PIC X(02).
       01  WS-EXL-IDX                  PIC S9(04) COMP.
       01  WS-EXL-CUR                  PIC S9(04) COMP.

      *--- ONE EXAMPLE BEING PRICED ---
       01  WS-EXAMPLE-WORK.
           05  WS-EX-NO                PIC 9(01).
           05  WS-EX-CLAIM-SEQ         PIC 9(03).
           05  WS-EX-TOTAL-COST        PIC S9(07)V99 COMP-3.
           05  WS-EX-DEDUCT-REMAIN     PIC S9(07)V99 COMP-3.
           05  WS-EX-PAY-DEDUCT        PIC S9(07)V99 COMP-3.
           05  WS-EX-PAY-COPAY         PIC S9(07)V99 COMP-3.
           05  WS-EX-PAY-COINS         PIC S9(07)V99 COMP-3.
           05  WS-EX-PAY-NOT-COV       PIC S9(07)V99 COMP-3.
           05  WS-EX-PAY-TOTAL         PIC S9(07)V99 COMP-3.
           05  WS-EX-OVER-OOP          PIC S9(07)V99 COMP-3.
           05  WS-EX-REQ-LINE          PIC S9(04) COMP
                                       OCCURS 999 TIMES.
       01  WS-EX-LIMIT-USED-TABLE.
           05  WS-EX-LIMIT-USED        PIC S9(07)V99 COMP-3
                                       OCCURS 20 TIMES.
       01  WS-EXAMPLE-LINE-WORK.
           05  WS-LN-ALLOWED           PIC S9(07)V99 COMP-3.
           05  WS-LN-NOT-COVERED       PIC S9(07)V99 COMP-3.
           05  WS-LN-DEDUCT            PIC S9(07)V99 COMP-3.
           05  WS-LN-COPAY             PIC S9(07)V99 COMP-3.
           05  WS-LN-COINS             PIC S9(07)V99 COMP-3.
           05  WS-LN-LIMIT-LEFT        PIC S9(07)V99 COMP-3.
           05  WS-LN-CATEGORY          PIC X(04).
           05  WS-LN-SVC-CODE          PIC X(05).
       01  WS-LIM-IDX                  PIC S9(04) COMP.
       01  WS-LN-IDX                   PIC S9(04) COMP.

      *--- PRICING CALL AREAS (SAME SHAPE CLMADJ01 USES) ---
       01  WS-PRICING-REQUEST.
           05  WS-PRC-CLAIM-TYPE       PIC X(02).
           05  WS-PRC-PLAN-CODE        PIC X(08).
           05  WS-PRC-NETWORK-ID       PIC X(06).
           05  WS-PRC-CONTRACT-TYPE    PIC X(02).
           05  WS-PRC-FEE-SCHED-ID    PIC X(08).
           05  WS-PRC-MEMBER-ID        PIC X(12).
           05  WS-PRC-BILLING-NPI      PIC X(10).
           05  WS-PRC-PLACE-OF-SVC     PIC X(02).
           05  WS-PRC-PAR-STATUS       PIC X(01).
           05  WS-PRC-PRINCIPAL-DIAG   PIC X(08).
           05  WS-PRC-DISCHARGE-STATUS PIC X(02).
           05  WS-PRC-LENGTH-OF-STAY   PIC 9(03).
           05  WS-PRC-DAW-CODE         PIC X(01).
           05  WS-PRC-LINE-COUNT       PIC 9(03).
           05  WS-PRC-LINES OCCURS 999 TIMES.
               10  WS-PRC-LN-SEQ       PIC 9(03).
               10  WS-PRC-LN-PROC      PIC X(05).
               10  WS-PRC-LN-MOD       PIC X(02).
               10  WS-PRC-LN-REV       PIC X(04).
               10  WS-PRC-LN-DOS       PIC X(08).
               10  WS-PRC-LN-UNITS     PIC S9(05)V99 COMP-3.
               10  WS-PRC-LN-CHARGE    PIC S9(07)V99 COMP-3.
               10  WS-PRC-LN-DRG       PIC X(04).
               10  WS-PRC-LN-NDC       PIC X(11).
               10  WS-PRC-LN-DAYSUP    PIC 9(03).

       01  WS-PRICING-RESPONSE.
           05  WS-PRC-RSP-RC           PIC X(02).
           05  WS-PRC-RSP-MSG          PIC X(80).
           05  WS-PRC-RSP-TOTAL-ALLOWED
                                       PIC S9(09)V99 COMP-3.
           05  WS-PRC-RSP-TOTAL-PAID   PIC S9(09)V99 COMP-3.
           05  WS-PRC-RSP-LINE-COUNT   PIC 9(03).
           05  WS-PRC-RSP-LINES OCCURS 999 TIMES.
               10  WS-PRC-RSP-LN-SEQ   PIC 9(03).
               10  WS-PRC-RSP-LN-ALLOW PIC S9(07)V99 COMP-3.
               10  WS-PRC-RSP-LN-PAID  PIC S9(07)V99 COMP-3.
               10  WS-PRC-RSP-LN-DENY  PIC X(05).
               10  WS-PRC-RSP-LN-ADJ   PIC X(05)
                                        OCCURS 5 TIMES.
               10  WS-PRC-RSP-LN-DAW-PENALTY
                                       PIC S9(07)V99 COMP-3.

      *--- TEXT FORMATTING ---
       01  WS-FORMAT-WORK.
           05  WS-FMT-AMOUNT           PIC S9(09)V99 COMP-3.
           05  WS-FMT-WHOLE            PIC 9(09).
           05  WS-FMT-AMOUNT-EDIT      PIC $$$$,$$$,$$9.
           05  WS-FMT-AMOUNT-TEXT      PIC X(15).
           05  WS-FMT-PCT              PIC 9(03).
           05  WS-FMT-PCT-EDIT         PIC ZZ9.
           05  WS-FMT-PCT-TEXT         PIC X(03).
           05  WS-FMT-QTY-EDIT         PIC ZZZZ9.
           05  WS-FMT-TEXT-1           PIC X(20).
           05  WS-FMT-TEXT-2           PIC X(20).
           05  WS-COST-TEXT            PIC X(40).
           05  WS-OON-TEXT             PIC X(40).
           05  WS-LIMIT-TEXT           PIC X(80).
           05  WS-PERIOD-TEXT          PIC X(20).

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-RPT-AMT-1                PIC ZZZ,ZZ9.99.
       01  WS-RPT-AMT-2                PIC ZZZ,ZZ9.99.

       01  WS-COUNTERS.
           05  WS-PLANS-READ           PIC 9(05) VALUE ZERO.
           05  WS-PLANS-DOCUMENTED     PIC 9(05) VALUE ZERO.
           05  WS-SBC-RECS-WRITTEN     PIC 9(07) VALUE ZERO.
           05  WS-EXAMPLES-PRICED      PIC 9(05) VALUE ZERO.
           05  WS-PRICING-FALLBACKS    PIC 9(05) VALUE ZERO.
           05  WS-EXAMPLE-LINES-LOADED PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-PLAN
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'SBCGEN01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT SBCPARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'SBCGEN01: OPEN ERROR PARM - '
                       WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ SBCPARM-FILE
               AT END
                   DISPLAY 'SBCGEN01: PARM RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE SBCPARM-FILE
           MOVE SBP-RUN-MODE      TO WS-RUN-MODE
           MOVE SBP-PLAN-CODE     TO WS-SEL-PLAN-CODE
           MOVE SBP-PLAN-EFF-DATE TO WS-SEL-EFF-DATE
           MOVE SBP-RENEWAL-DATE  TO WS-SEL-RENEWAL-DATE
           MOVE SBP-CONTRACT-TYPE TO WS-REF-CONTRACT-TYPE
           MOVE SBP-FEE-SCHED-ID  TO WS-REF-FEE-SCHED-ID
           EVALUATE TRUE
               WHEN WS-MODE-PLAN AND WS-SEL-PLAN-CODE NOT = SPACES
                   CONTINUE
               WHEN WS-MODE-RENEWAL
                AND WS-SEL-RENEWAL-DATE IS NUMERIC
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'SBCGEN01: PARM MUST BE P + PLAN CODE OR '
                           'R + RENEWAL DATE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
      *--- EXAMPLES PRICE AS A PARTICIPATING FEE-SCHEDULE CLAIM ---
      *    IN THE PLAN'S NETWORK UNLESS THE PARM NAMES ANOTHER   ---
      *    REFERENCE CONTRACT                                    ---
           IF WS-REF-CONTRACT-TYPE = SPACES
               MOVE 'FF' TO WS-REF-CONTRACT-TYPE
           END-IF
           OPEN OUTPUT SBCOUT-FILE
           OPEN OUTPUT SBCRPT-FILE
           IF WS-OUT-STATUS NOT = '00'
           OR WS-RPT-STATUS NOT = '00'
               DISPLAY 'SBCGEN01: OPEN ERROR OUTPUT - '
                       WS-OUT-STATUS '/' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SBCGEN01 - SUMMARY OF BENEFITS AND COVERAGE  MODE '
                      DELIMITED SIZE
                  WS-RUN-MODE DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE SBCRPT-RECORD FROM WS-RPT-LINE
           PERFORM 1100-LOAD-EXAMPLE-CLAIMS
           EXEC SQL OPEN SBC-PLAN-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'SBCGEN01: PLAN CURSOR OPEN ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-FETCH-PLAN.

       1100-LOAD-EXAMPLE-CLAIMS.
           MOVE ZERO TO WS-EXL-COUNT
           EXEC SQL OPEN SBC-EXAMPLE-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'SBCGEN01: EXAMPLE CURSOR OPEN ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-SUB-NOT-EOF TO TRUE
           PERFORM 1110-FETCH-EXAMPLE-LINE
               UNTIL WS-SUB-EOF
           EXEC SQL CLOSE SBC-EXAMPLE-CURSOR END-EXEC
           MOVE WS-EXL-COUNT TO WS-EXAMPLE-LINES-LOADED
           IF WS-EXL-COUNT = ZERO
               DISPLAY 'SBCGEN01: NO COVERAGE EXAMPLE CLAIMS ON FILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-FETCH-EXAMPLE-LINE.
           EXEC SQL
               FETCH SBC-EXAMPLE-CURSOR
               INTO :WS-EXR-EXAMPLE-NO, :WS-EXR-CLAIM-SEQ,
                    :WS-EXR-LINE-SEQ, :WS-EXR-CLAIM-TYPE,
                    :WS-EXR-PROC, :WS-EXR-MOD, :WS-EXR-REV,
                    :WS-EXR-DRG, :WS-EXR-NDC, :WS-EXR-TIER,
                    :WS-EXR-POS, :WS-EXR-UNITS, :WS-EXR-CHARGE,
                    :WS-EXR-BASIS
           END-EXEC
           IF SQLCODE = +100
               SET WS-SUB-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'SBCGEN01: EXAMPLE FETCH ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           ELSE
               IF WS-EXL-COUNT >= WS-EXL-MAX
                   DISPLAY 'SBCGEN01: EXAMPLE CLAIM TABLE FULL'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-EXL-COUNT
               MOVE WS-EXL-ROW TO WS-EXL-ENTRY(WS-EXL-COUNT)
           END-IF.

      *================================================================*
      * ONE PLAN VERSION - ONE SBC                                     *
      *================================================================*
       2000-PROCESS-ONE-PLAN.
           ADD 1 TO WS-PLANS-READ
           MOVE ZERO TO WS-SBC-OUT-SEQ
           MOVE BPL-EFF-DATE TO WS-SBC-EFF-DATE-X
           PERFORM 2200-LOAD-SERVICE-LIMITS
           PERFORM 3000-WRITE-HEADER
           PERFORM 3100-WRITE-QUESTIONS
           PERFORM 3200-WRITE-EVENT-ROW
               VARYING WS-SR-IDX FROM 1 BY 1
               UNTIL WS-SR-IDX > 27
           PERFORM 3500-WRITE-SERVICE-LIMIT
               VARYING WS-LIM-IDX FROM 1 BY 1
               UNTIL WS-LIM-IDX > WS-SBC-SVC-COUNT
           PERFORM 5000-PRICE-EXAMPLE
               VARYING WS-EX-NO FROM 1 BY 1
               UNTIL WS-EX-NO > 3
           ADD 1 TO WS-PLANS-DOCUMENTED
           PERFORM 2100-FETCH-PLAN.

       2100-FETCH-PLAN.
           INITIALIZE BENEFIT-PLAN-RECORD
           EXEC SQL
               FETCH SBC-PLAN-CURSOR
               INTO :BPL-PLAN-CODE, :BPL-EFF-DATE,
                    :BPL-PLAN-NAME, :BPL-PRODUCT-TYPE,
                    :BPL-COVERAGE-TYPE, :BPL-LOB-CODE,
                    :BPL-METAL-LEVEL, :BPL-STATUS,
                    :BPL-TERM-DATE,
                    :BPL-IND-DEDUCTIBLE, :BPL-FAM-DEDUCTIBLE,
                    :BPL-IND-OOP-MAX, :BPL-FAM-OOP-MAX,
                    :BPL-COPAY-PCP, :BPL-COPAY-SPEC,
                    :BPL-COPAY-ER, :BPL-COPAY-URGENT,
                    :BPL-COINS-IN-NETWORK, :BPL-COINS-OUT-NETWORK,
                    :BPL-LIFETIME-MAX, :BPL-NETWORK-ID,
                    :BPL-REFERRAL-REQ, :BPL-PREAUTH-REQ,
                    :WS-SBC-FORMULARY-ID
           END-EXEC
           IF SQLCODE = +100
               SET WS-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'SBCGEN01: PLAN FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-EOF TO TRUE
           END-IF.

       2200-LOAD-SERVICE-LIMITS.
           MOVE ZERO TO WS-SBC-SVC-COUNT
           EXEC SQL OPEN SBC-SVC-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'SBCGEN01: SVC CURSOR OPEN ERROR SQLCODE='
                       SQLCODE ' PLAN=' BPL-PLAN-CODE
               EXIT PARAGRAPH
           END-IF
           SET WS-SUB-NOT-EOF TO TRUE
           PERFORM 2210-FETCH-SERVICE-LIMIT
               UNTIL WS-SUB-EOF
           EXEC SQL CLOSE SBC-SVC-CURSOR END-EXEC.

       2210-FETCH-SERVICE-LIMIT.
           EXEC SQL
               FETCH SBC-SVC-CURSOR
               INTO :WS-SV-CATEGORY, :WS-SV-LIMIT-TYPE,
                    :WS-SV-LIMIT-QTY, :WS-SV-LIMIT-PERIOD,
                    :WS-SV-COVERED
           END-EXEC
           IF SQLCODE = +100
               SET WS-SUB-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'SBCGEN01: SVC FETCH ERROR SQLCODE='
                       SQLCODE ' PLAN=' BPL-PLAN-CODE
               SET WS-SUB-EOF TO TRUE
           ELSE IF WS-SBC-SVC-COUNT < 20
               ADD 1 TO WS-SBC-SVC-COUNT
               MOVE WS-SV-CATEGORY
                   TO BPL-SVC-CATEGORY(WS-SBC-SVC-COUNT)
               MOVE WS-SV-LIMIT-TYPE
                   TO BPL-SVC-LIMIT-TYPE(WS-SBC-SVC-COUNT)
               MOVE WS-SV-LIMIT-QTY
                   TO BPL-SVC-LIMIT-QTY(WS-SBC-SVC-COUNT)
               MOVE WS-SV-LIMIT-PERIOD
                   TO BPL-SVC-LIMIT-PERIOD(WS-SBC-SVC-COUNT)
               MOVE WS-SV-COVERED
                   TO BPL-SVC-COVERED(WS-SBC-SVC-COUNT)
           END-IF.

      *================================================================*
      * SBC DOCUMENT FEED                                              *
      *================================================================*
       3000-WRITE-HEADER.
           MOVE 'HD' TO SBO-REC-TYPE
           PERFORM 3900-START-RECORD
           MOVE BPL-PLAN-NAME    TO SBO-HD-PLAN-NAME
           MOVE BPL-PRODUCT-TYPE TO SBO-HD-PLAN-TYPE
           MOVE BPL-METAL-LEVEL  TO SBO-HD-METAL-LEVEL
           MOVE BPL-LOB-CODE     TO SBO-HD-LOB-CODE
           MOVE WS-PAYER-NAME    TO SBO-HD-ISSUER-NAME
      *--- COVERAGE PERIOD IS THE PLAN YEAR FROM THE VERSION'S  ---
      *    EFFECTIVE DATE, OR TO ITS TERM DATE IF SOONER        ---
           MOVE WS-SBC-EFF-DATE-X TO WS-SBC-THRU-DATE
           COMPUTE WS-FMT-WHOLE = BPL-EFF-DATE + 10000
           MOVE WS-FMT-WHOLE(2:8) TO WS-SBC-THRU-DATE
           IF WS-SBC-THRU-DATE(5:4) = '0229'
               MOVE '0301' TO WS-SBC-THRU-DATE(5:4)
           END-IF
           COMPUTE WS-SBC-THRU-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-SBC-THRU-DATE)) - 1
           COMPUTE WS-FMT-WHOLE =
               FUNCTION DATE-OF-INTEGER(WS-SBC-THRU-INT)
           MOVE WS-FMT-WHOLE(2:8) TO WS-SBC-THRU-DATE
           IF BPL-TERM-DATE NOT = 99991231
           AND BPL-TERM-DATE < FUNCTION NUMVAL(WS-SBC-THRU-DATE)
               MOVE BPL-TERM-DATE TO WS-SBC-THRU-DATE
           END-IF
           STRING WS-SBC-EFF-DATE-X(5:2) '/' WS-SBC-EFF-DATE-X(7:2)
                  '/' WS-SBC-EFF-DATE-X(1:4)
                  DELIMITED SIZE INTO SBO-HD-PERIOD-FROM
           END-STRING
           STRING WS-SBC-THRU-DATE(5:2) '/' WS-SBC-THRU-DATE(7:2)
                  '/' WS-SBC-THRU-DATE(1:4)
                  DELIMITED SIZE INTO SBO-HD-PERIOD-THRU
           END-STRING
           EVALUATE BPL-COVERAGE-TYPE
               WHEN 'EE'
                   MOVE 'INDIVIDUAL' TO SBO-HD-COVERAGE-FOR
               WHEN 'ES'
                   MOVE 'INDIVIDUAL + SPOUSE' TO SBO-HD-COVERAGE-FOR
               WHEN 'EC'
                   MOVE 'INDIVIDUAL + CHILD(REN)'
                       TO SBO-HD-COVERAGE-FOR
               WHEN OTHER
                   MOVE 'INDIVIDUAL + FAMILY' TO SBO-HD-COVERAGE-FOR
           END-EVALUATE
           PERFORM 3950-PUT-RECORD.

       3100-WRITE-QUESTIONS.
           MOVE 'IQ' TO SBO-REC-TYPE
      *--- 1 - OVERALL DEDUCTIBLE ---
           PERFORM 3900-START-RECORD
           MOVE '01' TO SBO-IQ-CODE
           MOVE 'WHAT IS THE OVERALL DEDUCTIBLE?' TO SBO-IQ-QUESTION
           MOVE BPL-IND-DEDUCTIBLE TO WS-FMT-AMOUNT
           PERFORM 7800-FORMAT-AMOUNT
           MOVE WS-FMT-AMOUNT-TEXT TO WS-FMT-TEXT-1
           MOVE BPL-FAM-DEDUCTIBLE TO WS-FMT-AMOUNT
           PERFORM 7800-FORMAT-AMOUNT
           STRING WS-FMT-TEXT-1 DELIMITED SPACES
                  ' INDIVIDUAL / ' DELIMITED SIZE
                  WS-FMT-AMOUNT-TEXT DELIMITED SPACES
                  ' FAMILY' DELIMITED SIZE
                  INTO SBO-IQ-ANSWER
           END-STRING
           PERFORM 3950-PUT-RECORD
      *--- 2 - SERVICES COVERED BEFORE THE DEDUCTIBLE ---
           PERFORM 3900-START-RECORD
           MOVE '02' TO SBO-IQ-CODE
           STRING 'ARE THERE SERVICES COVERED BEFORE YOU MEET '
                      DELIMITED SIZE
                  'YOUR DEDUCTIBLE?' DELIMITED SIZE
                  INTO SBO-IQ-QUESTION
           END-STRING
           IF BPL-IND-DEDUCTIBLE = ZERO
               MOVE 'NOT APPLICABLE. THIS PLAN HAS NO DEDUCTIBLE.'
                   TO SBO-IQ-ANSWER
           ELSE IF BPL-COPAY-PCP > ZERO OR BPL-COPAY-SPEC > ZERO
                OR BPL-COPAY-ER > ZERO OR BPL-COPAY-URGENT > ZERO
               STRING 'YES. PREVENTIVE CARE AND SERVICES WITH A '
                          DELIMITED SIZE
                      'COPAYMENT ARE COVERED BEFORE YOU MEET YOUR '
                          DELIMITED SIZE
                      'DEDUCTIBLE.' DELIMITED SIZE
                      INTO SBO-IQ-ANSWER
               END-STRING
           ELSE
               STRING 'YES. PREVENTIVE CARE IS COVERED BEFORE YOU '
                          DELIMITED SIZE
                      'MEET YOUR DEDUCTIBLE.' DELIMITED SIZE
                      INTO SBO-IQ-ANSWER
               END-STRING
           END-IF
           END-IF
           PERFORM 3950-PUT-RECORD
      *--- 3 - OTHER DEDUCTIBLES (HCAS CARRIES ONE PER PLAN) ---
           PERFORM 3900-START-RECORD
           MOVE '03' TO SBO-IQ-CODE
           MOVE 'ARE THERE OTHER DEDUCTIBLES FOR SPECIFIC SERVICES?'
               TO SBO-IQ-QUESTION
           STRING 'NO. YOU DON''T HAVE TO MEET DEDUCTIBLES FOR '
                      DELIMITED SIZE
                  'SPECIFIC SERVICES.' DELIMITED SIZE
                  INTO SBO-IQ-ANSWER
           END-STRING
           PERFORM 3950-PUT-RECORD
      *--- 4 - OUT-OF-POCKET LIMIT ---
           PERFORM 3900-START-RECORD
           MOVE '04' TO SBO-IQ-CODE
           MOVE 'WHAT IS THE OUT-OF-POCKET LIMIT FOR THIS PLAN?'
               TO SBO-IQ-QUESTION
           MOVE BPL-IND-OOP-MAX TO WS-FMT-AMOUNT
           PERFORM 7800-FORMAT-AMOUNT
           MOVE WS-FMT-AMOUNT-TEXT TO WS-FMT-TEXT-1
           MOVE BPL-FAM-OOP-MAX TO WS-FMT-AMOUNT
           PERFORM 7800-FORMAT-AMOUNT
           STRING WS-FMT-TEXT-1 DELIMITED SPACES
                  ' INDIVIDUAL / ' DELIMITED SIZE
                  WS-FMT-AMOUNT-TEXT DELIMITED SPACES
                  ' FAMILY' DELIMITED SIZE
                  INTO SBO-IQ-ANSWER
           END-STRING
           PERFORM 3950-PUT-RECORD
      *--- 5 - WHAT THE OUT-OF-POCKET LIMIT EXCLUDES ---
           PERFORM 3900-START-RECORD
           MOVE '05' TO SBO-IQ-CODE
           MOVE 'WHAT IS NOT INCLUDED IN THE OUT-OF-POCKET LIMIT?'
               TO SBO-IQ-QUESTION
           STRING 'PREMIUMS, BALANCE-BILLED CHARGES, AND HEALTH CARE '
                      DELIMITED SIZE
                  'THIS PLAN DOESN''T COVER.' DELIMITED SIZE
                  INTO SBO-IQ-ANSWER
           END-STRING
           PERFORM 3950-PUT-RECORD
      *--- 6 - NETWORK ---
           PERFORM 3900-START-RECORD
           MOVE '06' TO SBO-IQ-CODE
           MOVE 'WILL YOU PAY LESS IF YOU USE A NETWORK PROVIDER?'
               TO SBO-IQ-QUESTION
           IF BPL-NETWORK-ID = SPACES
               MOVE 'NO. THIS PLAN DOES NOT USE A PROVIDER NETWORK.'
                   TO SBO-IQ-ANSWER
           ELSE
               STRING 'YES. SEE THE ' DELIMITED SIZE
                      BPL-NETWORK-ID DELIMITED SPACES
                      ' PROVIDER DIRECTORY FOR A LIST OF NETWORK '
                          DELIMITED SIZE
                      'PROVIDERS.' DELIMITED SIZE
                      INTO SBO-IQ-ANSWER
               END-STRING
           END-IF
           PERFORM 3950-PUT-RECORD
      *--- 7 - REFERRALS ---
           PERFORM 3900-START-RECORD
           MOVE '07' TO SBO-IQ-CODE
           MOVE 'DO YOU NEED A REFERRAL TO SEE A SPECIALIST?'
               TO SBO-IQ-QUESTION
           IF BPL-REFERRAL-YES
               STRING 'YES. THIS PLAN WILL PAY SOME OR ALL OF THE '
                          DELIMITED SIZE
                      'COSTS TO SEE A SPECIALIST FOR COVERED '
                          DELIMITED SIZE
                      'SERVICES, BUT ONLY IF YOU HAVE A REFERRAL '
                          DELIMITED SIZE
                      'BEFORE YOU SEE THE SPECIALIST.' DELIMITED SIZE
                      INTO SBO-IQ-ANSWER
               END-STRING
           ELSE
               STRING 'NO. YOU CAN SEE THE SPECIALIST YOU CHOOSE '
                          DELIMITED SIZE
                      'WITHOUT A REFERRAL.' DELIMITED SIZE
                      INTO SBO-IQ-ANSWER
               END-STRING
           END-IF
           PERFORM 3950-PUT-RECORD.

       3200-WRITE-EVENT-ROW.
           MOVE WS-SR-BASIS(WS-SR-IDX) TO WS-BASIS
           IF WS-BASIS-PHARMACY
               PERFORM 3300-WRITE-DRUG-TIERS
               EXIT PARAGRAPH
           END-IF
           MOVE 'ME' TO SBO-REC-TYPE
           PERFORM 3900-START-RECORD
           MOVE WS-SR-EVENT(WS-SR-IDX) TO SBO-ME-EVENT-CODE
           MOVE WS-EVENT-TEXT(WS-SR-EVENT(WS-SR-IDX))
               TO SBO-ME-EVENT-TEXT
           MOVE WS-SR-SERVICE(WS-SR-IDX) TO SBO-ME-SERVICE
           PERFORM 7000-IN-NETWORK-TEXT
           MOVE WS-COST-TEXT TO SBO-ME-IN-NETWORK
           PERFORM 7100-OUT-NETWORK-TEXT
           MOVE WS-OON-TEXT TO SBO-ME-OUT-NETWORK
           MOVE SPACES TO WS-LIMIT-TEXT
           EVALUATE TRUE
               WHEN WS-SR-PREAUTH(WS-SR-IDX) = 'Y' AND BPL-PREAUTH-YES
                   MOVE 'PREAUTHORIZATION IS REQUIRED.'
                       TO WS-LIMIT-TEXT
               WHEN WS-BASIS-SPEC-COPAY AND BPL-REFERRAL-YES
                   MOVE 'A REFERRAL IS REQUIRED.' TO WS-LIMIT-TEXT
               WHEN WS-BASIS-PREVENTIVE
                   STRING 'YOU MAY HAVE TO PAY FOR SERVICES THAT '
                              DELIMITED SIZE
                          'AREN''T PREVENTIVE.' DELIMITED SIZE
                          INTO WS-LIMIT-TEXT
                   END-STRING
               WHEN WS-BASIS-NOT-COVERED
                   MOVE 'NOT A BENEFIT OF THIS MEDICAL PLAN.'
                       TO WS-LIMIT-TEXT
               WHEN OTHER
                   MOVE 'NONE' TO WS-LIMIT-TEXT
           END-EVALUATE
           MOVE WS-LIMIT-TEXT TO SBO-ME-LIMITATIONS
           PERFORM 3950-PUT-RECORD.

       3300-WRITE-DRUG-TIERS.
           IF WS-SBC-FORMULARY-ID = SPACES
               MOVE 'ME' TO SBO-REC-TYPE
               PERFORM 3900-START-RECORD
               MOVE WS-SR-EVENT(WS-SR-IDX) TO SBO-ME-EVENT-CODE
               MOVE WS-EVENT-TEXT(WS-SR-EVENT(WS-SR-IDX))
                   TO SBO-ME-EVENT-TEXT
               MOVE WS-SR-SERVICE(WS-SR-IDX) TO SBO-ME-SERVICE
               MOVE 'NOT COVERED' TO SBO-ME-IN-NETWORK
               MOVE 'NOT COVERED' TO SBO-ME-OUT-NETWORK
               MOVE 'NO PRESCRIPTION DRUG BENEFIT ON THIS PLAN.'
                   TO SBO-ME-LIMITATIONS
               PERFORM 3950-PUT-RECORD
               EXIT PARAGRAPH
           END-IF
           EXEC SQL OPEN SBC-TIER-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'SBCGEN01: TIER CURSOR OPEN ERROR SQLCODE='
                       SQLCODE ' FORMULARY=' WS-SBC-FORMULARY-ID
               EXIT PARAGRAPH
           END-IF
           SET WS-SUB-NOT-EOF TO TRUE
           PERFORM 3310-WRITE-ONE-TIER
               UNTIL WS-SUB-EOF
           EXEC SQL CLOSE SBC-TIER-CURSOR END-EXEC.

       3310-WRITE-ONE-TIER.
           EXEC SQL
               FETCH SBC-TIER-CURSOR
               INTO :WS-TR-TIER-CODE, :WS-TR-COPAY, :WS-TR-COINS
           END-EXEC
           IF SQLCODE = +100
               SET WS-SUB-EOF TO TRUE
               EXIT PARAGRAPH
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'SBCGEN01: TIER FETCH ERROR SQLCODE='
                       SQLCODE ' FORMULARY=' WS-SBC-FORMULARY-ID
               SET WS-SUB-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           END-IF
           MOVE 'ME' TO SBO-REC-TYPE
           PERFORM 3900-START-RECORD
           MOVE WS-SR-EVENT(WS-SR-IDX) TO SBO-ME-EVENT-CODE
           MOVE WS-EVENT-TEXT(WS-SR-EVENT(WS-SR-IDX))
               TO SBO-ME-EVENT-TEXT
           STRING 'TIER ' DELIMITED SIZE
                  WS-TR-TIER-CODE DELIMITED SIZE
                  ' DRUGS' DELIMITED SIZE
                  INTO SBO-ME-SERVICE
           END-STRING
           PERFORM 7200-TIER-COST-TEXT
           MOVE WS-COST-TEXT TO SBO-ME-IN-NETWORK
           MOVE 'NOT COVERED' TO SBO-ME-OUT-NETWORK
           IF BPL-PREAUTH-YES
               MOVE 'PREAUTHORIZATION MAY BE REQUIRED FOR SOME DRUGS.'
                   TO SBO-ME-LIMITATIONS
           ELSE
               MOVE 'NONE' TO SBO-ME-LIMITATIONS
           END-IF
           PERFORM 3950-PUT-RECORD.

       3500-WRITE-SERVICE-LIMIT.
      *--- NOT-COVERED CATEGORIES GO IN "SERVICES YOUR PLAN     ---
      *    GENERALLY DOES NOT COVER"; LIMITED ONES UNDER "OTHER  ---
      *    COVERED SERVICES" WITH THE LIMIT SPELLED OUT          ---
           MOVE BPL-SVC-CATEGORY(WS-LIM-IDX) TO WS-SV-CATEGORY
           MOVE SPACES TO WS-SBC-CATEGORY-DESC
           EXEC SQL
               SELECT CATEGORY_DESC
               INTO :WS-SBC-CATEGORY-DESC
               FROM HCAS.SVC_CATEGORY
               WHERE SVC_CATEGORY = :WS-SV-CATEGORY
           END-EXEC
           IF SQLCODE NOT = ZERO
               STRING 'SERVICE CATEGORY ' DELIMITED SIZE
                      WS-SV-CATEGORY DELIMITED SIZE
                      INTO WS-SBC-CATEGORY-DESC
               END-STRING
           END-IF
           IF BPL-SVC-NOT-COVERED(WS-LIM-IDX)
               MOVE 'EX' TO SBO-REC-TYPE
               PERFORM 3900-START-RECORD
               MOVE 'NOT COVERED' TO SBO-SV-LIMIT-TEXT
           ELSE
               MOVE 'LM' TO SBO-REC-TYPE
               PERFORM 3900-START-RECORD
               PERFORM 7300-LIMIT-TEXT
               MOVE WS-LIMIT-TEXT TO SBO-SV-LIMIT-TEXT
           END-IF
           MOVE WS-SV-CATEGORY       TO SBO-SV-CATEGORY
           MOVE WS-SBC-CATEGORY-DESC TO SBO-SV-DESCRIPTION
           PERFORM 3950-PUT-RECORD.

       3900-START-RECORD.
           MOVE SPACES TO SBO-DATA
           ADD 1 TO WS-SBC-OUT-SEQ
           MOVE BPL-PLAN-CODE     TO SBO-PLAN-CODE
           MOVE WS-SBC-EFF-DATE-X TO SBO-EFF-DATE
           MOVE WS-SBC-OUT-SEQ    TO SBO-SEQ.

       3950-PUT-RECORD.
           WRITE SBCOUT-RECORD
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY 'SBCGEN01: WRITE ERROR SBCOUT - '
                       WS-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SBC-RECS-WRITTEN.

      *================================================================*
      * COVERAGE EXAMPLES                                              *
      *================================================================*
       5000-PRICE-EXAMPLE.
           MOVE ZERO TO WS-EX-TOTAL-COST
           MOVE ZERO TO WS-EX-PAY-DEDUCT
           MOVE ZERO TO WS-EX-PAY-COPAY
           MOVE ZERO TO WS-EX-PAY-COINS
           MOVE ZERO TO WS-EX-PAY-NOT-COV
           MOVE ZERO TO WS-EX-CLAIM-SEQ
           INITIALIZE WS-EX-LIMIT-USED-TABLE
           MOVE BPL-IND-DEDUCTIBLE TO WS-EX-DEDUCT-REMAIN
           MOVE ZERO TO WS-PRC-LINE-COUNT
           PERFORM 5100-ADD-EXAMPLE-LINE
               VARYING WS-EXL-IDX FROM 1 BY 1
               UNTIL WS-EXL-IDX > WS-EXL-COUNT
           IF WS-PRC-LINE-COUNT > ZERO
               PERFORM 5200-PRICE-EXAMPLE-CLAIM
           END-IF
      *--- THE EXAMPLE PERSON IS ONE INDIVIDUAL - COST SHARING ---
      *    STOPS AT THE INDIVIDUAL OUT-OF-POCKET MAXIMUM,        ---
      *    COINSURANCE FIRST, THEN COPAYS, THEN DEDUCTIBLE       ---
           COMPUTE WS-EX-OVER-OOP =
               WS-EX-PAY-DEDUCT + WS-EX-PAY-COPAY + WS-EX-PAY-COINS
               - BPL-IND-OOP-MAX
           IF BPL-IND-OOP-MAX > ZERO AND WS-EX-OVER-OOP > ZERO
               PERFORM 5400-CAP-AT-OOP-MAX
           END-IF
           COMPUTE WS-EX-PAY-TOTAL =
               WS-EX-PAY-DEDUCT + WS-EX-PAY-COPAY +
               WS-EX-PAY-COINS + WS-EX-PAY-NOT-COV
           ADD 1 TO WS-EXAMPLES-PRICED
           PERFORM 5500-WRITE-EXAMPLE.

       5100-ADD-EXAMPLE-LINE.
           IF WS-EXL-EXAMPLE-NO(WS-EXL-IDX) NOT = WS-EX-NO
               EXIT PARAGRAPH
           END-IF
           IF WS-PRC-LINE-COUNT > ZERO
           AND WS-EXL-CLAIM-SEQ(WS-EXL-IDX) NOT = WS-EX-CLAIM-SEQ
               PERFORM 5200-PRICE-EXAMPLE-CLAIM
           END-IF
           IF WS-PRC-LINE-COUNT = ZERO
               INITIALIZE WS-PRICING-REQUEST
               MOVE WS-EXL-CLAIM-SEQ(WS-EXL-IDX) TO WS-EX-CLAIM-SEQ
               MOVE WS-EXL-CLAIM-TYPE(WS-EXL-IDX)
                   TO WS-PRC-CLAIM-TYPE
               MOVE BPL-PLAN-CODE        TO WS-PRC-PLAN-CODE
               MOVE BPL-NETWORK-ID       TO WS-PRC-NETWORK-ID
               MOVE WS-REF-CONTRACT-TYPE TO WS-PRC-CONTRACT-TYPE
               MOVE WS-REF-FEE-SCHED-ID  TO WS-PRC-FEE-SCHED-ID
               MOVE WS-EXL-POS(WS-EXL-IDX) TO WS-PRC-PLACE-OF-SVC
               MOVE 'Y'                  TO WS-PRC-PAR-STATUS
               MOVE '01'                 TO WS-PRC-DISCHARGE-STATUS
               MOVE ZERO                 TO WS-PRC-LENGTH-OF-STAY
               MOVE '0'                  TO WS-PRC-DAW-CODE
           END-IF
           ADD 1 TO WS-PRC-LINE-COUNT
           MOVE WS-PRC-LINE-COUNT TO WS-LN-IDX
           MOVE WS-EXL-IDX TO WS-EX-REQ-LINE(WS-LN-IDX)
           MOVE WS-LN-IDX TO WS-PRC-LN-SEQ(WS-LN-IDX)
           MOVE WS-EXL-PROC(WS-EXL-IDX) TO WS-PRC-LN-PROC(WS-LN-IDX)
           MOVE WS-EXL-MOD(WS-EXL-IDX)  TO WS-PRC-LN-MOD(WS-LN-IDX)
           MOVE WS-EXL-REV(WS-EXL-IDX)  TO WS-PRC-LN-REV(WS-LN-IDX)
           MOVE WS-SBC-EFF-DATE-X        TO WS-PRC-LN-DOS(WS-LN-IDX)
           MOVE WS-EXL-UNITS(WS-EXL-IDX)
               TO WS-PRC-LN-UNITS(WS-LN-IDX)
           MOVE WS-EXL-CHARGE(WS-EXL-IDX)
               TO WS-PRC-LN-CHARGE(WS-LN-IDX)
           MOVE WS-EXL-DRG(WS-EXL-IDX)  TO WS-PRC-LN-DRG(WS-LN-IDX)
           MOVE WS-EXL-NDC(WS-EXL-IDX)  TO WS-PRC-LN-NDC(WS-LN-IDX)
           MOVE 30 TO WS-PRC-LN-DAYSUP(WS-LN-IDX)
           ADD WS-EXL-CHARGE(WS-EXL-IDX) TO WS-EX-TOTAL-COST.

       5200-PRICE-EXAMPLE-CLAIM.
           INITIALIZE WS-PRICING-RESPONSE
           CALL 'CLMPRC01' USING WS-PRICING-REQUEST
                                  WS-PRICING-RESPONSE
      *--- NO PRICE FROM THE ENGINE - FALL BACK TO THE CMS      ---
      *    AMOUNT SO THE SBC STILL GOES OUT, AND SAY SO          ---
           IF WS-PRC-RSP-RC NOT = '00'
               ADD 1 TO WS-PRICING-FALLBACKS
               MOVE SPACES TO WS-RPT-LINE
               STRING '  PLAN ' DELIMITED SIZE
                      BPL-PLAN-CODE DELIMITED SIZE
                      ' EXAMPLE ' DELIMITED SIZE
                      WS-EX-NO DELIMITED SIZE
                      ' CLAIM ' DELIMITED SIZE
                      WS-EX-CLAIM-SEQ DELIMITED SIZE
                      ' NOT PRICED (' DELIMITED SIZE
                      WS-PRC-RSP-RC DELIMITED SIZE
                      ') - CMS AMOUNT USED: ' DELIMITED SIZE
                      WS-PRC-RSP-MSG DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE SBCRPT-RECORD FROM WS-RPT-LINE
               PERFORM 5210-USE-CHARGE-AS-ALLOWED
                   VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-PRC-LINE-COUNT
           END-IF
           PERFORM 5300-SHARE-ONE-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-PRC-LINE-COUNT
           MOVE ZERO TO WS-PRC-LINE-COUNT.

       5210-USE-CHARGE-AS-ALLOWED.
           MOVE WS-PRC-LN-CHARGE(WS-LN-IDX)
               TO WS-PRC-RSP-LN-ALLOW(WS-LN-IDX)
           MOVE SPACES TO WS-PRC-RSP-LN-DENY(WS-LN-IDX).

       5300-SHARE-ONE-LINE.
           MOVE WS-EX-REQ-LINE(WS-LN-IDX) TO WS-EXL-CUR
           MOVE WS-EXL-BASIS(WS-EXL-CUR) TO WS-BASIS
           MOVE WS-PRC-RSP-LN-ALLOW(WS-LN-IDX) TO WS-LN-ALLOWED
           MOVE ZERO TO WS-LN-NOT-COVERED
           MOVE ZERO TO WS-LN-DEDUCT
           MOVE ZERO TO WS-LN-COPAY
           MOVE ZERO TO WS-LN-COINS
      *--- A LINE THE ENGINE DENIES, OR A SERVICE THE PLAN DOES ---
      *    NOT COVER, IS ENTIRELY THE MEMBER'S                   ---
           IF WS-PRC-RSP-LN-DENY(WS-LN-IDX) NOT = SPACES
           OR WS-BASIS-NOT-COVERED
               MOVE WS-PRC-LN-CHARGE(WS-LN-IDX) TO WS-LN-NOT-COVERED
               ADD WS-LN-NOT-COVERED TO WS-EX-PAY-NOT-COV
               EXIT PARAGRAPH
           END-IF
           PERFORM 5310-APPLY-SERVICE-LIMIT
           EVALUATE TRUE
               WHEN WS-LN-ALLOWED = ZERO
                   CONTINUE
               WHEN WS-BASIS-PREVENTIVE
                   CONTINUE
               WHEN WS-BASIS-PHARMACY
                   PERFORM 5330-APPLY-TIER-SHARE
               WHEN WS-BASIS-PCP-COPAY OR WS-BASIS-SPEC-COPAY
                 OR WS-BASIS-ER-COPAY OR WS-BASIS-URGENT-COPAY
                   PERFORM 7050-BASIS-COPAY
                   IF WS-BASIS-COPAY > ZERO
                       MOVE WS-BASIS-COPAY TO WS-LN-COPAY
                       IF WS-LN-COPAY > WS-LN-ALLOWED
                           MOVE WS-LN-ALLOWED TO WS-LN-COPAY
                       END-IF
                   ELSE
                       PERFORM 5320-APPLY-DEDUCT-COINS
                   END-IF
               WHEN OTHER
                   PERFORM 5320-APPLY-DEDUCT-COINS
           END-EVALUATE
           ADD WS-LN-NOT-COVERED TO WS-EX-PAY-NOT-COV
           ADD WS-LN-DEDUCT      TO WS-EX-PAY-DEDUCT
           ADD WS-LN-COPAY       TO WS-EX-PAY-COPAY
           ADD WS-LN-COINS       TO WS-EX-PAY-COINS.

       5310-APPLY-SERVICE-LIMIT.
      *--- SAME CATEGORY MAPPING CLMADJ01 USES FOR LIMITS ---
           IF WS-PRC-LN-PROC(WS-LN-IDX) NOT = SPACES
               MOVE WS-PRC-LN-PROC(WS-LN-IDX) TO WS-LN-SVC-CODE
           ELSE
               MOVE WS-PRC-LN-REV(WS-LN-IDX) TO WS-LN-SVC-CODE
           END-IF
           EXEC SQL
               SELECT SVC_CATEGORY
               INTO :WS-LN-CATEGORY
               FROM HCAS.SVC_CATEGORY_MAP
               WHERE SVC_CODE_FROM <= :WS-LN-SVC-CODE
                 AND SVC_CODE_THRU >= :WS-LN-SVC-CODE
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 5315-NEXT-LIMIT
               VARYING WS-LIM-IDX FROM 1 BY 1
               UNTIL WS-LIM-IDX > WS-SBC-SVC-COUNT
               OR BPL-SVC-CATEGORY(WS-LIM-IDX) = WS-LN-CATEGORY
           IF WS-LIM-IDX > WS-SBC-SVC-COUNT
               EXIT PARAGRAPH
           END-IF
           IF BPL-SVC-NOT-COVERED(WS-LIM-IDX)
               MOVE WS-LN-ALLOWED TO WS-LN-NOT-COVERED
               MOVE ZERO TO WS-LN-ALLOWED
               EXIT PARAGRAPH
           END-IF
      *--- VISIT/DAY LIMITS COUNT UNITS, DOLLAR LIMITS COUNT THE ---
      *    ALLOWED AMOUNT; THE PART PAST THE LIMIT IS NOT COVERED ---
           COMPUTE WS-LN-LIMIT-LEFT =
               BPL-SVC-LIMIT-QTY(WS-LIM-IDX) -
               WS-EX-LIMIT-USED(WS-LIM-IDX)
           IF WS-LN-LIMIT-LEFT < ZERO
               MOVE ZERO TO WS-LN-LIMIT-LEFT
           END-IF
           IF BPL-LIM-DOLLAR(WS-LIM-IDX)
               IF WS-LN-ALLOWED > WS-LN-LIMIT-LEFT
                   COMPUTE WS-LN-NOT-COVERED =
                       WS-LN-ALLOWED - WS-LN-LIMIT-LEFT
                   MOVE WS-LN-LIMIT-LEFT TO WS-LN-ALLOWED
               END-IF
               ADD WS-LN-ALLOWED TO WS-EX-LIMIT-USED(WS-LIM-IDX)
           ELSE
               IF WS-PRC-LN-UNITS(WS-LN-IDX) > WS-LN-LIMIT-LEFT
                   COMPUTE WS-LN-NOT-COVERED ROUNDED =
                       WS-LN-ALLOWED *
                       (WS-PRC-LN-UNITS(WS-LN-IDX) - WS-LN-LIMIT-LEFT)
                       / WS-PRC-LN-UNITS(WS-LN-IDX)
                   SUBTRACT WS-LN-NOT-COVERED FROM WS-LN-ALLOWED
               END-IF
               ADD WS-PRC-LN-UNITS(WS-LN-IDX)
                   TO WS-EX-LIMIT-USED(WS-LIM-IDX)
           END-IF.

       5315-NEXT-LIMIT.
           CONTINUE.

       5320-APPLY-DEDUCT-COINS.
      *--- DEDUCTIBLE FIRST, THEN IN-NETWORK COINSURANCE ON THE ---
      *    REST - THE ADJUDICATION BENEFIT WALK                  ---
           IF WS-EX-DEDUCT-REMAIN > ZERO
               IF WS-LN-ALLOWED <= WS-EX-DEDUCT-REMAIN
                   MOVE WS-LN-ALLOWED TO WS-LN-DEDUCT
               ELSE
                   MOVE WS-EX-DEDUCT-REMAIN TO WS-LN-DEDUCT
               END-IF
               SUBTRACT WS-LN-DEDUCT FROM WS-EX-DEDUCT-REMAIN
           END-IF
           COMPUTE WS-LN-COINS ROUNDED =
               (WS-LN-ALLOWED - WS-LN-DEDUCT) *
               BPL-COINS-IN-NETWORK.

       5330-APPLY-TIER-SHARE.
           MOVE ZERO TO WS-TR-COPAY
           MOVE ZERO TO WS-TR-COINS
           MOVE WS-EXL-TIER(WS-EXL-CUR) TO WS-TR-TIER-CODE
           IF WS-SBC-FORMULARY-ID = SPACES
               MOVE WS-LN-ALLOWED TO WS-LN-NOT-COVERED
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COPAY_AMT, COINS_PCT
               INTO :WS-TR-COPAY, :WS-TR-COINS
               FROM HCAS.FORMULARY_TIER_CS
               WHERE FORMULARY_ID = :WS-SBC-FORMULARY-ID
                 AND TIER_CODE = :WS-TR-TIER-CODE
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-TR-COPAY
               MOVE ZERO TO WS-TR-COINS
           END-IF
           MOVE WS-TR-COPAY TO WS-LN-COPAY
           IF WS-LN-COPAY > WS-LN-ALLOWED
               MOVE WS-LN-ALLOWED TO WS-LN-COPAY
           END-IF
           COMPUTE WS-LN-COINS ROUNDED =
               (WS-LN-ALLOWED - WS-LN-COPAY) * WS-TR-COINS.

       5400-CAP-AT-OOP-MAX.
           IF WS-EX-OVER-OOP > WS-EX-PAY-COINS
               SUBTRACT WS-EX-PAY-COINS FROM WS-EX-OVER-OOP
               MOVE ZERO TO WS-EX-PAY-COINS
           ELSE
               SUBTRACT WS-EX-OVER-OOP FROM WS-EX-PAY-COINS
               MOVE ZERO TO WS-EX-OVER-OOP
           END-IF
           IF WS-EX-OVER-OOP > WS-EX-PAY-COPAY
               SUBTRACT WS-EX-PAY-COPAY FROM WS-EX-OVER-OOP
               MOVE ZERO TO WS-EX-PAY-COPAY
           ELSE
               SUBTRACT WS-EX-OVER-OOP FROM WS-EX-PAY-COPAY
               MOVE ZERO TO WS-EX-OVER-OOP
           END-IF
           SUBTRACT WS-EX-OVER-OOP FROM WS-EX-PAY-DEDUCT.

       5500-WRITE-EXAMPLE.
           MOVE 'CE' TO SBO-REC-TYPE
           PERFORM 3900-START-RECORD
           MOVE WS-EX-NO                TO SBO-CE-EXAMPLE-NO
           MOVE WS-EXAMPLE-NAME(WS-EX-NO) TO SBO-CE-EXAMPLE-NAME
           MOVE WS-EX-TOTAL-COST        TO SBO-CE-TOTAL-COST
           MOVE BPL-IND-DEDUCTIBLE      TO SBO-CE-PLAN-DEDUCT
           MOVE BPL-COPAY-SPEC          TO SBO-CE-SPEC-COPAY
           COMPUTE SBO-CE-HOSP-COINS = BPL-COINS-IN-NETWORK * 100
           COMPUTE SBO-CE-OTHER-COINS = BPL-COINS-IN-NETWORK * 100
           MOVE WS-EX-PAY-DEDUCT        TO SBO-CE-PAY-DEDUCT
           MOVE WS-EX-PAY-COPAY         TO SBO-CE-PAY-COPAY
           MOVE WS-EX-PAY-COINS         TO SBO-CE-PAY-COINS
           MOVE WS-EX-PAY-NOT-COV       TO SBO-CE-PAY-NOT-COV
           MOVE WS-EX-PAY-TOTAL         TO SBO-CE-PAY-TOTAL
           PERFORM 3950-PUT-RECORD
           MOVE WS-EX-TOTAL-COST TO WS-RPT-AMT-1
           MOVE WS-EX-PAY-TOTAL  TO WS-RPT-AMT-2
           MOVE SPACES TO WS-RPT-LINE
           STRING '  PLAN ' DELIMITED SIZE
                  BPL-PLAN-CODE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-SBC-EFF-DATE-X DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-EXAMPLE-NAME(WS-EX-NO) DELIMITED SIZE
                  ' COST ' DELIMITED SIZE
                  WS-RPT-AMT-1 DELIMITED SIZE
                  '  MEMBER PAYS ' DELIMITED SIZE
                  WS-RPT-AMT-2 DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE SBCRPT-RECORD FROM WS-RPT-LINE.

      *================================================================*
      * COST-SHARE TEXT                                                *
      *================================================================*
       7000-IN-NETWORK-TEXT.
           MOVE SPACES TO WS-COST-TEXT
           EVALUATE TRUE
               WHEN WS-BASIS-PREVENTIVE
                   MOVE 'NO CHARGE' TO WS-COST-TEXT
               WHEN WS-BASIS-NOT-COVERED
                   MOVE 'NOT COVERED' TO WS-COST-TEXT
               WHEN WS-BASIS-DEDUCT-COINS
                   PERFORM 7010-COINS-TEXT
               WHEN OTHER
                   PERFORM 7050-BASIS-COPAY
                   IF WS-BASIS-COPAY > ZERO
                       MOVE WS-BASIS-COPAY TO WS-FMT-AMOUNT
                       PERFORM 7800-FORMAT-AMOUNT
                       STRING WS-FMT-AMOUNT-TEXT DELIMITED SPACES
                              ' COPAY/VISIT' DELIMITED SIZE
                              INTO WS-COST-TEXT
                       END-STRING
                   ELSE
                       PERFORM 7010-COINS-TEXT
                   END-IF
           END-EVALUATE.

       7010-COINS-TEXT.
           COMPUTE WS-FMT-PCT = BPL-COINS-IN-NETWORK * 100
           PERFORM 7850-FORMAT-PCT
           IF WS-FMT-PCT = ZERO
               MOVE 'NO CHARGE' TO WS-FMT-TEXT-1
           ELSE
               MOVE SPACES TO WS-FMT-TEXT-1
               STRING WS-FMT-PCT-TEXT DELIMITED SPACES
                      '% COINSURANCE' DELIMITED SIZE
                      INTO WS-FMT-TEXT-1
               END-STRING
           END-IF
           IF BPL-IND-DEDUCTIBLE > ZERO
               STRING WS-FMT-TEXT-1 DELIMITED '  '
                      ' AFTER DEDUCTIBLE' DELIMITED SIZE
                      INTO WS-COST-TEXT
               END-STRING
           ELSE
               MOVE WS-FMT-TEXT-1 TO WS-COST-TEXT
           END-IF.

       7050-BASIS-COPAY.
           EVALUATE TRUE
               WHEN WS-BASIS-PCP-COPAY
                   MOVE BPL-COPAY-PCP TO WS-BASIS-COPAY
               WHEN WS-BASIS-SPEC-COPAY
                   MOVE BPL-COPAY-SPEC TO WS-BASIS-COPAY
               WHEN WS-BASIS-ER-COPAY
                   MOVE BPL-COPAY-ER TO WS-BASIS-COPAY
               WHEN WS-BASIS-URGENT-COPAY
                   MOVE BPL-COPAY-URGENT TO WS-BASIS-COPAY
               WHEN OTHER
                   MOVE ZERO TO WS-BASIS-COPAY
           END-EVALUATE.

       7100-OUT-NETWORK-TEXT.
      *--- EMERGENCY CARE PAYS AT THE IN-NETWORK LEVEL; AN HMO ---
      *    OR A PLAN WITH NO OUT-OF-NETWORK COINSURANCE ON FILE ---
      *    DOES NOT COVER OUT-OF-NETWORK CARE                   ---
           MOVE SPACES TO WS-OON-TEXT
           EVALUATE TRUE
               WHEN WS-BASIS-NOT-COVERED
                   MOVE 'NOT COVERED' TO WS-OON-TEXT
               WHEN WS-BASIS-ER-COPAY
                   MOVE WS-COST-TEXT TO WS-OON-TEXT
               WHEN BPL-PRODUCT-TYPE = 'HMO'
                 OR BPL-COINS-OUT-NETWORK = ZERO
                   MOVE 'NOT COVERED' TO WS-OON-TEXT
               WHEN OTHER
                   COMPUTE WS-FMT-PCT = BPL-COINS-OUT-NETWORK * 100
                   PERFORM 7850-FORMAT-PCT
                   STRING WS-FMT-PCT-TEXT DELIMITED SPACES
                          '% COINSURANCE AFTER DEDUCTIBLE'
                              DELIMITED SIZE
                          INTO WS-OON-TEXT
                   END-STRING
           END-EVALUATE.

       7200-TIER-COST-TEXT.
           MOVE SPACES TO WS-COST-TEXT
           MOVE SPACES TO WS-FMT-TEXT-1
           MOVE SPACES TO WS-FMT-TEXT-2
           IF WS-TR-COPAY > ZERO
               MOVE WS-TR-COPAY TO WS-FMT-AMOUNT
               PERFORM 7800-FORMAT-AMOUNT
               STRING WS-FMT-AMOUNT-TEXT DELIMITED SPACES
                      ' COPAY' DELIMITED SIZE
                      INTO WS-FMT-TEXT-1
               END-STRING
           END-IF
           IF WS-TR-COINS > ZERO
               COMPUTE WS-FMT-PCT = WS-TR-COINS * 100
               PERFORM 7850-FORMAT-PCT
               STRING WS-FMT-PCT-TEXT DELIMITED SPACES
                      '% COINSURANCE' DELIMITED SIZE
                      INTO WS-FMT-TEXT-2
               END-STRING
           END-IF
           EVALUATE TRUE
               WHEN WS-FMT-TEXT-1 NOT = SPACES
                AND WS-FMT-TEXT-2 NOT = SPACES
                   STRING WS-FMT-TEXT-1 DELIMITED '  '
                          ' + ' DELIMITED SIZE
                          WS-FMT-TEXT-2 DELIMITED '  '
                          INTO WS-COST-TEXT
                   END-STRING
               WHEN WS-FMT-TEXT-1 NOT = SPACES
                   MOVE WS-FMT-TEXT-1 TO WS-COST-TEXT
               WHEN WS-FMT-TEXT-2 NOT = SPACES
                   MOVE WS-FMT-TEXT-2 TO WS-COST-TEXT
               WHEN OTHER
                   MOVE 'NO CHARGE' TO WS-COST-TEXT
           END-EVALUATE.

       7300-LIMIT-TEXT.
           MOVE SPACES TO WS-LIMIT-TEXT
           EVALUATE TRUE
               WHEN BPL-PER-LIFETIME(WS-LIM-IDX)
                   MOVE 'PER LIFETIME' TO WS-PERIOD-TEXT
               WHEN BPL-PER-PLAN-YEAR(WS-LIM-IDX)
                   MOVE 'PER PLAN YEAR' TO WS-PERIOD-TEXT
               WHEN OTHER
                   MOVE 'PER CALENDAR YEAR' TO WS-PERIOD-TEXT
           END-EVALUATE
           IF BPL-LIM-DOLLAR(WS-LIM-IDX)
               MOVE BPL-SVC-LIMIT-QTY(WS-LIM-IDX) TO WS-FMT-AMOUNT
               PERFORM 7800-FORMAT-AMOUNT
               STRING 'COVERAGE LIMITED TO ' DELIMITED SIZE
                      WS-FMT-AMOUNT-TEXT DELIMITED SPACES
                      ' ' DELIMITED SIZE
                      WS-PERIOD-TEXT DELIMITED '  '
                      INTO WS-LIMIT-TEXT
               END-STRING
           ELSE
               MOVE BPL-SVC-LIMIT-QTY(WS-LIM-IDX) TO WS-FMT-QTY-EDIT
               IF BPL-LIM-DAYS(WS-LIM-IDX)
                   MOVE 'DAYS' TO WS-FMT-TEXT-1
               ELSE
                   MOVE 'VISITS' TO WS-FMT-TEXT-1
               END-IF
               STRING 'COVERAGE LIMITED TO ' DELIMITED SIZE
                      FUNCTION TRIM(WS-FMT-QTY-EDIT) DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-FMT-TEXT-1 DELIMITED SPACES
                      ' ' DELIMITED SIZE
                      WS-PERIOD-TEXT DELIMITED '  '
                      INTO WS-LIMIT-TEXT
               END-STRING
           END-IF.

       7800-FORMAT-AMOUNT.
      *--- WHOLE DOLLARS, AS THE TEMPLATE SHOWS THEM ---
           COMPUTE WS-FMT-WHOLE ROUNDED = WS-FMT-AMOUNT
           MOVE WS-FMT-WHOLE TO WS-FMT-AMOUNT-EDIT
           MOVE FUNCTION TRIM(WS-FMT-AMOUNT-EDIT) TO WS-FMT-AMOUNT-TEXT.

       7850-FORMAT-PCT.
           MOVE WS-FMT-PCT TO WS-FMT-PCT-EDIT
           MOVE FUNCTION TRIM(WS-FMT-PCT-EDIT) TO WS-FMT-PCT-TEXT.

       9000-TERMINATE.
           EXEC SQL CLOSE SBC-PLAN-CURSOR END-EXEC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PLANS DOCUMENTED: ' DELIMITED SIZE
                  WS-PLANS-DOCUMENTED DELIMITED SIZE
                  '  RECORDS WRITTEN: ' DELIMITED SIZE
                  WS-SBC-RECS-WRITTEN DELIMITED SIZE
                  '  EXAMPLES PRICED: ' DELIMITED SIZE
                  WS-EXAMPLES-PRICED DELIMITED SIZE
                  '  PRICING FALLBACKS: ' DELIMITED SIZE
                  WS-PRICING-FALLBACKS DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE SBCRPT-RECORD FROM WS-RPT-LINE
           CLOSE SBCOUT-FILE
           CLOSE SBCRPT-FILE
           DISPLAY 'SBCGEN01: PLANS READ:        ' WS-PLANS-READ
           DISPLAY 'SBCGEN01: PLANS DOCUMENTED:  ' WS-PLANS-DOCUMENTED
           DISPLAY 'SBCGEN01: RECORDS WRITTEN:   ' WS-SBC-RECS-WRITTEN
           DISPLAY 'SBCGEN01: EXAMPLE LINES:     '
                   WS-EXAMPLE-LINES-LOADED
           DISPLAY 'SBCGEN01: PRICING FALLBACKS: ' WS-PRICING-FALLBACKS
           IF WS-PLANS-DOCUMENTED = ZERO
               DISPLAY 'SBCGEN01: NO PLAN VERSIONS MATCHED THE PARM'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
