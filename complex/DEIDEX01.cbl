       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEIDEX01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  DEIDEX01                                             *
      * PURPOSE:  DE-IDENTIFIED TEST DATA EXTRACT                      *
      *           COPIES A SELECTED SLICE OF PRODUCTION - THE GROUPS   *
      *           NAMED ON THE SELECTION FILE, THEIR MEMBERS, THE      *
      *           MEMBERS' ENROLLMENT, ACCUMULATORS AND CLAIMS, AND    *
      *           EVERY PROVIDER THOSE CLAIMS NAME (WITH ITS GROUP     *
      *           PRACTICE) - FROM THE DB2 TABLES AND THE MBRMSTER     *
      *           AND PRVMSTER VSAM MASTERS, MASKING EVERYTHING THAT   *
      *           IDENTIFIES A PERSON OR A BANK ACCOUNT ON THE WAY     *
      *           OUT. THE DB2 ROWS ARE WRITTEN AS A DIDCOPY LOAD      *
      *           IMAGE FOR DEIDLD01; THE VSAM RECORDS AS REPRO-READY  *
      *           IMAGES OF EACH MASTER.                               *
      *           MASKING IS CONSISTENT: EVERY REAL MEMBER ID IS GIVEN *
      *           A PERMANENT MASK SEQUENCE ON HCAS.DEID_XREF AND      *
      *           EVERY MASKED VALUE IS DERIVED FROM IT, SO THE SAME   *
      *           MEMBER CARRIES THE SAME FAKE MEMBER ID, SSN AND      *
      *           NAME IN EVERY TABLE, IN BOTH MASTERS AND IN EVERY    *
      *           REFRESH. SUBSCRIBER IDS MAP THROUGH THE SAME         *
      *           CROSSWALK, SO FAMILIES, CLAIMS AND ACCUMULATORS      *
      *           STAY LINKED.                                         *
      *             MEMBER ID - 7 FOLLOWED BY THE MASK SEQUENCE        *
      *             SSN       - 9 FOLLOWED BY THE MASK SEQUENCE (AN    *
      *                         AREA NUMBER NEVER ISSUED)              *
      *             NAME      - FROM THE NAME TABLES; THE FAMILY       *
      *                         SHARES THE SUBSCRIBER'S SURNAME        *
      *             BIRTH     - MOVED BACK WITHIN ITS OWN MONTH, SO    *
      *                         THE MEMBER IS NEVER YOUNGER THAN THEIR *
      *                         ENROLLMENT OR SERVICE DATES ALLOW AND  *
      *                         AGE BANDS DO NOT MOVE                  *
      *             ADDRESS   - STREET FROM THE SUBSCRIBER'S SEQUENCE; *
      *                         ZIP REPLACED BY THE NEXT ZIP IN THE    *
      *                         SAME COUNTY AND RATING AREA, SO        *
      *                         RATING AND NETWORK ADEQUACY STILL      *
      *                         RESOLVE; PHONE A 555 TEST NUMBER       *
      *             PROVIDER  - BANK ROUTING / ACCOUNT REPLACED WITH   *
      *                         TEST VALUES (ACCOUNT UNIQUE BY NPI);   *
      *                         AN SSN USED AS A TAX ID IS MASKED      *
      *           DIAGNOSES, SERVICES AND AMOUNTS ARE CARRIED AS THEY  *
      *           ARE - ONCE THE MEMBER IS MASKED THEY NO LONGER       *
      *           IDENTIFY ANYONE AND ADJUDICATION NEEDS THEM. CLAIM   *
      *           IMAGE DOCUMENT IDS ARE NOT CARRIED.                  *
      *           REFERENCE TABLES WITH NO PERSONAL DATA (PLANS, FEE   *
      *           SCHEDULES, PROVIDER CONTRACTS) ARE COPIED BY THE     *
      *           STANDARD REFERENCE REFRESH, NOT BY THIS EXTRACT.     *
      * INPUTS:   DIDPRM-FILE  - CLAIM RECEIPT FROM DATE, FAMILY CAP   *
      *           DIDSEL-FILE  - GROUP IDS TO COPY                     *
      *           MBRMST-FILE  - MEMBER MASTER VSAM KSDS               *
      *           PRVMST-FILE  - PROVIDER MASTER VSAM KSDS             *
      *           DB2 TABLES   - HCAS.GROUP_MASTER, HCAS.MEMBER,       *
      *                          HCAS.ENROLLMENT, HCAS.ACCUMULATORS,   *
      *                          HCAS.CLAIM_MASTER, HCAS.CLAIM_LINE,   *
      *                          HCAS.CLAIM_DIAG, HCAS.PROVIDER,       *
      *                          HCAS.RATING_AREA, HCAS.ZIP_COUNTY,    *
      *                          HCAS.DEID_XREF, HCAS.ID_SEQUENCE      *
      * OUTPUTS:  DIDOUT-FILE  - MASKED DB2 LOAD IMAGE (DIDCOPY)       *
      *           MBRIMG-FILE  - MASKED MBRMSTER IMAGE                 *
      *           PRVIMG-FILE  - MASKED PRVMSTER IMAGE                 *
      *           DIDRPT-FILE  - EXTRACT CONTROL REPORT                *
      *           DB2 TABLES   - HCAS.DEID_XREF, HCAS.ID_SEQUENCE      *
      * FREQUENCY: ON REQUEST (TEST REGION REFRESH)                    *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIDPRM-FILE
               ASSIGN TO DEIDPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT DIDSEL-FILE
               ASSIGN TO DEIDSEL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SEL-STATUS.

           SELECT MBRMST-FILE
               ASSIGN TO MBRMSTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MBRM-MEMBER-ID
               FILE STATUS IS WS-MBRMST-STATUS.

           SELECT PRVMST-FILE
               ASSIGN TO PRVMSTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMF-NPI
               FILE STATUS IS WS-PRVMST-STATUS.

           SELECT DIDOUT-FILE
               ASSIGN TO DEIDOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT MBRIMG-FILE
               ASSIGN TO MBRIMGOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MBRIMG-STATUS.

           SELECT PRVIMG-FILE
               ASSIGN TO PRVIMGOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRVIMG-STATUS.

           SELECT DIDRPT-FILE
               ASSIGN TO DEIDRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIDPRM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DIDPRM-RECORD.
      *--- CLAIMS RECEIVED ON OR AFTER (DEFAULT JAN 1 LAST YEAR) ---
           05  PRM-CLAIMS-FROM         PIC X(08).
      *--- SUBSCRIBER FAMILIES PER GROUP (ZERO - ALL) ---
           05  PRM-MAX-FAMILIES        PIC 9(05).
           05  FILLER                  PIC X(67).

       FD  DIDSEL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DIDSEL-RECORD.
           05  SEL-GROUP-ID            PIC X(10).
           05  FILLER                  PIC X(70).

       FD  MBRMST-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01  MBRM-RECORD.
           05  MBRM-MEMBER-ID          PIC X(12).
           05  MBRM-DATA               PIC X(588).

       FD  PRVMST-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01  PMF-RECORD.
           05  PMF-NPI                 PIC X(10).
           05  PMF-DATA                PIC X(590).

       FD  DIDOUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 600 CHARACTERS.
       01  DIDOUT-RECORD               PIC X(600).

       FD  MBRIMG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 600 CHARACTERS.
       01  MBRIMG-RECORD               PIC X(600).

       FD  PRVIMG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 600 CHARACTERS.
       01  PRVIMG-RECORD               PIC X(600).

       FD  DIDRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  DIDRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY MBRCOPY.
       COPY PRVCOPY.
       COPY DIDCOPY.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-PRM-STATUS           PIC X(02).
           05  WS-SEL-STATUS           PIC X(02).
           05  WS-MBRMST-STATUS        PIC X(02).
           05  WS-PRVMST-STATUS        PIC X(02).
           05  WS-OUT-STATUS           PIC X(02).
           05  WS-MBRIMG-STATUS        PIC X(02).
           05  WS-PRVIMG-STATUS        PIC X(02).
           05  WS-RPT-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-SEL-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-SEL-EOF          VALUE 'Y'.
               88  WS-SEL-NOT-EOF      VALUE 'N'.
           05  WS-CUR-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-CUR-EOF          VALUE 'Y'.
               88  WS-CUR-NOT-EOF      VALUE 'N'.
           05  WS-MBR-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-MBR-EOF          VALUE 'Y'.
               88  WS-MBR-NOT-EOF      VALUE 'N'.
           05  WS-CLM-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-CLM-EOF          VALUE 'Y'.
               88  WS-CLM-NOT-EOF      VALUE 'N'.
           05  WS-DTL-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-DTL-EOF          VALUE 'Y'.
               88  WS-DTL-NOT-EOF      VALUE 'N'.
           05  WS-NPI-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-NPI-FOUND        VALUE 'Y'.
               88  WS-NPI-NOT-FOUND    VALUE 'N'.

      *--- PROVIDERS THE SLICE'S CLAIMS NAME ---
           EXEC SQL DECLARE NPI-CURSOR CURSOR FOR
               SELECT DISTINCT C.BILLING_NPI,
                      COALESCE(C.RENDERING_NPI, ' '),
                      COALESCE(C.FACILITY_NPI, ' ')
               FROM HCAS.CLAIM_MASTER C
               WHERE C.RECEIPT_DATE >= :WS-CLAIMS-FROM
                 AND C.MEMBER_ID IN
                     (SELECT E.MEMBER_ID
                      FROM HCAS.ENROLLMENT E
                      WHERE E.GROUP_ID = :WS-GRP-ID)
           END-EXEC

      *--- THE GROUP'S MEMBERS, FAMILY BY FAMILY ---
           EXEC SQL DECLARE MBR-CURSOR CURSOR FOR
               SELECT M.MEMBER_ID,
                      COALESCE(M.SUBSCRIBER_ID, M.MEMBER_ID),
                      M.LAST_NAME, M.FIRST_NAME, M.DATE_OF_BIRTH,
                      COALESCE(M.SEX_CODE, 'U'),
                      COALESCE(M.SSN, ' '),
                      COALESCE(M.RELATIONSHIP_CODE, '18'),
                      COALESCE(M.ELIG_STATUS, ' '),
                      COALESCE(M.ADDR_LINE_1, ' '),
                      COALESCE(M.ADDR_LINE_2, ' '),
                      COALESCE(M.CITY, ' '),
                      COALESCE(M.STATE, ' '),
                      COALESCE(M.ZIP_CODE, ' '),
                      COALESCE(M.COUNTY_CODE, ' '),
                      COALESCE(M.PHONE, ' '),
                      COALESCE(M.LANGUAGE_CODE, ' '),
                      COALESCE(M.CREATE_DATE, ' ')
               FROM HCAS.MEMBER M
               WHERE M.MEMBER_ID IN
                     (SELECT E.MEMBER_ID
                      FROM HCAS.ENROLLMENT E
                      WHERE E.GROUP_ID = :WS-GRP-ID)
               ORDER BY 2, M.MEMBER_ID
           END-EXEC

           EXEC SQL DECLARE ENR-CURSOR CURSOR FOR
               SELECT MEMBER_ID, PLAN_CODE, GROUP_ID,
                      COALESCE(PRODUCT_TYPE, ' '),
                      COALESCE(COVERAGE_TYPE, ' '),
                      EFF_DATE,
                      COALESCE(TERM_DATE, '99991231'),
                      COALESCE(ELIG_STATUS, ' ')
               FROM HCAS.ENROLLMENT
               WHERE MEMBER_ID = :WS-REAL-MEMBER-ID
               ORDER BY EFF_DATE
           END-EXEC

           EXEC SQL DECLARE ACC-CURSOR CURSOR FOR
               SELECT MEMBER_ID, PLAN_CODE, ACCUM_TYPE, BENEFIT_YEAR,
                      COALESCE(DEDUCTIBLE_YTD, 0),
                      COALESCE(DEDUCTIBLE_LIMIT, 0),
                      COALESCE(OOP_YTD, 0),
                      COALESCE(OOP_LIMIT, 0),
                      COALESCE(LAST_UPDATE_DATE, ' ')
               FROM HCAS.ACCUMULATORS
               WHERE MEMBER_ID = :WS-REAL-MEMBER-ID
               ORDER BY BENEFIT_YEAR, PLAN_CODE, ACCUM_TYPE
           END-EXEC

           EXEC SQL DECLARE CLM-CURSOR CURSOR FOR
               SELECT CLAIM_ID, CLAIM_TYPE, CLAIM_STATUS,
                      COALESCE(SOURCE_CODE, ' '),
                      RECEIPT_DATE,
                      COALESCE(PROCESS_DATE, ' '),
                      COALESCE(ADJUD_DATE, ' '),
                      COALESCE(SUBSCRIBER_ID, MEMBER_ID),
                      BILLING_NPI,
                      COALESCE(RENDERING_NPI, ' '),
                      COALESCE(FACILITY_NPI, ' '),
                      COALESCE(PLACE_OF_SERVICE, ' '),
                      COALESCE(PRINCIPAL_DIAG, ' '),
                      COALESCE(TOTAL_CHARGES, 0),
                      COALESCE(ALLOWED_AMT, 0),
                      COALESCE(PAID_AMT, 0),
                      COALESCE(COPAY_AMT, 0),
                      COALESCE(DEDUCTIBLE_AMT, 0),
                      COALESCE(COINSURANCE_AMT, 0),
                      COALESCE(COB_AMT, 0),
                      COALESCE(WITHHOLD_AMT, 0),
                      COALESCE(FUNDING_TYPE, ' '),
                      COALESCE(SPLIT_PARENT_ID, ' '),
                      COALESCE(TYPE_OF_BILL, ' '),
                      COALESCE(DISCHARGE_STATUS, ' '),
                      COALESCE(DAW_CODE, ' '),
                      COALESCE(DAW_PENALTY_AMT, 0),
                      COALESCE(PAYEE_IND, ' ')
               FROM HCAS.CLAIM_MASTER
               WHERE MEMBER_ID = :WS-REAL-MEMBER-ID
                 AND RECEIPT_DATE >= :WS-CLAIMS-FROM
               ORDER BY CLAIM_ID
           END-EXEC

           EXEC SQL DECLARE CLN-CURSOR CURSOR FOR
               SELECT LINE_SEQ, PROC_CODE,
                      COALESCE(MODIFIER_1, ' '),
                      DOS_FROM,
                      COALESCE(NDC_CODE, ' '),
                      COALESCE(AUTH_NO, ' '),
                      COALESCE(DAYS_SUPPLY, 0),
                      COALESCE(UNITS, 0),
                      COALESCE(LINE_CHARGE, 0),
                      COALESCE(ALLOWED_AMT, 0),
                      COALESCE(PAID_AMT, 0),
                      COALESCE(DENY_CODE, ' '),
                      COALESCE(ADJ_REASON_1, ' '),
                      COALESCE(MEMBER_RESP_AMT, 0),
                      COALESCE(PREVENTIVE_IND, ' '),
                      COALESCE(DAW_PENALTY_AMT, 0)
               FROM HCAS.CLAIM_LINE
               WHERE CLAIM_ID = :WS-CUR-CLAIM-ID
               ORDER BY LINE_SEQ
           END-EXEC

           EXEC SQL DECLARE CDX-CURSOR CURSOR FOR
               SELECT DIAG_SEQ, DIAG_CODE, COALESCE(POA_IND, ' ')
               FROM HCAS.CLAIM_DIAG
               WHERE CLAIM_ID = :WS-CUR-CLAIM-ID
               ORDER BY DIAG_SEQ
           END-EXEC

       01  WS-RUN-FIELDS.
           05  WS-CLAIMS-FROM          PIC X(08).
           05  WS-MAX-FAMILIES         PIC 9(05).
           05  WS-PRIOR-YEAR           PIC 9(04).
           05  WS-GRP-ID               PIC X(10).
           05  WS-GRP-FAMILIES         PIC 9(05).
           05  WS-PREV-SUBSCRIBER      PIC X(12).
           05  WS-CUR-CLAIM-ID         PIC X(15).
           05  WS-REAL-MEMBER-ID       PIC X(12).
           05  WS-REAL-SUBSCRIBER-ID   PIC X(12).
           05  WS-CANDIDATE-NPI        PIC X(10).
           05  WS-NPI-SUB              PIC S9(04) COMP.
           05  WS-GRP-SUB              PIC S9(04) COMP.

      *--- GROUPS ACCEPTED FROM THE SELECTION FILE ---
       01  WS-GROUP-TABLE.
           05  WS-GRP-COUNT            PIC S9(04) COMP VALUE ZERO.
           05  WS-GRP-ENTRY            OCCURS 200 TIMES.
               10  WS-GRP-TBL-ID       PIC X(10).

      *--- EVERY PROVIDER ALREADY TAKEN, SO EACH IS COPIED ONCE ---
       01  WS-NPI-TABLE.
           05  WS-NPI-COUNT            PIC S9(04) COMP VALUE ZERO.
           05  WS-NPI-ENTRY            OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON WS-NPI-COUNT
                                       INDEXED BY WS-NPI-IDX.
               10  WS-NPI-VALUE        PIC X(10).

      *--- MASK CROSSWALK ---
       01  WS-MASK-FIELDS.
           05  WS-NEXT-MASK-SEQ        PIC S9(09) COMP-3.
           05  WS-START-MASK-SEQ       PIC S9(09) COMP-3.
           05  WS-MK-REAL-ID           PIC X(12).
           05  WS-MK-SEQ               PIC S9(09) COMP-3.
           05  WS-MK-MASK-ID           PIC X(12).
           05  WS-MK-ID-N              PIC 9(12).
           05  WS-MK-LAST-REAL-ID      PIC X(12) VALUE SPACES.
           05  WS-MK-LAST-SEQ          PIC S9(09) COMP-3.
           05  WS-MBR-SEQ              PIC S9(09) COMP-3.
           05  WS-SUB-SEQ              PIC S9(09) COMP-3.
           05  WS-MASK-MEMBER-ID       PIC X(12).
           05  WS-MASK-SUBSCRIBER-ID   PIC X(12).
           05  WS-MASK-SSN             PIC X(09).
           05  WS-MASK-SSN-TAIL        PIC 9(08).
           05  WS-MASK-LAST-NAME       PIC X(35).
           05  WS-MASK-FIRST-NAME      PIC X(25).
           05  WS-MASK-DOB             PIC X(08).
           05  WS-MASK-ADDR-LINE-1     PIC X(55).
           05  WS-MASK-HOUSE-NO        PIC 9(04).
           05  WS-MASK-PHONE           PIC X(10) VALUE '5555550100'.
           05  WS-QUOTIENT             PIC S9(09) COMP-3.
           05  WS-REMAINDER            PIC S9(09) COMP-3.
           05  WS-NAME-IDX             PIC S9(04) COMP.
           05  WS-DOB-WORK.
               10  WS-DOB-YYYYMM       PIC X(06).
               10  WS-DOB-DD           PIC 9(02).

      *--- ZIP REPLACEMENT (LAST ZIP RESOLVED IS KEPT - FAMILIES ---
      *    ARRIVE TOGETHER AND SHARE AN ADDRESS)                  ---
       01  WS-ZIP-FIELDS.
           05  WS-ZR-REAL-ZIP5         PIC X(05).
           05  WS-ZR-COUNTY            PIC X(05).
           05  WS-ZR-AREA              PIC X(03).
           05  WS-ZR-MASK-ZIP5         PIC X(05).
           05  WS-ZR-MASK-CITY         PIC X(30).
           05  WS-ZR-LAST-REAL-ZIP5    PIC X(05) VALUE SPACES.
           05  WS-ZR-LAST-COUNTY       PIC X(05) VALUE SPACES.
           05  WS-ZR-LAST-MASK-ZIP5    PIC X(05).
           05  WS-ZR-LAST-MASK-CITY    PIC X(30).

      *--- PROVIDER TEST BANKING - A ROUTING NUMBER IN A RANGE  ---
      *    NO BANK IS ASSIGNED, WITH A VALID CHECK DIGIT         ---
       01  WS-TEST-ROUTING             PIC X(09) VALUE '500000005'.
       01  WS-TEST-ACCT-NO.
           05  FILLER                  PIC X(04) VALUE 'DEID'.
           05  WS-TEST-ACCT-NPI        PIC X(10).
           05  FILLER                  PIC X(03) VALUE SPACES.
       01  WS-TEST-TAX-ID.
           05  FILLER                  PIC X(01) VALUE '9'.
           05  WS-TEST-TAX-ID-TAIL     PIC X(08).

      *--- NAME AND STREET TABLES ---
       01  WS-LAST-NAME-VALUES.
           05  FILLER PIC X(12) VALUE 'ANDERSON'.
           05  FILLER PIC X(12) VALUE 'BAKER'.
           05  FILLER PIC X(12) VALUE 'CARTER'.
           05  FILLER PIC X(12) VALUE 'DAWSON'.
           05  FILLER PIC X(12) VALUE 'ELLISON'.
           05  FILLER PIC X(12) VALUE 'FLETCHER'.
           05  FILLER PIC X(12) VALUE 'GARDNER'.
           05  FILLER PIC X(12) VALUE 'HOLLOWAY'.
           05  FILLER PIC X(12) VALUE 'IVERSON'.
           05  FILLER PIC X(12) VALUE 'JENNINGS'.
           05  FILLER PIC X(12) VALUE 'KESSLER'.
           05  FILLER PIC X(12) VALUE 'LANDRY'.
           05  FILLER PIC X(12) VALUE 'MERCER'.
           05  FILLER PIC X(12) VALUE 'NORWOOD'.
           05  FILLER PIC X(12) VALUE 'OSBORNE'.
           05  FILLER PIC X(12) VALUE 'PRESCOTT'.
           05  FILLER PIC X(12) VALUE 'QUINLAN'.
           05  FILLER PIC X(12) VALUE 'RADCLIFFE'.
           05  FILLER PIC X(12) VALUE 'SUMMERS'.
           05  FILLER PIC X(12) VALUE 'THORNTON'.
       01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
           05  WS-LAST-NAME-ENTRY      PIC X(12) OCCURS 20 TIMES.

       01  WS-MALE-NAME-VALUES.
           05  FILLER PIC X(10) VALUE 'AARON'.
           05  FILLER PIC X(10) VALUE 'BRIAN'.
           05  FILLER PIC X(10) VALUE 'CALVIN'.
           05  FILLER PIC X(10) VALUE 'DENNIS'.
           05  FILLER PIC X(10) VALUE 'EDWARD'.
           05  FILLER PIC X(10) VALUE 'FRANKLIN'.
           05  FILLER PIC X(10) VALUE 'GORDON'.
           05  FILLER PIC X(10) VALUE 'HAROLD'.
           05  FILLER PIC X(10) VALUE 'ISAAC'.
           05  FILLER PIC X(10) VALUE 'JEROME'.
           05  FILLER PIC X(10) VALUE 'KEITH'.
           05  FILLER PIC X(10) VALUE 'LEONARD'.
           05  FILLER PIC X(10) VALUE 'MARTIN'.
           05  FILLER PIC X(10) VALUE 'NATHAN'.
           05  FILLER PIC X(10) VALUE 'OSCAR'.
           05  FILLER PIC X(10) VALUE 'PHILIP'.
           05  FILLER PIC X(10) VALUE 'RAYMOND'.
           05  FILLER PIC X(10) VALUE 'STANLEY'.
           05  FILLER PIC X(10) VALUE 'THOMAS'.
           05  FILLER PIC X(10) VALUE 'WALTER'.
       01  WS-MALE-NAME-TABLE REDEFINES WS-MALE-NAME-VALUES.
           05  WS-MALE-NAME-ENTRY      PIC X(10) OCCURS 20 TIMES.

       01  WS-FEMALE-NAME-VALUES.
           05  FILLER PIC X(10) VALUE 'ALICE'.
           05  FILLER PIC X(10) VALUE 'BEATRICE'.
           05  FILLER PIC X(10) VALUE 'CAROL'.
           05  FILLER PIC X(10) VALUE 'DIANE'.
           05  FILLER PIC X(10) VALUE 'ELEANOR'.
           05  FILLER PIC X(10) VALUE 'FRANCES'.
           05  FILLER PIC X(10) VALUE 'GLORIA'.
           05  FILLER PIC X(10) VALUE 'HELEN'.
           05  FILLER PIC X(10) VALUE 'IRENE'.
           05  FILLER PIC X(10) VALUE 'JOYCE'.
           05  FILLER PIC X(10) VALUE 'KATHLEEN'.
           05  FILLER PIC X(10) VALUE 'LORRAINE'.
           05  FILLER PIC X(10) VALUE 'MARGARET'.
           05  FILLER PIC X(10) VALUE 'NANCY'.
           05  FILLER PIC X(10) VALUE 'OLIVIA'.
           05  FILLER PIC X(10) VALUE 'PAULINE'.
           05  FILLER PIC X(10) VALUE 'RUTH'.
           05  FILLER PIC X(10) VALUE 'SHIRLEY'.
           05  FILLER PIC X(10) VALUE 'THERESA'.
           05  FILLER PIC X(10) VALUE 'VIRGINIA'.
       01  WS-FEMALE-NAME-TABLE REDEFINES WS-FEMALE-NAME-VALUES.
           05  WS-FEMALE-NAME-ENTRY    PIC X(10) OCCURS 20 TIMES.

       01  WS-STREET-VALUES.
           05  FILLER PIC X(16) VALUE 'TEST MAIN ST'.
           05  FILLER PIC X(16) VALUE 'TEST OAK AVE'.
           05  FILLER PIC X(16) VALUE 'TEST MAPLE DR'.
           05  FILLER PIC X(16) VALUE 'TEST CEDAR LN'.
           05  FILLER PIC X(16) VALUE 'TEST ELM ST'.
           05  FILLER PIC X(16) VALUE 'TEST PINE RD'.
           05  FILLER PIC X(16) VALUE 'TEST BIRCH CT'.
           05  FILLER PIC X(16) VALUE 'TEST WALNUT WAY'.
           05  FILLER PIC X(16) VALUE 'TEST ASPEN PL'.
           05  FILLER PIC X(16) VALUE 'TEST HICKORY BLV'.
       01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
           05  WS-STREET-ENTRY         PIC X(16) OCCURS 10 TIMES.

       01  WS-COUNTERS.
           05  WS-GROUPS-COPIED        PIC 9(07) VALUE ZERO.
           05  WS-GROUPS-MISSING       PIC 9(07) VALUE ZERO.
           05  WS-PROVIDERS-COPIED     PIC 9(07) VALUE ZERO.
           05  WS-PROVIDERS-MISSING    PIC 9(07) VALUE ZERO.
           05  WS-PRV-VSAM-COPIED      PIC 9(07) VALUE ZERO.
           05  WS-MEMBERS-COPIED       PIC 9(07) VALUE ZERO.
           05  WS-MBR-VSAM-COPIED      PIC 9(07) VALUE ZERO.
           05  WS-ENROLLMENTS-COPIED   PIC 9(07) VALUE ZERO.
           05  WS-ACCUMS-COPIED        PIC 9(07) VALUE ZERO.
           05  WS-CLAIMS-COPIED        PIC 9(07) VALUE ZERO.
           05  WS-LINES-COPIED         PIC 9(07) VALUE ZERO.
           05  WS-DIAGS-COPIED         PIC 9(07) VALUE ZERO.
           05  WS-NEW-MASKS            PIC 9(07) VALUE ZERO.
           05  WS-ZIPS-KEPT            PIC 9(07) VALUE ZERO.
           05  WS-NPI-OVERFLOW         PIC 9(07) VALUE ZERO.
           05  WS-DID-WRITTEN          PIC 9(09) VALUE ZERO.
           05  WS-ERRORS               PIC 9(07) VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-CNT-DISP                 PIC Z,ZZZ,ZZ9.
       01  WS-CNT-LABEL                PIC X(40).
       01  WS-CNT-VALUE                PIC 9(09).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXTRACT-GROUPS
           PERFORM 3000-EXTRACT-PROVIDERS
           PERFORM 4000-EXTRACT-MEMBERS
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'DEIDEX01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE SPACES TO WS-CLAIMS-FROM
           MOVE ZERO TO WS-MAX-FAMILIES
           OPEN INPUT DIDPRM-FILE
           IF WS-PRM-STATUS = '00'
               READ DIDPRM-FILE
                   NOT AT END
                       IF PRM-CLAIMS-FROM NUMERIC
                           MOVE PRM-CLAIMS-FROM TO WS-CLAIMS-FROM
                       END-IF
                       IF PRM-MAX-FAMILIES NUMERIC
                           MOVE PRM-MAX-FAMILIES TO WS-MAX-FAMILIES
                       END-IF
               END-READ
               CLOSE DIDPRM-FILE
           END-IF
           IF WS-CLAIMS-FROM = SPACES
               COMPUTE WS-PRIOR-YEAR = WS-CURR-YYYY - 1
               STRING WS-PRIOR-YEAR DELIMITED SIZE
                      '0101' DELIMITED SIZE
                      INTO WS-CLAIMS-FROM
               END-STRING
           END-IF
           OPEN INPUT DIDSEL-FILE
           IF WS-SEL-STATUS NOT = '00'
               DISPLAY 'DEIDEX01: OPEN ERROR SELECTION - '
                       WS-SEL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MBRMST-FILE
           IF WS-MBRMST-STATUS NOT = '00'
               DISPLAY 'DEIDEX01: MBRMSTER OPEN ERROR - '
                       WS-MBRMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PRVMST-FILE
           IF WS-PRVMST-STATUS NOT = '00'
               DISPLAY 'DEIDEX01: PRVMSTER OPEN ERROR - '
                       WS-PRVMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DIDOUT-FILE
           OPEN OUTPUT MBRIMG-FILE
           OPEN OUTPUT PRVIMG-FILE
           OPEN OUTPUT DIDRPT-FILE
           IF WS-OUT-STATUS NOT = '00'
           OR WS-MBRIMG-STATUS NOT = '00'
           OR WS-PRVIMG-STATUS NOT = '00'
               DISPLAY 'DEIDEX01: OUTPUT OPEN ERROR - '
                       WS-OUT-STATUS ' ' WS-MBRIMG-STATUS ' '
                       WS-PRVIMG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-MASK-SEQUENCE
           MOVE SPACES TO DID-RECORD
           SET DID-HEADER TO TRUE
           MOVE WS-PROGRAM-ID TO DIDH-SOURCE-PROGRAM
           MOVE WS-CURRENT-DATE TO DIDH-EXTRACT-DATE
           SET DIDH-MASKED TO TRUE
           MOVE ZERO TO DIDH-RECORD-COUNT
           WRITE DIDOUT-RECORD FROM DID-RECORD
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DEIDEX01 - DE-IDENTIFIED TEST DATA EXTRACT - '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  '  CLAIMS RECEIVED FROM ' DELIMITED SIZE
                  WS-CLAIMS-FROM DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE DIDRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE DIDRPT-RECORD FROM WS-RPT-LINE.

       1100-LOAD-MASK-SEQUENCE.
           EXEC SQL
               SELECT NEXT_VALUE
               INTO :WS-NEXT-MASK-SEQ
               FROM HCAS.ID_SEQUENCE
               WHERE SEQ_NAME = 'DEID_MEMBER'
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   MOVE ZERO TO WS-NEXT-MASK-SEQ
                   EXEC SQL
                       INSERT INTO HCAS.ID_SEQUENCE
                           (SEQ_NAME, NEXT_VALUE)
                       VALUES ('DEID_MEMBER', 0)
                   END-EXEC
               WHEN OTHER
                   DISPLAY 'DEIDEX01: MASK SEQUENCE READ ERROR '
                           'SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE WS-NEXT-MASK-SEQ TO WS-START-MASK-SEQ.

      *================================================================*
      * GROUPS                                                         *
      *================================================================*
       2000-EXTRACT-GROUPS.
           PERFORM 8000-READ-SELECTION
           PERFORM 2100-EXTRACT-ONE-GROUP
               UNTIL WS-SEL-EOF.

       2100-EXTRACT-ONE-GROUP.
           IF SEL-GROUP-ID = SPACES
               PERFORM 8000-READ-SELECTION
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DID-RECORD
           SET DID-GROUP TO TRUE
           EXEC SQL
               SELECT GROUP_ID, GROUP_NAME,
                      COALESCE(EFF_DATE, ' '),
                      COALESCE(RENEWAL_DATE, ' '),
                      COALESCE(TERM_DATE, '99991231'),
                      COALESCE(BILL_FREQUENCY, ' '),
                      COALESCE(GROUP_STATUS, ' ')
               INTO :DIDG-GROUP-ID, :DIDG-GROUP-NAME,
                    :DIDG-EFF-DATE, :DIDG-RENEWAL-DATE,
                    :DIDG-TERM-DATE, :DIDG-BILL-FREQUENCY,
                    :DIDG-GROUP-STATUS
               FROM HCAS.GROUP_MASTER
               WHERE GROUP_ID = :SEL-GROUP-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = +100
                   ADD 1 TO WS-GROUPS-MISSING
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'GROUP NOT FOUND - NOT COPIED: '
                          DELIMITED SIZE
                          SEL-GROUP-ID DELIMITED SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   WRITE DIDRPT-RECORD FROM WS-RPT-LINE
               WHEN SQLCODE NOT = ZERO
                   ADD 1 TO WS-ERRORS
                   DISPLAY 'DEIDEX01: GROUP READ ERROR SQLCODE='
                           SQLCODE ' GROUP=' SEL-GROUP-ID
               WHEN WS-GRP-COUNT NOT < 200
                   ADD 1 TO WS-ERRORS
                   DISPLAY 'DEIDEX01: MORE THAN 200 GROUPS SELECTED - '
                           SEL-GROUP-ID ' NOT COPIED'
               WHEN OTHER
      *--- THE EMPLOYER'S CONTACT IS A PERSON TOO ---
                   MOVE 'TEST CONTACT' TO DIDG-CONTACT-NAME
                   MOVE WS-MASK-PHONE TO DIDG-CONTACT-PHONE
                   PERFORM 7000-WRITE-LOAD-RECORD
                   ADD 1 TO WS-GROUPS-COPIED
                   ADD 1 TO WS-GRP-COUNT
                   MOVE SEL-GROUP-ID TO WS-GRP-TBL-ID(WS-GRP-COUNT)
           END-EVALUATE
           PERFORM 8000-READ-SELECTION.

      *================================================================*
      * PROVIDERS - WRITTEN AHEAD OF THE CLAIMS THAT NAME THEM         *
      *================================================================*
       3000-EXTRACT-PROVIDERS.
           PERFORM 3100-COLLECT-GROUP-PROVIDERS
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
      *--- THE COUNT GROWS AS GROUP PRACTICES ARE FOUND, SO THEY ---
      *    ARE COPIED IN THE SAME PASS                            ---
           PERFORM 3200-EXTRACT-ONE-PROVIDER
               VARYING WS-NPI-SUB FROM 1 BY 1
               UNTIL WS-NPI-SUB > WS-NPI-COUNT.

       3100-COLLECT-GROUP-PROVIDERS.
           MOVE WS-GRP-TBL-ID(WS-GRP-SUB) TO WS-GRP-ID
           EXEC SQL OPEN NPI-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERRORS
               DISPLAY 'DEIDEX01: PROVIDER CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE ' GROUP=' WS-GRP-ID
               EXIT PARAGRAPH
           END-IF
           SET WS-CUR-NOT-EOF TO TRUE
           PERFORM 3110-FETCH-CLAIM-PROVIDERS
               UNTIL WS-CUR-EOF
           EXEC SQL CLOSE NPI-CURSOR END-EXEC.

       3110-FETCH-CLAIM-PROVIDERS.
           EXEC SQL
               FETCH NPI-CURSOR
               INTO :DIDC-BILLING-NPI, :DIDC-RENDERING-NPI,
                    :DIDC-FACILITY-NPI
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-CUR-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE DIDC-BILLING-NPI TO WS-CANDIDATE-NPI
           PERFORM 6500-NOTE-PROVIDER
           MOVE DIDC-RENDERING-NPI TO WS-CANDIDATE-NPI
           PERFORM 6500-NOTE-PROVIDER
           MOVE DIDC-FACILITY-NPI TO WS-CANDIDATE-NPI
           PERFORM 6500-NOTE-PROVIDER.

       3200-EXTRACT-ONE-PROVIDER.
           MOVE SPACES TO DID-RECORD
           SET DID-PROVIDER TO TRUE
           MOVE WS-NPI-VALUE(WS-NPI-SUB) TO DIDP-NPI
           EXEC SQL
               SELECT COALESCE(LAST_NAME, ' '),
                      COALESCE(FIRST_NAME, ' '),
                      COALESCE(ORG_NAME, ' '),
                      COALESCE(ENTITY_TYPE, ' '),
                      COALESCE(TAX_ID, ' '),
                      COALESCE(TAX_ID_TYPE, ' '),
                      COALESCE(TAXONOMY_CODE, ' '),
                      COALESCE(SPECIALTY_CODE, ' '),
                      COALESCE(ADDR_LINE_1, ' '),
                      COALESCE(CITY, ' '),
                      COALESCE(STATE_CODE, ' '),
                      COALESCE(ZIP_CODE, ' '),
                      COALESCE(PAY_METHOD, ' '),
                      COALESCE(BANK_ROUTING, ' '),
                      COALESCE(BANK_ACCT_NO, ' '),
                      COALESCE(BANK_ACCT_TYPE, ' '),
                      COALESCE(GROUP_NPI, ' '),
                      COALESCE(RECORD_STATUS, 'A')
               INTO :DIDP-LAST-NAME, :DIDP-FIRST-NAME,
                    :DIDP-ORG-NAME, :DIDP-ENTITY-TYPE,
                    :DIDP-TAX-ID, :DIDP-TAX-ID-TYPE,
                    :DIDP-TAXONOMY-CODE, :DIDP-SPECIALTY-CODE,
                    :DIDP-ADDR-LINE-1, :DIDP-CITY,
                    :DIDP-STATE-CODE, :DIDP-ZIP-CODE,
                    :DIDP-PAY-METHOD, :DIDP-BANK-ROUTING,
                    :DIDP-BANK-ACCT-NO, :DIDP-BANK-ACCT-TYPE,
                    :DIDP-GROUP-NPI, :DIDP-RECORD-STATUS
               FROM HCAS.PROVIDER
               WHERE NPI = :DIDP-NPI
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE DIDP-NPI TO WS-TEST-ACCT-NPI
                   MOVE DIDP-NPI(3:8) TO WS-TEST-TAX-ID-TAIL
                   IF DIDP-BANK-ROUTING NOT = SPACES
                       MOVE WS-TEST-ROUTING TO DIDP-BANK-ROUTING
                   END-IF
                   IF DIDP-BANK-ACCT-NO NOT = SPACES
                       MOVE WS-TEST-ACCT-NO TO DIDP-BANK-ACCT-NO
                   END-IF
                   IF DIDP-TAX-ID-TYPE = 'SN'
                       MOVE WS-TEST-TAX-ID TO DIDP-TAX-ID
                   END-IF
                   PERFORM 7000-WRITE-LOAD-RECORD
                   ADD 1 TO WS-PROVIDERS-COPIED
                   MOVE DIDP-GROUP-NPI TO WS-CANDIDATE-NPI
                   PERFORM 6500-NOTE-PROVIDER
               WHEN +100
                   ADD 1 TO WS-PROVIDERS-MISSING
               WHEN OTHER
                   ADD 1 TO WS-ERRORS
                   DISPLAY 'DEIDEX01: PROVIDER READ ERROR SQLCODE='
                           SQLCODE ' NPI=' DIDP-NPI
           END-EVALUATE
           PERFORM 3300-COPY-PROVIDER-MASTER.

       3300-COPY-PROVIDER-MASTER.
           MOVE WS-NPI-VALUE(WS-NPI-SUB) TO PMF-NPI
           READ PRVMST-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-PRVMST-STATUS NOT = '00'
               ADD 1 TO WS-ERRORS
               DISPLAY 'DEIDEX01: PRVMSTER READ ERROR - '
                       WS-PRVMST-STATUS ' NPI=' PMF-NPI
               EXIT PARAGRAPH
           END-IF
           MOVE PMF-RECORD TO PROVIDER-MASTER-RECORD
           MOVE PRV-NPI TO WS-TEST-ACCT-NPI
           MOVE PRV-NPI(3:8) TO WS-TEST-TAX-ID-TAIL
           IF PRV-BANK-ROUTING NOT = SPACES
               MOVE WS-TEST-ROUTING TO PRV-BANK-ROUTING
           END-IF
           IF PRV-BANK-ACCT-NO NOT = SPACES
               MOVE WS-TEST-ACCT-NO TO PRV-BANK-ACCT-NO
           END-IF
           IF PRV-TIN-SSN
               MOVE WS-TEST-TAX-ID TO PRV-TAX-ID
           END-IF
           WRITE PRVIMG-RECORD FROM PROVIDER-MASTER-RECORD
           ADD 1 TO WS-PRV-VSAM-COPIED.

      *================================================================*
      * MEMBERS, ENROLLMENT, ACCUMULATORS AND CLAIMS                   *
      *================================================================*
       4000-EXTRACT-MEMBERS.
           MOVE WS-GRP-TBL-ID(WS-GRP-SUB) TO WS-GRP-ID
           MOVE ZERO TO WS-GRP-FAMILIES
           MOVE SPACES TO WS-PREV-SUBSCRIBER
           EXEC SQL OPEN MBR-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERRORS
               DISPLAY 'DEIDEX01: MEMBER CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE ' GROUP=' WS-GRP-ID
               EXIT PARAGRAPH
           END-IF
           SET WS-MBR-NOT-EOF TO TRUE
           PERFORM 4100-EXTRACT-ONE-MEMBER
               UNTIL WS-MBR-EOF
           EXEC SQL CLOSE MBR-CURSOR END-EXEC.

       4100-EXTRACT-ONE-MEMBER.
           MOVE SPACES TO DID-RECORD
           SET DID-MEMBER TO TRUE
           EXEC SQL
               FETCH MBR-CURSOR
               INTO :DIDM-MEMBER-ID, :DIDM-SUBSCRIBER-ID,
                    :DIDM-LAST-NAME, :DIDM-FIRST-NAME,
                    :DIDM-DATE-OF-BIRTH, :DIDM-SEX-CODE,
                    :DIDM-SSN, :DIDM-RELATIONSHIP-CODE,
                    :DIDM-ELIG-STATUS, :DIDM-ADDR-LINE-1,
                    :DIDM-ADDR-LINE-2, :DIDM-CITY, :DIDM-STATE,
                    :DIDM-ZIP-CODE, :DIDM-COUNTY-CODE,
                    :DIDM-PHONE, :DIDM-LANGUAGE-CODE,
                    :DIDM-CREATE-DATE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-MBR-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
      *--- WHOLE FAMILIES ONLY, UP TO THE CAP ---
           IF DIDM-SUBSCRIBER-ID NOT = WS-PREV-SUBSCRIBER
               IF WS-MAX-FAMILIES > ZERO
               AND WS-GRP-FAMILIES NOT < WS-MAX-FAMILIES
                   SET WS-MBR-EOF TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GRP-FAMILIES
               MOVE DIDM-SUBSCRIBER-ID TO WS-PREV-SUBSCRIBER
           END-IF
           MOVE DIDM-MEMBER-ID TO WS-REAL-MEMBER-ID
           MOVE DIDM-SUBSCRIBER-ID TO WS-REAL-SUBSCRIBER-ID
           PERFORM 5000-BUILD-MEMBER-MASKS
           MOVE WS-MASK-MEMBER-ID TO DIDM-MEMBER-ID
           MOVE WS-MASK-SUBSCRIBER-ID TO DIDM-SUBSCRIBER-ID
           MOVE WS-MASK-LAST-NAME TO DIDM-LAST-NAME
           MOVE WS-MASK-FIRST-NAME TO DIDM-FIRST-NAME
           IF DIDM-SSN NOT = SPACES
               MOVE WS-MASK-SSN TO DIDM-SSN
           END-IF
           MOVE DIDM-DATE-OF-BIRTH TO WS-DOB-WORK
           PERFORM 5300-SHIFT-BIRTH-DATE
           MOVE WS-MASK-DOB TO DIDM-DATE-OF-BIRTH
           IF DIDM-ADDR-LINE-1 NOT = SPACES
               MOVE WS-MASK-ADDR-LINE-1 TO DIDM-ADDR-LINE-1
           END-IF
           MOVE SPACES TO DIDM-ADDR-LINE-2
           IF DIDM-PHONE NOT = SPACES
               MOVE WS-MASK-PHONE TO DIDM-PHONE
           END-IF
           IF DIDM-ZIP-CODE NOT = SPACES
               MOVE DIDM-ZIP-CODE(1:5) TO WS-ZR-REAL-ZIP5
               MOVE DIDM-COUNTY-CODE TO WS-ZR-COUNTY
               MOVE DIDM-CITY TO WS-ZR-MASK-CITY
               PERFORM 5400-REPLACE-ZIP
               MOVE WS-ZR-MASK-ZIP5 TO DIDM-ZIP-CODE
               MOVE WS-ZR-MASK-CITY TO DIDM-CITY
               IF DIDM-COUNTY-CODE = SPACES
                   MOVE WS-ZR-COUNTY TO DIDM-COUNTY-CODE
               END-IF
           END-IF
           PERFORM 7000-WRITE-LOAD-RECORD
           ADD 1 TO WS-MEMBERS-COPIED
           PERFORM 4200-COPY-MEMBER-MASTER
           PERFORM 4300-EXTRACT-ENROLLMENT
           PERFORM 4400-EXTRACT-ACCUMULATORS
           PERFORM 4500-EXTRACT-CLAIMS.

       4200-COPY-MEMBER-MASTER.
           MOVE WS-REAL-MEMBER-ID TO MBRM-MEMBER-ID
           READ MBRMST-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-MBRMST-STATUS NOT = '00'
               ADD 1 TO WS-ERRORS
               DISPLAY 'DEIDEX01: MBRMSTER READ ERROR - '
                       WS-MBRMST-STATUS ' MBR=' WS-REAL-MEMBER-ID
               EXIT PARAGRAPH
           END-IF
           MOVE MBRM-RECORD TO MEMBER-MASTER-RECORD
           MOVE WS-MASK-MEMBER-ID TO MBR-ID
           IF MBR-SUBSCRIBER-ID = WS-REAL-SUBSCRIBER-ID
               MOVE WS-MASK-SUBSCRIBER-ID TO MBR-SUBSCRIBER-ID
           ELSE
               IF MBR-SUBSCRIBER-ID NOT = SPACES
                   MOVE MBR-SUBSCRIBER-ID TO WS-MK-REAL-ID
                   PERFORM 5100-GET-MASK-SEQUENCE
                   MOVE WS-MK-MASK-ID TO MBR-SUBSCRIBER-ID
               END-IF
           END-IF
           MOVE WS-MASK-LAST-NAME TO MBR-LAST-NAME
           MOVE WS-MASK-FIRST-NAME TO MBR-FIRST-NAME
           MOVE SPACE TO MBR-MIDDLE-INIT
           IF MBR-SSN NOT = SPACES
               MOVE WS-MASK-SSN TO MBR-SSN
           END-IF
           MOVE MBR-DOB TO WS-DOB-WORK
           PERFORM 5300-SHIFT-BIRTH-DATE
           MOVE WS-MASK-DOB TO MBR-DOB
           IF MBR-ADDR-LINE-1 NOT = SPACES
               MOVE WS-MASK-ADDR-LINE-1 TO MBR-ADDR-LINE-1
           END-IF
           MOVE SPACES TO MBR-ADDR-LINE-2
           IF MBR-PHONE NOT = SPACES
               MOVE WS-MASK-PHONE TO MBR-PHONE
           END-IF
           IF MBR-ZIP-CODE NOT = SPACES
               MOVE MBR-ZIP-CODE(1:5) TO WS-ZR-REAL-ZIP5
               MOVE MBR-COUNTY-CODE TO WS-ZR-COUNTY
               MOVE MBR-CITY TO WS-ZR-MASK-CITY
               PERFORM 5400-REPLACE-ZIP
               MOVE WS-ZR-MASK-ZIP5 TO MBR-ZIP-CODE
               MOVE WS-ZR-MASK-CITY TO MBR-CITY
               IF MBR-COUNTY-CODE = SPACES
                   MOVE WS-ZR-COUNTY TO MBR-COUNTY-CODE
               END-IF
           END-IF
           WRITE MBRIMG-RECORD FROM MEMBER-MASTER-RECORD
           ADD 1 TO WS-MBR-VSAM-COPIED.

       4300-EXTRACT-ENROLLMENT.
           EXEC SQL OPEN ENR-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERRORS
               DISPLAY 'DEIDEX01: ENROLLMENT CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE ' MBR=' WS-REAL-MEMBER-ID
               EXIT PARAGRAPH
           END-IF
           SET WS-CUR-NOT-EOF TO TRUE
           PERFORM 4310-FETCH-ENROLLMENT
               UNTIL WS-CUR-EOF
           EXEC SQL CLOSE ENR-CURSOR END-EXEC.

       4310-FETCH-ENROLLMENT.
           MOVE SPACES TO DID-RECORD
           SET DID-ENROLLMENT TO TRUE
           EXEC SQL
               FETCH ENR-CURSOR
               INTO :DIDE-MEMBER-ID, :DIDE-PLAN-CODE,
                    :DIDE-GROUP-ID, :DIDE-PRODUCT-TYPE,
                    :DIDE-COVERAGE-TYPE, :DIDE-EFF-DATE,
                    :DIDE-TERM-DATE, :DIDE-ELIG-STATUS
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-CUR-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MASK-MEMBER-ID TO DIDE-MEMBER-ID
           PERFORM 7000-WRITE-LOAD-RECORD
           ADD 1 TO WS-ENROLLMENTS-COPIED.

       4400-EXTRACT-ACCUMULATORS.
           EXEC SQL OPEN ACC-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERRORS
               DISPLAY 'DEIDEX01: ACCUMULATOR CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE ' MBR=' WS-REAL-MEMBER-ID
               EXIT PARAGRAPH
           END-IF
           SET WS-CUR-NOT-EOF TO TRUE
           PERFORM 4410-FETCH-ACCUMULATOR
               UNTIL WS-CUR-EOF
           EXEC SQL CLOSE ACC-CURSOR END-EXEC.

       4410-FETCH-ACCUMULATOR.
           MOVE SPACES TO DID-RECORD
           SET DID-ACCUMULATOR TO TRUE
           EXEC SQL
               FETCH ACC-CURSOR
               INTO :DIDA-MEMBER-ID, :DIDA-PLAN-CODE,
                    :DIDA-ACCUM-TYPE, :DIDA-BENEFIT-YEAR,
                    :DIDA-DEDUCTIBLE-YTD, :DIDA-DEDUCTIBLE-LIMIT,
                    :DIDA-OOP-YTD, :DIDA-OOP-LIMIT,
                    :DIDA-LAST-UPDATE-DATE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-CUR-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MASK-MEMBER-ID TO DIDA-MEMBER-ID
           PERFORM 7000-WRITE-LOAD-RECORD
           ADD 1 TO WS-ACCUMS-COPIED.

       4500-EXTRACT-CLAIMS.
           EXEC SQL OPEN CLM-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERRORS
               DISPLAY 'DEIDEX01: CLAIM CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE ' MBR=' WS-REAL-MEMBER-ID
               EXIT PARAGRAPH
           END-IF
           SET WS-CLM-NOT-EOF TO TRUE
           PERFORM 4510-EXTRACT-ONE-CLAIM
               UNTIL WS-CLM-EOF
           EXEC SQL CLOSE CLM-CURSOR END-EXEC.

       4510-EXTRACT-ONE-CLAIM.
           MOVE SPACES TO DID-RECORD
           SET DID-CLAIM TO TRUE
           EXEC SQL
               FETCH CLM-CURSOR
               INTO :DIDC-CLAIM-ID, :DIDC-CLAIM-TYPE,
                    :DIDC-CLAIM-STATUS, :DIDC-SOURCE-CODE,
                    :DIDC-RECEIPT-DATE, :DIDC-PROCESS-DATE,
                    :DIDC-ADJUD-DATE, :DIDC-SUBSCRIBER-ID,
                    :DIDC-BILLING-NPI, :DIDC-RENDERING-NPI,
                    :DIDC-FACILITY-NPI, :DIDC-PLACE-OF-SERVICE,
                    :DIDC-PRINCIPAL-DIAG, :DIDC-TOTAL-CHARGES,
                    :DIDC-ALLOWED-AMT, :DIDC-PAID-AMT,
                    :DIDC-COPAY-AMT, :DIDC-DEDUCTIBLE-AMT,
                    :DIDC-COINSURANCE-AMT, :DIDC-COB-AMT,
                    :DIDC-WITHHOLD-AMT, :DIDC-FUNDING-TYPE,
                    :DIDC-SPLIT-PARENT-ID, :DIDC-TYPE-OF-BILL,
                    :DIDC-DISCHARGE-STATUS, :DIDC-DAW-CODE,
                    :DIDC-DAW-PENALTY-AMT, :DIDC-PAYEE-IND
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-CLM-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MASK-MEMBER-ID TO DIDC-MEMBER-ID
           EVALUATE DIDC-SUBSCRIBER-ID
               WHEN WS-REAL-SUBSCRIBER-ID
                   MOVE WS-MASK-SUBSCRIBER-ID TO DIDC-SUBSCRIBER-ID
               WHEN WS-REAL-MEMBER-ID
                   MOVE WS-MASK-MEMBER-ID TO DIDC-SUBSCRIBER-ID
               WHEN OTHER
                   MOVE DIDC-SUBSCRIBER-ID TO WS-MK-REAL-ID
                   PERFORM 5100-GET-MASK-SEQUENCE
                   MOVE WS-MK-MASK-ID TO DIDC-SUBSCRIBER-ID
           END-EVALUATE
           MOVE DIDC-CLAIM-ID TO WS-CUR-CLAIM-ID
           PERFORM 7000-WRITE-LOAD-RECORD
           ADD 1 TO WS-CLAIMS-COPIED
           PERFORM 4520-EXTRACT-CLAIM-LINES
           PERFORM 4530-EXTRACT-CLAIM-DIAGS.

       4520-EXTRACT-CLAIM-LINES.
           EXEC SQL OPEN CLN-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERRORS
               DISPLAY 'DEIDEX01: LINE CURSOR OPEN ERROR SQLCODE='
                       SQLCODE ' CLM=' WS-CUR-CLAIM-ID
               EXIT PARAGRAPH
           END-IF
           SET WS-DTL-NOT-EOF TO TRUE
           PERFORM 4521-FETCH-CLAIM-LINE
               UNTIL WS-DTL-EOF
           EXEC SQL CLOSE CLN-CURSOR END-EXEC.

       4521-FETCH-CLAIM-LINE.
           MOVE SPACES TO DID-RECORD
           SET DID-CLAIM-LINE TO TRUE
           EXEC SQL
               FETCH CLN-CURSOR
               INTO :DIDL-LINE-SEQ, :DIDL-PROC-CODE,
                    :DIDL-MODIFIER-1, :DIDL-DOS-FROM,
                    :DIDL-NDC-CODE, :DIDL-AUTH-NO,
                    :DIDL-DAYS-SUPPLY, :DIDL-UNITS,
                    :DIDL-LINE-CHARGE, :DIDL-ALLOWED-AMT,
                    :DIDL-PAID-AMT, :DIDL-DENY-CODE,
                    :DIDL-ADJ-REASON-1, :DIDL-MEMBER-RESP-AMT,
                    :DIDL-PREVENTIVE-IND, :DIDL-DAW-PENALTY-AMT
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-DTL-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-CLAIM-ID TO DIDL-CLAIM-ID
           PERFORM 7000-WRITE-LOAD-RECORD
           ADD 1 TO WS-LINES-COPIED.

       4530-EXTRACT-CLAIM-DIAGS.
           EXEC SQL OPEN CDX-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERRORS
               DISPLAY 'DEIDEX01: DIAG CURSOR OPEN ERROR SQLCODE='
                       SQLCODE ' CLM=' WS-CUR-CLAIM-ID
               EXIT PARAGRAPH
           END-IF
           SET WS-DTL-NOT-EOF TO TRUE
           PERFORM 4531-FETCH-CLAIM-DIAG
               UNTIL WS-DTL-EOF
           EXEC SQL CLOSE CDX-CURSOR END-EXEC.

       4531-FETCH-CLAIM-DIAG.
           MOVE SPACES TO DID-RECORD
           SET DID-CLAIM-DIAG TO TRUE
           EXEC SQL
               FETCH CDX-CURSOR
               INTO :DIDD-DIAG-SEQ, :DIDD-DIAG-CODE, :DIDD-POA-IND
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-DTL-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CUR-CLAIM-ID TO DIDD-CLAIM-ID
           PERFORM 7000-WRITE-LOAD-RECORD
           ADD 1 TO WS-DIAGS-COPIED.

      *================================================================*
      * MASKING                                                        *
      *================================================================*
       5000-BUILD-MEMBER-MASKS.
           MOVE WS-REAL-SUBSCRIBER-ID TO WS-MK-REAL-ID
           PERFORM 5100-GET-MASK-SEQUENCE
           MOVE WS-MK-SEQ TO WS-SUB-SEQ
           MOVE WS-MK-MASK-ID TO WS-MASK-SUBSCRIBER-ID
           IF WS-REAL-MEMBER-ID = WS-REAL-SUBSCRIBER-ID
               MOVE WS-SUB-SEQ TO WS-MBR-SEQ
               MOVE WS-MASK-SUBSCRIBER-ID TO WS-MASK-MEMBER-ID
           ELSE
               MOVE WS-REAL-MEMBER-ID TO WS-MK-REAL-ID
               PERFORM 5100-GET-MASK-SEQUENCE
               MOVE WS-MK-SEQ TO WS-MBR-SEQ
               MOVE WS-MK-MASK-ID TO WS-MASK-MEMBER-ID
           END-IF
      *--- SSN - AREA 9XX IS NEVER ISSUED ---
           DIVIDE WS-MBR-SEQ BY 100000000
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           MOVE WS-REMAINDER TO WS-MASK-SSN-TAIL
           MOVE '9' TO WS-MASK-SSN(1:1)
           MOVE WS-MASK-SSN-TAIL TO WS-MASK-SSN(2:8)
      *--- FIRST NAME BY THE MEMBER, SURNAME BY THE FAMILY ---
           DIVIDE WS-MBR-SEQ BY 20
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           COMPUTE WS-NAME-IDX = WS-REMAINDER + 1
           MOVE SPACES TO WS-MASK-FIRST-NAME
           IF DIDM-SEX-CODE = 'F'
               MOVE WS-FEMALE-NAME-ENTRY(WS-NAME-IDX)
                   TO WS-MASK-FIRST-NAME
           ELSE
               MOVE WS-MALE-NAME-ENTRY(WS-NAME-IDX)
                   TO WS-MASK-FIRST-NAME
           END-IF
           DIVIDE WS-SUB-SEQ BY 20
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           DIVIDE WS-QUOTIENT BY 20
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           COMPUTE WS-NAME-IDX = WS-REMAINDER + 1
           MOVE SPACES TO WS-MASK-LAST-NAME
           MOVE WS-LAST-NAME-ENTRY(WS-NAME-IDX) TO WS-MASK-LAST-NAME
      *--- THE HOUSEHOLD SHARES ONE STREET ADDRESS ---
           DIVIDE WS-SUB-SEQ BY 8900
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           COMPUTE WS-MASK-HOUSE-NO = WS-REMAINDER + 100
           DIVIDE WS-SUB-SEQ BY 10
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           COMPUTE WS-NAME-IDX = WS-REMAINDER + 1
           MOVE SPACES TO WS-MASK-ADDR-LINE-1
           STRING WS-MASK-HOUSE-NO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-STREET-ENTRY(WS-NAME-IDX) DELIMITED SIZE
                  INTO WS-MASK-ADDR-LINE-1
           END-STRING.

       5100-GET-MASK-SEQUENCE.
      *--- A FAMILY'S MEMBERS ARRIVE TOGETHER - THE SUBSCRIBER IS ---
      *    LOOKED UP ONCE                                          ---
           IF WS-MK-REAL-ID = WS-MK-LAST-REAL-ID
               MOVE WS-MK-LAST-SEQ TO WS-MK-SEQ
           ELSE
               EXEC SQL
                   SELECT MASK_SEQ
                   INTO :WS-MK-SEQ
                   FROM HCAS.DEID_XREF
                   WHERE REAL_ID = :WS-MK-REAL-ID
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       CONTINUE
                   WHEN +100
                       ADD 1 TO WS-NEXT-MASK-SEQ
                       MOVE WS-NEXT-MASK-SEQ TO WS-MK-SEQ
                       EXEC SQL
                           INSERT INTO HCAS.DEID_XREF
                               (REAL_ID, MASK_SEQ, CREATE_DATE)
                           VALUES
                               (:WS-MK-REAL-ID, :WS-MK-SEQ,
                                :WS-CURRENT-DATE)
                       END-EXEC
                       IF SQLCODE NOT = ZERO
                           DISPLAY 'DEIDEX01: CROSSWALK INSERT ERROR '
                                   'SQLCODE=' SQLCODE
                           EXEC SQL ROLLBACK END-EXEC
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-NEW-MASKS
                   WHEN OTHER
                       DISPLAY 'DEIDEX01: CROSSWALK READ ERROR '
                               'SQLCODE=' SQLCODE
                       EXEC SQL ROLLBACK END-EXEC
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
               MOVE WS-MK-REAL-ID TO WS-MK-LAST-REAL-ID
               MOVE WS-MK-SEQ TO WS-MK-LAST-SEQ
           END-IF
           COMPUTE WS-MK-ID-N = 700000000000 + WS-MK-SEQ
           MOVE WS-MK-ID-N TO WS-MK-MASK-ID.

       5300-SHIFT-BIRTH-DATE.
      *--- BACK WITHIN THE BIRTH MONTH ONLY - NEVER LATER, SO A ---
      *    NEWBORN IS NOT BORN AFTER THEIR COVERAGE STARTS       ---
           IF WS-DOB-DD NOT NUMERIC
           OR WS-DOB-DD < 2
               MOVE WS-DOB-WORK TO WS-MASK-DOB
               EXIT PARAGRAPH
           END-IF
           DIVIDE WS-MBR-SEQ BY WS-DOB-DD
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           COMPUTE WS-DOB-DD = WS-REMAINDER + 1
           MOVE WS-DOB-WORK TO WS-MASK-DOB.

       5400-REPLACE-ZIP.
      *--- IN: REAL ZIP5, COUNTY (MAY BE BLANK), REAL CITY ---
      *    OUT: MASK ZIP5, MASK CITY, COUNTY                ---
           IF WS-ZR-REAL-ZIP5 = WS-ZR-LAST-REAL-ZIP5
               MOVE WS-ZR-LAST-MASK-ZIP5 TO WS-ZR-MASK-ZIP5
               MOVE WS-ZR-LAST-MASK-CITY TO WS-ZR-MASK-CITY
               IF WS-ZR-COUNTY = SPACES
                   MOVE WS-ZR-LAST-COUNTY TO WS-ZR-COUNTY
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ZR-COUNTY = SPACES
               EXEC SQL
                   SELECT COALESCE(MIN(COUNTY_CODE), ' ')
                   INTO :WS-ZR-COUNTY
                   FROM HCAS.ZIP_COUNTY
                   WHERE ZIP_CODE = :WS-ZR-REAL-ZIP5
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE SPACES TO WS-ZR-COUNTY
               END-IF
           END-IF
           MOVE SPACES TO WS-ZR-AREA
           EXEC SQL
               SELECT AREA_CODE
               INTO :WS-ZR-AREA
               FROM HCAS.RATING_AREA
               WHERE ZIP_CODE = :WS-ZR-REAL-ZIP5
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-ZR-AREA
           END-IF
      *--- THE NEXT ZIP UP IN THE SAME COUNTY AND RATING AREA, ---
      *    WRAPPING TO THE LOWEST                               ---
           MOVE SPACES TO WS-ZR-MASK-ZIP5
           EXEC SQL
               SELECT COALESCE(MIN(Z.ZIP_CODE), ' ')
               INTO :WS-ZR-MASK-ZIP5
               FROM HCAS.ZIP_COUNTY Z
               WHERE Z.COUNTY_CODE = :WS-ZR-COUNTY
                 AND Z.ZIP_CODE > :WS-ZR-REAL-ZIP5
                 AND (:WS-ZR-AREA = ' '
                      OR EXISTS
                         (SELECT 1
                          FROM HCAS.RATING_AREA R
                          WHERE R.ZIP_CODE = Z.ZIP_CODE
                            AND R.AREA_CODE = :WS-ZR-AREA))
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-ZR-MASK-ZIP5
           END-IF
           IF WS-ZR-MASK-ZIP5 = SPACES
               EXEC SQL
                   SELECT COALESCE(MIN(Z.ZIP_CODE), ' ')
                   INTO :WS-ZR-MASK-ZIP5
                   FROM HCAS.ZIP_COUNTY Z
                   WHERE Z.COUNTY_CODE = :WS-ZR-COUNTY
                     AND Z.ZIP_CODE < :WS-ZR-REAL-ZIP5
                     AND (:WS-ZR-AREA = ' '
                          OR EXISTS
                             (SELECT 1
                              FROM HCAS.RATING_AREA R
                              WHERE R.ZIP_CODE = Z.ZIP_CODE
                                AND R.AREA_CODE = :WS-ZR-AREA))
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE SPACES TO WS-ZR-MASK-ZIP5
               END-IF
           END-IF
      *--- A COUNTY WITH ONE ZIP IN THE AREA KEEPS IT - THE CITY ---
      *    ADDS NOTHING FINER, SO IT STAYS TOO                     ---
           IF WS-ZR-MASK-ZIP5 = SPACES
               MOVE WS-ZR-REAL-ZIP5 TO WS-ZR-MASK-ZIP5
               ADD 1 TO WS-ZIPS-KEPT
           ELSE
               EXEC SQL
                   SELECT COALESCE(MIN(CITY), 'TEST CITY')
                   INTO :WS-ZR-MASK-CITY
                   FROM HCAS.MEMBER
                   WHERE SUBSTR(ZIP_CODE, 1, 5) = :WS-ZR-MASK-ZIP5
               END-EXEC
               IF SQLCODE NOT = ZERO
                   MOVE 'TEST CITY' TO WS-ZR-MASK-CITY
               END-IF
           END-IF
           MOVE WS-ZR-REAL-ZIP5 TO WS-ZR-LAST-REAL-ZIP5
           MOVE WS-ZR-MASK-ZIP5 TO WS-ZR-LAST-MASK-ZIP5
           MOVE WS-ZR-MASK-CITY TO WS-ZR-LAST-MASK-CITY
           MOVE WS-ZR-COUNTY TO WS-ZR-LAST-COUNTY.

       6500-NOTE-PROVIDER.
           IF WS-CANDIDATE-NPI = SPACES
               EXIT PARAGRAPH
           END-IF
           SET WS-NPI-NOT-FOUND TO TRUE
           IF WS-NPI-COUNT > ZERO
               SET WS-NPI-IDX TO 1
               SEARCH WS-NPI-ENTRY
                   WHEN WS-NPI-VALUE(WS-NPI-IDX) = WS-CANDIDATE-NPI
                       SET WS-NPI-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-NPI-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-NPI-COUNT NOT < 5000
               ADD 1 TO WS-NPI-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NPI-COUNT
           MOVE WS-CANDIDATE-NPI TO WS-NPI-VALUE(WS-NPI-COUNT).

       7000-WRITE-LOAD-RECORD.
           WRITE DIDOUT-RECORD FROM DID-RECORD
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY 'DEIDEX01: LOAD IMAGE WRITE ERROR - '
                       WS-OUT-STATUS
               EXEC SQL ROLLBACK END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DID-WRITTEN.

       8000-READ-SELECTION.
           READ DIDSEL-FILE
               AT END
                   SET WS-SEL-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       8500-PRINT-COUNT.
           MOVE WS-CNT-VALUE TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-CNT-LABEL DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE DIDRPT-RECORD FROM WS-RPT-LINE.

       9000-TERMINATE.
      *--- THE CROSSWALK AND ITS SEQUENCE COMMIT TOGETHER ---
           IF WS-NEXT-MASK-SEQ NOT = WS-START-MASK-SEQ
               EXEC SQL
                   UPDATE HCAS.ID_SEQUENCE
                   SET NEXT_VALUE = :WS-NEXT-MASK-SEQ
                   WHERE SEQ_NAME = 'DEID_MEMBER'
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'DEIDEX01: MASK SEQUENCE UPDATE ERROR '
                           'SQLCODE=' SQLCODE
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           EXEC SQL COMMIT END-EXEC
           MOVE SPACES TO DID-RECORD
           SET DID-TRAILER TO TRUE
           MOVE WS-PROGRAM-ID TO DIDH-SOURCE-PROGRAM
           MOVE WS-CURRENT-DATE TO DIDH-EXTRACT-DATE
           SET DIDH-MASKED TO TRUE
           MOVE WS-DID-WRITTEN TO DIDH-RECORD-COUNT
           WRITE DIDOUT-RECORD FROM DID-RECORD
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE DIDRPT-RECORD FROM WS-RPT-LINE
           MOVE 'GROUPS COPIED:                          '
               TO WS-CNT-LABEL
           MOVE WS-GROUPS-COPIED TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'GROUPS NOT FOUND:                       '
               TO WS-CNT-LABEL
           MOVE WS-GROUPS-MISSING TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'PROVIDERS COPIED (DB2):                 '
               TO WS-CNT-LABEL
           MOVE WS-PROVIDERS-COPIED TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'PROVIDERS COPIED (PRVMSTER):            '
               TO WS-CNT-LABEL
           MOVE WS-PRV-VSAM-COPIED TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'PROVIDERS NOT ON HCAS.PROVIDER:         '
               TO WS-CNT-LABEL
           MOVE WS-PROVIDERS-MISSING TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'PROVIDERS OVER TABLE LIMIT (NOT COPIED):'
               TO WS-CNT-LABEL
           MOVE WS-NPI-OVERFLOW TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'MEMBERS COPIED (DB2):                   '
               TO WS-CNT-LABEL
           MOVE WS-MEMBERS-COPIED TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'MEMBERS COPIED (MBRMSTER):              '
               TO WS-CNT-LABEL
           MOVE WS-MBR-VSAM-COPIED TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'ENROLLMENT ROWS:                        '
               TO WS-CNT-LABEL
           MOVE WS-ENROLLMENTS-COPIED TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'ACCUMULATOR ROWS:                       '
               TO WS-CNT-LABEL
           MOVE WS-ACCUMS-COPIED TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'CLAIMS:                                 '
               TO WS-CNT-LABEL
           MOVE WS-CLAIMS-COPIED TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'CLAIM LINES:                            '
               TO WS-CNT-LABEL
           MOVE WS-LINES-COPIED TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'CLAIM DIAGNOSES:                        '
               TO WS-CNT-LABEL
           MOVE WS-DIAGS-COPIED TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'NEW MEMBER MASKS ASSIGNED:              '
               TO WS-CNT-LABEL
           MOVE WS-NEW-MASKS TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'ZIPS KEPT (ONLY ZIP IN COUNTY/AREA):    '
               TO WS-CNT-LABEL
           MOVE WS-ZIPS-KEPT TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'LOAD IMAGE RECORDS:                     '
               TO WS-CNT-LABEL
           MOVE WS-DID-WRITTEN TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'ERRORS:                                 '
               TO WS-CNT-LABEL
           MOVE WS-ERRORS TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           DISPLAY 'DEIDEX01: GROUPS:         ' WS-GROUPS-COPIED
           DISPLAY 'DEIDEX01: PROVIDERS:      ' WS-PROVIDERS-COPIED
           DISPLAY 'DEIDEX01: MEMBERS:        ' WS-MEMBERS-COPIED
           DISPLAY 'DEIDEX01: CLAIMS:         ' WS-CLAIMS-COPIED
           DISPLAY 'DEIDEX01: RECORDS OUT:    ' WS-DID-WRITTEN
           DISPLAY 'DEIDEX01: ERRORS:         ' WS-ERRORS
           CLOSE DIDSEL-FILE
           CLOSE MBRMST-FILE
           CLOSE PRVMST-FILE
           CLOSE DIDOUT-FILE
           CLOSE MBRIMG-FILE
           CLOSE PRVIMG-FILE
           CLOSE DIDRPT-FILE
           IF WS-ERRORS > ZERO
           OR WS-GROUPS-MISSING > ZERO
           OR WS-NPI-OVERFLOW > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
