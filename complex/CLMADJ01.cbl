       COPY MBRCOPY.
       COPY PRVCOPY.
       COPY PLNCOPY.
       COPY OHICOPY.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
                      SOURCE_CODE,
                      COALESCE(FILING_OVERRIDE, 'N'),
                      COALESCE(FREQUENCY_CODE, '1'),
                      COALESCE(RELATIONSHIP_CODE, '18'),
                      COALESCE(SPLIT_PARENT_ID, ' '),
                      COALESCE(TYPE_OF_BILL, ' '),
                      COALESCE(DISCHARGE_STATUS, ' '),
                      COALESCE(DAW_CODE, ' '),
                      COALESCE(PAYEE_IND, 'P'),
                      COALESCE(IMAGE_DOC_ID, ' ')
               FROM HCAS.CLAIM_STAGING
               WHERE PROCESS_STATUS = 'R'
                 AND MEMBER_ID >= :WS-PART-MBR-FROM
               88  WS-STG-FREQ-VOID         VALUE '8'.
           05  WS-STG-RELATIONSHIP     PIC X(02).
               88  WS-STG-REL-CHILD         VALUE '19'.
      *--- SET ON A CHILD OF A COVERAGE-BOUNDARY SPLIT ---
           05  WS-STG-SPLIT-PARENT     PIC X(15).
      *--- INSTITUTIONAL TYPE OF BILL - FACILITY TYPE, CLASS AND ---
      *    THE FREQUENCY DIGIT THE BILL IS HANDLED BY            ---
           05  WS-STG-TYPE-OF-BILL.
               10  WS-STG-TOB-FACILITY PIC X(03).
               10  WS-STG-TOB-FREQ     PIC X(01).
                   88  WS-STG-TOB-FINAL       VALUES '1' '7'.
                   88  WS-STG-TOB-INTERIM     VALUES '2' '3' '4'.
                   88  WS-STG-TOB-LATE-CHARGE VALUE '5'.
      *--- INSTITUTIONAL PATIENT DISCHARGE STATUS (CL1-03) ---
           05  WS-STG-DISCHARGE-STATUS PIC X(02).
      *--- PHARMACY DISPENSE-AS-WRITTEN CODE (NCPDP 408-D8) ---
           05  WS-STG-DAW-CODE         PIC X(01).
      *--- PAYEE KEYED AT INTAKE - 'S' IS A MEMBER REIMBURSEMENT ---
      *    (THE SUBSCRIBER PAID THE PROVIDER AND IS REPAID)      ---
           05  WS-STG-PAYEE-IND        PIC X(01).
               88  WS-STG-PAY-SUBSCRIBER    VALUE 'S'.
      *--- SCANNED PAPER CLAIM IMAGE / DOCUMENT ID (SOURCE 'PP') ---
           05  WS-STG-IMAGE-DOC-ID     PIC X(20).

      *--- CLAIM LINE ITEMS FROM DB2 ---
           EXEC SQL DECLARE LINE-CURSOR CURSOR FOR
                      LINE_CHARGE,
                      NDC_CODE,
                      DRG_CODE,
                      COALESCE(DAYS_SUPPLY, 0),
                      COALESCE(CLIA_NUMBER, ' '),
                      COALESCE(DIAG_PTR_1, 0),
                      COALESCE(DIAG_PTR_2, 0),
                      COALESCE(DIAG_PTR_3, 0),
                      COALESCE(DIAG_PTR_4, 0)
               FROM HCAS.CLAIM_LINE_STAGING
               WHERE CLAIM_ID = :WS-STG-CLAIM-ID
               ORDER BY LINE_SEQ
           05  WS-STG-LN-NDC           PIC X(11).
           05  WS-STG-LN-DRG           PIC X(04).
           05  WS-STG-LN-DAYSUP        PIC 9(03).
           05  WS-STG-LN-CLIA          PIC X(10).
           05  WS-STG-LN-DXPTR-1       PIC S9(04) COMP.
           05  WS-STG-LN-DXPTR-2       PIC S9(04) COMP.
           05  WS-STG-LN-DXPTR-3       PIC S9(04) COMP.
           05  WS-STG-LN-DXPTR-4       PIC S9(04) COMP.

      *--- COVERAGE-BOUNDARY CLAIM SPLIT AREA ---
      *    A CLAIM WHOSE SERVICE DATES RUN ACROSS AN ENROLLMENT  ---
      *    SEGMENT, A PLAN CHANGE OR A BENEFIT-YEAR BOUNDARY IS  ---
      *    SPLIT INTO ONE CHILD CLAIM PER COVERAGE SEGMENT. THE  ---
      *    CHILDREN ARE STAGED UNDER THE PARENT'S ID (CLAIM ID   ---
      *    PREFIX PLUS 'S' AND A TWO-DIGIT SEQUENCE, AND THE     ---
      *    PARENT ID IN SPLIT_PARENT_ID), CARRY ONLY THE LINES - ---
      *    OR THE DAY-PRORATED PIECE OF A LINE - DATED INSIDE    ---
      *    THEIR SEGMENT, AND ADJUDICATE IN LINE UNDER THE       ---
      *    COVERAGE IN FORCE FOR THOSE DATES. THE PARENT STAGING ---
      *    ROW CLOSES AT STATUS 'S'. A CHILD IS NEVER SPLIT      ---
      *    AGAIN. CONSECUTIVE ENROLLMENT ROWS FOR THE SAME PLAN  ---
      *    AND BENEFIT YEAR ARE ONE SEGMENT                      ---
       01  WS-SPLIT-WORK.
           05  WS-SPL-SPLIT-SW         PIC X(01) VALUE 'N'.
               88  WS-SPL-CLAIM-SPLIT  VALUE 'Y'.
               88  WS-SPL-NOT-SPLIT    VALUE 'N'.
           05  WS-SPL-CHILD-SW         PIC X(01) VALUE 'N'.
               88  WS-SPL-INLINE-CHILD VALUE 'Y'.
               88  WS-SPL-CURSOR-CLAIM VALUE 'N'.
           05  WS-SPL-BUILD-SW         PIC X(01) VALUE 'Y'.
               88  WS-SPL-BUILD-OK     VALUE 'Y'.
               88  WS-SPL-BUILD-FAILED VALUE 'N'.
           05  WS-SPL-LINE-EOF-SW      PIC X(01) VALUE 'N'.
               88  WS-SPL-LINES-DONE   VALUE 'Y'.
               88  WS-SPL-LINES-LEFT   VALUE 'N'.
           05  WS-SPL-PASS-SW          PIC X(01) VALUE 'C'.
               88  WS-SPL-COUNT-PASS   VALUE 'C'.
               88  WS-SPL-INSERT-PASS  VALUE 'I'.
           05  WS-SPL-SPAN-CLAIM       PIC X(15).
           05  WS-SPL-SPAN-FROM        PIC X(08).
           05  WS-SPL-SPAN-THRU        PIC X(08).
           05  WS-SPL-SPAN-DAYS        PIC S9(05) COMP-3.
           05  WS-SPL-PARENT-ID        PIC X(15).
           05  WS-SPL-PARENT-DAYS      PIC S9(05) COMP-3.
           05  WS-SPL-CHILD-BASE       PIC X(12).
           05  WS-SPL-CHILD-SEQ        PIC 9(02).
           05  WS-SPL-CHILD-COUNT      PIC S9(03) COMP-3.
           05  WS-SPL-DATE-N           PIC 9(08).
           05  WS-SPL-CURR-INT         PIC S9(09) COMP.
           05  WS-SPL-FROM-INT         PIC S9(09) COMP.
           05  WS-SPL-THRU-INT         PIC S9(09) COMP.
           05  WS-SPL-CURR-DATE        PIC X(08).
           05  WS-SPL-ENR-PLAN         PIC X(08).
           05  WS-SPL-ENR-TERM         PIC X(08).
           05  WS-SPL-NEXT-EFF         PIC X(08).
           05  WS-SPL-SEG-END          PIC X(08).
           05  WS-SPL-SEG-YEAR-WORK    PIC X(04).
           05  WS-SPL-SEG-COUNT        PIC S9(03) COMP-3.
           05  WS-SPL-SEG-IDX          PIC S9(03) COMP-3.
           05  WS-SPL-SEGMENTS OCCURS 12 TIMES.
               10  WS-SPL-SEG-FROM     PIC X(08).
               10  WS-SPL-SEG-THRU     PIC X(08).
               10  WS-SPL-SEG-PLAN     PIC X(08).
               10  WS-SPL-SEG-YEAR     PIC X(04).
               10  WS-SPL-SEG-CHILD-ID PIC X(15).
               10  WS-SPL-SEG-CHARGES  PIC S9(09)V99 COMP-3.
               10  WS-SPL-SEG-LINES    PIC S9(03) COMP-3.
      *--- ONE PARENT LINE BEING DEALT OUT TO THE SEGMENTS ---
           05  WS-SPL-LN-FROM          PIC X(08).
           05  WS-SPL-LN-THRU          PIC X(08).
           05  WS-SPL-LN-DAYS          PIC S9(05) COMP-3.
           05  WS-SPL-LN-ALLOC-CHG     PIC S9(07)V99 COMP-3.
           05  WS-SPL-LN-ALLOC-UNITS   PIC S9(05)V99 COMP-3.
           05  WS-SPL-OV-FROM          PIC X(08).
           05  WS-SPL-OV-THRU          PIC X(08).
           05  WS-SPL-OV-DAYS          PIC S9(05) COMP-3.
           05  WS-SPL-PIECE-SEQ        PIC 9(03).
           05  WS-SPL-PIECE-CHG        PIC S9(07)V99 COMP-3.
           05  WS-SPL-PIECE-UNITS      PIC S9(05)V99 COMP-3.
      *--- A DRG CHILD PAYS ITS SHARE OF THE STAY'S DAYS ---
           05  WS-SPL-DRG-SW           PIC X(01) VALUE 'N'.
               88  WS-SPL-DRG-PRICED   VALUE 'Y'.
               88  WS-SPL-NOT-DRG      VALUE 'N'.
           05  WS-SPL-DRG-SHARE        PIC S9(01)V9(06) COMP-3.
           05  WS-SPL-SAVED-HEADER     PIC X(200).

      *--- PROVIDER VALIDATION CALL AREAS ---
       01  WS-PRV-REQUEST.
           05  WS-PRV-RSP-CRED         PIC X(02).
           05  WS-PRV-RSP-MSG          PIC X(80).

      *--- ACCUMULATOR BENEFIT-PERIOD CALL AREAS (ACCPER01) ---
      *    HCAS.ACCUMULATORS IS KEYED BY BENEFIT YEAR UNDER THE ---
      *    PLAN'S CY/PY BASIS. EVERY POSTING AND BACKOUT GOES   ---
      *    TO THE PERIOD THE CLAIM'S DATE OF SERVICE FALLS IN,  ---
      *    NOT THE PERIOD CURRENT WHEN THE CLAIM IS PROCESSED   ---
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

       01  WS-ACC-PERIOD-WORK.
           05  WS-ACC-BENEFIT-YEAR     PIC X(04).
           05  WS-ACC-LOOKUP-MBR       PIC X(12).

      *--- PRICING CALL AREAS ---
       01  WS-PRICING-REQUEST.
           05  WS-PRC-CLAIM-TYPE       PIC X(02).
           05  WS-PRC-PLACE-OF-SVC     PIC X(02).
           05  WS-PRC-PAR-STATUS       PIC X(01).
           05  WS-PRC-PRINCIPAL-DIAG   PIC X(08).
           05  WS-PRC-DISCHARGE-STATUS PIC X(02).
           05  WS-PRC-LENGTH-OF-STAY   PIC 9(03).
           05  WS-PRC-DAW-CODE         PIC X(01).
           05  WS-PRC-LINE-COUNT       PIC 9(03).
           05  WS-PRC-LINES OCCURS 999 TIMES.
               10  WS-PRC-LN-SEQ       PIC 9(03).
               10  WS-PRC-RSP-LN-DENY  PIC X(05).
               10  WS-PRC-RSP-LN-ADJ   PIC X(05)
                                        OCCURS 5 TIMES.
               10  WS-PRC-RSP-LN-DAW-PENALTY
                                       PIC S9(07)V99 COMP-3.

      *--- ELIGIBILITY QUERY RESULTS ---
       01  WS-ELIG-DATA.
           05  WS-ELIG-FAM-OOP-LIMIT   PIC S9(07)V99 COMP-3.
           05  WS-ELIG-FAM-EMBEDDED    PIC X(01).
               88  WS-FAM-EMBEDDED     VALUE 'Y'.
           05  WS-ELIG-ACA-GRANDFATHERED PIC X(01).
               88  WS-ACA-NON-GRANDFATHERED VALUE 'N'.
           05  WS-ELIG-PLAN-DEDUCT     PIC S9(07)V99 COMP-3.
           05  WS-ELIG-PLAN-OOP        PIC S9(07)V99 COMP-3.
           05  WS-FAM-DEDUCT-YTD       PIC S9(07)V99 COMP-3.
           05  WS-FAM-OOP-YTD          PIC S9(07)V99 COMP-3.
           05  WS-FAM-DEDUCT-REMAIN    PIC S9(07)V99 COMP-3.
           05  WS-FAM-OOP-REMAIN       PIC S9(07)V99 COMP-3.
      *--- DATE COVERAGE IS TESTED ON - RECEIPT DATE, OR THE    ---
      *    FIRST DATE OF SERVICE OF A SPLIT CHILD               ---
           05  WS-ELIG-AS-OF-DATE      PIC X(08).

      *--- BENEFIT APPLICATION WORK AREAS ---
       01  WS-BENEFIT-WORK.
           05  WS-BEN-LN-PLAN-PAID    PIC S9(07)V99 COMP-3.
           05  WS-BEN-COB-AMT          PIC S9(09)V99 COMP-3
                                       VALUE ZERO.
      *--- DAW 2 BRAND-GENERIC DIFFERENCE THE MEMBER PAYS ON TOP ---
      *    OF COST SHARE - KEPT OUT OF DEDUCTIBLE AND OOP        ---
           05  WS-BEN-DAW-PENALTY      PIC S9(07)V99 COMP-3
                                       VALUE ZERO.

      *--- COORDINATION OF BENEFITS (COB) WORK AREA ---
       01  WS-COB-DATA.
           05  WS-COB-SECONDARY-LIAB   PIC S9(09)V99 COMP-3
                                       VALUE ZERO.

      *--- ORDER-OF-BENEFIT DETERMINATION (NAIC RULES) AGAINST ---
      *    THE MEMBER'S OTHER COVERAGE ON HCAS.MEMBER_OHI WHEN  ---
      *    NO PRIMARY EOB IS ON FILE FOR THE CLAIM               ---
           EXEC SQL DECLARE OHI-CURSOR CURSOR FOR
               SELECT CARRIER_ID, POLICY_TYPE, HOLDER_REL,
                      HOLDER_DOB, COALESCE(MEDICARE_BASIS, ' '),
                      EFF_DATE
               FROM HCAS.MEMBER_OHI
               WHERE MEMBER_ID = :WS-STG-MEMBER-ID
                 AND COVERAGE_TYPE = :WS-OBD-COV-TYPE
                 AND EFF_DATE <= :WS-OBD-DOS
                 AND TERM_DATE >= :WS-OBD-DOS
               ORDER BY OHI_SEQ
           END-EXEC

       01  WS-OBD-DATA.
           05  WS-OBD-COV-TYPE         PIC X(02).
           05  WS-OBD-DOS              PIC X(08).
           05  WS-OBD-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-OBD-EOF          VALUE 'Y'.
               88  WS-OBD-NOT-EOF      VALUE 'N'.
           05  WS-OBD-RESULT-SW        PIC X(01) VALUE 'P'.
               88  WS-OBD-WE-ARE-PRIMARY   VALUE 'P'.
               88  WS-OBD-OTHER-PRIMARY    VALUE 'S'.
      *--- OUR SIDE OF THE COMPARISON, LOADED ONCE PER CLAIM ---
           05  WS-OBD-OUR-LOADED-SW    PIC X(01) VALUE 'N'.
               88  WS-OBD-OUR-LOADED   VALUE 'Y'.
           05  WS-OBD-OUR-COBRA-SW     PIC X(01) VALUE 'N'.
               88  WS-OBD-OUR-COBRA    VALUE 'Y'.
           05  WS-OBD-OUR-HOLDER-DOB   PIC X(08).
           05  WS-OBD-EMP-COUNT        PIC S9(07) COMP-3.
           05  WS-OBD-COBRA-COUNT      PIC S9(04) COMP.
      *--- ESRD COORDINATION PERIOD - 30 MONTHS FROM MEDICARE ---
           05  WS-OBD-MONTHS           PIC 9(06).
           05  WS-OBD-CCYY             PIC 9(04).
           05  WS-OBD-MM               PIC 9(02).
           05  WS-OBD-ESRD-END         PIC X(08).

      *--- DUPLICATE CHECK AREA ---
       01  WS-DUP-CHECK.
           05  WS-DUP-COUNT            PIC 9(05).
           05  WS-VR-WH-YEAR           PIC X(04).
           05  WS-VR-DENTAL-YEAR       PIC X(04).
           05  WS-VR-EDIT-SEQ          PIC 9(03).
           05  WS-VR-ORIG-DOS          PIC X(08).
           05  WS-VR-BENEFIT-YEAR      PIC X(04).
       01  WS-VR-LINE.
           05  WS-VRL-PROC-CODE        PIC X(05).
           05  WS-VRL-DOS-FROM         PIC X(08).
           05  WS-VR-REPLACED-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-VR-VOIDED-COUNT      PIC 9(07) VALUE ZERO.

      *--- INSTITUTIONAL TYPE-OF-BILL AREA ---
      *    AN INTERIM BILL (TYPE OF BILL XX2-XX4) ON A DRG STAY   ---
      *    HOLDS AT STATUS 32 WITHOUT PAYMENT AND IS LOGGED ON    ---
      *    HCAS.INTERIM_BILL UNDER ITS ADMISSION DATE. THE FINAL  ---
      *    BILL (XX1, OR AN XX7 REBILLING THE WHOLE STAY) PRICES  ---
      *    AS THE ADMISSION AND CLOSES THE HELD INTERIM BILLS AT  ---
      *    STATUS 40 SO EDI835GN ANSWERS EACH ONE. A LATE-CHARGE  ---
      *    BILL (XX5) ADDS ITS LINES TO THE ORIGINAL ADMISSION    ---
      *    CLAIM, WHICH REPRICES WHOLE; THE PAYMENT DIFFERENCE    ---
      *    POSTS AS AN 'LC' CORRECTION ADJUSTMENT AND THE LATE-   ---
      *    CHARGE BILL ITSELF CLOSES WITHOUT PAYMENT              ---
           EXEC SQL DECLARE TBLN-CURSOR CURSOR FOR
               SELECT CL.LINE_SEQ, CL.PROC_CODE,
                      COALESCE(CL.MODIFIER_1, ' '),
                      COALESCE(LS.REV_CODE, ' '),
                      COALESCE(CL.DOS_FROM, ' '),
                      COALESCE(CL.UNITS, 0),
                      CL.LINE_CHARGE,
                      COALESCE(LS.DRG_CODE, ' '),
                      COALESCE(CL.ALLOWED_AMT, 0),
                      COALESCE(CL.PAID_AMT, 0)
               FROM HCAS.CLAIM_LINE CL
               LEFT OUTER JOIN HCAS.CLAIM_LINE_STAGING LS
                   ON  LS.CLAIM_ID = CL.CLAIM_ID
                   AND LS.LINE_SEQ = CL.LINE_SEQ
               WHERE CL.CLAIM_ID = :WS-TB-ORIG-CLAIM-ID
               ORDER BY CL.LINE_SEQ
           END-EXEC

       01  WS-TOB-WORK.
           05  WS-TB-ACTION-SW         PIC X(01) VALUE 'N'.
               88  WS-TB-PRICE-NORMAL  VALUE 'N'.
               88  WS-TB-HOLD-INTERIM  VALUE 'H'.
               88  WS-TB-LATE-ROLLED   VALUE 'L'.
           05  WS-TB-LINE-EOF-SW       PIC X(01) VALUE 'N'.
               88  WS-TB-LINES-DONE    VALUE 'Y'.
               88  WS-TB-LINES-LEFT    VALUE 'N'.
           05  WS-TB-LOAD-SW           PIC X(01) VALUE 'Y'.
               88  WS-TB-LOAD-OK       VALUE 'Y'.
               88  WS-TB-LOAD-FAILED   VALUE 'N'.
           05  WS-TB-ADMIT-DATE        PIC X(08).
           05  WS-TB-ORIG-CLAIM-ID     PIC X(15).
           05  WS-TB-ORIG-PRINC-DIAG   PIC X(08).
           05  WS-TB-ORIG-DISCH-STATUS PIC X(02).
           05  WS-TB-ORIG-STAY-FROM    PIC X(08).
           05  WS-TB-ORIG-STAY-THRU    PIC X(08).
           05  WS-TB-ORIG-LOS          PIC 9(03).
           05  WS-TB-ORIG-STATUS       PIC X(02).
           05  WS-TB-ORIG-ALLOWED      PIC S9(09)V99 COMP-3.
           05  WS-TB-ORIG-PAID         PIC S9(09)V99 COMP-3.
           05  WS-TB-OLD-LN-ALLOWED    PIC S9(09)V99 COMP-3.
           05  WS-TB-OLD-LN-PAID       PIC S9(09)V99 COMP-3.
           05  WS-TB-NEW-ALLOWED       PIC S9(09)V99 COMP-3.
           05  WS-TB-NEW-PAID          PIC S9(09)V99 COMP-3.
           05  WS-TB-LATE-COUNT        PIC 9(03).
           05  WS-TB-MAX-SEQ           PIC 9(03).
           05  WS-TB-IDX               PIC 9(03).
           05  WS-TB-OLD-IDX           PIC 9(03).
           05  WS-TB-EDIT-SEQ          PIC 9(03).
      *--- ORIGINAL ADMISSION LINE AMOUNTS BEFORE THE REPRICE ---
       01  WS-TB-OLD-LINE-TABLE.
           05  WS-TB-OLD-LINE OCCURS 999 TIMES.
               10  WS-TB-OLD-ALLOW     PIC S9(07)V99 COMP-3.
               10  WS-TB-OLD-PAID      PIC S9(07)V99 COMP-3.

      *--- NEWBORN CLAIM HANDLING AREA ---
      *    A CHILD-RELATIONSHIP CLAIM WHOSE PATIENT DOB IS WITHIN ---
      *    31 DAYS OF THE FIRST DATE OF SERVICE AND WHOSE MEMBER  ---
               10  WS-PA-IC-UNITS      PIC S9(05)V99 COMP-3.
       01  WS-PA-IC-COUNT              PIC 9(03) VALUE ZERO.

      *--- INPATIENT REVIEWED-DAYS AREA ---
      *    A FINAL INPATIENT BILL IS MATCHED TO THE MEMBER'S STAY ---
      *    ON HCAS.INPATIENT_STAY (ADMNTF01). WHEN THE STAY IS    ---
      *    AUTHORIZED, THE ACCOMMODATION DAYS BILLED (ROOM AND    ---
      *    BOARD REVENUE CODE UNITS, OR THE STAY SPAN WHEN NONE   ---
      *    ARE BILLED) MAY NOT EXCEED THE DAYS APPROVED THROUGH   ---
      *    CONCURRENT REVIEW (AUTHINQ1); EXCESS DAYS PEND THE     ---
      *    CLAIM UNDER UA002 FOR THE UM NURSE TO REVIEW           ---
       01  WS-REVIEWED-DAYS-WORK.
           05  WS-RD-REV-LOW           PIC X(04) VALUE '0100'.
           05  WS-RD-REV-HIGH          PIC X(04) VALUE '0219'.
           05  WS-RD-BILLED-DAYS       PIC S9(05)V99 COMP-3.
           05  WS-RD-REVIEWED-DAYS     PIC S9(05) COMP-3.
           05  WS-RD-STAY-ID           PIC S9(10) COMP-3.
           05  WS-RD-AUTH-NO           PIC X(12).

      *--- REFERRAL MATCH AREA - HMO/POS GATEKEEPER PRODUCTS ---
      *    A PROFESSIONAL CLAIM FOR A MEMBER WHOSE PLAN CARRIES   ---
      *    REFERRAL_REQUIRED = 'Y' MUST CARRY A REFERRING NPI     ---
           05  WS-CLAIMS-PENDED        PIC 9(07) VALUE ZERO.
           05  WS-CLAIMS-RECYCLED      PIC 9(07) VALUE ZERO.
           05  WS-CLAIMS-HELD          PIC 9(07) VALUE ZERO.
           05  WS-CLAIMS-SPLIT         PIC 9(07) VALUE ZERO.
           05  WS-CLAIMS-INTERIM-HELD  PIC 9(07) VALUE ZERO.
           05  WS-INTERIM-ADMITS-CLOSED
                                       PIC 9(07) VALUE ZERO.
           05  WS-CLAIMS-LATE-ROLLED   PIC 9(07) VALUE ZERO.
           05  WS-TOTAL-CHARGES-SUM    PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-TOTAL-PAID-SUM       PIC S9(13)V99 COMP-3
       01  WS-FRM-LINE-TIER-TABLE.
           05  WS-FRM-LINE-TIER OCCURS 999 TIMES PIC X(01).

      *--- PHARMACY UTILIZATION MANAGEMENT CALL AREA (RXUMCK01) ---
      *    EVERY TIERED FILL IS RE-CHECKED FOR STEP THERAPY AND  ---
      *    QUANTITY LIMITS. NCPDPIN1 REJECTS THESE AT INTAKE;    ---
      *    THIS CATCHES FILLS KEYED OR ADJUSTED AROUND IT        ---
       01  WS-UM-REQUEST.
           05  WS-UM-MEMBER-ID         PIC X(12).
           05  WS-UM-FORMULARY-ID      PIC X(08).
           05  WS-UM-NDC               PIC X(11).
           05  WS-UM-SVC-DATE          PIC X(08).
           05  WS-UM-QUANTITY          PIC S9(05)V99 COMP-3.
           05  WS-UM-DAYS-SUPPLY       PIC 9(03).
       01  WS-UM-RESPONSE.
           05  WS-UM-RC                PIC X(02).
               88  WS-UM-REJECTED      VALUE '08'.
           05  WS-UM-EDIT-CODE         PIC X(05).
           05  WS-UM-NCPDP-REJECT      PIC X(03).
           05  WS-UM-MESSAGE           PIC X(60).
       01  WS-UM-WORK.
           05  WS-UM-SCAN-IDX          PIC 9(03).
           05  WS-UM-CODE-FOUND-SW     PIC X(01).
               88  WS-UM-CODE-FOUND    VALUE 'Y'.
               88  WS-UM-CODE-NOT-FOUND VALUE 'N'.

      *--- ORTHODONTIC CASE AREA ---
      *    A PAID COMPREHENSIVE ORTHO BANDING LINE (D8070-D8090) ---
      *    PAYS ONLY THE INITIAL PAYMENT - THE PLAN'S INITIAL    ---
      *    PERCENT OF THE CASE TOTAL CLMPRC01 ALLOWED. THE REST  ---
      *    IS SPREAD OVER THE PLAN'S TREATMENT MONTHS ON         ---
      *    HCAS.ORTHO_CASE AND RELEASED MONTHLY BY ORTINS01      ---
      *    WHILE THE MEMBER STAYS ELIGIBLE                       ---
       01  WS-ORTHO-WORK.
           05  WS-ORT-CASE-SW          PIC X(01) VALUE 'N'.
               88  WS-ORT-CASE-OPENED  VALUE 'Y'.
               88  WS-ORT-NO-CASE      VALUE 'N'.
           05  WS-ORT-LINE-IDX         PIC 9(03).
           05  WS-ORT-TOTAL-ALLOWED    PIC S9(07)V99 COMP-3.
           05  WS-ORT-INITIAL-ALLOWED  PIC S9(07)V99 COMP-3.
           05  WS-ORT-INSTALL-AMT      PIC S9(07)V99 COMP-3.
           05  WS-ORT-INITIAL-PCT      PIC SV9(04) COMP-3.
           05  WS-ORT-TREAT-MONTHS     PIC S9(03) COMP-3.
           05  WS-ORT-CASE-STATUS      PIC X(01).
           05  WS-ORT-ACCUM-AMT        PIC S9(09)V99 COMP-3.
           05  WS-ORT-DUE-DATE.
               10  WS-ORT-DUE-YYYY     PIC 9(04).
               10  WS-ORT-DUE-MM       PIC 9(02).
               10  WS-ORT-DUE-DD       PIC 9(02).

      *--- GLOBAL SURGICAL PACKAGE EDIT AREA ---
      *    A PROFESSIONAL E/M LINE (99202-99499) WHOSE DATE OF    ---
      *    SERVICE FALLS IN THE GLOBAL PERIOD OF A PAID SURGERY   ---
      *    FOR THE SAME MEMBER BY THE SAME BILLING NPI OR TIN IS  ---
      *    PART OF THE SURGEON'S PACKAGE. THE GLOBAL DAYS COME    ---
      *    FROM HCAS.MEDICARE_RVU: 090 COVERS THE DAY BEFORE      ---
      *    THROUGH 90 DAYS AFTER, 010 THE DAY OF THROUGH 10 DAYS  ---
      *    AFTER, 000 THE DAY OF SURGERY ONLY. MODIFIERS 24, 25,  ---
      *    57, 58 AND 79 ON ANY MODIFIER POSITION EXEMPT THE      ---
      *    LINE. EACH HIT LOGS GS001, WHOSE EDTDSP1 DISPOSITION   ---
      *    DECIDES THE OUTCOME: DENY (THE DEFAULT) ZEROES THE     ---
      *    LINE AND THE CLAIM PAYS REDUCED, PEND SENDS THE CLAIM  ---
      *    TO THE EXAMINER, BYPASS PAYS THE LINE AND LOGS ONLY    ---
       01  WS-GLOBAL-SURG-WORK.
           05  WS-GS-DSP-CODE          PIC X(01).
           05  WS-GS-DSP-LOADED-SW     PIC X(01).
               88  WS-GS-DSP-LOADED    VALUE 'Y'.
               88  WS-GS-DSP-NOT-LOADED VALUE 'N'.
           05  WS-GS-EXEMPT-SW         PIC X(01).
               88  WS-GS-LINE-EXEMPT   VALUE 'Y'.
               88  WS-GS-LINE-NOT-EXEMPT VALUE 'N'.
           05  WS-GS-LINE-DENIED-SW    PIC X(01).
               88  WS-GS-LINE-DENIED   VALUE 'Y'.
               88  WS-GS-NONE-DENIED   VALUE 'N'.
           05  WS-GS-MOD               PIC X(02).
               88  WS-GS-MOD-EXEMPT    VALUES '24' '25' '57'
                                              '58' '79'.
           05  WS-GS-MOD-IDX           PIC 9(01).
           05  WS-GS-DATE-N            PIC 9(08).
           05  WS-GS-DOS-INT           PIC S9(09) COMP.
           05  WS-GS-WORK-INT          PIC S9(09) COMP.
           05  WS-GS-EM-DOS            PIC X(08).
           05  WS-GS-DAY-AFTER         PIC X(08).
           05  WS-GS-FROM-090          PIC X(08).
           05  WS-GS-FROM-010          PIC X(08).
           05  WS-GS-SURG-CLAIM        PIC X(15).
           05  WS-GS-SURG-PROC         PIC X(05).
      *--- MODIFIERS 2-4 BY LINE - MODIFIER 1 RIDES ON THE PRICING ---
      *    LINE                                                    ---
       01  WS-LN-EXTRA-MOD-TABLE.
           05  WS-LN-EXTRA-MODS OCCURS 999 TIMES.
               10  WS-LN-XMOD          PIC X(02) OCCURS 3 TIMES.

      *--- CLIA LABORATORY CERTIFICATE EDIT AREA ---
      *    A PROFESSIONAL LAB LINE (80047-89398, OR ANY CODE ON   ---
      *    HCAS.LAB_TEST_COMPLEXITY) NEEDS THE CLIA NUMBER SENT   ---
      *    ON THE 837 (REF*X4) AND A CERTIFICATE ON               ---
      *    HCAS.CLIA_CERTIFICATE IN EFFECT ON THE DATE OF SERVICE ---
      *    WHOSE TYPE PERMITS THE TEST'S COMPLEXITY: A            ---
      *    CERTIFICATE OF WAIVER (W) ONLY WAIVED TESTS (QW        ---
      *    MODIFIER OR COMPLEXITY W), PROVIDER-PERFORMED          ---
      *    MICROSCOPY (P) WAIVED AND PPM TESTS, COMPLIANCE,       ---
      *    ACCREDITATION AND REGISTRATION (C/A/R) ANY TEST.       ---
      *    LB001 NO CLIA NUMBER, LB002 NOT ON FILE OR NOT IN      ---
      *    EFFECT, LB003 CERTIFICATE TYPE BELOW THE COMPLEXITY.   ---
      *    EACH FOLLOWS ITS HCAS.EDIT_DISPOSITION ROW (DEFAULT    ---
      *    DENY THE LINE)                                         ---
       01  WS-CLIA-WORK.
           05  WS-CLIA-EDIT-CODE       PIC X(05).
           05  WS-CLIA-DSP-CODE        PIC X(01).
           05  WS-CLIA-COMPLEXITY      PIC X(01).
               88  WS-CLIA-TEST-WAIVED VALUE 'W'.
               88  WS-CLIA-TEST-PPM    VALUE 'P'.
           05  WS-CLIA-CERT-TYPE       PIC X(01).
               88  WS-CLIA-CERT-WAIVER VALUE 'W'.
               88  WS-CLIA-CERT-PPM    VALUE 'P'.
           05  WS-CLIA-LAB-SW          PIC X(01).
               88  WS-CLIA-LAB-LINE    VALUE 'Y'.
               88  WS-CLIA-NOT-LAB     VALUE 'N'.
           05  WS-CLIA-LINE-DENIED-SW  PIC X(01).
               88  WS-CLIA-LINE-DENIED VALUE 'Y'.
               88  WS-CLIA-NONE-DENIED VALUE 'N'.
           05  WS-CLIA-MOD-IDX         PIC 9(01).
       01  WS-CLIA-LINE-TABLE.
           05  WS-CLIA-LN-NUMBER OCCURS 999 TIMES PIC X(10).

      *--- COVERAGE POLICY (MEDICAL NECESSITY) EDIT AREA ---
      *    A LINE WHOSE PROCEDURE IS GOVERNED BY AN IN-EFFECT     ---
      *    POLICY ON HCAS.COVERAGE_POLICY (LOB OR 'ALL') NEEDS    ---
      *    ONE OF ITS POINTED DIAGNOSES - ALL CLAIM DIAGNOSES     ---
      *    WHEN THE LINE CARRIES NO POINTERS - INSIDE A COVERING  ---
      *    ICD-10 RANGE ON HCAS.COVERAGE_POLICY_DIAG, ELSE MN001  ---
      *    PER ITS HCAS.EDIT_DISPOSITION ROW (DEFAULT DENY LINE)  ---
       01  WS-MN-WORK.
           05  WS-MN-DSP-CODE          PIC X(01).
           05  WS-MN-POLICY-COUNT      PIC S9(09) COMP.
           05  WS-MN-SUPPORT-COUNT     PIC S9(09) COMP.
           05  WS-MN-PTR-1             PIC S9(04) COMP.
           05  WS-MN-PTR-2             PIC S9(04) COMP.
           05  WS-MN-PTR-3             PIC S9(04) COMP.
           05  WS-MN-PTR-4             PIC S9(04) COMP.
           05  WS-MN-ALL-DIAG-SW       PIC X(01).
               88  WS-MN-ALL-DIAGS     VALUE 'Y'.
               88  WS-MN-POINTED-DIAGS VALUE 'N'.
           05  WS-MN-LINE-DENIED-SW    PIC X(01).
               88  WS-MN-LINE-DENIED   VALUE 'Y'.
               88  WS-MN-NONE-DENIED   VALUE 'N'.
       01  WS-MN-LINE-TABLE.
           05  WS-MN-LN-PTRS OCCURS 999 TIMES.
               10  WS-MN-LN-DXPTR      PIC S9(04) COMP
                                       OCCURS 4 TIMES.

      *--- DME CAPPED-RENTAL AREA ---
      *    A PROFESSIONAL LINE CARRYING MODIFIER RR IS A MONTHLY  ---
      *    RENTAL, NU A PURCHASE. HCAS.DME_RENTAL_HISTORY HOLDS A ---
      *    ROW PER PAID RENTAL MONTH (R) AND PURCHASE (P) BY      ---
      *    MEMBER AND ITEM CATEGORY (THE SVC_CATEGORY_MAP         ---
      *    CATEGORY, OR THE HCPCS CODE WHEN UNMAPPED), PLUS AN    ---
      *    OWNERSHIP ROW (O) WRITTEN WHEN THE 13TH RENTAL MONTH   ---
      *    PAYS. RENTALS PAST THE CAP OR AFTER OWNERSHIP DENY     ---
      *    UNDER DM001. A PURCHASE IS REDUCED BY THE RENTAL       ---
      *    DOLLARS ALREADY ALLOWED FOR THE CATEGORY (ADJUSTMENT   ---
      *    REASON DME01) AND DENIES UNDER DM002 WHEN NOTHING IS   ---
      *    LEFT. A REVERSAL DELETES THE CLAIM'S HISTORY ROWS      ---
       01  WS-DME-RENTAL-WORK.
           05  WS-DME-CAP-MONTHS       PIC S9(03) COMP-3 VALUE 13.
           05  WS-DME-TYPE             PIC X(01).
               88  WS-DME-RENTAL       VALUE 'R'.
               88  WS-DME-PURCHASE     VALUE 'P'.
               88  WS-DME-NOT-DME      VALUE SPACE.
           05  WS-DME-CATEGORY         PIC X(05).
           05  WS-DME-MONTHS           PIC S9(05) COMP-3.
           05  WS-DME-RENTAL-PAID      PIC S9(09)V99 COMP-3.
           05  WS-DME-OWNED-COUNT      PIC S9(05) COMP-3.
           05  WS-DME-PRIOR-IDX        PIC 9(03).
           05  WS-DME-MOD-IDX          PIC 9(01).
           05  WS-DME-LINE-CHANGED-SW  PIC X(01).
               88  WS-DME-LINE-CHANGED VALUE 'Y'.
               88  WS-DME-NONE-CHANGED VALUE 'N'.
           05  WS-DME-TXN-TYPE         PIC X(01).
       01  WS-DME-LINE-TABLE.
           05  WS-DME-LINE-ENTRY OCCURS 999 TIMES.
               10  WS-DME-LINE-TYPE    PIC X(01).
               10  WS-DME-LINE-CAT     PIC X(05).
               10  WS-DME-LINE-XFER    PIC X(01).

      *--- ACA PREVENTIVE SERVICES AREA ---
      *    ON A PLAN FLAGGED ACA NON-GRANDFATHERED, AN IN-NETWORK ---
      *    MEDICAL LINE WHOSE PROCEDURE IS ON                     ---
      *    HCAS.PREVENTIVE_SERVICE FOR THE DATE OF SERVICE, FOR A ---
      *    MEMBER INSIDE THE ROW'S AGE AND SEX CRITERIA, WITH A   ---
      *    Z-CODE PRINCIPAL DIAGNOSIS WHEN THE ROW'S DIAGNOSIS    ---
      *    CONTEXT IS 'Z', AND UNDER THE ROW'S FREQUENCY LIMIT    ---
      *    (PAID PREVENTIVE LINES OF THE CODE IN THE LAST N       ---
      *    MONTHS) TAKES NO DEDUCTIBLE, COPAY OR COINSURANCE.     ---
      *    THE LINE IS MARKED PREVENTIVE AND EVERY LINE'S MEMBER  ---
      *    SHARE IS CARRIED TO CLAIM_LINE FOR THE EOB             ---
       01  WS-PREVENTIVE-WORK.
           05  WS-PVS-WAIVED-SW        PIC X(01).
               88  WS-PVS-WAIVED       VALUE 'Y'.
               88  WS-PVS-NOT-WAIVED   VALUE 'N'.
           05  WS-PVS-MIN-AGE          PIC S9(03) COMP-3.
           05  WS-PVS-MAX-AGE          PIC S9(03) COMP-3.
           05  WS-PVS-SEX-IND          PIC X(01).
           05  WS-PVS-DIAG-CONTEXT     PIC X(01).
           05  WS-PVS-FREQ-COUNT       PIC S9(03) COMP-3.
           05  WS-PVS-FREQ-MONTHS      PIC S9(03) COMP-3.
           05  WS-PVS-MEMBER-AGE       PIC S9(03) COMP-3.
           05  WS-PVS-DOB-YYYY         PIC 9(04).
           05  WS-PVS-USED-COUNT       PIC S9(05) COMP-3.
           05  WS-PVS-MONTH-NO         PIC S9(07) COMP-3.
           05  WS-PVS-YYYY             PIC 9(04).
           05  WS-PVS-MM               PIC 9(02).
           05  WS-PVS-WINDOW-START     PIC X(08).
           05  WS-PVS-PRIOR-IDX        PIC 9(03).
       01  WS-LN-COST-SHARE-TABLE.
           05  WS-LN-COST-SHARE OCCURS 999 TIMES.
               10  WS-LN-MBR-RESP      PIC S9(07)V99 COMP-3.
               10  WS-LN-PREVENTIVE    PIC X(01).

      *--- RENTAL (WRAP) NETWORK REPRICE OVERRIDE AREA ---
       01  WS-WRAP-WORK.
           05  WS-WRP-ALLOWED          PIC S9(07)V99 COMP-3.
           05  WS-AL-PRIOR-BAL         PIC S9(09)V99 COMP-3.
           05  WS-AL-DELTA             PIC S9(09)V99 COMP-3.
           05  WS-AL-NEW-BAL           PIC S9(09)V99 COMP-3.
           05  WS-AL-BENEFIT-YEAR      PIC X(04).
       01  WS-AL-CURR-DEDUCT           PIC S9(09)V99 COMP-3.
       01  WS-AL-CURR-OOP              PIC S9(09)V99 COMP-3.

      *    CAN BUILD THE WEEKLY FUNDING REQUEST                  ---
       01  WS-FUNDING-TYPE             PIC X(02).

      *--- WHO THE CLAIM PAYS: 'P' THE PROVIDER (EDI835GN), 'S'  ---
      *    THE SUBSCRIBER (MBRCHK01 MEMBER CHECK). A CLAIM FROM  ---
      *    A NON-PAR PROVIDER PAYS THE SUBSCRIBER WHEN THE PLAN  ---
      *    DOES NOT HONOR ASSIGNMENT OF BENEFITS TO NON-PAR      ---
      *    PROVIDERS (BENEFIT_PLAN.NONPAR_ASSIGN 'N')            ---
       01  WS-PAYEE-IND                PIC X(01).
       01  WS-NONPAR-ASSIGN            PIC X(01).

      *--- BALANCING CONTROL TOTALS HOST VARIABLES ---
       01  WS-DELINQ-STAGE             PIC S9(01) COMP-3.


      *--- PEND-ELIGIBLE EDIT CODES - ROUTED TO EXAMINER QUEUE  ---
      *    RATHER THAN FORCE-DENIED (CREDENTIALING IN PROGRESS,  ---
      *    FEE SCHEDULE/PRICING NOT YET LOADED, OTHER COVERAGE   ---
      *    PRIMARY WITH NO PRIMARY EOB YET ON FILE)              ---
       01  WS-PEND-ELIGIBLE-TABLE.
           05  FILLER PIC X(50) VALUE
               'PV002PC001UA001RF001TF001PD001RA001HA001CB001UA002'.
       01  WS-PEND-ELIGIBLE REDEFINES WS-PEND-ELIGIBLE-TABLE.
           05  WS-PEND-CODE            PIC X(05) OCCURS 10 TIMES.
       01  WS-PEND-IDX                 PIC 9(03).
       01  WS-PEND-ELIGIBLE-SW         PIC X(01) VALUE 'N'.
           88  WS-IS-PEND-ELIGIBLE     VALUE 'Y'.
           EXEC SQL COMMIT END-EXEC.

       2000-PROCESS-CLAIMS.
      *--- A CLAIM SPANNING A COVERAGE BOUNDARY ADJUDICATES AS   ---
      *    ITS SPLIT CHILDREN; ANY OTHER CLAIM AS ITSELF         ---
           SET WS-SPL-CURSOR-CLAIM TO TRUE
           PERFORM 2050-CHECK-CLAIM-SPLIT
           IF WS-SPL-CLAIM-SPLIT
               MOVE WS-STG-CLAIM TO WS-SPL-SAVED-HEADER
               PERFORM 2095-ADJUDICATE-CHILD
                   VARYING WS-SPL-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SPL-SEG-IDX > WS-SPL-SEG-COUNT
               MOVE WS-SPL-SAVED-HEADER TO WS-STG-CLAIM
               SET WS-SPL-CURSOR-CLAIM TO TRUE
           ELSE
               PERFORM 2100-ADJUDICATE-ONE-CLAIM
           END-IF
      *--- CHECKPOINT/RESTART: COMMIT EVERY WS-CHECKPOINT-INTERVAL ---
      *    CLAIMS RATHER THAN EVERY SINGLE CLAIM, AND RECORD THE   ---
      *    CHECKPOINT SO A RESTARTED RUN PICKS UP CLEANLY          ---
           MOVE WS-STG-CLAIM-ID TO WS-LAST-CHECKPOINT-CLM
           ADD 1 TO WS-CHECKPOINT-COUNT
           IF WS-CHECKPOINT-COUNT >= WS-CHECKPOINT-INTERVAL
               PERFORM 7600-TAKE-CHECKPOINT
           END-IF
           PERFORM 8100-FETCH-NEXT-CLAIM.

       2040-GET-CLAIM-SPAN.
      *--- FIRST AND LAST DATE OF SERVICE ACROSS THE STAGED     ---
      *    LINES. A LINE WITH NO THROUGH DATE ENDS ON ITS FROM  ---
      *    DATE                                                  ---
           MOVE SPACES TO WS-SPL-SPAN-FROM
           MOVE SPACES TO WS-SPL-SPAN-THRU
           MOVE ZERO TO WS-SPL-SPAN-DAYS
           EXEC SQL
               SELECT COALESCE(MIN(DOS_FROM), ' '),
                      COALESCE(MAX(CASE WHEN DOS_THRU > DOS_FROM
                                        THEN DOS_THRU
                                        ELSE DOS_FROM END), ' ')
               INTO :WS-SPL-SPAN-FROM, :WS-SPL-SPAN-THRU
               FROM HCAS.CLAIM_LINE_STAGING
               WHERE CLAIM_ID = :WS-SPL-SPAN-CLAIM
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMADJ01: CLAIM SPAN READ ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-SPL-SPAN-CLAIM
               MOVE SPACES TO WS-SPL-SPAN-FROM
               MOVE SPACES TO WS-SPL-SPAN-THRU
               EXIT PARAGRAPH
           END-IF
           IF WS-SPL-SPAN-FROM IS NOT NUMERIC
           OR WS-SPL-SPAN-THRU IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SPL-SPAN-FROM TO WS-SPL-DATE-N
           COMPUTE WS-SPL-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-SPL-DATE-N)
           MOVE WS-SPL-SPAN-THRU TO WS-SPL-DATE-N
           COMPUTE WS-SPL-THRU-INT =
               FUNCTION INTEGER-OF-DATE(WS-SPL-DATE-N)
           IF WS-SPL-FROM-INT > ZERO
           AND WS-SPL-THRU-INT >= WS-SPL-FROM-INT
               COMPUTE WS-SPL-SPAN-DAYS =
                   WS-SPL-THRU-INT - WS-SPL-FROM-INT + 1
           END-IF.

       2050-CHECK-CLAIM-SPLIT.
      *--- ONLY AN ORIGINAL CLAIM THAT HAS NOT ALREADY BEEN    ---
      *    SPLIT IS A CANDIDATE. PHARMACY CLAIMS CARRY A SINGLE ---
      *    FILL DATE AND NEVER SPAN                              ---
           SET WS-SPL-NOT-SPLIT TO TRUE
           IF WS-STG-SPLIT-PARENT NOT = SPACES
           OR NOT WS-STG-FREQ-ORIGINAL
           OR WS-STG-CLAIM-TYPE = 'RX'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STG-CLAIM-ID TO WS-SPL-SPAN-CLAIM
           PERFORM 2040-GET-CLAIM-SPAN
           IF WS-SPL-SPAN-DAYS < 2
               EXIT PARAGRAPH
           END-IF
      *--- WALK THE SPAN ONE COVERAGE SEGMENT AT A TIME ---
           MOVE ZERO TO WS-SPL-SEG-COUNT
           SET WS-SPL-BUILD-OK TO TRUE
           MOVE WS-SPL-FROM-INT TO WS-SPL-CURR-INT
           PERFORM 2060-BUILD-ONE-SEGMENT
               UNTIL WS-SPL-CURR-INT > WS-SPL-THRU-INT
               OR WS-SPL-BUILD-FAILED
           IF WS-SPL-BUILD-FAILED
           OR WS-SPL-SEG-COUNT < 2
               EXIT PARAGRAPH
           END-IF
      *--- COUNT PASS: DEAL THE LINES OUT WITHOUT WRITING, SO A ---
      *    SEGMENT NO LINE FALLS IN (AN UNBILLED GAP) DROPS OUT  ---
           MOVE WS-STG-CLAIM-ID TO WS-SPL-PARENT-ID
           MOVE WS-STG-CLAIM-ID TO WS-SPL-CHILD-BASE
           SET WS-SPL-COUNT-PASS TO TRUE
           PERFORM 2080-DISTRIBUTE-LINES
           MOVE ZERO TO WS-SPL-CHILD-COUNT
           PERFORM 2070-ASSIGN-CHILD-ID
               VARYING WS-SPL-SEG-IDX FROM 1 BY 1
               UNTIL WS-SPL-SEG-IDX > WS-SPL-SEG-COUNT
           IF WS-SPL-BUILD-FAILED
           OR WS-SPL-CHILD-COUNT < 2
               EXIT PARAGRAPH
           END-IF
      *--- WRITE THE CHILDREN: HEADERS, LINE PIECES, DIAGNOSES ---
           PERFORM 2090-STAGE-CHILD-HEADER
               VARYING WS-SPL-SEG-IDX FROM 1 BY 1
               UNTIL WS-SPL-SEG-IDX > WS-SPL-SEG-COUNT
               OR WS-SPL-BUILD-FAILED
           IF WS-SPL-BUILD-OK
               SET WS-SPL-INSERT-PASS TO TRUE
               PERFORM 2080-DISTRIBUTE-LINES
           END-IF
           IF WS-SPL-BUILD-FAILED
               PERFORM 2099-REMOVE-CHILD-CLAIMS
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.CLAIM_STAGING
               SET    PROCESS_STATUS = 'S',
                      PROCESS_DATE = :WS-CURRENT-DATE
               WHERE CURRENT OF CLAIM-CURSOR
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMADJ01: SPLIT PARENT UPDATE ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-SPL-PARENT-ID
               PERFORM 2099-REMOVE-CHILD-CLAIMS
               EXIT PARAGRAPH
           END-IF
           SET WS-SPL-CLAIM-SPLIT TO TRUE
           MOVE WS-SPL-SPAN-DAYS TO WS-SPL-PARENT-DAYS
           ADD 1 TO WS-CLAIMS-SPLIT.

       2060-BUILD-ONE-SEGMENT.
      *--- THE SEGMENT STARTING ON WS-SPL-CURR-DATE RUNS TO THE ---
      *    EARLIEST OF THE ENROLLMENT TERM, THE BENEFIT PERIOD   ---
      *    END AND THE CLAIM'S LAST DATE. AN UNCOVERED STRETCH   ---
      *    RUNS TO THE DAY BEFORE THE NEXT ENROLLMENT STARTS     ---
           COMPUTE WS-SPL-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-SPL-CURR-INT)
           MOVE WS-SPL-DATE-N TO WS-SPL-CURR-DATE
           MOVE SPACES TO WS-SPL-SEG-YEAR-WORK
           EXEC SQL
               SELECT PLAN_CODE, TERM_DATE
               INTO :WS-SPL-ENR-PLAN, :WS-SPL-ENR-TERM
               FROM HCAS.ENROLLMENT
               WHERE MEMBER_ID = :WS-STG-MEMBER-ID
                 AND ELIG_STATUS = 'A'
                 AND EFF_DATE <= :WS-SPL-CURR-DATE
                 AND (TERM_DATE >= :WS-SPL-CURR-DATE
                      OR TERM_DATE = '99991231')
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE WS-SPL-ENR-TERM TO WS-SPL-SEG-END
                   MOVE WS-SPL-ENR-PLAN  TO WS-PER-PLAN-CODE
                   MOVE WS-SPL-CURR-DATE TO WS-PER-SVC-DATE
                   CALL 'ACCPER01' USING WS-PERIOD-REQUEST
                                         WS-PERIOD-RESPONSE
                   IF WS-PER-RC = '00'
                       MOVE WS-PER-BENEFIT-YEAR
                           TO WS-SPL-SEG-YEAR-WORK
                       IF WS-PER-END-DATE < WS-SPL-SEG-END
                       AND WS-PER-END-DATE >= WS-SPL-CURR-DATE
                           MOVE WS-PER-END-DATE TO WS-SPL-SEG-END
                       END-IF
                   END-IF
               WHEN +100
                   MOVE SPACES TO WS-SPL-ENR-PLAN
                   EXEC SQL
                       SELECT COALESCE(MIN(EFF_DATE), '99991231')
                       INTO :WS-SPL-NEXT-EFF
                       FROM HCAS.ENROLLMENT
                       WHERE MEMBER_ID = :WS-STG-MEMBER-ID
                         AND ELIG_STATUS = 'A'
                         AND EFF_DATE > :WS-SPL-CURR-DATE
                         AND EFF_DATE <= :WS-SPL-SPAN-THRU
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                   OR WS-SPL-NEXT-EFF = '99991231'
                       MOVE WS-SPL-SPAN-THRU TO WS-SPL-SEG-END
                   ELSE
                       MOVE WS-SPL-NEXT-EFF TO WS-SPL-DATE-N
                       COMPUTE WS-SPL-DATE-N =
                           FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-SPL-DATE-N)
                           - 1)
                       MOVE WS-SPL-DATE-N TO WS-SPL-SEG-END
                   END-IF
               WHEN OTHER
                   DISPLAY 'CLMADJ01: SPLIT ENROLLMENT READ ERROR '
                           'SQLCODE=' SQLCODE
                           ' CLM=' WS-STG-CLAIM-ID
                   SET WS-SPL-BUILD-FAILED TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-SPL-SEG-END > WS-SPL-SPAN-THRU
               MOVE WS-SPL-SPAN-THRU TO WS-SPL-SEG-END
           END-IF
      *--- THE LAST TABLE SLOT TAKES WHATEVER SPAN REMAINS ---
           IF WS-SPL-SEG-COUNT >= 11
               MOVE WS-SPL-SPAN-THRU TO WS-SPL-SEG-END
           END-IF
           IF WS-SPL-SEG-COUNT > ZERO
           AND WS-SPL-ENR-PLAN NOT = SPACES
           AND WS-SPL-ENR-PLAN = WS-SPL-SEG-PLAN(WS-SPL-SEG-COUNT)
           AND WS-SPL-SEG-YEAR-WORK =
               WS-SPL-SEG-YEAR(WS-SPL-SEG-COUNT)
               MOVE WS-SPL-SEG-END
                   TO WS-SPL-SEG-THRU(WS-SPL-SEG-COUNT)
           ELSE
               ADD 1 TO WS-SPL-SEG-COUNT
               MOVE WS-SPL-CURR-DATE
                   TO WS-SPL-SEG-FROM(WS-SPL-SEG-COUNT)
               MOVE WS-SPL-SEG-END
                   TO WS-SPL-SEG-THRU(WS-SPL-SEG-COUNT)
               MOVE WS-SPL-ENR-PLAN
                   TO WS-SPL-SEG-PLAN(WS-SPL-SEG-COUNT)
               MOVE WS-SPL-SEG-YEAR-WORK
                   TO WS-SPL-SEG-YEAR(WS-SPL-SEG-COUNT)
               MOVE SPACES TO WS-SPL-SEG-CHILD-ID(WS-SPL-SEG-COUNT)
               MOVE ZERO TO WS-SPL-SEG-CHARGES(WS-SPL-SEG-COUNT)
               MOVE ZERO TO WS-SPL-SEG-LINES(WS-SPL-SEG-COUNT)
           END-IF
           MOVE WS-SPL-SEG-END TO WS-SPL-DATE-N
           COMPUTE WS-SPL-CURR-INT =
               FUNCTION INTEGER-OF-DATE(WS-SPL-DATE-N) + 1.

       2070-ASSIGN-CHILD-ID.
      *--- ONLY SEGMENTS THAT RECEIVED A LINE BECOME CHILDREN ---
           IF WS-SPL-SEG-LINES(WS-SPL-SEG-IDX) > ZERO
               ADD 1 TO WS-SPL-CHILD-COUNT
               MOVE WS-SPL-CHILD-COUNT TO WS-SPL-CHILD-SEQ
               STRING WS-SPL-CHILD-BASE DELIMITED SPACE
                      'S'               DELIMITED SIZE
                      WS-SPL-CHILD-SEQ  DELIMITED SIZE
                      INTO WS-SPL-SEG-CHILD-ID(WS-SPL-SEG-IDX)
               END-STRING
      *--- LINE NUMBERING RESTARTS ON THE INSERT PASS ---
               MOVE ZERO TO WS-SPL-SEG-LINES(WS-SPL-SEG-IDX)
           END-IF.

       2080-DISTRIBUTE-LINES.
           MOVE WS-SPL-PARENT-ID TO WS-STG-CLAIM-ID
           SET WS-SPL-LINES-LEFT TO TRUE
           EXEC SQL OPEN LINE-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMADJ01: SPLIT LINE CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-STG-CLAIM-ID
               SET WS-SPL-BUILD-FAILED TO TRUE
           ELSE
               PERFORM 2081-SPLIT-ONE-LINE
                   UNTIL WS-SPL-LINES-DONE
                   OR WS-SPL-BUILD-FAILED
               EXEC SQL CLOSE LINE-CURSOR END-EXEC
           END-IF.

       2081-SPLIT-ONE-LINE.
           EXEC SQL
               FETCH LINE-CURSOR
               INTO :WS-STG-LN-SEQ,
                    :WS-STG-LN-PROC,
                    :WS-STG-LN-MOD1,
                    :WS-STG-LN-MOD2,
                    :WS-STG-LN-MOD3,
                    :WS-STG-LN-MOD4,
                    :WS-STG-LN-REV,
                    :WS-STG-LN-DOS-FROM,
                    :WS-STG-LN-DOS-THRU,
                    :WS-STG-LN-UNITS,
                    :WS-STG-LN-CHARGE,
                    :WS-STG-LN-NDC,
                    :WS-STG-LN-DRG,
                    :WS-STG-LN-DAYSUP,
                    :WS-STG-LN-CLIA,
                    :WS-STG-LN-DXPTR-1,
                    :WS-STG-LN-DXPTR-2,
                    :WS-STG-LN-DXPTR-3,
                    :WS-STG-LN-DXPTR-4
           END-EXEC
           IF SQLCODE = +100
               SET WS-SPL-LINES-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMADJ01: SPLIT LINE FETCH ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-STG-CLAIM-ID
               SET WS-SPL-BUILD-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STG-LN-DOS-FROM TO WS-SPL-LN-FROM
           IF WS-STG-LN-DOS-THRU > WS-STG-LN-DOS-FROM
               MOVE WS-STG-LN-DOS-THRU TO WS-SPL-LN-THRU
           ELSE
               MOVE WS-STG-LN-DOS-FROM TO WS-SPL-LN-THRU
           END-IF
           MOVE WS-SPL-LN-FROM TO WS-SPL-DATE-N
           COMPUTE WS-SPL-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-SPL-DATE-N)
           MOVE WS-SPL-LN-THRU TO WS-SPL-DATE-N
           COMPUTE WS-SPL-THRU-INT =
               FUNCTION INTEGER-OF-DATE(WS-SPL-DATE-N)
           COMPUTE WS-SPL-LN-DAYS =
               WS-SPL-THRU-INT - WS-SPL-FROM-INT + 1
           MOVE ZERO TO WS-SPL-LN-ALLOC-CHG
           MOVE ZERO TO WS-SPL-LN-ALLOC-UNITS
           PERFORM 2082-PLACE-LINE-PIECE
               VARYING WS-SPL-SEG-IDX FROM 1 BY 1
               UNTIL WS-SPL-SEG-IDX > WS-SPL-SEG-COUNT
               OR WS-SPL-BUILD-FAILED.

       2082-PLACE-LINE-PIECE.
           IF WS-SPL-SEG-THRU(WS-SPL-SEG-IDX) < WS-SPL-LN-FROM
           OR WS-SPL-SEG-FROM(WS-SPL-SEG-IDX) > WS-SPL-LN-THRU
               EXIT PARAGRAPH
           END-IF
           IF WS-SPL-INSERT-PASS
           AND WS-SPL-SEG-CHILD-ID(WS-SPL-SEG-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-SPL-SEG-FROM(WS-SPL-SEG-IDX) > WS-SPL-LN-FROM
               MOVE WS-SPL-SEG-FROM(WS-SPL-SEG-IDX) TO WS-SPL-OV-FROM
           ELSE
               MOVE WS-SPL-LN-FROM TO WS-SPL-OV-FROM
           END-IF
           IF WS-SPL-SEG-THRU(WS-SPL-SEG-IDX) < WS-SPL-LN-THRU
               MOVE WS-SPL-SEG-THRU(WS-SPL-SEG-IDX) TO WS-SPL-OV-THRU
           ELSE
               MOVE WS-SPL-LN-THRU TO WS-SPL-OV-THRU
           END-IF
           MOVE WS-SPL-OV-FROM TO WS-SPL-DATE-N
           COMPUTE WS-SPL-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-SPL-DATE-N)
           MOVE WS-SPL-OV-THRU TO WS-SPL-DATE-N
           COMPUTE WS-SPL-THRU-INT =
               FUNCTION INTEGER-OF-DATE(WS-SPL-DATE-N)
           COMPUTE WS-SPL-OV-DAYS =
               WS-SPL-THRU-INT - WS-SPL-FROM-INT + 1
      *--- THE PIECE ENDING ON THE LINE'S LAST DAY TAKES THE    ---
      *    ROUNDING REMAINDER SO THE PIECES FOOT TO THE LINE     ---
           IF WS-SPL-OV-THRU = WS-SPL-LN-THRU
               COMPUTE WS-SPL-PIECE-CHG =
                   WS-STG-LN-CHARGE - WS-SPL-LN-ALLOC-CHG
               COMPUTE WS-SPL-PIECE-UNITS =
                   WS-STG-LN-UNITS - WS-SPL-LN-ALLOC-UNITS
           ELSE
               COMPUTE WS-SPL-PIECE-CHG ROUNDED =
                   WS-STG-LN-CHARGE * WS-SPL-OV-DAYS
                   / WS-SPL-LN-DAYS
               COMPUTE WS-SPL-PIECE-UNITS ROUNDED =
                   WS-STG-LN-UNITS * WS-SPL-OV-DAYS
                   / WS-SPL-LN-DAYS
           END-IF
           ADD WS-SPL-PIECE-CHG   TO WS-SPL-LN-ALLOC-CHG
           ADD WS-SPL-PIECE-UNITS TO WS-SPL-LN-ALLOC-UNITS
           ADD 1 TO WS-SPL-SEG-LINES(WS-SPL-SEG-IDX)
           IF WS-SPL-COUNT-PASS
               ADD WS-SPL-PIECE-CHG
                   TO WS-SPL-SEG-CHARGES(WS-SPL-SEG-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SPL-SEG-LINES(WS-SPL-SEG-IDX) TO WS-SPL-PIECE-SEQ
           EXEC SQL
               INSERT INTO HCAS.CLAIM_LINE_STAGING
                   (CLAIM_ID, LINE_SEQ, PROC_CODE,
                    MODIFIER_1, MODIFIER_2, MODIFIER_3, MODIFIER_4,
                    REV_CODE, DOS_FROM, DOS_THRU, UNITS,
                    LINE_CHARGE, NDC_CODE, DRG_CODE, DAYS_SUPPLY,
                    CLIA_NUMBER, DIAG_PTR_1, DIAG_PTR_2,
                    DIAG_PTR_3, DIAG_PTR_4)
               VALUES
                   (:WS-SPL-SEG-CHILD-ID(WS-SPL-SEG-IDX),
                    :WS-SPL-PIECE-SEQ, :WS-STG-LN-PROC,
                    :WS-STG-LN-MOD1, :WS-STG-LN-MOD2,
                    :WS-STG-LN-MOD3, :WS-STG-LN-MOD4,
                    :WS-STG-LN-REV, :WS-SPL-OV-FROM,
                    :WS-SPL-OV-THRU, :WS-SPL-PIECE-UNITS,
                    :WS-SPL-PIECE-CHG, :WS-STG-LN-NDC,
                    :WS-STG-LN-DRG, :WS-STG-LN-DAYSUP,
                    :WS-STG-LN-CLIA,
                    :WS-STG-LN-DXPTR-1, :WS-STG-LN-DXPTR-2,
                    :WS-STG-LN-DXPTR-3, :WS-STG-LN-DXPTR-4)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMADJ01: SPLIT LINE INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' CLM=' WS-SPL-SEG-CHILD-ID(WS-SPL-SEG-IDX)
               SET WS-SPL-BUILD-FAILED TO TRUE
           END-IF.

       2090-STAGE-CHILD-HEADER.
      *--- THE CHILD HEADER IS THE PARENT'S, UNDER ITS OWN ID,  ---
      *    WITH ITS OWN CHARGES AND THE LINK BACK TO THE PARENT. ---
      *    STATUS 'C' HOLDS IT OUT OF THE INTAKE CURSOR WHILE IT ---
      *    ADJUDICATES IN LINE                                   ---
           IF WS-SPL-SEG-CHILD-ID(WS-SPL-SEG-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO HCAS.CLAIM_STAGING
                   (CLAIM_ID, CLAIM_TYPE, MEMBER_ID,
                    SUBSCRIBER_ID, PATIENT_ACCT_NO,
                    MEMBER_DOB, MEMBER_SEX,
                    BILLING_NPI, RENDERING_NPI, FACILITY_NPI,
                    REFERRING_NPI, PLACE_OF_SERVICE,
                    PROVIDER_TAX_ID, PRINCIPAL_DIAG, ADMIT_DIAG,
                    TOTAL_CHARGES, RECEIPT_DATE, SOURCE_CODE,
                    FILING_OVERRIDE, FREQUENCY_CODE,
                    RELATIONSHIP_CODE, PROCESS_STATUS,
                    SPLIT_PARENT_ID, TYPE_OF_BILL,
                    DISCHARGE_STATUS, DAW_CODE, PAYEE_IND,
                    IMAGE_DOC_ID)
               SELECT :WS-SPL-SEG-CHILD-ID(WS-SPL-SEG-IDX),
                      CLAIM_TYPE, MEMBER_ID,
                      SUBSCRIBER_ID, PATIENT_ACCT_NO,
                      MEMBER_DOB, MEMBER_SEX,
                      BILLING_NPI, RENDERING_NPI, FACILITY_NPI,
                      REFERRING_NPI, PLACE_OF_SERVICE,
                      PROVIDER_TAX_ID, PRINCIPAL_DIAG, ADMIT_DIAG,
                      :WS-SPL-SEG-CHARGES(WS-SPL-SEG-IDX),
                      RECEIPT_DATE, SOURCE_CODE,
                      FILING_OVERRIDE, FREQUENCY_CODE,
                      RELATIONSHIP_CODE, 'C',
                      :WS-SPL-PARENT-ID, TYPE_OF_BILL,
                      DISCHARGE_STATUS, DAW_CODE, PAYEE_IND,
                      IMAGE_DOC_ID
               FROM HCAS.CLAIM_STAGING
               WHERE CLAIM_ID = :WS-SPL-PARENT-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMADJ01: SPLIT CLAIM INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' CLM=' WS-SPL-SEG-CHILD-ID(WS-SPL-SEG-IDX)
               SET WS-SPL-BUILD-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO HCAS.CLAIM_DIAG_STAGING
                   (CLAIM_ID, DIAG_SEQ, DIAG_CODE, POA_IND)
               SELECT :WS-SPL-SEG-CHILD-ID(WS-SPL-SEG-IDX),
                      DIAG_SEQ, DIAG_CODE, POA_IND
               FROM HCAS.CLAIM_DIAG_STAGING
               WHERE CLAIM_ID = :WS-SPL-PARENT-ID
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               DISPLAY 'CLMADJ01: SPLIT DIAG INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' CLM=' WS-SPL-SEG-CHILD-ID(WS-SPL-SEG-IDX)
               SET WS-SPL-BUILD-FAILED TO TRUE
           END-IF.

       2095-ADJUDICATE-CHILD.
           IF WS-SPL-SEG-CHILD-ID(WS-SPL-SEG-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SPL-SAVED-HEADER TO WS-STG-CLAIM
           MOVE WS-SPL-SEG-CHILD-ID(WS-SPL-SEG-IDX)
               TO WS-STG-CLAIM-ID
           MOVE WS-SPL-SEG-CHARGES(WS-SPL-SEG-IDX)
               TO WS-STG-TOTAL-CHARGES
           MOVE WS-SPL-PARENT-ID TO WS-STG-SPLIT-PARENT
           SET WS-SPL-INLINE-CHILD TO TRUE
           PERFORM 2100-ADJUDICATE-ONE-CLAIM.

       2099-REMOVE-CHILD-CLAIMS.
      *--- A SPLIT THAT CANNOT BE STAGED WHOLE IS BACKED OUT AND ---
      *    THE CLAIM ADJUDICATES UNSPLIT AS BEFORE               ---
           MOVE WS-SPL-PARENT-ID TO WS-STG-CLAIM-ID
           EXEC SQL
               DELETE FROM HCAS.CLAIM_LINE_STAGING
               WHERE CLAIM_ID IN
                     (SELECT CLAIM_ID FROM HCAS.CLAIM_STAGING
                      WHERE SPLIT_PARENT_ID = :WS-SPL-PARENT-ID)
           END-EXEC
           EXEC SQL
               DELETE FROM HCAS.CLAIM_DIAG_STAGING
               WHERE CLAIM_ID IN
                     (SELECT CLAIM_ID FROM HCAS.CLAIM_STAGING
                      WHERE SPLIT_PARENT_ID = :WS-SPL-PARENT-ID)
           END-EXEC
           EXEC SQL
               DELETE FROM HCAS.CLAIM_STAGING
               WHERE SPLIT_PARENT_ID = :WS-SPL-PARENT-ID
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               DISPLAY 'CLMADJ01: SPLIT BACKOUT ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-SPL-PARENT-ID
           END-IF
           SET WS-SPL-NOT-SPLIT TO TRUE.

       2100-ADJUDICATE-ONE-CLAIM.
           ADD 1 TO WS-CLAIMS-PROCESSED
           SET WS-CLAIM-VALID TO TRUE
           SET WS-ELIG-NOT-VERIFIED TO TRUE
           SET WS-ELIG-NO-RECYCLE TO TRUE
           SET WS-CAP-NONE-CAPPED TO TRUE
           SET WS-REF-NOT-MATCHED TO TRUE
           SET WS-TB-PRICE-NORMAL TO TRUE
           MOVE 1 TO WS-EDIT-IDX
           INITIALIZE WS-EDIT-CODE-TABLE
           INITIALIZE WS-BENEFIT-WORK
           INITIALIZE WS-PA-LINE-AUTH-TABLE
           INITIALIZE WS-PA-INCLAIM-TABLE
           INITIALIZE WS-FRM-LINE-TIER-TABLE
           INITIALIZE WS-LN-EXTRA-MOD-TABLE
           INITIALIZE WS-DME-LINE-TABLE
           INITIALIZE WS-LN-COST-SHARE-TABLE
           INITIALIZE WS-CLIA-LINE-TABLE
           INITIALIZE WS-MN-LINE-TABLE
           INITIALIZE WS-ACC-PERIOD-WORK
           MOVE ZERO TO WS-PA-IC-COUNT
           MOVE WS-STG-RECEIPT-DATE TO WS-ELIG-AS-OF-DATE
           IF WS-STG-SPLIT-PARENT NOT = SPACES
               MOVE WS-STG-CLAIM-ID TO WS-SPL-SPAN-CLAIM
               PERFORM 2040-GET-CLAIM-SPAN
               IF WS-SPL-SPAN-FROM IS NUMERIC
                   MOVE WS-SPL-SPAN-FROM TO WS-ELIG-AS-OF-DATE
               END-IF
           END-IF
      *--- PHASE 1: DATA VALIDATION ---
           PERFORM 3000-VALIDATE-CLAIM-DATA
      *--- PHASE 1B: DIAGNOSIS/PROCEDURE CODE VALIDITY ---
           AND WS-STG-CLAIM-TYPE NOT = 'RX'
               PERFORM 4500-CHECK-PRIOR-AUTH
           END-IF
      *--- PHASE 2B2: INPATIENT BILLED DAYS AGAINST THE DAYS    ---
      *    APPROVED THROUGH CONCURRENT REVIEW (FINAL BILLS ONLY)  ---
           IF WS-CLAIM-VALID AND WS-ELIG-VERIFIED
           AND WS-STG-CLAIM-TYPE = 'IN'
           AND WS-STG-SPLIT-PARENT = SPACES
           AND (WS-STG-TOB-FINAL OR WS-STG-TOB-FREQ = SPACE)
               PERFORM 4550-CHECK-REVIEWED-DAYS
           END-IF
      *--- PHASE 2C: REFERRAL VERIFICATION (GATEKEEPER PRODUCTS) ---
           IF WS-CLAIM-VALID AND WS-ELIG-VERIFIED
           AND WS-STG-CLAIM-TYPE = 'PR'
           IF WS-CLAIM-VALID AND WS-PRV-VALIDATED
               PERFORM 5500-CHECK-DUPLICATES
           END-IF
      *--- PHASE 4B: INSTITUTIONAL TYPE OF BILL - A DRG INTERIM  ---
      *    BILL HOLDS FOR THE FINAL BILL AND A LATE-CHARGE BILL   ---
      *    ROLLS INTO ITS ORIGINAL ADMISSION; NEITHER PRICES HERE ---
           IF WS-CLAIM-VALID AND WS-NOT-DUPLICATE
           AND WS-STG-CLAIM-TYPE = 'IN'
               PERFORM 5600-APPLY-TYPE-OF-BILL
           END-IF
      *--- PHASE 5: PRICING ---
           IF WS-CLAIM-VALID AND WS-NOT-DUPLICATE
           AND WS-TB-PRICE-NORMAL
               PERFORM 6000-PRICE-CLAIM
           END-IF
      *--- PHASE 5A: A SPLIT CHILD OF A DRG STAY PAYS ITS SHARE ---
           IF WS-CLAIM-VALID AND WS-PRC-RSP-RC = '00'
           AND WS-STG-SPLIT-PARENT NOT = SPACES
           AND WS-STG-CLAIM-TYPE = 'IN'
               PERFORM 6050-PRORATE-SPLIT-DRG
           END-IF
      *--- PHASE 5B: SERVICE LIMIT ENFORCEMENT ---
           IF WS-CLAIM-VALID AND WS-PRC-RSP-RC = '00'
               PERFORM 6300-APPLY-SERVICE-LIMITS
           END-IF
      *--- PHASE 5B1: GLOBAL SURGICAL PACKAGE (PROFESSIONAL) ---
           IF WS-CLAIM-VALID AND WS-PRC-RSP-RC = '00'
           AND WS-STG-CLAIM-TYPE = 'PR'
               PERFORM 6200-CHECK-GLOBAL-SURGERY
           END-IF
      *--- PHASE 5B2: FORMULARY ENFORCEMENT (RX CLAIMS) ---
           IF WS-CLAIM-VALID AND WS-PRC-RSP-RC = '00'
           AND WS-STG-CLAIM-TYPE = 'RX'
               PERFORM 6420-APPLY-FORMULARY
           END-IF
      *--- PHASE 5B3: DME CAPPED RENTAL / RENTAL-TO-PURCHASE ---
           IF WS-CLAIM-VALID AND WS-PRC-RSP-RC = '00'
           AND WS-STG-CLAIM-TYPE = 'PR'
               PERFORM 6260-APPLY-DME-RENTAL
           END-IF
      *--- PHASE 5B4: CLIA CERTIFICATE ON LAB LINES ---
           IF WS-CLAIM-VALID AND WS-PRC-RSP-RC = '00'
           AND WS-STG-CLAIM-TYPE = 'PR'
               PERFORM 6100-CHECK-CLIA
           END-IF
      *--- PHASE 5B5: COVERAGE POLICY - DIAGNOSIS SUPPORTS SERVICE ---
           IF WS-CLAIM-VALID AND WS-PRC-RSP-RC = '00'
           AND (WS-STG-CLAIM-TYPE = 'PR' OR WS-STG-CLAIM-TYPE = 'IN')
               PERFORM 6150-CHECK-COVERAGE-POLICY
           END-IF
      *--- PHASE 5C: RENTAL (WRAP) NETWORK REPRICE OVERRIDE ---
           IF WS-CLAIM-VALID AND WS-PRC-RSP-RC = '00'
               PERFORM 6480-APPLY-WRAP-REPRICE
           END-IF
      *--- PHASE 5D: ORTHO BANDING PAYS THE INITIAL PAYMENT ---
           SET WS-ORT-NO-CASE TO TRUE
           IF WS-CLAIM-VALID AND WS-PRC-RSP-RC = '00'
           AND WS-STG-CLAIM-TYPE = 'DN'
               PERFORM 6190-SCHEDULE-ORTHO-CASE
           END-IF
      *--- PHASE 6: BENEFIT APPLICATION ---
           IF WS-CLAIM-VALID AND WS-TB-PRICE-NORMAL
               PERFORM 6500-APPLY-BENEFITS
           END-IF
      *--- PHASE 6A2: CAPITATED-SERVICE ZERO-PAY (LEAKAGE) ---
           IF WS-CLAIM-VALID AND WS-TB-PRICE-NORMAL
           AND WS-PRV-RSP-CONTR-TYPE = 'CP'
               PERFORM 6450-APPLY-CAPITATION
           END-IF
      *--- PHASE 6B: COORDINATION OF BENEFITS (SECONDARY PAYER) ---
           IF WS-CLAIM-VALID AND WS-TB-PRICE-NORMAL
               PERFORM 6600-PROCESS-COB
           END-IF
      *--- PHASE 7: FINALIZE AND STORE ---
           PERFORM 7000-FINALIZE-CLAIM.

       2500-MASS-REPROCESS-QUEUE.
           EXEC SQL OPEN REPROCESS-CURSOR END-EXEC
           MOVE WS-RPR-PLACE-OF-SVC  TO WS-PRC-PLACE-OF-SVC
           MOVE WS-RPR-PAR-STATUS    TO WS-PRC-PAR-STATUS
           MOVE WS-RPR-PRINC-DIAG    TO WS-PRC-PRINCIPAL-DIAG
           MOVE SPACES               TO WS-PRC-DISCHARGE-STATUS
           MOVE ZERO                 TO WS-PRC-LENGTH-OF-STAY
           MOVE SPACE                TO WS-PRC-DAW-CODE
           MOVE WS-RPR-LINE-COUNT    TO WS-PRC-LINE-COUNT
           PERFORM 2731-MOVE-LINE-TO-REQUEST
               VARYING WS-RPR-LN-IDX FROM 1 BY 1
                    :WS-STG-LN-CHARGE,
                    :WS-STG-LN-NDC,
                    :WS-STG-LN-DRG,
                    :WS-STG-LN-DAYSUP,
                    :WS-STG-LN-CLIA,
                    :WS-STG-LN-DXPTR-1,
                    :WS-STG-LN-DXPTR-2,
                    :WS-STG-LN-DXPTR-3,
                    :WS-STG-LN-DXPTR-4
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-LINE-COUNT
                   WS-PRC-LN-PROC(WS-LINE-COUNT)
               MOVE WS-STG-LN-MOD1   TO
                   WS-PRC-LN-MOD(WS-LINE-COUNT)
               MOVE WS-STG-LN-MOD2   TO
                   WS-LN-XMOD(WS-LINE-COUNT, 1)
               MOVE WS-STG-LN-MOD3   TO
                   WS-LN-XMOD(WS-LINE-COUNT, 2)
               MOVE WS-STG-LN-MOD4   TO
                   WS-LN-XMOD(WS-LINE-COUNT, 3)
               MOVE WS-STG-LN-REV    TO
                   WS-PRC-LN-REV(WS-LINE-COUNT)
               MOVE WS-STG-LN-DOS-FROM TO
                   WS-PRC-LN-NDC(WS-LINE-COUNT)
               MOVE WS-STG-LN-DAYSUP TO
                   WS-PRC-LN-DAYSUP(WS-LINE-COUNT)
               MOVE WS-STG-LN-CLIA   TO
                   WS-CLIA-LN-NUMBER(WS-LINE-COUNT)
               MOVE WS-STG-LN-DXPTR-1 TO
                   WS-MN-LN-DXPTR(WS-LINE-COUNT, 1)
               MOVE WS-STG-LN-DXPTR-2 TO
                   WS-MN-LN-DXPTR(WS-LINE-COUNT, 2)
               MOVE WS-STG-LN-DXPTR-3 TO
                   WS-MN-LN-DXPTR(WS-LINE-COUNT, 3)
               MOVE WS-STG-LN-DXPTR-4 TO
                   WS-MN-LN-DXPTR(WS-LINE-COUNT, 4)
           END-IF.

       3500-VALIDATE-CODES.
                      E.EFF_DATE,
                      E.TERM_DATE,
                      B.NETWORK_ID,
                      B.IND_DEDUCTIBLE,
                      B.IND_OOP_MAX,
                      B.COPAY_PCP,
                      B.COINSURANCE_IN,
                      B.PREAUTH_REQUIRED,
                      B.LOB_CODE,
                      B.FAM_DEDUCTIBLE,
                      B.FAM_OOP_MAX,
                      COALESCE(B.FAM_EMBEDDED, 'Y'),
                      COALESCE(B.ACA_GRANDFATHERED, 'Y')
               INTO :WS-ELIG-STATUS,
                    :WS-ELIG-PLAN-CODE,
                    :WS-ELIG-GROUP-ID,
                    :WS-ELIG-EFF-DATE,
                    :WS-ELIG-TERM-DATE,
                    :WS-ELIG-NETWORK-ID,
                    :WS-ELIG-PLAN-DEDUCT,
                    :WS-ELIG-PLAN-OOP,
                    :WS-ELIG-COPAY-AMT,
                    :WS-ELIG-COINS-PCT,
                    :WS-ELIG-PREAUTH-REQ,
                    :WS-ELIG-LOB-CODE,
                    :WS-ELIG-FAM-DEDUCT-LIMIT,
                    :WS-ELIG-FAM-OOP-LIMIT,
                    :WS-ELIG-FAM-EMBEDDED,
                    :WS-ELIG-ACA-GRANDFATHERED
               FROM HCAS.ENROLLMENT E
               INNER JOIN HCAS.BENEFIT_PLAN B
                   ON E.PLAN_CODE = B.PLAN_CODE
                  AND B.STATUS = 'A'
               WHERE E.MEMBER_ID = :WS-STG-MEMBER-ID
                 AND E.ELIG_STATUS = 'A'
                 AND E.EFF_DATE <= :WS-ELIG-AS-OF-DATE
                 AND (E.TERM_DATE >= :WS-ELIG-AS-OF-DATE
                      OR E.TERM_DATE = '99991231')
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   SET WS-ELIG-VERIFIED TO TRUE
                   MOVE WS-STG-MEMBER-ID TO WS-ACC-LOOKUP-MBR
                   PERFORM 4040-LOAD-PERIOD-ACCUMULATORS
                   COMPUTE WS-BEN-DEDUCT-REMAINING =
                       WS-ELIG-DEDUCT-LIMIT -
                       WS-ELIG-DEDUCT-YTD
                   ADD 1 TO WS-EDIT-IDX
           END-EVALUATE.

       4040-LOAD-PERIOD-ACCUMULATORS.
      *--- THE CLAIM DRAWS ON THE INDIVIDUAL BUCKET FOR THE      ---
      *    BENEFIT PERIOD ITS FIRST DATE OF SERVICE FALLS IN. A  ---
      *    PERIOD NOT YET OPENED BY THE YEAR-END ROLLOVER        ---
      *    (ACCROL01) - A NEW ENROLLEE, OR A CLAIM THAT BEATS    ---
      *    THE ROLLOVER - IS OPENED HERE EMPTY UNDER THE PLAN'S  ---
      *    LIMITS. A LATE CLAIM FOR A CLOSED PERIOD STILL FINDS  ---
      *    AND POSTS TO ITS OWN PERIOD'S ROW                     ---
           MOVE WS-ELIG-PLAN-CODE TO WS-PER-PLAN-CODE
           MOVE WS-PRC-LN-DOS(1)  TO WS-PER-SVC-DATE
           CALL 'ACCPER01' USING WS-PERIOD-REQUEST
                                 WS-PERIOD-RESPONSE
           MOVE WS-PER-BENEFIT-YEAR TO WS-ACC-BENEFIT-YEAR
           MOVE ZERO TO WS-ELIG-DEDUCT-YTD
           MOVE ZERO TO WS-ELIG-OOP-YTD
           EXEC SQL
               SELECT DEDUCTIBLE_YTD, DEDUCTIBLE_LIMIT,
                      OOP_YTD, OOP_LIMIT
               INTO :WS-ELIG-DEDUCT-YTD, :WS-ELIG-DEDUCT-LIMIT,
                    :WS-ELIG-OOP-YTD, :WS-ELIG-OOP-LIMIT
               FROM HCAS.ACCUMULATORS
               WHERE MEMBER_ID = :WS-ACC-LOOKUP-MBR
                 AND PLAN_CODE = :WS-ELIG-PLAN-CODE
                 AND COALESCE(ACCUM_TYPE, 'I') = 'I'
                 AND BENEFIT_YEAR = :WS-ACC-BENEFIT-YEAR
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   MOVE WS-ELIG-PLAN-DEDUCT TO WS-ELIG-DEDUCT-LIMIT
                   MOVE WS-ELIG-PLAN-OOP    TO WS-ELIG-OOP-LIMIT
                   EXEC SQL
                       INSERT INTO HCAS.ACCUMULATORS
                           (MEMBER_ID, PLAN_CODE, ACCUM_TYPE,
                            BENEFIT_YEAR,
                            DEDUCTIBLE_YTD, DEDUCTIBLE_LIMIT,
                            OOP_YTD, OOP_LIMIT, LAST_UPDATE_DATE)
                       VALUES
                           (:WS-ACC-LOOKUP-MBR, :WS-ELIG-PLAN-CODE,
                            'I', :WS-ACC-BENEFIT-YEAR,
                            0, :WS-ELIG-DEDUCT-LIMIT,
                            0, :WS-ELIG-OOP-LIMIT,
                            :WS-CURRENT-DATE)
                   END-EXEC
                   IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
                       DISPLAY 'CLMADJ01: ACCUM PERIOD OPEN ERROR '
                               'SQLCODE=' SQLCODE
                               ' MBR=' WS-ACC-LOOKUP-MBR
                               ' YR=' WS-ACC-BENEFIT-YEAR
                   END-IF
               WHEN OTHER
                   DISPLAY 'CLMADJ01: ACCUM PERIOD READ ERROR '
                           'SQLCODE=' SQLCODE
                           ' MBR=' WS-ACC-LOOKUP-MBR
                   SET WS-CLAIM-INVALID TO TRUE
                   IF WS-EDIT-IDX <= 20
                       MOVE 'EL099' TO WS-EDIT-CODE(WS-EDIT-IDX)
                       ADD 1 TO WS-EDIT-IDX
                   END-IF
           END-EVALUATE.

       4050-APPLY-FAMILY-ACCUMULATORS.
      *--- WHEN THE PLAN CARRIES FAMILY-LEVEL LIMITS, THE       ---
      *    HOUSEHOLD'S FAMILY ACCUMULATOR ROW (KEYED BY THE     ---
                   WHERE MEMBER_ID = :WS-STG-SUBSCRIBER-ID
                     AND PLAN_CODE = :WS-ELIG-PLAN-CODE
                     AND ACCUM_TYPE = 'F'
                     AND BENEFIT_YEAR = :WS-ACC-BENEFIT-YEAR
               END-EXEC
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
                   DISPLAY 'CLMADJ01: FAMILY ACCUM READ ERROR '
                      E.EFF_DATE,
                      E.TERM_DATE,
                      B.NETWORK_ID,
                      B.IND_DEDUCTIBLE,
                      B.IND_OOP_MAX,
                      B.COPAY_PCP,
                      B.COINSURANCE_IN,
                      B.PREAUTH_REQUIRED,
                      B.LOB_CODE,
                      B.FAM_DEDUCTIBLE,
                      B.FAM_OOP_MAX,
                      COALESCE(B.FAM_EMBEDDED, 'Y'),
                      COALESCE(B.ACA_GRANDFATHERED, 'Y')
               INTO :WS-ELIG-STATUS,
                    :WS-ELIG-PLAN-CODE,
                    :WS-ELIG-GROUP-ID,
                    :WS-ELIG-EFF-DATE,
                    :WS-ELIG-TERM-DATE,
                    :WS-ELIG-NETWORK-ID,
                    :WS-ELIG-PLAN-DEDUCT,
                    :WS-ELIG-PLAN-OOP,
                    :WS-ELIG-COPAY-AMT,
                    :WS-ELIG-COINS-PCT,
                    :WS-ELIG-PREAUTH-REQ,
                    :WS-ELIG-LOB-CODE,
                    :WS-ELIG-FAM-DEDUCT-LIMIT,
                    :WS-ELIG-FAM-OOP-LIMIT,
                    :WS-ELIG-FAM-EMBEDDED,
                    :WS-ELIG-ACA-GRANDFATHERED
               FROM HCAS.ENROLLMENT E
               INNER JOIN HCAS.BENEFIT_PLAN B
                   ON E.PLAN_CODE = B.PLAN_CODE
                  AND B.STATUS = 'A'
               WHERE E.MEMBER_ID = :WS-STG-SUBSCRIBER-ID
                 AND E.ELIG_STATUS = 'A'
                 AND E.EFF_DATE <= :WS-PRC-LN-DOS(1)
           END-EXEC
           IF SQLCODE = ZERO
               SET WS-ELIG-VERIFIED TO TRUE
               MOVE WS-STG-SUBSCRIBER-ID TO WS-ACC-LOOKUP-MBR
               PERFORM 4040-LOAD-PERIOD-ACCUMULATORS
               COMPUTE WS-BEN-DEDUCT-REMAINING =
                   WS-ELIG-DEDUCT-LIMIT -
                   WS-ELIG-DEDUCT-YTD
      *--- EMPTY INDIVIDUAL ACCUMULATOR BUCKET UNDER HER LIMITS ---
           EXEC SQL
               INSERT INTO HCAS.ACCUMULATORS
                   (MEMBER_ID, PLAN_CODE, ACCUM_TYPE, BENEFIT_YEAR,
                    DEDUCTIBLE_YTD, DEDUCTIBLE_LIMIT,
                    OOP_YTD, OOP_LIMIT, LAST_UPDATE_DATE)
               VALUES
                   (:WS-STG-MEMBER-ID, :WS-ELIG-PLAN-CODE, 'I',
                    :WS-ACC-BENEFIT-YEAR,
                    0, :WS-ELIG-DEDUCT-LIMIT,
                    0, :WS-ELIG-OOP-LIMIT,
                    :WS-CURRENT-DATE)
                   TO WS-PA-IC-UNITS(WS-PA-IC-SUB)
           END-IF.

       4550-CHECK-REVIEWED-DAYS.
      *--- THE STAY THE BILL COVERS IS THE MEMBER'S LATEST STAY  ---
      *    AT THE FACILITY ADMITTED WITHIN THE BILLED SPAN. NO   ---
      *    STAY, OR A STAY NEVER AUTHORIZED, IS LEFT TO THE      ---
      *    PRIOR AUTH MATCH                                      ---
           MOVE WS-STG-CLAIM-ID TO WS-SPL-SPAN-CLAIM
           PERFORM 2040-GET-CLAIM-SPAN
           IF WS-SPL-SPAN-FROM IS NOT NUMERIC
           OR WS-SPL-SPAN-THRU IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT STAY_ID, COALESCE(AUTH_NO, ' '),
                      COALESCE(AUTH_DAYS, 0)
               INTO :WS-RD-STAY-ID, :WS-RD-AUTH-NO,
                    :WS-RD-REVIEWED-DAYS
               FROM HCAS.INPATIENT_STAY
               WHERE MEMBER_ID = :WS-STG-MEMBER-ID
                 AND (FACILITY_NPI = :WS-STG-FACILITY-NPI
                      OR FACILITY_NPI = :WS-STG-BILLING-NPI)
                 AND STAY_STATUS <> 'X'
                 AND ADMIT_DATE >= :WS-SPL-SPAN-FROM
                 AND ADMIT_DATE <= :WS-SPL-SPAN-THRU
               ORDER BY ADMIT_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'CLMADJ01: INPATIENT STAY LOOKUP ERROR '
                           'SQLCODE=' SQLCODE
                           ' CLM=' WS-STG-CLAIM-ID
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-RD-AUTH-NO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-RD-BILLED-DAYS
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LINE-COUNT
               IF WS-PRC-LN-REV(WS-LN-IDX) >= WS-RD-REV-LOW
               AND WS-PRC-LN-REV(WS-LN-IDX) <= WS-RD-REV-HIGH
                   ADD WS-PRC-LN-UNITS(WS-LN-IDX)
                       TO WS-RD-BILLED-DAYS
               END-IF
           END-PERFORM
      *--- NO ROOM AND BOARD LINES - THE MIDNIGHTS IN THE SPAN ---
           IF WS-RD-BILLED-DAYS = ZERO
               COMPUTE WS-RD-BILLED-DAYS = WS-SPL-SPAN-DAYS - 1
               IF WS-RD-BILLED-DAYS < 1
                   MOVE 1 TO WS-RD-BILLED-DAYS
               END-IF
           END-IF
           IF WS-RD-BILLED-DAYS > WS-RD-REVIEWED-DAYS
               SET WS-CLAIM-INVALID TO TRUE
               MOVE 'UA002' TO WS-EDIT-CODE(WS-EDIT-IDX)
               ADD 1 TO WS-EDIT-IDX
           END-IF.

       4600-CHECK-REFERRAL.
      *--- PROFESSIONAL CLAIMS FOR HMO/POS GATEKEEPER MEMBERS     ---
      *    MUST TRACE TO A VALID OPEN REFERRAL WHEN THE PLAN      ---
           AND WS-VR-DENTAL-YEAR NOT = SPACES
               PERFORM 5446-BACK-OUT-VISION-ACCUM
           END-IF
           IF WS-VR-CLAIM-TYPE = 'PR'
               PERFORM 5447-BACK-OUT-DME-RENTAL
           END-IF
           PERFORM 5450-WRITE-REVERSAL-ADJ
           IF WS-VR-WITHHOLD-AMT > ZERO
               PERFORM 5455-RELIEVE-WITHHOLD-LEDGER
               WS-VR-COPAY-AMT +
               WS-VR-DEDUCT-AMT +
               WS-VR-COINS-AMT
      *--- THE BACKOUT COMES OFF THE PERIOD THE ORIGINAL CLAIM  ---
      *    POSTED TO - ITS OWN FIRST DATE OF SERVICE - EVEN     ---
      *    WHEN THE REPLACEMENT ARRIVES AFTER THE ROLLOVER      ---
           PERFORM 5435-RESOLVE-ORIGINAL-PERIOD
      *--- CAPTURE THE BALANCES BEFORE THE BACKOUT FOR THE ---
      *    ACCUMULATOR LEDGER                               ---
           MOVE ZERO TO WS-AL-CURR-DEDUCT
               WHERE MEMBER_ID = :WS-STG-MEMBER-ID
                 AND PLAN_CODE = :WS-ELIG-PLAN-CODE
                 AND COALESCE(ACCUM_TYPE, 'I') = 'I'
                 AND BENEFIT_YEAR = :WS-VR-BENEFIT-YEAR
           END-EXEC
           EXEC SQL
               UPDATE HCAS.ACCUMULATORS
               WHERE  MEMBER_ID = :WS-STG-MEMBER-ID
                 AND  PLAN_CODE = :WS-ELIG-PLAN-CODE
                 AND  COALESCE(ACCUM_TYPE, 'I') = 'I'
                 AND  BENEFIT_YEAR = :WS-VR-BENEFIT-YEAR
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               DISPLAY 'CLMADJ01: VR ACCUM BACKOUT ERROR SQLCODE='
               MOVE WS-STG-MEMBER-ID    TO WS-AL-MEMBER-ID
               MOVE 'I'                 TO WS-AL-ACCUM-TYPE
               MOVE WS-VR-ORIG-CLAIM-ID TO WS-AL-CLAIM-ID
               MOVE WS-VR-BENEFIT-YEAR  TO WS-AL-BENEFIT-YEAR
               IF WS-VR-DEDUCT-AMT NOT = ZERO
                   MOVE 'DED' TO WS-AL-BUCKET
                   MOVE WS-AL-CURR-DEDUCT TO WS-AL-PRIOR-BAL
                   WHERE MEMBER_ID = :WS-STG-SUBSCRIBER-ID
                     AND PLAN_CODE = :WS-ELIG-PLAN-CODE
                     AND ACCUM_TYPE = 'F'
                     AND BENEFIT_YEAR = :WS-VR-BENEFIT-YEAR
               END-EXEC
               EXEC SQL
                   UPDATE HCAS.ACCUMULATORS
                   WHERE  MEMBER_ID = :WS-STG-SUBSCRIBER-ID
                     AND  PLAN_CODE = :WS-ELIG-PLAN-CODE
                     AND  ACCUM_TYPE = 'F'
                     AND  BENEFIT_YEAR = :WS-VR-BENEFIT-YEAR
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE WS-STG-SUBSCRIBER-ID TO WS-AL-MEMBER-ID
                       MOVE 'F'                  TO WS-AL-ACCUM-TYPE
                       MOVE WS-VR-ORIG-CLAIM-ID  TO WS-AL-CLAIM-ID
                       MOVE WS-VR-BENEFIT-YEAR   TO WS-AL-BENEFIT-YEAR
                       IF WS-VR-DEDUCT-AMT NOT = ZERO
                           MOVE 'DED' TO WS-AL-BUCKET
                           MOVE WS-AL-CURR-DEDUCT TO WS-AL-PRIOR-BAL
               END-EVALUATE
           END-IF.

       5435-RESOLVE-ORIGINAL-PERIOD.
           MOVE SPACES TO WS-VR-ORIG-DOS
           EXEC SQL
               SELECT DOS_FROM
               INTO :WS-VR-ORIG-DOS
               FROM HCAS.CLAIM_LINE
               WHERE CLAIM_ID = :WS-VR-ORIG-CLAIM-ID
               ORDER BY LINE_SEQ
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE WS-PRC-LN-DOS(1) TO WS-VR-ORIG-DOS
           END-IF
           MOVE WS-ELIG-PLAN-CODE TO WS-PER-PLAN-CODE
           MOVE WS-VR-ORIG-DOS    TO WS-PER-SVC-DATE
           CALL 'ACCPER01' USING WS-PERIOD-REQUEST
                                 WS-PERIOD-RESPONSE
           MOVE WS-PER-BENEFIT-YEAR TO WS-VR-BENEFIT-YEAR.

       5440-BACK-OUT-LINE-DRAWS.
           MOVE SPACES TO WS-VR-DENTAL-YEAR
           SET WS-VRL-NOT-EOF TO TRUE
                       ' CLM=' WS-VR-ORIG-CLAIM-ID
           END-IF.

       5447-BACK-OUT-DME-RENTAL.
      *--- THE REVERSED CLAIM'S RENTAL MONTHS, PURCHASE AND ANY ---
      *    OWNERSHIP TRANSFER COME OFF THE MEMBER'S HISTORY     ---
           EXEC SQL
               DELETE FROM HCAS.DME_RENTAL_HISTORY
               WHERE CLAIM_ID = :WS-VR-ORIG-CLAIM-ID
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               DISPLAY 'CLMADJ01: VR DME HISTORY BACKOUT ERROR '
                       'SQLCODE=' SQLCODE
                       ' CLM=' WS-VR-ORIG-CLAIM-ID
           END-IF.

       5450-WRITE-REVERSAL-ADJ.
           INITIALIZE CLAIM-ADJUSTMENT-RECORD
           MOVE WS-VR-ORIG-CLAIM-ID TO CADJ-CLAIM-ID
           MOVE ZERO                TO CADJ-LINE-SEQ
                       ' CLM=' WS-VR-ORIG-CLAIM-ID
           END-IF.

       5500-CHECK-DUPLICATES.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-DUP-COUNT
               FROM HCAS.CLAIM_MASTER
               WHERE MEMBER_ID = :WS-STG-MEMBER-ID
                 AND BILLING_NPI = :WS-STG-BILLING-NPI
                 AND TOTAL_CHARGES = :WS-STG-TOTAL-CHARGES
                 AND CLAIM_STATUS <> '99'
                 AND EXISTS (
                     SELECT 1
                     FROM HCAS.CLAIM_LINE CL1
                     INNER JOIN HCAS.CLAIM_LINE_STAGING CL2
                         ON CL1.PROC_CODE = CL2.PROC_CODE
                        AND CL1.DOS_FROM = CL2.DOS_FROM
                     WHERE CL1.CLAIM_ID = CLAIM_MASTER.CLAIM_ID
                       AND CL2.CLAIM_ID = :WS-STG-CLAIM-ID
                 )
           END-EXEC
           IF WS-DUP-COUNT > 0
               SET WS-IS-DUPLICATE TO TRUE
               SET WS-CLAIM-INVALID TO TRUE
               MOVE 'DP001' TO WS-EDIT-CODE(WS-EDIT-IDX)
               ADD 1 TO WS-EDIT-IDX
           END-IF.

       5600-APPLY-TYPE-OF-BILL.
      *--- ONLY A DRG STAY HOLDS ITS INTERIM BILLS - A PER-DIEM  ---
      *    OR REVENUE-CODED INTERIM BILL PAYS AS IT ARRIVES       ---
           EVALUATE TRUE
               WHEN WS-STG-TOB-INTERIM
                   SET WS-SPL-NOT-DRG TO TRUE
                   PERFORM 6051-FIND-DRG-LINE
                       VARYING WS-LN-IDX FROM 1 BY 1
                       UNTIL WS-LN-IDX > WS-LINE-COUNT
                       OR WS-SPL-DRG-PRICED
                   IF WS-SPL-DRG-PRICED
                       PERFORM 5610-HOLD-INTERIM-BILL
                   END-IF
               WHEN WS-STG-TOB-LATE-CHARGE
                   PERFORM 5650-ROLL-LATE-CHARGES
           END-EVALUATE.

       5610-HOLD-INTERIM-BILL.
      *--- A CONTINUING OR LAST INTERIM BILL JOINS THE OPEN      ---
      *    ADMISSION IT FOLLOWS; A FIRST INTERIM BILL (XX2), OR  ---
      *    ONE WITH NOTHING OPEN BEFORE IT, OPENS THE ADMISSION  ---
      *    ON ITS OWN FIRST DATE OF SERVICE                      ---
           MOVE WS-STG-CLAIM-ID TO WS-SPL-SPAN-CLAIM
           PERFORM 2040-GET-CLAIM-SPAN
           MOVE WS-SPL-SPAN-FROM TO WS-TB-ADMIT-DATE
           IF WS-STG-TOB-FREQ NOT = '2'
               EXEC SQL
                   SELECT COALESCE(MIN(ADMIT_DATE), :WS-SPL-SPAN-FROM)
                   INTO :WS-TB-ADMIT-DATE
                   FROM HCAS.INTERIM_BILL
                   WHERE MEMBER_ID = :WS-STG-MEMBER-ID
                     AND BILLING_NPI = :WS-STG-BILLING-NPI
                     AND BILL_STATUS = 'O'
                     AND ADMIT_DATE <= :WS-SPL-SPAN-FROM
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'CLMADJ01: INTERIM ADMISSION LOOKUP ERROR '
                           'SQLCODE=' SQLCODE ' CLM=' WS-STG-CLAIM-ID
                   MOVE WS-SPL-SPAN-FROM TO WS-TB-ADMIT-DATE
               END-IF
           END-IF
           EXEC SQL
               INSERT INTO HCAS.INTERIM_BILL
                   (CLAIM_ID, MEMBER_ID, BILLING_NPI, ADMIT_DATE,
                    FROM_DATE, THRU_DATE, TYPE_OF_BILL,
                    TOTAL_CHARGES, HELD_DATE, BILL_STATUS)
               VALUES
                   (:WS-STG-CLAIM-ID, :WS-STG-MEMBER-ID,
                    :WS-STG-BILLING-NPI, :WS-TB-ADMIT-DATE,
                    :WS-SPL-SPAN-FROM, :WS-SPL-SPAN-THRU,
                    :WS-STG-TYPE-OF-BILL,
                    :WS-STG-TOTAL-CHARGES, :WS-CURRENT-DATE, 'O')
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
               DISPLAY 'CLMADJ01: INTERIM BILL INSERT ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-STG-CLAIM-ID
           END-IF
           SET WS-TB-HOLD-INTERIM TO TRUE
           MOVE SPACES TO WS-PRC-RSP-RC
           IF WS-EDIT-IDX <= 20
               MOVE 'TB001' TO WS-EDIT-CODE(WS-EDIT-IDX)
               ADD 1 TO WS-EDIT-IDX
           END-IF.

       5620-CLOSE-INTERIM-BILLS.
      *--- EVERY OPEN INTERIM BILL WHOSE ADMISSION DATE FALLS IN ---
      *    THE FINAL BILL'S SERVICE SPAN BELONGS TO THIS STAY.   ---
      *    THE HELD BILLS CLOSE UNPAID AT STATUS 40 - THE FINAL  ---
      *    BILL CARRIES THE WHOLE ADMISSION                      ---
           MOVE WS-STG-CLAIM-ID TO WS-SPL-SPAN-CLAIM
           PERFORM 2040-GET-CLAIM-SPAN
           IF WS-SPL-SPAN-FROM = SPACES
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.INTERIM_BILL
               SET    BILL_STATUS = 'C',
                      FINAL_CLAIM_ID = :WS-STG-CLAIM-ID,
                      CLOSED_DATE = :WS-CURRENT-DATE
               WHERE  MEMBER_ID = :WS-STG-MEMBER-ID
                 AND  BILLING_NPI = :WS-STG-BILLING-NPI
                 AND  BILL_STATUS = 'O'
                 AND  ADMIT_DATE >= :WS-SPL-SPAN-FROM
                 AND  ADMIT_DATE <= :WS-SPL-SPAN-THRU
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-INTERIM-ADMITS-CLOSED
               WHEN +100
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'CLMADJ01: INTERIM BILL CLOSE ERROR '
                           'SQLCODE=' SQLCODE ' CLM=' WS-STG-CLAIM-ID
                   EXIT PARAGRAPH
           END-EVALUATE
           EXEC SQL
               INSERT INTO HCAS.CLAIM_EDIT_HISTORY
                   (CLAIM_ID, EDIT_SEQ, EDIT_CODE,
                    FINAL_STATUS, EDIT_DATE)
               SELECT IB.CLAIM_ID,
                      (SELECT COALESCE(MAX(EH.EDIT_SEQ), 0) + 1
                       FROM HCAS.CLAIM_EDIT_HISTORY EH
                       WHERE EH.CLAIM_ID = IB.CLAIM_ID),
                      'TB002', '40', :WS-CURRENT-DATE
               FROM HCAS.INTERIM_BILL IB
               WHERE IB.FINAL_CLAIM_ID = :WS-STG-CLAIM-ID
                 AND IB.CLOSED_DATE = :WS-CURRENT-DATE
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               DISPLAY 'CLMADJ01: INTERIM EDIT HISTORY INS ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-STG-CLAIM-ID
           END-IF
           EXEC SQL
               UPDATE HCAS.CLAIM_MASTER
               SET    CLAIM_STATUS = '40',
                      REMIT_STATUS = 'N',
                      ADJUD_DATE = :WS-CURRENT-DATE
               WHERE  CLAIM_STATUS = '32'
                 AND  CLAIM_ID IN
                      (SELECT IB.CLAIM_ID
                       FROM HCAS.INTERIM_BILL IB
                       WHERE IB.FINAL_CLAIM_ID = :WS-STG-CLAIM-ID)
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               DISPLAY 'CLMADJ01: INTERIM CLAIM CLOSE ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-STG-CLAIM-ID
           END-IF.

       5650-ROLL-LATE-CHARGES.
      *--- A LATE-CHARGE BILL NEVER PAYS ON ITS OWN. ITS LINES  ---
      *    JOIN THE ORIGINAL ADMISSION CLAIM, WHICH REPRICES     ---
      *    WHOLE THROUGH CLMPRC01 (A DRG CASE RATE STANDS; ONLY  ---
      *    THE OUTLIER OR A CHARGE-BASED PAYMENT MOVES)          ---
           PERFORM 5655-FIND-ORIGINAL-ADMISSION
           IF WS-TB-ORIG-CLAIM-ID = SPACES
               SET WS-CLAIM-INVALID TO TRUE
               MOVE 'TB004' TO WS-EDIT-CODE(WS-EDIT-IDX)
               ADD 1 TO WS-EDIT-IDX
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-COUNT TO WS-TB-LATE-COUNT
           PERFORM 5660-LOAD-ORIGINAL-LINES
           IF WS-TB-LOAD-OK
           AND WS-TB-MAX-SEQ + WS-TB-LATE-COUNT > 999
               SET WS-TB-LOAD-FAILED TO TRUE
           END-IF
           IF WS-TB-LOAD-FAILED
               SET WS-CLAIM-INVALID TO TRUE
               MOVE 'TB005' TO WS-EDIT-CODE(WS-EDIT-IDX)
               ADD 1 TO WS-EDIT-IDX
               EXIT PARAGRAPH
           END-IF
           PERFORM 5665-RENUMBER-LATE-LINE
               VARYING WS-TB-IDX FROM 1 BY 1
               UNTIL WS-TB-IDX > WS-TB-LATE-COUNT
           INITIALIZE WS-PRICING-RESPONSE
           MOVE WS-STG-CLAIM-TYPE    TO WS-PRC-CLAIM-TYPE
           MOVE WS-ELIG-PLAN-CODE    TO WS-PRC-PLAN-CODE
           MOVE WS-ELIG-NETWORK-ID   TO WS-PRC-NETWORK-ID
           MOVE WS-PRV-RSP-CONTR-TYPE TO WS-PRC-CONTRACT-TYPE
           MOVE WS-PRV-RSP-FEE-SCHED TO WS-PRC-FEE-SCHED-ID
           MOVE WS-STG-MEMBER-ID     TO WS-PRC-MEMBER-ID
           MOVE WS-STG-BILLING-NPI   TO WS-PRC-BILLING-NPI
           MOVE WS-STG-PLACE-OF-SVC  TO WS-PRC-PLACE-OF-SVC
           MOVE WS-PRV-RSP-PAR       TO WS-PRC-PAR-STATUS
           MOVE WS-TB-ORIG-PRINC-DIAG TO WS-PRC-PRINCIPAL-DIAG
           MOVE WS-TB-ORIG-DISCH-STATUS
                                     TO WS-PRC-DISCHARGE-STATUS
           MOVE WS-TB-ORIG-LOS       TO WS-PRC-LENGTH-OF-STAY
           MOVE SPACE                TO WS-PRC-DAW-CODE
           CALL 'CLMPRC01' USING WS-PRICING-REQUEST
                                  WS-PRICING-RESPONSE
           IF WS-PRC-RSP-RC NOT = '00'
               SET WS-CLAIM-INVALID TO TRUE
               MOVE 'PC001' TO WS-EDIT-CODE(WS-EDIT-IDX)
               ADD 1 TO WS-EDIT-IDX
               EXIT PARAGRAPH
           END-IF
           PERFORM 5670-APPLY-LATE-CHARGES
           SET WS-TB-LATE-ROLLED TO TRUE
           ADD 1 TO WS-CLAIMS-LATE-ROLLED
           IF WS-EDIT-IDX <= 20
               MOVE 'TB003' TO WS-EDIT-CODE(WS-EDIT-IDX)
               ADD 1 TO WS-EDIT-IDX
           END-IF
      *--- THE LATE-CHARGE BILL ITSELF STORES WITH NO PRICED LINES -
           INITIALIZE WS-PRICING-RESPONSE.

       5655-FIND-ORIGINAL-ADMISSION.
      *--- THE LATEST ADJUDICATED ADMISSION AT THE SAME FACILITY  ---
      *    THAT BEGAN ON OR BEFORE THE LATE CHARGES. INTERIM,     ---
      *    LATE-CHARGE AND VOID BILLS ARE NEVER THE ORIGINAL      ---
           MOVE SPACES TO WS-TB-ORIG-CLAIM-ID
           MOVE WS-STG-CLAIM-ID TO WS-SPL-SPAN-CLAIM
           PERFORM 2040-GET-CLAIM-SPAN
           IF WS-SPL-SPAN-FROM = SPACES
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT CM.CLAIM_ID,
                      COALESCE(CM.PRINCIPAL_DIAG, ' '),
                      COALESCE(CM.ALLOWED_AMT, 0),
                      COALESCE(CM.PAID_AMT, 0),
                      COALESCE(CM.DISCHARGE_STATUS, ' '),
                      ST.STAY_FROM, ST.STAY_THRU
               INTO :WS-TB-ORIG-CLAIM-ID, :WS-TB-ORIG-PRINC-DIAG,
                    :WS-TB-ORIG-ALLOWED, :WS-TB-ORIG-PAID,
                    :WS-TB-ORIG-DISCH-STATUS,
                    :WS-TB-ORIG-STAY-FROM, :WS-TB-ORIG-STAY-THRU
               FROM HCAS.CLAIM_MASTER CM
               INNER JOIN
                   (SELECT CL.CLAIM_ID,
                           MIN(CL.DOS_FROM) AS STAY_FROM,
                           MAX(CASE WHEN CL.DOS_THRU > CL.DOS_FROM
                                    THEN CL.DOS_THRU
                                    ELSE CL.DOS_FROM END) AS STAY_THRU
                    FROM HCAS.CLAIM_LINE CL
                    INNER JOIN HCAS.CLAIM_MASTER M2
                        ON M2.CLAIM_ID = CL.CLAIM_ID
                    WHERE M2.MEMBER_ID = :WS-STG-MEMBER-ID
                      AND M2.BILLING_NPI = :WS-STG-BILLING-NPI
                    GROUP BY CL.CLAIM_ID) ST
                   ON ST.CLAIM_ID = CM.CLAIM_ID
               WHERE CM.MEMBER_ID = :WS-STG-MEMBER-ID
                 AND CM.BILLING_NPI = :WS-STG-BILLING-NPI
                 AND CM.CLAIM_TYPE = 'IN'
                 AND CM.CLAIM_STATUS IN ('50', '40')
                 AND CM.CLAIM_ID <> :WS-STG-CLAIM-ID
                 AND SUBSTR(COALESCE(CM.TYPE_OF_BILL, '    '), 4, 1)
                     IN ('1', '7', ' ')
                 AND ST.STAY_FROM <= :WS-SPL-SPAN-FROM
               ORDER BY ST.STAY_FROM DESC, CM.ADJUD_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 5657-ORIGINAL-LENGTH-OF-STAY
               WHEN +100
                   MOVE SPACES TO WS-TB-ORIG-CLAIM-ID
               WHEN OTHER
                   DISPLAY 'CLMADJ01: ORIGINAL ADMISSION LOOKUP ERROR '
                           'SQLCODE=' SQLCODE ' CLM=' WS-STG-CLAIM-ID
                   MOVE SPACES TO WS-TB-ORIG-CLAIM-ID
           END-EVALUATE.

       5657-ORIGINAL-LENGTH-OF-STAY.
      *--- THE ROLLED-UP ADMISSION REPRICES UNDER THE ORIGINAL'S ---
      *    DISCHARGE STATUS, SO IT ALSO NEEDS THE ORIGINAL'S     ---
      *    LENGTH OF STAY FOR THE DRG TRANSFER PER DIEM          ---
           MOVE ZERO TO WS-TB-ORIG-LOS
           IF WS-TB-ORIG-STAY-FROM IS NOT NUMERIC
           OR WS-TB-ORIG-STAY-THRU IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TB-ORIG-STAY-FROM TO WS-SPL-DATE-N
           COMPUTE WS-SPL-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-SPL-DATE-N)
           MOVE WS-TB-ORIG-STAY-THRU TO WS-SPL-DATE-N
           COMPUTE WS-SPL-THRU-INT =
               FUNCTION INTEGER-OF-DATE(WS-SPL-DATE-N)
           IF WS-SPL-THRU-INT > WS-SPL-FROM-INT
               COMPUTE WS-TB-ORIG-LOS =
                   WS-SPL-THRU-INT - WS-SPL-FROM-INT
           END-IF.

       5660-LOAD-ORIGINAL-LINES.
      *--- THE ORIGINAL'S LINES FOLLOW THE LATE LINES ALREADY IN ---
      *    THE PRICING REQUEST. REVENUE AND DRG CODES COME BACK  ---
      *    FROM THE ORIGINAL'S STAGED LINES                      ---
           SET WS-TB-LOAD-OK TO TRUE
           SET WS-TB-LINES-LEFT TO TRUE
           MOVE ZERO TO WS-TB-MAX-SEQ
           MOVE ZERO TO WS-TB-OLD-LN-ALLOWED
           MOVE ZERO TO WS-TB-OLD-LN-PAID
           MOVE WS-TB-LATE-COUNT TO WS-TB-IDX
           EXEC SQL OPEN TBLN-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMADJ01: ADMISSION LINE CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-TB-ORIG-CLAIM-ID
               SET WS-TB-LOAD-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5661-FETCH-ORIGINAL-LINE
               UNTIL WS-TB-LINES-DONE
           EXEC SQL CLOSE TBLN-CURSOR END-EXEC
           IF WS-TB-IDX = WS-TB-LATE-COUNT
               SET WS-TB-LOAD-FAILED TO TRUE
           END-IF
           MOVE WS-TB-IDX TO WS-PRC-LINE-COUNT.

       5661-FETCH-ORIGINAL-LINE.
           IF WS-TB-IDX >= 999
               DISPLAY 'CLMADJ01: ADMISSION LINE LIMIT REACHED '
                       'CLM=' WS-TB-ORIG-CLAIM-ID
               SET WS-TB-LOAD-FAILED TO TRUE
               SET WS-TB-LINES-DONE TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TB-IDX
           COMPUTE WS-TB-OLD-IDX = WS-TB-IDX - WS-TB-LATE-COUNT
           EXEC SQL
               FETCH TBLN-CURSOR
               INTO :WS-PRC-LN-SEQ(WS-TB-IDX),
                    :WS-PRC-LN-PROC(WS-TB-IDX),
                    :WS-PRC-LN-MOD(WS-TB-IDX),
                    :WS-PRC-LN-REV(WS-TB-IDX),
                    :WS-PRC-LN-DOS(WS-TB-IDX),
                    :WS-PRC-LN-UNITS(WS-TB-IDX),
                    :WS-PRC-LN-CHARGE(WS-TB-IDX),
                    :WS-PRC-LN-DRG(WS-TB-IDX),
                    :WS-TB-OLD-ALLOW(WS-TB-OLD-IDX),
                    :WS-TB-OLD-PAID(WS-TB-OLD-IDX)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE SPACES TO WS-PRC-LN-NDC(WS-TB-IDX)
                   MOVE ZERO TO WS-PRC-LN-DAYSUP(WS-TB-IDX)
                   ADD WS-TB-OLD-ALLOW(WS-TB-OLD-IDX)
                       TO WS-TB-OLD-LN-ALLOWED
                   ADD WS-TB-OLD-PAID(WS-TB-OLD-IDX)
                       TO WS-TB-OLD-LN-PAID
                   IF WS-PRC-LN-SEQ(WS-TB-IDX) > WS-TB-MAX-SEQ
                       MOVE WS-PRC-LN-SEQ(WS-TB-IDX)
                           TO WS-TB-MAX-SEQ
                   END-IF
               WHEN +100
                   SUBTRACT 1 FROM WS-TB-IDX
                   SET WS-TB-LINES-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'CLMADJ01: ADMISSION LINE FETCH ERROR '
                           'SQLCODE=' SQLCODE
                           ' CLM=' WS-TB-ORIG-CLAIM-ID
                   SUBTRACT 1 FROM WS-TB-IDX
                   SET WS-TB-LOAD-FAILED TO TRUE
                   SET WS-TB-LINES-DONE TO TRUE
           END-EVALUATE.

       5665-RENUMBER-LATE-LINE.
      *--- LATE LINES TAKE THE NEXT LINE NUMBERS ON THE ORIGINAL -
           COMPUTE WS-PRC-LN-SEQ(WS-TB-IDX) =
               WS-TB-MAX-SEQ + WS-TB-IDX.

       5670-APPLY-LATE-CHARGES.
      *--- THE ORIGINAL'S HEADER MOVES BY THE PRICING DIFFERENCE ---
      *    ONLY, SO THE MEMBER COST SHARE ALREADY TAKEN ON THE   ---
      *    ADMISSION STANDS                                      ---
           COMPUTE WS-RPR-VARIANCE =
               WS-PRC-RSP-TOTAL-PAID - WS-TB-OLD-LN-PAID
           COMPUTE WS-TB-NEW-ALLOWED =
               WS-TB-ORIG-ALLOWED + WS-PRC-RSP-TOTAL-ALLOWED
                                  - WS-TB-OLD-LN-ALLOWED
           COMPUTE WS-TB-NEW-PAID =
               WS-TB-ORIG-PAID + WS-RPR-VARIANCE
           IF WS-TB-NEW-PAID < ZERO
               MOVE ZERO TO WS-TB-NEW-PAID
               COMPUTE WS-RPR-VARIANCE = ZERO - WS-TB-ORIG-PAID
           END-IF
           IF WS-TB-NEW-ALLOWED < ZERO
               MOVE ZERO TO WS-TB-NEW-ALLOWED
           END-IF
           PERFORM 5671-INSERT-LATE-LINE
               VARYING WS-TB-IDX FROM 1 BY 1
               UNTIL WS-TB-IDX > WS-TB-LATE-COUNT
           PERFORM 5672-UPDATE-ORIGINAL-LINE
               VARYING WS-TB-OLD-IDX FROM 1 BY 1
               UNTIL WS-TB-OLD-IDX >
                     WS-PRC-LINE-COUNT - WS-TB-LATE-COUNT
           IF WS-TB-NEW-PAID > ZERO
               MOVE '50' TO WS-TB-ORIG-STATUS
           ELSE
               MOVE '40' TO WS-TB-ORIG-STATUS
           END-IF
           EXEC SQL
               UPDATE HCAS.CLAIM_MASTER
               SET    TOTAL_CHARGES = TOTAL_CHARGES +
                                      :WS-STG-TOTAL-CHARGES,
                      ALLOWED_AMT = :WS-TB-NEW-ALLOWED,
                      PAID_AMT = :WS-TB-NEW-PAID,
                      CLAIM_STATUS = :WS-TB-ORIG-STATUS,
                      REMIT_STATUS =
                          CASE WHEN :WS-RPR-VARIANCE <> 0
                               THEN 'N' ELSE REMIT_STATUS END,
                      ADJUD_DATE = :WS-CURRENT-DATE
               WHERE  CLAIM_ID = :WS-TB-ORIG-CLAIM-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMADJ01: LATE CHARGE CLAIM UPDATE ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-TB-ORIG-CLAIM-ID
           END-IF
           IF WS-RPR-VARIANCE NOT = ZERO
               MOVE WS-TB-ORIG-CLAIM-ID TO WS-RPR-CLAIM-ID
               MOVE 'LC001' TO WS-CADJ-REASON-CODE
               PERFORM 2760-INSERT-ADJUSTMENT-RECORD
               MOVE 'RP001' TO WS-CADJ-REASON-CODE
           END-IF
           PERFORM 5675-WRITE-ORIGINAL-EDIT.

       5671-INSERT-LATE-LINE.
           EXEC SQL
               INSERT INTO HCAS.CLAIM_LINE
                   (CLAIM_ID, LINE_SEQ, PROC_CODE,
                    MODIFIER_1, DOS_FROM, NDC_CODE,
                    AUTH_NO,
                    DAYS_SUPPLY, UNITS,
                    LINE_CHARGE, ALLOWED_AMT, PAID_AMT,
                    DENY_CODE, ADJ_REASON_1)
               VALUES
                   (:WS-TB-ORIG-CLAIM-ID,
                    :WS-PRC-LN-SEQ(WS-TB-IDX),
                    :WS-PRC-LN-PROC(WS-TB-IDX),
                    :WS-PRC-LN-MOD(WS-TB-IDX),
                    :WS-PRC-LN-DOS(WS-TB-IDX),
                    :WS-PRC-LN-NDC(WS-TB-IDX),
                    :WS-PA-LINE-AUTH(WS-TB-IDX),
                    :WS-PRC-LN-DAYSUP(WS-TB-IDX),
                    :WS-PRC-LN-UNITS(WS-TB-IDX),
                    :WS-PRC-LN-CHARGE(WS-TB-IDX),
                    :WS-PRC-RSP-LN-ALLOW(WS-TB-IDX),
                    :WS-PRC-RSP-LN-PAID(WS-TB-IDX),
                    :WS-PRC-RSP-LN-DENY(WS-TB-IDX),
                    :WS-PRC-RSP-LN-ADJ(WS-TB-IDX, 1))
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMADJ01: LATE CHARGE LINE INSERT ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-TB-ORIG-CLAIM-ID
                       ' LN=' WS-PRC-LN-SEQ(WS-TB-IDX)
           END-IF.

       5672-UPDATE-ORIGINAL-LINE.
           COMPUTE WS-TB-IDX = WS-TB-OLD-IDX + WS-TB-LATE-COUNT
           IF WS-PRC-RSP-LN-ALLOW(WS-TB-IDX) NOT =
                  WS-TB-OLD-ALLOW(WS-TB-OLD-IDX)
           OR WS-PRC-RSP-LN-PAID(WS-TB-IDX) NOT =
                  WS-TB-OLD-PAID(WS-TB-OLD-IDX)
               EXEC SQL
                   UPDATE HCAS.CLAIM_LINE
                   SET    ALLOWED_AMT =
                              :WS-PRC-RSP-LN-ALLOW(WS-TB-IDX),
                          PAID_AMT =
                              :WS-PRC-RSP-LN-PAID(WS-TB-IDX),
                          DENY_CODE =
                              :WS-PRC-RSP-LN-DENY(WS-TB-IDX)
                   WHERE CLAIM_ID = :WS-TB-ORIG-CLAIM-ID
                     AND LINE_SEQ = :WS-PRC-LN-SEQ(WS-TB-IDX)
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'CLMADJ01: ADMISSION LINE UPDATE ERROR '
                           'SQLCODE=' SQLCODE
                           ' CLM=' WS-TB-ORIG-CLAIM-ID
               END-IF
           END-IF.

       5675-WRITE-ORIGINAL-EDIT.
      *--- THE ORIGINAL'S EDIT TRAIL NOTES THE LATE CHARGES ---
           MOVE ZERO TO WS-TB-EDIT-SEQ
           EXEC SQL
               SELECT COALESCE(MAX(EDIT_SEQ), 0) + 1
               INTO :WS-TB-EDIT-SEQ
               FROM HCAS.CLAIM_EDIT_HISTORY
               WHERE CLAIM_ID = :WS-TB-ORIG-CLAIM-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 1 TO WS-TB-EDIT-SEQ
           END-IF
           EXEC SQL
               INSERT INTO HCAS.CLAIM_EDIT_HISTORY
                   (CLAIM_ID, EDIT_SEQ, EDIT_CODE,
                    FINAL_STATUS, EDIT_DATE)
               VALUES
                   (:WS-TB-ORIG-CLAIM-ID, :WS-TB-EDIT-SEQ,
                    'TB003', :WS-TB-ORIG-STATUS,
                    :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMADJ01: LATE CHARGE EDIT HISTORY INS ERROR '
                       'SQLCODE=' SQLCODE
                       ' CLM=' WS-TB-ORIG-CLAIM-ID
           END-IF.

       6000-PRICE-CLAIM.
      *--- CALL CLMPRC01 FOR CLAIM PRICING ---
           INITIALIZE WS-PRICING-RESPONSE
           MOVE WS-STG-CLAIM-TYPE    TO WS-PRC-CLAIM-TYPE
           MOVE WS-ELIG-PLAN-CODE    TO WS-PRC-PLAN-CODE
           MOVE WS-ELIG-NETWORK-ID   TO WS-PRC-NETWORK-ID
           MOVE WS-PRV-RSP-CONTR-TYPE TO WS-PRC-CONTRACT-TYPE
           MOVE WS-PRV-RSP-FEE-SCHED TO WS-PRC-FEE-SCHED-ID
           MOVE WS-STG-MEMBER-ID     TO WS-PRC-MEMBER-ID
           MOVE WS-STG-BILLING-NPI   TO WS-PRC-BILLING-NPI
           MOVE WS-STG-PLACE-OF-SVC  TO WS-PRC-PLACE-OF-SVC
           MOVE WS-PRV-RSP-PAR       TO WS-PRC-PAR-STATUS
           MOVE WS-STG-PRINC-DIAG    TO WS-PRC-PRINCIPAL-DIAG
           MOVE WS-STG-DISCHARGE-STATUS
                                     TO WS-PRC-DISCHARGE-STATUS
           MOVE ZERO                 TO WS-PRC-LENGTH-OF-STAY
           MOVE WS-STG-DAW-CODE      TO WS-PRC-DAW-CODE
      *--- LENGTH OF STAY FOR THE DRG TRANSFER PER DIEM IS THE  ---
      *    STAY SPAN LESS THE DISCHARGE DAY                     ---
           IF WS-STG-CLAIM-TYPE = 'IN'
               MOVE WS-STG-CLAIM-ID TO WS-SPL-SPAN-CLAIM
               PERFORM 2040-GET-CLAIM-SPAN
               IF WS-SPL-SPAN-DAYS > ZERO
                   COMPUTE WS-PRC-LENGTH-OF-STAY =
                       WS-SPL-SPAN-DAYS - 1
               END-IF
           END-IF
           MOVE WS-LINE-COUNT        TO WS-PRC-LINE-COUNT
           CALL 'CLMPRC01' USING WS-PRICING-REQUEST
                                  WS-PRICING-RESPONSE
           IF WS-PRC-RSP-RC NOT = '00'
               SET WS-CLAIM-INVALID TO TRUE
               MOVE 'PC001' TO WS-EDIT-CODE(WS-EDIT-IDX)
               ADD 1 TO WS-EDIT-IDX
           END-IF.

       6050-PRORATE-SPLIT-DRG.
      *--- CLMPRC01 PRICES THE WHOLE DRG CASE RATE ON EVERY     ---
      *    CLAIM THAT CARRIES A DRG. A STAY SPLIT ACROSS A       ---
      *    COVERAGE BOUNDARY WOULD THEN PAY THE CASE RATE ONCE   ---
      *    PER CHILD, SO EACH CHILD KEEPS ONLY ITS SHARE OF THE  ---
      *    STAY'S DAYS                                           ---
           SET WS-SPL-NOT-DRG TO TRUE
           PERFORM 6051-FIND-DRG-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LINE-COUNT
               OR WS-SPL-DRG-PRICED
           IF WS-SPL-NOT-DRG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STG-SPLIT-PARENT TO WS-SPL-SPAN-CLAIM
           PERFORM 2040-GET-CLAIM-SPAN
           MOVE WS-SPL-SPAN-DAYS TO WS-SPL-PARENT-DAYS
           MOVE WS-STG-CLAIM-ID TO WS-SPL-SPAN-CLAIM
           PERFORM 2040-GET-CLAIM-SPAN
           IF WS-SPL-PARENT-DAYS <= ZERO
           OR WS-SPL-SPAN-DAYS <= ZERO
           OR WS-SPL-SPAN-DAYS >= WS-SPL-PARENT-DAYS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SPL-DRG-SHARE ROUNDED =
               WS-SPL-SPAN-DAYS / WS-SPL-PARENT-DAYS
           MOVE ZERO TO WS-PRC-RSP-TOTAL-ALLOWED
           MOVE ZERO TO WS-PRC-RSP-TOTAL-PAID
           PERFORM 6052-PRORATE-ONE-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-PRC-RSP-LINE-COUNT.

       6051-FIND-DRG-LINE.
           IF WS-PRC-LN-DRG(WS-LN-IDX) NOT = SPACES
               SET WS-SPL-DRG-PRICED TO TRUE
           END-IF.

       6052-PRORATE-ONE-LINE.
           COMPUTE WS-PRC-RSP-LN-ALLOW(WS-LN-IDX) ROUNDED =
               WS-PRC-RSP-LN-ALLOW(WS-LN-IDX) * WS-SPL-DRG-SHARE
           COMPUTE WS-PRC-RSP-LN-PAID(WS-LN-IDX) ROUNDED =
               WS-PRC-RSP-LN-PAID(WS-LN-IDX) * WS-SPL-DRG-SHARE
           ADD WS-PRC-RSP-LN-ALLOW(WS-LN-IDX)
               TO WS-PRC-RSP-TOTAL-ALLOWED
           ADD WS-PRC-RSP-LN-PAID(WS-LN-IDX)
               TO WS-PRC-RSP-TOTAL-PAID.

       6100-CHECK-CLIA.
           SET WS-CLIA-NONE-DENIED TO TRUE
           PERFORM 6110-CLIA-ONE-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-PRC-RSP-LINE-COUNT
           IF WS-CLIA-NONE-DENIED
               EXIT PARAGRAPH
           END-IF
      *--- REBUILD THE PRICING TOTALS WITHOUT THE DENIED LINES ---
           MOVE ZERO TO WS-PRC-RSP-TOTAL-ALLOWED
           MOVE ZERO TO WS-PRC-RSP-TOTAL-PAID
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-PRC-RSP-LINE-COUNT
               ADD WS-PRC-RSP-LN-ALLOW(WS-LN-IDX)
                   TO WS-PRC-RSP-TOTAL-ALLOWED
               ADD WS-PRC-RSP-LN-PAID(WS-LN-IDX)
                   TO WS-PRC-RSP-TOTAL-PAID
           END-PERFORM.

       6110-CLIA-ONE-LINE.
           IF WS-PRC-RSP-LN-ALLOW(WS-LN-IDX) = ZERO
           OR WS-PRC-LN-PROC(WS-LN-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 6130-LOOKUP-LAB-COMPLEXITY
           IF WS-CLIA-NOT-LAB
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CLIA-EDIT-CODE
           IF WS-CLIA-LN-NUMBER(WS-LN-IDX) = SPACES
               MOVE 'LB001' TO WS-CLIA-EDIT-CODE
           ELSE
               PERFORM 6120-READ-CLIA-CERT
               EVALUATE TRUE
                   WHEN WS-CLIA-CERT-TYPE = SPACE
                       MOVE 'LB002' TO WS-CLIA-EDIT-CODE
                   WHEN WS-CLIA-CERT-WAIVER
                   AND NOT WS-CLIA-TEST-WAIVED
                       MOVE 'LB003' TO WS-CLIA-EDIT-CODE
                   WHEN WS-CLIA-CERT-PPM
                   AND NOT WS-CLIA-TEST-WAIVED
                   AND NOT WS-CLIA-TEST-PPM
                       MOVE 'LB003' TO WS-CLIA-EDIT-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-CLIA-EDIT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 6140-LOOKUP-LAB-DISPOSITION
           IF WS-EDIT-IDX <= 20
               MOVE WS-CLIA-EDIT-CODE TO WS-EDIT-CODE(WS-EDIT-IDX)
               ADD 1 TO WS-EDIT-IDX
           END-IF
           EVALUATE WS-CLIA-DSP-CODE
               WHEN 'B'
                   CONTINUE
               WHEN 'P'
                   SET WS-CLAIM-INVALID TO TRUE
               WHEN OTHER
                   MOVE ZERO TO WS-PRC-RSP-LN-ALLOW(WS-LN-IDX)
                   MOVE ZERO TO WS-PRC-RSP-LN-PAID(WS-LN-IDX)
                   MOVE WS-CLIA-EDIT-CODE
                       TO WS-PRC-RSP-LN-DENY(WS-LN-IDX)
                   SET WS-CLIA-LINE-DENIED TO TRUE
           END-EVALUATE.

       6120-READ-CLIA-CERT.
      *--- THE CERTIFICATE IN EFFECT ON THE DATE OF SERVICE - ---
      *    NONE (NOT ON FILE, EXPIRED OR NOT YET EFFECTIVE)   ---
      *    LEAVES THE TYPE BLANK                              ---
           MOVE SPACE TO WS-CLIA-CERT-TYPE
           EXEC SQL
               SELECT CERT_TYPE
               INTO :WS-CLIA-CERT-TYPE
               FROM HCAS.CLIA_CERTIFICATE
               WHERE CLIA_NUMBER = :WS-CLIA-LN-NUMBER(WS-LN-IDX)
                 AND EFF_DATE <= :WS-PRC-LN-DOS(WS-LN-IDX)
                 AND EXP_DATE >= :WS-PRC-LN-DOS(WS-LN-IDX)
               ORDER BY EXP_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   DISPLAY 'CLMADJ01: CLIA CERTIFICATE READ ERROR '
                           'SQLCODE=' SQLCODE ' CLM=' WS-STG-CLAIM-ID
               END-IF
               MOVE SPACE TO WS-CLIA-CERT-TYPE
           END-IF.

       6130-LOOKUP-LAB-COMPLEXITY.
      *--- THE MAINTAINED COMPLEXITY ROW WINS; AN UNLISTED CODE ---
      *    IN THE CPT PATHOLOGY/LAB RANGE IS MODERATE/HIGH (H)  ---
           SET WS-CLIA-LAB-LINE TO TRUE
           MOVE SPACE TO WS-CLIA-COMPLEXITY
           EXEC SQL
               SELECT COMPLEXITY
               INTO :WS-CLIA-COMPLEXITY
               FROM HCAS.LAB_TEST_COMPLEXITY
               WHERE PROC_CODE = :WS-PRC-LN-PROC(WS-LN-IDX)
                 AND EFF_DATE <= :WS-PRC-LN-DOS(WS-LN-IDX)
                 AND TERM_DATE >= :WS-PRC-LN-DOS(WS-LN-IDX)
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               IF WS-PRC-LN-PROC(WS-LN-IDX) >= '80047'
               AND WS-PRC-LN-PROC(WS-LN-IDX) <= '89398'
                   MOVE 'H' TO WS-CLIA-COMPLEXITY
               ELSE
                   SET WS-CLIA-NOT-LAB TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *--- QW MARKS A CLIA-WAIVED TEST ---
           IF WS-PRC-LN-MOD(WS-LN-IDX) = 'QW'
               MOVE 'W' TO WS-CLIA-COMPLEXITY
           END-IF
           PERFORM VARYING WS-CLIA-MOD-IDX FROM 1 BY 1
               UNTIL WS-CLIA-MOD-IDX > 3
               IF WS-LN-XMOD(WS-LN-IDX, WS-CLIA-MOD-IDX) = 'QW'
                   MOVE 'W' TO WS-CLIA-COMPLEXITY
               END-IF
           END-PERFORM.

       6140-LOOKUP-LAB-DISPOSITION.
      *--- SAME LOB-KEYED DISPOSITION TABLE AS THE CLAIM-LEVEL ---
      *    EDITS; WITH NO ROW THE LAB LINE DENIES              ---
           MOVE SPACE TO WS-CLIA-DSP-CODE
           EXEC SQL
               SELECT DISPOSITION
               INTO :WS-CLIA-DSP-CODE
               FROM HCAS.EDIT_DISPOSITION
               WHERE EDIT_CODE = :WS-CLIA-EDIT-CODE
                 AND LOB_CODE = :WS-ELIG-LOB-CODE
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'D' TO WS-CLIA-DSP-CODE
           END-IF.

       6150-CHECK-COVERAGE-POLICY.
           SET WS-MN-NONE-DENIED TO TRUE
           PERFORM 6160-MN-ONE-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-PRC-RSP-LINE-COUNT
           IF WS-MN-NONE-DENIED
               EXIT PARAGRAPH
           END-IF
      *--- REBUILD THE PRICING TOTALS WITHOUT THE DENIED LINES ---
           MOVE ZERO TO WS-PRC-RSP-TOTAL-ALLOWED
           MOVE ZERO TO WS-PRC-RSP-TOTAL-PAID
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-PRC-RSP-LINE-COUNT
               ADD WS-PRC-RSP-LN-ALLOW(WS-LN-IDX)
                   TO WS-PRC-RSP-TOTAL-ALLOWED
               ADD WS-PRC-RSP-LN-PAID(WS-LN-IDX)
                   TO WS-PRC-RSP-TOTAL-PAID
           END-PERFORM.

       6160-MN-ONE-LINE.
           IF WS-PRC-RSP-LN-ALLOW(WS-LN-IDX) = ZERO
           OR WS-PRC-LN-PROC(WS-LN-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
      *--- ANY POLICY IN EFFECT FOR THIS PROCEDURE AND LOB? ---
           MOVE ZERO TO WS-MN-POLICY-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MN-POLICY-COUNT
               FROM HCAS.COVERAGE_POLICY P
               INNER JOIN HCAS.COVERAGE_POLICY_PROC PP
                   ON PP.POLICY_ID = P.POLICY_ID
               WHERE PP.PROC_CODE = :WS-PRC-LN-PROC(WS-LN-IDX)
                 AND P.EFF_DATE <= :WS-PRC-LN-DOS(WS-LN-IDX)
                 AND P.TERM_DATE >= :WS-PRC-LN-DOS(WS-LN-IDX)
                 AND (P.LOB_CODE = :WS-ELIG-LOB-CODE
                      OR P.LOB_CODE = 'ALL')
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMADJ01: COVERAGE POLICY LOOKUP ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-STG-CLAIM-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-MN-POLICY-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 6170-CHECK-POINTED-DIAGS
           IF WS-MN-SUPPORT-COUNT > ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 6180-LOOKUP-MN-DISPOSITION
           IF WS-EDIT-IDX <= 20
               MOVE 'MN001' TO WS-EDIT-CODE(WS-EDIT-IDX)
               ADD 1 TO WS-EDIT-IDX
           END-IF
           EVALUATE WS-MN-DSP-CODE
               WHEN 'B'
                   CONTINUE
               WHEN 'P'
                   SET WS-CLAIM-INVALID TO TRUE
               WHEN OTHER
                   MOVE ZERO TO WS-PRC-RSP-LN-ALLOW(WS-LN-IDX)
                   MOVE ZERO TO WS-PRC-RSP-LN-PAID(WS-LN-IDX)
                   MOVE 'MN001' TO WS-PRC-RSP-LN-DENY(WS-LN-IDX)
                   SET WS-MN-LINE-DENIED TO TRUE
           END-EVALUATE.

       6170-CHECK-POINTED-DIAGS.
      *--- THE CLAIM'S DIAGNOSES ARE STILL ON THE STAGING TABLE ---
      *    HERE; 7250 CARRIES THE SAME ROWS TO HCAS.CLAIM_DIAG   ---
           MOVE WS-MN-LN-DXPTR(WS-LN-IDX, 1) TO WS-MN-PTR-1
           MOVE WS-MN-LN-DXPTR(WS-LN-IDX, 2) TO WS-MN-PTR-2
           MOVE WS-MN-LN-DXPTR(WS-LN-IDX, 3) TO WS-MN-PTR-3
           MOVE WS-MN-LN-DXPTR(WS-LN-IDX, 4) TO WS-MN-PTR-4
           IF WS-MN-PTR-1 = ZERO AND WS-MN-PTR-2 = ZERO
           AND WS-MN-PTR-3 = ZERO AND WS-MN-PTR-4 = ZERO
               SET WS-MN-ALL-DIAGS TO TRUE
           ELSE
               SET WS-MN-POINTED-DIAGS TO TRUE
           END-IF
           MOVE ZERO TO WS-MN-SUPPORT-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MN-SUPPORT-COUNT
               FROM HCAS.CLAIM_DIAG_STAGING DS
               INNER JOIN HCAS.COVERAGE_POLICY_DIAG PD
                   ON DS.DIAG_CODE >= PD.DIAG_FROM
                  AND DS.DIAG_CODE <= PD.DIAG_TO
               INNER JOIN HCAS.COVERAGE_POLICY P
                   ON P.POLICY_ID = PD.POLICY_ID
               INNER JOIN HCAS.COVERAGE_POLICY_PROC PP
                   ON PP.POLICY_ID = P.POLICY_ID
               WHERE DS.CLAIM_ID = :WS-STG-CLAIM-ID
                 AND PP.PROC_CODE = :WS-PRC-LN-PROC(WS-LN-IDX)
                 AND P.EFF_DATE <= :WS-PRC-LN-DOS(WS-LN-IDX)
                 AND P.TERM_DATE >= :WS-PRC-LN-DOS(WS-LN-IDX)
                 AND (P.LOB_CODE = :WS-ELIG-LOB-CODE
                      OR P.LOB_CODE = 'ALL')
                 AND (:WS-MN-ALL-DIAG-SW = 'Y'
                      OR DS.DIAG_SEQ IN (:WS-MN-PTR-1, :WS-MN-PTR-2,
                                         :WS-MN-PTR-3, :WS-MN-PTR-4))
           END-EXEC
      *--- A CLAIM KEYED ONLINE (CLMDDE01) STAGES NO DIAGNOSIS ---
      *    ROWS - ITS PRINCIPAL DIAGNOSIS STANDS IN FOR THEM     ---
           IF SQLCODE = ZERO AND WS-MN-SUPPORT-COUNT = ZERO
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-MN-SUPPORT-COUNT
                   FROM HCAS.COVERAGE_POLICY_DIAG PD
                   INNER JOIN HCAS.COVERAGE_POLICY P
                       ON P.POLICY_ID = PD.POLICY_ID
                   INNER JOIN HCAS.COVERAGE_POLICY_PROC PP
                       ON PP.POLICY_ID = P.POLICY_ID
                   WHERE PD.DIAG_FROM <= :WS-STG-PRINC-DIAG
                     AND PD.DIAG_TO >= :WS-STG-PRINC-DIAG
                     AND PP.PROC_CODE = :WS-PRC-LN-PROC(WS-LN-IDX)
                     AND P.EFF_DATE <= :WS-PRC-LN-DOS(WS-LN-IDX)
                     AND P.TERM_DATE >= :WS-PRC-LN-DOS(WS-LN-IDX)
                     AND (P.LOB_CODE = :WS-ELIG-LOB-CODE
                          OR P.LOB_CODE = 'ALL')
                     AND NOT EXISTS
                         (SELECT 1
                          FROM HCAS.CLAIM_DIAG_STAGING DS
                          WHERE DS.CLAIM_ID = :WS-STG-CLAIM-ID)
               END-EXEC
           END-IF
      *--- A LOOKUP FAILURE DOES NOT DENY THE LINE ---
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMADJ01: COVERAGE DIAG LOOKUP ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-STG-CLAIM-ID
               MOVE 1 TO WS-MN-SUPPORT-COUNT
           END-IF.

       6180-LOOKUP-MN-DISPOSITION.
           MOVE SPACE TO WS-MN-DSP-CODE
           EXEC SQL
               SELECT DISPOSITION
               INTO :WS-MN-DSP-CODE
               FROM HCAS.EDIT_DISPOSITION
               WHERE EDIT_CODE = 'MN001'
                 AND LOB_CODE = :WS-ELIG-LOB-CODE
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'D' TO WS-MN-DSP-CODE
           END-IF.

       6190-SCHEDULE-ORTHO-CASE.
           PERFORM 6191-FIND-ORTHO-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-PRC-RSP-LINE-COUNT
                  OR WS-ORT-CASE-OPENED
           IF WS-ORT-NO-CASE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ORT-INITIAL-PCT
           MOVE ZERO TO WS-ORT-TREAT-MONTHS
           EXEC SQL
               SELECT COALESCE(ORTHO_INITIAL_PCT, 0),
                      COALESCE(ORTHO_TREAT_MONTHS, 0)
               INTO :WS-ORT-INITIAL-PCT, :WS-ORT-TREAT-MONTHS
               FROM HCAS.DENTAL_PLAN_MAX
               WHERE PLAN_CODE = :WS-PRC-PLAN-CODE
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *--- PLAN SILENT - 25 PERCENT AT BANDING OVER 24 MONTHS ---
           IF SQLCODE NOT = ZERO OR WS-ORT-INITIAL-PCT = ZERO
               MOVE .2500 TO WS-ORT-INITIAL-PCT
           END-IF
           IF WS-ORT-TREAT-MONTHS NOT > ZERO
               MOVE 24 TO WS-ORT-TREAT-MONTHS
           END-IF
           COMPUTE WS-ORT-INITIAL-ALLOWED ROUNDED =
               WS-ORT-TOTAL-ALLOWED * WS-ORT-INITIAL-PCT
           COMPUTE WS-ORT-INSTALL-AMT ROUNDED =
               (WS-ORT-TOTAL-ALLOWED - WS-ORT-INITIAL-ALLOWED) /
               WS-ORT-TREAT-MONTHS
      *--- THE BANDING LINE'S PAYMENT SHRINKS IN PROPORTION ---
           COMPUTE WS-PRC-RSP-LN-PAID(WS-ORT-LINE-IDX) ROUNDED =
               WS-PRC-RSP-LN-PAID(WS-ORT-LINE-IDX) *
               WS-ORT-INITIAL-ALLOWED / WS-ORT-TOTAL-ALLOWED
           MOVE WS-ORT-INITIAL-ALLOWED
               TO WS-PRC-RSP-LN-ALLOW(WS-ORT-LINE-IDX)
           MOVE 'ORTHO' TO WS-PRC-RSP-LN-ADJ(WS-ORT-LINE-IDX, 4)
           MOVE ZERO TO WS-PRC-RSP-TOTAL-ALLOWED
           MOVE ZERO TO WS-PRC-RSP-TOTAL-PAID
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-PRC-RSP-LINE-COUNT
               ADD WS-PRC-RSP-LN-ALLOW(WS-LN-IDX)
                   TO WS-PRC-RSP-TOTAL-ALLOWED
               ADD WS-PRC-RSP-LN-PAID(WS-LN-IDX)
                   TO WS-PRC-RSP-TOTAL-PAID
           END-PERFORM.

       6191-FIND-ORTHO-LINE.
      *--- ONE CASE PER BANDING CLAIM - THE FIRST ORTHO LINE ---
           IF (WS-PRC-LN-PROC(WS-LN-IDX) = 'D8070'
               OR WS-PRC-LN-PROC(WS-LN-IDX) = 'D8080'
               OR WS-PRC-LN-PROC(WS-LN-IDX) = 'D8090')
           AND WS-PRC-RSP-LN-ALLOW(WS-LN-IDX) > ZERO
               SET WS-ORT-CASE-OPENED TO TRUE
               MOVE WS-LN-IDX TO WS-ORT-LINE-IDX
               MOVE WS-PRC-RSP-LN-ALLOW(WS-LN-IDX)
                   TO WS-ORT-TOTAL-ALLOWED
           END-IF.

       6200-CHECK-GLOBAL-SURGERY.
           SET WS-GS-DSP-NOT-LOADED TO TRUE
           SET WS-GS-NONE-DENIED TO TRUE
           PERFORM 6210-GLOBAL-ONE-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-PRC-RSP-LINE-COUNT
           IF WS-GS-NONE-DENIED
               EXIT PARAGRAPH
           END-IF
      *--- REBUILD THE PRICING TOTALS WITHOUT THE PACKAGED LINES ---
           MOVE ZERO TO WS-PRC-RSP-TOTAL-ALLOWED
           MOVE ZERO TO WS-PRC-RSP-TOTAL-PAID
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-PRC-RSP-LINE-COUNT
               ADD WS-PRC-RSP-LN-ALLOW(WS-LN-IDX)
                   TO WS-PRC-RSP-TOTAL-ALLOWED
               ADD WS-PRC-RSP-LN-PAID(WS-LN-IDX)
                   TO WS-PRC-RSP-TOTAL-PAID
           END-PERFORM.

       6210-GLOBAL-ONE-LINE.
           IF WS-PRC-LN-PROC(WS-LN-IDX) < '99202'
           OR WS-PRC-LN-PROC(WS-LN-IDX) > '99499'
           OR WS-PRC-RSP-LN-ALLOW(WS-LN-IDX) = ZERO
           OR WS-PRC-LN-DOS(WS-LN-IDX) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
      *--- A SEPARATELY IDENTIFIABLE OR UNRELATED SERVICE ---
           SET WS-GS-LINE-NOT-EXEMPT TO TRUE
           MOVE WS-PRC-LN-MOD(WS-LN-IDX) TO WS-GS-MOD
           IF WS-GS-MOD-EXEMPT
               SET WS-GS-LINE-EXEMPT TO TRUE
           END-IF
           PERFORM VARYING WS-GS-MOD-IDX FROM 1 BY 1
               UNTIL WS-GS-MOD-IDX > 3
               MOVE WS-LN-XMOD(WS-LN-IDX, WS-GS-MOD-IDX)
                   TO WS-GS-MOD
               IF WS-GS-MOD-EXEMPT
                   SET WS-GS-LINE-EXEMPT TO TRUE
               END-IF
           END-PERFORM
           IF WS-GS-LINE-EXEMPT
               EXIT PARAGRAPH
           END-IF
           PERFORM 6220-DERIVE-GLOBAL-WINDOWS
           PERFORM 6230-FIND-GLOBAL-SURGERY
           IF SQLCODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-GS-DSP-NOT-LOADED
               PERFORM 6240-LOOKUP-GS-DISPOSITION
           END-IF
           IF WS-EDIT-IDX <= 20
               MOVE 'GS001' TO WS-EDIT-CODE(WS-EDIT-IDX)
               ADD 1 TO WS-EDIT-IDX
           END-IF
           EVALUATE WS-GS-DSP-CODE
               WHEN 'B'
                   CONTINUE
               WHEN 'P'
                   SET WS-CLAIM-INVALID TO TRUE
               WHEN OTHER
                   MOVE ZERO TO WS-PRC-RSP-LN-ALLOW(WS-LN-IDX)
                   MOVE ZERO TO WS-PRC-RSP-LN-PAID(WS-LN-IDX)
                   MOVE 'GS001' TO WS-PRC-RSP-LN-DENY(WS-LN-IDX)
                   SET WS-GS-LINE-DENIED TO TRUE
           END-EVALUATE.

       6220-DERIVE-GLOBAL-WINDOWS.
      *--- THE SURGERY DATES WHOSE GLOBAL PERIOD REACHES THIS  ---
      *    VISIT: A MAJOR (090) SURGERY FROM 90 DAYS BEFORE    ---
      *    THROUGH THE DAY AFTER, A MINOR (010) SURGERY FROM   ---
      *    10 DAYS BEFORE THROUGH THE SAME DAY                 ---
           MOVE WS-PRC-LN-DOS(WS-LN-IDX) TO WS-GS-EM-DOS
           MOVE FUNCTION NUMVAL(WS-GS-EM-DOS) TO WS-GS-DATE-N
           COMPUTE WS-GS-DOS-INT =
               FUNCTION INTEGER-OF-DATE(WS-GS-DATE-N)
           COMPUTE WS-GS-WORK-INT = WS-GS-DOS-INT + 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-GS-WORK-INT)
               TO WS-GS-DATE-N
           MOVE WS-GS-DATE-N TO WS-GS-DAY-AFTER
           COMPUTE WS-GS-WORK-INT = WS-GS-DOS-INT - 90
           MOVE FUNCTION DATE-OF-INTEGER(WS-GS-WORK-INT)
               TO WS-GS-DATE-N
           MOVE WS-GS-DATE-N TO WS-GS-FROM-090
           COMPUTE WS-GS-WORK-INT = WS-GS-DOS-INT - 10
           MOVE FUNCTION DATE-OF-INTEGER(WS-GS-WORK-INT)
               TO WS-GS-DATE-N
           MOVE WS-GS-DATE-N TO WS-GS-FROM-010.

       6230-FIND-GLOBAL-SURGERY.
           MOVE SPACES TO WS-GS-SURG-CLAIM
           MOVE SPACES TO WS-GS-SURG-PROC
           EXEC SQL
               SELECT CL.CLAIM_ID, CL.PROC_CODE
               INTO :WS-GS-SURG-CLAIM, :WS-GS-SURG-PROC
               FROM HCAS.CLAIM_LINE CL
               INNER JOIN HCAS.CLAIM_MASTER CM
                   ON CL.CLAIM_ID = CM.CLAIM_ID
               INNER JOIN HCAS.MEDICARE_RVU MR
                   ON MR.PROC_CODE = CL.PROC_CODE
                  AND MR.EFF_DATE <= CL.DOS_FROM
                  AND MR.TERM_DATE >= CL.DOS_FROM
               WHERE CM.MEMBER_ID = :WS-STG-MEMBER-ID
                 AND CM.CLAIM_STATUS = '50'
                 AND CM.CLAIM_TYPE = 'PR'
                 AND CL.PAID_AMT > 0
                 AND (CM.BILLING_NPI = :WS-STG-BILLING-NPI
                      OR CM.PROVIDER_TAX_ID = :WS-STG-PROVIDER-TIN)
                 AND ((MR.GLOBAL_DAYS = '090'
                       AND CL.DOS_FROM >= :WS-GS-FROM-090
                       AND CL.DOS_FROM <= :WS-GS-DAY-AFTER)
                   OR (MR.GLOBAL_DAYS = '010'
                       AND CL.DOS_FROM >= :WS-GS-FROM-010
                       AND CL.DOS_FROM <= :WS-GS-EM-DOS)
                   OR (MR.GLOBAL_DAYS = '000'
                       AND CL.DOS_FROM = :WS-GS-EM-DOS))
               ORDER BY CL.DOS_FROM DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               DISPLAY 'CLMADJ01: GLOBAL SURGERY READ ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-STG-CLAIM-ID
           END-IF.

       6240-LOOKUP-GS-DISPOSITION.
      *--- SAME LOB-KEYED DISPOSITION TABLE AS THE CLAIM-LEVEL ---
      *    EDITS; WITH NO ROW THE PACKAGED LINE DENIES         ---
           MOVE SPACE TO WS-GS-DSP-CODE
           EXEC SQL
               SELECT DISPOSITION
               INTO :WS-GS-DSP-CODE
               FROM HCAS.EDIT_DISPOSITION
               WHERE EDIT_CODE = 'GS001'
                 AND LOB_CODE = :WS-ELIG-LOB-CODE
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'D' TO WS-GS-DSP-CODE
           END-IF
           SET WS-GS-DSP-LOADED TO TRUE.

       6260-APPLY-DME-RENTAL.
           SET WS-DME-NONE-CHANGED TO TRUE
           PERFORM 6265-DME-ONE-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-PRC-RSP-LINE-COUNT
           IF WS-DME-NONE-CHANGED
               EXIT PARAGRAPH
           END-IF
      *--- REBUILD THE PRICING TOTALS AFTER THE DME CUTBACKS ---
           MOVE ZERO TO WS-PRC-RSP-TOTAL-ALLOWED
           MOVE ZERO TO WS-PRC-RSP-TOTAL-PAID
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-PRC-RSP-LINE-COUNT
               ADD WS-PRC-RSP-LN-ALLOW(WS-LN-IDX)
                   TO WS-PRC-RSP-TOTAL-ALLOWED
               ADD WS-PRC-RSP-LN-PAID(WS-LN-IDX)
                   TO WS-PRC-RSP-TOTAL-PAID
           END-PERFORM.

       6265-DME-ONE-LINE.
           IF WS-PRC-RSP-LN-ALLOW(WS-LN-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-DME-TYPE
           MOVE ZERO TO WS-DME-MOD-IDX
           PERFORM 6266-CHECK-DME-MODIFIER
           PERFORM VARYING WS-DME-MOD-IDX FROM 1 BY 1
               UNTIL WS-DME-MOD-IDX > 3
               OR NOT WS-DME-NOT-DME
               PERFORM 6266-CHECK-DME-MODIFIER
           END-PERFORM
           IF WS-DME-NOT-DME
               EXIT PARAGRAPH
           END-IF
           PERFORM 6320-LOOKUP-SVC-CATEGORY
           IF WS-SL-CATEGORY NOT = SPACES
               MOVE WS-SL-CATEGORY TO WS-DME-CATEGORY
           ELSE
               MOVE WS-PRC-LN-PROC(WS-LN-IDX) TO WS-DME-CATEGORY
           END-IF
           MOVE WS-DME-TYPE     TO WS-DME-LINE-TYPE(WS-LN-IDX)
           MOVE WS-DME-CATEGORY TO WS-DME-LINE-CAT(WS-LN-IDX)
           PERFORM 6270-READ-DME-HISTORY
           IF WS-DME-RENTAL
               PERFORM 6280-APPLY-RENTAL-CAP
           ELSE
               PERFORM 6290-APPLY-PURCHASE-CREDIT
           END-IF.

       6266-CHECK-DME-MODIFIER.
      *--- MODIFIER 1 FIRST (INDEX ZERO), THEN POSITIONS 2-4 ---
           IF WS-DME-MOD-IDX = ZERO
               MOVE WS-PRC-LN-MOD(WS-LN-IDX) TO WS-GS-MOD
           ELSE
               MOVE WS-LN-XMOD(WS-LN-IDX, WS-DME-MOD-IDX)
                   TO WS-GS-MOD
           END-IF
           EVALUATE WS-GS-MOD
               WHEN 'RR'
                   SET WS-DME-RENTAL TO TRUE
               WHEN 'NU'
                   SET WS-DME-PURCHASE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6270-READ-DME-HISTORY.
           MOVE ZERO TO WS-DME-MONTHS
           MOVE ZERO TO WS-DME-RENTAL-PAID
           MOVE ZERO TO WS-DME-OWNED-COUNT
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN TXN_TYPE = 'R'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN TXN_TYPE = 'R'
                                        THEN ALLOWED_AMT
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN TXN_TYPE IN ('O', 'P')
                                        THEN 1 ELSE 0 END), 0)
               INTO :WS-DME-MONTHS, :WS-DME-RENTAL-PAID,
                    :WS-DME-OWNED-COUNT
               FROM HCAS.DME_RENTAL_HISTORY
               WHERE MEMBER_ID = :WS-STG-MEMBER-ID
                 AND ITEM_CATEGORY = :WS-DME-CATEGORY
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMADJ01: DME HISTORY READ ERROR '
                       'SQLCODE=' SQLCODE ' MBR=' WS-STG-MEMBER-ID
           END-IF
      *--- RENTAL MONTHS ALREADY ALLOWED ON EARLIER LINES OF ---
      *    THIS CLAIM FOR THE SAME CATEGORY                   ---
           PERFORM VARYING WS-DME-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-DME-PRIOR-IDX >= WS-LN-IDX
               IF WS-DME-LINE-TYPE(WS-DME-PRIOR-IDX) = 'R'
               AND WS-DME-LINE-CAT(WS-DME-PRIOR-IDX) =
                   WS-DME-CATEGORY
               AND WS-PRC-RSP-LN-ALLOW(WS-DME-PRIOR-IDX) > ZERO
                   ADD 1 TO WS-DME-MONTHS
                   ADD WS-PRC-RSP-LN-ALLOW(WS-DME-PRIOR-IDX)
                       TO WS-DME-RENTAL-PAID
               END-IF
           END-PERFORM.

       6280-APPLY-RENTAL-CAP.
      *--- THE MEMBER OWNS THE ITEM ONCE THE CAP IS REACHED ---
           IF WS-DME-OWNED-COUNT > ZERO
           OR WS-DME-MONTHS >= WS-DME-CAP-MONTHS
               MOVE ZERO TO WS-PRC-RSP-LN-ALLOW(WS-LN-IDX)
               MOVE ZERO TO WS-PRC-RSP-LN-PAID(WS-LN-IDX)
               MOVE 'DM001' TO WS-PRC-RSP-LN-DENY(WS-LN-IDX)
               SET WS-DME-LINE-CHANGED TO TRUE
               IF WS-EDIT-IDX <= 20
                   MOVE 'DM001' TO WS-EDIT-CODE(WS-EDIT-IDX)
                   ADD 1 TO WS-EDIT-IDX
               END-IF
           ELSE
               IF WS-DME-MONTHS + 1 = WS-DME-CAP-MONTHS
                   MOVE 'Y' TO WS-DME-LINE-XFER(WS-LN-IDX)
               END-IF
           END-IF.

       6290-APPLY-PURCHASE-CREDIT.
           IF WS-DME-RENTAL-PAID = ZERO
               EXIT PARAGRAPH
           END-IF
           SET WS-DME-LINE-CHANGED TO TRUE
           IF WS-DME-RENTAL-PAID >= WS-PRC-RSP-LN-ALLOW(WS-LN-IDX)
               MOVE ZERO TO WS-PRC-RSP-LN-ALLOW(WS-LN-IDX)
               MOVE ZERO TO WS-PRC-RSP-LN-PAID(WS-LN-IDX)
               MOVE 'DM002' TO WS-PRC-RSP-LN-DENY(WS-LN-IDX)
               IF WS-EDIT-IDX <= 20
                   MOVE 'DM002' TO WS-EDIT-CODE(WS-EDIT-IDX)
                   ADD 1 TO WS-EDIT-IDX
               END-IF
           ELSE
               SUBTRACT WS-DME-RENTAL-PAID
                   FROM WS-PRC-RSP-LN-ALLOW(WS-LN-IDX)
               MOVE WS-PRC-RSP-LN-ALLOW(WS-LN-IDX)
                   TO WS-PRC-RSP-LN-PAID(WS-LN-IDX)
               MOVE 'DME01' TO WS-PRC-RSP-LN-ADJ(WS-LN-IDX, 1)
           END-IF.

       6300-APPLY-SERVICE-LIMITS.
           ELSE
               MOVE WS-FRM-TIER
                   TO WS-FRM-LINE-TIER(WS-LN-IDX)
           END-IF
           IF WS-FRM-LINE-TIER(WS-LN-IDX) NOT = SPACE
               PERFORM 6440-CHECK-RX-UTILIZATION
           END-IF.

       6430-LOOKUP-FORMULARY-ROW.
               MOVE ZERO TO WS-FRM-EXC-COUNT
           END-IF.

       6440-CHECK-RX-UTILIZATION.
      *--- STEP THERAPY / QUANTITY LIMIT - A REJECT DENIES THE ---
      *    FILL UNDER THE EDIT CODE RXUMCK01 RETURNS            ---
           MOVE WS-STG-MEMBER-ID          TO WS-UM-MEMBER-ID
           MOVE WS-FRM-ID                 TO WS-UM-FORMULARY-ID
           MOVE WS-PRC-LN-NDC(WS-LN-IDX)  TO WS-UM-NDC
           MOVE WS-PRC-LN-DOS(WS-LN-IDX)  TO WS-UM-SVC-DATE
           MOVE WS-PRC-LN-UNITS(WS-LN-IDX) TO WS-UM-QUANTITY
           MOVE WS-PRC-LN-DAYSUP(WS-LN-IDX)
               TO WS-UM-DAYS-SUPPLY
           CALL 'RXUMCK01' USING WS-UM-REQUEST
                                 WS-UM-RESPONSE
           IF NOT WS-UM-REJECTED
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PRC-RSP-LN-ALLOW(WS-LN-IDX)
           MOVE ZERO TO WS-PRC-RSP-LN-PAID(WS-LN-IDX)
           MOVE WS-UM-EDIT-CODE TO WS-PRC-RSP-LN-DENY(WS-LN-IDX)
           MOVE SPACE TO WS-FRM-LINE-TIER(WS-LN-IDX)
      *--- ONE HISTORY ROW PER CODE, HOWEVER MANY FILLS HIT IT ---
           SET WS-UM-CODE-NOT-FOUND TO TRUE
           PERFORM VARYING WS-UM-SCAN-IDX FROM 1 BY 1
               UNTIL WS-UM-SCAN-IDX >= WS-EDIT-IDX
                  OR WS-UM-CODE-FOUND
               IF WS-EDIT-CODE(WS-UM-SCAN-IDX) = WS-UM-EDIT-CODE
                   SET WS-UM-CODE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-UM-CODE-NOT-FOUND
           AND WS-EDIT-IDX <= 20
               MOVE WS-UM-EDIT-CODE TO WS-EDIT-CODE(WS-EDIT-IDX)
               ADD 1 TO WS-EDIT-IDX
           END-IF.

       6480-APPLY-WRAP-REPRICE.
      *--- RNRPRC01 HELD THIS CLAIM OUT, SENT IT TO THE RENTAL ---
      *    NETWORK VENDOR, AND LOADED THE RETURNED ALLOWED     ---
      *            GET ALLOWED AMOUNT FROM PRICING
                   MOVE WS-PRC-RSP-LN-ALLOW(WS-LN-IDX)
                       TO WS-BEN-LN-ALLOWED
      *            COST SHARE IS FIGURED ON THE GENERIC-EQUIVALENT
      *            COST - THE DAW PENALTY FALLS TO THE MEMBER AS IS
                   IF WS-PRC-RSP-LN-DAW-PENALTY(WS-LN-IDX) >
                      WS-BEN-LN-ALLOWED
      *                A LINE DENIED AFTER PRICING CARRIES NO PENALTY
                       MOVE WS-BEN-LN-ALLOWED
                           TO WS-PRC-RSP-LN-DAW-PENALTY(WS-LN-IDX)
                   END-IF
                   IF WS-PRC-RSP-LN-DAW-PENALTY(WS-LN-IDX) > ZERO
                       SUBTRACT WS-PRC-RSP-LN-DAW-PENALTY(WS-LN-IDX)
                           FROM WS-BEN-LN-ALLOWED
                       ADD WS-PRC-RSP-LN-DAW-PENALTY(WS-LN-IDX)
                           TO WS-BEN-DAW-PENALTY
                       IF WS-BEN-LN-ALLOWED = ZERO
                           MOVE ZERO
                               TO WS-PRC-RSP-LN-PAID(WS-LN-IDX)
                       END-IF
                   END-IF
                   IF WS-BEN-LN-ALLOWED > ZERO
                   AND WS-STG-CLAIM-TYPE = 'RX'
                   AND WS-FRM-LINE-TIER(WS-LN-IDX) NOT = SPACE
                       PERFORM 6510-APPLY-TIER-COST-SHARE
                   ELSE
                   IF WS-BEN-LN-ALLOWED > ZERO
      *                ACA PREVENTIVE LINES TAKE NO COST SHARE
                       PERFORM 6530-CHECK-PREVENTIVE
      *                APPLY DEDUCTIBLE
                       IF WS-BEN-DEDUCT-REMAINING > ZERO
                       AND WS-PVS-NOT-WAIVED
                           IF WS-BEN-LN-ALLOWED <=
                              WS-BEN-DEDUCT-REMAINING
                               MOVE WS-BEN-LN-ALLOWED
                           MOVE ZERO TO WS-BEN-LN-DEDUCT-AMT
                       END-IF
      *                APPLY COINSURANCE ON REMAINING
                       IF WS-PVS-WAIVED
                           MOVE ZERO TO WS-BEN-LN-COINS-AMT
                       ELSE
                           COMPUTE WS-BEN-LN-COINS-AMT =
                               (WS-BEN-LN-ALLOWED -
                                WS-BEN-LN-DEDUCT-AMT) *
                               WS-ELIG-COINS-PCT
                       END-IF
                       ADD WS-BEN-LN-COINS-AMT
                           TO WS-BEN-COINS-APPLY
      *                CALCULATE PLAN PAYMENT
                           TO WS-PRC-RSP-LN-PAID(WS-LN-IDX)
                   END-IF
                   END-IF
      *            MEMBER SHARE OF THE LINE FOR THE EOB
                   IF WS-PRC-RSP-LN-ALLOW(WS-LN-IDX) > ZERO
                       COMPUTE WS-LN-MBR-RESP(WS-LN-IDX) =
                           WS-PRC-RSP-LN-ALLOW(WS-LN-IDX) -
                           WS-PRC-RSP-LN-PAID(WS-LN-IDX)
                   END-IF
               END-PERFORM
      *        CALCULATE TOTAL MEMBER RESPONSIBILITY
               COMPUTE WS-BEN-MEMBER-RESP =
               MOVE ZERO TO WS-FRM-COINS
           END-IF.

       6530-CHECK-PREVENTIVE.
           SET WS-PVS-NOT-WAIVED TO TRUE
           IF NOT WS-ACA-NON-GRANDFATHERED
           OR WS-PRC-PAR-STATUS NOT = 'Y'
           OR WS-PRC-LN-DOS(WS-LN-IDX) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COALESCE(MIN_AGE, 0),
                      COALESCE(MAX_AGE, 999),
                      COALESCE(SEX_IND, 'B'),
                      COALESCE(DIAG_CONTEXT, 'A'),
                      COALESCE(FREQ_COUNT, 0),
                      COALESCE(FREQ_MONTHS, 0)
               INTO :WS-PVS-MIN-AGE,
                    :WS-PVS-MAX-AGE,
                    :WS-PVS-SEX-IND,
                    :WS-PVS-DIAG-CONTEXT,
                    :WS-PVS-FREQ-COUNT,
                    :WS-PVS-FREQ-MONTHS
               FROM HCAS.PREVENTIVE_SERVICE
               WHERE PROC_CODE = :WS-PRC-LN-PROC(WS-LN-IDX)
                 AND EFF_DATE <= :WS-PRC-LN-DOS(WS-LN-IDX)
                 AND TERM_DATE >= :WS-PRC-LN-DOS(WS-LN-IDX)
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   DISPLAY 'CLMADJ01: PREVENTIVE LOOKUP ERROR '
                           'SQLCODE=' SQLCODE ' CLM=' WS-STG-CLAIM-ID
               END-IF
               EXIT PARAGRAPH
           END-IF
      *--- MEMBER AGE AT THE LINE'S DATE OF SERVICE ---
           IF WS-STG-MEMBER-DOB IS NOT NUMERIC
           OR WS-STG-MEMBER-DOB = '00000000'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STG-MEMBER-DOB(1:4) TO WS-PVS-DOB-YYYY
           COMPUTE WS-PVS-MEMBER-AGE =
               FUNCTION NUMVAL(WS-PRC-LN-DOS(WS-LN-IDX)(1:4)) -
               WS-PVS-DOB-YYYY
           IF WS-PRC-LN-DOS(WS-LN-IDX)(5:4) < WS-STG-MEMBER-DOB(5:4)
               SUBTRACT 1 FROM WS-PVS-MEMBER-AGE
           END-IF
           IF WS-PVS-MEMBER-AGE < WS-PVS-MIN-AGE
           OR WS-PVS-MEMBER-AGE > WS-PVS-MAX-AGE
               EXIT PARAGRAPH
           END-IF
           IF WS-PVS-SEX-IND NOT = 'B'
           AND WS-PVS-SEX-IND NOT = WS-STG-MEMBER-SEX
               EXIT PARAGRAPH
           END-IF
      *--- SCREENING-ONLY CODES NEED A Z-CODE PRINCIPAL DX - A  ---
      *    PROBLEM DIAGNOSIS MAKES THE SERVICE DIAGNOSTIC       ---
           IF WS-PVS-DIAG-CONTEXT = 'Z'
           AND WS-STG-PRINC-DIAG(1:1) NOT = 'Z'
               EXIT PARAGRAPH
           END-IF
           IF WS-PVS-FREQ-COUNT > ZERO
               PERFORM 6535-COUNT-PREVENTIVE-USE
               IF WS-PVS-USED-COUNT >= WS-PVS-FREQ-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET WS-PVS-WAIVED TO TRUE
           MOVE 'Y' TO WS-LN-PREVENTIVE(WS-LN-IDX).

       6535-COUNT-PREVENTIVE-USE.
      *--- FREQUENCY WINDOW OPENS FREQ_MONTHS BEFORE THE DOS ---
           MOVE WS-PRC-LN-DOS(WS-LN-IDX)(1:4) TO WS-PVS-YYYY
           MOVE WS-PRC-LN-DOS(WS-LN-IDX)(5:2) TO WS-PVS-MM
           COMPUTE WS-PVS-MONTH-NO =
               (WS-PVS-YYYY * 12) + WS-PVS-MM - 1 -
               WS-PVS-FREQ-MONTHS
           DIVIDE WS-PVS-MONTH-NO BY 12
               GIVING WS-PVS-YYYY REMAINDER WS-PVS-MM
           ADD 1 TO WS-PVS-MM
           MOVE WS-PRC-LN-DOS(WS-LN-IDX) TO WS-PVS-WINDOW-START
           MOVE WS-PVS-YYYY TO WS-PVS-WINDOW-START(1:4)
           MOVE WS-PVS-MM   TO WS-PVS-WINDOW-START(5:2)
           MOVE ZERO TO WS-PVS-USED-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-PVS-USED-COUNT
               FROM HCAS.CLAIM_LINE CL
               INNER JOIN HCAS.CLAIM_MASTER CM
                   ON CM.CLAIM_ID = CL.CLAIM_ID
               WHERE CM.MEMBER_ID = :WS-STG-MEMBER-ID
                 AND CM.CLAIM_STATUS = '50'
                 AND CM.CLAIM_ID <> :WS-STG-CLAIM-ID
                 AND CL.PROC_CODE = :WS-PRC-LN-PROC(WS-LN-IDX)
                 AND CL.PREVENTIVE_IND = 'Y'
                 AND CL.DOS_FROM > :WS-PVS-WINDOW-START
                 AND CL.DOS_FROM <= :WS-PRC-LN-DOS(WS-LN-IDX)
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-PVS-USED-COUNT
           END-IF
      *--- EARLIER LINES OF THIS CLAIM ALREADY WAIVED ---
           PERFORM VARYING WS-PVS-PRIOR-IDX FROM 1 BY 1
               UNTIL WS-PVS-PRIOR-IDX >= WS-LN-IDX
               IF WS-LN-PREVENTIVE(WS-PVS-PRIOR-IDX) = 'Y'
               AND WS-PRC-LN-PROC(WS-PVS-PRIOR-IDX) =
                   WS-PRC-LN-PROC(WS-LN-IDX)
                   ADD 1 TO WS-PVS-USED-COUNT
               END-IF
           END-PERFORM.

       6600-PROCESS-COB.
      *--- DETERMINE IF THIS MEMBER HAS OTHER COVERAGE ON FILE  ---
      *    AND IF A PRIMARY CARRIER EOB HAS BEEN KEYED IN.       ---
               MOVE WS-COB-SECONDARY-LIAB TO WS-BEN-COB-AMT
               MOVE WS-COB-SECONDARY-LIAB TO WS-BEN-PLAN-PAYS
               MOVE ZERO TO WS-BEN-MEMBER-RESP
           ELSE
      *--- NO PRIMARY EOB - IF THE MEMBER'S OTHER COVERAGE PAYS ---
      *    FIRST, THE CLAIM WAITS FOR (OR IS DENIED PENDING) THE ---
      *    PRIMARY EOB PER THE EDIT DISPOSITION TABLE            ---
               PERFORM 6610-DETERMINE-BENEFIT-ORDER
               IF WS-OBD-OTHER-PRIMARY
                   SET WS-CLAIM-INVALID TO TRUE
                   IF WS-EDIT-IDX <= 20
                       MOVE 'CB001' TO WS-EDIT-CODE(WS-EDIT-IDX)
                       ADD 1 TO WS-EDIT-IDX
                   END-IF
               END-IF
           END-IF.

       6610-DETERMINE-BENEFIT-ORDER.
           SET WS-OBD-WE-ARE-PRIMARY TO TRUE
           MOVE 'N' TO WS-OBD-OUR-LOADED-SW
           MOVE SPACES TO WS-COB-PRIMARY-PAYER
           EVALUATE WS-STG-CLAIM-TYPE
               WHEN 'RX'
                   MOVE 'RX' TO WS-OBD-COV-TYPE
               WHEN 'DN'
                   MOVE 'DN' TO WS-OBD-COV-TYPE
               WHEN 'VS'
                   MOVE 'VS' TO WS-OBD-COV-TYPE
               WHEN OTHER
                   MOVE 'MD' TO WS-OBD-COV-TYPE
           END-EVALUATE
           MOVE WS-PRC-LN-DOS(1) TO WS-OBD-DOS
           EXEC SQL OPEN OHI-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMADJ01: OHI CURSOR OPEN ERROR SQLCODE='
                       SQLCODE ' CLM=' WS-STG-CLAIM-ID
               EXIT PARAGRAPH
           END-IF
           SET WS-OBD-NOT-EOF TO TRUE
           PERFORM 6615-FETCH-NEXT-OHI
      *--- ANY ONE OTHER PLAN THAT PAYS FIRST MAKES US SECONDARY ---
           PERFORM 6612-COMPARE-ONE-POLICY
               UNTIL WS-OBD-EOF
                  OR WS-OBD-OTHER-PRIMARY
           EXEC SQL CLOSE OHI-CURSOR END-EXEC.

       6612-COMPARE-ONE-POLICY.
           IF NOT WS-OBD-OUR-LOADED
               PERFORM 6620-LOAD-OUR-COVERAGE
           END-IF
           PERFORM 6630-APPLY-NAIC-RULES
           IF WS-OBD-OTHER-PRIMARY
               MOVE OHI-CARRIER-ID TO WS-COB-PRIMARY-PAYER
           ELSE
               PERFORM 6615-FETCH-NEXT-OHI
           END-IF.

       6615-FETCH-NEXT-OHI.
           EXEC SQL
               FETCH OHI-CURSOR
               INTO :OHI-CARRIER-ID, :OHI-POLICY-TYPE,
                    :OHI-HOLDER-REL, :OHI-HOLDER-DOB,
                    :OHI-MEDICARE-BASIS, :OHI-EFF-DATE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-OBD-EOF TO TRUE
           END-IF.

       6620-LOAD-OUR-COVERAGE.
      *--- OUR POLICYHOLDER'S DOB FOR THE BIRTHDAY RULE ---
           MOVE SPACES TO WS-OBD-OUR-HOLDER-DOB
           EXEC SQL
               SELECT DATE_OF_BIRTH
               INTO :WS-OBD-OUR-HOLDER-DOB
               FROM HCAS.MEMBER
               WHERE MEMBER_ID = :WS-STG-SUBSCRIBER-ID
           END-EXEC
      *--- EMPLOYER SIZE FOR THE MEDICARE SECONDARY PAYER TESTS ---
           MOVE ZERO TO WS-OBD-EMP-COUNT
           EXEC SQL
               SELECT COALESCE(EMPLOYEE_COUNT, 0)
               INTO :WS-OBD-EMP-COUNT
               FROM HCAS.GROUP_MASTER
               WHERE GROUP_ID = :WS-ELIG-GROUP-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-OBD-EMP-COUNT
           END-IF
      *--- OUR COVERAGE IS CONTINUATION COVERAGE WHEN THE      ---
      *    ENROLLMENT IS IN COBRA STATUS OR A CASE IS OPEN     ---
           MOVE 'N' TO WS-OBD-OUR-COBRA-SW
           IF WS-ELIG-STATUS = 'C'
               MOVE 'Y' TO WS-OBD-OUR-COBRA-SW
           ELSE
               MOVE ZERO TO WS-OBD-COBRA-COUNT
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-OBD-COBRA-COUNT
                   FROM HCAS.COBRA_CASE
                   WHERE MEMBER_ID IN (:WS-STG-MEMBER-ID,
                                       :WS-STG-SUBSCRIBER-ID)
                     AND CASE_STATUS = 'A'
                     AND COBRA_END_DATE >= :WS-OBD-DOS
               END-EXEC
               IF SQLCODE = ZERO AND WS-OBD-COBRA-COUNT > ZERO
                   MOVE 'Y' TO WS-OBD-OUR-COBRA-SW
               END-IF
           END-IF
           MOVE 'Y' TO WS-OBD-OUR-LOADED-SW.

       6630-APPLY-NAIC-RULES.
      *--- RULES ARE TAKEN IN ORDER; THE FIRST ONE THAT ---
      *    DISTINGUISHES THE TWO PLANS DECIDES            ---
           EVALUATE TRUE
      *--- MEDICAID IS ALWAYS THE PAYER OF LAST RESORT ---
               WHEN OHI-POL-MEDICAID
                   SET WS-OBD-WE-ARE-PRIMARY TO TRUE
               WHEN OHI-POL-MEDICARE
                   PERFORM 6640-MEDICARE-SECONDARY-PAYER
      *--- NON-DEPENDENT COVERAGE PAYS BEFORE DEPENDENT ---
               WHEN OHI-REL-SELF
               AND  WS-STG-RELATIONSHIP NOT = '18'
                   SET WS-OBD-OTHER-PRIMARY TO TRUE
               WHEN NOT OHI-REL-SELF
               AND  WS-STG-RELATIONSHIP = '18'
                   SET WS-OBD-WE-ARE-PRIMARY TO TRUE
      *--- DEPENDENT CHILD ON BOTH - BIRTHDAY RULE: THE PARENT ---
      *    WHOSE BIRTHDAY FALLS EARLIER IN THE YEAR PAYS FIRST ---
               WHEN OHI-REL-CHILD
               AND  WS-STG-REL-CHILD
               AND  OHI-HOLDER-DOB(5:4) <
                    WS-OBD-OUR-HOLDER-DOB(5:4)
                   SET WS-OBD-OTHER-PRIMARY TO TRUE
               WHEN OHI-REL-CHILD
               AND  WS-STG-REL-CHILD
               AND  OHI-HOLDER-DOB(5:4) >
                    WS-OBD-OUR-HOLDER-DOB(5:4)
                   SET WS-OBD-WE-ARE-PRIMARY TO TRUE
      *--- ACTIVE-EMPLOYEE COVERAGE PAYS BEFORE COBRA/RETIREE ---
               WHEN (OHI-POL-COBRA OR OHI-POL-RETIREE)
               AND  NOT WS-OBD-OUR-COBRA
                   SET WS-OBD-WE-ARE-PRIMARY TO TRUE
               WHEN OHI-POL-ACTIVE-EMP
               AND  WS-OBD-OUR-COBRA
                   SET WS-OBD-OTHER-PRIMARY TO TRUE
      *--- OTHERWISE THE LONGER-HELD COVERAGE PAYS FIRST; A ---
      *    COMPLETE TIE LEAVES US PRIMARY                   ---
               WHEN OHI-EFF-DATE < WS-ELIG-EFF-DATE
                   SET WS-OBD-OTHER-PRIMARY TO TRUE
               WHEN OTHER
                   SET WS-OBD-WE-ARE-PRIMARY TO TRUE
           END-EVALUATE.

       6640-MEDICARE-SECONDARY-PAYER.
      *--- GROUP COVERAGE STAYS PRIMARY TO MEDICARE ONLY FOR  ---
      *    CURRENT-EMPLOYMENT COVERAGE AT A LARGE ENOUGH       ---
      *    EMPLOYER (AGE 20+, DISABILITY 100+ EMPLOYEES), OR    ---
      *    DURING THE 30-MONTH ESRD COORDINATION PERIOD         ---
           SET WS-OBD-OTHER-PRIMARY TO TRUE
           EVALUATE TRUE
               WHEN OHI-MCR-ESRD
                   PERFORM 6645-COMPUTE-ESRD-END
                   IF WS-OBD-DOS < WS-OBD-ESRD-END
                       SET WS-OBD-WE-ARE-PRIMARY TO TRUE
                   END-IF
               WHEN OHI-MCR-DISABILITY
                   IF NOT WS-OBD-OUR-COBRA
                   AND WS-OBD-EMP-COUNT >= 100
                       SET WS-OBD-WE-ARE-PRIMARY TO TRUE
                   END-IF
               WHEN OTHER
                   IF NOT WS-OBD-OUR-COBRA
                   AND WS-OBD-EMP-COUNT >= 20
                       SET WS-OBD-WE-ARE-PRIMARY TO TRUE
                   END-IF
           END-EVALUATE.

       6645-COMPUTE-ESRD-END.
           MOVE OHI-EFF-DATE(1:4) TO WS-OBD-CCYY
           MOVE OHI-EFF-DATE(5:2) TO WS-OBD-MM
           COMPUTE WS-OBD-MONTHS =
               (WS-OBD-CCYY * 12) + WS-OBD-MM - 1 + 30
           DIVIDE WS-OBD-MONTHS BY 12
               GIVING WS-OBD-CCYY
               REMAINDER WS-OBD-MM
           ADD 1 TO WS-OBD-MM
           MOVE OHI-EFF-DATE TO WS-OBD-ESRD-END
           MOVE WS-OBD-CCYY TO WS-OBD-ESRD-END(1:4)
           MOVE WS-OBD-MM   TO WS-OBD-ESRD-END(5:2).

       7000-FINALIZE-CLAIM.
      *--- ELIGIBILITY-NOT-FOUND CLAIMS DO NOT FINALIZE HERE -    ---
      *    THEY PARK ON THE RECYCLE QUEUE UNTIL CLMRCY01 EITHER   ---
               END-EVALUATE
           ELSE
               EVALUATE TRUE
      *--- A DRG INTERIM BILL WAITS AT STATUS 32, UNPAID, FOR  ---
      *    THE ADMISSION'S FINAL BILL                           ---
                   WHEN WS-TB-HOLD-INTERIM
                       MOVE '32' TO WS-FINAL-STATUS
                       ADD 1 TO WS-CLAIMS-INTERIM-HELD
                   WHEN WS-BEN-PLAN-PAYS > ZERO
                       MOVE '50' TO WS-FINAL-STATUS
                       ADD 1 TO WS-CLAIMS-PAID
           ADD WS-BEN-PLAN-PAYS    TO WS-TOTAL-PAID-SUM
      *--- INSERT INTO CLAIM MASTER ---
           PERFORM 7090-LOOKUP-FUNDING-TYPE
           PERFORM 7095-DETERMINE-PAYEE
           PERFORM 7100-INSERT-CLAIM-MASTER
      *--- A FINAL INSTITUTIONAL BILL CLOSES THE INTERIM BILLS   ---
      *    HELD FOR ITS ADMISSION                                ---
           IF WS-STG-CLAIM-TYPE = 'IN'
           AND WS-STG-TOB-FINAL
               PERFORM 5620-CLOSE-INTERIM-BILLS
           END-IF
      *--- INSERT CLAIM LINES ---
           IF WS-PRC-RSP-RC = '00'
               PERFORM 7200-INSERT-CLAIM-LINES
           OR WS-FINAL-STATUS = '35'
               PERFORM 7470-POST-SVC-UTILIZATION
           END-IF
      *--- FEED THE DME RENTAL HISTORY FROM THE PAID LINES ---
           IF (WS-FINAL-STATUS = '50'
               OR WS-FINAL-STATUS = '35')
           AND WS-STG-CLAIM-TYPE = 'PR'
               PERFORM 7475-POST-DME-RENTAL
           END-IF
      *--- ACCUMULATE ACCIDENT-RELATED PAID CLAIMS INTO A ---
      *    SUBROGATION CASE ---
           IF WS-FINAL-STATUS = '50'
           AND WS-STG-CLAIM-TYPE = 'DN'
               PERFORM 7480-POST-DENTAL-ACCUM
           END-IF
      *--- OPEN THE ORTHO CASE FOR THE REMAINING INSTALLMENTS ---
           IF (WS-FINAL-STATUS = '50'
               OR WS-FINAL-STATUS = '35')
           AND WS-ORT-CASE-OPENED
               PERFORM 7495-OPEN-ORTHO-CASE
           END-IF
      *--- POST THE VISION BENEFIT-YEAR ACCUMULATOR ---
           IF (WS-FINAL-STATUS = '50'
               OR WS-FINAL-STATUS = '35')
      *--- NO CONFIGURED ROW - THE BUILT-IN LIST DECIDES ---
               MOVE 'D' TO WS-DSP-CODE
               PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > 10
                   IF WS-EDIT-CODE(WS-EH-IDX) =
                      WS-PEND-CODE(WS-PEND-IDX)
                       MOVE 'P' TO WS-DSP-CODE
           END-IF
           MOVE ZERO TO WS-CHECKPOINT-COUNT.

       7495-OPEN-ORTHO-CASE.
      *--- A BANDING LINE DENIED AFTER THE SPLIT OPENS NOTHING ---
           IF WS-PRC-RSP-LN-ALLOW(WS-ORT-LINE-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
      *--- FIRST INSTALLMENT FALLS DUE A MONTH AFTER BANDING ---
           MOVE WS-PRC-LN-DOS(WS-ORT-LINE-IDX) TO WS-ORT-DUE-DATE
           ADD 1 TO WS-ORT-DUE-MM
           IF WS-ORT-DUE-MM > 12
               MOVE 1 TO WS-ORT-DUE-MM
               ADD 1 TO WS-ORT-DUE-YYYY
           END-IF
           IF WS-ORT-DUE-DD > 28
               MOVE 28 TO WS-ORT-DUE-DD
           END-IF
           IF WS-ORT-INSTALL-AMT > ZERO
               MOVE 'A' TO WS-ORT-CASE-STATUS
           ELSE
               MOVE 'C' TO WS-ORT-CASE-STATUS
           END-IF
           EXEC SQL
               INSERT INTO HCAS.ORTHO_CASE
                   (CASE_ID, MEMBER_ID, BILLING_NPI, PLAN_CODE,
                    PROC_CODE, BANDING_DATE, TOTAL_ALLOWED,
                    INITIAL_ALLOWED, INSTALLMENT_AMT,
                    TREAT_MONTHS, INSTALLMENTS_PAID,
                    RELEASED_ALLOWED, PAID_TO_DATE, COINS_PCT,
                    NEXT_DUE_DATE, CASE_STATUS, OPEN_DATE,
                    CLOSE_DATE, CLOSE_REASON)
               VALUES
                   (:WS-STG-CLAIM-ID, :WS-STG-MEMBER-ID,
                    :WS-STG-BILLING-NPI, :WS-PRC-PLAN-CODE,
                    :WS-PRC-LN-PROC(WS-ORT-LINE-IDX),
                    :WS-PRC-LN-DOS(WS-ORT-LINE-IDX),
                    :WS-ORT-TOTAL-ALLOWED,
                    :WS-PRC-RSP-LN-ALLOW(WS-ORT-LINE-IDX),
                    :WS-ORT-INSTALL-AMT, :WS-ORT-TREAT-MONTHS,
                    0,
                    :WS-PRC-RSP-LN-ALLOW(WS-ORT-LINE-IDX),
                    :WS-PRC-RSP-LN-PAID(WS-ORT-LINE-IDX),
                    :WS-ELIG-COINS-PCT,
                    :WS-ORT-DUE-DATE, :WS-ORT-CASE-STATUS,
                    :WS-CURRENT-DATE, ' ', ' ')
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
               DISPLAY 'CLMADJ01: ORTHO CASE INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' CLM=' WS-STG-CLAIM-ID
           END-IF.

       7500-INSERT-EDIT-HISTORY.
           PERFORM VARYING WS-EH-IDX FROM 1 BY 1
               UNTIL WS-EH-IDX >= WS-EDIT-IDX
               END-IF
           END-IF.

       7095-DETERMINE-PAYEE.
           IF WS-STG-PAY-SUBSCRIBER
               MOVE 'S' TO WS-PAYEE-IND
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-PAYEE-IND
           IF WS-PRV-RSP-PAR = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-NONPAR-ASSIGN
           EXEC SQL
               SELECT COALESCE(NONPAR_ASSIGN, 'Y')
               INTO :WS-NONPAR-ASSIGN
               FROM HCAS.BENEFIT_PLAN
               WHERE PLAN_CODE = :WS-ELIG-PLAN-CODE
                 AND STATUS = 'A'
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = ZERO
           AND WS-NONPAR-ASSIGN = 'N'
               MOVE 'S' TO WS-PAYEE-IND
           END-IF.

       7100-INSERT-CLAIM-MASTER.
           EXEC SQL
               INSERT INTO HCAS.CLAIM_MASTER
                    PLACE_OF_SERVICE, PRINCIPAL_DIAG,
                    TOTAL_CHARGES, ALLOWED_AMT, PAID_AMT,
                    COPAY_AMT, DEDUCTIBLE_AMT, COINSURANCE_AMT,
                    COB_AMT, WITHHOLD_AMT, FUNDING_TYPE,
                    SPLIT_PARENT_ID, TYPE_OF_BILL,
                    DISCHARGE_STATUS, DAW_CODE, DAW_PENALTY_AMT,
                    PAYEE_IND, IMAGE_DOC_ID)
               VALUES
                   (:WS-STG-CLAIM-ID, :WS-STG-CLAIM-TYPE,
                    :WS-FINAL-STATUS, :WS-STG-SOURCE-CODE,
                    :WS-BEN-DEDUCTIBLE-APPLY,
                    :WS-BEN-COINS-APPLY,
                    :WS-BEN-COB-AMT, :WS-WH-AMOUNT,
                    :WS-FUNDING-TYPE, :WS-STG-SPLIT-PARENT,
                    :WS-STG-TYPE-OF-BILL, :WS-STG-DISCHARGE-STATUS,
                    :WS-STG-DAW-CODE, :WS-BEN-DAW-PENALTY,
                    :WS-PAYEE-IND, :WS-STG-IMAGE-DOC-ID)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMADJ01: INSERT CLAIM ERROR SQLCODE='
                        AUTH_NO,
                        DAYS_SUPPLY, UNITS,
                        LINE_CHARGE, ALLOWED_AMT, PAID_AMT,
                        DENY_CODE, ADJ_REASON_1,
                        MEMBER_RESP_AMT, PREVENTIVE_IND,
                        DAW_PENALTY_AMT)
                   VALUES
                       (:WS-STG-CLAIM-ID,
                        :WS-PRC-RSP-LN-SEQ(WS-LN-IDX),
                        :WS-PRC-RSP-LN-ALLOW(WS-LN-IDX),
                        :WS-PRC-RSP-LN-PAID(WS-LN-IDX),
                        :WS-PRC-RSP-LN-DENY(WS-LN-IDX),
                        :WS-PRC-RSP-LN-ADJ(WS-LN-IDX, 1),
                        :WS-LN-MBR-RESP(WS-LN-IDX),
                        :WS-LN-PREVENTIVE(WS-LN-IDX),
                        :WS-PRC-RSP-LN-DAW-PENALTY(WS-LN-IDX))
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'CLMADJ01: INSERT LINE ERROR SQLCODE='

       7350-QUEUE-ELIG-RECYCLE.
      *--- STAGING STATUS 'Y' KEEPS THE CLAIM OUT OF THE NORMAL  ---
      *    'R' INTAKE CURSOR WHILE IT WAITS ON THE QUEUE. A      ---
      *    SPLIT CHILD ADJUDICATING IN LINE IS NOT THE CURSOR    ---
      *    ROW AND IS UPDATED BY KEY                             ---
           IF WS-SPL-INLINE-CHILD
               EXEC SQL
                   UPDATE HCAS.CLAIM_STAGING
                   SET    PROCESS_STATUS = 'Y',
                          PROCESS_DATE = :WS-CURRENT-DATE
                   WHERE  CLAIM_ID = :WS-STG-CLAIM-ID
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE HCAS.CLAIM_STAGING
                   SET    PROCESS_STATUS = 'Y',
                          PROCESS_DATE = :WS-CURRENT-DATE
                   WHERE CURRENT OF CLAIM-CURSOR
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMADJ01: RECYCLE STAGING UPDATE ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-STG-CLAIM-ID
           END-IF.

       7300-UPDATE-STAGING-STATUS.
           IF WS-SPL-INLINE-CHILD
               EXEC SQL
                   UPDATE HCAS.CLAIM_STAGING
                   SET    PROCESS_STATUS = 'P',
                          PROCESS_DATE = :WS-CURRENT-DATE
                   WHERE  CLAIM_ID = :WS-STG-CLAIM-ID
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE HCAS.CLAIM_STAGING
                   SET    PROCESS_STATUS = 'P',
                          PROCESS_DATE = :WS-CURRENT-DATE
                   WHERE CURRENT OF CLAIM-CURSOR
               END-EXEC
           END-IF.

       7400-UPDATE-ACCUMULATORS.
           EXEC SQL
               WHERE  MEMBER_ID = :WS-STG-MEMBER-ID
                 AND  PLAN_CODE = :WS-ELIG-PLAN-CODE
                 AND  COALESCE(ACCUM_TYPE, 'I') = 'I'
                 AND  BENEFIT_YEAR = :WS-ACC-BENEFIT-YEAR
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMADJ01: ACCUM UPDATE ERROR SQLCODE='
               MOVE WS-STG-MEMBER-ID TO WS-AL-MEMBER-ID
               MOVE 'I'              TO WS-AL-ACCUM-TYPE
               MOVE WS-STG-CLAIM-ID  TO WS-AL-CLAIM-ID
               MOVE WS-ACC-BENEFIT-YEAR TO WS-AL-BENEFIT-YEAR
               IF WS-BEN-DEDUCTIBLE-APPLY NOT = ZERO
                   MOVE 'DED' TO WS-AL-BUCKET
                   MOVE WS-ELIG-DEDUCT-YTD TO WS-AL-PRIOR-BAL
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
               WHERE  MEMBER_ID = :WS-STG-SUBSCRIBER-ID
                 AND  PLAN_CODE = :WS-ELIG-PLAN-CODE
                 AND  ACCUM_TYPE = 'F'
                 AND  BENEFIT_YEAR = :WS-ACC-BENEFIT-YEAR
           END-EXEC
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO HCAS.ACCUMULATORS
                       (MEMBER_ID, PLAN_CODE, ACCUM_TYPE,
                        BENEFIT_YEAR,
                        DEDUCTIBLE_YTD, DEDUCTIBLE_LIMIT,
                        OOP_YTD, OOP_LIMIT, LAST_UPDATE_DATE)
                   VALUES
                       (:WS-STG-SUBSCRIBER-ID,
                        :WS-ELIG-PLAN-CODE, 'F',
                        :WS-ACC-BENEFIT-YEAR,
                        :WS-BEN-DEDUCTIBLE-APPLY,
                        :WS-ELIG-FAM-DEDUCT-LIMIT,
                        :WS-BEN-MEMBER-RESP,
               MOVE WS-STG-SUBSCRIBER-ID TO WS-AL-MEMBER-ID
               MOVE 'F'                  TO WS-AL-ACCUM-TYPE
               MOVE WS-STG-CLAIM-ID      TO WS-AL-CLAIM-ID
               MOVE WS-ACC-BENEFIT-YEAR  TO WS-AL-BENEFIT-YEAR
               IF WS-BEN-DEDUCTIBLE-APPLY NOT = ZERO
                   MOVE 'DED' TO WS-AL-BUCKET
                   MOVE WS-FAM-DEDUCT-YTD TO WS-AL-PRIOR-BAL
               END-IF
           END-IF.

       7475-POST-DME-RENTAL.
           PERFORM 7476-POST-ONE-DME-LINE
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-PRC-RSP-LINE-COUNT.

       7476-POST-ONE-DME-LINE.
           IF WS-DME-LINE-TYPE(WS-LN-IDX) = SPACE
           OR WS-PRC-RSP-LN-ALLOW(WS-LN-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DME-LINE-TYPE(WS-LN-IDX) TO WS-DME-TXN-TYPE
           PERFORM 7477-INSERT-DME-HISTORY
           IF WS-DME-LINE-XFER(WS-LN-IDX) = 'Y'
               MOVE 'O' TO WS-DME-TXN-TYPE
               PERFORM 7477-INSERT-DME-HISTORY
           END-IF.

       7477-INSERT-DME-HISTORY.
           EXEC SQL
               INSERT INTO HCAS.DME_RENTAL_HISTORY
                   (MEMBER_ID, ITEM_CATEGORY, CLAIM_ID, LINE_SEQ,
                    TXN_TYPE, PROC_CODE, SVC_DATE, ALLOWED_AMT,
                    BILLING_NPI, POST_DATE)
               VALUES
                   (:WS-STG-MEMBER-ID,
                    :WS-DME-LINE-CAT(WS-LN-IDX),
                    :WS-STG-CLAIM-ID,
                    :WS-PRC-RSP-LN-SEQ(WS-LN-IDX),
                    :WS-DME-TXN-TYPE,
                    :WS-PRC-LN-PROC(WS-LN-IDX),
                    :WS-PRC-LN-DOS(WS-LN-IDX),
                    :WS-PRC-RSP-LN-ALLOW(WS-LN-IDX),
                    :WS-STG-BILLING-NPI, :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
               DISPLAY 'CLMADJ01: DME HISTORY INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' CLM=' WS-STG-CLAIM-ID
           END-IF.

       7480-POST-DENTAL-ACCUM.
      *--- POST THE CLAIM'S CAPPED ALLOWED TOTAL - THE SAME      ---
      *    BASIS THE PRICING DRAW-DOWN USES - NOT THE PLAN-PAID  ---
      *    AMOUNT, WHICH THE PROVIDER WITHHOLD HAS ALREADY       ---
      *    REDUCED (THE WITHHOLD IS PROVIDER COMPENSATION, NOT   ---
      *    UNCONSUMED MEMBER BENEFIT)                            ---
      *--- ORTHO CASE PAYMENTS COUNT TOWARD THE LIFETIME ORTHO  ---
      *    MAXIMUM, NOT THE ANNUAL ONE                            ---
           MOVE WS-PRC-LN-DOS(1)(1:4) TO WS-DEN-ACCUM-YEAR
           MOVE WS-PRC-RSP-TOTAL-ALLOWED TO WS-ORT-ACCUM-AMT
           IF WS-ORT-CASE-OPENED
               SUBTRACT WS-PRC-RSP-LN-ALLOW(WS-ORT-LINE-IDX)
                   FROM WS-ORT-ACCUM-AMT
           END-IF
           EXEC SQL
               UPDATE HCAS.DENTAL_ACCUM
               SET DENTAL_PAID_YTD = DENTAL_PAID_YTD +
                       :WS-ORT-ACCUM-AMT,
                   LAST_UPDATE_DATE = :WS-CURRENT-DATE
               WHERE MEMBER_ID = :WS-STG-MEMBER-ID
                 AND CAL_YEAR = :WS-DEN-ACCUM-YEAR
                        LAST_UPDATE_DATE)
                   VALUES
                       (:WS-STG-MEMBER-ID, :WS-DEN-ACCUM-YEAR,
                        :WS-ORT-ACCUM-AMT,
                        :WS-CURRENT-DATE)
               END-EXEC
           END-IF
                  INTO WS-RPT-LINE
           WRITE CLMRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CLAIMS SPLIT:     ' DELIMITED SIZE
                  WS-CLAIMS-SPLIT       DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE CLMRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INTERIM HELD:     ' DELIMITED SIZE
                  WS-CLAIMS-INTERIM-HELD DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE CLMRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INTERIM CLOSED:   ' DELIMITED SIZE
                  WS-INTERIM-ADMITS-CLOSED DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE CLMRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'LATE CHG ROLLED:  ' DELIMITED SIZE
                  WS-CLAIMS-LATE-ROLLED DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE CLMRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MASS REPROCESS - MEMBERS:   ' DELIMITED SIZE
                  WS-RPQ-COUNT          DELIMITED SIZE
                  INTO WS-RPT-LINE
                    :WS-STG-SOURCE-CODE,
                    :WS-STG-FILING-OVERRIDE,
                    :WS-STG-FREQUENCY,
                    :WS-STG-RELATIONSHIP,
                    :WS-STG-SPLIT-PARENT,
                    :WS-STG-TYPE-OF-BILL,
                    :WS-STG-DISCHARGE-STATUS,
                    :WS-STG-DAW-CODE,
                    :WS-STG-PAYEE-IND,
                    :WS-STG-IMAGE-DOC-ID
           END-EXEC
           IF SQLCODE = +100
               SET WS-NO-MORE-CLAIMS TO TRUE
           DISPLAY '  CLAIMS DENIED:    ' WS-CLAIMS-DENIED
           DISPLAY '  CLAIMS PENDED:    ' WS-CLAIMS-PENDED
           DISPLAY '  CLAIMS RECYCLED:  ' WS-CLAIMS-RECYCLED
           DISPLAY '  CLAIMS SPLIT:     ' WS-CLAIMS-SPLIT
           DISPLAY '  INTERIM HELD:     ' WS-CLAIMS-INTERIM-HELD
           DISPLAY '  INTERIM CLOSED:   ' WS-INTERIM-ADMITS-CLOSED
           DISPLAY '  LATE CHG ROLLED:  ' WS-CLAIMS-LATE-ROLLED
           DISPLAY '  NEWBORN STUBS:    ' WS-NB-COUNT
           DISPLAY '  HIGH-DOLLAR HELD: ' WS-CLAIMS-HELD
           DISPLAY '  STAT ENCOUNTERS:  ' WS-CLAIMS-STATISTICAL
