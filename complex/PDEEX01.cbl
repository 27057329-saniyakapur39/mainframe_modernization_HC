       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PDEEX01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  PDEEX01                                              *
      * PURPOSE:  MEDICARE PART D PRESCRIPTION DRUG EVENT (PDE)        *
      *           EXTRACT AND RESPONSE INTAKE                          *
      *           EXTRACT MODE (PARM E): SWEEPS ADJUDICATED PHARMACY   *
      *           (RX) CLAIMS FOR MEMBERS ENROLLED IN A MEDICARE       *
      *           (LOB MCR) PLAN ON THE FILL DATE AND WRITES THE CMS   *
      *           PDE RECORD - INGREDIENT COST, DISPENSING FEE, GROSS  *
      *           DRUG COST, PATIENT PAY, LOW-INCOME COST-SHARING      *
      *           SUBSIDY (LICS), TRUE OUT-OF-POCKET (TROOP) AND THE   *
      *           COVERAGE PHASE THE FILL FELL IN. PAID FILLS GO AS    *
      *           ORIGINALS; FILLS REVERSED AFTER THEIR ORIGINAL WAS   *
      *           SENT GO AS PDE DELETES. EVERY PDE IS TRACKED ON      *
      *           HCAS.PDE_SUBMIT SO NOTHING GOES TWICE AND EVERY      *
      *           REJECT COMES BACK AROUND.                            *
      *           RESPONSE MODE (PARM R): POSTS THE CMS PER-RECORD     *
      *           ACCEPT/REJECT FILE; REJECTED PDES FLIP BACK TO       *
      *           SUBMITTABLE SO THE NEXT EXTRACT REBUILDS AND         *
      *           RESUBMITS THEM FROM THE CORRECTED CLAIM.             *
      *           COVERAGE PHASE: D DEDUCTIBLE, I INITIAL COVERAGE,    *
      *           C CATASTROPHIC - FROM THE MEMBER'S YEAR-TO-DATE      *
      *           GROSS DRUG COST AND TROOP ON EARLIER PDES AGAINST    *
      *           THE PLAN YEAR'S LIMITS ON HCAS.PARTD_PHASE_PARM.     *
      *           LICS IS THE MEMBER COST SHARE ABOVE THE MEMBER'S     *
      *           LIS COPAY LEVEL ON HCAS.MEMBER_LIS.                  *
      *           EACH EXTRACT FILE IS RECORDED AS A PAYMENT           *
      *           DISCLOSURE TO CMS, WITH ITS MEMBERS, THROUGH         *
      *           PHIDSC01.                                            *
      * INPUTS:   PDEPARM - RUN MODE (E=EXTRACT, R=RESPONSE)           *
      *           PDERSIN - CMS PDE RESPONSE FILE (MODE R)             *
      *           DB2 TABLES - HCAS.CLAIM_MASTER, HCAS.CLAIM_LINE,     *
      *           HCAS.ENROLLMENT, HCAS.BENEFIT_PLAN,                  *
      *           HCAS.NDC_PRICING, HCAS.MEMBER_LIS,                   *
      *           HCAS.PARTD_PHASE_PARM, HCAS.PDE_SUBMIT               *
      * OUTPUTS:  PDEOUT - CMS PDE SUBMISSION FILE (MODE E)            *
      *           DB2 TABLES - HCAS.PDE_SUBMIT, HCAS.PHI_DISCLOSURE,   *
      *           HCAS.PHI_DISCLOSURE_MEMBER                           *
      * FREQUENCY: WEEKLY (EXTRACT) / ON RESPONSE RECEIPT              *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDEPARM-FILE
               ASSIGN TO PDEPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PDERSIN-FILE
               ASSIGN TO PDERSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSP-STATUS.

           SELECT PDEOUT-FILE
               ASSIGN TO PDEOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PDEPARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PDEPARM-RECORD.
           05  PPM-RUN-MODE            PIC X(01).
               88  PPM-MODE-EXTRACT    VALUE 'E'.
               88  PPM-MODE-RESPONSE   VALUE 'R'.
           05  FILLER                  PIC X(79).

       FD  PDERSIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PDERSIN-RECORD.
           05  PRS-CLAIM-ID            PIC X(15).
           05  PRS-ACTION              PIC X(01).
           05  PRS-DISPOSITION         PIC X(01).
               88  PRS-ACCEPTED        VALUE 'A'.
               88  PRS-REJECTED        VALUE 'R'.
           05  PRS-REJECT-CODE         PIC X(05).
           05  FILLER                  PIC X(58).

       FD  PDEOUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  PDEOUT-RECORD.
           05  PDO-RECORD-ID           PIC X(03).
           05  PDO-ACTION              PIC X(01).
           05  PDO-CLAIM-ID            PIC X(15).
           05  PDO-MEMBER-ID           PIC X(12).
           05  PDO-RX-NUMBER           PIC X(07).
           05  PDO-FILL-DATE           PIC X(08).
           05  PDO-PHARMACY-NPI        PIC X(10).
           05  PDO-NDC-CODE            PIC X(11).
           05  PDO-QUANTITY            PIC 9(05)V99.
           05  PDO-DAYS-SUPPLY         PIC 9(03).
           05  PDO-INGREDIENT-COST     PIC 9(07)V99.
           05  PDO-DISPENSE-FEE        PIC 9(05)V99.
           05  PDO-GROSS-DRUG-COST     PIC 9(07)V99.
           05  PDO-PATIENT-PAY         PIC 9(07)V99.
           05  PDO-LICS-AMT            PIC 9(07)V99.
           05  PDO-TROOP-AMT           PIC 9(07)V99.
           05  PDO-PLAN-PAID           PIC 9(07)V99.
           05  PDO-COVERAGE-PHASE      PIC X(01).
           05  FILLER                  PIC X(11).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY PHICOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-PARM-STATUS              PIC X(02).
       01  WS-RSP-STATUS               PIC X(02).
       01  WS-OUT-STATUS               PIC X(02).

       01  WS-RUN-MODE                 PIC X(01) VALUE 'E'.
           88  WS-MODE-EXTRACT         VALUE 'E'.
           88  WS-MODE-RESPONSE        VALUE 'R'.

       01  WS-SWITCHES.
           05  WS-ORIG-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-ORIG-EOF         VALUE 'Y'.
               88  WS-ORIG-NOT-EOF     VALUE 'N'.
           05  WS-DEL-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-DEL-EOF          VALUE 'Y'.
               88  WS-DEL-NOT-EOF      VALUE 'N'.
           05  WS-RSP-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-RSP-EOF          VALUE 'Y'.
               88  WS-RSP-NOT-EOF      VALUE 'N'.

      *--- PAID MEDICARE FILLS WITH NO ORIGINAL PDE OUT OR        ---
      *    ACCEPTED (NEVER SENT, OR REJECTED AND AWAITING         ---
      *    RESUBMISSION). MEMBER AND FILL-DATE ORDER SO EACH      ---
      *    FILL'S YEAR-TO-DATE TROOP INCLUDES THE ONES BEFORE IT  ---
           EXEC SQL DECLARE PDE-ORIG-CURSOR CURSOR FOR
               SELECT CM.CLAIM_ID, CM.MEMBER_ID, CM.BILLING_NPI,
                      CL.DOS_FROM, CL.NDC_CODE, CL.UNITS,
                      COALESCE(CL.DAYS_SUPPLY, 0),
                      COALESCE(CL.ALLOWED_AMT, 0),
                      COALESCE(CL.PAID_AMT, 0),
                      COALESCE(CL.MEMBER_RESP_AMT, 0)
               FROM HCAS.CLAIM_MASTER CM
               INNER JOIN HCAS.CLAIM_LINE CL
                   ON CL.CLAIM_ID = CM.CLAIM_ID
                  AND CL.LINE_SEQ = 1
               WHERE CM.CLAIM_TYPE = 'RX'
                 AND CM.CLAIM_STATUS = '50'
                 AND EXISTS (
                     SELECT 1
                     FROM HCAS.ENROLLMENT E
                     INNER JOIN HCAS.BENEFIT_PLAN B
                         ON B.PLAN_CODE = E.PLAN_CODE
                        AND B.LOB_CODE = 'MCR'
                     WHERE E.MEMBER_ID = CM.MEMBER_ID
                       AND E.EFF_DATE <= CL.DOS_FROM
                       AND (E.TERM_DATE >= CL.DOS_FROM
                            OR E.TERM_DATE = '99991231')
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM HCAS.PDE_SUBMIT PS
                     WHERE PS.CLAIM_ID = CM.CLAIM_ID
                       AND PS.PDE_ACTION = 'O'
                       AND PS.SUBMIT_STATUS IN ('S', 'A')
                 )
               ORDER BY CM.MEMBER_ID, CL.DOS_FROM, CM.CLAIM_ID
           END-EXEC

      *--- REVERSED FILLS WHOSE ORIGINAL PDE WENT OUT AND HAVE   ---
      *    NO DELETE OUT OR ACCEPTED YET. THE DELETE CARRIES THE ---
      *    ORIGINAL'S AMOUNTS AS SUBMITTED                       ---
           EXEC SQL DECLARE PDE-DEL-CURSOR CURSOR FOR
               SELECT PS.CLAIM_ID, PS.MEMBER_ID, PS.PLAN_YEAR,
                      PS.PHARMACY_NPI, PS.FILL_DATE, PS.NDC_CODE,
                      PS.QUANTITY, PS.DAYS_SUPPLY,
                      PS.INGREDIENT_COST, PS.DISPENSE_FEE,
                      PS.GROSS_DRUG_COST, PS.PATIENT_PAY,
                      PS.LICS_AMT, PS.TROOP_AMT, PS.PLAN_PAID,
                      PS.COVERAGE_PHASE
               FROM HCAS.PDE_SUBMIT PS
               INNER JOIN HCAS.CLAIM_MASTER CM
                   ON CM.CLAIM_ID = PS.CLAIM_ID
               WHERE PS.PDE_ACTION = 'O'
                 AND PS.SUBMIT_STATUS IN ('S', 'A')
                 AND CM.CLAIM_STATUS = '99'
                 AND NOT EXISTS (
                     SELECT 1
                     FROM HCAS.PDE_SUBMIT PD
                     WHERE PD.CLAIM_ID = PS.CLAIM_ID
                       AND PD.PDE_ACTION = 'D'
                       AND PD.SUBMIT_STATUS IN ('S', 'A')
                 )
               ORDER BY PS.CLAIM_ID
           END-EXEC

       01  WS-PDE-ROW.
           05  WS-PD-CLAIM-ID          PIC X(15).
           05  WS-PD-MEMBER-ID         PIC X(12).
           05  WS-PD-PHARMACY-NPI      PIC X(10).
           05  WS-PD-FILL-DATE         PIC X(08).
           05  WS-PD-NDC-CODE          PIC X(11).
           05  WS-PD-QUANTITY          PIC S9(05)V99 COMP-3.
           05  WS-PD-DAYS-SUPPLY       PIC 9(03).
           05  WS-PD-ALLOWED           PIC S9(07)V99 COMP-3.
           05  WS-PD-PLAN-PAID         PIC S9(07)V99 COMP-3.
           05  WS-PD-MEMBER-RESP       PIC S9(07)V99 COMP-3.
           05  WS-PD-PLAN-YEAR         PIC X(04).
           05  WS-PD-INGREDIENT-COST   PIC S9(07)V99 COMP-3.
           05  WS-PD-DISPENSE-FEE      PIC S9(05)V99 COMP-3.
           05  WS-PD-GROSS-DRUG-COST   PIC S9(07)V99 COMP-3.
           05  WS-PD-PATIENT-PAY       PIC S9(07)V99 COMP-3.
           05  WS-PD-LICS-AMT          PIC S9(07)V99 COMP-3.
           05  WS-PD-TROOP-AMT         PIC S9(07)V99 COMP-3.
           05  WS-PD-COVERAGE-PHASE    PIC X(01).
               88  WS-PD-PHASE-DEDUCT  VALUE 'D'.
               88  WS-PD-PHASE-INITIAL VALUE 'I'.
               88  WS-PD-PHASE-CATAS   VALUE 'C'.
           05  WS-PD-ACTION            PIC X(01).

      *--- YEAR-TO-DATE POSITION AND PLAN-YEAR LIMITS ---
       01  WS-PHASE-WORK.
           05  WS-PH-YTD-GROSS         PIC S9(09)V99 COMP-3.
           05  WS-PH-YTD-TROOP         PIC S9(09)V99 COMP-3.
           05  WS-PH-DEDUCTIBLE        PIC S9(07)V99 COMP-3.
           05  WS-PH-TROOP-LIMIT       PIC S9(07)V99 COMP-3.
           05  WS-PH-TROOP-ROOM        PIC S9(09)V99 COMP-3.
           05  WS-PH-PARM-FOUND-SW     PIC X(01).
               88  WS-PH-PARM-FOUND    VALUE 'Y'.
               88  WS-PH-PARM-NOT-FOUND VALUE 'N'.
           05  WS-PH-LIS-COPAY-MAX     PIC S9(05)V99 COMP-3.

       01  WS-PDE-COUNTERS.
           05  WS-ORIGS-EXTRACTED      PIC 9(09) VALUE ZERO.
           05  WS-DELETES-EXTRACTED    PIC 9(09) VALUE ZERO.
           05  WS-NO-PARM-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-RESPONSES-READ       PIC 9(09) VALUE ZERO.
           05  WS-ACCEPTS-POSTED       PIC 9(09) VALUE ZERO.
           05  WS-REJECTS-POSTED       PIC 9(09) VALUE ZERO.
           05  WS-UNMATCHED-RESPONSES  PIC 9(09) VALUE ZERO.
           05  WS-DISCLOSURE-ERRORS    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-MODE-RESPONSE
               PERFORM 5000-PROCESS-RESPONSES
                   UNTIL WS-RSP-EOF
           ELSE
               PERFORM 2000-EXTRACT-ONE-ORIGINAL
                   UNTIL WS-ORIG-EOF
               PERFORM 3900-OPEN-DELETE-CURSOR
               PERFORM 4000-EXTRACT-ONE-DELETE
                   UNTIL WS-DEL-EOF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'PDEEX01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT PDEPARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PDEPARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PPM-RUN-MODE TO WS-RUN-MODE
               END-READ
               CLOSE PDEPARM-FILE
           END-IF
           IF WS-MODE-RESPONSE
               OPEN INPUT PDERSIN-FILE
               IF WS-RSP-STATUS NOT = '00'
                   DISPLAY 'PDEEX01: ERROR OPENING PDERSIN - '
                           WS-RSP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 5100-READ-RESPONSE
           ELSE
               OPEN OUTPUT PDEOUT-FILE
               PERFORM 1100-OPEN-DISCLOSURE
               EXEC SQL OPEN PDE-ORIG-CURSOR END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'PDEEX01: ERROR OPENING ORIGINAL CURSOR '
                           '- SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2100-FETCH-NEXT-ORIGINAL
           END-IF.

       1100-OPEN-DISCLOSURE.
           INITIALIZE PHI-DISCLOSURE-REQUEST
           SET PHI-DSC-OPEN-FILE TO TRUE
           MOVE WS-PROGRAM-ID TO PHI-DSC-SOURCE-PROGRAM
           MOVE 'CMS' TO PHI-DSC-RECIPIENT-ID
           MOVE 'CMS PRESCRIPTION DRUG FRONT END SYSTEM'
               TO PHI-DSC-RECIPIENT-NAME
           SET PHI-DSC-TPO TO TRUE
           MOVE 'PART D PRESCRIPTION DRUG EVENTS'
               TO PHI-DSC-FILE-DESC
           PERFORM 7000-CALL-DISCLOSURE.

       2000-EXTRACT-ONE-ORIGINAL.
           MOVE 'O' TO WS-PD-ACTION
           MOVE WS-PD-FILL-DATE(1:4) TO WS-PD-PLAN-YEAR
           PERFORM 2200-SPLIT-DRUG-COST
           PERFORM 2300-APPLY-LIS
           PERFORM 2400-DETERMINE-PHASE
           PERFORM 3000-WRITE-PDE
           PERFORM 3100-TRACK-SUBMISSION
           ADD 1 TO WS-ORIGS-EXTRACTED
           PERFORM 2100-FETCH-NEXT-ORIGINAL.

       2100-FETCH-NEXT-ORIGINAL.
           EXEC SQL
               FETCH PDE-ORIG-CURSOR
               INTO :WS-PD-CLAIM-ID, :WS-PD-MEMBER-ID,
                    :WS-PD-PHARMACY-NPI, :WS-PD-FILL-DATE,
                    :WS-PD-NDC-CODE, :WS-PD-QUANTITY,
                    :WS-PD-DAYS-SUPPLY, :WS-PD-ALLOWED,
                    :WS-PD-PLAN-PAID, :WS-PD-MEMBER-RESP
           END-EXEC
           IF SQLCODE = +100
               SET WS-ORIG-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'PDEEX01: ORIGINAL FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-ORIG-EOF TO TRUE
           END-IF.

       2200-SPLIT-DRUG-COST.
      *--- GROSS DRUG COST IS THE ALLOWED AMOUNT; THE DISPENSING ---
      *    FEE IS THE ONE CLMPRC01 PRICED THE FILL WITH AND THE  ---
      *    REST IS INGREDIENT COST                               ---
           MOVE WS-PD-ALLOWED TO WS-PD-GROSS-DRUG-COST
           MOVE ZERO TO WS-PD-DISPENSE-FEE
           EXEC SQL
               SELECT DISPENSE_FEE
               INTO :WS-PD-DISPENSE-FEE
               FROM HCAS.NDC_PRICING
               WHERE NDC_CODE = :WS-PD-NDC-CODE
                 AND EFF_DATE <= :WS-PD-FILL-DATE
                 AND (TERM_DATE >= :WS-PD-FILL-DATE
                      OR TERM_DATE = '99991231')
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-PD-DISPENSE-FEE
           END-IF
           IF WS-PD-DISPENSE-FEE > WS-PD-GROSS-DRUG-COST
               MOVE WS-PD-GROSS-DRUG-COST TO WS-PD-DISPENSE-FEE
           END-IF
           COMPUTE WS-PD-INGREDIENT-COST =
               WS-PD-GROSS-DRUG-COST - WS-PD-DISPENSE-FEE.

       2300-APPLY-LIS.
      *--- A LOW-INCOME SUBSIDY MEMBER PAYS NO MORE THAN THE LIS ---
      *    COPAY LEVEL; THE SUBSIDY COVERS THE REST OF THE COST  ---
      *    SHARE AND BOTH COUNT TOWARD TROOP                     ---
           MOVE WS-PD-MEMBER-RESP TO WS-PD-PATIENT-PAY
           MOVE ZERO TO WS-PD-LICS-AMT
           EXEC SQL
               SELECT LIS_COPAY_MAX
               INTO :WS-PH-LIS-COPAY-MAX
               FROM HCAS.MEMBER_LIS
               WHERE MEMBER_ID = :WS-PD-MEMBER-ID
                 AND EFF_DATE <= :WS-PD-FILL-DATE
                 AND (TERM_DATE >= :WS-PD-FILL-DATE
                      OR TERM_DATE = '99991231')
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = ZERO
           AND WS-PD-MEMBER-RESP > WS-PH-LIS-COPAY-MAX
               COMPUTE WS-PD-LICS-AMT =
                   WS-PD-MEMBER-RESP - WS-PH-LIS-COPAY-MAX
               MOVE WS-PH-LIS-COPAY-MAX TO WS-PD-PATIENT-PAY
           END-IF.

       2400-DETERMINE-PHASE.
           MOVE ZERO TO WS-PH-YTD-GROSS
           MOVE ZERO TO WS-PH-YTD-TROOP
           EXEC SQL
               SELECT COALESCE(SUM(PS.GROSS_DRUG_COST), 0),
                      COALESCE(SUM(PS.TROOP_AMT), 0)
               INTO :WS-PH-YTD-GROSS, :WS-PH-YTD-TROOP
               FROM HCAS.PDE_SUBMIT PS
               WHERE PS.MEMBER_ID = :WS-PD-MEMBER-ID
                 AND PS.PLAN_YEAR = :WS-PD-PLAN-YEAR
                 AND PS.PDE_ACTION = 'O'
                 AND PS.SUBMIT_STATUS IN ('S', 'A')
                 AND PS.CLAIM_ID NOT = :WS-PD-CLAIM-ID
                 AND NOT EXISTS (
                     SELECT 1
                     FROM HCAS.PDE_SUBMIT PD
                     WHERE PD.CLAIM_ID = PS.CLAIM_ID
                       AND PD.PDE_ACTION = 'D'
                       AND PD.SUBMIT_STATUS IN ('S', 'A')
                 )
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PDEEX01: YTD LOOKUP ERROR SQLCODE='
                       SQLCODE ' MBR=' WS-PD-MEMBER-ID
               MOVE ZERO TO WS-PH-YTD-GROSS
               MOVE ZERO TO WS-PH-YTD-TROOP
           END-IF
           SET WS-PH-PARM-FOUND TO TRUE
           EXEC SQL
               SELECT DEDUCTIBLE_AMT, TROOP_THRESHOLD
               INTO :WS-PH-DEDUCTIBLE, :WS-PH-TROOP-LIMIT
               FROM HCAS.PARTD_PHASE_PARM
               WHERE PLAN_YEAR = :WS-PD-PLAN-YEAR
           END-EXEC
           IF SQLCODE NOT = ZERO
      *--- NO LIMITS LOADED FOR THE YEAR - REPORT INITIAL ---
      *    COVERAGE AND COUNT THE WHOLE COST SHARE        ---
               SET WS-PH-PARM-NOT-FOUND TO TRUE
               ADD 1 TO WS-NO-PARM-COUNT
               SET WS-PD-PHASE-INITIAL TO TRUE
               COMPUTE WS-PD-TROOP-AMT =
                   WS-PD-PATIENT-PAY + WS-PD-LICS-AMT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-PH-YTD-TROOP NOT < WS-PH-TROOP-LIMIT
                   SET WS-PD-PHASE-CATAS TO TRUE
               WHEN WS-PH-YTD-GROSS < WS-PH-DEDUCTIBLE
                   SET WS-PD-PHASE-DEDUCT TO TRUE
               WHEN OTHER
                   SET WS-PD-PHASE-INITIAL TO TRUE
           END-EVALUATE
      *--- TROOP STOPS ACCUMULATING AT THE OUT-OF-POCKET LIMIT ---
           IF WS-PD-PHASE-CATAS
               MOVE ZERO TO WS-PD-TROOP-AMT
           ELSE
               COMPUTE WS-PD-TROOP-AMT =
                   WS-PD-PATIENT-PAY + WS-PD-LICS-AMT
               COMPUTE WS-PH-TROOP-ROOM =
                   WS-PH-TROOP-LIMIT - WS-PH-YTD-TROOP
               IF WS-PD-TROOP-AMT > WS-PH-TROOP-ROOM
                   MOVE WS-PH-TROOP-ROOM TO WS-PD-TROOP-AMT
               END-IF
           END-IF.

       3000-WRITE-PDE.
           MOVE SPACES TO PDEOUT-RECORD
           MOVE 'PDE'                 TO PDO-RECORD-ID
           MOVE WS-PD-ACTION          TO PDO-ACTION
           MOVE WS-PD-CLAIM-ID        TO PDO-CLAIM-ID
           MOVE WS-PD-MEMBER-ID       TO PDO-MEMBER-ID
      *--- NCPDPIN1 KEYS THE CLAIM AS 'RX' + RX NUMBER + FILL DATE ---
           MOVE WS-PD-CLAIM-ID(3:7)   TO PDO-RX-NUMBER
           MOVE WS-PD-FILL-DATE       TO PDO-FILL-DATE
           MOVE WS-PD-PHARMACY-NPI    TO PDO-PHARMACY-NPI
           MOVE WS-PD-NDC-CODE        TO PDO-NDC-CODE
           MOVE WS-PD-QUANTITY        TO PDO-QUANTITY
           MOVE WS-PD-DAYS-SUPPLY     TO PDO-DAYS-SUPPLY
           MOVE WS-PD-INGREDIENT-COST TO PDO-INGREDIENT-COST
           MOVE WS-PD-DISPENSE-FEE    TO PDO-DISPENSE-FEE
           MOVE WS-PD-GROSS-DRUG-COST TO PDO-GROSS-DRUG-COST
           MOVE WS-PD-PATIENT-PAY     TO PDO-PATIENT-PAY
           MOVE WS-PD-LICS-AMT        TO PDO-LICS-AMT
           MOVE WS-PD-TROOP-AMT       TO PDO-TROOP-AMT
           MOVE WS-PD-PLAN-PAID       TO PDO-PLAN-PAID
           MOVE WS-PD-COVERAGE-PHASE  TO PDO-COVERAGE-PHASE
           WRITE PDEOUT-RECORD
           SET PHI-DSC-ADD-MEMBER TO TRUE
           MOVE WS-PD-MEMBER-ID TO PHI-DSC-MEMBER-ID
           PERFORM 7000-CALL-DISCLOSURE.

       3100-TRACK-SUBMISSION.
      *--- A RESUBMISSION REPLACES THE REJECTED ROW'S AMOUNTS ---
           EXEC SQL
               UPDATE HCAS.PDE_SUBMIT
               SET SUBMIT_STATUS   = 'S',
                   SUBMIT_DATE     = :WS-CURRENT-DATE,
                   REJECT_CODE     = ' ',
                   MEMBER_ID       = :WS-PD-MEMBER-ID,
                   PLAN_YEAR       = :WS-PD-PLAN-YEAR,
                   PHARMACY_NPI    = :WS-PD-PHARMACY-NPI,
                   FILL_DATE       = :WS-PD-FILL-DATE,
                   NDC_CODE        = :WS-PD-NDC-CODE,
                   QUANTITY        = :WS-PD-QUANTITY,
                   DAYS_SUPPLY     = :WS-PD-DAYS-SUPPLY,
                   INGREDIENT_COST = :WS-PD-INGREDIENT-COST,
                   DISPENSE_FEE    = :WS-PD-DISPENSE-FEE,
                   GROSS_DRUG_COST = :WS-PD-GROSS-DRUG-COST,
                   PATIENT_PAY     = :WS-PD-PATIENT-PAY,
                   LICS_AMT        = :WS-PD-LICS-AMT,
                   TROOP_AMT       = :WS-PD-TROOP-AMT,
                   PLAN_PAID       = :WS-PD-PLAN-PAID,
                   COVERAGE_PHASE  = :WS-PD-COVERAGE-PHASE
               WHERE CLAIM_ID = :WS-PD-CLAIM-ID
                 AND PDE_ACTION = :WS-PD-ACTION
           END-EXEC
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO HCAS.PDE_SUBMIT
                       (CLAIM_ID, PDE_ACTION, MEMBER_ID,
                        PLAN_YEAR, PHARMACY_NPI, FILL_DATE,
                        NDC_CODE, QUANTITY, DAYS_SUPPLY,
                        INGREDIENT_COST, DISPENSE_FEE,
                        GROSS_DRUG_COST, PATIENT_PAY, LICS_AMT,
                        TROOP_AMT, PLAN_PAID, COVERAGE_PHASE,
                        SUBMIT_STATUS, SUBMIT_DATE, REJECT_CODE)
                   VALUES
                       (:WS-PD-CLAIM-ID, :WS-PD-ACTION,
                        :WS-PD-MEMBER-ID, :WS-PD-PLAN-YEAR,
                        :WS-PD-PHARMACY-NPI, :WS-PD-FILL-DATE,
                        :WS-PD-NDC-CODE, :WS-PD-QUANTITY,
                        :WS-PD-DAYS-SUPPLY,
                        :WS-PD-INGREDIENT-COST,
                        :WS-PD-DISPENSE-FEE,
                        :WS-PD-GROSS-DRUG-COST,
                        :WS-PD-PATIENT-PAY, :WS-PD-LICS-AMT,
                        :WS-PD-TROOP-AMT, :WS-PD-PLAN-PAID,
                        :WS-PD-COVERAGE-PHASE,
                        'S', :WS-CURRENT-DATE, ' ')
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'PDEEX01: SUBMIT TRACK ERROR SQLCODE='
                       SQLCODE ' CLM=' WS-PD-CLAIM-ID
                       ' ACTION=' WS-PD-ACTION
           END-IF.

       3900-OPEN-DELETE-CURSOR.
           EXEC SQL OPEN PDE-DEL-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PDEEX01: ERROR OPENING DELETE CURSOR '
                       '- SQLCODE=' SQLCODE
               SET WS-DEL-EOF TO TRUE
           ELSE
               PERFORM 4100-FETCH-NEXT-DELETE
           END-IF.

       4000-EXTRACT-ONE-DELETE.
           MOVE 'D' TO WS-PD-ACTION
           PERFORM 3000-WRITE-PDE
           PERFORM 3100-TRACK-SUBMISSION
           ADD 1 TO WS-DELETES-EXTRACTED
           PERFORM 4100-FETCH-NEXT-DELETE.

       4100-FETCH-NEXT-DELETE.
           EXEC SQL
               FETCH PDE-DEL-CURSOR
               INTO :WS-PD-CLAIM-ID, :WS-PD-MEMBER-ID,
                    :WS-PD-PLAN-YEAR, :WS-PD-PHARMACY-NPI,
                    :WS-PD-FILL-DATE, :WS-PD-NDC-CODE,
                    :WS-PD-QUANTITY, :WS-PD-DAYS-SUPPLY,
                    :WS-PD-INGREDIENT-COST, :WS-PD-DISPENSE-FEE,
                    :WS-PD-GROSS-DRUG-COST, :WS-PD-PATIENT-PAY,
                    :WS-PD-LICS-AMT, :WS-PD-TROOP-AMT,
                    :WS-PD-PLAN-PAID, :WS-PD-COVERAGE-PHASE
           END-EXEC
           IF SQLCODE = +100
               SET WS-DEL-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'PDEEX01: DELETE FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-DEL-EOF TO TRUE
           END-IF.

       5000-PROCESS-RESPONSES.
           ADD 1 TO WS-RESPONSES-READ
           IF PRS-ACCEPTED
               EXEC SQL
                   UPDATE HCAS.PDE_SUBMIT
                   SET SUBMIT_STATUS = 'A',
                       RESPONSE_DATE = :WS-CURRENT-DATE
                   WHERE CLAIM_ID = :PRS-CLAIM-ID
                     AND PDE_ACTION = :PRS-ACTION
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-ACCEPTS-POSTED
               ELSE
                   ADD 1 TO WS-UNMATCHED-RESPONSES
               END-IF
           ELSE
      *--- REJECTED - BACK TO SUBMITTABLE; THE NEXT EXTRACT   ---
      *    REBUILDS IT FROM THE CLAIM AND RESUBMITS           ---
               EXEC SQL
                   UPDATE HCAS.PDE_SUBMIT
                   SET SUBMIT_STATUS = 'R',
                       REJECT_CODE = :PRS-REJECT-CODE,
                       RESPONSE_DATE = :WS-CURRENT-DATE
                   WHERE CLAIM_ID = :PRS-CLAIM-ID
                     AND PDE_ACTION = :PRS-ACTION
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REJECTS-POSTED
               ELSE
                   ADD 1 TO WS-UNMATCHED-RESPONSES
               END-IF
           END-IF
           PERFORM 5100-READ-RESPONSE.

       5100-READ-RESPONSE.
           READ PDERSIN-FILE
               AT END
                   SET WS-RSP-EOF TO TRUE
           END-READ.

       7000-CALL-DISCLOSURE.
           CALL 'PHIDSC01' USING PHI-DISCLOSURE-REQUEST
                                 PHI-DISCLOSURE-RESPONSE
           IF PHI-DSC-FAILED
               ADD 1 TO WS-DISCLOSURE-ERRORS
               DISPLAY 'PDEEX01: ' PHI-DSC-MSG
           END-IF.

       9000-TERMINATE.
           IF WS-MODE-RESPONSE
               CLOSE PDERSIN-FILE
           ELSE
               EXEC SQL CLOSE PDE-ORIG-CURSOR END-EXEC
               EXEC SQL CLOSE PDE-DEL-CURSOR END-EXEC
               CLOSE PDEOUT-FILE
               SET PHI-DSC-CLOSE-FILE TO TRUE
               PERFORM 7000-CALL-DISCLOSURE
           END-IF
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'PDEEX01: RUN COMPLETE MODE ' WS-RUN-MODE
           DISPLAY '  ORIGINALS EXTRACTED: ' WS-ORIGS-EXTRACTED
           DISPLAY '  DELETES EXTRACTED:   ' WS-DELETES-EXTRACTED
           DISPLAY '  NO PHASE LIMITS:     ' WS-NO-PARM-COUNT
           DISPLAY '  RESPONSES READ:      ' WS-RESPONSES-READ
           DISPLAY '  ACCEPTS POSTED:      ' WS-ACCEPTS-POSTED
           DISPLAY '  REJECTS POSTED:      ' WS-REJECTS-POSTED
           DISPLAY '  UNMATCHED RESPONSES: ' WS-UNMATCHED-RESPONSES
           DISPLAY '  DISCLOSURE ERRORS:   ' WS-DISCLOSURE-ERRORS
           IF WS-DISCLOSURE-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
