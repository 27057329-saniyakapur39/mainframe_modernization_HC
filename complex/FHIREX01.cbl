       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FHIREX01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  FHIREX01                                             *
      * PURPOSE:  PATIENT ACCESS API FEED - FHIR R4 EXTRACT            *
      *           BUILDS NEWLINE-DELIMITED JSON (ONE RESOURCE PER      *
      *           RECORD) FOR THE API VENDOR:                          *
      *             PATIENT  - FROM HCAS.MEMBER                        *
      *             COVERAGE - ONE PER ENROLLMENT SPAN, FROM           *
      *                        HCAS.ENROLLMENT AND HCAS.BENEFIT_PLAN   *
      *             EXPLANATIONOFBENEFIT - ONE PER ADJUDICATED CLAIM,  *
      *                        TYPED PROFESSIONAL, INSTITUTIONAL,      *
      *                        PHARMACY OR ORAL (DENTAL), WITH ITS     *
      *                        DIAGNOSES, SERVICE LINES, LINE AND      *
      *                        CLAIM ADJUDICATION AMOUNTS, AND THE     *
      *                        CARC ADJUSTMENTS FROM                   *
      *                        HCAS.CLAIM_ADJUSTMENT                   *
      *           THE FIRST RUN (OR PARM F) IS A FULL LOAD: EVERY      *
      *           MEMBER AND SPAN COVERED IN THE LAST FIVE YEARS AND   *
      *           EVERY CLAIM WITH SERVICE IN THAT WINDOW. LATER RUNS  *
      *           ARE CHANGE-ONLY: CLAIMS ADJUDICATED OR REPROCESSED   *
      *           SINCE THE LAST COMPLETED RUN, AND PATIENTS AND       *
      *           COVERAGES WHOSE CONTENT DIFFERS FROM WHAT WAS LAST   *
      *           SENT (HCAS.FHIR_RESOURCE_SENT). A REVERSED CLAIM     *
      *           (STATUS 99 - VOIDED, OR REPLACED BY A CORRECTED      *
      *           CLAIM THAT GOES AS ITS OWN EOB) IS RESENT WITH       *
      *           STATUS CANCELLED.                                    *
      *           EVERY RUN IS REGISTERED ON HCAS.BATCH_RUN_CONTROL    *
      *           AND ITS COUNTS ARE KEPT ON HCAS.FHIR_EXTRACT_RUN AND *
      *           WRITTEN TO A MANIFEST FOR THE VENDOR TO RECONCILE.   *
      *           EACH RUN IS RECORDED AS A DISCLOSURE TO THE MEMBER   *
      *           THROUGH THE API VENDOR, WITH EVERY MEMBER WHOSE      *
      *           PATIENT, COVERAGE OR EOB WENT, THROUGH PHIDSC01.     *
      * INPUTS:   FHIRPARM - RUN TYPE (F=FORCE FULL LOAD, BLANK=AUTO)  *
      *           DB2 TABLES - HCAS.MEMBER, HCAS.ENROLLMENT,           *
      *           HCAS.BENEFIT_PLAN, HCAS.CLAIM_MASTER,                *
      *           HCAS.CLAIM_LINE, HCAS.CLAIM_DIAG,                    *
      *           HCAS.CLAIM_ADJUSTMENT, HCAS.FHIR_RESOURCE_SENT,      *
      *           HCAS.FHIR_EXTRACT_RUN                                *
      * OUTPUTS:  FHIRPAT / FHIRCOV / FHIREOB - NDJSON RESOURCE FILES  *
      *           FHIRMAN - RUN MANIFEST WITH RESOURCE COUNTS          *
      *           DB2 TABLES - HCAS.FHIR_RESOURCE_SENT,                *
      *           HCAS.FHIR_EXTRACT_RUN, HCAS.BATCH_RUN_CONTROL,       *
      *           HCAS.PHI_DISCLOSURE, HCAS.PHI_DISCLOSURE_MEMBER      *
      * FREQUENCY: NIGHTLY                                             *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FHIRPARM-FILE
               ASSIGN TO FHIRPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT FHIRPAT-FILE
               ASSIGN TO FHIRPAT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAT-STATUS.

           SELECT FHIRCOV-FILE
               ASSIGN TO FHIRCOV
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-COV-STATUS.

           SELECT FHIREOB-FILE
               ASSIGN TO FHIREOB
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EOB-STATUS.

           SELECT FHIRMAN-FILE
               ASSIGN TO FHIRMAN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FHIRPARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FHIRPARM-RECORD.
           05  FXP-RUN-TYPE            PIC X(01).
               88  FXP-FORCE-FULL      VALUE 'F'.
           05  FILLER                  PIC X(79).

       FD  FHIRPAT-FILE
           RECORDING MODE IS V
           RECORD VARYING IN SIZE FROM 1 TO 32000 CHARACTERS
               DEPENDING ON WS-JSON-LEN.
       01  FHIRPAT-RECORD              PIC X(32000).

       FD  FHIRCOV-FILE
           RECORDING MODE IS V
           RECORD VARYING IN SIZE FROM 1 TO 32000 CHARACTERS
               DEPENDING ON WS-JSON-LEN.
       01  FHIRCOV-RECORD              PIC X(32000).

       FD  FHIREOB-FILE
           RECORDING MODE IS V
           RECORD VARYING IN SIZE FROM 1 TO 32000 CHARACTERS
               DEPENDING ON WS-JSON-LEN.
       01  FHIREOB-RECORD              PIC X(32000).

       FD  FHIRMAN-FILE
           RECORDING MODE IS V
           RECORD VARYING IN SIZE FROM 1 TO 32000 CHARACTERS
               DEPENDING ON WS-JSON-LEN.
       01  FHIRMAN-RECORD              PIC X(32000).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY PHICOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-PARM-STATUS              PIC X(02).
       01  WS-PAT-STATUS               PIC X(02).
       01  WS-COV-STATUS               PIC X(02).
       01  WS-EOB-STATUS               PIC X(02).
       01  WS-MAN-STATUS               PIC X(02).

       01  WS-RUN-ID                   PIC X(26).

       01  WS-RUN-TYPE                 PIC X(01) VALUE 'I'.
           88  WS-RUN-FULL             VALUE 'F'.
           88  WS-RUN-INCREMENTAL      VALUE 'I'.

       01  WS-SWITCHES.
           05  WS-PAT-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-PAT-EOF          VALUE 'Y'.
               88  WS-PAT-NOT-EOF      VALUE 'N'.
           05  WS-COV-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-COV-EOF          VALUE 'Y'.
               88  WS-COV-NOT-EOF      VALUE 'N'.
           05  WS-CLM-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-CLM-EOF          VALUE 'Y'.
               88  WS-CLM-NOT-EOF      VALUE 'N'.
           05  WS-DX-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-DX-EOF           VALUE 'Y'.
               88  WS-DX-NOT-EOF       VALUE 'N'.
           05  WS-LN-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-LN-EOF           VALUE 'Y'.
               88  WS-LN-NOT-EOF       VALUE 'N'.
           05  WS-CA-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-CA-EOF           VALUE 'Y'.
               88  WS-CA-NOT-EOF       VALUE 'N'.
           05  WS-CHANGED-SW           PIC X(01) VALUE 'N'.
               88  WS-RESOURCE-CHANGED VALUE 'Y'.
               88  WS-RESOURCE-SAME    VALUE 'N'.
           05  WS-TRUNC-SW             PIC X(01) VALUE 'N'.
               88  WS-EOB-TRUNCATED    VALUE 'Y'.
               88  WS-EOB-NOT-TRUNCATED VALUE 'N'.

      *--- FIVE-YEAR LOOKBACK AND THE CHANGE-ONLY WATERMARK ---
       01  WS-FHIR-DATES.
           05  WS-LOOKBACK-DATE        PIC X(08).
           05  WS-LOOKBACK-DATE-N      REDEFINES WS-LOOKBACK-DATE
                                       PIC 9(08).
           05  WS-SINCE-DATE           PIC X(08) VALUE SPACES.

      *--- JSON BUILD AREA - SAME MANUAL CONSTRUCTION EXTAPI01 ---
      *    USES FOR THE PRICING REQUEST                         ---
       01  WS-JSON-WORK.
           05  WS-JSON-BUFFER          PIC X(32000).
           05  WS-JSON-PTR             PIC S9(08) COMP VALUE 1.
           05  WS-JSON-LEN             PIC 9(05) COMP VALUE ZERO.
           05  WS-JSON-ITEM-LIMIT      PIC S9(08) COMP VALUE 29000.
           05  WS-JSON-AMT             PIC -(8)9.99.
           05  WS-JSON-QTY             PIC -(5)9.99.
           05  WS-JSON-INT             PIC Z(8)9.
           05  WS-FD-IN                PIC X(08).
           05  WS-FD-OUT               PIC X(10).
           05  WS-CLEAN-TEXT           PIC X(60).

      *--- URIS THE RESOURCES CODE AGAINST ---
       01  WS-FHIR-SYSTEMS.
           05  WS-SYS-CLAIM-TYPE       PIC X(60) VALUE
               'http://terminology.hl7.org/CodeSystem/claim-type'.
           05  WS-SYS-ADJUDICATION     PIC X(60) VALUE
               'http://terminology.hl7.org/CodeSystem/adjudication'.
           05  WS-SYS-NPI              PIC X(60) VALUE
               'http://hl7.org/fhir/sid/us-npi'.
           05  WS-SYS-ICD10            PIC X(60) VALUE
               'http://hl7.org/fhir/sid/icd-10-cm'.
           05  WS-SYS-CPT              PIC X(60) VALUE
               'http://www.ama-assn.org/go/cpt'.
           05  WS-SYS-NDC              PIC X(60) VALUE
               'http://hl7.org/fhir/sid/ndc'.
           05  WS-SYS-CDT              PIC X(60) VALUE
               'http://www.ada.org/cdt'.
           05  WS-SYS-CARC             PIC X(60) VALUE
               'https://x12.org/codes/claim-adjustment-reason-codes'.
           05  WS-SYS-CAGC             PIC X(60) VALUE
               'https://x12.org/codes/claim-adjustment-group-codes'.
           05  WS-SYS-RELATIONSHIP.
               10  FILLER              PIC X(38) VALUE
                   'http://terminology.hl7.org/CodeSystem/'.
               10  FILLER              PIC X(32) VALUE
                   'subscriber-relationship'.
           05  WS-SYS-COVERAGE-CLASS   PIC X(60) VALUE
               'http://terminology.hl7.org/CodeSystem/coverage-class'.
           05  WS-SYS-ID-TYPE          PIC X(60) VALUE
               'http://terminology.hl7.org/CodeSystem/v2-0203'.
           05  WS-SYS-PRODUCT          PIC X(60).

      *--- MEMBERS COVERED AT ANY POINT IN THE LOOKBACK ---
           EXEC SQL DECLARE FHIR-PAT-CURSOR CURSOR FOR
               SELECT M.MEMBER_ID,
                      COALESCE(M.LAST_NAME, ' '),
                      COALESCE(M.FIRST_NAME, ' '),
                      COALESCE(M.DATE_OF_BIRTH, ' '),
                      COALESCE(M.SEX_CODE, ' '),
                      COALESCE(M.ADDR_LINE_1, ' '),
                      COALESCE(M.CITY, ' '),
                      COALESCE(M.STATE, ' '),
                      COALESCE(M.ZIP_CODE, ' ')
               FROM HCAS.MEMBER M
               WHERE EXISTS (
                     SELECT 1
                     FROM HCAS.ENROLLMENT E
                     WHERE E.MEMBER_ID = M.MEMBER_ID
                       AND (E.TERM_DATE >= :WS-LOOKBACK-DATE
                            OR E.TERM_DATE = '99991231')
                 )
               ORDER BY M.MEMBER_ID
           END-EXEC

       01  WS-PAT-ROW.
           05  WS-PT-MEMBER-ID         PIC X(12).
           05  WS-PT-LAST-NAME         PIC X(35).
           05  WS-PT-FIRST-NAME        PIC X(25).
           05  WS-PT-BIRTH-DATE        PIC X(08).
           05  WS-PT-SEX               PIC X(01).
           05  WS-PT-ADDR-LINE-1       PIC X(55).
           05  WS-PT-CITY              PIC X(30).
           05  WS-PT-STATE             PIC X(02).
           05  WS-PT-ZIP-CODE          PIC X(09).

      *--- ENROLLMENT SPANS IN THE LOOKBACK ---
           EXEC SQL DECLARE FHIR-COV-CURSOR CURSOR FOR
               SELECT E.MEMBER_ID, E.PLAN_CODE, E.EFF_DATE,
                      E.TERM_DATE, E.ELIG_STATUS,
                      COALESCE(E.GROUP_ID, ' '),
                      COALESCE(M.SUBSCRIBER_ID, ' '),
                      COALESCE(M.RELATIONSHIP_CODE, '18'),
                      COALESCE((SELECT MAX(B.PLAN_NAME)
                                FROM HCAS.BENEFIT_PLAN B
                                WHERE B.PLAN_CODE = E.PLAN_CODE),
                               ' ')
               FROM HCAS.ENROLLMENT E
               INNER JOIN HCAS.MEMBER M
                   ON M.MEMBER_ID = E.MEMBER_ID
               WHERE E.TERM_DATE >= :WS-LOOKBACK-DATE
                  OR E.TERM_DATE = '99991231'
               ORDER BY E.MEMBER_ID, E.EFF_DATE, E.PLAN_CODE
           END-EXEC

       01  WS-COV-ROW.
           05  WS-CV-MEMBER-ID         PIC X(12).
           05  WS-CV-PLAN-CODE         PIC X(08).
           05  WS-CV-EFF-DATE          PIC X(08).
           05  WS-CV-TERM-DATE         PIC X(08).
           05  WS-CV-ELIG-STATUS       PIC X(01).
           05  WS-CV-GROUP-ID          PIC X(10).
           05  WS-CV-SUBSCRIBER-ID     PIC X(12).
           05  WS-CV-RELATIONSHIP      PIC X(02).
           05  WS-CV-PLAN-NAME         PIC X(50).
           05  WS-CV-REL-CODE          PIC X(06).

      *--- ADJUDICATED CLAIMS: THE WHOLE LOOKBACK ON A FULL LOAD, ---
      *    OTHERWISE THOSE ADJUDICATED OR REPROCESSED SINCE THE   ---
      *    LAST COMPLETED RUN                                     ---
           EXEC SQL DECLARE FHIR-CLM-CURSOR CURSOR FOR
               SELECT CM.CLAIM_ID, CM.CLAIM_TYPE, CM.CLAIM_STATUS,
                      CM.MEMBER_ID, CM.BILLING_NPI,
                      COALESCE(CM.RENDERING_NPI, ' '),
                      CM.SERVICE_FROM_DATE,
                      COALESCE(CM.SERVICE_TO_DATE,
                               CM.SERVICE_FROM_DATE),
                      COALESCE(CM.ADJUD_DATE, ' '),
                      COALESCE(CM.REMIT_DATE, ' '),
                      COALESCE(CM.PRINCIPAL_DIAG, ' '),
                      COALESCE(CM.TOTAL_CHARGES, 0),
                      COALESCE(CM.ALLOWED_AMT, 0),
                      COALESCE(CM.PAID_AMT, 0),
                      COALESCE(CM.COPAY_AMT, 0),
                      COALESCE(CM.DEDUCTIBLE_AMT, 0),
                      COALESCE(CM.COINSURANCE_AMT, 0)
               FROM HCAS.CLAIM_MASTER CM
               WHERE CM.CLAIM_STATUS IN ('40', '50', '60', '99')
                 AND CM.SERVICE_FROM_DATE >= :WS-LOOKBACK-DATE
                 AND (:WS-RUN-TYPE = 'F'
                      OR COALESCE(CM.PROCESS_DATE, CM.ADJUD_DATE)
                             >= :WS-SINCE-DATE)
               ORDER BY CM.CLAIM_ID
           END-EXEC

       01  WS-CLAIM-ROW.
           05  WS-FC-CLAIM-ID          PIC X(15).
           05  WS-FC-CLAIM-TYPE        PIC X(02).
               88  WS-FC-INSTITUTIONAL VALUE 'IN'.
               88  WS-FC-PHARMACY      VALUE 'RX'.
               88  WS-FC-DENTAL        VALUE 'DN'.
           05  WS-FC-CLAIM-STATUS      PIC X(02).
               88  WS-FC-REVERSED      VALUE '99'.
           05  WS-FC-MEMBER-ID         PIC X(12).
           05  WS-FC-BILLING-NPI       PIC X(10).
           05  WS-FC-RENDERING-NPI     PIC X(10).
           05  WS-FC-SERVICE-FROM      PIC X(08).
           05  WS-FC-SERVICE-TO        PIC X(08).
           05  WS-FC-ADJUD-DATE        PIC X(08).
           05  WS-FC-REMIT-DATE        PIC X(08).
           05  WS-FC-PRINC-DIAG        PIC X(08).
           05  WS-FC-TOTAL-CHARGES     PIC S9(09)V99 COMP-3.
           05  WS-FC-ALLOWED-AMT       PIC S9(09)V99 COMP-3.
           05  WS-FC-PAID-AMT          PIC S9(09)V99 COMP-3.
           05  WS-FC-COPAY-AMT         PIC S9(07)V99 COMP-3.
           05  WS-FC-DEDUCT-AMT        PIC S9(07)V99 COMP-3.
           05  WS-FC-COINS-AMT         PIC S9(07)V99 COMP-3.
           05  WS-FC-EOB-TYPE          PIC X(13).
           05  WS-FC-COV-PLAN          PIC X(08).
           05  WS-FC-COV-EFF-DATE      PIC X(08).

           EXEC SQL DECLARE FHIR-DIAG-CURSOR CURSOR FOR
               SELECT DIAG_SEQ, DIAG_CODE
               FROM HCAS.CLAIM_DIAG
               WHERE CLAIM_ID = :WS-FC-CLAIM-ID
               ORDER BY DIAG_SEQ
           END-EXEC

       01  WS-DIAG-ROW.
           05  WS-FD-DIAG-SEQ          PIC S9(04) COMP.
           05  WS-FD-DIAG-CODE         PIC X(08).
       01  WS-DX-COUNT                 PIC 9(03) VALUE ZERO.

           EXEC SQL DECLARE FHIR-LINE-CURSOR CURSOR FOR
               SELECT LINE_SEQ, COALESCE(PROC_CODE, ' '),
                      COALESCE(MODIFIER_1, ' '),
                      COALESCE(DOS_FROM, ' '),
                      COALESCE(NDC_CODE, ' '),
                      COALESCE(UNITS, 0),
                      COALESCE(LINE_CHARGE, 0),
                      COALESCE(ALLOWED_AMT, 0),
                      COALESCE(PAID_AMT, 0),
                      COALESCE(MEMBER_RESP_AMT, 0)
               FROM HCAS.CLAIM_LINE
               WHERE CLAIM_ID = :WS-FC-CLAIM-ID
               ORDER BY LINE_SEQ
           END-EXEC

       01  WS-LINE-ROW.
           05  WS-FL-LINE-SEQ          PIC 9(03).
           05  WS-FL-PROC-CODE         PIC X(05).
           05  WS-FL-MODIFIER          PIC X(02).
           05  WS-FL-DOS-FROM          PIC X(08).
           05  WS-FL-NDC-CODE          PIC X(11).
           05  WS-FL-UNITS             PIC S9(05)V99 COMP-3.
           05  WS-FL-CHARGE            PIC S9(07)V99 COMP-3.
           05  WS-FL-ALLOWED           PIC S9(07)V99 COMP-3.
           05  WS-FL-PAID              PIC S9(07)V99 COMP-3.
           05  WS-FL-MEMBER-RESP       PIC S9(07)V99 COMP-3.
       01  WS-LINE-COUNT               PIC 9(03) VALUE ZERO.

      *--- CARC ADJUSTMENTS ON ONE SERVICE LINE ---
           EXEC SQL DECLARE FHIR-ADJ-CURSOR CURSOR FOR
               SELECT COALESCE(GROUP_CODE, ' '),
                      COALESCE(REASON_CODE, ' '),
                      COALESCE(ADJ_AMOUNT, 0)
               FROM HCAS.CLAIM_ADJUSTMENT
               WHERE CLAIM_ID = :WS-FC-CLAIM-ID
                 AND LINE_SEQ = :WS-FL-LINE-SEQ
               ORDER BY GROUP_CODE, REASON_CODE
           END-EXEC

       01  WS-ADJ-ROW.
           05  WS-FA-GROUP-CODE        PIC X(02).
           05  WS-FA-REASON-CODE       PIC X(05).
           05  WS-FA-AMOUNT            PIC S9(07)V99 COMP-3.

      *--- ONE ADJUDICATION ENTRY TO APPEND ---
       01  WS-ADJUDICATION-ENTRY.
           05  WS-AJ-CATEGORY          PIC X(12).
           05  WS-AJ-AMOUNT            PIC S9(09)V99 COMP-3.

      *--- WHAT WAS LAST SENT FOR A PATIENT OR COVERAGE ---
       01  WS-SENT-TRACK.
           05  WS-SN-RESOURCE-TYPE     PIC X(20).
           05  WS-SN-RESOURCE-ID       PIC X(40).
           05  WS-SN-SOURCE-IMAGE      PIC X(250).
           05  WS-SN-PRIOR-IMAGE       PIC X(250).

       01  WS-FHIR-COUNTERS.
           05  WS-PATIENTS-WRITTEN     PIC 9(09) VALUE ZERO.
           05  WS-PATIENTS-SAME        PIC 9(09) VALUE ZERO.
           05  WS-COVERAGES-WRITTEN    PIC 9(09) VALUE ZERO.
           05  WS-COVERAGES-SAME       PIC 9(09) VALUE ZERO.
           05  WS-EOBS-WRITTEN         PIC 9(09) VALUE ZERO.
           05  WS-EOBS-CANCELLED       PIC 9(09) VALUE ZERO.
           05  WS-EOBS-PROFESSIONAL    PIC 9(09) VALUE ZERO.
           05  WS-EOBS-INSTITUTIONAL   PIC 9(09) VALUE ZERO.
           05  WS-EOBS-PHARMACY        PIC 9(09) VALUE ZERO.
           05  WS-EOBS-ORAL            PIC 9(09) VALUE ZERO.
           05  WS-EOBS-TRUNCATED       PIC 9(09) VALUE ZERO.
           05  WS-DISCLOSURE-ERRORS    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXTRACT-PATIENTS
           PERFORM 3000-EXTRACT-COVERAGES
           PERFORM 4000-EXTRACT-EOBS
           PERFORM 8000-RECORD-RUN
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'FHIREX01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-CURRENT-TIME
           STRING WS-PROGRAM-ID   DELIMITED SIZE
                  '-'             DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  '-'             DELIMITED SIZE
                  WS-CURRENT-TIME DELIMITED SIZE
                  INTO WS-RUN-ID
           END-STRING
           COMPUTE WS-LOOKBACK-DATE-N =
               (WS-CURR-YYYY - 5) * 10000
               + WS-CURR-MM * 100 + WS-CURR-DD
           IF WS-CURR-MM = 2 AND WS-CURR-DD = 29
               COMPUTE WS-LOOKBACK-DATE-N =
                   (WS-CURR-YYYY - 5) * 10000 + 301
           END-IF
      *--- CHANGE-ONLY FROM THE DAY OF THE LAST COMPLETED RUN; ---
      *    NO COMPLETED RUN YET MEANS THE INITIAL FULL LOAD     ---
           EXEC SQL
               SELECT COALESCE(MAX(RUN_DATE), ' ')
               INTO :WS-SINCE-DATE
               FROM HCAS.FHIR_EXTRACT_RUN
               WHERE RUN_STATUS = 'C'
           END-EXEC
           IF SQLCODE NOT = ZERO OR WS-SINCE-DATE = SPACES
               SET WS-RUN-FULL TO TRUE
           END-IF
           OPEN INPUT FHIRPARM-FILE
           IF WS-PARM-STATUS = '00'
               READ FHIRPARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF FXP-FORCE-FULL
                           SET WS-RUN-FULL TO TRUE
                       END-IF
               END-READ
               CLOSE FHIRPARM-FILE
           END-IF
           IF WS-RUN-FULL
               MOVE WS-LOOKBACK-DATE TO WS-SINCE-DATE
           END-IF
           EXEC SQL
               INSERT INTO HCAS.BATCH_RUN_CONTROL
                   (RUN_ID, PROGRAM_ID, START_TIMESTAMP,
                    RUN_STATUS, CYCLE_DATE)
               VALUES
                   (:WS-RUN-ID, :WS-PROGRAM-ID,
                    :WS-CURRENT-DATE, 'R', :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'FHIREX01: RUN CONTROL INSERT ERROR '
                       'SQLCODE=' SQLCODE
           END-IF
           OPEN OUTPUT FHIRPAT-FILE
           OPEN OUTPUT FHIRCOV-FILE
           OPEN OUTPUT FHIREOB-FILE
           IF WS-PAT-STATUS NOT = '00'
           OR WS-COV-STATUS NOT = '00'
           OR WS-EOB-STATUS NOT = '00'
               DISPLAY 'FHIREX01: OPEN ERROR PAT/COV/EOB - '
                       WS-PAT-STATUS '/' WS-COV-STATUS '/'
                       WS-EOB-STATUS
               PERFORM 1900-FAIL-RUN-CONTROL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'FHIREX01: RUN ' WS-RUN-ID ' TYPE ' WS-RUN-TYPE
                   ' SINCE ' WS-SINCE-DATE
           PERFORM 1800-OPEN-DISCLOSURE.

       1800-OPEN-DISCLOSURE.
      *--- THE PATIENT ACCESS API IS THE MEMBER'S OWN ACCESS  ---
      *    TO THEIR RECORD - RECORDED, NOT ACCOUNTABLE        ---
           INITIALIZE PHI-DISCLOSURE-REQUEST
           SET PHI-DSC-OPEN-FILE TO TRUE
           MOVE WS-PROGRAM-ID TO PHI-DSC-SOURCE-PROGRAM
           MOVE 'FHIR-API' TO PHI-DSC-RECIPIENT-ID
           MOVE 'PATIENT ACCESS API VENDOR'
               TO PHI-DSC-RECIPIENT-NAME
           SET PHI-DSC-TO-MEMBER TO TRUE
           STRING 'FHIR PATIENT ACCESS FEED - RUN TYPE '
                  DELIMITED SIZE
                  WS-RUN-TYPE DELIMITED SIZE
                  INTO PHI-DSC-FILE-DESC
           END-STRING
           PERFORM 7200-CALL-DISCLOSURE.

       1900-FAIL-RUN-CONTROL.
           EXEC SQL
               UPDATE HCAS.BATCH_RUN_CONTROL
               SET    RUN_STATUS = 'F',
                      END_TIMESTAMP = :WS-CURRENT-DATE
               WHERE  RUN_ID = :WS-RUN-ID
           END-EXEC
           EXEC SQL COMMIT END-EXEC.

      *================================================================*
      * PATIENT                                                        *
      *================================================================*
       2000-EXTRACT-PATIENTS.
           EXEC SQL OPEN FHIR-PAT-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'FHIREX01: PATIENT CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               PERFORM 1900-FAIL-RUN-CONTROL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-PAT-NOT-EOF TO TRUE
           PERFORM 2100-FETCH-NEXT-PATIENT
           PERFORM 2200-PROCESS-ONE-PATIENT
               UNTIL WS-PAT-EOF
           EXEC SQL CLOSE FHIR-PAT-CURSOR END-EXEC.

       2100-FETCH-NEXT-PATIENT.
           EXEC SQL
               FETCH FHIR-PAT-CURSOR
               INTO :WS-PT-MEMBER-ID, :WS-PT-LAST-NAME,
                    :WS-PT-FIRST-NAME, :WS-PT-BIRTH-DATE,
                    :WS-PT-SEX, :WS-PT-ADDR-LINE-1,
                    :WS-PT-CITY, :WS-PT-STATE, :WS-PT-ZIP-CODE
           END-EXEC
           IF SQLCODE = +100
               SET WS-PAT-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'FHIREX01: PATIENT FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-PAT-EOF TO TRUE
           END-IF.

       2200-PROCESS-ONE-PATIENT.
           MOVE 'Patient'       TO WS-SN-RESOURCE-TYPE
           MOVE WS-PT-MEMBER-ID TO WS-SN-RESOURCE-ID
           MOVE WS-PAT-ROW      TO WS-SN-SOURCE-IMAGE
           PERFORM 7000-CHECK-RESOURCE-CHANGED
           IF WS-RESOURCE-SAME
               ADD 1 TO WS-PATIENTS-SAME
           ELSE
               PERFORM 2300-BUILD-PATIENT
               WRITE FHIRPAT-RECORD FROM WS-JSON-BUFFER
               ADD 1 TO WS-PATIENTS-WRITTEN
               PERFORM 7100-RECORD-RESOURCE-SENT
               SET PHI-DSC-ADD-MEMBER TO TRUE
               MOVE WS-PT-MEMBER-ID TO PHI-DSC-MEMBER-ID
               PERFORM 7200-CALL-DISCLOSURE
           END-IF
           PERFORM 2100-FETCH-NEXT-PATIENT.

       2300-BUILD-PATIENT.
           MOVE SPACES TO WS-JSON-BUFFER
           MOVE 1 TO WS-JSON-PTR
           STRING '{"resourceType":"Patient","id":"' DELIMITED SIZE
                  WS-PT-MEMBER-ID DELIMITED SPACES
                  '","identifier":[{"type":{"coding":[{"system":"'
                      DELIMITED SIZE
                  WS-SYS-ID-TYPE DELIMITED SPACES
                  '","code":"MB"}]},"value":"' DELIMITED SIZE
                  WS-PT-MEMBER-ID DELIMITED SPACES
                  '"}]' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-PT-LAST-NAME TO WS-CLEAN-TEXT
           PERFORM 7950-CLEAN-TEXT
           STRING ',"name":[{"family":"' DELIMITED SIZE
                  FUNCTION TRIM(WS-CLEAN-TEXT) DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-PT-FIRST-NAME TO WS-CLEAN-TEXT
           PERFORM 7950-CLEAN-TEXT
           STRING '","given":["' DELIMITED SIZE
                  FUNCTION TRIM(WS-CLEAN-TEXT) DELIMITED SIZE
                  '"]}]' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           EVALUATE WS-PT-SEX
               WHEN 'M'
                   STRING ',"gender":"male"' DELIMITED SIZE
                       INTO WS-JSON-BUFFER
                       WITH POINTER WS-JSON-PTR
                   END-STRING
               WHEN 'F'
                   STRING ',"gender":"female"' DELIMITED SIZE
                       INTO WS-JSON-BUFFER
                       WITH POINTER WS-JSON-PTR
                   END-STRING
               WHEN OTHER
                   STRING ',"gender":"unknown"' DELIMITED SIZE
                       INTO WS-JSON-BUFFER
                       WITH POINTER WS-JSON-PTR
                   END-STRING
           END-EVALUATE
           MOVE WS-PT-BIRTH-DATE TO WS-FD-IN
           PERFORM 7900-FORMAT-DATE
           IF WS-FD-OUT NOT = SPACES
               STRING ',"birthDate":"' DELIMITED SIZE
                      WS-FD-OUT DELIMITED SIZE
                      '"' DELIMITED SIZE
                      INTO WS-JSON-BUFFER
                      WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           IF WS-PT-ADDR-LINE-1 NOT = SPACES
               MOVE WS-PT-ADDR-LINE-1 TO WS-CLEAN-TEXT
               PERFORM 7950-CLEAN-TEXT
               STRING ',"address":[{"line":["' DELIMITED SIZE
                      FUNCTION TRIM(WS-CLEAN-TEXT) DELIMITED SIZE
                      '"]' DELIMITED SIZE
                      INTO WS-JSON-BUFFER
                      WITH POINTER WS-JSON-PTR
               END-STRING
               MOVE WS-PT-CITY TO WS-CLEAN-TEXT
               PERFORM 7950-CLEAN-TEXT
               STRING ',"city":"' DELIMITED SIZE
                      FUNCTION TRIM(WS-CLEAN-TEXT) DELIMITED SIZE
                      '","state":"' DELIMITED SIZE
                      WS-PT-STATE DELIMITED SPACES
                      '","postalCode":"' DELIMITED SIZE
                      WS-PT-ZIP-CODE DELIMITED SPACES
                      '"}]' DELIMITED SIZE
                      INTO WS-JSON-BUFFER
                      WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           STRING '}' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           COMPUTE WS-JSON-LEN = WS-JSON-PTR - 1.

      *================================================================*
      * COVERAGE                                                       *
      *================================================================*
       3000-EXTRACT-COVERAGES.
           EXEC SQL OPEN FHIR-COV-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'FHIREX01: COVERAGE CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               PERFORM 1900-FAIL-RUN-CONTROL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-COV-NOT-EOF TO TRUE
           PERFORM 3100-FETCH-NEXT-COVERAGE
           PERFORM 3200-PROCESS-ONE-COVERAGE
               UNTIL WS-COV-EOF
           EXEC SQL CLOSE FHIR-COV-CURSOR END-EXEC.

       3100-FETCH-NEXT-COVERAGE.
           EXEC SQL
               FETCH FHIR-COV-CURSOR
               INTO :WS-CV-MEMBER-ID, :WS-CV-PLAN-CODE,
                    :WS-CV-EFF-DATE, :WS-CV-TERM-DATE,
                    :WS-CV-ELIG-STATUS, :WS-CV-GROUP-ID,
                    :WS-CV-SUBSCRIBER-ID, :WS-CV-RELATIONSHIP,
                    :WS-CV-PLAN-NAME
           END-EXEC
           IF SQLCODE = +100
               SET WS-COV-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'FHIREX01: COVERAGE FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-COV-EOF TO TRUE
           END-IF.

       3200-PROCESS-ONE-COVERAGE.
      *--- COVERAGE ID: MEMBER-PLAN-SPAN START, THE SAME ID THE ---
      *    EXPLANATIONOFBENEFIT INSURANCE REFERENCE CARRIES     ---
           MOVE 'Coverage' TO WS-SN-RESOURCE-TYPE
           MOVE SPACES TO WS-SN-RESOURCE-ID
           STRING WS-CV-MEMBER-ID DELIMITED SPACES
                  '-'             DELIMITED SIZE
                  WS-CV-PLAN-CODE DELIMITED SPACES
                  '-'             DELIMITED SIZE
                  WS-CV-EFF-DATE  DELIMITED SIZE
                  INTO WS-SN-RESOURCE-ID
           END-STRING
           MOVE WS-COV-ROW TO WS-SN-SOURCE-IMAGE
           PERFORM 7000-CHECK-RESOURCE-CHANGED
           IF WS-RESOURCE-SAME
               ADD 1 TO WS-COVERAGES-SAME
           ELSE
               PERFORM 3300-BUILD-COVERAGE
               WRITE FHIRCOV-RECORD FROM WS-JSON-BUFFER
               ADD 1 TO WS-COVERAGES-WRITTEN
               PERFORM 7100-RECORD-RESOURCE-SENT
               SET PHI-DSC-ADD-MEMBER TO TRUE
               MOVE WS-CV-MEMBER-ID TO PHI-DSC-MEMBER-ID
               PERFORM 7200-CALL-DISCLOSURE
           END-IF
           PERFORM 3100-FETCH-NEXT-COVERAGE.

       3300-BUILD-COVERAGE.
           EVALUATE WS-CV-RELATIONSHIP
               WHEN '18'
                   MOVE 'self'   TO WS-CV-REL-CODE
               WHEN '01'
                   MOVE 'spouse' TO WS-CV-REL-CODE
               WHEN '19'
                   MOVE 'child'  TO WS-CV-REL-CODE
               WHEN OTHER
                   MOVE 'other'  TO WS-CV-REL-CODE
           END-EVALUATE
           MOVE SPACES TO WS-JSON-BUFFER
           MOVE 1 TO WS-JSON-PTR
           STRING '{"resourceType":"Coverage","id":"' DELIMITED SIZE
                  WS-SN-RESOURCE-ID DELIMITED SPACES
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           IF WS-CV-ELIG-STATUS = 'A'
               STRING '","status":"active"' DELIMITED SIZE
                   INTO WS-JSON-BUFFER
                   WITH POINTER WS-JSON-PTR
               END-STRING
           ELSE
               STRING '","status":"cancelled"' DELIMITED SIZE
                   INTO WS-JSON-BUFFER
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           STRING ',"subscriberId":"' DELIMITED SIZE
                  WS-CV-SUBSCRIBER-ID DELIMITED SPACES
                  '","beneficiary":{"reference":"Patient/'
                      DELIMITED SIZE
                  WS-CV-MEMBER-ID DELIMITED SPACES
                  '"},"relationship":{"coding":[{"system":"'
                      DELIMITED SIZE
                  WS-SYS-RELATIONSHIP DELIMITED SPACES
                  '","code":"' DELIMITED SIZE
                  WS-CV-REL-CODE DELIMITED SPACES
                  '"}]}' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-CV-EFF-DATE TO WS-FD-IN
           PERFORM 7900-FORMAT-DATE
           STRING ',"period":{"start":"' DELIMITED SIZE
                  WS-FD-OUT DELIMITED SIZE
                  '"' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-CV-TERM-DATE TO WS-FD-IN
           PERFORM 7900-FORMAT-DATE
           IF WS-FD-OUT NOT = SPACES
               STRING ',"end":"' DELIMITED SIZE
                      WS-FD-OUT DELIMITED SIZE
                      '"' DELIMITED SIZE
                      INTO WS-JSON-BUFFER
                      WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           MOVE WS-CV-PLAN-NAME TO WS-CLEAN-TEXT
           PERFORM 7950-CLEAN-TEXT
           STRING '},"payor":[{"display":"HCAS"}]'
                      DELIMITED SIZE
                  ',"class":[{"type":{"coding":[{"system":"'
                      DELIMITED SIZE
                  WS-SYS-COVERAGE-CLASS DELIMITED SPACES
                  '","code":"plan"}]},"value":"' DELIMITED SIZE
                  WS-CV-PLAN-CODE DELIMITED SPACES
                  '","name":"' DELIMITED SIZE
                  FUNCTION TRIM(WS-CLEAN-TEXT) DELIMITED SIZE
                  '"}' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           IF WS-CV-GROUP-ID NOT = SPACES
               STRING ',{"type":{"coding":[{"system":"'
                          DELIMITED SIZE
                      WS-SYS-COVERAGE-CLASS DELIMITED SPACES
                      '","code":"group"}]},"value":"' DELIMITED SIZE
                      WS-CV-GROUP-ID DELIMITED SPACES
                      '"}' DELIMITED SIZE
                      INTO WS-JSON-BUFFER
                      WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           STRING ']}' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           COMPUTE WS-JSON-LEN = WS-JSON-PTR - 1.

      *================================================================*
      * EXPLANATIONOFBENEFIT                                           *
      *================================================================*
       4000-EXTRACT-EOBS.
           EXEC SQL OPEN FHIR-CLM-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'FHIREX01: CLAIM CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               PERFORM 1900-FAIL-RUN-CONTROL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-CLM-NOT-EOF TO TRUE
           PERFORM 4100-FETCH-NEXT-CLAIM
           PERFORM 4200-PROCESS-ONE-CLAIM
               UNTIL WS-CLM-EOF
           EXEC SQL CLOSE FHIR-CLM-CURSOR END-EXEC.

       4100-FETCH-NEXT-CLAIM.
           EXEC SQL
               FETCH FHIR-CLM-CURSOR
               INTO :WS-FC-CLAIM-ID, :WS-FC-CLAIM-TYPE,
                    :WS-FC-CLAIM-STATUS, :WS-FC-MEMBER-ID,
                    :WS-FC-BILLING-NPI, :WS-FC-RENDERING-NPI,
                    :WS-FC-SERVICE-FROM, :WS-FC-SERVICE-TO,
                    :WS-FC-ADJUD-DATE, :WS-FC-REMIT-DATE,
                    :WS-FC-PRINC-DIAG,
                    :WS-FC-TOTAL-CHARGES, :WS-FC-ALLOWED-AMT,
                    :WS-FC-PAID-AMT, :WS-FC-COPAY-AMT,
                    :WS-FC-DEDUCT-AMT, :WS-FC-COINS-AMT
           END-EXEC
           IF SQLCODE = +100
               SET WS-CLM-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'FHIREX01: CLAIM FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-CLM-EOF TO TRUE
           END-IF.

       4200-PROCESS-ONE-CLAIM.
           EVALUATE TRUE
               WHEN WS-FC-INSTITUTIONAL
                   MOVE 'institutional' TO WS-FC-EOB-TYPE
                   MOVE WS-SYS-CPT      TO WS-SYS-PRODUCT
                   ADD 1 TO WS-EOBS-INSTITUTIONAL
               WHEN WS-FC-PHARMACY
                   MOVE 'pharmacy'      TO WS-FC-EOB-TYPE
                   MOVE WS-SYS-NDC      TO WS-SYS-PRODUCT
                   ADD 1 TO WS-EOBS-PHARMACY
               WHEN WS-FC-DENTAL
                   MOVE 'oral'          TO WS-FC-EOB-TYPE
                   MOVE WS-SYS-CDT      TO WS-SYS-PRODUCT
                   ADD 1 TO WS-EOBS-ORAL
               WHEN OTHER
                   MOVE 'professional'  TO WS-FC-EOB-TYPE
                   MOVE WS-SYS-CPT      TO WS-SYS-PRODUCT
                   ADD 1 TO WS-EOBS-PROFESSIONAL
           END-EVALUATE
           PERFORM 4250-FIND-CLAIM-COVERAGE
           SET WS-EOB-NOT-TRUNCATED TO TRUE
           PERFORM 4300-BUILD-EOB-HEADER
           PERFORM 4400-BUILD-EOB-DIAGNOSES
           PERFORM 4500-BUILD-EOB-ITEMS
           PERFORM 4700-BUILD-EOB-TOTALS
           WRITE FHIREOB-RECORD FROM WS-JSON-BUFFER
           ADD 1 TO WS-EOBS-WRITTEN
           IF WS-FC-REVERSED
               ADD 1 TO WS-EOBS-CANCELLED
           END-IF
           IF WS-EOB-TRUNCATED
               ADD 1 TO WS-EOBS-TRUNCATED
               DISPLAY 'FHIREX01: EOB LINES TRUNCATED CLM='
                       WS-FC-CLAIM-ID
           END-IF
           MOVE 'ExplanationOfBenefit' TO WS-SN-RESOURCE-TYPE
           MOVE WS-FC-CLAIM-ID         TO WS-SN-RESOURCE-ID
           MOVE WS-FC-CLAIM-STATUS     TO WS-SN-SOURCE-IMAGE
           PERFORM 7100-RECORD-RESOURCE-SENT
           SET PHI-DSC-ADD-MEMBER TO TRUE
           MOVE WS-FC-MEMBER-ID TO PHI-DSC-MEMBER-ID
           PERFORM 7200-CALL-DISCLOSURE
           PERFORM 4100-FETCH-NEXT-CLAIM.

       4250-FIND-CLAIM-COVERAGE.
           MOVE SPACES TO WS-FC-COV-PLAN
           MOVE SPACES TO WS-FC-COV-EFF-DATE
           EXEC SQL
               SELECT PLAN_CODE, EFF_DATE
               INTO :WS-FC-COV-PLAN, :WS-FC-COV-EFF-DATE
               FROM HCAS.ENROLLMENT
               WHERE MEMBER_ID = :WS-FC-MEMBER-ID
                 AND EFF_DATE <= :WS-FC-SERVICE-FROM
                 AND (TERM_DATE >= :WS-FC-SERVICE-FROM
                      OR TERM_DATE = '99991231')
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-FC-COV-PLAN
           END-IF.

       4300-BUILD-EOB-HEADER.
           MOVE SPACES TO WS-JSON-BUFFER
           MOVE 1 TO WS-JSON-PTR
           STRING '{"resourceType":"ExplanationOfBenefit","id":"'
                      DELIMITED SIZE
                  WS-FC-CLAIM-ID DELIMITED SPACES
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           IF WS-FC-REVERSED
               STRING '","status":"cancelled"' DELIMITED SIZE
                   INTO WS-JSON-BUFFER
                   WITH POINTER WS-JSON-PTR
               END-STRING
           ELSE
               STRING '","status":"active"' DELIMITED SIZE
                   INTO WS-JSON-BUFFER
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           STRING ',"type":{"coding":[{"system":"' DELIMITED SIZE
                  WS-SYS-CLAIM-TYPE DELIMITED SPACES
                  '","code":"' DELIMITED SIZE
                  WS-FC-EOB-TYPE DELIMITED SPACES
                  '"}]},"use":"claim","patient":{"reference":"'
                      DELIMITED SIZE
                  'Patient/' DELIMITED SIZE
                  WS-FC-MEMBER-ID DELIMITED SPACES
                  '"}' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-FC-SERVICE-FROM TO WS-FD-IN
           PERFORM 7900-FORMAT-DATE
           STRING ',"billablePeriod":{"start":"' DELIMITED SIZE
                  WS-FD-OUT DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-FC-SERVICE-TO TO WS-FD-IN
           PERFORM 7900-FORMAT-DATE
           STRING '","end":"' DELIMITED SIZE
                  WS-FD-OUT DELIMITED SIZE
                  '"}' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-FC-ADJUD-DATE TO WS-FD-IN
           PERFORM 7900-FORMAT-DATE
           STRING ',"created":"' DELIMITED SIZE
                  WS-FD-OUT DELIMITED SIZE
                  '","insurer":{"display":"HCAS"}' DELIMITED SIZE
                  ',"provider":{"identifier":{"system":"'
                      DELIMITED SIZE
                  WS-SYS-NPI DELIMITED SPACES
                  '","value":"' DELIMITED SIZE
                  WS-FC-BILLING-NPI DELIMITED SPACES
                  '"}}' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           STRING ',"outcome":"complete"' DELIMITED SIZE
               INTO WS-JSON-BUFFER
               WITH POINTER WS-JSON-PTR
           END-STRING
           IF WS-FC-RENDERING-NPI NOT = SPACES
               STRING ',"careTeam":[{"sequence":1,"provider":{'
                          DELIMITED SIZE
                      '"identifier":{"system":"' DELIMITED SIZE
                      WS-SYS-NPI DELIMITED SPACES
                      '","value":"' DELIMITED SIZE
                      WS-FC-RENDERING-NPI DELIMITED SPACES
                      '"}}}]' DELIMITED SIZE
                      INTO WS-JSON-BUFFER
                      WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           IF WS-FC-COV-PLAN NOT = SPACES
               STRING ',"insurance":[{"focal":true,"coverage":{'
                          DELIMITED SIZE
                      '"reference":"Coverage/' DELIMITED SIZE
                      WS-FC-MEMBER-ID DELIMITED SPACES
                      '-' DELIMITED SIZE
                      WS-FC-COV-PLAN DELIMITED SPACES
                      '-' DELIMITED SIZE
                      WS-FC-COV-EFF-DATE DELIMITED SIZE
                      '"}}]' DELIMITED SIZE
                      INTO WS-JSON-BUFFER
                      WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF.

       4400-BUILD-EOB-DIAGNOSES.
           MOVE ZERO TO WS-DX-COUNT
           IF WS-FC-PHARMACY
               EXIT PARAGRAPH
           END-IF
           STRING ',"diagnosis":[' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           SET WS-DX-NOT-EOF TO TRUE
           EXEC SQL OPEN FHIR-DIAG-CURSOR END-EXEC
           IF SQLCODE = ZERO
               PERFORM 4410-ADD-ONE-DIAGNOSIS
                   UNTIL WS-DX-EOF
               EXEC SQL CLOSE FHIR-DIAG-CURSOR END-EXEC
           END-IF
      *--- NON-837 CLAIMS CARRY ONLY THE HEADER DIAGNOSIS ---
           IF WS-DX-COUNT = ZERO
           AND WS-FC-PRINC-DIAG NOT = SPACES
               MOVE 1 TO WS-FD-DIAG-SEQ
               MOVE WS-FC-PRINC-DIAG TO WS-FD-DIAG-CODE
               PERFORM 4420-APPEND-DIAGNOSIS
           END-IF
           IF WS-DX-COUNT > ZERO
               SUBTRACT 1 FROM WS-JSON-PTR
           END-IF
           STRING ']' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING.

       4410-ADD-ONE-DIAGNOSIS.
           EXEC SQL
               FETCH FHIR-DIAG-CURSOR
               INTO :WS-FD-DIAG-SEQ, :WS-FD-DIAG-CODE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-DX-EOF TO TRUE
           ELSE
               PERFORM 4420-APPEND-DIAGNOSIS
           END-IF.

       4420-APPEND-DIAGNOSIS.
           ADD 1 TO WS-DX-COUNT
           MOVE WS-FD-DIAG-SEQ TO WS-JSON-INT
           STRING '{"sequence":' DELIMITED SIZE
                  FUNCTION TRIM(WS-JSON-INT LEADING) DELIMITED SIZE
                  ',"diagnosisCodeableConcept":{"coding":[{'
                      DELIMITED SIZE
                  '"system":"' DELIMITED SIZE
                  WS-SYS-ICD10 DELIMITED SPACES
                  '","code":"' DELIMITED SIZE
                  WS-FD-DIAG-CODE DELIMITED SPACES
                  '"}]}},' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING.

       4500-BUILD-EOB-ITEMS.
           MOVE ZERO TO WS-LINE-COUNT
           STRING ',"item":[' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           SET WS-LN-NOT-EOF TO TRUE
           EXEC SQL OPEN FHIR-LINE-CURSOR END-EXEC
           IF SQLCODE = ZERO
               PERFORM 4510-ADD-ONE-ITEM
                   UNTIL WS-LN-EOF
               EXEC SQL CLOSE FHIR-LINE-CURSOR END-EXEC
           END-IF
           IF WS-LINE-COUNT > ZERO
               SUBTRACT 1 FROM WS-JSON-PTR
           END-IF
           STRING ']' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING.

       4510-ADD-ONE-ITEM.
           EXEC SQL
               FETCH FHIR-LINE-CURSOR
               INTO :WS-FL-LINE-SEQ, :WS-FL-PROC-CODE,
                    :WS-FL-MODIFIER, :WS-FL-DOS-FROM,
                    :WS-FL-NDC-CODE, :WS-FL-UNITS,
                    :WS-FL-CHARGE, :WS-FL-ALLOWED,
                    :WS-FL-PAID, :WS-FL-MEMBER-RESP
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-LN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
      *--- KEEP THE RESOURCE INSIDE ONE RECORD - A CLAIM WITH ---
      *    MORE LINES THAN FIT IS SENT WITH THE FIRST ONES     ---
           IF WS-JSON-PTR > WS-JSON-ITEM-LIMIT
               SET WS-EOB-TRUNCATED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-FL-LINE-SEQ TO WS-JSON-INT
           MOVE WS-FL-DOS-FROM TO WS-FD-IN
           PERFORM 7900-FORMAT-DATE
           STRING '{"sequence":' DELIMITED SIZE
                  FUNCTION TRIM(WS-JSON-INT LEADING) DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           IF WS-FD-OUT NOT = SPACES
               STRING ',"servicedDate":"' DELIMITED SIZE
                      WS-FD-OUT DELIMITED SIZE
                      '"' DELIMITED SIZE
                      INTO WS-JSON-BUFFER
                      WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           STRING ',"productOrService":{"coding":[{"system":"'
                      DELIMITED SIZE
                  WS-SYS-PRODUCT DELIMITED SPACES
                  '","code":"' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           IF WS-FC-PHARMACY
               STRING WS-FL-NDC-CODE DELIMITED SPACES
                   INTO WS-JSON-BUFFER
                   WITH POINTER WS-JSON-PTR
               END-STRING
           ELSE
               STRING WS-FL-PROC-CODE DELIMITED SPACES
                   INTO WS-JSON-BUFFER
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           STRING '"}]}' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           IF WS-FL-MODIFIER NOT = SPACES
               STRING ',"modifier":[{"coding":[{"system":"'
                          DELIMITED SIZE
                      WS-SYS-CPT DELIMITED SPACES
                      '","code":"' DELIMITED SIZE
                      WS-FL-MODIFIER DELIMITED SPACES
                      '"}]}]' DELIMITED SIZE
                      INTO WS-JSON-BUFFER
                      WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           MOVE WS-FL-UNITS TO WS-JSON-QTY
           STRING ',"quantity":{"value":' DELIMITED SIZE
                  FUNCTION TRIM(WS-JSON-QTY LEADING) DELIMITED SIZE
                  '},"adjudication":[' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE 'submitted'       TO WS-AJ-CATEGORY
           MOVE WS-FL-CHARGE      TO WS-AJ-AMOUNT
           PERFORM 4600-APPEND-ADJUDICATION
           MOVE 'eligible'        TO WS-AJ-CATEGORY
           MOVE WS-FL-ALLOWED     TO WS-AJ-AMOUNT
           PERFORM 4600-APPEND-ADJUDICATION
           MOVE 'benefit'         TO WS-AJ-CATEGORY
           MOVE WS-FL-PAID        TO WS-AJ-AMOUNT
           PERFORM 4600-APPEND-ADJUDICATION
           MOVE 'memberliab'      TO WS-AJ-CATEGORY
           MOVE WS-FL-MEMBER-RESP TO WS-AJ-AMOUNT
           PERFORM 4600-APPEND-ADJUDICATION
           SET WS-CA-NOT-EOF TO TRUE
           EXEC SQL OPEN FHIR-ADJ-CURSOR END-EXEC
           IF SQLCODE = ZERO
               PERFORM 4520-ADD-ONE-CARC
                   UNTIL WS-CA-EOF
               EXEC SQL CLOSE FHIR-ADJ-CURSOR END-EXEC
           END-IF
      *--- DROP THE LAST ENTRY'S COMMA AND CLOSE THE ITEM ---
           SUBTRACT 1 FROM WS-JSON-PTR
           STRING ']},' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING.

       4520-ADD-ONE-CARC.
           EXEC SQL
               FETCH FHIR-ADJ-CURSOR
               INTO :WS-FA-GROUP-CODE, :WS-FA-REASON-CODE,
                    :WS-FA-AMOUNT
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-CA-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FA-AMOUNT TO WS-JSON-AMT
           STRING '{"category":{"coding":[{"system":"' DELIMITED SIZE
                  WS-SYS-CAGC DELIMITED SPACES
                  '","code":"' DELIMITED SIZE
                  WS-FA-GROUP-CODE DELIMITED SPACES
                  '"}]},"reason":{"coding":[{"system":"'
                      DELIMITED SIZE
                  WS-SYS-CARC DELIMITED SPACES
                  '","code":"' DELIMITED SIZE
                  WS-FA-REASON-CODE DELIMITED SPACES
                  '"}]},"amount":{"value":' DELIMITED SIZE
                  FUNCTION TRIM(WS-JSON-AMT LEADING) DELIMITED SIZE
                  ',"currency":"USD"}},' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING.

       4600-APPEND-ADJUDICATION.
           MOVE WS-AJ-AMOUNT TO WS-JSON-AMT
           STRING '{"category":{"coding":[{"system":"' DELIMITED SIZE
                  WS-SYS-ADJUDICATION DELIMITED SPACES
                  '","code":"' DELIMITED SIZE
                  WS-AJ-CATEGORY DELIMITED SPACES
                  '"}]},"amount":{"value":' DELIMITED SIZE
                  FUNCTION TRIM(WS-JSON-AMT LEADING) DELIMITED SIZE
                  ',"currency":"USD"}},' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING.

       4700-BUILD-EOB-TOTALS.
           STRING ',"total":[' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE 'submitted'         TO WS-AJ-CATEGORY
           MOVE WS-FC-TOTAL-CHARGES TO WS-AJ-AMOUNT
           PERFORM 4600-APPEND-ADJUDICATION
           MOVE 'eligible'          TO WS-AJ-CATEGORY
           MOVE WS-FC-ALLOWED-AMT   TO WS-AJ-AMOUNT
           PERFORM 4600-APPEND-ADJUDICATION
           MOVE 'deductible'        TO WS-AJ-CATEGORY
           MOVE WS-FC-DEDUCT-AMT    TO WS-AJ-AMOUNT
           PERFORM 4600-APPEND-ADJUDICATION
           MOVE 'copay'             TO WS-AJ-CATEGORY
           MOVE WS-FC-COPAY-AMT     TO WS-AJ-AMOUNT
           PERFORM 4600-APPEND-ADJUDICATION
           MOVE 'coinsurance'       TO WS-AJ-CATEGORY
           MOVE WS-FC-COINS-AMT     TO WS-AJ-AMOUNT
           PERFORM 4600-APPEND-ADJUDICATION
           MOVE 'benefit'           TO WS-AJ-CATEGORY
           MOVE WS-FC-PAID-AMT      TO WS-AJ-AMOUNT
           PERFORM 4600-APPEND-ADJUDICATION
      *--- CATEGORY ENTRIES ARE SHAPED AS TOTALS ONLY NEED - ---
      *    REPLACE THE TRAILING COMMA AND CLOSE THE ARRAY     ---
           SUBTRACT 1 FROM WS-JSON-PTR
           STRING ']' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-FC-PAID-AMT TO WS-JSON-AMT
           STRING ',"payment":{"amount":{"value":' DELIMITED SIZE
                  FUNCTION TRIM(WS-JSON-AMT LEADING) DELIMITED SIZE
                  ',"currency":"USD"}' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-FC-REMIT-DATE TO WS-FD-IN
           PERFORM 7900-FORMAT-DATE
           IF WS-FD-OUT NOT = SPACES
               STRING ',"date":"' DELIMITED SIZE
                      WS-FD-OUT DELIMITED SIZE
                      '"' DELIMITED SIZE
                      INTO WS-JSON-BUFFER
                      WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           STRING '}}' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           COMPUTE WS-JSON-LEN = WS-JSON-PTR - 1.

      *================================================================*
      * SENT-RESOURCE TRACKING                                         *
      *================================================================*
       7000-CHECK-RESOURCE-CHANGED.
      *--- A FULL LOAD SENDS EVERYTHING; OTHERWISE ONLY WHAT ---
      *    DIFFERS FROM THE IMAGE LAST SENT                   ---
           SET WS-RESOURCE-CHANGED TO TRUE
           IF WS-RUN-FULL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SN-PRIOR-IMAGE
           EXEC SQL
               SELECT SOURCE_IMAGE
               INTO :WS-SN-PRIOR-IMAGE
               FROM HCAS.FHIR_RESOURCE_SENT
               WHERE RESOURCE_TYPE = :WS-SN-RESOURCE-TYPE
                 AND RESOURCE_ID   = :WS-SN-RESOURCE-ID
           END-EXEC
           IF SQLCODE = ZERO
           AND WS-SN-PRIOR-IMAGE = WS-SN-SOURCE-IMAGE
               SET WS-RESOURCE-SAME TO TRUE
           END-IF.

       7100-RECORD-RESOURCE-SENT.
           EXEC SQL
               UPDATE HCAS.FHIR_RESOURCE_SENT
               SET SOURCE_IMAGE   = :WS-SN-SOURCE-IMAGE,
                   LAST_RUN_ID    = :WS-RUN-ID,
                   LAST_SENT_DATE = :WS-CURRENT-DATE
               WHERE RESOURCE_TYPE = :WS-SN-RESOURCE-TYPE
                 AND RESOURCE_ID   = :WS-SN-RESOURCE-ID
           END-EXEC
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO HCAS.FHIR_RESOURCE_SENT
                       (RESOURCE_TYPE, RESOURCE_ID, SOURCE_IMAGE,
                        LAST_RUN_ID, LAST_SENT_DATE)
                   VALUES
                       (:WS-SN-RESOURCE-TYPE, :WS-SN-RESOURCE-ID,
                        :WS-SN-SOURCE-IMAGE, :WS-RUN-ID,
                        :WS-CURRENT-DATE)
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'FHIREX01: SENT TRACK ERROR SQLCODE='
                       SQLCODE ' ' WS-SN-RESOURCE-TYPE
                       ' ' WS-SN-RESOURCE-ID
           END-IF.

       7200-CALL-DISCLOSURE.
           CALL 'PHIDSC01' USING PHI-DISCLOSURE-REQUEST
                                 PHI-DISCLOSURE-RESPONSE
           IF PHI-DSC-FAILED
               ADD 1 TO WS-DISCLOSURE-ERRORS
               DISPLAY 'FHIREX01: ' PHI-DSC-MSG
           END-IF.

       7900-FORMAT-DATE.
      *--- CCYYMMDD TO THE FHIR CCYY-MM-DD; OPEN-ENDED OR ---
      *    MISSING DATES COME BACK BLANK                   ---
           MOVE SPACES TO WS-FD-OUT
           IF WS-FD-IN IS NUMERIC
           AND WS-FD-IN NOT = '99991231'
           AND WS-FD-IN NOT = '00000000'
               STRING WS-FD-IN(1:4) '-' WS-FD-IN(5:2) '-'
                      WS-FD-IN(7:2)
                      DELIMITED SIZE INTO WS-FD-OUT
               END-STRING
           END-IF.

       7950-CLEAN-TEXT.
      *--- FREE TEXT MUST NOT BREAK THE JSON STRING ---
           INSPECT WS-CLEAN-TEXT REPLACING ALL '"' BY "'"
           INSPECT WS-CLEAN-TEXT REPLACING ALL '\' BY '/'.

      *================================================================*
      * RUN RECONCILIATION                                             *
      *================================================================*
       8000-RECORD-RUN.
           EXEC SQL
               INSERT INTO HCAS.FHIR_EXTRACT_RUN
                   (RUN_ID, RUN_DATE, RUN_TYPE, SINCE_DATE,
                    PATIENT_COUNT, COVERAGE_COUNT, EOB_COUNT,
                    EOB_CANCELLED_COUNT, EOB_PROF_COUNT,
                    EOB_INST_COUNT, EOB_PHARM_COUNT,
                    EOB_ORAL_COUNT, EOB_TRUNCATED_COUNT,
                    RUN_STATUS)
               VALUES
                   (:WS-RUN-ID, :WS-CURRENT-DATE, :WS-RUN-TYPE,
                    :WS-SINCE-DATE, :WS-PATIENTS-WRITTEN,
                    :WS-COVERAGES-WRITTEN, :WS-EOBS-WRITTEN,
                    :WS-EOBS-CANCELLED, :WS-EOBS-PROFESSIONAL,
                    :WS-EOBS-INSTITUTIONAL, :WS-EOBS-PHARMACY,
                    :WS-EOBS-ORAL, :WS-EOBS-TRUNCATED, 'C')
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'FHIREX01: RUN HISTORY INSERT ERROR '
                       'SQLCODE=' SQLCODE
           END-IF
           EXEC SQL
               UPDATE HCAS.BATCH_RUN_CONTROL
               SET RUN_STATUS = 'C',
                   END_TIMESTAMP = :WS-CURRENT-DATE
               WHERE RUN_ID = :WS-RUN-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'FHIREX01: RUN CONTROL UPDATE ERROR '
                       'SQLCODE=' SQLCODE
           END-IF
           SET PHI-DSC-CLOSE-FILE TO TRUE
           PERFORM 7200-CALL-DISCLOSURE
           PERFORM 8100-WRITE-MANIFEST.

       8100-WRITE-MANIFEST.
      *--- ONE JSON LINE THE VENDOR RECONCILES ITS LOAD TO ---
           OPEN OUTPUT FHIRMAN-FILE
           MOVE SPACES TO WS-JSON-BUFFER
           MOVE 1 TO WS-JSON-PTR
           STRING '{"runId":"' DELIMITED SIZE
                  WS-RUN-ID DELIMITED SPACES
                  '","runType":"' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           IF WS-RUN-FULL
               STRING 'full' DELIMITED SIZE
                   INTO WS-JSON-BUFFER
                   WITH POINTER WS-JSON-PTR
               END-STRING
           ELSE
               STRING 'changes' DELIMITED SIZE
                   INTO WS-JSON-BUFFER
                   WITH POINTER WS-JSON-PTR
               END-STRING
           END-IF
           MOVE WS-SINCE-DATE TO WS-FD-IN
           PERFORM 7900-FORMAT-DATE
           STRING '","since":"' DELIMITED SIZE
                  WS-FD-OUT DELIMITED SIZE
                  '","counts":{"Patient":' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-PATIENTS-WRITTEN TO WS-JSON-INT
           STRING FUNCTION TRIM(WS-JSON-INT LEADING) DELIMITED SIZE
                  ',"Coverage":' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-COVERAGES-WRITTEN TO WS-JSON-INT
           STRING FUNCTION TRIM(WS-JSON-INT LEADING) DELIMITED SIZE
                  ',"ExplanationOfBenefit":' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-EOBS-WRITTEN TO WS-JSON-INT
           STRING FUNCTION TRIM(WS-JSON-INT LEADING) DELIMITED SIZE
                  ',"ExplanationOfBenefitCancelled":' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           MOVE WS-EOBS-CANCELLED TO WS-JSON-INT
           STRING FUNCTION TRIM(WS-JSON-INT LEADING) DELIMITED SIZE
                  '}}' DELIMITED SIZE
                  INTO WS-JSON-BUFFER
                  WITH POINTER WS-JSON-PTR
           END-STRING
           COMPUTE WS-JSON-LEN = WS-JSON-PTR - 1
           WRITE FHIRMAN-RECORD FROM WS-JSON-BUFFER
           CLOSE FHIRMAN-FILE.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           CLOSE FHIRPAT-FILE
           CLOSE FHIRCOV-FILE
           CLOSE FHIREOB-FILE
           DISPLAY 'FHIREX01: RUN COMPLETE ' WS-RUN-ID
           DISPLAY '  PATIENTS WRITTEN:    ' WS-PATIENTS-WRITTEN
           DISPLAY '  PATIENTS UNCHANGED:  ' WS-PATIENTS-SAME
           DISPLAY '  COVERAGES WRITTEN:   ' WS-COVERAGES-WRITTEN
           DISPLAY '  COVERAGES UNCHANGED: ' WS-COVERAGES-SAME
           DISPLAY '  EOBS WRITTEN:        ' WS-EOBS-WRITTEN
           DISPLAY '  EOBS CANCELLED:      ' WS-EOBS-CANCELLED
           DISPLAY '  EOBS TRUNCATED:      ' WS-EOBS-TRUNCATED
           DISPLAY '  DISCLOSURE ERRORS:   ' WS-DISCLOSURE-ERRORS
           IF WS-DISCLOSURE-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
