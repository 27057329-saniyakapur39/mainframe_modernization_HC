       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DEIDLD01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  DEIDLD01                                             *
      * PURPOSE:  DE-IDENTIFIED TEST DATA LOAD                         *
      *           LOADS THE DIDCOPY IMAGE WRITTEN BY DEIDEX01 INTO THE *
      *           HCAS TABLES OF A TEST OR DEVELOPMENT REGION. THE     *
      *           FILE IS REFUSED OUTRIGHT UNLESS IT OPENS WITH A      *
      *           HEADER MARKED AS MASKED, SO AN UNMASKED FILE CAN     *
      *           NEVER BE LOADED BY THIS PROGRAM; THE LOAD IS         *
      *           COMMITTED ONLY WHEN THE TRAILER COUNT AGREES WITH    *
      *           THE RECORDS READ, OTHERWISE IT IS ROLLED BACK.       *
      *           A ROW ALREADY PRESENT (A REPEATED REFRESH) IS        *
      *           COUNTED AND SKIPPED. THE MBRMSTER AND PRVMSTER       *
      *           IMAGES ARE LOADED BY REPRO IN THE SAME JOB.          *
      * INPUTS:   DIDIN-FILE   - MASKED LOAD IMAGE (DIDCOPY)           *
      * OUTPUTS:  DIDRPT-FILE  - LOAD CONTROL REPORT                   *
      *           DB2 TABLES   - HCAS.GROUP_MASTER, HCAS.PROVIDER,     *
      *                          HCAS.MEMBER, HCAS.ENROLLMENT,         *
      *                          HCAS.ACCUMULATORS, HCAS.CLAIM_MASTER, *
      *                          HCAS.CLAIM_LINE, HCAS.CLAIM_DIAG      *
      * FREQUENCY: ON REQUEST (TEST REGION REFRESH)                    *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIDIN-FILE
               ASSIGN TO DEIDIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT DIDRPT-FILE
               ASSIGN TO DEIDRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DIDIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 600 CHARACTERS.
       01  DIDIN-RECORD                PIC X(600).

       FD  DIDRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  DIDRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY DIDCOPY.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-IN-STATUS            PIC X(02).
           05  WS-RPT-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-TRAILER-SW           PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN     VALUE 'Y'.

       01  WS-CONTROL-FIELDS.
           05  WS-EXTRACT-PROGRAM      PIC X(08).
           05  WS-EXTRACT-DATE         PIC X(08).
           05  WS-TRAILER-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-DATA-RECORDS         PIC 9(09) VALUE ZERO.
           05  WS-LOAD-USER            PIC X(08) VALUE 'DEIDLD01'.

       01  WS-COUNTERS.
           05  WS-GROUPS-LOADED        PIC 9(07) VALUE ZERO.
           05  WS-PROVIDERS-LOADED     PIC 9(07) VALUE ZERO.
           05  WS-MEMBERS-LOADED       PIC 9(07) VALUE ZERO.
           05  WS-ENROLLMENTS-LOADED   PIC 9(07) VALUE ZERO.
           05  WS-ACCUMS-LOADED        PIC 9(07) VALUE ZERO.
           05  WS-CLAIMS-LOADED        PIC 9(07) VALUE ZERO.
           05  WS-LINES-LOADED         PIC 9(07) VALUE ZERO.
           05  WS-DIAGS-LOADED         PIC 9(07) VALUE ZERO.
           05  WS-DUPLICATES           PIC 9(07) VALUE ZERO.
           05  WS-UNKNOWN-TYPES        PIC 9(07) VALUE ZERO.
           05  WS-ERRORS               PIC 9(07) VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-CNT-DISP                 PIC Z,ZZZ,ZZ9.
       01  WS-CNT-LABEL                PIC X(40).
       01  WS-CNT-VALUE                PIC 9(09).
       01  WS-SQLCODE-DISP             PIC -(9)9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-RECORD
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'DEIDLD01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT DIDIN-FILE
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'DEIDLD01: OPEN ERROR LOAD IMAGE - '
                       WS-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DIDRPT-FILE
      *--- ONLY A MASKED EXTRACT MAY BE LOADED ---
           PERFORM 8000-READ-INPUT
           IF WS-EOF
           OR NOT DID-HEADER
           OR NOT DIDH-MASKED
               DISPLAY 'DEIDLD01: INPUT IS NOT A MASKED EXTRACT - '
                       'LOAD REFUSED'
               CLOSE DIDIN-FILE
               CLOSE DIDRPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DIDH-SOURCE-PROGRAM TO WS-EXTRACT-PROGRAM
           MOVE DIDH-EXTRACT-DATE TO WS-EXTRACT-DATE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DEIDLD01 - DE-IDENTIFIED TEST DATA LOAD - '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  '  EXTRACT ' DELIMITED SIZE
                  WS-EXTRACT-PROGRAM DELIMITED SIZE
                  ' OF ' DELIMITED SIZE
                  WS-EXTRACT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE DIDRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE DIDRPT-RECORD FROM WS-RPT-LINE
           PERFORM 8000-READ-INPUT.

       2000-LOAD-RECORD.
           IF WS-TRAILER-SEEN
               ADD 1 TO WS-ERRORS
               DISPLAY 'DEIDLD01: RECORD FOLLOWS TRAILER - TYPE '
                       DID-RECORD-TYPE
               PERFORM 8000-READ-INPUT
               EXIT PARAGRAPH
           END-IF
           IF DID-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               MOVE DIDH-RECORD-COUNT TO WS-TRAILER-COUNT
               PERFORM 8000-READ-INPUT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DATA-RECORDS
           EVALUATE TRUE
               WHEN DID-GROUP
                   PERFORM 3000-INSERT-GROUP
               WHEN DID-PROVIDER
                   PERFORM 3100-INSERT-PROVIDER
               WHEN DID-MEMBER
                   PERFORM 3200-INSERT-MEMBER
               WHEN DID-ENROLLMENT
                   PERFORM 3300-INSERT-ENROLLMENT
               WHEN DID-ACCUMULATOR
                   PERFORM 3400-INSERT-ACCUMULATOR
               WHEN DID-CLAIM
                   PERFORM 3500-INSERT-CLAIM
               WHEN DID-CLAIM-LINE
                   PERFORM 3600-INSERT-CLAIM-LINE
               WHEN DID-CLAIM-DIAG
                   PERFORM 3700-INSERT-CLAIM-DIAG
               WHEN OTHER
                   ADD 1 TO WS-UNKNOWN-TYPES
                   DISPLAY 'DEIDLD01: UNKNOWN RECORD TYPE '
                           DID-RECORD-TYPE
           END-EVALUATE
           PERFORM 8000-READ-INPUT.

       3000-INSERT-GROUP.
           EXEC SQL
               INSERT INTO HCAS.GROUP_MASTER
                   (GROUP_ID, GROUP_NAME, CONTACT_NAME,
                    CONTACT_PHONE, EFF_DATE, RENEWAL_DATE,
                    TERM_DATE, BILL_FREQUENCY, GROUP_STATUS,
                    UPDATE_DATE, UPDATE_USER)
               VALUES
                   (:DIDG-GROUP-ID, :DIDG-GROUP-NAME,
                    :DIDG-CONTACT-NAME, :DIDG-CONTACT-PHONE,
                    :DIDG-EFF-DATE, :DIDG-RENEWAL-DATE,
                    :DIDG-TERM-DATE, :DIDG-BILL-FREQUENCY,
                    :DIDG-GROUP-STATUS, :WS-CURRENT-DATE,
                    :WS-LOAD-USER)
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-GROUPS-LOADED
           ELSE
               PERFORM 7000-INSERT-FAILED
           END-IF.

       3100-INSERT-PROVIDER.
           EXEC SQL
               INSERT INTO HCAS.PROVIDER
                   (NPI, LAST_NAME, FIRST_NAME, ORG_NAME,
                    ENTITY_TYPE, TAX_ID, TAX_ID_TYPE,
                    TAXONOMY_CODE, SPECIALTY_CODE, ADDR_LINE_1,
                    CITY, STATE_CODE, ZIP_CODE, PAY_METHOD,
                    BANK_ROUTING, BANK_ACCT_NO, BANK_ACCT_TYPE,
                    GROUP_NPI, RECORD_STATUS)
               VALUES
                   (:DIDP-NPI, :DIDP-LAST-NAME, :DIDP-FIRST-NAME,
                    :DIDP-ORG-NAME, :DIDP-ENTITY-TYPE,
                    :DIDP-TAX-ID, :DIDP-TAX-ID-TYPE,
                    :DIDP-TAXONOMY-CODE, :DIDP-SPECIALTY-CODE,
                    :DIDP-ADDR-LINE-1, :DIDP-CITY,
                    :DIDP-STATE-CODE, :DIDP-ZIP-CODE,
                    :DIDP-PAY-METHOD, :DIDP-BANK-ROUTING,
                    :DIDP-BANK-ACCT-NO, :DIDP-BANK-ACCT-TYPE,
                    :DIDP-GROUP-NPI, :DIDP-RECORD-STATUS)
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-PROVIDERS-LOADED
           ELSE
               PERFORM 7000-INSERT-FAILED
           END-IF.

       3200-INSERT-MEMBER.
           EXEC SQL
               INSERT INTO HCAS.MEMBER
                   (MEMBER_ID, SUBSCRIBER_ID, LAST_NAME,
                    FIRST_NAME, DATE_OF_BIRTH, SEX_CODE, SSN,
                    RELATIONSHIP_CODE, ELIG_STATUS, ADDR_LINE_1,
                    ADDR_LINE_2, CITY, STATE, ZIP_CODE,
                    COUNTY_CODE, PHONE, LANGUAGE_CODE,
                    CREATE_DATE, UPDATE_DATE, UPDATE_USER)
               VALUES
                   (:DIDM-MEMBER-ID, :DIDM-SUBSCRIBER-ID,
                    :DIDM-LAST-NAME, :DIDM-FIRST-NAME,
                    :DIDM-DATE-OF-BIRTH, :DIDM-SEX-CODE,
                    :DIDM-SSN, :DIDM-RELATIONSHIP-CODE,
                    :DIDM-ELIG-STATUS, :DIDM-ADDR-LINE-1,
                    :DIDM-ADDR-LINE-2, :DIDM-CITY, :DIDM-STATE,
                    :DIDM-ZIP-CODE, :DIDM-COUNTY-CODE,
                    :DIDM-PHONE, :DIDM-LANGUAGE-CODE,
                    :DIDM-CREATE-DATE, :WS-CURRENT-DATE,
                    :WS-LOAD-USER)
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-MEMBERS-LOADED
           ELSE
               PERFORM 7000-INSERT-FAILED
           END-IF.

       3300-INSERT-ENROLLMENT.
           EXEC SQL
               INSERT INTO HCAS.ENROLLMENT
                   (MEMBER_ID, PLAN_CODE, GROUP_ID, PRODUCT_TYPE,
                    COVERAGE_TYPE, EFF_DATE, TERM_DATE,
                    ELIG_STATUS)
               VALUES
                   (:DIDE-MEMBER-ID, :DIDE-PLAN-CODE,
                    :DIDE-GROUP-ID, :DIDE-PRODUCT-TYPE,
                    :DIDE-COVERAGE-TYPE, :DIDE-EFF-DATE,
                    :DIDE-TERM-DATE, :DIDE-ELIG-STATUS)
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-ENROLLMENTS-LOADED
           ELSE
               PERFORM 7000-INSERT-FAILED
           END-IF.

       3400-INSERT-ACCUMULATOR.
           EXEC SQL
               INSERT INTO HCAS.ACCUMULATORS
                   (MEMBER_ID, PLAN_CODE, ACCUM_TYPE,
                    BENEFIT_YEAR, DEDUCTIBLE_YTD,
                    DEDUCTIBLE_LIMIT, OOP_YTD, OOP_LIMIT,
                    LAST_UPDATE_DATE)
               VALUES
                   (:DIDA-MEMBER-ID, :DIDA-PLAN-CODE,
                    :DIDA-ACCUM-TYPE, :DIDA-BENEFIT-YEAR,
                    :DIDA-DEDUCTIBLE-YTD, :DIDA-DEDUCTIBLE-LIMIT,
                    :DIDA-OOP-YTD, :DIDA-OOP-LIMIT,
                    :DIDA-LAST-UPDATE-DATE)
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-ACCUMS-LOADED
           ELSE
               PERFORM 7000-INSERT-FAILED
           END-IF.

       3500-INSERT-CLAIM.
           EXEC SQL
               INSERT INTO HCAS.CLAIM_MASTER
                   (CLAIM_ID, CLAIM_TYPE, CLAIM_STATUS,
                    SOURCE_CODE, RECEIPT_DATE, PROCESS_DATE,
                    ADJUD_DATE, MEMBER_ID, SUBSCRIBER_ID,
                    BILLING_NPI, RENDERING_NPI, FACILITY_NPI,
                    PLACE_OF_SERVICE, PRINCIPAL_DIAG,
                    TOTAL_CHARGES, ALLOWED_AMT, PAID_AMT,
                    COPAY_AMT, DEDUCTIBLE_AMT, COINSURANCE_AMT,
                    COB_AMT, WITHHOLD_AMT, FUNDING_TYPE,
                    SPLIT_PARENT_ID, TYPE_OF_BILL,
                    DISCHARGE_STATUS, DAW_CODE, DAW_PENALTY_AMT,
                    PAYEE_IND)
               VALUES
                   (:DIDC-CLAIM-ID, :DIDC-CLAIM-TYPE,
                    :DIDC-CLAIM-STATUS, :DIDC-SOURCE-CODE,
                    :DIDC-RECEIPT-DATE, :DIDC-PROCESS-DATE,
                    :DIDC-ADJUD-DATE, :DIDC-MEMBER-ID,
                    :DIDC-SUBSCRIBER-ID, :DIDC-BILLING-NPI,
                    :DIDC-RENDERING-NPI, :DIDC-FACILITY-NPI,
                    :DIDC-PLACE-OF-SERVICE, :DIDC-PRINCIPAL-DIAG,
                    :DIDC-TOTAL-CHARGES, :DIDC-ALLOWED-AMT,
                    :DIDC-PAID-AMT, :DIDC-COPAY-AMT,
                    :DIDC-DEDUCTIBLE-AMT, :DIDC-COINSURANCE-AMT,
                    :DIDC-COB-AMT, :DIDC-WITHHOLD-AMT,
                    :DIDC-FUNDING-TYPE, :DIDC-SPLIT-PARENT-ID,
                    :DIDC-TYPE-OF-BILL, :DIDC-DISCHARGE-STATUS,
                    :DIDC-DAW-CODE, :DIDC-DAW-PENALTY-AMT,
                    :DIDC-PAYEE-IND)
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-CLAIMS-LOADED
           ELSE
               PERFORM 7000-INSERT-FAILED
           END-IF.

       3600-INSERT-CLAIM-LINE.
           EXEC SQL
               INSERT INTO HCAS.CLAIM_LINE
                   (CLAIM_ID, LINE_SEQ, PROC_CODE, MODIFIER_1,
                    DOS_FROM, NDC_CODE, AUTH_NO, DAYS_SUPPLY,
                    UNITS, LINE_CHARGE, ALLOWED_AMT, PAID_AMT,
                    DENY_CODE, ADJ_REASON_1, MEMBER_RESP_AMT,
                    PREVENTIVE_IND, DAW_PENALTY_AMT)
               VALUES
                   (:DIDL-CLAIM-ID, :DIDL-LINE-SEQ,
                    :DIDL-PROC-CODE, :DIDL-MODIFIER-1,
                    :DIDL-DOS-FROM, :DIDL-NDC-CODE,
                    :DIDL-AUTH-NO, :DIDL-DAYS-SUPPLY,
                    :DIDL-UNITS, :DIDL-LINE-CHARGE,
                    :DIDL-ALLOWED-AMT, :DIDL-PAID-AMT,
                    :DIDL-DENY-CODE, :DIDL-ADJ-REASON-1,
                    :DIDL-MEMBER-RESP-AMT, :DIDL-PREVENTIVE-IND,
                    :DIDL-DAW-PENALTY-AMT)
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-LINES-LOADED
           ELSE
               PERFORM 7000-INSERT-FAILED
           END-IF.

       3700-INSERT-CLAIM-DIAG.
           EXEC SQL
               INSERT INTO HCAS.CLAIM_DIAG
                   (CLAIM_ID, DIAG_SEQ, DIAG_CODE, POA_IND)
               VALUES
                   (:DIDD-CLAIM-ID, :DIDD-DIAG-SEQ,
                    :DIDD-DIAG-CODE, :DIDD-POA-IND)
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-DIAGS-LOADED
           ELSE
               PERFORM 7000-INSERT-FAILED
           END-IF.

       7000-INSERT-FAILED.
      *--- ALREADY LOADED BY AN EARLIER REFRESH ---
           IF SQLCODE = -803
               ADD 1 TO WS-DUPLICATES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ERRORS
           MOVE SQLCODE TO WS-SQLCODE-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'INSERT FAILED - TYPE ' DELIMITED SIZE
                  DID-RECORD-TYPE DELIMITED SIZE
                  ' SQLCODE ' DELIMITED SIZE
                  WS-SQLCODE-DISP DELIMITED SIZE
                  ' KEY ' DELIMITED SIZE
                  DID-DATA(1:27) DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE DIDRPT-RECORD FROM WS-RPT-LINE.

       8000-READ-INPUT.
           READ DIDIN-FILE INTO DID-RECORD
               AT END
                   SET WS-EOF TO TRUE
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
      *--- A SHORT OR UNTERMINATED FILE LOADS NOTHING ---
           IF NOT WS-TRAILER-SEEN
           OR WS-TRAILER-COUNT NOT = WS-DATA-RECORDS
               EXEC SQL ROLLBACK END-EXEC
               MOVE SPACES TO WS-RPT-LINE
               STRING 'TRAILER MISSING OR COUNT MISMATCH - '
                      DELIMITED SIZE
                      'LOAD ROLLED BACK' DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE DIDRPT-RECORD FROM WS-RPT-LINE
               DISPLAY 'DEIDLD01: TRAILER COUNT ' WS-TRAILER-COUNT
                       ' RECORDS READ ' WS-DATA-RECORDS
                       ' - LOAD ROLLED BACK'
               MOVE 16 TO RETURN-CODE
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE DIDRPT-RECORD FROM WS-RPT-LINE
           MOVE 'DATA RECORDS READ:                      '
               TO WS-CNT-LABEL
           MOVE WS-DATA-RECORDS TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'TRAILER COUNT:                          '
               TO WS-CNT-LABEL
           MOVE WS-TRAILER-COUNT TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'GROUPS LOADED:                          '
               TO WS-CNT-LABEL
           MOVE WS-GROUPS-LOADED TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'PROVIDERS LOADED:                       '
               TO WS-CNT-LABEL
           MOVE WS-PROVIDERS-LOADED TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'MEMBERS LOADED:                         '
               TO WS-CNT-LABEL
           MOVE WS-MEMBERS-LOADED TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'ENROLLMENT ROWS LOADED:                 '
               TO WS-CNT-LABEL
           MOVE WS-ENROLLMENTS-LOADED TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'ACCUMULATOR ROWS LOADED:                '
               TO WS-CNT-LABEL
           MOVE WS-ACCUMS-LOADED TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'CLAIMS LOADED:                          '
               TO WS-CNT-LABEL
           MOVE WS-CLAIMS-LOADED TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'CLAIM LINES LOADED:                     '
               TO WS-CNT-LABEL
           MOVE WS-LINES-LOADED TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'CLAIM DIAGNOSES LOADED:                 '
               TO WS-CNT-LABEL
           MOVE WS-DIAGS-LOADED TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'ALREADY PRESENT (SKIPPED):              '
               TO WS-CNT-LABEL
           MOVE WS-DUPLICATES TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'UNKNOWN RECORD TYPES:                   '
               TO WS-CNT-LABEL
           MOVE WS-UNKNOWN-TYPES TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           MOVE 'ERRORS:                                 '
               TO WS-CNT-LABEL
           MOVE WS-ERRORS TO WS-CNT-VALUE
           PERFORM 8500-PRINT-COUNT
           DISPLAY 'DEIDLD01: RECORDS READ:   ' WS-DATA-RECORDS
           DISPLAY 'DEIDLD01: MEMBERS:        ' WS-MEMBERS-LOADED
           DISPLAY 'DEIDLD01: CLAIMS:         ' WS-CLAIMS-LOADED
           DISPLAY 'DEIDLD01: DUPLICATES:     ' WS-DUPLICATES
           DISPLAY 'DEIDLD01: ERRORS:         ' WS-ERRORS
           CLOSE DIDIN-FILE
           CLOSE DIDRPT-FILE
           IF RETURN-CODE NOT = 16
               IF WS-ERRORS > ZERO
               OR WS-UNKNOWN-TYPES > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
