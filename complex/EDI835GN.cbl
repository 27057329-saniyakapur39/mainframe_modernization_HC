      *           HANDLES PRECISE FINANCIAL FORMATTING PER X12 5010    *
      *           POSITIONAL REQUIREMENTS INCLUDING ZERO-FILL AND      *
      *           SPACE-FILL LOGIC FOR COMP-3 TO FLAT-FILE CONVERSION. *
      *           WHEN A DUPLICATE-REMITTANCE REQUEST FILE IS PRESENT  *
      *           THE RUN INSTEAD RE-CREATES PREVIOUSLY ISSUED 835S    *
      *           (SAME TRN, CLAIMS, INTEREST AND PLB ADJUSTMENTS)     *
      *           FOR THE REQUESTING TRADING PARTNER, WITHOUT          *
      *           UPDATING ANY PAYMENT, CONTROL OR 1099 DATA.          *
      *           BILLING NPIS UNDER A PAY-TO PROFILE (BY TAX ID OR    *
      *           PAY-TO GROUP) ARE PAID TOGETHER - ONE PAYMENT AND    *
      *           ONE 835 TO THE PAY-TO PROVIDER.                      *
      *           EACH EOB FOLLOWS THE MEMBER'S CONFIDENTIAL-          *
      *           COMMUNICATION REQUEST (CONFML01): NO-PAPER EOBS ARE  *
      *           NOT WRITTEN, AND A REDIRECTED EOB CARRIES AN 'A'     *
      *           ALTERNATE-ADDRESS RECORD AFTER ITS HEADER.           *
      *           EACH EOB HEADER CARRIES A PRINT-MANIFEST DOCUMENT    *
      *           ID (PRTMAN01) FOR THE VENDOR'S MAIL CONFIRMATION.    *
      * INPUTS:   DB2 TABLES - HCAS.CLAIM_MASTER, HCAS.CLAIM_LINE     *
      *           DB2 TABLES - HCAS.PROVIDER, HCAS.MEMBER              *
      *           RMTRQIN - DUPLICATE-REMITTANCE REQUESTS (OPTIONAL)   *
      * OUTPUTS:  EDI835-FILE  - X12 835 REMITTANCE FILE               *
      *           EOBOUT-FILE  - EOB FLAT FILE FOR MEMBER MAILING      *
      *           DB2 TABLE    - HCAS.PRINT_MANIFEST                   *
      *           CHKRPT-FILE  - CHECK REGISTER REPORT                 *
      *           ACHOUT-FILE  - NACHA ACH CREDIT FILE FOR PROVIDERS   *
      *                          PAID BY ELECTRONIC FUNDS TRANSFER     *
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

           SELECT OPTIONAL RECREATE-REQ-FILE
               ASSIGN TO RMTRQIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RRQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDI835-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  ACHOUT-RECORD               PIC X(94).

      *--- DUPLICATE-REMITTANCE (835 RE-CREATE) REQUEST - ONE   ---
      *    PER PAYMENT TRACE NUMBER, CHECK NUMBER, OR PROVIDER   ---
      *    AND ISSUE-DATE RANGE                                  ---
       FD  RECREATE-REQ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RECREATE-REQ-RECORD.
           05  RRQ-REQUEST-TYPE        PIC X(01).
               88  RRQ-BY-TRACE        VALUE 'T'.
               88  RRQ-BY-CHECK        VALUE 'K'.
               88  RRQ-BY-PROVIDER     VALUE 'P'.
           05  RRQ-TRACE-NO            PIC 9(15).
           05  RRQ-CHECK-NO            PIC 9(10).
           05  RRQ-PROVIDER-NPI        PIC X(10).
           05  RRQ-FROM-DATE           PIC X(08).
           05  RRQ-THRU-DATE           PIC X(08).
           05  RRQ-PARTNER-ID          PIC X(10).
           05  RRQ-REQUESTED-BY        PIC X(08).
           05  FILLER                  PIC X(10).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY CLMCOPY.
       COPY ABORTWSC.
       COPY CCMCOPY.
       COPY PMFCOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           05  WS-EOB-STATUS           PIC X(02).
           05  WS-CHK-STATUS           PIC X(02).
           05  WS-ACH-STATUS           PIC X(02).
           05  WS-RRQ-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-MORE-CLAIMS-SW       PIC X(01) VALUE 'Y'.
           05  WS-MORE-LINES-SW        PIC X(01) VALUE 'Y'.
               88  WS-MORE-LINES       VALUE 'Y'.
               88  WS-NO-MORE-LINES    VALUE 'N'.
           05  WS-RUN-MODE-SW          PIC X(01) VALUE 'D'.
               88  WS-DAILY-RUN        VALUE 'D'.
               88  WS-RECREATE-RUN     VALUE 'R'.
           05  WS-RRQ-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-RRQ-EOF          VALUE 'Y'.
               88  WS-RRQ-NOT-EOF      VALUE 'N'.

      *--- TRADING PARTNER PROFILE ---
      *    ENVELOPE IDENTITY COMES FROM HCAS.TRADING_PARTNER     ---
           05  WS-CURR-PRV-PAY-METHOD  PIC X(02).
           05  WS-CURR-PRV-BANK-RTN    PIC X(09).
           05  WS-CURR-PRV-BANK-ACCT   PIC X(17).
      *--- PAY-TO CONSOLIDATION - THE PAYMENT BREAKS ON THE PAY   ---
      *    GROUP (THE BILLING NPI ITSELF WHEN THERE IS NO        ---
      *    PROFILE). A CONSOLIDATED PAYMENT IS ISSUED TO THE     ---
      *    PAY-TO NPI, WHICH THEN STANDS IN CURR-BILLING-NPI AS  ---
      *    THE PAYEE FOR THE PARTNER PROFILE, PRENOTE, OFFSETS,  ---
      *    CHECK CONTROL AND PLB RECORDS; ITS TAX ID CARRIES THE ---
      *    BACKUP WITHHOLDING AND THE 1099 TOTAL. CLAIMS INSIDE  ---
      *    THE 835 ARE GROUPED UNDER AN LX PER BILLING NPI       ---
           05  WS-CURR-PAY-GROUP       PIC X(10) VALUE SPACES.
           05  WS-CURR-PAY-TO-GROUP    PIC X(10) VALUE SPACES.
           05  WS-CURR-CONSOL-SW       PIC X(01) VALUE 'N'.
               88  WS-CURR-CONSOLIDATED     VALUE 'Y'.
               88  WS-CURR-NOT-CONSOLIDATED VALUE 'N'.
           05  WS-CURR-GROUP-NPI       PIC X(10) VALUE SPACES.
           05  WS-LX-SEQ               PIC 9(05) VALUE ZERO.

      *--- DB2 CURSOR FOR PAYABLE CLAIMS ---
           EXEC SQL DECLARE PAY-CURSOR CURSOR FOR
                      CM.ADJUD_DATE,
                      CM.PRINCIPAL_DIAG,
                      CM.PATIENT_ACCT_NO,
                      COALESCE(CM.SPLIT_PARENT_ID, ' '),
                      M.LAST_NAME,
                      M.FIRST_NAME,
                      M.DATE_OF_BIRTH,
                      P.ADDR_LINE_1,
                      P.CITY,
                      P.STATE_CODE,
                      P.ZIP_CODE,
                      COALESCE(PN.PAY_TO_GROUP, PT.PAY_TO_GROUP,
                               CM.BILLING_NPI),
                      COALESCE(PN.PAY_TO_NPI, PT.PAY_TO_NPI,
                               CM.BILLING_NPI),
                      CASE WHEN COALESCE(PN.PAY_TO_GROUP,
                                         PT.PAY_TO_GROUP) IS NULL
                           THEN 'N' ELSE 'Y' END
               FROM HCAS.CLAIM_MASTER CM
               INNER JOIN HCAS.MEMBER M
                   ON CM.MEMBER_ID = M.MEMBER_ID
               INNER JOIN HCAS.PROVIDER P
                   ON CM.BILLING_NPI = P.NPI
      *--- AN NPI-LEVEL PAY-TO PROFILE OUTRANKS A TAX-ID ONE ---
               LEFT OUTER JOIN HCAS.PAY_TO_PROFILE PN
                   ON PN.PROFILE_KEY_TYPE = 'N'
                  AND PN.PROFILE_KEY = CM.BILLING_NPI
                  AND PN.PROFILE_STATUS = 'A'
               LEFT OUTER JOIN HCAS.PAY_TO_PROFILE PT
                   ON PT.PROFILE_KEY_TYPE = 'T'
                  AND PT.PROFILE_KEY = P.TAX_ID
                  AND PT.PROFILE_STATUS = 'A'
               WHERE CM.CLAIM_STATUS IN ('50', '40', '99')
                 AND CM.REMIT_STATUS = 'N'
      *--- MEMBER REIMBURSEMENT CLAIMS PAY THE SUBSCRIBER BY     ---
      *    MEMBER CHECK (MBRCHK01) AND NEVER GO ON AN 835        ---
                 AND COALESCE(CM.PAYEE_IND, 'P') <> 'S'
      *--- A HOLD OR SCHEDULE ON THE PAY-TO NPI GOVERNS THE     ---
      *    WHOLE CONSOLIDATED GROUP; ONE ON A MEMBER NPI HOLDS  ---
      *    JUST THAT NPI'S CLAIMS                               ---
                 AND NOT EXISTS
                     (SELECT 1 FROM HCAS.PAYMENT_CONTROL PC
                      WHERE (PC.PROVIDER_NPI = CM.BILLING_NPI
                             OR PC.PROVIDER_NPI =
                                COALESCE(PN.PAY_TO_NPI,
                                         PT.PAY_TO_NPI,
                                         CM.BILLING_NPI))
                        AND (PC.PAY_HOLD = 'Y'
                             OR (PC.PAY_FREQUENCY = 'W'
                                 AND PC.PAY_DAY <> :WS-PAY-DOW)
                             OR (PC.PAY_FREQUENCY = 'M'
                                 AND PC.PAY_DAY <> :WS-PAY-DOM)))
               ORDER BY COALESCE(PN.PAY_TO_GROUP, PT.PAY_TO_GROUP,
                                 CM.BILLING_NPI),
                        CM.BILLING_NPI, CM.CLAIM_ID
           END-EXEC

      *--- DB2 HOST VARIABLES ---
           05  WS-PAY-ADJUD-DATE       PIC X(08).
           05  WS-PAY-PRINC-DIAG       PIC X(08).
           05  WS-PAY-PATIENT-ACCT     PIC X(20).
           05  WS-PAY-SPLIT-PARENT     PIC X(15).
           05  WS-PAY-MBR-LAST         PIC X(35).
           05  WS-PAY-MBR-FIRST        PIC X(25).
           05  WS-PAY-MBR-DOB          PIC X(08).
           05  WS-PAY-PRV-CITY         PIC X(30).
           05  WS-PAY-PRV-STATE        PIC X(02).
           05  WS-PAY-PRV-ZIP          PIC X(09).
           05  WS-PAY-INTEREST-AMT     PIC S9(07)V99 COMP-3.
           05  WS-PAY-PAY-GROUP        PIC X(10).
           05  WS-PAY-PAY-TO-NPI       PIC X(10).
           05  WS-PAY-CONSOL-SW        PIC X(01).

      *--- CLAIM LINE CURSOR ---
           EXEC SQL DECLARE REMIT-LINE-CURSOR CURSOR FOR
                      ALLOWED_AMT,
                      PAID_AMT,
                      DENY_CODE,
                      ADJ_REASON_1,
                      COALESCE(MEMBER_RESP_AMT, 0),
                      COALESCE(PREVENTIVE_IND, 'N')
               FROM HCAS.CLAIM_LINE
               WHERE CLAIM_ID = :WS-PAY-CLAIM-ID
               ORDER BY LINE_SEQ
           05  WS-RL-PAID-AMT          PIC S9(07)V99 COMP-3.
           05  WS-RL-DENY-CODE         PIC X(05).
           05  WS-RL-ADJ-REASON        PIC X(05).
           05  WS-RL-MBR-RESP          PIC S9(07)V99 COMP-3.
           05  WS-RL-PREVENTIVE        PIC X(01).

      *--- PROVIDER PAYMENT ACCUMULATORS ---
       01  WS-PRV-PAYMENT-TOTALS.
           05  WS-PRV-CLAIM-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-PRV-REVERSAL-AMT     PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-PRV-LEVY-AMT         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

      *--- OVERPAYMENT RECEIVABLE OFFSET AREA ---
      *    OPEN RECEIVABLES FOR THE PROVIDER ARE RECOVERED OUT OF ---
      *    AMOUNT RELIEVES THE RECEIVABLE WITHOUT A PLB SEGMENT;  ---
      *    ANY REMAINING OPEN BALANCE IS OFFSET AGAINST THE       ---
      *    POSITIVE RUN TOTAL AND REPORTED AS A PLB*WO PROVIDER-  ---
      *    LEVEL ADJUSTMENT SO THE REMIT BALANCES. RECEIVABLES    ---
      *    ARE SELECTED BY PAY GROUP, RESOLVED THE SAME WAY AS    ---
      *    THE PAYMENT CURSOR, SO A CONSOLIDATED PAYMENT NETS     ---
      *    THE OPEN BALANCES OF EVERY NPI IN ITS GROUP            ---
           EXEC SQL DECLARE OFFSET-CURSOR CURSOR FOR
               SELECT SOURCE_CLAIM_ID, OUTSTANDING_AMT
               FROM HCAS.OVERPAYMENT_RECV R
               WHERE COALESCE(
                       (SELECT N.PAY_TO_GROUP
                        FROM HCAS.PAY_TO_PROFILE N
                        WHERE N.PROFILE_KEY_TYPE = 'N'
                          AND N.PROFILE_KEY = R.PROVIDER_NPI
                          AND N.PROFILE_STATUS = 'A'
                        FETCH FIRST 1 ROW ONLY),
                       (SELECT T.PAY_TO_GROUP
                        FROM HCAS.PAY_TO_PROFILE T
                        WHERE T.PROFILE_KEY_TYPE = 'T'
                          AND T.PROFILE_KEY = R.PROVIDER_TIN
                          AND T.PROFILE_STATUS = 'A'
                        FETCH FIRST 1 ROW ONLY),
                       R.PROVIDER_NPI) = :WS-CURR-PAY-GROUP
                 AND RECOVERY_STATUS = 'O'
                 AND OUTSTANDING_AMT > 0
               ORDER BY CREATE_DATE
                                       VALUE ZERO.
           05  WS-OFFSET-COUNT         PIC 9(05) VALUE ZERO.

      *--- EVERY PLB ADJUSTMENT WRITTEN TO THE 835 IS ALSO KEPT  ---
      *    ON HCAS.PAYMENT_PLB UNDER THE PAYMENT'S TRN TRACE      ---
      *    NUMBER SO THE ONLINE PAYMENT INQUIRY (PAYINQ1) CAN     ---
      *    SHOW WHAT WAS TAKEN OUT OF A CHECK OR EFT              ---
       01  WS-PLB-WORK.
           05  WS-PLB-SEQ              PIC S9(04) COMP VALUE ZERO.
           05  WS-PLB-REASON           PIC X(02).
           05  WS-PLB-REF-ID           PIC X(15).
           05  WS-PLB-AMOUNT           PIC S9(09)V99 COMP-3.

      *--- DUPLICATE-REMITTANCE RE-CREATE ---
      *    A RE-CREATE RUN REBUILDS AN 835 ALREADY ISSUED, FROM  ---
      *    WHAT WAS RECORDED WHEN IT WENT OUT: THE PAYMENT ROW   ---
      *    ON HCAS.CHECK_CONTROL (TRN TRACE, METHOD, TIN, ISSUE  ---
      *    DATE AND AMOUNT), THE CLAIMS REMITTED TO THE PAYEE ON ---
      *    THAT ISSUE DATE WITH THE INTEREST STORED ON EACH, AND ---
      *    THE PLB ADJUSTMENTS KEPT ON HCAS.PAYMENT_PLB. NOTHING ---
      *    IS RECOMPUTED AND NOTHING IS UPDATED - REMIT STATUS,  ---
      *    CHECK CONTROL, THE TRACE AND CHECK-NUMBER CONTROL     ---
      *    ROWS, 1099 TOTALS AND THE ACH FILE ARE LEFT ALONE.    ---
      *    ONLY PAYMENTS ISSUED WITH A TRN TRACE ON FILE CAN BE  ---
      *    REBUILT. EACH COPY IS ENVELOPED FOR THE REQUESTING    ---
      *    PARTNER (OR THE PAYEE'S OWN PROFILE) AND LOGGED TO    ---
      *    HCAS.REMIT_RECREATE_LOG. A REPLACEMENT CHECK CUT BY   ---
      *    CHKSTP01 CARRIES ITS ORIGINAL'S TRACE BUT IS NOT A    ---
      *    SEPARATE REMITTANCE, SO ONLY THE ORIGINAL IS REBUILT  ---
           EXEC SQL DECLARE RCR-PAYMENT-CURSOR CURSOR FOR
               SELECT CHECK_NO,
                      PROVIDER_NPI,
                      PROVIDER_TIN,
                      CHECK_AMOUNT,
                      ISSUE_DATE,
                      COALESCE(PAY_METHOD, 'CK'),
                      TRACE_NO,
                      COALESCE(PAY_TO_GROUP, ' ')
               FROM HCAS.CHECK_CONTROL
               WHERE COALESCE(TRACE_NO, 0) > 0
                 AND COALESCE(PAY_CATEGORY, ' ') <> 'MBR'
                 AND ORIG_CHECK_NO IS NULL
                 AND ((:WS-RCR-TYPE = 'T'
                       AND TRACE_NO = :WS-RCR-KEY-TRACE)
                   OR (:WS-RCR-TYPE = 'K'
                       AND CHECK_NO = :WS-RCR-KEY-CHECK)
                   OR (:WS-RCR-TYPE = 'P'
                       AND PROVIDER_NPI = :WS-RCR-KEY-NPI
                       AND ISSUE_DATE BETWEEN :WS-RCR-KEY-FROM
                                          AND :WS-RCR-KEY-THRU))
               ORDER BY ISSUE_DATE, CHECK_NO
           END-EXEC

           EXEC SQL DECLARE RCR-CLAIM-CURSOR CURSOR FOR
               SELECT CM.CLAIM_ID,
                      CM.CLAIM_TYPE,
                      CM.CLAIM_STATUS,
                      CM.MEMBER_ID,
                      CM.BILLING_NPI,
                      CM.RENDERING_NPI,
                      CM.TOTAL_CHARGES,
                      CM.ALLOWED_AMT,
                      CM.PAID_AMT,
                      CM.COPAY_AMT,
                      CM.DEDUCTIBLE_AMT,
                      CM.COINSURANCE_AMT,
                      CM.COB_AMT,
                      CM.RECEIPT_DATE,
                      CM.ADJUD_DATE,
                      CM.PRINCIPAL_DIAG,
                      CM.PATIENT_ACCT_NO,
                      COALESCE(CM.SPLIT_PARENT_ID, ' '),
                      M.LAST_NAME,
                      M.FIRST_NAME,
                      M.DATE_OF_BIRTH,
                      M.SUBSCRIBER_ID,
                      P.ORG_NAME,
                      P.LAST_NAME,
                      P.TAX_ID,
                      P.PAY_METHOD,
                      P.BANK_ROUTING,
                      P.BANK_ACCT_NO,
                      P.ADDR_LINE_1,
                      P.CITY,
                      P.STATE_CODE,
                      P.ZIP_CODE,
                      COALESCE(CM.INTEREST_AMT, 0)
               FROM HCAS.CLAIM_MASTER CM
               INNER JOIN HCAS.MEMBER M
                   ON CM.MEMBER_ID = M.MEMBER_ID
               INNER JOIN HCAS.PROVIDER P
                   ON CM.BILLING_NPI = P.NPI
               WHERE (CM.REMIT_TRACE_NO = :WS-RCR-TRACE-NO
                   OR (COALESCE(CM.REMIT_TRACE_NO, 0) = 0
                       AND CM.BILLING_NPI = :WS-RCR-PROVIDER-NPI
                       AND CM.REMIT_DATE = :WS-RCR-ISSUE-DATE))
                 AND CM.REMIT_STATUS IN ('Y', 'E')
                 AND CM.CLAIM_STATUS IN ('50', '40', '99')
               ORDER BY CM.BILLING_NPI, CM.CLAIM_ID
           END-EXEC

           EXEC SQL DECLARE RCR-PLB-CURSOR CURSOR FOR
               SELECT PLB_REASON,
                      PLB_REF_ID,
                      PLB_AMOUNT,
                      ISSUE_DATE
               FROM HCAS.PAYMENT_PLB
               WHERE TRACE_NO = :WS-RCR-TRACE-NO
               ORDER BY PLB_SEQ
           END-EXEC

       01  WS-RECREATE-WORK.
           05  WS-RCR-TYPE             PIC X(01).
           05  WS-RCR-KEY-TRACE        PIC 9(15).
           05  WS-RCR-KEY-CHECK        PIC 9(10).
           05  WS-RCR-KEY-NPI          PIC X(10).
           05  WS-RCR-KEY-FROM         PIC X(08).
           05  WS-RCR-KEY-THRU         PIC X(08).
           05  WS-RCR-PARTNER-ID       PIC X(10).
           05  WS-RCR-PARTNER-PROFILE  PIC X(73).
           05  WS-RCR-REJECT-MSG       PIC X(40).
           05  WS-RCR-VALID-SW         PIC X(01).
               88  WS-RCR-VALID        VALUE 'Y'.
               88  WS-RCR-INVALID      VALUE 'N'.
           05  WS-RCR-PAY-EOF-SW       PIC X(01).
               88  WS-RCR-PAY-EOF      VALUE 'Y'.
               88  WS-RCR-PAY-NOT-EOF  VALUE 'N'.
           05  WS-RCR-PLB-EOF-SW       PIC X(01).
               88  WS-RCR-PLB-EOF      VALUE 'Y'.
               88  WS-RCR-PLB-NOT-EOF  VALUE 'N'.
           05  WS-RCR-PAY-FOUND-COUNT  PIC 9(05).
           05  WS-RCR-CHECK-NO         PIC 9(10).
           05  WS-RCR-PROVIDER-NPI     PIC X(10).
           05  WS-RCR-PROVIDER-TIN     PIC X(09).
           05  WS-RCR-CHECK-AMOUNT     PIC S9(11)V99 COMP-3.
           05  WS-RCR-ISSUE-DATE       PIC X(08).
           05  WS-RCR-PAY-METHOD       PIC X(02).
           05  WS-RCR-TRACE-NO         PIC 9(15).
           05  WS-RCR-PAY-TO-GROUP     PIC X(10).
           05  WS-RCR-PLB-DATE         PIC X(08).
           05  WS-RCR-REQUEST-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-RCR-REJECT-COUNT     PIC 9(05) VALUE ZERO.
           05  WS-RCR-REBUILT-COUNT    PIC 9(05) VALUE ZERO.
           05  WS-RCR-SKIP-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-RCR-MISMATCH-COUNT   PIC 9(05) VALUE ZERO.

      *--- GRAND TOTALS ---
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-CHARGES        PIC S9(13)V99 COMP-3
               88  WS-EOB-SUPPRESSED   VALUE 'Y'.
               88  WS-EOB-NOT-SUPPRESSED VALUE 'N'.
           05  WS-EOB-SUPPRESS-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-EOB-NO-PAPER-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-EOB-REDIRECT-COUNT   PIC 9(07) VALUE ZERO.
      *--- SERVICE LINES ON THE EOB; THE VENDOR'S EOB FORM HOLDS ---
      *    FIFTEEN LINES A PAGE                                   ---
           05  WS-EOB-LINE-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-EOB-LINES-PER-PAGE   PIC 9(03) VALUE 15.

      *--- IRS BACKUP WITHHOLDING WORK AREA ---
       01  WS-BWH-FIELDS.
           05  WS-BWH-RUN-TOTAL        PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-BWH-COUNT            PIC 9(05) VALUE ZERO.

      *--- TAX LEVY / GARNISHMENT WORK AREA ---
      *    ACTIVE LEVIES AGAINST THE PAYEE TIN (HCAS.PROVIDER_LEVY,  ---
      *    MAINTAINED ONLINE BY LEVYMT1 UNDER DUAL APPROVAL) ARE     ---
      *    TAKEN OUT OF THE NET PAYMENT AFTER OFFSETS AND BACKUP     ---
      *    WITHHOLDING - IRS LEVIES FIRST, THEN STATE, THEN OTHER    ---
      *    GARNISHMENTS, OLDEST ORDER FIRST WITHIN EACH. A RULE 'P'  ---
      *    LEVY TAKES ITS PERCENTAGE OF THE PAYMENT, A RULE 'F' LEVY ---
      *    TAKES THE WHOLE PAYMENT; EITHER IS CAPPED AT THE UNPAID   ---
      *    ORDER BALANCE. THE AGENCY IS PAID BY CHECK THROUGH        ---
      *    HCAS.CHECK_CONTROL (PAY CATEGORY 'LVY') AND THE LEVY IS   ---
      *    MARKED SATISFIED WHEN ITS BALANCE REACHES ZERO            ---
           EXEC SQL DECLARE LEVY-CURSOR CURSOR FOR
               SELECT LEVY_ID, LEVY_REF, AGENCY_PAYEE_ID,
                      AGENCY_TIN, LEVY_RULE, LEVY_PCT,
                      ORDER_AMT - PAID_TO_DATE
               FROM HCAS.PROVIDER_LEVY
               WHERE TAX_ID = :WS-CURR-PRV-TIN
                 AND LEVY_STATUS = 'A'
                 AND EFF_DATE <= :WS-CURRENT-DATE
                 AND RELEASE_DATE > :WS-CURRENT-DATE
                 AND ORDER_AMT > PAID_TO_DATE
               ORDER BY CASE LEVY_TYPE WHEN 'I' THEN 1
                                       WHEN 'S' THEN 2
                                       ELSE 3 END,
                        EFF_DATE, LEVY_ID
           END-EXEC

       01  WS-LEVY-FIELDS.
           05  WS-LVY-LEVY-ID          PIC X(12).
           05  WS-LVY-LEVY-REF         PIC X(15).
           05  WS-LVY-AGENCY-ID        PIC X(10).
           05  WS-LVY-AGENCY-TIN       PIC X(09).
           05  WS-LVY-RULE             PIC X(01).
               88  WS-LVY-RULE-PERCENT VALUE 'P'.
               88  WS-LVY-RULE-FULL    VALUE 'F'.
           05  WS-LVY-PCT              PIC S9(03)V99 COMP-3.
           05  WS-LVY-BALANCE          PIC S9(09)V99 COMP-3.
           05  WS-LVY-AMOUNT           PIC S9(09)V99 COMP-3.
           05  WS-LVY-PAYMENT-BASE     PIC S9(11)V99 COMP-3.
           05  WS-LVY-EOF-SW           PIC X(01).
               88  WS-LVY-EOF          VALUE 'Y'.
               88  WS-LVY-NOT-EOF      VALUE 'N'.
           05  WS-LVY-RUN-TOTAL        PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-LVY-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-FMT-AMOUNT-EDI           PIC X(18).
       01  WS-FMT-ZERO-FILL            PIC 9(10)V99.
       01  WS-FMT-CHARGES-SIGNED       PIC S9(08)V99.
           05  WS-EOB-YOUR-TOTAL-RESP  PIC S9(09)V99 COMP-3.
           05  WS-EOB-STATUS-DESC      PIC X(20).
           05  WS-EOB-DIAG-CODE        PIC X(08).
      *--- ORIGINAL CLAIM ID WHEN THIS CLAIM IS ONE PART OF A   ---
      *    CLAIM SPLIT ACROSS A COVERAGE BOUNDARY, ELSE SPACES   ---
           05  WS-EOB-SPLIT-PARENT     PIC X(15).
      *--- WHO THE PLAN'S PAYMENT WENT TO, PRINTED ON THE EOB   ---
           05  WS-EOB-PAID-TO          PIC X(20).
      *--- S = ADDRESS OF RECORD; A = ALTERNATE ADDRESS, ON THE  ---
      *    'A' RECORD THAT FOLLOWS THE HEADER                     ---
           05  WS-EOB-MAIL-ROUTE       PIC X(01).
      *--- PRINT-MANIFEST DOCUMENT ID (PRTMAN01) ---
           05  WS-EOB-DOC-ID           PIC X(16).
           05  FILLER                  PIC X(16).

      *--- EOB LINE-LEVEL DETAIL RECORD - SAME 400-BYTE SLOT ---
       01  WS-EOB-DTL-RECORD REDEFINES WS-EOB-RECORD.
           05  WS-EOB-DTL-PLAN-PAID    PIC S9(07)V99 COMP-3.
           05  WS-EOB-DTL-DENY-CODE    PIC X(05).
           05  WS-EOB-DTL-ADJ-REASON   PIC X(05).
      *--- MEMBER SHARE OF THE LINE; PREVENTIVE Y SHOWS AN ACA  ---
      *    PREVENTIVE SERVICE PAID AT ZERO COST SHARE           ---
           05  WS-EOB-DTL-MBR-RESP     PIC S9(07)V99 COMP-3.
           05  WS-EOB-DTL-PREVENTIVE   PIC X(01).
           05  FILLER                  PIC X(214).

      *--- EOB ALTERNATE-ADDRESS RECORD - SAME 400-BYTE SLOT.   ---
      *    WRITTEN AFTER THE HEADER WHEN THE MEMBER HAS ASKED   ---
      *    FOR MAIL TO GO TO ANOTHER ADDRESS                     ---
       01  WS-EOB-ALT-RECORD REDEFINES WS-EOB-RECORD.
           05  WS-EOB-ALT-REC-TYPE     PIC X(01).
           05  WS-EOB-ALT-CLAIM-ID     PIC X(15).
           05  WS-EOB-ALT-MEMBER-ID    PIC X(12).
           05  WS-EOB-ALT-ADDR-LINE-1  PIC X(55).
           05  WS-EOB-ALT-ADDR-LINE-2  PIC X(55).
           05  WS-EOB-ALT-CITY         PIC X(30).
           05  WS-EOB-ALT-STATE        PIC X(02).
           05  WS-EOB-ALT-ZIP-CODE     PIC X(09).
           05  FILLER                  PIC X(221).

      *--- CHECK REGISTER FIELDS ---
       01  WS-CHK-LINE                 PIC X(133).
       01  WS-CHK-PAGE-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-CHK-LINE-COUNT           PIC 9(03) VALUE 99.
       01  WS-CHK-TITLE                PIC X(40)
                                       VALUE 'CHECK REGISTER - PAGE'.
       01  WS-CHK-CHECK-NO            PIC 9(10) VALUE 1000000.

      *--- CHECK CONTROL - EVERY CHECK-METHOD PAYMENT IS ISSUED  ---
      *    SAME WAY THE TRN TRACE NUMBER IS) AND RECORDED ON      ---
      *    HCAS.CHECK_CONTROL SO THE BANK RECONCILIATION          ---
      *    (CHKREC01) AND ESCHEATMENT (CHKESC01) CYCLES CAN       ---
      *    TRACK IT FROM ISSUE TO CLEARED OR ESCHEATED. EFT       ---
      *    PAYMENTS TAKE A PAYMENT NUMBER FROM THE SAME SEQUENCE  ---
      *    AND ARE RECORDED WITH STATUS 'T' (TRANSMITTED), WHICH  ---
      *    THE CHECK-ONLY CYCLES (RECONCILIATION, POSITIVE PAY,   ---
      *    ESCHEATMENT, STOP/VOID, GL CHECK ISSUE) DO NOT SELECT. ---
      *    BOTH CARRY THE TRN TRACE NUMBER AND PAYMENT METHOD     ---
       01  WS-CHECK-CONTROL-ID         PIC X(08) VALUE 'EDI835CK'.

      *--- 1099 ACCUMULATION - EACH PROVIDER'S NET PAYMENT FOR   ---
      *    A FINISHED TOTAL INSTEAD OF RE-ADDING A YEAR OF       ---
      *    CLAIMS                                                ---
       01  WS-1099-TAX-YEAR            PIC X(04).
       01  WS-1099-PAID-AMT            PIC S9(11)V99 COMP-3.

      *--- BALANCING CONTROL / CYCLE HOLD ---
      *    THE NIGHTLY BALANCING RUN (BALCHK01) WRITES A CYCLE   ---
           05  WS-ACH-CREDIT-TOTAL     PIC 9(12) VALUE ZERO.
           05  WS-ACH-AMT-CENTS        PIC 9(10) VALUE ZERO.
           05  WS-ACH-RECEIVE-DFI-8    PIC 9(08) VALUE ZERO.
           05  WS-ACH-TRACE-NO         PIC X(15) VALUE SPACES.

      *--- THE ENTRY TRACE SEQUENCE IS SHARED WITH CAPPAY01 AND   ---
      *    PRENOT01 AND PERSISTED ON HCAS.EDI_TRACE_CONTROL, SO    ---
      *    EVERY ENTRY WE ORIGINATE CARRIES A DISTINCT TRACE. THE  ---
      *    TRACE IS RECORDED ON THE EFT PAYMENT'S CHECK_CONTROL    ---
      *    ROW (ACH_TRACE_NO) FOR PRENOT01'S RETURN MATCHING       ---
       01  WS-ACH-TRACE-CONTROL-ID     PIC X(08) VALUE 'ACHTRACE'.

       01  WS-ACH-LINE                 PIC X(94).


       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-RECREATE-RUN
               PERFORM 7000-PROCESS-RECREATE-REQUEST
                   UNTIL WS-RRQ-EOF
               PERFORM 8000-WRITE-GRAND-SUMMARY
               PERFORM 9200-TERMINATE-RECREATE
               STOP RUN
           END-IF
           PERFORM 2000-PROCESS-PAYMENTS
               UNTIL WS-NO-MORE-CLAIMS
           IF WS-CURR-BILLING-NPI NOT = SPACES
               IF WS-CURR-PRV-PAY-METHOD = 'EF'
                  AND WS-PRV-TOTAL-PAID > ZERO
                   PERFORM 3820-WRITE-ACH-ENTRY-DETAIL
                   PERFORM 4985-RECORD-EFT-PAYMENT
               ELSE
                   IF WS-PRV-TOTAL-PAID > ZERO
                       PERFORM 4980-RECORD-CHECK-ISSUE
           MOVE 'EDI835GN' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-CURRENT-TIME
           PERFORM 1030-CHECK-RECREATE-REQUESTS
           IF WS-RECREATE-RUN
               PERFORM 1100-INITIALIZE-RECREATE
               EXIT PARAGRAPH
           END-IF
      *--- THE CYCLE GATE REFUSES TO RUN AGAINST A HALF-       ---
      *    FINISHED ADJUDICATION CYCLE                         ---
           MOVE WS-PROGRAM-ID   TO WS-GATE-JOB-NAME
           PERFORM 1020-CHECK-CYCLE-HOLD
           PERFORM 1050-LOAD-TRACE-NUMBER
           PERFORM 1060-LOAD-CHECK-NUMBER
           PERFORM 1070-LOAD-ACH-TRACE-SEQ
           EXEC SQL OPEN PAY-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EDI835GN: CURSOR OPEN ERROR SQLCODE='
           END-IF
           PERFORM 8100-FETCH-NEXT-CLAIM.

       1030-CHECK-RECREATE-REQUESTS.
      *--- A DUPLICATE-REMITTANCE REQUEST FILE WITH RECORDS IN IT ---
      *    TURNS THE RUN INTO A RE-CREATE RUN; THE DAILY JOB     ---
      *    RUNS WITHOUT THE FILE OR WITH IT EMPTY                ---
           SET WS-DAILY-RUN TO TRUE
           SET WS-RRQ-EOF TO TRUE
           OPEN INPUT RECREATE-REQ-FILE
           IF WS-RRQ-STATUS NOT = '00' AND WS-RRQ-STATUS NOT = '05'
               DISPLAY 'EDI835GN: OPEN ERROR RMTRQIN - '
                       WS-RRQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-RRQ-NOT-EOF TO TRUE
           PERFORM 7900-READ-RECREATE-REQUEST
           IF WS-RRQ-EOF
               CLOSE RECREATE-REQ-FILE
           ELSE
               SET WS-RECREATE-RUN TO TRUE
           END-IF.

       1100-INITIALIZE-RECREATE.
      *--- A RE-CREATE RUN DOES NOT PASS THE CYCLE GATE OR       ---
      *    REGISTER ON BATCH_RUN_CONTROL (A SUCCESSOR JOB MUST   ---
      *    NEVER TAKE IT FOR THE DAILY REMITTANCE), AND OPENS    ---
      *    NEITHER THE EOB NOR THE ACH FILE                      ---
           DISPLAY 'EDI835GN: DUPLICATE REMITTANCE RE-CREATE RUN'
           OPEN OUTPUT EDI835-FILE
           IF WS-835-STATUS NOT = '00'
               DISPLAY 'EDI835GN: OPEN ERROR 835 - ' WS-835-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CHKRPT-FILE
           MOVE 'DUPLICATE REMITTANCE REGISTER - PAGE'
               TO WS-CHK-TITLE.

       1060-LOAD-CHECK-NUMBER.
           EXEC SQL
               SELECT LAST_TRACE_NBR
               END-IF
           END-IF.

       1070-LOAD-ACH-TRACE-SEQ.
           EXEC SQL
               SELECT LAST_TRACE_NBR
               INTO   :WS-ACH-TRACE-SEQ
               FROM   HCAS.EDI_TRACE_CONTROL
               WHERE  PROGRAM_ID = :WS-ACH-TRACE-CONTROL-ID
           END-EXEC
           IF SQLCODE = +100
               MOVE ZERO TO WS-ACH-TRACE-SEQ
               EXEC SQL
                   INSERT INTO HCAS.EDI_TRACE_CONTROL
                       (PROGRAM_ID, LAST_TRACE_NBR)
                   VALUES
                       (:WS-ACH-TRACE-CONTROL-ID, 0)
               END-EXEC
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'EDI835GN: ACH TRACE CONTROL READ ERROR '
                           'SQLCODE=' SQLCODE
               END-IF
           END-IF.

       1010-DERIVE-PAY-SCHEDULE.
      *--- DAY 1 OF THE INTEGER DATE BASE IS A MONDAY, SO THE  ---
      *    REMAINDER GIVES 1=MONDAY THROUGH 7=SUNDAY           ---
           END-IF.

       2000-PROCESS-PAYMENTS.
      *--- CHECK FOR PAYMENT (PAY GROUP) BREAK ---
           IF WS-PAY-PAY-GROUP NOT = WS-CURR-PAY-GROUP
               IF WS-CURR-PAY-GROUP NOT = SPACES
      *            CLOSE PREVIOUS PROVIDER'S 835
                   PERFORM 4850-APPLY-PROVIDER-OFFSETS
                   PERFORM 4900-WRITE-SE-TRAILER
                   IF WS-CURR-PRV-PAY-METHOD = 'EF'
                      AND WS-PRV-TOTAL-PAID > ZERO
                       PERFORM 3820-WRITE-ACH-ENTRY-DETAIL
                       PERFORM 4985-RECORD-EFT-PAYMENT
                   ELSE
                       IF WS-PRV-TOTAL-PAID > ZERO
                           PERFORM 4980-RECORD-CHECK-ISSUE
               SET WS-PROVIDER-BREAK TO TRUE
               PERFORM 3000-START-NEW-PROVIDER
           END-IF
      *--- BILLING NPI GROUP WITHIN A CONSOLIDATED PAYMENT ---
           IF WS-CURR-CONSOLIDATED
           AND WS-PAY-BILLING-NPI NOT = WS-CURR-GROUP-NPI
               PERFORM 3900-WRITE-NPI-GROUP-HEADER
           END-IF
      *--- PROCESS THIS CLAIM ---
           PERFORM 4000-GENERATE-CLAIM-SEGMENTS
      *--- GENERATE EOB RECORD ---
           MOVE ZERO TO WS-PRV-TOTAL-PAID
           MOVE ZERO TO WS-PRV-CLAIM-COUNT
           MOVE ZERO TO WS-PRV-REVERSAL-AMT
           MOVE ZERO TO WS-PRV-LEVY-AMT
           MOVE WS-PAY-BILLING-NPI TO WS-CURR-BILLING-NPI
           MOVE WS-PAY-PRV-ORG    TO WS-CURR-PRV-NAME
           MOVE WS-PAY-PRV-TIN    TO WS-CURR-PRV-TIN
           MOVE WS-PAY-PRV-CITY   TO WS-CURR-PRV-CITY
           MOVE WS-PAY-PRV-STATE  TO WS-CURR-PRV-STATE
           MOVE WS-PAY-PRV-ZIP    TO WS-CURR-PRV-ZIP
           MOVE WS-PAY-PAY-GROUP  TO WS-CURR-PAY-GROUP
           MOVE WS-PAY-CONSOL-SW  TO WS-CURR-CONSOL-SW
           MOVE SPACES TO WS-CURR-GROUP-NPI
           MOVE ZERO TO WS-LX-SEQ
           IF WS-CURR-CONSOLIDATED
               MOVE WS-PAY-PAY-GROUP  TO WS-CURR-PAY-TO-GROUP
               MOVE WS-PAY-PAY-TO-NPI TO WS-CURR-BILLING-NPI
               PERFORM 3010-LOAD-PAY-TO-PROVIDER
           ELSE
               MOVE SPACES TO WS-CURR-PAY-TO-GROUP
           END-IF
           IF WS-CURR-PRV-PAY-METHOD = 'EF'
               PERFORM 3060-CHECK-EFT-PRENOTE
           END-IF
           PERFORM 3600-WRITE-PAYER-ID
           PERFORM 3700-WRITE-PAYEE-ID.

       3010-LOAD-PAY-TO-PROVIDER.
      *--- PAYEE NAME, ADDRESS, TAX ID AND BANK DETAILS OF THE  ---
      *    PAY-TO NPI IN CURR-BILLING-NPI. IF IT IS NOT ON FILE  ---
      *    THE FIRST BILLING NPI OF THE GROUP IS PAID INSTEAD    ---
           EXEC SQL
               SELECT ORG_NAME, TAX_ID, PAY_METHOD,
                      BANK_ROUTING, BANK_ACCT_NO,
                      ADDR_LINE_1, CITY, STATE_CODE, ZIP_CODE
               INTO :WS-CURR-PRV-NAME, :WS-CURR-PRV-TIN,
                    :WS-CURR-PRV-PAY-METHOD,
                    :WS-CURR-PRV-BANK-RTN, :WS-CURR-PRV-BANK-ACCT,
                    :WS-CURR-PRV-ADDR1, :WS-CURR-PRV-CITY,
                    :WS-CURR-PRV-STATE, :WS-CURR-PRV-ZIP
               FROM HCAS.PROVIDER
               WHERE NPI = :WS-CURR-BILLING-NPI
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EDI835GN: PAY-TO PROVIDER NOT FOUND NPI='
                       WS-CURR-BILLING-NPI ' GROUP='
                       WS-CURR-PAY-GROUP ' SQLCODE=' SQLCODE
               MOVE WS-PAY-BILLING-NPI TO WS-CURR-BILLING-NPI
               MOVE WS-PAY-PRV-ORG    TO WS-CURR-PRV-NAME
               MOVE WS-PAY-PRV-TIN    TO WS-CURR-PRV-TIN
               MOVE WS-PAY-PRV-PAY-METHOD
                                       TO WS-CURR-PRV-PAY-METHOD
               MOVE WS-PAY-PRV-BANK-RTN
                                       TO WS-CURR-PRV-BANK-RTN
               MOVE WS-PAY-PRV-BANK-ACCT
                                       TO WS-CURR-PRV-BANK-ACCT
               MOVE WS-PAY-PRV-ADDR1  TO WS-CURR-PRV-ADDR1
               MOVE WS-PAY-PRV-CITY   TO WS-CURR-PRV-CITY
               MOVE WS-PAY-PRV-STATE  TO WS-CURR-PRV-STATE
               MOVE WS-PAY-PRV-ZIP    TO WS-CURR-PRV-ZIP
           END-IF.

       3050-LOOKUP-PARTNER-PROFILE.
           SET WS-TP-NOT-FOUND TO TRUE
           EXEC SQL

       3500-WRITE-TRN-SEGMENT.
      *--- TRN - REASSOCIATION TRACE NUMBER ---
      *--- A RE-CREATED 835 CARRIES THE TRACE IT WAS ISSUED WITH ---
           IF WS-DAILY-RUN
               ADD 1 TO WS-TRACE-NUMBER
           END-IF
           INITIALIZE WS-EDI-SEGMENT
           STRING 'TRN' DELIMITED SIZE
                  WS-ELEMENT-DELIM DELIMITED SIZE
           ADD 1 TO WS-SE-SEGMENT-COUNT
           ADD 1 TO WS-SEGMENT-COUNT.

       3900-WRITE-NPI-GROUP-HEADER.
      *--- LX - HEADER NUMBER, ONE PER BILLING NPI WHOSE CLAIMS ---
      *    FOLLOW IN A CONSOLIDATED PAYMENT                      ---
           ADD 1 TO WS-LX-SEQ
           MOVE WS-PAY-BILLING-NPI TO WS-CURR-GROUP-NPI
           INITIALIZE WS-EDI-SEGMENT
           STRING 'LX' DELIMITED SIZE
                  WS-ELEMENT-DELIM DELIMITED SIZE
                  WS-LX-SEQ DELIMITED SIZE
                  WS-SEGMENT-TERM DELIMITED SIZE
                  INTO WS-EDI-SEGMENT
           END-STRING
           WRITE EDI835-RECORD FROM WS-EDI-SEGMENT
           ADD 1 TO WS-SE-SEGMENT-COUNT
           ADD 1 TO WS-SEGMENT-COUNT.

       3800-WRITE-ACH-FILE-HEADER.
      *--- NACHA FILE HEADER (RECORD TYPE 1) ---
           MOVE SPACES TO WS-ACH-LINE
           ADD WS-ACH-RECEIVE-DFI-8 TO WS-ACH-ENTRY-HASH
           ADD WS-ACH-AMT-CENTS     TO WS-ACH-CREDIT-TOTAL
           ADD 1 TO WS-ACH-ENTRY-COUNT
           IF WS-ACH-TRACE-SEQ = 9999999
               MOVE ZERO TO WS-ACH-TRACE-SEQ
           END-IF
           ADD 1 TO WS-ACH-TRACE-SEQ
           MOVE SPACES TO WS-ACH-TRACE-NO
           STRING WS-ACH-ORIG-ROUTING(1:8)  DELIMITED SIZE
                  WS-ACH-TRACE-SEQ          DELIMITED SIZE
                  INTO WS-ACH-TRACE-NO
           END-STRING
           MOVE SPACES TO WS-ACH-LINE
           STRING '6'                       DELIMITED SIZE
                  '22'                      DELIMITED SIZE
                  WS-CURR-PRV-NAME(1:22)    DELIMITED SIZE
                  '  '                      DELIMITED SIZE
                  '0'                       DELIMITED SIZE
                  WS-ACH-TRACE-NO           DELIMITED SIZE
                  INTO WS-ACH-LINE
           END-STRING
           WRITE ACHOUT-RECORD FROM WS-ACH-LINE
           MOVE ZERO TO WS-INT-AMT
           IF WS-PAY-CLAIM-STATUS = '50'
           AND WS-PAY-PAID-AMT > ZERO
               IF WS-RECREATE-RUN
                   PERFORM 4090-USE-ISSUED-INTEREST
               ELSE
                   PERFORM 4050-CALC-PROMPT-PAY-INTEREST
               END-IF
           END-IF
      *--- CLP SEGMENT - CLAIM PAYMENT ---
           PERFORM 4100-WRITE-CLP-SEGMENT
           END-IF
      *--- NM1*QC PATIENT NAME ---
           PERFORM 4200-WRITE-PATIENT-NM1
      *--- NM1*82 - SERVICE PROVIDER, WHEN THE PAYEE IS A PAY-TO ---
      *    GROUP RATHER THAN THE PROVIDER THAT BILLED THE CLAIM  ---
           IF WS-CURR-CONSOLIDATED
               PERFORM 4210-WRITE-SERVICE-PROVIDER
           END-IF
      *--- MOA*MA15 + REF*F8 - ONE PART OF A CLAIM SPLIT ACROSS  ---
      *    A COVERAGE BOUNDARY, TIED BACK TO THE ORIGINAL CLAIM  ---
           IF WS-PAY-SPLIT-PARENT NOT = SPACES
               PERFORM 4250-WRITE-SPLIT-CLAIM-REF
           END-IF
      *--- SVC SEGMENTS - SERVICE LINES ---
           PERFORM 4300-WRITE-SERVICE-LINES
      *--- WRITE CHECK REGISTER LINE ---
                       SQLCODE ' CLM=' WS-PAY-CLAIM-ID
           END-IF.

       4090-USE-ISSUED-INTEREST.
      *--- RE-CREATE: THE INTEREST STORED WHEN THE CLAIM WAS PAID ---
           MOVE WS-PAY-INTEREST-AMT TO WS-INT-AMT
           IF WS-INT-AMT > ZERO
               ADD WS-INT-AMT TO WS-PRV-TOTAL-PAID
               ADD WS-INT-AMT TO WS-GRAND-PAID
           END-IF.

       4160-WRITE-INTEREST-AMT.
           MOVE WS-INT-AMT TO WS-FMT-AMOUNT-SIGNED
           MOVE WS-FMT-AMOUNT-SIGNED TO WS-FMT-AMOUNT-DISPLAY
           ADD 1 TO WS-SE-SEGMENT-COUNT
           ADD 1 TO WS-SEGMENT-COUNT.

       4210-WRITE-SERVICE-PROVIDER.
           INITIALIZE WS-EDI-SEGMENT
           IF WS-PAY-RENDERING-NPI NOT = SPACES
               STRING 'NM1' DELIMITED SIZE
                      WS-ELEMENT-DELIM DELIMITED SIZE
                      '82' DELIMITED SIZE
                      WS-ELEMENT-DELIM DELIMITED SIZE
                      '1' DELIMITED SIZE
                      '*****' DELIMITED SIZE
                      WS-ELEMENT-DELIM DELIMITED SIZE
                      'XX' DELIMITED SIZE
                      WS-ELEMENT-DELIM DELIMITED SIZE
                      WS-PAY-RENDERING-NPI DELIMITED SPACES
                      WS-SEGMENT-TERM DELIMITED SIZE
                      INTO WS-EDI-SEGMENT
               END-STRING
           ELSE
               STRING 'NM1' DELIMITED SIZE
                      WS-ELEMENT-DELIM DELIMITED SIZE
                      '82' DELIMITED SIZE
                      WS-ELEMENT-DELIM DELIMITED SIZE
                      '2' DELIMITED SIZE
                      '*****' DELIMITED SIZE
                      WS-ELEMENT-DELIM DELIMITED SIZE
                      'XX' DELIMITED SIZE
                      WS-ELEMENT-DELIM DELIMITED SIZE
                      WS-PAY-BILLING-NPI DELIMITED SPACES
                      WS-SEGMENT-TERM DELIMITED SIZE
                      INTO WS-EDI-SEGMENT
               END-STRING
           END-IF
           WRITE EDI835-RECORD FROM WS-EDI-SEGMENT
           ADD 1 TO WS-SE-SEGMENT-COUNT
           ADD 1 TO WS-SEGMENT-COUNT.

      *----------------------------------------------------------------*
      *    4250-WRITE-SPLIT-CLAIM-REF                                  *
      *    A CLAIM CLMADJ01 SPLIT ACROSS AN ENROLLMENT, PLAN OR        *
      *    BENEFIT-YEAR BOUNDARY REMITS AS ONE CLP PER PART, EACH      *
      *    UNDER THE PROVIDER'S OWN PATIENT CONTROL NUMBER. EACH PART  *
      *    CARRIES REMARK MA15 (CLAIM SEPARATED TO EXPEDITE HANDLING)  *
      *    ON AN MOA SEGMENT AND THE ORIGINAL CLAIM ID AS AN ORIGINAL  *
      *    REFERENCE NUMBER (REF*F8), SO THE PROVIDER SEES ONE CLAIM   *
      *    THAT WAS SPLIT RATHER THAN UNEXPLAINED PARTIAL PAYMENTS     *
      *----------------------------------------------------------------*
       4250-WRITE-SPLIT-CLAIM-REF.
           INITIALIZE WS-EDI-SEGMENT
           STRING 'MOA' DELIMITED SIZE
                  WS-ELEMENT-DELIM DELIMITED SIZE
                  WS-ELEMENT-DELIM DELIMITED SIZE
                  WS-ELEMENT-DELIM DELIMITED SIZE
                  'MA15' DELIMITED SIZE
                  WS-SEGMENT-TERM DELIMITED SIZE
                  INTO WS-EDI-SEGMENT
           END-STRING
           WRITE EDI835-RECORD FROM WS-EDI-SEGMENT
           ADD 1 TO WS-SE-SEGMENT-COUNT
           ADD 1 TO WS-SEGMENT-COUNT
           INITIALIZE WS-EDI-SEGMENT
           STRING 'REF' DELIMITED SIZE
                  WS-ELEMENT-DELIM DELIMITED SIZE
                  'F8' DELIMITED SIZE
                  WS-ELEMENT-DELIM DELIMITED SIZE
                  WS-PAY-SPLIT-PARENT DELIMITED SPACES
                  WS-SEGMENT-TERM DELIMITED SIZE
                  INTO WS-EDI-SEGMENT
           END-STRING
           WRITE EDI835-RECORD FROM WS-EDI-SEGMENT
           ADD 1 TO WS-SE-SEGMENT-COUNT
           ADD 1 TO WS-SEGMENT-COUNT.

       4300-WRITE-SERVICE-LINES.
           EXEC SQL OPEN REMIT-LINE-CURSOR END-EXEC
           IF SQLCODE = ZERO
                    :WS-RL-ALLOWED-AMT,
                    :WS-RL-PAID-AMT,
                    :WS-RL-DENY-CODE,
                    :WS-RL-ADJ-REASON,
                    :WS-RL-MBR-RESP,
                    :WS-RL-PREVENTIVE
           END-EXEC
           IF SQLCODE = +100
               SET WS-NO-MORE-LINES TO TRUE
       4510-WRITE-CHECK-HEADER.
           ADD 1 TO WS-CHK-PAGE-COUNT
           MOVE SPACES TO WS-CHK-LINE
           STRING WS-CHK-TITLE DELIMITED '  '
                  ' ' DELIMITED SIZE
                  WS-CHK-PAGE-COUNT DELIMITED SIZE
                  '  DATE: ' DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
      *    B-NOTICE COUNT AND ENDS THE WITHHOLDING                 ---
           IF WS-PRV-TOTAL-PAID > ZERO
               PERFORM 4890-APPLY-BACKUP-WITHHOLD
           END-IF
      *--- PASS 4: TAX LEVIES AND GARNISHMENTS AGAINST THE TIN.    ---
      *    THE LEVIED DOLLARS ARE STILL THE PROVIDER'S INCOME AND  ---
      *    ARE ADDED BACK TO THE 1099 ACCUMULATION (4990)          ---
           IF WS-PRV-TOTAL-PAID > ZERO
               PERFORM 4840-APPLY-LEVIES
           END-IF.

       4840-APPLY-LEVIES.
           MOVE WS-PRV-TOTAL-PAID TO WS-LVY-PAYMENT-BASE
           SET WS-LVY-NOT-EOF TO TRUE
           EXEC SQL OPEN LEVY-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EDI835GN: LEVY CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
                       ' TIN=' WS-CURR-PRV-TIN
           ELSE
               PERFORM 4842-APPLY-ONE-LEVY
                   UNTIL WS-LVY-EOF
                   OR WS-PRV-TOTAL-PAID <= ZERO
               EXEC SQL CLOSE LEVY-CURSOR END-EXEC
           END-IF.

       4842-APPLY-ONE-LEVY.
           EXEC SQL
               FETCH LEVY-CURSOR
               INTO :WS-LVY-LEVY-ID, :WS-LVY-LEVY-REF,
                    :WS-LVY-AGENCY-ID, :WS-LVY-AGENCY-TIN,
                    :WS-LVY-RULE, :WS-LVY-PCT,
                    :WS-LVY-BALANCE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-LVY-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-LVY-RULE-PERCENT
               COMPUTE WS-LVY-AMOUNT ROUNDED =
                   WS-LVY-PAYMENT-BASE * WS-LVY-PCT / 100
           ELSE
               MOVE WS-PRV-TOTAL-PAID TO WS-LVY-AMOUNT
           END-IF
           IF WS-LVY-AMOUNT > WS-LVY-BALANCE
               MOVE WS-LVY-BALANCE TO WS-LVY-AMOUNT
           END-IF
           IF WS-LVY-AMOUNT > WS-PRV-TOTAL-PAID
               MOVE WS-PRV-TOTAL-PAID TO WS-LVY-AMOUNT
           END-IF
           IF WS-LVY-AMOUNT <= ZERO
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-LVY-AMOUNT FROM WS-PRV-TOTAL-PAID
           ADD WS-LVY-AMOUNT TO WS-PRV-LEVY-AMT
           ADD WS-LVY-AMOUNT TO WS-LVY-RUN-TOTAL
           ADD 1 TO WS-LVY-COUNT
           PERFORM 4844-WRITE-LEVY-PLB
           PERFORM 4846-ISSUE-AGENCY-CHECK
           PERFORM 4848-POST-LEVY-PAYMENT.

       4844-WRITE-LEVY-PLB.
      *--- PLB REASON LE - LEVY, REFERENCE = THE AGENCY'S LEVY    ---
      *    OR ORDER NUMBER                                         ---
           MOVE WS-LVY-AMOUNT TO WS-FMT-AMOUNT-SIGNED
           MOVE WS-FMT-AMOUNT-SIGNED TO WS-FMT-AMOUNT-DISPLAY
           INSPECT WS-FMT-AMOUNT-DISPLAY
               REPLACING LEADING SPACES BY ZEROS
           INITIALIZE WS-EDI-SEGMENT
           STRING 'PLB' DELIMITED SIZE
                  WS-ELEMENT-DELIM DELIMITED SIZE
                  WS-CURR-PRV-TIN DELIMITED SIZE
                  WS-ELEMENT-DELIM DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  WS-ELEMENT-DELIM DELIMITED SIZE
                  'LE:' DELIMITED SIZE
                  WS-LVY-LEVY-REF DELIMITED SPACES
                  WS-ELEMENT-DELIM DELIMITED SIZE
                  WS-FMT-AMOUNT-DISPLAY DELIMITED SPACES
                  WS-SEGMENT-TERM DELIMITED SIZE
                  INTO WS-EDI-SEGMENT
           END-STRING
           WRITE EDI835-RECORD FROM WS-EDI-SEGMENT
           ADD 1 TO WS-SE-SEGMENT-COUNT
           ADD 1 TO WS-SEGMENT-COUNT
           MOVE 'LE'            TO WS-PLB-REASON
           MOVE WS-LVY-LEVY-REF TO WS-PLB-REF-ID
           MOVE WS-LVY-AMOUNT   TO WS-PLB-AMOUNT
           PERFORM 4896-RECORD-PAYMENT-PLB.

       4846-ISSUE-AGENCY-CHECK.
      *--- THE AGENCY CHECK CARRIES NO TRN TRACE - IT IS NOT A    ---
      *    REMITTANCE AND MUST NOT BE PICKED UP AS ONE            ---
           ADD 1 TO WS-CHK-CHECK-NO
           EXEC SQL
               INSERT INTO HCAS.CHECK_CONTROL
                   (CHECK_NO, PROVIDER_NPI, PROVIDER_TIN,
                    CHECK_AMOUNT, ISSUE_DATE, CHECK_STATUS,
                    PAY_METHOD, PAY_CATEGORY)
               VALUES
                   (:WS-CHK-CHECK-NO, :WS-LVY-AGENCY-ID,
                    :WS-LVY-AGENCY-TIN,
                    :WS-LVY-AMOUNT, :WS-CURRENT-DATE, 'O',
                    'CK', 'LVY')
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EDI835GN: LEVY CHECK INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' LEVY=' WS-LVY-LEVY-ID
           END-IF.

       4848-POST-LEVY-PAYMENT.
           EXEC SQL
               UPDATE HCAS.PROVIDER_LEVY
               SET PAID_TO_DATE = PAID_TO_DATE + :WS-LVY-AMOUNT,
                   LEVY_STATUS =
                       CASE WHEN PAID_TO_DATE + :WS-LVY-AMOUNT
                                 >= ORDER_AMT
                            THEN 'S' ELSE 'A' END,
                   SATISFIED_DATE =
                       CASE WHEN PAID_TO_DATE + :WS-LVY-AMOUNT
                                 >= ORDER_AMT
                            THEN :WS-CURRENT-DATE
                            ELSE SATISFIED_DATE END,
                   LAST_PAY_DATE = :WS-CURRENT-DATE
               WHERE LEVY_ID = :WS-LVY-LEVY-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EDI835GN: LEVY UPDATE ERROR SQLCODE='
                       SQLCODE ' LEVY=' WS-LVY-LEVY-ID
           END-IF
           EXEC SQL
               INSERT INTO HCAS.LEVY_PAYMENT
                   (LEVY_ID, PAY_DATE, TRACE_NO, PROVIDER_TIN,
                    LEVY_AMT, AGENCY_CHECK_NO)
               VALUES
                   (:WS-LVY-LEVY-ID, :WS-CURRENT-DATE,
                    :WS-TRACE-NUMBER, :WS-CURR-PRV-TIN,
                    :WS-LVY-AMOUNT, :WS-CHK-CHECK-NO)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EDI835GN: LEVY PAYMENT INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' LEVY=' WS-LVY-LEVY-ID
           END-IF.

       4890-APPLY-BACKUP-WITHHOLD.
           END-STRING
           WRITE EDI835-RECORD FROM WS-EDI-SEGMENT
           ADD 1 TO WS-SE-SEGMENT-COUNT
           ADD 1 TO WS-SEGMENT-COUNT
           MOVE 'IR'          TO WS-PLB-REASON
           MOVE 'BACKUPWH'    TO WS-PLB-REF-ID
           MOVE WS-BWH-AMOUNT TO WS-PLB-AMOUNT
           PERFORM 4896-RECORD-PAYMENT-PLB.

       4896-RECORD-PAYMENT-PLB.
           ADD 1 TO WS-PLB-SEQ
           EXEC SQL
               INSERT INTO HCAS.PAYMENT_PLB
                   (TRACE_NO, PLB_SEQ, PROVIDER_NPI, PLB_REASON,
                    PLB_REF_ID, PLB_AMOUNT, ISSUE_DATE)
               VALUES
                   (:WS-TRACE-NUMBER, :WS-PLB-SEQ,
                    :WS-CURR-BILLING-NPI, :WS-PLB-REASON,
                    :WS-PLB-REF-ID, :WS-PLB-AMOUNT,
                    :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EDI835GN: PAYMENT PLB INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' TRACE=' WS-TRACE-NUMBER
           END-IF.

       4894-POST-BWH-LEDGER.
      *--- REMITTANCE LEDGER BY TIN AND CALENDAR QUARTER FOR   ---
           END-STRING
           WRITE EDI835-RECORD FROM WS-EDI-SEGMENT
           ADD 1 TO WS-SE-SEGMENT-COUNT
           ADD 1 TO WS-SEGMENT-COUNT
           MOVE 'WO'                TO WS-PLB-REASON
           MOVE WS-OFF-SOURCE-CLAIM TO WS-PLB-REF-ID
           MOVE WS-OFF-APPLY-AMT    TO WS-PLB-AMOUNT
           PERFORM 4896-RECORD-PAYMENT-PLB.

       4900-WRITE-SE-TRAILER.
           ADD 1 TO WS-SE-SEGMENT-COUNT
           EXEC SQL
               INSERT INTO HCAS.CHECK_CONTROL
                   (CHECK_NO, PROVIDER_NPI, PROVIDER_TIN,
                    CHECK_AMOUNT, ISSUE_DATE, CHECK_STATUS,
                    PAY_METHOD, TRACE_NO, PAY_TO_GROUP)
               VALUES
                   (:WS-CHK-CHECK-NO, :WS-CURR-BILLING-NPI,
                    :WS-CURR-PRV-TIN,
                    :WS-PRV-TOTAL-PAID, :WS-CURRENT-DATE, 'O',
                    'CK', :WS-TRACE-NUMBER,
                    :WS-CURR-PAY-TO-GROUP)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EDI835GN: CHECK CONTROL INSERT ERROR '
                       ' CHECK=' WS-CHK-CHECK-NO
           END-IF.

       4985-RECORD-EFT-PAYMENT.
           ADD 1 TO WS-CHK-CHECK-NO
           EXEC SQL
               INSERT INTO HCAS.CHECK_CONTROL
                   (CHECK_NO, PROVIDER_NPI, PROVIDER_TIN,
                    CHECK_AMOUNT, ISSUE_DATE, CHECK_STATUS,
                    PAY_METHOD, TRACE_NO, PAY_TO_GROUP,
                    ACH_TRACE_NO)
               VALUES
                   (:WS-CHK-CHECK-NO, :WS-CURR-BILLING-NPI,
                    :WS-CURR-PRV-TIN,
                    :WS-PRV-TOTAL-PAID, :WS-CURRENT-DATE, 'T',
                    'EF', :WS-TRACE-NUMBER,
                    :WS-CURR-PAY-TO-GROUP, :WS-ACH-TRACE-NO)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EDI835GN: EFT PAYMENT INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' TRACE=' WS-TRACE-NUMBER
           END-IF.

       4990-ACCUMULATE-1099.
      *--- LEVIED DOLLARS WERE PAID ON THE PROVIDER'S BEHALF AND  ---
      *    REMAIN REPORTABLE INCOME TO THE PROVIDER               ---
           ADD WS-PRV-LEVY-AMT TO WS-PRV-TOTAL-PAID
               GIVING WS-1099-PAID-AMT
           IF WS-1099-PAID-AMT NOT = ZERO
           AND WS-CURR-PRV-TIN NOT = SPACES
               MOVE WS-CURRENT-DATE(1:4) TO WS-1099-TAX-YEAR
               EXEC SQL
                   UPDATE HCAS.PROVIDER_1099
                   SET PAID_AMT = PAID_AMT + :WS-1099-PAID-AMT,
                       LAST_UPDATE_DATE = :WS-CURRENT-DATE
                   WHERE TAX_ID = :WS-CURR-PRV-TIN
                     AND TAX_YEAR = :WS-1099-TAX-YEAR
                            AMENDED_FLAG, LAST_UPDATE_DATE)
                       VALUES
                           (:WS-CURR-PRV-TIN, :WS-1099-TAX-YEAR,
                            :WS-1099-PAID-AMT, 'N',
                            :WS-CURRENT-DATE)
                   END-EXEC
               END-IF
      *    PER-CLAIM EOB; 'S' MEMBERS ONLY GET AN EOB WHEN THEY  ---
      *    OWE SOMETHING ON THE CLAIM; 'P' (OR BLANK) IS THE     ---
      *    PER-CLAIM DEFAULT                                     ---
      *--- A CONFIDENTIAL-COMMUNICATION REQUEST OVERRIDES THE    ---
      *    PREFERENCE: NO PAPER MEANS NO EOB, AND A CLAIM KEPT   ---
      *    OFF THE FAMILY STATEMENT ALWAYS GETS ITS OWN EOB      ---
           PERFORM 5040-CHECK-CONFIDENTIAL-MAIL
           IF CCM-ROUTE-NO-PAPER
               ADD 1 TO WS-EOB-NO-PAPER-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM 5050-CHECK-EOB-PREFERENCE
           IF WS-EOB-SUPPRESSED
           AND NOT CCM-FAMILY-EXCLUDED
               ADD 1 TO WS-EOB-SUPPRESS-COUNT
               EXIT PARAGRAPH
           END-IF
           INITIALIZE PMF-REQUEST
           SET PMF-FUNC-ASSIGN      TO TRUE
           SET PMF-DOC-EOB          TO TRUE
           MOVE WS-CURRENT-DATE     TO PMF-HANDOFF-DATE
           CALL 'PRTMAN01' USING PMF-REQUEST
                                 PMF-RESPONSE
           MOVE ZERO TO WS-EOB-LINE-COUNT
           INITIALIZE WS-EOB-RECORD
           SET WS-EOB-IS-HEADER TO TRUE
           MOVE WS-PAY-MEMBER-ID    TO WS-EOB-MEMBER-ID
           END-STRING
           MOVE WS-PAY-CLAIM-ID     TO WS-EOB-CLAIM-ID
           MOVE WS-PAY-RECEIPT-DATE  TO WS-EOB-DOS
           MOVE WS-PAY-PRV-ORG      TO WS-EOB-PROVIDER-NAME
           MOVE WS-PAY-TOTAL-CHARGES TO WS-EOB-TOTAL-CHARGES
           MOVE WS-PAY-ALLOWED-AMT  TO WS-EOB-ALLOWED-AMT
           MOVE WS-PAY-PAID-AMT     TO WS-EOB-PLAN-PAID
                       TO WS-EOB-STATUS-DESC
           END-EVALUATE
           MOVE WS-PAY-PRINC-DIAG TO WS-EOB-DIAG-CODE
           MOVE WS-PAY-SPLIT-PARENT TO WS-EOB-SPLIT-PARENT
           IF WS-PAY-PAID-AMT > ZERO
               MOVE 'PAID TO PROVIDER' TO WS-EOB-PAID-TO
           END-IF
           MOVE CCM-ROUTE TO WS-EOB-MAIL-ROUTE
           MOVE PMF-DOC-ID TO WS-EOB-DOC-ID
           MOVE WS-EOB-RECORD TO EOBOUT-RECORD
           WRITE EOBOUT-RECORD
           IF CCM-ROUTE-ALTERNATE
               PERFORM 5060-WRITE-EOB-ALT-ADDRESS
           END-IF
           PERFORM 5100-WRITE-EOB-LINE-DETAIL
           PERFORM 5200-RECORD-EOB-MANIFEST.

       5040-CHECK-CONFIDENTIAL-MAIL.
           MOVE WS-PAY-MEMBER-ID     TO CCM-MEMBER-ID
           MOVE WS-PAY-SUBSCRIBER-ID TO CCM-SUBSCRIBER-ID
           MOVE WS-PAY-CLAIM-ID      TO CCM-CLAIM-ID
           MOVE WS-CURRENT-DATE      TO CCM-AS-OF-DATE
           CALL 'CONFML01' USING CCM-ROUTE-REQUEST
                                 CCM-ROUTE-RESPONSE.

       5050-CHECK-EOB-PREFERENCE.
           SET WS-EOB-NOT-SUPPRESSED TO TRUE
                   CONTINUE
           END-EVALUATE.

       5060-WRITE-EOB-ALT-ADDRESS.
           INITIALIZE WS-EOB-ALT-RECORD
           MOVE 'A'                 TO WS-EOB-ALT-REC-TYPE
           MOVE WS-PAY-CLAIM-ID     TO WS-EOB-ALT-CLAIM-ID
           MOVE WS-PAY-MEMBER-ID    TO WS-EOB-ALT-MEMBER-ID
           MOVE CCM-ALT-ADDR-LINE-1 TO WS-EOB-ALT-ADDR-LINE-1
           MOVE CCM-ALT-ADDR-LINE-2 TO WS-EOB-ALT-ADDR-LINE-2
           MOVE CCM-ALT-CITY        TO WS-EOB-ALT-CITY
           MOVE CCM-ALT-STATE       TO WS-EOB-ALT-STATE
           MOVE CCM-ALT-ZIP-CODE    TO WS-EOB-ALT-ZIP-CODE
           MOVE WS-EOB-ALT-RECORD   TO EOBOUT-RECORD
           WRITE EOBOUT-RECORD
           ADD 1 TO WS-EOB-REDIRECT-COUNT.

       5100-WRITE-EOB-LINE-DETAIL.
      *--- ONE 'D' RECORD PER CLAIM LINE, IN LINE-SEQUENCE ORDER ---
           EXEC SQL OPEN REMIT-LINE-CURSOR END-EXEC
                    :WS-RL-ALLOWED-AMT,
                    :WS-RL-PAID-AMT,
                    :WS-RL-DENY-CODE,
                    :WS-RL-ADJ-REASON,
                    :WS-RL-MBR-RESP,
                    :WS-RL-PREVENTIVE
           END-EXEC
           IF SQLCODE = +100
               SET WS-NO-MORE-LINES TO TRUE
               MOVE WS-RL-PAID-AMT    TO WS-EOB-DTL-PLAN-PAID
               MOVE WS-RL-DENY-CODE   TO WS-EOB-DTL-DENY-CODE
               MOVE WS-RL-ADJ-REASON  TO WS-EOB-DTL-ADJ-REASON
               MOVE WS-RL-MBR-RESP    TO WS-EOB-DTL-MBR-RESP
               MOVE WS-RL-PREVENTIVE  TO WS-EOB-DTL-PREVENTIVE
               MOVE WS-EOB-DTL-RECORD TO EOBOUT-RECORD
               WRITE EOBOUT-RECORD
               ADD 1 TO WS-EOB-LINE-COUNT
           END-IF.

       5200-RECORD-EOB-MANIFEST.
           INITIALIZE PMF-REQUEST
           SET PMF-FUNC-RECORD      TO TRUE
           SET PMF-DOC-EOB          TO TRUE
           MOVE WS-PROGRAM-ID       TO PMF-SOURCE-PROGRAM
           MOVE WS-PAY-MEMBER-ID    TO PMF-MEMBER-ID
           MOVE WS-PAY-CLAIM-ID     TO PMF-DOC-KEY
           COMPUTE PMF-PAGE-COUNT =
               (WS-EOB-LINE-COUNT + WS-EOB-LINES-PER-PAGE - 1)
               / WS-EOB-LINES-PER-PAGE
           MOVE WS-CURRENT-DATE     TO PMF-HANDOFF-DATE
           CALL 'PRTMAN01' USING PMF-REQUEST
                                 PMF-RESPONSE.

       6000-UPDATE-REMIT-STATUS.
           EXEC SQL
               UPDATE HCAS.CLAIM_MASTER
               SET    REMIT_STATUS = 'Y',
                      REMIT_DATE = :WS-CURRENT-DATE,
                      REMIT_TRACE_NO = :WS-TRACE-NUMBER
               WHERE  CLAIM_ID = :WS-PAY-CLAIM-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
                       SQLCODE ' CLM=' WS-PAY-CLAIM-ID
           END-IF.

       7000-PROCESS-RECREATE-REQUEST.
           ADD 1 TO WS-RCR-REQUEST-COUNT
           PERFORM 7010-VALIDATE-REQUEST
           IF WS-RCR-VALID
               PERFORM 7100-RECREATE-PAYMENTS
           ELSE
               ADD 1 TO WS-RCR-REJECT-COUNT
               DISPLAY 'EDI835GN: RE-CREATE REQUEST '
                       WS-RCR-REQUEST-COUNT ' REJECTED - '
                       WS-RCR-REJECT-MSG
           END-IF
           PERFORM 7900-READ-RECREATE-REQUEST.

       7010-VALIDATE-REQUEST.
           SET WS-RCR-VALID TO TRUE
           MOVE SPACES TO WS-RCR-REJECT-MSG
           MOVE RRQ-REQUEST-TYPE TO WS-RCR-TYPE
           MOVE ZERO TO WS-RCR-KEY-TRACE
           MOVE ZERO TO WS-RCR-KEY-CHECK
           MOVE SPACES TO WS-RCR-KEY-NPI
           MOVE SPACES TO WS-RCR-KEY-FROM
           MOVE SPACES TO WS-RCR-KEY-THRU
           EVALUATE TRUE
               WHEN RRQ-BY-TRACE
                   IF RRQ-TRACE-NO IS NUMERIC
                   AND RRQ-TRACE-NO > ZERO
                       MOVE RRQ-TRACE-NO TO WS-RCR-KEY-TRACE
                   ELSE
                       SET WS-RCR-INVALID TO TRUE
                       MOVE 'TRACE NUMBER MISSING OR NOT NUMERIC'
                           TO WS-RCR-REJECT-MSG
                   END-IF
               WHEN RRQ-BY-CHECK
                   IF RRQ-CHECK-NO IS NUMERIC
                   AND RRQ-CHECK-NO > ZERO
                       MOVE RRQ-CHECK-NO TO WS-RCR-KEY-CHECK
                   ELSE
                       SET WS-RCR-INVALID TO TRUE
                       MOVE 'CHECK NUMBER MISSING OR NOT NUMERIC'
                           TO WS-RCR-REJECT-MSG
                   END-IF
               WHEN RRQ-BY-PROVIDER
                   PERFORM 7015-VALIDATE-PROVIDER-RANGE
               WHEN OTHER
                   SET WS-RCR-INVALID TO TRUE
                   MOVE 'REQUEST TYPE MUST BE T, K OR P'
                       TO WS-RCR-REJECT-MSG
           END-EVALUATE
           IF WS-RCR-VALID
               PERFORM 7020-LOOKUP-REQUESTING-PARTNER
           END-IF.

       7015-VALIDATE-PROVIDER-RANGE.
      *--- A MISSING THRU DATE MEANS THE SINGLE FROM DATE ---
           IF RRQ-PROVIDER-NPI = SPACES
           OR RRQ-FROM-DATE IS NOT NUMERIC
               SET WS-RCR-INVALID TO TRUE
               MOVE 'PROVIDER NPI AND FROM DATE REQUIRED'
                   TO WS-RCR-REJECT-MSG
           ELSE
               MOVE RRQ-PROVIDER-NPI TO WS-RCR-KEY-NPI
               MOVE RRQ-FROM-DATE    TO WS-RCR-KEY-FROM
               IF RRQ-THRU-DATE IS NUMERIC
                   MOVE RRQ-THRU-DATE TO WS-RCR-KEY-THRU
               ELSE
                   MOVE RRQ-FROM-DATE TO WS-RCR-KEY-THRU
               END-IF
               IF WS-RCR-KEY-THRU < WS-RCR-KEY-FROM
                   SET WS-RCR-INVALID TO TRUE
                   MOVE 'THRU DATE BEFORE FROM DATE'
                       TO WS-RCR-REJECT-MSG
               END-IF
           END-IF.

       7020-LOOKUP-REQUESTING-PARTNER.
      *--- A NAMED REQUESTING PARTNER RECEIVES THE COPY; WITH    ---
      *    NONE NAMED IT GOES TO THE PAYEE'S OWN PROFILE (3050)  ---
           MOVE RRQ-PARTNER-ID TO WS-RCR-PARTNER-ID
           MOVE SPACES TO WS-RCR-PARTNER-PROFILE
           IF WS-RCR-PARTNER-ID NOT = SPACES
               EXEC SQL
                   SELECT PARTNER_ID, ISA_QUAL, ISA_ID, GS_ID,
                          DELIVERY_DEST
                   INTO :WS-TP-PARTNER-ID, :WS-TP-ISA-QUAL,
                        :WS-TP-ISA-ID, :WS-TP-GS-ID,
                        :WS-TP-DELIVERY-DEST
                   FROM HCAS.TRADING_PARTNER
                   WHERE PARTNER_ID = :WS-RCR-PARTNER-ID
                     AND PARTNER_STATUS = 'A'
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE = ZERO
                   SET WS-TP-FOUND TO TRUE
                   MOVE WS-PARTNER-PROFILE TO WS-RCR-PARTNER-PROFILE
               ELSE
                   SET WS-RCR-INVALID TO TRUE
                   MOVE 'REQUESTING PARTNER NOT ACTIVE'
                       TO WS-RCR-REJECT-MSG
               END-IF
           END-IF.

       7100-RECREATE-PAYMENTS.
           MOVE ZERO TO WS-RCR-PAY-FOUND-COUNT
           SET WS-RCR-PAY-NOT-EOF TO TRUE
           EXEC SQL OPEN RCR-PAYMENT-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EDI835GN: RE-CREATE PAYMENT CURSOR OPEN '
                       'ERROR SQLCODE=' SQLCODE
               ADD 1 TO WS-RCR-REJECT-COUNT
           ELSE
               PERFORM 7110-FETCH-RECREATE-PAYMENT
                   UNTIL WS-RCR-PAY-EOF
               EXEC SQL CLOSE RCR-PAYMENT-CURSOR END-EXEC
               IF WS-RCR-PAY-FOUND-COUNT = ZERO
                   ADD 1 TO WS-RCR-REJECT-COUNT
                   DISPLAY 'EDI835GN: RE-CREATE REQUEST '
                           WS-RCR-REQUEST-COUNT
                           ' - NO 835 PAYMENT ON FILE'
               END-IF
           END-IF.

       7110-FETCH-RECREATE-PAYMENT.
           EXEC SQL
               FETCH RCR-PAYMENT-CURSOR
               INTO :WS-RCR-CHECK-NO,
                    :WS-RCR-PROVIDER-NPI,
                    :WS-RCR-PROVIDER-TIN,
                    :WS-RCR-CHECK-AMOUNT,
                    :WS-RCR-ISSUE-DATE,
                    :WS-RCR-PAY-METHOD,
                    :WS-RCR-TRACE-NO,
                    :WS-RCR-PAY-TO-GROUP
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-RCR-PAY-FOUND-COUNT
                   PERFORM 7200-REBUILD-PAYMENT
               WHEN +100
                   SET WS-RCR-PAY-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'EDI835GN: RE-CREATE PAYMENT FETCH '
                           'ERROR SQLCODE=' SQLCODE
                   SET WS-RCR-PAY-EOF TO TRUE
           END-EVALUATE.

       7200-REBUILD-PAYMENT.
           EXEC SQL OPEN RCR-CLAIM-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EDI835GN: RE-CREATE CLAIM CURSOR OPEN '
                       'ERROR SQLCODE=' SQLCODE
                       ' TRACE=' WS-RCR-TRACE-NO
               ADD 1 TO WS-RCR-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           SET WS-MORE-CLAIMS TO TRUE
           PERFORM 7350-FETCH-RECREATE-CLAIM
           IF WS-NO-MORE-CLAIMS
               DISPLAY 'EDI835GN: NO REMITTED CLAIMS FOR TRACE '
                       WS-RCR-TRACE-NO ' - NOT RE-CREATED'
               ADD 1 TO WS-RCR-SKIP-COUNT
           ELSE
               PERFORM 7210-START-RECREATED-PAYMENT
               PERFORM 7300-RECREATE-CLAIM
                   UNTIL WS-NO-MORE-CLAIMS
               PERFORM 7400-WRITE-RECREATED-PLBS
               PERFORM 4900-WRITE-SE-TRAILER
               PERFORM 4950-WRITE-GE-IEA
               PERFORM 4970-LOG-TRANSMISSION
               PERFORM 7500-LOG-RECREATION
           END-IF
           EXEC SQL CLOSE RCR-CLAIM-CURSOR END-EXEC.

       7210-START-RECREATED-PAYMENT.
      *--- PAYEE NPI, TIN, PAYMENT METHOD AND TRN TRACE ARE      ---
      *    TAKEN AS ISSUED; NAME, ADDRESS AND BANK DETAILS FROM  ---
      *    THE PROVIDER TABLE (THE PAY-TO PROVIDER FOR A         ---
      *    CONSOLIDATED PAYMENT)                                 ---
           ADD 1 TO WS-GRAND-PRV-COUNT
           MOVE ZERO TO WS-PRV-TOTAL-CHARGES
           MOVE ZERO TO WS-PRV-TOTAL-PAID
           MOVE ZERO TO WS-PRV-CLAIM-COUNT
           MOVE ZERO TO WS-PRV-REVERSAL-AMT
           MOVE ZERO TO WS-PRV-LEVY-AMT
           MOVE WS-RCR-PROVIDER-NPI TO WS-CURR-BILLING-NPI
           MOVE WS-PAY-PRV-ORG     TO WS-CURR-PRV-NAME
           MOVE WS-RCR-PROVIDER-TIN TO WS-CURR-PRV-TIN
           MOVE WS-RCR-PAY-METHOD  TO WS-CURR-PRV-PAY-METHOD
           MOVE WS-PAY-PRV-BANK-RTN
                                   TO WS-CURR-PRV-BANK-RTN
           MOVE WS-PAY-PRV-BANK-ACCT
                                   TO WS-CURR-PRV-BANK-ACCT
           MOVE WS-PAY-PRV-ADDR1   TO WS-CURR-PRV-ADDR1
           MOVE WS-PAY-PRV-CITY    TO WS-CURR-PRV-CITY
           MOVE WS-PAY-PRV-STATE   TO WS-CURR-PRV-STATE
           MOVE WS-PAY-PRV-ZIP     TO WS-CURR-PRV-ZIP
           MOVE WS-RCR-PAY-TO-GROUP TO WS-CURR-PAY-TO-GROUP
           MOVE SPACES TO WS-CURR-GROUP-NPI
           MOVE ZERO TO WS-LX-SEQ
           IF WS-RCR-PAY-TO-GROUP = SPACES
               SET WS-CURR-NOT-CONSOLIDATED TO TRUE
               MOVE WS-RCR-PROVIDER-NPI TO WS-CURR-PAY-GROUP
           ELSE
               SET WS-CURR-CONSOLIDATED TO TRUE
               MOVE WS-RCR-PAY-TO-GROUP TO WS-CURR-PAY-GROUP
               PERFORM 3010-LOAD-PAY-TO-PROVIDER
               MOVE WS-RCR-PROVIDER-NPI TO WS-CURR-BILLING-NPI
               MOVE WS-RCR-PROVIDER-TIN TO WS-CURR-PRV-TIN
               MOVE WS-RCR-PAY-METHOD   TO WS-CURR-PRV-PAY-METHOD
           END-IF
           MOVE WS-RCR-TRACE-NO    TO WS-TRACE-NUMBER
           IF WS-RCR-PARTNER-ID = SPACES
               PERFORM 3050-LOOKUP-PARTNER-PROFILE
           ELSE
               MOVE WS-RCR-PARTNER-PROFILE TO WS-PARTNER-PROFILE
           END-IF
           MOVE ZERO TO WS-TX-SET-COUNT
           PERFORM 3100-WRITE-ISA-HEADER
           PERFORM 3200-WRITE-GS-HEADER
           PERFORM 3300-WRITE-ST-HEADER
           PERFORM 3400-WRITE-BPR-SEGMENT
           PERFORM 3500-WRITE-TRN-SEGMENT
           PERFORM 3600-WRITE-PAYER-ID
           PERFORM 3700-WRITE-PAYEE-ID.

       7300-RECREATE-CLAIM.
           IF WS-CURR-CONSOLIDATED
           AND WS-PAY-BILLING-NPI NOT = WS-CURR-GROUP-NPI
               PERFORM 3900-WRITE-NPI-GROUP-HEADER
           END-IF
           PERFORM 4000-GENERATE-CLAIM-SEGMENTS
           PERFORM 7350-FETCH-RECREATE-CLAIM.

       7350-FETCH-RECREATE-CLAIM.
           EXEC SQL
               FETCH RCR-CLAIM-CURSOR
               INTO :WS-PAY-CLAIM-ID,
                    :WS-PAY-CLAIM-TYPE,
                    :WS-PAY-CLAIM-STATUS,
                    :WS-PAY-MEMBER-ID,
                    :WS-PAY-BILLING-NPI,
                    :WS-PAY-RENDERING-NPI,
                    :WS-PAY-TOTAL-CHARGES,
                    :WS-PAY-ALLOWED-AMT,
                    :WS-PAY-PAID-AMT,
                    :WS-PAY-COPAY-AMT,
                    :WS-PAY-DEDUCT-AMT,
                    :WS-PAY-COINS-AMT,
                    :WS-PAY-COB-AMT,
                    :WS-PAY-RECEIPT-DATE,
                    :WS-PAY-ADJUD-DATE,
                    :WS-PAY-PRINC-DIAG,
                    :WS-PAY-PATIENT-ACCT,
                    :WS-PAY-SPLIT-PARENT,
                    :WS-PAY-MBR-LAST,
                    :WS-PAY-MBR-FIRST,
                    :WS-PAY-MBR-DOB,
                    :WS-PAY-SUBSCRIBER-ID,
                    :WS-PAY-PRV-ORG,
                    :WS-PAY-PRV-LAST,
                    :WS-PAY-PRV-TIN,
                    :WS-PAY-PRV-PAY-METHOD,
                    :WS-PAY-PRV-BANK-RTN,
                    :WS-PAY-PRV-BANK-ACCT,
                    :WS-PAY-PRV-ADDR1,
                    :WS-PAY-PRV-CITY,
                    :WS-PAY-PRV-STATE,
                    :WS-PAY-PRV-ZIP,
                    :WS-PAY-INTEREST-AMT
           END-EXEC
           IF SQLCODE = +100
               SET WS-NO-MORE-CLAIMS TO TRUE
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'EDI835GN: RE-CREATE CLAIM FETCH ERROR '
                           'SQLCODE=' SQLCODE
                   SET WS-NO-MORE-CLAIMS TO TRUE
               END-IF
           END-IF.

       7400-WRITE-RECREATED-PLBS.
      *--- THE PLB ADJUSTMENTS RECORDED AGAINST THE TRACE, IN    ---
      *    THE ORDER THEY WERE WRITTEN, EACH REDUCING THE NET     ---
           SET WS-RCR-PLB-NOT-EOF TO TRUE
           EXEC SQL OPEN RCR-PLB-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EDI835GN: RE-CREATE PLB CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
                       ' TRACE=' WS-RCR-TRACE-NO
           ELSE
               PERFORM 7410-FETCH-WRITE-PLB
                   UNTIL WS-RCR-PLB-EOF
               EXEC SQL CLOSE RCR-PLB-CURSOR END-EXEC
           END-IF.

       7410-FETCH-WRITE-PLB.
           EXEC SQL
               FETCH RCR-PLB-CURSOR
               INTO :WS-PLB-REASON,
                    :WS-PLB-REF-ID,
                    :WS-PLB-AMOUNT,
                    :WS-RCR-PLB-DATE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-RCR-PLB-EOF TO TRUE
           ELSE
               SUBTRACT WS-PLB-AMOUNT FROM WS-PRV-TOTAL-PAID
               MOVE WS-PLB-AMOUNT TO WS-FMT-AMOUNT-SIGNED
               MOVE WS-FMT-AMOUNT-SIGNED TO WS-FMT-AMOUNT-DISPLAY
               INSPECT WS-FMT-AMOUNT-DISPLAY
                   REPLACING LEADING SPACES BY ZEROS
               INITIALIZE WS-EDI-SEGMENT
               STRING 'PLB' DELIMITED SIZE
                      WS-ELEMENT-DELIM DELIMITED SIZE
                      WS-CURR-PRV-TIN DELIMITED SIZE
                      WS-ELEMENT-DELIM DELIMITED SIZE
                      WS-RCR-PLB-DATE DELIMITED SIZE
                      WS-ELEMENT-DELIM DELIMITED SIZE
                      WS-PLB-REASON DELIMITED SIZE
                      ':' DELIMITED SIZE
                      WS-PLB-REF-ID DELIMITED SPACES
                      WS-ELEMENT-DELIM DELIMITED SIZE
                      WS-FMT-AMOUNT-DISPLAY DELIMITED SPACES
                      WS-SEGMENT-TERM DELIMITED SIZE
                      INTO WS-EDI-SEGMENT
               END-STRING
               WRITE EDI835-RECORD FROM WS-EDI-SEGMENT
               ADD 1 TO WS-SE-SEGMENT-COUNT
               ADD 1 TO WS-SEGMENT-COUNT
           END-IF.

       7500-LOG-RECREATION.
      *--- AUDIT TRAIL OF EVERY COPY MADE. A REBUILT NET THAT    ---
      *    DOES NOT MATCH THE ISSUED AMOUNT MEANS A CLAIM HAS     ---
      *    SINCE BEEN ADJUSTED OR RE-REMITTED - IT IS FLAGGED     ---
           ADD 1 TO WS-RCR-REBUILT-COUNT
           IF WS-PRV-TOTAL-PAID NOT = WS-RCR-CHECK-AMOUNT
               ADD 1 TO WS-RCR-MISMATCH-COUNT
               DISPLAY 'EDI835GN: RE-CREATED TRACE '
                       WS-RCR-TRACE-NO ' NETS ' WS-PRV-TOTAL-PAID
                       ' ISSUED ' WS-RCR-CHECK-AMOUNT
           END-IF
           EXEC SQL
               INSERT INTO HCAS.REMIT_RECREATE_LOG
                   (TRACE_NO, CHECK_NO, PROVIDER_NPI,
                    ISSUE_DATE, PAY_METHOD, ISSUED_AMOUNT,
                    REBUILT_AMOUNT, CLAIM_COUNT, REQUEST_TYPE,
                    PARTNER_ID, ISA_CONTROL, DELIVERY_DEST,
                    REQUESTED_BY, RECREATE_DATE, RECREATE_TS)
               VALUES
                   (:WS-RCR-TRACE-NO, :WS-RCR-CHECK-NO,
                    :WS-RCR-PROVIDER-NPI, :WS-RCR-ISSUE-DATE,
                    :WS-RCR-PAY-METHOD, :WS-RCR-CHECK-AMOUNT,
                    :WS-PRV-TOTAL-PAID, :WS-PRV-CLAIM-COUNT,
                    :WS-RCR-TYPE, :WS-TP-PARTNER-ID,
                    :WS-ISA-CONTROL-NO, :WS-TP-DELIVERY-DEST,
                    :RRQ-REQUESTED-BY, :WS-CURRENT-DATE,
                    CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EDI835GN: RE-CREATE LOG INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' TRACE=' WS-RCR-TRACE-NO
           END-IF.

       7900-READ-RECREATE-REQUEST.
           READ RECREATE-REQ-FILE
               AT END
                   SET WS-RRQ-EOF TO TRUE
           END-READ.

       8000-WRITE-GRAND-SUMMARY.
           MOVE SPACES TO WS-CHK-LINE
           WRITE CHKRPT-RECORD FROM WS-CHK-LINE
                    :WS-PAY-ADJUD-DATE,
                    :WS-PAY-PRINC-DIAG,
                    :WS-PAY-PATIENT-ACCT,
                    :WS-PAY-SPLIT-PARENT,
                    :WS-PAY-MBR-LAST,
                    :WS-PAY-MBR-FIRST,
                    :WS-PAY-MBR-DOB,
                    :WS-PAY-PRV-ADDR1,
                    :WS-PAY-PRV-CITY,
                    :WS-PAY-PRV-STATE,
                    :WS-PAY-PRV-ZIP,
                    :WS-PAY-PAY-GROUP,
                    :WS-PAY-PAY-TO-NPI,
                    :WS-PAY-CONSOL-SW
           END-EXEC
           IF SQLCODE = +100
               SET WS-NO-MORE-CLAIMS TO TRUE
           END-IF
           PERFORM 9100-SAVE-TRACE-NUMBER
           PERFORM 9150-SAVE-CHECK-NUMBER
           PERFORM 9160-SAVE-ACH-TRACE-SEQ
           EXEC SQL COMMIT END-EXEC
           DISPLAY '================================================'
           DISPLAY 'EDI835GN: 835 REMITTANCE GENERATION COMPLETE'
           DISPLAY '  OFFSET DOLLARS:      ' WS-OFFSET-RUN-TOTAL
           DISPLAY '  BACKUP WH PROVIDERS: ' WS-BWH-COUNT
           DISPLAY '  BACKUP WH DOLLARS:   ' WS-BWH-RUN-TOTAL
           DISPLAY '  LEVIES APPLIED:      ' WS-LVY-COUNT
           DISPLAY '  LEVY DOLLARS:        ' WS-LVY-RUN-TOTAL
           DISPLAY '  EOBS SUPPRESSED:     ' WS-EOB-SUPPRESS-COUNT
           DISPLAY '  EOBS NO PAPER (CONF):' WS-EOB-NO-PAPER-COUNT
           DISPLAY '  EOBS REDIRECTED:     ' WS-EOB-REDIRECT-COUNT
           DISPLAY '  INTEREST CLAIMS:     ' WS-INT-CLAIM-COUNT
           DISPLAY '  INTEREST DOLLARS:    ' WS-INT-RUN-TOTAL
           DISPLAY '================================================'
                       'SQLCODE=' SQLCODE
           END-IF.

       9160-SAVE-ACH-TRACE-SEQ.
           EXEC SQL
               UPDATE HCAS.EDI_TRACE_CONTROL
               SET    LAST_TRACE_NBR = :WS-ACH-TRACE-SEQ
               WHERE  PROGRAM_ID = :WS-ACH-TRACE-CONTROL-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EDI835GN: ACH TRACE CONTROL UPDATE ERROR '
                       'SQLCODE=' SQLCODE
           END-IF.

       9100-SAVE-TRACE-NUMBER.
           EXEC SQL
               UPDATE HCAS.EDI_TRACE_CONTROL
               DISPLAY 'EDI835GN: TRACE CONTROL UPDATE ERROR SQLCODE='
                       SQLCODE
           END-IF.

       9200-TERMINATE-RECREATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY '================================================'
           DISPLAY 'EDI835GN: DUPLICATE REMITTANCE RE-CREATE COMPLETE'
           DISPLAY '================================================'
           DISPLAY '  REQUESTS READ:       ' WS-RCR-REQUEST-COUNT
           DISPLAY '  REQUESTS REJECTED:   ' WS-RCR-REJECT-COUNT
           DISPLAY '  835S RE-CREATED:     ' WS-RCR-REBUILT-COUNT
           DISPLAY '  PAYMENTS SKIPPED:    ' WS-RCR-SKIP-COUNT
           DISPLAY '  NET NOT AS ISSUED:   ' WS-RCR-MISMATCH-COUNT
           DISPLAY '  CLAIMS RE-REMITTED:  ' WS-GRAND-CLAIM-COUNT
           DISPLAY '  835 SEGMENTS WRITTEN:' WS-SEGMENT-COUNT
           DISPLAY '================================================'
           CLOSE RECREATE-REQ-FILE
           CLOSE EDI835-FILE
           CLOSE CHKRPT-FILE
           IF WS-RCR-REJECT-COUNT > ZERO
           OR WS-RCR-SKIP-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
