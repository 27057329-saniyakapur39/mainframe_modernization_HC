       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APCDEX01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  APCDEX01                                             *
      * PURPOSE:  STATE ALL-PAYER CLAIMS DATABASE (APCD) SUBMISSION    *
      *           EXTRACT MODE (PARM E): BUILDS THE FOUR MONTHLY       *
      *           FILES IN THE STATE'S FIXED-WIDTH LAYOUT, EACH WITH   *
      *           A HEADER AND A TRAILER CARRYING THE RECORD COUNT:    *
      *             ME - MEMBER ELIGIBILITY: EVERY ENROLLMENT SPAN     *
      *                  ACTIVE ANY DAY OF THE SUBMISSION MONTH        *
      *             MC - MEDICAL CLAIMS, ONE RECORD PER SERVICE LINE   *
      *                  WITH UP TO TWELVE DIAGNOSES FROM CLAIM_DIAG   *
      *             PC - PHARMACY CLAIMS (CLAIM TYPE RX)               *
      *             MP - PROVIDERS BILLING OR RENDERING ON A CLAIM     *
      *                  ADJUDICATED IN THE SUBMISSION MONTH           *
      *           A CLAIM GOES AS AN ORIGINAL (O) WHEN FIRST PAID, AS  *
      *           AN ADJUSTMENT (A) WHEN ITS PAID OR ALLOWED AMOUNT    *
      *           CHANGES AFTER THE STATE ACCEPTED IT, AND AS A VOID   *
      *           (V) WHEN IT IS REVERSED (STATUS 99) AFTER IT WAS     *
      *           SENT. EACH ADJUSTMENT OR VOID BUMPS THE CLAIM        *
      *           VERSION NUMBER. SELF-FUNDED (ASO) BUSINESS IS NOT    *
      *           UNDER THE MANDATE AND IS LEFT OUT.                   *
      *           EVERY RECORD SENT IS TRACKED ON HCAS.APCD_SUBMIT     *
      *           UNDER THE RECORD ID IT CARRIES ON THE FILE. REJECTED *
      *           RECORDS ARE REBUILT FROM THE CORRECTED SOURCE DATA   *
      *           AND RESENT ON THE NEXT EXTRACT; A REJECTED ORIGINAL  *
      *           WHOSE CLAIM HAS SINCE BEEN REVERSED IS CLOSED (C).   *
      *           RESPONSE MODE (PARM R): POSTS THE STATE'S PER-RECORD *
      *           ACCEPT/REJECT FILE AND LISTS EVERY REJECT ON THE RUN *
      *           REPORT FOR CORRECTION.                               *
      *           EACH EXTRACT IS RECORDED AS ONE REQUIRED-BY-LAW      *
      *           DISCLOSURE TO THE STATE, WITH EVERY MEMBER ON THE    *
      *           ELIGIBILITY, MEDICAL AND PHARMACY FILES, THROUGH     *
      *           PHIDSC01.                                            *
      * INPUTS:   APCPARM - RUN MODE (E=EXTRACT, R=RESPONSE),          *
      *                     SUBMITTER CODE, SUBMISSION MONTH (DEFAULT  *
      *                     PRIOR MONTH), EARLIEST ADJUDICATION DATE   *
      *                     FOR ORIGINALS (DEFAULT FIRST OF THE MONTH) *
      *           APCRSIN - STATE RESPONSE FILE (MODE R)               *
      *           DB2 TABLES - HCAS.ENROLLMENT, HCAS.MEMBER,           *
      *           HCAS.BENEFIT_PLAN, HCAS.GROUP_MASTER,                *
      *           HCAS.CLAIM_MASTER, HCAS.CLAIM_LINE, HCAS.CLAIM_DIAG, *
      *           HCAS.PROVIDER, HCAS.APCD_SUBMIT                      *
      * OUTPUTS:  APCDME, APCDMC, APCDPC, APCDMP - STATE FILES         *
      *           APCRPTOT - RUN / REJECT REPORT                       *
      *           DB2 TABLES - HCAS.APCD_SUBMIT, HCAS.PHI_DISCLOSURE,  *
      *           HCAS.PHI_DISCLOSURE_MEMBER                           *
      * FREQUENCY: MONTHLY (EXTRACT) / ON RESPONSE RECEIPT             *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APCPARM-FILE
               ASSIGN TO APCPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT APCRSIN-FILE
               ASSIGN TO APCRSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSP-STATUS.

           SELECT APCDME-FILE
               ASSIGN TO APCDME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ME-STATUS.

           SELECT APCDMC-FILE
               ASSIGN TO APCDMC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MC-STATUS.

           SELECT APCDPC-FILE
               ASSIGN TO APCDPC
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PC-STATUS.

           SELECT APCDMP-FILE
               ASSIGN TO APCDMP
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MP-STATUS.

           SELECT APCRPT-FILE
               ASSIGN TO APCRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APCPARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  APCPARM-RECORD.
           05  APP-RUN-MODE            PIC X(01).
               88  APP-MODE-EXTRACT    VALUE 'E'.
               88  APP-MODE-RESPONSE   VALUE 'R'.
           05  APP-SUBMITTER-ID        PIC X(08).
           05  APP-PERIOD              PIC X(06).
           05  APP-FLOOR-DATE          PIC X(08).
           05  FILLER                  PIC X(57).

       FD  APCRSIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  APCRSIN-RECORD.
           05  ARS-FILE-TYPE           PIC X(02).
           05  ARS-RECORD-ID           PIC X(40).
           05  ARS-DISPOSITION         PIC X(01).
               88  ARS-ACCEPTED        VALUE 'A'.
               88  ARS-REJECTED        VALUE 'R'.
           05  ARS-REJECT-CODE         PIC X(05).
           05  ARS-REJECT-FIELD        PIC X(10).
           05  FILLER                  PIC X(22).

      *--- MEMBER ELIGIBILITY ---
       FD  APCDME-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  APCDME-RECORD.
           05  AME-RECORD-TYPE         PIC X(02).
           05  AME-SUBMITTER-ID        PIC X(08).
           05  AME-PERIOD              PIC X(06).
           05  AME-RECORD-ID           PIC X(40).
           05  AME-MEMBER-ID           PIC X(12).
           05  AME-SUBSCRIBER-ID       PIC X(12).
           05  AME-RELATIONSHIP        PIC X(02).
           05  AME-BIRTH-DATE          PIC X(08).
           05  AME-SEX                 PIC X(01).
           05  AME-ZIP-CODE            PIC X(09).
           05  AME-STATE               PIC X(02).
           05  AME-PLAN-CODE           PIC X(08).
           05  AME-LOB-CODE            PIC X(03).
           05  AME-GROUP-ID            PIC X(10).
           05  AME-FUNDING-TYPE        PIC X(02).
           05  AME-COVER-START         PIC X(08).
           05  AME-COVER-END           PIC X(08).
           05  FILLER                  PIC X(59).

      *--- MEDICAL CLAIM SERVICE LINE ---
       FD  APCDMC-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  APCDMC-RECORD.
           05  AMC-RECORD-TYPE         PIC X(02).
           05  AMC-SUBMITTER-ID        PIC X(08).
           05  AMC-PERIOD              PIC X(06).
           05  AMC-RECORD-ID           PIC X(40).
           05  AMC-ACTION              PIC X(01).
           05  AMC-VERSION-NO          PIC 9(03).
           05  AMC-CLAIM-ID            PIC X(15).
           05  AMC-LINE-SEQ            PIC 9(03).
           05  AMC-CLAIM-TYPE          PIC X(02).
           05  AMC-MEMBER-ID           PIC X(12).
           05  AMC-SUBSCRIBER-ID       PIC X(12).
           05  AMC-BILLING-NPI         PIC X(10).
           05  AMC-RENDERING-NPI       PIC X(10).
           05  AMC-PLACE-OF-SERVICE    PIC X(02).
           05  AMC-TYPE-OF-BILL        PIC X(04).
           05  AMC-DISCHARGE-STATUS    PIC X(02).
           05  AMC-SERVICE-FROM        PIC X(08).
           05  AMC-SERVICE-TO          PIC X(08).
           05  AMC-PAID-DATE           PIC X(08).
           05  AMC-LINE-DOS            PIC X(08).
           05  AMC-PROC-CODE           PIC X(05).
           05  AMC-MODIFIER            PIC X(02).
           05  AMC-UNITS               PIC 9(05)V99.
           05  AMC-DIAG-CODES.
               10  AMC-DIAG-CODE       PIC X(08) OCCURS 12 TIMES.
           05  AMC-CHARGE-AMT          PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05  AMC-ALLOWED-AMT         PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05  AMC-PAID-AMT            PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05  AMC-MEMBER-RESP-AMT     PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05  AMC-FUNDING-TYPE        PIC X(02).
           05  FILLER                  PIC X(86).

      *--- PHARMACY CLAIM ---
       FD  APCDPC-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.
       01  APCDPC-RECORD.
           05  APC-RECORD-TYPE         PIC X(02).
           05  APC-SUBMITTER-ID        PIC X(08).
           05  APC-PERIOD              PIC X(06).
           05  APC-RECORD-ID           PIC X(40).
           05  APC-ACTION              PIC X(01).
           05  APC-VERSION-NO          PIC 9(03).
           05  APC-CLAIM-ID            PIC X(15).
           05  APC-MEMBER-ID           PIC X(12).
           05  APC-SUBSCRIBER-ID       PIC X(12).
           05  APC-PHARMACY-NPI        PIC X(10).
           05  APC-PRESCRIBER-NPI      PIC X(10).
           05  APC-FILL-DATE           PIC X(08).
           05  APC-PAID-DATE           PIC X(08).
           05  APC-NDC-CODE            PIC X(11).
           05  APC-QUANTITY            PIC 9(05)V99.
           05  APC-DAYS-SUPPLY         PIC 9(03).
           05  APC-CHARGE-AMT          PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05  APC-ALLOWED-AMT         PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05  APC-PAID-AMT            PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05  APC-MEMBER-RESP-AMT     PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05  APC-FUNDING-TYPE        PIC X(02).
           05  FILLER                  PIC X(52).

      *--- PROVIDER ---
       FD  APCDMP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  APCDMP-RECORD.
           05  AMP-RECORD-TYPE         PIC X(02).
           05  AMP-SUBMITTER-ID        PIC X(08).
           05  AMP-PERIOD              PIC X(06).
           05  AMP-RECORD-ID           PIC X(40).
           05  AMP-NPI                 PIC X(10).
           05  AMP-ENTITY-TYPE         PIC X(01).
           05  AMP-LAST-NAME           PIC X(35).
           05  AMP-FIRST-NAME          PIC X(25).
           05  AMP-ORG-NAME            PIC X(60).
           05  AMP-TAX-ID              PIC X(09).
           05  AMP-TAXONOMY-CODE       PIC X(10).
           05  AMP-SPECIALTY-CODE      PIC X(04).
           05  AMP-STATE               PIC X(02).
           05  AMP-ZIP-CODE            PIC X(09).
           05  FILLER                  PIC X(79).

       FD  APCRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  APCRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY PHICOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-PARM-STATUS              PIC X(02).
       01  WS-RSP-STATUS               PIC X(02).
       01  WS-ME-STATUS                PIC X(02).
       01  WS-MC-STATUS                PIC X(02).
       01  WS-PC-STATUS                PIC X(02).
       01  WS-MP-STATUS                PIC X(02).
       01  WS-RPT-STATUS               PIC X(02).
       01  WS-RPT-LINE                 PIC X(133).

       01  WS-RUN-MODE                 PIC X(01) VALUE 'E'.
           88  WS-MODE-EXTRACT         VALUE 'E'.
           88  WS-MODE-RESPONSE        VALUE 'R'.

       01  WS-SUBMITTER-ID             PIC X(08) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ME-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-ME-EOF           VALUE 'Y'.
               88  WS-ME-NOT-EOF       VALUE 'N'.
           05  WS-CLM-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-CLM-EOF          VALUE 'Y'.
               88  WS-CLM-NOT-EOF      VALUE 'N'.
           05  WS-LN-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-LN-EOF           VALUE 'Y'.
               88  WS-LN-NOT-EOF       VALUE 'N'.
           05  WS-DX-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-DX-EOF           VALUE 'Y'.
               88  WS-DX-NOT-EOF       VALUE 'N'.
           05  WS-MP-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-MP-EOF           VALUE 'Y'.
               88  WS-MP-NOT-EOF       VALUE 'N'.
           05  WS-RSP-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-RSP-EOF          VALUE 'Y'.
               88  WS-RSP-NOT-EOF      VALUE 'N'.
           05  WS-REJ-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-REJ-EOF          VALUE 'Y'.
               88  WS-REJ-NOT-EOF      VALUE 'N'.

      *--- SUBMISSION MONTH - THE PRIOR MONTH UNLESS THE PARM ---
      *    NAMES ONE, FOR A LATE OR RE-RUN SUBMISSION         ---
       01  WS-APCD-DATES.
           05  WS-PERIOD               PIC X(06).
           05  WS-PERIOD-FIRST         PIC X(08).
           05  WS-PERIOD-FIRST-N       REDEFINES WS-PERIOD-FIRST
                                       PIC 9(08).
           05  WS-PERIOD-PARTS         REDEFINES WS-PERIOD-FIRST.
               10  WS-PERIOD-YYYY      PIC 9(04).
               10  WS-PERIOD-MM        PIC 9(02).
               10  WS-PERIOD-DD        PIC 9(02).
           05  WS-PERIOD-LAST          PIC X(08).
           05  WS-PERIOD-LAST-N        REDEFINES WS-PERIOD-LAST
                                       PIC 9(08).
           05  WS-NEXT-MONTH-N         PIC 9(08).
           05  WS-FLOOR-DATE           PIC X(08).

      *--- ELIGIBILITY SPANS ACTIVE IN THE MONTH, PLUS EARLIER ---
      *    MONTHS' REJECTED SPANS REBUILT FROM CORRECTED DATA   ---
           EXEC SQL DECLARE APCD-ME-CURSOR CURSOR FOR
               SELECT :WS-PERIOD, E.MEMBER_ID, E.PLAN_CODE,
                      E.EFF_DATE, E.TERM_DATE,
                      COALESCE(E.GROUP_ID, ' '),
                      COALESCE(M.SUBSCRIBER_ID, ' '),
                      COALESCE(M.RELATIONSHIP_CODE, '18'),
                      COALESCE(M.DATE_OF_BIRTH, ' '),
                      COALESCE(M.SEX_CODE, ' '),
                      COALESCE(M.ZIP_CODE, ' '),
                      COALESCE(M.STATE, ' '),
                      B.LOB_CODE,
                      COALESCE(G.FUNDING_TYPE, 'FI')
               FROM HCAS.ENROLLMENT E
               INNER JOIN HCAS.MEMBER M
                   ON M.MEMBER_ID = E.MEMBER_ID
               INNER JOIN HCAS.BENEFIT_PLAN B
                   ON B.PLAN_CODE = E.PLAN_CODE
               LEFT JOIN HCAS.GROUP_MASTER G
                   ON G.GROUP_ID = E.GROUP_ID
               WHERE E.ELIG_STATUS = 'A'
                 AND E.EFF_DATE <= :WS-PERIOD-LAST
                 AND (E.TERM_DATE >= :WS-PERIOD-FIRST
                      OR E.TERM_DATE = '99991231')
                 AND COALESCE(G.FUNDING_TYPE, 'FI') <> 'AS'
               UNION ALL
               SELECT S.SUBMIT_PERIOD, E.MEMBER_ID, E.PLAN_CODE,
                      E.EFF_DATE, E.TERM_DATE,
                      COALESCE(E.GROUP_ID, ' '),
                      COALESCE(M.SUBSCRIBER_ID, ' '),
                      COALESCE(M.RELATIONSHIP_CODE, '18'),
                      COALESCE(M.DATE_OF_BIRTH, ' '),
                      COALESCE(M.SEX_CODE, ' '),
                      COALESCE(M.ZIP_CODE, ' '),
                      COALESCE(M.STATE, ' '),
                      B.LOB_CODE,
                      COALESCE(G.FUNDING_TYPE, 'FI')
               FROM HCAS.APCD_SUBMIT S
               INNER JOIN HCAS.ENROLLMENT E
                   ON E.MEMBER_ID = SUBSTR(S.RECORD_KEY, 7, 12)
                  AND E.PLAN_CODE = SUBSTR(S.RECORD_KEY, 19, 8)
                  AND E.EFF_DATE  = SUBSTR(S.RECORD_KEY, 27, 8)
               INNER JOIN HCAS.MEMBER M
                   ON M.MEMBER_ID = E.MEMBER_ID
               INNER JOIN HCAS.BENEFIT_PLAN B
                   ON B.PLAN_CODE = E.PLAN_CODE
               LEFT JOIN HCAS.GROUP_MASTER G
                   ON G.GROUP_ID = E.GROUP_ID
               WHERE S.FILE_TYPE = 'ME'
                 AND S.SUBMIT_STATUS = 'R'
                 AND S.SUBMIT_PERIOD < :WS-PERIOD
               ORDER BY 2, 3, 4
           END-EXEC

       01  WS-ME-ROW.
           05  WS-ME-PERIOD            PIC X(06).
           05  WS-ME-MEMBER-ID         PIC X(12).
           05  WS-ME-PLAN-CODE         PIC X(08).
           05  WS-ME-EFF-DATE          PIC X(08).
           05  WS-ME-TERM-DATE         PIC X(08).
           05  WS-ME-GROUP-ID          PIC X(10).
           05  WS-ME-SUBSCRIBER-ID     PIC X(12).
           05  WS-ME-RELATIONSHIP      PIC X(02).
           05  WS-ME-BIRTH-DATE        PIC X(08).
           05  WS-ME-SEX               PIC X(01).
           05  WS-ME-ZIP-CODE          PIC X(09).
           05  WS-ME-STATE             PIC X(02).
           05  WS-ME-LOB-CODE          PIC X(03).
           05  WS-ME-FUNDING-TYPE      PIC X(02).

      *--- CLAIMS TO SEND, WITH THE ACTION AND VERSION EACH GOES  ---
      *    AS: NEW ORIGINALS PAID IN THE WINDOW; ACCEPTED CLAIMS   ---
      *    WHOSE AMOUNTS HAVE SINCE CHANGED; REJECTS TO RESEND     ---
      *    AS THEY WERE LAST SENT; AND SENT CLAIMS NOW REVERSED    ---
           EXEC SQL DECLARE APCD-CLM-CURSOR CURSOR FOR
               SELECT 'O', 1, 'N',
                      CM.CLAIM_ID, CM.CLAIM_TYPE, CM.MEMBER_ID,
                      COALESCE(CM.SUBSCRIBER_ID, ' '),
                      CM.BILLING_NPI,
                      COALESCE(CM.RENDERING_NPI, ' '),
                      COALESCE(CM.PLACE_OF_SERVICE, ' '),
                      COALESCE(CM.TYPE_OF_BILL, ' '),
                      COALESCE(CM.DISCHARGE_STATUS, ' '),
                      CM.SERVICE_FROM_DATE,
                      COALESCE(CM.SERVICE_TO_DATE,
                               CM.SERVICE_FROM_DATE),
                      CM.ADJUD_DATE,
                      COALESCE(CM.ALLOWED_AMT, 0),
                      COALESCE(CM.PAID_AMT, 0),
                      COALESCE(CM.FUNDING_TYPE, 'FI'),
                      COALESCE(CM.PRINCIPAL_DIAG, ' ')
               FROM HCAS.CLAIM_MASTER CM
               WHERE CM.CLAIM_STATUS = '50'
                 AND CM.ADJUD_DATE BETWEEN :WS-FLOOR-DATE
                                       AND :WS-PERIOD-LAST
                 AND COALESCE(CM.FUNDING_TYPE, 'FI') <> 'AS'
                 AND NOT EXISTS (
                     SELECT 1
                     FROM HCAS.APCD_SUBMIT S
                     WHERE S.FILE_TYPE IN ('MC', 'PC')
                       AND S.RECORD_KEY = CM.CLAIM_ID
                 )
               UNION ALL
               SELECT 'A', S.VERSION_NO + 1, 'N',
                      CM.CLAIM_ID, CM.CLAIM_TYPE, CM.MEMBER_ID,
                      COALESCE(CM.SUBSCRIBER_ID, ' '),
                      CM.BILLING_NPI,
                      COALESCE(CM.RENDERING_NPI, ' '),
                      COALESCE(CM.PLACE_OF_SERVICE, ' '),
                      COALESCE(CM.TYPE_OF_BILL, ' '),
                      COALESCE(CM.DISCHARGE_STATUS, ' '),
                      CM.SERVICE_FROM_DATE,
                      COALESCE(CM.SERVICE_TO_DATE,
                               CM.SERVICE_FROM_DATE),
                      CM.ADJUD_DATE,
                      COALESCE(CM.ALLOWED_AMT, 0),
                      COALESCE(CM.PAID_AMT, 0),
                      COALESCE(CM.FUNDING_TYPE, 'FI'),
                      COALESCE(CM.PRINCIPAL_DIAG, ' ')
               FROM HCAS.APCD_SUBMIT S
               INNER JOIN HCAS.CLAIM_MASTER CM
                   ON CM.CLAIM_ID = S.RECORD_KEY
               WHERE S.FILE_TYPE IN ('MC', 'PC')
                 AND S.SUBMIT_STATUS = 'A'
                 AND S.LAST_ACTION IN ('O', 'A')
                 AND CM.CLAIM_STATUS = '50'
                 AND (COALESCE(CM.PAID_AMT, 0) <> S.PAID_AMT
                      OR COALESCE(CM.ALLOWED_AMT, 0)
                             <> S.ALLOWED_AMT)
               UNION ALL
               SELECT S.LAST_ACTION, S.VERSION_NO, 'Y',
                      CM.CLAIM_ID, CM.CLAIM_TYPE, CM.MEMBER_ID,
                      COALESCE(CM.SUBSCRIBER_ID, ' '),
                      CM.BILLING_NPI,
                      COALESCE(CM.RENDERING_NPI, ' '),
                      COALESCE(CM.PLACE_OF_SERVICE, ' '),
                      COALESCE(CM.TYPE_OF_BILL, ' '),
                      COALESCE(CM.DISCHARGE_STATUS, ' '),
                      CM.SERVICE_FROM_DATE,
                      COALESCE(CM.SERVICE_TO_DATE,
                               CM.SERVICE_FROM_DATE),
                      CM.ADJUD_DATE,
                      COALESCE(CM.ALLOWED_AMT, 0),
                      COALESCE(CM.PAID_AMT, 0),
                      COALESCE(CM.FUNDING_TYPE, 'FI'),
                      COALESCE(CM.PRINCIPAL_DIAG, ' ')
               FROM HCAS.APCD_SUBMIT S
               INNER JOIN HCAS.CLAIM_MASTER CM
                   ON CM.CLAIM_ID = S.RECORD_KEY
               WHERE S.FILE_TYPE IN ('MC', 'PC')
                 AND S.SUBMIT_STATUS = 'R'
                 AND ((S.LAST_ACTION IN ('O', 'A')
                       AND CM.CLAIM_STATUS = '50')
                      OR S.LAST_ACTION = 'V')
               UNION ALL
               SELECT 'V', S.VERSION_NO + 1, 'N',
                      CM.CLAIM_ID, CM.CLAIM_TYPE, CM.MEMBER_ID,
                      COALESCE(CM.SUBSCRIBER_ID, ' '),
                      CM.BILLING_NPI,
                      COALESCE(CM.RENDERING_NPI, ' '),
                      COALESCE(CM.PLACE_OF_SERVICE, ' '),
                      COALESCE(CM.TYPE_OF_BILL, ' '),
                      COALESCE(CM.DISCHARGE_STATUS, ' '),
                      CM.SERVICE_FROM_DATE,
                      COALESCE(CM.SERVICE_TO_DATE,
                               CM.SERVICE_FROM_DATE),
                      CM.ADJUD_DATE,
                      COALESCE(CM.ALLOWED_AMT, 0),
                      COALESCE(CM.PAID_AMT, 0),
                      COALESCE(CM.FUNDING_TYPE, 'FI'),
                      COALESCE(CM.PRINCIPAL_DIAG, ' ')
               FROM HCAS.APCD_SUBMIT S
               INNER JOIN HCAS.CLAIM_MASTER CM
                   ON CM.CLAIM_ID = S.RECORD_KEY
               WHERE S.FILE_TYPE IN ('MC', 'PC')
                 AND S.LAST_ACTION <> 'V'
                 AND CM.CLAIM_STATUS = '99'
                 AND (S.SUBMIT_STATUS IN ('S', 'A')
                      OR (S.SUBMIT_STATUS = 'R'
                          AND S.LAST_ACTION = 'A'))
               ORDER BY 4
           END-EXEC

       01  WS-CLAIM-ROW.
           05  WS-AC-ACTION            PIC X(01).
               88  WS-AC-ORIGINAL      VALUE 'O'.
               88  WS-AC-ADJUSTMENT    VALUE 'A'.
               88  WS-AC-VOID          VALUE 'V'.
           05  WS-AC-VERSION-NO        PIC S9(03) COMP-3.
           05  WS-AC-RESUBMIT          PIC X(01).
               88  WS-AC-IS-RESUBMIT   VALUE 'Y'.
           05  WS-AC-CLAIM-ID          PIC X(15).
           05  WS-AC-CLAIM-TYPE        PIC X(02).
               88  WS-AC-PHARMACY      VALUE 'RX'.
           05  WS-AC-MEMBER-ID         PIC X(12).
           05  WS-AC-SUBSCRIBER-ID     PIC X(12).
           05  WS-AC-BILLING-NPI       PIC X(10).
           05  WS-AC-RENDERING-NPI     PIC X(10).
           05  WS-AC-PLACE-OF-SERVICE  PIC X(02).
           05  WS-AC-TYPE-OF-BILL      PIC X(04).
           05  WS-AC-DISCHARGE-STATUS  PIC X(02).
           05  WS-AC-SERVICE-FROM      PIC X(08).
           05  WS-AC-SERVICE-TO        PIC X(08).
           05  WS-AC-ADJUD-DATE        PIC X(08).
           05  WS-AC-ALLOWED-AMT       PIC S9(09)V99 COMP-3.
           05  WS-AC-PAID-AMT          PIC S9(09)V99 COMP-3.
           05  WS-AC-FUNDING-TYPE      PIC X(02).
           05  WS-AC-PRINC-DIAG        PIC X(08).

      *--- SERVICE LINES FOR THE CLAIM ---
           EXEC SQL DECLARE APCD-LINE-CURSOR CURSOR FOR
               SELECT LINE_SEQ, COALESCE(PROC_CODE, ' '),
                      COALESCE(MODIFIER_1, ' '),
                      COALESCE(DOS_FROM, ' '),
                      COALESCE(NDC_CODE, ' '),
                      COALESCE(UNITS, 0),
                      COALESCE(DAYS_SUPPLY, 0),
                      COALESCE(LINE_CHARGE, 0),
                      COALESCE(ALLOWED_AMT, 0),
                      COALESCE(PAID_AMT, 0),
                      COALESCE(MEMBER_RESP_AMT, 0)
               FROM HCAS.CLAIM_LINE
               WHERE CLAIM_ID = :WS-AC-CLAIM-ID
               ORDER BY LINE_SEQ
           END-EXEC

       01  WS-LINE-ROW.
           05  WS-AL-LINE-SEQ          PIC 9(03).
           05  WS-AL-PROC-CODE         PIC X(05).
           05  WS-AL-MODIFIER          PIC X(02).
           05  WS-AL-DOS-FROM          PIC X(08).
           05  WS-AL-NDC-CODE          PIC X(11).
           05  WS-AL-UNITS             PIC S9(05)V99 COMP-3.
           05  WS-AL-DAYS-SUPPLY       PIC 9(03).
           05  WS-AL-CHARGE            PIC S9(07)V99 COMP-3.
           05  WS-AL-ALLOWED           PIC S9(07)V99 COMP-3.
           05  WS-AL-PAID              PIC S9(07)V99 COMP-3.
           05  WS-AL-MEMBER-RESP       PIC S9(07)V99 COMP-3.

      *--- DIAGNOSES IN SEQUENCE, FIRST TWELVE ---
           EXEC SQL DECLARE APCD-DIAG-CURSOR CURSOR FOR
               SELECT DIAG_CODE
               FROM HCAS.CLAIM_DIAG
               WHERE CLAIM_ID = :WS-AC-CLAIM-ID
               ORDER BY DIAG_SEQ
           END-EXEC

       01  WS-DIAG-TABLE.
           05  WS-DX-CODE              PIC X(08) OCCURS 12 TIMES.
       01  WS-DX-FETCHED               PIC X(08).
       01  WS-DX-COUNT                 PIC 9(02) VALUE ZERO.

      *--- PROVIDERS ON THE MONTH'S CLAIMS, PLUS EARLIER ---
      *    MONTHS' REJECTED PROVIDER RECORDS              ---
           EXEC SQL DECLARE APCD-MP-CURSOR CURSOR FOR
               SELECT :WS-PERIOD, P.NPI,
                      COALESCE(P.ENTITY_TYPE, ' '),
                      COALESCE(P.LAST_NAME, ' '),
                      COALESCE(P.FIRST_NAME, ' '),
                      COALESCE(P.ORG_NAME, ' '),
                      COALESCE(P.TAX_ID, ' '),
                      COALESCE(P.TAXONOMY_CODE, ' '),
                      COALESCE(P.SPECIALTY_CODE, ' '),
                      COALESCE(P.STATE_CODE, ' '),
                      COALESCE(P.ZIP_CODE, ' ')
               FROM HCAS.PROVIDER P
               WHERE EXISTS (
                     SELECT 1
                     FROM HCAS.CLAIM_MASTER CM
                     WHERE (CM.BILLING_NPI = P.NPI
                            OR CM.RENDERING_NPI = P.NPI)
                       AND CM.CLAIM_STATUS IN ('50', '99')
                       AND CM.ADJUD_DATE BETWEEN :WS-PERIOD-FIRST
                                             AND :WS-PERIOD-LAST
                       AND COALESCE(CM.FUNDING_TYPE, 'FI') <> 'AS'
                 )
               UNION ALL
               SELECT S.SUBMIT_PERIOD, P.NPI,
                      COALESCE(P.ENTITY_TYPE, ' '),
                      COALESCE(P.LAST_NAME, ' '),
                      COALESCE(P.FIRST_NAME, ' '),
                      COALESCE(P.ORG_NAME, ' '),
                      COALESCE(P.TAX_ID, ' '),
                      COALESCE(P.TAXONOMY_CODE, ' '),
                      COALESCE(P.SPECIALTY_CODE, ' '),
                      COALESCE(P.STATE_CODE, ' '),
                      COALESCE(P.ZIP_CODE, ' ')
               FROM HCAS.APCD_SUBMIT S
               INNER JOIN HCAS.PROVIDER P
                   ON P.NPI = SUBSTR(S.RECORD_KEY, 7, 10)
               WHERE S.FILE_TYPE = 'MP'
                 AND S.SUBMIT_STATUS = 'R'
                 AND S.SUBMIT_PERIOD < :WS-PERIOD
               ORDER BY 2, 1
           END-EXEC

       01  WS-MP-ROW.
           05  WS-MP-PERIOD            PIC X(06).
           05  WS-MP-NPI               PIC X(10).
           05  WS-MP-ENTITY-TYPE       PIC X(01).
           05  WS-MP-LAST-NAME         PIC X(35).
           05  WS-MP-FIRST-NAME        PIC X(25).
           05  WS-MP-ORG-NAME          PIC X(60).
           05  WS-MP-TAX-ID            PIC X(09).
           05  WS-MP-TAXONOMY-CODE     PIC X(10).
           05  WS-MP-SPECIALTY-CODE    PIC X(04).
           05  WS-MP-STATE             PIC X(02).
           05  WS-MP-ZIP-CODE          PIC X(09).

      *--- OPEN REJECTS BY FILE FOR THE RESPONSE REPORT ---
           EXEC SQL DECLARE APCD-REJ-CURSOR CURSOR FOR
               SELECT FILE_TYPE, COUNT(*)
               FROM HCAS.APCD_SUBMIT
               WHERE SUBMIT_STATUS = 'R'
               GROUP BY FILE_TYPE
               ORDER BY FILE_TYPE
           END-EXEC

       01  WS-REJ-ROW.
           05  WS-RJ-FILE-TYPE         PIC X(02).
           05  WS-RJ-COUNT             PIC S9(09) COMP.

      *--- ONE TRACKED SUBMISSION ---
       01  WS-TRACK-ROW.
           05  WS-TK-FILE-TYPE         PIC X(02).
           05  WS-TK-RECORD-KEY        PIC X(40).
           05  WS-TK-PERIOD            PIC X(06).
           05  WS-TK-ACTION            PIC X(01).
           05  WS-TK-VERSION-NO        PIC S9(03) COMP-3.
           05  WS-TK-PAID-AMT          PIC S9(09)V99 COMP-3.
           05  WS-TK-ALLOWED-AMT       PIC S9(09)V99 COMP-3.

      *--- HEADER / TRAILER SHARED BY ALL FOUR FILES ---
       01  WS-CONTROL-RECORD.
           05  WS-CR-RECORD-TYPE       PIC X(02).
           05  WS-CR-SUBMITTER-ID      PIC X(08).
           05  WS-CR-PERIOD            PIC X(06).
           05  WS-CR-FILE-TYPE         PIC X(02).
           05  WS-CR-CREATE-DATE       PIC X(08).
           05  WS-CR-RECORD-COUNT      PIC 9(09).
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-APCD-COUNTERS.
           05  WS-ME-WRITTEN           PIC 9(09) VALUE ZERO.
           05  WS-ME-RESENT            PIC 9(09) VALUE ZERO.
           05  WS-MC-WRITTEN           PIC 9(09) VALUE ZERO.
           05  WS-PC-WRITTEN           PIC 9(09) VALUE ZERO.
           05  WS-MP-WRITTEN           PIC 9(09) VALUE ZERO.
           05  WS-MP-RESENT            PIC 9(09) VALUE ZERO.
           05  WS-CLM-ORIGINALS        PIC 9(09) VALUE ZERO.
           05  WS-CLM-ADJUSTMENTS      PIC 9(09) VALUE ZERO.
           05  WS-CLM-VOIDS            PIC 9(09) VALUE ZERO.
           05  WS-CLM-RESENT           PIC 9(09) VALUE ZERO.
           05  WS-CLM-CLOSED           PIC 9(09) VALUE ZERO.
           05  WS-RESPONSES-READ       PIC 9(09) VALUE ZERO.
           05  WS-ACCEPTS-POSTED       PIC 9(09) VALUE ZERO.
           05  WS-REJECTS-POSTED       PIC 9(09) VALUE ZERO.
           05  WS-UNMATCHED-RESPONSES  PIC 9(09) VALUE ZERO.
           05  WS-DISCLOSURE-ERRORS    PIC 9(07) VALUE ZERO.

       01  WS-CNT-DISP                 PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-MODE-RESPONSE
               PERFORM 6000-PROCESS-RESPONSES
                   UNTIL WS-RSP-EOF
               PERFORM 6500-LIST-OPEN-REJECTS
           ELSE
               PERFORM 1500-CLOSE-DEAD-REJECTS
               PERFORM 2000-EXTRACT-ELIGIBILITY
               PERFORM 3000-EXTRACT-CLAIMS
               PERFORM 4000-EXTRACT-PROVIDERS
               PERFORM 5000-WRITE-EXTRACT-SUMMARY
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'APCDEX01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE SPACES TO WS-PERIOD
           MOVE SPACES TO WS-FLOOR-DATE
           OPEN INPUT APCPARM-FILE
           IF WS-PARM-STATUS = '00'
               READ APCPARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE APP-RUN-MODE     TO WS-RUN-MODE
                       MOVE APP-SUBMITTER-ID TO WS-SUBMITTER-ID
                       IF APP-PERIOD IS NUMERIC
                           MOVE APP-PERIOD TO WS-PERIOD
                       END-IF
                       IF APP-FLOOR-DATE IS NUMERIC
                           MOVE APP-FLOOR-DATE TO WS-FLOOR-DATE
                       END-IF
               END-READ
               CLOSE APCPARM-FILE
           END-IF
           PERFORM 1100-SET-SUBMISSION-PERIOD
           OPEN OUTPUT APCRPT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'APCDEX01 - STATE APCD SUBMISSION - MODE '
                  DELIMITED SIZE
                  WS-RUN-MODE     DELIMITED SIZE
                  ' - PERIOD '    DELIMITED SIZE
                  WS-PERIOD       DELIMITED SIZE
                  ' - RUN DATE '  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE APCRPT-RECORD FROM WS-RPT-LINE
           IF WS-MODE-RESPONSE
               OPEN INPUT APCRSIN-FILE
               IF WS-RSP-STATUS NOT = '00'
                   DISPLAY 'APCDEX01: ERROR OPENING APCRSIN - '
                           WS-RSP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 6100-READ-RESPONSE
           ELSE
               OPEN OUTPUT APCDME-FILE
               OPEN OUTPUT APCDMC-FILE
               OPEN OUTPUT APCDPC-FILE
               OPEN OUTPUT APCDMP-FILE
               PERFORM 1200-WRITE-HEADERS
               PERFORM 1300-OPEN-DISCLOSURE
           END-IF.

       1100-SET-SUBMISSION-PERIOD.
           IF WS-PERIOD = SPACES
               IF WS-CURR-MM = 1
                   COMPUTE WS-PERIOD-FIRST-N =
                       (WS-CURR-YYYY - 1) * 10000 + 1201
               ELSE
                   COMPUTE WS-PERIOD-FIRST-N =
                       WS-CURR-YYYY * 10000
                       + (WS-CURR-MM - 1) * 100 + 1
               END-IF
               MOVE WS-PERIOD-FIRST(1:6) TO WS-PERIOD
           ELSE
               STRING WS-PERIOD '01' DELIMITED SIZE
                   INTO WS-PERIOD-FIRST
               END-STRING
           END-IF
           IF WS-PERIOD-MM = 12
               COMPUTE WS-NEXT-MONTH-N =
                   (WS-PERIOD-YYYY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-N = WS-PERIOD-FIRST-N + 100
           END-IF
           COMPUTE WS-PERIOD-LAST-N =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-N) - 1)
           IF WS-FLOOR-DATE = SPACES
               MOVE WS-PERIOD-FIRST TO WS-FLOOR-DATE
           END-IF.

       1200-WRITE-HEADERS.
           MOVE 'HD'            TO WS-CR-RECORD-TYPE
           MOVE WS-SUBMITTER-ID TO WS-CR-SUBMITTER-ID
           MOVE WS-PERIOD       TO WS-CR-PERIOD
           MOVE WS-CURRENT-DATE TO WS-CR-CREATE-DATE
           MOVE ZERO            TO WS-CR-RECORD-COUNT
           MOVE 'ME' TO WS-CR-FILE-TYPE
           WRITE APCDME-RECORD FROM WS-CONTROL-RECORD
           MOVE 'MC' TO WS-CR-FILE-TYPE
           WRITE APCDMC-RECORD FROM WS-CONTROL-RECORD
           MOVE 'PC' TO WS-CR-FILE-TYPE
           WRITE APCDPC-RECORD FROM WS-CONTROL-RECORD
           MOVE 'MP' TO WS-CR-FILE-TYPE
           WRITE APCDMP-RECORD FROM WS-CONTROL-RECORD.

       1300-OPEN-DISCLOSURE.
           INITIALIZE PHI-DISCLOSURE-REQUEST
           SET PHI-DSC-OPEN-FILE TO TRUE
           MOVE WS-PROGRAM-ID TO PHI-DSC-SOURCE-PROGRAM
           MOVE 'STATE-APCD' TO PHI-DSC-RECIPIENT-ID
           MOVE 'STATE ALL-PAYER CLAIMS DATABASE'
               TO PHI-DSC-RECIPIENT-NAME
           SET PHI-DSC-REQUIRED-BY-LAW TO TRUE
           STRING 'APCD SUBMISSION - PERIOD ' DELIMITED SIZE
                  WS-PERIOD DELIMITED SIZE
                  INTO PHI-DSC-FILE-DESC
           END-STRING
           PERFORM 7100-CALL-DISCLOSURE.

       1500-CLOSE-DEAD-REJECTS.
      *--- A REJECTED ORIGINAL THE STATE NEVER TOOK, FOR A CLAIM ---
      *    SINCE REVERSED, HAS NOTHING LEFT TO CORRECT OR VOID   ---
           EXEC SQL
               UPDATE HCAS.APCD_SUBMIT S
               SET SUBMIT_STATUS = 'C',
                   RESPONSE_DATE = :WS-CURRENT-DATE
               WHERE S.FILE_TYPE IN ('MC', 'PC')
                 AND S.SUBMIT_STATUS = 'R'
                 AND S.LAST_ACTION = 'O'
                 AND EXISTS (
                     SELECT 1
                     FROM HCAS.CLAIM_MASTER CM
                     WHERE CM.CLAIM_ID = S.RECORD_KEY
                       AND CM.CLAIM_STATUS = '99'
                 )
           END-EXEC
           IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-CLM-CLOSED
           ELSE IF SQLCODE NOT = +100
               DISPLAY 'APCDEX01: REJECT CLOSE ERROR SQLCODE='
                       SQLCODE
           END-IF.

       2000-EXTRACT-ELIGIBILITY.
           EXEC SQL OPEN APCD-ME-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'APCDEX01: ELIGIBILITY CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET WS-ME-NOT-EOF TO TRUE
           PERFORM 2100-FETCH-NEXT-SPAN
           PERFORM 2200-WRITE-ONE-SPAN
               UNTIL WS-ME-EOF
           EXEC SQL CLOSE APCD-ME-CURSOR END-EXEC
           MOVE 'ME' TO WS-CR-FILE-TYPE
           MOVE WS-ME-WRITTEN TO WS-CR-RECORD-COUNT
           MOVE 'TR' TO WS-CR-RECORD-TYPE
           WRITE APCDME-RECORD FROM WS-CONTROL-RECORD.

       2100-FETCH-NEXT-SPAN.
           EXEC SQL
               FETCH APCD-ME-CURSOR
               INTO :WS-ME-PERIOD, :WS-ME-MEMBER-ID,
                    :WS-ME-PLAN-CODE, :WS-ME-EFF-DATE,
                    :WS-ME-TERM-DATE, :WS-ME-GROUP-ID,
                    :WS-ME-SUBSCRIBER-ID, :WS-ME-RELATIONSHIP,
                    :WS-ME-BIRTH-DATE, :WS-ME-SEX,
                    :WS-ME-ZIP-CODE, :WS-ME-STATE,
                    :WS-ME-LOB-CODE, :WS-ME-FUNDING-TYPE
           END-EXEC
           IF SQLCODE = +100
               SET WS-ME-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'APCDEX01: ELIGIBILITY FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-ME-EOF TO TRUE
           END-IF.

       2200-WRITE-ONE-SPAN.
      *--- RECORD ID: PERIOD + MEMBER + PLAN + SPAN START ---
           MOVE SPACES TO WS-TK-RECORD-KEY
           STRING WS-ME-PERIOD    DELIMITED SIZE
                  WS-ME-MEMBER-ID DELIMITED SIZE
                  WS-ME-PLAN-CODE DELIMITED SIZE
                  WS-ME-EFF-DATE  DELIMITED SIZE
                  INTO WS-TK-RECORD-KEY
           END-STRING
           MOVE SPACES TO APCDME-RECORD
           MOVE 'ME'                TO AME-RECORD-TYPE
           MOVE WS-SUBMITTER-ID     TO AME-SUBMITTER-ID
           MOVE WS-ME-PERIOD        TO AME-PERIOD
           MOVE WS-TK-RECORD-KEY    TO AME-RECORD-ID
           MOVE WS-ME-MEMBER-ID     TO AME-MEMBER-ID
           MOVE WS-ME-SUBSCRIBER-ID TO AME-SUBSCRIBER-ID
           MOVE WS-ME-RELATIONSHIP  TO AME-RELATIONSHIP
           MOVE WS-ME-BIRTH-DATE    TO AME-BIRTH-DATE
           MOVE WS-ME-SEX           TO AME-SEX
           MOVE WS-ME-ZIP-CODE      TO AME-ZIP-CODE
           MOVE WS-ME-STATE         TO AME-STATE
           MOVE WS-ME-PLAN-CODE     TO AME-PLAN-CODE
           MOVE WS-ME-LOB-CODE      TO AME-LOB-CODE
           MOVE WS-ME-GROUP-ID      TO AME-GROUP-ID
           MOVE WS-ME-FUNDING-TYPE  TO AME-FUNDING-TYPE
           MOVE WS-ME-EFF-DATE      TO AME-COVER-START
           MOVE WS-ME-TERM-DATE     TO AME-COVER-END
           WRITE APCDME-RECORD
           ADD 1 TO WS-ME-WRITTEN
           SET PHI-DSC-ADD-MEMBER TO TRUE
           MOVE WS-ME-MEMBER-ID TO PHI-DSC-MEMBER-ID
           PERFORM 7100-CALL-DISCLOSURE
           IF WS-ME-PERIOD NOT = WS-PERIOD
               ADD 1 TO WS-ME-RESENT
           END-IF
           MOVE 'ME'         TO WS-TK-FILE-TYPE
           MOVE WS-ME-PERIOD TO WS-TK-PERIOD
           MOVE 'O'          TO WS-TK-ACTION
           MOVE 1            TO WS-TK-VERSION-NO
           MOVE ZERO         TO WS-TK-PAID-AMT
           MOVE ZERO         TO WS-TK-ALLOWED-AMT
           PERFORM 7000-TRACK-SUBMISSION
           PERFORM 2100-FETCH-NEXT-SPAN.

       3000-EXTRACT-CLAIMS.
           EXEC SQL OPEN APCD-CLM-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'APCDEX01: CLAIM CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET WS-CLM-NOT-EOF TO TRUE
           PERFORM 3100-FETCH-NEXT-CLAIM
           PERFORM 3200-EXTRACT-ONE-CLAIM
               UNTIL WS-CLM-EOF
           EXEC SQL CLOSE APCD-CLM-CURSOR END-EXEC
           MOVE 'TR' TO WS-CR-RECORD-TYPE
           MOVE 'MC' TO WS-CR-FILE-TYPE
           MOVE WS-MC-WRITTEN TO WS-CR-RECORD-COUNT
           WRITE APCDMC-RECORD FROM WS-CONTROL-RECORD
           MOVE 'PC' TO WS-CR-FILE-TYPE
           MOVE WS-PC-WRITTEN TO WS-CR-RECORD-COUNT
           WRITE APCDPC-RECORD FROM WS-CONTROL-RECORD.

       3100-FETCH-NEXT-CLAIM.
           EXEC SQL
               FETCH APCD-CLM-CURSOR
               INTO :WS-AC-ACTION, :WS-AC-VERSION-NO,
                    :WS-AC-RESUBMIT,
                    :WS-AC-CLAIM-ID, :WS-AC-CLAIM-TYPE,
                    :WS-AC-MEMBER-ID, :WS-AC-SUBSCRIBER-ID,
                    :WS-AC-BILLING-NPI, :WS-AC-RENDERING-NPI,
                    :WS-AC-PLACE-OF-SERVICE, :WS-AC-TYPE-OF-BILL,
                    :WS-AC-DISCHARGE-STATUS,
                    :WS-AC-SERVICE-FROM, :WS-AC-SERVICE-TO,
                    :WS-AC-ADJUD-DATE,
                    :WS-AC-ALLOWED-AMT, :WS-AC-PAID-AMT,
                    :WS-AC-FUNDING-TYPE, :WS-AC-PRINC-DIAG
           END-EXEC
           IF SQLCODE = +100
               SET WS-CLM-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'APCDEX01: CLAIM FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-CLM-EOF TO TRUE
           END-IF.

       3200-EXTRACT-ONE-CLAIM.
           IF WS-AC-PHARMACY
               MOVE 'PC' TO WS-TK-FILE-TYPE
           ELSE
               MOVE 'MC' TO WS-TK-FILE-TYPE
               PERFORM 3300-LOAD-DIAGNOSES
           END-IF
           SET WS-LN-NOT-EOF TO TRUE
           EXEC SQL OPEN APCD-LINE-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'APCDEX01: LINE CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE ' CLM=' WS-AC-CLAIM-ID
               PERFORM 3100-FETCH-NEXT-CLAIM
               EXIT PARAGRAPH
           END-IF
           PERFORM 3400-WRITE-ONE-LINE
               UNTIL WS-LN-EOF
           EXEC SQL CLOSE APCD-LINE-CURSOR END-EXEC
           EVALUATE TRUE
               WHEN WS-AC-IS-RESUBMIT
                   ADD 1 TO WS-CLM-RESENT
               WHEN WS-AC-ORIGINAL
                   ADD 1 TO WS-CLM-ORIGINALS
               WHEN WS-AC-ADJUSTMENT
                   ADD 1 TO WS-CLM-ADJUSTMENTS
               WHEN WS-AC-VOID
                   ADD 1 TO WS-CLM-VOIDS
           END-EVALUATE
           MOVE WS-AC-CLAIM-ID    TO WS-TK-RECORD-KEY
           MOVE WS-PERIOD         TO WS-TK-PERIOD
           MOVE WS-AC-ACTION      TO WS-TK-ACTION
           MOVE WS-AC-VERSION-NO  TO WS-TK-VERSION-NO
           MOVE WS-AC-PAID-AMT    TO WS-TK-PAID-AMT
           MOVE WS-AC-ALLOWED-AMT TO WS-TK-ALLOWED-AMT
           PERFORM 7000-TRACK-SUBMISSION
           PERFORM 3100-FETCH-NEXT-CLAIM.

       3300-LOAD-DIAGNOSES.
           MOVE SPACES TO WS-DIAG-TABLE
           MOVE ZERO TO WS-DX-COUNT
           SET WS-DX-NOT-EOF TO TRUE
           EXEC SQL OPEN APCD-DIAG-CURSOR END-EXEC
           IF SQLCODE = ZERO
               PERFORM 3310-FETCH-ONE-DIAGNOSIS
                   UNTIL WS-DX-EOF
               EXEC SQL CLOSE APCD-DIAG-CURSOR END-EXEC
           END-IF
      *--- NON-837 CLAIMS CARRY ONLY THE HEADER DIAGNOSIS ---
           IF WS-DX-COUNT = ZERO
               MOVE WS-AC-PRINC-DIAG TO WS-DX-CODE(1)
           END-IF.

       3310-FETCH-ONE-DIAGNOSIS.
           EXEC SQL
               FETCH APCD-DIAG-CURSOR
               INTO :WS-DX-FETCHED
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-DX-EOF TO TRUE
           ELSE
               ADD 1 TO WS-DX-COUNT
               MOVE WS-DX-FETCHED TO WS-DX-CODE(WS-DX-COUNT)
               IF WS-DX-COUNT = 12
                   SET WS-DX-EOF TO TRUE
               END-IF
           END-IF.

       3400-WRITE-ONE-LINE.
           EXEC SQL
               FETCH APCD-LINE-CURSOR
               INTO :WS-AL-LINE-SEQ, :WS-AL-PROC-CODE,
                    :WS-AL-MODIFIER, :WS-AL-DOS-FROM,
                    :WS-AL-NDC-CODE, :WS-AL-UNITS,
                    :WS-AL-DAYS-SUPPLY, :WS-AL-CHARGE,
                    :WS-AL-ALLOWED, :WS-AL-PAID,
                    :WS-AL-MEMBER-RESP
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-LN-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-AC-PHARMACY
               PERFORM 3500-WRITE-PHARMACY-RECORD
           ELSE
               PERFORM 3450-WRITE-MEDICAL-RECORD
           END-IF.

       3450-WRITE-MEDICAL-RECORD.
           MOVE SPACES TO APCDMC-RECORD
           MOVE 'MC'                   TO AMC-RECORD-TYPE
           MOVE WS-SUBMITTER-ID        TO AMC-SUBMITTER-ID
           MOVE WS-PERIOD              TO AMC-PERIOD
           MOVE WS-AC-CLAIM-ID         TO AMC-RECORD-ID
           MOVE WS-AC-ACTION           TO AMC-ACTION
           MOVE WS-AC-VERSION-NO       TO AMC-VERSION-NO
           MOVE WS-AC-CLAIM-ID         TO AMC-CLAIM-ID
           MOVE WS-AL-LINE-SEQ         TO AMC-LINE-SEQ
           MOVE WS-AC-CLAIM-TYPE       TO AMC-CLAIM-TYPE
           MOVE WS-AC-MEMBER-ID        TO AMC-MEMBER-ID
           MOVE WS-AC-SUBSCRIBER-ID    TO AMC-SUBSCRIBER-ID
           MOVE WS-AC-BILLING-NPI      TO AMC-BILLING-NPI
           MOVE WS-AC-RENDERING-NPI    TO AMC-RENDERING-NPI
           MOVE WS-AC-PLACE-OF-SERVICE TO AMC-PLACE-OF-SERVICE
           MOVE WS-AC-TYPE-OF-BILL     TO AMC-TYPE-OF-BILL
           MOVE WS-AC-DISCHARGE-STATUS TO AMC-DISCHARGE-STATUS
           MOVE WS-AC-SERVICE-FROM     TO AMC-SERVICE-FROM
           MOVE WS-AC-SERVICE-TO       TO AMC-SERVICE-TO
           MOVE WS-AC-ADJUD-DATE       TO AMC-PAID-DATE
           MOVE WS-AL-DOS-FROM         TO AMC-LINE-DOS
           MOVE WS-AL-PROC-CODE        TO AMC-PROC-CODE
           MOVE WS-AL-MODIFIER         TO AMC-MODIFIER
           MOVE WS-AL-UNITS            TO AMC-UNITS
           MOVE WS-DIAG-TABLE          TO AMC-DIAG-CODES
           MOVE WS-AL-CHARGE           TO AMC-CHARGE-AMT
           MOVE WS-AL-ALLOWED          TO AMC-ALLOWED-AMT
           MOVE WS-AL-PAID             TO AMC-PAID-AMT
           MOVE WS-AL-MEMBER-RESP      TO AMC-MEMBER-RESP-AMT
           MOVE WS-AC-FUNDING-TYPE     TO AMC-FUNDING-TYPE
           WRITE APCDMC-RECORD
           ADD 1 TO WS-MC-WRITTEN
           SET PHI-DSC-ADD-MEMBER TO TRUE
           MOVE WS-AC-MEMBER-ID TO PHI-DSC-MEMBER-ID
           PERFORM 7100-CALL-DISCLOSURE.

       3500-WRITE-PHARMACY-RECORD.
           MOVE SPACES TO APCDPC-RECORD
           MOVE 'PC'                   TO APC-RECORD-TYPE
           MOVE WS-SUBMITTER-ID        TO APC-SUBMITTER-ID
           MOVE WS-PERIOD              TO APC-PERIOD
           MOVE WS-AC-CLAIM-ID         TO APC-RECORD-ID
           MOVE WS-AC-ACTION           TO APC-ACTION
           MOVE WS-AC-VERSION-NO       TO APC-VERSION-NO
           MOVE WS-AC-CLAIM-ID         TO APC-CLAIM-ID
           MOVE WS-AC-MEMBER-ID        TO APC-MEMBER-ID
           MOVE WS-AC-SUBSCRIBER-ID    TO APC-SUBSCRIBER-ID
           MOVE WS-AC-BILLING-NPI      TO APC-PHARMACY-NPI
           MOVE WS-AC-RENDERING-NPI    TO APC-PRESCRIBER-NPI
           MOVE WS-AL-DOS-FROM         TO APC-FILL-DATE
           MOVE WS-AC-ADJUD-DATE       TO APC-PAID-DATE
           MOVE WS-AL-NDC-CODE         TO APC-NDC-CODE
           MOVE WS-AL-UNITS            TO APC-QUANTITY
           MOVE WS-AL-DAYS-SUPPLY      TO APC-DAYS-SUPPLY
           MOVE WS-AL-CHARGE           TO APC-CHARGE-AMT
           MOVE WS-AL-ALLOWED          TO APC-ALLOWED-AMT
           MOVE WS-AL-PAID             TO APC-PAID-AMT
           MOVE WS-AL-MEMBER-RESP      TO APC-MEMBER-RESP-AMT
           MOVE WS-AC-FUNDING-TYPE     TO APC-FUNDING-TYPE
           WRITE APCDPC-RECORD
           ADD 1 TO WS-PC-WRITTEN
           SET PHI-DSC-ADD-MEMBER TO TRUE
           MOVE WS-AC-MEMBER-ID TO PHI-DSC-MEMBER-ID
           PERFORM 7100-CALL-DISCLOSURE.

       4000-EXTRACT-PROVIDERS.
           EXEC SQL OPEN APCD-MP-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'APCDEX01: PROVIDER CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET WS-MP-NOT-EOF TO TRUE
           PERFORM 4100-FETCH-NEXT-PROVIDER
           PERFORM 4200-WRITE-ONE-PROVIDER
               UNTIL WS-MP-EOF
           EXEC SQL CLOSE APCD-MP-CURSOR END-EXEC
           MOVE 'TR' TO WS-CR-RECORD-TYPE
           MOVE 'MP' TO WS-CR-FILE-TYPE
           MOVE WS-MP-WRITTEN TO WS-CR-RECORD-COUNT
           WRITE APCDMP-RECORD FROM WS-CONTROL-RECORD.

       4100-FETCH-NEXT-PROVIDER.
           EXEC SQL
               FETCH APCD-MP-CURSOR
               INTO :WS-MP-PERIOD, :WS-MP-NPI,
                    :WS-MP-ENTITY-TYPE, :WS-MP-LAST-NAME,
                    :WS-MP-FIRST-NAME, :WS-MP-ORG-NAME,
                    :WS-MP-TAX-ID, :WS-MP-TAXONOMY-CODE,
                    :WS-MP-SPECIALTY-CODE, :WS-MP-STATE,
                    :WS-MP-ZIP-CODE
           END-EXEC
           IF SQLCODE = +100
               SET WS-MP-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'APCDEX01: PROVIDER FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-MP-EOF TO TRUE
           END-IF.

       4200-WRITE-ONE-PROVIDER.
      *--- RECORD ID: PERIOD + NPI ---
           MOVE SPACES TO WS-TK-RECORD-KEY
           STRING WS-MP-PERIOD DELIMITED SIZE
                  WS-MP-NPI    DELIMITED SIZE
                  INTO WS-TK-RECORD-KEY
           END-STRING
           MOVE SPACES TO APCDMP-RECORD
           MOVE 'MP'                 TO AMP-RECORD-TYPE
           MOVE WS-SUBMITTER-ID      TO AMP-SUBMITTER-ID
           MOVE WS-MP-PERIOD         TO AMP-PERIOD
           MOVE WS-TK-RECORD-KEY     TO AMP-RECORD-ID
           MOVE WS-MP-NPI            TO AMP-NPI
           MOVE WS-MP-ENTITY-TYPE    TO AMP-ENTITY-TYPE
           MOVE WS-MP-LAST-NAME      TO AMP-LAST-NAME
           MOVE WS-MP-FIRST-NAME     TO AMP-FIRST-NAME
           MOVE WS-MP-ORG-NAME       TO AMP-ORG-NAME
           MOVE WS-MP-TAX-ID         TO AMP-TAX-ID
           MOVE WS-MP-TAXONOMY-CODE  TO AMP-TAXONOMY-CODE
           MOVE WS-MP-SPECIALTY-CODE TO AMP-SPECIALTY-CODE
           MOVE WS-MP-STATE          TO AMP-STATE
           MOVE WS-MP-ZIP-CODE       TO AMP-ZIP-CODE
           WRITE APCDMP-RECORD
           ADD 1 TO WS-MP-WRITTEN
           IF WS-MP-PERIOD NOT = WS-PERIOD
               ADD 1 TO WS-MP-RESENT
           END-IF
           MOVE 'MP'         TO WS-TK-FILE-TYPE
           MOVE WS-MP-PERIOD TO WS-TK-PERIOD
           MOVE 'O'          TO WS-TK-ACTION
           MOVE 1            TO WS-TK-VERSION-NO
           MOVE ZERO         TO WS-TK-PAID-AMT
           MOVE ZERO         TO WS-TK-ALLOWED-AMT
           PERFORM 7000-TRACK-SUBMISSION
           PERFORM 4100-FETCH-NEXT-PROVIDER.

       5000-WRITE-EXTRACT-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           WRITE APCRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-ME-WRITTEN TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ME ELIGIBILITY RECORDS:       ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE APCRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-ME-RESENT TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '    PRIOR REJECTS RESENT:       ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE APCRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-MC-WRITTEN TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  MC MEDICAL LINE RECORDS:      ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE APCRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-PC-WRITTEN TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  PC PHARMACY RECORDS:          ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE APCRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-CLM-ORIGINALS TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '    CLAIMS SENT AS ORIGINAL:    ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE APCRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-CLM-ADJUSTMENTS TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '    CLAIMS SENT AS ADJUSTMENT:  ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE APCRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-CLM-VOIDS TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '    CLAIMS SENT AS VOID:        ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE APCRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-CLM-RESENT TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '    PRIOR REJECTS RESENT:       ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE APCRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-CLM-CLOSED TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '    REJECTS CLOSED (REVERSED):  ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE APCRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-MP-WRITTEN TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  MP PROVIDER RECORDS:          ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE APCRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-MP-RESENT TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '    PRIOR REJECTS RESENT:       ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE APCRPT-RECORD FROM WS-RPT-LINE.

       6000-PROCESS-RESPONSES.
           ADD 1 TO WS-RESPONSES-READ
           IF ARS-ACCEPTED
               EXEC SQL
                   UPDATE HCAS.APCD_SUBMIT
                   SET SUBMIT_STATUS = 'A',
                       REJECT_CODE   = ' ',
                       RESPONSE_DATE = :WS-CURRENT-DATE
                   WHERE FILE_TYPE  = :ARS-FILE-TYPE
                     AND RECORD_KEY = :ARS-RECORD-ID
                     AND SUBMIT_STATUS = 'S'
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-ACCEPTS-POSTED
               ELSE
                   ADD 1 TO WS-UNMATCHED-RESPONSES
               END-IF
           ELSE
      *--- REJECTED - THE NEXT EXTRACT REBUILDS THE RECORD FROM ---
      *    THE CORRECTED SOURCE DATA AND RESENDS IT             ---
               EXEC SQL
                   UPDATE HCAS.APCD_SUBMIT
                   SET SUBMIT_STATUS = 'R',
                       REJECT_CODE   = :ARS-REJECT-CODE,
                       RESPONSE_DATE = :WS-CURRENT-DATE
                   WHERE FILE_TYPE  = :ARS-FILE-TYPE
                     AND RECORD_KEY = :ARS-RECORD-ID
                     AND SUBMIT_STATUS = 'S'
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-REJECTS-POSTED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING '  REJECT ' DELIMITED SIZE
                          ARS-FILE-TYPE    DELIMITED SIZE
                          '  '             DELIMITED SIZE
                          ARS-RECORD-ID    DELIMITED SIZE
                          '  CODE '        DELIMITED SIZE
                          ARS-REJECT-CODE  DELIMITED SIZE
                          '  FIELD '       DELIMITED SIZE
                          ARS-REJECT-FIELD DELIMITED SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   WRITE APCRPT-RECORD FROM WS-RPT-LINE
               ELSE
                   ADD 1 TO WS-UNMATCHED-RESPONSES
               END-IF
           END-IF
           PERFORM 6100-READ-RESPONSE.

       6100-READ-RESPONSE.
           READ APCRSIN-FILE
               AT END
                   SET WS-RSP-EOF TO TRUE
           END-READ.

       6500-LIST-OPEN-REJECTS.
      *--- EVERY REJECT STILL AWAITING CORRECTION, BY FILE - THE ---
      *    NEXT EXTRACT PICKS THEM BACK UP AUTOMATICALLY         ---
           MOVE SPACES TO WS-RPT-LINE
           WRITE APCRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '---- RECORDS AWAITING CORRECTION AND RESUBMISSION'
                  ' ----'
               DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE APCRPT-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN APCD-REJ-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           SET WS-REJ-NOT-EOF TO TRUE
           PERFORM 6510-LIST-ONE-FILE-TYPE
               UNTIL WS-REJ-EOF
           EXEC SQL CLOSE APCD-REJ-CURSOR END-EXEC.

       6510-LIST-ONE-FILE-TYPE.
           EXEC SQL
               FETCH APCD-REJ-CURSOR
               INTO :WS-RJ-FILE-TYPE, :WS-RJ-COUNT
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-REJ-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RJ-COUNT TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  OPEN REJECTS - FILE ' DELIMITED SIZE
                  WS-RJ-FILE-TYPE          DELIMITED SIZE
                  ': '                     DELIMITED SIZE
                  WS-CNT-DISP              DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE APCRPT-RECORD FROM WS-RPT-LINE.

       7000-TRACK-SUBMISSION.
      *--- ONE ROW PER RECORD ID; A RESEND, ADJUSTMENT OR VOID ---
      *    REPLACES WHAT WAS LAST SENT AND AWAITS A RESPONSE    ---
           EXEC SQL
               UPDATE HCAS.APCD_SUBMIT
               SET SUBMIT_PERIOD = :WS-TK-PERIOD,
                   LAST_ACTION   = :WS-TK-ACTION,
                   VERSION_NO    = :WS-TK-VERSION-NO,
                   PAID_AMT      = :WS-TK-PAID-AMT,
                   ALLOWED_AMT   = :WS-TK-ALLOWED-AMT,
                   SUBMIT_STATUS = 'S',
                   SUBMIT_DATE   = :WS-CURRENT-DATE,
                   REJECT_CODE   = ' '
               WHERE FILE_TYPE  = :WS-TK-FILE-TYPE
                 AND RECORD_KEY = :WS-TK-RECORD-KEY
           END-EXEC
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO HCAS.APCD_SUBMIT
                       (FILE_TYPE, RECORD_KEY, SUBMIT_PERIOD,
                        LAST_ACTION, VERSION_NO, PAID_AMT,
                        ALLOWED_AMT, SUBMIT_STATUS, SUBMIT_DATE,
                        REJECT_CODE)
                   VALUES
                       (:WS-TK-FILE-TYPE, :WS-TK-RECORD-KEY,
                        :WS-TK-PERIOD, :WS-TK-ACTION,
                        :WS-TK-VERSION-NO, :WS-TK-PAID-AMT,
                        :WS-TK-ALLOWED-AMT, 'S',
                        :WS-CURRENT-DATE, ' ')
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'APCDEX01: SUBMIT TRACK ERROR SQLCODE='
                       SQLCODE ' FILE=' WS-TK-FILE-TYPE
                       ' KEY=' WS-TK-RECORD-KEY
           END-IF.

       7100-CALL-DISCLOSURE.
           CALL 'PHIDSC01' USING PHI-DISCLOSURE-REQUEST
                                 PHI-DISCLOSURE-RESPONSE
           IF PHI-DSC-FAILED
               ADD 1 TO WS-DISCLOSURE-ERRORS
               DISPLAY 'APCDEX01: ' PHI-DSC-MSG
           END-IF.

       9000-TERMINATE.
           IF WS-MODE-RESPONSE
               CLOSE APCRSIN-FILE
           ELSE
               CLOSE APCDME-FILE
               CLOSE APCDMC-FILE
               CLOSE APCDPC-FILE
               CLOSE APCDMP-FILE
               SET PHI-DSC-CLOSE-FILE TO TRUE
               PERFORM 7100-CALL-DISCLOSURE
           END-IF
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'APCDEX01: RUN COMPLETE MODE ' WS-RUN-MODE
                   ' PERIOD ' WS-PERIOD
           DISPLAY '  ELIGIBILITY RECORDS: ' WS-ME-WRITTEN
           DISPLAY '  MEDICAL RECORDS:     ' WS-MC-WRITTEN
           DISPLAY '  PHARMACY RECORDS:    ' WS-PC-WRITTEN
           DISPLAY '  PROVIDER RECORDS:    ' WS-MP-WRITTEN
           DISPLAY '  RESPONSES READ:      ' WS-RESPONSES-READ
           DISPLAY '  ACCEPTS POSTED:      ' WS-ACCEPTS-POSTED
           DISPLAY '  REJECTS POSTED:      ' WS-REJECTS-POSTED
           DISPLAY '  UNMATCHED RESPONSES: ' WS-UNMATCHED-RESPONSES
           DISPLAY '  DISCLOSURE ERRORS:   ' WS-DISCLOSURE-ERRORS
           CLOSE APCRPT-FILE
           EVALUATE TRUE
               WHEN RETURN-CODE = 16
                   CONTINUE
               WHEN WS-DISCLOSURE-ERRORS > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE.
