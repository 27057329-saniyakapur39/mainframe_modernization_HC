      * PURPOSE:  PENDING-APPROVAL REVIEW SCREEN (MAKER-CHECKER)       *
      *           CICS ONLINE TRANSACTION THAT LISTS THE HIGH-IMPACT   *
      *           CHANGES HELD ON HCAS.PENDING_APPROVAL - PLAN         *
      *           COST-SHARING (PLNINQ1), PROVIDER STATUS (PRVINQ1),   *
      *           EXAMINER DECISIONS ABOVE THE DOLLAR LIMIT            *
      *           (CLMPND01), MEMBER NAME / DATE OF BIRTH (MBRMNT1)    *
      *           AND PROVIDER CONTRACT RATE CARDS (CTRMNT1,           *
      *           CTRLD001) AMONG THEM - AND LETS A SECOND AUTHORIZED  *
      *           USER APPROVE OR REJECT EACH ONE. ON APPROVAL THE     *
      *           HELD CHANGE IS APPLIED HERE, UNDER THE APPROVER'S    *
      *           AUTHORITY; THE MAKER CAN NEVER APPROVE THEIR OWN     *
      *           CHANGE.                                              *
      * TRANSACTION: SREV                                              *
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY MBRCOPY.
       COPY SECCOPY.

       01  WS-COMMAREA.
           05  WS-ACC-DELTA            PIC S9(09)V99 COMP-3.
           05  WS-ACC-NEW              PIC S9(09)V99 COMP-3.
           05  WS-ACC-PSEUDO-CLAIM     PIC X(15).
           05  WS-ACC-BENEFIT-YEAR     PIC X(04).
       01  WS-DB2-PLAN-CODE            PIC X(08).
       01  WS-DB2-NPI                  PIC X(10).
       01  WS-DB2-CLAIM-ID             PIC X(15).
       01  WS-EH-EDIT-CODE             PIC X(05).

      *--- MEMBER NAME / DOB APPLY WORK AREA - THE MBRMSTER KEY ---
      *    AND ONE HCAS.SYSTEM_AUDIT_TRAIL ROW PER FIELD CHANGED ---
       01  WS-MMNT-WORK.
           05  WS-MBR-KEY              PIC X(12).
           05  WS-MMNT-BEF-DOB         PIC X(08).
           05  WS-AUD-FIELD            PIC X(18).
           05  WS-AUD-BEFORE           PIC X(60).
           05  WS-AUD-AFTER            PIC X(60).

      *--- CONTRACT RATE CARD APPLY WORK AREA ---
       01  WS-CTRM-WORK.
           05  WS-CTRM-VERSION-NO      PIC S9(04) COMP.
           05  WS-CTRM-LATER-COUNT     PIC S9(09) COMP.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(84).

                       PERFORM 4400-APPLY-EDIT-DISPOSITION
                   WHEN 'ACCQ'
                       PERFORM 4500-APPLY-ACCUM-ADJUSTMENT
                   WHEN 'CPOL'
                       PERFORM 4600-APPLY-COVERAGE-POLICY
                   WHEN 'LEVY'
                       PERFORM 4650-APPLY-PROVIDER-LEVY
                   WHEN 'PRFD'
                       PERFORM 4660-APPROVE-PREMIUM-REFUND
                   WHEN 'MMNT'
                       PERFORM 4670-APPLY-MEMBER-IDENTITY
                   WHEN 'CTRM'
                       PERFORM 4680-APPLY-CONTRACT-RATES
                   WHEN OTHER
                       SET WS-APPLY-FAILED TO TRUE
               END-EVALUATE
      *--- APPROVED ACCUMULATOR ADJUSTMENT (TAKEOVER CREDIT,    ---
      *    COB CORRECTION, CONVERSION FIX). THE CURRENT BALANCE ---
      *    IS READ FIRST SO THE LEDGER ROW CARRIES THE TRUE     ---
      *    BEFORE AND AFTER. THE ADJUSTMENT LANDS IN THE        ---
      *    BENEFIT PERIOD KEYED ON THE REQUEST; A REQUEST HELD  ---
      *    WITHOUT ONE GOES TO THE MEMBER'S LATEST PERIOD       ---
           MOVE SEC-ACC-BENEFIT-YEAR TO WS-ACC-BENEFIT-YEAR
           IF WS-ACC-BENEFIT-YEAR = SPACES OR LOW-VALUES
               EXEC SQL
                   SELECT MAX(BENEFIT_YEAR)
                   INTO :WS-ACC-BENEFIT-YEAR
                   FROM HCAS.ACCUMULATORS
                   WHERE MEMBER_ID = :SEC-ACC-MEMBER-ID
                     AND PLAN_CODE = :SEC-ACC-PLAN-CODE
                     AND COALESCE(ACCUM_TYPE, 'I') =
                         :SEC-ACC-ACCUM-TYPE
               END-EXEC
               IF SQLCODE NOT = ZERO
                   SET WS-APPLY-FAILED TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ZERO TO WS-ACC-CURR-DEDUCT
           MOVE ZERO TO WS-ACC-CURR-OOP
           EXEC SQL
                 AND PLAN_CODE = :SEC-ACC-PLAN-CODE
                 AND COALESCE(ACCUM_TYPE, 'I') =
                     :SEC-ACC-ACCUM-TYPE
                 AND BENEFIT_YEAR = :WS-ACC-BENEFIT-YEAR
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-APPLY-FAILED TO TRUE
                     AND PLAN_CODE = :SEC-ACC-PLAN-CODE
                     AND COALESCE(ACCUM_TYPE, 'I') =
                         :SEC-ACC-ACCUM-TYPE
                     AND BENEFIT_YEAR = :WS-ACC-BENEFIT-YEAR
               END-EXEC
           ELSE
               MOVE WS-ACC-CURR-OOP TO WS-ACC-PRIOR
                     AND PLAN_CODE = :SEC-ACC-PLAN-CODE
                     AND COALESCE(ACCUM_TYPE, 'I') =
                         :SEC-ACC-ACCUM-TYPE
                     AND BENEFIT_YEAR = :WS-ACC-BENEFIT-YEAR
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
           EXEC SQL
               INSERT INTO HCAS.ACCUM_LEDGER
                   (MEMBER_ID, ACCUM_TYPE, BUCKET_CODE,
                    BENEFIT_YEAR,
                    CLAIM_ID, PRIOR_BAL, DELTA_AMT, NEW_BAL,
                    LEDGER_TS, SOURCE_PROGRAM)
               VALUES
                   (:SEC-ACC-MEMBER-ID, :SEC-ACC-ACCUM-TYPE,
                    :SEC-ACC-BUCKET, :WS-ACC-BENEFIT-YEAR,
                    :WS-ACC-PSEUDO-CLAIM, :WS-ACC-PRIOR,
                    :WS-ACC-DELTA, :WS-ACC-NEW,
                    CURRENT TIMESTAMP, 'SECREV01')
                       ' MBR=' SEC-ACC-MEMBER-ID
           END-IF.

       4600-APPLY-COVERAGE-POLICY.
      *--- APPROVED COVERAGE POLICY CHANGE - HEADER, PROCEDURE  ---
      *    OR ICD-10 RANGE. CLMADJ01 PICKS IT UP ON THE NEXT    ---
      *    ADJUDICATION RUN                                     ---
           EVALUATE TRUE
               WHEN SEC-CPOL-ADD-POLICY
                   EXEC SQL
                       UPDATE HCAS.COVERAGE_POLICY
                       SET    POLICY_TITLE = :SEC-CPOL-TITLE,
                              LOB_CODE     = :SEC-CPOL-LOB-CODE,
                              EFF_DATE     = :SEC-CPOL-EFF-DATE,
                              TERM_DATE    = :SEC-CPOL-TERM-DATE,
                              UPDATE_DATE  = :WS-CURRENT-DATE,
                              UPDATE_USER  = 'SECREV01'
                       WHERE  POLICY_ID = :SEC-CPOL-POLICY-ID
                   END-EXEC
                   IF SQLCODE = +100
                       EXEC SQL
                           INSERT INTO HCAS.COVERAGE_POLICY
                               (POLICY_ID, POLICY_TITLE, LOB_CODE,
                                EFF_DATE, TERM_DATE,
                                UPDATE_DATE, UPDATE_USER)
                           VALUES
                               (:SEC-CPOL-POLICY-ID, :SEC-CPOL-TITLE,
                                :SEC-CPOL-LOB-CODE,
                                :SEC-CPOL-EFF-DATE,
                                :SEC-CPOL-TERM-DATE,
                                :WS-CURRENT-DATE, 'SECREV01')
                       END-EXEC
                   END-IF
               WHEN SEC-CPOL-TERM-POLICY
                   EXEC SQL
                       UPDATE HCAS.COVERAGE_POLICY
                       SET    TERM_DATE   = :SEC-CPOL-TERM-DATE,
                              UPDATE_DATE = :WS-CURRENT-DATE,
                              UPDATE_USER = 'SECREV01'
                       WHERE  POLICY_ID = :SEC-CPOL-POLICY-ID
                   END-EXEC
               WHEN SEC-CPOL-ADD-PROC
                   EXEC SQL
                       INSERT INTO HCAS.COVERAGE_POLICY_PROC
                           (POLICY_ID, PROC_CODE)
                       VALUES
                           (:SEC-CPOL-POLICY-ID, :SEC-CPOL-PROC-CODE)
                   END-EXEC
               WHEN SEC-CPOL-DEL-PROC
                   EXEC SQL
                       DELETE FROM HCAS.COVERAGE_POLICY_PROC
                       WHERE  POLICY_ID = :SEC-CPOL-POLICY-ID
                         AND  PROC_CODE = :SEC-CPOL-PROC-CODE
                   END-EXEC
               WHEN SEC-CPOL-ADD-DIAG
                   EXEC SQL
                       INSERT INTO HCAS.COVERAGE_POLICY_DIAG
                           (POLICY_ID, DIAG_FROM, DIAG_TO)
                       VALUES
                           (:SEC-CPOL-POLICY-ID, :SEC-CPOL-DIAG-FROM,
                            :SEC-CPOL-DIAG-TO)
                   END-EXEC
               WHEN SEC-CPOL-DEL-DIAG
                   EXEC SQL
                       DELETE FROM HCAS.COVERAGE_POLICY_DIAG
                       WHERE  POLICY_ID = :SEC-CPOL-POLICY-ID
                         AND  DIAG_FROM = :SEC-CPOL-DIAG-FROM
                         AND  DIAG_TO = :SEC-CPOL-DIAG-TO
                   END-EXEC
               WHEN OTHER
                   SET WS-APPLY-FAILED TO TRUE
           END-EVALUATE
      *--- A CODE OR RANGE ALREADY ON THE POLICY IS NOT AN ERROR ---
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
               SET WS-APPLY-FAILED TO TRUE
           END-IF.

       4650-APPLY-PROVIDER-LEVY.
      *--- APPROVED TAX LEVY / GARNISHMENT CHANGE. EDI835GN      ---
      *    DEDUCTS ACTIVE LEVIES FROM THE NEXT PAYMENT RUN. A    ---
      *    CHANGED ORDER AMOUNT AT OR BELOW THE AMOUNT ALREADY   ---
      *    PAID LEAVES THE LEVY SATISFIED                        ---
           EVALUATE TRUE
               WHEN SEC-LEVY-ADD
                   EXEC SQL
                       INSERT INTO HCAS.PROVIDER_LEVY
                           (LEVY_ID, TAX_ID, LEVY_TYPE, AGENCY_NAME,
                            AGENCY_TIN, AGENCY_PAYEE_ID, LEVY_REF,
                            ORDER_AMT, LEVY_RULE, LEVY_PCT,
                            EFF_DATE, RELEASE_DATE, PAID_TO_DATE,
                            LEVY_STATUS, UPDATE_DATE, UPDATE_USER)
                       VALUES
                           (:SEC-LEVY-ID, :SEC-LEVY-TAX-ID,
                            :SEC-LEVY-TYPE, :SEC-LEVY-AGENCY-NAME,
                            :SEC-LEVY-AGENCY-TIN,
                            :SEC-LEVY-AGENCY-ID, :SEC-LEVY-REF,
                            :SEC-LEVY-ORDER-AMT, :SEC-LEVY-RULE,
                            :SEC-LEVY-PCT, :SEC-LEVY-EFF-DATE,
                            :SEC-LEVY-RELEASE-DATE, 0, 'A',
                            :WS-CURRENT-DATE, 'SECREV01')
                   END-EXEC
               WHEN SEC-LEVY-CHG
                   EXEC SQL
                       UPDATE HCAS.PROVIDER_LEVY
                       SET    ORDER_AMT    = :SEC-LEVY-ORDER-AMT,
                              LEVY_RULE    = :SEC-LEVY-RULE,
                              LEVY_PCT     = :SEC-LEVY-PCT,
                              RELEASE_DATE = :SEC-LEVY-RELEASE-DATE,
                              LEVY_STATUS  =
                                  CASE WHEN PAID_TO_DATE >=
                                            :SEC-LEVY-ORDER-AMT
                                       THEN 'S' ELSE 'A' END,
                              UPDATE_DATE  = :WS-CURRENT-DATE,
                              UPDATE_USER  = 'SECREV01'
                       WHERE  LEVY_ID = :SEC-LEVY-ID
                         AND  LEVY_STATUS <> 'R'
                   END-EXEC
               WHEN SEC-LEVY-RELEASE
                   EXEC SQL
                       UPDATE HCAS.PROVIDER_LEVY
                       SET    RELEASE_DATE = :SEC-LEVY-RELEASE-DATE,
                              LEVY_STATUS  = 'R',
                              UPDATE_DATE  = :WS-CURRENT-DATE,
                              UPDATE_USER  = 'SECREV01'
                       WHERE  LEVY_ID = :SEC-LEVY-ID
                         AND  LEVY_STATUS <> 'R'
                   END-EXEC
               WHEN OTHER
                   SET WS-APPLY-FAILED TO TRUE
           END-EVALUATE
           IF SQLCODE NOT = ZERO
               SET WS-APPLY-FAILED TO TRUE
           END-IF.

       4660-APPROVE-PREMIUM-REFUND.
      *--- PREMIUM REFUND OVER THE DOLLAR LIMIT, HELD BY PRMRFD01. ---
      *    RELEASING IT LETS THE NEXT REFUND CYCLE ISSUE IT        ---
           EXEC SQL
               UPDATE HCAS.PREMIUM_REFUND
               SET    REFUND_STATUS = 'A',
                      APPROVE_DATE  = :WS-CURRENT-DATE,
                      STATUS_DATE   = :WS-CURRENT-DATE
               WHERE  REFUND_ID = :SEC-PRFD-REFUND-ID
                 AND  REFUND_STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-APPLY-FAILED TO TRUE
           END-IF.

       4670-APPLY-MEMBER-IDENTITY.
      *--- APPROVED MEMBER NAME / DATE OF BIRTH CHANGE, HELD BY  ---
      *    MBRMNT1. THE MBRMSTER VSAM MASTER AND HCAS.MEMBER ARE ---
      *    UPDATED TOGETHER; THE MASTER IS REWRITTEN LAST, ONCE  ---
      *    THE DB2 UPDATE AND AUDIT ROWS HAVE SUCCEEDED          ---
           MOVE SEC-MMNT-MEMBER-ID TO WS-MBR-KEY
           EXEC CICS READ
               FILE    ('MBRMSTER')
               INTO    (MEMBER-MASTER-RECORD)
               RIDFLD  (WS-MBR-KEY)
               LENGTH  (LENGTH OF MEMBER-MASTER-RECORD)
               UPDATE
               RESP    (WS-RESP)
               RESP2   (WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
           OR SEC-MMNT-DOB IS NOT NUMERIC
               SET WS-APPLY-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE MBR-DOB TO WS-MMNT-BEF-DOB
           EXEC SQL
               UPDATE HCAS.MEMBER
               SET    LAST_NAME     = :SEC-MMNT-LAST-NAME,
                      FIRST_NAME    = :SEC-MMNT-FIRST-NAME,
                      MIDDLE_INIT   = :SEC-MMNT-MIDDLE-INIT,
                      DATE_OF_BIRTH = :SEC-MMNT-DOB,
                      UPDATE_DATE   = :WS-CURRENT-DATE,
                      UPDATE_USER   = 'SECREV01'
               WHERE  MEMBER_ID = :WS-MBR-KEY
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-APPLY-FAILED TO TRUE
           END-IF
           IF WS-APPLY-OK
           AND SEC-MMNT-LAST-NAME NOT = MBR-LAST-NAME
               MOVE 'LAST NAME'        TO WS-AUD-FIELD
               MOVE MBR-LAST-NAME      TO WS-AUD-BEFORE
               MOVE SEC-MMNT-LAST-NAME TO WS-AUD-AFTER
               PERFORM 4675-WRITE-MEMBER-AUDIT
           END-IF
           IF WS-APPLY-OK
           AND SEC-MMNT-FIRST-NAME NOT = MBR-FIRST-NAME
               MOVE 'FIRST NAME'        TO WS-AUD-FIELD
               MOVE MBR-FIRST-NAME      TO WS-AUD-BEFORE
               MOVE SEC-MMNT-FIRST-NAME TO WS-AUD-AFTER
               PERFORM 4675-WRITE-MEMBER-AUDIT
           END-IF
           IF WS-APPLY-OK
           AND SEC-MMNT-MIDDLE-INIT NOT = MBR-MIDDLE-INIT
               MOVE 'MIDDLE INITIAL'     TO WS-AUD-FIELD
               MOVE MBR-MIDDLE-INIT      TO WS-AUD-BEFORE
               MOVE SEC-MMNT-MIDDLE-INIT TO WS-AUD-AFTER
               PERFORM 4675-WRITE-MEMBER-AUDIT
           END-IF
           IF WS-APPLY-OK
           AND SEC-MMNT-DOB NOT = WS-MMNT-BEF-DOB
               MOVE 'DATE OF BIRTH'  TO WS-AUD-FIELD
               MOVE WS-MMNT-BEF-DOB  TO WS-AUD-BEFORE
               MOVE SEC-MMNT-DOB     TO WS-AUD-AFTER
               PERFORM 4675-WRITE-MEMBER-AUDIT
           END-IF
           IF WS-APPLY-FAILED
               EXEC CICS UNLOCK
                   FILE ('MBRMSTER')
                   RESP (WS-RESP)
               END-EXEC
               EXIT PARAGRAPH
           END-IF
           MOVE SEC-MMNT-LAST-NAME   TO MBR-LAST-NAME
           MOVE SEC-MMNT-FIRST-NAME  TO MBR-FIRST-NAME
           MOVE SEC-MMNT-MIDDLE-INIT TO MBR-MIDDLE-INIT
           MOVE SEC-MMNT-DOB         TO MBR-DOB
           MOVE WS-CURRENT-DATE      TO MBR-UPDATE-DATE
           MOVE 'SECREV01'           TO MBR-UPDATE-USER
           IF MBR-UPDATE-COUNT < 99999
               ADD 1 TO MBR-UPDATE-COUNT
           END-IF
           EXEC CICS REWRITE
               FILE    ('MBRMSTER')
               FROM    (MEMBER-MASTER-RECORD)
               LENGTH  (LENGTH OF MEMBER-MASTER-RECORD)
               RESP    (WS-RESP)
               RESP2   (WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-APPLY-FAILED TO TRUE
           END-IF.

       4675-WRITE-MEMBER-AUDIT.
      *--- ACTION A = APPLIED ON APPROVAL, UNDER THE APPROVER ---
           EXEC SQL
               INSERT INTO HCAS.SYSTEM_AUDIT_TRAIL
                   (AUDIT_TS, TRAN_CODE, PROGRAM_ID,
                    ENTITY_TYPE, ENTITY_KEY, AUDIT_ACTION,
                    FIELD_NAME, BEFORE_VALUE, AFTER_VALUE,
                    CHANGE_USER, CHANGE_DATE, APPROVAL_ID)
               VALUES
                   (CURRENT TIMESTAMP, 'MMNT', 'SECREV01',
                    'MEMBER', :WS-MBR-KEY, 'A',
                    :WS-AUD-FIELD, :WS-AUD-BEFORE, :WS-AUD-AFTER,
                    :WS-SIGNON-USER, :WS-CURRENT-DATE,
                    :WS-DB2-APPROVAL-ID)
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-APPLY-FAILED TO TRUE
           END-IF.

       4680-APPLY-CONTRACT-RATES.
      *--- APPROVED RATE CARD CHANGE, HELD BY CTRMNT1 OR       ---
      *    CTRLD001. THE VERSION IN FORCE IS CLOSED THE DAY     ---
      *    BEFORE THE NEW ONE STARTS AND THE NEW RATES ARE      ---
      *    ADDED AS THE NEXT VERSION. RATES ALREADY EFFECTIVE   ---
      *    GO ONTO HCAS.CONTRACT_RATES NOW; FUTURE-DATED ONES   ---
      *    ARE BROUGHT INTO FORCE BY THE DAILY CTRLD001 RUN     ---
           MOVE ZERO TO WS-CTRM-LATER-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CTRM-LATER-COUNT
               FROM HCAS.CONTRACT_RATE_VERSION
               WHERE NETWORK_ID = :SEC-CTRM-NETWORK-ID
                 AND CONTRACT_TYPE = :SEC-CTRM-CONTRACT-TYPE
                 AND EFF_DATE >= :SEC-CTRM-EFF-DATE
           END-EXEC
           IF SQLCODE NOT = ZERO
           OR WS-CTRM-LATER-COUNT > ZERO
               SET WS-APPLY-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(VERSION_NO), 0) + 1
               INTO :WS-CTRM-VERSION-NO
               FROM HCAS.CONTRACT_RATE_VERSION
               WHERE NETWORK_ID = :SEC-CTRM-NETWORK-ID
                 AND CONTRACT_TYPE = :SEC-CTRM-CONTRACT-TYPE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-APPLY-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.CONTRACT_RATE_VERSION
               SET    TERM_DATE   = :SEC-CTRM-PRIOR-TERM,
                      UPDATE_DATE = :WS-CURRENT-DATE,
                      UPDATE_USER = :WS-SIGNON-USER
               WHERE  NETWORK_ID = :SEC-CTRM-NETWORK-ID
                 AND  CONTRACT_TYPE = :SEC-CTRM-CONTRACT-TYPE
                 AND  EFF_DATE < :SEC-CTRM-EFF-DATE
                 AND  TERM_DATE >= :SEC-CTRM-EFF-DATE
           END-EXEC
      *--- THE FIRST VERSION OF A RATE CARD HAS NOTHING TO CLOSE ---
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               SET WS-APPLY-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO HCAS.CONTRACT_RATE_VERSION
                   (NETWORK_ID, CONTRACT_TYPE, VERSION_NO,
                    EFF_DATE, TERM_DATE, PERCENT_OF_CHARGE,
                    PERCENT_OF_FEE, CAPITATION_RATE, CONTRACT_ID,
                    APPROVAL_ID, UPDATE_DATE, UPDATE_USER)
               VALUES
                   (:SEC-CTRM-NETWORK-ID, :SEC-CTRM-CONTRACT-TYPE,
                    :WS-CTRM-VERSION-NO, :SEC-CTRM-EFF-DATE,
                    '99991231', :SEC-CTRM-PCT-CHARGE,
                    :SEC-CTRM-PCT-FEE, :SEC-CTRM-CAP-RATE,
                    :SEC-CTRM-CONTRACT-ID, :WS-DB2-APPROVAL-ID,
                    :WS-CURRENT-DATE, :WS-SIGNON-USER)
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-APPLY-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF SEC-CTRM-EFF-DATE > WS-CURRENT-DATE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.CONTRACT_RATES
               SET    PERCENT_OF_CHARGE = :SEC-CTRM-PCT-CHARGE,
                      PERCENT_OF_FEE    = :SEC-CTRM-PCT-FEE,
                      CAPITATION_RATE   = :SEC-CTRM-CAP-RATE
               WHERE  NETWORK_ID = :SEC-CTRM-NETWORK-ID
                 AND  CONTRACT_TYPE = :SEC-CTRM-CONTRACT-TYPE
           END-EXEC
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO HCAS.CONTRACT_RATES
                       (NETWORK_ID, CONTRACT_TYPE,
                        PERCENT_OF_CHARGE, PERCENT_OF_FEE,
                        CAPITATION_RATE)
                   VALUES
                       (:SEC-CTRM-NETWORK-ID, :SEC-CTRM-CONTRACT-TYPE,
                        :SEC-CTRM-PCT-CHARGE, :SEC-CTRM-PCT-FEE,
                        :SEC-CTRM-CAP-RATE)
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               SET WS-APPLY-FAILED TO TRUE
           END-IF.

       4700-MARK-APPROVED.
           EXEC SQL
               UPDATE HCAS.PENDING_APPROVAL
