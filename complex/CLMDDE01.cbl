      *           CLAIM THAT FAILS ANY CHECK IS LEFT STAGED FOR THE   *
      *           NIGHTLY CLMADJ01 RUN, WHERE THE FULL PEND AND EDIT  *
      *           MACHINERY LIVES.                                    *
      *           THE PAYEE FIELD MARKS A MEMBER REIMBURSEMENT CLAIM  *
      *           ('S' - THE SUBSCRIBER PAID THE BILL AND IS REPAID   *
      *           BY MEMBER CHECK); BLANK OR 'P' PAYS THE PROVIDER,   *
      *           SUBJECT TO THE PLAN'S NON-PAR ASSIGNMENT RULE.      *
      * TRANSACTION: CDDE                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
           05  CD-RTA-REQF             PIC X(01).
           05  CD-RTA-REQI             PIC X(01).
               88  CD-RTA-REQUESTED    VALUE 'Y'.
           05  CD-PAYEE-INDL           PIC S9(04) COMP.
           05  CD-PAYEE-INDF           PIC X(01).
           05  CD-PAYEE-INDI           PIC X(01).
               88  CD-PAY-SUBSCRIBER   VALUE 'S'.
           05  CD-MSG-TEXTL            PIC S9(04) COMP.
           05  CD-MSG-TEXTF            PIC X(01).
           05  CD-MSG-TEXTI            PIC X(79).
           05  WS-RTA-FAM-OOP-LIMIT    PIC S9(07)V99 COMP-3.
           05  WS-RTA-LOB-CODE         PIC X(03).
           05  WS-RTA-GROUP-ID         PIC X(10).
           05  WS-RTA-PLAN-DEDUCT      PIC S9(07)V99 COMP-3.
           05  WS-RTA-PLAN-OOP         PIC S9(07)V99 COMP-3.
           05  WS-RTA-BENEFIT-YEAR     PIC X(04).

      *--- ACCUMULATOR BENEFIT-PERIOD CALL AREAS (ACCPER01) ---
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

       01  WS-RTA-FAM-PRIOR.
           05  WS-RTA-FAM-DEDUCT-YTD   PIC S9(07)V99 COMP-3.
           05  WS-RTA-CNET-ID          PIC X(06).
           05  WS-RTA-PAR-STATUS       PIC X(01).

      *--- CLAIM PAYEE - 'P' PROVIDER, 'S' SUBSCRIBER ---
       01  WS-RTA-PAYEE-IND            PIC X(01).
       01  WS-RTA-NONPAR-ASSIGN        PIC X(01).

      *--- PRICING CALL AREAS (CLMPRC01 LINKAGE LAYOUT) ---
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

      *--- BENEFIT APPLICATION WORK AREAS ---
       01  WS-RTA-BENEFIT.
           05  WS-AL-MEMBER-ID         PIC X(12).
           05  WS-AL-ACCUM-TYPE        PIC X(01).
           05  WS-AL-BUCKET            PIC X(03).
           05  WS-AL-BENEFIT-YEAR      PIC X(04).
           05  WS-AL-CLAIM-ID          PIC X(15).
           05  WS-AL-PRIOR-BAL         PIC S9(09)V99 COMP-3.
           05  WS-AL-DELTA             PIC S9(09)V99 COMP-3.
                   PERFORM 9000-SEND-ERROR
               END-IF
           END-IF
           IF WS-INPUT-VALID
               IF CD-PAYEE-INDI = SPACES OR LOW-VALUES
                   MOVE 'P' TO CD-PAYEE-INDI
               END-IF
               IF CD-PAYEE-INDI NOT = 'P'
               AND CD-PAYEE-INDI NOT = 'S'
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'PAYEE MUST BE P (PROVIDER) OR S (SUBSCRIBER)'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               END-IF
           END-IF
           IF WS-INPUT-VALID
               PERFORM 3100-VALIDATE-MEMBER
           END-IF
                    BILLING_NPI, RENDERING_NPI, REFERRING_NPI,
                    PLACE_OF_SERVICE, PROVIDER_TAX_ID,
                    PRINCIPAL_DIAG, TOTAL_CHARGES,
                    RECEIPT_DATE, SOURCE_CODE, PROCESS_STATUS,
                    PAYEE_IND)
               VALUES
                   (:WS-STG-CLAIM-ID, :CD-CLAIM-TYPEI,
                    :CD-MEMBER-IDI,
                    :CD-REFERRING-NPII,
                    :CD-POSI, :WS-PC-TAX-ID,
                    :CD-PRINC-DIAGI, :WS-STG-TOTAL-CHARGES,
                    :CD-RECEIPT-DATEI, 'DD', 'R',
                    :CD-PAYEE-INDI)
           END-EXEC
           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK END-EXEC
                      B.NETWORK_ID,
                      B.COINSURANCE_IN,
                      B.PREAUTH_REQUIRED,
                      B.IND_DEDUCTIBLE,
                      B.IND_OOP_MAX,
                      B.FAM_DEDUCTIBLE,
                      B.FAM_OOP_MAX,
                      B.LOB_CODE,
                    :WS-RTA-NETWORK-ID,
                    :WS-RTA-COINS-PCT,
                    :WS-RTA-PREAUTH-REQ,
                    :WS-RTA-PLAN-DEDUCT,
                    :WS-RTA-PLAN-OOP,
                    :WS-RTA-FAM-DEDUCT-LIMIT,
                    :WS-RTA-FAM-OOP-LIMIT,
                    :WS-RTA-LOB-CODE,
               INNER JOIN HCAS.BENEFIT_PLAN B
                   ON E.PLAN_CODE = B.PLAN_CODE
                  AND B.STATUS = 'A'
               WHERE E.MEMBER_ID = :CD-MEMBER-IDI
                 AND E.ELIG_STATUS = 'A'
                 AND E.EFF_DATE <= :CD-RECEIPT-DATEI
               SET WS-RTA-NOT-CLEAN TO TRUE
               MOVE 'NO ACTIVE ELIGIBILITY FOUND'
                   TO WS-RTA-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM 5110-RTA-LOAD-PERIOD-ACCUM
           IF WS-RTA-CLEAN
               COMPUTE WS-RTA-DEDUCT-REMAIN =
                   WS-RTA-DEDUCT-LIMIT - WS-RTA-DEDUCT-YTD
               IF WS-RTA-DEDUCT-REMAIN < ZERO
               END-IF
           END-IF.

       5110-RTA-LOAD-PERIOD-ACCUM.
      *--- THE CLAIM DRAWS ON THE INDIVIDUAL BUCKET FOR THE     ---
      *    BENEFIT PERIOD ITS FIRST DATE OF SERVICE FALLS IN;   ---
      *    A PERIOD NOT YET OPENED IS OPENED EMPTY UNDER THE    ---
      *    PLAN'S LIMITS, AS THE NIGHTLY ADJUDICATION DOES      ---
           MOVE WS-RTA-PLAN-CODE    TO WS-PER-PLAN-CODE
           MOVE CD-LN-DOS-FROMI(1)  TO WS-PER-SVC-DATE
           CALL 'ACCPER01' USING WS-PERIOD-REQUEST
                                 WS-PERIOD-RESPONSE
           MOVE WS-PER-BENEFIT-YEAR TO WS-RTA-BENEFIT-YEAR
           MOVE ZERO TO WS-RTA-DEDUCT-YTD
                        WS-RTA-OOP-YTD
           EXEC SQL
               SELECT DEDUCTIBLE_YTD, DEDUCTIBLE_LIMIT,
                      OOP_YTD, OOP_LIMIT
               INTO :WS-RTA-DEDUCT-YTD, :WS-RTA-DEDUCT-LIMIT,
                    :WS-RTA-OOP-YTD, :WS-RTA-OOP-LIMIT
               FROM HCAS.ACCUMULATORS
               WHERE MEMBER_ID = :CD-MEMBER-IDI
                 AND PLAN_CODE = :WS-RTA-PLAN-CODE
                 AND COALESCE(ACCUM_TYPE, 'I') = 'I'
                 AND BENEFIT_YEAR = :WS-RTA-BENEFIT-YEAR
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   MOVE WS-RTA-PLAN-DEDUCT TO WS-RTA-DEDUCT-LIMIT
                   MOVE WS-RTA-PLAN-OOP    TO WS-RTA-OOP-LIMIT
                   EXEC SQL
                       INSERT INTO HCAS.ACCUMULATORS
                           (MEMBER_ID, PLAN_CODE, ACCUM_TYPE,
                            BENEFIT_YEAR,
                            DEDUCTIBLE_YTD, DEDUCTIBLE_LIMIT,
                            OOP_YTD, OOP_LIMIT, LAST_UPDATE_DATE)
                       VALUES
                           (:CD-MEMBER-IDI, :WS-RTA-PLAN-CODE,
                            'I', :WS-RTA-BENEFIT-YEAR,
                            0, :WS-RTA-DEDUCT-LIMIT,
                            0, :WS-RTA-OOP-LIMIT,
                            :WS-CURRENT-DATE)
                   END-EXEC
                   IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
                       SET WS-RTA-NOT-CLEAN TO TRUE
                       MOVE 'ACCUMULATOR PERIOD NOT AVAILABLE'
                           TO WS-RTA-REASON
                   END-IF
               WHEN OTHER
                   SET WS-RTA-NOT-CLEAN TO TRUE
                   MOVE 'ACCUMULATOR PERIOD NOT AVAILABLE'
                       TO WS-RTA-REASON
           END-EVALUATE.

       5150-RTA-VALIDATE-CODES.
      *--- EVERY CODE MUST EXIST ON CODE MASTER FOR THE DOS ---
           MOVE 'DX' TO WS-RTA-CODE-TYPE
           MOVE CD-POSI              TO WS-PRC-PLACE-OF-SVC
           MOVE WS-RTA-PAR-STATUS    TO WS-PRC-PAR-STATUS
           MOVE CD-PRINC-DIAGI       TO WS-PRC-PRINCIPAL-DIAG
           MOVE SPACES               TO WS-PRC-DISCHARGE-STATUS
           MOVE ZERO                 TO WS-PRC-LENGTH-OF-STAY
           MOVE SPACE                TO WS-PRC-DAW-CODE
           MOVE ZERO TO WS-PRC-LINE-COUNT
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > 6
               PERFORM 5450-RTA-CHECK-HIGH-DOLLAR
           END-IF
           PERFORM 5460-RTA-LOOKUP-FUNDING
           PERFORM 5470-RTA-DETERMINE-PAYEE
           EXEC SQL
               INSERT INTO HCAS.CLAIM_MASTER
                   (CLAIM_ID, CLAIM_TYPE, CLAIM_STATUS,
                    PLACE_OF_SERVICE, PRINCIPAL_DIAG,
                    TOTAL_CHARGES, ALLOWED_AMT, PAID_AMT,
                    COPAY_AMT, DEDUCTIBLE_AMT, COINSURANCE_AMT,
                    COB_AMT, WITHHOLD_AMT, FUNDING_TYPE,
                    PAYEE_IND)
               VALUES
                   (:WS-STG-CLAIM-ID, :CD-CLAIM-TYPEI,
                    :WS-RTA-FINAL-STATUS, 'DD',
                    0,
                    :WS-RTA-DEDUCTIBLE-APPLY,
                    :WS-RTA-COINS-APPLY,
                    0, 0, :WS-RTA-FUNDING-TYPE,
                    :WS-RTA-PAYEE-IND)
           END-EXEC
           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK END-EXEC
               END-IF
           END-IF.

       5470-RTA-DETERMINE-PAYEE.
      *--- SAME RULE CLMADJ01 APPLIES: A KEYED 'S' PAYS THE      ---
      *    SUBSCRIBER, AS DOES A NON-PAR CLAIM UNDER A PLAN THAT ---
      *    DOES NOT HONOR ASSIGNMENT TO NON-PAR PROVIDERS        ---
           IF CD-PAY-SUBSCRIBER
               MOVE 'S' TO WS-RTA-PAYEE-IND
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO WS-RTA-PAYEE-IND
           IF WS-RTA-PAR-STATUS = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-RTA-NONPAR-ASSIGN
           EXEC SQL
               SELECT COALESCE(NONPAR_ASSIGN, 'Y')
               INTO :WS-RTA-NONPAR-ASSIGN
               FROM HCAS.BENEFIT_PLAN
               WHERE PLAN_CODE = :WS-RTA-PLAN-CODE
                 AND STATUS = 'A'
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = ZERO
           AND WS-RTA-NONPAR-ASSIGN = 'N'
               MOVE 'S' TO WS-RTA-PAYEE-IND
           END-IF.

       5510-RTA-INSERT-LINES.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-PRC-RSP-LINE-COUNT
               WHERE  MEMBER_ID = :CD-MEMBER-IDI
                 AND  PLAN_CODE = :WS-RTA-PLAN-CODE
                 AND  COALESCE(ACCUM_TYPE, 'I') = 'I'
                 AND  BENEFIT_YEAR = :WS-RTA-BENEFIT-YEAR
           END-EXEC
           IF SQLCODE = ZERO
      *--- LEDGER EVERY BALANCE CHANGE ---
               MOVE CD-MEMBER-IDI   TO WS-AL-MEMBER-ID
               MOVE 'I'             TO WS-AL-ACCUM-TYPE
               MOVE WS-RTA-BENEFIT-YEAR TO WS-AL-BENEFIT-YEAR
               MOVE WS-STG-CLAIM-ID TO WS-AL-CLAIM-ID
               IF WS-RTA-DEDUCTIBLE-APPLY NOT = ZERO
                   MOVE 'DED' TO WS-AL-BUCKET
                   WHERE MEMBER_ID = :WS-MC-SUBSCRIBER-ID
                     AND PLAN_CODE = :WS-RTA-PLAN-CODE
                     AND ACCUM_TYPE = 'F'
                     AND BENEFIT_YEAR = :WS-RTA-BENEFIT-YEAR
               END-EXEC
               EXEC SQL
                   UPDATE HCAS.ACCUMULATORS
                   WHERE  MEMBER_ID = :WS-MC-SUBSCRIBER-ID
                     AND  PLAN_CODE = :WS-RTA-PLAN-CODE
                     AND  ACCUM_TYPE = 'F'
                     AND  BENEFIT_YEAR = :WS-RTA-BENEFIT-YEAR
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE WS-MC-SUBSCRIBER-ID TO WS-AL-MEMBER-ID
                   MOVE 'F'                 TO WS-AL-ACCUM-TYPE
                   MOVE WS-RTA-BENEFIT-YEAR TO WS-AL-BENEFIT-YEAR
                   MOVE WS-STG-CLAIM-ID     TO WS-AL-CLAIM-ID
                   IF WS-RTA-DEDUCTIBLE-APPLY NOT = ZERO
                       MOVE 'DED' TO WS-AL-BUCKET
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
                    CURRENT TIMESTAMP, 'CLMDDE01')
