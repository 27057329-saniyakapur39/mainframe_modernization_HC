      * INPUTS:   REVIN-FILE   - CLAIM ID / REASON REVERSAL REQUESTS   *
      * OUTPUTS:  DB2 TABLES   - HCAS.CLAIM_MASTER, HCAS.ACCUMULATORS  *
      *                          HCAS.CLAIM_ADJUSTMENT,                *
      *                          HCAS.CLAIM_EDIT_HISTORY,              *
      *                          HCAS.ORTHO_CASE                       *
      *           REVERR-FILE  - SEQUENTIAL ERROR/REJECT FILE          *
      * FREQUENCY: ON DEMAND / DAILY BATCH                             *
      *================================================================*
           05  WS-RV-CLAIM-TYPE        PIC X(02).
           05  WS-RV-ALLOWED-AMT       PIC S9(09)V99 COMP-3.
           05  WS-RV-DENTAL-YEAR       PIC X(04).
           05  WS-RV-FIRST-DOS         PIC X(08).
           05  WS-RV-BENEFIT-YEAR      PIC X(04).
      *--- ORTHODONTIC CASE AMOUNTS ON A BANDING OR INSTALLMENT ---
      *    CLAIM - THEY NEVER POSTED TO THE ANNUAL DENTAL MAXIMUM ---
           05  WS-RV-ORTHO-CASE-ID     PIC X(15).
           05  WS-RV-ORTHO-ALLOWED     PIC S9(07)V99 COMP-3.
           05  WS-RV-ORTHO-PAID        PIC S9(07)V99 COMP-3.

      *--- ACCUMULATOR BENEFIT-PERIOD CALL AREAS (ACCPER01) - THE ---
      *    BACKOUT COMES OFF THE PERIOD THE CLAIM POSTED TO      ---
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

      *--- ACCUMULATOR TRANSACTION LEDGER WORK AREA ---
       01  WS-ACCUM-LEDGER.
           05  WS-AL-PRIOR-BAL         PIC S9(09)V99 COMP-3.
           05  WS-AL-DELTA             PIC S9(09)V99 COMP-3.
           05  WS-AL-NEW-BAL           PIC S9(09)V99 COMP-3.
           05  WS-AL-BENEFIT-YEAR      PIC X(04).
       01  WS-AL-CURR-DEDUCT           PIC S9(09)V99 COMP-3.
       01  WS-AL-CURR-OOP              PIC S9(09)V99 COMP-3.

           IF WS-CLAIM-OK
               PERFORM 4000-BACK-OUT-ACCUMULATORS
               PERFORM 4100-BACK-OUT-LINE-DRAWS
               IF WS-RV-CLAIM-TYPE = 'DN'
                   PERFORM 4350-REVERSE-ORTHO-CASE
               END-IF
               IF WS-RV-CLAIM-TYPE = 'DN'
               AND WS-RV-DENTAL-YEAR NOT = SPACES
                   PERFORM 4300-BACK-OUT-DENTAL-ACCUM
               END-IF
               IF WS-RV-CLAIM-TYPE = 'PR'
                   PERFORM 4400-BACK-OUT-DME-RENTAL
               END-IF
               PERFORM 5000-WRITE-ADJUSTMENT
               IF WS-RV-WITHHOLD-AMT > ZERO
                   PERFORM 5400-RELIEVE-WITHHOLD-LEDGER
               WS-RV-COPAY-AMT +
               WS-RV-DEDUCT-AMT +
               WS-RV-COINS-AMT
           PERFORM 4010-RESOLVE-CLAIM-PERIOD
      *--- CAPTURE THE BALANCES BEFORE THE BACKOUT FOR THE ---
      *    ACCUMULATOR LEDGER                               ---
           MOVE ZERO TO WS-AL-CURR-DEDUCT
               WHERE MEMBER_ID = :WS-RV-MEMBER-ID
                 AND PLAN_CODE = :WS-RV-PLAN-CODE
                 AND COALESCE(ACCUM_TYPE, 'I') = 'I'
                 AND BENEFIT_YEAR = :WS-RV-BENEFIT-YEAR
           END-EXEC
           EXEC SQL
               UPDATE HCAS.ACCUMULATORS
               WHERE  MEMBER_ID = :WS-RV-MEMBER-ID
                 AND  PLAN_CODE = :WS-RV-PLAN-CODE
                 AND  COALESCE(ACCUM_TYPE, 'I') = 'I'
                 AND  BENEFIT_YEAR = :WS-RV-BENEFIT-YEAR
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               DISPLAY 'CLMREV01: ACCUM BACKOUT ERROR SQLCODE='
               MOVE WS-RV-MEMBER-ID TO WS-AL-MEMBER-ID
               MOVE 'I'             TO WS-AL-ACCUM-TYPE
               MOVE WS-RV-CLAIM-ID  TO WS-AL-CLAIM-ID
               MOVE WS-RV-BENEFIT-YEAR TO WS-AL-BENEFIT-YEAR
               IF WS-RV-DEDUCT-AMT NOT = ZERO
                   MOVE 'DED' TO WS-AL-BUCKET
                   MOVE WS-AL-CURR-DEDUCT TO WS-AL-PRIOR-BAL
                   WHERE MEMBER_ID = :WS-RV-SUBSCRIBER-ID
                     AND PLAN_CODE = :WS-RV-PLAN-CODE
                     AND ACCUM_TYPE = 'F'
                     AND BENEFIT_YEAR = :WS-RV-BENEFIT-YEAR
               END-EXEC
               EXEC SQL
                   UPDATE HCAS.ACCUMULATORS
                   WHERE  MEMBER_ID = :WS-RV-SUBSCRIBER-ID
                     AND  PLAN_CODE = :WS-RV-PLAN-CODE
                     AND  ACCUM_TYPE = 'F'
                     AND  BENEFIT_YEAR = :WS-RV-BENEFIT-YEAR
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE WS-RV-SUBSCRIBER-ID TO WS-AL-MEMBER-ID
                       MOVE 'F'                 TO WS-AL-ACCUM-TYPE
                       MOVE WS-RV-CLAIM-ID      TO WS-AL-CLAIM-ID
                       MOVE WS-RV-BENEFIT-YEAR  TO WS-AL-BENEFIT-YEAR
                       IF WS-RV-DEDUCT-AMT NOT = ZERO
                           MOVE 'DED' TO WS-AL-BUCKET
                           MOVE WS-AL-CURR-DEDUCT TO WS-AL-PRIOR-BAL
               END-EVALUATE
           END-IF.

       4010-RESOLVE-CLAIM-PERIOD.
      *--- THE CLAIM POSTED TO THE BENEFIT PERIOD OF ITS FIRST   ---
      *    LINE'S DATE OF SERVICE - REVERSE OUT OF THAT SAME ONE ---
           MOVE SPACES TO WS-RV-FIRST-DOS
           EXEC SQL
               SELECT DOS_FROM
               INTO :WS-RV-FIRST-DOS
               FROM HCAS.CLAIM_LINE
               WHERE CLAIM_ID = :WS-RV-CLAIM-ID
               ORDER BY LINE_SEQ
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE WS-RV-ADJUD-DATE TO WS-RV-FIRST-DOS
           END-IF
           MOVE WS-RV-PLAN-CODE TO WS-PER-PLAN-CODE
           MOVE WS-RV-FIRST-DOS TO WS-PER-SVC-DATE
           CALL 'ACCPER01' USING WS-PERIOD-REQUEST
                                 WS-PERIOD-RESPONSE
           MOVE WS-PER-BENEFIT-YEAR TO WS-RV-BENEFIT-YEAR.

       4050-WRITE-ACCUM-LEDGER.
           COMPUTE WS-AL-NEW-BAL =
               WS-AL-PRIOR-BAL + WS-AL-DELTA
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
                       ' CLM=' WS-RV-CLAIM-ID
           END-IF.

       4350-REVERSE-ORTHO-CASE.
      *--- A REVERSED BANDING CLAIM VOIDS ITS ORTHO CASE SO NO  ---
      *    FURTHER INSTALLMENTS RELEASE; A REVERSED INSTALLMENT ---
      *    COMES OFF THE CASE'S RELEASED AND PAID TOTALS         ---
           EXEC SQL
               SELECT INITIAL_ALLOWED
               INTO :WS-RV-ORTHO-ALLOWED
               FROM HCAS.ORTHO_CASE
               WHERE CASE_ID = :WS-RV-CLAIM-ID
                 AND CASE_STATUS <> 'V'
           END-EXEC
           IF SQLCODE = ZERO
               EXEC SQL
                   UPDATE HCAS.ORTHO_CASE
                   SET CASE_STATUS  = 'V',
                       CLOSE_DATE   = :WS-CURRENT-DATE,
                       CLOSE_REASON = 'RV'
                   WHERE CASE_ID = :WS-RV-CLAIM-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'CLMREV01: ORTHO CASE VOID ERROR '
                           'SQLCODE=' SQLCODE
                           ' CLM=' WS-RV-CLAIM-ID
               END-IF
               SUBTRACT WS-RV-ORTHO-ALLOWED FROM WS-RV-ALLOWED-AMT
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT CASE_ID, ALLOWED_AMT, PAID_AMT
               INTO :WS-RV-ORTHO-CASE-ID, :WS-RV-ORTHO-ALLOWED,
                    :WS-RV-ORTHO-PAID
               FROM HCAS.ORTHO_INSTALLMENT
               WHERE CLAIM_ID = :WS-RV-CLAIM-ID
                 AND INSTALL_STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.ORTHO_INSTALLMENT
               SET INSTALL_STATUS = 'R'
               WHERE CLAIM_ID = :WS-RV-CLAIM-ID
           END-EXEC
           EXEC SQL
               UPDATE HCAS.ORTHO_CASE
               SET RELEASED_ALLOWED = RELEASED_ALLOWED -
                       :WS-RV-ORTHO-ALLOWED,
                   PAID_TO_DATE = PAID_TO_DATE - :WS-RV-ORTHO-PAID,
                   INSTALLMENTS_PAID = INSTALLMENTS_PAID - 1
               WHERE CASE_ID = :WS-RV-ORTHO-CASE-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CLMREV01: ORTHO INSTALLMENT BACKOUT ERROR '
                       'SQLCODE=' SQLCODE
                       ' CLM=' WS-RV-CLAIM-ID
           END-IF
           SUBTRACT WS-RV-ORTHO-ALLOWED FROM WS-RV-ALLOWED-AMT.

       4400-BACK-OUT-DME-RENTAL.
      *--- THE CLAIM'S DME RENTAL MONTHS, PURCHASE AND ANY      ---
      *    OWNERSHIP TRANSFER COME OFF THE MEMBER'S HISTORY     ---
           EXEC SQL
               DELETE FROM HCAS.DME_RENTAL_HISTORY
               WHERE CLAIM_ID = :WS-RV-CLAIM-ID
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               DISPLAY 'CLMREV01: DME HISTORY BACKOUT ERROR '
                       'SQLCODE=' SQLCODE
                       ' CLM=' WS-RV-CLAIM-ID
           END-IF.

       5000-WRITE-ADJUSTMENT.
      *--- OFFSETTING NEGATIVE ADJUSTMENT SO THE FINANCIAL TRAIL  ---
      *    NETS THE CLAIM TO ZERO                                 ---
