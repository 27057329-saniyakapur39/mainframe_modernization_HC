
       01  WS-ACCUM-FIELDS.
           05  WS-ACC-PLAN-CODE        PIC X(08).
           05  WS-ACC-BENEFIT-YEAR     PIC X(04).
           05  WS-ACC-DEDUCT-YTD       PIC S9(07)V99 COMP-3.
           05  WS-ACC-OOP-YTD          PIC S9(07)V99 COMP-3.
           05  WS-ACC-SURV-DEDUCT      PIC S9(07)V99 COMP-3.

       4000-MERGE-ACCUMULATORS.
      *    FOLD THE DUPLICATE'S YEAR-TO-DATE ACCUMULATORS INTO THE
      *    SURVIVOR'S ROW FOR THE SAME PLAN AND BENEFIT YEAR, OR
      *    RE-POINT THE ROW OUTRIGHT IF THE SURVIVOR HAS NO
      *    ACCUMULATOR ROW FOR THAT PERIOD
           MOVE 'N' TO WS-DUP-ACCUM-EOF-SW
           EXEC SQL
               DECLARE DUP-ACCUM-CURSOR CURSOR FOR
                   SELECT PLAN_CODE, BENEFIT_YEAR,
                          DEDUCTIBLE_YTD, OOP_YTD
                   FROM   HCAS.ACCUMULATORS
                   WHERE  MEMBER_ID = :WS-MRG-DUPLICATE-ID
           END-EXEC
           EXEC SQL
               FETCH DUP-ACCUM-CURSOR
               INTO  :WS-ACC-PLAN-CODE,
                     :WS-ACC-BENEFIT-YEAR,
                     :WS-ACC-DEDUCT-YTD,
                     :WS-ACC-OOP-YTD
           END-EXEC
               FROM   HCAS.ACCUMULATORS
               WHERE  MEMBER_ID = :WS-MRG-SURVIVOR-ID
                 AND  PLAN_CODE = :WS-ACC-PLAN-CODE
                 AND  BENEFIT_YEAR = :WS-ACC-BENEFIT-YEAR
           END-EXEC
           IF SQLCODE = ZERO
               SET WS-SURV-ACCUM-FOUND TO TRUE
                          LAST_UPDATE_DATE = :WS-CURRENT-DATE
                   WHERE  MEMBER_ID = :WS-MRG-SURVIVOR-ID
                     AND  PLAN_CODE = :WS-ACC-PLAN-CODE
                     AND  BENEFIT_YEAR = :WS-ACC-BENEFIT-YEAR
               END-EXEC
               EXEC SQL
                   DELETE FROM HCAS.ACCUMULATORS
                   WHERE  MEMBER_ID = :WS-MRG-DUPLICATE-ID
                     AND  PLAN_CODE = :WS-ACC-PLAN-CODE
                     AND  BENEFIT_YEAR = :WS-ACC-BENEFIT-YEAR
               END-EXEC
           ELSE
               EXEC SQL
                          LAST_UPDATE_DATE = :WS-CURRENT-DATE
                   WHERE  MEMBER_ID = :WS-MRG-DUPLICATE-ID
                     AND  PLAN_CODE = :WS-ACC-PLAN-CODE
                     AND  BENEFIT_YEAR = :WS-ACC-BENEFIT-YEAR
               END-EXEC
           END-IF
           ADD 1 TO WS-ACCUM-MERGE-COUNT
