      *           CICS ONLINE TRANSACTION THAT ACCEPTS A MEMBER ID     *
      *           AND DATE OF SERVICE, QUERIES THE DB2 MEMBER TABLE,   *
      *           AND RETURNS ELIGIBILITY STATUS AND BENEFIT SUMMARY   *
      *           TO THE CALLING PROGRAM OR BMS MAP. EVERY MEMBER      *
      *           SHOWN IS WRITTEN TO THE PHI ACCESS LOG (PHILOG01)    *
      *           FIRST; NOTHING IS SHOWN IF IT CANNOT BE LOGGED.      *
      * TRANSACTION: ELIG                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
       COPY HCCOMMON.
       COPY MBRCOPY.
       COPY PLNCOPY.
       COPY PHICOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).

       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-RESP2                    PIC S9(08) COMP.
       01  WS-SIGNON-USER              PIC X(08).

       01  WS-DB2-MEMBER-ID            PIC X(12).
       01  WS-DB2-DOS                  PIC X(08).
      *    BENEFIT YEAR OF THE ACCUMULATOR ROW SHOWN - THE LEDGER
      *    BROWSE IS HELD TO THE SAME YEAR
       01  WS-BENEFIT-YEAR             PIC X(04).

           EXEC SQL INCLUDE SQLCA END-EXEC.

                      DELTA_AMT, NEW_BAL
               FROM HCAS.ACCUM_LEDGER
               WHERE MEMBER_ID = :WS-DB2-MEMBER-ID
                 AND BENEFIT_YEAR = :WS-BENEFIT-YEAR
               ORDER BY LEDGER_TS DESC
           END-EXEC

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           EXEC CICS ASSIGN
               USERID(WS-SIGNON-USER)
           END-EXEC
           EVALUATE TRUE
               WHEN EIBCALEN = ZERO
                   PERFORM 1000-FIRST-TIME
                      A.DEDUCTIBLE_LIMIT,
                      A.OOP_YTD,
                      A.OOP_LIMIT,
                      A.BENEFIT_YEAR,
                      P.FAM_DEDUCTIBLE,
                      P.FAM_OOP_MAX,
                      P.COPAY_PCP,
                    :DB-DEDUCT-LIMIT,
                    :DB-OOP-YTD,
                    :DB-OOP-LIMIT,
                    :WS-BENEFIT-YEAR,
                    :DB-FAM-DEDUCT-LIMIT,
                    :DB-FAM-OOP-LIMIT,
                    :DB-COPAY-PCP,
                   ON M.MEMBER_ID = A.MEMBER_ID
                  AND E.PLAN_CODE = A.PLAN_CODE
                  AND COALESCE(A.ACCUM_TYPE, 'I') = 'I'
                  AND A.BENEFIT_YEAR =
                      (SELECT MAX(A2.BENEFIT_YEAR)
                       FROM HCAS.ACCUMULATORS A2
                       WHERE A2.MEMBER_ID = A.MEMBER_ID
                         AND A2.PLAN_CODE = A.PLAN_CODE
                         AND COALESCE(A2.ACCUM_TYPE, 'I') = 'I'
                         AND A2.BENEFIT_YEAR <=
                             SUBSTR(:WS-DB2-DOS, 1, 4))
               INNER JOIN HCAS.BENEFIT_PLAN P
                   ON E.PLAN_CODE = P.PLAN_CODE
               LEFT  JOIN HCAS.PCP_ASSIGNMENT C

           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 3050-LOG-MEMBER-ACCESS
                   IF WS-CA-RETURN-CODE = SPACES
                       SET WS-NOT-FAMILY-PLAN TO TRUE
                       IF DB-FAM-DEDUCT-LIMIT > ZERO
                       OR DB-FAM-OOP-LIMIT > ZERO
                           SET WS-FAMILY-PLAN TO TRUE
                           PERFORM 3200-QUERY-FAMILY-ACCUMULATORS
                       END-IF
                       PERFORM 3100-FORMAT-RESPONSE
                   END-IF
               WHEN +100
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO ACTIVE ELIGIBILITY FOUND FOR MEMBER'
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       3050-LOG-MEMBER-ACCESS.
           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER   TO PHI-ACC-USER-ID
           MOVE 'ELIG'           TO PHI-ACC-TRAN-CODE
           MOVE 'ELIGINQ1'       TO PHI-ACC-PROGRAM-ID
           SET PHI-ACC-MEMBER-VIEW TO TRUE
           MOVE WS-DB2-MEMBER-ID TO PHI-ACC-MEMBER-ID
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE
           IF PHI-ACC-FAILED
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE PHI-ACC-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       3200-QUERY-FAMILY-ACCUMULATORS.
      *    THE PLAN CARRIES A FAMILY-LEVEL DEDUCTIBLE AND/OR OOP
      *    MAXIMUM, SO A SINGLE DEPENDENT'S OWN YTD FIGURES DON'T TELL
               WHERE M.SUBSCRIBER_ID = :DB-SUBSCRIBER-ID
                 AND A.PLAN_CODE = :DB-PLAN-CODE
                 AND COALESCE(A.ACCUM_TYPE, 'I') = 'I'
                 AND A.BENEFIT_YEAR =
                     (SELECT MAX(A2.BENEFIT_YEAR)
                      FROM HCAS.ACCUMULATORS A2
                      WHERE A2.MEMBER_ID = A.MEMBER_ID
                        AND A2.PLAN_CODE = A.PLAN_CODE
                        AND COALESCE(A2.ACCUM_TYPE, 'I') = 'I'
                        AND A2.BENEFIT_YEAR <=
                            SUBSTR(:WS-DB2-DOS, 1, 4))
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE DB-DEDUCT-YTD TO DB-FAM-DEDUCT-YTD
