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
               WHERE M.MEMBER_ID = :WS-DB2-MEMBER-ID
                 AND E.EFF_DATE  <= :WS-DB2-DOS
                 AND (E.TERM_DATE >= :WS-DB2-DOS
