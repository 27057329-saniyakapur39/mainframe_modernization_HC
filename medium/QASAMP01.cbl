               FROM HCAS.ACCUMULATORS
               WHERE MEMBER_ID = :WS-QA-MEMBER-ID
                 AND COALESCE(ACCUM_TYPE, 'I') = 'I'
               ORDER BY BENEFIT_YEAR DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
