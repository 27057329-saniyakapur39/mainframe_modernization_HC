                     AND PLAN_CODE = :WS-BL-PLAN-CODE
                     AND TIER_CODE = 'EE '
                     AND EFF_DATE <= :WS-CURRENT-DATE
                     AND COALESCE(RATE_STATUS, 'A') = 'A'
                   ORDER BY EFF_DATE DESC
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
