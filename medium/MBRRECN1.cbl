      *           ENROLLMENT FIELDS (PLAN, EFFECTIVE/TERM DATES,       *
      *           ELIGIBILITY STATUS VS HCAS.ENROLLMENT) AND THE       *
      *           DEDUCTIBLE/OOP ACCUMULATORS (VS THE MEMBER'S         *
      *           HCAS.ACCUMULATORS INDIVIDUAL ROW FOR ITS LATEST      *
      *           BENEFIT PERIOD) FIELD BY FIELD -                     *
      *           THE DRIFT THAT LETS A MEMBER PASS ELIGIBILITY        *
      *           ONLINE AND STILL FAIL IN ADJUDICATION.               *
      *           EVERY DISAGREEMENT IS WRITTEN TO                     *
           05  WS-EN-TERM-DATE         PIC X(08).
           05  WS-EN-ELIG-STATUS       PIC X(01).

      *--- ACCUMULATOR SIDE - THE MEMBER'S INDIVIDUAL ROW FOR ---
      *    THE LATEST BENEFIT PERIOD OPENED                    ---
       01  WS-DB2-ACCUM.
           05  WS-AC-BENEFIT-YEAR      PIC X(04).
           05  WS-AC-DEDUCT-YTD        PIC S9(07)V99 COMP-3.
           05  WS-AC-OOP-YTD           PIC S9(07)V99 COMP-3.

           MOVE ZERO TO WS-AC-OOP-YTD
           IF WS-ENR-FOUND
               EXEC SQL
                   SELECT BENEFIT_YEAR, DEDUCTIBLE_YTD, OOP_YTD
                   INTO :WS-AC-BENEFIT-YEAR,
                        :WS-AC-DEDUCT-YTD, :WS-AC-OOP-YTD
                   FROM HCAS.ACCUMULATORS
                   WHERE MEMBER_ID = :MBRV-MEMBER-ID
                     AND PLAN_CODE = :WS-EN-PLAN-CODE
                     AND COALESCE(ACCUM_TYPE, 'I') = 'I'
                   ORDER BY BENEFIT_YEAR DESC
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE = ZERO
                   SET WS-ACC-FOUND TO TRUE
                       WHERE MEMBER_ID = :MBRV-MEMBER-ID
                         AND PLAN_CODE = :WS-EN-PLAN-CODE
                         AND COALESCE(ACCUM_TYPE, 'I') = 'I'
                         AND BENEFIT_YEAR = :WS-AC-BENEFIT-YEAR
                   END-EXEC
               WHEN 'OOP YTD'
                   EXEC SQL
                       WHERE MEMBER_ID = :MBRV-MEMBER-ID
                         AND PLAN_CODE = :WS-EN-PLAN-CODE
                         AND COALESCE(ACCUM_TYPE, 'I') = 'I'
                         AND BENEFIT_YEAR = :WS-AC-BENEFIT-YEAR
                   END-EXEC
               WHEN OTHER
                   PERFORM 5000-RECORD-EXCEPTION
