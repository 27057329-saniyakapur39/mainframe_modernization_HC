                          COPAY_ER, COPAY_URGENT,
                          COINSURANCE_IN, COINSURANCE_OUT,
                          LIFETIME_MAX, NETWORK_ID,
                          REFERRAL_REQUIRED, PREAUTH_REQUIRED,
                          COALESCE(ACCUM_BASIS, 'CY'),
                          COALESCE(PLAN_YEAR_START_MM, '01'),
                          COALESCE(Q4_CARRYOVER, 'N'),
                          COALESCE(INTEGRATED_ACCUM, 'N'),
                          COALESCE(ACA_GRANDFATHERED, 'Y')
                   FROM HCAS.BENEFIT_PLAN
                   WHERE STATUS = 'A'
                     AND TERM_DATE = '99991231'
               10  WS-INP-SVC-LIM-QTY  PIC 9(05).
               10  WS-INP-SVC-LIM-PER  PIC X(02).
               10  WS-INP-SVC-COVERED  PIC X(01).
      *    ACCUMULATOR PERIOD - CY CALENDAR YEAR (DEFAULT) OR PY
      *    PLAN YEAR STARTING IN WS-INP-PY-START-MM; Q4 CARRYOVER
      *    CREDITS LAST-QUARTER DEDUCTIBLE TO THE NEW PERIOD;
      *    INTEGRATED ACCUM EXCHANGES DEDUCTIBLE/OOP WITH THE
      *    PLAN'S DELEGATED PBM AND DENTAL/VISION VENDORS;
      *    ACA GRANDFATHERED N MARKS A NON-GRANDFATHERED PLAN WHOSE
      *    PREVENTIVE SERVICES CLMADJ01 PAYS WITH NO COST SHARE
      *    (BLANK IS TREATED AS GRANDFATHERED)
           05  WS-INP-ACCUM-BASIS      PIC X(02).
           05  WS-INP-PY-START-MM      PIC X(02).
           05  WS-INP-PY-START-MM-N REDEFINES WS-INP-PY-START-MM
                                       PIC 9(02).
           05  WS-INP-Q4-CARRYOVER     PIC X(01).
           05  WS-INP-INTEGRATED-ACCUM PIC X(01).
           05  WS-INP-ACA-GRANDFATHERED PIC X(01).
           05  FILLER                  PIC X(210).

       01  WS-DB2-PLAN-FIELDS.
           05  WS-DB-PLAN-CODE         PIC X(08).
           05  WS-DB-NETWORK-ID        PIC X(06).
           05  WS-DB-REFERRAL-REQ      PIC X(01).
           05  WS-DB-PREAUTH-REQ       PIC X(01).
           05  WS-DB-ACCUM-BASIS       PIC X(02).
           05  WS-DB-PY-START-MM       PIC X(02).
           05  WS-DB-Q4-CARRYOVER      PIC X(01).
           05  WS-DB-INTEGRATED-ACCUM  PIC X(01).
           05  WS-DB-ACA-GRANDFATHERED PIC X(01).
           05  WS-DB-CREATE-DATE       PIC X(08).
           05  WS-DB-CREATE-USER       PIC X(08).

           05  WS-MR-NETWORK-ID        PIC X(06).
           05  WS-MR-REFERRAL-REQ      PIC X(01).
           05  WS-MR-PREAUTH-REQ       PIC X(01).
           05  WS-MR-ACCUM-BASIS       PIC X(02).
           05  WS-MR-PY-START-MM       PIC X(02).
           05  WS-MR-Q4-CARRYOVER      PIC X(01).
           05  WS-MR-INTEGRATED-ACCUM  PIC X(01).
           05  WS-MR-ACA-GRANDFATHERED PIC X(01).

       01  WS-MASS-RENEW-SVC-ROW.
           05  WS-MR-SVC-CATEGORY      PIC X(04).
                       TO WS-ERROR-MSG
                   PERFORM 8200-LOG-ERROR
               END-IF
           END-IF
      *    ACCUMULATOR PERIOD SETUP - BLANK BASIS MEANS CALENDAR
      *    YEAR; A PLAN-YEAR BASIS NEEDS A VALID START MONTH
           IF WS-PLAN-VALID
           AND NOT WS-INP-ACT-MASS-RN
               IF WS-INP-ACCUM-BASIS NOT = SPACES
               AND WS-INP-ACCUM-BASIS NOT = 'CY'
               AND WS-INP-ACCUM-BASIS NOT = 'PY'
                   SET WS-PLAN-INVALID TO TRUE
                   MOVE 'ACCUM BASIS MUST BE CY OR PY'
                       TO WS-ERROR-MSG
                   PERFORM 8200-LOG-ERROR
               END-IF
           END-IF
           IF WS-PLAN-VALID
           AND WS-INP-ACCUM-BASIS = 'PY'
               IF WS-INP-PY-START-MM NOT NUMERIC
               OR WS-INP-PY-START-MM-N < 1
               OR WS-INP-PY-START-MM-N > 12
                   SET WS-PLAN-INVALID TO TRUE
                   MOVE 'PLAN YEAR START MONTH MUST BE 01-12'
                       TO WS-ERROR-MSG
                   PERFORM 8200-LOG-ERROR
               END-IF
           END-IF
           IF WS-PLAN-VALID
           AND NOT WS-INP-ACT-MASS-RN
               IF WS-INP-Q4-CARRYOVER NOT = SPACES
               AND WS-INP-Q4-CARRYOVER NOT = 'Y'
               AND WS-INP-Q4-CARRYOVER NOT = 'N'
                   SET WS-PLAN-INVALID TO TRUE
                   MOVE 'Q4 CARRYOVER FLAG MUST BE Y OR N'
                       TO WS-ERROR-MSG
                   PERFORM 8200-LOG-ERROR
               END-IF
           END-IF
           IF WS-PLAN-VALID
           AND NOT WS-INP-ACT-MASS-RN
               IF WS-INP-INTEGRATED-ACCUM NOT = SPACES
               AND WS-INP-INTEGRATED-ACCUM NOT = 'Y'
               AND WS-INP-INTEGRATED-ACCUM NOT = 'N'
                   SET WS-PLAN-INVALID TO TRUE
                   MOVE 'INTEGRATED ACCUM FLAG MUST BE Y OR N'
                       TO WS-ERROR-MSG
                   PERFORM 8200-LOG-ERROR
               END-IF
           END-IF
           IF WS-PLAN-VALID
           AND NOT WS-INP-ACT-MASS-RN
               IF WS-INP-ACA-GRANDFATHERED NOT = SPACES
               AND WS-INP-ACA-GRANDFATHERED NOT = 'Y'
               AND WS-INP-ACA-GRANDFATHERED NOT = 'N'
                   SET WS-PLAN-INVALID TO TRUE
                   MOVE 'ACA GRANDFATHERED FLAG MUST BE Y OR N'
                       TO WS-ERROR-MSG
                   PERFORM 8200-LOG-ERROR
               END-IF
           END-IF.

       3000-NEW-PLAN.
                    :WS-MR-COPAY-ER, :WS-MR-COPAY-URGENT,
                    :WS-MR-COINS-IN, :WS-MR-COINS-OUT,
                    :WS-MR-LIFETIME-MAX, :WS-MR-NETWORK-ID,
                    :WS-MR-REFERRAL-REQ, :WS-MR-PREAUTH-REQ,
                    :WS-MR-ACCUM-BASIS, :WS-MR-PY-START-MM,
                    :WS-MR-Q4-CARRYOVER, :WS-MR-INTEGRATED-ACCUM,
                    :WS-MR-ACA-GRANDFATHERED
           END-EXEC
           IF SQLCODE = +100
               SET WS-MR-EOF TO TRUE
               MOVE WS-MR-NETWORK-ID       TO WS-DB-NETWORK-ID
               MOVE WS-MR-REFERRAL-REQ     TO WS-DB-REFERRAL-REQ
               MOVE WS-MR-PREAUTH-REQ      TO WS-DB-PREAUTH-REQ
               MOVE WS-MR-ACCUM-BASIS      TO WS-DB-ACCUM-BASIS
               MOVE WS-MR-PY-START-MM      TO WS-DB-PY-START-MM
               MOVE WS-MR-Q4-CARRYOVER     TO WS-DB-Q4-CARRYOVER
               MOVE WS-MR-INTEGRATED-ACCUM TO WS-DB-INTEGRATED-ACCUM
               MOVE WS-MR-ACA-GRANDFATHERED
                                           TO WS-DB-ACA-GRANDFATHERED
               MOVE WS-CURRENT-DATE        TO WS-DB-CREATE-DATE
               MOVE 'BENBLD01'             TO WS-DB-CREATE-USER
               PERFORM 7100-INSERT-PLAN-ROW
           MOVE WS-INP-NETWORK-ID      TO WS-DB-NETWORK-ID
           MOVE WS-INP-REFERRAL-REQ    TO WS-DB-REFERRAL-REQ
           MOVE WS-INP-PREAUTH-REQ     TO WS-DB-PREAUTH-REQ
           IF WS-INP-ACCUM-BASIS = 'PY'
               MOVE 'PY'                TO WS-DB-ACCUM-BASIS
               MOVE WS-INP-PY-START-MM  TO WS-DB-PY-START-MM
           ELSE
               MOVE 'CY'                TO WS-DB-ACCUM-BASIS
               MOVE '01'                TO WS-DB-PY-START-MM
           END-IF
           IF WS-INP-Q4-CARRYOVER = 'Y'
               MOVE 'Y'                 TO WS-DB-Q4-CARRYOVER
           ELSE
               MOVE 'N'                 TO WS-DB-Q4-CARRYOVER
           END-IF
           IF WS-INP-INTEGRATED-ACCUM = 'Y'
               MOVE 'Y'                 TO WS-DB-INTEGRATED-ACCUM
           ELSE
               MOVE 'N'                 TO WS-DB-INTEGRATED-ACCUM
           END-IF
           IF WS-INP-ACA-GRANDFATHERED = 'N'
               MOVE 'N'                 TO WS-DB-ACA-GRANDFATHERED
           ELSE
               MOVE 'Y'                 TO WS-DB-ACA-GRANDFATHERED
           END-IF
           MOVE WS-CURRENT-DATE        TO WS-DB-CREATE-DATE
           MOVE 'BENBLD01'             TO WS-DB-CREATE-USER.

                    COINSURANCE_IN, COINSURANCE_OUT,
                    LIFETIME_MAX, NETWORK_ID,
                    REFERRAL_REQUIRED, PREAUTH_REQUIRED,
                    ACCUM_BASIS, PLAN_YEAR_START_MM, Q4_CARRYOVER,
                    INTEGRATED_ACCUM, ACA_GRANDFATHERED,
                    CREATE_DATE, CREATE_USER,
                    UPDATE_DATE, UPDATE_USER)
               VALUES
                    :WS-DB-COINS-IN, :WS-DB-COINS-OUT,
                    :WS-DB-LIFETIME-MAX, :WS-DB-NETWORK-ID,
                    :WS-DB-REFERRAL-REQ, :WS-DB-PREAUTH-REQ,
                    :WS-DB-ACCUM-BASIS, :WS-DB-PY-START-MM,
                    :WS-DB-Q4-CARRYOVER, :WS-DB-INTEGRATED-ACCUM,
                    :WS-DB-ACA-GRANDFATHERED,
                    :WS-DB-CREATE-DATE, :WS-DB-CREATE-USER,
                    :WS-DB-CREATE-DATE, :WS-DB-CREATE-USER)
           END-EXEC
