       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCPER01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-09-14.
      *================================================================*
      * PROGRAM:  ACCPER01                                             *
      * PURPOSE:  ACCUMULATOR BENEFIT-PERIOD RESOLVER - SUBROUTINE     *
      *           GIVEN A PLAN CODE AND A DATE OF SERVICE, RETURNS     *
      *           THE BENEFIT PERIOD THAT DATE FALLS IN UNDER THE      *
      *           PLAN'S ACCUMULATOR BASIS - CALENDAR YEAR ('CY') OR   *
      *           PLAN YEAR ('PY', STARTING IN THE PLAN'S PLAN-YEAR    *
      *           START MONTH) - THE SAME CY/PY BASIS THE SERVICE      *
      *           LIMITS USE. THE PERIOD IS IDENTIFIED BY THE YEAR IT  *
      *           BEGINS IN (HCAS.ACCUMULATORS.BENEFIT_YEAR), SO A     *
      *           JULY PLAN YEAR RUNNING 2026-07-01 TO 2027-06-30 IS   *
      *           BENEFIT YEAR 2026. ALSO RETURNS THE PERIOD START     *
      *           AND END DATES AND THE PLAN'S FOURTH-QUARTER          *
      *           DEDUCTIBLE CARRYOVER INDICATOR.                      *
      *           A PLAN WITH NO BASIS CONFIGURED, OR A PLAN CODE NOT  *
      *           ON HCAS.BENEFIT_PLAN, DEFAULTS TO CALENDAR YEAR      *
      *           WITH NO CARRYOVER (RC '04').                         *
      * CALLED BY: CLMADJ01, CLMREV01, CLMDDE01, ACCADJ1, ACCROL01,    *
      *            ACCAUD01, TKOLD001, ORTINS01                        *
      * TABLES:   HCAS.BENEFIT_PLAN                                    *
      * FREQUENCY: PER CALL                                            *
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-PLAN-BASIS.
           05  WS-PB-BASIS             PIC X(02).
               88  WS-PB-PLAN-YEAR     VALUE 'PY'.
           05  WS-PB-START-MM          PIC X(02).
           05  WS-PB-START-MM-N REDEFINES WS-PB-START-MM
                                       PIC 9(02).
           05  WS-PB-CARRYOVER         PIC X(01).

       01  WS-PERIOD-WORK.
           05  WS-PW-SVC-DATE.
               10  WS-PW-SVC-YYYY      PIC 9(04).
               10  WS-PW-SVC-MM        PIC 9(02).
               10  WS-PW-SVC-DD        PIC 9(02).
           05  WS-PW-BEN-YYYY          PIC 9(04).
           05  WS-PW-START-DATE.
               10  WS-PW-START-YYYY    PIC 9(04).
               10  WS-PW-START-MM      PIC 9(02).
               10  WS-PW-START-DD      PIC 9(02).
           05  WS-PW-START-N REDEFINES WS-PW-START-DATE
                                       PIC 9(08).
           05  WS-PW-NEXT-DATE.
               10  WS-PW-NEXT-YYYY     PIC 9(04).
               10  WS-PW-NEXT-MMDD     PIC 9(04).
           05  WS-PW-NEXT-N REDEFINES WS-PW-NEXT-DATE
                                       PIC 9(08).
           05  WS-PW-END-INT           PIC S9(09) COMP.
           05  WS-PW-END-N             PIC 9(08).

       LINKAGE SECTION.

       01  LS-PERIOD-REQUEST.
           05  LS-PER-PLAN-CODE        PIC X(08).
           05  LS-PER-SVC-DATE         PIC X(08).

       01  LS-PERIOD-RESPONSE.
           05  LS-PER-RC               PIC X(02).
               88  LS-PER-FOUND        VALUE '00'.
               88  LS-PER-DEFAULTED    VALUE '04'.
           05  LS-PER-BASIS            PIC X(02).
               88  LS-PER-CALENDAR-YR  VALUE 'CY'.
               88  LS-PER-PLAN-YEAR    VALUE 'PY'.
           05  LS-PER-BENEFIT-YEAR     PIC X(04).
           05  LS-PER-START-DATE       PIC X(08).
           05  LS-PER-END-DATE         PIC X(08).
           05  LS-PER-CARRYOVER-IND    PIC X(01).
               88  LS-PER-Q4-CARRYOVER VALUE 'Y'.

       PROCEDURE DIVISION USING LS-PERIOD-REQUEST
                                LS-PERIOD-RESPONSE.

       0000-MAIN-PROCESS.
           MOVE '00' TO LS-PER-RC
           PERFORM 1000-LOOKUP-PLAN-BASIS
      *--- A MALFORMED DATE FALLS BACK TO TODAY SO THE CALLER ---
      *    ALWAYS GETS A USABLE PERIOD                         ---
           IF LS-PER-SVC-DATE IS NUMERIC
               MOVE LS-PER-SVC-DATE TO WS-PW-SVC-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PW-SVC-DATE
           END-IF
           PERFORM 2000-DERIVE-PERIOD
           MOVE WS-PB-BASIS     TO LS-PER-BASIS
           MOVE WS-PB-CARRYOVER TO LS-PER-CARRYOVER-IND
           MOVE WS-PW-BEN-YYYY  TO LS-PER-BENEFIT-YEAR
           MOVE WS-PW-START-DATE TO LS-PER-START-DATE
           MOVE WS-PW-END-N     TO LS-PER-END-DATE
           GOBACK.

       1000-LOOKUP-PLAN-BASIS.
      *--- THE PLAN ROW IN FORCE ON THE DATE OF SERVICE GOVERNS; ---
      *    FAILING THAT, THE PLAN'S MOST RECENT ROW              ---
           MOVE 'CY' TO WS-PB-BASIS
           MOVE '01' TO WS-PB-START-MM
           MOVE 'N'  TO WS-PB-CARRYOVER
           EXEC SQL
               SELECT COALESCE(ACCUM_BASIS, 'CY'),
                      COALESCE(PLAN_YEAR_START_MM, '01'),
                      COALESCE(Q4_CARRYOVER, 'N')
               INTO :WS-PB-BASIS, :WS-PB-START-MM,
                    :WS-PB-CARRYOVER
               FROM HCAS.BENEFIT_PLAN
               WHERE PLAN_CODE = :LS-PER-PLAN-CODE
                 AND EFF_DATE <= :LS-PER-SVC-DATE
                 AND (TERM_DATE >= :LS-PER-SVC-DATE
                      OR TERM_DATE = '99991231')
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = +100
               EXEC SQL
                   SELECT COALESCE(ACCUM_BASIS, 'CY'),
                          COALESCE(PLAN_YEAR_START_MM, '01'),
                          COALESCE(Q4_CARRYOVER, 'N')
                   INTO :WS-PB-BASIS, :WS-PB-START-MM,
                        :WS-PB-CARRYOVER
                   FROM HCAS.BENEFIT_PLAN
                   WHERE PLAN_CODE = :LS-PER-PLAN-CODE
                   ORDER BY EFF_DATE DESC
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               MOVE '04' TO LS-PER-RC
               MOVE 'CY' TO WS-PB-BASIS
               MOVE '01' TO WS-PB-START-MM
               MOVE 'N'  TO WS-PB-CARRYOVER
           END-IF
      *--- ANYTHING BUT A VALID PLAN-YEAR SETUP IS CALENDAR YEAR ---
           IF WS-PB-PLAN-YEAR
               IF WS-PB-START-MM NOT NUMERIC
               OR WS-PB-START-MM-N < 1
               OR WS-PB-START-MM-N > 12
                   MOVE 'CY' TO WS-PB-BASIS
                   MOVE '01' TO WS-PB-START-MM
               END-IF
           ELSE
               MOVE 'CY' TO WS-PB-BASIS
               MOVE '01' TO WS-PB-START-MM
           END-IF.

       2000-DERIVE-PERIOD.
      *--- THE PERIOD BEGINS ON THE FIRST OF THE START MONTH IN  ---
      *    THE SERVICE YEAR, OR THE YEAR BEFORE WHEN THE SERVICE ---
      *    MONTH PRECEDES THE START MONTH. IT ENDS THE DAY       ---
      *    BEFORE THE SAME DATE ONE YEAR LATER                   ---
           MOVE WS-PW-SVC-YYYY TO WS-PW-BEN-YYYY
           IF WS-PW-SVC-MM < WS-PB-START-MM-N
               SUBTRACT 1 FROM WS-PW-BEN-YYYY
           END-IF
           MOVE WS-PW-BEN-YYYY   TO WS-PW-START-YYYY
           MOVE WS-PB-START-MM-N TO WS-PW-START-MM
           MOVE 1                TO WS-PW-START-DD
           MOVE WS-PW-START-N    TO WS-PW-NEXT-N
           ADD 1 TO WS-PW-NEXT-YYYY
           COMPUTE WS-PW-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-PW-NEXT-N) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-PW-END-INT)
               TO WS-PW-END-N.
