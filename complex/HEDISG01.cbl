      *           TESTS NUMERATOR COMPLIANCE INSIDE THE LOOKBACK       *
      *           WINDOW, AND WRITES BOTH THE RATE SUMMARY AND THE     *
      *           MEMBER-LEVEL OPEN-GAP LIST FOR OUTREACH.             *
      *           EVERY DENOMINATOR MEMBER'S RESULT (COMPLIANT OR      *
      *           OPEN GAP) IS ALSO KEPT ON HCAS.HEDIS_MEMBER_RESULT   *
      *           FOR THE MEASUREMENT YEAR OF THE RUN; EACH RUN        *
      *           REPLACES THE MEMBER'S EARLIER RESULT, SO THE YEAR'S  *
      *           LAST RUN STANDS. P4PSCR01 ATTRIBUTES THESE TO PCPS   *
      *           FOR THE QUALITY SCORECARD AND BONUS.                 *
      * INPUTS:   DB2 TABLES - HCAS.HEDIS_MEASURE,                     *
      *           HCAS.HEDIS_VALUE_SET, HCAS.MEMBER,                   *
      *           HCAS.ENROLLMENT, HCAS.CLAIM_MASTER,                  *
      *           HCAS.CLAIM_LINE, HCAS.CLAIM_DIAG                     *
      * OUTPUTS:  HEDGAP  - MEMBER-LEVEL OPEN GAP LIST                 *
      *           HEDRPTOT - MEASURE RATE SUMMARY                      *
      *           DB2 TABLE - HCAS.HEDIS_MEMBER_RESULT                 *
      * FREQUENCY: QUARTERLY BATCH                                     *
      *================================================================*
       ENVIRONMENT DIVISION.
           05  WS-QW-MM-REM            PIC S9(03) COMP-3.
           05  WS-QW-YYYY              PIC 9(04).
           05  WS-QW-MM                PIC 9(02).
           05  WS-QW-NUMER-IND         PIC X(01).
           05  WS-QW-MEAS-YEAR         PIC X(04).

       01  WS-MEASURE-TOTALS.
           05  WS-MT-DENOMINATOR       PIC S9(09) COMP-3.
       1000-INITIALIZE.
           MOVE 'HEDISG01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:4) TO WS-QW-MEAS-YEAR
           OPEN OUTPUT HEDGAP-FILE
           OPEN OUTPUT HEDRPT-FILE
           MOVE SPACES TO WS-RPT-LINE
                   PERFORM 3300-CHECK-NUMERATOR
                   IF WS-QW-NM-HIT-COUNT > ZERO
                       ADD 1 TO WS-MT-NUMERATOR
                       MOVE 'Y' TO WS-QW-NUMER-IND
                   ELSE
                       ADD 1 TO WS-MT-GAPS
                       MOVE 'N' TO WS-QW-NUMER-IND
                       PERFORM 4000-WRITE-GAP-RECORD
                   END-IF
                   PERFORM 4100-RECORD-MEMBER-RESULT
               END-IF
           END-IF
           PERFORM 2200-FETCH-NEXT-CANDIDATE.
           MOVE WS-CURRENT-DATE  TO HGP-RUN-DATE
           WRITE HEDGAP-RECORD.

       4100-RECORD-MEMBER-RESULT.
           EXEC SQL
               INSERT INTO HCAS.HEDIS_MEMBER_RESULT
                   (MEASURE_ID, MEMBER_ID, MEAS_YEAR,
                    NUMER_IND, RUN_DATE)
               VALUES
                   (:WS-MSR-ID, :WS-CND-MEMBER-ID, :WS-QW-MEAS-YEAR,
                    :WS-QW-NUMER-IND, :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE = -803
      *--- SCORED BY AN EARLIER RUN THIS YEAR - TAKE THE LATEST ---
               EXEC SQL
                   UPDATE HCAS.HEDIS_MEMBER_RESULT
                   SET NUMER_IND = :WS-QW-NUMER-IND,
                       RUN_DATE  = :WS-CURRENT-DATE
                   WHERE MEASURE_ID = :WS-MSR-ID
                     AND MEMBER_ID  = :WS-CND-MEMBER-ID
                     AND MEAS_YEAR  = :WS-QW-MEAS-YEAR
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'HEDISG01: MEMBER RESULT ERROR SQLCODE='
                       SQLCODE ' MBR=' WS-CND-MEMBER-ID
                       ' MSR=' WS-MSR-ID
           END-IF.

       6000-WRITE-MEASURE-RATE.
           IF WS-MT-DENOMINATOR > ZERO
               COMPUTE WS-MT-RATE-PCT ROUNDED =

       9000-TERMINATE.
           EXEC SQL CLOSE MEASURE-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'HEDISG01: MEASURE RUN COMPLETE'
           DISPLAY '  MEASURES RUN: ' WS-MEASURES-RUN
           DISPLAY '  GAPS WRITTEN: ' WS-GAPS-WRITTEN
