       IDENTIFICATION DIVISION.
       PROGRAM-ID.    P4PSCR01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  P4PSCR01                                             *
      * PURPOSE:  PCP QUALITY SCORECARD AND PAY-FOR-PERFORMANCE BONUS  *
      *           ATTRIBUTES THE MEASUREMENT YEAR'S HEDIS RESULTS      *
      *           (HCAS.HEDIS_MEMBER_RESULT, KEPT BY HEDISG01) TO      *
      *           EACH MEMBER'S PCP ON HCAS.PCP_ASSIGNMENT AS OF       *
      *           DECEMBER 31 OF THE MEASUREMENT YEAR, AND ROLLS THE   *
      *           PCPS UP TO THEIR GROUP (HCAS.PROVIDER.GROUP_NPI; A   *
      *           PCP WITH NO GROUP STANDS AS ITS OWN GROUP).          *
      *           SCORECARD - EACH PCP AND EACH GROUP GETS EVERY       *
      *           MEASURE'S DENOMINATOR, NUMERATOR AND RATE AGAINST    *
      *           THE CONTRACT TARGET (HCAS.P4P_MEASURE_WEIGHT,        *
      *           MAINTAINED BY P4PLD01).                              *
      *           BONUS - A GROUP EARNS A MEASURE'S WEIGHT WHEN ITS    *
      *           RATE MEETS THE TARGET. THE COMPOSITE SCORE IS THE    *
      *           PERCENT OF WEIGHTED POINTS EARNED OVER THE           *
      *           CONTRACTED MEASURES THE GROUP HAD A DENOMINATOR      *
      *           FOR. THE HIGHEST PAYOUT TIER (HCAS.P4P_PAYOUT_TIER)  *
      *           THE SCORE REACHES SETS THE BONUS PER ATTRIBUTED      *
      *           MEMBER. THE BONUS IS RECORDED ON HCAS.P4P_BONUS      *
      *           AND PAID THROUGH THE SAME CHECK CONTROL STREAM       *
      *           CAPPAY01 AND EDI835GN USE (EFT GROUPS TO THE         *
      *           P4PACH FILE). BONUS CHECKS CARRY PAY_CATEGORY 'P4P'  *
      *           SO GLJRN01 JOURNALS THEM UNDER THEIR OWN SOURCE      *
      *           (P4PBON) RATHER THAN AS CLAIM CHECKS. A GROUP        *
      *           ALREADY ON HCAS.P4P_BONUS FOR THE YEAR IS NOT PAID   *
      *           AGAIN ON A RERUN.                                    *
      *           PROVIDER SCORECARD - A PRINTABLE CARD PER PCP WITH   *
      *           THE PCP'S MEASURE RESULTS AND EVERY ATTRIBUTED       *
      *           MEMBER WITH AN OPEN GAP.                             *
      * INPUTS:   DB2 TABLES - HCAS.HEDIS_MEMBER_RESULT,               *
      *                        HCAS.HEDIS_MEASURE,                     *
      *                        HCAS.PCP_ASSIGNMENT, HCAS.PROVIDER,     *
      *                        HCAS.ENROLLMENT, HCAS.MEMBER,           *
      *                        HCAS.P4P_MEASURE_WEIGHT,                *
      *                        HCAS.P4P_PAYOUT_TIER                    *
      * OUTPUTS:  DB2 TABLES - HCAS.P4P_BONUS, HCAS.CHECK_CONTROL      *
      *           P4PRPT-FILE - PCP / GROUP SCORECARD AND BONUS        *
      *                         REGISTER                               *
      *           P4PCRD-FILE - PROVIDER SCORECARDS WITH OPEN GAPS     *
      *           P4PACH-FILE - NACHA ENTRIES FOR EFT GROUPS           *
      * FREQUENCY: ANNUAL (AFTER THE MEASUREMENT YEAR'S FINAL          *
      *            HEDISG01 RUN)                                       *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT P4PRPT-FILE
               ASSIGN TO P4PRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT P4PCRD-FILE
               ASSIGN TO P4PCRDOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CRD-STATUS.

           SELECT P4PACH-FILE
               ASSIGN TO P4PACHOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  P4PRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  P4PRPT-RECORD               PIC X(133).

       FD  P4PCRD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  P4PCRD-RECORD               PIC X(133).

       FD  P4PACH-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 94 CHARACTERS.
       01  P4PACH-RECORD               PIC X(94).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-RPT-STATUS           PIC X(02).
           05  WS-CRD-STATUS           PIC X(02).
           05  WS-ACH-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-SCR-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-SCR-EOF          VALUE 'Y'.
               88  WS-SCR-NOT-EOF      VALUE 'N'.
           05  WS-GAP-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-GAP-EOF          VALUE 'Y'.
               88  WS-GAP-NOT-EOF      VALUE 'N'.
           05  WS-TERMS-FOUND-SW       PIC X(01) VALUE 'N'.
               88  WS-TERMS-FOUND      VALUE 'Y'.
               88  WS-TERMS-NOT-FOUND  VALUE 'N'.

       01  WS-MEAS-DATES.
           05  WS-MEAS-YEAR            PIC X(04).
           05  WS-MEAS-YEAR-N          PIC 9(04).
           05  WS-YEAR-END             PIC X(08).

      *--- MEASUREMENT-YEAR RESULTS BY GROUP, PCP AND MEASURE, ---
      *    ATTRIBUTED THROUGH THE YEAR-END PCP ASSIGNMENT       ---
           EXEC SQL DECLARE SCORE-CURSOR CURSOR FOR
               SELECT COALESCE(NULLIF(P.GROUP_NPI, ' '), A.PCP_NPI),
                      A.PCP_NPI, R.MEASURE_ID,
                      COUNT(*),
                      SUM(CASE WHEN R.NUMER_IND = 'Y'
                               THEN 1 ELSE 0 END)
               FROM HCAS.HEDIS_MEMBER_RESULT R
               INNER JOIN HCAS.PCP_ASSIGNMENT A
                   ON A.MEMBER_ID = R.MEMBER_ID
                  AND A.EFF_DATE <= :WS-YEAR-END
                  AND (A.TERM_DATE >= :WS-YEAR-END
                       OR A.TERM_DATE = '99991231')
               INNER JOIN HCAS.PROVIDER P
                   ON P.NPI = A.PCP_NPI
               WHERE R.MEAS_YEAR = :WS-MEAS-YEAR
               GROUP BY COALESCE(NULLIF(P.GROUP_NPI, ' '), A.PCP_NPI),
                        A.PCP_NPI, R.MEASURE_ID
               ORDER BY 1, 2, 3
           END-EXEC

       01  WS-SCORE-ROW.
           05  WS-SR-GROUP-NPI         PIC X(10).
           05  WS-SR-PCP-NPI           PIC X(10).
           05  WS-SR-MEASURE-ID        PIC X(08).
           05  WS-SR-DENOM             PIC S9(07) COMP-3.
           05  WS-SR-NUMER             PIC S9(07) COMP-3.

       01  WS-CUR-GROUP-NPI            PIC X(10).
       01  WS-CUR-PCP-NPI              PIC X(10).

      *--- THE PCP'S OPEN GAPS FOR THE PROVIDER SCORECARD ---
           EXEC SQL DECLARE GAP-CURSOR CURSOR FOR
               SELECT R.MEMBER_ID, M.LAST_NAME, M.FIRST_NAME,
                      R.MEASURE_ID,
                      COALESCE(HM.MEASURE_NAME, ' ')
               FROM HCAS.HEDIS_MEMBER_RESULT R
               INNER JOIN HCAS.PCP_ASSIGNMENT A
                   ON A.MEMBER_ID = R.MEMBER_ID
                  AND A.PCP_NPI = :WS-CUR-PCP-NPI
                  AND A.EFF_DATE <= :WS-YEAR-END
                  AND (A.TERM_DATE >= :WS-YEAR-END
                       OR A.TERM_DATE = '99991231')
               INNER JOIN HCAS.MEMBER M
                   ON M.MEMBER_ID = R.MEMBER_ID
               LEFT OUTER JOIN HCAS.HEDIS_MEASURE HM
                   ON HM.MEASURE_ID = R.MEASURE_ID
               WHERE R.MEAS_YEAR = :WS-MEAS-YEAR
                 AND R.NUMER_IND = 'N'
               ORDER BY M.LAST_NAME, M.FIRST_NAME, R.MEMBER_ID,
                        R.MEASURE_ID
           END-EXEC

       01  WS-GAP-ROW.
           05  WS-GP-MEMBER-ID         PIC X(12).
           05  WS-GP-LAST-NAME         PIC X(35).
           05  WS-GP-FIRST-NAME        PIC X(25).
           05  WS-GP-MEASURE-ID        PIC X(08).
           05  WS-GP-MEASURE-NAME      PIC X(40).
       01  WS-GAP-COUNT                PIC 9(07) VALUE ZERO.

      *--- ONE PCP'S RESULTS AND ITS GROUP'S ROLL-UP ---
       01  WS-PCP-MEASURES.
           05  WS-PM-ENTRY OCCURS 50 TIMES.
               10  WS-PM-MEASURE-ID    PIC X(08).
               10  WS-PM-DENOM         PIC S9(07) COMP-3.
               10  WS-PM-NUMER         PIC S9(07) COMP-3.
       01  WS-PM-USED                  PIC 9(03) VALUE ZERO.
       01  WS-PM-IDX                   PIC 9(03).

       01  WS-GROUP-MEASURES.
           05  WS-GM-ENTRY OCCURS 50 TIMES.
               10  WS-GM-MEASURE-ID    PIC X(08).
               10  WS-GM-DENOM         PIC S9(07) COMP-3.
               10  WS-GM-NUMER         PIC S9(07) COMP-3.
       01  WS-GM-USED                  PIC 9(03) VALUE ZERO.
       01  WS-GM-IDX                   PIC 9(03).

      *--- ONE MEASURE LINE: CONTRACT TERMS AND RESULT ---
       01  WS-MEASURE-SCORE.
           05  WS-MS-MEASURE-ID        PIC X(08).
           05  WS-MS-MEASURE-NAME      PIC X(40).
           05  WS-MS-DENOM             PIC S9(07) COMP-3.
           05  WS-MS-NUMER             PIC S9(07) COMP-3.
           05  WS-MS-RATE              PIC S9(03)V99 COMP-3.
           05  WS-MS-WEIGHT            PIC S9(03) COMP-3.
           05  WS-MS-TARGET            PIC S9(03)V99 COMP-3.

      *--- GROUP COMPOSITE AND BONUS ---
       01  WS-GROUP-SCORE.
           05  WS-GS-WEIGHT-TOTAL      PIC S9(05) COMP-3.
           05  WS-GS-WEIGHT-EARNED     PIC S9(05) COMP-3.
           05  WS-GS-COMPOSITE         PIC S9(03)V99 COMP-3.
           05  WS-GS-TIER-NO           PIC S9(02) COMP-3.
           05  WS-GS-BONUS-PMPY        PIC S9(05)V99 COMP-3.
           05  WS-GS-MEMBERS           PIC S9(07) COMP-3.
           05  WS-GS-BONUS-AMT         PIC S9(09)V99 COMP-3.
           05  WS-GS-CHECK-NO          PIC 9(10).
           05  WS-GS-CONTRACT-COUNT    PIC S9(05) COMP-3.
           05  WS-GS-RESULT            PIC X(30).

      *--- PROVIDER NAMES AND GROUP PAYEE ---
       01  WS-PROVIDER-NAMES.
           05  WS-PN-PCP-NAME          PIC X(40).
           05  WS-PN-LAST-NAME         PIC X(35).
           05  WS-PN-FIRST-NAME        PIC X(25).
           05  WS-PN-ORG-NAME          PIC X(60).
       01  WS-PAYEE-ROW.
           05  WS-PV-ORG-NAME          PIC X(60).
           05  WS-PV-TAX-ID            PIC X(09).
           05  WS-PV-PAY-METHOD        PIC X(02).
           05  WS-PV-BANK-RTN          PIC X(09).
           05  WS-PV-BANK-ACCT         PIC X(17).

      *--- SHARED CHECK-NUMBER CONTROL (SAME ROW EDI835GN USES) ---
       01  WS-CHECK-CONTROL-ID         PIC X(08) VALUE 'EDI835CK'.
       01  WS-CHK-CHECK-NO             PIC 9(10) VALUE ZERO.

      *--- NACHA ENTRY FIELDS (SAME LAYOUT EDI835GN WRITES) ---
       01  WS-ACH-FIELDS.
           05  WS-ACH-ORIG-ROUTING     PIC X(09) VALUE '076401251'.
           05  WS-ACH-TRACE-SEQ        PIC 9(07) VALUE ZERO.
           05  WS-ACH-AMT-CENTS        PIC 9(10) VALUE ZERO.
           05  WS-ACH-LINE             PIC X(94).

       01  WS-RUN-TOTALS.
           05  WS-RUN-PCPS             PIC 9(07) VALUE ZERO.
           05  WS-RUN-GROUPS           PIC 9(07) VALUE ZERO.
           05  WS-RUN-BONUS-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-RUN-ALREADY-PAID     PIC 9(07) VALUE ZERO.
           05  WS-RUN-BONUS-DOLLARS    PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-AMT-DISP                 PIC Z,ZZZ,ZZ9.99-.
       01  WS-PCT-DISP                 PIC ZZ9.99.
       01  WS-CNT-DISP                 PIC ZZZ,ZZ9.
       01  WS-TIER-DISP                PIC Z9.

       01  WS-MEASURE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-ML-MEASURE-ID        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ML-MEASURE-NAME      PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ML-DENOM             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ML-NUMER             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ML-RATE              PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ML-TARGET            PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ML-WEIGHT            PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-ML-RESULT            PIC X(15).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-GAP-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-GL-MEMBER-ID         PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-GL-MEMBER-NAME       PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-GL-MEASURE-ID        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-GL-MEASURE-NAME      PIC X(30).
           05  FILLER                  PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-GROUP
               UNTIL WS-SCR-EOF
           PERFORM 8500-SAVE-CHECK-NUMBER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'P4PSCR01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           COMPUTE WS-MEAS-YEAR-N = WS-CURR-YYYY - 1
           MOVE WS-MEAS-YEAR-N TO WS-MEAS-YEAR
           STRING WS-MEAS-YEAR '1231' DELIMITED SIZE
               INTO WS-YEAR-END
           END-STRING
           OPEN OUTPUT P4PRPT-FILE
           OPEN OUTPUT P4PCRD-FILE
           OPEN OUTPUT P4PACH-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'P4PSCR01 - PCP QUALITY SCORECARD AND BONUS - '
                  DELIMITED SIZE
                  'MEASUREMENT YEAR ' DELIMITED SIZE
                  WS-MEAS-YEAR DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE P4PRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE P4PRPT-RECORD FROM WS-RPT-LINE
           PERFORM 1200-LOAD-CHECK-NUMBER
           EXEC SQL OPEN SCORE-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'P4PSCR01: SCORE CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2900-FETCH-NEXT-SCORE.

       1200-LOAD-CHECK-NUMBER.
           EXEC SQL
               SELECT LAST_TRACE_NBR
               INTO   :WS-CHK-CHECK-NO
               FROM   HCAS.EDI_TRACE_CONTROL
               WHERE  PROGRAM_ID = :WS-CHECK-CONTROL-ID
           END-EXEC
           IF SQLCODE = +100
               MOVE 1000000 TO WS-CHK-CHECK-NO
               EXEC SQL
                   INSERT INTO HCAS.EDI_TRACE_CONTROL
                       (PROGRAM_ID, LAST_TRACE_NBR)
                   VALUES
                       (:WS-CHECK-CONTROL-ID, 1000000)
               END-EXEC
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'P4PSCR01: CHECK CONTROL READ ERROR '
                           'SQLCODE=' SQLCODE
               END-IF
           END-IF.

       2000-PROCESS-GROUP.
           MOVE WS-SR-GROUP-NPI TO WS-CUR-GROUP-NPI
           MOVE ZERO TO WS-GM-USED
           ADD 1 TO WS-RUN-GROUPS
           PERFORM 2100-PROCESS-PCP
               UNTIL WS-SCR-EOF
                  OR WS-SR-GROUP-NPI NOT = WS-CUR-GROUP-NPI
           PERFORM 5000-SCORE-GROUP.

       2100-PROCESS-PCP.
           MOVE WS-SR-PCP-NPI TO WS-CUR-PCP-NPI
           MOVE ZERO TO WS-PM-USED
           ADD 1 TO WS-RUN-PCPS
           PERFORM 2200-ACCUMULATE-MEASURE
               UNTIL WS-SCR-EOF
                  OR WS-SR-GROUP-NPI NOT = WS-CUR-GROUP-NPI
                  OR WS-SR-PCP-NPI NOT = WS-CUR-PCP-NPI
           PERFORM 4000-WRITE-PCP-SCORECARD.

       2200-ACCUMULATE-MEASURE.
      *--- ONE ROW PER MEASURE FOR THE PCP; THE GROUP TABLE ---
      *    SUMS THE SAME MEASURE ACROSS ITS PCPS            ---
           IF WS-PM-USED < 50
               ADD 1 TO WS-PM-USED
               MOVE WS-SR-MEASURE-ID TO WS-PM-MEASURE-ID(WS-PM-USED)
               MOVE WS-SR-DENOM      TO WS-PM-DENOM(WS-PM-USED)
               MOVE WS-SR-NUMER      TO WS-PM-NUMER(WS-PM-USED)
           END-IF
           PERFORM VARYING WS-GM-IDX FROM 1 BY 1
               UNTIL WS-GM-IDX > WS-GM-USED
               OR WS-GM-MEASURE-ID(WS-GM-IDX) = WS-SR-MEASURE-ID
               CONTINUE
           END-PERFORM
           IF WS-GM-IDX > WS-GM-USED
               IF WS-GM-USED < 50
                   ADD 1 TO WS-GM-USED
                   MOVE WS-GM-USED TO WS-GM-IDX
                   MOVE WS-SR-MEASURE-ID
                       TO WS-GM-MEASURE-ID(WS-GM-IDX)
                   MOVE ZERO TO WS-GM-DENOM(WS-GM-IDX)
                   MOVE ZERO TO WS-GM-NUMER(WS-GM-IDX)
               ELSE
                   DISPLAY 'P4PSCR01: MEASURE TABLE FULL - GROUP='
                           WS-CUR-GROUP-NPI ' MSR=' WS-SR-MEASURE-ID
                   PERFORM 2900-FETCH-NEXT-SCORE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD WS-SR-DENOM TO WS-GM-DENOM(WS-GM-IDX)
           ADD WS-SR-NUMER TO WS-GM-NUMER(WS-GM-IDX)
           PERFORM 2900-FETCH-NEXT-SCORE.

       2900-FETCH-NEXT-SCORE.
           EXEC SQL
               FETCH SCORE-CURSOR
               INTO :WS-SR-GROUP-NPI, :WS-SR-PCP-NPI,
                    :WS-SR-MEASURE-ID, :WS-SR-DENOM,
                    :WS-SR-NUMER
           END-EXEC
           IF SQLCODE = +100
               SET WS-SCR-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'P4PSCR01: SCORE FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-SCR-EOF TO TRUE
           END-IF.

       4000-WRITE-PCP-SCORECARD.
           PERFORM 4050-LOAD-PCP-NAME
           MOVE SPACES TO WS-RPT-LINE
           WRITE P4PRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PCP '             DELIMITED SIZE
                  WS-CUR-PCP-NPI     DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  WS-PN-PCP-NAME     DELIMITED SIZE
                  ' GROUP '          DELIMITED SIZE
                  WS-CUR-GROUP-NPI   DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE P4PRPT-RECORD FROM WS-RPT-LINE
      *--- PROVIDER CARD HEADING ---
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE P4PCRD-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'QUALITY SCORECARD - MEASUREMENT YEAR '
                                     DELIMITED SIZE
                  WS-MEAS-YEAR       DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE P4PCRD-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PROVIDER: '       DELIMITED SIZE
                  WS-PN-PCP-NAME     DELIMITED SIZE
                  '  NPI '           DELIMITED SIZE
                  WS-CUR-PCP-NPI     DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE P4PCRD-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE P4PCRD-RECORD FROM WS-RPT-LINE
           PERFORM 4900-WRITE-MEASURE-HEADING
           PERFORM 4100-WRITE-PCP-MEASURE
               VARYING WS-PM-IDX FROM 1 BY 1
               UNTIL WS-PM-IDX > WS-PM-USED
           PERFORM 4500-WRITE-OPEN-GAPS.

       4050-LOAD-PCP-NAME.
           MOVE SPACES TO WS-PROVIDER-NAMES
           EXEC SQL
               SELECT COALESCE(LAST_NAME, ' '),
                      COALESCE(FIRST_NAME, ' '),
                      COALESCE(ORG_NAME, ' ')
               INTO :WS-PN-LAST-NAME, :WS-PN-FIRST-NAME,
                    :WS-PN-ORG-NAME
               FROM HCAS.PROVIDER
               WHERE NPI = :WS-CUR-PCP-NPI
           END-EXEC
           IF WS-PN-LAST-NAME NOT = SPACES
               STRING WS-PN-FIRST-NAME DELIMITED SPACES
                      ' '              DELIMITED SIZE
                      WS-PN-LAST-NAME  DELIMITED SPACES
                      INTO WS-PN-PCP-NAME
               END-STRING
           ELSE
               MOVE WS-PN-ORG-NAME TO WS-PN-PCP-NAME
           END-IF.

       4100-WRITE-PCP-MEASURE.
           MOVE WS-PM-MEASURE-ID(WS-PM-IDX) TO WS-MS-MEASURE-ID
           MOVE WS-PM-DENOM(WS-PM-IDX)      TO WS-MS-DENOM
           MOVE WS-PM-NUMER(WS-PM-IDX)      TO WS-MS-NUMER
           PERFORM 4800-SCORE-MEASURE
           WRITE P4PRPT-RECORD FROM WS-MEASURE-LINE
           WRITE P4PCRD-RECORD FROM WS-MEASURE-LINE.

       4500-WRITE-OPEN-GAPS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE P4PCRD-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'YOUR PATIENTS WITH OPEN CARE GAPS'
                  DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE P4PCRD-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '   MEMBER ID     MEMBER NAME                    '
                  '           MEASURE   DESCRIPTION'
                  DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE P4PCRD-RECORD FROM WS-RPT-LINE
           MOVE ZERO TO WS-GAP-COUNT
           SET WS-GAP-NOT-EOF TO TRUE
           EXEC SQL OPEN GAP-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'P4PSCR01: GAP CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE ' PCP=' WS-CUR-PCP-NPI
           ELSE
               PERFORM 4600-WRITE-ONE-GAP
                   UNTIL WS-GAP-EOF
               EXEC SQL CLOSE GAP-CURSOR END-EXEC
           END-IF
           IF WS-GAP-COUNT = ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING '   NO OPEN GAPS' DELIMITED SIZE
                   INTO WS-RPT-LINE
               END-STRING
               WRITE P4PCRD-RECORD FROM WS-RPT-LINE
           END-IF.

       4600-WRITE-ONE-GAP.
           EXEC SQL
               FETCH GAP-CURSOR
               INTO :WS-GP-MEMBER-ID, :WS-GP-LAST-NAME,
                    :WS-GP-FIRST-NAME, :WS-GP-MEASURE-ID,
                    :WS-GP-MEASURE-NAME
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-GAP-EOF TO TRUE
           ELSE
               ADD 1 TO WS-GAP-COUNT
               MOVE WS-GP-MEMBER-ID    TO WS-GL-MEMBER-ID
               MOVE SPACES             TO WS-GL-MEMBER-NAME
               STRING WS-GP-LAST-NAME  DELIMITED SPACES
                      ', '             DELIMITED SIZE
                      WS-GP-FIRST-NAME DELIMITED SPACES
                      INTO WS-GL-MEMBER-NAME
               END-STRING
               MOVE WS-GP-MEASURE-ID   TO WS-GL-MEASURE-ID
               MOVE WS-GP-MEASURE-NAME TO WS-GL-MEASURE-NAME
               WRITE P4PCRD-RECORD FROM WS-GAP-LINE
           END-IF.

       4800-SCORE-MEASURE.
      *--- RATE AGAINST THE GROUP'S CONTRACT TARGET FOR THE ---
      *    MEASUREMENT YEAR                                 ---
           SET WS-TERMS-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-MS-WEIGHT
           MOVE ZERO TO WS-MS-TARGET
           EXEC SQL
               SELECT WEIGHT, TARGET_RATE
               INTO :WS-MS-WEIGHT, :WS-MS-TARGET
               FROM HCAS.P4P_MEASURE_WEIGHT
               WHERE CONTRACT_NPI = :WS-CUR-GROUP-NPI
                 AND MEAS_YEAR    = :WS-MEAS-YEAR
                 AND MEASURE_ID   = :WS-MS-MEASURE-ID
           END-EXEC
           IF SQLCODE = ZERO
               SET WS-TERMS-FOUND TO TRUE
           END-IF
           MOVE SPACES TO WS-MS-MEASURE-NAME
           EXEC SQL
               SELECT MEASURE_NAME
               INTO :WS-MS-MEASURE-NAME
               FROM HCAS.HEDIS_MEASURE
               WHERE MEASURE_ID = :WS-MS-MEASURE-ID
           END-EXEC
           IF WS-MS-DENOM > ZERO
               COMPUTE WS-MS-RATE ROUNDED =
                   WS-MS-NUMER * 100 / WS-MS-DENOM
           ELSE
               MOVE ZERO TO WS-MS-RATE
           END-IF
           MOVE WS-MS-MEASURE-ID   TO WS-ML-MEASURE-ID
           MOVE WS-MS-MEASURE-NAME TO WS-ML-MEASURE-NAME
           MOVE WS-MS-DENOM        TO WS-ML-DENOM
           MOVE WS-MS-NUMER        TO WS-ML-NUMER
           MOVE WS-MS-RATE         TO WS-ML-RATE
           MOVE WS-MS-TARGET       TO WS-ML-TARGET
           MOVE WS-MS-WEIGHT       TO WS-ML-WEIGHT
           EVALUATE TRUE
               WHEN WS-TERMS-NOT-FOUND
                   MOVE 'NOT CONTRACTED' TO WS-ML-RESULT
               WHEN WS-MS-RATE >= WS-MS-TARGET
                   MOVE 'TARGET MET'     TO WS-ML-RESULT
               WHEN OTHER
                   MOVE 'BELOW TARGET'   TO WS-ML-RESULT
           END-EVALUATE.

       4900-WRITE-MEASURE-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           STRING '   MEASURE   DESCRIPTION                     '
                  '  DENOM    NUMER    RATE  TARGET  WGT  RESULT'
                  DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE P4PRPT-RECORD FROM WS-RPT-LINE
           WRITE P4PCRD-RECORD FROM WS-RPT-LINE.

       5000-SCORE-GROUP.
           MOVE ZERO TO WS-GS-WEIGHT-TOTAL
           MOVE ZERO TO WS-GS-WEIGHT-EARNED
           MOVE ZERO TO WS-GS-COMPOSITE
           MOVE ZERO TO WS-GS-TIER-NO
           MOVE ZERO TO WS-GS-BONUS-PMPY
           MOVE ZERO TO WS-GS-BONUS-AMT
           MOVE ZERO TO WS-GS-CHECK-NO
           MOVE ZERO TO WS-GS-MEMBERS
           MOVE SPACES TO WS-RPT-LINE
           WRITE P4PRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'GROUP SCORECARD ' DELIMITED SIZE
                  WS-CUR-GROUP-NPI   DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE P4PRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE P4PCRD-RECORD FROM WS-RPT-LINE
           PERFORM 4900-WRITE-MEASURE-HEADING
           PERFORM 5100-WRITE-GROUP-MEASURE
               VARYING WS-GM-IDX FROM 1 BY 1
               UNTIL WS-GM-IDX > WS-GM-USED
           MOVE ZERO TO WS-GS-CONTRACT-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-GS-CONTRACT-COUNT
               FROM HCAS.P4P_MEASURE_WEIGHT
               WHERE CONTRACT_NPI = :WS-CUR-GROUP-NPI
                 AND MEAS_YEAR    = :WS-MEAS-YEAR
           END-EXEC
           IF WS-GS-CONTRACT-COUNT = ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING '   NO QUALITY CONTRACT FOR THE YEAR - '
                      'SCORECARD ONLY' DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE P4PRPT-RECORD FROM WS-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-GS-WEIGHT-TOTAL > ZERO
               COMPUTE WS-GS-COMPOSITE ROUNDED =
                   WS-GS-WEIGHT-EARNED * 100 / WS-GS-WEIGHT-TOTAL
           END-IF
           PERFORM 5200-FIND-PAYOUT-TIER
           PERFORM 5300-COUNT-ATTRIBUTED
           COMPUTE WS-GS-BONUS-AMT =
               WS-GS-BONUS-PMPY * WS-GS-MEMBERS
           PERFORM 5500-SETTLE-BONUS
           PERFORM 6000-WRITE-GROUP-SUMMARY.

       5100-WRITE-GROUP-MEASURE.
           MOVE WS-GM-MEASURE-ID(WS-GM-IDX) TO WS-MS-MEASURE-ID
           MOVE WS-GM-DENOM(WS-GM-IDX)      TO WS-MS-DENOM
           MOVE WS-GM-NUMER(WS-GM-IDX)      TO WS-MS-NUMER
           PERFORM 4800-SCORE-MEASURE
           WRITE P4PRPT-RECORD FROM WS-MEASURE-LINE
      *--- ONLY CONTRACTED MEASURES WITH A DENOMINATOR SCORE ---
           IF WS-TERMS-FOUND
           AND WS-MS-DENOM > ZERO
               ADD WS-MS-WEIGHT TO WS-GS-WEIGHT-TOTAL
               IF WS-MS-RATE >= WS-MS-TARGET
                   ADD WS-MS-WEIGHT TO WS-GS-WEIGHT-EARNED
               END-IF
           END-IF.

       5200-FIND-PAYOUT-TIER.
           EXEC SQL
               SELECT TIER_NO, BONUS_PMPY
               INTO :WS-GS-TIER-NO, :WS-GS-BONUS-PMPY
               FROM HCAS.P4P_PAYOUT_TIER
               WHERE CONTRACT_NPI = :WS-CUR-GROUP-NPI
                 AND MEAS_YEAR    = :WS-MEAS-YEAR
                 AND MIN_SCORE   <= :WS-GS-COMPOSITE
               ORDER BY MIN_SCORE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-GS-TIER-NO
               MOVE ZERO TO WS-GS-BONUS-PMPY
           END-IF.

       5300-COUNT-ATTRIBUTED.
      *--- MEMBERS ASSIGNED TO THE GROUP'S PCPS AND ENROLLED ON ---
      *    THE LAST DAY OF THE MEASUREMENT YEAR                  ---
           EXEC SQL
               SELECT COUNT(DISTINCT A.MEMBER_ID)
               INTO :WS-GS-MEMBERS
               FROM HCAS.PCP_ASSIGNMENT A
               INNER JOIN HCAS.PROVIDER P
                   ON P.NPI = A.PCP_NPI
               WHERE COALESCE(NULLIF(P.GROUP_NPI, ' '), A.PCP_NPI)
                     = :WS-CUR-GROUP-NPI
                 AND A.EFF_DATE <= :WS-YEAR-END
                 AND (A.TERM_DATE >= :WS-YEAR-END
                      OR A.TERM_DATE = '99991231')
                 AND EXISTS
                     (SELECT 1 FROM HCAS.ENROLLMENT E
                      WHERE E.MEMBER_ID = A.MEMBER_ID
                        AND E.ELIG_STATUS = 'A'
                        AND E.EFF_DATE <= :WS-YEAR-END
                        AND (E.TERM_DATE >= :WS-YEAR-END
                             OR E.TERM_DATE = '99991231'))
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'P4PSCR01: ATTRIBUTION COUNT ERROR SQLCODE='
                       SQLCODE ' GROUP=' WS-CUR-GROUP-NPI
               MOVE ZERO TO WS-GS-MEMBERS
           END-IF.

       5500-SETTLE-BONUS.
           MOVE 'NO BONUS EARNED' TO WS-GS-RESULT
           PERFORM 5510-LOAD-PAYEE
      *--- A CHECK NUMBER IS TAKEN BEFORE THE BONUS ROW IS  ---
      *    WRITTEN SO THE ROW CARRIES IT; A RERUN GIVES IT   ---
      *    BACK                                              ---
           IF WS-GS-BONUS-AMT > ZERO
           AND NOT (WS-PV-PAY-METHOD = 'EF'
                    AND WS-PV-BANK-RTN NOT = SPACES)
               ADD 1 TO WS-CHK-CHECK-NO
               MOVE WS-CHK-CHECK-NO TO WS-GS-CHECK-NO
           END-IF
           EXEC SQL
               INSERT INTO HCAS.P4P_BONUS
                   (CONTRACT_NPI, MEAS_YEAR, COMPOSITE_SCORE,
                    TIER_NO, ATTRIB_MEMBERS, BONUS_AMT,
                    PAY_METHOD, CHECK_NO, PAY_DATE)
               VALUES
                   (:WS-CUR-GROUP-NPI, :WS-MEAS-YEAR,
                    :WS-GS-COMPOSITE, :WS-GS-TIER-NO,
                    :WS-GS-MEMBERS, :WS-GS-BONUS-AMT,
                    :WS-PV-PAY-METHOD, :WS-GS-CHECK-NO,
                    :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN -803
                   ADD 1 TO WS-RUN-ALREADY-PAID
                   IF WS-GS-CHECK-NO > ZERO
                       SUBTRACT 1 FROM WS-CHK-CHECK-NO
                       MOVE ZERO TO WS-GS-CHECK-NO
                   END-IF
                   MOVE 'SETTLED ON AN EARLIER RUN' TO WS-GS-RESULT
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'P4PSCR01: BONUS INSERT ERROR SQLCODE='
                           SQLCODE ' GROUP=' WS-CUR-GROUP-NPI
                   IF WS-GS-CHECK-NO > ZERO
                       SUBTRACT 1 FROM WS-CHK-CHECK-NO
                       MOVE ZERO TO WS-GS-CHECK-NO
                   END-IF
                   MOVE 'NOT PAID - SEE RUN LOG' TO WS-GS-RESULT
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-GS-BONUS-AMT = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RUN-BONUS-COUNT
           ADD WS-GS-BONUS-AMT TO WS-RUN-BONUS-DOLLARS
           IF WS-GS-CHECK-NO > ZERO
               PERFORM 5600-ISSUE-CHECK
               MOVE 'PAID BY CHECK' TO WS-GS-RESULT
           ELSE
               PERFORM 5700-WRITE-ACH-ENTRY
               MOVE 'PAID BY EFT' TO WS-GS-RESULT
           END-IF.

       5510-LOAD-PAYEE.
           MOVE SPACES TO WS-PAYEE-ROW
           EXEC SQL
               SELECT COALESCE(ORG_NAME, ' '),
                      COALESCE(TAX_ID, ' '),
                      COALESCE(PAY_METHOD, 'CK'),
                      COALESCE(BANK_ROUTING, ' '),
                      COALESCE(BANK_ACCT_NO, ' ')
               INTO :WS-PV-ORG-NAME, :WS-PV-TAX-ID,
                    :WS-PV-PAY-METHOD, :WS-PV-BANK-RTN,
                    :WS-PV-BANK-ACCT
               FROM HCAS.PROVIDER
               WHERE NPI = :WS-CUR-GROUP-NPI
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'P4PSCR01: GROUP PROVIDER NOT FOUND - NPI='
                       WS-CUR-GROUP-NPI ' SQLCODE=' SQLCODE
               MOVE 'CK' TO WS-PV-PAY-METHOD
           END-IF.

       5600-ISSUE-CHECK.
           EXEC SQL
               INSERT INTO HCAS.CHECK_CONTROL
                   (CHECK_NO, PROVIDER_NPI, PROVIDER_TIN,
                    CHECK_AMOUNT, ISSUE_DATE, CHECK_STATUS,
                    PAY_CATEGORY)
               VALUES
                   (:WS-GS-CHECK-NO, :WS-CUR-GROUP-NPI,
                    :WS-PV-TAX-ID,
                    :WS-GS-BONUS-AMT, :WS-CURRENT-DATE, 'O',
                    'P4P')
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'P4PSCR01: CHECK CONTROL INSERT ERROR '
                       'SQLCODE=' SQLCODE ' NPI=' WS-CUR-GROUP-NPI
           END-IF.

       5700-WRITE-ACH-ENTRY.
           COMPUTE WS-ACH-AMT-CENTS = WS-GS-BONUS-AMT * 100
           ADD 1 TO WS-ACH-TRACE-SEQ
           MOVE SPACES TO WS-ACH-LINE
           STRING '6'                      DELIMITED SIZE
                  '22'                     DELIMITED SIZE
                  WS-PV-BANK-RTN           DELIMITED SIZE
                  WS-PV-BANK-ACCT          DELIMITED SIZE
                  WS-ACH-AMT-CENTS         DELIMITED SIZE
                  WS-PV-TAX-ID             DELIMITED SIZE
                  '      '                 DELIMITED SIZE
                  WS-PV-ORG-NAME(1:22)     DELIMITED SIZE
                  '  '                     DELIMITED SIZE
                  '0'                      DELIMITED SIZE
                  WS-ACH-ORIG-ROUTING(1:8) DELIMITED SIZE
                  WS-ACH-TRACE-SEQ         DELIMITED SIZE
                  INTO WS-ACH-LINE
           END-STRING
           WRITE P4PACH-RECORD FROM WS-ACH-LINE.

       6000-WRITE-GROUP-SUMMARY.
           MOVE WS-GS-COMPOSITE TO WS-PCT-DISP
           MOVE WS-GS-MEMBERS   TO WS-CNT-DISP
           MOVE WS-GS-TIER-NO   TO WS-TIER-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '   COMPOSITE SCORE ' DELIMITED SIZE
                  WS-PCT-DISP           DELIMITED SIZE
                  '  TIER '             DELIMITED SIZE
                  WS-TIER-DISP          DELIMITED SIZE
                  '  ATTRIBUTED MEMBERS ' DELIMITED SIZE
                  WS-CNT-DISP           DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE P4PRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-GS-BONUS-AMT TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           IF WS-GS-CHECK-NO > ZERO
               STRING '   BONUS '           DELIMITED SIZE
                      WS-AMT-DISP           DELIMITED SIZE
                      '  '                  DELIMITED SIZE
                      WS-GS-RESULT          DELIMITED SIZE
                      ' CHECK '             DELIMITED SIZE
                      WS-GS-CHECK-NO        DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING '   BONUS '           DELIMITED SIZE
                      WS-AMT-DISP           DELIMITED SIZE
                      '  '                  DELIMITED SIZE
                      WS-GS-RESULT          DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
           END-IF
           WRITE P4PRPT-RECORD FROM WS-RPT-LINE.

       8500-SAVE-CHECK-NUMBER.
           EXEC SQL
               UPDATE HCAS.EDI_TRACE_CONTROL
               SET    LAST_TRACE_NBR = :WS-CHK-CHECK-NO
               WHERE  PROGRAM_ID = :WS-CHECK-CONTROL-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'P4PSCR01: CHECK CONTROL UPDATE ERROR '
                       'SQLCODE=' SQLCODE
           END-IF.

       9000-TERMINATE.
           EXEC SQL CLOSE SCORE-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE P4PRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-RUN-BONUS-DOLLARS TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOTAL P4P BONUS: ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE P4PRPT-RECORD FROM WS-RPT-LINE
           DISPLAY 'P4PSCR01: MEASUREMENT YEAR:  ' WS-MEAS-YEAR
           DISPLAY 'P4PSCR01: PCPS SCORED:       ' WS-RUN-PCPS
           DISPLAY 'P4PSCR01: GROUPS SCORED:     ' WS-RUN-GROUPS
           DISPLAY 'P4PSCR01: BONUSES PAID:      ' WS-RUN-BONUS-COUNT
           DISPLAY 'P4PSCR01: BONUS DOLLARS:     ' WS-RUN-BONUS-DOLLARS
           DISPLAY 'P4PSCR01: ALREADY SETTLED:   ' WS-RUN-ALREADY-PAID
           CLOSE P4PRPT-FILE
           CLOSE P4PCRD-FILE
           CLOSE P4PACH-FILE
           MOVE ZERO TO RETURN-CODE.
