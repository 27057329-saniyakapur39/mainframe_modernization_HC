       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACOATT01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  ACOATT01                                             *
      * PURPOSE:  ACCOUNTABLE-CARE MEMBER ATTRIBUTION AND COST         *
      *           ACCUMULATION                                         *
      *           ATTRIBUTES EVERY MEMBER ENROLLED ON THE LAST DAY OF  *
      *           THE MONTH JUST ENDED TO A CONTRACTING GROUP ON       *
      *           HCAS.ACO_CONTRACT (LOADED BY ACOLD01):               *
      *             P - THE MEMBER'S PCP ON HCAS.PCP_ASSIGNMENT        *
      *                 BELONGS TO THE GROUP (PROVIDER.GROUP_NPI, OR   *
      *                 THE PCP ITSELF WHEN IT HAS NO GROUP).          *
      *             V - A MEMBER WITH NO PCP ASSIGNMENT GOES TO THE    *
      *                 GROUP THAT BILLED THE MOST PAID E/M VISITS     *
      *                 (99202-99499) IN THE TRAILING TWELVE MONTHS;   *
      *                 A TIE GOES TO THE MOST RECENT VISIT.           *
      *           EACH ATTRIBUTED MEMBER-MONTH IS ONE ROW ON           *
      *           HCAS.ACO_ATTRIBUTION. THE MEMBER'S RISK SCORE IS     *
      *           1.000 PLUS THE HIGHEST WEIGHT (HCAS.RISK_DIAG_       *
      *           WEIGHT) IN EACH CONDITION CATEGORY AMONG THE         *
      *           PERFORMANCE YEAR'S DIAGNOSES RISKEX01 HAS SUBMITTED  *
      *           ON HCAS.RISK_ADJ_SUBMIT, AND IS REFRESHED ON ALL OF  *
      *           THE MEMBER'S MONTHS EACH RUN. ALLOWED COST IS        *
      *           RE-SUMMED FROM PAID CLAIMS FOR EVERY MONTH OF THE    *
      *           YEAR EACH RUN SO RUN-OUT AND REVERSALS ARE PICKED    *
      *           UP. THE RISK-ADJUSTED BENCHMARK FOR A MEMBER-MONTH   *
      *           IS THE CONTRACT PMPM TIMES THE RISK SCORE.           *
      *           AT A QUARTER END THE RUN ALSO PRINTS EACH GROUP'S    *
      *           INTERIM PERFORMANCE REPORT: YEAR-TO-DATE ACTUAL      *
      *           VERSUS BENCHMARK BY MONTH AND THE SAVINGS OR LOSS    *
      *           SHARE THE GROUP WOULD SETTLE AT IF THE YEAR ENDED    *
      *           NOW (ACOSET01 SETTLES THE FINAL YEAR).               *
      * INPUTS:   DB2 TABLES - HCAS.ENROLLMENT, HCAS.PCP_ASSIGNMENT,   *
      *                        HCAS.PROVIDER, HCAS.CLAIM_MASTER,       *
      *                        HCAS.CLAIM_LINE, HCAS.ACO_CONTRACT,     *
      *                        HCAS.RISK_ADJ_SUBMIT,                   *
      *                        HCAS.RISK_DIAG_WEIGHT                   *
      * OUTPUTS:  DB2 TABLE  - HCAS.ACO_ATTRIBUTION                    *
      *           ACOQRPOT   - QUARTERLY GROUP PERFORMANCE REPORTS     *
      * FREQUENCY: MONTHLY (AFTER MONTH-END CLAIM CYCLE)               *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACOQRP-FILE
               ASSIGN TO ACOQRPOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACOQRP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  ACOQRP-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-RPT-STATUS               PIC X(02).

       01  WS-SWITCHES.
           05  WS-MBR-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-MBR-EOF          VALUE 'Y'.
               88  WS-MBR-NOT-EOF      VALUE 'N'.
           05  WS-CTR-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-CTR-EOF          VALUE 'Y'.
               88  WS-CTR-NOT-EOF      VALUE 'N'.
           05  WS-MTH-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-MTH-EOF          VALUE 'Y'.
               88  WS-MTH-NOT-EOF      VALUE 'N'.
           05  WS-HAS-PCP-SW           PIC X(01) VALUE 'N'.
               88  WS-HAS-PCP          VALUE 'Y'.
               88  WS-NO-PCP           VALUE 'N'.

      *--- ATTRIBUTION IS AS OF THE LAST DAY OF THE PRIOR MONTH, ---
      *    SO THE JANUARY RUN CLOSES OUT THE PRIOR YEAR         ---
       01  WS-ACO-DATES.
           05  WS-MONTH-START-N        PIC 9(08).
           05  WS-ASOF-DATE            PIC X(08).
           05  WS-ASOF-DATE-N          REDEFINES WS-ASOF-DATE
                                       PIC 9(08).
           05  WS-ASOF-PARTS           REDEFINES WS-ASOF-DATE.
               10  WS-ASOF-YYYY        PIC X(04).
               10  WS-ASOF-MM          PIC X(02).
                   88  WS-QUARTER-END  VALUES '03' '06' '09' '12'.
               10  WS-ASOF-DD          PIC X(02).
           05  WS-LOOKBACK-FROM        PIC X(08).
           05  WS-LOOKBACK-FROM-N      REDEFINES WS-LOOKBACK-FROM
                                       PIC 9(08).
           05  WS-PERF-YEAR            PIC X(04).
           05  WS-YEAR-START           PIC X(08).
           05  WS-ATTRIB-MONTH         PIC X(06).

      *--- MEMBERS ENROLLED ON THE AS-OF DATE ---
           EXEC SQL DECLARE MEMBER-CURSOR CURSOR FOR
               SELECT DISTINCT E.MEMBER_ID
               FROM HCAS.ENROLLMENT E
               WHERE E.ELIG_STATUS = 'A'
                 AND E.EFF_DATE <= :WS-ASOF-DATE
                 AND (E.TERM_DATE >= :WS-ASOF-DATE
                      OR E.TERM_DATE = '99991231')
               ORDER BY E.MEMBER_ID
           END-EXEC

       01  WS-MEMBER-ID                PIC X(12).

       01  WS-ATTRIB-WORK.
           05  WS-AT-GROUP-NPI         PIC X(10).
           05  WS-AT-CONTRACT-ID       PIC X(10).
           05  WS-AT-METHOD            PIC X(01).
           05  WS-AT-VISITS            PIC S9(07) COMP-3.
           05  WS-AT-LAST-VISIT        PIC X(08).
           05  WS-AT-HCC-SUM           PIC S9(03)V999 COMP-3.
           05  WS-AT-RISK-SCORE        PIC S9(03)V999 COMP-3.

      *--- CONTRACT PERFORMANCE FOR THE YEAR TO DATE ---
           EXEC SQL DECLARE CONTRACT-CURSOR CURSOR FOR
               SELECT C.CONTRACT_ID, C.GROUP_NPI,
                      C.BENCHMARK_PMPM, C.MIN_SAVINGS_PCT,
                      C.SHARE_PCT, C.MIN_LOSS_PCT,
                      C.LOSS_SHARE_PCT,
                      COUNT(AA.MEMBER_ID),
                      COUNT(DISTINCT AA.MEMBER_ID),
                      COALESCE(SUM(AA.ALLOWED_AMT), 0),
                      COALESCE(SUM(C.BENCHMARK_PMPM
                                   * AA.RISK_SCORE), 0)
               FROM HCAS.ACO_CONTRACT C
               LEFT OUTER JOIN HCAS.ACO_ATTRIBUTION AA
                   ON AA.CONTRACT_ID = C.CONTRACT_ID
                  AND AA.PERF_YEAR = C.PERF_YEAR
               WHERE C.PERF_YEAR = :WS-PERF-YEAR
               GROUP BY C.CONTRACT_ID, C.GROUP_NPI,
                        C.BENCHMARK_PMPM, C.MIN_SAVINGS_PCT,
                        C.SHARE_PCT, C.MIN_LOSS_PCT,
                        C.LOSS_SHARE_PCT
               ORDER BY C.CONTRACT_ID
           END-EXEC

       01  WS-CONTRACT-ROW.
           05  WS-CT-CONTRACT-ID       PIC X(10).
           05  WS-CT-GROUP-NPI         PIC X(10).
           05  WS-CT-BENCHMARK-PMPM    PIC S9(05)V99 COMP-3.
           05  WS-CT-MIN-SAVINGS-PCT   PIC S9(03)V99 COMP-3.
           05  WS-CT-SHARE-PCT         PIC S9(03)V99 COMP-3.
           05  WS-CT-MIN-LOSS-PCT      PIC S9(03)V99 COMP-3.
           05  WS-CT-LOSS-SHARE-PCT    PIC S9(03)V99 COMP-3.
           05  WS-CT-MEMBER-MONTHS     PIC S9(09) COMP-3.
           05  WS-CT-MEMBERS           PIC S9(09) COMP-3.
           05  WS-CT-ACTUAL-AMT        PIC S9(13)V99 COMP-3.
           05  WS-CT-BENCHMARK-AMT     PIC S9(13)V99 COMP-3.

      *--- THE CONTRACT'S MONTHS FOR THE PERFORMANCE REPORT ---
           EXEC SQL DECLARE MONTH-CURSOR CURSOR FOR
               SELECT AA.ATTRIB_MONTH,
                      COUNT(*),
                      COALESCE(SUM(AA.ALLOWED_AMT), 0),
                      COALESCE(SUM(C.BENCHMARK_PMPM
                                   * AA.RISK_SCORE), 0),
                      AVG(AA.RISK_SCORE)
               FROM HCAS.ACO_ATTRIBUTION AA
               INNER JOIN HCAS.ACO_CONTRACT C
                   ON C.CONTRACT_ID = AA.CONTRACT_ID
                  AND C.PERF_YEAR = AA.PERF_YEAR
               WHERE AA.CONTRACT_ID = :WS-CT-CONTRACT-ID
                 AND AA.PERF_YEAR = :WS-PERF-YEAR
               GROUP BY AA.ATTRIB_MONTH
               ORDER BY AA.ATTRIB_MONTH
           END-EXEC

       01  WS-MONTH-ROW.
           05  WS-MR-MONTH             PIC X(06).
           05  WS-MR-MEMBERS           PIC S9(09) COMP-3.
           05  WS-MR-ACTUAL-AMT        PIC S9(13)V99 COMP-3.
           05  WS-MR-BENCHMARK-AMT     PIC S9(13)V99 COMP-3.
           05  WS-MR-AVG-RISK          PIC S9(03)V999 COMP-3.

      *--- SETTLEMENT ARITHMETIC (SAME RULES ACOSET01 APPLIES) ---
       01  WS-PERFORMANCE.
           05  WS-PF-SAVINGS-AMT       PIC S9(13)V99 COMP-3.
           05  WS-PF-SAVINGS-PCT       PIC S9(05)V99 COMP-3.
           05  WS-PF-SHARE-AMT         PIC S9(13)V99 COMP-3.
           05  WS-PF-OUTCOME           PIC X(40).

       01  WS-ATTRIB-COUNTERS.
           05  WS-MEMBERS-READ         PIC 9(09) VALUE ZERO.
           05  WS-ATTRIB-BY-PCP        PIC 9(09) VALUE ZERO.
           05  WS-ATTRIB-BY-VISITS     PIC 9(09) VALUE ZERO.
           05  WS-NOT-ATTRIBUTED       PIC 9(09) VALUE ZERO.
           05  WS-ATTRIB-ERRORS        PIC 9(09) VALUE ZERO.
           05  WS-COST-ROWS-UPDATED    PIC 9(09) VALUE ZERO.
           05  WS-GROUP-REPORTS        PIC 9(05) VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-RPT-PTR                  PIC 9(03).
       01  WS-AMT-DISP                 PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMT-DISP2                PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-PCT-DISP                 PIC ZZ,ZZ9.99-.
       01  WS-CNT-DISP                 PIC ZZZ,ZZ9.
       01  WS-RISK-DISP                PIC ZZ9.999.

       01  WS-MONTH-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-ML-MONTH             PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-ML-MEMBERS           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-ML-AVG-RISK          PIC ZZ9.999.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-ML-ACTUAL            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-ML-BENCHMARK         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-ML-SAVINGS           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ATTRIBUTE-MEMBER
               UNTIL WS-MBR-EOF
           EXEC SQL CLOSE MEMBER-CURSOR END-EXEC
           PERFORM 4000-REFRESH-ALLOWED-COST
           IF WS-QUARTER-END
               PERFORM 5000-WRITE-INTERIM-REPORTS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'ACOATT01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           COMPUTE WS-MONTH-START-N =
               WS-CURR-YYYY * 10000 + WS-CURR-MM * 100 + 1
           COMPUTE WS-ASOF-DATE-N =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START-N) - 1)
           COMPUTE WS-LOOKBACK-FROM-N =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE-N) - 364)
           MOVE WS-ASOF-YYYY TO WS-PERF-YEAR
           STRING WS-PERF-YEAR '0101' DELIMITED SIZE
               INTO WS-YEAR-START
           END-STRING
           MOVE WS-ASOF-DATE(1:6) TO WS-ATTRIB-MONTH
           OPEN OUTPUT ACOQRP-FILE
           EXEC SQL OPEN MEMBER-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACOATT01: MEMBER CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2900-FETCH-NEXT-MEMBER.

       2000-ATTRIBUTE-MEMBER.
           ADD 1 TO WS-MEMBERS-READ
           MOVE SPACES TO WS-AT-CONTRACT-ID
           MOVE SPACES TO WS-AT-GROUP-NPI
           MOVE SPACES TO WS-AT-METHOD
           PERFORM 2100-ATTRIBUTE-BY-PCP
           IF WS-NO-PCP
               PERFORM 2200-ATTRIBUTE-BY-VISITS
           END-IF
           IF WS-AT-CONTRACT-ID = SPACES
               ADD 1 TO WS-NOT-ATTRIBUTED
               PERFORM 2600-REMOVE-MONTH
           ELSE
               PERFORM 2400-COMPUTE-RISK-SCORE
               PERFORM 2500-RECORD-MONTH
           END-IF
           PERFORM 2900-FETCH-NEXT-MEMBER.

       2100-ATTRIBUTE-BY-PCP.
      *--- A MEMBER WITH A PCP FOLLOWS THE PCP, CONTRACTED OR ---
      *    NOT; ONLY MEMBERS WITHOUT ONE FALL TO VISITS       ---
           SET WS-NO-PCP TO TRUE
           EXEC SQL
               SELECT COALESCE(NULLIF(P.GROUP_NPI, ' '), A.PCP_NPI)
               INTO :WS-AT-GROUP-NPI
               FROM HCAS.PCP_ASSIGNMENT A
               INNER JOIN HCAS.PROVIDER P
                   ON P.NPI = A.PCP_NPI
               WHERE A.MEMBER_ID = :WS-MEMBER-ID
                 AND A.EFF_DATE <= :WS-ASOF-DATE
                 AND (A.TERM_DATE >= :WS-ASOF-DATE
                      OR A.TERM_DATE = '99991231')
               ORDER BY A.EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           SET WS-HAS-PCP TO TRUE
           PERFORM 2300-FIND-CONTRACT
           IF WS-AT-CONTRACT-ID NOT = SPACES
               MOVE 'P' TO WS-AT-METHOD
               ADD 1 TO WS-ATTRIB-BY-PCP
           END-IF.

       2200-ATTRIBUTE-BY-VISITS.
           EXEC SQL
               SELECT COALESCE(NULLIF(P.GROUP_NPI, ' '), P.NPI),
                      COUNT(*), MAX(CL.DOS_FROM)
               INTO :WS-AT-GROUP-NPI, :WS-AT-VISITS,
                    :WS-AT-LAST-VISIT
               FROM HCAS.CLAIM_MASTER CM
               INNER JOIN HCAS.CLAIM_LINE CL
                   ON CL.CLAIM_ID = CM.CLAIM_ID
               INNER JOIN HCAS.PROVIDER P
                   ON P.NPI = COALESCE(NULLIF(CM.RENDERING_NPI, ' '),
                                       CM.BILLING_NPI)
               WHERE CM.MEMBER_ID = :WS-MEMBER-ID
                 AND CM.CLAIM_STATUS = '50'
                 AND CM.CLAIM_TYPE = 'PR'
                 AND CL.PROC_CODE BETWEEN '99202' AND '99499'
                 AND CL.DOS_FROM BETWEEN :WS-LOOKBACK-FROM
                                     AND :WS-ASOF-DATE
               GROUP BY COALESCE(NULLIF(P.GROUP_NPI, ' '), P.NPI)
               ORDER BY 2 DESC, 3 DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 2300-FIND-CONTRACT
           IF WS-AT-CONTRACT-ID NOT = SPACES
               MOVE 'V' TO WS-AT-METHOD
               ADD 1 TO WS-ATTRIB-BY-VISITS
           END-IF.

       2300-FIND-CONTRACT.
           EXEC SQL
               SELECT CONTRACT_ID
               INTO :WS-AT-CONTRACT-ID
               FROM HCAS.ACO_CONTRACT
               WHERE GROUP_NPI = :WS-AT-GROUP-NPI
                 AND PERF_YEAR = :WS-PERF-YEAR
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-AT-CONTRACT-ID
           END-IF.

       2400-COMPUTE-RISK-SCORE.
      *--- ONE WEIGHT PER CONDITION CATEGORY, THE HIGHEST OF ---
      *    THE YEAR'S SUBMITTED DIAGNOSES; REJECTED ONES DO  ---
      *    NOT COUNT                                          ---
           MOVE ZERO TO WS-AT-HCC-SUM
           EXEC SQL
               SELECT COALESCE(SUM(X.CAT_WEIGHT), 0)
               INTO :WS-AT-HCC-SUM
               FROM (SELECT W.HCC_CODE,
                            MAX(W.HCC_WEIGHT) AS CAT_WEIGHT
                     FROM HCAS.RISK_ADJ_SUBMIT RS
                     INNER JOIN HCAS.CLAIM_MASTER CM
                         ON CM.CLAIM_ID = RS.CLAIM_ID
                     INNER JOIN HCAS.RISK_DIAG_WEIGHT W
                         ON W.DIAG_CODE = RS.DIAG_CODE
                     WHERE CM.MEMBER_ID = :WS-MEMBER-ID
                       AND RS.SUBMIT_STATUS IN ('S', 'A')
                       AND CM.SERVICE_FROM_DATE
                           BETWEEN :WS-YEAR-START AND :WS-ASOF-DATE
                     GROUP BY W.HCC_CODE) X
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-AT-HCC-SUM
           END-IF
           COMPUTE WS-AT-RISK-SCORE = 1 + WS-AT-HCC-SUM.

       2500-RECORD-MONTH.
           EXEC SQL
               INSERT INTO HCAS.ACO_ATTRIBUTION
                   (PERF_YEAR, MEMBER_ID, ATTRIB_MONTH,
                    CONTRACT_ID, ATTRIB_METHOD, RISK_SCORE,
                    ALLOWED_AMT, ATTRIB_DATE)
               VALUES
                   (:WS-PERF-YEAR, :WS-MEMBER-ID, :WS-ATTRIB-MONTH,
                    :WS-AT-CONTRACT-ID, :WS-AT-METHOD,
                    :WS-AT-RISK-SCORE, 0, :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE = -803
               EXEC SQL
                   UPDATE HCAS.ACO_ATTRIBUTION
                   SET CONTRACT_ID   = :WS-AT-CONTRACT-ID,
                       ATTRIB_METHOD = :WS-AT-METHOD,
                       ATTRIB_DATE   = :WS-CURRENT-DATE
                   WHERE PERF_YEAR    = :WS-PERF-YEAR
                     AND MEMBER_ID    = :WS-MEMBER-ID
                     AND ATTRIB_MONTH = :WS-ATTRIB-MONTH
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ATTRIB-ERRORS
               DISPLAY 'ACOATT01: ATTRIBUTION WRITE ERROR SQLCODE='
                       SQLCODE ' MBR=' WS-MEMBER-ID
               EXIT PARAGRAPH
           END-IF
      *--- THE YEAR'S DIAGNOSES SO FAR SCORE ALL OF THE      ---
      *    MEMBER'S MONTHS                                   ---
           EXEC SQL
               UPDATE HCAS.ACO_ATTRIBUTION
               SET RISK_SCORE = :WS-AT-RISK-SCORE
               WHERE PERF_YEAR = :WS-PERF-YEAR
                 AND MEMBER_ID = :WS-MEMBER-ID
           END-EXEC.

       2600-REMOVE-MONTH.
      *--- A RERUN AFTER A PCP CHANGE TAKES BACK A MONTH ---
      *    ATTRIBUTED EARLIER                            ---
           EXEC SQL
               DELETE FROM HCAS.ACO_ATTRIBUTION
               WHERE PERF_YEAR    = :WS-PERF-YEAR
                 AND MEMBER_ID    = :WS-MEMBER-ID
                 AND ATTRIB_MONTH = :WS-ATTRIB-MONTH
           END-EXEC.

       2900-FETCH-NEXT-MEMBER.
           EXEC SQL
               FETCH MEMBER-CURSOR
               INTO :WS-MEMBER-ID
           END-EXEC
           IF SQLCODE = +100
               SET WS-MBR-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'ACOATT01: MEMBER FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-MBR-EOF TO TRUE
           END-IF.

       4000-REFRESH-ALLOWED-COST.
      *--- EVERY MONTH OF THE YEAR IS RE-SUMMED FROM PAID   ---
      *    CLAIMS BY SERVICE MONTH                           ---
           EXEC SQL
               UPDATE HCAS.ACO_ATTRIBUTION AA
               SET ALLOWED_AMT =
                   (SELECT COALESCE(SUM(CM.ALLOWED_AMT), 0)
                    FROM HCAS.CLAIM_MASTER CM
                    WHERE CM.MEMBER_ID = AA.MEMBER_ID
                      AND CM.CLAIM_STATUS = '50'
                      AND SUBSTR(CM.SERVICE_FROM_DATE, 1, 6)
                          = AA.ATTRIB_MONTH)
               WHERE AA.PERF_YEAR = :WS-PERF-YEAR
           END-EXEC
           IF SQLCODE = ZERO
               MOVE SQLERRD(3) TO WS-COST-ROWS-UPDATED
           ELSE IF SQLCODE NOT = +100
               DISPLAY 'ACOATT01: COST REFRESH ERROR SQLCODE='
                       SQLCODE
           END-IF.

       5000-WRITE-INTERIM-REPORTS.
           EXEC SQL OPEN CONTRACT-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACOATT01: CONTRACT CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           SET WS-CTR-NOT-EOF TO TRUE
           PERFORM 5100-FETCH-NEXT-CONTRACT
           PERFORM 5200-WRITE-GROUP-REPORT
               UNTIL WS-CTR-EOF
           EXEC SQL CLOSE CONTRACT-CURSOR END-EXEC.

       5100-FETCH-NEXT-CONTRACT.
           EXEC SQL
               FETCH CONTRACT-CURSOR
               INTO :WS-CT-CONTRACT-ID, :WS-CT-GROUP-NPI,
                    :WS-CT-BENCHMARK-PMPM, :WS-CT-MIN-SAVINGS-PCT,
                    :WS-CT-SHARE-PCT, :WS-CT-MIN-LOSS-PCT,
                    :WS-CT-LOSS-SHARE-PCT, :WS-CT-MEMBER-MONTHS,
                    :WS-CT-MEMBERS, :WS-CT-ACTUAL-AMT,
                    :WS-CT-BENCHMARK-AMT
           END-EXEC
           IF SQLCODE = +100
               SET WS-CTR-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'ACOATT01: CONTRACT FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-CTR-EOF TO TRUE
           END-IF.

       5200-WRITE-GROUP-REPORT.
           ADD 1 TO WS-GROUP-REPORTS
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE ACOQRP-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ACCOUNTABLE-CARE INTERIM PERFORMANCE REPORT - '
                  DELIMITED SIZE
                  'PERFORMANCE YEAR ' DELIMITED SIZE
                  WS-PERF-YEAR        DELIMITED SIZE
                  ' THROUGH '         DELIMITED SIZE
                  WS-ASOF-DATE        DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACOQRP-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CONTRACT '         DELIMITED SIZE
                  WS-CT-CONTRACT-ID   DELIMITED SIZE
                  '  GROUP NPI '      DELIMITED SIZE
                  WS-CT-GROUP-NPI     DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACOQRP-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE ACOQRP-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '   MONTH     MEMBERS   AVG RISK          ACTUAL'
                  '        BENCHMARK   SAVINGS/(LOSS)'
                  DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE ACOQRP-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN MONTH-CURSOR END-EXEC
           IF SQLCODE = ZERO
               SET WS-MTH-NOT-EOF TO TRUE
               PERFORM 5300-WRITE-MONTH-LINE
                   UNTIL WS-MTH-EOF
               EXEC SQL CLOSE MONTH-CURSOR END-EXEC
           ELSE
               DISPLAY 'ACOATT01: MONTH CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
           END-IF
           PERFORM 5500-COMPUTE-PERFORMANCE
           MOVE SPACES TO WS-RPT-LINE
           WRITE ACOQRP-RECORD FROM WS-RPT-LINE
           MOVE WS-CT-MEMBERS TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '   YEAR TO DATE - MEMBERS ' DELIMITED SIZE
                  WS-CNT-DISP                  DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           MOVE WS-CT-MEMBER-MONTHS TO WS-CNT-DISP
           MOVE 41 TO WS-RPT-PTR
           STRING '  MEMBER MONTHS '           DELIMITED SIZE
                  WS-CNT-DISP                  DELIMITED SIZE
                  INTO WS-RPT-LINE
                  WITH POINTER WS-RPT-PTR
           END-STRING
           WRITE ACOQRP-RECORD FROM WS-RPT-LINE
           MOVE WS-CT-ACTUAL-AMT    TO WS-AMT-DISP
           MOVE WS-CT-BENCHMARK-AMT TO WS-AMT-DISP2
           MOVE SPACES TO WS-RPT-LINE
           STRING '   ACTUAL ALLOWED ' DELIMITED SIZE
                  WS-AMT-DISP          DELIMITED SIZE
                  '  RISK-ADJUSTED BENCHMARK ' DELIMITED SIZE
                  WS-AMT-DISP2         DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACOQRP-RECORD FROM WS-RPT-LINE
           MOVE WS-PF-SAVINGS-AMT TO WS-AMT-DISP
           MOVE WS-PF-SAVINGS-PCT TO WS-PCT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '   SAVINGS/(LOSS) ' DELIMITED SIZE
                  WS-AMT-DISP          DELIMITED SIZE
                  '  RATE '            DELIMITED SIZE
                  WS-PCT-DISP          DELIMITED SIZE
                  ' PCT'               DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACOQRP-RECORD FROM WS-RPT-LINE
           MOVE WS-CT-MIN-SAVINGS-PCT TO WS-PCT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '   MINIMUM SAVINGS RATE ' DELIMITED SIZE
                  WS-PCT-DISP                DELIMITED SIZE
                  ' PCT  '                   DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           MOVE WS-CT-SHARE-PCT TO WS-PCT-DISP
           MOVE 41 TO WS-RPT-PTR
           STRING 'SHARING RATE '            DELIMITED SIZE
                  WS-PCT-DISP                DELIMITED SIZE
                  ' PCT'                     DELIMITED SIZE
                  INTO WS-RPT-LINE
                  WITH POINTER WS-RPT-PTR
           END-STRING
           WRITE ACOQRP-RECORD FROM WS-RPT-LINE
           MOVE WS-PF-SHARE-AMT TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '   IF SETTLED TODAY: ' DELIMITED SIZE
                  WS-PF-OUTCOME           DELIMITED SIZE
                  ' '                     DELIMITED SIZE
                  WS-AMT-DISP             DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACOQRP-RECORD FROM WS-RPT-LINE
           PERFORM 5100-FETCH-NEXT-CONTRACT.

       5300-WRITE-MONTH-LINE.
           EXEC SQL
               FETCH MONTH-CURSOR
               INTO :WS-MR-MONTH, :WS-MR-MEMBERS,
                    :WS-MR-ACTUAL-AMT, :WS-MR-BENCHMARK-AMT,
                    :WS-MR-AVG-RISK
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-MTH-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MR-MONTH         TO WS-ML-MONTH
           MOVE WS-MR-MEMBERS       TO WS-ML-MEMBERS
           MOVE WS-MR-AVG-RISK      TO WS-ML-AVG-RISK
           MOVE WS-MR-ACTUAL-AMT    TO WS-ML-ACTUAL
           MOVE WS-MR-BENCHMARK-AMT TO WS-ML-BENCHMARK
           COMPUTE WS-ML-SAVINGS =
               WS-MR-BENCHMARK-AMT - WS-MR-ACTUAL-AMT
           WRITE ACOQRP-RECORD FROM WS-MONTH-LINE.

       5500-COMPUTE-PERFORMANCE.
      *--- SAVINGS ARE SHARED ONCE THEY REACH THE MINIMUM    ---
      *    SAVINGS RATE; LOSSES ARE SHARED ONLY UNDER A       ---
      *    TWO-SIDED AGREEMENT AND ONLY ONCE THEY REACH THE   ---
      *    MINIMUM LOSS RATE. BOTH ARE SHARED FROM THE FIRST  ---
      *    DOLLAR                                             ---
           MOVE ZERO TO WS-PF-SAVINGS-PCT
           MOVE ZERO TO WS-PF-SHARE-AMT
           COMPUTE WS-PF-SAVINGS-AMT =
               WS-CT-BENCHMARK-AMT - WS-CT-ACTUAL-AMT
           IF WS-CT-BENCHMARK-AMT > ZERO
               COMPUTE WS-PF-SAVINGS-PCT ROUNDED =
                   WS-PF-SAVINGS-AMT * 100 / WS-CT-BENCHMARK-AMT
           END-IF
           EVALUATE TRUE
               WHEN WS-CT-MEMBER-MONTHS = ZERO
                   MOVE 'NO ATTRIBUTED MEMBERS' TO WS-PF-OUTCOME
               WHEN WS-PF-SAVINGS-AMT > ZERO
               AND WS-PF-SAVINGS-PCT >= WS-CT-MIN-SAVINGS-PCT
                   COMPUTE WS-PF-SHARE-AMT ROUNDED =
                       WS-PF-SAVINGS-AMT * WS-CT-SHARE-PCT / 100
                   MOVE 'SHARED SAVINGS PAYABLE' TO WS-PF-OUTCOME
               WHEN WS-PF-SAVINGS-AMT < ZERO
               AND WS-CT-LOSS-SHARE-PCT > ZERO
               AND (0 - WS-PF-SAVINGS-PCT) >= WS-CT-MIN-LOSS-PCT
                   COMPUTE WS-PF-SHARE-AMT ROUNDED =
                       WS-PF-SAVINGS-AMT * WS-CT-LOSS-SHARE-PCT
                       / 100
                   MOVE 'SHARED LOSS RECOUPABLE' TO WS-PF-OUTCOME
               WHEN OTHER
                   MOVE 'WITHIN CORRIDOR - NO SETTLEMENT'
                       TO WS-PF-OUTCOME
           END-EVALUATE.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'ACOATT01: AS OF DATE:          ' WS-ASOF-DATE
           DISPLAY 'ACOATT01: MEMBERS READ:        ' WS-MEMBERS-READ
           DISPLAY 'ACOATT01: ATTRIBUTED BY PCP:   ' WS-ATTRIB-BY-PCP
           DISPLAY 'ACOATT01: ATTRIBUTED BY VISITS:'
                   WS-ATTRIB-BY-VISITS
           DISPLAY 'ACOATT01: NOT ATTRIBUTED:      '
                   WS-NOT-ATTRIBUTED
           DISPLAY 'ACOATT01: ATTRIBUTION ERRORS:  ' WS-ATTRIB-ERRORS
           DISPLAY 'ACOATT01: COST ROWS REFRESHED: '
                   WS-COST-ROWS-UPDATED
           DISPLAY 'ACOATT01: GROUP REPORTS:       ' WS-GROUP-REPORTS
           CLOSE ACOQRP-FILE
           MOVE ZERO TO RETURN-CODE.
