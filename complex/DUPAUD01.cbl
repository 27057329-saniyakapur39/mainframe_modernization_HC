       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DUPAUD01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  DUPAUD01                                             *
      * PURPOSE:  RETROSPECTIVE DUPLICATE-PAYMENT AUDIT                *
      *           MONTHLY POST-PAYMENT REVIEW OF PAID CLAIM HISTORY    *
      *           FOR THE NEAR-DUPLICATES THE PREPAYMENT EXACT-REPEAT  *
      *           EDIT (DP001) CANNOT SEE. EACH ACTIVE RULE IN         *
      *           HCAS.DUP_AUDIT_RULE (MAINTAINED BY DUPRLD01) DRIVES  *
      *           ONE PAIRING PASS OVER ITS LOOKBACK WINDOW:           *
      *             GR - A LINE PAID TO A GROUP NPI AND THE SAME       *
      *                  SERVICE PAID TO ITS RENDERING NPI BILLING     *
      *                  ON ITS OWN                                    *
      *             IP - A PROFESSIONAL LINE PAID WITHIN THE DATES     *
      *                  OF A PAID INPATIENT STAY, BILLED BY THE       *
      *                  FACILITY ITSELF OR OUTSIDE AN INPATIENT       *
      *                  PLACE OF SERVICE                              *
      *             RB - THE SAME SERVICE PAID TO THE SAME PROVIDER    *
      *                  TWICE UNDER DIFFERENT CLAIM IDS               *
      *           EVERY SUSPECT PAIR IS SCORED FROM THE RULE'S BASE    *
      *           SCORE; PAIRS REACHING THE RULE'S MINIMUM ARE         *
      *           WRITTEN TO HCAS.DUP_AUDIT_WORKLIST FOR ANALYST       *
      *           REVIEW ON DUPWRK1, WHERE A CONFIRMED PAIR OPENS THE  *
      *           OVERPAYMENT RECEIVABLE FOR THE EDI835GN OFFSET.      *
      *           THE LATER-PAID CLAIM OF A PAIR (THE PROFESSIONAL     *
      *           CLAIM FOR AN IP PAIR) IS CLAIM 2 - THE ONE THE       *
      *           OVERPAYMENT IS RECOVERED FROM. A CLAIM 2 LINE        *
      *           ALREADY ON THE WORKLIST IS NOT RAISED AGAIN.         *
      * INPUTS:   DB2 TABLES - HCAS.DUP_AUDIT_RULE,                    *
      *                        HCAS.CLAIM_MASTER, HCAS.CLAIM_LINE      *
      * OUTPUTS:  DB2 TABLE  - HCAS.DUP_AUDIT_WORKLIST                 *
      *           DUPRPT-FILE - FINDINGS BY RULE AND BY PROVIDER       *
      * FREQUENCY: MONTHLY                                             *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPRPT-FILE
               ASSIGN TO DUPRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  DUPRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-RPT-STATUS               PIC X(02).

       01  WS-SWITCHES.
           05  WS-RULE-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-RULE-EOF         VALUE 'Y'.
               88  WS-RULE-NOT-EOF     VALUE 'N'.
           05  WS-PAIR-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-PAIR-EOF         VALUE 'Y'.
               88  WS-PAIR-NOT-EOF     VALUE 'N'.
           05  WS-PRV-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-PRV-EOF          VALUE 'Y'.
               88  WS-PRV-NOT-EOF      VALUE 'N'.

      *--- ACTIVE AUDIT RULES ---
           EXEC SQL DECLARE DUPRULE-CURSOR CURSOR FOR
               SELECT RULE_ID, RULE_TYPE, DESCRIPTION,
                      BASE_SCORE, MIN_SCORE, DOS_TOLERANCE,
                      LOOKBACK_MONTHS
               FROM HCAS.DUP_AUDIT_RULE
               WHERE EFF_DATE <= :WS-CURRENT-DATE
                 AND TERM_DATE > :WS-CURRENT-DATE
               ORDER BY RULE_ID
           END-EXEC

       01  WS-RULE-ROW.
           05  WS-RR-RULE-ID           PIC X(05).
           05  WS-RR-RULE-TYPE         PIC X(02).
           05  WS-RR-DESCRIPTION       PIC X(40).
           05  WS-RR-BASE-SCORE        PIC S9(03) COMP-3.
           05  WS-RR-MIN-SCORE         PIC S9(03) COMP-3.
           05  WS-RR-DOS-TOLERANCE     PIC S9(03) COMP-3.
           05  WS-RR-LOOKBACK          PIC S9(03) COMP-3.

       01  WS-RULE-TABLE.
           05  WS-RULE-COUNT           PIC 9(03) VALUE ZERO.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RT-RULE-ID       PIC X(05).
               10  WS-RT-RULE-TYPE     PIC X(02).
                   88  WS-RT-GROUP-RENDERING VALUE 'GR'.
                   88  WS-RT-INPATIENT-PROF  VALUE 'IP'.
                   88  WS-RT-REBILL          VALUE 'RB'.
               10  WS-RT-DESCRIPTION   PIC X(40).
               10  WS-RT-BASE-SCORE    PIC S9(03) COMP-3.
               10  WS-RT-MIN-SCORE     PIC S9(03) COMP-3.
               10  WS-RT-DOS-TOLERANCE PIC S9(03) COMP-3.
               10  WS-RT-LOOKBACK      PIC S9(03) COMP-3.
               10  WS-RT-PAIRS-SCORED  PIC 9(07).
               10  WS-RT-FINDINGS      PIC 9(07).
               10  WS-RT-SUSPECT-AMT   PIC S9(11)V99 COMP-3.
       01  WS-RULE-IDX                 PIC 9(03).

      *--- GR: GROUP LINE (A) AGAINST THE RENDERING NPI'S OWN   ---
      *    CLAIM (B) FOR THE SAME MEMBER AND PROCEDURE          ---
           EXEC SQL DECLARE DUPGR-CURSOR CURSOR FOR
               SELECT A.CLAIM_ID, AL.LINE_SEQ, AL.DOS_FROM,
                      AL.UNITS, AL.LINE_CHARGE,
                      COALESCE(AL.MODIFIER_1, ' '),
                      AL.PAID_AMT, A.ADJUD_DATE, A.BILLING_NPI,
                      COALESCE(A.PROVIDER_TAX_ID, ' '),
                      B.CLAIM_ID, BL.LINE_SEQ, BL.DOS_FROM,
                      BL.UNITS, BL.LINE_CHARGE,
                      COALESCE(BL.MODIFIER_1, ' '),
                      BL.PAID_AMT, B.ADJUD_DATE, B.BILLING_NPI,
                      COALESCE(B.PROVIDER_TAX_ID, ' '),
                      A.MEMBER_ID, AL.PROC_CODE
               FROM HCAS.CLAIM_MASTER A
               INNER JOIN HCAS.CLAIM_LINE AL
                   ON AL.CLAIM_ID = A.CLAIM_ID
               INNER JOIN HCAS.CLAIM_MASTER B
                   ON B.MEMBER_ID = A.MEMBER_ID
                  AND B.BILLING_NPI = A.RENDERING_NPI
                  AND B.CLAIM_ID <> A.CLAIM_ID
               INNER JOIN HCAS.CLAIM_LINE BL
                   ON BL.CLAIM_ID = B.CLAIM_ID
                  AND BL.PROC_CODE = AL.PROC_CODE
               WHERE A.CLAIM_TYPE = 'PR'
                 AND B.CLAIM_TYPE = 'PR'
                 AND A.CLAIM_STATUS = '50'
                 AND B.CLAIM_STATUS = '50'
                 AND A.BILLING_NPI <> A.RENDERING_NPI
                 AND AL.PROC_CODE <> ' '
                 AND AL.PAID_AMT > 0
                 AND BL.PAID_AMT > 0
                 AND (A.ADJUD_DATE >= :WS-LOOKBACK-DATE
                      OR B.ADJUD_DATE >= :WS-LOOKBACK-DATE)
               ORDER BY A.CLAIM_ID, AL.LINE_SEQ
           END-EXEC

      *--- RB: SAME PROVIDER, MEMBER AND PROCEDURE UNDER TWO     ---
      *    CLAIM IDS. A SPLIT CHILD IS NOT A RE-BILL OF ITS PARENT ---
           EXEC SQL DECLARE DUPRB-CURSOR CURSOR FOR
               SELECT A.CLAIM_ID, AL.LINE_SEQ, AL.DOS_FROM,
                      AL.UNITS, AL.LINE_CHARGE,
                      COALESCE(AL.MODIFIER_1, ' '),
                      AL.PAID_AMT, A.ADJUD_DATE, A.BILLING_NPI,
                      COALESCE(A.PROVIDER_TAX_ID, ' '),
                      B.CLAIM_ID, BL.LINE_SEQ, BL.DOS_FROM,
                      BL.UNITS, BL.LINE_CHARGE,
                      COALESCE(BL.MODIFIER_1, ' '),
                      BL.PAID_AMT, B.ADJUD_DATE, B.BILLING_NPI,
                      COALESCE(B.PROVIDER_TAX_ID, ' '),
                      A.MEMBER_ID, AL.PROC_CODE
               FROM HCAS.CLAIM_MASTER A
               INNER JOIN HCAS.CLAIM_LINE AL
                   ON AL.CLAIM_ID = A.CLAIM_ID
               INNER JOIN HCAS.CLAIM_MASTER B
                   ON B.MEMBER_ID = A.MEMBER_ID
                  AND B.BILLING_NPI = A.BILLING_NPI
                  AND B.CLAIM_TYPE = A.CLAIM_TYPE
                  AND B.CLAIM_ID > A.CLAIM_ID
               INNER JOIN HCAS.CLAIM_LINE BL
                   ON BL.CLAIM_ID = B.CLAIM_ID
                  AND BL.PROC_CODE = AL.PROC_CODE
               WHERE A.CLAIM_STATUS = '50'
                 AND B.CLAIM_STATUS = '50'
                 AND A.CLAIM_TYPE IN ('PR', 'IN')
                 AND COALESCE(A.SPLIT_PARENT_ID, ' ') <> B.CLAIM_ID
                 AND COALESCE(B.SPLIT_PARENT_ID, ' ') <> A.CLAIM_ID
                 AND AL.PROC_CODE <> ' '
                 AND AL.PAID_AMT > 0
                 AND BL.PAID_AMT > 0
                 AND (A.ADJUD_DATE >= :WS-LOOKBACK-DATE
                      OR B.ADJUD_DATE >= :WS-LOOKBACK-DATE)
               ORDER BY A.CLAIM_ID, AL.LINE_SEQ
           END-EXEC

       01  WS-PAIR-ROW.
           05  WS-PA-CLAIM-A           PIC X(15).
           05  WS-PA-LINE-A            PIC S9(04) COMP.
           05  WS-PA-DOS-A             PIC X(08).
           05  WS-PA-UNITS-A           PIC S9(07)V99 COMP-3.
           05  WS-PA-CHARGE-A          PIC S9(09)V99 COMP-3.
           05  WS-PA-MOD-A             PIC X(02).
           05  WS-PA-PAID-A            PIC S9(09)V99 COMP-3.
           05  WS-PA-ADJUD-A           PIC X(08).
           05  WS-PA-NPI-A             PIC X(10).
           05  WS-PA-TIN-A             PIC X(09).
           05  WS-PA-CLAIM-B           PIC X(15).
           05  WS-PA-LINE-B            PIC S9(04) COMP.
           05  WS-PA-DOS-B             PIC X(08).
           05  WS-PA-UNITS-B           PIC S9(07)V99 COMP-3.
           05  WS-PA-CHARGE-B          PIC S9(09)V99 COMP-3.
           05  WS-PA-MOD-B             PIC X(02).
           05  WS-PA-PAID-B            PIC S9(09)V99 COMP-3.
           05  WS-PA-ADJUD-B           PIC X(08).
           05  WS-PA-NPI-B             PIC X(10).
           05  WS-PA-TIN-B             PIC X(09).
           05  WS-PA-MEMBER-ID         PIC X(12).
           05  WS-PA-PROC-CODE         PIC X(05).

      *--- IP: PAID INPATIENT STAY (S) AGAINST PROFESSIONAL LINES ---
      *    (P) FOR THE SAME MEMBER DATED WITHIN THE STAY. ONLY     ---
      *    LINES BILLED BY THE FACILITY ITSELF OR BILLED OUTSIDE   ---
      *    AN INPATIENT PLACE OF SERVICE ARE SUSPECT - ROUNDING    ---
      *    PHYSICIANS BILL THEIR OWN INPATIENT VISITS              ---
           EXEC SQL DECLARE DUPIP-CURSOR CURSOR FOR
               SELECT S.CLAIM_ID, S.SERVICE_FROM_DATE,
                      S.SERVICE_TO_DATE, S.BILLING_NPI,
                      COALESCE(S.FACILITY_NPI, ' '),
                      COALESCE(S.PROVIDER_TAX_ID, ' '),
                      P.CLAIM_ID, PL.LINE_SEQ, PL.DOS_FROM,
                      PL.PROC_CODE, PL.PAID_AMT, P.BILLING_NPI,
                      COALESCE(P.PROVIDER_TAX_ID, ' '),
                      COALESCE(P.PLACE_OF_SERVICE, ' '),
                      S.MEMBER_ID
               FROM HCAS.CLAIM_MASTER S
               INNER JOIN HCAS.CLAIM_MASTER P
                   ON P.MEMBER_ID = S.MEMBER_ID
                  AND P.CLAIM_TYPE = 'PR'
                  AND P.CLAIM_STATUS = '50'
               INNER JOIN HCAS.CLAIM_LINE PL
                   ON PL.CLAIM_ID = P.CLAIM_ID
                  AND PL.DOS_FROM >= S.SERVICE_FROM_DATE
                  AND PL.DOS_FROM <= S.SERVICE_TO_DATE
               WHERE S.CLAIM_TYPE = 'IN'
                 AND S.CLAIM_STATUS = '50'
                 AND SUBSTR(COALESCE(S.TYPE_OF_BILL, '    '), 2, 2)
                     IN ('11', '21')
                 AND PL.PAID_AMT > 0
                 AND (P.BILLING_NPI = S.BILLING_NPI
                      OR P.BILLING_NPI = S.FACILITY_NPI
                      OR P.PROVIDER_TAX_ID = S.PROVIDER_TAX_ID
                      OR COALESCE(P.PLACE_OF_SERVICE, ' ')
                         NOT IN ('21', '51', '61'))
                 AND (S.ADJUD_DATE >= :WS-LOOKBACK-DATE
                      OR P.ADJUD_DATE >= :WS-LOOKBACK-DATE)
               ORDER BY S.CLAIM_ID, P.CLAIM_ID, PL.LINE_SEQ
           END-EXEC

       01  WS-STAY-PAIR-ROW.
           05  WS-SP-STAY-CLAIM        PIC X(15).
           05  WS-SP-STAY-FROM         PIC X(08).
           05  WS-SP-STAY-THRU         PIC X(08).
           05  WS-SP-STAY-NPI          PIC X(10).
           05  WS-SP-FACILITY-NPI      PIC X(10).
           05  WS-SP-STAY-TIN          PIC X(09).
           05  WS-SP-PROF-CLAIM        PIC X(15).
           05  WS-SP-PROF-LINE         PIC S9(04) COMP.
           05  WS-SP-PROF-DOS          PIC X(08).
           05  WS-SP-PROC-CODE         PIC X(05).
           05  WS-SP-PROF-PAID         PIC S9(09)V99 COMP-3.
           05  WS-SP-PROF-NPI          PIC X(10).
           05  WS-SP-PROF-TIN          PIC X(09).
           05  WS-SP-PROF-POS          PIC X(02).
               88  WS-SP-POS-INPATIENT VALUES '21' '51' '61'.
           05  WS-SP-MEMBER-ID         PIC X(12).

      *--- FINDING BEING WORKLISTED ---
       01  WS-FINDING.
           05  WS-FD-FINDING-ID        PIC S9(09) COMP.
           05  WS-FD-RULE-ID           PIC X(05).
           05  WS-FD-CLAIM-1           PIC X(15).
           05  WS-FD-LINE-1            PIC S9(04) COMP.
           05  WS-FD-CLAIM-2           PIC X(15).
           05  WS-FD-LINE-2            PIC S9(04) COMP.
           05  WS-FD-MEMBER-ID         PIC X(12).
           05  WS-FD-PROVIDER-NPI      PIC X(10).
           05  WS-FD-PROVIDER-TIN      PIC X(09).
           05  WS-FD-SERVICE-DATE      PIC X(08).
           05  WS-FD-PROC-CODE         PIC X(05).
           05  WS-FD-SUSPECT-AMT       PIC S9(09)V99 COMP-3.
           05  WS-FD-SCORE             PIC S9(03) COMP-3.
           05  WS-FD-ON-FILE           PIC S9(09) COMP.

      *--- FINDINGS BY PROVIDER - THIS RUN AND CONFIRMED TO DATE ---
           EXEC SQL DECLARE DUPPRV-CURSOR CURSOR FOR
               SELECT PROVIDER_NPI, RULE_ID,
                      SUM(CASE WHEN AUDIT_RUN_DATE =
                                    :WS-CURRENT-DATE
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN AUDIT_RUN_DATE =
                                    :WS-CURRENT-DATE
                               THEN SUSPECT_AMT ELSE 0 END),
                      SUM(CASE WHEN REVIEW_STATUS = 'C'
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN REVIEW_STATUS = 'C'
                               THEN COALESCE(CONFIRMED_AMT, 0)
                               ELSE 0 END)
               FROM HCAS.DUP_AUDIT_WORKLIST
               GROUP BY PROVIDER_NPI, RULE_ID
               HAVING SUM(CASE WHEN AUDIT_RUN_DATE =
                                    :WS-CURRENT-DATE
                               THEN 1 ELSE 0 END) > 0
                   OR SUM(CASE WHEN REVIEW_STATUS = 'C'
                               THEN 1 ELSE 0 END) > 0
               ORDER BY 4 DESC, 6 DESC, 1, 2
           END-EXEC

       01  WS-PRV-ROW.
           05  WS-PV-NPI               PIC X(10).
           05  WS-PV-RULE-ID           PIC X(05).
           05  WS-PV-NEW-COUNT         PIC S9(09) COMP.
           05  WS-PV-NEW-AMT           PIC S9(11)V99 COMP-3.
           05  WS-PV-CONF-COUNT        PIC S9(09) COMP.
           05  WS-PV-CONF-AMT          PIC S9(11)V99 COMP-3.

      *--- ALL-TIME REVIEW OUTCOME FOR ONE RULE ---
       01  WS-RULE-OUTCOME.
           05  WS-RO-OPEN              PIC S9(09) COMP.
           05  WS-RO-CONFIRMED         PIC S9(09) COMP.
           05  WS-RO-REJECTED          PIC S9(09) COMP.
           05  WS-RO-CONF-AMT          PIC S9(11)V99 COMP-3.

      *--- SCORING AND DATE WORK ---
       01  WS-SCORE-WORK.
           05  WS-PAIR-SCORE           PIC S9(03) COMP-3.
           05  WS-DOS-GAP              PIC S9(09) COMP.
           05  WS-DOS-N-1              PIC 9(08).
           05  WS-DOS-N-2              PIC 9(08).

       01  WS-DATE-WORK.
           05  WS-LOOKBACK-DATE        PIC X(08).
           05  WS-LB-DATE-N            PIC 9(08).
           05  WS-LB-DATE-R REDEFINES WS-LB-DATE-N.
               10  WS-LB-YYYY          PIC 9(04).
               10  WS-LB-MM            PIC 9(02).
               10  WS-LB-DD            PIC 9(02).
           05  WS-LB-MONTHS            PIC S9(07) COMP.

       01  WS-COUNTERS.
           05  WS-PAIRS-READ           PIC 9(09) VALUE ZERO.
           05  WS-FINDINGS-WRITTEN     PIC 9(07) VALUE ZERO.
           05  WS-ALREADY-LISTED       PIC 9(07) VALUE ZERO.
           05  WS-BELOW-MINIMUM        PIC 9(07) VALUE ZERO.
           05  WS-TOTAL-SUSPECT        PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-AMT-DISP                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-AMT-DISP-2               PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-CNT-DISP                 PIC ZZZ,ZZ9.
       01  WS-CNT-DISP-2               PIC ZZZ,ZZ9.
       01  WS-CNT-DISP-3               PIC ZZZ,ZZ9.
       01  WS-CNT-DISP-4               PIC ZZZ,ZZ9.
       01  WS-CNT-DISP-5               PIC ZZZ,ZZ9.
       01  WS-SCORE-DISP               PIC ZZ9.
       01  WS-LINE-DISP                PIC ZZZ9.
       01  WS-LINE-DISP-2              PIC ZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RUN-ONE-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
           PERFORM 6000-REPORT-BY-RULE
           PERFORM 7000-REPORT-BY-PROVIDER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'DUPAUD01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN OUTPUT DUPRPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'DUPAUD01: OPEN ERROR REPORT - '
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(FINDING_ID), 0)
               INTO :WS-FD-FINDING-ID
               FROM HCAS.DUP_AUDIT_WORKLIST
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'DUPAUD01: WORKLIST KEY ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXEC SQL OPEN DUPRULE-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'DUPAUD01: RULE CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8100-FETCH-NEXT-RULE
           PERFORM 1100-LOAD-RULE
               UNTIL WS-RULE-EOF
           EXEC SQL CLOSE DUPRULE-CURSOR END-EXEC
           IF WS-RULE-COUNT = ZERO
               DISPLAY 'DUPAUD01: NO ACTIVE AUDIT RULES'
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DUPAUD01 - RETROSPECTIVE DUPLICATE-PAYMENT '
                  DELIMITED SIZE
                  'AUDIT - ' DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE DUPRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE DUPRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NEW FINDINGS - RULE SCORE CLAIM 1 / LINE   '
                  DELIMITED SIZE
                  '  CLAIM 2 / LINE     PROVIDER   DOS      '
                  DELIMITED SIZE
                  'PROC   SUSPECT AMOUNT' DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE DUPRPT-RECORD FROM WS-RPT-LINE.

       1100-LOAD-RULE.
           IF WS-RULE-COUNT < 50
               ADD 1 TO WS-RULE-COUNT
               MOVE WS-RR-RULE-ID
                   TO WS-RT-RULE-ID(WS-RULE-COUNT)
               MOVE WS-RR-RULE-TYPE
                   TO WS-RT-RULE-TYPE(WS-RULE-COUNT)
               MOVE WS-RR-DESCRIPTION
                   TO WS-RT-DESCRIPTION(WS-RULE-COUNT)
               MOVE WS-RR-BASE-SCORE
                   TO WS-RT-BASE-SCORE(WS-RULE-COUNT)
               MOVE WS-RR-MIN-SCORE
                   TO WS-RT-MIN-SCORE(WS-RULE-COUNT)
               MOVE WS-RR-DOS-TOLERANCE
                   TO WS-RT-DOS-TOLERANCE(WS-RULE-COUNT)
               MOVE WS-RR-LOOKBACK
                   TO WS-RT-LOOKBACK(WS-RULE-COUNT)
               MOVE ZERO TO WS-RT-PAIRS-SCORED(WS-RULE-COUNT)
                            WS-RT-FINDINGS(WS-RULE-COUNT)
                            WS-RT-SUSPECT-AMT(WS-RULE-COUNT)
           ELSE
               DISPLAY 'DUPAUD01: RULE TABLE FULL - SKIPPED '
                       WS-RR-RULE-ID
           END-IF
           PERFORM 8100-FETCH-NEXT-RULE.

       2000-RUN-ONE-RULE.
           PERFORM 2100-SET-LOOKBACK-DATE
           SET WS-PAIR-NOT-EOF TO TRUE
           EVALUATE TRUE
               WHEN WS-RT-GROUP-RENDERING(WS-RULE-IDX)
                   EXEC SQL OPEN DUPGR-CURSOR END-EXEC
               WHEN WS-RT-REBILL(WS-RULE-IDX)
                   EXEC SQL OPEN DUPRB-CURSOR END-EXEC
               WHEN WS-RT-INPATIENT-PROF(WS-RULE-IDX)
                   EXEC SQL OPEN DUPIP-CURSOR END-EXEC
               WHEN OTHER
                   DISPLAY 'DUPAUD01: UNKNOWN RULE TYPE '
                           WS-RT-RULE-TYPE(WS-RULE-IDX)
                           ' RULE=' WS-RT-RULE-ID(WS-RULE-IDX)
                   EXIT PARAGRAPH
           END-EVALUATE
           IF SQLCODE NOT = ZERO
               DISPLAY 'DUPAUD01: PAIR CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
                       ' RULE=' WS-RT-RULE-ID(WS-RULE-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM 8200-FETCH-NEXT-PAIR
           IF WS-RT-INPATIENT-PROF(WS-RULE-IDX)
               PERFORM 3500-SCORE-STAY-PAIR
                   UNTIL WS-PAIR-EOF
           ELSE
               PERFORM 3000-SCORE-LINE-PAIR
                   UNTIL WS-PAIR-EOF
           END-IF.

       2100-SET-LOOKBACK-DATE.
      *--- FIRST OF THE MONTH N MONTHS BACK ---
           MOVE WS-CURRENT-DATE TO WS-LB-DATE-N
           COMPUTE WS-LB-MONTHS =
               (WS-LB-YYYY * 12) + WS-LB-MM - 1
               - WS-RT-LOOKBACK(WS-RULE-IDX)
           DIVIDE WS-LB-MONTHS BY 12
               GIVING WS-LB-YYYY
               REMAINDER WS-LB-MM
           ADD 1 TO WS-LB-MM
           MOVE 01 TO WS-LB-DD
           MOVE WS-LB-DATE-N TO WS-LOOKBACK-DATE.

       3000-SCORE-LINE-PAIR.
      *--- GR AND RB: THE SERVICE DATES MUST FALL WITHIN THE    ---
      *    RULE'S TOLERANCE OF EACH OTHER                       ---
           ADD 1 TO WS-PAIRS-READ
           IF WS-PA-DOS-A IS NOT NUMERIC
           OR WS-PA-DOS-B IS NOT NUMERIC
               PERFORM 8200-FETCH-NEXT-PAIR
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PA-DOS-A TO WS-DOS-N-1
           MOVE WS-PA-DOS-B TO WS-DOS-N-2
           COMPUTE WS-DOS-GAP =
               FUNCTION INTEGER-OF-DATE(WS-DOS-N-2)
               - FUNCTION INTEGER-OF-DATE(WS-DOS-N-1)
           IF WS-DOS-GAP < ZERO
               MULTIPLY -1 BY WS-DOS-GAP
           END-IF
           IF WS-DOS-GAP > WS-RT-DOS-TOLERANCE(WS-RULE-IDX)
               PERFORM 8200-FETCH-NEXT-PAIR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RT-PAIRS-SCORED(WS-RULE-IDX)
           MOVE WS-RT-BASE-SCORE(WS-RULE-IDX) TO WS-PAIR-SCORE
           IF WS-DOS-GAP = ZERO
               ADD 25 TO WS-PAIR-SCORE
           END-IF
           IF WS-PA-UNITS-A = WS-PA-UNITS-B
               ADD 15 TO WS-PAIR-SCORE
           END-IF
           IF WS-PA-CHARGE-A = WS-PA-CHARGE-B
               ADD 15 TO WS-PAIR-SCORE
           END-IF
           IF WS-PA-MOD-A = WS-PA-MOD-B
               ADD 10 TO WS-PAIR-SCORE
           END-IF
           IF WS-PAIR-SCORE > 100
               MOVE 100 TO WS-PAIR-SCORE
           END-IF
      *--- THE LATER PAYMENT IS THE DUPLICATE ---
           IF WS-PA-ADJUD-A > WS-PA-ADJUD-B
               MOVE WS-PA-CLAIM-B TO WS-FD-CLAIM-1
               MOVE WS-PA-LINE-B TO WS-FD-LINE-1
               MOVE WS-PA-CLAIM-A TO WS-FD-CLAIM-2
               MOVE WS-PA-LINE-A TO WS-FD-LINE-2
               MOVE WS-PA-NPI-A TO WS-FD-PROVIDER-NPI
               MOVE WS-PA-TIN-A TO WS-FD-PROVIDER-TIN
               MOVE WS-PA-DOS-A TO WS-FD-SERVICE-DATE
               MOVE WS-PA-PAID-A TO WS-FD-SUSPECT-AMT
           ELSE
               MOVE WS-PA-CLAIM-A TO WS-FD-CLAIM-1
               MOVE WS-PA-LINE-A TO WS-FD-LINE-1
               MOVE WS-PA-CLAIM-B TO WS-FD-CLAIM-2
               MOVE WS-PA-LINE-B TO WS-FD-LINE-2
               MOVE WS-PA-NPI-B TO WS-FD-PROVIDER-NPI
               MOVE WS-PA-TIN-B TO WS-FD-PROVIDER-TIN
               MOVE WS-PA-DOS-B TO WS-FD-SERVICE-DATE
               MOVE WS-PA-PAID-B TO WS-FD-SUSPECT-AMT
           END-IF
           MOVE WS-PA-MEMBER-ID TO WS-FD-MEMBER-ID
           MOVE WS-PA-PROC-CODE TO WS-FD-PROC-CODE
           MOVE WS-PAIR-SCORE TO WS-FD-SCORE
           PERFORM 5000-WORKLIST-FINDING
           PERFORM 8200-FETCH-NEXT-PAIR.

       3500-SCORE-STAY-PAIR.
      *--- IP: THE PROFESSIONAL LINE IS THE DUPLICATE. LINE 0 ON ---
      *    CLAIM 1 STANDS FOR THE STAY AS A WHOLE                ---
           ADD 1 TO WS-PAIRS-READ
           ADD 1 TO WS-RT-PAIRS-SCORED(WS-RULE-IDX)
           MOVE WS-RT-BASE-SCORE(WS-RULE-IDX) TO WS-PAIR-SCORE
           IF WS-SP-PROF-NPI = WS-SP-STAY-NPI
           OR WS-SP-PROF-NPI = WS-SP-FACILITY-NPI
           OR (WS-SP-PROF-TIN = WS-SP-STAY-TIN
               AND WS-SP-STAY-TIN NOT = SPACES)
               ADD 30 TO WS-PAIR-SCORE
           END-IF
           IF NOT WS-SP-POS-INPATIENT
               ADD 20 TO WS-PAIR-SCORE
           END-IF
           IF WS-SP-PROF-DOS > WS-SP-STAY-FROM
           AND WS-SP-PROF-DOS < WS-SP-STAY-THRU
               ADD 10 TO WS-PAIR-SCORE
           END-IF
           IF WS-PAIR-SCORE > 100
               MOVE 100 TO WS-PAIR-SCORE
           END-IF
           MOVE WS-SP-STAY-CLAIM TO WS-FD-CLAIM-1
           MOVE ZERO TO WS-FD-LINE-1
           MOVE WS-SP-PROF-CLAIM TO WS-FD-CLAIM-2
           MOVE WS-SP-PROF-LINE TO WS-FD-LINE-2
           MOVE WS-SP-PROF-NPI TO WS-FD-PROVIDER-NPI
           MOVE WS-SP-PROF-TIN TO WS-FD-PROVIDER-TIN
           MOVE WS-SP-PROF-DOS TO WS-FD-SERVICE-DATE
           MOVE WS-SP-PROF-PAID TO WS-FD-SUSPECT-AMT
           MOVE WS-SP-MEMBER-ID TO WS-FD-MEMBER-ID
           MOVE WS-SP-PROC-CODE TO WS-FD-PROC-CODE
           MOVE WS-PAIR-SCORE TO WS-FD-SCORE
           PERFORM 5000-WORKLIST-FINDING
           PERFORM 8200-FETCH-NEXT-PAIR.

       5000-WORKLIST-FINDING.
           IF WS-FD-SCORE < WS-RT-MIN-SCORE(WS-RULE-IDX)
               ADD 1 TO WS-BELOW-MINIMUM
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-FD-ON-FILE
               FROM HCAS.DUP_AUDIT_WORKLIST
               WHERE CLAIM_ID_2 = :WS-FD-CLAIM-2
                 AND LINE_SEQ_2 = :WS-FD-LINE-2
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'DUPAUD01: WORKLIST LOOKUP ERROR SQLCODE='
                       SQLCODE ' CLM=' WS-FD-CLAIM-2
               EXIT PARAGRAPH
           END-IF
           IF WS-FD-ON-FILE > ZERO
               ADD 1 TO WS-ALREADY-LISTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FD-FINDING-ID
           MOVE WS-RT-RULE-ID(WS-RULE-IDX) TO WS-FD-RULE-ID
           EXEC SQL
               INSERT INTO HCAS.DUP_AUDIT_WORKLIST
                   (FINDING_ID, RULE_ID,
                    CLAIM_ID_1, LINE_SEQ_1,
                    CLAIM_ID_2, LINE_SEQ_2,
                    MEMBER_ID, PROVIDER_NPI, PROVIDER_TIN,
                    SERVICE_DATE, PROC_CODE, SUSPECT_AMT,
                    SCORE, AUDIT_RUN_DATE, REVIEW_STATUS)
               VALUES
                   (:WS-FD-FINDING-ID, :WS-FD-RULE-ID,
                    :WS-FD-CLAIM-1, :WS-FD-LINE-1,
                    :WS-FD-CLAIM-2, :WS-FD-LINE-2,
                    :WS-FD-MEMBER-ID, :WS-FD-PROVIDER-NPI,
                    :WS-FD-PROVIDER-TIN, :WS-FD-SERVICE-DATE,
                    :WS-FD-PROC-CODE, :WS-FD-SUSPECT-AMT,
                    :WS-FD-SCORE, :WS-CURRENT-DATE, 'O')
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'DUPAUD01: WORKLIST INSERT ERROR SQLCODE='
                       SQLCODE ' CLM=' WS-FD-CLAIM-2
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FINDINGS-WRITTEN
           ADD 1 TO WS-RT-FINDINGS(WS-RULE-IDX)
           ADD WS-FD-SUSPECT-AMT TO WS-RT-SUSPECT-AMT(WS-RULE-IDX)
           ADD WS-FD-SUSPECT-AMT TO WS-TOTAL-SUSPECT
           MOVE WS-FD-SCORE TO WS-SCORE-DISP
           MOVE WS-FD-LINE-1 TO WS-LINE-DISP
           MOVE WS-FD-LINE-2 TO WS-LINE-DISP-2
           MOVE WS-FD-SUSPECT-AMT TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' DELIMITED SIZE
                  WS-RT-RULE-ID(WS-RULE-IDX) DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-SCORE-DISP DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-FD-CLAIM-1 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-LINE-DISP DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-FD-CLAIM-2 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-LINE-DISP-2 DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-FD-PROVIDER-NPI DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-FD-SERVICE-DATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-FD-PROC-CODE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE DUPRPT-RECORD FROM WS-RPT-LINE.

       6000-REPORT-BY-RULE.
           MOVE SPACES TO WS-RPT-LINE
           WRITE DUPRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FINDINGS BY RULE - RULE TYPE  SCORED   NEW  '
                  DELIMITED SIZE
                  '  SUSPECT AMOUNT   OPEN CONFIRMED REJECTED  '
                  DELIMITED SIZE
                  ' CONFIRMED AMOUNT' DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE DUPRPT-RECORD FROM WS-RPT-LINE
           PERFORM 6100-REPORT-ONE-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
           MOVE WS-TOTAL-SUSPECT TO WS-AMT-DISP
           MOVE WS-FINDINGS-WRITTEN TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  TOTAL NEW FINDINGS ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  '  SUSPECT ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE DUPRPT-RECORD FROM WS-RPT-LINE.

       6100-REPORT-ONE-RULE.
      *--- THE CONFIRM RATE TO DATE IS WHAT SAYS A RULE IS READY ---
      *    TO BECOME A PREPAYMENT EDIT                            ---
           MOVE WS-RT-RULE-ID(WS-RULE-IDX) TO WS-FD-RULE-ID
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN REVIEW_STATUS = 'O'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN REVIEW_STATUS = 'C'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN REVIEW_STATUS = 'R'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN REVIEW_STATUS = 'C'
                                   THEN COALESCE(CONFIRMED_AMT, 0)
                                   ELSE 0 END), 0)
               INTO :WS-RO-OPEN, :WS-RO-CONFIRMED,
                    :WS-RO-REJECTED, :WS-RO-CONF-AMT
               FROM HCAS.DUP_AUDIT_WORKLIST
               WHERE RULE_ID = :WS-FD-RULE-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'DUPAUD01: RULE OUTCOME ERROR SQLCODE='
                       SQLCODE ' RULE=' WS-FD-RULE-ID
               MOVE ZERO TO WS-RO-OPEN WS-RO-CONFIRMED
                            WS-RO-REJECTED WS-RO-CONF-AMT
           END-IF
           MOVE WS-RT-PAIRS-SCORED(WS-RULE-IDX) TO WS-CNT-DISP
           MOVE WS-RT-FINDINGS(WS-RULE-IDX) TO WS-CNT-DISP-2
           MOVE WS-RT-SUSPECT-AMT(WS-RULE-IDX) TO WS-AMT-DISP
           MOVE WS-RO-OPEN TO WS-CNT-DISP-3
           MOVE WS-RO-CONFIRMED TO WS-CNT-DISP-4
           MOVE WS-RO-REJECTED TO WS-CNT-DISP-5
           MOVE WS-RO-CONF-AMT TO WS-AMT-DISP-2
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' DELIMITED SIZE
                  WS-RT-RULE-ID(WS-RULE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-RT-RULE-TYPE(WS-RULE-IDX) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CNT-DISP-2 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CNT-DISP-3 DELIMITED SIZE
                  '   ' DELIMITED SIZE
                  WS-CNT-DISP-4 DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-CNT-DISP-5 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-DISP-2 DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-RT-DESCRIPTION(WS-RULE-IDX) DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE DUPRPT-RECORD FROM WS-RPT-LINE.

       7000-REPORT-BY-PROVIDER.
           MOVE SPACES TO WS-RPT-LINE
           WRITE DUPRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FINDINGS BY PROVIDER - NPI        RULE    NEW  '
                  DELIMITED SIZE
                  '  SUSPECT AMOUNT CONFIRMED  CONFIRMED AMOUNT'
                  DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE DUPRPT-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN DUPPRV-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'DUPAUD01: PROVIDER CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 8300-FETCH-NEXT-PROVIDER
           PERFORM 7100-REPORT-ONE-PROVIDER
               UNTIL WS-PRV-EOF.

       7100-REPORT-ONE-PROVIDER.
           MOVE WS-PV-NEW-COUNT TO WS-CNT-DISP
           MOVE WS-PV-NEW-AMT TO WS-AMT-DISP
           MOVE WS-PV-CONF-COUNT TO WS-CNT-DISP-2
           MOVE WS-PV-CONF-AMT TO WS-AMT-DISP-2
           MOVE SPACES TO WS-RPT-LINE
           STRING '                       ' DELIMITED SIZE
                  WS-PV-NPI DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PV-RULE-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  '   ' DELIMITED SIZE
                  WS-CNT-DISP-2 DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-DISP-2 DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE DUPRPT-RECORD FROM WS-RPT-LINE
           PERFORM 8300-FETCH-NEXT-PROVIDER.

       8100-FETCH-NEXT-RULE.
           EXEC SQL
               FETCH DUPRULE-CURSOR
               INTO :WS-RR-RULE-ID, :WS-RR-RULE-TYPE,
                    :WS-RR-DESCRIPTION, :WS-RR-BASE-SCORE,
                    :WS-RR-MIN-SCORE, :WS-RR-DOS-TOLERANCE,
                    :WS-RR-LOOKBACK
           END-EXEC
           IF SQLCODE = +100
               SET WS-RULE-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'DUPAUD01: RULE FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-RULE-EOF TO TRUE
           END-IF.

       8200-FETCH-NEXT-PAIR.
           EVALUATE TRUE
               WHEN WS-RT-GROUP-RENDERING(WS-RULE-IDX)
                   EXEC SQL
                       FETCH DUPGR-CURSOR
                       INTO :WS-PA-CLAIM-A, :WS-PA-LINE-A,
                            :WS-PA-DOS-A, :WS-PA-UNITS-A,
                            :WS-PA-CHARGE-A, :WS-PA-MOD-A,
                            :WS-PA-PAID-A, :WS-PA-ADJUD-A,
                            :WS-PA-NPI-A, :WS-PA-TIN-A,
                            :WS-PA-CLAIM-B, :WS-PA-LINE-B,
                            :WS-PA-DOS-B, :WS-PA-UNITS-B,
                            :WS-PA-CHARGE-B, :WS-PA-MOD-B,
                            :WS-PA-PAID-B, :WS-PA-ADJUD-B,
                            :WS-PA-NPI-B, :WS-PA-TIN-B,
                            :WS-PA-MEMBER-ID, :WS-PA-PROC-CODE
                   END-EXEC
               WHEN WS-RT-REBILL(WS-RULE-IDX)
                   EXEC SQL
                       FETCH DUPRB-CURSOR
                       INTO :WS-PA-CLAIM-A, :WS-PA-LINE-A,
                            :WS-PA-DOS-A, :WS-PA-UNITS-A,
                            :WS-PA-CHARGE-A, :WS-PA-MOD-A,
                            :WS-PA-PAID-A, :WS-PA-ADJUD-A,
                            :WS-PA-NPI-A, :WS-PA-TIN-A,
                            :WS-PA-CLAIM-B, :WS-PA-LINE-B,
                            :WS-PA-DOS-B, :WS-PA-UNITS-B,
                            :WS-PA-CHARGE-B, :WS-PA-MOD-B,
                            :WS-PA-PAID-B, :WS-PA-ADJUD-B,
                            :WS-PA-NPI-B, :WS-PA-TIN-B,
                            :WS-PA-MEMBER-ID, :WS-PA-PROC-CODE
                   END-EXEC
               WHEN WS-RT-INPATIENT-PROF(WS-RULE-IDX)
                   EXEC SQL
                       FETCH DUPIP-CURSOR
                       INTO :WS-SP-STAY-CLAIM, :WS-SP-STAY-FROM,
                            :WS-SP-STAY-THRU, :WS-SP-STAY-NPI,
                            :WS-SP-FACILITY-NPI, :WS-SP-STAY-TIN,
                            :WS-SP-PROF-CLAIM, :WS-SP-PROF-LINE,
                            :WS-SP-PROF-DOS, :WS-SP-PROC-CODE,
                            :WS-SP-PROF-PAID, :WS-SP-PROF-NPI,
                            :WS-SP-PROF-TIN, :WS-SP-PROF-POS,
                            :WS-SP-MEMBER-ID
                   END-EXEC
           END-EVALUATE
           IF SQLCODE = +100
               SET WS-PAIR-EOF TO TRUE
               PERFORM 8250-CLOSE-PAIR-CURSOR
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'DUPAUD01: PAIR FETCH ERROR SQLCODE='
                       SQLCODE ' RULE=' WS-RT-RULE-ID(WS-RULE-IDX)
               SET WS-PAIR-EOF TO TRUE
               PERFORM 8250-CLOSE-PAIR-CURSOR
           END-IF.

       8250-CLOSE-PAIR-CURSOR.
           EVALUATE TRUE
               WHEN WS-RT-GROUP-RENDERING(WS-RULE-IDX)
                   EXEC SQL CLOSE DUPGR-CURSOR END-EXEC
               WHEN WS-RT-REBILL(WS-RULE-IDX)
                   EXEC SQL CLOSE DUPRB-CURSOR END-EXEC
               WHEN WS-RT-INPATIENT-PROF(WS-RULE-IDX)
                   EXEC SQL CLOSE DUPIP-CURSOR END-EXEC
           END-EVALUATE.

       8300-FETCH-NEXT-PROVIDER.
           EXEC SQL
               FETCH DUPPRV-CURSOR
               INTO :WS-PV-NPI, :WS-PV-RULE-ID,
                    :WS-PV-NEW-COUNT, :WS-PV-NEW-AMT,
                    :WS-PV-CONF-COUNT, :WS-PV-CONF-AMT
           END-EXEC
           IF SQLCODE = +100
               SET WS-PRV-EOF TO TRUE
               EXEC SQL CLOSE DUPPRV-CURSOR END-EXEC
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'DUPAUD01: PROVIDER FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-PRV-EOF TO TRUE
               EXEC SQL CLOSE DUPPRV-CURSOR END-EXEC
           END-IF.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'DUPAUD01: RULES APPLIED:     ' WS-RULE-COUNT
           DISPLAY 'DUPAUD01: PAIRS READ:        ' WS-PAIRS-READ
           DISPLAY 'DUPAUD01: FINDINGS WRITTEN:  '
                   WS-FINDINGS-WRITTEN
           DISPLAY 'DUPAUD01: ALREADY LISTED:    '
                   WS-ALREADY-LISTED
           DISPLAY 'DUPAUD01: BELOW MINIMUM:     '
                   WS-BELOW-MINIMUM
           CLOSE DUPRPT-FILE
           MOVE ZERO TO RETURN-CODE.
