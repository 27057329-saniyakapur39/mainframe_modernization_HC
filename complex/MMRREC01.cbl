       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MMRREC01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  MMRREC01                                             *
      * PURPOSE:  CMS MONTHLY MEMBERSHIP REPORT (MMR) INTAKE AND       *
      *           MEDICARE ENROLLMENT RECONCILIATION                   *
      *           LOADS EVERY MEMBER-MONTH LINE OF THE CMS MMR -       *
      *           BENEFICIARY ID (MBI OR HICN), PART A/B/D AND TOTAL   *
      *           PAYMENT, RISK SCORE, HOSPICE/ESRD/INSTITUTIONAL/     *
      *           MEDICAID FLAGS, AND THE ADJUSTMENT REASON ON RETRO-  *
      *           ACTIVE LINES - INTO HCAS.MMR_MEMBER_MONTH. THE       *
      *           BENEFICIARY IS MATCHED TO OUR MEMBER THROUGH         *
      *           HCAS.MEMBER_XREF (ID TYPES MBI AND HIC). A RELOADED  *
      *           FILE REPLACES ITS OWN LINES.                         *
      *           DISCREPANCIES GO TO HCAS.MMR_WORKLIST:               *
      *             NOMT - CMS PAYS A BENEFICIARY WE CANNOT MATCH      *
      *             NENR - CMS PAYS FOR A MONTH THE MEMBER IS NOT IN   *
      *                    A MEDICARE (LOB MCR) PLAN WITH US           *
      *             DEMO - CMS BIRTH DATE OR SEX DIFFERS FROM OURS     *
      *             NPAY - MEMBER IS IN A MEDICARE PLAN WITH US FOR    *
      *                    THE PAYMENT MONTH BUT NOT ON THE MMR        *
      *           REVENUE - EVERY MEMBER-MONTH TOUCHED BY THE FILE     *
      *           (RETROACTIVE MONTHS INCLUDED) AND EVERY NPAY MEMBER  *
      *           IS POSTED TO HCAS.MCR_REVENUE: EXPECTED IS THE       *
      *           PLAN'S CMS BASE RATE (HCAS.PREMIUM_RATE, GROUP       *
      *           '*CMSMA*', TIER 'MA') TIMES THE CMS RISK SCORE FOR   *
      *           THE MONTH (1.000 WHEN CMS SENT NONE) FOR A MONTH THE *
      *           MEMBER IS ENROLLED, ZERO OTHERWISE; RECEIVED IS THE  *
      *           SUM OF EVERY MMR LINE FOR THE MONTH ACROSS ALL RUNS. *
      *           FINANCE BOOKS THE VARIANCE FROM THAT TABLE.          *
      * INPUTS:   MMRIN-FILE  - CMS MONTHLY MEMBERSHIP REPORT          *
      *           DB2 TABLES  - HCAS.MEMBER_XREF, HCAS.MEMBER,         *
      *                         HCAS.ENROLLMENT, HCAS.BENEFIT_PLAN,    *
      *                         HCAS.PREMIUM_RATE                      *
      * OUTPUTS:  DB2 TABLES  - HCAS.MMR_MEMBER_MONTH,                 *
      *                         HCAS.MMR_WORKLIST, HCAS.MCR_REVENUE    *
      *           MMRRPT-FILE - RECONCILIATION SUMMARY REPORT          *
      * FREQUENCY: MONTHLY (ON RECEIPT OF THE MMR)                     *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MMRIN-FILE
               ASSIGN TO MMRIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MMRIN-STATUS.

           SELECT MMRRPT-FILE
               ASSIGN TO MMRRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MMRIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  MMRIN-RECORD.
           05  MMR-CONTRACT-ID         PIC X(05).
           05  MMR-RUN-MONTH           PIC X(06).
           05  MMR-BENE-ID             PIC X(12).
           05  MMR-SURNAME             PIC X(12).
           05  MMR-FIRST-INIT          PIC X(07).
           05  MMR-SEX                 PIC X(01).
           05  MMR-BIRTH-DATE          PIC X(08).
           05  MMR-COVER-MONTH         PIC X(06).
           05  MMR-ADJ-REASON          PIC X(02).
           05  MMR-HOSPICE-IND         PIC X(01).
           05  MMR-ESRD-IND            PIC X(01).
           05  MMR-INSTITUTIONAL-IND   PIC X(01).
           05  MMR-MEDICAID-IND        PIC X(01).
           05  MMR-RISK-SCORE          PIC 9(02)V9(04).
           05  MMR-PART-A-AMT          PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05  MMR-PART-B-AMT          PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05  MMR-PART-D-AMT          PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05  MMR-TOTAL-AMT           PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05  FILLER                  PIC X(90).

       FD  MMRRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  MMRRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-MMRIN-STATUS             PIC X(02).
       01  WS-RPT-STATUS               PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-NPY-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-NPY-EOF          VALUE 'Y'.
               88  WS-NPY-NOT-EOF      VALUE 'N'.
           05  WS-REV-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-REV-EOF          VALUE 'Y'.
               88  WS-REV-NOT-EOF      VALUE 'N'.
           05  WS-ENROLLED-SW          PIC X(01) VALUE 'N'.
               88  WS-ENROLLED         VALUE 'Y'.
               88  WS-NOT-ENROLLED     VALUE 'N'.

       01  WS-FILE-RUN-MONTH           PIC X(06) VALUE SPACES.
       01  WS-RUN-MONTH-FIRST          PIC X(08).

      *--- ONE MMR LINE AS STORED ---
       01  WS-MMR-WORK.
           05  WS-MM-MEMBER-ID         PIC X(12).
           05  WS-MM-RISK-SCORE        PIC S9(02)V9(04) COMP-3.
           05  WS-MM-PART-A-AMT        PIC S9(07)V99 COMP-3.
           05  WS-MM-PART-B-AMT        PIC S9(07)V99 COMP-3.
           05  WS-MM-PART-D-AMT        PIC S9(07)V99 COMP-3.
           05  WS-MM-TOTAL-AMT         PIC S9(07)V99 COMP-3.
           05  WS-MM-COVER-FIRST       PIC X(08).
           05  WS-MM-DOB               PIC X(08).
           05  WS-MM-SEX               PIC X(01).

       01  WS-WORKLIST-ROW.
           05  WS-WL-BENE-ID           PIC X(12).
           05  WS-WL-MEMBER-ID         PIC X(12).
           05  WS-WL-COVER-MONTH       PIC X(06).
           05  WS-WL-DISC-TYPE         PIC X(04).
           05  WS-WL-DISC-DESC         PIC X(40).
           05  WS-WL-CMS-AMT           PIC S9(07)V99 COMP-3.

      *--- MEMBERS IN A MEDICARE PLAN FOR THE PAYMENT MONTH ---
      *    THAT CMS DID NOT PAY FOR                          ---
           EXEC SQL DECLARE NOPAY-CURSOR CURSOR FOR
               SELECT DISTINCT E.MEMBER_ID
               FROM HCAS.ENROLLMENT E
               INNER JOIN HCAS.BENEFIT_PLAN B
                   ON B.PLAN_CODE = E.PLAN_CODE
                  AND B.LOB_CODE = 'MCR'
               WHERE E.ELIG_STATUS = 'A'
                 AND E.EFF_DATE <= :WS-RUN-MONTH-FIRST
                 AND (E.TERM_DATE >= :WS-RUN-MONTH-FIRST
                      OR E.TERM_DATE = '99991231')
                 AND NOT EXISTS
                     (SELECT 1 FROM HCAS.MMR_MEMBER_MONTH MM
                      WHERE MM.MEMBER_ID = E.MEMBER_ID
                        AND MM.COVER_MONTH = :WS-FILE-RUN-MONTH)
               ORDER BY E.MEMBER_ID
           END-EXEC

      *--- MEMBER-MONTHS TO POST: EVERY MATCHED LINE OF THIS  ---
      *    RUN AND EVERY MEMBER ENROLLED FOR THE PAYMENT MONTH ---
           EXEC SQL DECLARE REVENUE-CURSOR CURSOR FOR
               SELECT MM.MEMBER_ID, MM.COVER_MONTH
               FROM HCAS.MMR_MEMBER_MONTH MM
               WHERE MM.RUN_MONTH = :WS-FILE-RUN-MONTH
                 AND MM.MEMBER_ID <> ' '
               UNION
               SELECT E.MEMBER_ID, :WS-FILE-RUN-MONTH
               FROM HCAS.ENROLLMENT E
               INNER JOIN HCAS.BENEFIT_PLAN B
                   ON B.PLAN_CODE = E.PLAN_CODE
                  AND B.LOB_CODE = 'MCR'
               WHERE E.ELIG_STATUS = 'A'
                 AND E.EFF_DATE <= :WS-RUN-MONTH-FIRST
                 AND (E.TERM_DATE >= :WS-RUN-MONTH-FIRST
                      OR E.TERM_DATE = '99991231')
               ORDER BY 1, 2
           END-EXEC

       01  WS-REVENUE-ROW.
           05  WS-RV-MEMBER-ID         PIC X(12).
           05  WS-RV-COVER-MONTH       PIC X(06).
           05  WS-RV-COVER-FIRST       PIC X(08).
           05  WS-RV-PLAN-CODE         PIC X(10).
           05  WS-RV-BASE-RATE         PIC S9(07)V99 COMP-3.
           05  WS-RV-RISK-SCORE        PIC S9(02)V9(04) COMP-3.
           05  WS-RV-EXPECTED-AMT      PIC S9(09)V99 COMP-3.
           05  WS-RV-RECEIVED-AMT      PIC S9(09)V99 COMP-3.
           05  WS-RV-VARIANCE-AMT      PIC S9(09)V99 COMP-3.

       01  WS-ENR-PLAN-CODE            PIC X(10).

       01  WS-MMR-COUNTERS.
           05  WS-LINES-LOADED         PIC 9(09) VALUE ZERO.
           05  WS-LINES-REPLACED       PIC 9(09) VALUE ZERO.
           05  WS-LINES-RETRO          PIC 9(09) VALUE ZERO.
           05  WS-LINES-MATCHED        PIC 9(09) VALUE ZERO.
           05  WS-LINES-ERRORS         PIC 9(09) VALUE ZERO.
           05  WS-DISC-NOMT            PIC 9(09) VALUE ZERO.
           05  WS-DISC-NENR            PIC 9(09) VALUE ZERO.
           05  WS-DISC-DEMO            PIC 9(09) VALUE ZERO.
           05  WS-DISC-NPAY            PIC 9(09) VALUE ZERO.
           05  WS-REV-POSTED           PIC 9(09) VALUE ZERO.
           05  WS-REV-NO-RATE          PIC 9(09) VALUE ZERO.
           05  WS-TOT-CMS-PAID         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-TOT-EXPECTED         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-TOT-RECEIVED         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-TOT-VARIANCE         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-AMT-DISP                 PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-CNT-DISP                 PIC ZZZ,ZZZ,ZZ9.

       01  WS-DISC-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DISC-TYPE         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-BENE-ID           PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-MEMBER-ID         PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-COVER-MONTH       PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CMS-AMT           PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DISC-DESC         PIC X(40).
           05  FILLER                  PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MMR-LINE
               UNTIL WS-EOF
           IF WS-FILE-RUN-MONTH NOT = SPACES
               PERFORM 3000-FIND-UNPAID-MEMBERS
               PERFORM 4000-POST-REVENUE
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'MMRREC01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT MMRIN-FILE
           IF WS-MMRIN-STATUS NOT = '00'
               DISPLAY 'MMRREC01: OPEN ERROR INPUT - '
                       WS-MMRIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MMRRPT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MMRREC01 - CMS MMR RECONCILIATION - RUN DATE '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  TYPE  BENEFICIARY   MEMBER ID     MONTH   '
                  '  CMS AMOUNT  DISCREPANCY'
                  DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE
           PERFORM 8900-READ-MMR.

       2000-PROCESS-MMR-LINE.
           IF MMR-BENE-ID = SPACES
           OR MMR-RUN-MONTH NOT NUMERIC
           OR MMR-COVER-MONTH NOT NUMERIC
           OR MMR-TOTAL-AMT NOT NUMERIC
               ADD 1 TO WS-LINES-ERRORS
               DISPLAY 'MMRREC01: INVALID MMR LINE - REC '
                       WS-RECORDS-READ
               PERFORM 8900-READ-MMR
               EXIT PARAGRAPH
           END-IF
      *--- THE FILE'S PAYMENT MONTH DRIVES THE NOT-PAID CHECK ---
           IF WS-FILE-RUN-MONTH = SPACES
               MOVE MMR-RUN-MONTH TO WS-FILE-RUN-MONTH
               STRING WS-FILE-RUN-MONTH '01' DELIMITED SIZE
                   INTO WS-RUN-MONTH-FIRST
               END-STRING
           END-IF
           IF MMR-ADJ-REASON NOT = SPACES
               ADD 1 TO WS-LINES-RETRO
           END-IF
           PERFORM 2100-MATCH-BENEFICIARY
           PERFORM 2200-STORE-MMR-LINE
           ADD WS-MM-TOTAL-AMT TO WS-TOT-CMS-PAID
           IF WS-MM-MEMBER-ID = SPACES
               MOVE 'NOMT' TO WS-WL-DISC-TYPE
               MOVE 'CMS BENEFICIARY NOT ON MEMBER XREF'
                   TO WS-WL-DISC-DESC
               PERFORM 5000-WRITE-WORKLIST
           ELSE
               ADD 1 TO WS-LINES-MATCHED
               PERFORM 2300-CHECK-ENROLLMENT
               PERFORM 2400-CHECK-DEMOGRAPHICS
           END-IF
           PERFORM 8900-READ-MMR.

       2100-MATCH-BENEFICIARY.
           MOVE SPACES TO WS-MM-MEMBER-ID
           EXEC SQL
               SELECT MEMBER_ID
               INTO :WS-MM-MEMBER-ID
               FROM HCAS.MEMBER_XREF
               WHERE EXTERNAL_ID = :MMR-BENE-ID
                 AND ID_TYPE IN ('MBI', 'HIC')
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-MM-MEMBER-ID
           END-IF.

       2200-STORE-MMR-LINE.
           IF MMR-RISK-SCORE IS NUMERIC
               MOVE MMR-RISK-SCORE TO WS-MM-RISK-SCORE
           ELSE
               MOVE ZERO TO WS-MM-RISK-SCORE
           END-IF
           IF MMR-PART-A-AMT IS NUMERIC
               MOVE MMR-PART-A-AMT TO WS-MM-PART-A-AMT
           ELSE
               MOVE ZERO TO WS-MM-PART-A-AMT
           END-IF
           IF MMR-PART-B-AMT IS NUMERIC
               MOVE MMR-PART-B-AMT TO WS-MM-PART-B-AMT
           ELSE
               MOVE ZERO TO WS-MM-PART-B-AMT
           END-IF
           IF MMR-PART-D-AMT IS NUMERIC
               MOVE MMR-PART-D-AMT TO WS-MM-PART-D-AMT
           ELSE
               MOVE ZERO TO WS-MM-PART-D-AMT
           END-IF
           MOVE MMR-TOTAL-AMT TO WS-MM-TOTAL-AMT
           EXEC SQL
               INSERT INTO HCAS.MMR_MEMBER_MONTH
                   (RUN_MONTH, BENE_ID, COVER_MONTH, ADJ_REASON,
                    MEMBER_ID, CONTRACT_ID, HOSPICE_IND,
                    ESRD_IND, INSTITUTIONAL_IND, MEDICAID_IND,
                    RISK_SCORE, PART_A_AMT, PART_B_AMT,
                    PART_D_AMT, TOTAL_AMT, LOAD_DATE)
               VALUES
                   (:MMR-RUN-MONTH, :MMR-BENE-ID,
                    :MMR-COVER-MONTH, :MMR-ADJ-REASON,
                    :WS-MM-MEMBER-ID, :MMR-CONTRACT-ID,
                    :MMR-HOSPICE-IND, :MMR-ESRD-IND,
                    :MMR-INSTITUTIONAL-IND, :MMR-MEDICAID-IND,
                    :WS-MM-RISK-SCORE, :WS-MM-PART-A-AMT,
                    :WS-MM-PART-B-AMT, :WS-MM-PART-D-AMT,
                    :WS-MM-TOTAL-AMT, :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-LINES-LOADED
               WHEN -803
                   PERFORM 2210-REPLACE-MMR-LINE
               WHEN OTHER
                   ADD 1 TO WS-LINES-ERRORS
                   DISPLAY 'MMRREC01: MMR INSERT ERROR SQLCODE='
                           SQLCODE ' BENE=' MMR-BENE-ID
           END-EVALUATE.

       2210-REPLACE-MMR-LINE.
      *--- A RELOADED FILE REPLACES ITS OWN LINE; RECEIVED ---
      *    REVENUE IS RE-SUMMED SO NOTHING COUNTS TWICE     ---
           EXEC SQL
               UPDATE HCAS.MMR_MEMBER_MONTH
               SET MEMBER_ID         = :WS-MM-MEMBER-ID,
                   CONTRACT_ID       = :MMR-CONTRACT-ID,
                   HOSPICE_IND       = :MMR-HOSPICE-IND,
                   ESRD_IND          = :MMR-ESRD-IND,
                   INSTITUTIONAL_IND = :MMR-INSTITUTIONAL-IND,
                   MEDICAID_IND      = :MMR-MEDICAID-IND,
                   RISK_SCORE        = :WS-MM-RISK-SCORE,
                   PART_A_AMT        = :WS-MM-PART-A-AMT,
                   PART_B_AMT        = :WS-MM-PART-B-AMT,
                   PART_D_AMT        = :WS-MM-PART-D-AMT,
                   TOTAL_AMT         = :WS-MM-TOTAL-AMT,
                   LOAD_DATE         = :WS-CURRENT-DATE
               WHERE RUN_MONTH   = :MMR-RUN-MONTH
                 AND BENE_ID     = :MMR-BENE-ID
                 AND COVER_MONTH = :MMR-COVER-MONTH
                 AND ADJ_REASON  = :MMR-ADJ-REASON
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-LINES-REPLACED
           ELSE
               ADD 1 TO WS-LINES-ERRORS
               DISPLAY 'MMRREC01: MMR UPDATE ERROR SQLCODE='
                       SQLCODE ' BENE=' MMR-BENE-ID
           END-IF.

       2300-CHECK-ENROLLMENT.
      *--- A NEGATIVE RETRO LINE IS CMS TAKING BACK A MONTH ---
      *    WE ALSO SHOW AS NOT COVERED - NOTHING TO WORK     ---
           IF WS-MM-TOTAL-AMT < ZERO
               EXIT PARAGRAPH
           END-IF
           STRING MMR-COVER-MONTH '01' DELIMITED SIZE
               INTO WS-MM-COVER-FIRST
           END-STRING
           MOVE WS-MM-MEMBER-ID   TO WS-RV-MEMBER-ID
           MOVE WS-MM-COVER-FIRST TO WS-RV-COVER-FIRST
           PERFORM 4200-LOOKUP-MCR-ENROLLMENT
           IF WS-NOT-ENROLLED
               MOVE 'NENR' TO WS-WL-DISC-TYPE
               MOVE 'CMS PAYS - NOT IN A MEDICARE PLAN WITH US'
                   TO WS-WL-DISC-DESC
               PERFORM 5000-WRITE-WORKLIST
           END-IF.

       2400-CHECK-DEMOGRAPHICS.
           IF MMR-ADJ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MM-DOB
           MOVE SPACES TO WS-MM-SEX
           EXEC SQL
               SELECT COALESCE(DATE_OF_BIRTH, ' '),
                      COALESCE(SEX_CODE, ' ')
               INTO :WS-MM-DOB, :WS-MM-SEX
               FROM HCAS.MEMBER
               WHERE MEMBER_ID = :WS-MM-MEMBER-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF (MMR-BIRTH-DATE NOT = SPACES
               AND MMR-BIRTH-DATE NOT = WS-MM-DOB)
           OR (MMR-SEX NOT = SPACES
               AND MMR-SEX NOT = WS-MM-SEX)
               MOVE 'DEMO' TO WS-WL-DISC-TYPE
               MOVE 'CMS BIRTH DATE OR SEX DIFFERS FROM OURS'
                   TO WS-WL-DISC-DESC
               PERFORM 5000-WRITE-WORKLIST
           END-IF.

       3000-FIND-UNPAID-MEMBERS.
           EXEC SQL OPEN NOPAY-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'MMRREC01: NOPAY CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           SET WS-NPY-NOT-EOF TO TRUE
           PERFORM 3100-FLAG-UNPAID-MEMBER
               UNTIL WS-NPY-EOF
           EXEC SQL CLOSE NOPAY-CURSOR END-EXEC.

       3100-FLAG-UNPAID-MEMBER.
           EXEC SQL
               FETCH NOPAY-CURSOR
               INTO :WS-MM-MEMBER-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-NPY-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-MM-TOTAL-AMT
           MOVE SPACES TO MMR-BENE-ID
           EXEC SQL
               SELECT EXTERNAL_ID
               INTO :MMR-BENE-ID
               FROM HCAS.MEMBER_XREF
               WHERE MEMBER_ID = :WS-MM-MEMBER-ID
                 AND ID_TYPE IN ('MBI', 'HIC')
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           MOVE WS-FILE-RUN-MONTH TO MMR-COVER-MONTH
           MOVE 'NPAY' TO WS-WL-DISC-TYPE
           MOVE 'IN A MEDICARE PLAN WITH US - CMS NOT PAYING'
               TO WS-WL-DISC-DESC
           PERFORM 5000-WRITE-WORKLIST.

       4000-POST-REVENUE.
           EXEC SQL OPEN REVENUE-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'MMRREC01: REVENUE CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           SET WS-REV-NOT-EOF TO TRUE
           PERFORM 4100-POST-MEMBER-MONTH
               UNTIL WS-REV-EOF
           EXEC SQL CLOSE REVENUE-CURSOR END-EXEC.

       4100-POST-MEMBER-MONTH.
           EXEC SQL
               FETCH REVENUE-CURSOR
               INTO :WS-RV-MEMBER-ID, :WS-RV-COVER-MONTH
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-REV-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           STRING WS-RV-COVER-MONTH '01' DELIMITED SIZE
               INTO WS-RV-COVER-FIRST
           END-STRING
           MOVE ZERO TO WS-RV-EXPECTED-AMT
           MOVE ZERO TO WS-RV-RECEIVED-AMT
           PERFORM 4200-LOOKUP-MCR-ENROLLMENT
           MOVE WS-ENR-PLAN-CODE TO WS-RV-PLAN-CODE
           IF WS-ENROLLED
               PERFORM 4300-COMPUTE-EXPECTED
           END-IF
           EXEC SQL
               SELECT COALESCE(SUM(TOTAL_AMT), 0)
               INTO :WS-RV-RECEIVED-AMT
               FROM HCAS.MMR_MEMBER_MONTH
               WHERE MEMBER_ID = :WS-RV-MEMBER-ID
                 AND COVER_MONTH = :WS-RV-COVER-MONTH
           END-EXEC
           COMPUTE WS-RV-VARIANCE-AMT =
               WS-RV-RECEIVED-AMT - WS-RV-EXPECTED-AMT
           EXEC SQL
               INSERT INTO HCAS.MCR_REVENUE
                   (MEMBER_ID, COVER_MONTH, PLAN_CODE,
                    EXPECTED_AMT, RECEIVED_AMT, VARIANCE_AMT,
                    POST_DATE)
               VALUES
                   (:WS-RV-MEMBER-ID, :WS-RV-COVER-MONTH,
                    :WS-RV-PLAN-CODE, :WS-RV-EXPECTED-AMT,
                    :WS-RV-RECEIVED-AMT, :WS-RV-VARIANCE-AMT,
                    :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE = -803
               EXEC SQL
                   UPDATE HCAS.MCR_REVENUE
                   SET PLAN_CODE    = :WS-RV-PLAN-CODE,
                       EXPECTED_AMT = :WS-RV-EXPECTED-AMT,
                       RECEIVED_AMT = :WS-RV-RECEIVED-AMT,
                       VARIANCE_AMT = :WS-RV-VARIANCE-AMT,
                       POST_DATE    = :WS-CURRENT-DATE
                   WHERE MEMBER_ID   = :WS-RV-MEMBER-ID
                     AND COVER_MONTH = :WS-RV-COVER-MONTH
               END-EXEC
           END-IF
           IF SQLCODE = ZERO
               ADD 1 TO WS-REV-POSTED
               ADD WS-RV-EXPECTED-AMT TO WS-TOT-EXPECTED
               ADD WS-RV-RECEIVED-AMT TO WS-TOT-RECEIVED
               ADD WS-RV-VARIANCE-AMT TO WS-TOT-VARIANCE
           ELSE
               DISPLAY 'MMRREC01: REVENUE POST ERROR SQLCODE='
                       SQLCODE ' MBR=' WS-RV-MEMBER-ID
           END-IF.

       4200-LOOKUP-MCR-ENROLLMENT.
           SET WS-NOT-ENROLLED TO TRUE
           MOVE SPACES TO WS-ENR-PLAN-CODE
           EXEC SQL
               SELECT E.PLAN_CODE
               INTO :WS-ENR-PLAN-CODE
               FROM HCAS.ENROLLMENT E
               INNER JOIN HCAS.BENEFIT_PLAN B
                   ON B.PLAN_CODE = E.PLAN_CODE
                  AND B.LOB_CODE = 'MCR'
               WHERE E.MEMBER_ID = :WS-RV-MEMBER-ID
                 AND E.ELIG_STATUS = 'A'
                 AND E.EFF_DATE <= :WS-RV-COVER-FIRST
                 AND (E.TERM_DATE >= :WS-RV-COVER-FIRST
                      OR E.TERM_DATE = '99991231')
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = ZERO
               SET WS-ENROLLED TO TRUE
           END-IF.

       4300-COMPUTE-EXPECTED.
      *--- CMS BASE RATE RIDES ON THE PREMIUM RATE TABLE  ---
      *    UNDER A SENTINEL GROUP, AS INDIVIDUAL RATES DO  ---
           EXEC SQL
               SELECT MONTHLY_RATE
               INTO :WS-RV-BASE-RATE
               FROM HCAS.PREMIUM_RATE
               WHERE GROUP_ID = '*CMSMA*'
                 AND PLAN_CODE = :WS-RV-PLAN-CODE
                 AND TIER_CODE = 'MA '
                 AND EFF_DATE <= :WS-RV-COVER-FIRST
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-REV-NO-RATE
               EXIT PARAGRAPH
           END-IF
      *--- THE MOST RECENT CMS SCORE FOR THE MONTH ---
           EXEC SQL
               SELECT RISK_SCORE
               INTO :WS-RV-RISK-SCORE
               FROM HCAS.MMR_MEMBER_MONTH
               WHERE MEMBER_ID = :WS-RV-MEMBER-ID
                 AND COVER_MONTH = :WS-RV-COVER-MONTH
                 AND RISK_SCORE > 0
               ORDER BY RUN_MONTH DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 1 TO WS-RV-RISK-SCORE
           END-IF
           COMPUTE WS-RV-EXPECTED-AMT ROUNDED =
               WS-RV-BASE-RATE * WS-RV-RISK-SCORE.

       5000-WRITE-WORKLIST.
           MOVE MMR-BENE-ID      TO WS-WL-BENE-ID
           MOVE WS-MM-MEMBER-ID  TO WS-WL-MEMBER-ID
           MOVE MMR-COVER-MONTH  TO WS-WL-COVER-MONTH
           MOVE WS-MM-TOTAL-AMT  TO WS-WL-CMS-AMT
           EXEC SQL
               INSERT INTO HCAS.MMR_WORKLIST
                   (BENE_ID, MEMBER_ID, COVER_MONTH, DISC_TYPE,
                    DISC_DESC, CMS_AMT, WORK_STATUS, CREATE_DATE)
               VALUES
                   (:WS-WL-BENE-ID, :WS-WL-MEMBER-ID,
                    :WS-WL-COVER-MONTH, :WS-WL-DISC-TYPE,
                    :WS-WL-DISC-DESC, :WS-WL-CMS-AMT,
                    'O', :WS-CURRENT-DATE)
           END-EXEC
      *--- ALREADY ON THE WORKLIST FROM AN EARLIER RUN ---
           IF SQLCODE = -803
               EXIT PARAGRAPH
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'MMRREC01: WORKLIST INSERT ERROR SQLCODE='
                       SQLCODE ' BENE=' WS-WL-BENE-ID
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-WL-DISC-TYPE
               WHEN 'NOMT'
                   ADD 1 TO WS-DISC-NOMT
               WHEN 'NENR'
                   ADD 1 TO WS-DISC-NENR
               WHEN 'DEMO'
                   ADD 1 TO WS-DISC-DEMO
               WHEN 'NPAY'
                   ADD 1 TO WS-DISC-NPAY
           END-EVALUATE
           MOVE WS-WL-DISC-TYPE   TO WS-DL-DISC-TYPE
           MOVE WS-WL-BENE-ID     TO WS-DL-BENE-ID
           MOVE WS-WL-MEMBER-ID   TO WS-DL-MEMBER-ID
           MOVE WS-WL-COVER-MONTH TO WS-DL-COVER-MONTH
           MOVE WS-WL-CMS-AMT     TO WS-DL-CMS-AMT
           MOVE WS-WL-DISC-DESC   TO WS-DL-DISC-DESC
           WRITE MMRRPT-RECORD FROM WS-DISC-LINE.

       8000-WRITE-SUMMARY.
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SUMMARY - CMS PAYMENT MONTH ' DELIMITED SIZE
                  WS-FILE-RUN-MONTH              DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-RECORDS-READ TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  MMR LINES READ:               ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-LINES-RETRO TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  RETROACTIVE ADJUSTMENT LINES: ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-LINES-MATCHED TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  MATCHED TO A MEMBER:          ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-DISC-NOMT TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  NOMT - NOT MATCHED:           ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-DISC-NENR TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  NENR - CMS PAYS, NOT ENROLLED:' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-DISC-NPAY TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  NPAY - ENROLLED, CMS NOT PAY: ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-DISC-DEMO TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  DEMO - DEMOGRAPHIC MISMATCH:  ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-TOT-CMS-PAID TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  CMS PAYMENT ON THIS FILE:     ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-REV-POSTED TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  MEMBER-MONTHS POSTED:         ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-REV-NO-RATE TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ENROLLED MONTHS WITH NO RATE: ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-TOT-EXPECTED TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  EXPECTED REVENUE (POSTED):    ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-TOT-RECEIVED TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  RECEIVED REVENUE (POSTED):    ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-TOT-VARIANCE TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  VARIANCE (RECEIVED-EXPECTED): ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE INTO WS-RPT-LINE
           END-STRING
           WRITE MMRRPT-RECORD FROM WS-RPT-LINE.

       8900-READ-MMR.
           READ MMRIN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'MMRREC01: MMR LINES READ:     ' WS-RECORDS-READ
           DISPLAY 'MMRREC01: LINES LOADED:       ' WS-LINES-LOADED
           DISPLAY 'MMRREC01: LINES REPLACED:     ' WS-LINES-REPLACED
           DISPLAY 'MMRREC01: LINES IN ERROR:     ' WS-LINES-ERRORS
           DISPLAY 'MMRREC01: MEMBER-MONTHS POSTED:' WS-REV-POSTED
           CLOSE MMRIN-FILE
           CLOSE MMRRPT-FILE
           MOVE ZERO TO RETURN-CODE.
