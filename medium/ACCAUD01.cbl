       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCAUD01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-09-14.
      *================================================================*
      * PROGRAM:  ACCAUD01                                             *
      * PURPOSE:  ACCUMULATOR INTEGRITY AUDIT                          *
      *           REBUILDS EVERY MEMBER'S (ACCUM TYPE 'I') AND EVERY   *
      *           HOUSEHOLD'S (ACCUM TYPE 'F', KEYED BY THE            *
      *           SUBSCRIBER) DEDUCTIBLE AND OUT-OF-POCKET AMOUNTS     *
      *           FOR THE BENEFIT PERIOD IN FORCE TODAY (ACCPER01)     *
      *           FROM THE CLAIM HISTORY ON HCAS.CLAIM_MASTER -        *
      *           CLAIMS IN A STATUS THAT POSTS TO THE ACCUMULATORS    *
      *           (PAID, ENCOUNTER, HD HOLD) WHOSE FIRST LINE'S DATE   *
      *           OF SERVICE FALLS IN THE PERIOD - PLUS THE APPROVED   *
      *           NON-CLAIM LEDGER ENTRIES (ACCADJ1/SECREV01           *
      *           ADJUSTMENTS, Q4 CARRYOVER CREDITS, VENDOR DELTAS     *
      *           POSTED BY ACCXIN01). THE REBUILT AMOUNT IS COMPARED  *
      *           WITH ALL THREE STORES:                               *
      *             TBL - THE HCAS.ACCUMULATORS ROW                    *
      *             LDG - THE NET OF THE HCAS.ACCUM_LEDGER ENTRIES     *
      *             MST - THE MBRMSTER VSAM YTD FIELDS ('I' ONLY)      *
      *           EVERY DIFFERENCE IS WRITTEN TO                       *
      *           HCAS.ACCUM_AUDIT_EXCEPT AND THE AUDIT REPORT.        *
      *           IN CORRECTION MODE, WHERE THE FIX IS UNAMBIGUOUS -   *
      *           THE TABLE AND THE LEDGER AGREE WITH EACH OTHER BUT   *
      *           NOT WITH THE CLAIMS - A CORRECTING ADJUSTMENT        *
      *           (REASON 'AUDT') IS HELD ON HCAS.PENDING_APPROVAL     *
      *           (TRAN CODE ACCQ) FOR A SECOND SIGNATURE; SECREV01    *
      *           APPLIES IT AND WRITES THE LEDGER ROW. NO BALANCE IS  *
      *           EVER UPDATED DIRECTLY BY THIS PROGRAM. A BUCKET      *
      *           WITH AN OPEN AUDIT REQUEST IS NOT REQUESTED AGAIN.   *
      * INPUTS:   AUDPARM-FILE - RUN MODE (R=REPORT, C=CORRECT)        *
      *           MBRVSAM-FILE - MEMBER MASTER VSAM KSDS               *
      *           DB2 TABLES   - HCAS.ACCUMULATORS,                    *
      *                          HCAS.ACCUM_LEDGER,                    *
      *                          HCAS.CLAIM_MASTER, HCAS.CLAIM_LINE,   *
      *                          HCAS.BENEFIT_PLAN                     *
      * OUTPUTS:  DB2 TABLES   - HCAS.ACCUM_AUDIT_EXCEPT,              *
      *                          HCAS.PENDING_APPROVAL                 *
      *           AUDRPT-FILE  - AUDIT EXCEPTION REPORT                *
      * FREQUENCY: WEEKLY / ON REQUEST                                 *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDPARM-FILE
               ASSIGN TO AUDPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MBRVSAM-FILE
               ASSIGN TO MBRMSTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MBRV-MEMBER-ID
               FILE STATUS IS WS-MBRV-STATUS.

           SELECT AUDRPT-FILE
               ASSIGN TO AUDRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDPARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDPARM-RECORD.
           05  AUP-RUN-MODE            PIC X(01).
               88  AUP-MODE-REPORT     VALUE 'R'.
               88  AUP-MODE-CORRECT    VALUE 'C'.
           05  FILLER                  PIC X(79).

       FD  MBRVSAM-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01  MBRVSAM-RECORD.
           05  MBRV-MEMBER-ID          PIC X(12).
           05  MBRV-LAST-NAME          PIC X(35).
           05  MBRV-FIRST-NAME         PIC X(25).
           05  MBRV-DOB                PIC 9(08).
           05  MBRV-SSN                PIC X(09).
           05  MBRV-SUBSCRIBER-ID      PIC X(12).
           05  MBRV-RELATIONSHIP-CODE  PIC X(02).
           05  MBRV-GROUP-ID           PIC X(10).
           05  MBRV-PLAN-CODE          PIC X(08).
           05  MBRV-PRODUCT-TYPE       PIC X(03).
           05  MBRV-COVERAGE-TYPE      PIC X(02).
           05  MBRV-EFF-DATE           PIC 9(08).
           05  MBRV-TERM-DATE          PIC 9(08).
           05  MBRV-ELIG-STATUS        PIC X(01).
           05  MBRV-DEDUCT-YTD         PIC S9(07)V99 COMP-3.
           05  MBRV-DEDUCT-LIMIT       PIC S9(07)V99 COMP-3.
           05  MBRV-OOP-YTD            PIC S9(07)V99 COMP-3.
           05  MBRV-OOP-LIMIT          PIC S9(07)V99 COMP-3.
           05  MBRV-DATA               PIC X(437).

       FD  AUDRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  AUDRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY SECCOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-PARM-STATUS              PIC X(02).
       01  WS-MBRV-STATUS              PIC X(02).
       01  WS-RPT-STATUS               PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-RUN-MODE             PIC X(01).
               88  WS-MODE-REPORT      VALUE 'R'.
               88  WS-MODE-CORRECT     VALUE 'C'.
           05  WS-TBL-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-TBL-FOUND        VALUE 'Y'.
               88  WS-TBL-NOT-FOUND    VALUE 'N'.

      *--- ACCUMULATOR BENEFIT-PERIOD CALL AREAS (ACCPER01) ---
       01  WS-PERIOD-REQUEST.
           05  WS-PER-PLAN-CODE        PIC X(08).
           05  WS-PER-SVC-DATE         PIC X(08).

       01  WS-PERIOD-RESPONSE.
           05  WS-PER-RC               PIC X(02).
           05  WS-PER-BASIS            PIC X(02).
           05  WS-PER-BENEFIT-YEAR     PIC X(04).
           05  WS-PER-START-DATE       PIC X(08).
           05  WS-PER-END-DATE         PIC X(08).
           05  WS-PER-CARRYOVER-IND    PIC X(01).

      *--- THE BUCKET HOLDER BEING AUDITED - THE MEMBER FOR 'I', ---
      *    THE SUBSCRIBER FOR 'F'                               ---
       01  WS-AUDIT-KEY.
           05  WS-AU-HOLDER-ID         PIC X(12).
           05  WS-AU-PLAN-CODE         PIC X(08).
           05  WS-AU-ACCUM-TYPE        PIC X(01).
               88  WS-AU-INDIVIDUAL    VALUE 'I'.
               88  WS-AU-FAMILY        VALUE 'F'.
           05  WS-AU-BENEFIT-YEAR      PIC X(04).
           05  WS-AU-START-DATE        PIC X(08).
           05  WS-AU-END-DATE          PIC X(08).

      *--- THE THREE STORES AND THE REBUILT AMOUNTS ---
       01  WS-AUDIT-AMOUNTS.
           05  WS-TB-DEDUCT-YTD        PIC S9(09)V99 COMP-3.
           05  WS-TB-OOP-YTD           PIC S9(09)V99 COMP-3.
           05  WS-CL-DEDUCT            PIC S9(09)V99 COMP-3.
           05  WS-CL-OOP               PIC S9(09)V99 COMP-3.
           05  WS-LG-DEDUCT            PIC S9(09)V99 COMP-3.
           05  WS-LG-OOP               PIC S9(09)V99 COMP-3.
           05  WS-AJ-DEDUCT            PIC S9(09)V99 COMP-3.
           05  WS-AJ-OOP               PIC S9(09)V99 COMP-3.

      *--- ONE BUCKET'S COMPARE ---
       01  WS-BUCKET-COMPARE.
           05  WS-CB-BUCKET            PIC X(03).
           05  WS-CB-EXPECTED          PIC S9(09)V99 COMP-3.
           05  WS-CB-TABLE             PIC S9(09)V99 COMP-3.
           05  WS-CB-LEDGER            PIC S9(09)V99 COMP-3.
           05  WS-CB-MASTER            PIC S9(09)V99 COMP-3.
           05  WS-CB-STORE-CODE        PIC X(03).
           05  WS-CB-STORE-AMT         PIC S9(09)V99 COMP-3.
           05  WS-CB-DIFF              PIC S9(09)V99 COMP-3.

      *--- CORRECTING ADJUSTMENT HELD FOR APPROVAL ---
       01  WS-HOLD-WORK.
           05  WS-APPROVAL-ID          PIC X(26).
           05  WS-HOLD-SEQ             PIC 9(05) VALUE ZERO.
           05  WS-CHANGE-DESC          PIC X(80).
           05  WS-HOLD-KEY             PIC X(04).
           05  WS-OPEN-REQ-COUNT       PIC S9(09) COMP.
       01  WS-DELTA-WORK               PIC S9(07)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-VSAM-READ            PIC 9(07) VALUE ZERO.
           05  WS-BUCKETS-AUDITED      PIC 9(07) VALUE ZERO.
           05  WS-EXCEPTIONS           PIC 9(07) VALUE ZERO.
           05  WS-CORRECTIONS-HELD     PIC 9(07) VALUE ZERO.
           05  WS-CORRECTIONS-OPEN     PIC 9(07) VALUE ZERO.
           05  WS-READ-ERRORS          PIC 9(07) VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-AMT-DISP                 PIC Z,ZZZ,ZZ9.99-.
       01  WS-AMT-DISP2                PIC Z,ZZZ,ZZ9.99-.
       01  WS-AMT-DISP3                PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AUDIT-ONE-MEMBER
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'ACCAUD01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT AUDPARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ACCAUD01: OPEN ERROR PARM - '
                       WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ AUDPARM-FILE
               AT END
                   DISPLAY 'ACCAUD01: PARM RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE AUP-RUN-MODE TO WS-RUN-MODE
           IF NOT WS-MODE-REPORT
           AND NOT WS-MODE-CORRECT
               DISPLAY 'ACCAUD01: INVALID RUN MODE - ' WS-RUN-MODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE AUDPARM-FILE
           OPEN INPUT MBRVSAM-FILE
           IF WS-MBRV-STATUS NOT = '00'
               DISPLAY 'ACCAUD01: OPEN ERROR MBRMSTER - '
                       WS-MBRV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDRPT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ACCAUD01 - ACCUMULATOR INTEGRITY AUDIT - '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  ' - MODE ' DELIMITED SIZE
                  WS-RUN-MODE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE AUDRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MEMBER       T YEAR BKT STR '
                  DELIMITED SIZE
                  '     EXPECTED         STORE          DIFF'
                  DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE AUDRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE AUDRPT-RECORD FROM WS-RPT-LINE
           PERFORM 8000-READ-VSAM.

       2000-AUDIT-ONE-MEMBER.
      *--- THE PERIOD IN FORCE TODAY UNDER THE MEMBER'S PLAN ---
           MOVE MBRV-PLAN-CODE  TO WS-PER-PLAN-CODE
           MOVE WS-CURRENT-DATE TO WS-PER-SVC-DATE
           CALL 'ACCPER01' USING WS-PERIOD-REQUEST
                                 WS-PERIOD-RESPONSE
           MOVE MBRV-PLAN-CODE      TO WS-AU-PLAN-CODE
           MOVE WS-PER-BENEFIT-YEAR TO WS-AU-BENEFIT-YEAR
           MOVE WS-PER-START-DATE   TO WS-AU-START-DATE
           MOVE WS-PER-END-DATE     TO WS-AU-END-DATE
           MOVE MBRV-MEMBER-ID      TO WS-AU-HOLDER-ID
           MOVE 'I'                 TO WS-AU-ACCUM-TYPE
           PERFORM 3000-AUDIT-HOLDER
      *--- THE HOUSEHOLD BUCKET IS AUDITED ONCE, ON THE ---
      *    SUBSCRIBER'S OWN MASTER RECORD                ---
           IF MBRV-MEMBER-ID = MBRV-SUBSCRIBER-ID
               MOVE MBRV-SUBSCRIBER-ID TO WS-AU-HOLDER-ID
               MOVE 'F'                TO WS-AU-ACCUM-TYPE
               PERFORM 3000-AUDIT-HOLDER
           END-IF
           PERFORM 8000-READ-VSAM.

       3000-AUDIT-HOLDER.
           PERFORM 3100-LOAD-TABLE-ROW
      *--- A HOUSEHOLD WITH NO FAMILY BUCKET HAS NOTHING TO AUDIT ---
           IF WS-AU-FAMILY
           AND WS-TBL-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-REBUILD-FROM-CLAIMS
           PERFORM 3300-LOAD-LEDGER-TOTALS
           ADD 1 TO WS-BUCKETS-AUDITED
           MOVE 'DED' TO WS-CB-BUCKET
           COMPUTE WS-CB-EXPECTED = WS-CL-DEDUCT + WS-AJ-DEDUCT
           MOVE WS-TB-DEDUCT-YTD TO WS-CB-TABLE
           MOVE WS-LG-DEDUCT     TO WS-CB-LEDGER
           MOVE MBRV-DEDUCT-YTD  TO WS-CB-MASTER
           PERFORM 4000-COMPARE-BUCKET
           MOVE 'OOP' TO WS-CB-BUCKET
           COMPUTE WS-CB-EXPECTED = WS-CL-OOP + WS-AJ-OOP
           MOVE WS-TB-OOP-YTD    TO WS-CB-TABLE
           MOVE WS-LG-OOP        TO WS-CB-LEDGER
           MOVE MBRV-OOP-YTD     TO WS-CB-MASTER
           PERFORM 4000-COMPARE-BUCKET.

       3100-LOAD-TABLE-ROW.
           SET WS-TBL-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-TB-DEDUCT-YTD
                        WS-TB-OOP-YTD
           EXEC SQL
               SELECT DEDUCTIBLE_YTD, OOP_YTD
               INTO :WS-TB-DEDUCT-YTD, :WS-TB-OOP-YTD
               FROM HCAS.ACCUMULATORS
               WHERE MEMBER_ID = :WS-AU-HOLDER-ID
                 AND PLAN_CODE = :WS-AU-PLAN-CODE
                 AND COALESCE(ACCUM_TYPE, 'I') = :WS-AU-ACCUM-TYPE
                 AND BENEFIT_YEAR = :WS-AU-BENEFIT-YEAR
           END-EXEC
           IF SQLCODE = ZERO
               SET WS-TBL-FOUND TO TRUE
           ELSE
               IF SQLCODE NOT = +100
                   DISPLAY 'ACCAUD01: ACCUM READ ERROR SQLCODE='
                           SQLCODE ' MBR=' WS-AU-HOLDER-ID
                   ADD 1 TO WS-READ-ERRORS
               END-IF
               MOVE ZERO TO WS-TB-DEDUCT-YTD
                            WS-TB-OOP-YTD
           END-IF.

       3200-REBUILD-FROM-CLAIMS.
      *--- CLAIMS IN A STATUS THAT POSTS TO THE ACCUMULATORS,  ---
      *    PLACED IN THE PERIOD BY THE FIRST LINE'S DATE OF    ---
      *    SERVICE AS ADJUDICATION PLACES THEM - THE MEMBER'S  ---
      *    OWN FOR 'I', THE HOUSEHOLD'S FOR 'F'                ---
           MOVE ZERO TO WS-CL-DEDUCT
                        WS-CL-OOP
           EXEC SQL
               SELECT COALESCE(SUM(CM.DEDUCTIBLE_AMT), 0),
                      COALESCE(SUM(CM.COPAY_AMT
                                   + CM.DEDUCTIBLE_AMT
                                   + CM.COINSURANCE_AMT), 0)
               INTO :WS-CL-DEDUCT, :WS-CL-OOP
               FROM HCAS.CLAIM_MASTER CM
               WHERE ((:WS-AU-ACCUM-TYPE = 'I'
                       AND CM.MEMBER_ID = :WS-AU-HOLDER-ID)
                   OR (:WS-AU-ACCUM-TYPE = 'F'
                       AND CM.SUBSCRIBER_ID = :WS-AU-HOLDER-ID))
                 AND CM.CLAIM_STATUS IN ('50', '60', '35')
                 AND EXISTS (
                     SELECT 1
                     FROM HCAS.CLAIM_LINE CL
                     WHERE CL.CLAIM_ID = CM.CLAIM_ID
                       AND CL.LINE_SEQ =
                           (SELECT MIN(CL2.LINE_SEQ)
                            FROM HCAS.CLAIM_LINE CL2
                            WHERE CL2.CLAIM_ID = CM.CLAIM_ID)
                       AND CL.DOS_FROM BETWEEN :WS-AU-START-DATE
                                           AND :WS-AU-END-DATE
                 )
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACCAUD01: CLAIM HISTORY READ ERROR SQLCODE='
                       SQLCODE ' MBR=' WS-AU-HOLDER-ID
               ADD 1 TO WS-READ-ERRORS
               MOVE ZERO TO WS-CL-DEDUCT
                            WS-CL-OOP
           END-IF.

       3300-LOAD-LEDGER-TOTALS.
      *--- THE LEDGER NET PER BUCKET, AND WITHIN IT THE APPROVED ---
      *    ENTRIES THAT BELONG TO NO CLAIM (ADJUSTMENTS AND      ---
      *    CARRYOVER). PRIOR AUDIT CORRECTIONS ARE LEFT OUT OF   ---
      *    THE REBUILT AMOUNT - THEY EXIST ONLY TO BRING THE     ---
      *    STORES BACK TO IT                                     ---
           MOVE ZERO TO WS-LG-DEDUCT
                        WS-LG-OOP
                        WS-AJ-DEDUCT
                        WS-AJ-OOP
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN L.BUCKET_CODE = 'DED'
                                        THEN L.DELTA_AMT
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN L.BUCKET_CODE = 'OOP'
                                        THEN L.DELTA_AMT
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN L.BUCKET_CODE = 'DED'
                                         AND L.CLAIM_ID <> 'ADJ-AUDT'
                                         AND NOT EXISTS
                                             (SELECT 1
                                              FROM HCAS.CLAIM_MASTER C
                                              WHERE C.CLAIM_ID =
                                                    L.CLAIM_ID)
                                        THEN L.DELTA_AMT
                                        ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN L.BUCKET_CODE = 'OOP'
                                         AND L.CLAIM_ID <> 'ADJ-AUDT'
                                         AND NOT EXISTS
                                             (SELECT 1
                                              FROM HCAS.CLAIM_MASTER C
                                              WHERE C.CLAIM_ID =
                                                    L.CLAIM_ID)
                                        THEN L.DELTA_AMT
                                        ELSE 0 END), 0)
               INTO :WS-LG-DEDUCT, :WS-LG-OOP,
                    :WS-AJ-DEDUCT, :WS-AJ-OOP
               FROM HCAS.ACCUM_LEDGER L
               WHERE L.MEMBER_ID = :WS-AU-HOLDER-ID
                 AND L.ACCUM_TYPE = :WS-AU-ACCUM-TYPE
                 AND L.BENEFIT_YEAR = :WS-AU-BENEFIT-YEAR
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACCAUD01: LEDGER READ ERROR SQLCODE='
                       SQLCODE ' MBR=' WS-AU-HOLDER-ID
               ADD 1 TO WS-READ-ERRORS
               MOVE ZERO TO WS-LG-DEDUCT
                            WS-LG-OOP
                            WS-AJ-DEDUCT
                            WS-AJ-OOP
           END-IF.

       4000-COMPARE-BUCKET.
           MOVE 'TBL'       TO WS-CB-STORE-CODE
           MOVE WS-CB-TABLE TO WS-CB-STORE-AMT
           PERFORM 4100-CHECK-STORE
           MOVE 'LDG'        TO WS-CB-STORE-CODE
           MOVE WS-CB-LEDGER TO WS-CB-STORE-AMT
           PERFORM 4100-CHECK-STORE
      *--- THE VSAM MASTER CARRIES THE MEMBER'S OWN AMOUNTS ONLY ---
           IF WS-AU-INDIVIDUAL
               MOVE 'MST'        TO WS-CB-STORE-CODE
               MOVE WS-CB-MASTER TO WS-CB-STORE-AMT
               PERFORM 4100-CHECK-STORE
           END-IF
      *--- UNAMBIGUOUS: TABLE AND LEDGER TELL THE SAME STORY, ---
      *    AND IT DISAGREES WITH THE CLAIMS                    ---
           IF WS-MODE-CORRECT
           AND WS-TBL-FOUND
           AND WS-CB-TABLE NOT = WS-CB-EXPECTED
           AND WS-CB-LEDGER = WS-CB-TABLE
               PERFORM 4200-HOLD-CORRECTION
           END-IF.

       4100-CHECK-STORE.
           IF WS-CB-STORE-AMT = WS-CB-EXPECTED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CB-DIFF = WS-CB-STORE-AMT - WS-CB-EXPECTED
           PERFORM 5000-RECORD-EXCEPTION.

       4200-HOLD-CORRECTION.
      *--- ONE OPEN AUDIT REQUEST PER BUCKET - A RERUN BEFORE ---
      *    THE SECOND SIGNATURE DOES NOT STACK ANOTHER ONE     ---
           MOVE SPACES TO WS-HOLD-KEY
           STRING WS-AU-ACCUM-TYPE DELIMITED SIZE
                  WS-CB-BUCKET     DELIMITED SIZE
                  INTO WS-HOLD-KEY
           END-STRING
           MOVE ZERO TO WS-OPEN-REQ-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OPEN-REQ-COUNT
               FROM HCAS.PENDING_APPROVAL
               WHERE TRAN_CODE = 'ACCQ'
                 AND ENTITY_KEY = :WS-AU-HOLDER-ID
                 AND APPR_STATUS = 'P'
                 AND REQUEST_USER = 'ACCAUD01'
                 AND SUBSTR(CHANGE_DATA, 21, 4) = :WS-HOLD-KEY
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACCAUD01: APPROVAL READ ERROR SQLCODE='
                       SQLCODE ' MBR=' WS-AU-HOLDER-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-OPEN-REQ-COUNT > ZERO
               ADD 1 TO WS-CORRECTIONS-OPEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DELTA-WORK = WS-CB-EXPECTED - WS-CB-TABLE
           MOVE SPACES TO SEC-CHANGE-DATA
           MOVE WS-AU-HOLDER-ID    TO SEC-ACC-MEMBER-ID
           MOVE WS-AU-PLAN-CODE    TO SEC-ACC-PLAN-CODE
           MOVE WS-AU-ACCUM-TYPE   TO SEC-ACC-ACCUM-TYPE
           MOVE WS-CB-BUCKET       TO SEC-ACC-BUCKET
           MOVE WS-DELTA-WORK      TO SEC-ACC-DELTA
           MOVE 'AUDT'             TO SEC-ACC-REASON-CODE
           MOVE WS-AU-BENEFIT-YEAR TO SEC-ACC-BENEFIT-YEAR
           ADD 1 TO WS-HOLD-SEQ
           MOVE SPACES TO WS-APPROVAL-ID
           STRING 'ACCQ-' DELIMITED SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-HOLD-SEQ DELIMITED SIZE
                  INTO WS-APPROVAL-ID
           END-STRING
           MOVE SPACES TO WS-CHANGE-DESC
           STRING 'ACCUM AUDIT CORRECTION ' DELIMITED SIZE
                  WS-CB-BUCKET DELIMITED SIZE
                  ' MEMBER ' DELIMITED SIZE
                  WS-AU-HOLDER-ID DELIMITED SIZE
                  ' TYPE ' DELIMITED SIZE
                  WS-AU-ACCUM-TYPE DELIMITED SIZE
                  ' YEAR ' DELIMITED SIZE
                  WS-AU-BENEFIT-YEAR DELIMITED SIZE
                  INTO WS-CHANGE-DESC
           END-STRING
           EXEC SQL
               INSERT INTO HCAS.PENDING_APPROVAL
                   (APPROVAL_ID, TRAN_CODE, ENTITY_KEY,
                    CHANGE_DATA, CHANGE_DESC, AMOUNT,
                    REQUEST_USER, REQUEST_DATE, APPR_STATUS)
               VALUES
                   (:WS-APPROVAL-ID, 'ACCQ', :WS-AU-HOLDER-ID,
                    :SEC-CHANGE-DATA, :WS-CHANGE-DESC,
                    :WS-DELTA-WORK,
                    'ACCAUD01', :WS-CURRENT-DATE, 'P')
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-CORRECTIONS-HELD
               MOVE WS-DELTA-WORK TO WS-AMT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'HELD     ' DELIMITED SIZE
                      WS-AU-HOLDER-ID DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-AU-ACCUM-TYPE DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-AU-BENEFIT-YEAR DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-CB-BUCKET DELIMITED SIZE
                      ' CORRECTION ' DELIMITED SIZE
                      WS-AMT-DISP DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-APPROVAL-ID DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE AUDRPT-RECORD FROM WS-RPT-LINE
           ELSE
               DISPLAY 'ACCAUD01: APPROVAL INSERT ERROR SQLCODE='
                       SQLCODE ' MBR=' WS-AU-HOLDER-ID
           END-IF.

       5000-RECORD-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS
           EXEC SQL
               INSERT INTO HCAS.ACCUM_AUDIT_EXCEPT
                   (AUDIT_DATE, MEMBER_ID, ACCUM_TYPE,
                    BENEFIT_YEAR, BUCKET_CODE, STORE_CODE,
                    EXPECTED_AMT, STORE_AMT, DIFF_AMT,
                    REVIEW_STATUS)
               VALUES
                   (:WS-CURRENT-DATE, :WS-AU-HOLDER-ID,
                    :WS-AU-ACCUM-TYPE, :WS-AU-BENEFIT-YEAR,
                    :WS-CB-BUCKET, :WS-CB-STORE-CODE,
                    :WS-CB-EXPECTED, :WS-CB-STORE-AMT,
                    :WS-CB-DIFF, 'N')
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
               DISPLAY 'ACCAUD01: EXCEPTION INSERT ERROR '
                       'SQLCODE=' SQLCODE ' MBR=' WS-AU-HOLDER-ID
           END-IF
           MOVE WS-CB-EXPECTED  TO WS-AMT-DISP
           MOVE WS-CB-STORE-AMT TO WS-AMT-DISP2
           MOVE WS-CB-DIFF      TO WS-AMT-DISP3
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-AU-HOLDER-ID    DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  WS-AU-ACCUM-TYPE   DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  WS-AU-BENEFIT-YEAR DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  WS-CB-BUCKET       DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  WS-CB-STORE-CODE   DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  WS-AMT-DISP        DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  WS-AMT-DISP2       DELIMITED SIZE
                  ' '                DELIMITED SIZE
                  WS-AMT-DISP3       DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE AUDRPT-RECORD FROM WS-RPT-LINE.

       8000-READ-VSAM.
           READ MBRVSAM-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-VSAM-READ
           END-READ.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE AUDRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MEMBERS READ: ' DELIMITED SIZE
                  WS-VSAM-READ DELIMITED SIZE
                  '  BUCKETS AUDITED: ' DELIMITED SIZE
                  WS-BUCKETS-AUDITED DELIMITED SIZE
                  '  EXCEPTIONS: ' DELIMITED SIZE
                  WS-EXCEPTIONS DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE AUDRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CORRECTIONS HELD: ' DELIMITED SIZE
                  WS-CORRECTIONS-HELD DELIMITED SIZE
                  '  ALREADY PENDING: ' DELIMITED SIZE
                  WS-CORRECTIONS-OPEN DELIMITED SIZE
                  '  READ ERRORS: ' DELIMITED SIZE
                  WS-READ-ERRORS DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE AUDRPT-RECORD FROM WS-RPT-LINE
           DISPLAY 'ACCAUD01: MEMBERS READ:       ' WS-VSAM-READ
           DISPLAY 'ACCAUD01: BUCKETS AUDITED:    '
                   WS-BUCKETS-AUDITED
           DISPLAY 'ACCAUD01: EXCEPTIONS:         ' WS-EXCEPTIONS
           DISPLAY 'ACCAUD01: CORRECTIONS HELD:   '
                   WS-CORRECTIONS-HELD
           DISPLAY 'ACCAUD01: ALREADY PENDING:    '
                   WS-CORRECTIONS-OPEN
           DISPLAY 'ACCAUD01: READ ERRORS:        ' WS-READ-ERRORS
           CLOSE MBRVSAM-FILE
           CLOSE AUDRPT-FILE
           MOVE ZERO TO RETURN-CODE.
