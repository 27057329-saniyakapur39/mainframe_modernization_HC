       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TKOLD001.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-09-14.
      *================================================================*
      * PROGRAM:  TKOLD001                                             *
      * PURPOSE:  PRIOR-CARRIER TAKEOVER LOAD FOR A NEW GROUP          *
      *           LOADS THE FILE THE PRIOR CARRIER SENDS WHEN A GROUP  *
      *           MOVES TO HCAS MID-YEAR. EACH RECORD CARRIES THE      *
      *           PRIOR CARRIER'S MEMBER IDENTITY AND ONE OF:          *
      *           A - YEAR-TO-DATE DEDUCTIBLE AND OUT-OF-POCKET,       *
      *               CREDITED TO HCAS.ACCUMULATORS FOR THE BENEFIT    *
      *               PERIOD (ACCPER01) AND LEDGERED ON                *
      *               HCAS.ACCUM_LEDGER UNDER 'ADJ-TKOV' (TAKEOVER     *
      *               REASON CODE), CAPPED AT THE BUCKET LIMIT;        *
      *           C - A PRIOR CLAIM LINE, POSTED TO                    *
      *               HCAS.SVC_UTILIZATION FOR SERVICE-LIMITED         *
      *               CATEGORIES AND TO HCAS.DENTAL_ACCUM OR           *
      *               HCAS.VISION_ACCUM, AS CLMADJ01 WOULD HAVE;       *
      *           P - AN OPEN PRIOR AUTHORIZATION, ADDED TO            *
      *               HCAS.PRIOR_AUTH AS A TRANSITION-OF-CARE AUTH     *
      *               ('TOC' NUMBER) RUNNING NO LONGER THAN THE        *
      *               TRANSITION PERIOD AFTER HCAS COVERAGE STARTS.    *
      *           MEMBERS ARE IDENTIFIED WITH THE MEMXREF1 RULES -     *
      *           PRIOR-CARRIER CROSS-REFERENCE, MEMBER ID, SSN WITH   *
      *           NAME/DOB SCORING, THEN DEMOGRAPHICS, WEIGHTED BY     *
      *           HCAS.MATCH_SCORE_CONFIG. ONLY A MATCH AT OR ABOVE    *
      *           THE EXACT THRESHOLD, TO A MEMBER ENROLLED IN THE     *
      *           GROUP, IS LOADED; EVERY OTHER RECORD IS REPORTED     *
      *           AS UNMATCHED. A CONFIRMED MATCH IS CROSS-REFERENCED  *
      *           ON HCAS.MEMBER_XREF UNDER THE PRIOR CARRIER'S ID.    *
      *           THE FILE LOADS AS ONE UNIT OF WORK AND IS LOGGED ON  *
      *           HCAS.TAKEOVER_LOAD_LOG; A FILE ALREADY LOGGED FOR    *
      *           THE GROUP AND CARRIER IS REFUSED (RC 12).            *
      * INPUTS:   TKOPARM  - GROUP ID, PRIOR CARRIER ID, FILE ID       *
      *           TKOIN    - PRIOR-CARRIER TAKEOVER FILE               *
      *           MBRVSAM-FILE - MEMBER MASTER VSAM KSDS               *
      *           DB2 TABLES - HCAS.MEMBER, HCAS.MEMBER_XREF,          *
      *           HCAS.ENROLLMENT, HCAS.BENEFIT_PLAN,                  *
      *           HCAS.MATCH_SCORE_CONFIG, HCAS.SVC_CATEGORY_MAP,      *
      *           HCAS.SVC_LIMITS, HCAS.ID_SEQUENCE                    *
      * OUTPUTS:  DB2 TABLES - HCAS.ACCUMULATORS, HCAS.ACCUM_LEDGER,   *
      *           HCAS.SVC_UTILIZATION, HCAS.DENTAL_ACCUM,             *
      *           HCAS.VISION_ACCUM, HCAS.PRIOR_AUTH,                  *
      *           HCAS.MEMBER_XREF, HCAS.TAKEOVER_LOAD_LOG             *
      *           TKORPT-FILE - UNMATCHED / REJECTED RECORD REPORT     *
      * FREQUENCY: ON REQUEST, ONCE PER PRIOR-CARRIER FILE             *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TKOPARM-FILE
               ASSIGN TO TKOPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TKOIN-FILE
               ASSIGN TO TKOIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TKO-STATUS.

           SELECT MBRVSAM-FILE
               ASSIGN TO MBRMSTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MBRV-MEMBER-ID
               ALTERNATE RECORD KEY IS MBRV-SSN
                   WITH DUPLICATES
               FILE STATUS IS WS-MBRV-STATUS.

           SELECT TKORPT-FILE
               ASSIGN TO TKORPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TKOPARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TKOPARM-RECORD.
           05  TPR-GROUP-ID            PIC X(10).
           05  TPR-CARRIER-ID          PIC X(10).
           05  TPR-FILE-ID             PIC X(10).
           05  FILLER                  PIC X(50).

       FD  TKOIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.
       01  TKOIN-RECORD                PIC X(250).

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
           05  MBRV-DATA               PIC X(497).

       FD  TKORPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  TKORPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS          PIC X(02).
           05  WS-TKO-STATUS           PIC X(02).
           05  WS-MBRV-STATUS          PIC X(02).
           05  WS-RPT-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-TOC-SEQ-SW           PIC X(01) VALUE 'N'.
               88  WS-TOC-SEQ-NEW      VALUE 'Y'.
               88  WS-TOC-SEQ-ON-FILE  VALUE 'N'.

      *--- TAKEOVER FILE - COMMON PRIOR-CARRIER IDENTITY, THEN ONE ---
      *    OF THREE DETAIL LAYOUTS BY RECORD TYPE                  ---
       01  WS-TKO-RECORD.
           05  TKI-REC-TYPE            PIC X(01).
               88  TKI-ACCUM-REC       VALUE 'A'.
               88  TKI-CLAIM-REC       VALUE 'C'.
               88  TKI-AUTH-REC        VALUE 'P'.
           05  TKI-PRIOR-MBR-ID        PIC X(20).
           05  TKI-MEMBER-ID           PIC X(12).
           05  TKI-SSN                 PIC X(09).
           05  TKI-LAST-NAME           PIC X(35).
           05  TKI-FIRST-NAME          PIC X(25).
           05  TKI-DOB                 PIC X(08).
           05  TKI-DETAIL              PIC X(140).

      *--- A - YEAR-TO-DATE ACCUMULATORS AS OF THE PRIOR CARRIER'S ---
      *    LAST DAY OF COVERAGE                                    ---
       01  WS-TKO-ACCUM REDEFINES WS-TKO-RECORD.
           05  FILLER                  PIC X(110).
           05  TKA-ACCUM-TYPE          PIC X(01).
               88  TKA-INDIVIDUAL      VALUE 'I'.
               88  TKA-FAMILY          VALUE 'F'.
           05  TKA-AS-OF-DATE          PIC X(08).
           05  TKA-DEDUCT-YTD          PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05  TKA-OOP-YTD             PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05  FILLER                  PIC X(111).

      *--- C - ONE PRIOR CLAIM LINE (M MEDICAL, D DENTAL, V VISION) ---
       01  WS-TKO-CLAIM REDEFINES WS-TKO-RECORD.
           05  FILLER                  PIC X(110).
           05  TKC-PRODUCT-LINE        PIC X(01).
               88  TKC-MEDICAL         VALUE 'M'.
               88  TKC-DENTAL          VALUE 'D'.
               88  TKC-VISION          VALUE 'V'.
           05  TKC-SVC-CODE            PIC X(05).
           05  TKC-DOS                 PIC X(08).
           05  TKC-UNITS               PIC 9(05).
           05  TKC-ALLOWED-AMT         PIC S9(07)V99 SIGN LEADING
                                       SEPARATE.
           05  TKC-PRIOR-CLAIM-REF     PIC X(20).
           05  FILLER                  PIC X(91).

      *--- P - AN OPEN PRIOR AUTHORIZATION ---
       01  WS-TKO-AUTH REDEFINES WS-TKO-RECORD.
           05  FILLER                  PIC X(110).
           05  TKP-PRIOR-AUTH-NO       PIC X(20).
           05  TKP-PROVIDER-NPI        PIC X(10).
           05  TKP-SVC-CODE-FROM       PIC X(05).
           05  TKP-SVC-CODE-THRU       PIC X(05).
           05  TKP-AUTH-UNITS          PIC 9(05).
           05  TKP-USED-UNITS          PIC 9(05).
           05  TKP-EFF-DATE            PIC X(08).
           05  TKP-TERM-DATE           PIC X(08).
           05  FILLER                  PIC X(74).

       01  WS-PARM-FIELDS.
           05  WS-GROUP-ID             PIC X(10).
           05  WS-CARRIER-ID           PIC X(10).
           05  WS-FILE-ID              PIC X(10).
           05  WS-LOG-COUNT            PIC S9(09) COMP.

      *--- TAKEOVER CONSTANTS - THE LEDGER REF IS 'ADJ-' + THE     ---
      *    REASON CODE, AS SECREV01 LEDGERS A KEYED ADJUSTMENT, SO  ---
      *    ACCAUD01 TREATS THE CREDIT AS A NON-CLAIM ADJUSTMENT     ---
       01  WS-TAKEOVER-CONSTANTS.
           05  WS-TK-REASON-CODE       PIC X(04) VALUE 'TKOV'.
           05  WS-TK-LEDGER-REF        PIC X(15) VALUE 'ADJ-TKOV'.
           05  WS-TK-XREF-ID-TYPE      PIC X(03) VALUE 'PCI'.
           05  WS-TK-TOC-DAYS          PIC S9(05) COMP VALUE 90.

      *--- IDENTITY MATCH RESULT - KEPT ACROSS THE RECORDS OF ONE ---
      *    PRIOR-CARRIER MEMBER SO EACH IS MATCHED ONCE           ---
       01  WS-MATCH-RESULT.
           05  WS-MR-PRIOR-MBR-ID      PIC X(20) VALUE SPACES.
           05  WS-MR-MATCH-STATUS      PIC X(02).
               88  WS-MR-EXACT-MATCH   VALUE 'EM'.
               88  WS-MR-FUZZY-MATCH   VALUE 'FM'.
               88  WS-MR-NO-MATCH      VALUE 'NM'.
           05  WS-MR-MATCH-METHOD      PIC X(03).
               88  WS-MR-BY-XREF       VALUE 'XRF'.
               88  WS-MR-BY-ID         VALUE 'MID'.
               88  WS-MR-BY-SSN        VALUE 'SSN'.
               88  WS-MR-BY-DEMO       VALUE 'DMO'.
           05  WS-MR-MEMBER-ID         PIC X(12).
           05  WS-MR-MATCH-SCORE       PIC 9(03).
           05  WS-MR-CONFIRMED-SW      PIC X(01).
               88  WS-MR-CONFIRMED     VALUE 'Y'.
               88  WS-MR-NOT-CONFIRMED VALUE 'N'.
           05  WS-MR-UNMATCHED-REASON  PIC X(50).
           05  WS-MR-PLAN-CODE         PIC X(08).
           05  WS-MR-SUBSCRIBER-ID     PIC X(12).
           05  WS-MR-COVERAGE-EFF      PIC X(08).

       01  WS-MATCH-SCORE             PIC 9(03).
       01  WS-UPPER-TKO-LAST          PIC X(35).
       01  WS-UPPER-MBRV-LAST         PIC X(35).
       01  WS-SCORE-DISP              PIC ZZ9.

      *    TUNABLE MATCH-SCORING WEIGHTS - THE SAME ROW MEMXREF1
      *    LOADS FROM HCAS.MATCH_SCORE_CONFIG
       01  WS-MATCH-WEIGHTS.
           05  WS-CFG-SSN-BASE-SCORE      PIC 9(03).
           05  WS-CFG-NAME-EXACT-BONUS    PIC 9(03).
           05  WS-CFG-NAME-PARTIAL-BONUS  PIC 9(03).
           05  WS-CFG-DOB-MATCH-BONUS     PIC 9(03).
           05  WS-CFG-EXACT-THRESHOLD     PIC 9(03).
           05  WS-CFG-FUZZY-THRESHOLD     PIC 9(03).
           05  WS-CFG-DEMO-MATCH-SCORE    PIC 9(03).

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

      *--- THE BUCKET ROW A TAKEOVER CREDIT POSTS TO ---
       01  WS-CREDIT-WORK.
           05  WS-CW-ACCUM-MEMBER      PIC X(12).
           05  WS-CW-ACCUM-TYPE        PIC X(01).
           05  WS-CW-BENEFIT-YEAR      PIC X(04).
           05  WS-CW-BUCKET            PIC X(03).
           05  WS-CW-DEDUCT-YTD        PIC S9(07)V99 COMP-3.
           05  WS-CW-DEDUCT-LIMIT      PIC S9(07)V99 COMP-3.
           05  WS-CW-OOP-YTD           PIC S9(07)V99 COMP-3.
           05  WS-CW-OOP-LIMIT         PIC S9(07)V99 COMP-3.
           05  WS-CW-IND-DEDUCT        PIC S9(07)V99 COMP-3.
           05  WS-CW-IND-OOP           PIC S9(07)V99 COMP-3.
           05  WS-CW-FAM-DEDUCT        PIC S9(07)V99 COMP-3.
           05  WS-CW-FAM-OOP           PIC S9(07)V99 COMP-3.
           05  WS-CW-PRIOR-BAL         PIC S9(07)V99 COMP-3.
           05  WS-CW-LIMIT             PIC S9(07)V99 COMP-3.
           05  WS-CW-CREDIT            PIC S9(07)V99 COMP-3.
           05  WS-CW-NEW-BAL           PIC S9(07)V99 COMP-3.
           05  WS-CW-POSTED-COUNT      PIC S9(09) COMP.

      *--- PRIOR CLAIM LINE - SERVICE-LIMIT UTILIZATION ---
       01  WS-HISTORY-WORK.
           05  WS-HW-CATEGORY          PIC X(10).
           05  WS-HW-LIMIT-PERIOD      PIC X(02).
           05  WS-HW-IS-COVERED        PIC X(01).
           05  WS-HW-PERIOD-KEY        PIC X(04).
           05  WS-HW-UNITS             PIC S9(05) COMP-3.
           05  WS-HW-ALLOWED           PIC S9(07)V99 COMP-3.
           05  WS-HW-CAL-YEAR          PIC X(04).

      *--- TRANSITION-OF-CARE AUTH ---
       01  WS-TOC-WORK.
           05  WS-TOC-NEXT-SEQ         PIC 9(09) VALUE ZERO.
           05  WS-TOC-AUTH-NO          PIC X(12).
           05  WS-TOC-SVC-CODE-THRU    PIC X(05).
           05  WS-TOC-EFF-DATE         PIC X(08).
           05  WS-TOC-TERM-DATE        PIC X(08).
           05  WS-TOC-LIMIT-DATE       PIC 9(08).
           05  WS-TOC-LIMIT-INT        PIC S9(09) COMP.

       01  WS-DB2-XREF-FIELDS.
           05  WS-XR-MEMBER-ID         PIC X(12).
           05  WS-XR-EXTERNAL-ID       PIC X(20).

       01  WS-REJECT-REASON            PIC X(50).

       01  WS-COUNTERS.
           05  WS-MEMBERS-MATCHED      PIC 9(07) VALUE ZERO.
           05  WS-MEMBERS-UNMATCHED    PIC 9(07) VALUE ZERO.
           05  WS-XREF-INSERT-CNT      PIC 9(07) VALUE ZERO.
           05  WS-RECS-UNMATCHED       PIC 9(07) VALUE ZERO.
           05  WS-RECS-REJECTED        PIC 9(07) VALUE ZERO.
           05  WS-CREDITS-POSTED       PIC 9(07) VALUE ZERO.
           05  WS-CREDITS-SKIPPED      PIC 9(07) VALUE ZERO.
           05  WS-HIST-LINES-LOADED    PIC 9(07) VALUE ZERO.
           05  WS-HIST-UTIL-POSTED     PIC 9(07) VALUE ZERO.
           05  WS-TOC-AUTHS-ADDED      PIC 9(07) VALUE ZERO.
           05  WS-CREDIT-TOTAL         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-AMT-DISP                 PIC Z,ZZZ,ZZ9.99-.
       01  WS-AMT-DISP2                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECORD
               UNTIL WS-EOF
           PERFORM 8000-LOG-LOAD
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'TKOLD001' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT TKOPARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'TKOLD001: ERROR OPENING TKOPARM - '
                       WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TKOPARM-FILE
               AT END
                   DISPLAY 'TKOLD001: EMPTY PARM CARD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE TPR-GROUP-ID   TO WS-GROUP-ID
                   MOVE TPR-CARRIER-ID TO WS-CARRIER-ID
                   MOVE TPR-FILE-ID    TO WS-FILE-ID
           END-READ
           CLOSE TKOPARM-FILE
           IF WS-GROUP-ID = SPACES
           OR WS-CARRIER-ID = SPACES
           OR WS-FILE-ID = SPACES
               DISPLAY 'TKOLD001: PARM CARD NEEDS GROUP, CARRIER '
                       'AND FILE ID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *--- A FILE ALREADY LOADED WOULD CREDIT EVERY BUCKET TWICE ---
           MOVE ZERO TO WS-LOG-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-LOG-COUNT
               FROM HCAS.TAKEOVER_LOAD_LOG
               WHERE GROUP_ID = :WS-GROUP-ID
                 AND PRIOR_CARRIER_ID = :WS-CARRIER-ID
                 AND FILE_ID = :WS-FILE-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'TKOLD001: LOAD LOG READ ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LOG-COUNT > ZERO
               DISPLAY 'TKOLD001: FILE ' WS-FILE-ID
                       ' ALREADY LOADED FOR GROUP ' WS-GROUP-ID
                       ' CARRIER ' WS-CARRIER-ID
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-GET-TOC-SEQUENCE
           PERFORM 1200-LOAD-MATCH-WEIGHTS
           OPEN INPUT TKOIN-FILE
           IF WS-TKO-STATUS NOT = '00'
               DISPLAY 'TKOLD001: ERROR OPENING TKOIN - '
                       WS-TKO-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MBRVSAM-FILE
           IF WS-MBRV-STATUS NOT = '00'
               DISPLAY 'TKOLD001: ERROR OPENING MBRMSTER - '
                       WS-MBRV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TKORPT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TKOLD001 - PRIOR-CARRIER TAKEOVER LOAD - GROUP '
                  DELIMITED SIZE
                  WS-GROUP-ID DELIMITED SIZE
                  ' CARRIER ' DELIMITED SIZE
                  WS-CARRIER-ID DELIMITED SIZE
                  ' FILE ' DELIMITED SIZE
                  WS-FILE-ID DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE TKORPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE TKORPT-RECORD FROM WS-RPT-LINE
           PERFORM 7000-READ-INPUT.

       1100-GET-TOC-SEQUENCE.
      *    TRANSITION-OF-CARE AUTH NUMBERS ARE 'TOC' + A RUNNING
      *    SEQUENCE KEPT ON HCAS.ID_SEQUENCE
           EXEC SQL
               SELECT NEXT_VALUE
               INTO :WS-TOC-NEXT-SEQ
               FROM HCAS.ID_SEQUENCE
               WHERE SEQ_NAME = 'TOC_AUTH_NO'
               FOR UPDATE
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   SET WS-TOC-SEQ-ON-FILE TO TRUE
               WHEN +100
                   SET WS-TOC-SEQ-NEW TO TRUE
                   MOVE ZERO TO WS-TOC-NEXT-SEQ
               WHEN OTHER
                   DISPLAY 'TKOLD001: ERROR GETTING TOC SEQUENCE - '
                           'SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1200-LOAD-MATCH-WEIGHTS.
      *    SAME WEIGHTS AND FALLBACKS AS MEMXREF1 SO A MEMBER IS
      *    IDENTIFIED THE SAME WAY HERE AS AT ENROLLMENT
           EXEC SQL
               SELECT SSN_BASE_SCORE, NAME_EXACT_BONUS,
                      NAME_PARTIAL_BONUS, DOB_MATCH_BONUS,
                      EXACT_THRESHOLD, FUZZY_THRESHOLD,
                      DEMO_MATCH_SCORE
               INTO   :WS-CFG-SSN-BASE-SCORE,
                      :WS-CFG-NAME-EXACT-BONUS,
                      :WS-CFG-NAME-PARTIAL-BONUS,
                      :WS-CFG-DOB-MATCH-BONUS,
                      :WS-CFG-EXACT-THRESHOLD,
                      :WS-CFG-FUZZY-THRESHOLD,
                      :WS-CFG-DEMO-MATCH-SCORE
               FROM   HCAS.MATCH_SCORE_CONFIG
               WHERE  STATUS = 'A'
                 AND  TERM_DATE = '99991231'
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 050 TO WS-CFG-SSN-BASE-SCORE
               MOVE 030 TO WS-CFG-NAME-EXACT-BONUS
               MOVE 015 TO WS-CFG-NAME-PARTIAL-BONUS
               MOVE 020 TO WS-CFG-DOB-MATCH-BONUS
               MOVE 080 TO WS-CFG-EXACT-THRESHOLD
               MOVE 065 TO WS-CFG-FUZZY-THRESHOLD
               MOVE 070 TO WS-CFG-DEMO-MATCH-SCORE
           END-IF.

       2000-PROCESS-RECORD.
           ADD 1 TO WS-RECORDS-READ
           MOVE SPACES TO WS-REJECT-REASON
           IF TKI-PRIOR-MBR-ID = SPACES
           OR TKI-PRIOR-MBR-ID NOT = WS-MR-PRIOR-MBR-ID
               PERFORM 3000-MATCH-MEMBER
           END-IF
           IF WS-MR-NOT-CONFIRMED
               PERFORM 7100-WRITE-UNMATCHED
           ELSE
               EVALUATE TRUE
                   WHEN TKI-ACCUM-REC
                       PERFORM 4000-POST-ACCUM-CREDITS
                   WHEN TKI-CLAIM-REC
                       PERFORM 5000-LOAD-CLAIM-HISTORY
                   WHEN TKI-AUTH-REC
                       PERFORM 6000-LOAD-PRIOR-AUTH
                   WHEN OTHER
                       MOVE 'INVALID RECORD TYPE'
                           TO WS-REJECT-REASON
               END-EVALUATE
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM 7200-WRITE-REJECT
               END-IF
           END-IF
           PERFORM 7000-READ-INPUT.

      *================================================================*
      * IDENTITY MATCH - THE MEMXREF1 SEQUENCE, PRECEDED BY THE        *
      * CROSS-REFERENCE THIS PROGRAM LEAVES FOR THE PRIOR CARRIER'S ID *
      *================================================================*
       3000-MATCH-MEMBER.
           INITIALIZE WS-MATCH-RESULT
           MOVE TKI-PRIOR-MBR-ID TO WS-MR-PRIOR-MBR-ID
           SET WS-MR-NO-MATCH TO TRUE
           SET WS-MR-NOT-CONFIRMED TO TRUE
           MOVE ZERO TO WS-MATCH-SCORE
      *    STEP 1: PRIOR-CARRIER ID ALREADY CROSS-REFERENCED
           IF TKI-PRIOR-MBR-ID NOT = SPACES
               PERFORM 3100-MATCH-BY-XREF
           END-IF
      *    STEP 2: HCAS MEMBER ID SUPPLIED ON THE FILE
           IF WS-MR-NO-MATCH
           AND TKI-MEMBER-ID NOT = SPACES
               PERFORM 3200-MATCH-BY-MEMBER-ID
           END-IF
      *    STEP 3: SSN WITH NAME/DOB VERIFICATION
           IF WS-MR-NO-MATCH
               IF TKI-SSN NOT = SPACES
               AND TKI-SSN IS NUMERIC
                   PERFORM 3300-MATCH-BY-SSN
               END-IF
           END-IF
      *    STEP 4: DEMOGRAPHIC MATCH IN DB2
           IF WS-MR-NO-MATCH
               PERFORM 3400-MATCH-BY-DEMOGRAPHICS
           END-IF
           EVALUATE TRUE
               WHEN WS-MR-EXACT-MATCH
                   PERFORM 3500-CHECK-GROUP-ENROLLMENT
               WHEN WS-MR-FUZZY-MATCH
                   MOVE WS-MR-MATCH-SCORE TO WS-SCORE-DISP
                   STRING 'LOW-CONFIDENCE ' DELIMITED SIZE
                          WS-MR-MATCH-METHOD DELIMITED SIZE
                          ' MATCH TO ' DELIMITED SIZE
                          WS-MR-MEMBER-ID DELIMITED SIZE
                          ' SCORE ' DELIMITED SIZE
                          WS-SCORE-DISP DELIMITED SIZE
                          INTO WS-MR-UNMATCHED-REASON
                   END-STRING
               WHEN OTHER
                   MOVE 'NO MATCHING HCAS MEMBER'
                       TO WS-MR-UNMATCHED-REASON
           END-EVALUATE
           IF WS-MR-CONFIRMED
               ADD 1 TO WS-MEMBERS-MATCHED
               IF NOT WS-MR-BY-XREF
               AND TKI-PRIOR-MBR-ID NOT = SPACES
                   PERFORM 3600-INSERT-XREF
               END-IF
           ELSE
               ADD 1 TO WS-MEMBERS-UNMATCHED
           END-IF.

       3100-MATCH-BY-XREF.
           EXEC SQL
               SELECT MEMBER_ID
               INTO :WS-XR-MEMBER-ID
               FROM HCAS.MEMBER_XREF
               WHERE EXTERNAL_ID = :TKI-PRIOR-MBR-ID
                 AND SOURCE_SYSTEM = :WS-CARRIER-ID
                 AND TERM_DATE = '99991231'
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = ZERO
               SET WS-MR-EXACT-MATCH TO TRUE
               SET WS-MR-BY-XREF TO TRUE
               MOVE WS-XR-MEMBER-ID TO WS-MR-MEMBER-ID
               MOVE 100 TO WS-MR-MATCH-SCORE
           END-IF.

       3200-MATCH-BY-MEMBER-ID.
           MOVE TKI-MEMBER-ID TO MBRV-MEMBER-ID
           READ MBRVSAM-FILE
               KEY IS MBRV-MEMBER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MR-EXACT-MATCH TO TRUE
                   SET WS-MR-BY-ID TO TRUE
                   MOVE MBRV-MEMBER-ID TO WS-MR-MEMBER-ID
                   MOVE 100 TO WS-MR-MATCH-SCORE
           END-READ.

       3300-MATCH-BY-SSN.
           MOVE TKI-SSN TO MBRV-SSN
           READ MBRVSAM-FILE
               KEY IS MBRV-SSN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-CFG-SSN-BASE-SCORE TO WS-MATCH-SCORE
                   PERFORM 3310-VERIFY-SSN-MATCH
           END-READ.

       3310-VERIFY-SSN-MATCH.
      *    SSN MATCH REQUIRES SECONDARY VERIFICATION
           MOVE FUNCTION UPPER-CASE(TKI-LAST-NAME)
               TO WS-UPPER-TKO-LAST
           MOVE FUNCTION UPPER-CASE(MBRV-LAST-NAME)
               TO WS-UPPER-MBRV-LAST
           IF WS-UPPER-TKO-LAST = WS-UPPER-MBRV-LAST
               ADD WS-CFG-NAME-EXACT-BONUS TO WS-MATCH-SCORE
           ELSE
               IF WS-UPPER-TKO-LAST(1:5) =
                  WS-UPPER-MBRV-LAST(1:5)
                   ADD WS-CFG-NAME-PARTIAL-BONUS TO WS-MATCH-SCORE
               END-IF
           END-IF
           IF TKI-DOB = MBRV-DOB
               ADD WS-CFG-DOB-MATCH-BONUS TO WS-MATCH-SCORE
           END-IF
           IF WS-MATCH-SCORE >= WS-CFG-EXACT-THRESHOLD
               SET WS-MR-EXACT-MATCH TO TRUE
           ELSE
               IF WS-MATCH-SCORE >= WS-CFG-FUZZY-THRESHOLD
                   SET WS-MR-FUZZY-MATCH TO TRUE
               END-IF
           END-IF
           IF NOT WS-MR-NO-MATCH
               SET WS-MR-BY-SSN TO TRUE
               MOVE MBRV-MEMBER-ID TO WS-MR-MEMBER-ID
               MOVE WS-MATCH-SCORE TO WS-MR-MATCH-SCORE
           END-IF.

       3400-MATCH-BY-DEMOGRAPHICS.
      *    QUERY DB2 FOR MATCHING LAST NAME + DOB + FIRST INITIAL
           MOVE FUNCTION UPPER-CASE(TKI-LAST-NAME)
               TO WS-UPPER-TKO-LAST
           EXEC SQL
               SELECT MEMBER_ID
               INTO :WS-XR-MEMBER-ID
               FROM HCAS.MEMBER
               WHERE UPPER(LAST_NAME) = :WS-UPPER-TKO-LAST
                 AND DATE_OF_BIRTH = :TKI-DOB
                 AND SUBSTR(FIRST_NAME, 1, 1) =
                     SUBSTR(:TKI-FIRST-NAME, 1, 1)
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = ZERO
               SET WS-MR-BY-DEMO TO TRUE
               MOVE WS-XR-MEMBER-ID TO WS-MR-MEMBER-ID
               MOVE WS-CFG-DEMO-MATCH-SCORE TO WS-MR-MATCH-SCORE
               IF WS-CFG-DEMO-MATCH-SCORE >= WS-CFG-EXACT-THRESHOLD
                   SET WS-MR-EXACT-MATCH TO TRUE
               ELSE
                   SET WS-MR-FUZZY-MATCH TO TRUE
               END-IF
           END-IF.

       3500-CHECK-GROUP-ENROLLMENT.
      *--- THE MATCHED MEMBER MUST BE ENROLLED IN THE GROUP THAT ---
      *    IS MOVING OVER - THE LATEST ACTIVE SPAN GIVES THE PLAN ---
      *    AND THE DATE HCAS COVERAGE STARTED                     ---
           EXEC SQL
               SELECT E.PLAN_CODE, E.EFF_DATE,
                      COALESCE(M.SUBSCRIBER_ID, M.MEMBER_ID)
               INTO :WS-MR-PLAN-CODE, :WS-MR-COVERAGE-EFF,
                    :WS-MR-SUBSCRIBER-ID
               FROM HCAS.ENROLLMENT E
               INNER JOIN HCAS.MEMBER M
                   ON M.MEMBER_ID = E.MEMBER_ID
               WHERE E.MEMBER_ID = :WS-MR-MEMBER-ID
                 AND E.GROUP_ID = :WS-GROUP-ID
                 AND E.ELIG_STATUS = 'A'
               ORDER BY E.EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   SET WS-MR-CONFIRMED TO TRUE
               WHEN +100
                   STRING 'MATCHED ' DELIMITED SIZE
                          WS-MR-MEMBER-ID DELIMITED SIZE
                          ' - NOT ENROLLED IN GROUP' DELIMITED SIZE
                          INTO WS-MR-UNMATCHED-REASON
                   END-STRING
               WHEN OTHER
                   DISPLAY 'TKOLD001: ENROLLMENT READ ERROR SQLCODE='
                           SQLCODE ' MBR=' WS-MR-MEMBER-ID
                   MOVE 'DB2 ERROR ON ENROLLMENT LOOKUP'
                       TO WS-MR-UNMATCHED-REASON
           END-EVALUATE.

       3600-INSERT-XREF.
           MOVE WS-MR-MEMBER-ID  TO WS-XR-MEMBER-ID
           MOVE TKI-PRIOR-MBR-ID TO WS-XR-EXTERNAL-ID
           EXEC SQL
               INSERT INTO HCAS.MEMBER_XREF
                   (MEMBER_ID, EXTERNAL_ID, ID_TYPE,
                    SOURCE_SYSTEM, EFF_DATE, TERM_DATE)
               VALUES
                   (:WS-XR-MEMBER-ID, :WS-XR-EXTERNAL-ID,
                    :WS-TK-XREF-ID-TYPE, :WS-CARRIER-ID,
                    :WS-CURRENT-DATE, '99991231')
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-XREF-INSERT-CNT
           ELSE
               IF SQLCODE = -803
                   CONTINUE
               ELSE
                   DISPLAY 'TKOLD001: XREF INSERT ERROR - SQLCODE='
                           SQLCODE
               END-IF
           END-IF.

      *================================================================*
      * A - YEAR-TO-DATE DEDUCTIBLE AND OUT-OF-POCKET CREDITS          *
      *================================================================*
       4000-POST-ACCUM-CREDITS.
           EVALUATE TRUE
               WHEN NOT TKA-INDIVIDUAL
               AND NOT TKA-FAMILY
                   MOVE 'INVALID ACCUM TYPE' TO WS-REJECT-REASON
               WHEN TKA-DEDUCT-YTD NOT NUMERIC
                   MOVE 'INVALID DEDUCTIBLE YTD' TO WS-REJECT-REASON
               WHEN TKA-OOP-YTD NOT NUMERIC
                   MOVE 'INVALID OUT-OF-POCKET YTD'
                       TO WS-REJECT-REASON
               WHEN TKA-DEDUCT-YTD < ZERO
               OR TKA-OOP-YTD < ZERO
                   MOVE 'NEGATIVE YEAR-TO-DATE AMOUNT'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
      *--- THE CREDIT BELONGS TO THE BENEFIT PERIOD THE PRIOR   ---
      *    CARRIER'S AS-OF DATE FALLS IN; WITHOUT ONE, THE      ---
      *    PERIOD HCAS COVERAGE STARTED IN                      ---
           MOVE WS-MR-PLAN-CODE TO WS-PER-PLAN-CODE
           IF TKA-AS-OF-DATE IS NUMERIC
               MOVE TKA-AS-OF-DATE TO WS-PER-SVC-DATE
           ELSE
               MOVE WS-MR-COVERAGE-EFF TO WS-PER-SVC-DATE
           END-IF
           CALL 'ACCPER01' USING WS-PERIOD-REQUEST
                                 WS-PERIOD-RESPONSE
           MOVE WS-PER-BENEFIT-YEAR TO WS-CW-BENEFIT-YEAR
           MOVE TKA-ACCUM-TYPE      TO WS-CW-ACCUM-TYPE
           IF TKA-FAMILY
               MOVE WS-MR-SUBSCRIBER-ID TO WS-CW-ACCUM-MEMBER
           ELSE
               MOVE WS-MR-MEMBER-ID     TO WS-CW-ACCUM-MEMBER
           END-IF
           PERFORM 4100-LOAD-BUCKET-ROW
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF TKA-DEDUCT-YTD > ZERO
               MOVE 'DED'              TO WS-CW-BUCKET
               MOVE WS-CW-DEDUCT-YTD   TO WS-CW-PRIOR-BAL
               MOVE WS-CW-DEDUCT-LIMIT TO WS-CW-LIMIT
               MOVE TKA-DEDUCT-YTD     TO WS-CW-CREDIT
               PERFORM 4200-POST-BUCKET-CREDIT
           END-IF
           IF TKA-OOP-YTD > ZERO
               MOVE 'OOP'              TO WS-CW-BUCKET
               MOVE WS-CW-OOP-YTD      TO WS-CW-PRIOR-BAL
               MOVE WS-CW-OOP-LIMIT    TO WS-CW-LIMIT
               MOVE TKA-OOP-YTD        TO WS-CW-CREDIT
               PERFORM 4200-POST-BUCKET-CREDIT
           END-IF.

       4100-LOAD-BUCKET-ROW.
           EXEC SQL
               SELECT DEDUCTIBLE_YTD, DEDUCTIBLE_LIMIT,
                      OOP_YTD, OOP_LIMIT
               INTO :WS-CW-DEDUCT-YTD, :WS-CW-DEDUCT-LIMIT,
                    :WS-CW-OOP-YTD, :WS-CW-OOP-LIMIT
               FROM HCAS.ACCUMULATORS
               WHERE MEMBER_ID = :WS-CW-ACCUM-MEMBER
                 AND PLAN_CODE = :WS-MR-PLAN-CODE
                 AND COALESCE(ACCUM_TYPE, 'I') = :WS-CW-ACCUM-TYPE
                 AND BENEFIT_YEAR = :WS-CW-BENEFIT-YEAR
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   PERFORM 4150-OPEN-BUCKET-ROW
               WHEN OTHER
                   DISPLAY 'TKOLD001: ACCUM READ ERROR SQLCODE='
                           SQLCODE ' MBR=' WS-CW-ACCUM-MEMBER
                   MOVE 'DB2 ERROR ON ACCUMULATOR READ'
                       TO WS-REJECT-REASON
           END-EVALUATE.

       4150-OPEN-BUCKET-ROW.
      *--- NO CLAIM HAS POSTED YET FOR THE PERIOD - OPEN THE ROW ---
      *    EMPTY UNDER THE PLAN'S LIMITS, AS CLMADJ01 WOULD      ---
           MOVE ZERO TO WS-CW-DEDUCT-YTD
                        WS-CW-OOP-YTD
           EXEC SQL
               SELECT IND_DEDUCTIBLE, IND_OOP_MAX,
                      FAM_DEDUCTIBLE, FAM_OOP_MAX
               INTO :WS-CW-IND-DEDUCT, :WS-CW-IND-OOP,
                    :WS-CW-FAM-DEDUCT, :WS-CW-FAM-OOP
               FROM HCAS.BENEFIT_PLAN
               WHERE PLAN_CODE = :WS-MR-PLAN-CODE
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'TKOLD001: PLAN READ ERROR SQLCODE='
                       SQLCODE ' PLAN=' WS-MR-PLAN-CODE
               MOVE 'PLAN NOT ON HCAS.BENEFIT_PLAN'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF TKA-FAMILY
               MOVE WS-CW-FAM-DEDUCT TO WS-CW-DEDUCT-LIMIT
               MOVE WS-CW-FAM-OOP    TO WS-CW-OOP-LIMIT
           ELSE
               MOVE WS-CW-IND-DEDUCT TO WS-CW-DEDUCT-LIMIT
               MOVE WS-CW-IND-OOP    TO WS-CW-OOP-LIMIT
           END-IF
           EXEC SQL
               INSERT INTO HCAS.ACCUMULATORS
                   (MEMBER_ID, PLAN_CODE, ACCUM_TYPE,
                    BENEFIT_YEAR,
                    DEDUCTIBLE_YTD, DEDUCTIBLE_LIMIT,
                    OOP_YTD, OOP_LIMIT, LAST_UPDATE_DATE)
               VALUES
                   (:WS-CW-ACCUM-MEMBER, :WS-MR-PLAN-CODE,
                    :WS-CW-ACCUM-TYPE, :WS-CW-BENEFIT-YEAR,
                    0, :WS-CW-DEDUCT-LIMIT,
                    0, :WS-CW-OOP-LIMIT,
                    :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
               DISPLAY 'TKOLD001: ACCUM PERIOD OPEN ERROR '
                       'SQLCODE=' SQLCODE
                       ' MBR=' WS-CW-ACCUM-MEMBER
               MOVE 'DB2 ERROR OPENING ACCUMULATOR ROW'
                   TO WS-REJECT-REASON
           END-IF.

       4200-POST-BUCKET-CREDIT.
      *--- ONE TAKEOVER CREDIT PER BUCKET - A FAMILY TOTAL SENT ---
      *    ON EVERY FAMILY MEMBER'S RECORD POSTS ONCE            ---
           MOVE ZERO TO WS-CW-POSTED-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CW-POSTED-COUNT
               FROM HCAS.ACCUM_LEDGER
               WHERE MEMBER_ID = :WS-CW-ACCUM-MEMBER
                 AND ACCUM_TYPE = :WS-CW-ACCUM-TYPE
                 AND BUCKET_CODE = :WS-CW-BUCKET
                 AND BENEFIT_YEAR = :WS-CW-BENEFIT-YEAR
                 AND CLAIM_ID = :WS-TK-LEDGER-REF
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'TKOLD001: LEDGER READ ERROR SQLCODE='
                       SQLCODE ' MBR=' WS-CW-ACCUM-MEMBER
               MOVE 'DB2 ERROR ON LEDGER READ' TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CW-POSTED-COUNT > ZERO
               ADD 1 TO WS-CREDITS-SKIPPED
               MOVE 'TAKEOVER CREDIT ALREADY POSTED' TO WS-REJECT-REASON
               PERFORM 7300-WRITE-SKIPPED
               MOVE SPACES TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
      *--- THE BUCKET NEVER GOES PAST ITS LIMIT ---
           IF WS-CW-PRIOR-BAL + WS-CW-CREDIT > WS-CW-LIMIT
               COMPUTE WS-CW-CREDIT = WS-CW-LIMIT - WS-CW-PRIOR-BAL
           END-IF
           IF WS-CW-CREDIT NOT > ZERO
               ADD 1 TO WS-CREDITS-SKIPPED
               MOVE 'BUCKET ALREADY AT LIMIT' TO WS-REJECT-REASON
               PERFORM 7300-WRITE-SKIPPED
               MOVE SPACES TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CW-BUCKET = 'DED'
               EXEC SQL
                   UPDATE HCAS.ACCUMULATORS
                   SET    DEDUCTIBLE_YTD = DEDUCTIBLE_YTD +
                              :WS-CW-CREDIT,
                          LAST_UPDATE_DATE = :WS-CURRENT-DATE
                   WHERE  MEMBER_ID = :WS-CW-ACCUM-MEMBER
                     AND  PLAN_CODE = :WS-MR-PLAN-CODE
                     AND  COALESCE(ACCUM_TYPE, 'I') =
                          :WS-CW-ACCUM-TYPE
                     AND  BENEFIT_YEAR = :WS-CW-BENEFIT-YEAR
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE HCAS.ACCUMULATORS
                   SET    OOP_YTD = OOP_YTD +
                              :WS-CW-CREDIT,
                          LAST_UPDATE_DATE = :WS-CURRENT-DATE
                   WHERE  MEMBER_ID = :WS-CW-ACCUM-MEMBER
                     AND  PLAN_CODE = :WS-MR-PLAN-CODE
                     AND  COALESCE(ACCUM_TYPE, 'I') =
                          :WS-CW-ACCUM-TYPE
                     AND  BENEFIT_YEAR = :WS-CW-BENEFIT-YEAR
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'TKOLD001: ACCUM UPDATE ERROR SQLCODE='
                       SQLCODE ' MBR=' WS-CW-ACCUM-MEMBER
               MOVE 'DB2 ERROR ON ACCUMULATOR UPDATE'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CW-NEW-BAL = WS-CW-PRIOR-BAL + WS-CW-CREDIT
           EXEC SQL
               INSERT INTO HCAS.ACCUM_LEDGER
                   (MEMBER_ID, ACCUM_TYPE, BUCKET_CODE,
                    BENEFIT_YEAR,
                    CLAIM_ID, PRIOR_BAL, DELTA_AMT, NEW_BAL,
                    LEDGER_TS, SOURCE_PROGRAM)
               VALUES
                   (:WS-CW-ACCUM-MEMBER, :WS-CW-ACCUM-TYPE,
                    :WS-CW-BUCKET, :WS-CW-BENEFIT-YEAR,
                    :WS-TK-LEDGER-REF, :WS-CW-PRIOR-BAL,
                    :WS-CW-CREDIT, :WS-CW-NEW-BAL,
                    CURRENT TIMESTAMP, :WS-PROGRAM-ID)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'TKOLD001: ACCUM LEDGER INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' MBR=' WS-CW-ACCUM-MEMBER
           END-IF
           ADD 1 TO WS-CREDITS-POSTED
           ADD WS-CW-CREDIT TO WS-CREDIT-TOTAL.

      *================================================================*
      * C - PRIOR CLAIM HISTORY FOR SERVICE LIMITS AND DENTAL/VISION   *
      *================================================================*
       5000-LOAD-CLAIM-HISTORY.
           EVALUATE TRUE
               WHEN NOT TKC-MEDICAL
               AND NOT TKC-DENTAL
               AND NOT TKC-VISION
                   MOVE 'INVALID PRODUCT LINE' TO WS-REJECT-REASON
               WHEN TKC-DOS NOT NUMERIC
                   MOVE 'INVALID DATE OF SERVICE' TO WS-REJECT-REASON
               WHEN TKC-UNITS NOT NUMERIC
                   MOVE 'INVALID UNITS' TO WS-REJECT-REASON
               WHEN TKC-ALLOWED-AMT NOT NUMERIC
                   MOVE 'INVALID ALLOWED AMOUNT' TO WS-REJECT-REASON
               WHEN TKC-SVC-CODE = SPACES
                   MOVE 'SERVICE CODE MISSING' TO WS-REJECT-REASON
      *--- ANYTHING FROM THE HCAS COVERAGE START ON IS OURS TO ---
      *    ADJUDICATE, NOT THE PRIOR CARRIER'S HISTORY          ---
               WHEN TKC-DOS NOT < WS-MR-COVERAGE-EFF
                   MOVE 'DOS ON OR AFTER HCAS COVERAGE START'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE TKC-UNITS       TO WS-HW-UNITS
           MOVE TKC-ALLOWED-AMT TO WS-HW-ALLOWED
           PERFORM 5100-POST-SVC-UTILIZATION
           EVALUATE TRUE
               WHEN TKC-DENTAL
                   PERFORM 5200-POST-DENTAL-ACCUM
               WHEN TKC-VISION
                   PERFORM 5300-POST-VISION-ACCUM
           END-EVALUATE
           ADD 1 TO WS-HIST-LINES-LOADED.

       5100-POST-SVC-UTILIZATION.
      *--- ONLY A SERVICE THE MEMBER'S PLAN LIMITS IS TRACKED - ---
      *    SAME CATEGORY MAP, LIMIT AND PERIOD KEY AS CLMADJ01   ---
           MOVE SPACES TO WS-HW-CATEGORY
           EXEC SQL
               SELECT SVC_CATEGORY
               INTO :WS-HW-CATEGORY
               FROM HCAS.SVC_CATEGORY_MAP
               WHERE SVC_CODE_FROM <= :TKC-SVC-CODE
                 AND SVC_CODE_THRU >= :TKC-SVC-CODE
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT LIMIT_PERIOD, IS_COVERED
               INTO :WS-HW-LIMIT-PERIOD, :WS-HW-IS-COVERED
               FROM HCAS.SVC_LIMITS
               WHERE PLAN_CODE = :WS-MR-PLAN-CODE
                 AND SVC_CATEGORY = :WS-HW-CATEGORY
                 AND EFF_DATE <= :TKC-DOS
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
           OR WS-HW-IS-COVERED = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-HW-LIMIT-PERIOD = 'LT'
               MOVE 'LIFE' TO WS-HW-PERIOD-KEY
           ELSE
               MOVE TKC-DOS(1:4) TO WS-HW-PERIOD-KEY
           END-IF
           EXEC SQL
               UPDATE HCAS.SVC_UTILIZATION
               SET UNITS_USED = UNITS_USED + :WS-HW-UNITS,
                   DOLLARS_USED = DOLLARS_USED + :WS-HW-ALLOWED,
                   LAST_UPDATE_DATE = :WS-CURRENT-DATE
               WHERE MEMBER_ID = :WS-MR-MEMBER-ID
                 AND SVC_CATEGORY = :WS-HW-CATEGORY
                 AND PERIOD_KEY = :WS-HW-PERIOD-KEY
           END-EXEC
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO HCAS.SVC_UTILIZATION
                       (MEMBER_ID, SVC_CATEGORY, PERIOD_KEY,
                        UNITS_USED, DOLLARS_USED,
                        LAST_UPDATE_DATE)
                   VALUES
                       (:WS-MR-MEMBER-ID, :WS-HW-CATEGORY,
                        :WS-HW-PERIOD-KEY,
                        :WS-HW-UNITS, :WS-HW-ALLOWED,
                        :WS-CURRENT-DATE)
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'TKOLD001: SVC UTILIZATION POST ERROR '
                       'SQLCODE=' SQLCODE
                       ' MBR=' WS-MR-MEMBER-ID
               MOVE 'DB2 ERROR ON SVC UTILIZATION POST'
                   TO WS-REJECT-REASON
           ELSE
               ADD 1 TO WS-HIST-UTIL-POSTED
           END-IF.

       5200-POST-DENTAL-ACCUM.
           MOVE TKC-DOS(1:4) TO WS-HW-CAL-YEAR
           EXEC SQL
               UPDATE HCAS.DENTAL_ACCUM
               SET DENTAL_PAID_YTD = DENTAL_PAID_YTD +
                       :WS-HW-ALLOWED,
                   LAST_UPDATE_DATE = :WS-CURRENT-DATE
               WHERE MEMBER_ID = :WS-MR-MEMBER-ID
                 AND CAL_YEAR = :WS-HW-CAL-YEAR
           END-EXEC
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO HCAS.DENTAL_ACCUM
                       (MEMBER_ID, CAL_YEAR, DENTAL_PAID_YTD,
                        LAST_UPDATE_DATE)
                   VALUES
                       (:WS-MR-MEMBER-ID, :WS-HW-CAL-YEAR,
                        :WS-HW-ALLOWED,
                        :WS-CURRENT-DATE)
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'TKOLD001: DENTAL ACCUM POST ERROR '
                       'SQLCODE=' SQLCODE
                       ' MBR=' WS-MR-MEMBER-ID
               MOVE 'DB2 ERROR ON DENTAL ACCUM POST'
                   TO WS-REJECT-REASON
           END-IF.

       5300-POST-VISION-ACCUM.
           MOVE TKC-DOS(1:4) TO WS-HW-CAL-YEAR
           EXEC SQL
               UPDATE HCAS.VISION_ACCUM
               SET VISION_PAID_YTD = VISION_PAID_YTD +
                       :WS-HW-ALLOWED,
                   LAST_UPDATE_DATE = :WS-CURRENT-DATE
               WHERE MEMBER_ID = :WS-MR-MEMBER-ID
                 AND CAL_YEAR = :WS-HW-CAL-YEAR
           END-EXEC
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO HCAS.VISION_ACCUM
                       (MEMBER_ID, CAL_YEAR, VISION_PAID_YTD,
                        LAST_UPDATE_DATE)
                   VALUES
                       (:WS-MR-MEMBER-ID, :WS-HW-CAL-YEAR,
                        :WS-HW-ALLOWED,
                        :WS-CURRENT-DATE)
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'TKOLD001: VISION ACCUM POST ERROR '
                       'SQLCODE=' SQLCODE
                       ' MBR=' WS-MR-MEMBER-ID
               MOVE 'DB2 ERROR ON VISION ACCUM POST'
                   TO WS-REJECT-REASON
           END-IF.

      *================================================================*
      * P - OPEN PRIOR AUTHORIZATIONS AS TRANSITION-OF-CARE AUTHS      *
      *================================================================*
       6000-LOAD-PRIOR-AUTH.
           EVALUATE TRUE
               WHEN TKP-PROVIDER-NPI = SPACES
                   MOVE 'PROVIDER NPI IS REQUIRED' TO WS-REJECT-REASON
               WHEN TKP-SVC-CODE-FROM = SPACES
                   MOVE 'SERVICE CODE RANGE IS REQUIRED'
                       TO WS-REJECT-REASON
               WHEN TKP-AUTH-UNITS NOT NUMERIC
               OR TKP-AUTH-UNITS = ZERO
                   MOVE 'AUTHORIZED UNITS MUST BE GREATER THAN ZERO'
                       TO WS-REJECT-REASON
               WHEN TKP-USED-UNITS NOT NUMERIC
                   MOVE 'INVALID USED UNITS' TO WS-REJECT-REASON
               WHEN TKP-USED-UNITS NOT < TKP-AUTH-UNITS
                   MOVE 'AUTHORIZATION FULLY USED - NOT OPEN'
                       TO WS-REJECT-REASON
               WHEN TKP-EFF-DATE NOT NUMERIC
               OR TKP-TERM-DATE NOT NUMERIC
                   MOVE 'INVALID AUTHORIZATION DATES'
                       TO WS-REJECT-REASON
               WHEN TKP-TERM-DATE < WS-MR-COVERAGE-EFF
                   MOVE 'AUTH ENDS BEFORE HCAS COVERAGE START'
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
      *--- THE TRANSITION AUTH STARTS NO EARLIER THAN HCAS       ---
      *    COVERAGE AND ENDS AT THE PRIOR AUTH'S OWN END OR THE  ---
      *    END OF THE TRANSITION PERIOD, WHICHEVER IS FIRST      ---
           IF TKP-EFF-DATE < WS-MR-COVERAGE-EFF
               MOVE WS-MR-COVERAGE-EFF TO WS-TOC-EFF-DATE
           ELSE
               MOVE TKP-EFF-DATE       TO WS-TOC-EFF-DATE
           END-IF
           MOVE WS-MR-COVERAGE-EFF TO WS-TOC-LIMIT-DATE
           COMPUTE WS-TOC-LIMIT-INT =
               FUNCTION INTEGER-OF-DATE(WS-TOC-LIMIT-DATE)
               + WS-TK-TOC-DAYS - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-TOC-LIMIT-INT)
               TO WS-TOC-LIMIT-DATE
           IF TKP-TERM-DATE < WS-TOC-LIMIT-DATE
               MOVE TKP-TERM-DATE     TO WS-TOC-TERM-DATE
           ELSE
               MOVE WS-TOC-LIMIT-DATE TO WS-TOC-TERM-DATE
           END-IF
           IF TKP-SVC-CODE-THRU = SPACES
               MOVE TKP-SVC-CODE-FROM TO WS-TOC-SVC-CODE-THRU
           ELSE
               MOVE TKP-SVC-CODE-THRU TO WS-TOC-SVC-CODE-THRU
           END-IF
           ADD 1 TO WS-TOC-NEXT-SEQ
           MOVE SPACES TO WS-TOC-AUTH-NO
           STRING 'TOC' DELIMITED SIZE
                  WS-TOC-NEXT-SEQ DELIMITED SIZE
                  INTO WS-TOC-AUTH-NO
           END-STRING
           EXEC SQL
               INSERT INTO HCAS.PRIOR_AUTH
                   (AUTH_NO, MEMBER_ID, PROVIDER_NPI,
                    SVC_CODE_FROM, SVC_CODE_THRU,
                    AUTH_UNITS, USED_UNITS,
                    EFF_DATE, TERM_DATE, AUTH_STATUS,
                    CREATE_DATE, CREATE_USER)
               VALUES
                   (:WS-TOC-AUTH-NO, :WS-MR-MEMBER-ID,
                    :TKP-PROVIDER-NPI,
                    :TKP-SVC-CODE-FROM, :WS-TOC-SVC-CODE-THRU,
                    :TKP-AUTH-UNITS, :TKP-USED-UNITS,
                    :WS-TOC-EFF-DATE, :WS-TOC-TERM-DATE, 'A',
                    :WS-CURRENT-DATE, :WS-PROGRAM-ID)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'TKOLD001: PRIOR AUTH INSERT ERROR SQLCODE='
                       SQLCODE ' AUTH=' WS-TOC-AUTH-NO
               MOVE 'DB2 INSERT FAILED - SEE SYSTEM LOG'
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOC-AUTHS-ADDED
      *--- PROVIDER SERVICES WORKS FROM THE PRIOR CARRIER'S ---
      *    NUMBER, SO THE CROSSWALK GOES ON THE REPORT       ---
           MOVE SPACES TO WS-RPT-LINE
           STRING 'TOC AUTH ' DELIMITED SIZE
                  WS-TOC-AUTH-NO DELIMITED SIZE
                  ' MBR ' DELIMITED SIZE
                  WS-MR-MEMBER-ID DELIMITED SIZE
                  ' PRIOR AUTH ' DELIMITED SIZE
                  TKP-PRIOR-AUTH-NO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-TOC-EFF-DATE DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-TOC-TERM-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE TKORPT-RECORD FROM WS-RPT-LINE.

      *================================================================*
      * REPORT LINES                                                   *
      *================================================================*
       7000-READ-INPUT.
           READ TKOIN-FILE INTO WS-TKO-RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       7100-WRITE-UNMATCHED.
           ADD 1 TO WS-RECS-UNMATCHED
           MOVE SPACES TO WS-RPT-LINE
           STRING 'UNMATCHED ' DELIMITED SIZE
                  TKI-REC-TYPE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  TKI-PRIOR-MBR-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  TKI-SSN DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  TKI-LAST-NAME(1:20) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  TKI-FIRST-NAME(1:12) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  TKI-DOB DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-MR-UNMATCHED-REASON DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE TKORPT-RECORD FROM WS-RPT-LINE.

       7200-WRITE-REJECT.
           ADD 1 TO WS-RECS-REJECTED
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REJECT    ' DELIMITED SIZE
                  TKI-REC-TYPE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  TKI-PRIOR-MBR-ID DELIMITED SIZE
                  ' MBR ' DELIMITED SIZE
                  WS-MR-MEMBER-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-REJECT-REASON DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE TKORPT-RECORD FROM WS-RPT-LINE.

       7300-WRITE-SKIPPED.
           MOVE WS-CW-CREDIT TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SKIPPED   ' DELIMITED SIZE
                  TKI-REC-TYPE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  TKI-PRIOR-MBR-ID DELIMITED SIZE
                  ' MBR ' DELIMITED SIZE
                  WS-CW-ACCUM-MEMBER DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CW-ACCUM-TYPE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CW-BENEFIT-YEAR DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CW-BUCKET DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-REJECT-REASON DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE TKORPT-RECORD FROM WS-RPT-LINE.

       8000-LOG-LOAD.
           IF WS-TOC-SEQ-NEW
               EXEC SQL
                   INSERT INTO HCAS.ID_SEQUENCE
                       (SEQ_NAME, NEXT_VALUE)
                   VALUES
                       ('TOC_AUTH_NO', :WS-TOC-NEXT-SEQ)
               END-EXEC
           ELSE
               EXEC SQL
                   UPDATE HCAS.ID_SEQUENCE
                   SET    NEXT_VALUE = :WS-TOC-NEXT-SEQ
                   WHERE  SEQ_NAME = 'TOC_AUTH_NO'
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'TKOLD001: TOC SEQUENCE UPDATE ERROR '
                       'SQLCODE=' SQLCODE ' - FILE BACKED OUT'
               EXEC SQL ROLLBACK END-EXEC
               CLOSE TKOIN-FILE MBRVSAM-FILE TKORPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXEC SQL
               INSERT INTO HCAS.TAKEOVER_LOAD_LOG
                   (GROUP_ID, PRIOR_CARRIER_ID, FILE_ID,
                    LOAD_DATE, PROGRAM_ID, RECORDS_READ,
                    MEMBERS_MATCHED, MEMBERS_UNMATCHED,
                    CREDIT_TOTAL)
               VALUES
                   (:WS-GROUP-ID, :WS-CARRIER-ID, :WS-FILE-ID,
                    :WS-CURRENT-DATE, :WS-PROGRAM-ID,
                    :WS-RECORDS-READ,
                    :WS-MEMBERS-MATCHED, :WS-MEMBERS-UNMATCHED,
                    :WS-CREDIT-TOTAL)
           END-EXEC
           IF SQLCODE NOT = ZERO
      *--- WITHOUT THE LOG ROW A RERUN WOULD LOAD THE FILE AGAIN ---
               DISPLAY 'TKOLD001: LOAD LOG INSERT ERROR '
                       'SQLCODE=' SQLCODE ' - FILE BACKED OUT'
               EXEC SQL ROLLBACK END-EXEC
               CLOSE TKOIN-FILE MBRVSAM-FILE TKORPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXEC SQL COMMIT END-EXEC.

       9000-TERMINATE.
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE TKORPT-RECORD FROM WS-RPT-LINE
           MOVE WS-CREDIT-TOTAL TO WS-AMT-DISP2
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MEMBERS MATCHED: ' DELIMITED SIZE
                  WS-MEMBERS-MATCHED DELIMITED SIZE
                  '  UNMATCHED: ' DELIMITED SIZE
                  WS-MEMBERS-UNMATCHED DELIMITED SIZE
                  '  RECORDS UNMATCHED: ' DELIMITED SIZE
                  WS-RECS-UNMATCHED DELIMITED SIZE
                  '  REJECTED: ' DELIMITED SIZE
                  WS-RECS-REJECTED DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE TKORPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CREDITS POSTED: ' DELIMITED SIZE
                  WS-CREDITS-POSTED DELIMITED SIZE
                  '  SKIPPED: ' DELIMITED SIZE
                  WS-CREDITS-SKIPPED DELIMITED SIZE
                  '  DOLLARS: ' DELIMITED SIZE
                  WS-AMT-DISP2 DELIMITED SIZE
                  '  HISTORY LINES: ' DELIMITED SIZE
                  WS-HIST-LINES-LOADED DELIMITED SIZE
                  '  TOC AUTHS: ' DELIMITED SIZE
                  WS-TOC-AUTHS-ADDED DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE TKORPT-RECORD FROM WS-RPT-LINE
           DISPLAY 'TKOLD001: PRIOR-CARRIER TAKEOVER LOAD COMPLETE'
           DISPLAY '  GROUP:             ' WS-GROUP-ID
           DISPLAY '  PRIOR CARRIER:     ' WS-CARRIER-ID
           DISPLAY '  FILE ID:           ' WS-FILE-ID
           DISPLAY '  RECORDS READ:      ' WS-RECORDS-READ
           DISPLAY '  MEMBERS MATCHED:   ' WS-MEMBERS-MATCHED
           DISPLAY '  MEMBERS UNMATCHED: ' WS-MEMBERS-UNMATCHED
           DISPLAY '  XREFS ADDED:       ' WS-XREF-INSERT-CNT
           DISPLAY '  RECS UNMATCHED:    ' WS-RECS-UNMATCHED
           DISPLAY '  RECS REJECTED:     ' WS-RECS-REJECTED
           DISPLAY '  CREDITS POSTED:    ' WS-CREDITS-POSTED
           DISPLAY '  CREDITS SKIPPED:   ' WS-CREDITS-SKIPPED
           DISPLAY '  CREDIT DOLLARS:    ' WS-CREDIT-TOTAL
           DISPLAY '  HISTORY LINES:     ' WS-HIST-LINES-LOADED
           DISPLAY '  UTILIZATION POSTS: ' WS-HIST-UTIL-POSTED
           DISPLAY '  TOC AUTHS ADDED:   ' WS-TOC-AUTHS-ADDED
           CLOSE TKOIN-FILE
           CLOSE MBRVSAM-FILE
           CLOSE TKORPT-FILE
           IF WS-RECS-UNMATCHED > ZERO
           OR WS-RECS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
