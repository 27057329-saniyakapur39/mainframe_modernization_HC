       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DUPRLD01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  DUPRLD01                                             *
      * PURPOSE:  DUPLICATE-PAYMENT AUDIT RULE LIBRARY LOADER          *
      *           MAINTAINS HCAS.DUP_AUDIT_RULE - THE NEAR-DUPLICATE   *
      *           RULES THE MONTHLY POST-PAYMENT AUDIT (DUPAUD01)      *
      *           APPLIES TO PAID CLAIM HISTORY. EACH RULE IS ONE OF   *
      *           THE AUDIT'S PAIRING PATTERNS WITH ITS OWN SCORING:   *
      *             GR - SAME SERVICE PAID TO THE GROUP NPI AND TO     *
      *                  THE RENDERING NPI BILLING ON ITS OWN          *
      *             IP - PROFESSIONAL LINE PAID INSIDE A PAID          *
      *                  INPATIENT STAY'S DATES                        *
      *             RB - SAME SERVICE RE-BILLED BY THE SAME PROVIDER   *
      *                  UNDER A NEW CLAIM ID                          *
      *           BASE SCORE IS WHERE A PAIR STARTS, MINIMUM SCORE IS  *
      *           WHAT IT MUST REACH TO BE WORKLISTED, DOS TOLERANCE   *
      *           IS HOW MANY DAYS APART THE SERVICE DATES MAY BE      *
      *           (GR/RB) AND LOOKBACK IS HOW MANY MONTHS OF PAYMENTS  *
      *           EACH RUN REVIEWS. THE RULE ID IS ALSO THE REASON     *
      *           ON ANY RECEIVABLE A CONFIRMED FINDING ESTABLISHES.   *
      *           ACTIONS:                                             *
      *             A - ADD A RULE                                     *
      *             C - CHANGE A RULE'S SCORING / WINDOW               *
      *             T - TERMINATE A RULE (NO LONGER APPLIED)           *
      * INPUTS:   DUPRIN-FILE - AUDIT RULE CHANGES                     *
      * OUTPUTS:  DB2 TABLE   - HCAS.DUP_AUDIT_RULE                    *
      * FREQUENCY: ON REQUEST (RECOVERY AUDIT RULE CHANGES)            *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUPRIN-FILE
               ASSIGN TO DUPRIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DUPRIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUPRIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  DUPRIN-RECORD.
           05  DRI-ACTION-CODE         PIC X(01).
               88  DRI-ACTION-ADD      VALUE 'A'.
               88  DRI-ACTION-CHANGE   VALUE 'C'.
               88  DRI-ACTION-TERM     VALUE 'T'.
           05  DRI-RULE-ID             PIC X(05).
           05  DRI-RULE-TYPE           PIC X(02).
               88  DRI-TYPE-VALID      VALUES 'GR' 'IP' 'RB'.
           05  DRI-BASE-SCORE          PIC 9(03).
           05  DRI-MIN-SCORE           PIC 9(03).
           05  DRI-DOS-TOLERANCE       PIC 9(02).
           05  DRI-LOOKBACK-MONTHS     PIC 9(02).
           05  DRI-EFF-DATE            PIC X(08).
           05  DRI-TERM-DATE           PIC X(08).
           05  DRI-DESCRIPTION         PIC X(40).
           05  FILLER                  PIC X(06).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-DUPRIN-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-SCORING-SW           PIC X(01) VALUE 'Y'.
               88  WS-SCORING-OK       VALUE 'Y'.
               88  WS-SCORING-BAD      VALUE 'N'.

       01  WS-INPUT-FIELDS.
           05  WS-IN-TERM-DATE         PIC X(08).
           05  WS-IN-LOOKBACK          PIC 9(02).

       01  WS-COUNTERS.
           05  WS-ADD-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-CHG-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-TERM-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-ERR-COUNT            PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RULE
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'DUPRLD01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT DUPRIN-FILE
           IF WS-DUPRIN-STATUS NOT = '00'
               DISPLAY 'DUPRLD01: OPEN ERROR INPUT - '
                       WS-DUPRIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8000-READ-INPUT.

       2000-PROCESS-RULE.
           IF DRI-RULE-ID = SPACES
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'DUPRLD01: RULE ID IS REQUIRED'
           ELSE
               EVALUATE TRUE
                   WHEN DRI-ACTION-ADD
                       PERFORM 3000-ADD-RULE
                   WHEN DRI-ACTION-CHANGE
                       PERFORM 4000-CHANGE-RULE
                   WHEN DRI-ACTION-TERM
                       PERFORM 5000-TERM-RULE
                   WHEN OTHER
                       ADD 1 TO WS-ERR-COUNT
                       DISPLAY 'DUPRLD01: INVALID ACTION - '
                               DRI-ACTION-CODE
                               ' RULE=' DRI-RULE-ID
               END-EVALUATE
           END-IF
           PERFORM 8000-READ-INPUT.

       2100-CHECK-SCORING.
      *--- SCORES ARE OUT OF 100; A MINIMUM ABOVE 100 COULD ---
      *    NEVER BE REACHED. A MISSING LOOKBACK IS 12 MONTHS ---
           SET WS-SCORING-OK TO TRUE
           MOVE 12 TO WS-IN-LOOKBACK
           IF DRI-LOOKBACK-MONTHS NUMERIC
           AND DRI-LOOKBACK-MONTHS > ZERO
               MOVE DRI-LOOKBACK-MONTHS TO WS-IN-LOOKBACK
           END-IF
           IF DRI-BASE-SCORE NOT NUMERIC
           OR DRI-MIN-SCORE NOT NUMERIC
           OR DRI-DOS-TOLERANCE NOT NUMERIC
           OR DRI-BASE-SCORE > 100
           OR DRI-MIN-SCORE > 100
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'DUPRLD01: INVALID SCORE OR TOLERANCE - '
                       DRI-RULE-ID
               SET WS-SCORING-BAD TO TRUE
           END-IF.

       3000-ADD-RULE.
           MOVE DRI-TERM-DATE TO WS-IN-TERM-DATE
           IF WS-IN-TERM-DATE = '00000000' OR SPACES
               MOVE '99991231' TO WS-IN-TERM-DATE
           END-IF
           PERFORM 2100-CHECK-SCORING
           EVALUATE TRUE
               WHEN WS-SCORING-BAD
                   EXIT PARAGRAPH
               WHEN NOT DRI-TYPE-VALID
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'DUPRLD01: RULE TYPE MUST BE GR, IP OR RB - '
                           DRI-RULE-ID
                   EXIT PARAGRAPH
               WHEN DRI-EFF-DATE NOT NUMERIC
               OR WS-IN-TERM-DATE NOT NUMERIC
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'DUPRLD01: INVALID DATE - '
                           DRI-EFF-DATE '/' DRI-TERM-DATE
                           ' RULE=' DRI-RULE-ID
                   EXIT PARAGRAPH
               WHEN DRI-DESCRIPTION = SPACES
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'DUPRLD01: DESCRIPTION REQUIRED - '
                           DRI-RULE-ID
                   EXIT PARAGRAPH
           END-EVALUATE
           EXEC SQL
               INSERT INTO HCAS.DUP_AUDIT_RULE
                   (RULE_ID, RULE_TYPE, DESCRIPTION,
                    BASE_SCORE, MIN_SCORE, DOS_TOLERANCE,
                    LOOKBACK_MONTHS, EFF_DATE, TERM_DATE,
                    UPDATE_DATE)
               VALUES
                   (:DRI-RULE-ID, :DRI-RULE-TYPE, :DRI-DESCRIPTION,
                    :DRI-BASE-SCORE, :DRI-MIN-SCORE,
                    :DRI-DOS-TOLERANCE, :WS-IN-LOOKBACK,
                    :DRI-EFF-DATE, :WS-IN-TERM-DATE,
                    :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-ADD-COUNT
               WHEN -803
      *--- ALREADY LOADED - A RESUBMITTED LIST OVERLAPS ---
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'DUPRLD01: INSERT ERROR SQLCODE='
                           SQLCODE ' RULE=' DRI-RULE-ID
           END-EVALUATE.

       4000-CHANGE-RULE.
      *--- THE RULE TYPE IS FIXED ONCE ADDED - A NEW PATTERN ---
      *    IS A NEW RULE                                      ---
           PERFORM 2100-CHECK-SCORING
           IF WS-SCORING-BAD
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.DUP_AUDIT_RULE
               SET DESCRIPTION =
                       CASE WHEN :DRI-DESCRIPTION = ' '
                            THEN DESCRIPTION
                            ELSE :DRI-DESCRIPTION END,
                   BASE_SCORE = :DRI-BASE-SCORE,
                   MIN_SCORE = :DRI-MIN-SCORE,
                   DOS_TOLERANCE = :DRI-DOS-TOLERANCE,
                   LOOKBACK_MONTHS = :WS-IN-LOOKBACK,
                   UPDATE_DATE = :WS-CURRENT-DATE
               WHERE RULE_ID = :DRI-RULE-ID
                 AND TERM_DATE = '99991231'
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-CHG-COUNT
               WHEN +100
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'DUPRLD01: RULE NOT FOUND TO CHANGE - '
                           DRI-RULE-ID
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'DUPRLD01: CHANGE ERROR SQLCODE='
                           SQLCODE ' RULE=' DRI-RULE-ID
           END-EVALUATE.

       5000-TERM-RULE.
           MOVE DRI-TERM-DATE TO WS-IN-TERM-DATE
           IF WS-IN-TERM-DATE = '00000000' OR SPACES
               MOVE WS-CURRENT-DATE TO WS-IN-TERM-DATE
           END-IF
           IF WS-IN-TERM-DATE NOT NUMERIC
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'DUPRLD01: INVALID TERM DATE - '
                       DRI-TERM-DATE ' RULE=' DRI-RULE-ID
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.DUP_AUDIT_RULE
               SET TERM_DATE = :WS-IN-TERM-DATE,
                   UPDATE_DATE = :WS-CURRENT-DATE
               WHERE RULE_ID = :DRI-RULE-ID
                 AND TERM_DATE = '99991231'
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-TERM-COUNT
               WHEN +100
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'DUPRLD01: RULE NOT FOUND TO TERM - '
                           DRI-RULE-ID
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'DUPRLD01: TERM ERROR SQLCODE='
                           SQLCODE ' RULE=' DRI-RULE-ID
           END-EVALUATE.

       8000-READ-INPUT.
           READ DUPRIN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'DUPRLD01: RECORDS READ:  ' WS-RECORDS-READ
           DISPLAY 'DUPRLD01: RULES ADDED:   ' WS-ADD-COUNT
           DISPLAY 'DUPRLD01: RULES CHANGED: ' WS-CHG-COUNT
           DISPLAY 'DUPRLD01: RULES TERMED:  ' WS-TERM-COUNT
           DISPLAY 'DUPRLD01: ERRORS:        ' WS-ERR-COUNT
           CLOSE DUPRIN-FILE
           MOVE ZERO TO RETURN-CODE.
