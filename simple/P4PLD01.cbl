       IDENTIFICATION DIVISION.
       PROGRAM-ID.    P4PLD01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  P4PLD01                                              *
      * PURPOSE:  PAY-FOR-PERFORMANCE CONTRACT TERMS LOADER            *
      *           MAINTAINS THE QUALITY-BONUS TERMS OF EACH VALUE-     *
      *           BASED CONTRACT FOR A MEASUREMENT YEAR. THE CONTRACT  *
      *           IS KEYED BY THE CONTRACTED NPI - THE PCP GROUP, OR   *
      *           THE PCP ITSELF WHEN THE PCP HAS NO GROUP - AS        *
      *           HCAS.PROVIDER_CONTRACT IS. P4PSCR01 SCORES AND PAYS  *
      *           AGAINST THESE TERMS.                                 *
      *           RECORD TYPES:                                        *
      *             W - MEASURE WEIGHT: CONTRACT NPI, MEASUREMENT      *
      *                 YEAR, HEDIS MEASURE ID, WEIGHT (POINTS) AND    *
      *                 TARGET COMPLIANCE RATE (PERCENT). A WEIGHT OF  *
      *                 ZERO REMOVES THE MEASURE FROM THE CONTRACT.    *
      *             T - PAYOUT TIER: CONTRACT NPI, MEASUREMENT YEAR,   *
      *                 TIER NUMBER, MINIMUM COMPOSITE SCORE           *
      *                 (PERCENT OF WEIGHTED POINTS EARNED) AND BONUS  *
      *                 PER ATTRIBUTED MEMBER PER YEAR.                *
      *           A RE-SENT WEIGHT OR TIER REPLACES THE ROW ON FILE.   *
      * INPUTS:   P4PIN-FILE  - CONTRACT QUALITY TERMS FILE            *
      * OUTPUTS:  DB2 TABLES  - HCAS.P4P_MEASURE_WEIGHT                *
      *                         HCAS.P4P_PAYOUT_TIER                   *
      * FREQUENCY: ANNUAL / ON REQUEST (CONTRACT CHANGES)              *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT P4PIN-FILE
               ASSIGN TO P4PIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-P4PIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  P4PIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  P4PIN-RECORD.
           05  P4I-RECORD-TYPE         PIC X(01).
               88  P4I-TYPE-WEIGHT     VALUE 'W'.
               88  P4I-TYPE-TIER       VALUE 'T'.
           05  P4I-DATA                PIC X(79).
       01  P4PIN-WEIGHT-RECORD.
           05  FILLER                  PIC X(01).
           05  P4W-CONTRACT-NPI        PIC X(10).
           05  P4W-MEAS-YEAR           PIC X(04).
           05  P4W-MEASURE-ID          PIC X(08).
           05  P4W-WEIGHT              PIC 9(03).
           05  P4W-TARGET-RATE         PIC 9(03)V99.
           05  FILLER                  PIC X(49).
       01  P4PIN-TIER-RECORD.
           05  FILLER                  PIC X(01).
           05  P4T-CONTRACT-NPI        PIC X(10).
           05  P4T-MEAS-YEAR           PIC X(04).
           05  P4T-TIER-NO             PIC 9(02).
           05  P4T-MIN-SCORE           PIC 9(03)V99.
           05  P4T-BONUS-PMPY          PIC 9(05)V99.
           05  FILLER                  PIC X(51).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-P4PIN-STATUS             PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.

       01  WS-IN-WEIGHT                PIC S9(03) COMP-3.
       01  WS-IN-TARGET-RATE           PIC S9(03)V99 COMP-3.
       01  WS-IN-TIER-NO               PIC S9(02) COMP-3.
       01  WS-IN-MIN-SCORE             PIC S9(03)V99 COMP-3.
       01  WS-IN-BONUS-PMPY            PIC S9(05)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-WGT-ADD-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-WGT-UPD-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-WGT-DEL-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-TIER-ADD-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-TIER-UPD-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-ERR-COUNT            PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECORD
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'P4PLD01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT P4PIN-FILE
           IF WS-P4PIN-STATUS NOT = '00'
               DISPLAY 'P4PLD01: OPEN ERROR INPUT - '
                       WS-P4PIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8000-READ-INPUT.

       2000-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN P4I-TYPE-WEIGHT
                   PERFORM 3000-LOAD-WEIGHT
               WHEN P4I-TYPE-TIER
                   PERFORM 4000-LOAD-TIER
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'P4PLD01: INVALID RECORD TYPE - '
                           P4I-RECORD-TYPE ' REC ' WS-RECORDS-READ
           END-EVALUATE
           PERFORM 8000-READ-INPUT.

       3000-LOAD-WEIGHT.
           IF P4W-CONTRACT-NPI = SPACES
           OR P4W-MEASURE-ID = SPACES
           OR P4W-MEAS-YEAR NOT NUMERIC
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'P4PLD01: MISSING NPI, YEAR OR MEASURE - REC '
                       WS-RECORDS-READ
               EXIT PARAGRAPH
           END-IF
           IF P4W-WEIGHT NOT NUMERIC
           OR P4W-TARGET-RATE NOT NUMERIC
           OR P4W-TARGET-RATE > 100
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'P4PLD01: INVALID WEIGHT OR TARGET - NPI='
                       P4W-CONTRACT-NPI ' MSR=' P4W-MEASURE-ID
               EXIT PARAGRAPH
           END-IF
           IF P4W-WEIGHT = ZERO
               PERFORM 3200-DELETE-WEIGHT
               EXIT PARAGRAPH
           END-IF
           MOVE P4W-WEIGHT      TO WS-IN-WEIGHT
           MOVE P4W-TARGET-RATE TO WS-IN-TARGET-RATE
           EXEC SQL
               INSERT INTO HCAS.P4P_MEASURE_WEIGHT
                   (CONTRACT_NPI, MEAS_YEAR, MEASURE_ID,
                    WEIGHT, TARGET_RATE, LOAD_DATE)
               VALUES
                   (:P4W-CONTRACT-NPI, :P4W-MEAS-YEAR,
                    :P4W-MEASURE-ID, :WS-IN-WEIGHT,
                    :WS-IN-TARGET-RATE, :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-WGT-ADD-COUNT
               WHEN -803
                   PERFORM 3100-UPDATE-WEIGHT
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'P4PLD01: WEIGHT INSERT ERROR SQLCODE='
                           SQLCODE ' NPI=' P4W-CONTRACT-NPI
           END-EVALUATE.

       3100-UPDATE-WEIGHT.
           EXEC SQL
               UPDATE HCAS.P4P_MEASURE_WEIGHT
               SET WEIGHT      = :WS-IN-WEIGHT,
                   TARGET_RATE = :WS-IN-TARGET-RATE,
                   LOAD_DATE   = :WS-CURRENT-DATE
               WHERE CONTRACT_NPI = :P4W-CONTRACT-NPI
                 AND MEAS_YEAR    = :P4W-MEAS-YEAR
                 AND MEASURE_ID   = :P4W-MEASURE-ID
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-WGT-UPD-COUNT
           ELSE
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'P4PLD01: WEIGHT UPDATE ERROR SQLCODE='
                       SQLCODE ' NPI=' P4W-CONTRACT-NPI
           END-IF.

       3200-DELETE-WEIGHT.
           EXEC SQL
               DELETE FROM HCAS.P4P_MEASURE_WEIGHT
               WHERE CONTRACT_NPI = :P4W-CONTRACT-NPI
                 AND MEAS_YEAR    = :P4W-MEAS-YEAR
                 AND MEASURE_ID   = :P4W-MEASURE-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-WGT-DEL-COUNT
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'P4PLD01: WEIGHT DELETE ERROR SQLCODE='
                           SQLCODE ' NPI=' P4W-CONTRACT-NPI
           END-EVALUATE.

       4000-LOAD-TIER.
           IF P4T-CONTRACT-NPI = SPACES
           OR P4T-MEAS-YEAR NOT NUMERIC
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'P4PLD01: MISSING NPI OR YEAR - REC '
                       WS-RECORDS-READ
               EXIT PARAGRAPH
           END-IF
           IF P4T-TIER-NO NOT NUMERIC
           OR P4T-TIER-NO = ZERO
           OR P4T-MIN-SCORE NOT NUMERIC
           OR P4T-MIN-SCORE > 100
           OR P4T-BONUS-PMPY NOT NUMERIC
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'P4PLD01: INVALID TIER - NPI='
                       P4T-CONTRACT-NPI ' TIER=' P4T-TIER-NO
               EXIT PARAGRAPH
           END-IF
           MOVE P4T-TIER-NO    TO WS-IN-TIER-NO
           MOVE P4T-MIN-SCORE  TO WS-IN-MIN-SCORE
           MOVE P4T-BONUS-PMPY TO WS-IN-BONUS-PMPY
           EXEC SQL
               INSERT INTO HCAS.P4P_PAYOUT_TIER
                   (CONTRACT_NPI, MEAS_YEAR, TIER_NO,
                    MIN_SCORE, BONUS_PMPY, LOAD_DATE)
               VALUES
                   (:P4T-CONTRACT-NPI, :P4T-MEAS-YEAR,
                    :WS-IN-TIER-NO, :WS-IN-MIN-SCORE,
                    :WS-IN-BONUS-PMPY, :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-TIER-ADD-COUNT
               WHEN -803
                   PERFORM 4100-UPDATE-TIER
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'P4PLD01: TIER INSERT ERROR SQLCODE='
                           SQLCODE ' NPI=' P4T-CONTRACT-NPI
           END-EVALUATE.

       4100-UPDATE-TIER.
           EXEC SQL
               UPDATE HCAS.P4P_PAYOUT_TIER
               SET MIN_SCORE  = :WS-IN-MIN-SCORE,
                   BONUS_PMPY = :WS-IN-BONUS-PMPY,
                   LOAD_DATE  = :WS-CURRENT-DATE
               WHERE CONTRACT_NPI = :P4T-CONTRACT-NPI
                 AND MEAS_YEAR    = :P4T-MEAS-YEAR
                 AND TIER_NO      = :WS-IN-TIER-NO
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-TIER-UPD-COUNT
           ELSE
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'P4PLD01: TIER UPDATE ERROR SQLCODE='
                       SQLCODE ' NPI=' P4T-CONTRACT-NPI
           END-IF.

       8000-READ-INPUT.
           READ P4PIN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'P4PLD01: RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'P4PLD01: WEIGHTS ADDED:    ' WS-WGT-ADD-COUNT
           DISPLAY 'P4PLD01: WEIGHTS UPDATED:  ' WS-WGT-UPD-COUNT
           DISPLAY 'P4PLD01: WEIGHTS REMOVED:  ' WS-WGT-DEL-COUNT
           DISPLAY 'P4PLD01: TIERS ADDED:      ' WS-TIER-ADD-COUNT
           DISPLAY 'P4PLD01: TIERS UPDATED:    ' WS-TIER-UPD-COUNT
           DISPLAY 'P4PLD01: ERRORS:           ' WS-ERR-COUNT
           CLOSE P4PIN-FILE
           MOVE ZERO TO RETURN-CODE.
