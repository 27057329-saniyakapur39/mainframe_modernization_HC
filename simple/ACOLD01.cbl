       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACOLD01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  ACOLD01                                              *
      * PURPOSE:  ACCOUNTABLE-CARE CONTRACT AND RISK WEIGHT LOADER     *
      *           MAINTAINS THE SHARED-SAVINGS TERMS OF EACH           *
      *           ACCOUNTABLE-CARE AGREEMENT FOR A PERFORMANCE YEAR    *
      *           AND THE DIAGNOSIS RISK WEIGHTS THE ATTRIBUTION RUN   *
      *           USES TO RISK-ADJUST THE BENCHMARK. ACOATT01          *
      *           ATTRIBUTES MEMBERS AND ACCUMULATES COST AGAINST      *
      *           THESE TERMS; ACOSET01 SETTLES THE YEAR.              *
      *           RECORD TYPES:                                        *
      *             C - CONTRACT: CONTRACT ID, PERFORMANCE YEAR,       *
      *                 CONTRACTING GROUP NPI, BENCHMARK PER MEMBER    *
      *                 PER MONTH AT A RISK SCORE OF 1.000, MINIMUM    *
      *                 SAVINGS RATE, SAVINGS SHARING PERCENT, MINIMUM *
      *                 LOSS RATE AND LOSS SHARING PERCENT (ZERO FOR   *
      *                 AN UPSIDE-ONLY AGREEMENT).                     *
      *             H - RISK WEIGHT: DIAGNOSIS CODE, CONDITION         *
      *                 CATEGORY AND RELATIVE WEIGHT. A MEMBER SCORES  *
      *                 ONCE PER CATEGORY AT ITS HIGHEST WEIGHT. A     *
      *                 WEIGHT OF ZERO REMOVES THE DIAGNOSIS.          *
      *           A RE-SENT CONTRACT OR WEIGHT REPLACES THE ROW ON     *
      *           FILE.                                                *
      * INPUTS:   ACOIN-FILE  - ACCOUNTABLE-CARE TERMS FILE            *
      * OUTPUTS:  DB2 TABLES  - HCAS.ACO_CONTRACT                      *
      *                         HCAS.RISK_DIAG_WEIGHT                  *
      * FREQUENCY: ANNUAL / ON REQUEST (CONTRACT CHANGES)              *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACOIN-FILE
               ASSIGN TO ACOIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACOIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACOIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ACOIN-RECORD.
           05  ACI-RECORD-TYPE         PIC X(01).
               88  ACI-TYPE-CONTRACT   VALUE 'C'.
               88  ACI-TYPE-WEIGHT     VALUE 'H'.
           05  ACI-DATA                PIC X(79).
       01  ACOIN-CONTRACT-RECORD.
           05  FILLER                  PIC X(01).
           05  ACC-CONTRACT-ID         PIC X(10).
           05  ACC-PERF-YEAR           PIC X(04).
           05  ACC-GROUP-NPI           PIC X(10).
           05  ACC-BENCHMARK-PMPM      PIC 9(05)V99.
           05  ACC-MIN-SAVINGS-PCT     PIC 9(03)V99.
           05  ACC-SHARE-PCT           PIC 9(03)V99.
           05  ACC-MIN-LOSS-PCT        PIC 9(03)V99.
           05  ACC-LOSS-SHARE-PCT      PIC 9(03)V99.
           05  FILLER                  PIC X(28).
       01  ACOIN-WEIGHT-RECORD.
           05  FILLER                  PIC X(01).
           05  ACH-DIAG-CODE           PIC X(08).
           05  ACH-HCC-CODE            PIC X(06).
           05  ACH-HCC-WEIGHT          PIC 9(01)V999.
           05  FILLER                  PIC X(61).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-ACOIN-STATUS             PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.

       01  WS-IN-BENCHMARK-PMPM        PIC S9(05)V99 COMP-3.
       01  WS-IN-MIN-SAVINGS-PCT       PIC S9(03)V99 COMP-3.
       01  WS-IN-SHARE-PCT             PIC S9(03)V99 COMP-3.
       01  WS-IN-MIN-LOSS-PCT          PIC S9(03)V99 COMP-3.
       01  WS-IN-LOSS-SHARE-PCT        PIC S9(03)V99 COMP-3.
       01  WS-IN-HCC-WEIGHT            PIC S9(01)V999 COMP-3.

       01  WS-COUNTERS.
           05  WS-CTR-ADD-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-CTR-UPD-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-WGT-ADD-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-WGT-UPD-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-WGT-DEL-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-ERR-COUNT            PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECORD
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'ACOLD01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT ACOIN-FILE
           IF WS-ACOIN-STATUS NOT = '00'
               DISPLAY 'ACOLD01: OPEN ERROR INPUT - '
                       WS-ACOIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8000-READ-INPUT.

       2000-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN ACI-TYPE-CONTRACT
                   PERFORM 3000-LOAD-CONTRACT
               WHEN ACI-TYPE-WEIGHT
                   PERFORM 4000-LOAD-WEIGHT
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'ACOLD01: INVALID RECORD TYPE - '
                           ACI-RECORD-TYPE ' REC ' WS-RECORDS-READ
           END-EVALUATE
           PERFORM 8000-READ-INPUT.

       3000-LOAD-CONTRACT.
           IF ACC-CONTRACT-ID = SPACES
           OR ACC-GROUP-NPI = SPACES
           OR ACC-PERF-YEAR NOT NUMERIC
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'ACOLD01: MISSING CONTRACT, YEAR OR NPI - REC '
                       WS-RECORDS-READ
               EXIT PARAGRAPH
           END-IF
           IF ACC-BENCHMARK-PMPM NOT NUMERIC
           OR ACC-BENCHMARK-PMPM = ZERO
           OR ACC-MIN-SAVINGS-PCT NOT NUMERIC
           OR ACC-SHARE-PCT NOT NUMERIC
           OR ACC-SHARE-PCT > 100
           OR ACC-MIN-LOSS-PCT NOT NUMERIC
           OR ACC-LOSS-SHARE-PCT NOT NUMERIC
           OR ACC-LOSS-SHARE-PCT > 100
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'ACOLD01: INVALID CONTRACT TERMS - CONTRACT='
                       ACC-CONTRACT-ID ' YEAR=' ACC-PERF-YEAR
               EXIT PARAGRAPH
           END-IF
           MOVE ACC-BENCHMARK-PMPM  TO WS-IN-BENCHMARK-PMPM
           MOVE ACC-MIN-SAVINGS-PCT TO WS-IN-MIN-SAVINGS-PCT
           MOVE ACC-SHARE-PCT       TO WS-IN-SHARE-PCT
           MOVE ACC-MIN-LOSS-PCT    TO WS-IN-MIN-LOSS-PCT
           MOVE ACC-LOSS-SHARE-PCT  TO WS-IN-LOSS-SHARE-PCT
           EXEC SQL
               INSERT INTO HCAS.ACO_CONTRACT
                   (CONTRACT_ID, PERF_YEAR, GROUP_NPI,
                    BENCHMARK_PMPM, MIN_SAVINGS_PCT, SHARE_PCT,
                    MIN_LOSS_PCT, LOSS_SHARE_PCT, LOAD_DATE)
               VALUES
                   (:ACC-CONTRACT-ID, :ACC-PERF-YEAR,
                    :ACC-GROUP-NPI, :WS-IN-BENCHMARK-PMPM,
                    :WS-IN-MIN-SAVINGS-PCT, :WS-IN-SHARE-PCT,
                    :WS-IN-MIN-LOSS-PCT, :WS-IN-LOSS-SHARE-PCT,
                    :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-CTR-ADD-COUNT
               WHEN -803
                   PERFORM 3100-UPDATE-CONTRACT
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'ACOLD01: CONTRACT INSERT ERROR SQLCODE='
                           SQLCODE ' CONTRACT=' ACC-CONTRACT-ID
           END-EVALUATE.

       3100-UPDATE-CONTRACT.
           EXEC SQL
               UPDATE HCAS.ACO_CONTRACT
               SET GROUP_NPI       = :ACC-GROUP-NPI,
                   BENCHMARK_PMPM  = :WS-IN-BENCHMARK-PMPM,
                   MIN_SAVINGS_PCT = :WS-IN-MIN-SAVINGS-PCT,
                   SHARE_PCT       = :WS-IN-SHARE-PCT,
                   MIN_LOSS_PCT    = :WS-IN-MIN-LOSS-PCT,
                   LOSS_SHARE_PCT  = :WS-IN-LOSS-SHARE-PCT,
                   LOAD_DATE       = :WS-CURRENT-DATE
               WHERE CONTRACT_ID = :ACC-CONTRACT-ID
                 AND PERF_YEAR   = :ACC-PERF-YEAR
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-CTR-UPD-COUNT
           ELSE
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'ACOLD01: CONTRACT UPDATE ERROR SQLCODE='
                       SQLCODE ' CONTRACT=' ACC-CONTRACT-ID
           END-IF.

       4000-LOAD-WEIGHT.
           IF ACH-DIAG-CODE = SPACES
           OR ACH-HCC-CODE = SPACES
           OR ACH-HCC-WEIGHT NOT NUMERIC
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'ACOLD01: INVALID RISK WEIGHT - REC '
                       WS-RECORDS-READ
               EXIT PARAGRAPH
           END-IF
           IF ACH-HCC-WEIGHT = ZERO
               PERFORM 4200-DELETE-WEIGHT
               EXIT PARAGRAPH
           END-IF
           MOVE ACH-HCC-WEIGHT TO WS-IN-HCC-WEIGHT
           EXEC SQL
               INSERT INTO HCAS.RISK_DIAG_WEIGHT
                   (DIAG_CODE, HCC_CODE, HCC_WEIGHT, LOAD_DATE)
               VALUES
                   (:ACH-DIAG-CODE, :ACH-HCC-CODE,
                    :WS-IN-HCC-WEIGHT, :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-WGT-ADD-COUNT
               WHEN -803
                   PERFORM 4100-UPDATE-WEIGHT
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'ACOLD01: WEIGHT INSERT ERROR SQLCODE='
                           SQLCODE ' DIAG=' ACH-DIAG-CODE
           END-EVALUATE.

       4100-UPDATE-WEIGHT.
           EXEC SQL
               UPDATE HCAS.RISK_DIAG_WEIGHT
               SET HCC_CODE   = :ACH-HCC-CODE,
                   HCC_WEIGHT = :WS-IN-HCC-WEIGHT,
                   LOAD_DATE  = :WS-CURRENT-DATE
               WHERE DIAG_CODE = :ACH-DIAG-CODE
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-WGT-UPD-COUNT
           ELSE
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'ACOLD01: WEIGHT UPDATE ERROR SQLCODE='
                       SQLCODE ' DIAG=' ACH-DIAG-CODE
           END-IF.

       4200-DELETE-WEIGHT.
           EXEC SQL
               DELETE FROM HCAS.RISK_DIAG_WEIGHT
               WHERE DIAG_CODE = :ACH-DIAG-CODE
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-WGT-DEL-COUNT
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'ACOLD01: WEIGHT DELETE ERROR SQLCODE='
                           SQLCODE ' DIAG=' ACH-DIAG-CODE
           END-EVALUATE.

       8000-READ-INPUT.
           READ ACOIN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'ACOLD01: RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'ACOLD01: CONTRACTS ADDED:  ' WS-CTR-ADD-COUNT
           DISPLAY 'ACOLD01: CONTRACTS UPDATED:' WS-CTR-UPD-COUNT
           DISPLAY 'ACOLD01: WEIGHTS ADDED:    ' WS-WGT-ADD-COUNT
           DISPLAY 'ACOLD01: WEIGHTS UPDATED:  ' WS-WGT-UPD-COUNT
           DISPLAY 'ACOLD01: WEIGHTS REMOVED:  ' WS-WGT-DEL-COUNT
           DISPLAY 'ACOLD01: ERRORS:           ' WS-ERR-COUNT
           CLOSE ACOIN-FILE
           MOVE ZERO TO RETURN-CODE.
