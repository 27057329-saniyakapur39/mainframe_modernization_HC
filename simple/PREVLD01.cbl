       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PREVLD01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  PREVLD01                                             *
      * PURPOSE:  ACA PREVENTIVE SERVICES TABLE LOADER                 *
      *           MAINTAINS HCAS.PREVENTIVE_SERVICE - THE PROCEDURE    *
      *           CODES CLMADJ01 PAYS WITH NO DEDUCTIBLE, COPAY OR     *
      *           COINSURANCE ON ACA NON-GRANDFATHERED PLANS - WITH    *
      *           EFFECTIVE DATING AND THE QUALIFYING CRITERIA:        *
      *             MIN/MAX AGE AT DATE OF SERVICE                     *
      *             SEX - M, F OR B (BOTH)                             *
      *             DIAGNOSIS CONTEXT - Z (PRINCIPAL DIAGNOSIS MUST    *
      *               BE A Z-CODE SCREENING ENCOUNTER) OR A (ANY)      *
      *             FREQUENCY - N SERVICES PER M MONTHS (0 = NONE)     *
      *           ACTIONS:                                             *
      *             A - ADD A CODE (NEW OR NEW-YEAR VERSION)           *
      *             T - TERMINATE A CODE                               *
      * INPUTS:   PREVIN-FILE - PREVENTIVE SERVICES UPDATE FILE        *
      * OUTPUTS:  DB2 TABLE   - HCAS.PREVENTIVE_SERVICE                *
      * FREQUENCY: ON-DEMAND (USPSTF / HRSA GUIDELINE UPDATES)         *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREVIN-FILE
               ASSIGN TO PREVIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PREVIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREVIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PREVIN-RECORD.
           05  PVI-ACTION-CODE         PIC X(01).
               88  PVI-ACTION-ADD      VALUE 'A'.
               88  PVI-ACTION-TERM     VALUE 'T'.
           05  PVI-PROC-CODE           PIC X(05).
           05  PVI-EFF-DATE            PIC X(08).
           05  PVI-TERM-DATE           PIC X(08).
           05  PVI-MIN-AGE             PIC 9(03).
           05  PVI-MAX-AGE             PIC 9(03).
           05  PVI-SEX-IND             PIC X(01).
           05  PVI-DIAG-CONTEXT        PIC X(01).
           05  PVI-FREQ-COUNT          PIC 9(03).
           05  PVI-FREQ-MONTHS         PIC 9(03).
           05  PVI-DESCRIPTION         PIC X(40).
           05  FILLER                  PIC X(04).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-PREVIN-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.

       01  WS-INPUT-FIELDS.
           05  WS-IN-TERM-DATE         PIC X(08).
           05  WS-IN-MIN-AGE           PIC S9(03) COMP-3.
           05  WS-IN-MAX-AGE           PIC S9(03) COMP-3.
           05  WS-IN-SEX-IND           PIC X(01).
           05  WS-IN-DIAG-CONTEXT      PIC X(01).
           05  WS-IN-FREQ-COUNT        PIC S9(03) COMP-3.
           05  WS-IN-FREQ-MONTHS       PIC S9(03) COMP-3.

       01  WS-COUNTERS.
           05  WS-ADD-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-TERM-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-ERR-COUNT            PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SERVICE
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'PREVLD01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT PREVIN-FILE
           IF WS-PREVIN-STATUS NOT = '00'
               DISPLAY 'PREVLD01: OPEN ERROR INPUT - '
                       WS-PREVIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8000-READ-INPUT.

       2000-PROCESS-SERVICE.
           IF PVI-PROC-CODE = SPACES
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'PREVLD01: MISSING PROCEDURE CODE - REC '
                       WS-RECORDS-READ
           ELSE
               EVALUATE TRUE
                   WHEN PVI-ACTION-ADD
                       PERFORM 3000-ADD-SERVICE
                   WHEN PVI-ACTION-TERM
                       PERFORM 4000-TERM-SERVICE
                   WHEN OTHER
                       ADD 1 TO WS-ERR-COUNT
                       DISPLAY 'PREVLD01: INVALID ACTION - '
                               PVI-ACTION-CODE
                               ' CODE=' PVI-PROC-CODE
               END-EVALUATE
           END-IF
           PERFORM 8000-READ-INPUT.

       3000-ADD-SERVICE.
           MOVE PVI-TERM-DATE TO WS-IN-TERM-DATE
           IF WS-IN-TERM-DATE = '00000000' OR SPACES
               MOVE '99991231' TO WS-IN-TERM-DATE
           END-IF
           IF PVI-EFF-DATE NOT NUMERIC
           OR WS-IN-TERM-DATE NOT NUMERIC
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'PREVLD01: INVALID DATE - '
                       PVI-EFF-DATE '/' PVI-TERM-DATE
                       ' CODE=' PVI-PROC-CODE
               EXIT PARAGRAPH
           END-IF
           IF PVI-MIN-AGE NOT NUMERIC
           OR PVI-MAX-AGE NOT NUMERIC
           OR PVI-FREQ-COUNT NOT NUMERIC
           OR PVI-FREQ-MONTHS NOT NUMERIC
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'PREVLD01: NON-NUMERIC AGE/FREQUENCY - '
                       'CODE=' PVI-PROC-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE PVI-SEX-IND TO WS-IN-SEX-IND
           IF WS-IN-SEX-IND = SPACE
               MOVE 'B' TO WS-IN-SEX-IND
           END-IF
           MOVE PVI-DIAG-CONTEXT TO WS-IN-DIAG-CONTEXT
           IF WS-IN-DIAG-CONTEXT = SPACE
               MOVE 'A' TO WS-IN-DIAG-CONTEXT
           END-IF
           IF (WS-IN-SEX-IND NOT = 'M' AND NOT = 'F'
                                      AND NOT = 'B')
           OR (WS-IN-DIAG-CONTEXT NOT = 'Z' AND NOT = 'A')
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'PREVLD01: INVALID SEX/DIAG CONTEXT - '
                       PVI-SEX-IND '/' PVI-DIAG-CONTEXT
                       ' CODE=' PVI-PROC-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE PVI-MIN-AGE TO WS-IN-MIN-AGE
           MOVE PVI-MAX-AGE TO WS-IN-MAX-AGE
           IF WS-IN-MAX-AGE = ZERO
               MOVE 999 TO WS-IN-MAX-AGE
           END-IF
           MOVE PVI-FREQ-COUNT  TO WS-IN-FREQ-COUNT
           MOVE PVI-FREQ-MONTHS TO WS-IN-FREQ-MONTHS
      *--- A COUNT WITH NO WINDOW MEANS NO FREQUENCY LIMIT ---
           IF WS-IN-FREQ-MONTHS = ZERO
               MOVE ZERO TO WS-IN-FREQ-COUNT
           END-IF
           EXEC SQL
               INSERT INTO HCAS.PREVENTIVE_SERVICE
                   (PROC_CODE, EFF_DATE, TERM_DATE,
                    MIN_AGE, MAX_AGE, SEX_IND, DIAG_CONTEXT,
                    FREQ_COUNT, FREQ_MONTHS, DESCRIPTION,
                    LOAD_DATE)
               VALUES
                   (:PVI-PROC-CODE, :PVI-EFF-DATE,
                    :WS-IN-TERM-DATE,
                    :WS-IN-MIN-AGE, :WS-IN-MAX-AGE,
                    :WS-IN-SEX-IND, :WS-IN-DIAG-CONTEXT,
                    :WS-IN-FREQ-COUNT, :WS-IN-FREQ-MONTHS,
                    :PVI-DESCRIPTION, :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-ADD-COUNT
               WHEN -803
      *--- ALREADY LOADED - GUIDELINE FILES OVERLAP ---
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'PREVLD01: INSERT ERROR SQLCODE='
                           SQLCODE ' CODE=' PVI-PROC-CODE
           END-EVALUATE.

       4000-TERM-SERVICE.
           MOVE PVI-TERM-DATE TO WS-IN-TERM-DATE
           IF WS-IN-TERM-DATE = '00000000' OR SPACES
               MOVE WS-CURRENT-DATE TO WS-IN-TERM-DATE
           END-IF
           IF WS-IN-TERM-DATE NOT NUMERIC
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'PREVLD01: INVALID TERM DATE - '
                       PVI-TERM-DATE ' CODE=' PVI-PROC-CODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.PREVENTIVE_SERVICE
               SET TERM_DATE = :WS-IN-TERM-DATE
               WHERE PROC_CODE = :PVI-PROC-CODE
                 AND TERM_DATE = '99991231'
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-TERM-COUNT
               WHEN +100
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'PREVLD01: CODE NOT FOUND TO TERM - '
                           PVI-PROC-CODE
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'PREVLD01: TERM ERROR SQLCODE='
                           SQLCODE ' CODE=' PVI-PROC-CODE
           END-EVALUATE.

       8000-READ-INPUT.
           READ PREVIN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'PREVLD01: RECORDS READ:    ' WS-RECORDS-READ
           DISPLAY 'PREVLD01: SERVICES ADDED:  ' WS-ADD-COUNT
           DISPLAY 'PREVLD01: SERVICES TERMED: ' WS-TERM-COUNT
           DISPLAY 'PREVLD01: ERRORS:          ' WS-ERR-COUNT
           CLOSE PREVIN-FILE
           MOVE ZERO TO RETURN-CODE.
