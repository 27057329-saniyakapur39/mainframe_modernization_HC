       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EDISLD01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  EDISLD01                                             *
      * PURPOSE:  INBOUND FILE EXPECTED-DELIVERY SCHEDULE LOADER       *
      *           MAINTAINS HCAS.PARTNER_FILE_SCHEDULE - ONE ROW PER   *
      *           HCAS.TRADING_PARTNER AND TRANSACTION SET THAT THE    *
      *           PRE-CUTOFF ARRIVAL MONITOR (EDIMON01) CHECKS:        *
      *             SCHED DAYS   - SEVEN Y/N FLAGS, MONDAY FIRST,      *
      *                            FOR THE DAYS A FILE IS EXPECTED     *
      *             CUTOFF TIME  - HHMM THE FILE IS DUE BY             *
      *             VOLUME RANGE - LOW/HIGH RECORD COUNT OF A NORMAL   *
      *                            FILE (CLAIMS, MEMBERS, ITEMS)       *
      *             EXPECTED     - FILES EXPECTED PER DAY (1 IF ZERO)  *
      *             SOURCE       - E = HCAS.EDI_BATCH_LOG (X12 INTAKE  *
      *                            MATCHED ON THE PARTNER'S ISA ID),   *
      *                            T = HCAS.PARTNER_TRANSMIT_LOG       *
      *                            (NON-X12 FILE RECEIPTS LOGGED BY    *
      *                            PARTNER ID, E.G. THE BANK'S         *
      *                            CLEARED-ITEM FILE)                  *
      *             GATE JOB     - DEPENDENT CYCLE JOB TO HOLD WHEN    *
      *                            THE FILE IS MISSING OR SUSPECT AND  *
      *                            HOLD IND IS Y (BCHGATE1 REFUSES IT  *
      *                            UNTIL OPERATIONS ACKNOWLEDGES)      *
      *           ACTIONS:                                             *
      *             A - ADD A SCHEDULE                                 *
      *             C - CHANGE A SCHEDULE                              *
      *             T - TERMINATE A SCHEDULE (NO LONGER MONITORED)     *
      * INPUTS:   EDISIN-FILE - SCHEDULE CHANGES                       *
      *           DB2 TABLE   - HCAS.TRADING_PARTNER                   *
      * OUTPUTS:  DB2 TABLE   - HCAS.PARTNER_FILE_SCHEDULE             *
      * FREQUENCY: ON REQUEST (PARTNER ONBOARDING / SCHEDULE CHANGES)  *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDISIN-FILE
               ASSIGN TO EDISIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EDISIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDISIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  EDISIN-RECORD.
           05  ESI-ACTION-CODE         PIC X(01).
               88  ESI-ACTION-ADD      VALUE 'A'.
               88  ESI-ACTION-CHANGE   VALUE 'C'.
               88  ESI-ACTION-TERM     VALUE 'T'.
           05  ESI-PARTNER-ID          PIC X(10).
           05  ESI-TRANS-SET-TYPE      PIC X(03).
           05  ESI-RECEIPT-SOURCE      PIC X(01).
               88  ESI-SOURCE-VALID    VALUES 'E' 'T'.
           05  ESI-SCHED-DAYS.
               10  ESI-SCHED-DAY       PIC X(01) OCCURS 7 TIMES.
           05  ESI-CUTOFF-TIME.
               10  ESI-CUTOFF-HH       PIC 9(02).
               10  ESI-CUTOFF-MI       PIC 9(02).
           05  ESI-VOLUME-LOW          PIC 9(07).
           05  ESI-VOLUME-HIGH         PIC 9(07).
           05  ESI-EXPECTED-FILES      PIC 9(02).
           05  ESI-GATE-JOB            PIC X(08).
           05  ESI-HOLD-IND            PIC X(01).
               88  ESI-HOLD-VALID      VALUES 'Y' 'N'.
           05  FILLER                  PIC X(29).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-EDISIN-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-SCHED-SW             PIC X(01) VALUE 'Y'.
               88  WS-SCHED-OK         VALUE 'Y'.
               88  WS-SCHED-BAD        VALUE 'N'.

       01  WS-INPUT-FIELDS.
           05  WS-IN-EXPECTED          PIC 9(02).
           05  WS-IN-HOLD-IND          PIC X(01).
           05  WS-DAY-IDX              PIC S9(04) COMP.
           05  WS-PARTNER-COUNT        PIC S9(05) COMP-3.

       01  WS-COUNTERS.
           05  WS-ADD-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-CHG-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-TERM-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-ERR-COUNT            PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SCHEDULE
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'EDISLD01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT EDISIN-FILE
           IF WS-EDISIN-STATUS NOT = '00'
               DISPLAY 'EDISLD01: OPEN ERROR INPUT - '
                       WS-EDISIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8000-READ-INPUT.

       2000-PROCESS-SCHEDULE.
           IF ESI-PARTNER-ID = SPACES
           OR ESI-TRANS-SET-TYPE = SPACES
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'EDISLD01: PARTNER ID AND TRANSACTION SET '
                       'ARE REQUIRED'
           ELSE
               EVALUATE TRUE
                   WHEN ESI-ACTION-ADD
                       PERFORM 3000-ADD-SCHEDULE
                   WHEN ESI-ACTION-CHANGE
                       PERFORM 4000-CHANGE-SCHEDULE
                   WHEN ESI-ACTION-TERM
                       PERFORM 5000-TERM-SCHEDULE
                   WHEN OTHER
                       ADD 1 TO WS-ERR-COUNT
                       DISPLAY 'EDISLD01: INVALID ACTION - '
                               ESI-ACTION-CODE
                               ' PARTNER=' ESI-PARTNER-ID
               END-EVALUATE
           END-IF
           PERFORM 8000-READ-INPUT.

       2100-CHECK-SCHEDULE.
      *--- DAYS ARE Y/N ONLY, THE CUTOFF A REAL CLOCK TIME AND ---
      *    THE VOLUME RANGE IN ORDER. ZERO EXPECTED FILES IS 1 ---
           SET WS-SCHED-OK TO TRUE
           MOVE 1 TO WS-IN-EXPECTED
           IF ESI-EXPECTED-FILES NUMERIC
           AND ESI-EXPECTED-FILES > ZERO
               MOVE ESI-EXPECTED-FILES TO WS-IN-EXPECTED
           END-IF
           MOVE 'N' TO WS-IN-HOLD-IND
           IF ESI-HOLD-VALID
               MOVE ESI-HOLD-IND TO WS-IN-HOLD-IND
           END-IF
           PERFORM 2110-CHECK-ONE-DAY
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 7
           EVALUATE TRUE
               WHEN WS-SCHED-BAD
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'EDISLD01: SCHEDULE DAYS MUST BE Y OR N - '
                           ESI-PARTNER-ID ' ' ESI-TRANS-SET-TYPE
               WHEN ESI-CUTOFF-TIME NOT NUMERIC
               OR ESI-CUTOFF-HH > 23
               OR ESI-CUTOFF-MI > 59
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'EDISLD01: INVALID CUTOFF TIME - '
                           ESI-CUTOFF-TIME ' PARTNER='
                           ESI-PARTNER-ID
                   SET WS-SCHED-BAD TO TRUE
               WHEN ESI-VOLUME-LOW NOT NUMERIC
               OR ESI-VOLUME-HIGH NOT NUMERIC
               OR ESI-VOLUME-LOW > ESI-VOLUME-HIGH
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'EDISLD01: INVALID VOLUME RANGE - '
                           ESI-PARTNER-ID ' ' ESI-TRANS-SET-TYPE
                   SET WS-SCHED-BAD TO TRUE
               WHEN WS-IN-HOLD-IND = 'Y'
               AND ESI-GATE-JOB = SPACES
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'EDISLD01: HOLD REQUESTED WITH NO GATE '
                           'JOB - ' ESI-PARTNER-ID ' '
                           ESI-TRANS-SET-TYPE
                   SET WS-SCHED-BAD TO TRUE
           END-EVALUATE.

       2110-CHECK-ONE-DAY.
           IF ESI-SCHED-DAY(WS-DAY-IDX) NOT = 'Y'
           AND ESI-SCHED-DAY(WS-DAY-IDX) NOT = 'N'
               SET WS-SCHED-BAD TO TRUE
           END-IF.

       3000-ADD-SCHEDULE.
           IF NOT ESI-SOURCE-VALID
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'EDISLD01: RECEIPT SOURCE MUST BE E OR T - '
                       ESI-PARTNER-ID ' ' ESI-TRANS-SET-TYPE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-CHECK-SCHEDULE
           IF WS-SCHED-BAD
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PARTNER-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-PARTNER-COUNT
               FROM HCAS.TRADING_PARTNER
               WHERE PARTNER_ID = :ESI-PARTNER-ID
           END-EXEC
           IF SQLCODE NOT = ZERO OR WS-PARTNER-COUNT = ZERO
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'EDISLD01: PARTNER NOT ON TRADING PARTNER '
                       'TABLE - ' ESI-PARTNER-ID
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO HCAS.PARTNER_FILE_SCHEDULE
                   (PARTNER_ID, TRANS_SET_TYPE, RECEIPT_SOURCE,
                    SCHED_DAYS, CUTOFF_TIME, VOLUME_LOW,
                    VOLUME_HIGH, EXPECTED_FILES, GATE_JOB,
                    HOLD_IND, SCHED_STATUS, UPDATE_DATE,
                    UPDATE_USER)
               VALUES
                   (:ESI-PARTNER-ID, :ESI-TRANS-SET-TYPE,
                    :ESI-RECEIPT-SOURCE, :ESI-SCHED-DAYS,
                    :ESI-CUTOFF-TIME, :ESI-VOLUME-LOW,
                    :ESI-VOLUME-HIGH, :WS-IN-EXPECTED,
                    :ESI-GATE-JOB, :WS-IN-HOLD-IND, 'A',
                    :WS-CURRENT-DATE, :WS-PROGRAM-ID)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-ADD-COUNT
               WHEN -803
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'EDISLD01: SCHEDULE ALREADY ON FILE - USE '
                           'C TO CHANGE - ' ESI-PARTNER-ID ' '
                           ESI-TRANS-SET-TYPE
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'EDISLD01: INSERT ERROR SQLCODE='
                           SQLCODE ' PARTNER=' ESI-PARTNER-ID
           END-EVALUATE.

       4000-CHANGE-SCHEDULE.
      *--- A CHANGE ALSO REACTIVATES A TERMINATED SCHEDULE; A  ---
      *    BLANK SOURCE KEEPS THE ONE ON FILE                   ---
           PERFORM 2100-CHECK-SCHEDULE
           IF WS-SCHED-BAD
               EXIT PARAGRAPH
           END-IF
           IF ESI-RECEIPT-SOURCE NOT = SPACE
           AND NOT ESI-SOURCE-VALID
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'EDISLD01: RECEIPT SOURCE MUST BE E OR T - '
                       ESI-PARTNER-ID ' ' ESI-TRANS-SET-TYPE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.PARTNER_FILE_SCHEDULE
               SET RECEIPT_SOURCE =
                       CASE WHEN :ESI-RECEIPT-SOURCE = ' '
                            THEN RECEIPT_SOURCE
                            ELSE :ESI-RECEIPT-SOURCE END,
                   SCHED_DAYS = :ESI-SCHED-DAYS,
                   CUTOFF_TIME = :ESI-CUTOFF-TIME,
                   VOLUME_LOW = :ESI-VOLUME-LOW,
                   VOLUME_HIGH = :ESI-VOLUME-HIGH,
                   EXPECTED_FILES = :WS-IN-EXPECTED,
                   GATE_JOB = :ESI-GATE-JOB,
                   HOLD_IND = :WS-IN-HOLD-IND,
                   SCHED_STATUS = 'A',
                   UPDATE_DATE = :WS-CURRENT-DATE,
                   UPDATE_USER = :WS-PROGRAM-ID
               WHERE PARTNER_ID = :ESI-PARTNER-ID
                 AND TRANS_SET_TYPE = :ESI-TRANS-SET-TYPE
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-CHG-COUNT
               WHEN +100
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'EDISLD01: SCHEDULE NOT FOUND TO CHANGE - '
                           ESI-PARTNER-ID ' ' ESI-TRANS-SET-TYPE
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'EDISLD01: CHANGE ERROR SQLCODE='
                           SQLCODE ' PARTNER=' ESI-PARTNER-ID
           END-EVALUATE.

       5000-TERM-SCHEDULE.
           EXEC SQL
               UPDATE HCAS.PARTNER_FILE_SCHEDULE
               SET SCHED_STATUS = 'I',
                   UPDATE_DATE = :WS-CURRENT-DATE,
                   UPDATE_USER = :WS-PROGRAM-ID
               WHERE PARTNER_ID = :ESI-PARTNER-ID
                 AND TRANS_SET_TYPE = :ESI-TRANS-SET-TYPE
                 AND SCHED_STATUS = 'A'
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-TERM-COUNT
               WHEN +100
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'EDISLD01: SCHEDULE NOT FOUND TO TERM - '
                           ESI-PARTNER-ID ' ' ESI-TRANS-SET-TYPE
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'EDISLD01: TERM ERROR SQLCODE='
                           SQLCODE ' PARTNER=' ESI-PARTNER-ID
           END-EVALUATE.

       8000-READ-INPUT.
           READ EDISIN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'EDISLD01: RECORDS READ:      ' WS-RECORDS-READ
           DISPLAY 'EDISLD01: SCHEDULES ADDED:   ' WS-ADD-COUNT
           DISPLAY 'EDISLD01: SCHEDULES CHANGED: ' WS-CHG-COUNT
           DISPLAY 'EDISLD01: SCHEDULES TERMED:  ' WS-TERM-COUNT
           DISPLAY 'EDISLD01: ERRORS:            ' WS-ERR-COUNT
           CLOSE EDISIN-FILE
           MOVE ZERO TO RETURN-CODE.
