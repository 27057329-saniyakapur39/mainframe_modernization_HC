       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EDIMON01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  EDIMON01                                             *
      * PURPOSE:  INBOUND FILE ARRIVAL MONITOR                         *
      *           RUN BEFORE THE NIGHTLY CYCLE CUTOFF. EVERY ACTIVE    *
      *           HCAS.PARTNER_FILE_SCHEDULE ROW DUE ON THE CYCLE      *
      *           DATE'S DAY OF THE WEEK (MAINTAINED BY EDISLD01) IS   *
      *           CHECKED AGAINST WHAT ACTUALLY ARRIVED:               *
      *             E SOURCE - HCAS.EDI_BATCH_LOG ROWS FROM THE        *
      *                        PARTNER'S ISA SENDER ID FOR THE         *
      *                        TRANSACTION SET (MEMMGR01, EDI834IN,    *
      *                        EDI820IN, CLMSTS01)                     *
      *             T SOURCE - HCAS.PARTNER_TRANSMIT_LOG RECEIPT ROWS  *
      *                        FOR THE PARTNER ID (E.G. THE BANK'S     *
      *                        CLEARED-ITEM FILE LOGGED BY CHKREC01)   *
      *           AND CLASSIFIED:                                      *
      *             MISS - NOTHING RECEIVED AND THE CUTOFF HAS PASSED  *
      *             LATE - FIRST FILE RECEIVED AFTER THE CUTOFF        *
      *             DUPL - MORE FILES THAN EXPECTED, AN INTERCHANGE    *
      *                    CONTROL NUMBER REPEATED, OR THE SAME        *
      *                    COUNT AND DOLLARS SENT TWICE                *
      *             VOLL - A FILE FAR BELOW THE PARTNER'S NORMAL       *
      *                    VOLUME RANGE                                *
      *             VOLH - A FILE FAR ABOVE THE PARTNER'S NORMAL       *
      *                    VOLUME RANGE                                *
      *           EACH FINDING IS WRITTEN AS A HCAS.CYCLE_ALERT ROW    *
      *           THAT BCHCYC01 SHOWS ON THE CYCLE STATUS REPORT.      *
      *           WHEN THE SCHEDULE ASKS FOR A HOLD, A MISSING OR      *
      *           SUSPECT FILE'S ALERT NAMES THE DEPENDENT GATE JOB    *
      *           AND BCHGATE1 REFUSES THAT JOB UNTIL OPERATIONS       *
      *           ACKNOWLEDGES THE ALERT THROUGH BCHCYC01. A RERUN     *
      *           AFTER A MISSING FILE ARRIVES CLEARS ITS MISS ALERT.  *
      * INPUTS:   EDMPARM-FILE - CYCLE DATE (BLANK = TODAY)            *
      *           DB2 TABLES   - HCAS.PARTNER_FILE_SCHEDULE,           *
      *                          HCAS.TRADING_PARTNER,                 *
      *                          HCAS.EDI_BATCH_LOG,                   *
      *                          HCAS.PARTNER_TRANSMIT_LOG             *
      * OUTPUTS:  EDMRPT-FILE  - FILE ARRIVAL REPORT                   *
      *           DB2 TABLE    - HCAS.CYCLE_ALERT                      *
      * RETURN:   0 = EVERY DUE FILE ARRIVED NORMALLY                  *
      *           4 = AT LEAST ONE FILE MISSING, LATE OR SUSPECT       *
      * FREQUENCY: DAILY (BEFORE THE NIGHTLY CYCLE CUTOFF) / ON DEMAND *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDMPARM-FILE
               ASSIGN TO EDMPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT EDMRPT-FILE
               ASSIGN TO EDMRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDMPARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  EDMPARM-RECORD.
           05  EMP-CYCLE-DATE          PIC X(08).
           05  FILLER                  PIC X(72).

       FD  EDMRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  EDMRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS          PIC X(02).
           05  WS-RPT-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-SCHED-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-SCHED-EOF        VALUE 'Y'.
               88  WS-SCHED-NOT-EOF    VALUE 'N'.

      *--- EVERY ACTIVE EXPECTED-DELIVERY SCHEDULE ---
           EXEC SQL DECLARE SCHED-CURSOR CURSOR FOR
               SELECT PARTNER_ID, TRANS_SET_TYPE, RECEIPT_SOURCE,
                      SCHED_DAYS, CUTOFF_TIME,
                      VOLUME_LOW, VOLUME_HIGH,
                      COALESCE(EXPECTED_FILES, 1),
                      COALESCE(GATE_JOB, ' '),
                      COALESCE(HOLD_IND, 'N')
               FROM HCAS.PARTNER_FILE_SCHEDULE
               WHERE SCHED_STATUS = 'A'
               ORDER BY PARTNER_ID, TRANS_SET_TYPE
           END-EXEC

       01  WS-SCHED-ROW.
           05  WS-SC-PARTNER-ID        PIC X(10).
           05  WS-SC-TRANS-SET         PIC X(03).
           05  WS-SC-SOURCE            PIC X(01).
               88  WS-SC-SOURCE-BATCH  VALUE 'E'.
           05  WS-SC-SCHED-DAYS.
               10  WS-SC-SCHED-DAY     PIC X(01) OCCURS 7 TIMES.
           05  WS-SC-CUTOFF-TIME       PIC X(04).
           05  WS-SC-VOLUME-LOW        PIC S9(07) COMP-3.
           05  WS-SC-VOLUME-HIGH       PIC S9(07) COMP-3.
           05  WS-SC-EXPECTED-FILES    PIC S9(03) COMP-3.
           05  WS-SC-GATE-JOB          PIC X(08).
           05  WS-SC-HOLD-IND          PIC X(01).
               88  WS-SC-HOLD          VALUE 'Y'.

      *--- WHAT ARRIVED FOR THE SCHEDULE ON THE CYCLE DATE ---
       01  WS-RECEIPT-STATS.
           05  WS-RC-FILE-COUNT        PIC S9(05) COMP-3.
           05  WS-RC-DISTINCT-ISA      PIC S9(05) COMP-3.
           05  WS-RC-DISTINCT-CONTENT  PIC S9(05) COMP-3.
           05  WS-RC-TOTAL-VOLUME      PIC S9(09) COMP-3.
           05  WS-RC-MIN-VOLUME        PIC S9(09) COMP-3.
           05  WS-RC-MAX-VOLUME        PIC S9(09) COMP-3.
           05  WS-RC-FIRST-TIME        PIC X(04).

       01  WS-RUN-FIELDS.
           05  WS-CYCLE-DATE           PIC X(08).
           05  WS-CYCLE-DATE-N REDEFINES WS-CYCLE-DATE
                                       PIC 9(08).
           05  WS-NOW-HHMM             PIC X(04).
           05  WS-CYCLE-INT            PIC S9(09) COMP.
           05  WS-WEEK-QUOTIENT        PIC S9(09) COMP.
           05  WS-WEEKDAY-REM          PIC S9(04) COMP.
           05  WS-WEEKDAY-IDX          PIC S9(04) COMP.

       01  WS-ALERT-FIELDS.
           05  WS-AL-TYPE              PIC X(04).
           05  WS-AL-TEXT              PIC X(80).
           05  WS-AL-HOLD-JOB          PIC X(08).
           05  WS-ARRIVAL-STATUS       PIC X(12).
           05  WS-TEXT-PTR             PIC S9(04) COMP.

       01  WS-COUNTERS.
           05  WS-SCHEDULES-READ       PIC 9(05) VALUE ZERO.
           05  WS-SCHEDULES-DUE        PIC 9(05) VALUE ZERO.
           05  WS-FILES-ON-TIME        PIC 9(05) VALUE ZERO.
           05  WS-FILES-NOT-YET-DUE    PIC 9(05) VALUE ZERO.
           05  WS-FINDINGS             PIC 9(05) VALUE ZERO.
           05  WS-ALERTS-RAISED        PIC 9(05) VALUE ZERO.
           05  WS-HOLDS-PLACED         PIC 9(05) VALUE ZERO.
           05  WS-MISS-CLEARED         PIC 9(05) VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-FILES-DISP               PIC ZZ9.
       01  WS-VOL-DISP                 PIC Z,ZZZ,ZZ9.
       01  WS-LOW-DISP                 PIC Z,ZZZ,ZZ9.
       01  WS-HIGH-DISP                PIC Z,ZZZ,ZZ9.
       01  WS-EXP-DISP                 PIC ZZ9.
       01  WS-CNT-DISP                 PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-ONE-SCHEDULE
               UNTIL WS-SCHED-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'EDIMON01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-HHMM
           MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE
           OPEN INPUT EDMPARM-FILE
           IF WS-PARM-STATUS = '00'
               READ EDMPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EMP-CYCLE-DATE NUMERIC
                           MOVE EMP-CYCLE-DATE TO WS-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE EDMPARM-FILE
           END-IF
      *--- A PAST CYCLE IS CHECKED AS OF THE END OF ITS DAY ---
           IF WS-CYCLE-DATE < WS-CURRENT-DATE
               MOVE '2400' TO WS-NOW-HHMM
           END-IF
      *--- DAY 1 OF THE INTEGER DATE (1601-01-01) WAS A MONDAY, ---
      *    MATCHING THE MONDAY-FIRST SCHEDULE DAY FLAGS          ---
           COMPUTE WS-CYCLE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE-N)
           SUBTRACT 1 FROM WS-CYCLE-INT
           DIVIDE WS-CYCLE-INT BY 7
               GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEKDAY-REM
           COMPUTE WS-WEEKDAY-IDX = WS-WEEKDAY-REM + 1
           OPEN OUTPUT EDMRPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'EDIMON01: OPEN ERROR REPORT - '
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'EDIMON01 - INBOUND FILE ARRIVAL MONITOR - CYCLE '
                  DELIMITED SIZE
                  WS-CYCLE-DATE DELIMITED SIZE
                  '  AS OF ' DELIMITED SIZE
                  WS-NOW-HHMM DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE EDMRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PARTNER    SET  DUE   FILES  FIRST      VOLUME'
                  DELIMITED SIZE
                  '      NORMAL RANGE        STATUS'
                  DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE EDMRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE EDMRPT-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN SCHED-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'EDIMON01: SCHEDULE CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-CHECK-ONE-SCHEDULE.
           EXEC SQL
               FETCH SCHED-CURSOR
               INTO :WS-SC-PARTNER-ID, :WS-SC-TRANS-SET,
                    :WS-SC-SOURCE, :WS-SC-SCHED-DAYS,
                    :WS-SC-CUTOFF-TIME, :WS-SC-VOLUME-LOW,
                    :WS-SC-VOLUME-HIGH, :WS-SC-EXPECTED-FILES,
                    :WS-SC-GATE-JOB, :WS-SC-HOLD-IND
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-SCHED-EOF TO TRUE
               EXEC SQL CLOSE SCHED-CURSOR END-EXEC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCHEDULES-READ
           IF WS-SC-SCHED-DAY(WS-WEEKDAY-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCHEDULES-DUE
           IF WS-SC-EXPECTED-FILES < 1
               MOVE 1 TO WS-SC-EXPECTED-FILES
           END-IF
           PERFORM 3000-GATHER-RECEIPTS
           MOVE 'ON TIME' TO WS-ARRIVAL-STATUS
           IF WS-RC-FILE-COUNT = ZERO
               IF WS-NOW-HHMM < WS-SC-CUTOFF-TIME
                   MOVE 'NOT YET DUE' TO WS-ARRIVAL-STATUS
                   ADD 1 TO WS-FILES-NOT-YET-DUE
               ELSE
                   MOVE '** MISSING' TO WS-ARRIVAL-STATUS
                   MOVE 'MISS' TO WS-AL-TYPE
                   MOVE SPACES TO WS-AL-TEXT
                   STRING 'NO FILE RECEIVED BY CUTOFF '
                          DELIMITED SIZE
                          WS-SC-CUTOFF-TIME DELIMITED SIZE
                          INTO WS-AL-TEXT
                   END-STRING
                   PERFORM 5000-RAISE-ALERT
               END-IF
               PERFORM 6000-WRITE-SCHEDULE-LINE
               EXIT PARAGRAPH
           END-IF
      *--- THE FILE IS HERE - A MISS FROM AN EARLIER RUN IS OVER ---
           PERFORM 5500-CLEAR-MISSING-ALERT
           PERFORM 4000-CLASSIFY-RECEIPTS
           IF WS-ARRIVAL-STATUS = 'ON TIME'
               ADD 1 TO WS-FILES-ON-TIME
           END-IF
           PERFORM 6000-WRITE-SCHEDULE-LINE.

       3000-GATHER-RECEIPTS.
           INITIALIZE WS-RECEIPT-STATS
           MOVE SPACES TO WS-RC-FIRST-TIME
           IF WS-SC-SOURCE-BATCH
      *--- X12 INTAKE - THE BATCH LOG KNOWS THE SENDER BY ISA ID ---
               EXEC SQL
                   SELECT COUNT(*),
                          COUNT(DISTINCT B.ISA_CONTROL),
                          COUNT(DISTINCT CHAR(B.CLAIMS_PARSED) ||
                                CHAR(B.TOTAL_CHARGES)),
                          COALESCE(SUM(B.CLAIMS_PARSED), 0),
                          COALESCE(MIN(B.CLAIMS_PARSED), 0),
                          COALESCE(MAX(B.CLAIMS_PARSED), 0),
                          COALESCE(VARCHAR_FORMAT(MIN(B.RECEIVED_TS),
                                   'HH24MI'), ' ')
                   INTO :WS-RC-FILE-COUNT, :WS-RC-DISTINCT-ISA,
                        :WS-RC-DISTINCT-CONTENT,
                        :WS-RC-TOTAL-VOLUME, :WS-RC-MIN-VOLUME,
                        :WS-RC-MAX-VOLUME, :WS-RC-FIRST-TIME
                   FROM HCAS.EDI_BATCH_LOG B,
                        HCAS.TRADING_PARTNER TP
                   WHERE TP.PARTNER_ID = :WS-SC-PARTNER-ID
                     AND B.SENDER_ID = TP.ISA_ID
                     AND B.TRANS_SET_TYPE = :WS-SC-TRANS-SET
                     AND VARCHAR_FORMAT(B.RECEIVED_TS, 'YYYYMMDD')
                         = :WS-CYCLE-DATE
               END-EXEC
           ELSE
      *--- NON-X12 RECEIPT LOG - DATE ONLY, SO NO LATENESS TEST ---
               EXEC SQL
                   SELECT COUNT(*),
                          COUNT(*),
                          COUNT(DISTINCT CHAR(CLAIM_COUNT) ||
                                CHAR(TOTAL_PAID)),
                          COALESCE(SUM(CLAIM_COUNT), 0),
                          COALESCE(MIN(CLAIM_COUNT), 0),
                          COALESCE(MAX(CLAIM_COUNT), 0)
                   INTO :WS-RC-FILE-COUNT, :WS-RC-DISTINCT-ISA,
                        :WS-RC-DISTINCT-CONTENT,
                        :WS-RC-TOTAL-VOLUME, :WS-RC-MIN-VOLUME,
                        :WS-RC-MAX-VOLUME
                   FROM HCAS.PARTNER_TRANSMIT_LOG
                   WHERE PARTNER_ID = :WS-SC-PARTNER-ID
                     AND TRANS_SET_TYPE = :WS-SC-TRANS-SET
                     AND TRANSMIT_DATE = :WS-CYCLE-DATE
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'EDIMON01: RECEIPT LOOKUP ERROR SQLCODE='
                       SQLCODE ' PARTNER=' WS-SC-PARTNER-ID
                       ' SET=' WS-SC-TRANS-SET
               INITIALIZE WS-RECEIPT-STATS
               MOVE SPACES TO WS-RC-FIRST-TIME
           END-IF.

       4000-CLASSIFY-RECEIPTS.
      *--- A FILE CAN BE BOTH LATE AND SUSPECT - EACH FINDING ---
      *    IS ITS OWN ALERT; THE REPORT SHOWS THE WORST ONE     ---
           IF WS-RC-FIRST-TIME NOT = SPACES
           AND WS-RC-FIRST-TIME > WS-SC-CUTOFF-TIME
               MOVE 'LATE' TO WS-ARRIVAL-STATUS
               MOVE 'LATE' TO WS-AL-TYPE
               MOVE SPACES TO WS-AL-TEXT
               STRING 'FIRST FILE RECEIVED AT ' DELIMITED SIZE
                      WS-RC-FIRST-TIME DELIMITED SIZE
                      ' - CUTOFF ' DELIMITED SIZE
                      WS-SC-CUTOFF-TIME DELIMITED SIZE
                      INTO WS-AL-TEXT
               END-STRING
               PERFORM 5000-RAISE-ALERT
           END-IF
           IF WS-RC-FILE-COUNT > WS-SC-EXPECTED-FILES
           OR WS-RC-DISTINCT-ISA < WS-RC-FILE-COUNT
           OR WS-RC-DISTINCT-CONTENT < WS-RC-FILE-COUNT
               MOVE '** DUPLICATE' TO WS-ARRIVAL-STATUS
               MOVE 'DUPL' TO WS-AL-TYPE
               MOVE WS-RC-FILE-COUNT TO WS-FILES-DISP
               MOVE WS-SC-EXPECTED-FILES TO WS-EXP-DISP
               MOVE SPACES TO WS-AL-TEXT
               MOVE 1 TO WS-TEXT-PTR
               STRING WS-FILES-DISP DELIMITED SIZE
                      ' FILES RECEIVED, ' DELIMITED SIZE
                      WS-EXP-DISP DELIMITED SIZE
                      ' EXPECTED' DELIMITED SIZE
                      INTO WS-AL-TEXT
                      WITH POINTER WS-TEXT-PTR
               END-STRING
               IF WS-RC-DISTINCT-ISA < WS-RC-FILE-COUNT
               OR WS-RC-DISTINCT-CONTENT < WS-RC-FILE-COUNT
                   STRING ' - SAME CONTROL NUMBER OR CONTENT RESENT'
                          DELIMITED SIZE
                          INTO WS-AL-TEXT
                          WITH POINTER WS-TEXT-PTR
                   END-STRING
               END-IF
               PERFORM 5000-RAISE-ALERT
           END-IF
           MOVE WS-SC-VOLUME-LOW  TO WS-LOW-DISP
           MOVE WS-SC-VOLUME-HIGH TO WS-HIGH-DISP
           IF WS-RC-MIN-VOLUME < WS-SC-VOLUME-LOW
               MOVE '** LOW VOL' TO WS-ARRIVAL-STATUS
               MOVE 'VOLL' TO WS-AL-TYPE
               MOVE WS-RC-MIN-VOLUME TO WS-VOL-DISP
               MOVE SPACES TO WS-AL-TEXT
               STRING 'FILE OF ' DELIMITED SIZE
                      WS-VOL-DISP DELIMITED SIZE
                      ' RECORDS - NORMAL ' DELIMITED SIZE
                      WS-LOW-DISP DELIMITED SIZE
                      ' TO ' DELIMITED SIZE
                      WS-HIGH-DISP DELIMITED SIZE
                      INTO WS-AL-TEXT
               END-STRING
               PERFORM 5000-RAISE-ALERT
           END-IF
           IF WS-RC-MAX-VOLUME > WS-SC-VOLUME-HIGH
               MOVE '** HIGH VOL' TO WS-ARRIVAL-STATUS
               MOVE 'VOLH' TO WS-AL-TYPE
               MOVE WS-RC-MAX-VOLUME TO WS-VOL-DISP
               MOVE SPACES TO WS-AL-TEXT
               STRING 'FILE OF ' DELIMITED SIZE
                      WS-VOL-DISP DELIMITED SIZE
                      ' RECORDS - NORMAL ' DELIMITED SIZE
                      WS-LOW-DISP DELIMITED SIZE
                      ' TO ' DELIMITED SIZE
                      WS-HIGH-DISP DELIMITED SIZE
                      INTO WS-AL-TEXT
               END-STRING
               PERFORM 5000-RAISE-ALERT
           END-IF.

       5000-RAISE-ALERT.
      *--- ONLY A MISSING OR SUSPECT FILE HOLDS THE DEPENDENT   ---
      *    JOB; A LATE BUT NORMAL FILE IS REPORTED, NOT HELD    ---
           MOVE SPACES TO WS-AL-HOLD-JOB
           IF WS-SC-HOLD
           AND WS-AL-TYPE NOT = 'LATE'
               MOVE WS-SC-GATE-JOB TO WS-AL-HOLD-JOB
           END-IF
           ADD 1 TO WS-FINDINGS
           EXEC SQL
               INSERT INTO HCAS.CYCLE_ALERT
                   (CYCLE_DATE, PARTNER_ID, TRANS_SET_TYPE,
                    ALERT_TYPE, SOURCE_PROGRAM, ALERT_TEXT,
                    HOLD_JOB, ALERT_STATUS, CREATE_TS)
               VALUES
                   (:WS-CYCLE-DATE, :WS-SC-PARTNER-ID,
                    :WS-SC-TRANS-SET, :WS-AL-TYPE,
                    :WS-PROGRAM-ID, :WS-AL-TEXT,
                    :WS-AL-HOLD-JOB, 'O', CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-ALERTS-RAISED
                   IF WS-AL-HOLD-JOB NOT = SPACES
                       ADD 1 TO WS-HOLDS-PLACED
                   END-IF
               WHEN -803
      *--- ALREADY RAISED BY AN EARLIER RUN - AN ACKNOWLEDGED ---
      *    ALERT STAYS ACKNOWLEDGED                            ---
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'EDIMON01: ALERT INSERT ERROR SQLCODE='
                           SQLCODE ' PARTNER=' WS-SC-PARTNER-ID
                           ' TYPE=' WS-AL-TYPE
           END-EVALUATE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 1 TO WS-TEXT-PTR
           STRING '           ALERT ' DELIMITED SIZE
                  WS-AL-TYPE DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  WS-AL-TEXT DELIMITED '  '
                  INTO WS-RPT-LINE
                  WITH POINTER WS-TEXT-PTR
           END-STRING
           IF WS-AL-HOLD-JOB NOT = SPACES
               STRING ' - HOLDING ' DELIMITED SIZE
                      WS-AL-HOLD-JOB DELIMITED SIZE
                      INTO WS-RPT-LINE
                      WITH POINTER WS-TEXT-PTR
               END-STRING
           END-IF
           WRITE EDMRPT-RECORD FROM WS-RPT-LINE.

       5500-CLEAR-MISSING-ALERT.
           EXEC SQL
               UPDATE HCAS.CYCLE_ALERT
               SET ALERT_STATUS = 'C',
                   ACK_USER = :WS-PROGRAM-ID,
                   ACK_DATE = :WS-CURRENT-DATE
               WHERE CYCLE_DATE = :WS-CYCLE-DATE
                 AND PARTNER_ID = :WS-SC-PARTNER-ID
                 AND TRANS_SET_TYPE = :WS-SC-TRANS-SET
                 AND ALERT_TYPE = 'MISS'
                 AND ALERT_STATUS = 'O'
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-MISS-CLEARED
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'EDIMON01: ALERT CLEAR ERROR SQLCODE='
                           SQLCODE ' PARTNER=' WS-SC-PARTNER-ID
           END-EVALUATE.

       6000-WRITE-SCHEDULE-LINE.
           MOVE WS-RC-FILE-COUNT   TO WS-FILES-DISP
           MOVE WS-RC-TOTAL-VOLUME TO WS-VOL-DISP
           MOVE WS-SC-VOLUME-LOW   TO WS-LOW-DISP
           MOVE WS-SC-VOLUME-HIGH  TO WS-HIGH-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-SC-PARTNER-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-SC-TRANS-SET DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-SC-CUTOFF-TIME DELIMITED SIZE
                  '   ' DELIMITED SIZE
                  WS-FILES-DISP DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-RC-FIRST-TIME DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-VOL-DISP DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-LOW-DISP DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  WS-HIGH-DISP DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-ARRIVAL-STATUS DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE EDMRPT-RECORD FROM WS-RPT-LINE.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE EDMRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-SCHEDULES-DUE TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FILES DUE TODAY:      ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE EDMRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-FILES-ON-TIME TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'RECEIVED NORMALLY:    ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE EDMRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-FILES-NOT-YET-DUE TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NOT YET DUE:          ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE EDMRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-ALERTS-RAISED TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ALERTS RAISED:        ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE EDMRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-HOLDS-PLACED TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DEPENDENT JOBS HELD:  ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  ' (ACKNOWLEDGE THROUGH BCHCYC01)' DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE EDMRPT-RECORD FROM WS-RPT-LINE
           DISPLAY 'EDIMON01: SCHEDULES READ:    ' WS-SCHEDULES-READ
           DISPLAY 'EDIMON01: FILES DUE:         ' WS-SCHEDULES-DUE
           DISPLAY 'EDIMON01: RECEIVED NORMALLY: ' WS-FILES-ON-TIME
           DISPLAY 'EDIMON01: ALERTS RAISED:     ' WS-ALERTS-RAISED
           DISPLAY 'EDIMON01: JOBS HELD:         ' WS-HOLDS-PLACED
           DISPLAY 'EDIMON01: MISSING CLEARED:   ' WS-MISS-CLEARED
           CLOSE EDMRPT-FILE
           IF WS-FINDINGS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
