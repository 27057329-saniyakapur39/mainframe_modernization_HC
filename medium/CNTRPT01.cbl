       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNTRPT01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  CNTRPT01                                             *
      * PURPOSE:  CONTACT CENTER NIGHTLY SCORECARD REPORT              *
      *           REPORTS FROM THE CALLS LOGGED ON HCAS.CONTACT_LOG    *
      *           (CNTINQ1) FOR THE ACCREDITATION SCORECARD:           *
      *             1 - OPEN CALLBACKS PAST THEIR PROMISED DATE, BY    *
      *                 OWNER, WITH THE DAYS PAST DUE                  *
      *             2 - FIRST-CONTACT RESOLUTION RATE AND REPEAT       *
      *                 CALLS FOR THE DAY AND MONTH TO DATE            *
      *             3 - TOP CALL REASONS BY PLAN, MONTH TO DATE        *
      *             4 - TOP CALL REASONS BY PROVIDER NPI, MONTH TO     *
      *                 DATE                                           *
      *           REASON DESCRIPTIONS COME FROM HCAS.CONTACT_CODE.     *
      *           RETURN CODE 4 WHEN ANY CALLBACK IS PAST DUE.         *
      * INPUTS:   DB2 TABLES - HCAS.CONTACT_LOG, HCAS.CONTACT_CODE     *
      * OUTPUTS:  CNTRPTOT - CONTACT CENTER REPORT                     *
      * FREQUENCY: NIGHTLY BATCH                                       *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTRPT-FILE
               ASSIGN TO CNTRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CNTRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  CNTRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-RPT-STATUS               PIC X(02).
       01  WS-RPT-LINE                 PIC X(133).

       01  WS-SWITCHES.
           05  WS-ROW-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-ROW-EOF          VALUE 'Y'.
               88  WS-ROW-NOT-EOF      VALUE 'N'.

       01  WS-PERIOD.
           05  WS-PD-MONTH-START       PIC X(08).
           05  WS-PD-FROM-DATE         PIC X(08).

      *--- CALLBACKS PROMISED AND NOT MADE BY THEIR DATE ---
           EXEC SQL DECLARE CALLBACK-CURSOR CURSOR FOR
               SELECT CONTACT_NO, CONTACT_DATE, CALLER_TYPE,
                      MEMBER_ID, PROVIDER_NPI, REASON_CODE,
                      CALLBACK_OWNER, CALLBACK_DATE
               FROM HCAS.CONTACT_LOG
               WHERE CALLBACK_STATUS = 'O'
                 AND CALLBACK_DATE < :WS-CURRENT-DATE
               ORDER BY CALLBACK_OWNER, CALLBACK_DATE, CONTACT_NO
           END-EXEC

      *--- CALL COUNTS BY PLAN AND REASON, BUSIEST FIRST ---
           EXEC SQL DECLARE PLAN-REASON-CURSOR CURSOR FOR
               SELECT COALESCE(L.PLAN_CODE, ' '), L.REASON_CODE,
                      COALESCE(MAX(C.DESCRIPTION), ' '),
                      COUNT(*)
               FROM HCAS.CONTACT_LOG L
               LEFT JOIN HCAS.CONTACT_CODE C
                   ON C.CODE_TYPE = 'RS'
                  AND C.CONTACT_CODE = L.REASON_CODE
               WHERE L.CONTACT_DATE >= :WS-PD-MONTH-START
                 AND L.CONTACT_DATE <= :WS-CURRENT-DATE
               GROUP BY COALESCE(L.PLAN_CODE, ' '), L.REASON_CODE
               ORDER BY 1, 4 DESC, 2
           END-EXEC

      *--- CALL COUNTS BY PROVIDER AND REASON, BUSIEST FIRST ---
           EXEC SQL DECLARE PROV-REASON-CURSOR CURSOR FOR
               SELECT L.PROVIDER_NPI, L.REASON_CODE,
                      COALESCE(MAX(C.DESCRIPTION), ' '),
                      COUNT(*)
               FROM HCAS.CONTACT_LOG L
               LEFT JOIN HCAS.CONTACT_CODE C
                   ON C.CODE_TYPE = 'RS'
                  AND C.CONTACT_CODE = L.REASON_CODE
               WHERE L.CONTACT_DATE >= :WS-PD-MONTH-START
                 AND L.CONTACT_DATE <= :WS-CURRENT-DATE
                 AND L.PROVIDER_NPI <> ' '
               GROUP BY L.PROVIDER_NPI, L.REASON_CODE
               ORDER BY 1, 4 DESC, 2
           END-EXEC

       01  WS-CALLBACK-ROW.
           05  WS-CB-CONTACT-NO        PIC S9(10) COMP-3.
           05  WS-CB-CONTACT-DATE      PIC X(08).
           05  WS-CB-CALLER-TYPE       PIC X(01).
           05  WS-CB-MEMBER-ID         PIC X(12).
           05  WS-CB-PROVIDER-NPI      PIC X(10).
           05  WS-CB-REASON-CODE       PIC X(04).
           05  WS-CB-OWNER             PIC X(08).
           05  WS-CB-CALLBACK-DATE     PIC X(08).

      *--- ONE GROUP / REASON COUNT FROM EITHER REASON CURSOR ---
       01  WS-REASON-ROW.
           05  WS-RR-GROUP-KEY         PIC X(10).
           05  WS-RR-REASON-CODE       PIC X(04).
           05  WS-RR-DESCRIPTION       PIC X(30).
           05  WS-RR-CALL-COUNT        PIC S9(09) COMP.

       01  WS-REASON-BREAK.
           05  WS-RB-GROUP-KEY         PIC X(10).
           05  WS-RB-RANK              PIC 9(03).
      *--- REASONS LISTED UNDER EACH PLAN OR PROVIDER ---
           05  WS-RB-TOP-N             PIC 9(03) VALUE 5.
           05  WS-RB-SECTION           PIC X(01).
               88  WS-RB-BY-PLAN       VALUE 'L'.
               88  WS-RB-BY-PROVIDER   VALUE 'P'.

       01  WS-FCR-WORK.
           05  WS-FC-CALLS             PIC S9(09) COMP.
           05  WS-FC-RESOLVED          PIC S9(09) COMP.
           05  WS-FC-REPEATS           PIC S9(09) COMP.
           05  WS-FC-RATE              PIC S9(03)V9 COMP-3.
           05  WS-FC-CALLS-DISP        PIC Z(08)9.
           05  WS-FC-RESOLVED-DISP     PIC Z(08)9.
           05  WS-FC-REPEATS-DISP      PIC Z(08)9.
           05  WS-FC-RATE-DISP         PIC ZZ9.9.
           05  WS-FC-LABEL             PIC X(14).

       01  WS-AGE-WORK.
           05  WS-AG-DATE-N            PIC 9(08).
           05  WS-AG-TODAY-INT         PIC S9(09) COMP.
           05  WS-AG-CB-INT            PIC S9(09) COMP.
           05  WS-AG-DAYS-LATE         PIC S9(05) COMP-3.
           05  WS-AG-DAYS-DISP         PIC ZZZZ9.

       01  WS-DETAIL-FIELDS.
           05  WS-DT-CONTACT-NO        PIC 9(10).
           05  WS-DT-COUNT-DISP        PIC Z(08)9.
           05  WS-DT-RANK-DISP         PIC ZZ9.

       01  WS-RPT-COUNTERS.
           05  WS-PAST-DUE-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-MTD-CALLS            PIC 9(09) VALUE ZERO.
           05  WS-MTD-FCR-RATE         PIC ZZ9.9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-PAST-DUE-CALLBACKS
           PERFORM 3000-REPORT-FCR
           SET WS-RB-BY-PLAN TO TRUE
           PERFORM 4000-LIST-TOP-REASONS
           SET WS-RB-BY-PROVIDER TO TRUE
           PERFORM 4000-LIST-TOP-REASONS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CNTRPT01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-PD-MONTH-START
           MOVE '01' TO WS-PD-MONTH-START(7:2)
           MOVE WS-CURRENT-DATE TO WS-AG-DATE-N
           COMPUTE WS-AG-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-AG-DATE-N)
           OPEN OUTPUT CNTRPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'CNTRPT01: OPEN ERROR REPORT - ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CNTRPT01 - CONTACT CENTER SCORECARD - '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  '  MONTH TO DATE FROM ' DELIMITED SIZE
                  WS-PD-MONTH-START DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE CNTRPT-RECORD FROM WS-RPT-LINE.

      *================================================================*
      * 1 - OPEN CALLBACKS PAST DUE                                    *
      *================================================================*
       2000-LIST-PAST-DUE-CALLBACKS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE CNTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OPEN CALLBACKS PAST DUE' DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE CNTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OWNER    CONTACT NO CALLED   T MEMBER ID    '
                  'NPI        RSN  PROMISED DAYS LATE'
                  DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE CNTRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE CNTRPT-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN CALLBACK-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CNTRPT01: CALLBACK CURSOR OPEN ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-ROW-NOT-EOF TO TRUE
           PERFORM 2100-FETCH-CALLBACK
           PERFORM 2200-REPORT-CALLBACK
               UNTIL WS-ROW-EOF
           EXEC SQL CLOSE CALLBACK-CURSOR END-EXEC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CALLBACKS PAST DUE: ' DELIMITED SIZE
                  WS-PAST-DUE-COUNT      DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE CNTRPT-RECORD FROM WS-RPT-LINE.

       2100-FETCH-CALLBACK.
           EXEC SQL
               FETCH CALLBACK-CURSOR
               INTO :WS-CB-CONTACT-NO, :WS-CB-CONTACT-DATE,
                    :WS-CB-CALLER-TYPE, :WS-CB-MEMBER-ID,
                    :WS-CB-PROVIDER-NPI, :WS-CB-REASON-CODE,
                    :WS-CB-OWNER, :WS-CB-CALLBACK-DATE
           END-EXEC
           IF SQLCODE = +100
               SET WS-ROW-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'CNTRPT01: CALLBACK FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-ROW-EOF TO TRUE
           END-IF.

       2200-REPORT-CALLBACK.
           ADD 1 TO WS-PAST-DUE-COUNT
           MOVE ZERO TO WS-AG-DAYS-LATE
           IF WS-CB-CALLBACK-DATE IS NUMERIC
               MOVE WS-CB-CALLBACK-DATE TO WS-AG-DATE-N
               COMPUTE WS-AG-CB-INT =
                   FUNCTION INTEGER-OF-DATE(WS-AG-DATE-N)
               COMPUTE WS-AG-DAYS-LATE =
                   WS-AG-TODAY-INT - WS-AG-CB-INT
           END-IF
           MOVE WS-AG-DAYS-LATE  TO WS-AG-DAYS-DISP
           MOVE WS-CB-CONTACT-NO TO WS-DT-CONTACT-NO
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-CB-OWNER         DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-DT-CONTACT-NO    DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-CB-CONTACT-DATE  DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-CB-CALLER-TYPE   DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-CB-MEMBER-ID     DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-CB-PROVIDER-NPI  DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-CB-REASON-CODE   DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-CB-CALLBACK-DATE DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-AG-DAYS-DISP     DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE CNTRPT-RECORD FROM WS-RPT-LINE
           PERFORM 2100-FETCH-CALLBACK.

      *================================================================*
      * 2 - FIRST-CONTACT RESOLUTION                                   *
      *================================================================*
       3000-REPORT-FCR.
           MOVE SPACES TO WS-RPT-LINE
           WRITE CNTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FIRST-CONTACT RESOLUTION' DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE CNTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PERIOD                 CALLS  RESOLVED    '
                  'REPEATS  FCR PCT'
                  DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE CNTRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE CNTRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-CURRENT-DATE TO WS-PD-FROM-DATE
           MOVE 'TODAY'         TO WS-FC-LABEL
           PERFORM 3100-COUNT-PERIOD
           MOVE WS-PD-MONTH-START TO WS-PD-FROM-DATE
           MOVE 'MONTH TO DATE'   TO WS-FC-LABEL
           PERFORM 3100-COUNT-PERIOD
           MOVE WS-FC-CALLS     TO WS-MTD-CALLS
           MOVE WS-FC-RATE-DISP TO WS-MTD-FCR-RATE.

       3100-COUNT-PERIOD.
           MOVE ZERO TO WS-FC-CALLS
           MOVE ZERO TO WS-FC-RESOLVED
           MOVE ZERO TO WS-FC-REPEATS
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN FIRST_CONTACT_RES = 'Y'
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN REPEAT_CALL = 'Y'
                                        THEN 1 ELSE 0 END), 0)
               INTO :WS-FC-CALLS, :WS-FC-RESOLVED, :WS-FC-REPEATS
               FROM HCAS.CONTACT_LOG
               WHERE CONTACT_DATE >= :WS-PD-FROM-DATE
                 AND CONTACT_DATE <= :WS-CURRENT-DATE
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CNTRPT01: FCR COUNT ERROR SQLCODE=' SQLCODE
           END-IF
           IF WS-FC-CALLS > ZERO
               COMPUTE WS-FC-RATE ROUNDED =
                   WS-FC-RESOLVED * 100 / WS-FC-CALLS
           ELSE
               MOVE ZERO TO WS-FC-RATE
           END-IF
           MOVE WS-FC-CALLS    TO WS-FC-CALLS-DISP
           MOVE WS-FC-RESOLVED TO WS-FC-RESOLVED-DISP
           MOVE WS-FC-REPEATS  TO WS-FC-REPEATS-DISP
           MOVE WS-FC-RATE     TO WS-FC-RATE-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-FC-LABEL         DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-FC-CALLS-DISP    DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-FC-RESOLVED-DISP DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-FC-REPEATS-DISP  DELIMITED SIZE
                  '    '              DELIMITED SIZE
                  WS-FC-RATE-DISP     DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE CNTRPT-RECORD FROM WS-RPT-LINE.

      *================================================================*
      * 3/4 - TOP CALL REASONS BY PLAN / BY PROVIDER                   *
      *================================================================*
       4000-LIST-TOP-REASONS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE CNTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           IF WS-RB-BY-PLAN
               STRING 'TOP CALL REASONS BY PLAN - MONTH TO DATE'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE CNTRPT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'PLAN       RANK RSN  DESCRIPTION             '
                      '           CALLS'
                      DELIMITED SIZE INTO WS-RPT-LINE
               EXEC SQL OPEN PLAN-REASON-CURSOR END-EXEC
           ELSE
               STRING 'TOP CALL REASONS BY PROVIDER - MONTH TO DATE'
                   DELIMITED SIZE INTO WS-RPT-LINE
               WRITE CNTRPT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'NPI        RANK RSN  DESCRIPTION             '
                      '           CALLS'
                      DELIMITED SIZE INTO WS-RPT-LINE
               EXEC SQL OPEN PROV-REASON-CURSOR END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'CNTRPT01: REASON CURSOR OPEN ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE CNTRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE CNTRPT-RECORD FROM WS-RPT-LINE
           MOVE HIGH-VALUES TO WS-RB-GROUP-KEY
           MOVE ZERO TO WS-RB-RANK
           SET WS-ROW-NOT-EOF TO TRUE
           PERFORM 4100-FETCH-REASON
           PERFORM 4200-REPORT-REASON
               UNTIL WS-ROW-EOF
           IF WS-RB-BY-PLAN
               EXEC SQL CLOSE PLAN-REASON-CURSOR END-EXEC
           ELSE
               EXEC SQL CLOSE PROV-REASON-CURSOR END-EXEC
           END-IF.

       4100-FETCH-REASON.
           IF WS-RB-BY-PLAN
               EXEC SQL
                   FETCH PLAN-REASON-CURSOR
                   INTO :WS-RR-GROUP-KEY, :WS-RR-REASON-CODE,
                        :WS-RR-DESCRIPTION, :WS-RR-CALL-COUNT
               END-EXEC
           ELSE
               EXEC SQL
                   FETCH PROV-REASON-CURSOR
                   INTO :WS-RR-GROUP-KEY, :WS-RR-REASON-CODE,
                        :WS-RR-DESCRIPTION, :WS-RR-CALL-COUNT
               END-EXEC
           END-IF
           IF SQLCODE = +100
               SET WS-ROW-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'CNTRPT01: REASON FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-ROW-EOF TO TRUE
           END-IF.

       4200-REPORT-REASON.
      *--- RANKS RESTART AT EACH PLAN OR PROVIDER; ONLY THE ---
      *    BUSIEST REASONS UNDER EACH ARE PRINTED           ---
           IF WS-RR-GROUP-KEY NOT = WS-RB-GROUP-KEY
               MOVE WS-RR-GROUP-KEY TO WS-RB-GROUP-KEY
               MOVE ZERO TO WS-RB-RANK
           END-IF
           ADD 1 TO WS-RB-RANK
           IF WS-RB-RANK <= WS-RB-TOP-N
               IF WS-RR-GROUP-KEY = SPACES
                   MOVE '(NO PLAN)' TO WS-RR-GROUP-KEY
               END-IF
               MOVE WS-RB-RANK       TO WS-DT-RANK-DISP
               MOVE WS-RR-CALL-COUNT TO WS-DT-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-RR-GROUP-KEY   DELIMITED SIZE
                      ' '               DELIMITED SIZE
                      WS-DT-RANK-DISP   DELIMITED SIZE
                      '  '              DELIMITED SIZE
                      WS-RR-REASON-CODE DELIMITED SIZE
                      ' '               DELIMITED SIZE
                      WS-RR-DESCRIPTION DELIMITED SIZE
                      ' '               DELIMITED SIZE
                      WS-DT-COUNT-DISP  DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE CNTRPT-RECORD FROM WS-RPT-LINE
           END-IF
           PERFORM 4100-FETCH-REASON.

       9000-TERMINATE.
           DISPLAY '============================================'
           DISPLAY 'CNTRPT01: CONTACT CENTER REPORT COMPLETE'
           DISPLAY '  CALLBACKS PAST DUE:  ' WS-PAST-DUE-COUNT
           DISPLAY '  CALLS MONTH TO DATE: ' WS-MTD-CALLS
           DISPLAY '  FCR PCT MONTH TO DATE: ' WS-MTD-FCR-RATE
           DISPLAY '============================================'
           CLOSE CNTRPT-FILE
           IF WS-PAST-DUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
