       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IPCENS01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  IPCENS01                                             *
      * PURPOSE:  DAILY INPATIENT CONCURRENT-REVIEW CENSUS REPORT      *
      *           LISTS EVERY MEMBER CURRENTLY ADMITTED ON             *
      *           HCAS.INPATIENT_STAY (OPENED BY ADMNTF01) WITH DAYS   *
      *           USED AGAINST THE DAYS AUTHORIZED, SO THE UM NURSES   *
      *           CAN MANAGE LENGTH OF STAY AND PLAN DISCHARGE WHILE   *
      *           THE MEMBER IS STILL IN HOUSE. AUTHORIZED DAYS AND    *
      *           END DATE REFLECT CONCURRENT-REVIEW EXTENSIONS KEYED  *
      *           IN AUTHINQ1. THREE SECTIONS:                         *
      *             1 - FULL CENSUS BY FACILITY AND ADMIT DATE         *
      *             2 - STAYS PAST THEIR AUTHORIZED END DATE OR        *
      *                 BEYOND THEIR AUTHORIZED DAYS                   *
      *             3 - STAYS WITH NO AUTHORIZATION AT ALL             *
      *           A CENSUS DAY IS A MIDNIGHT IN HOUSE - THE ADMIT DAY  *
      *           COUNTS, THE DISCHARGE DAY DOES NOT.                  *
      *           RETURN CODE 4 WHEN SECTION 2 OR 3 HAS ANY STAY.      *
      * INPUTS:   DB2 TABLES - HCAS.INPATIENT_STAY, HCAS.MEMBER        *
      * OUTPUTS:  IPCENSOT - CENSUS REPORT                             *
      * FREQUENCY: DAILY BATCH                                         *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CENSUS-FILE
               ASSIGN TO IPCENSOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CENSUS-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  CENSUS-RECORD               PIC X(133).

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
           05  WS-SECTION-SW           PIC X(01).
               88  WS-SECT-CENSUS      VALUE 'C'.
               88  WS-SECT-PAST-END    VALUE 'E'.
               88  WS-SECT-NO-AUTH     VALUE 'N'.
           05  WS-STAY-FLAG            PIC X(13).

      *--- MEMBERS IN HOUSE TODAY ---
           EXEC SQL DECLARE CENSUS-CURSOR CURSOR FOR
               SELECT S.STAY_ID, S.MEMBER_ID,
                      COALESCE(M.LAST_NAME, ' '),
                      S.FACILITY_NPI, S.ADMIT_DATE,
                      COALESCE(S.ADMIT_DIAG, ' '),
                      COALESCE(S.AUTH_NO, ' '),
                      COALESCE(S.AUTH_DAYS, 0),
                      COALESCE(S.AUTH_END_DATE, ' '),
                      COALESCE(S.REVIEW_COUNT, 0)
               FROM HCAS.INPATIENT_STAY S
               LEFT JOIN HCAS.MEMBER M
                   ON M.MEMBER_ID = S.MEMBER_ID
               WHERE S.STAY_STATUS = 'A'
                 AND S.ADMIT_DATE <= :WS-CURRENT-DATE
               ORDER BY S.FACILITY_NPI, S.ADMIT_DATE, S.MEMBER_ID
           END-EXEC

       01  WS-STAY-ROW.
           05  WS-ST-STAY-ID           PIC S9(10) COMP-3.
           05  WS-ST-MEMBER-ID         PIC X(12).
           05  WS-ST-LAST-NAME         PIC X(35).
           05  WS-ST-FACILITY-NPI      PIC X(10).
           05  WS-ST-ADMIT-DATE        PIC X(08).
           05  WS-ST-ADMIT-DIAG        PIC X(08).
           05  WS-ST-AUTH-NO           PIC X(12).
           05  WS-ST-AUTH-DAYS         PIC S9(05) COMP-3.
           05  WS-ST-AUTH-END-DATE     PIC X(08).
           05  WS-ST-REVIEW-COUNT      PIC S9(03) COMP-3.

       01  WS-DAYS-WORK.
           05  WS-DW-DATE-N            PIC 9(08).
           05  WS-DW-TODAY-INT         PIC S9(09) COMP.
           05  WS-DW-ADMIT-INT         PIC S9(09) COMP.
           05  WS-DW-DAYS-USED         PIC S9(05) COMP-3.

       01  WS-DETAIL-FIELDS.
           05  WS-DT-DAYS-USED         PIC ZZZZ9.
           05  WS-DT-AUTH-DAYS         PIC ZZZZ9.
           05  WS-DT-REVIEWS           PIC ZZ9.
           05  WS-DT-NAME              PIC X(15).

       01  WS-RPT-COUNTERS.
           05  WS-CENSUS-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-PAST-END-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-NO-AUTH-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-SECTION-COUNT        PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           SET WS-SECT-CENSUS TO TRUE
           PERFORM 2000-LIST-STAYS
           MOVE WS-SECTION-COUNT TO WS-CENSUS-COUNT
           SET WS-SECT-PAST-END TO TRUE
           PERFORM 2000-LIST-STAYS
           MOVE WS-SECTION-COUNT TO WS-PAST-END-COUNT
           SET WS-SECT-NO-AUTH TO TRUE
           PERFORM 2000-LIST-STAYS
           MOVE WS-SECTION-COUNT TO WS-NO-AUTH-COUNT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'IPCENS01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-DW-DATE-N
           COMPUTE WS-DW-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DW-DATE-N)
           OPEN OUTPUT CENSUS-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'IPCENS01: OPEN ERROR REPORT - ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'IPCENS01 - INPATIENT CONCURRENT-REVIEW CENSUS - '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE CENSUS-RECORD FROM WS-RPT-LINE.

      *================================================================*
      * ONE PASS OF THE CENSUS CURSOR PER REPORT SECTION               *
      *================================================================*
       2000-LIST-STAYS.
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE SPACES TO WS-RPT-LINE
           WRITE CENSUS-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN WS-SECT-CENSUS
                   STRING 'MEMBERS CURRENTLY ADMITTED'
                       DELIMITED SIZE INTO WS-RPT-LINE
               WHEN WS-SECT-PAST-END
                   STRING 'STAYS PAST AUTHORIZED END DATE OR DAYS'
                       DELIMITED SIZE INTO WS-RPT-LINE
               WHEN OTHER
                   STRING 'STAYS WITH NO AUTHORIZATION'
                       DELIMITED SIZE INTO WS-RPT-LINE
           END-EVALUATE
           WRITE CENSUS-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FACILITY   MEMBER ID    NAME            ADMIT    '
                  'DIAG     AUTH NO      USED  AUTH AUTH END REV '
                  'FLAG'
                  DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE CENSUS-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE CENSUS-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN CENSUS-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'IPCENS01: CENSUS CURSOR OPEN ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-ROW-NOT-EOF TO TRUE
           PERFORM 2100-FETCH-STAY
           PERFORM 2200-REPORT-STAY
               UNTIL WS-ROW-EOF
           EXEC SQL CLOSE CENSUS-CURSOR END-EXEC
           MOVE SPACES TO WS-RPT-LINE
           STRING 'STAYS LISTED: ' DELIMITED SIZE
                  WS-SECTION-COUNT DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE CENSUS-RECORD FROM WS-RPT-LINE.

       2100-FETCH-STAY.
           EXEC SQL
               FETCH CENSUS-CURSOR
               INTO :WS-ST-STAY-ID, :WS-ST-MEMBER-ID,
                    :WS-ST-LAST-NAME, :WS-ST-FACILITY-NPI,
                    :WS-ST-ADMIT-DATE, :WS-ST-ADMIT-DIAG,
                    :WS-ST-AUTH-NO, :WS-ST-AUTH-DAYS,
                    :WS-ST-AUTH-END-DATE, :WS-ST-REVIEW-COUNT
           END-EXEC
           IF SQLCODE = +100
               SET WS-ROW-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'IPCENS01: CENSUS FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-ROW-EOF TO TRUE
           END-IF.

       2200-REPORT-STAY.
           PERFORM 2300-CLASSIFY-STAY
           EVALUATE TRUE
               WHEN WS-SECT-CENSUS
                   PERFORM 2400-WRITE-STAY-LINE
               WHEN WS-SECT-PAST-END
                   IF WS-STAY-FLAG = 'PAST AUTH END'
                   OR WS-STAY-FLAG = 'OVER AUTH DAY'
                       PERFORM 2400-WRITE-STAY-LINE
                   END-IF
               WHEN OTHER
                   IF WS-STAY-FLAG = 'NO AUTH'
                       PERFORM 2400-WRITE-STAY-LINE
                   END-IF
           END-EVALUATE
           PERFORM 2100-FETCH-STAY.

       2300-CLASSIFY-STAY.
           MOVE ZERO TO WS-DW-DAYS-USED
           IF WS-ST-ADMIT-DATE IS NUMERIC
               MOVE WS-ST-ADMIT-DATE TO WS-DW-DATE-N
               COMPUTE WS-DW-ADMIT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DW-DATE-N)
               COMPUTE WS-DW-DAYS-USED =
                   WS-DW-TODAY-INT - WS-DW-ADMIT-INT
           END-IF
           EVALUATE TRUE
               WHEN WS-ST-AUTH-NO = SPACES
                   MOVE 'NO AUTH'       TO WS-STAY-FLAG
               WHEN WS-ST-AUTH-END-DATE < WS-CURRENT-DATE
                   MOVE 'PAST AUTH END' TO WS-STAY-FLAG
               WHEN WS-DW-DAYS-USED > WS-ST-AUTH-DAYS
                   MOVE 'OVER AUTH DAY' TO WS-STAY-FLAG
               WHEN OTHER
                   MOVE SPACES          TO WS-STAY-FLAG
           END-EVALUATE.

       2400-WRITE-STAY-LINE.
           ADD 1 TO WS-SECTION-COUNT
           MOVE WS-DW-DAYS-USED    TO WS-DT-DAYS-USED
           MOVE WS-ST-AUTH-DAYS    TO WS-DT-AUTH-DAYS
           MOVE WS-ST-REVIEW-COUNT TO WS-DT-REVIEWS
           MOVE WS-ST-LAST-NAME    TO WS-DT-NAME
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-ST-FACILITY-NPI  DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-ST-MEMBER-ID     DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-DT-NAME          DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-ST-ADMIT-DATE    DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-ST-ADMIT-DIAG    DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-ST-AUTH-NO       DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-DT-DAYS-USED     DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-DT-AUTH-DAYS     DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-ST-AUTH-END-DATE DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-DT-REVIEWS       DELIMITED SIZE
                  ' '                 DELIMITED SIZE
                  WS-STAY-FLAG        DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE CENSUS-RECORD FROM WS-RPT-LINE.

       9000-TERMINATE.
           DISPLAY '============================================'
           DISPLAY 'IPCENS01: INPATIENT CENSUS COMPLETE'
           DISPLAY '  MEMBERS IN HOUSE:     ' WS-CENSUS-COUNT
           DISPLAY '  PAST AUTH END/DAYS:   ' WS-PAST-END-COUNT
           DISPLAY '  NO AUTHORIZATION:     ' WS-NO-AUTH-COUNT
           DISPLAY '============================================'
           CLOSE CENSUS-FILE
           IF WS-PAST-END-COUNT > ZERO
           OR WS-NO-AUTH-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
