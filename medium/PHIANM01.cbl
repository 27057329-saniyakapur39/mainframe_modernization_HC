       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHIANM01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  PHIANM01                                             *
      * PURPOSE:  MONTHLY PHI ACCESS ANOMALY REPORT                    *
      *           READS THE MONTH'S ONLINE VIEWS ON                    *
      *           HCAS.PHI_ACCESS_LOG (WRITTEN THROUGH PHILOG01) AND   *
      *           LISTS FOR THE PRIVACY OFFICE:                        *
      *           1. FAMILY    - A USER WHO VIEWED THEIR OWN RECORD OR *
      *                          SOMEONE ON THEIR OWN CONTRACT (SAME   *
      *                          SUBSCRIBER AS THE MEMBER ID HELD FOR  *
      *                          THE USER ON HCAS.USER_PROFILE)        *
      *           2. COWORKER  - A USER WHO VIEWED A MEMBER ON THE     *
      *                          CONTRACT OF ANOTHER ACTIVE USER       *
      *           3. VOLUME    - A USER WHO VIEWED AT LEAST THE FLOOR  *
      *                          NUMBER OF DISTINCT MEMBERS AND MORE   *
      *                          THAN THE MULTIPLE OF THEIR            *
      *                          DEPARTMENT'S AVERAGE                  *
      *           THE USER'S MEMBER ID COMES FROM THE SECURITY         *
      *           ADMINISTRATION REPORTING LINES LOADED BY USRCRT01.   *
      * INPUTS:   ANMPARM-FILE - PERIOD (YYYYMM), VOLUME FLOOR,        *
      *                          DEPARTMENT MULTIPLE. BLANKS DEFAULT   *
      *                          TO THE PRIOR MONTH, 200 AND 3         *
      *           DB2 TABLES   - HCAS.PHI_ACCESS_LOG,                  *
      *                          HCAS.USER_PROFILE, HCAS.MEMBER        *
      * OUTPUTS:  ANMRPT-FILE  - ANOMALY REPORT                        *
      * FREQUENCY: MONTHLY                                             *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANMPARM-FILE
               ASSIGN TO ANMPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ANMRPT-FILE
               ASSIGN TO ANMRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANMPARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ANMPARM-RECORD.
           05  ANP-PERIOD              PIC X(06).
           05  ANP-VOLUME-FLOOR        PIC X(05).
           05  ANP-VOLUME-FLOOR-N REDEFINES ANP-VOLUME-FLOOR
                                       PIC 9(05).
           05  ANP-DEPT-MULTIPLE       PIC X(02).
           05  ANP-DEPT-MULTIPLE-N REDEFINES ANP-DEPT-MULTIPLE
                                       PIC 9(02).
           05  FILLER                  PIC X(67).

       FD  ANMRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  ANMRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS          PIC X(02).
           05  WS-RPT-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-FAM-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-FAM-EOF          VALUE 'Y'.
               88  WS-FAM-NOT-EOF      VALUE 'N'.
           05  WS-COW-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-COW-EOF          VALUE 'Y'.
               88  WS-COW-NOT-EOF      VALUE 'N'.
           05  WS-VOL-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-VOL-EOF          VALUE 'Y'.
               88  WS-VOL-NOT-EOF      VALUE 'N'.

       01  WS-RUN-FIELDS.
           05  WS-PERIOD               PIC X(06).
           05  WS-FROM-DATE            PIC X(08).
           05  WS-TO-DATE              PIC X(08).
           05  WS-VOLUME-FLOOR         PIC S9(09) COMP VALUE +200.
           05  WS-DEPT-MULTIPLE        PIC S9(03) COMP-3 VALUE +3.
           05  WS-PRIOR-YYYY           PIC 9(04).
           05  WS-PRIOR-MM             PIC 9(02).

      *--- 1. VIEWS OF THE USER'S OWN CONTRACT ---
           EXEC SQL DECLARE FAM-CURSOR CURSOR FOR
               SELECT L.USER_ID, COALESCE(UP.USER_NAME, ' '),
                      COALESCE(UP.DEPT_CODE, ' '),
                      L.MEMBER_ID,
                      CASE WHEN L.MEMBER_ID = UP.MEMBER_ID
                           THEN 'SELF' ELSE 'FAMILY' END,
                      COUNT(*), MIN(L.ACCESS_DATE),
                      MAX(L.ACCESS_DATE)
               FROM HCAS.PHI_ACCESS_LOG L
               INNER JOIN HCAS.USER_PROFILE UP
                   ON UP.USER_ID = L.USER_ID
               INNER JOIN HCAS.MEMBER EM
                   ON EM.MEMBER_ID = UP.MEMBER_ID
               INNER JOIN HCAS.MEMBER VM
                   ON VM.MEMBER_ID = L.MEMBER_ID
               WHERE L.ACCESS_DATE BETWEEN :WS-FROM-DATE
                                       AND :WS-TO-DATE
                 AND COALESCE(VM.SUBSCRIBER_ID, VM.MEMBER_ID) =
                     COALESCE(EM.SUBSCRIBER_ID, EM.MEMBER_ID)
               GROUP BY L.USER_ID, UP.USER_NAME, UP.DEPT_CODE,
                        L.MEMBER_ID, UP.MEMBER_ID
               ORDER BY L.USER_ID, L.MEMBER_ID
           END-EXEC

      *--- 2. VIEWS OF ANOTHER ACTIVE USER'S CONTRACT - THE ---
      *    USER'S OWN CONTRACT IS ALREADY LISTED UNDER 1      ---
           EXEC SQL DECLARE COW-CURSOR CURSOR FOR
               SELECT L.USER_ID, COALESCE(UP.USER_NAME, ' '),
                      COALESCE(UP.DEPT_CODE, ' '),
                      L.MEMBER_ID, CW.USER_ID,
                      COUNT(*), MIN(L.ACCESS_DATE),
                      MAX(L.ACCESS_DATE)
               FROM HCAS.PHI_ACCESS_LOG L
               INNER JOIN HCAS.MEMBER VM
                   ON VM.MEMBER_ID = L.MEMBER_ID
               INNER JOIN HCAS.MEMBER CM
                   ON COALESCE(CM.SUBSCRIBER_ID, CM.MEMBER_ID) =
                      COALESCE(VM.SUBSCRIBER_ID, VM.MEMBER_ID)
               INNER JOIN HCAS.USER_PROFILE CW
                   ON CW.MEMBER_ID = CM.MEMBER_ID
                  AND CW.USER_STATUS = 'A'
                  AND CW.USER_ID <> L.USER_ID
               LEFT JOIN HCAS.USER_PROFILE UP
                   ON UP.USER_ID = L.USER_ID
               WHERE L.ACCESS_DATE BETWEEN :WS-FROM-DATE
                                       AND :WS-TO-DATE
                 AND NOT EXISTS
                     (SELECT 1
                      FROM HCAS.MEMBER EM
                      WHERE EM.MEMBER_ID = UP.MEMBER_ID
                        AND COALESCE(EM.SUBSCRIBER_ID, EM.MEMBER_ID) =
                            COALESCE(VM.SUBSCRIBER_ID, VM.MEMBER_ID))
               GROUP BY L.USER_ID, UP.USER_NAME, UP.DEPT_CODE,
                        L.MEMBER_ID, CW.USER_ID
               ORDER BY L.USER_ID, L.MEMBER_ID
           END-EXEC

      *--- 3. DISTINCT MEMBERS PER USER AGAINST THE DEPARTMENT ---
           EXEC SQL DECLARE VOL-CURSOR CURSOR FOR
               WITH UV (USER_ID, USER_NAME, DEPT_CODE, MEMBERS,
                        VIEWS) AS
                   (SELECT L.USER_ID,
                           COALESCE(MAX(UP.USER_NAME), ' '),
                           COALESCE(MAX(UP.DEPT_CODE), '????'),
                           COUNT(DISTINCT L.MEMBER_ID), COUNT(*)
                    FROM HCAS.PHI_ACCESS_LOG L
                    LEFT JOIN HCAS.USER_PROFILE UP
                        ON UP.USER_ID = L.USER_ID
                    WHERE L.ACCESS_DATE BETWEEN :WS-FROM-DATE
                                            AND :WS-TO-DATE
                    GROUP BY L.USER_ID),
                    DV (DEPT_CODE, USERS, AVG_MEMBERS) AS
                   (SELECT DEPT_CODE, COUNT(*),
                           AVG(DECIMAL(MEMBERS, 11, 2))
                    FROM UV
                    GROUP BY DEPT_CODE)
               SELECT UV.USER_ID, UV.USER_NAME, UV.DEPT_CODE,
                      UV.MEMBERS, UV.VIEWS, DV.USERS,
                      DV.AVG_MEMBERS
               FROM UV
               INNER JOIN DV
                   ON DV.DEPT_CODE = UV.DEPT_CODE
               WHERE UV.MEMBERS >= :WS-VOLUME-FLOOR
               ORDER BY UV.DEPT_CODE, UV.MEMBERS DESC
           END-EXEC

       01  WS-ANM-ROW.
           05  WS-AN-USER-ID           PIC X(08).
           05  WS-AN-USER-NAME         PIC X(30).
           05  WS-AN-DEPT-CODE         PIC X(04).
           05  WS-AN-MEMBER-ID         PIC X(12).
           05  WS-AN-RELATION          PIC X(06).
           05  WS-AN-COWORKER-ID       PIC X(08).
           05  WS-AN-VIEWS             PIC S9(09) COMP.
           05  WS-AN-FIRST-DATE        PIC X(08).
           05  WS-AN-LAST-DATE         PIC X(08).
           05  WS-AN-MEMBERS           PIC S9(09) COMP.
           05  WS-AN-DEPT-USERS        PIC S9(09) COMP.
           05  WS-AN-DEPT-AVG          PIC S9(09)V99 COMP-3.
           05  WS-AN-DEPT-LIMIT        PIC S9(11)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-FAMILY-FLAGS         PIC 9(07) VALUE ZERO.
           05  WS-COWORKER-FLAGS       PIC 9(07) VALUE ZERO.
           05  WS-VOLUME-FLAGS         PIC 9(07) VALUE ZERO.
           05  WS-ERRORS               PIC 9(07) VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-CNT-DISP                 PIC Z,ZZZ,ZZ9.
       01  WS-MULT-DISP                PIC Z9.

       01  WS-FAM-HEADING.
           05  FILLER                  PIC X(10) VALUE 'USER'.
           05  FILLER                  PIC X(32) VALUE 'NAME'.
           05  FILLER                  PIC X(06) VALUE 'DEPT'.
           05  FILLER                  PIC X(14) VALUE 'MEMBER'.
           05  FILLER                  PIC X(10) VALUE 'RELATION'.
           05  FILLER                  PIC X(10) VALUE 'COWORKER'.
           05  FILLER                  PIC X(10) VALUE '     VIEWS'.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'FIRST'.
           05  FILLER                  PIC X(28) VALUE 'LAST'.

       01  WS-FAM-DETAIL.
           05  WS-FD-USER-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FD-USER-NAME         PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FD-DEPT-CODE         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FD-MEMBER-ID         PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FD-RELATION          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FD-COWORKER-ID       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FD-VIEWS             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-FD-FIRST-DATE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-FD-LAST-DATE         PIC X(08).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-VOL-HEADING.
           05  FILLER                  PIC X(10) VALUE 'USER'.
           05  FILLER                  PIC X(32) VALUE 'NAME'.
           05  FILLER                  PIC X(06) VALUE 'DEPT'.
           05  FILLER                  PIC X(12) VALUE '   MEMBERS'.
           05  FILLER                  PIC X(12) VALUE '     VIEWS'.
           05  FILLER                  PIC X(15) VALUE ' DEPT AVERAGE'.
           05  FILLER                  PIC X(10) VALUE 'DEPT USERS'.
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  WS-VOL-DETAIL.
           05  WS-VD-USER-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-VD-USER-NAME         PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-VD-DEPT-CODE         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-VD-MEMBERS           PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-VD-VIEWS             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-VD-DEPT-AVG          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-VD-DEPT-USERS        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FAMILY-ACCESS
           PERFORM 3000-COWORKER-ACCESS
           PERFORM 4000-VOLUME-ACCESS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'PHIANM01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT ANMPARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'PHIANM01: OPEN ERROR PARM - ' WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ANMPARM-FILE
               AT END
                   MOVE SPACES TO ANMPARM-RECORD
           END-READ
           CLOSE ANMPARM-FILE
      *--- DEFAULT PERIOD IS THE MONTH BEFORE THE RUN ---
           IF ANP-PERIOD NUMERIC
               MOVE ANP-PERIOD TO WS-PERIOD
           ELSE
               MOVE WS-CURR-YYYY TO WS-PRIOR-YYYY
               IF WS-CURR-MM = 1
                   SUBTRACT 1 FROM WS-PRIOR-YYYY
                   MOVE 12 TO WS-PRIOR-MM
               ELSE
                   COMPUTE WS-PRIOR-MM = WS-CURR-MM - 1
               END-IF
               STRING WS-PRIOR-YYYY DELIMITED SIZE
                      WS-PRIOR-MM DELIMITED SIZE
                      INTO WS-PERIOD
               END-STRING
           END-IF
           STRING WS-PERIOD '01' DELIMITED SIZE
                  INTO WS-FROM-DATE
           END-STRING
           STRING WS-PERIOD '31' DELIMITED SIZE
                  INTO WS-TO-DATE
           END-STRING
           IF ANP-VOLUME-FLOOR NUMERIC
           AND ANP-VOLUME-FLOOR-N > ZERO
               MOVE ANP-VOLUME-FLOOR-N TO WS-VOLUME-FLOOR
           END-IF
           IF ANP-DEPT-MULTIPLE NUMERIC
           AND ANP-DEPT-MULTIPLE-N > ZERO
               MOVE ANP-DEPT-MULTIPLE-N TO WS-DEPT-MULTIPLE
           END-IF
           OPEN OUTPUT ANMRPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'PHIANM01: OPEN ERROR REPORT - ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PHIANM01 - PHI ACCESS ANOMALIES - PERIOD '
                  DELIMITED SIZE
                  WS-PERIOD DELIMITED SIZE
                  '  RUN DATE ' DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ANMRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-VOLUME-FLOOR TO WS-CNT-DISP
           MOVE WS-DEPT-MULTIPLE TO WS-MULT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'VOLUME FLOOR ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  ' DISTINCT MEMBERS, DEPARTMENT MULTIPLE '
                  DELIMITED SIZE
                  WS-MULT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ANMRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE ANMRPT-RECORD FROM WS-RPT-LINE.

      *================================================================*
      * 1. FAMILY                                                      *
      *================================================================*
       2000-FAMILY-ACCESS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE ANMRPT-RECORD FROM WS-RPT-LINE
           MOVE '1. USERS VIEWING THEIR OWN OR THEIR FAMILY''S RECORDS'
               TO WS-RPT-LINE
           WRITE ANMRPT-RECORD FROM WS-RPT-LINE
           WRITE ANMRPT-RECORD FROM WS-FAM-HEADING
           SET WS-FAM-NOT-EOF TO TRUE
           EXEC SQL OPEN FAM-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERRORS
               DISPLAY 'PHIANM01: FAMILY CURSOR OPEN ERROR SQLCODE='
                       SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-LIST-ONE-FAMILY
               UNTIL WS-FAM-EOF
           EXEC SQL CLOSE FAM-CURSOR END-EXEC
           IF WS-FAMILY-FLAGS = ZERO
               MOVE '  NONE' TO WS-RPT-LINE
               WRITE ANMRPT-RECORD FROM WS-RPT-LINE
           END-IF.

       2100-LIST-ONE-FAMILY.
           EXEC SQL
               FETCH FAM-CURSOR
               INTO :WS-AN-USER-ID, :WS-AN-USER-NAME,
                    :WS-AN-DEPT-CODE, :WS-AN-MEMBER-ID,
                    :WS-AN-RELATION, :WS-AN-VIEWS,
                    :WS-AN-FIRST-DATE, :WS-AN-LAST-DATE
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   SET WS-FAM-EOF TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   ADD 1 TO WS-ERRORS
                   DISPLAY 'PHIANM01: FAMILY FETCH ERROR SQLCODE='
                           SQLCODE
                   SET WS-FAM-EOF TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO WS-AN-COWORKER-ID
           PERFORM 7000-WRITE-CONTRACT-LINE
           ADD 1 TO WS-FAMILY-FLAGS.

      *================================================================*
      * 2. COWORKERS                                                   *
      *================================================================*
       3000-COWORKER-ACCESS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE ANMRPT-RECORD FROM WS-RPT-LINE
           MOVE '2. USERS VIEWING A COWORKER''S OR THEIR FAMILY''S RECOR
      -        'DS' TO WS-RPT-LINE
           WRITE ANMRPT-RECORD FROM WS-RPT-LINE
           WRITE ANMRPT-RECORD FROM WS-FAM-HEADING
           SET WS-COW-NOT-EOF TO TRUE
           EXEC SQL OPEN COW-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERRORS
               DISPLAY 'PHIANM01: COWORKER CURSOR OPEN ERROR SQLCODE='
                       SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-LIST-ONE-COWORKER
               UNTIL WS-COW-EOF
           EXEC SQL CLOSE COW-CURSOR END-EXEC
           IF WS-COWORKER-FLAGS = ZERO
               MOVE '  NONE' TO WS-RPT-LINE
               WRITE ANMRPT-RECORD FROM WS-RPT-LINE
           END-IF.

       3100-LIST-ONE-COWORKER.
           EXEC SQL
               FETCH COW-CURSOR
               INTO :WS-AN-USER-ID, :WS-AN-USER-NAME,
                    :WS-AN-DEPT-CODE, :WS-AN-MEMBER-ID,
                    :WS-AN-COWORKER-ID, :WS-AN-VIEWS,
                    :WS-AN-FIRST-DATE, :WS-AN-LAST-DATE
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   SET WS-COW-EOF TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   ADD 1 TO WS-ERRORS
                   DISPLAY 'PHIANM01: COWORKER FETCH ERROR SQLCODE='
                           SQLCODE
                   SET WS-COW-EOF TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'COWORK' TO WS-AN-RELATION
           PERFORM 7000-WRITE-CONTRACT-LINE
           ADD 1 TO WS-COWORKER-FLAGS.

      *================================================================*
      * 3. VOLUME                                                      *
      *================================================================*
       4000-VOLUME-ACCESS.
           MOVE SPACES TO WS-RPT-LINE
           WRITE ANMRPT-RECORD FROM WS-RPT-LINE
           MOVE '3. USERS VIEWING UNUSUALLY MANY MEMBERS FOR THEIR DEPAR
      -        'TMENT' TO WS-RPT-LINE
           WRITE ANMRPT-RECORD FROM WS-RPT-LINE
           WRITE ANMRPT-RECORD FROM WS-VOL-HEADING
           SET WS-VOL-NOT-EOF TO TRUE
           EXEC SQL OPEN VOL-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERRORS
               DISPLAY 'PHIANM01: VOLUME CURSOR OPEN ERROR SQLCODE='
                       SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-CHECK-ONE-USER
               UNTIL WS-VOL-EOF
           EXEC SQL CLOSE VOL-CURSOR END-EXEC
           IF WS-VOLUME-FLAGS = ZERO
               MOVE '  NONE' TO WS-RPT-LINE
               WRITE ANMRPT-RECORD FROM WS-RPT-LINE
           END-IF.

       4100-CHECK-ONE-USER.
           EXEC SQL
               FETCH VOL-CURSOR
               INTO :WS-AN-USER-ID, :WS-AN-USER-NAME,
                    :WS-AN-DEPT-CODE, :WS-AN-MEMBERS,
                    :WS-AN-VIEWS, :WS-AN-DEPT-USERS,
                    :WS-AN-DEPT-AVG
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   SET WS-VOL-EOF TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   ADD 1 TO WS-ERRORS
                   DISPLAY 'PHIANM01: VOLUME FETCH ERROR SQLCODE='
                           SQLCODE
                   SET WS-VOL-EOF TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE
      *--- ABOVE THE FLOOR AND AT MORE THAN THE MULTIPLE OF THE ---
      *    DEPARTMENT AVERAGE (THE USER'S OWN COUNT INCLUDED)    ---
           COMPUTE WS-AN-DEPT-LIMIT =
               WS-AN-DEPT-AVG * WS-DEPT-MULTIPLE
           IF WS-AN-MEMBERS NOT > WS-AN-DEPT-LIMIT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AN-USER-ID    TO WS-VD-USER-ID
           MOVE WS-AN-USER-NAME  TO WS-VD-USER-NAME
           MOVE WS-AN-DEPT-CODE  TO WS-VD-DEPT-CODE
           MOVE WS-AN-MEMBERS    TO WS-VD-MEMBERS
           MOVE WS-AN-VIEWS      TO WS-VD-VIEWS
           MOVE WS-AN-DEPT-AVG   TO WS-VD-DEPT-AVG
           MOVE WS-AN-DEPT-USERS TO WS-VD-DEPT-USERS
           WRITE ANMRPT-RECORD FROM WS-VOL-DETAIL
           ADD 1 TO WS-VOLUME-FLAGS.

       7000-WRITE-CONTRACT-LINE.
           MOVE WS-AN-USER-ID     TO WS-FD-USER-ID
           MOVE WS-AN-USER-NAME   TO WS-FD-USER-NAME
           MOVE WS-AN-DEPT-CODE   TO WS-FD-DEPT-CODE
           MOVE WS-AN-MEMBER-ID   TO WS-FD-MEMBER-ID
           MOVE WS-AN-RELATION    TO WS-FD-RELATION
           MOVE WS-AN-COWORKER-ID TO WS-FD-COWORKER-ID
           MOVE WS-AN-VIEWS       TO WS-FD-VIEWS
           MOVE WS-AN-FIRST-DATE  TO WS-FD-FIRST-DATE
           MOVE WS-AN-LAST-DATE   TO WS-FD-LAST-DATE
           WRITE ANMRPT-RECORD FROM WS-FAM-DETAIL.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-LINE
           WRITE ANMRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE ANMRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-FAMILY-FLAGS TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'OWN / FAMILY RECORDS:   ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ANMRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-COWORKER-FLAGS TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'COWORKER RECORDS:       ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ANMRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-VOLUME-FLAGS TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'HIGH-VOLUME USERS:      ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ANMRPT-RECORD FROM WS-RPT-LINE
           DISPLAY 'PHIANM01: PERIOD:         ' WS-PERIOD
           DISPLAY 'PHIANM01: FAMILY:         ' WS-FAMILY-FLAGS
           DISPLAY 'PHIANM01: COWORKER:       ' WS-COWORKER-FLAGS
           DISPLAY 'PHIANM01: VOLUME:         ' WS-VOLUME-FLAGS
           DISPLAY 'PHIANM01: ERRORS:         ' WS-ERRORS
           CLOSE ANMRPT-FILE
           IF WS-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
