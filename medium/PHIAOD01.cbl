       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHIAOD01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  PHIAOD01                                             *
      * PURPOSE:  HIPAA ACCOUNTING OF DISCLOSURES - BY MEMBER          *
      *           RUN ON REQUEST BY THE PRIVACY OFFICE. ONE REQUEST    *
      *           RECORD PER MEMBER ASKING FOR AN ACCOUNTING. FOR EACH *
      *           THE REPORT LISTS EVERY OUTBOUND FILE THE MEMBER WAS  *
      *           ON (HCAS.PHI_DISCLOSURE_MEMBER, WRITTEN THROUGH      *
      *           PHIDSC01) WITHIN THE PERIOD: DATE, RECIPIENT,        *
      *           PURPOSE, WHAT WAS SENT AND THE SENDING PROGRAM.      *
      *           REQUEST MODES:                                       *
      *             R - THE MEMBER'S ACCOUNTING: ONLY DISCLOSURES      *
      *                 THAT MUST BE ACCOUNTED FOR (REQUIRED BY LAW,   *
      *                 HEALTH OVERSIGHT). TREATMENT/PAYMENT/          *
      *                 OPERATIONS AND DISCLOSURES TO THE MEMBER ARE   *
      *                 LEFT OFF                                       *
      *             F - FULL PRIVACY OFFICE VIEW: EVERY DISCLOSURE     *
      *                 WHATEVER ITS PURPOSE, FOLLOWED BY EVERY ONLINE *
      *                 VIEW OF THE MEMBER ON HCAS.PHI_ACCESS_LOG      *
      *                 (WRITTEN THROUGH PHILOG01)                     *
      *           PERIOD DEFAULTS TO THE SIX YEARS ENDING TODAY.       *
      * INPUTS:   AODREQ-FILE  - MEMBER ID, FROM / TO DATES, MODE,     *
      *                          REQUESTED BY                          *
      *           DB2 TABLES   - HCAS.PHI_DISCLOSURE,                  *
      *                          HCAS.PHI_DISCLOSURE_MEMBER,           *
      *                          HCAS.PHI_ACCESS_LOG, HCAS.MEMBER      *
      * OUTPUTS:  AODRPT-FILE  - ACCOUNTING REPORT                     *
      * FREQUENCY: ON REQUEST                                          *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AODREQ-FILE
               ASSIGN TO AODREQ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.

           SELECT AODRPT-FILE
               ASSIGN TO AODRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AODREQ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  AODREQ-RECORD.
           05  AOR-MEMBER-ID           PIC X(12).
           05  AOR-FROM-DATE           PIC X(08).
           05  AOR-TO-DATE             PIC X(08).
           05  AOR-MODE                PIC X(01).
               88  AOR-MODE-ACCOUNTING VALUE 'R' ' '.
               88  AOR-MODE-FULL       VALUE 'F'.
           05  AOR-REQUESTED-BY        PIC X(30).
           05  FILLER                  PIC X(21).

       FD  AODRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  AODRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-REQ-STATUS           PIC X(02).
           05  WS-RPT-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-REQ-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-REQ-EOF          VALUE 'Y'.
               88  WS-REQ-NOT-EOF      VALUE 'N'.
           05  WS-DSC-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-DSC-EOF          VALUE 'Y'.
               88  WS-DSC-NOT-EOF      VALUE 'N'.
           05  WS-ACC-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-ACC-EOF          VALUE 'Y'.
               88  WS-ACC-NOT-EOF      VALUE 'N'.

      *--- THE MEMBER'S DISCLOSURES IN THE PERIOD; MODE R KEEPS ---
      *    ONLY THE ACCOUNTABLE PURPOSES                        ---
           EXEC SQL DECLARE DSC-CURSOR CURSOR FOR
               SELECT D.DISCLOSURE_DATE, D.DISCLOSURE_ID,
                      D.RECIPIENT_ID, D.RECIPIENT_NAME,
                      D.PURPOSE_CODE, D.FILE_DESC,
                      D.SOURCE_PROGRAM
               FROM HCAS.PHI_DISCLOSURE_MEMBER DM,
                    HCAS.PHI_DISCLOSURE D
               WHERE DM.MEMBER_ID = :WS-AOD-MEMBER-ID
                 AND D.DISCLOSURE_ID = DM.DISCLOSURE_ID
                 AND D.DISCLOSURE_DATE BETWEEN :WS-AOD-FROM-DATE
                                           AND :WS-AOD-TO-DATE
                 AND (:WS-AOD-MODE = 'F'
                      OR D.PURPOSE_CODE IN ('RL', 'HO'))
               ORDER BY D.DISCLOSURE_DATE, D.DISCLOSURE_ID
           END-EXEC

      *--- EVERY ONLINE VIEW OF THE MEMBER IN THE PERIOD (MODE F) ---
           EXEC SQL DECLARE ACC-CURSOR CURSOR FOR
               SELECT ACCESS_DATE, USER_ID, TRAN_CODE,
                      PROGRAM_ID, ACCESS_TYPE, CLAIM_ID
               FROM HCAS.PHI_ACCESS_LOG
               WHERE MEMBER_ID = :WS-AOD-MEMBER-ID
                 AND ACCESS_DATE BETWEEN :WS-AOD-FROM-DATE
                                     AND :WS-AOD-TO-DATE
               ORDER BY ACCESS_TS
           END-EXEC

       01  WS-AOD-REQUEST.
           05  WS-AOD-MEMBER-ID        PIC X(12).
           05  WS-AOD-FROM-DATE        PIC X(08).
           05  WS-AOD-TO-DATE          PIC X(08).
           05  WS-AOD-MODE             PIC X(01).
           05  WS-AOD-LAST-NAME        PIC X(20).
           05  WS-AOD-FIRST-NAME       PIC X(15).

      *--- SIX YEARS BACK FROM THE TO DATE ---
       01  WS-PERIOD-WORK.
           05  WS-PW-DATE-N            PIC 9(08).
           05  WS-PW-DATE-R REDEFINES WS-PW-DATE-N.
               10  WS-PW-YYYY          PIC 9(04).
               10  WS-PW-MMDD          PIC 9(04).
           05  WS-PW-YEARS-BACK        PIC 9(02) VALUE 6.

       01  WS-DSC-ROW.
           05  WS-DR-DATE              PIC X(08).
           05  WS-DR-DISCLOSURE-ID     PIC S9(09) COMP-3.
           05  WS-DR-RECIPIENT-ID      PIC X(15).
           05  WS-DR-RECIPIENT-NAME    PIC X(40).
           05  WS-DR-PURPOSE           PIC X(02).
           05  WS-DR-FILE-DESC         PIC X(40).
           05  WS-DR-PROGRAM           PIC X(08).

       01  WS-ACC-ROW.
           05  WS-AR-DATE              PIC X(08).
           05  WS-AR-USER-ID           PIC X(08).
           05  WS-AR-TRAN-CODE         PIC X(04).
           05  WS-AR-PROGRAM           PIC X(08).
           05  WS-AR-TYPE              PIC X(01).
               88  WS-AR-CLAIM-VIEW    VALUE 'C'.
           05  WS-AR-CLAIM-ID          PIC X(15).

       01  WS-COUNTERS.
           05  WS-REQUESTS             PIC 9(07) VALUE ZERO.
           05  WS-REQUESTS-REJECTED    PIC 9(07) VALUE ZERO.
           05  WS-MBR-DISCLOSURES      PIC 9(07) VALUE ZERO.
           05  WS-MBR-VIEWS            PIC 9(07) VALUE ZERO.
           05  WS-TOT-DISCLOSURES      PIC 9(07) VALUE ZERO.
           05  WS-TOT-VIEWS            PIC 9(07) VALUE ZERO.
           05  WS-ERRORS               PIC 9(07) VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-CNT-DISP                 PIC Z,ZZZ,ZZ9.

       01  WS-DSC-HEADING.
           05  FILLER                  PIC X(10) VALUE 'DATE'.
           05  FILLER                  PIC X(42) VALUE 'RECIPIENT'.
           05  FILLER                  PIC X(30) VALUE 'PURPOSE'.
           05  FILLER                  PIC X(42)
                                       VALUE 'INFORMATION DISCLOSED'.
           05  FILLER                  PIC X(09) VALUE 'SENT BY'.

       01  WS-DSC-DETAIL.
           05  WS-DD-DATE              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DD-RECIPIENT         PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DD-PURPOSE           PIC X(28).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DD-FILE-DESC         PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DD-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  WS-ACC-HEADING.
           05  FILLER                  PIC X(10) VALUE 'DATE'.
           05  FILLER                  PIC X(10) VALUE 'USER'.
           05  FILLER                  PIC X(06) VALUE 'TRAN'.
           05  FILLER                  PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(97) VALUE 'VIEWED'.

       01  WS-ACC-DETAIL.
           05  WS-AD-DATE              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AD-USER-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AD-TRAN-CODE         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AD-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AD-VIEWED            PIC X(30).
           05  FILLER                  PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REQUEST
               UNTIL WS-REQ-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'PHIAOD01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT AODREQ-FILE
           IF WS-REQ-STATUS NOT = '00'
               DISPLAY 'PHIAOD01: OPEN ERROR REQUEST - ' WS-REQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AODRPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'PHIAOD01: OPEN ERROR REPORT - ' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PHIAOD01 - ACCOUNTING OF DISCLOSURES  RUN DATE '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE AODRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE AODRPT-RECORD FROM WS-RPT-LINE
           PERFORM 8000-READ-REQUEST.

      *================================================================*
      * ONE MEMBER'S ACCOUNTING                                        *
      *================================================================*
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQUESTS
           IF AOR-MEMBER-ID = SPACES
           OR (NOT AOR-MODE-ACCOUNTING AND NOT AOR-MODE-FULL)
               ADD 1 TO WS-REQUESTS-REJECTED
               DISPLAY 'PHIAOD01: REQUEST NEEDS A MEMBER AND MODE R '
                       'OR F - ' AOR-MEMBER-ID ' ' AOR-MODE
               PERFORM 8000-READ-REQUEST
               EXIT PARAGRAPH
           END-IF
           MOVE AOR-MEMBER-ID TO WS-AOD-MEMBER-ID
           IF AOR-MODE-FULL
               MOVE 'F' TO WS-AOD-MODE
           ELSE
               MOVE 'R' TO WS-AOD-MODE
           END-IF
           PERFORM 2100-SET-PERIOD
           IF WS-AOD-FROM-DATE > WS-AOD-TO-DATE
               ADD 1 TO WS-REQUESTS-REJECTED
               DISPLAY 'PHIAOD01: FROM DATE AFTER TO DATE - '
                       AOR-MEMBER-ID ' ' WS-AOD-FROM-DATE ' '
                       WS-AOD-TO-DATE
               PERFORM 8000-READ-REQUEST
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AOD-LAST-NAME WS-AOD-FIRST-NAME
           EXEC SQL
               SELECT LAST_NAME, FIRST_NAME
               INTO :WS-AOD-LAST-NAME, :WS-AOD-FIRST-NAME
               FROM HCAS.MEMBER
               WHERE MEMBER_ID = :WS-AOD-MEMBER-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE '** NOT ON MEMBER FILE **' TO WS-AOD-LAST-NAME
           END-IF
           MOVE ZERO TO WS-MBR-DISCLOSURES
           MOVE ZERO TO WS-MBR-VIEWS
           PERFORM 2200-MEMBER-HEADING
           PERFORM 3000-LIST-DISCLOSURES
           IF WS-AOD-MODE = 'F'
               PERFORM 4000-LIST-ACCESS-LOG
           END-IF
           PERFORM 2900-MEMBER-TOTALS
           PERFORM 8000-READ-REQUEST.

       2100-SET-PERIOD.
           IF AOR-TO-DATE NUMERIC
               MOVE AOR-TO-DATE TO WS-AOD-TO-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-AOD-TO-DATE
           END-IF
           IF AOR-FROM-DATE NUMERIC
               MOVE AOR-FROM-DATE TO WS-AOD-FROM-DATE
           ELSE
               MOVE WS-AOD-TO-DATE TO WS-PW-DATE-N
               SUBTRACT WS-PW-YEARS-BACK FROM WS-PW-YYYY
      *--- 29 FEBRUARY GOES BACK TO 1 MARCH ---
               IF WS-PW-MMDD = 0229
                   MOVE 0301 TO WS-PW-MMDD
               END-IF
               MOVE WS-PW-DATE-N TO WS-AOD-FROM-DATE
           END-IF.

       2200-MEMBER-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           WRITE AODRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MEMBER: ' DELIMITED SIZE
                  WS-AOD-MEMBER-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-AOD-LAST-NAME DELIMITED '  '
                  ', ' DELIMITED SIZE
                  WS-AOD-FIRST-NAME DELIMITED '  '
                  INTO WS-RPT-LINE
           END-STRING
           WRITE AODRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PERIOD: ' DELIMITED SIZE
                  WS-AOD-FROM-DATE DELIMITED SIZE
                  ' TO ' DELIMITED SIZE
                  WS-AOD-TO-DATE DELIMITED SIZE
                  '  REQUESTED BY: ' DELIMITED SIZE
                  AOR-REQUESTED-BY DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE AODRPT-RECORD FROM WS-RPT-LINE
           IF WS-AOD-MODE = 'F'
               MOVE 'SCOPE:  ALL DISCLOSURES AND ONLINE ACCESS'
                   TO WS-RPT-LINE
           ELSE
               MOVE 'SCOPE:  DISCLOSURES SUBJECT TO ACCOUNTING'
                   TO WS-RPT-LINE
           END-IF
           WRITE AODRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE AODRPT-RECORD FROM WS-RPT-LINE.

       2900-MEMBER-TOTALS.
           MOVE WS-MBR-DISCLOSURES TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DISCLOSURES LISTED:     ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE AODRPT-RECORD FROM WS-RPT-LINE
           IF WS-AOD-MODE = 'F'
               MOVE WS-MBR-VIEWS TO WS-CNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'ONLINE VIEWS LISTED:    ' DELIMITED SIZE
                      WS-CNT-DISP DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE AODRPT-RECORD FROM WS-RPT-LINE
           END-IF
           MOVE ALL '=' TO WS-RPT-LINE
           WRITE AODRPT-RECORD FROM WS-RPT-LINE.

      *================================================================*
      * DISCLOSURES                                                    *
      *================================================================*
       3000-LIST-DISCLOSURES.
           WRITE AODRPT-RECORD FROM WS-DSC-HEADING
           SET WS-DSC-NOT-EOF TO TRUE
           EXEC SQL OPEN DSC-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERRORS
               DISPLAY 'PHIAOD01: DISCLOSURE CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE ' MEMBER=' WS-AOD-MEMBER-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-LIST-ONE-DISCLOSURE
               UNTIL WS-DSC-EOF
           EXEC SQL CLOSE DSC-CURSOR END-EXEC
           IF WS-MBR-DISCLOSURES = ZERO
               MOVE '  NO DISCLOSURES IN THE PERIOD' TO WS-RPT-LINE
               WRITE AODRPT-RECORD FROM WS-RPT-LINE
           END-IF.

       3100-LIST-ONE-DISCLOSURE.
           EXEC SQL
               FETCH DSC-CURSOR
               INTO :WS-DR-DATE, :WS-DR-DISCLOSURE-ID,
                    :WS-DR-RECIPIENT-ID, :WS-DR-RECIPIENT-NAME,
                    :WS-DR-PURPOSE, :WS-DR-FILE-DESC,
                    :WS-DR-PROGRAM
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   SET WS-DSC-EOF TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   ADD 1 TO WS-ERRORS
                   DISPLAY 'PHIAOD01: DISCLOSURE FETCH ERROR '
                           'SQLCODE=' SQLCODE
                   SET WS-DSC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-DR-DATE TO WS-DD-DATE
           IF WS-DR-RECIPIENT-NAME = SPACES
               MOVE WS-DR-RECIPIENT-ID TO WS-DD-RECIPIENT
           ELSE
               MOVE WS-DR-RECIPIENT-NAME TO WS-DD-RECIPIENT
           END-IF
           EVALUATE WS-DR-PURPOSE
               WHEN 'RL'
                   MOVE 'REQUIRED BY LAW' TO WS-DD-PURPOSE
               WHEN 'HO'
                   MOVE 'HEALTH OVERSIGHT' TO WS-DD-PURPOSE
               WHEN 'TP'
                   MOVE 'TREATMENT/PAYMENT/OPERATIONS'
                       TO WS-DD-PURPOSE
               WHEN 'IN'
                   MOVE 'TO THE MEMBER' TO WS-DD-PURPOSE
               WHEN OTHER
                   MOVE WS-DR-PURPOSE TO WS-DD-PURPOSE
           END-EVALUATE
           MOVE WS-DR-FILE-DESC TO WS-DD-FILE-DESC
           MOVE WS-DR-PROGRAM TO WS-DD-PROGRAM
           WRITE AODRPT-RECORD FROM WS-DSC-DETAIL
           ADD 1 TO WS-MBR-DISCLOSURES
           ADD 1 TO WS-TOT-DISCLOSURES.

      *================================================================*
      * ONLINE ACCESS (FULL MODE)                                      *
      *================================================================*
       4000-LIST-ACCESS-LOG.
           MOVE SPACES TO WS-RPT-LINE
           WRITE AODRPT-RECORD FROM WS-RPT-LINE
           WRITE AODRPT-RECORD FROM WS-ACC-HEADING
           SET WS-ACC-NOT-EOF TO TRUE
           EXEC SQL OPEN ACC-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERRORS
               DISPLAY 'PHIAOD01: ACCESS LOG CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE ' MEMBER=' WS-AOD-MEMBER-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-LIST-ONE-VIEW
               UNTIL WS-ACC-EOF
           EXEC SQL CLOSE ACC-CURSOR END-EXEC
           IF WS-MBR-VIEWS = ZERO
               MOVE '  NO ONLINE VIEWS IN THE PERIOD' TO WS-RPT-LINE
               WRITE AODRPT-RECORD FROM WS-RPT-LINE
           END-IF.

       4100-LIST-ONE-VIEW.
           EXEC SQL
               FETCH ACC-CURSOR
               INTO :WS-AR-DATE, :WS-AR-USER-ID,
                    :WS-AR-TRAN-CODE, :WS-AR-PROGRAM,
                    :WS-AR-TYPE, :WS-AR-CLAIM-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   SET WS-ACC-EOF TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   ADD 1 TO WS-ERRORS
                   DISPLAY 'PHIAOD01: ACCESS LOG FETCH ERROR '
                           'SQLCODE=' SQLCODE
                   SET WS-ACC-EOF TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-AR-DATE      TO WS-AD-DATE
           MOVE WS-AR-USER-ID   TO WS-AD-USER-ID
           MOVE WS-AR-TRAN-CODE TO WS-AD-TRAN-CODE
           MOVE WS-AR-PROGRAM   TO WS-AD-PROGRAM
           MOVE SPACES TO WS-AD-VIEWED
           IF WS-AR-CLAIM-VIEW
               STRING 'CLAIM ' DELIMITED SIZE
                      WS-AR-CLAIM-ID DELIMITED SIZE
                      INTO WS-AD-VIEWED
               END-STRING
           ELSE
               MOVE 'MEMBER RECORD' TO WS-AD-VIEWED
           END-IF
           WRITE AODRPT-RECORD FROM WS-ACC-DETAIL
           ADD 1 TO WS-MBR-VIEWS
           ADD 1 TO WS-TOT-VIEWS.

       8000-READ-REQUEST.
           READ AODREQ-FILE
               AT END
                   SET WS-REQ-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-LINE
           WRITE AODRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-REQUESTS TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REQUESTS READ:          ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE AODRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-REQUESTS-REJECTED TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REQUESTS REJECTED:      ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE AODRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-TOT-DISCLOSURES TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DISCLOSURES LISTED:     ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE AODRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-TOT-VIEWS TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ONLINE VIEWS LISTED:    ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE AODRPT-RECORD FROM WS-RPT-LINE
           DISPLAY 'PHIAOD01: REQUESTS:       ' WS-REQUESTS
           DISPLAY 'PHIAOD01: REJECTED:       ' WS-REQUESTS-REJECTED
           DISPLAY 'PHIAOD01: DISCLOSURES:    ' WS-TOT-DISCLOSURES
           DISPLAY 'PHIAOD01: ONLINE VIEWS:   ' WS-TOT-VIEWS
           DISPLAY 'PHIAOD01: ERRORS:         ' WS-ERRORS
           CLOSE AODREQ-FILE
           CLOSE AODRPT-FILE
           IF WS-ERRORS > ZERO
           OR WS-REQUESTS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
