       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ADMNTF01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  ADMNTF01                                             *
      * PURPOSE:  INPATIENT ADMISSION NOTIFICATION INTAKE              *
      *           READS HOSPITAL ADMISSION, DISCHARGE AND CANCEL       *
      *           NOTIFICATIONS - 278 NOTIFICATIONS FROM THE           *
      *           CLEARINGHOUSE AND THE HOSPITALS' ADT FEEDS, BOTH     *
      *           NORMALIZED TO ONE RECORD BY THE INTERFACE ENGINE -   *
      *           AND MAINTAINS THE MEMBER'S STAY ON                   *
      *           HCAS.INPATIENT_STAY:                                 *
      *             A - ADMIT: OPENS THE STAY (A REPEAT NOTICE FOR     *
      *                 THE SAME MEMBER, FACILITY AND ADMIT DATE IS    *
      *                 TREATED AS A DUPLICATE)                        *
      *             D - DISCHARGE: CLOSES THE STAY, OPENING IT FIRST   *
      *                 WHEN THE ADMIT NOTICE NEVER ARRIVED            *
      *             X - CANCEL: ADMITTED IN ERROR                      *
      *           EACH STAY IS LINKED TO THE MEMBER'S OPEN INPATIENT   *
      *           AUTHORIZATION ON HCAS.PRIOR_AUTH - THE AUTH NUMBER   *
      *           QUOTED ON THE NOTICE, OR AN OPEN AUTH FOR THE        *
      *           FACILITY COVERING THE ADMIT DATE WHOSE SERVICE       *
      *           RANGE IS THE ACCOMMODATION REVENUE CODES - AND       *
      *           CARRIES ITS APPROVED DAYS AND END DATE. AUTHINQ1     *
      *           KEEPS THOSE CURRENT AS CONCURRENT REVIEW EXTENDS     *
      *           THE STAY; IPCENS01 REPORTS THE DAILY CENSUS AND      *
      *           CLMADJ01 COMPARES THE FACILITY'S BILLED DAYS TO      *
      *           THE REVIEWED DAYS.                                   *
      * INPUTS:   ADMNTFIN - ADMISSION NOTIFICATION FILE               *
      * OUTPUTS:  DB2 TABLE - HCAS.INPATIENT_STAY (INSERT/UPDATE)      *
      *           ADMNTFER - NOTIFICATION ERROR/REJECT FILE            *
      * FREQUENCY: DAILY BATCH (INTRADAY AS FEEDS ARRIVE)              *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADMNTF-FILE
               ASSIGN TO ADMNTFIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ADMNTF-STATUS.

           SELECT ADMERR-FILE
               ASSIGN TO ADMNTFER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ADMERR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADMNTF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  ADMNTF-RECORD.
           05  ANI-EVENT-TYPE          PIC X(01).
           05  ANI-SOURCE              PIC X(03).
           05  ANI-MEMBER-ID           PIC X(12).
           05  ANI-FACILITY-NPI        PIC X(10).
           05  ANI-PATIENT-ACCT        PIC X(20).
           05  ANI-ADMIT-DATE          PIC X(08).
           05  ANI-DISCHARGE-DATE      PIC X(08).
           05  ANI-DISCHARGE-STATUS    PIC X(02).
           05  ANI-ADMIT-DIAG          PIC X(08).
           05  ANI-AUTH-NO             PIC X(12).
           05  ANI-NOTIFY-DATE         PIC X(08).
           05  FILLER                  PIC X(28).

       FD  ADMERR-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  ADMERR-RECORD.
           05  ANE-MEMBER-ID           PIC X(12).
           05  ANE-FACILITY-NPI        PIC X(10).
           05  ANE-ADMIT-DATE          PIC X(08).
           05  ANE-REASON-CODE         PIC X(04).
           05  ANE-REASON-DESC         PIC X(60).
           05  FILLER                  PIC X(06).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-ADMNTF-STATUS        PIC X(02).
           05  WS-ADMERR-STATUS        PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-VALID-RECORD-SW      PIC X(01) VALUE 'Y'.
               88  WS-RECORD-VALID     VALUE 'Y'.
               88  WS-RECORD-INVALID   VALUE 'N'.
           05  WS-STAY-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-STAY-FOUND       VALUE 'Y'.
               88  WS-STAY-NOT-FOUND   VALUE 'N'.
           05  WS-AUTH-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-AUTH-FOUND       VALUE 'Y'.
               88  WS-AUTH-NOT-FOUND   VALUE 'N'.

       01  WS-INPUT-RECORD.
           05  WS-IN-EVENT-TYPE        PIC X(01).
               88  WS-EVENT-ADMIT      VALUE 'A'.
               88  WS-EVENT-DISCHARGE  VALUE 'D'.
               88  WS-EVENT-CANCEL     VALUE 'X'.
           05  WS-IN-SOURCE            PIC X(03).
               88  WS-SOURCE-VALID     VALUES '278' 'ADT'.
           05  WS-IN-MEMBER-ID         PIC X(12).
           05  WS-IN-FACILITY-NPI      PIC X(10).
           05  WS-IN-PATIENT-ACCT      PIC X(20).
           05  WS-IN-ADMIT-DATE        PIC X(08).
           05  WS-IN-DISCHARGE-DATE    PIC X(08).
           05  WS-IN-DISCHARGE-STATUS  PIC X(02).
           05  WS-IN-ADMIT-DIAG        PIC X(08).
           05  WS-IN-AUTH-NO           PIC X(12).
           05  WS-IN-NOTIFY-DATE       PIC X(08).

      *--- THE STAY AS HELD ON HCAS.INPATIENT_STAY ---
       01  WS-STAY-ROW.
           05  WS-ST-STAY-ID           PIC S9(10) COMP-3.
           05  WS-ST-STAY-STATUS       PIC X(01).
           05  WS-ST-AUTH-NO           PIC X(12).
           05  WS-ST-AUTH-DAYS         PIC S9(05) COMP-3.
           05  WS-ST-AUTH-END-DATE     PIC X(08).

      *--- INPATIENT AUTHORIZATION MATCH ---
      *    AN INPATIENT AUTHORIZATION IS ONE WHOSE SERVICE RANGE ---
      *    IS THE ACCOMMODATION (ROOM AND BOARD) REVENUE CODES;  ---
      *    ITS AUTHORIZED UNITS ARE THE APPROVED DAYS            ---
       01  WS-AUTH-MATCH.
           05  WS-AM-REV-LOW           PIC X(05) VALUE '0100 '.
           05  WS-AM-REV-HIGH          PIC X(05) VALUE '0219 '.
           05  WS-AM-AUTH-NO           PIC X(12).
           05  WS-AM-AUTH-UNITS        PIC S9(05)V99 COMP-3.
           05  WS-AM-TERM-DATE         PIC 9(08).

       01  WS-NEXT-STAY-ID             PIC S9(10) COMP-3 VALUE ZERO.
       01  WS-MEMBER-COUNT             PIC 9(05).

       01  WS-COUNTERS.
           05  WS-ADMIT-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-DISCH-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-CANCEL-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-DUP-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-NO-AUTH-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-ERR-COUNT            PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-NOTIFICATION
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'ADMNTF01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT  ADMNTF-FILE
           IF WS-ADMNTF-STATUS NOT = '00'
               DISPLAY 'ADMNTF01: OPEN ERROR INPUT - '
                       WS-ADMNTF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ADMERR-FILE
           EXEC SQL
               SELECT COALESCE(MAX(STAY_ID), 0)
               INTO :WS-NEXT-STAY-ID
               FROM HCAS.INPATIENT_STAY
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ADMNTF01: STAY ID READ ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8000-READ-INPUT.

       2000-PROCESS-NOTIFICATION.
           MOVE ANI-EVENT-TYPE       TO WS-IN-EVENT-TYPE
           MOVE ANI-SOURCE           TO WS-IN-SOURCE
           MOVE ANI-MEMBER-ID        TO WS-IN-MEMBER-ID
           MOVE ANI-FACILITY-NPI     TO WS-IN-FACILITY-NPI
           MOVE ANI-PATIENT-ACCT     TO WS-IN-PATIENT-ACCT
           MOVE ANI-ADMIT-DATE       TO WS-IN-ADMIT-DATE
           MOVE ANI-DISCHARGE-DATE   TO WS-IN-DISCHARGE-DATE
           MOVE ANI-DISCHARGE-STATUS TO WS-IN-DISCHARGE-STATUS
           MOVE ANI-ADMIT-DIAG       TO WS-IN-ADMIT-DIAG
           MOVE ANI-AUTH-NO          TO WS-IN-AUTH-NO
           MOVE ANI-NOTIFY-DATE      TO WS-IN-NOTIFY-DATE
           IF WS-IN-NOTIFY-DATE IS NOT NUMERIC
               MOVE WS-CURRENT-DATE TO WS-IN-NOTIFY-DATE
           END-IF
           SET WS-RECORD-VALID TO TRUE
           PERFORM 2100-VALIDATE-RECORD
           IF WS-RECORD-VALID
               EVALUATE TRUE
                   WHEN WS-EVENT-ADMIT
                       PERFORM 3000-ADMIT-STAY
                   WHEN WS-EVENT-DISCHARGE
                       PERFORM 4000-DISCHARGE-STAY
                   WHEN WS-EVENT-CANCEL
                       PERFORM 5000-CANCEL-STAY
               END-EVALUATE
           END-IF
           PERFORM 8000-READ-INPUT.

       2100-VALIDATE-RECORD.
           IF NOT WS-EVENT-ADMIT
              AND NOT WS-EVENT-DISCHARGE
              AND NOT WS-EVENT-CANCEL
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'N010' TO ANE-REASON-CODE
               MOVE 'INVALID EVENT TYPE - MUST BE A, D OR X'
                   TO ANE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
           END-IF
           IF NOT WS-SOURCE-VALID
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'N015' TO ANE-REASON-CODE
               MOVE 'INVALID SOURCE - MUST BE 278 OR ADT'
                   TO ANE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
           END-IF
           IF WS-IN-MEMBER-ID = SPACES
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'N020' TO ANE-REASON-CODE
               MOVE 'MEMBER ID IS REQUIRED' TO ANE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
           END-IF
           IF WS-IN-FACILITY-NPI = SPACES
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'N030' TO ANE-REASON-CODE
               MOVE 'FACILITY NPI IS REQUIRED' TO ANE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
           END-IF
           IF WS-IN-ADMIT-DATE IS NOT NUMERIC
           OR WS-IN-ADMIT-DATE > WS-CURRENT-DATE
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'N040' TO ANE-REASON-CODE
               MOVE 'ADMIT DATE MISSING, INVALID OR IN THE FUTURE'
                   TO ANE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
           END-IF
           IF WS-EVENT-DISCHARGE
               IF WS-IN-DISCHARGE-DATE IS NOT NUMERIC
               OR WS-IN-DISCHARGE-DATE < WS-IN-ADMIT-DATE
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE 'N050' TO ANE-REASON-CODE
                   MOVE 'DISCHARGE DATE MISSING OR BEFORE ADMIT DATE'
                       TO ANE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               END-IF
           END-IF
           IF WS-RECORD-VALID
               PERFORM 2200-VALIDATE-MEMBER
           END-IF.

       2200-VALIDATE-MEMBER.
           MOVE ZERO TO WS-MEMBER-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-MEMBER-COUNT
               FROM HCAS.MEMBER
               WHERE MEMBER_ID = :WS-IN-MEMBER-ID
           END-EXEC
           IF SQLCODE NOT = ZERO OR WS-MEMBER-COUNT = ZERO
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'N060' TO ANE-REASON-CODE
               MOVE 'MEMBER NOT FOUND ON HCAS.MEMBER'
                   TO ANE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
           END-IF.

       2300-FIND-STAY.
      *--- ONE STAY PER MEMBER, FACILITY AND ADMIT DATE; A      ---
      *    CANCELLED STAY IS NOT REOPENED BY A LATER NOTICE     ---
           SET WS-STAY-NOT-FOUND TO TRUE
           EXEC SQL
               SELECT STAY_ID, STAY_STATUS,
                      COALESCE(AUTH_NO, ' ')
               INTO :WS-ST-STAY-ID, :WS-ST-STAY-STATUS,
                    :WS-ST-AUTH-NO
               FROM HCAS.INPATIENT_STAY
               WHERE MEMBER_ID = :WS-IN-MEMBER-ID
                 AND FACILITY_NPI = :WS-IN-FACILITY-NPI
                 AND ADMIT_DATE = :WS-IN-ADMIT-DATE
                 AND STAY_STATUS <> 'X'
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   SET WS-STAY-FOUND TO TRUE
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ADMNTF01: STAY LOOKUP ERROR SQLCODE='
                           SQLCODE ' MBR=' WS-IN-MEMBER-ID
           END-EVALUATE.

       2400-MATCH-AUTH.
      *--- THE AUTH QUOTED ON THE NOTICE WINS WHEN IT IS OPEN   ---
      *    AND BELONGS TO THE MEMBER; OTHERWISE THE LATEST OPEN ---
      *    INPATIENT AUTH AT THE FACILITY COVERING THE ADMIT    ---
           SET WS-AUTH-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-AM-AUTH-NO
           MOVE ZERO TO WS-AM-AUTH-UNITS
           MOVE ZERO TO WS-AM-TERM-DATE
           IF WS-IN-AUTH-NO NOT = SPACES
               EXEC SQL
                   SELECT AUTH_NO, AUTH_UNITS, TERM_DATE
                   INTO :WS-AM-AUTH-NO, :WS-AM-AUTH-UNITS,
                        :WS-AM-TERM-DATE
                   FROM HCAS.PRIOR_AUTH
                   WHERE AUTH_NO = :WS-IN-AUTH-NO
                     AND MEMBER_ID = :WS-IN-MEMBER-ID
                     AND AUTH_STATUS = 'A'
               END-EXEC
               IF SQLCODE = ZERO
                   SET WS-AUTH-FOUND TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EXEC SQL
               SELECT AUTH_NO, AUTH_UNITS, TERM_DATE
               INTO :WS-AM-AUTH-NO, :WS-AM-AUTH-UNITS,
                    :WS-AM-TERM-DATE
               FROM HCAS.PRIOR_AUTH
               WHERE MEMBER_ID = :WS-IN-MEMBER-ID
                 AND PROVIDER_NPI = :WS-IN-FACILITY-NPI
                 AND AUTH_STATUS = 'A'
                 AND SVC_CODE_FROM >= :WS-AM-REV-LOW
                 AND SVC_CODE_THRU <= :WS-AM-REV-HIGH
                 AND SUBSTR(SVC_CODE_FROM, 5, 1) = ' '
                 AND EFF_DATE <= :WS-IN-ADMIT-DATE
                 AND TERM_DATE >= :WS-IN-ADMIT-DATE
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   SET WS-AUTH-FOUND TO TRUE
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ADMNTF01: AUTH MATCH ERROR SQLCODE='
                           SQLCODE ' MBR=' WS-IN-MEMBER-ID
           END-EVALUATE.

       2500-INSERT-STAY.
           PERFORM 2400-MATCH-AUTH
           IF WS-AUTH-NOT-FOUND
               ADD 1 TO WS-NO-AUTH-COUNT
           END-IF
           MOVE WS-AM-AUTH-UNITS TO WS-ST-AUTH-DAYS
           IF WS-AUTH-FOUND
               MOVE WS-AM-TERM-DATE TO WS-ST-AUTH-END-DATE
           ELSE
               MOVE SPACES TO WS-ST-AUTH-END-DATE
           END-IF
           ADD 1 TO WS-NEXT-STAY-ID
           MOVE WS-NEXT-STAY-ID TO WS-ST-STAY-ID
           MOVE 'A' TO WS-ST-STAY-STATUS
           MOVE WS-AM-AUTH-NO TO WS-ST-AUTH-NO
           EXEC SQL
               INSERT INTO HCAS.INPATIENT_STAY
                   (STAY_ID, MEMBER_ID, FACILITY_NPI, PATIENT_ACCT,
                    ADMIT_DATE, DISCHARGE_DATE, DISCHARGE_STATUS,
                    ADMIT_DIAG, STAY_STATUS, NOTIFY_SOURCE,
                    NOTIFY_DATE, AUTH_NO, AUTH_DAYS, AUTH_END_DATE,
                    REVIEW_COUNT, LAST_REVIEW_DATE,
                    CREATE_DATE, UPDATE_DATE, UPDATE_USER)
               VALUES
                   (:WS-ST-STAY-ID, :WS-IN-MEMBER-ID,
                    :WS-IN-FACILITY-NPI, :WS-IN-PATIENT-ACCT,
                    :WS-IN-ADMIT-DATE, ' ', ' ',
                    :WS-IN-ADMIT-DIAG, 'A', :WS-IN-SOURCE,
                    :WS-IN-NOTIFY-DATE, :WS-ST-AUTH-NO,
                    :WS-ST-AUTH-DAYS, :WS-ST-AUTH-END-DATE,
                    0, ' ',
                    :WS-CURRENT-DATE, :WS-CURRENT-DATE, 'ADMNTF01')
           END-EXEC
           IF SQLCODE = ZERO
               SET WS-STAY-FOUND TO TRUE
               ADD 1 TO WS-ADMIT-COUNT
           ELSE
               DISPLAY 'ADMNTF01: INSERT ERROR SQLCODE='
                       SQLCODE ' MBR=' WS-IN-MEMBER-ID
               MOVE 'N095' TO ANE-REASON-CODE
               MOVE 'DB2 INSERT FAILED - SEE SYSTEM LOG'
                   TO ANE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
           END-IF.

       2600-ATTACH-AUTH.
      *--- A REPEAT NOTICE MAY QUOTE THE AUTH THE FIRST ONE     ---
      *    LACKED, OR THE AUTH MAY HAVE BEEN KEYED SINCE        ---
           PERFORM 2400-MATCH-AUTH
           IF WS-AUTH-FOUND
               MOVE WS-AM-AUTH-UNITS TO WS-ST-AUTH-DAYS
               MOVE WS-AM-TERM-DATE  TO WS-ST-AUTH-END-DATE
               EXEC SQL
                   UPDATE HCAS.INPATIENT_STAY
                   SET AUTH_NO = :WS-AM-AUTH-NO,
                       AUTH_DAYS = :WS-ST-AUTH-DAYS,
                       AUTH_END_DATE = :WS-ST-AUTH-END-DATE,
                       UPDATE_DATE = :WS-CURRENT-DATE,
                       UPDATE_USER = 'ADMNTF01'
                   WHERE STAY_ID = :WS-ST-STAY-ID
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'ADMNTF01: AUTH LINK ERROR SQLCODE='
                           SQLCODE ' STAY=' WS-ST-STAY-ID
               END-IF
           END-IF.

       3000-ADMIT-STAY.
           PERFORM 2300-FIND-STAY
           IF WS-STAY-FOUND
               ADD 1 TO WS-DUP-COUNT
               IF WS-ST-AUTH-NO = SPACES
                   PERFORM 2600-ATTACH-AUTH
               END-IF
           ELSE
               PERFORM 2500-INSERT-STAY
           END-IF.

       4000-DISCHARGE-STAY.
           PERFORM 2300-FIND-STAY
           IF WS-STAY-NOT-FOUND
               PERFORM 2500-INSERT-STAY
           ELSE
               IF WS-ST-AUTH-NO = SPACES
                   PERFORM 2600-ATTACH-AUTH
               END-IF
           END-IF
           IF WS-STAY-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.INPATIENT_STAY
               SET DISCHARGE_DATE = :WS-IN-DISCHARGE-DATE,
                   DISCHARGE_STATUS = :WS-IN-DISCHARGE-STATUS,
                   STAY_STATUS = 'D',
                   UPDATE_DATE = :WS-CURRENT-DATE,
                   UPDATE_USER = 'ADMNTF01'
               WHERE STAY_ID = :WS-ST-STAY-ID
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-DISCH-COUNT
           ELSE
               DISPLAY 'ADMNTF01: DISCHARGE ERROR SQLCODE='
                       SQLCODE ' STAY=' WS-ST-STAY-ID
               MOVE 'N105' TO ANE-REASON-CODE
               MOVE 'DB2 UPDATE FAILED - SEE SYSTEM LOG'
                   TO ANE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
           END-IF.

       5000-CANCEL-STAY.
           PERFORM 2300-FIND-STAY
           IF WS-STAY-NOT-FOUND
               MOVE 'N110' TO ANE-REASON-CODE
               MOVE 'NO STAY ON FILE FOR CANCELLATION'
                   TO ANE-REASON-DESC
               PERFORM 6000-WRITE-ERROR
           ELSE
               EXEC SQL
                   UPDATE HCAS.INPATIENT_STAY
                   SET STAY_STATUS = 'X',
                       UPDATE_DATE = :WS-CURRENT-DATE,
                       UPDATE_USER = 'ADMNTF01'
                   WHERE STAY_ID = :WS-ST-STAY-ID
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-CANCEL-COUNT
               ELSE
                   DISPLAY 'ADMNTF01: CANCEL ERROR SQLCODE='
                           SQLCODE ' STAY=' WS-ST-STAY-ID
                   MOVE 'N115' TO ANE-REASON-CODE
                   MOVE 'DB2 UPDATE FAILED - SEE SYSTEM LOG'
                       TO ANE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               END-IF
           END-IF.

       6000-WRITE-ERROR.
           MOVE WS-IN-MEMBER-ID    TO ANE-MEMBER-ID
           MOVE WS-IN-FACILITY-NPI TO ANE-FACILITY-NPI
           MOVE WS-IN-ADMIT-DATE   TO ANE-ADMIT-DATE
           WRITE ADMERR-RECORD
           ADD 1 TO WS-ERR-COUNT.

       8000-READ-INPUT.
           READ ADMNTF-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY '============================================'
           DISPLAY 'ADMNTF01: ADMISSION NOTIFICATION STATISTICS'
           DISPLAY '============================================'
           DISPLAY '  RECORDS READ:        ' WS-RECORDS-READ
           DISPLAY '  STAYS OPENED:        ' WS-ADMIT-COUNT
           DISPLAY '  STAYS DISCHARGED:    ' WS-DISCH-COUNT
           DISPLAY '  STAYS CANCELLED:     ' WS-CANCEL-COUNT
           DISPLAY '  DUPLICATE ADMITS:    ' WS-DUP-COUNT
           DISPLAY '  OPENED WITHOUT AUTH: ' WS-NO-AUTH-COUNT
           DISPLAY '  RECORDS REJECTED:    ' WS-ERR-COUNT
           DISPLAY '============================================'
           CLOSE ADMNTF-FILE
           CLOSE ADMERR-FILE
           MOVE ZERO TO RETURN-CODE.
