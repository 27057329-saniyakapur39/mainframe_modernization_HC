       IDENTIFICATION DIVISION.
       PROGRAM-ID.    USRCRT01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  USRCRT01                                             *
      * PURPOSE:  QUARTERLY USER-ACCESS RECERTIFICATION                *
      *           EVERY UPDATE, OVERRIDE AND APPROVE CAPABILITY THAT   *
      *           SECAUTH1 GRANTS FROM HCAS.USER_AUTHORITY IS PUT IN   *
      *           FRONT OF THE HOLDER'S MANAGER ONCE A QUARTER.        *
      *           RUN MODES (PARM RECORD):                             *
      *           B - BUILD: REFRESHES HCAS.USER_PROFILE FROM THE      *
      *               SECURITY ADMINISTRATION'S REPORTING-LINE         *
      *               RECORDS (TYPE M), THEN WRITES ONE                *
      *               HCAS.ACCESS_RECERT ROW PER CAPABILITY HELD WITH  *
      *               ITS DOLLAR LIMIT, REVIEWING MANAGER, THE DATE IT *
      *               WAS LAST USED AND ITS REVIEW FLAGS:              *
      *                 DORMANT  - NOT USED WITHIN THE DORMANT DAYS    *
      *                            (OR NEVER USED)                     *
      *                 CONFLICT - THE SAME USER CAN BOTH MAKE (U/O)   *
      *                            AND APPROVE (A) ON THE TRANSACTION  *
      *                 DEPT     - THE USER'S DEPARTMENT CHANGED SINCE *
      *                            THE LAST CERTIFIED CYCLE            *
      *                 INACTIVE - THE USER IS NO LONGER ACTIVE        *
      *               AND PRINTS ONE REVIEW PACKAGE PER MANAGER. A     *
      *               USER WITH NO MANAGER ON FILE, OR WHO WOULD       *
      *               REVIEW THEMSELVES, GOES TO SECURITY              *
      *               ADMINISTRATION (SECADMIN). A CYCLE ALREADY       *
      *               BUILT IS NOT REBUILT - THE PACKAGES ARE          *
      *               REPRINTED.                                       *
      *           D - DECISIONS: POSTS THE MANAGERS' CERTIFY / REVOKE  *
      *               DECISIONS (TYPE D). ONLY THE ASSIGNED REVIEWER   *
      *               MAY DECIDE, AND ONLY UNTIL THE DEADLINE. A       *
      *               REVOCATION DELETES THE USER_AUTHORITY ROW. ONCE  *
      *               THE DEADLINE HAS PASSED EVERY CAPABILITY STILL   *
      *               UNREVIEWED IS EXPIRED THE SAME WAY. EACH         *
      *               REMOVAL IS WRITTEN TO HCAS.SYSTEM_AUDIT_TRAIL.   *
      *           LAST USE COMES FROM THE SYSTEM AUDIT TRAIL AND THE   *
      *           MAKER / CHECKER ACTIVITY ON HCAS.PENDING_APPROVAL    *
      *           FOR THE SAME TRANSACTION: CHANGES KEYED OR HELD FOR  *
      *           U AND O, APPROVALS AND REJECTIONS FOR A.             *
      *           THE REPORTING LINE ALSO CARRIES THE EMPLOYEE'S OWN   *
      *           MEMBER ID WHEN THEY ARE COVERED BY THE PLAN; IT IS   *
      *           KEPT ON USER_PROFILE FOR THE PHI ACCESS ANOMALY      *
      *           REPORT (PHIANM01).                                   *
      * INPUTS:   RCTPARM-FILE - RUN MODE, CYCLE ID (YYYYQN),          *
      *                          REVIEW DEADLINE, DORMANT DAYS         *
      *           RCTIN-FILE   - REPORTING LINES (B) / DECISIONS (D)   *
      *           DB2 TABLES   - HCAS.USER_AUTHORITY,                  *
      *                          HCAS.USER_PROFILE,                    *
      *                          HCAS.SYSTEM_AUDIT_TRAIL,              *
      *                          HCAS.PENDING_APPROVAL,                *
      *                          HCAS.ACCESS_RECERT                    *
      * OUTPUTS:  RCTPKG-FILE  - MANAGER REVIEW PACKAGES (B)           *
      *           RCTRPT-FILE  - RUN REPORT                            *
      *           DB2 TABLES   - HCAS.ACCESS_RECERT,                   *
      *                          HCAS.USER_PROFILE,                    *
      *                          HCAS.USER_AUTHORITY,                  *
      *                          HCAS.SYSTEM_AUDIT_TRAIL               *
      * FREQUENCY: QUARTERLY (BUILD) / DAILY DURING THE REVIEW WINDOW  *
      *            AND ONCE AFTER THE DEADLINE (DECISIONS)             *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCTPARM-FILE
               ASSIGN TO RCTPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT RCTIN-FILE
               ASSIGN TO RCTIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.

           SELECT RCTPKG-FILE
               ASSIGN TO RCTPKGOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PKG-STATUS.

           SELECT RCTRPT-FILE
               ASSIGN TO RCTRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RCTPARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RCTPARM-RECORD.
           05  RCP-RUN-MODE            PIC X(01).
               88  RCP-MODE-BUILD      VALUE 'B'.
               88  RCP-MODE-DECISIONS  VALUE 'D'.
           05  RCP-CYCLE-ID            PIC X(06).
           05  RCP-DEADLINE-DATE       PIC X(08).
           05  RCP-DORMANT-DAYS        PIC 9(03).
           05  FILLER                  PIC X(62).

       FD  RCTIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RCTIN-RECORD.
           05  RCI-RECORD-TYPE         PIC X(01).
               88  RCI-REPORTING-LINE  VALUE 'M'.
               88  RCI-DECISION        VALUE 'D'.
           05  RCI-DATA                PIC X(79).
      *--- M - USER'S REPORTING LINE FROM SECURITY ADMINISTRATION ---
       01  RCI-PROFILE-RECORD REDEFINES RCTIN-RECORD.
           05  FILLER                  PIC X(01).
           05  RCM-USER-ID             PIC X(08).
           05  RCM-MANAGER-ID          PIC X(08).
           05  RCM-DEPT-CODE           PIC X(04).
           05  RCM-USER-STATUS         PIC X(01).
               88  RCM-STATUS-VALID    VALUES 'A' 'T'.
           05  RCM-USER-NAME           PIC X(30).
           05  RCM-MEMBER-ID           PIC X(12).
           05  FILLER                  PIC X(16).
      *--- D - ONE MANAGER DECISION ON ONE CAPABILITY ---
       01  RCI-DECISION-RECORD REDEFINES RCTIN-RECORD.
           05  FILLER                  PIC X(01).
           05  RCD-USER-ID             PIC X(08).
           05  RCD-TRAN-CODE           PIC X(04).
           05  RCD-CAPABILITY          PIC X(01).
           05  RCD-DECISION            PIC X(01).
               88  RCD-CERTIFY         VALUE 'C'.
               88  RCD-REVOKE          VALUE 'R'.
           05  RCD-REVIEWER-ID         PIC X(08).
           05  RCD-COMMENT             PIC X(40).
           05  FILLER                  PIC X(17).

       FD  RCTPKG-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  RCTPKG-RECORD               PIC X(133).

       FD  RCTRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  RCTRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS          PIC X(02).
           05  WS-IN-STATUS            PIC X(02).
           05  WS-PKG-STATUS           PIC X(02).
           05  WS-RPT-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-IN-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-IN-EOF           VALUE 'Y'.
               88  WS-IN-NOT-EOF       VALUE 'N'.
           05  WS-AUTH-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-AUTH-EOF         VALUE 'Y'.
               88  WS-AUTH-NOT-EOF     VALUE 'N'.
           05  WS-PKG-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-PKG-EOF          VALUE 'Y'.
               88  WS-PKG-NOT-EOF      VALUE 'N'.
           05  WS-EXP-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-EXP-EOF          VALUE 'Y'.
               88  WS-EXP-NOT-EOF      VALUE 'N'.
           05  WS-REMOVE-SW            PIC X(01) VALUE 'Y'.
               88  WS-REMOVE-OK        VALUE 'Y'.
               88  WS-REMOVE-FAILED    VALUE 'N'.

      *--- EVERY CAPABILITY HELD, WITH THE HOLDER'S REPORTING ---
      *    LINE (SECURITY ADMINISTRATION WHEN NONE IS ON FILE) ---
           EXEC SQL DECLARE AUTH-CURSOR CURSOR FOR
               SELECT UA.USER_ID, UA.TRAN_CODE, UA.CAPABILITY,
                      COALESCE(UA.DOLLAR_LIMIT, 0),
                      COALESCE(UP.MANAGER_ID, ' '),
                      COALESCE(UP.DEPT_CODE, ' '),
                      COALESCE(UP.USER_STATUS, 'A')
               FROM HCAS.USER_AUTHORITY UA
                    LEFT OUTER JOIN HCAS.USER_PROFILE UP
                      ON UP.USER_ID = UA.USER_ID
               ORDER BY UA.USER_ID, UA.TRAN_CODE, UA.CAPABILITY
           END-EXEC

      *--- THE CYCLE'S REVIEW ROWS IN PACKAGE ORDER ---
           EXEC SQL DECLARE PKG-CURSOR CURSOR FOR
               SELECT REVIEWER_ID, USER_ID, TRAN_CODE, CAPABILITY,
                      DOLLAR_LIMIT, LAST_USED_DATE,
                      DORMANT_IND, CONFLICT_IND,
                      DEPT_CHANGE_IND, INACTIVE_IND, DEADLINE_DATE
               FROM HCAS.ACCESS_RECERT
               WHERE CYCLE_ID = :WS-CYCLE-ID
               ORDER BY REVIEWER_ID, USER_ID, TRAN_CODE, CAPABILITY
           END-EXEC

      *--- CAPABILITIES NOBODY REVIEWED BY THE DEADLINE ---
           EXEC SQL DECLARE EXPIRE-CURSOR CURSOR WITH HOLD FOR
               SELECT USER_ID, TRAN_CODE, CAPABILITY,
                      DOLLAR_LIMIT, REVIEWER_ID
               FROM HCAS.ACCESS_RECERT
               WHERE CYCLE_ID = :WS-CYCLE-ID
                 AND DECISION = ' '
               ORDER BY REVIEWER_ID, USER_ID, TRAN_CODE, CAPABILITY
           END-EXEC

       01  WS-CAP-ROW.
           05  WS-CR-REVIEWER-ID       PIC X(08).
           05  WS-CR-USER-ID           PIC X(08).
           05  WS-CR-TRAN-CODE         PIC X(04).
           05  WS-CR-CAPABILITY        PIC X(01).
               88  WS-CR-CAP-APPROVE   VALUE 'A'.
           05  WS-CR-DOLLAR-LIMIT      PIC S9(09)V99 COMP-3.
           05  WS-CR-DEPT-CODE         PIC X(04).
           05  WS-CR-USER-STATUS       PIC X(01).
           05  WS-CR-LAST-USED         PIC X(08).
           05  WS-CR-DORMANT-IND       PIC X(01).
           05  WS-CR-CONFLICT-IND      PIC X(01).
           05  WS-CR-DEPT-CHANGE-IND   PIC X(01).
           05  WS-CR-INACTIVE-IND      PIC X(01).
           05  WS-CR-DEADLINE          PIC X(08).
           05  WS-CR-DECISION          PIC X(01).

       01  WS-RUN-FIELDS.
           05  WS-CYCLE-ID             PIC X(06).
           05  WS-DEADLINE-DATE        PIC X(08).
           05  WS-DORMANT-DAYS         PIC 9(03).
           05  WS-DORMANT-CUTOFF       PIC X(08).
           05  WS-CUTOFF-N             PIC 9(08).
           05  WS-TODAY-N              PIC 9(08).
           05  WS-TODAY-INT            PIC S9(09) COMP.
           05  WS-EXISTING-ROWS        PIC S9(07) COMP-3.
           05  WS-OTHER-SIDE-COUNT     PIC S9(05) COMP-3.
           05  WS-PRIOR-DEPT           PIC X(04).
           05  WS-PREV-REVIEWER        PIC X(08).
           05  WS-AUDIT-KEY            PIC X(15).
           05  WS-AUDIT-ACTION         PIC X(01).
           05  WS-AUDIT-USER           PIC X(08).
           05  WS-AUDIT-BEFORE         PIC X(40).
           05  WS-AUDIT-AFTER          PIC X(40).
           05  WS-FLAG-TEXT            PIC X(34).
           05  WS-FLAG-PTR             PIC S9(04) COMP.

       01  WS-COUNTERS.
           05  WS-PROFILES-LOADED      PIC 9(07) VALUE ZERO.
           05  WS-CAPS-LISTED          PIC 9(07) VALUE ZERO.
           05  WS-CAPS-DORMANT         PIC 9(07) VALUE ZERO.
           05  WS-CAPS-CONFLICT        PIC 9(07) VALUE ZERO.
           05  WS-CAPS-DEPT-CHANGE     PIC 9(07) VALUE ZERO.
           05  WS-CAPS-INACTIVE        PIC 9(07) VALUE ZERO.
           05  WS-PACKAGES             PIC 9(07) VALUE ZERO.
           05  WS-CERTIFIED            PIC 9(07) VALUE ZERO.
           05  WS-REVOKED              PIC 9(07) VALUE ZERO.
           05  WS-EXPIRED              PIC 9(07) VALUE ZERO.
           05  WS-ERRORS               PIC 9(07) VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-AMT-DISP                 PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CNT-DISP                 PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN RCP-MODE-BUILD
                   PERFORM 2000-BUILD-CYCLE
               WHEN RCP-MODE-DECISIONS
                   PERFORM 5000-POST-DECISIONS
           END-EVALUATE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'USRCRT01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-TODAY-N
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-N)
           OPEN INPUT RCTPARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'USRCRT01: OPEN ERROR PARM - ' WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RCTPARM-FILE
               AT END
                   DISPLAY 'USRCRT01: PARM RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE RCTPARM-FILE
           IF NOT RCP-MODE-BUILD AND NOT RCP-MODE-DECISIONS
           OR RCP-CYCLE-ID = SPACES
               DISPLAY 'USRCRT01: PARM NEEDS MODE B OR D AND A '
                       'CYCLE ID'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RCP-CYCLE-ID TO WS-CYCLE-ID
           MOVE RCP-DEADLINE-DATE TO WS-DEADLINE-DATE
      *--- NINETY DAYS WITHOUT USE MAKES A CAPABILITY DORMANT ---
           MOVE 90 TO WS-DORMANT-DAYS
           IF RCP-DORMANT-DAYS NUMERIC
           AND RCP-DORMANT-DAYS > ZERO
               MOVE RCP-DORMANT-DAYS TO WS-DORMANT-DAYS
           END-IF
           COMPUTE WS-CUTOFF-N = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT - WS-DORMANT-DAYS)
           MOVE WS-CUTOFF-N TO WS-DORMANT-CUTOFF
           OPEN INPUT RCTIN-FILE
           IF WS-IN-STATUS NOT = '00'
               DISPLAY 'USRCRT01: OPEN ERROR INPUT - ' WS-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RCTPKG-FILE
           OPEN OUTPUT RCTRPT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'USRCRT01 - USER ACCESS RECERTIFICATION - CYCLE '
                  DELIMITED SIZE
                  WS-CYCLE-ID DELIMITED SIZE
                  '  MODE ' DELIMITED SIZE
                  RCP-RUN-MODE DELIMITED SIZE
                  '  RUN DATE ' DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RCTRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE RCTRPT-RECORD FROM WS-RPT-LINE
           PERFORM 8000-READ-INPUT.

      *================================================================*
      * BUILD MODE                                                     *
      *================================================================*
       2000-BUILD-CYCLE.
           MOVE ZERO TO WS-EXISTING-ROWS
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-EXISTING-ROWS
               FROM HCAS.ACCESS_RECERT
               WHERE CYCLE_ID = :WS-CYCLE-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'USRCRT01: RECERT TABLE READ ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EXISTING-ROWS > ZERO
               MOVE 'CYCLE ALREADY BUILT - REVIEW PACKAGES REPRINTED'
                   TO WS-RPT-LINE
               WRITE RCTRPT-RECORD FROM WS-RPT-LINE
           ELSE
               IF WS-DEADLINE-DATE NOT NUMERIC
               OR WS-DEADLINE-DATE NOT > WS-CURRENT-DATE
                   DISPLAY 'USRCRT01: BUILD NEEDS A FUTURE REVIEW '
                           'DEADLINE - ' WS-DEADLINE-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2100-LOAD-REPORTING-LINE
                   UNTIL WS-IN-EOF
               EXEC SQL COMMIT END-EXEC
               EXEC SQL OPEN AUTH-CURSOR END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'USRCRT01: AUTHORITY CURSOR OPEN ERROR '
                           'SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 3000-LIST-ONE-CAPABILITY
                   UNTIL WS-AUTH-EOF
               EXEC SQL CLOSE AUTH-CURSOR END-EXEC
               EXEC SQL COMMIT END-EXEC
           END-IF
           PERFORM 4000-PRINT-PACKAGES.

       2100-LOAD-REPORTING-LINE.
           IF NOT RCI-REPORTING-LINE
               ADD 1 TO WS-ERRORS
               DISPLAY 'USRCRT01: BUILD INPUT IS TYPE M ONLY - '
                       RCI-RECORD-TYPE
               PERFORM 8000-READ-INPUT
               EXIT PARAGRAPH
           END-IF
           IF RCM-USER-ID = SPACES
           OR NOT RCM-STATUS-VALID
               ADD 1 TO WS-ERRORS
               DISPLAY 'USRCRT01: REPORTING LINE NEEDS USER AND '
                       'STATUS A OR T - ' RCM-USER-ID
               PERFORM 8000-READ-INPUT
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.USER_PROFILE
               SET MANAGER_ID = :RCM-MANAGER-ID,
                   DEPT_CODE = :RCM-DEPT-CODE,
                   USER_STATUS = :RCM-USER-STATUS,
                   USER_NAME = :RCM-USER-NAME,
                   MEMBER_ID = :RCM-MEMBER-ID,
                   UPDATE_DATE = :WS-CURRENT-DATE
               WHERE USER_ID = :RCM-USER-ID
           END-EXEC
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO HCAS.USER_PROFILE
                       (USER_ID, MANAGER_ID, DEPT_CODE,
                        USER_STATUS, USER_NAME, MEMBER_ID,
                        UPDATE_DATE)
                   VALUES
                       (:RCM-USER-ID, :RCM-MANAGER-ID,
                        :RCM-DEPT-CODE, :RCM-USER-STATUS,
                        :RCM-USER-NAME, :RCM-MEMBER-ID,
                        :WS-CURRENT-DATE)
               END-EXEC
           END-IF
           IF SQLCODE = ZERO
               ADD 1 TO WS-PROFILES-LOADED
           ELSE
               ADD 1 TO WS-ERRORS
               DISPLAY 'USRCRT01: PROFILE UPDATE ERROR SQLCODE='
                       SQLCODE ' USER=' RCM-USER-ID
           END-IF
           PERFORM 8000-READ-INPUT.

       3000-LIST-ONE-CAPABILITY.
           EXEC SQL
               FETCH AUTH-CURSOR
               INTO :WS-CR-USER-ID, :WS-CR-TRAN-CODE,
                    :WS-CR-CAPABILITY, :WS-CR-DOLLAR-LIMIT,
                    :WS-CR-REVIEWER-ID, :WS-CR-DEPT-CODE,
                    :WS-CR-USER-STATUS
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-AUTH-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
      *--- NOBODY CERTIFIES THEIR OWN ACCESS ---
           IF WS-CR-REVIEWER-ID = SPACES
           OR WS-CR-REVIEWER-ID = WS-CR-USER-ID
               MOVE 'SECADMIN' TO WS-CR-REVIEWER-ID
           END-IF
           PERFORM 3100-FIND-LAST-USE
           PERFORM 3200-SET-REVIEW-FLAGS
           EXEC SQL
               INSERT INTO HCAS.ACCESS_RECERT
                   (CYCLE_ID, USER_ID, TRAN_CODE, CAPABILITY,
                    DOLLAR_LIMIT, REVIEWER_ID, DEPT_CODE,
                    LAST_USED_DATE, DORMANT_IND, CONFLICT_IND,
                    DEPT_CHANGE_IND, INACTIVE_IND, DEADLINE_DATE,
                    DECISION, DECISION_USER, DECISION_DATE,
                    DECISION_COMMENT, CREATE_DATE)
               VALUES
                   (:WS-CYCLE-ID, :WS-CR-USER-ID, :WS-CR-TRAN-CODE,
                    :WS-CR-CAPABILITY, :WS-CR-DOLLAR-LIMIT,
                    :WS-CR-REVIEWER-ID, :WS-CR-DEPT-CODE,
                    :WS-CR-LAST-USED, :WS-CR-DORMANT-IND,
                    :WS-CR-CONFLICT-IND, :WS-CR-DEPT-CHANGE-IND,
                    :WS-CR-INACTIVE-IND, :WS-DEADLINE-DATE,
                    ' ', ' ', ' ', ' ', :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-CAPS-LISTED
           ELSE
               ADD 1 TO WS-ERRORS
               DISPLAY 'USRCRT01: RECERT INSERT ERROR SQLCODE='
                       SQLCODE ' USER=' WS-CR-USER-ID
                       ' TRAN=' WS-CR-TRAN-CODE
           END-IF.

       3100-FIND-LAST-USE.
      *--- APPROVERS ARE SEEN APPROVING OR REJECTING HELD       ---
      *    CHANGES; MAKERS AND OVERRIDERS KEYING OR HOLDING THEM ---
           MOVE SPACES TO WS-CR-LAST-USED
           EXEC SQL
               SELECT COALESCE(MAX(USED_DATE), ' ')
               INTO :WS-CR-LAST-USED
               FROM (SELECT AT.CHANGE_DATE AS USED_DATE
                     FROM HCAS.SYSTEM_AUDIT_TRAIL AT
                     WHERE AT.CHANGE_USER = :WS-CR-USER-ID
                       AND AT.TRAN_CODE = :WS-CR-TRAN-CODE
                       AND ((:WS-CR-CAPABILITY = 'A'
                             AND AT.AUDIT_ACTION = 'A')
                         OR (:WS-CR-CAPABILITY <> 'A'
                             AND AT.AUDIT_ACTION <> 'A'))
                     UNION ALL
                     SELECT PA.REQUEST_DATE
                     FROM HCAS.PENDING_APPROVAL PA
                     WHERE :WS-CR-CAPABILITY <> 'A'
                       AND PA.REQUEST_USER = :WS-CR-USER-ID
                       AND PA.TRAN_CODE = :WS-CR-TRAN-CODE
                     UNION ALL
                     SELECT PA.APPROVE_DATE
                     FROM HCAS.PENDING_APPROVAL PA
                     WHERE :WS-CR-CAPABILITY = 'A'
                       AND PA.APPROVE_USER = :WS-CR-USER-ID
                       AND PA.TRAN_CODE = :WS-CR-TRAN-CODE) USE_HIST
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-CR-LAST-USED
           END-IF.

       3200-SET-REVIEW-FLAGS.
           MOVE 'N' TO WS-CR-DORMANT-IND
           MOVE 'N' TO WS-CR-CONFLICT-IND
           MOVE 'N' TO WS-CR-DEPT-CHANGE-IND
           MOVE 'N' TO WS-CR-INACTIVE-IND
           IF WS-CR-LAST-USED = SPACES
           OR WS-CR-LAST-USED < WS-DORMANT-CUTOFF
               MOVE 'Y' TO WS-CR-DORMANT-IND
               ADD 1 TO WS-CAPS-DORMANT
           END-IF
      *--- MAKER AND CHECKER ON THE SAME TRANSACTION ---
           MOVE ZERO TO WS-OTHER-SIDE-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OTHER-SIDE-COUNT
               FROM HCAS.USER_AUTHORITY
               WHERE USER_ID = :WS-CR-USER-ID
                 AND TRAN_CODE = :WS-CR-TRAN-CODE
                 AND ((:WS-CR-CAPABILITY = 'A'
                       AND CAPABILITY IN ('U', 'O'))
                   OR (:WS-CR-CAPABILITY <> 'A'
                       AND CAPABILITY = 'A'))
           END-EXEC
           IF SQLCODE = ZERO
           AND WS-OTHER-SIDE-COUNT > ZERO
               MOVE 'Y' TO WS-CR-CONFLICT-IND
               ADD 1 TO WS-CAPS-CONFLICT
           END-IF
      *--- DEPARTMENT AT THE LAST CYCLE THIS CAPABILITY WAS ---
      *    CERTIFIED IN                                       ---
           MOVE SPACES TO WS-PRIOR-DEPT
           EXEC SQL
               SELECT COALESCE(MAX(DEPT_CODE), ' ')
               INTO :WS-PRIOR-DEPT
               FROM HCAS.ACCESS_RECERT
               WHERE USER_ID = :WS-CR-USER-ID
                 AND TRAN_CODE = :WS-CR-TRAN-CODE
                 AND CAPABILITY = :WS-CR-CAPABILITY
                 AND DECISION = 'C'
                 AND CYCLE_ID =
                     (SELECT MAX(R2.CYCLE_ID)
                      FROM HCAS.ACCESS_RECERT R2
                      WHERE R2.USER_ID = :WS-CR-USER-ID
                        AND R2.TRAN_CODE = :WS-CR-TRAN-CODE
                        AND R2.CAPABILITY = :WS-CR-CAPABILITY
                        AND R2.DECISION = 'C'
                        AND R2.CYCLE_ID < :WS-CYCLE-ID)
           END-EXEC
           IF SQLCODE = ZERO
           AND WS-PRIOR-DEPT NOT = SPACES
           AND WS-PRIOR-DEPT NOT = WS-CR-DEPT-CODE
               MOVE 'Y' TO WS-CR-DEPT-CHANGE-IND
               ADD 1 TO WS-CAPS-DEPT-CHANGE
           END-IF
           IF WS-CR-USER-STATUS NOT = 'A'
               MOVE 'Y' TO WS-CR-INACTIVE-IND
               ADD 1 TO WS-CAPS-INACTIVE
           END-IF.

       4000-PRINT-PACKAGES.
           MOVE SPACES TO WS-PREV-REVIEWER
           EXEC SQL OPEN PKG-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'USRCRT01: PACKAGE CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4100-PRINT-ONE-LINE
               UNTIL WS-PKG-EOF
           EXEC SQL CLOSE PKG-CURSOR END-EXEC.

       4100-PRINT-ONE-LINE.
           EXEC SQL
               FETCH PKG-CURSOR
               INTO :WS-CR-REVIEWER-ID, :WS-CR-USER-ID,
                    :WS-CR-TRAN-CODE, :WS-CR-CAPABILITY,
                    :WS-CR-DOLLAR-LIMIT, :WS-CR-LAST-USED,
                    :WS-CR-DORMANT-IND, :WS-CR-CONFLICT-IND,
                    :WS-CR-DEPT-CHANGE-IND, :WS-CR-INACTIVE-IND,
                    :WS-CR-DEADLINE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-PKG-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           IF WS-CR-REVIEWER-ID NOT = WS-PREV-REVIEWER
               PERFORM 4200-PRINT-PACKAGE-HEADER
           END-IF
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE 1 TO WS-FLAG-PTR
           IF WS-CR-DORMANT-IND = 'Y'
               STRING 'DORMANT ' DELIMITED SIZE
                      INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF WS-CR-CONFLICT-IND = 'Y'
               STRING 'MAKER+CHECKER ' DELIMITED SIZE
                      INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF WS-CR-DEPT-CHANGE-IND = 'Y'
               STRING 'DEPT-CHANGE ' DELIMITED SIZE
                      INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF WS-CR-INACTIVE-IND = 'Y'
               STRING 'INACTIVE' DELIMITED SIZE
                      INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-STRING
           END-IF
           IF WS-CR-LAST-USED = SPACES
               MOVE 'NEVER' TO WS-CR-LAST-USED
           END-IF
           MOVE WS-CR-DOLLAR-LIMIT TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING '  ' DELIMITED SIZE
                  WS-CR-USER-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-CR-TRAN-CODE DELIMITED SIZE
                  '    ' DELIMITED SIZE
                  WS-CR-CAPABILITY DELIMITED SIZE
                  '   ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-CR-LAST-USED DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-FLAG-TEXT DELIMITED SIZE
                  '  [ ] CERTIFY  [ ] REVOKE' DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RCTPKG-RECORD FROM WS-RPT-LINE.

       4200-PRINT-PACKAGE-HEADER.
           MOVE WS-CR-REVIEWER-ID TO WS-PREV-REVIEWER
           ADD 1 TO WS-PACKAGES
           IF WS-PACKAGES > 1
               MOVE SPACES TO WS-RPT-LINE
               WRITE RCTPKG-RECORD FROM WS-RPT-LINE
               MOVE ALL '=' TO WS-RPT-LINE
               WRITE RCTPKG-RECORD FROM WS-RPT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ACCESS RECERTIFICATION ' DELIMITED SIZE
                  WS-CYCLE-ID DELIMITED SIZE
                  ' - REVIEWER ' DELIMITED SIZE
                  WS-CR-REVIEWER-ID DELIMITED SIZE
                  ' - DECISIONS DUE BY ' DELIMITED SIZE
                  WS-CR-DEADLINE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RCTPKG-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CAPABILITIES NOT CERTIFIED BY THE DEADLINE '
                  DELIMITED SIZE
                  'ARE REMOVED AUTOMATICALLY' DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RCTPKG-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  USER      TRAN  CAP         DOLLAR LIMIT  '
                  DELIMITED SIZE
                  'LAST USED FLAGS' DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RCTPKG-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE RCTPKG-RECORD FROM WS-RPT-LINE.

      *================================================================*
      * DECISION MODE                                                  *
      *================================================================*
       5000-POST-DECISIONS.
           MOVE SPACES TO WS-DEADLINE-DATE
           EXEC SQL
               SELECT COALESCE(MAX(DEADLINE_DATE), ' ')
               INTO :WS-DEADLINE-DATE
               FROM HCAS.ACCESS_RECERT
               WHERE CYCLE_ID = :WS-CYCLE-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
           OR WS-DEADLINE-DATE = SPACES
               DISPLAY 'USRCRT01: CYCLE NOT BUILT - ' WS-CYCLE-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5100-POST-ONE-DECISION
               UNTIL WS-IN-EOF
      *--- PAST THE DEADLINE, SILENCE IS A REVOCATION ---
           IF WS-CURRENT-DATE > WS-DEADLINE-DATE
               PERFORM 6000-EXPIRE-UNREVIEWED
           END-IF.

       5100-POST-ONE-DECISION.
           EVALUATE TRUE
               WHEN NOT RCI-DECISION
                   ADD 1 TO WS-ERRORS
                   DISPLAY 'USRCRT01: DECISION INPUT IS TYPE D ONLY - '
                           RCI-RECORD-TYPE
               WHEN NOT RCD-CERTIFY AND NOT RCD-REVOKE
                   PERFORM 5900-REJECT-DECISION
                   MOVE 'DECISION MUST BE C OR R' TO WS-RPT-LINE(70:)
                   WRITE RCTRPT-RECORD FROM WS-RPT-LINE
               WHEN WS-CURRENT-DATE > WS-DEADLINE-DATE
                   PERFORM 5900-REJECT-DECISION
                   MOVE 'REVIEW DEADLINE HAS PASSED'
                       TO WS-RPT-LINE(70:)
                   WRITE RCTRPT-RECORD FROM WS-RPT-LINE
               WHEN OTHER
                   PERFORM 5200-APPLY-DECISION
           END-EVALUATE
           PERFORM 8000-READ-INPUT.

       5200-APPLY-DECISION.
           MOVE SPACES TO WS-CR-REVIEWER-ID
           MOVE SPACES TO WS-CR-DECISION
           EXEC SQL
               SELECT REVIEWER_ID, DECISION, DOLLAR_LIMIT
               INTO :WS-CR-REVIEWER-ID, :WS-CR-DECISION,
                    :WS-CR-DOLLAR-LIMIT
               FROM HCAS.ACCESS_RECERT
               WHERE CYCLE_ID = :WS-CYCLE-ID
                 AND USER_ID = :RCD-USER-ID
                 AND TRAN_CODE = :RCD-TRAN-CODE
                 AND CAPABILITY = :RCD-CAPABILITY
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = +100
                   PERFORM 5900-REJECT-DECISION
                   MOVE 'NOT IN THIS CYCLE' TO WS-RPT-LINE(70:)
                   WRITE RCTRPT-RECORD FROM WS-RPT-LINE
                   EXIT PARAGRAPH
               WHEN SQLCODE NOT = ZERO
                   PERFORM 5900-REJECT-DECISION
                   MOVE 'RECERT TABLE READ ERROR' TO WS-RPT-LINE(70:)
                   WRITE RCTRPT-RECORD FROM WS-RPT-LINE
                   EXIT PARAGRAPH
               WHEN WS-CR-REVIEWER-ID NOT = RCD-REVIEWER-ID
                   PERFORM 5900-REJECT-DECISION
                   MOVE 'NOT THE ASSIGNED REVIEWER' TO WS-RPT-LINE(70:)
                   WRITE RCTRPT-RECORD FROM WS-RPT-LINE
                   EXIT PARAGRAPH
               WHEN WS-CR-DECISION NOT = SPACE
                   PERFORM 5900-REJECT-DECISION
                   MOVE 'ALREADY DECIDED' TO WS-RPT-LINE(70:)
                   WRITE RCTRPT-RECORD FROM WS-RPT-LINE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE RCD-USER-ID    TO WS-CR-USER-ID
           MOVE RCD-TRAN-CODE  TO WS-CR-TRAN-CODE
           MOVE RCD-CAPABILITY TO WS-CR-CAPABILITY
           SET WS-REMOVE-OK TO TRUE
           IF RCD-REVOKE
               MOVE 'R' TO WS-AUDIT-ACTION
               MOVE RCD-REVIEWER-ID TO WS-AUDIT-USER
               PERFORM 7000-REMOVE-CAPABILITY
           END-IF
           IF WS-REMOVE-OK
               EXEC SQL
                   UPDATE HCAS.ACCESS_RECERT
                   SET DECISION = :RCD-DECISION,
                       DECISION_USER = :RCD-REVIEWER-ID,
                       DECISION_DATE = :WS-CURRENT-DATE,
                       DECISION_COMMENT = :RCD-COMMENT
                   WHERE CYCLE_ID = :WS-CYCLE-ID
                     AND USER_ID = :RCD-USER-ID
                     AND TRAN_CODE = :RCD-TRAN-CODE
                     AND CAPABILITY = :RCD-CAPABILITY
                     AND DECISION = ' '
               END-EXEC
               IF SQLCODE NOT = ZERO
                   SET WS-REMOVE-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-REMOVE-FAILED
               EXEC SQL ROLLBACK END-EXEC
               PERFORM 5900-REJECT-DECISION
               MOVE 'UPDATE FAILED - NOT APPLIED' TO WS-RPT-LINE(70:)
               WRITE RCTRPT-RECORD FROM WS-RPT-LINE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL COMMIT END-EXEC
           MOVE SPACES TO WS-RPT-LINE
           IF RCD-CERTIFY
               ADD 1 TO WS-CERTIFIED
               MOVE 'CERTIFIED ' TO WS-RPT-LINE(1:10)
           ELSE
               ADD 1 TO WS-REVOKED
               MOVE 'REVOKED   ' TO WS-RPT-LINE(1:10)
           END-IF
           PERFORM 5800-FORMAT-CAPABILITY
           WRITE RCTRPT-RECORD FROM WS-RPT-LINE.

       5800-FORMAT-CAPABILITY.
           MOVE WS-CR-USER-ID     TO WS-RPT-LINE(12:8)
           MOVE WS-CR-TRAN-CODE   TO WS-RPT-LINE(22:4)
           MOVE WS-CR-CAPABILITY  TO WS-RPT-LINE(28:1)
           MOVE 'REVIEWER'        TO WS-RPT-LINE(31:8)
           MOVE WS-CR-REVIEWER-ID TO WS-RPT-LINE(40:8).

       5900-REJECT-DECISION.
           ADD 1 TO WS-ERRORS
           MOVE RCD-USER-ID     TO WS-CR-USER-ID
           MOVE RCD-TRAN-CODE   TO WS-CR-TRAN-CODE
           MOVE RCD-CAPABILITY  TO WS-CR-CAPABILITY
           MOVE RCD-REVIEWER-ID TO WS-CR-REVIEWER-ID
           MOVE SPACES TO WS-RPT-LINE
           MOVE 'REJECTED  ' TO WS-RPT-LINE(1:10)
           PERFORM 5800-FORMAT-CAPABILITY
           MOVE 'DECISION ' TO WS-RPT-LINE(50:9)
           MOVE RCD-DECISION TO WS-RPT-LINE(59:1)
           MOVE '-' TO WS-RPT-LINE(66:1).

       6000-EXPIRE-UNREVIEWED.
           EXEC SQL OPEN EXPIRE-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'USRCRT01: EXPIRE CURSOR OPEN ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 6100-EXPIRE-ONE-CAPABILITY
               UNTIL WS-EXP-EOF
           EXEC SQL CLOSE EXPIRE-CURSOR END-EXEC.

       6100-EXPIRE-ONE-CAPABILITY.
           EXEC SQL
               FETCH EXPIRE-CURSOR
               INTO :WS-CR-USER-ID, :WS-CR-TRAN-CODE,
                    :WS-CR-CAPABILITY, :WS-CR-DOLLAR-LIMIT,
                    :WS-CR-REVIEWER-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-EXP-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           SET WS-REMOVE-OK TO TRUE
           MOVE 'E' TO WS-AUDIT-ACTION
           MOVE WS-PROGRAM-ID TO WS-AUDIT-USER
           PERFORM 7000-REMOVE-CAPABILITY
           IF WS-REMOVE-OK
               EXEC SQL
                   UPDATE HCAS.ACCESS_RECERT
                   SET DECISION = 'E',
                       DECISION_USER = :WS-PROGRAM-ID,
                       DECISION_DATE = :WS-CURRENT-DATE,
                       DECISION_COMMENT = 'NOT REVIEWED BY DEADLINE'
                   WHERE CYCLE_ID = :WS-CYCLE-ID
                     AND USER_ID = :WS-CR-USER-ID
                     AND TRAN_CODE = :WS-CR-TRAN-CODE
                     AND CAPABILITY = :WS-CR-CAPABILITY
               END-EXEC
               IF SQLCODE NOT = ZERO
                   SET WS-REMOVE-FAILED TO TRUE
               END-IF
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           IF WS-REMOVE-OK
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-EXPIRED
               MOVE 'EXPIRED   ' TO WS-RPT-LINE(1:10)
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-ERRORS
               MOVE 'EXPIRE ERR' TO WS-RPT-LINE(1:10)
           END-IF
           PERFORM 5800-FORMAT-CAPABILITY
           WRITE RCTRPT-RECORD FROM WS-RPT-LINE.

       7000-REMOVE-CAPABILITY.
      *--- THE GRANT MAY ALREADY HAVE BEEN REMOVED BY SECURITY ---
      *    ADMINISTRATION DURING THE REVIEW - THAT IS NOT AN    ---
      *    ERROR, BUT THE REMOVAL IS ONLY AUDITED WHEN MADE    ---
           EXEC SQL
               DELETE FROM HCAS.USER_AUTHORITY
               WHERE USER_ID = :WS-CR-USER-ID
                 AND TRAN_CODE = :WS-CR-TRAN-CODE
                 AND CAPABILITY = :WS-CR-CAPABILITY
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY 'USRCRT01: AUTHORITY DELETE ERROR '
                           'SQLCODE=' SQLCODE
                           ' USER=' WS-CR-USER-ID
                   SET WS-REMOVE-FAILED TO TRUE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO WS-AUDIT-KEY
           STRING WS-CR-USER-ID DELIMITED SIZE
                  WS-CR-TRAN-CODE DELIMITED SIZE
                  WS-CR-CAPABILITY DELIMITED SIZE
                  INTO WS-AUDIT-KEY
           END-STRING
           MOVE WS-CR-DOLLAR-LIMIT TO WS-AMT-DISP
           MOVE SPACES TO WS-AUDIT-BEFORE
           STRING 'GRANTED LIMIT ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  INTO WS-AUDIT-BEFORE
           END-STRING
           IF WS-AUDIT-ACTION = 'E'
               MOVE 'EXPIRED - NOT RECERTIFIED' TO WS-AUDIT-AFTER
           ELSE
               MOVE 'REVOKED AT RECERTIFICATION' TO WS-AUDIT-AFTER
           END-IF
           EXEC SQL
               INSERT INTO HCAS.SYSTEM_AUDIT_TRAIL
                   (AUDIT_TS, TRAN_CODE, PROGRAM_ID,
                    ENTITY_TYPE, ENTITY_KEY, AUDIT_ACTION,
                    FIELD_NAME, BEFORE_VALUE, AFTER_VALUE,
                    CHANGE_USER, CHANGE_DATE, APPROVAL_ID)
               VALUES
                   (CURRENT TIMESTAMP, 'RCRT', :WS-PROGRAM-ID,
                    'USERAUTH', :WS-AUDIT-KEY, :WS-AUDIT-ACTION,
                    'CAPABILITY', :WS-AUDIT-BEFORE, :WS-AUDIT-AFTER,
                    :WS-AUDIT-USER, :WS-CURRENT-DATE, :WS-CYCLE-ID)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'USRCRT01: AUDIT INSERT ERROR SQLCODE='
                       SQLCODE ' USER=' WS-CR-USER-ID
               SET WS-REMOVE-FAILED TO TRUE
           END-IF.

       8000-READ-INPUT.
           READ RCTIN-FILE
               AT END
                   SET WS-IN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE RCTRPT-RECORD FROM WS-RPT-LINE
           IF RCP-MODE-BUILD
               MOVE WS-PROFILES-LOADED TO WS-CNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'REPORTING LINES LOADED: ' DELIMITED SIZE
                      WS-CNT-DISP DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE RCTRPT-RECORD FROM WS-RPT-LINE
               MOVE WS-CAPS-LISTED TO WS-CNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'CAPABILITIES FOR REVIEW:' DELIMITED SIZE
                      WS-CNT-DISP DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE RCTRPT-RECORD FROM WS-RPT-LINE
               MOVE WS-CAPS-DORMANT TO WS-CNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING '  DORMANT:              ' DELIMITED SIZE
                      WS-CNT-DISP DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE RCTRPT-RECORD FROM WS-RPT-LINE
               MOVE WS-CAPS-CONFLICT TO WS-CNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING '  MAKER AND CHECKER:    ' DELIMITED SIZE
                      WS-CNT-DISP DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE RCTRPT-RECORD FROM WS-RPT-LINE
               MOVE WS-CAPS-DEPT-CHANGE TO WS-CNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING '  DEPARTMENT CHANGED:   ' DELIMITED SIZE
                      WS-CNT-DISP DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE RCTRPT-RECORD FROM WS-RPT-LINE
               MOVE WS-CAPS-INACTIVE TO WS-CNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING '  USER INACTIVE:        ' DELIMITED SIZE
                      WS-CNT-DISP DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE RCTRPT-RECORD FROM WS-RPT-LINE
               MOVE WS-PACKAGES TO WS-CNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'REVIEW PACKAGES:        ' DELIMITED SIZE
                      WS-CNT-DISP DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE RCTRPT-RECORD FROM WS-RPT-LINE
           ELSE
               MOVE WS-CERTIFIED TO WS-CNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'CERTIFIED:              ' DELIMITED SIZE
                      WS-CNT-DISP DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE RCTRPT-RECORD FROM WS-RPT-LINE
               MOVE WS-REVOKED TO WS-CNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'REVOKED:                ' DELIMITED SIZE
                      WS-CNT-DISP DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE RCTRPT-RECORD FROM WS-RPT-LINE
               MOVE WS-EXPIRED TO WS-CNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'EXPIRED AFTER DEADLINE: ' DELIMITED SIZE
                      WS-CNT-DISP DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE RCTRPT-RECORD FROM WS-RPT-LINE
           END-IF
           MOVE WS-ERRORS TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ERRORS / REJECTED:      ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE RCTRPT-RECORD FROM WS-RPT-LINE
           DISPLAY 'USRCRT01: RECORDS READ:   ' WS-RECORDS-READ
           DISPLAY 'USRCRT01: LISTED:         ' WS-CAPS-LISTED
           DISPLAY 'USRCRT01: CERTIFIED:      ' WS-CERTIFIED
           DISPLAY 'USRCRT01: REVOKED:        ' WS-REVOKED
           DISPLAY 'USRCRT01: EXPIRED:        ' WS-EXPIRED
           DISPLAY 'USRCRT01: ERRORS:         ' WS-ERRORS
           CLOSE RCTIN-FILE
           CLOSE RCTPKG-FILE
           CLOSE RCTRPT-FILE
           IF WS-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
