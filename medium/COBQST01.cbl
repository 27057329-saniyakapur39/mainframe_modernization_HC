       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COBQST01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-09-14.
      *================================================================*
      * PROGRAM:  COBQST01                                             *
      * PURPOSE:  ANNUAL COORDINATION-OF-BENEFITS QUESTIONNAIRE        *
      *           MAIL MODE (PARM M): SELECTS EVERY ENROLLED           *
      *           SUBSCRIBER NOT MAILED A QUESTIONNAIRE IN THE LAST    *
      *           12 MONTHS AND WRITES THE PRINT/MAIL EXTRACT - THE    *
      *           SUBSCRIBER ADDRESS, EACH FAMILY MEMBER, AND THE      *
      *           OTHER COVERAGE ALREADY ON HCAS.MEMBER_OHI FOR THE    *
      *           FAMILY TO CONFIRM OR CORRECT. EACH MAILING IS        *
      *           LOGGED ON HCAS.COB_QUESTIONNAIRE. THE FORM FOLLOWS   *
      *           THE SUBSCRIBER'S ALL-MAIL CONFIDENTIAL-              *
      *           COMMUNICATION REQUEST (CONFML01) - ALTERNATE         *
      *           ADDRESS, OR NOT MAILED UNDER A NO-PAPER REQUEST.     *
      *           RESPONSE MODE (PARM R): POSTS THE KEYED RETURNS TO   *
      *           THE OTHER-COVERAGE REGISTRY (SOURCE Q):              *
      *             N - NO OTHER COVERAGE: OPEN POLICIES ARE TERMED    *
      *                 AS OF THE SIGNATURE DATE                       *
      *             Y - OTHER COVERAGE: THE POLICY IS UPDATED IF ON    *
      *                 FILE (SAME POLICY NUMBER AND COVERAGE TYPE),   *
      *                 OTHERWISE ADDED                                *
      *           AND MARKS THE MAILING RESPONDED. RESPONSES THAT      *
      *           FAIL VALIDATION ARE LISTED ON THE EXCEPTION REPORT   *
      *           FOR THE COB UNIT TO FOLLOW UP THROUGH OHIMNT1.       *
      * INPUTS:   COBQPARM - RUN MODE (M=MAIL, R=RESPONSE)             *
      *           COBQRSIN - KEYED QUESTIONNAIRE RESPONSES (MODE R)    *
      *           DB2 TABLES - HCAS.MEMBER, HCAS.ENROLLMENT,           *
      *           HCAS.MEMBER_OHI, HCAS.COB_QUESTIONNAIRE              *
      * OUTPUTS:  COBQOUT - QUESTIONNAIRE PRINT/MAIL EXTRACT (MODE M)  *
      *           COBQRPT - RESPONSE EXCEPTION REPORT (MODE R)         *
      *           DB2 TABLES - HCAS.MEMBER_OHI,                        *
      *           HCAS.COB_QUESTIONNAIRE                               *
      * FREQUENCY: MAIL MODE MONTHLY (ANNIVERSARY COHORTS),            *
      *            RESPONSE MODE DAILY                                 *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBQPARM-FILE
               ASSIGN TO COBQPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT COBQRSIN-FILE
               ASSIGN TO COBQRSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSP-STATUS.

           SELECT COBQOUT-FILE
               ASSIGN TO COBQOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT COBQRPT-FILE
               ASSIGN TO COBQRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COBQPARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  COBQPARM-RECORD.
           05  CQP-RUN-MODE            PIC X(01).
               88  CQP-MODE-MAIL       VALUE 'M'.
               88  CQP-MODE-RESPONSE   VALUE 'R'.
           05  FILLER                  PIC X(79).

      *--- ONE RESPONSE PER MEMBER PER OTHER POLICY REPORTED, ---
      *    OR A SINGLE N RECORD FOR A MEMBER WITH NONE         ---
       FD  COBQRSIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.
       01  COBQRSIN-RECORD.
           05  CQR-SUBSCRIBER-ID       PIC X(12).
           05  CQR-MEMBER-ID           PIC X(12).
           05  CQR-RESPONSE-IND        PIC X(01).
               88  CQR-NO-OTHER-COV    VALUE 'N'.
               88  CQR-HAS-OTHER-COV   VALUE 'Y'.
           05  CQR-CARRIER-ID          PIC X(10).
           05  CQR-CARRIER-NAME        PIC X(35).
           05  CQR-POLICY-NO           PIC X(20).
           05  CQR-COVERAGE-TYPE       PIC X(02).
           05  CQR-POLICY-TYPE         PIC X(01).
           05  CQR-HOLDER-REL          PIC X(02).
           05  CQR-HOLDER-NAME         PIC X(35).
           05  CQR-HOLDER-DOB          PIC X(08).
           05  CQR-MEDICARE-BASIS      PIC X(01).
           05  CQR-EFF-DATE            PIC X(08).
           05  CQR-TERM-DATE           PIC X(08).
           05  CQR-SIGNED-DATE         PIC X(08).
           05  FILLER                  PIC X(87).

       FD  COBQOUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  COBQOUT-RECORD.
           05  CQO-REC-TYPE            PIC X(01).
               88  CQO-SUBSCRIBER-REC  VALUE 'S'.
               88  CQO-MEMBER-REC      VALUE 'M'.
               88  CQO-POLICY-REC      VALUE 'O'.
           05  CQO-SUBSCRIBER-ID       PIC X(12).
           05  CQO-REC-DATA            PIC X(187).

      *--- S - ONE PER QUESTIONNAIRE: THE MAILING ADDRESS ---
       01  CQO-SUBSCRIBER REDEFINES COBQOUT-RECORD.
           05  FILLER                  PIC X(13).
           05  CQO-S-LAST-NAME         PIC X(35).
           05  CQO-S-FIRST-NAME        PIC X(25).
           05  CQO-S-ADDR-LINE-1       PIC X(55).
           05  CQO-S-CITY              PIC X(30).
           05  CQO-S-STATE             PIC X(02).
           05  CQO-S-ZIP               PIC X(09).
           05  CQO-S-LANGUAGE          PIC X(03).
           05  CQO-S-MAIL-DATE         PIC X(08).
           05  CQO-S-RETURN-BY-DATE    PIC X(08).
           05  FILLER                  PIC X(12).

      *--- M - EACH FAMILY MEMBER THE FORM ASKS ABOUT ---
       01  CQO-MEMBER REDEFINES COBQOUT-RECORD.
           05  FILLER                  PIC X(13).
           05  CQO-M-MEMBER-ID         PIC X(12).
           05  CQO-M-LAST-NAME         PIC X(35).
           05  CQO-M-FIRST-NAME        PIC X(25).
           05  CQO-M-DOB               PIC X(08).
           05  CQO-M-RELATIONSHIP      PIC X(02).
           05  FILLER                  PIC X(105).

      *--- O - OTHER COVERAGE ALREADY ON FILE, TO CONFIRM ---
       01  CQO-POLICY REDEFINES COBQOUT-RECORD.
           05  FILLER                  PIC X(13).
           05  CQO-O-MEMBER-ID         PIC X(12).
           05  CQO-O-CARRIER-NAME      PIC X(35).
           05  CQO-O-POLICY-NO         PIC X(20).
           05  CQO-O-COVERAGE-TYPE     PIC X(02).
           05  CQO-O-POLICY-TYPE       PIC X(01).
           05  CQO-O-HOLDER-NAME       PIC X(35).
           05  CQO-O-EFF-DATE          PIC X(08).
           05  FILLER                  PIC X(74).

       FD  COBQRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  COBQRPT-RECORD              PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY OHICOPY.
       COPY ABORTWSC.
       COPY CCMCOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-PARM-STATUS              PIC X(02).
       01  WS-RSP-STATUS               PIC X(02).
       01  WS-OUT-STATUS               PIC X(02).
       01  WS-RPT-STATUS               PIC X(02).
       01  WS-RPT-LINE                 PIC X(133).

       01  WS-RUN-MODE                 PIC X(01) VALUE 'M'.
           88  WS-MODE-MAIL            VALUE 'M'.
           88  WS-MODE-RESPONSE        VALUE 'R'.

       01  WS-SWITCHES.
           05  WS-SUB-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-SUB-EOF          VALUE 'Y'.
               88  WS-SUB-NOT-EOF      VALUE 'N'.
           05  WS-FAM-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-FAM-EOF          VALUE 'Y'.
               88  WS-FAM-NOT-EOF      VALUE 'N'.
           05  WS-POL-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-POL-EOF          VALUE 'Y'.
               88  WS-POL-NOT-EOF      VALUE 'N'.
           05  WS-RSP-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-RSP-EOF          VALUE 'Y'.
               88  WS-RSP-NOT-EOF      VALUE 'N'.
           05  WS-RSP-VALID-SW         PIC X(01) VALUE 'Y'.
               88  WS-RSP-VALID        VALUE 'Y'.
               88  WS-RSP-INVALID      VALUE 'N'.

      *--- ENROLLED SUBSCRIBERS NOT MAILED IN THE LAST YEAR ---
           EXEC SQL DECLARE SUBSCRIBER-CURSOR CURSOR FOR
               SELECT M.MEMBER_ID, M.LAST_NAME, M.FIRST_NAME,
                      COALESCE(M.LANGUAGE_CODE, 'ENG'),
                      COALESCE(M.ADDR_LINE_1, ' '),
                      COALESCE(M.CITY, ' '),
                      COALESCE(M.STATE, ' '),
                      COALESCE(M.ZIP_CODE, ' ')
               FROM HCAS.MEMBER M
               WHERE COALESCE(M.RELATIONSHIP_CODE, '18') = '18'
                 AND EXISTS (
                     SELECT 1
                     FROM HCAS.ENROLLMENT E
                     WHERE E.MEMBER_ID = M.MEMBER_ID
                       AND E.ELIG_STATUS IN ('A', 'C')
                       AND E.EFF_DATE <= :WS-CURRENT-DATE
                       AND E.TERM_DATE >= :WS-CURRENT-DATE
                 )
                 AND NOT EXISTS (
                     SELECT 1
                     FROM HCAS.COB_QUESTIONNAIRE Q
                     WHERE Q.SUBSCRIBER_ID = M.MEMBER_ID
                       AND Q.MAIL_DATE > :WS-CQW-CUTOFF-DATE
                 )
               ORDER BY M.MEMBER_ID
           END-EXEC

      *--- THE SUBSCRIBER AND EVERY DEPENDENT ON THE CONTRACT ---
           EXEC SQL DECLARE FAMILY-CURSOR CURSOR FOR
               SELECT MEMBER_ID, LAST_NAME, FIRST_NAME,
                      DATE_OF_BIRTH,
                      COALESCE(RELATIONSHIP_CODE, '18')
               FROM HCAS.MEMBER
               WHERE SUBSCRIBER_ID = :WS-SUB-MEMBER-ID
               ORDER BY MEMBER_ID
           END-EXEC

      *--- OTHER COVERAGE STILL OPEN FOR ONE FAMILY MEMBER ---
           EXEC SQL DECLARE POLICY-CURSOR CURSOR FOR
               SELECT CARRIER_NAME, POLICY_NO, COVERAGE_TYPE,
                      POLICY_TYPE, HOLDER_NAME, EFF_DATE
               FROM HCAS.MEMBER_OHI
               WHERE MEMBER_ID = :WS-FAM-MEMBER-ID
                 AND OHI_STATUS = 'A'
                 AND TERM_DATE >= :WS-CURRENT-DATE
               ORDER BY OHI_SEQ
           END-EXEC

       01  WS-SUBSCRIBER-ROW.
           05  WS-SUB-MEMBER-ID        PIC X(12).
           05  WS-SUB-LAST-NAME        PIC X(35).
           05  WS-SUB-FIRST-NAME       PIC X(25).
           05  WS-SUB-LANGUAGE         PIC X(03).
           05  WS-SUB-ADDR-LINE-1      PIC X(55).
           05  WS-SUB-CITY             PIC X(30).
           05  WS-SUB-STATE            PIC X(02).
           05  WS-SUB-ZIP              PIC X(09).

       01  WS-FAMILY-ROW.
           05  WS-FAM-MEMBER-ID        PIC X(12).
           05  WS-FAM-LAST-NAME        PIC X(35).
           05  WS-FAM-FIRST-NAME       PIC X(25).
           05  WS-FAM-DOB              PIC X(08).
           05  WS-FAM-RELATIONSHIP     PIC X(02).

       01  WS-QUESTIONNAIRE-WORK.
           05  WS-CQW-CUTOFF-DATE      PIC X(08).
           05  WS-CQW-CUTOFF-YYYY      PIC 9(04).
      *--- FORMS ARE DUE BACK 30 DAYS AFTER MAILING ---
           05  WS-CQW-RETURN-BY-DATE   PIC X(08).
           05  WS-CQW-DAY-NUMBER       PIC S9(09) COMP.
           05  WS-CQW-MAX-SEQ          PIC S9(04) COMP.
           05  WS-CQW-FAMILY-COUNT     PIC S9(04) COMP.
           05  WS-CQW-REJECT-REASON    PIC X(40).

       01  WS-CQ-COUNTERS.
           05  WS-SUBSCRIBERS-MAILED   PIC 9(07) VALUE ZERO.
           05  WS-SUBSCRIBERS-NO-PAPER PIC 9(07) VALUE ZERO.
           05  WS-MEMBERS-LISTED       PIC 9(07) VALUE ZERO.
           05  WS-POLICIES-LISTED      PIC 9(07) VALUE ZERO.
           05  WS-RESPONSES-READ       PIC 9(07) VALUE ZERO.
           05  WS-POLICIES-ADDED       PIC 9(07) VALUE ZERO.
           05  WS-POLICIES-UPDATED     PIC 9(07) VALUE ZERO.
           05  WS-POLICIES-TERMED      PIC 9(07) VALUE ZERO.
           05  WS-RESPONSES-REJECTED   PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-MODE-RESPONSE
               PERFORM 5000-POST-ONE-RESPONSE
                   UNTIL WS-RSP-EOF
           ELSE
               PERFORM 2000-MAIL-ONE-SUBSCRIBER
                   UNTIL WS-SUB-EOF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'COBQST01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
      *--- ANNUAL MEANS NOTHING MAILED IN THE LAST 12 MONTHS ---
           MOVE FUNCTION NUMVAL(WS-CURRENT-DATE(1:4))
               TO WS-CQW-CUTOFF-YYYY
           SUBTRACT 1 FROM WS-CQW-CUTOFF-YYYY
           MOVE WS-CURRENT-DATE    TO WS-CQW-CUTOFF-DATE
           MOVE WS-CQW-CUTOFF-YYYY TO WS-CQW-CUTOFF-DATE(1:4)
           COMPUTE WS-CQW-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-DATE)) + 30
           MOVE FUNCTION DATE-OF-INTEGER(WS-CQW-DAY-NUMBER)
               TO WS-CQW-RETURN-BY-DATE
           OPEN INPUT COBQPARM-FILE
           IF WS-PARM-STATUS = '00'
               READ COBQPARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CQP-RUN-MODE TO WS-RUN-MODE
               END-READ
               CLOSE COBQPARM-FILE
           END-IF
           IF WS-MODE-RESPONSE
               OPEN INPUT COBQRSIN-FILE
               IF WS-RSP-STATUS NOT = '00'
                   DISPLAY 'COBQST01: ERROR OPENING COBQRSIN - '
                           WS-RSP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT COBQRPT-FILE
               PERFORM 5900-WRITE-REPORT-HEADER
               PERFORM 5100-READ-RESPONSE
           ELSE
               OPEN OUTPUT COBQOUT-FILE
               EXEC SQL OPEN SUBSCRIBER-CURSOR END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'COBQST01: SUBSCRIBER CURSOR OPEN ERROR - '
                           'SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2100-FETCH-NEXT-SUBSCRIBER
           END-IF.

      *================================================================*
      * MAIL MODE                                                      *
      *================================================================*
       2000-MAIL-ONE-SUBSCRIBER.
           PERFORM 2200-CHECK-CONFIDENTIAL-MAIL
           IF CCM-ROUTE-NO-PAPER
               ADD 1 TO WS-SUBSCRIBERS-NO-PAPER
               PERFORM 2100-FETCH-NEXT-SUBSCRIBER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO COBQOUT-RECORD
           SET CQO-SUBSCRIBER-REC TO TRUE
           MOVE WS-SUB-MEMBER-ID      TO CQO-SUBSCRIBER-ID
           MOVE WS-SUB-LAST-NAME      TO CQO-S-LAST-NAME
           MOVE WS-SUB-FIRST-NAME     TO CQO-S-FIRST-NAME
           MOVE WS-SUB-ADDR-LINE-1    TO CQO-S-ADDR-LINE-1
           MOVE WS-SUB-CITY           TO CQO-S-CITY
           MOVE WS-SUB-STATE          TO CQO-S-STATE
           MOVE WS-SUB-ZIP            TO CQO-S-ZIP
           MOVE WS-SUB-LANGUAGE       TO CQO-S-LANGUAGE
           MOVE WS-CURRENT-DATE       TO CQO-S-MAIL-DATE
           MOVE WS-CQW-RETURN-BY-DATE TO CQO-S-RETURN-BY-DATE
           WRITE COBQOUT-RECORD
           PERFORM 3000-LIST-FAMILY
           PERFORM 4000-LOG-MAILING
           ADD 1 TO WS-SUBSCRIBERS-MAILED
           PERFORM 2100-FETCH-NEXT-SUBSCRIBER.

       2100-FETCH-NEXT-SUBSCRIBER.
           EXEC SQL
               FETCH SUBSCRIBER-CURSOR
               INTO :WS-SUB-MEMBER-ID, :WS-SUB-LAST-NAME,
                    :WS-SUB-FIRST-NAME, :WS-SUB-LANGUAGE,
                    :WS-SUB-ADDR-LINE-1, :WS-SUB-CITY,
                    :WS-SUB-STATE, :WS-SUB-ZIP
           END-EXEC
           IF SQLCODE = +100
               SET WS-SUB-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'COBQST01: SUBSCRIBER FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-SUB-EOF TO TRUE
           END-IF.

       2200-CHECK-CONFIDENTIAL-MAIL.
      *--- THE RECORD HAS ONE STREET LINE - A SECOND ALTERNATE ---
      *    ADDRESS LINE IS CARRIED ON THE END OF THE FIRST     ---
           MOVE WS-SUB-MEMBER-ID TO CCM-MEMBER-ID
           MOVE WS-SUB-MEMBER-ID TO CCM-SUBSCRIBER-ID
           MOVE SPACES           TO CCM-CLAIM-ID
           MOVE WS-CURRENT-DATE  TO CCM-AS-OF-DATE
           CALL 'CONFML01' USING CCM-ROUTE-REQUEST
                                 CCM-ROUTE-RESPONSE
           IF CCM-ROUTE-ALTERNATE
               MOVE SPACES TO WS-SUB-ADDR-LINE-1
               STRING CCM-ALT-ADDR-LINE-1 DELIMITED '  '
                      ' '                 DELIMITED SIZE
                      CCM-ALT-ADDR-LINE-2 DELIMITED '  '
                      INTO WS-SUB-ADDR-LINE-1
               END-STRING
               MOVE CCM-ALT-CITY     TO WS-SUB-CITY
               MOVE CCM-ALT-STATE    TO WS-SUB-STATE
               MOVE CCM-ALT-ZIP-CODE TO WS-SUB-ZIP
           END-IF.

       3000-LIST-FAMILY.
           SET WS-FAM-NOT-EOF TO TRUE
           EXEC SQL OPEN FAMILY-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'COBQST01: FAMILY CURSOR OPEN ERROR SQLCODE='
                       SQLCODE ' SUB=' WS-SUB-MEMBER-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-FETCH-NEXT-FAMILY
           PERFORM 3200-LIST-ONE-MEMBER
               UNTIL WS-FAM-EOF
           EXEC SQL CLOSE FAMILY-CURSOR END-EXEC.

       3100-FETCH-NEXT-FAMILY.
           EXEC SQL
               FETCH FAMILY-CURSOR
               INTO :WS-FAM-MEMBER-ID, :WS-FAM-LAST-NAME,
                    :WS-FAM-FIRST-NAME, :WS-FAM-DOB,
                    :WS-FAM-RELATIONSHIP
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-FAM-EOF TO TRUE
           END-IF.

       3200-LIST-ONE-MEMBER.
           MOVE SPACES TO COBQOUT-RECORD
           SET CQO-MEMBER-REC TO TRUE
           MOVE WS-SUB-MEMBER-ID    TO CQO-SUBSCRIBER-ID
           MOVE WS-FAM-MEMBER-ID    TO CQO-M-MEMBER-ID
           MOVE WS-FAM-LAST-NAME    TO CQO-M-LAST-NAME
           MOVE WS-FAM-FIRST-NAME   TO CQO-M-FIRST-NAME
           MOVE WS-FAM-DOB          TO CQO-M-DOB
           MOVE WS-FAM-RELATIONSHIP TO CQO-M-RELATIONSHIP
           WRITE COBQOUT-RECORD
           ADD 1 TO WS-MEMBERS-LISTED
           PERFORM 3300-LIST-MEMBER-POLICIES
           PERFORM 3100-FETCH-NEXT-FAMILY.

       3300-LIST-MEMBER-POLICIES.
           SET WS-POL-NOT-EOF TO TRUE
           EXEC SQL OPEN POLICY-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 3310-FETCH-NEXT-POLICY
           PERFORM 3320-LIST-ONE-POLICY
               UNTIL WS-POL-EOF
           EXEC SQL CLOSE POLICY-CURSOR END-EXEC.

       3310-FETCH-NEXT-POLICY.
           EXEC SQL
               FETCH POLICY-CURSOR
               INTO :OHI-CARRIER-NAME, :OHI-POLICY-NO,
                    :OHI-COVERAGE-TYPE, :OHI-POLICY-TYPE,
                    :OHI-HOLDER-NAME, :OHI-EFF-DATE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-POL-EOF TO TRUE
           END-IF.

       3320-LIST-ONE-POLICY.
           MOVE SPACES TO COBQOUT-RECORD
           SET CQO-POLICY-REC TO TRUE
           MOVE WS-SUB-MEMBER-ID  TO CQO-SUBSCRIBER-ID
           MOVE WS-FAM-MEMBER-ID  TO CQO-O-MEMBER-ID
           MOVE OHI-CARRIER-NAME  TO CQO-O-CARRIER-NAME
           MOVE OHI-POLICY-NO     TO CQO-O-POLICY-NO
           MOVE OHI-COVERAGE-TYPE TO CQO-O-COVERAGE-TYPE
           MOVE OHI-POLICY-TYPE   TO CQO-O-POLICY-TYPE
           MOVE OHI-HOLDER-NAME   TO CQO-O-HOLDER-NAME
           MOVE OHI-EFF-DATE      TO CQO-O-EFF-DATE
           WRITE COBQOUT-RECORD
           ADD 1 TO WS-POLICIES-LISTED
           PERFORM 3310-FETCH-NEXT-POLICY.

       4000-LOG-MAILING.
           EXEC SQL
               INSERT INTO HCAS.COB_QUESTIONNAIRE
                   (SUBSCRIBER_ID, MAIL_DATE, RETURN_BY_DATE,
                    QUEST_STATUS)
               VALUES
                   (:WS-SUB-MEMBER-ID, :WS-CURRENT-DATE,
                    :WS-CQW-RETURN-BY-DATE, 'M')
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
               DISPLAY 'COBQST01: QUESTIONNAIRE LOG INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' SUB=' WS-SUB-MEMBER-ID
           END-IF.

      *================================================================*
      * RESPONSE MODE                                                  *
      *================================================================*
       5000-POST-ONE-RESPONSE.
           ADD 1 TO WS-RESPONSES-READ
           PERFORM 5200-VALIDATE-RESPONSE
           IF WS-RSP-VALID
               IF CQR-NO-OTHER-COV
                   PERFORM 6000-TERM-OPEN-POLICIES
               ELSE
                   PERFORM 7000-ADD-OR-UPDATE-POLICY
               END-IF
           END-IF
           IF WS-RSP-VALID
               PERFORM 8000-MARK-RESPONDED
           ELSE
               ADD 1 TO WS-RESPONSES-REJECTED
               PERFORM 5800-WRITE-REJECT-LINE
           END-IF
           PERFORM 5100-READ-RESPONSE.

       5100-READ-RESPONSE.
           READ COBQRSIN-FILE
               AT END
                   SET WS-RSP-EOF TO TRUE
           END-READ.

       5200-VALIDATE-RESPONSE.
           SET WS-RSP-VALID TO TRUE
           MOVE SPACES TO WS-CQW-REJECT-REASON
      *--- THE MEMBER MUST BE ON THE RESPONDING SUBSCRIBER'S ---
      *    CONTRACT                                          ---
           MOVE ZERO TO WS-CQW-FAMILY-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CQW-FAMILY-COUNT
               FROM HCAS.MEMBER
               WHERE MEMBER_ID = :CQR-MEMBER-ID
                 AND SUBSCRIBER_ID = :CQR-SUBSCRIBER-ID
           END-EXEC
           MOVE CQR-COVERAGE-TYPE  TO OHI-COVERAGE-TYPE
           MOVE CQR-POLICY-TYPE    TO OHI-POLICY-TYPE
           MOVE CQR-HOLDER-REL     TO OHI-HOLDER-REL
           MOVE CQR-MEDICARE-BASIS TO OHI-MEDICARE-BASIS
           EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
               OR   WS-CQW-FAMILY-COUNT = ZERO
                   MOVE 'MEMBER NOT ON SUBSCRIBER CONTRACT'
                       TO WS-CQW-REJECT-REASON
               WHEN CQR-SIGNED-DATE NOT NUMERIC
                   MOVE 'SIGNATURE DATE MISSING'
                       TO WS-CQW-REJECT-REASON
               WHEN NOT CQR-NO-OTHER-COV
               AND  NOT CQR-HAS-OTHER-COV
                   MOVE 'RESPONSE MUST BE Y OR N'
                       TO WS-CQW-REJECT-REASON
               WHEN CQR-NO-OTHER-COV
                   CONTINUE
               WHEN CQR-CARRIER-NAME = SPACES
                   MOVE 'CARRIER NAME MISSING'
                       TO WS-CQW-REJECT-REASON
               WHEN CQR-POLICY-NO = SPACES
                   MOVE 'POLICY NUMBER MISSING'
                       TO WS-CQW-REJECT-REASON
               WHEN NOT OHI-COV-VALID
                   MOVE 'INVALID COVERAGE TYPE'
                       TO WS-CQW-REJECT-REASON
               WHEN NOT OHI-POL-VALID
                   MOVE 'INVALID POLICY TYPE'
                       TO WS-CQW-REJECT-REASON
               WHEN NOT OHI-REL-VALID
                   MOVE 'INVALID HOLDER RELATIONSHIP'
                       TO WS-CQW-REJECT-REASON
               WHEN CQR-HOLDER-DOB NOT NUMERIC
                   MOVE 'POLICYHOLDER DOB MISSING'
                       TO WS-CQW-REJECT-REASON
               WHEN OHI-POL-MEDICARE AND NOT OHI-MCR-VALID
                   MOVE 'MEDICARE BASIS MISSING'
                       TO WS-CQW-REJECT-REASON
               WHEN CQR-EFF-DATE NOT NUMERIC
                   MOVE 'EFFECTIVE DATE MISSING'
                       TO WS-CQW-REJECT-REASON
               WHEN CQR-TERM-DATE NOT = SPACES
               AND  CQR-TERM-DATE NOT NUMERIC
                   MOVE 'INVALID TERM DATE'
                       TO WS-CQW-REJECT-REASON
           END-EVALUATE
           IF WS-CQW-REJECT-REASON NOT = SPACES
               SET WS-RSP-INVALID TO TRUE
           END-IF.

       5800-WRITE-REJECT-LINE.
           MOVE SPACES TO WS-RPT-LINE
           STRING CQR-SUBSCRIBER-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CQR-MEMBER-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CQR-RESPONSE-IND DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CQR-POLICY-NO DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  CQR-COVERAGE-TYPE DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  WS-CQW-REJECT-REASON DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE COBQRPT-RECORD FROM WS-RPT-LINE.

       5900-WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'COBQST01  COB QUESTIONNAIRE RESPONSE EXCEPTIONS'
                      DELIMITED SIZE
                  '   RUN DATE ' DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE COBQRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SUBSCRIBER   MEMBER       R POLICY NUMBER       '
                      DELIMITED SIZE
                  ' CV  REASON' DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE COBQRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE COBQRPT-RECORD FROM WS-RPT-LINE.

       6000-TERM-OPEN-POLICIES.
      *--- THE FAMILY REPORTS NO OTHER COVERAGE - WHATEVER IS ---
      *    STILL OPEN ENDS AS OF THE SIGNATURE DATE            ---
           EXEC SQL
               UPDATE HCAS.MEMBER_OHI
               SET TERM_DATE = :CQR-SIGNED-DATE,
                   OHI_STATUS = 'T',
                   SOURCE = 'Q',
                   VERIFIED_DATE = :WS-CURRENT-DATE,
                   LAST_UPD_DATE = :WS-CURRENT-DATE,
                   LAST_UPD_USER = :WS-PROGRAM-ID
               WHERE MEMBER_ID = :CQR-MEMBER-ID
                 AND OHI_STATUS = 'A'
                 AND TERM_DATE > :CQR-SIGNED-DATE
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD SQLERRD(3) TO WS-POLICIES-TERMED
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'COBQST01: OHI TERM ERROR SQLCODE='
                           SQLCODE ' MBR=' CQR-MEMBER-ID
                   SET WS-RSP-INVALID TO TRUE
                   MOVE 'DB2 ERROR TERMING OTHER COVERAGE'
                       TO WS-CQW-REJECT-REASON
           END-EVALUATE.

       7000-ADD-OR-UPDATE-POLICY.
           MOVE CQR-MEMBER-ID      TO OHI-MEMBER-ID
           MOVE CQR-CARRIER-ID     TO OHI-CARRIER-ID
           MOVE CQR-CARRIER-NAME   TO OHI-CARRIER-NAME
           MOVE CQR-POLICY-NO      TO OHI-POLICY-NO
           MOVE CQR-HOLDER-NAME    TO OHI-HOLDER-NAME
           MOVE CQR-HOLDER-DOB     TO OHI-HOLDER-DOB
           IF NOT OHI-POL-MEDICARE
               MOVE SPACE TO OHI-MEDICARE-BASIS
           END-IF
           MOVE CQR-EFF-DATE       TO OHI-EFF-DATE
           IF CQR-TERM-DATE NUMERIC
               MOVE CQR-TERM-DATE  TO OHI-TERM-DATE
           ELSE
               MOVE '99991231'     TO OHI-TERM-DATE
           END-IF
           IF OHI-TERM-DATE < WS-CURRENT-DATE
               SET OHI-STAT-TERMED TO TRUE
           ELSE
               SET OHI-STAT-ACTIVE TO TRUE
           END-IF
      *--- THE SAME POLICY ALREADY ON FILE IS REFRESHED FROM ---
      *    THE FORM RATHER THAN ADDED A SECOND TIME          ---
           EXEC SQL
               UPDATE HCAS.MEMBER_OHI
               SET CARRIER_ID = :OHI-CARRIER-ID,
                   CARRIER_NAME = :OHI-CARRIER-NAME,
                   POLICY_TYPE = :OHI-POLICY-TYPE,
                   HOLDER_REL = :OHI-HOLDER-REL,
                   HOLDER_NAME = :OHI-HOLDER-NAME,
                   HOLDER_DOB = :OHI-HOLDER-DOB,
                   MEDICARE_BASIS = :OHI-MEDICARE-BASIS,
                   EFF_DATE = :OHI-EFF-DATE,
                   TERM_DATE = :OHI-TERM-DATE,
                   SOURCE = 'Q',
                   VERIFIED_DATE = :WS-CURRENT-DATE,
                   OHI_STATUS = :OHI-STATUS,
                   LAST_UPD_DATE = :WS-CURRENT-DATE,
                   LAST_UPD_USER = :WS-PROGRAM-ID
               WHERE MEMBER_ID = :OHI-MEMBER-ID
                 AND POLICY_NO = :OHI-POLICY-NO
                 AND COVERAGE_TYPE = :OHI-COVERAGE-TYPE
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-POLICIES-UPDATED
               WHEN +100
                   PERFORM 7100-INSERT-POLICY
               WHEN OTHER
                   DISPLAY 'COBQST01: OHI UPDATE ERROR SQLCODE='
                           SQLCODE ' MBR=' OHI-MEMBER-ID
                   SET WS-RSP-INVALID TO TRUE
                   MOVE 'DB2 ERROR UPDATING OTHER COVERAGE'
                       TO WS-CQW-REJECT-REASON
           END-EVALUATE.

       7100-INSERT-POLICY.
           EXEC SQL
               SELECT COALESCE(MAX(OHI_SEQ), 0)
               INTO :WS-CQW-MAX-SEQ
               FROM HCAS.MEMBER_OHI
               WHERE MEMBER_ID = :OHI-MEMBER-ID
           END-EXEC
           COMPUTE OHI-SEQ = WS-CQW-MAX-SEQ + 1
           EXEC SQL
               INSERT INTO HCAS.MEMBER_OHI
                   (MEMBER_ID, OHI_SEQ, CARRIER_ID, CARRIER_NAME,
                    POLICY_NO, COVERAGE_TYPE, POLICY_TYPE,
                    HOLDER_REL, HOLDER_NAME, HOLDER_DOB,
                    MEDICARE_BASIS, EFF_DATE, TERM_DATE, SOURCE,
                    VERIFIED_DATE, OHI_STATUS,
                    LAST_UPD_DATE, LAST_UPD_USER)
               VALUES
                   (:OHI-MEMBER-ID, :OHI-SEQ, :OHI-CARRIER-ID,
                    :OHI-CARRIER-NAME, :OHI-POLICY-NO,
                    :OHI-COVERAGE-TYPE, :OHI-POLICY-TYPE,
                    :OHI-HOLDER-REL, :OHI-HOLDER-NAME,
                    :OHI-HOLDER-DOB, :OHI-MEDICARE-BASIS,
                    :OHI-EFF-DATE, :OHI-TERM-DATE, 'Q',
                    :WS-CURRENT-DATE, :OHI-STATUS,
                    :WS-CURRENT-DATE, :WS-PROGRAM-ID)
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-POLICIES-ADDED
           ELSE
               DISPLAY 'COBQST01: OHI INSERT ERROR SQLCODE='
                       SQLCODE ' MBR=' OHI-MEMBER-ID
               SET WS-RSP-INVALID TO TRUE
               MOVE 'DB2 ERROR ADDING OTHER COVERAGE'
                   TO WS-CQW-REJECT-REASON
           END-IF.

       8000-MARK-RESPONDED.
           EXEC SQL
               UPDATE HCAS.COB_QUESTIONNAIRE
               SET QUEST_STATUS = 'R',
                   RESPONSE_DATE = :WS-CURRENT-DATE
               WHERE SUBSCRIBER_ID = :CQR-SUBSCRIBER-ID
                 AND QUEST_STATUS = 'M'
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               DISPLAY 'COBQST01: QUESTIONNAIRE UPDATE ERROR '
                       'SQLCODE=' SQLCODE
                       ' SUB=' CQR-SUBSCRIBER-ID
           END-IF.

       9000-TERMINATE.
           IF WS-MODE-RESPONSE
               CLOSE COBQRSIN-FILE
               MOVE SPACES TO WS-RPT-LINE
               WRITE COBQRPT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'RESPONSES READ ' DELIMITED SIZE
                      WS-RESPONSES-READ DELIMITED SIZE
                      '  ADDED ' DELIMITED SIZE
                      WS-POLICIES-ADDED DELIMITED SIZE
                      '  UPDATED ' DELIMITED SIZE
                      WS-POLICIES-UPDATED DELIMITED SIZE
                      '  TERMED ' DELIMITED SIZE
                      WS-POLICIES-TERMED DELIMITED SIZE
                      '  REJECTED ' DELIMITED SIZE
                      WS-RESPONSES-REJECTED DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE COBQRPT-RECORD FROM WS-RPT-LINE
               CLOSE COBQRPT-FILE
           ELSE
               EXEC SQL CLOSE SUBSCRIBER-CURSOR END-EXEC
               CLOSE COBQOUT-FILE
           END-IF
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'COBQST01: RUN COMPLETE MODE ' WS-RUN-MODE
           DISPLAY '  SUBSCRIBERS MAILED: ' WS-SUBSCRIBERS-MAILED
           DISPLAY '  NO PAPER (CONF):    ' WS-SUBSCRIBERS-NO-PAPER
           DISPLAY '  MEMBERS LISTED:     ' WS-MEMBERS-LISTED
           DISPLAY '  POLICIES LISTED:    ' WS-POLICIES-LISTED
           DISPLAY '  RESPONSES READ:     ' WS-RESPONSES-READ
           DISPLAY '  POLICIES ADDED:     ' WS-POLICIES-ADDED
           DISPLAY '  POLICIES UPDATED:   ' WS-POLICIES-UPDATED
           DISPLAY '  POLICIES TERMED:    ' WS-POLICIES-TERMED
           DISPLAY '  RESPONSES REJECTED: ' WS-RESPONSES-REJECTED
           IF WS-RESPONSES-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
