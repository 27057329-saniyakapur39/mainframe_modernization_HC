       IDENTIFICATION DIVISION.
       PROGRAM-ID.    OHIMNT1.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-09-14.
      *================================================================*
      * PROGRAM:  OHIMNT1                                              *
      * PURPOSE:  MEMBER OTHER-HEALTH-INSURANCE MAINTENANCE            *
      *           CICS ONLINE TRANSACTION FOR MEMBER SERVICES AND      *
      *           THE COB UNIT. MAINTAINS THE MEMBER'S OTHER           *
      *           COVERAGE ON HCAS.MEMBER_OHI (LAYOUT OHICOPY):        *
      *             I - INQUIRE (MEMBER ID, OPTIONAL SEQUENCE)         *
      *             A - ADD A NEW OTHER POLICY                         *
      *             U - UPDATE THE POLICY AT THE KEYED SEQUENCE        *
      *             T - TERMINATE IT AS OF THE KEYED TERM DATE         *
      *           ADD, UPDATE AND TERM RUN UNDER A SECAUTH1            *
      *           UPDATE-AUTHORITY CHECK. CLMADJ01 READS THE           *
      *           REGISTRY FOR ORDER-OF-BENEFIT DETERMINATION, SO A    *
      *           ROW IS ONLY STORED WHEN EVERYTHING THE NAIC RULES    *
      *           NEED (POLICY TYPE, HOLDER RELATIONSHIP AND DOB,      *
      *           MEDICARE BASIS) IS PRESENT.                          *
      *           A DISPLAYED POLICY IS WRITTEN TO THE PHI ACCESS LOG  *
      *           (PHILOG01) FIRST AND IS NOT SHOWN IF IT CANNOT BE    *
      *           LOGGED.                                              *
      * TRANSACTION: OHIM                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY SECCOPY.
       COPY PHICOPY.
       COPY OHICOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
           05  WS-CA-MEMBER-ID         PIC X(12).
           05  WS-CA-RETURN-CODE       PIC X(02).
           05  WS-CA-RETURN-MSG        PIC X(80).

       01  WS-COMMAREA-LENGTH          PIC S9(04) COMP VALUE 96.

       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-SIGNON-USER              PIC X(08).

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-BMS-MAP-NAME             PIC X(07) VALUE 'OHIMMP1'.
       01  WS-BMS-MAPSET               PIC X(07) VALUE 'OHIMSET'.

       01  OHIMMP1I.
           05  OM-FUNCL                PIC S9(04) COMP.
           05  OM-FUNCF                PIC X(01).
           05  OM-FUNCI                PIC X(01).
               88  OM-FUNC-INQUIRE     VALUE 'I'.
               88  OM-FUNC-ADD         VALUE 'A'.
               88  OM-FUNC-UPDATE      VALUE 'U'.
               88  OM-FUNC-TERM        VALUE 'T'.
           05  OM-MEMBER-IDL           PIC S9(04) COMP.
           05  OM-MEMBER-IDF           PIC X(01).
           05  OM-MEMBER-IDI           PIC X(12).
           05  OM-SEQL                 PIC S9(04) COMP.
           05  OM-SEQF                 PIC X(01).
           05  OM-SEQI                 PIC X(02).
           05  OM-CARRIER-IDL          PIC S9(04) COMP.
           05  OM-CARRIER-IDF          PIC X(01).
           05  OM-CARRIER-IDI          PIC X(10).
           05  OM-CARRIER-NAMEL        PIC S9(04) COMP.
           05  OM-CARRIER-NAMEF        PIC X(01).
           05  OM-CARRIER-NAMEI        PIC X(35).
           05  OM-POLICY-NOL           PIC S9(04) COMP.
           05  OM-POLICY-NOF           PIC X(01).
           05  OM-POLICY-NOI           PIC X(20).
           05  OM-COV-TYPEL            PIC S9(04) COMP.
           05  OM-COV-TYPEF            PIC X(01).
           05  OM-COV-TYPEI            PIC X(02).
           05  OM-POL-TYPEL            PIC S9(04) COMP.
           05  OM-POL-TYPEF            PIC X(01).
           05  OM-POL-TYPEI            PIC X(01).
           05  OM-HOLDER-RELL          PIC S9(04) COMP.
           05  OM-HOLDER-RELF          PIC X(01).
           05  OM-HOLDER-RELI          PIC X(02).
           05  OM-HOLDER-NAMEL         PIC S9(04) COMP.
           05  OM-HOLDER-NAMEF         PIC X(01).
           05  OM-HOLDER-NAMEI         PIC X(35).
           05  OM-HOLDER-DOBL          PIC S9(04) COMP.
           05  OM-HOLDER-DOBF          PIC X(01).
           05  OM-HOLDER-DOBI          PIC X(08).
           05  OM-MCR-BASISL           PIC S9(04) COMP.
           05  OM-MCR-BASISF           PIC X(01).
           05  OM-MCR-BASISI           PIC X(01).
           05  OM-EFF-DATEL            PIC S9(04) COMP.
           05  OM-EFF-DATEF            PIC X(01).
           05  OM-EFF-DATEI            PIC X(08).
           05  OM-TERM-DATEL           PIC S9(04) COMP.
           05  OM-TERM-DATEF           PIC X(01).
           05  OM-TERM-DATEI           PIC X(08).
           05  OM-MSG-TEXTL            PIC S9(04) COMP.
           05  OM-MSG-TEXTF            PIC X(01).
           05  OM-MSG-TEXTI            PIC X(79).

       01  OHIMMP1O.
           05  OM-NAME-OUT             PIC X(36).
           05  OM-STATUS-OUT           PIC X(01).
           05  OM-SOURCE-OUT           PIC X(01).
           05  OM-VERIFIED-OUT         PIC X(08).
           05  OM-POLICIES-OUT         PIC 9(02).

       01  WS-OHI-WORK.
           05  WS-OHI-SEQ-IN           PIC 9(02).
           05  WS-OHI-MAX-SEQ          PIC S9(04) COMP.
           05  WS-OHI-ROW-COUNT        PIC S9(04) COMP.
           05  WS-OHI-DUP-COUNT        PIC S9(04) COMP.
           05  WS-MBR-LAST-NAME        PIC X(35).
           05  WS-MBR-FIRST-NAME       PIC X(25).

       01  WS-SWITCHES.
           05  WS-VALID-SW             PIC X(01) VALUE 'Y'.
               88  WS-INPUT-VALID      VALUE 'Y'.
               88  WS-INPUT-INVALID    VALUE 'N'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(96).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           EXEC CICS ASSIGN
               USERID(WS-SIGNON-USER)
           END-EXEC
           EVALUATE TRUE
               WHEN EIBCALEN = ZERO
                   PERFORM 1000-FIRST-TIME
               WHEN OTHER
                   MOVE DFHCOMMAREA TO WS-COMMAREA
                   PERFORM 2000-PROCESS-INPUT
           END-EVALUATE

           EXEC CICS RETURN
               TRANSID('OHIM')
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       1000-FIRST-TIME.
           INITIALIZE WS-COMMAREA
           INITIALIZE OHIMMP1O
           MOVE 'ENTER MEMBER ID - I INQUIRE, A ADD, U UPDATE, T TERM'
               TO OM-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               ERASE
               CURSOR
           END-EXEC.

       2000-PROCESS-INPUT.
           EXEC CICS RECEIVE
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               INTO(OHIMMP1I)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'ERROR RECEIVING MAP DATA'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           ELSE
               PERFORM 2100-VALIDATE-INPUT
               IF WS-INPUT-VALID
               AND (OM-FUNC-ADD OR OM-FUNC-UPDATE OR OM-FUNC-TERM)
                   PERFORM 2300-CHECK-AUTHORITY
               END-IF
               IF WS-INPUT-VALID
                   EVALUATE TRUE
                       WHEN OM-FUNC-ADD
                           PERFORM 4000-ADD-POLICY
                       WHEN OM-FUNC-UPDATE
                           PERFORM 5000-UPDATE-POLICY
                       WHEN OM-FUNC-TERM
                           PERFORM 6000-TERM-POLICY
                       WHEN OTHER
                           PERFORM 3000-QUERY-POLICY
                   END-EVALUATE
               END-IF
           END-IF.

       2100-VALIDATE-INPUT.
           SET WS-INPUT-VALID TO TRUE
           MOVE SPACES TO WS-CA-RETURN-CODE
           MOVE SPACES TO WS-CA-RETURN-MSG
           MOVE ZERO TO WS-OHI-SEQ-IN
           IF OM-SEQI IS NUMERIC
               MOVE OM-SEQI TO WS-OHI-SEQ-IN
           END-IF
           IF OM-MEMBER-IDI = SPACES OR LOW-VALUES
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'MEMBER ID IS REQUIRED' TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           IF (OM-FUNC-UPDATE OR OM-FUNC-TERM)
           AND WS-OHI-SEQ-IN = ZERO
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'SEQUENCE IS REQUIRED - INQUIRE FIRST'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           IF OM-FUNC-ADD OR OM-FUNC-UPDATE
               PERFORM 2200-VALIDATE-POLICY-FIELDS
           END-IF
           IF WS-INPUT-VALID
           AND OM-FUNC-TERM
           AND OM-TERM-DATEI NOT NUMERIC
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'TERM DATE (CCYYMMDD) IS REQUIRED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       2200-VALIDATE-POLICY-FIELDS.
      *--- EVERYTHING THE ORDER-OF-BENEFIT RULES READ MUST BE ---
      *    PRESENT BEFORE THE ROW IS STORED                    ---
           MOVE OM-COV-TYPEI   TO OHI-COVERAGE-TYPE
           MOVE OM-POL-TYPEI   TO OHI-POLICY-TYPE
           MOVE OM-HOLDER-RELI TO OHI-HOLDER-REL
           MOVE OM-MCR-BASISI  TO OHI-MEDICARE-BASIS
           EVALUATE TRUE
               WHEN OM-CARRIER-NAMEI = SPACES OR LOW-VALUES
                   MOVE 'CARRIER NAME IS REQUIRED'
                       TO WS-CA-RETURN-MSG
               WHEN OM-POLICY-NOI = SPACES OR LOW-VALUES
                   MOVE 'POLICY NUMBER IS REQUIRED'
                       TO WS-CA-RETURN-MSG
               WHEN NOT OHI-COV-VALID
                   MOVE 'COVERAGE MUST BE MD, RX, DN OR VS'
                       TO WS-CA-RETURN-MSG
               WHEN NOT OHI-POL-VALID
                   MOVE 'POLICY TYPE MUST BE A, C, R, M, I OR D'
                       TO WS-CA-RETURN-MSG
               WHEN NOT OHI-REL-VALID
                   MOVE 'HOLDER RELATIONSHIP MUST BE 18, 01 OR 19'
                       TO WS-CA-RETURN-MSG
               WHEN OM-HOLDER-DOBI NOT NUMERIC
                   MOVE 'HOLDER DOB (CCYYMMDD) IS REQUIRED'
                       TO WS-CA-RETURN-MSG
               WHEN OHI-POL-MEDICARE AND NOT OHI-MCR-VALID
                   MOVE 'MEDICARE BASIS MUST BE A, D OR E'
                       TO WS-CA-RETURN-MSG
               WHEN OM-EFF-DATEI NOT NUMERIC
                   MOVE 'EFFECTIVE DATE (CCYYMMDD) IS REQUIRED'
                       TO WS-CA-RETURN-MSG
               WHEN OM-TERM-DATEI NOT = SPACES
               AND  OM-TERM-DATEI NOT = LOW-VALUES
               AND  OM-TERM-DATEI NOT NUMERIC
                   MOVE 'TERM DATE MUST BE CCYYMMDD OR BLANK'
                       TO WS-CA-RETURN-MSG
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           SET WS-INPUT-INVALID TO TRUE
           MOVE 'ER' TO WS-CA-RETURN-CODE
           PERFORM 9000-SEND-ERROR.

       2300-CHECK-AUTHORITY.
      *--- OTHER COVERAGE DECIDES WHO PAYS FIRST - ONLY USERS ---
      *    WITH UPDATE AUTHORITY MAY CHANGE IT                 ---
           MOVE WS-SIGNON-USER TO SEC-AUTH-USER-ID
           MOVE 'OHIM'         TO SEC-AUTH-TRAN-CODE
           SET SEC-CAP-UPDATE  TO TRUE
           MOVE ZERO           TO SEC-AUTH-AMOUNT
           CALL 'SECAUTH1' USING SEC-AUTH-REQUEST
                                 SEC-AUTH-RESPONSE
           IF NOT SEC-AUTH-ALLOWED
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'NA' TO WS-CA-RETURN-CODE
               MOVE SEC-AUTH-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       3000-QUERY-POLICY.
           MOVE OM-MEMBER-IDI TO OHI-MEMBER-ID
           EXEC SQL
               SELECT LAST_NAME, FIRST_NAME
               INTO :WS-MBR-LAST-NAME, :WS-MBR-FIRST-NAME
               FROM HCAS.MEMBER
               WHERE MEMBER_ID = :OHI-MEMBER-ID
           END-EXEC
           IF SQLCODE = +100
               MOVE 'NF' TO WS-CA-RETURN-CODE
               MOVE 'NO MEMBER FOUND FOR THAT ID'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OHI-ROW-COUNT
               FROM HCAS.MEMBER_OHI
               WHERE MEMBER_ID = :OHI-MEMBER-ID
           END-EXEC
      *--- NO SEQUENCE KEYED - SHOW THE FIRST POLICY ON FILE ---
           IF WS-OHI-SEQ-IN = ZERO
               EXEC SQL
                   SELECT COALESCE(MIN(OHI_SEQ), 0)
                   INTO :OHI-SEQ
                   FROM HCAS.MEMBER_OHI
                   WHERE MEMBER_ID = :OHI-MEMBER-ID
               END-EXEC
           ELSE
               MOVE WS-OHI-SEQ-IN TO OHI-SEQ
           END-IF
           EXEC SQL
               SELECT CARRIER_ID, CARRIER_NAME, POLICY_NO,
                      COVERAGE_TYPE, POLICY_TYPE, HOLDER_REL,
                      HOLDER_NAME, HOLDER_DOB,
                      COALESCE(MEDICARE_BASIS, ' '),
                      EFF_DATE, TERM_DATE, SOURCE,
                      COALESCE(VERIFIED_DATE, ' '), OHI_STATUS
               INTO :OHI-CARRIER-ID, :OHI-CARRIER-NAME,
                    :OHI-POLICY-NO, :OHI-COVERAGE-TYPE,
                    :OHI-POLICY-TYPE, :OHI-HOLDER-REL,
                    :OHI-HOLDER-NAME, :OHI-HOLDER-DOB,
                    :OHI-MEDICARE-BASIS,
                    :OHI-EFF-DATE, :OHI-TERM-DATE, :OHI-SOURCE,
                    :OHI-VERIFIED-DATE, :OHI-STATUS
               FROM HCAS.MEMBER_OHI
               WHERE MEMBER_ID = :OHI-MEMBER-ID
                 AND OHI_SEQ = :OHI-SEQ
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 3050-LOG-ACCESS
                   IF PHI-ACC-LOGGED
                       PERFORM 3100-FORMAT-RESPONSE
                   END-IF
               WHEN +100
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO OTHER COVERAGE ON FILE - A TO ADD'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               WHEN OTHER
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 ERROR ON OTHER COVERAGE INQUIRY'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       3050-LOG-ACCESS.
           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER TO PHI-ACC-USER-ID
           MOVE 'OHIM'         TO PHI-ACC-TRAN-CODE
           MOVE 'OHIMNT1'      TO PHI-ACC-PROGRAM-ID
           SET PHI-ACC-MEMBER-VIEW TO TRUE
           MOVE OHI-MEMBER-ID  TO PHI-ACC-MEMBER-ID
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE
           IF PHI-ACC-FAILED
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE PHI-ACC-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       3100-FORMAT-RESPONSE.
           INITIALIZE OHIMMP1O
           STRING WS-MBR-LAST-NAME DELIMITED '  '
                  ', '             DELIMITED SIZE
                  WS-MBR-FIRST-NAME DELIMITED '  '
                  INTO OM-NAME-OUT
           END-STRING
           MOVE OHI-SEQ            TO WS-OHI-SEQ-IN
           MOVE WS-OHI-SEQ-IN      TO OM-SEQI
           MOVE OHI-CARRIER-ID     TO OM-CARRIER-IDI
           MOVE OHI-CARRIER-NAME   TO OM-CARRIER-NAMEI
           MOVE OHI-POLICY-NO      TO OM-POLICY-NOI
           MOVE OHI-COVERAGE-TYPE  TO OM-COV-TYPEI
           MOVE OHI-POLICY-TYPE    TO OM-POL-TYPEI
           MOVE OHI-HOLDER-REL     TO OM-HOLDER-RELI
           MOVE OHI-HOLDER-NAME    TO OM-HOLDER-NAMEI
           MOVE OHI-HOLDER-DOB     TO OM-HOLDER-DOBI
           MOVE OHI-MEDICARE-BASIS TO OM-MCR-BASISI
           MOVE OHI-EFF-DATE       TO OM-EFF-DATEI
           MOVE OHI-TERM-DATE      TO OM-TERM-DATEI
           MOVE OHI-STATUS         TO OM-STATUS-OUT
           MOVE OHI-SOURCE         TO OM-SOURCE-OUT
           MOVE OHI-VERIFIED-DATE  TO OM-VERIFIED-OUT
           MOVE WS-OHI-ROW-COUNT   TO OM-POLICIES-OUT
           IF WS-CA-RETURN-MSG NOT = SPACES
               MOVE WS-CA-RETURN-MSG TO OM-MSG-TEXTI
           ELSE
               MOVE 'POLICY DISPLAYED - U UPDATE, T TERM, A ADD'
                   TO OM-MSG-TEXTI
           END-IF
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.

       4000-ADD-POLICY.
           MOVE OM-MEMBER-IDI TO OHI-MEMBER-ID
           PERFORM 4100-MOVE-SCREEN-TO-ROW
      *--- THE SAME POLICY MAY NOT BE OPEN TWICE FOR A MEMBER ---
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-OHI-DUP-COUNT
               FROM HCAS.MEMBER_OHI
               WHERE MEMBER_ID = :OHI-MEMBER-ID
                 AND CARRIER_ID = :OHI-CARRIER-ID
                 AND POLICY_NO = :OHI-POLICY-NO
                 AND COVERAGE_TYPE = :OHI-COVERAGE-TYPE
                 AND OHI_STATUS = 'A'
           END-EXEC
           IF SQLCODE = ZERO AND WS-OHI-DUP-COUNT > ZERO
               MOVE 'DP' TO WS-CA-RETURN-CODE
               MOVE 'POLICY ALREADY ON FILE - INQUIRE AND UPDATE'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(OHI_SEQ), 0)
               INTO :WS-OHI-MAX-SEQ
               FROM HCAS.MEMBER_OHI
               WHERE MEMBER_ID = :OHI-MEMBER-ID
           END-EXEC
           COMPUTE OHI-SEQ = WS-OHI-MAX-SEQ + 1
           EXEC SQL
               INSERT INTO HCAS.MEMBER_OHI
                   (MEMBER_ID, OHI_SEQ, CARRIER_ID, CARRIER_NAME,
                    POLICY_NO, COVERAGE_TYPE, POLICY_TYPE,
                    HOLDER_REL, HOLDER_NAME, HOLDER_DOB,
                    MEDICARE_BASIS, EFF_DATE, TERM_DATE, SOURCE,
                    VERIFIED_DATE, OHI_STATUS,
                    LAST_UPD_DATE, LAST_UPD_USER)
               SELECT :OHI-MEMBER-ID, :OHI-SEQ, :OHI-CARRIER-ID,
                      :OHI-CARRIER-NAME, :OHI-POLICY-NO,
                      :OHI-COVERAGE-TYPE, :OHI-POLICY-TYPE,
                      :OHI-HOLDER-REL, :OHI-HOLDER-NAME,
                      :OHI-HOLDER-DOB, :OHI-MEDICARE-BASIS,
                      :OHI-EFF-DATE, :OHI-TERM-DATE, 'O',
                      :WS-CURRENT-DATE, 'A',
                      :WS-CURRENT-DATE, :WS-SIGNON-USER
               FROM HCAS.MEMBER
               WHERE MEMBER_ID = :OHI-MEMBER-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   EXEC SQL COMMIT END-EXEC
                   MOVE OHI-SEQ TO WS-OHI-SEQ-IN
                   MOVE 'OTHER COVERAGE ADDED'
                       TO WS-CA-RETURN-MSG
                   PERFORM 3000-QUERY-POLICY
               WHEN +100
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO MEMBER FOUND FOR THAT ID'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 INSERT ERROR - COVERAGE NOT ADDED'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       4100-MOVE-SCREEN-TO-ROW.
           MOVE OM-CARRIER-IDI     TO OHI-CARRIER-ID
           MOVE OM-CARRIER-NAMEI   TO OHI-CARRIER-NAME
           MOVE OM-POLICY-NOI      TO OHI-POLICY-NO
           MOVE OM-COV-TYPEI       TO OHI-COVERAGE-TYPE
           MOVE OM-POL-TYPEI       TO OHI-POLICY-TYPE
           MOVE OM-HOLDER-RELI     TO OHI-HOLDER-REL
           MOVE OM-HOLDER-NAMEI    TO OHI-HOLDER-NAME
           MOVE OM-HOLDER-DOBI     TO OHI-HOLDER-DOB
           MOVE OM-MCR-BASISI      TO OHI-MEDICARE-BASIS
           IF NOT OHI-POL-MEDICARE
               MOVE SPACE TO OHI-MEDICARE-BASIS
           END-IF
           MOVE OM-EFF-DATEI       TO OHI-EFF-DATE
      *--- AN OPEN-ENDED POLICY CARRIES THE HIGH DATE ---
           IF OM-TERM-DATEI NUMERIC
               MOVE OM-TERM-DATEI  TO OHI-TERM-DATE
           ELSE
               MOVE '99991231'     TO OHI-TERM-DATE
           END-IF.

       5000-UPDATE-POLICY.
           MOVE OM-MEMBER-IDI TO OHI-MEMBER-ID
           MOVE WS-OHI-SEQ-IN TO OHI-SEQ
           PERFORM 4100-MOVE-SCREEN-TO-ROW
           EXEC SQL
               UPDATE HCAS.MEMBER_OHI
               SET CARRIER_ID = :OHI-CARRIER-ID,
                   CARRIER_NAME = :OHI-CARRIER-NAME,
                   POLICY_NO = :OHI-POLICY-NO,
                   COVERAGE_TYPE = :OHI-COVERAGE-TYPE,
                   POLICY_TYPE = :OHI-POLICY-TYPE,
                   HOLDER_REL = :OHI-HOLDER-REL,
                   HOLDER_NAME = :OHI-HOLDER-NAME,
                   HOLDER_DOB = :OHI-HOLDER-DOB,
                   MEDICARE_BASIS = :OHI-MEDICARE-BASIS,
                   EFF_DATE = :OHI-EFF-DATE,
                   TERM_DATE = :OHI-TERM-DATE,
                   SOURCE = 'O',
                   VERIFIED_DATE = :WS-CURRENT-DATE,
                   LAST_UPD_DATE = :WS-CURRENT-DATE,
                   LAST_UPD_USER = :WS-SIGNON-USER
               WHERE MEMBER_ID = :OHI-MEMBER-ID
                 AND OHI_SEQ = :OHI-SEQ
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   EXEC SQL COMMIT END-EXEC
                   MOVE 'OTHER COVERAGE UPDATED'
                       TO WS-CA-RETURN-MSG
                   PERFORM 3000-QUERY-POLICY
               WHEN +100
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO POLICY AT THAT SEQUENCE'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 UPDATE ERROR - COVERAGE NOT UPDATED'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       6000-TERM-POLICY.
      *--- THE ROW STAYS ON FILE SO CLAIMS FOR EARLIER SERVICE ---
      *    DATES STILL COORDINATE AGAINST IT                    ---
           MOVE OM-MEMBER-IDI TO OHI-MEMBER-ID
           MOVE WS-OHI-SEQ-IN TO OHI-SEQ
           MOVE OM-TERM-DATEI TO OHI-TERM-DATE
           EXEC SQL
               UPDATE HCAS.MEMBER_OHI
               SET TERM_DATE = :OHI-TERM-DATE,
                   OHI_STATUS = 'T',
                   SOURCE = 'O',
                   VERIFIED_DATE = :WS-CURRENT-DATE,
                   LAST_UPD_DATE = :WS-CURRENT-DATE,
                   LAST_UPD_USER = :WS-SIGNON-USER
               WHERE MEMBER_ID = :OHI-MEMBER-ID
                 AND OHI_SEQ = :OHI-SEQ
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   EXEC SQL COMMIT END-EXEC
                   MOVE 'OTHER COVERAGE TERMINATED'
                       TO WS-CA-RETURN-MSG
                   PERFORM 3000-QUERY-POLICY
               WHEN +100
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO POLICY AT THAT SEQUENCE'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 UPDATE ERROR - COVERAGE NOT TERMED'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       9000-SEND-ERROR.
           MOVE WS-CA-RETURN-MSG TO OM-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.
