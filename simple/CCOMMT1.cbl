       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CCOMMT1.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  CCOMMT1                                              *
      * PURPOSE:  CONFIDENTIAL COMMUNICATION REQUEST MAINTENANCE       *
      *           CICS ONLINE TRANSACTION FOR MEMBER SERVICES AND THE  *
      *           PRIVACY OFFICE. RECORDS A MEMBER'S REQUEST THAT      *
      *           THEIR MAIL GO TO AN ALTERNATE ADDRESS, OR THAT NO    *
      *           PAPER BE MAILED, ON HCAS.CONF_COMM_REQUEST. CONFML01 *
      *           READS THE REQUEST FOR EVERY EOB, FAMILY STATEMENT    *
      *           AND MEMBER LETTER.                                   *
      *             SCOPE    A - ALL MAIL                              *
      *                      S - SENSITIVE-SERVICE CLAIMS ONLY         *
      *             DELIVERY A - ALTERNATE ADDRESS (REQUIRED)          *
      *                      N - NO PAPER                              *
      *           FUNCTIONS:                                           *
      *             I - INQUIRE (MEMBER ID, OPTIONAL SEQUENCE)         *
      *             A - ADD A REQUEST. ONE REQUEST PER SCOPE MAY BE    *
      *                 IN FORCE AT A TIME                             *
      *             T - END THE REQUEST AT THE KEYED SEQUENCE AS OF    *
      *                 THE KEYED TERM DATE (DEFAULT TODAY)            *
      *           ADD AND TERM RUN UNDER A SECAUTH1 UPDATE-AUTHORITY   *
      *           CHECK AND ARE WRITTEN TO HCAS.SYSTEM_AUDIT_TRAIL.    *
      *           A REQUEST IS NEVER DELETED - IT IS ENDED.            *
      *           A DISPLAYED REQUEST IS WRITTEN TO THE PHI ACCESS LOG *
      *           (PHILOG01) FIRST AND IS NOT SHOWN IF IT CANNOT BE    *
      *           LOGGED.                                              *
      * TRANSACTION: CCOM                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY SECCOPY.
       COPY PHICOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
           05  WS-CA-MEMBER-ID         PIC X(12).
           05  WS-CA-RETURN-CODE       PIC X(02).
           05  WS-CA-RETURN-MSG        PIC X(80).

       01  WS-COMMAREA-LENGTH          PIC S9(04) COMP VALUE 96.

       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-SIGNON-USER              PIC X(08).

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-BMS-MAP-NAME             PIC X(07) VALUE 'CCOMMP1'.
       01  WS-BMS-MAPSET               PIC X(07) VALUE 'CCOMSET'.

       01  CCOMMP1I.
           05  CC-FUNCL                PIC S9(04) COMP.
           05  CC-FUNCF                PIC X(01).
           05  CC-FUNCI                PIC X(01).
               88  CC-FUNC-INQUIRE     VALUE 'I'.
               88  CC-FUNC-ADD         VALUE 'A'.
               88  CC-FUNC-TERM        VALUE 'T'.
           05  CC-MEMBER-IDL           PIC S9(04) COMP.
           05  CC-MEMBER-IDF           PIC X(01).
           05  CC-MEMBER-IDI           PIC X(12).
           05  CC-SEQL                 PIC S9(04) COMP.
           05  CC-SEQF                 PIC X(01).
           05  CC-SEQI                 PIC X(02).
           05  CC-SCOPEL               PIC S9(04) COMP.
           05  CC-SCOPEF               PIC X(01).
           05  CC-SCOPEI               PIC X(01).
               88  CC-SCOPE-VALID      VALUES 'A' 'S'.
           05  CC-DELIVERYL            PIC S9(04) COMP.
           05  CC-DELIVERYF            PIC X(01).
           05  CC-DELIVERYI            PIC X(01).
               88  CC-DELIVER-ALT      VALUE 'A'.
               88  CC-DELIVER-NONE     VALUE 'N'.
           05  CC-ADDR1L               PIC S9(04) COMP.
           05  CC-ADDR1F               PIC X(01).
           05  CC-ADDR1I               PIC X(55).
           05  CC-ADDR2L               PIC S9(04) COMP.
           05  CC-ADDR2F               PIC X(01).
           05  CC-ADDR2I               PIC X(55).
           05  CC-CITYL                PIC S9(04) COMP.
           05  CC-CITYF                PIC X(01).
           05  CC-CITYI                PIC X(30).
           05  CC-STATEL               PIC S9(04) COMP.
           05  CC-STATEF               PIC X(01).
           05  CC-STATEI               PIC X(02).
           05  CC-ZIPL                 PIC S9(04) COMP.
           05  CC-ZIPF                 PIC X(01).
           05  CC-ZIPI                 PIC X(09).
           05  CC-EFF-DATEL            PIC S9(04) COMP.
           05  CC-EFF-DATEF            PIC X(01).
           05  CC-EFF-DATEI            PIC X(08).
           05  CC-TERM-DATEL           PIC S9(04) COMP.
           05  CC-TERM-DATEF           PIC X(01).
           05  CC-TERM-DATEI           PIC X(08).
           05  CC-MSG-TEXTL            PIC S9(04) COMP.
           05  CC-MSG-TEXTF            PIC X(01).
           05  CC-MSG-TEXTI            PIC X(79).

       01  CCOMMP1O.
           05  CC-NAME-OUT             PIC X(36).
           05  CC-STATUS-OUT           PIC X(06).
           05  CC-ENTERED-OUT          PIC X(18).
           05  CC-REQUESTS-OUT         PIC 9(02).

      *--- ONE HCAS.CONF_COMM_REQUEST ROW ---
       01  WS-CCR-ROW.
           05  CCR-MEMBER-ID           PIC X(12).
           05  CCR-REQUEST-SEQ         PIC S9(04) COMP.
           05  CCR-SCOPE-CODE          PIC X(01).
           05  CCR-DELIVERY-CODE       PIC X(01).
           05  CCR-ALT-ADDR-LINE-1     PIC X(55).
           05  CCR-ALT-ADDR-LINE-2     PIC X(55).
           05  CCR-ALT-CITY            PIC X(30).
           05  CCR-ALT-STATE           PIC X(02).
           05  CCR-ALT-ZIP-CODE        PIC X(09).
           05  CCR-EFF-DATE            PIC X(08).
           05  CCR-TERM-DATE           PIC X(08).
           05  CCR-CREATE-USER         PIC X(08).
           05  CCR-CREATE-DATE         PIC X(08).

       01  WS-CCR-WORK.
           05  WS-CCR-SEQ-IN           PIC 9(02).
           05  WS-CCR-MAX-SEQ          PIC S9(04) COMP.
           05  WS-CCR-ROW-COUNT        PIC S9(04) COMP.
           05  WS-CCR-DUP-COUNT        PIC S9(04) COMP.
           05  WS-CCR-BEF-TERM-DATE    PIC X(08).
           05  WS-MBR-LAST-NAME        PIC X(35).
           05  WS-MBR-FIRST-NAME       PIC X(25).

      *--- ONE HCAS.SYSTEM_AUDIT_TRAIL ROW PER ADD OR TERM ---
       01  WS-AUDIT-ROW.
           05  WS-AUD-ENTITY-KEY       PIC X(15).
           05  WS-AUD-FIELD            PIC X(18).
           05  WS-AUD-BEFORE           PIC X(60).
           05  WS-AUD-AFTER            PIC X(60).

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
               TRANSID('CCOM')
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       1000-FIRST-TIME.
           INITIALIZE WS-COMMAREA
           INITIALIZE CCOMMP1O
           MOVE 'ENTER MEMBER ID - I INQUIRE, A ADD, T END A REQUEST'
               TO CC-MSG-TEXTI
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
               INTO(CCOMMP1I)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'ERROR RECEIVING MAP DATA'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           ELSE
               MOVE CC-FUNCI TO WS-CA-FUNCTION
               MOVE CC-MEMBER-IDI TO WS-CA-MEMBER-ID
               PERFORM 2100-VALIDATE-INPUT
               IF WS-INPUT-VALID
               AND (CC-FUNC-ADD OR CC-FUNC-TERM)
                   PERFORM 2300-CHECK-AUTHORITY
               END-IF
               IF WS-INPUT-VALID
                   EVALUATE TRUE
                       WHEN CC-FUNC-ADD
                           PERFORM 4000-ADD-REQUEST
                       WHEN CC-FUNC-TERM
                           PERFORM 6000-TERM-REQUEST
                       WHEN OTHER
                           PERFORM 3000-QUERY-REQUEST
                   END-EVALUATE
               END-IF
           END-IF.

       2100-VALIDATE-INPUT.
           SET WS-INPUT-VALID TO TRUE
           MOVE SPACES TO WS-CA-RETURN-CODE
           MOVE SPACES TO WS-CA-RETURN-MSG
           MOVE ZERO TO WS-CCR-SEQ-IN
           IF CC-SEQI IS NUMERIC
               MOVE CC-SEQI TO WS-CCR-SEQ-IN
           END-IF
           EVALUATE TRUE
               WHEN CC-MEMBER-IDI = SPACES OR LOW-VALUES
                   MOVE 'MEMBER ID IS REQUIRED' TO WS-CA-RETURN-MSG
               WHEN CC-FUNC-INQUIRE
                   CONTINUE
               WHEN CC-FUNC-ADD
                   PERFORM 2200-VALIDATE-REQUEST-FIELDS
               WHEN CC-FUNC-TERM
                   EVALUATE TRUE
                       WHEN WS-CCR-SEQ-IN = ZERO
                           MOVE 'SEQUENCE IS REQUIRED - INQUIRE FIRST'
                               TO WS-CA-RETURN-MSG
                       WHEN CC-TERM-DATEI = SPACES OR LOW-VALUES
                           MOVE WS-CURRENT-DATE TO CC-TERM-DATEI
                       WHEN CC-TERM-DATEI NOT NUMERIC
                           MOVE 'TERM DATE MUST BE CCYYMMDD OR BLANK'
                               TO WS-CA-RETURN-MSG
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'FUNCTION MUST BE I, A OR T'
                       TO WS-CA-RETURN-MSG
           END-EVALUATE
           IF WS-CA-RETURN-MSG NOT = SPACES
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               PERFORM 9000-SEND-ERROR
           END-IF.

       2200-VALIDATE-REQUEST-FIELDS.
      *--- A REQUEST RUNS FROM TODAY UNLESS DATED OTHERWISE AND ---
      *    STAYS IN FORCE UNTIL ENDED                          ---
           IF CC-EFF-DATEI = SPACES OR LOW-VALUES
               MOVE WS-CURRENT-DATE TO CC-EFF-DATEI
           END-IF
           IF CC-TERM-DATEI = SPACES OR LOW-VALUES
               MOVE '99991231' TO CC-TERM-DATEI
           END-IF
           INSPECT CC-ZIPI REPLACING ALL LOW-VALUE BY SPACE
           EVALUATE TRUE
               WHEN NOT CC-SCOPE-VALID
                   MOVE 'SCOPE MUST BE A (ALL MAIL) OR S (SENSITIVE)'
                       TO WS-CA-RETURN-MSG
               WHEN NOT CC-DELIVER-ALT AND NOT CC-DELIVER-NONE
                   MOVE 'DELIVERY MUST BE A (ALT ADDRESS) OR N (NONE)'
                       TO WS-CA-RETURN-MSG
               WHEN CC-EFF-DATEI NOT NUMERIC
                   MOVE 'EFFECTIVE DATE MUST BE CCYYMMDD OR BLANK'
                       TO WS-CA-RETURN-MSG
               WHEN CC-TERM-DATEI NOT NUMERIC
                   MOVE 'TERM DATE MUST BE CCYYMMDD OR BLANK'
                       TO WS-CA-RETURN-MSG
               WHEN CC-TERM-DATEI < CC-EFF-DATEI
                   MOVE 'TERM DATE MAY NOT BE BEFORE EFFECTIVE DATE'
                       TO WS-CA-RETURN-MSG
               WHEN CC-DELIVER-NONE
                   MOVE SPACES TO CC-ADDR1I
                   MOVE SPACES TO CC-ADDR2I
                   MOVE SPACES TO CC-CITYI
                   MOVE SPACES TO CC-STATEI
                   MOVE SPACES TO CC-ZIPI
               WHEN CC-ADDR1I = SPACES OR LOW-VALUES
               OR CC-CITYI = SPACES OR LOW-VALUES
               OR CC-STATEI = SPACES OR LOW-VALUES
                   MOVE 'ALTERNATE ADDRESS LINE 1, CITY, STATE, ZIP'
                       TO WS-CA-RETURN-MSG
               WHEN CC-STATEI IS NOT ALPHABETIC
                   MOVE 'STATE MUST BE A 2-LETTER STATE CODE'
                       TO WS-CA-RETURN-MSG
               WHEN CC-ZIPI(1:5) IS NOT NUMERIC
               OR (CC-ZIPI(6:4) NOT = SPACES
                   AND CC-ZIPI(6:4) IS NOT NUMERIC)
                   MOVE 'ZIP CODE MUST BE 5 OR 9 DIGITS'
                       TO WS-CA-RETURN-MSG
               WHEN OTHER
                   INSPECT CC-ADDR2I REPLACING ALL LOW-VALUE BY SPACE
           END-EVALUATE.

       2300-CHECK-AUTHORITY.
      *--- WHERE A MEMBER'S MAIL GOES IS PROTECTED INFORMATION - ---
      *    ONLY USERS WITH UPDATE AUTHORITY MAY CHANGE IT        ---
           MOVE WS-SIGNON-USER TO SEC-AUTH-USER-ID
           MOVE 'CCOM'         TO SEC-AUTH-TRAN-CODE
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

       3000-QUERY-REQUEST.
           MOVE CC-MEMBER-IDI TO CCR-MEMBER-ID
           EXEC SQL
               SELECT LAST_NAME, FIRST_NAME
               INTO :WS-MBR-LAST-NAME, :WS-MBR-FIRST-NAME
               FROM HCAS.MEMBER
               WHERE MEMBER_ID = :CCR-MEMBER-ID
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
               INTO :WS-CCR-ROW-COUNT
               FROM HCAS.CONF_COMM_REQUEST
               WHERE MEMBER_ID = :CCR-MEMBER-ID
                 AND TERM_DATE >= :WS-CURRENT-DATE
           END-EXEC
      *--- NO SEQUENCE KEYED - SHOW THE FIRST REQUEST STILL IN ---
      *    FORCE, OR FAILING THAT THE LATEST ONE               ---
           IF WS-CCR-SEQ-IN = ZERO
               EXEC SQL
                   SELECT COALESCE(MIN(REQUEST_SEQ), 0)
                   INTO :CCR-REQUEST-SEQ
                   FROM HCAS.CONF_COMM_REQUEST
                   WHERE MEMBER_ID = :CCR-MEMBER-ID
                     AND TERM_DATE >= :WS-CURRENT-DATE
               END-EXEC
               IF CCR-REQUEST-SEQ = ZERO
                   EXEC SQL
                       SELECT COALESCE(MAX(REQUEST_SEQ), 0)
                       INTO :CCR-REQUEST-SEQ
                       FROM HCAS.CONF_COMM_REQUEST
                       WHERE MEMBER_ID = :CCR-MEMBER-ID
                   END-EXEC
               END-IF
           ELSE
               MOVE WS-CCR-SEQ-IN TO CCR-REQUEST-SEQ
           END-IF
           EXEC SQL
               SELECT SCOPE_CODE, DELIVERY_CODE,
                      COALESCE(ALT_ADDR_LINE_1, ' '),
                      COALESCE(ALT_ADDR_LINE_2, ' '),
                      COALESCE(ALT_CITY, ' '),
                      COALESCE(ALT_STATE, ' '),
                      COALESCE(ALT_ZIP_CODE, ' '),
                      EFF_DATE, TERM_DATE,
                      CREATE_USER, CREATE_DATE
               INTO :CCR-SCOPE-CODE, :CCR-DELIVERY-CODE,
                    :CCR-ALT-ADDR-LINE-1, :CCR-ALT-ADDR-LINE-2,
                    :CCR-ALT-CITY, :CCR-ALT-STATE,
                    :CCR-ALT-ZIP-CODE,
                    :CCR-EFF-DATE, :CCR-TERM-DATE,
                    :CCR-CREATE-USER, :CCR-CREATE-DATE
               FROM HCAS.CONF_COMM_REQUEST
               WHERE MEMBER_ID = :CCR-MEMBER-ID
                 AND REQUEST_SEQ = :CCR-REQUEST-SEQ
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 3050-LOG-ACCESS
                   IF PHI-ACC-LOGGED
                       PERFORM 3100-FORMAT-RESPONSE
                   END-IF
               WHEN +100
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO CONFIDENTIAL REQUEST ON FILE - A TO ADD'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               WHEN OTHER
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 ERROR ON CONFIDENTIAL REQUEST INQUIRY'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       3050-LOG-ACCESS.
           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER TO PHI-ACC-USER-ID
           MOVE 'CCOM'         TO PHI-ACC-TRAN-CODE
           MOVE 'CCOMMT1'      TO PHI-ACC-PROGRAM-ID
           SET PHI-ACC-MEMBER-VIEW TO TRUE
           MOVE CCR-MEMBER-ID  TO PHI-ACC-MEMBER-ID
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE
           IF PHI-ACC-FAILED
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE PHI-ACC-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       3100-FORMAT-RESPONSE.
           INITIALIZE CCOMMP1O
           STRING WS-MBR-LAST-NAME DELIMITED '  '
                  ', '             DELIMITED SIZE
                  WS-MBR-FIRST-NAME DELIMITED '  '
                  INTO CC-NAME-OUT
           END-STRING
           MOVE CCR-REQUEST-SEQ     TO WS-CCR-SEQ-IN
           MOVE WS-CCR-SEQ-IN       TO CC-SEQI
           MOVE CCR-SCOPE-CODE      TO CC-SCOPEI
           MOVE CCR-DELIVERY-CODE   TO CC-DELIVERYI
           MOVE CCR-ALT-ADDR-LINE-1 TO CC-ADDR1I
           MOVE CCR-ALT-ADDR-LINE-2 TO CC-ADDR2I
           MOVE CCR-ALT-CITY        TO CC-CITYI
           MOVE CCR-ALT-STATE       TO CC-STATEI
           MOVE CCR-ALT-ZIP-CODE    TO CC-ZIPI
           MOVE CCR-EFF-DATE        TO CC-EFF-DATEI
           MOVE CCR-TERM-DATE       TO CC-TERM-DATEI
           IF CCR-TERM-DATE < WS-CURRENT-DATE
               MOVE 'ENDED'         TO CC-STATUS-OUT
           ELSE
               MOVE 'ACTIVE'        TO CC-STATUS-OUT
           END-IF
           STRING CCR-CREATE-DATE DELIMITED SIZE
                  ' '             DELIMITED SIZE
                  CCR-CREATE-USER DELIMITED SPACE
                  INTO CC-ENTERED-OUT
           END-STRING
           MOVE WS-CCR-ROW-COUNT    TO CC-REQUESTS-OUT
           IF WS-CA-RETURN-MSG NOT = SPACES
               MOVE WS-CA-RETURN-MSG TO CC-MSG-TEXTI
           ELSE
               MOVE 'REQUEST DISPLAYED - T TO END IT, A TO ADD'
                   TO CC-MSG-TEXTI
           END-IF
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.

       4000-ADD-REQUEST.
           MOVE CC-MEMBER-IDI     TO CCR-MEMBER-ID
           MOVE CC-SCOPEI         TO CCR-SCOPE-CODE
           MOVE CC-DELIVERYI      TO CCR-DELIVERY-CODE
           MOVE CC-ADDR1I         TO CCR-ALT-ADDR-LINE-1
           MOVE CC-ADDR2I         TO CCR-ALT-ADDR-LINE-2
           MOVE CC-CITYI          TO CCR-ALT-CITY
           MOVE CC-STATEI         TO CCR-ALT-STATE
           MOVE CC-ZIPI           TO CCR-ALT-ZIP-CODE
           MOVE CC-EFF-DATEI      TO CCR-EFF-DATE
           MOVE CC-TERM-DATEI     TO CCR-TERM-DATE
      *--- ONE REQUEST PER SCOPE IN FORCE OVER ANY PERIOD - END ---
      *    THE OLD ONE BEFORE ADDING ITS REPLACEMENT           ---
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CCR-DUP-COUNT
               FROM HCAS.CONF_COMM_REQUEST
               WHERE MEMBER_ID = :CCR-MEMBER-ID
                 AND SCOPE_CODE = :CCR-SCOPE-CODE
                 AND EFF_DATE <= :CCR-TERM-DATE
                 AND TERM_DATE >= :CCR-EFF-DATE
           END-EXEC
           IF SQLCODE = ZERO AND WS-CCR-DUP-COUNT > ZERO
               MOVE 'DP' TO WS-CA-RETURN-CODE
               MOVE 'REQUEST FOR THAT SCOPE ALREADY IN FORCE - END IT'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(REQUEST_SEQ), 0)
               INTO :WS-CCR-MAX-SEQ
               FROM HCAS.CONF_COMM_REQUEST
               WHERE MEMBER_ID = :CCR-MEMBER-ID
           END-EXEC
           COMPUTE CCR-REQUEST-SEQ = WS-CCR-MAX-SEQ + 1
           EXEC SQL
               INSERT INTO HCAS.CONF_COMM_REQUEST
                   (MEMBER_ID, REQUEST_SEQ, SCOPE_CODE,
                    DELIVERY_CODE, ALT_ADDR_LINE_1,
                    ALT_ADDR_LINE_2, ALT_CITY, ALT_STATE,
                    ALT_ZIP_CODE, EFF_DATE, TERM_DATE,
                    CREATE_USER, CREATE_DATE,
                    UPDATE_USER, UPDATE_DATE)
               SELECT :CCR-MEMBER-ID, :CCR-REQUEST-SEQ,
                      :CCR-SCOPE-CODE, :CCR-DELIVERY-CODE,
                      :CCR-ALT-ADDR-LINE-1, :CCR-ALT-ADDR-LINE-2,
                      :CCR-ALT-CITY, :CCR-ALT-STATE,
                      :CCR-ALT-ZIP-CODE, :CCR-EFF-DATE,
                      :CCR-TERM-DATE,
                      :WS-SIGNON-USER, :WS-CURRENT-DATE,
                      :WS-SIGNON-USER, :WS-CURRENT-DATE
               FROM HCAS.MEMBER
               WHERE MEMBER_ID = :CCR-MEMBER-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'CONF COMM REQUEST' TO WS-AUD-FIELD
                   MOVE SPACES TO WS-AUD-BEFORE
                   MOVE SPACES TO WS-AUD-AFTER
                   STRING 'SCOPE ' DELIMITED SIZE
                          CCR-SCOPE-CODE DELIMITED SIZE
                          ' DELIVERY ' DELIMITED SIZE
                          CCR-DELIVERY-CODE DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          CCR-EFF-DATE DELIMITED SIZE
                          '-' DELIMITED SIZE
                          CCR-TERM-DATE DELIMITED SIZE
                          INTO WS-AUD-AFTER
                   END-STRING
                   PERFORM 7000-WRITE-AUDIT-ROW
               WHEN +100
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO MEMBER FOUND FOR THAT ID'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 INSERT ERROR - REQUEST NOT ADDED'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
                   EXIT PARAGRAPH
           END-EVALUATE
           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'DB2 ERROR WRITING AUDIT TRAIL - NOT ADDED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           EXEC SQL COMMIT END-EXEC
           MOVE CCR-REQUEST-SEQ TO WS-CCR-SEQ-IN
           MOVE 'CONFIDENTIAL COMMUNICATION REQUEST ADDED'
               TO WS-CA-RETURN-MSG
           PERFORM 3000-QUERY-REQUEST.

       6000-TERM-REQUEST.
      *--- THE ROW STAYS ON FILE AS THE RECORD OF WHERE MAIL ---
      *    WENT WHILE IT WAS IN FORCE                         ---
           MOVE CC-MEMBER-IDI TO CCR-MEMBER-ID
           MOVE WS-CCR-SEQ-IN TO CCR-REQUEST-SEQ
           MOVE CC-TERM-DATEI TO CCR-TERM-DATE
           EXEC SQL
               SELECT TERM_DATE
               INTO :WS-CCR-BEF-TERM-DATE
               FROM HCAS.CONF_COMM_REQUEST
               WHERE MEMBER_ID = :CCR-MEMBER-ID
                 AND REQUEST_SEQ = :CCR-REQUEST-SEQ
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO REQUEST AT THAT SEQUENCE'
                       TO WS-CA-RETURN-MSG
               WHEN SQLCODE NOT = ZERO
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 ERROR READING REQUEST - NOT ENDED'
                       TO WS-CA-RETURN-MSG
               WHEN WS-CCR-BEF-TERM-DATE <= CCR-TERM-DATE
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'REQUEST ALREADY ENDS ON OR BEFORE THAT DATE'
                       TO WS-CA-RETURN-MSG
           END-EVALUATE
           IF WS-CA-RETURN-MSG NOT = SPACES
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.CONF_COMM_REQUEST
               SET TERM_DATE = :CCR-TERM-DATE,
                   UPDATE_USER = :WS-SIGNON-USER,
                   UPDATE_DATE = :WS-CURRENT-DATE
               WHERE MEMBER_ID = :CCR-MEMBER-ID
                 AND REQUEST_SEQ = :CCR-REQUEST-SEQ
           END-EXEC
           IF SQLCODE = ZERO
               MOVE 'REQUEST TERM DATE'    TO WS-AUD-FIELD
               MOVE WS-CCR-BEF-TERM-DATE   TO WS-AUD-BEFORE
               MOVE CCR-TERM-DATE          TO WS-AUD-AFTER
               PERFORM 7000-WRITE-AUDIT-ROW
           END-IF
           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'DB2 UPDATE ERROR - REQUEST NOT ENDED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           EXEC SQL COMMIT END-EXEC
           MOVE 'CONFIDENTIAL COMMUNICATION REQUEST ENDED'
               TO WS-CA-RETURN-MSG
           PERFORM 3000-QUERY-REQUEST.

       7000-WRITE-AUDIT-ROW.
      *--- THE ENTITY KEY IS THE MEMBER AND REQUEST SEQUENCE ---
           MOVE SPACES TO WS-AUD-ENTITY-KEY
           MOVE CCR-REQUEST-SEQ TO WS-CCR-SEQ-IN
           STRING CCR-MEMBER-ID DELIMITED SPACE
                  '-' DELIMITED SIZE
                  WS-CCR-SEQ-IN DELIMITED SIZE
                  INTO WS-AUD-ENTITY-KEY
           END-STRING
           EXEC SQL
               INSERT INTO HCAS.SYSTEM_AUDIT_TRAIL
                   (AUDIT_TS, TRAN_CODE, PROGRAM_ID,
                    ENTITY_TYPE, ENTITY_KEY, AUDIT_ACTION,
                    FIELD_NAME, BEFORE_VALUE, AFTER_VALUE,
                    CHANGE_USER, CHANGE_DATE, APPROVAL_ID)
               VALUES
                   (CURRENT TIMESTAMP, 'CCOM', 'CCOMMT1',
                    'CONFCOMM', :WS-AUD-ENTITY-KEY, 'C',
                    :WS-AUD-FIELD, :WS-AUD-BEFORE, :WS-AUD-AFTER,
                    :WS-SIGNON-USER, :WS-CURRENT-DATE, ' ')
           END-EXEC.

       9000-SEND-ERROR.
           MOVE WS-CA-RETURN-MSG TO CC-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.
