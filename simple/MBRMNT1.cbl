       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MBRMNT1.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  MBRMNT1                                              *
      * PURPOSE:  MEMBER DEMOGRAPHIC AND ADDRESS MAINTENANCE           *
      *           CICS ONLINE TRANSACTION FOR MEMBER SERVICES.         *
      *           DISPLAYS A MEMBER FROM THE MBRMSTER VSAM MASTER      *
      *           AND ACCEPTS CHANGES TO THE MEMBER'S ADDRESS, PHONE   *
      *           AND LANGUAGE. THE VSAM MASTER AND HCAS.MEMBER ARE    *
      *           UPDATED TOGETHER IN ONE UNIT OF WORK SO MBRRECN1     *
      *           DOES NOT FIND THEM OUT OF STEP, AND MBR-AUDIT-INFO   *
      *           (UPDATE DATE, USER AND COUNT) IS MAINTAINED. A NEW   *
      *           ADDRESS CLEARS THE RETURNED-MAIL SUPPRESSION SET BY  *
      *           RETMAIL1. EVERY FIELD CHANGED IS WRITTEN TO          *
      *           HCAS.SYSTEM_AUDIT_TRAIL.                             *
      *           NAME AND DATE OF BIRTH ARE IDENTITY FIELDS: A KEYED  *
      *           CHANGE TO EITHER IS HELD ON HCAS.PENDING_APPROVAL    *
      *           (TRAN CODE MMNT) UNTIL A SECOND AUTHORIZED USER      *
      *           APPLIES IT THROUGH SECREV01.                         *
      *             I - DISPLAY THE MEMBER                             *
      *             U - UPDATE THE KEYED FIELDS. FIELDS LEFT BLANK     *
      *                 KEEP THEIR VALUES ON FILE; KEY AN ASTERISK IN  *
      *                 ADDRESS LINE 2 OR PHONE TO CLEAR IT            *
      *           A DISPLAYED MEMBER IS WRITTEN TO THE PHI ACCESS LOG  *
      *           (PHILOG01) FIRST AND IS NOT SHOWN IF IT CANNOT BE    *
      *           LOGGED.                                              *
      * TRANSACTION: MMNT                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY MBRCOPY.
       COPY SECCOPY.
       COPY PHICOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
           05  WS-CA-MEMBER-ID         PIC X(12).
           05  WS-CA-RETURN-CODE       PIC X(02).
           05  WS-CA-RETURN-MSG        PIC X(80).

       01  WS-COMMAREA-LENGTH          PIC S9(04) COMP VALUE 96.

       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-RESP2                    PIC S9(08) COMP.
       01  WS-SIGNON-USER              PIC X(08).
       01  WS-MBR-KEY                  PIC X(12).

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-DB2-FIELDS.
           05  DB-MAIL-SUPPRESS-IND    PIC X(01).
               88  DB-MAIL-SUPPRESSED  VALUE 'Y'.
           05  DB-PENDING-COUNT        PIC S9(09) COMP.
           05  WS-APPROVAL-ID          PIC X(26).
           05  WS-HOLD-SEQ             PIC 9(05) VALUE ZERO.
           05  WS-CHANGE-DESC          PIC X(80).
           05  WS-ENTITY-KEY           PIC X(15).
           05  WS-HOLD-AMOUNT          PIC S9(09)V99 COMP-3
                                       VALUE ZERO.

      *--- ONE HCAS.SYSTEM_AUDIT_TRAIL ROW PER FIELD CHANGED     ---
       01  WS-AUDIT-ROW.
           05  WS-AUD-ACTION           PIC X(01).
               88  WS-AUD-CHANGED      VALUE 'C'.
               88  WS-AUD-HELD         VALUE 'H'.
           05  WS-AUD-FIELD            PIC X(18).
           05  WS-AUD-BEFORE           PIC X(60).
           05  WS-AUD-AFTER            PIC X(60).
           05  WS-AUD-APPROVAL-ID      PIC X(26).

      *--- THE ADDRESS AND CONTACT FIELDS AS THEY STOOD BEFORE  ---
      *    THE UPDATE, FOR THE AUDIT TRAIL                      ---
       01  WS-BEFORE-IMAGE.
           05  WS-BEF-ADDR-LINE-1      PIC X(55).
           05  WS-BEF-ADDR-LINE-2      PIC X(55).
           05  WS-BEF-CITY             PIC X(30).
           05  WS-BEF-STATE            PIC X(02).
           05  WS-BEF-ZIP-CODE         PIC X(09).
           05  WS-BEF-PHONE            PIC X(10).
           05  WS-BEF-LANGUAGE-CODE    PIC X(03).
           05  WS-BEF-DOB              PIC X(08).

       01  WS-COUNT-DISP               PIC ZZZZ9.

       01  WS-BMS-MAP-NAME             PIC X(07) VALUE 'MMNTMP1'.
       01  WS-BMS-MAPSET               PIC X(07) VALUE 'MMNTSET'.

       01  MMNTMP1I.
           05  MM-FUNCL                PIC S9(04) COMP.
           05  MM-FUNCF                PIC X(01).
           05  MM-FUNCI                PIC X(01).
               88  MM-FUNC-INQUIRE     VALUE 'I'.
               88  MM-FUNC-UPDATE      VALUE 'U'.
           05  MM-MEMBER-IDL           PIC S9(04) COMP.
           05  MM-MEMBER-IDF           PIC X(01).
           05  MM-MEMBER-IDI           PIC X(12).
           05  MM-LAST-NAMEL           PIC S9(04) COMP.
           05  MM-LAST-NAMEF           PIC X(01).
           05  MM-LAST-NAMEI           PIC X(35).
           05  MM-FIRST-NAMEL          PIC S9(04) COMP.
           05  MM-FIRST-NAMEF          PIC X(01).
           05  MM-FIRST-NAMEI          PIC X(25).
           05  MM-MID-INITL            PIC S9(04) COMP.
           05  MM-MID-INITF            PIC X(01).
           05  MM-MID-INITI            PIC X(01).
           05  MM-DOBL                 PIC S9(04) COMP.
           05  MM-DOBF                 PIC X(01).
           05  MM-DOBI                 PIC X(08).
           05  MM-ADDR1L               PIC S9(04) COMP.
           05  MM-ADDR1F               PIC X(01).
           05  MM-ADDR1I               PIC X(55).
           05  MM-ADDR2L               PIC S9(04) COMP.
           05  MM-ADDR2F               PIC X(01).
           05  MM-ADDR2I               PIC X(55).
           05  MM-CITYL                PIC S9(04) COMP.
           05  MM-CITYF                PIC X(01).
           05  MM-CITYI                PIC X(30).
           05  MM-STATEL               PIC S9(04) COMP.
           05  MM-STATEF               PIC X(01).
           05  MM-STATEI               PIC X(02).
           05  MM-ZIPL                 PIC S9(04) COMP.
           05  MM-ZIPF                 PIC X(01).
           05  MM-ZIPI                 PIC X(09).
           05  MM-PHONEL               PIC S9(04) COMP.
           05  MM-PHONEF               PIC X(01).
           05  MM-PHONEI               PIC X(10).
           05  MM-LANGL                PIC S9(04) COMP.
           05  MM-LANGF                PIC X(01).
           05  MM-LANGI                PIC X(03).
           05  MM-MSG-TEXTL            PIC S9(04) COMP.
           05  MM-MSG-TEXTF            PIC X(01).
           05  MM-MSG-TEXTI            PIC X(79).

       01  MMNTMP1O.
           05  MM-UPDATED-OUT          PIC X(40).
           05  MM-MAIL-OUT             PIC X(30).
           05  MM-PENDING-OUT          PIC X(35).

       01  WS-SWITCHES.
           05  WS-VALID-SW             PIC X(01) VALUE 'Y'.
               88  WS-INPUT-VALID      VALUE 'Y'.
               88  WS-INPUT-INVALID    VALUE 'N'.
           05  WS-MEMBER-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-MEMBER-FOUND     VALUE 'Y'.
               88  WS-MEMBER-NOT-FOUND VALUE 'N'.
           05  WS-UPDATE-OK-SW         PIC X(01) VALUE 'Y'.
               88  WS-UPDATE-OK        VALUE 'Y'.
               88  WS-UPDATE-FAILED    VALUE 'N'.
           05  WS-ADDR-CHANGE-SW       PIC X(01) VALUE 'N'.
               88  WS-ADDR-CHANGED     VALUE 'Y'.
           05  WS-CONTACT-CHANGE-SW    PIC X(01) VALUE 'N'.
               88  WS-CONTACT-CHANGED  VALUE 'Y'.
           05  WS-IDENT-CHANGE-SW      PIC X(01) VALUE 'N'.
               88  WS-IDENT-CHANGED    VALUE 'Y'.

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
               TRANSID('MMNT')
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       1000-FIRST-TIME.
           INITIALIZE WS-COMMAREA
           INITIALIZE MMNTMP1O
           MOVE 'ENTER MEMBER ID - I TO DISPLAY, U TO UPDATE'
               TO MM-MSG-TEXTI
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
               INTO(MMNTMP1I)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'ERROR RECEIVING MAP DATA'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           ELSE
               MOVE MM-FUNCI TO WS-CA-FUNCTION
               MOVE MM-MEMBER-IDI TO WS-CA-MEMBER-ID
               PERFORM 2100-VALIDATE-INPUT
               IF WS-INPUT-VALID
                   IF MM-FUNC-UPDATE
                       PERFORM 4000-UPDATE-MEMBER
                   ELSE
                       PERFORM 3000-QUERY-MEMBER
                   END-IF
               END-IF
           END-IF.

       2100-VALIDATE-INPUT.
           SET WS-INPUT-VALID TO TRUE
           MOVE SPACES TO WS-CA-RETURN-CODE
           MOVE SPACES TO WS-CA-RETURN-MSG
           EVALUATE TRUE
               WHEN MM-MEMBER-IDI = SPACES OR LOW-VALUES
                   MOVE 'MEMBER ID IS REQUIRED' TO WS-CA-RETURN-MSG
               WHEN MM-FUNC-INQUIRE
                   CONTINUE
               WHEN MM-FUNC-UPDATE
                   PERFORM 3100-READ-MASTER
                   EVALUATE TRUE
                       WHEN WS-CA-RETURN-MSG NOT = SPACES
                           CONTINUE
                       WHEN WS-MEMBER-NOT-FOUND
                           MOVE 'MEMBER NOT ON FILE'
                               TO WS-CA-RETURN-MSG
                       WHEN OTHER
                           PERFORM 2200-DEFAULT-BLANK-FIELDS
                           PERFORM 2300-VALIDATE-CHANGES
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'FUNCTION MUST BE I OR U'
                       TO WS-CA-RETURN-MSG
           END-EVALUATE
           IF WS-CA-RETURN-MSG NOT = SPACES
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               PERFORM 9000-SEND-ERROR
           END-IF.

       2200-DEFAULT-BLANK-FIELDS.
      *--- FIELDS LEFT BLANK KEEP THEIR VALUES ON FILE. ADDRESS ---
      *    LINE 2 AND PHONE ARE OPTIONAL, SO AN ASTERISK CLEARS ---
           IF MM-LAST-NAMEI = SPACES OR LOW-VALUES
               MOVE MBR-LAST-NAME TO MM-LAST-NAMEI
           END-IF
           IF MM-FIRST-NAMEI = SPACES OR LOW-VALUES
               MOVE MBR-FIRST-NAME TO MM-FIRST-NAMEI
           END-IF
           IF MM-MID-INITI = SPACES OR LOW-VALUES
               MOVE MBR-MIDDLE-INIT TO MM-MID-INITI
           END-IF
           IF MM-DOBI = SPACES OR LOW-VALUES
               MOVE MBR-DOB TO MM-DOBI
           END-IF
           IF MM-ADDR1I = SPACES OR LOW-VALUES
               MOVE MBR-ADDR-LINE-1 TO MM-ADDR1I
           END-IF
           EVALUATE TRUE
               WHEN MM-ADDR2I = SPACES OR LOW-VALUES
                   MOVE MBR-ADDR-LINE-2 TO MM-ADDR2I
               WHEN MM-ADDR2I(1:1) = '*'
                   MOVE SPACES TO MM-ADDR2I
           END-EVALUATE
           IF MM-CITYI = SPACES OR LOW-VALUES
               MOVE MBR-CITY TO MM-CITYI
           END-IF
           IF MM-STATEI = SPACES OR LOW-VALUES
               MOVE MBR-STATE TO MM-STATEI
           END-IF
           IF MM-ZIPI = SPACES OR LOW-VALUES
               MOVE MBR-ZIP-CODE TO MM-ZIPI
           END-IF
           EVALUATE TRUE
               WHEN MM-PHONEI = SPACES OR LOW-VALUES
                   MOVE MBR-PHONE TO MM-PHONEI
               WHEN MM-PHONEI(1:1) = '*'
                   MOVE SPACES TO MM-PHONEI
           END-EVALUATE
           IF MM-LANGI = SPACES OR LOW-VALUES
               MOVE MBR-LANGUAGE-CODE TO MM-LANGI
           END-IF
           INSPECT MM-ZIPI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT MM-PHONEI REPLACING ALL LOW-VALUE BY SPACE.

       2300-VALIDATE-CHANGES.
           EVALUATE TRUE
               WHEN MM-LAST-NAMEI = SPACES
               OR MM-FIRST-NAMEI = SPACES
                   MOVE 'LAST AND FIRST NAME ARE REQUIRED'
                       TO WS-CA-RETURN-MSG
               WHEN MM-DOBI IS NOT NUMERIC
               OR MM-DOBI < '19000101'
               OR MM-DOBI > WS-CURRENT-DATE
                   MOVE 'DATE OF BIRTH MUST BE A PAST DATE CCYYMMDD'
                       TO WS-CA-RETURN-MSG
               WHEN MM-ADDR1I = SPACES
               OR MM-CITYI = SPACES
               OR MM-STATEI = SPACES
                   MOVE 'ADDRESS LINE 1, CITY, STATE AND ZIP REQUIRED'
                       TO WS-CA-RETURN-MSG
               WHEN MM-STATEI IS NOT ALPHABETIC
                   MOVE 'STATE MUST BE A 2-LETTER STATE CODE'
                       TO WS-CA-RETURN-MSG
               WHEN MM-ZIPI(1:5) IS NOT NUMERIC
               OR (MM-ZIPI(6:4) NOT = SPACES
                   AND MM-ZIPI(6:4) IS NOT NUMERIC)
                   MOVE 'ZIP CODE MUST BE 5 OR 9 DIGITS'
                       TO WS-CA-RETURN-MSG
               WHEN MM-PHONEI NOT = SPACES
               AND MM-PHONEI IS NOT NUMERIC
                   MOVE 'PHONE MUST BE 10 DIGITS'
                       TO WS-CA-RETURN-MSG
               WHEN MM-LANGI = SPACES
               OR MM-LANGI IS NOT ALPHABETIC
                   MOVE 'LANGUAGE MUST BE A 3-LETTER LANGUAGE CODE'
                       TO WS-CA-RETURN-MSG
               WHEN OTHER
                   PERFORM 2400-IDENTIFY-CHANGES
           END-EVALUATE.

       2400-IDENTIFY-CHANGES.
           MOVE 'N' TO WS-ADDR-CHANGE-SW
           MOVE 'N' TO WS-CONTACT-CHANGE-SW
           MOVE 'N' TO WS-IDENT-CHANGE-SW
           MOVE MBR-DOB TO WS-BEF-DOB
           IF MM-ADDR1I NOT = MBR-ADDR-LINE-1
           OR MM-ADDR2I NOT = MBR-ADDR-LINE-2
           OR MM-CITYI  NOT = MBR-CITY
           OR MM-STATEI NOT = MBR-STATE
           OR MM-ZIPI   NOT = MBR-ZIP-CODE
               SET WS-ADDR-CHANGED TO TRUE
           END-IF
           IF MM-PHONEI NOT = MBR-PHONE
           OR MM-LANGI  NOT = MBR-LANGUAGE-CODE
               SET WS-CONTACT-CHANGED TO TRUE
           END-IF
           IF MM-LAST-NAMEI  NOT = MBR-LAST-NAME
           OR MM-FIRST-NAMEI NOT = MBR-FIRST-NAME
           OR MM-MID-INITI   NOT = MBR-MIDDLE-INIT
           OR MM-DOBI        NOT = WS-BEF-DOB
               SET WS-IDENT-CHANGED TO TRUE
           END-IF
           IF NOT WS-ADDR-CHANGED
           AND NOT WS-CONTACT-CHANGED
           AND NOT WS-IDENT-CHANGED
               MOVE 'NO CHANGES KEYED - NOTHING TO UPDATE'
                   TO WS-CA-RETURN-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-IDENT-CHANGED
               PERFORM 3300-COUNT-PENDING-CHANGES
               IF DB-PENDING-COUNT > ZERO
                   MOVE 'A NAME/DOB CHANGE IS ALREADY AWAITING APPROVAL'
                       TO WS-CA-RETURN-MSG
               END-IF
           END-IF.

       3000-QUERY-MEMBER.
           PERFORM 3100-READ-MASTER
           IF WS-MEMBER-NOT-FOUND
               IF WS-CA-RETURN-MSG = SPACES
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO MEMBER FOUND FOR THAT ID'
                       TO WS-CA-RETURN-MSG
               END-IF
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM 3050-LOG-ACCESS
           IF PHI-ACC-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-FORMAT-MEMBER
           IF WS-CA-RETURN-MSG = SPACES
               MOVE 'MEMBER DISPLAYED - KEY CHANGES AND U TO UPDATE'
                   TO MM-MSG-TEXTI
           ELSE
               MOVE WS-CA-RETURN-MSG TO MM-MSG-TEXTI
           END-IF
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.

       3050-LOG-ACCESS.
           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER TO PHI-ACC-USER-ID
           MOVE 'MMNT'         TO PHI-ACC-TRAN-CODE
           MOVE 'MBRMNT1'      TO PHI-ACC-PROGRAM-ID
           SET PHI-ACC-MEMBER-VIEW TO TRUE
           MOVE WS-MBR-KEY     TO PHI-ACC-MEMBER-ID
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE
           IF PHI-ACC-FAILED
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE PHI-ACC-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       3100-READ-MASTER.
           SET WS-MEMBER-NOT-FOUND TO TRUE
           MOVE MM-MEMBER-IDI TO WS-MBR-KEY
           EXEC CICS READ
               FILE    ('MBRMSTER')
               INTO    (MEMBER-MASTER-RECORD)
               RIDFLD  (WS-MBR-KEY)
               LENGTH  (LENGTH OF MEMBER-MASTER-RECORD)
               RESP    (WS-RESP)
               RESP2   (WS-RESP2)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET WS-MEMBER-FOUND TO TRUE
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'ERROR READING MEMBER MASTER FILE'
                       TO WS-CA-RETURN-MSG
           END-EVALUATE.

       3200-FORMAT-MEMBER.
           INITIALIZE MMNTMP1O
           MOVE MBR-LAST-NAME     TO MM-LAST-NAMEI
           MOVE MBR-FIRST-NAME    TO MM-FIRST-NAMEI
           MOVE MBR-MIDDLE-INIT   TO MM-MID-INITI
           MOVE MBR-DOB           TO MM-DOBI
           MOVE MBR-ADDR-LINE-1   TO MM-ADDR1I
           MOVE MBR-ADDR-LINE-2   TO MM-ADDR2I
           MOVE MBR-CITY          TO MM-CITYI
           MOVE MBR-STATE         TO MM-STATEI
           MOVE MBR-ZIP-CODE      TO MM-ZIPI
           MOVE MBR-PHONE         TO MM-PHONEI
           MOVE MBR-LANGUAGE-CODE TO MM-LANGI
           MOVE MBR-UPDATE-COUNT  TO WS-COUNT-DISP
           STRING 'LAST UPDATED ' DELIMITED SIZE
                  MBR-UPDATE-DATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  MBR-UPDATE-USER DELIMITED SPACE
                  ' #' DELIMITED SIZE
                  WS-COUNT-DISP DELIMITED SIZE
                  INTO MM-UPDATED-OUT
           END-STRING
           MOVE 'N' TO DB-MAIL-SUPPRESS-IND
           EXEC SQL
               SELECT COALESCE(MAIL_SUPPRESS_IND, 'N')
               INTO :DB-MAIL-SUPPRESS-IND
               FROM HCAS.MEMBER
               WHERE MEMBER_ID = :WS-MBR-KEY
           END-EXEC
           IF SQLCODE = ZERO
           AND DB-MAIL-SUPPRESSED
               MOVE 'MAIL RETURNED - MAIL SUPPRESSED'
                   TO MM-MAIL-OUT
           END-IF
           PERFORM 3300-COUNT-PENDING-CHANGES
           IF DB-PENDING-COUNT > ZERO
               MOVE 'NAME/DOB CHANGE AWAITING APPROVAL'
                   TO MM-PENDING-OUT
           END-IF.

       3300-COUNT-PENDING-CHANGES.
           MOVE ZERO TO DB-PENDING-COUNT
           MOVE WS-MBR-KEY TO WS-ENTITY-KEY
           EXEC SQL
               SELECT COUNT(*)
               INTO :DB-PENDING-COUNT
               FROM HCAS.PENDING_APPROVAL
               WHERE TRAN_CODE = 'MMNT'
                 AND ENTITY_KEY = :WS-ENTITY-KEY
                 AND APPR_STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO DB-PENDING-COUNT
           END-IF.

       4000-UPDATE-MEMBER.
      *--- THE VSAM MASTER, HCAS.MEMBER, THE AUDIT TRAIL AND ANY ---
      *    HELD NAME/DOB CHANGE ARE ONE UNIT OF WORK: THE CICS   ---
      *    SYNCPOINT COMMITS THE FILE AND DB2 CHANGES TOGETHER,  ---
      *    AND A FAILURE ANYWHERE BACKS THEM ALL OUT             ---
           MOVE WS-SIGNON-USER TO SEC-AUTH-USER-ID
           MOVE 'MMNT' TO SEC-AUTH-TRAN-CODE
           SET SEC-CAP-UPDATE TO TRUE
           MOVE ZERO TO SEC-AUTH-AMOUNT
           CALL 'SECAUTH1' USING SEC-AUTH-REQUEST
                                 SEC-AUTH-RESPONSE
           IF SEC-AUTH-DENIED
               MOVE 'NA' TO WS-CA-RETURN-CODE
               MOVE SEC-AUTH-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           SET WS-UPDATE-OK TO TRUE
           IF WS-ADDR-CHANGED OR WS-CONTACT-CHANGED
               PERFORM 4100-APPLY-ADDRESS-CHANGE
           END-IF
           IF WS-UPDATE-OK AND WS-IDENT-CHANGED
               PERFORM 4500-HOLD-IDENTITY-CHANGE
           END-IF
           IF WS-UPDATE-FAILED
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'ER' TO WS-CA-RETURN-CODE
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           EXEC CICS SYNCPOINT END-EXEC
           EVALUATE TRUE
               WHEN WS-IDENT-CHANGED
               AND (WS-ADDR-CHANGED OR WS-CONTACT-CHANGED)
                   MOVE 'MEMBER UPDATED - NAME/DOB HELD FOR APPROVAL'
                       TO WS-CA-RETURN-MSG
               WHEN WS-IDENT-CHANGED
                   MOVE 'CHANGE HELD FOR APPROVAL (SECREV01)'
                       TO WS-CA-RETURN-MSG
               WHEN OTHER
                   MOVE 'MEMBER UPDATED SUCCESSFULLY'
                       TO WS-CA-RETURN-MSG
           END-EVALUATE
           PERFORM 3000-QUERY-MEMBER.

       4100-APPLY-ADDRESS-CHANGE.
           MOVE MM-MEMBER-IDI TO WS-MBR-KEY
           EXEC CICS READ
               FILE    ('MBRMSTER')
               INTO    (MEMBER-MASTER-RECORD)
               RIDFLD  (WS-MBR-KEY)
               LENGTH  (LENGTH OF MEMBER-MASTER-RECORD)
               UPDATE
               RESP    (WS-RESP)
               RESP2   (WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-UPDATE-FAILED TO TRUE
               MOVE 'MEMBER MASTER READ FOR UPDATE FAILED'
                   TO WS-CA-RETURN-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE MBR-ADDR-LINE-1   TO WS-BEF-ADDR-LINE-1
           MOVE MBR-ADDR-LINE-2   TO WS-BEF-ADDR-LINE-2
           MOVE MBR-CITY          TO WS-BEF-CITY
           MOVE MBR-STATE         TO WS-BEF-STATE
           MOVE MBR-ZIP-CODE      TO WS-BEF-ZIP-CODE
           MOVE MBR-PHONE         TO WS-BEF-PHONE
           MOVE MBR-LANGUAGE-CODE TO WS-BEF-LANGUAGE-CODE
           MOVE MM-ADDR1I         TO MBR-ADDR-LINE-1
           MOVE MM-ADDR2I         TO MBR-ADDR-LINE-2
           MOVE MM-CITYI          TO MBR-CITY
           MOVE MM-STATEI         TO MBR-STATE
           MOVE MM-ZIPI           TO MBR-ZIP-CODE
           MOVE MM-PHONEI         TO MBR-PHONE
           MOVE MM-LANGI          TO MBR-LANGUAGE-CODE
           MOVE WS-CURRENT-DATE   TO MBR-UPDATE-DATE
           MOVE WS-SIGNON-USER    TO MBR-UPDATE-USER
           IF MBR-UPDATE-COUNT < 99999
               ADD 1 TO MBR-UPDATE-COUNT
           END-IF
           EXEC SQL
               UPDATE HCAS.MEMBER
               SET    ADDR_LINE_1   = :MBR-ADDR-LINE-1,
                      ADDR_LINE_2   = :MBR-ADDR-LINE-2,
                      CITY          = :MBR-CITY,
                      STATE         = :MBR-STATE,
                      ZIP_CODE      = :MBR-ZIP-CODE,
                      PHONE         = :MBR-PHONE,
                      LANGUAGE_CODE = :MBR-LANGUAGE-CODE,
                      UPDATE_DATE   = :WS-CURRENT-DATE,
                      UPDATE_USER   = :WS-SIGNON-USER
               WHERE  MEMBER_ID = :WS-MBR-KEY
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   SET WS-UPDATE-FAILED TO TRUE
                   MOVE 'MEMBER NOT ON HCAS.MEMBER - NOT UPDATED'
                       TO WS-CA-RETURN-MSG
               WHEN OTHER
                   SET WS-UPDATE-FAILED TO TRUE
                   MOVE 'DB2 UPDATE ERROR - MEMBER NOT UPDATED'
                       TO WS-CA-RETURN-MSG
           END-EVALUATE
           IF WS-UPDATE-OK AND WS-ADDR-CHANGED
               PERFORM 4200-CLEAR-MAIL-SUPPRESS
           END-IF
           IF WS-UPDATE-OK
               PERFORM 4300-AUDIT-ADDRESS-CHANGE
           END-IF
           IF WS-UPDATE-FAILED
               EXEC CICS UNLOCK
                   FILE ('MBRMSTER')
                   RESP (WS-RESP)
               END-EXEC
               EXIT PARAGRAPH
           END-IF
           EXEC CICS REWRITE
               FILE    ('MBRMSTER')
               FROM    (MEMBER-MASTER-RECORD)
               LENGTH  (LENGTH OF MEMBER-MASTER-RECORD)
               RESP    (WS-RESP)
               RESP2   (WS-RESP2)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-UPDATE-FAILED TO TRUE
               MOVE 'MEMBER MASTER REWRITE FAILED - NOT UPDATED'
                   TO WS-CA-RETURN-MSG
           END-IF.

       4200-CLEAR-MAIL-SUPPRESS.
      *--- A VALIDATED NEW ADDRESS RELEASES MAIL HELD BY RETMAIL1 ---
           EXEC SQL
               UPDATE HCAS.MEMBER
               SET MAIL_SUPPRESS_IND = 'N'
               WHERE MEMBER_ID = :WS-MBR-KEY
                 AND MAIL_SUPPRESS_IND = 'Y'
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               SET WS-UPDATE-FAILED TO TRUE
               MOVE 'DB2 ERROR CLEARING MAIL SUPPRESSION'
                   TO WS-CA-RETURN-MSG
           END-IF.

       4300-AUDIT-ADDRESS-CHANGE.
           SET WS-AUD-CHANGED TO TRUE
           MOVE SPACES TO WS-AUD-APPROVAL-ID
           IF MBR-ADDR-LINE-1 NOT = WS-BEF-ADDR-LINE-1
               MOVE 'ADDRESS LINE 1'   TO WS-AUD-FIELD
               MOVE WS-BEF-ADDR-LINE-1 TO WS-AUD-BEFORE
               MOVE MBR-ADDR-LINE-1    TO WS-AUD-AFTER
               PERFORM 4900-WRITE-AUDIT-ROW
           END-IF
           IF MBR-ADDR-LINE-2 NOT = WS-BEF-ADDR-LINE-2
               MOVE 'ADDRESS LINE 2'   TO WS-AUD-FIELD
               MOVE WS-BEF-ADDR-LINE-2 TO WS-AUD-BEFORE
               MOVE MBR-ADDR-LINE-2    TO WS-AUD-AFTER
               PERFORM 4900-WRITE-AUDIT-ROW
           END-IF
           IF MBR-CITY NOT = WS-BEF-CITY
               MOVE 'CITY'             TO WS-AUD-FIELD
               MOVE WS-BEF-CITY        TO WS-AUD-BEFORE
               MOVE MBR-CITY           TO WS-AUD-AFTER
               PERFORM 4900-WRITE-AUDIT-ROW
           END-IF
           IF MBR-STATE NOT = WS-BEF-STATE
               MOVE 'STATE'            TO WS-AUD-FIELD
               MOVE WS-BEF-STATE       TO WS-AUD-BEFORE
               MOVE MBR-STATE          TO WS-AUD-AFTER
               PERFORM 4900-WRITE-AUDIT-ROW
           END-IF
           IF MBR-ZIP-CODE NOT = WS-BEF-ZIP-CODE
               MOVE 'ZIP CODE'         TO WS-AUD-FIELD
               MOVE WS-BEF-ZIP-CODE    TO WS-AUD-BEFORE
               MOVE MBR-ZIP-CODE       TO WS-AUD-AFTER
               PERFORM 4900-WRITE-AUDIT-ROW
           END-IF
           IF MBR-PHONE NOT = WS-BEF-PHONE
               MOVE 'PHONE'            TO WS-AUD-FIELD
               MOVE WS-BEF-PHONE       TO WS-AUD-BEFORE
               MOVE MBR-PHONE          TO WS-AUD-AFTER
               PERFORM 4900-WRITE-AUDIT-ROW
           END-IF
           IF MBR-LANGUAGE-CODE NOT = WS-BEF-LANGUAGE-CODE
               MOVE 'LANGUAGE'           TO WS-AUD-FIELD
               MOVE WS-BEF-LANGUAGE-CODE TO WS-AUD-BEFORE
               MOVE MBR-LANGUAGE-CODE    TO WS-AUD-AFTER
               PERFORM 4900-WRITE-AUDIT-ROW
           END-IF.

       4500-HOLD-IDENTITY-CHANGE.
      *--- NAME AND DATE OF BIRTH ARE HELD ON THE PENDING-      ---
      *    APPROVAL QUEUE - A SECOND AUTHORIZED USER APPLIES    ---
      *    THEM THROUGH SECREV01. THE VALUES ON FILE TODAY ARE  ---
      *    CARRIED WITH THE REQUEST FOR THE APPROVER            ---
           MOVE SPACES TO SEC-CHANGE-DATA
           MOVE MM-MEMBER-IDI   TO SEC-MMNT-MEMBER-ID
           MOVE MM-LAST-NAMEI   TO SEC-MMNT-LAST-NAME
           MOVE MM-FIRST-NAMEI  TO SEC-MMNT-FIRST-NAME
           MOVE MM-MID-INITI    TO SEC-MMNT-MIDDLE-INIT
           MOVE MM-DOBI         TO SEC-MMNT-DOB
           MOVE MBR-LAST-NAME   TO SEC-MMNT-OLD-LAST-NAME
           MOVE MBR-FIRST-NAME  TO SEC-MMNT-OLD-FIRST-NAME
           MOVE MBR-MIDDLE-INIT TO SEC-MMNT-OLD-MID-INIT
           MOVE WS-BEF-DOB      TO SEC-MMNT-OLD-DOB
           ADD 1 TO WS-HOLD-SEQ
           MOVE SPACES TO WS-APPROVAL-ID
           STRING 'MMNT-' DELIMITED SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-HOLD-SEQ DELIMITED SIZE
                  INTO WS-APPROVAL-ID
           END-STRING
           MOVE SPACES TO WS-CHANGE-DESC
           STRING 'MEMBER ' DELIMITED SIZE
                  MM-MEMBER-IDI DELIMITED SPACE
                  ' NAME/DOB TO ' DELIMITED SIZE
                  MM-LAST-NAMEI DELIMITED '  '
                  ', ' DELIMITED SIZE
                  MM-FIRST-NAMEI DELIMITED '  '
                  ' ' DELIMITED SIZE
                  MM-MID-INITI DELIMITED SIZE
                  ' DOB ' DELIMITED SIZE
                  MM-DOBI DELIMITED SIZE
                  INTO WS-CHANGE-DESC
           END-STRING
           MOVE MM-MEMBER-IDI TO WS-ENTITY-KEY
           EXEC SQL
               INSERT INTO HCAS.PENDING_APPROVAL
                   (APPROVAL_ID, TRAN_CODE, ENTITY_KEY,
                    CHANGE_DATA, CHANGE_DESC, AMOUNT,
                    REQUEST_USER, REQUEST_DATE, APPR_STATUS)
               VALUES
                   (:WS-APPROVAL-ID, 'MMNT', :WS-ENTITY-KEY,
                    :SEC-CHANGE-DATA, :WS-CHANGE-DESC,
                    :WS-HOLD-AMOUNT,
                    :WS-SIGNON-USER, :WS-CURRENT-DATE, 'P')
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-UPDATE-FAILED TO TRUE
               MOVE 'DB2 INSERT ERROR - CHANGE NOT HELD'
                   TO WS-CA-RETURN-MSG
               EXIT PARAGRAPH
           END-IF
           SET WS-AUD-HELD TO TRUE
           MOVE WS-APPROVAL-ID TO WS-AUD-APPROVAL-ID
           IF SEC-MMNT-LAST-NAME NOT = SEC-MMNT-OLD-LAST-NAME
               MOVE 'LAST NAME'            TO WS-AUD-FIELD
               MOVE SEC-MMNT-OLD-LAST-NAME TO WS-AUD-BEFORE
               MOVE SEC-MMNT-LAST-NAME     TO WS-AUD-AFTER
               PERFORM 4900-WRITE-AUDIT-ROW
           END-IF
           IF SEC-MMNT-FIRST-NAME NOT = SEC-MMNT-OLD-FIRST-NAME
               MOVE 'FIRST NAME'            TO WS-AUD-FIELD
               MOVE SEC-MMNT-OLD-FIRST-NAME TO WS-AUD-BEFORE
               MOVE SEC-MMNT-FIRST-NAME     TO WS-AUD-AFTER
               PERFORM 4900-WRITE-AUDIT-ROW
           END-IF
           IF SEC-MMNT-MIDDLE-INIT NOT = SEC-MMNT-OLD-MID-INIT
               MOVE 'MIDDLE INITIAL'         TO WS-AUD-FIELD
               MOVE SEC-MMNT-OLD-MID-INIT TO WS-AUD-BEFORE
               MOVE SEC-MMNT-MIDDLE-INIT     TO WS-AUD-AFTER
               PERFORM 4900-WRITE-AUDIT-ROW
           END-IF
           IF SEC-MMNT-DOB NOT = SEC-MMNT-OLD-DOB
               MOVE 'DATE OF BIRTH'  TO WS-AUD-FIELD
               MOVE SEC-MMNT-OLD-DOB TO WS-AUD-BEFORE
               MOVE SEC-MMNT-DOB     TO WS-AUD-AFTER
               PERFORM 4900-WRITE-AUDIT-ROW
           END-IF.

       4900-WRITE-AUDIT-ROW.
      *--- ACTION C = CHANGED HERE, H = HELD FOR APPROVAL; THE  ---
      *    APPROVED CHANGE IS AUDITED AGAIN BY SECREV01 (A)     ---
           IF WS-UPDATE-FAILED
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO HCAS.SYSTEM_AUDIT_TRAIL
                   (AUDIT_TS, TRAN_CODE, PROGRAM_ID,
                    ENTITY_TYPE, ENTITY_KEY, AUDIT_ACTION,
                    FIELD_NAME, BEFORE_VALUE, AFTER_VALUE,
                    CHANGE_USER, CHANGE_DATE, APPROVAL_ID)
               VALUES
                   (CURRENT TIMESTAMP, 'MMNT', 'MBRMNT1',
                    'MEMBER', :WS-MBR-KEY, :WS-AUD-ACTION,
                    :WS-AUD-FIELD, :WS-AUD-BEFORE, :WS-AUD-AFTER,
                    :WS-SIGNON-USER, :WS-CURRENT-DATE,
                    :WS-AUD-APPROVAL-ID)
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-UPDATE-FAILED TO TRUE
               MOVE 'DB2 ERROR WRITING AUDIT TRAIL - NOT UPDATED'
                   TO WS-CA-RETURN-MSG
           END-IF.

       9000-SEND-ERROR.
           MOVE WS-CA-RETURN-MSG TO MM-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.
