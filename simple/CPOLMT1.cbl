       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPOLMT1.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  CPOLMT1                                              *
      * PURPOSE:  COVERAGE POLICY MAINTENANCE (MAKER SIDE)             *
      *           CICS ONLINE TRANSACTION FOR THE MEDICAL POLICY       *
      *           TEAM. DISPLAYS A DIAGNOSIS-TO-PROCEDURE COVERAGE     *
      *           POLICY (LCD/NCD STYLE) FROM HCAS.COVERAGE_POLICY     *
      *           WITH ITS PROCEDURE AND ICD-10 RANGE COUNTS, AND      *
      *           SUBMITS A REQUESTED CHANGE TO THE                    *
      *           HCAS.PENDING_APPROVAL MAKER-CHECKER QUEUE (TRAN      *
      *           CODE CPOL):                                          *
      *             AP - ADD OR REPLACE THE POLICY HEADER (TITLE,      *
      *                  LOB OR ALL, EFFECTIVE AND TERM DATES)         *
      *             TP - TERMINATE THE POLICY                          *
      *             AC / DC - ADD / DELETE A GOVERNED PROCEDURE        *
      *             AD / DD - ADD / DELETE A COVERING ICD-10 RANGE     *
      *           NOTHING CHANGES UNTIL A SECOND AUTHORIZED USER       *
      *           APPROVES THE REQUEST THROUGH SECREV01; CLMADJ01      *
      *           EDITS EVERY GOVERNED LINE AGAINST ITS POINTED        *
      *           DIAGNOSES (EDIT MN001).                              *
      * TRANSACTION: CPOL                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY SECCOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
           05  WS-CA-POLICY-ID         PIC X(08).
           05  WS-CA-RETURN-CODE       PIC X(02).
           05  WS-CA-RETURN-MSG        PIC X(80).

       01  WS-COMMAREA-LENGTH          PIC S9(04) COMP VALUE 92.

       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-SIGNON-USER              PIC X(08).

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-DB2-FIELDS.
           05  DB-POLICY-TITLE         PIC X(40).
           05  DB-LOB-CODE             PIC X(03).
           05  DB-EFF-DATE             PIC X(08).
           05  DB-TERM-DATE            PIC X(08).
           05  DB-PROC-COUNT           PIC S9(09) COMP.
           05  DB-DIAG-COUNT           PIC S9(09) COMP.
           05  WS-APPROVAL-ID          PIC X(26).
           05  WS-HOLD-SEQ             PIC 9(05) VALUE ZERO.
           05  WS-CHANGE-DESC          PIC X(80).
           05  WS-ENTITY-KEY           PIC X(15).

       01  WS-BMS-MAP-NAME             PIC X(07) VALUE 'CPOLMP1'.
       01  WS-BMS-MAPSET               PIC X(07) VALUE 'CPOLSET'.

       01  CPOLMP1I.
           05  CP-FUNCL                PIC S9(04) COMP.
           05  CP-FUNCF                PIC X(01).
           05  CP-FUNCI                PIC X(02).
               88  CP-FUNC-INQUIRE     VALUE 'I ' 'IN'.
               88  CP-FUNC-ADD-POLICY  VALUE 'AP'.
               88  CP-FUNC-TERM-POLICY VALUE 'TP'.
               88  CP-FUNC-ADD-PROC    VALUE 'AC'.
               88  CP-FUNC-DEL-PROC    VALUE 'DC'.
               88  CP-FUNC-ADD-DIAG    VALUE 'AD'.
               88  CP-FUNC-DEL-DIAG    VALUE 'DD'.
           05  CP-POLICY-IDL           PIC S9(04) COMP.
           05  CP-POLICY-IDF           PIC X(01).
           05  CP-POLICY-IDI           PIC X(08).
           05  CP-TITLEL               PIC S9(04) COMP.
           05  CP-TITLEF               PIC X(01).
           05  CP-TITLEI               PIC X(40).
           05  CP-LOB-CODEL            PIC S9(04) COMP.
           05  CP-LOB-CODEF            PIC X(01).
           05  CP-LOB-CODEI            PIC X(03).
           05  CP-EFF-DATEL            PIC S9(04) COMP.
           05  CP-EFF-DATEF            PIC X(01).
           05  CP-EFF-DATEI            PIC X(08).
           05  CP-TERM-DATEL           PIC S9(04) COMP.
           05  CP-TERM-DATEF           PIC X(01).
           05  CP-TERM-DATEI           PIC X(08).
           05  CP-PROC-CODEL           PIC S9(04) COMP.
           05  CP-PROC-CODEF           PIC X(01).
           05  CP-PROC-CODEI           PIC X(05).
           05  CP-DIAG-FROML           PIC S9(04) COMP.
           05  CP-DIAG-FROMF           PIC X(01).
           05  CP-DIAG-FROMI           PIC X(08).
           05  CP-DIAG-TOL             PIC S9(04) COMP.
           05  CP-DIAG-TOF             PIC X(01).
           05  CP-DIAG-TOI             PIC X(08).
           05  CP-MSG-TEXTL            PIC S9(04) COMP.
           05  CP-MSG-TEXTF            PIC X(01).
           05  CP-MSG-TEXTI            PIC X(79).

       01  CPOLMP1O.
           05  CP-STATUS-OUT           PIC X(10).
           05  CP-PROC-COUNT-OUT       PIC ZZZ9.
           05  CP-DIAG-COUNT-OUT       PIC ZZZ9.

       01  WS-SWITCHES.
           05  WS-VALID-SW             PIC X(01) VALUE 'Y'.
               88  WS-INPUT-VALID      VALUE 'Y'.
               88  WS-INPUT-INVALID    VALUE 'N'.
           05  WS-POLICY-FOUND-SW      PIC X(01) VALUE 'N'.
               88  WS-POLICY-FOUND     VALUE 'Y'.
               88  WS-POLICY-NOT-FOUND VALUE 'N'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(92).

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
               TRANSID('CPOL')
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       1000-FIRST-TIME.
           INITIALIZE WS-COMMAREA
           INITIALIZE CPOLMP1O
           MOVE 'ENTER POLICY ID - I INQUIRE, AP/TP POLICY, AC/DC PROC,
      -        ' AD/DD DIAG RANGE' TO CP-MSG-TEXTI
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
               INTO(CPOLMP1I)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'ERROR RECEIVING MAP DATA'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           ELSE
               MOVE CP-FUNCI TO WS-CA-FUNCTION
               MOVE CP-POLICY-IDI TO WS-CA-POLICY-ID
               PERFORM 2100-VALIDATE-INPUT
               IF WS-INPUT-VALID
                   IF CP-FUNC-INQUIRE
                       PERFORM 3000-QUERY-POLICY
                   ELSE
                       PERFORM 4000-REQUEST-CHANGE
                   END-IF
               END-IF
           END-IF.

       2100-VALIDATE-INPUT.
           SET WS-INPUT-VALID TO TRUE
           INSPECT CP-FUNCI REPLACING ALL LOW-VALUE BY SPACE
           MOVE SPACES TO WS-CA-RETURN-CODE
           MOVE SPACES TO WS-CA-RETURN-MSG
           IF CP-POLICY-IDI = SPACES OR LOW-VALUES
               MOVE 'POLICY ID IS REQUIRED' TO WS-CA-RETURN-MSG
           ELSE
               EVALUATE TRUE
                   WHEN CP-FUNC-INQUIRE
                       CONTINUE
                   WHEN CP-FUNC-ADD-POLICY
                       PERFORM 2200-VALIDATE-HEADER
                   WHEN CP-FUNC-TERM-POLICY
                       PERFORM 2300-VALIDATE-TERM
                   WHEN CP-FUNC-ADD-PROC OR CP-FUNC-DEL-PROC
                       IF CP-PROC-CODEI = SPACES OR LOW-VALUES
                           MOVE 'PROCEDURE CODE IS REQUIRED'
                               TO WS-CA-RETURN-MSG
                       END-IF
                   WHEN CP-FUNC-ADD-DIAG OR CP-FUNC-DEL-DIAG
                       PERFORM 2400-VALIDATE-DIAG-RANGE
                   WHEN OTHER
                       MOVE 'FUNCTION MUST BE I, AP, TP, AC, DC, AD, DD'
                           TO WS-CA-RETURN-MSG
               END-EVALUATE
           END-IF
      *--- CHANGES BELOW THE HEADER NEED THE POLICY ON FILE ---
           IF WS-CA-RETURN-MSG = SPACES
           AND NOT CP-FUNC-INQUIRE
           AND NOT CP-FUNC-ADD-POLICY
               PERFORM 3100-READ-POLICY
               IF WS-POLICY-NOT-FOUND
                   MOVE 'POLICY NOT ON FILE - ADD IT WITH AP FIRST'
                       TO WS-CA-RETURN-MSG
               END-IF
           END-IF
           IF WS-CA-RETURN-MSG NOT = SPACES
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               PERFORM 9000-SEND-ERROR
           END-IF.

       2200-VALIDATE-HEADER.
           IF CP-LOB-CODEI = SPACES OR LOW-VALUES
               MOVE 'ALL' TO CP-LOB-CODEI
           END-IF
           IF CP-TERM-DATEI = SPACES OR LOW-VALUES
               MOVE '99991231' TO CP-TERM-DATEI
           END-IF
           EVALUATE TRUE
               WHEN CP-TITLEI = SPACES OR LOW-VALUES
                   MOVE 'POLICY TITLE IS REQUIRED'
                       TO WS-CA-RETURN-MSG
               WHEN CP-EFF-DATEI IS NOT NUMERIC
               OR CP-TERM-DATEI IS NOT NUMERIC
                   MOVE 'DATES MUST BE CCYYMMDD'
                       TO WS-CA-RETURN-MSG
               WHEN CP-TERM-DATEI < CP-EFF-DATEI
                   MOVE 'TERM DATE IS BEFORE THE EFFECTIVE DATE'
                       TO WS-CA-RETURN-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2300-VALIDATE-TERM.
           IF CP-TERM-DATEI = SPACES OR LOW-VALUES
               MOVE WS-CURRENT-DATE TO CP-TERM-DATEI
           END-IF
           IF CP-TERM-DATEI IS NOT NUMERIC
               MOVE 'TERM DATE MUST BE CCYYMMDD'
                   TO WS-CA-RETURN-MSG
           END-IF.

       2400-VALIDATE-DIAG-RANGE.
      *--- ICD-10 CODES ARE KEYED WITHOUT THE DECIMAL POINT. A ---
      *    SINGLE CODE COVERS ITSELF; THE HIGH END IS FILLED   ---
      *    WITH Z SO A CATEGORY (E55) COVERS ALL ITS CHILDREN  ---
           IF CP-DIAG-FROMI = SPACES OR LOW-VALUES
               MOVE 'DIAGNOSIS RANGE FROM-CODE IS REQUIRED'
                   TO WS-CA-RETURN-MSG
               EXIT PARAGRAPH
           END-IF
           IF CP-DIAG-TOI = SPACES OR LOW-VALUES
               MOVE CP-DIAG-FROMI TO CP-DIAG-TOI
           END-IF
           INSPECT CP-DIAG-FROMI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT CP-DIAG-TOI REPLACING ALL LOW-VALUE BY SPACE
           IF CP-FUNC-ADD-DIAG
               INSPECT CP-DIAG-TOI REPLACING ALL SPACE BY 'Z'
           END-IF
           IF CP-DIAG-TOI < CP-DIAG-FROMI
               MOVE 'DIAGNOSIS RANGE TO-CODE IS BEFORE FROM-CODE'
                   TO WS-CA-RETURN-MSG
           END-IF.

       3000-QUERY-POLICY.
           PERFORM 3100-READ-POLICY
           IF WS-POLICY-NOT-FOUND
               IF WS-CA-RETURN-MSG = SPACES
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'POLICY NOT ON FILE - AP TO ADD IT'
                       TO WS-CA-RETURN-MSG
               END-IF
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO DB-PROC-COUNT
           MOVE ZERO TO DB-DIAG-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :DB-PROC-COUNT
               FROM HCAS.COVERAGE_POLICY_PROC
               WHERE POLICY_ID = :CP-POLICY-IDI
           END-EXEC
           EXEC SQL
               SELECT COUNT(*)
               INTO :DB-DIAG-COUNT
               FROM HCAS.COVERAGE_POLICY_DIAG
               WHERE POLICY_ID = :CP-POLICY-IDI
           END-EXEC
           MOVE DB-POLICY-TITLE TO CP-TITLEI
           MOVE DB-LOB-CODE     TO CP-LOB-CODEI
           MOVE DB-EFF-DATE     TO CP-EFF-DATEI
           MOVE DB-TERM-DATE    TO CP-TERM-DATEI
           MOVE DB-PROC-COUNT   TO CP-PROC-COUNT-OUT
           MOVE DB-DIAG-COUNT   TO CP-DIAG-COUNT-OUT
           IF DB-EFF-DATE <= WS-CURRENT-DATE
           AND DB-TERM-DATE >= WS-CURRENT-DATE
               MOVE 'ACTIVE    ' TO CP-STATUS-OUT
           ELSE
               MOVE 'INACTIVE  ' TO CP-STATUS-OUT
           END-IF
           MOVE 'POLICY DISPLAYED - KEY A FUNCTION TO REQUEST A CHANGE'
               TO CP-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.

       3100-READ-POLICY.
           SET WS-POLICY-NOT-FOUND TO TRUE
           EXEC SQL
               SELECT POLICY_TITLE, LOB_CODE, EFF_DATE, TERM_DATE
               INTO :DB-POLICY-TITLE, :DB-LOB-CODE,
                    :DB-EFF-DATE, :DB-TERM-DATE
               FROM HCAS.COVERAGE_POLICY
               WHERE POLICY_ID = :CP-POLICY-IDI
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   SET WS-POLICY-FOUND TO TRUE
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 ERROR ON POLICY INQUIRY'
                       TO WS-CA-RETURN-MSG
           END-EVALUATE.

       4000-REQUEST-CHANGE.
      *--- FORMAT THE REQUESTED CHANGE AND HOLD IT ON THE       ---
      *    PENDING-APPROVAL QUEUE - A SECOND AUTHORIZED USER    ---
      *    APPLIES IT THROUGH SECREV01                          ---
           MOVE SPACES TO SEC-CHANGE-DATA
           MOVE CP-FUNCI       TO SEC-CPOL-ACTION
           MOVE CP-POLICY-IDI  TO SEC-CPOL-POLICY-ID
           EVALUATE TRUE
               WHEN CP-FUNC-ADD-POLICY
                   MOVE CP-LOB-CODEI  TO SEC-CPOL-LOB-CODE
                   MOVE CP-EFF-DATEI  TO SEC-CPOL-EFF-DATE
                   MOVE CP-TERM-DATEI TO SEC-CPOL-TERM-DATE
                   MOVE CP-TITLEI     TO SEC-CPOL-TITLE
               WHEN CP-FUNC-TERM-POLICY
                   MOVE CP-TERM-DATEI TO SEC-CPOL-TERM-DATE
               WHEN CP-FUNC-ADD-PROC OR CP-FUNC-DEL-PROC
                   MOVE CP-PROC-CODEI TO SEC-CPOL-PROC-CODE
               WHEN OTHER
                   MOVE CP-DIAG-FROMI TO SEC-CPOL-DIAG-FROM
                   MOVE CP-DIAG-TOI   TO SEC-CPOL-DIAG-TO
           END-EVALUATE
           ADD 1 TO WS-HOLD-SEQ
           MOVE SPACES TO WS-APPROVAL-ID
           STRING 'CPOL-' DELIMITED SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-HOLD-SEQ DELIMITED SIZE
                  INTO WS-APPROVAL-ID
           END-STRING
           MOVE SPACES TO WS-CHANGE-DESC
           STRING 'COVERAGE POLICY ' DELIMITED SIZE
                  CP-POLICY-IDI DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  CP-FUNCI DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SEC-CPOL-PROC-CODE DELIMITED SPACE
                  SEC-CPOL-DIAG-FROM DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  SEC-CPOL-DIAG-TO DELIMITED SPACE
                  SEC-CPOL-TERM-DATE DELIMITED SPACE
                  INTO WS-CHANGE-DESC
           END-STRING
           MOVE SPACES TO WS-ENTITY-KEY
           STRING CP-POLICY-IDI DELIMITED SIZE
                  '-' DELIMITED SIZE
                  CP-FUNCI DELIMITED SIZE
                  INTO WS-ENTITY-KEY
           END-STRING
           EXEC SQL
               INSERT INTO HCAS.PENDING_APPROVAL
                   (APPROVAL_ID, TRAN_CODE, ENTITY_KEY,
                    CHANGE_DATA, CHANGE_DESC, AMOUNT,
                    REQUEST_USER, REQUEST_DATE, APPR_STATUS)
               VALUES
                   (:WS-APPROVAL-ID, 'CPOL', :WS-ENTITY-KEY,
                    :SEC-CHANGE-DATA, :WS-CHANGE-DESC, 0,
                    :WS-SIGNON-USER, :WS-CURRENT-DATE, 'P')
           END-EXEC
           IF SQLCODE = ZERO
               EXEC SQL COMMIT END-EXEC
               MOVE 'CHANGE HELD FOR APPROVAL (SECREV01)'
                   TO WS-CA-RETURN-MSG
               MOVE WS-CA-RETURN-MSG TO CP-MSG-TEXTI
               EXEC CICS SEND
                   MAP(WS-BMS-MAP-NAME)
                   MAPSET(WS-BMS-MAPSET)
                   DATAONLY
                   CURSOR
               END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'DB2 INSERT ERROR - CHANGE NOT HELD'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       9000-SEND-ERROR.
           MOVE WS-CA-RETURN-MSG TO CP-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.
