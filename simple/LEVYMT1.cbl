       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LEVYMT1.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  LEVYMT1                                              *
      * PURPOSE:  PROVIDER TAX LEVY / GARNISHMENT MAINTENANCE          *
      *           (MAKER SIDE)                                         *
      *           CICS ONLINE TRANSACTION FOR PROVIDER FINANCE.        *
      *           DISPLAYS A LEVY FROM HCAS.PROVIDER_LEVY WITH ITS     *
      *           AMOUNT PAID TO DATE AND REMAINING BALANCE, AND       *
      *           SUBMITS A REQUESTED CHANGE TO THE                    *
      *           HCAS.PENDING_APPROVAL MAKER-CHECKER QUEUE (TRAN      *
      *           CODE LEVY):                                          *
      *             AL - ADD A LEVY AGAINST A PROVIDER TIN (IRS OR     *
      *                  STATE TAX LEVY, OR A GARNISHMENT ORDER)       *
      *             CL - CHANGE THE ORDER AMOUNT, LEVY RULE OR         *
      *                  RELEASE DATE                                  *
      *             RL - RELEASE THE LEVY                              *
      *           A RULE 'P' LEVY TAKES A PERCENTAGE OF EACH PAYMENT,  *
      *           A RULE 'F' LEVY TAKES THE FULL PAYMENT, UNTIL THE    *
      *           ORDER AMOUNT IS SATISFIED. NOTHING CHANGES UNTIL A   *
      *           SECOND AUTHORIZED USER APPROVES THE REQUEST THROUGH  *
      *           SECREV01; EDI835GN DEDUCTS ACTIVE LEVIES AT PAYMENT  *
      *           TIME AND PAYS THE AGENCY BY CHECK.                   *
      * TRANSACTION: LEVY                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY SECCOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
           05  WS-CA-LEVY-ID           PIC X(12).
           05  WS-CA-RETURN-CODE       PIC X(02).
           05  WS-CA-RETURN-MSG        PIC X(80).

       01  WS-COMMAREA-LENGTH          PIC S9(04) COMP VALUE 96.

       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-SIGNON-USER              PIC X(08).

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-DB2-FIELDS.
           05  DB-TAX-ID               PIC X(09).
           05  DB-LEVY-TYPE            PIC X(01).
           05  DB-AGENCY-NAME          PIC X(35).
           05  DB-AGENCY-TIN           PIC X(09).
           05  DB-AGENCY-ID            PIC X(10).
           05  DB-LEVY-REF             PIC X(15).
           05  DB-ORDER-AMT            PIC S9(09)V99 COMP-3.
           05  DB-LEVY-RULE            PIC X(01).
           05  DB-LEVY-PCT             PIC S9(03)V99 COMP-3.
           05  DB-EFF-DATE             PIC X(08).
           05  DB-RELEASE-DATE         PIC X(08).
           05  DB-PAID-TO-DATE         PIC S9(09)V99 COMP-3.
           05  DB-LEVY-STATUS          PIC X(01).
               88  DB-LEVY-ACTIVE      VALUE 'A'.
               88  DB-LEVY-SATISFIED   VALUE 'S'.
               88  DB-LEVY-RELEASED    VALUE 'R'.
           05  DB-BALANCE              PIC S9(09)V99 COMP-3.
           05  WS-APPROVAL-ID          PIC X(26).
           05  WS-HOLD-SEQ             PIC 9(05) VALUE ZERO.
           05  WS-CHANGE-DESC          PIC X(80).
           05  WS-ENTITY-KEY           PIC X(15).
           05  WS-HOLD-AMOUNT          PIC S9(09)V99 COMP-3.

       01  WS-BMS-MAP-NAME             PIC X(07) VALUE 'LEVYMP1'.
       01  WS-BMS-MAPSET               PIC X(07) VALUE 'LEVYSET'.

       01  LEVYMP1I.
           05  LV-FUNCL                PIC S9(04) COMP.
           05  LV-FUNCF                PIC X(01).
           05  LV-FUNCI                PIC X(02).
               88  LV-FUNC-INQUIRE     VALUE 'I ' 'IN'.
               88  LV-FUNC-ADD         VALUE 'AL'.
               88  LV-FUNC-CHANGE      VALUE 'CL'.
               88  LV-FUNC-RELEASE     VALUE 'RL'.
           05  LV-LEVY-IDL             PIC S9(04) COMP.
           05  LV-LEVY-IDF             PIC X(01).
           05  LV-LEVY-IDI             PIC X(12).
           05  LV-TAX-IDL              PIC S9(04) COMP.
           05  LV-TAX-IDF              PIC X(01).
           05  LV-TAX-IDI              PIC X(09).
           05  LV-LEVY-TYPEL           PIC S9(04) COMP.
           05  LV-LEVY-TYPEF           PIC X(01).
           05  LV-LEVY-TYPEI           PIC X(01).
               88  LV-TYPE-VALID       VALUE 'I' 'S' 'G'.
           05  LV-AGENCY-NAMEL         PIC S9(04) COMP.
           05  LV-AGENCY-NAMEF         PIC X(01).
           05  LV-AGENCY-NAMEI         PIC X(35).
           05  LV-AGENCY-TINL          PIC S9(04) COMP.
           05  LV-AGENCY-TINF          PIC X(01).
           05  LV-AGENCY-TINI          PIC X(09).
           05  LV-AGENCY-IDL           PIC S9(04) COMP.
           05  LV-AGENCY-IDF           PIC X(01).
           05  LV-AGENCY-IDI           PIC X(10).
           05  LV-LEVY-REFL            PIC S9(04) COMP.
           05  LV-LEVY-REFF            PIC X(01).
           05  LV-LEVY-REFI            PIC X(15).
           05  LV-ORDER-AMTL           PIC S9(04) COMP.
           05  LV-ORDER-AMTF           PIC X(01).
           05  LV-ORDER-AMTI           PIC 9(09)V99.
           05  LV-LEVY-RULEL           PIC S9(04) COMP.
           05  LV-LEVY-RULEF           PIC X(01).
           05  LV-LEVY-RULEI           PIC X(01).
               88  LV-RULE-PERCENT     VALUE 'P'.
               88  LV-RULE-FULL        VALUE 'F'.
           05  LV-LEVY-PCTL            PIC S9(04) COMP.
           05  LV-LEVY-PCTF            PIC X(01).
           05  LV-LEVY-PCTI            PIC 9(03)V99.
           05  LV-EFF-DATEL            PIC S9(04) COMP.
           05  LV-EFF-DATEF            PIC X(01).
           05  LV-EFF-DATEI            PIC X(08).
           05  LV-RELEASE-DATEL        PIC S9(04) COMP.
           05  LV-RELEASE-DATEF        PIC X(01).
           05  LV-RELEASE-DATEI        PIC X(08).
           05  LV-MSG-TEXTL            PIC S9(04) COMP.
           05  LV-MSG-TEXTF            PIC X(01).
           05  LV-MSG-TEXTI            PIC X(79).

       01  LEVYMP1O.
           05  LV-STATUS-OUT           PIC X(10).
           05  LV-PAID-OUT             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  LV-BALANCE-OUT          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-SWITCHES.
           05  WS-VALID-SW             PIC X(01) VALUE 'Y'.
               88  WS-INPUT-VALID      VALUE 'Y'.
               88  WS-INPUT-INVALID    VALUE 'N'.
           05  WS-LEVY-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-LEVY-FOUND       VALUE 'Y'.
               88  WS-LEVY-NOT-FOUND   VALUE 'N'.

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
               TRANSID('LEVY')
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       1000-FIRST-TIME.
           INITIALIZE WS-COMMAREA
           INITIALIZE LEVYMP1O
           MOVE 'ENTER LEVY ID - I, AL ADD, CL CHANGE, RL RELEASE'
               TO LV-MSG-TEXTI
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
               INTO(LEVYMP1I)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'ERROR RECEIVING MAP DATA'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           ELSE
               MOVE LV-FUNCI TO WS-CA-FUNCTION
               MOVE LV-LEVY-IDI TO WS-CA-LEVY-ID
               PERFORM 2100-VALIDATE-INPUT
               IF WS-INPUT-VALID
                   IF LV-FUNC-INQUIRE
                       PERFORM 3000-QUERY-LEVY
                   ELSE
                       PERFORM 4000-REQUEST-CHANGE
                   END-IF
               END-IF
           END-IF.

       2100-VALIDATE-INPUT.
           SET WS-INPUT-VALID TO TRUE
           INSPECT LV-FUNCI REPLACING ALL LOW-VALUE BY SPACE
           MOVE SPACES TO WS-CA-RETURN-CODE
           MOVE SPACES TO WS-CA-RETURN-MSG
           IF LV-LEVY-IDI = SPACES OR LOW-VALUES
               MOVE 'LEVY ID IS REQUIRED' TO WS-CA-RETURN-MSG
           ELSE
               IF NOT LV-FUNC-INQUIRE
                   PERFORM 3100-READ-LEVY
               END-IF
               EVALUATE TRUE
                   WHEN WS-CA-RETURN-MSG NOT = SPACES
                       CONTINUE
                   WHEN LV-FUNC-INQUIRE
                       CONTINUE
                   WHEN LV-FUNC-ADD
                       IF WS-LEVY-FOUND
                           MOVE 'LEVY ID ALREADY ON FILE - USE CL'
                               TO WS-CA-RETURN-MSG
                       ELSE
                           PERFORM 2200-VALIDATE-NEW-LEVY
                       END-IF
                   WHEN LV-FUNC-CHANGE
                       IF WS-LEVY-NOT-FOUND
                           MOVE 'LEVY NOT ON FILE - ADD IT WITH AL'
                               TO WS-CA-RETURN-MSG
                       ELSE
                           PERFORM 2300-VALIDATE-CHANGE
                       END-IF
                   WHEN LV-FUNC-RELEASE
                       IF WS-LEVY-NOT-FOUND
                           MOVE 'LEVY NOT ON FILE'
                               TO WS-CA-RETURN-MSG
                       ELSE
                           PERFORM 2400-VALIDATE-RELEASE
                       END-IF
                   WHEN OTHER
                       MOVE 'FUNCTION MUST BE I, AL, CL OR RL'
                           TO WS-CA-RETURN-MSG
               END-EVALUATE
           END-IF
           IF WS-CA-RETURN-MSG NOT = SPACES
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               PERFORM 9000-SEND-ERROR
           END-IF.

       2200-VALIDATE-NEW-LEVY.
           IF LV-EFF-DATEI = SPACES OR LOW-VALUES
               MOVE WS-CURRENT-DATE TO LV-EFF-DATEI
           END-IF
           IF LV-RELEASE-DATEI = SPACES OR LOW-VALUES
               MOVE '99991231' TO LV-RELEASE-DATEI
           END-IF
           EVALUATE TRUE
               WHEN LV-TAX-IDI IS NOT NUMERIC
                   MOVE 'PROVIDER TIN MUST BE 9 DIGITS'
                       TO WS-CA-RETURN-MSG
               WHEN NOT LV-TYPE-VALID
                   MOVE 'LEVY TYPE MUST BE I (IRS), S (STATE) OR G'
                       TO WS-CA-RETURN-MSG
               WHEN LV-AGENCY-NAMEI = SPACES OR LOW-VALUES
                   MOVE 'AGENCY NAME IS REQUIRED'
                       TO WS-CA-RETURN-MSG
               WHEN LV-AGENCY-IDI = SPACES OR LOW-VALUES
                   MOVE 'AGENCY PAYEE ID IS REQUIRED'
                       TO WS-CA-RETURN-MSG
               WHEN LV-AGENCY-TINI IS NOT NUMERIC
                   MOVE 'AGENCY TIN MUST BE 9 DIGITS'
                       TO WS-CA-RETURN-MSG
               WHEN LV-LEVY-REFI = SPACES OR LOW-VALUES
                   MOVE 'LEVY / ORDER REFERENCE IS REQUIRED'
                       TO WS-CA-RETURN-MSG
               WHEN OTHER
                   PERFORM 2500-VALIDATE-ORDER-TERMS
           END-EVALUATE.

       2300-VALIDATE-CHANGE.
      *--- TERMS LEFT BLANK KEEP THEIR VALUES ON FILE ---
           IF DB-LEVY-RELEASED
               MOVE 'LEVY HAS BEEN RELEASED - NO FURTHER CHANGES'
                   TO WS-CA-RETURN-MSG
               EXIT PARAGRAPH
           END-IF
           IF LV-ORDER-AMTL = ZERO
               MOVE DB-ORDER-AMT TO LV-ORDER-AMTI
           END-IF
           IF LV-LEVY-RULEI = SPACES OR LOW-VALUES
               MOVE DB-LEVY-RULE TO LV-LEVY-RULEI
           END-IF
           IF LV-LEVY-PCTL = ZERO
               MOVE DB-LEVY-PCT TO LV-LEVY-PCTI
           END-IF
           MOVE DB-EFF-DATE TO LV-EFF-DATEI
           IF LV-RELEASE-DATEI = SPACES OR LOW-VALUES
               MOVE DB-RELEASE-DATE TO LV-RELEASE-DATEI
           END-IF
           PERFORM 2500-VALIDATE-ORDER-TERMS
           IF WS-CA-RETURN-MSG = SPACES
           AND LV-ORDER-AMTI < DB-PAID-TO-DATE
               MOVE 'ORDER AMOUNT IS LESS THAN THE AMOUNT ALREADY PAID'
                   TO WS-CA-RETURN-MSG
           END-IF.

       2400-VALIDATE-RELEASE.
           IF DB-LEVY-RELEASED
               MOVE 'LEVY IS ALREADY RELEASED'
                   TO WS-CA-RETURN-MSG
               EXIT PARAGRAPH
           END-IF
           IF LV-RELEASE-DATEI = SPACES OR LOW-VALUES
               MOVE WS-CURRENT-DATE TO LV-RELEASE-DATEI
           END-IF
           IF LV-RELEASE-DATEI IS NOT NUMERIC
               MOVE 'RELEASE DATE MUST BE CCYYMMDD'
                   TO WS-CA-RETURN-MSG
           END-IF.

       2500-VALIDATE-ORDER-TERMS.
           EVALUATE TRUE
               WHEN LV-ORDER-AMTI IS NOT NUMERIC
               OR LV-ORDER-AMTI = ZERO
                   MOVE 'ORDER AMOUNT MUST BE GREATER THAN ZERO'
                       TO WS-CA-RETURN-MSG
               WHEN NOT LV-RULE-PERCENT AND NOT LV-RULE-FULL
                   MOVE 'LEVY RULE MUST BE P (PERCENT) OR F (FULL)'
                       TO WS-CA-RETURN-MSG
               WHEN LV-RULE-PERCENT
               AND (LV-LEVY-PCTI IS NOT NUMERIC
                    OR LV-LEVY-PCTI = ZERO
                    OR LV-LEVY-PCTI > 100)
                   MOVE 'LEVY PERCENT MUST BE 0.01 THROUGH 100.00'
                       TO WS-CA-RETURN-MSG
               WHEN LV-EFF-DATEI IS NOT NUMERIC
               OR LV-RELEASE-DATEI IS NOT NUMERIC
                   MOVE 'DATES MUST BE CCYYMMDD'
                       TO WS-CA-RETURN-MSG
               WHEN LV-RELEASE-DATEI NOT > LV-EFF-DATEI
                   MOVE 'RELEASE DATE MUST BE AFTER THE EFFECTIVE DATE'
                       TO WS-CA-RETURN-MSG
               WHEN OTHER
                   IF LV-RULE-FULL
                       MOVE ZERO TO LV-LEVY-PCTI
                   END-IF
           END-EVALUATE.

       3000-QUERY-LEVY.
           PERFORM 3100-READ-LEVY
           IF WS-LEVY-NOT-FOUND
               IF WS-CA-RETURN-MSG = SPACES
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'LEVY NOT ON FILE - AL TO ADD IT'
                       TO WS-CA-RETURN-MSG
               END-IF
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE DB-TAX-ID       TO LV-TAX-IDI
           MOVE DB-LEVY-TYPE    TO LV-LEVY-TYPEI
           MOVE DB-AGENCY-NAME  TO LV-AGENCY-NAMEI
           MOVE DB-AGENCY-TIN   TO LV-AGENCY-TINI
           MOVE DB-AGENCY-ID    TO LV-AGENCY-IDI
           MOVE DB-LEVY-REF     TO LV-LEVY-REFI
           MOVE DB-ORDER-AMT    TO LV-ORDER-AMTI
           MOVE DB-LEVY-RULE    TO LV-LEVY-RULEI
           MOVE DB-LEVY-PCT     TO LV-LEVY-PCTI
           MOVE DB-EFF-DATE     TO LV-EFF-DATEI
           MOVE DB-RELEASE-DATE TO LV-RELEASE-DATEI
           MOVE DB-PAID-TO-DATE TO LV-PAID-OUT
           MOVE DB-BALANCE      TO LV-BALANCE-OUT
           EVALUATE TRUE
               WHEN DB-LEVY-RELEASED
                   MOVE 'RELEASED  ' TO LV-STATUS-OUT
               WHEN DB-LEVY-SATISFIED
                   MOVE 'SATISFIED ' TO LV-STATUS-OUT
               WHEN DB-EFF-DATE > WS-CURRENT-DATE
                   MOVE 'PENDING   ' TO LV-STATUS-OUT
               WHEN OTHER
                   MOVE 'ACTIVE    ' TO LV-STATUS-OUT
           END-EVALUATE
           MOVE 'LEVY DISPLAYED - KEY A FUNCTION TO REQUEST A CHANGE'
               TO LV-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.

       3100-READ-LEVY.
           SET WS-LEVY-NOT-FOUND TO TRUE
           EXEC SQL
               SELECT TAX_ID, LEVY_TYPE, AGENCY_NAME, AGENCY_TIN,
                      AGENCY_PAYEE_ID, LEVY_REF, ORDER_AMT,
                      LEVY_RULE, LEVY_PCT, EFF_DATE, RELEASE_DATE,
                      PAID_TO_DATE, LEVY_STATUS,
                      ORDER_AMT - PAID_TO_DATE
               INTO :DB-TAX-ID, :DB-LEVY-TYPE, :DB-AGENCY-NAME,
                    :DB-AGENCY-TIN, :DB-AGENCY-ID, :DB-LEVY-REF,
                    :DB-ORDER-AMT, :DB-LEVY-RULE, :DB-LEVY-PCT,
                    :DB-EFF-DATE, :DB-RELEASE-DATE,
                    :DB-PAID-TO-DATE, :DB-LEVY-STATUS,
                    :DB-BALANCE
               FROM HCAS.PROVIDER_LEVY
               WHERE LEVY_ID = :LV-LEVY-IDI
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   SET WS-LEVY-FOUND TO TRUE
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 ERROR ON LEVY INQUIRY'
                       TO WS-CA-RETURN-MSG
           END-EVALUATE.

       4000-REQUEST-CHANGE.
      *--- FORMAT THE REQUESTED CHANGE AND HOLD IT ON THE       ---
      *    PENDING-APPROVAL QUEUE - A SECOND AUTHORIZED USER    ---
      *    APPLIES IT THROUGH SECREV01. THE ORDER AMOUNT IS     ---
      *    CARRIED AS THE HELD AMOUNT SO THE APPROVER'S DOLLAR  ---
      *    AUTHORITY APPLIES                                    ---
           MOVE SPACES TO SEC-CHANGE-DATA
           MOVE LV-FUNCI       TO SEC-LEVY-ACTION
           MOVE LV-LEVY-IDI    TO SEC-LEVY-ID
           MOVE ZERO           TO SEC-LEVY-ORDER-AMT
           MOVE ZERO           TO SEC-LEVY-PCT
           EVALUATE TRUE
               WHEN LV-FUNC-ADD
                   MOVE LV-TAX-IDI       TO SEC-LEVY-TAX-ID
                   MOVE LV-LEVY-TYPEI    TO SEC-LEVY-TYPE
                   MOVE LV-AGENCY-NAMEI  TO SEC-LEVY-AGENCY-NAME
                   MOVE LV-AGENCY-TINI   TO SEC-LEVY-AGENCY-TIN
                   MOVE LV-AGENCY-IDI    TO SEC-LEVY-AGENCY-ID
                   MOVE LV-LEVY-REFI     TO SEC-LEVY-REF
                   MOVE LV-ORDER-AMTI    TO SEC-LEVY-ORDER-AMT
                   MOVE LV-LEVY-RULEI    TO SEC-LEVY-RULE
                   MOVE LV-LEVY-PCTI     TO SEC-LEVY-PCT
                   MOVE LV-EFF-DATEI     TO SEC-LEVY-EFF-DATE
                   MOVE LV-RELEASE-DATEI TO SEC-LEVY-RELEASE-DATE
               WHEN LV-FUNC-CHANGE
                   MOVE DB-TAX-ID        TO SEC-LEVY-TAX-ID
                   MOVE LV-ORDER-AMTI    TO SEC-LEVY-ORDER-AMT
                   MOVE LV-LEVY-RULEI    TO SEC-LEVY-RULE
                   MOVE LV-LEVY-PCTI     TO SEC-LEVY-PCT
                   MOVE LV-RELEASE-DATEI TO SEC-LEVY-RELEASE-DATE
               WHEN OTHER
                   MOVE DB-TAX-ID        TO SEC-LEVY-TAX-ID
                   MOVE DB-ORDER-AMT     TO SEC-LEVY-ORDER-AMT
                   MOVE LV-RELEASE-DATEI TO SEC-LEVY-RELEASE-DATE
           END-EVALUATE
           MOVE SEC-LEVY-ORDER-AMT TO WS-HOLD-AMOUNT
           ADD 1 TO WS-HOLD-SEQ
           MOVE SPACES TO WS-APPROVAL-ID
           STRING 'LEVY-' DELIMITED SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-HOLD-SEQ DELIMITED SIZE
                  INTO WS-APPROVAL-ID
           END-STRING
           MOVE SPACES TO WS-CHANGE-DESC
           STRING 'TAX LEVY ' DELIMITED SIZE
                  LV-LEVY-IDI DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  LV-FUNCI DELIMITED SIZE
                  ' TIN ' DELIMITED SIZE
                  SEC-LEVY-TAX-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  SEC-LEVY-RULE DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  SEC-LEVY-RELEASE-DATE DELIMITED SPACE
                  ' ' DELIMITED SIZE
                  SEC-LEVY-AGENCY-NAME DELIMITED SIZE
                  INTO WS-CHANGE-DESC
           END-STRING
           MOVE SPACES TO WS-ENTITY-KEY
           STRING LV-LEVY-IDI DELIMITED SIZE
                  '-' DELIMITED SIZE
                  LV-FUNCI DELIMITED SIZE
                  INTO WS-ENTITY-KEY
           END-STRING
           EXEC SQL
               INSERT INTO HCAS.PENDING_APPROVAL
                   (APPROVAL_ID, TRAN_CODE, ENTITY_KEY,
                    CHANGE_DATA, CHANGE_DESC, AMOUNT,
                    REQUEST_USER, REQUEST_DATE, APPR_STATUS)
               VALUES
                   (:WS-APPROVAL-ID, 'LEVY', :WS-ENTITY-KEY,
                    :SEC-CHANGE-DATA, :WS-CHANGE-DESC,
                    :WS-HOLD-AMOUNT,
                    :WS-SIGNON-USER, :WS-CURRENT-DATE, 'P')
           END-EXEC
           IF SQLCODE = ZERO
               EXEC SQL COMMIT END-EXEC
               MOVE 'CHANGE HELD FOR APPROVAL (SECREV01)'
                   TO WS-CA-RETURN-MSG
               MOVE WS-CA-RETURN-MSG TO LV-MSG-TEXTI
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
           MOVE WS-CA-RETURN-MSG TO LV-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.
