       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CTRMNT1.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  CTRMNT1                                              *
      * PURPOSE:  PROVIDER CONTRACT INQUIRY / MAINTENANCE              *
      *           CICS ONLINE TRANSACTION FOR CONTRACTING STAFF -      *
      *           THE ONLINE COMPANION TO THE CTRLD001 LOADER.         *
      *           DISPLAYS THE LATEST VERSION OF A CONTRACT FROM       *
      *           HCAS.PROVIDER_CONTRACT WITH THE RATE CARD IN FORCE   *
      *           FOR ITS NETWORK AND CONTRACT TYPE, AND:              *
      *             AC - ADDS A CONTRACT (VERSION 1)                   *
      *             MC - AMENDS IT. THE CURRENT VERSION IS CLOSED THE  *
      *                  DAY BEFORE THE AMENDMENT TAKES EFFECT AND THE *
      *                  AMENDED TERMS GO ON A NEW VERSION             *
      *             TC - TERMINATES IT (END-DATES THE CURRENT VERSION) *
      *             RC - REQUESTS A RATE CARD CHANGE FOR THE           *
      *                  CONTRACT'S NETWORK AND CONTRACT TYPE          *
      *           TERMS ARE VALIDATED AGAINST THE PROVIDER TABLE, THE  *
      *           NETWORKS THE OPEN BENEFIT PLANS BILL AGAINST AND THE *
      *           FEE SCHEDULE IN FORCE ON THE EFFECTIVE DATE. ALL     *
      *           CHANGES ARE AUTHORITY-CHECKED (SECAUTH1). A RATE     *
      *           CHANGE IS HELD ON HCAS.PENDING_APPROVAL (TRAN CODE   *
      *           CTRM) UNTIL A SECOND AUTHORIZED USER APPROVES IT     *
      *           THROUGH SECREV01.                                    *
      * TRANSACTION: CTRM                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY SECCOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
           05  WS-CA-CONTRACT-ID       PIC X(12).
           05  WS-CA-RETURN-CODE       PIC X(02).
           05  WS-CA-RETURN-MSG        PIC X(80).

       01  WS-COMMAREA-LENGTH          PIC S9(04) COMP VALUE 96.

       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-SIGNON-USER              PIC X(08).

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *--- LATEST VERSION OF THE CONTRACT AND ITS RATE CARD ---
       01  WS-DB2-FIELDS.
           05  DB-VERSION-NO           PIC S9(04) COMP.
           05  DB-VERSION-COUNT        PIC S9(04) COMP.
           05  DB-NPI                  PIC X(10).
           05  DB-NETWORK-ID           PIC X(06).
           05  DB-CONTRACT-TYPE        PIC X(02).
           05  DB-PAR-STATUS           PIC X(01).
           05  DB-FEE-SCHED-ID         PIC X(08).
           05  DB-EFF-DATE             PIC X(08).
           05  DB-TERM-DATE            PIC X(08).
           05  DB-ANES-CF              PIC S9(05)V99 COMP-3.
           05  DB-FILING-LIMIT         PIC S9(05) COMP-3.
           05  DB-WITHHOLD-PCT         PIC SV9(04) COMP-3.
           05  DB-RATE-PCT-CHARGE      PIC SV99 COMP-3.
           05  DB-RATE-PCT-FEE         PIC S9(01)V99 COMP-3.
           05  DB-RATE-CAP-RATE        PIC S9(07)V99 COMP-3.
           05  DB-RATE-LAST-EFF        PIC X(08).
           05  DB-ROW-COUNT            PIC S9(09) COMP.
           05  WS-APPROVAL-ID          PIC X(26).
           05  WS-HOLD-SEQ             PIC 9(05) VALUE ZERO.
           05  WS-CHANGE-DESC          PIC X(80).
           05  WS-ENTITY-KEY           PIC X(15).
           05  WS-HOLD-AMOUNT          PIC S9(09)V99 COMP-3.
           05  WS-PRIOR-TERM-DATE      PIC X(08).

      *--- THE VERSION BEING ADDED ---
       01  WS-NEW-CONTRACT.
           05  WS-NEW-VERSION-NO       PIC S9(04) COMP.
           05  WS-NEW-NPI              PIC X(10).
           05  WS-NEW-NETWORK-ID       PIC X(06).
           05  WS-NEW-CONTRACT-TYPE    PIC X(02).
               88  WS-NEW-TYPE-VALID   VALUE 'FF' 'PC' 'CP'.
               88  WS-NEW-FEE-FOR-SVC  VALUE 'FF'.
               88  WS-NEW-PCT-OF-CHARGE VALUE 'PC'.
               88  WS-NEW-CAPITATED    VALUE 'CP'.
           05  WS-NEW-PAR-STATUS       PIC X(01).
               88  WS-NEW-PAR-VALID    VALUE 'Y' 'N'.
           05  WS-NEW-FEE-SCHED-ID     PIC X(08).
           05  WS-NEW-EFF-DATE         PIC X(08).
           05  WS-NEW-TERM-DATE        PIC X(08).
           05  WS-NEW-ANES-CF          PIC S9(05)V99 COMP-3.
           05  WS-NEW-FILING-LIMIT     PIC S9(05) COMP-3.
           05  WS-NEW-WITHHOLD-PCT     PIC SV9(04) COMP-3.
           05  WS-NEW-AMEND-REASON     PIC X(30).

       01  WS-DATE-WORK.
           05  WS-DT-DATE-N            PIC 9(08).
           05  WS-DT-INT               PIC S9(09) COMP.

       01  WS-DISP-FIELDS.
           05  WS-PCT-CHARGE-DISP      PIC .99.
           05  WS-PCT-FEE-DISP         PIC 9.99.
           05  WS-CAP-RATE-DISP        PIC Z(06)9.99.

       01  WS-BMS-MAP-NAME             PIC X(07) VALUE 'CTRMMP1'.
       01  WS-BMS-MAPSET               PIC X(07) VALUE 'CTRMSET'.

       01  CTRMMP1I.
           05  CT-FUNCL                PIC S9(04) COMP.
           05  CT-FUNCF                PIC X(01).
           05  CT-FUNCI                PIC X(02).
               88  CT-FUNC-INQUIRE     VALUE 'I ' 'IN'.
               88  CT-FUNC-ADD         VALUE 'AC'.
               88  CT-FUNC-AMEND       VALUE 'MC'.
               88  CT-FUNC-TERMINATE   VALUE 'TC'.
               88  CT-FUNC-RATES       VALUE 'RC'.
           05  CT-CONTRACT-IDL         PIC S9(04) COMP.
           05  CT-CONTRACT-IDF         PIC X(01).
           05  CT-CONTRACT-IDI         PIC X(12).
           05  CT-NPIL                 PIC S9(04) COMP.
           05  CT-NPIF                 PIC X(01).
           05  CT-NPII                 PIC X(10).
           05  CT-NETWORKL             PIC S9(04) COMP.
           05  CT-NETWORKF             PIC X(01).
           05  CT-NETWORKI             PIC X(06).
           05  CT-CTYPEL               PIC S9(04) COMP.
           05  CT-CTYPEF               PIC X(01).
           05  CT-CTYPEI               PIC X(02).
           05  CT-PARL                 PIC S9(04) COMP.
           05  CT-PARF                 PIC X(01).
           05  CT-PARI                 PIC X(01).
           05  CT-FEE-SCHEDL           PIC S9(04) COMP.
           05  CT-FEE-SCHEDF           PIC X(01).
           05  CT-FEE-SCHEDI           PIC X(08).
           05  CT-EFF-DATEL            PIC S9(04) COMP.
           05  CT-EFF-DATEF            PIC X(01).
           05  CT-EFF-DATEI            PIC X(08).
           05  CT-TERM-DATEL           PIC S9(04) COMP.
           05  CT-TERM-DATEF           PIC X(01).
           05  CT-TERM-DATEI           PIC X(08).
           05  CT-ANES-CFL             PIC S9(04) COMP.
           05  CT-ANES-CFF             PIC X(01).
           05  CT-ANES-CFI             PIC 9(05)V99.
           05  CT-FILING-LIMITL        PIC S9(04) COMP.
           05  CT-FILING-LIMITF        PIC X(01).
           05  CT-FILING-LIMITI        PIC 9(05).
           05  CT-WITHHOLDL            PIC S9(04) COMP.
           05  CT-WITHHOLDF            PIC X(01).
           05  CT-WITHHOLDI            PIC V9(04).
           05  CT-PCT-CHARGEL          PIC S9(04) COMP.
           05  CT-PCT-CHARGEF          PIC X(01).
           05  CT-PCT-CHARGEI          PIC V99.
           05  CT-PCT-FEEL             PIC S9(04) COMP.
           05  CT-PCT-FEEF             PIC X(01).
           05  CT-PCT-FEEI             PIC 9(01)V99.
           05  CT-CAP-RATEL            PIC S9(04) COMP.
           05  CT-CAP-RATEF            PIC X(01).
           05  CT-CAP-RATEI            PIC 9(07)V99.
           05  CT-REASONL              PIC S9(04) COMP.
           05  CT-REASONF              PIC X(01).
           05  CT-REASONI              PIC X(30).
           05  CT-MSG-TEXTL            PIC S9(04) COMP.
           05  CT-MSG-TEXTF            PIC X(01).
           05  CT-MSG-TEXTI            PIC X(79).

       01  CTRMMP1O.
           05  CT-VERSION-OUT          PIC ZZZ9.
           05  CT-VERSIONS-OUT         PIC ZZZ9.
           05  CT-STATUS-OUT           PIC X(10).
           05  CT-RATE-EFF-OUT         PIC X(08).

       01  WS-SWITCHES.
           05  WS-VALID-SW             PIC X(01) VALUE 'Y'.
               88  WS-INPUT-VALID      VALUE 'Y'.
               88  WS-INPUT-INVALID    VALUE 'N'.
           05  WS-CONTRACT-FOUND-SW    PIC X(01) VALUE 'N'.
               88  WS-CONTRACT-FOUND   VALUE 'Y'.
               88  WS-CONTRACT-NOT-FOUND VALUE 'N'.
           05  WS-RATE-FOUND-SW        PIC X(01) VALUE 'N'.
               88  WS-RATE-FOUND       VALUE 'Y'.
               88  WS-RATE-NOT-FOUND   VALUE 'N'.

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
               TRANSID('CTRM')
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       1000-FIRST-TIME.
           INITIALIZE WS-COMMAREA
           INITIALIZE CTRMMP1O
           MOVE 'CONTRACT ID - I, AC ADD, MC AMEND, TC TERM, RC RATES'
               TO CT-MSG-TEXTI
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
               INTO(CTRMMP1I)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'ERROR RECEIVING MAP DATA'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           ELSE
               MOVE CT-FUNCI TO WS-CA-FUNCTION
               MOVE CT-CONTRACT-IDI TO WS-CA-CONTRACT-ID
               PERFORM 2100-VALIDATE-INPUT
               EVALUATE TRUE
                   WHEN WS-INPUT-INVALID
                       CONTINUE
                   WHEN CT-FUNC-INQUIRE
                       PERFORM 3000-QUERY-CONTRACT
                   WHEN CT-FUNC-RATES
                       PERFORM 4500-REQUEST-RATE-CHANGE
                   WHEN OTHER
                       PERFORM 4000-APPLY-CONTRACT-CHANGE
               END-EVALUATE
           END-IF.

       2100-VALIDATE-INPUT.
           SET WS-INPUT-VALID TO TRUE
           INSPECT CT-FUNCI REPLACING ALL LOW-VALUE BY SPACE
           MOVE SPACES TO WS-CA-RETURN-CODE
           MOVE SPACES TO WS-CA-RETURN-MSG
           IF CT-CONTRACT-IDI = SPACES OR LOW-VALUES
               MOVE 'CONTRACT ID IS REQUIRED' TO WS-CA-RETURN-MSG
           ELSE
               IF NOT CT-FUNC-INQUIRE
                   PERFORM 3100-READ-CONTRACT
               END-IF
               EVALUATE TRUE
                   WHEN WS-CA-RETURN-MSG NOT = SPACES
                       CONTINUE
                   WHEN CT-FUNC-INQUIRE
                       CONTINUE
                   WHEN CT-FUNC-ADD
                       IF WS-CONTRACT-FOUND
                           MOVE 'CONTRACT ID ALREADY ON FILE - USE MC'
                               TO WS-CA-RETURN-MSG
                       ELSE
                           PERFORM 2200-VALIDATE-NEW-CONTRACT
                       END-IF
                   WHEN CT-FUNC-AMEND
                       IF WS-CONTRACT-NOT-FOUND
                           MOVE 'CONTRACT NOT ON FILE - ADD IT WITH AC'
                               TO WS-CA-RETURN-MSG
                       ELSE
                           PERFORM 2300-VALIDATE-AMENDMENT
                       END-IF
                   WHEN CT-FUNC-TERMINATE
                       IF WS-CONTRACT-NOT-FOUND
                           MOVE 'CONTRACT NOT ON FILE'
                               TO WS-CA-RETURN-MSG
                       ELSE
                           PERFORM 2400-VALIDATE-TERMINATION
                       END-IF
                   WHEN CT-FUNC-RATES
                       PERFORM 2500-VALIDATE-RATE-CHANGE
                   WHEN OTHER
                       MOVE 'FUNCTION MUST BE I, AC, MC, TC OR RC'
                           TO WS-CA-RETURN-MSG
               END-EVALUATE
           END-IF
           IF WS-CA-RETURN-MSG NOT = SPACES
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               PERFORM 9000-SEND-ERROR
           END-IF.

       2200-VALIDATE-NEW-CONTRACT.
           MOVE 1                TO WS-NEW-VERSION-NO
           MOVE CT-NPII          TO WS-NEW-NPI
           MOVE CT-NETWORKI      TO WS-NEW-NETWORK-ID
           MOVE CT-CTYPEI        TO WS-NEW-CONTRACT-TYPE
           MOVE CT-PARI          TO WS-NEW-PAR-STATUS
           IF CT-PARI = SPACE OR LOW-VALUE
               MOVE 'Y' TO WS-NEW-PAR-STATUS
           END-IF
           MOVE CT-FEE-SCHEDI    TO WS-NEW-FEE-SCHED-ID
           IF CT-EFF-DATEI = SPACES OR LOW-VALUES
               MOVE WS-CURRENT-DATE TO CT-EFF-DATEI
           END-IF
           MOVE CT-EFF-DATEI     TO WS-NEW-EFF-DATE
           IF CT-TERM-DATEI = SPACES OR LOW-VALUES
               MOVE '99991231' TO CT-TERM-DATEI
           END-IF
           MOVE CT-TERM-DATEI    TO WS-NEW-TERM-DATE
           MOVE ZERO TO WS-NEW-ANES-CF
           MOVE ZERO TO WS-NEW-FILING-LIMIT
           MOVE ZERO TO WS-NEW-WITHHOLD-PCT
           PERFORM 2350-APPLY-KEYED-TERMS
           IF WS-CA-RETURN-MSG = SPACES
           AND WS-NEW-AMEND-REASON = SPACES
               MOVE 'NEW CONTRACT' TO WS-NEW-AMEND-REASON
           END-IF
           IF WS-CA-RETURN-MSG = SPACES
               PERFORM 2600-VALIDATE-TERMS
           END-IF.

       2300-VALIDATE-AMENDMENT.
      *--- TERMS LEFT BLANK CARRY FORWARD FROM THE CURRENT ---
      *    VERSION                                         ---
           EVALUATE TRUE
               WHEN CT-EFF-DATEI IS NOT NUMERIC
                   MOVE 'AMENDMENT EFFECTIVE DATE MUST BE CCYYMMDD'
                       TO WS-CA-RETURN-MSG
               WHEN CT-EFF-DATEI NOT > DB-EFF-DATE
                   MOVE 'AMENDMENT MUST POSTDATE THE CURRENT VERSION'
                       TO WS-CA-RETURN-MSG
               WHEN DB-TERM-DATE < CT-EFF-DATEI
                   MOVE 'CONTRACT ENDS BEFORE THE AMENDMENT DATE'
                       TO WS-CA-RETURN-MSG
               WHEN CT-NPII NOT = SPACES AND CT-NPII NOT = LOW-VALUES
               AND CT-NPII NOT = DB-NPI
                   MOVE 'NPI CANNOT CHANGE ON AN AMENDMENT'
                       TO WS-CA-RETURN-MSG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CA-RETURN-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-VERSION-NO = DB-VERSION-NO + 1
           MOVE DB-NPI           TO WS-NEW-NPI
           MOVE DB-NETWORK-ID    TO WS-NEW-NETWORK-ID
           IF CT-NETWORKI NOT = SPACES AND CT-NETWORKI NOT = LOW-VALUES
               MOVE CT-NETWORKI TO WS-NEW-NETWORK-ID
           END-IF
           MOVE DB-CONTRACT-TYPE TO WS-NEW-CONTRACT-TYPE
           IF CT-CTYPEI NOT = SPACES AND CT-CTYPEI NOT = LOW-VALUES
               MOVE CT-CTYPEI TO WS-NEW-CONTRACT-TYPE
           END-IF
           MOVE DB-PAR-STATUS    TO WS-NEW-PAR-STATUS
           IF CT-PARI NOT = SPACE AND CT-PARI NOT = LOW-VALUE
               MOVE CT-PARI TO WS-NEW-PAR-STATUS
           END-IF
           MOVE DB-FEE-SCHED-ID  TO WS-NEW-FEE-SCHED-ID
           IF CT-FEE-SCHEDI NOT = SPACES
           AND CT-FEE-SCHEDI NOT = LOW-VALUES
               MOVE CT-FEE-SCHEDI TO WS-NEW-FEE-SCHED-ID
           END-IF
           MOVE CT-EFF-DATEI     TO WS-NEW-EFF-DATE
           MOVE DB-TERM-DATE     TO WS-NEW-TERM-DATE
           IF CT-TERM-DATEI NOT = SPACES
           AND CT-TERM-DATEI NOT = LOW-VALUES
               MOVE CT-TERM-DATEI TO WS-NEW-TERM-DATE
           END-IF
           MOVE DB-ANES-CF       TO WS-NEW-ANES-CF
           MOVE DB-FILING-LIMIT  TO WS-NEW-FILING-LIMIT
           MOVE DB-WITHHOLD-PCT  TO WS-NEW-WITHHOLD-PCT
           PERFORM 2350-APPLY-KEYED-TERMS
           IF WS-CA-RETURN-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-NETWORK-ID    = DB-NETWORK-ID
           AND WS-NEW-CONTRACT-TYPE = DB-CONTRACT-TYPE
           AND WS-NEW-PAR-STATUS   = DB-PAR-STATUS
           AND WS-NEW-FEE-SCHED-ID = DB-FEE-SCHED-ID
           AND WS-NEW-TERM-DATE    = DB-TERM-DATE
           AND WS-NEW-ANES-CF      = DB-ANES-CF
           AND WS-NEW-FILING-LIMIT = DB-FILING-LIMIT
           AND WS-NEW-WITHHOLD-PCT = DB-WITHHOLD-PCT
               MOVE 'AMENDMENT CHANGES NO TERMS - RATES ARE KEYED ON RC'
                   TO WS-CA-RETURN-MSG
               EXIT PARAGRAPH
           END-IF
           PERFORM 2600-VALIDATE-TERMS.

       2350-APPLY-KEYED-TERMS.
           IF CT-ANES-CFL NOT = ZERO
               IF CT-ANES-CFI IS NOT NUMERIC
                   MOVE 'ANESTHESIA CONVERSION FACTOR MUST BE NUMERIC'
                       TO WS-CA-RETURN-MSG
               ELSE
                   MOVE CT-ANES-CFI TO WS-NEW-ANES-CF
               END-IF
           END-IF
           IF CT-FILING-LIMITL NOT = ZERO
               IF CT-FILING-LIMITI IS NOT NUMERIC
                   MOVE 'FILING LIMIT MUST BE A NUMBER OF DAYS'
                       TO WS-CA-RETURN-MSG
               ELSE
                   MOVE CT-FILING-LIMITI TO WS-NEW-FILING-LIMIT
               END-IF
           END-IF
           IF CT-WITHHOLDL NOT = ZERO
               IF CT-WITHHOLDI IS NOT NUMERIC
                   MOVE 'WITHHOLD PERCENT MUST BE .0000 THROUGH .9999'
                       TO WS-CA-RETURN-MSG
               ELSE
                   MOVE CT-WITHHOLDI TO WS-NEW-WITHHOLD-PCT
               END-IF
           END-IF
           MOVE CT-REASONI TO WS-NEW-AMEND-REASON
           INSPECT WS-NEW-AMEND-REASON
               REPLACING ALL LOW-VALUE BY SPACE.

       2400-VALIDATE-TERMINATION.
           IF CT-TERM-DATEI = SPACES OR LOW-VALUES
               MOVE WS-CURRENT-DATE TO CT-TERM-DATEI
           END-IF
           EVALUATE TRUE
               WHEN CT-TERM-DATEI IS NOT NUMERIC
                   MOVE 'TERM DATE MUST BE CCYYMMDD'
                       TO WS-CA-RETURN-MSG
               WHEN CT-TERM-DATEI < DB-EFF-DATE
                   MOVE 'TERM DATE IS BEFORE THE CURRENT VERSION BEGINS'
                       TO WS-CA-RETURN-MSG
               WHEN DB-TERM-DATE NOT = '99991231'
               AND DB-TERM-DATE NOT > CT-TERM-DATEI
                   MOVE 'CONTRACT IS ALREADY TERMINATED'
                       TO WS-CA-RETURN-MSG
               WHEN OTHER
                   MOVE CT-REASONI TO WS-NEW-AMEND-REASON
                   INSPECT WS-NEW-AMEND-REASON
                       REPLACING ALL LOW-VALUE BY SPACE
           END-EVALUATE.

       2500-VALIDATE-RATE-CHANGE.
      *--- THE RATE CARD IS THE CONTRACT'S NETWORK AND TYPE    ---
      *    UNLESS KEYED - A NEW NETWORK'S CARD NEEDS NO CONTRACT ---
           IF CT-NETWORKI = SPACES OR LOW-VALUES
               MOVE DB-NETWORK-ID TO CT-NETWORKI
           END-IF
           IF CT-CTYPEI = SPACES OR LOW-VALUES
               MOVE DB-CONTRACT-TYPE TO CT-CTYPEI
           END-IF
           MOVE CT-NETWORKI TO WS-NEW-NETWORK-ID
           MOVE CT-CTYPEI   TO WS-NEW-CONTRACT-TYPE
           IF CT-PCT-CHARGEL = ZERO
               MOVE ZERO TO CT-PCT-CHARGEI
           END-IF
           IF CT-PCT-FEEL = ZERO
               MOVE ZERO TO CT-PCT-FEEI
           END-IF
           IF CT-CAP-RATEL = ZERO
               MOVE ZERO TO CT-CAP-RATEI
           END-IF
           EVALUATE TRUE
               WHEN WS-CONTRACT-NOT-FOUND
               AND (WS-NEW-NETWORK-ID = SPACES
                    OR WS-NEW-NETWORK-ID = LOW-VALUES)
                   MOVE 'CONTRACT NOT ON FILE - KEY NETWORK AND TYPE'
                       TO WS-CA-RETURN-MSG
               WHEN NOT WS-NEW-TYPE-VALID
                   MOVE 'CONTRACT TYPE MUST BE FF, PC OR CP'
                       TO WS-CA-RETURN-MSG
               WHEN CT-EFF-DATEI IS NOT NUMERIC
                   MOVE 'RATE EFFECTIVE DATE MUST BE CCYYMMDD'
                       TO WS-CA-RETURN-MSG
               WHEN CT-PCT-CHARGEI IS NOT NUMERIC
               OR CT-PCT-FEEI IS NOT NUMERIC
               OR CT-CAP-RATEI IS NOT NUMERIC
                   MOVE 'RATES MUST BE NUMERIC'
                       TO WS-CA-RETURN-MSG
               WHEN WS-NEW-PCT-OF-CHARGE
               AND CT-PCT-CHARGEI = ZERO
                   MOVE 'PC RATE CARD NEEDS A PERCENT OF CHARGE'
                       TO WS-CA-RETURN-MSG
               WHEN WS-NEW-FEE-FOR-SVC
               AND CT-PCT-FEEI = ZERO
                   MOVE 'FF RATE CARD NEEDS A PERCENT OF FEE SCHEDULE'
                       TO WS-CA-RETURN-MSG
               WHEN WS-NEW-CAPITATED
               AND CT-CAP-RATEI = ZERO
                   MOVE 'CP RATE CARD NEEDS A CAPITATION RATE'
                       TO WS-CA-RETURN-MSG
               WHEN OTHER
                   PERFORM 2620-CHECK-NETWORK
           END-EVALUATE
           IF WS-CA-RETURN-MSG NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ENTITY-KEY
           STRING WS-NEW-NETWORK-ID DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-NEW-CONTRACT-TYPE DELIMITED SIZE
                  INTO WS-ENTITY-KEY
           END-STRING
           MOVE ZERO TO DB-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :DB-ROW-COUNT
               FROM HCAS.PENDING_APPROVAL
               WHERE TRAN_CODE = 'CTRM'
                 AND ENTITY_KEY = :WS-ENTITY-KEY
                 AND APPR_STATUS = 'P'
           END-EXEC
           IF DB-ROW-COUNT > ZERO
               MOVE 'A RATE CHANGE IS ALREADY AWAITING APPROVAL'
                   TO WS-CA-RETURN-MSG
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-READ-RATE-CARD
           IF CT-EFF-DATEI NOT > DB-RATE-LAST-EFF
               MOVE 'RATE CHANGE MUST POSTDATE THE LATEST RATES'
                   TO WS-CA-RETURN-MSG
           END-IF.

      *----------------------------------------------------------------*
      *    CONTRACT TERMS OF THE VERSION BEING ADDED - CHECKED AGAINST *
      *    THE PROVIDER, THE NETWORK AND THE FEE SCHEDULE IT NAMES     *
      *----------------------------------------------------------------*
       2600-VALIDATE-TERMS.
           EVALUATE TRUE
               WHEN WS-NEW-NPI = SPACES OR LOW-VALUES
                   MOVE 'PROVIDER NPI IS REQUIRED' TO WS-CA-RETURN-MSG
               WHEN WS-NEW-NETWORK-ID = SPACES OR LOW-VALUES
                   MOVE 'NETWORK ID IS REQUIRED' TO WS-CA-RETURN-MSG
               WHEN NOT WS-NEW-TYPE-VALID
                   MOVE 'CONTRACT TYPE MUST BE FF, PC OR CP'
                       TO WS-CA-RETURN-MSG
               WHEN NOT WS-NEW-PAR-VALID
                   MOVE 'PAR STATUS MUST BE Y OR N'
                       TO WS-CA-RETURN-MSG
               WHEN WS-NEW-FEE-SCHED-ID = SPACES OR LOW-VALUES
                   MOVE 'FEE SCHEDULE ID IS REQUIRED'
                       TO WS-CA-RETURN-MSG
               WHEN WS-NEW-EFF-DATE IS NOT NUMERIC
               OR WS-NEW-TERM-DATE IS NOT NUMERIC
                   MOVE 'DATES MUST BE CCYYMMDD'
                       TO WS-CA-RETURN-MSG
               WHEN WS-NEW-TERM-DATE NOT > WS-NEW-EFF-DATE
                   MOVE 'TERM DATE MUST BE AFTER THE EFFECTIVE DATE'
                       TO WS-CA-RETURN-MSG
               WHEN OTHER
                   PERFORM 2610-CHECK-PROVIDER
           END-EVALUATE
           IF WS-CA-RETURN-MSG = SPACES
               PERFORM 2620-CHECK-NETWORK
           END-IF
           IF WS-CA-RETURN-MSG = SPACES
               PERFORM 2630-CHECK-FEE-SCHEDULE
           END-IF
           IF WS-CA-RETURN-MSG = SPACES
           AND WS-NEW-PCT-OF-CHARGE
               PERFORM 3200-READ-RATE-CARD
               IF WS-RATE-NOT-FOUND
                   MOVE 'NO RATE CARD FOR THE NETWORK - REQUEST ON RC'
                       TO WS-CA-RETURN-MSG
               END-IF
           END-IF.

       2610-CHECK-PROVIDER.
           MOVE ZERO TO DB-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :DB-ROW-COUNT
               FROM HCAS.PROVIDER
               WHERE NPI = :WS-NEW-NPI
           END-EXEC
           IF SQLCODE NOT = ZERO OR DB-ROW-COUNT = ZERO
               MOVE 'PROVIDER NPI IS NOT ON THE PROVIDER TABLE'
                   TO WS-CA-RETURN-MSG
           END-IF.

       2620-CHECK-NETWORK.
      *--- A NETWORK IS KNOWN WHEN AN OPEN BENEFIT PLAN BILLS ---
      *    AGAINST IT                                         ---
           MOVE ZERO TO DB-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :DB-ROW-COUNT
               FROM HCAS.BENEFIT_PLAN
               WHERE NETWORK_ID = :WS-NEW-NETWORK-ID
                 AND STATUS <> 'C'
           END-EXEC
           IF SQLCODE NOT = ZERO OR DB-ROW-COUNT = ZERO
               MOVE 'NETWORK IS NOT USED BY ANY OPEN BENEFIT PLAN'
                   TO WS-CA-RETURN-MSG
           END-IF.

       2630-CHECK-FEE-SCHEDULE.
           MOVE ZERO TO DB-ROW-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :DB-ROW-COUNT
               FROM HCAS.FEE_SCHEDULE
               WHERE FEE_SCHED_ID = :WS-NEW-FEE-SCHED-ID
                 AND EFF_DATE <= :WS-NEW-EFF-DATE
                 AND (TERM_DATE >= :WS-NEW-EFF-DATE
                      OR TERM_DATE = '99991231')
           END-EXEC
           IF SQLCODE NOT = ZERO OR DB-ROW-COUNT = ZERO
               MOVE 'FEE SCHEDULE NOT IN FORCE ON THE EFFECTIVE DATE'
                   TO WS-CA-RETURN-MSG
           END-IF.

       3000-QUERY-CONTRACT.
           PERFORM 3100-READ-CONTRACT
           IF WS-CONTRACT-NOT-FOUND
               IF WS-CA-RETURN-MSG = SPACES
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'CONTRACT NOT ON FILE - AC TO ADD IT'
                       TO WS-CA-RETURN-MSG
               END-IF
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE DB-NETWORK-ID    TO WS-NEW-NETWORK-ID
           MOVE DB-CONTRACT-TYPE TO WS-NEW-CONTRACT-TYPE
           PERFORM 3200-READ-RATE-CARD
           INITIALIZE CTRMMP1O
           MOVE DB-NPI           TO CT-NPII
           MOVE DB-NETWORK-ID    TO CT-NETWORKI
           MOVE DB-CONTRACT-TYPE TO CT-CTYPEI
           MOVE DB-PAR-STATUS    TO CT-PARI
           MOVE DB-FEE-SCHED-ID  TO CT-FEE-SCHEDI
           MOVE DB-EFF-DATE      TO CT-EFF-DATEI
           MOVE DB-TERM-DATE     TO CT-TERM-DATEI
           MOVE DB-ANES-CF       TO CT-ANES-CFI
           MOVE DB-FILING-LIMIT  TO CT-FILING-LIMITI
           MOVE DB-WITHHOLD-PCT  TO CT-WITHHOLDI
           MOVE DB-RATE-PCT-CHARGE TO CT-PCT-CHARGEI
           MOVE DB-RATE-PCT-FEE  TO CT-PCT-FEEI
           MOVE DB-RATE-CAP-RATE TO CT-CAP-RATEI
           MOVE DB-VERSION-NO    TO CT-VERSION-OUT
           MOVE DB-VERSION-COUNT TO CT-VERSIONS-OUT
           IF WS-RATE-FOUND
               MOVE DB-RATE-LAST-EFF TO CT-RATE-EFF-OUT
           END-IF
           EVALUATE TRUE
               WHEN DB-TERM-DATE < WS-CURRENT-DATE
                   MOVE 'TERMINATED' TO CT-STATUS-OUT
               WHEN DB-EFF-DATE > WS-CURRENT-DATE
                   MOVE 'FUTURE    ' TO CT-STATUS-OUT
               WHEN OTHER
                   MOVE 'ACTIVE    ' TO CT-STATUS-OUT
           END-EVALUATE
           MOVE 'CONTRACT DISPLAYED - KEY A FUNCTION TO CHANGE IT'
               TO CT-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.

       3100-READ-CONTRACT.
      *--- CONTRACTS KEYED BEFORE VERSIONING CARRY NO VERSION ---
      *    NUMBER AND ARE VERSION 1                           ---
           SET WS-CONTRACT-NOT-FOUND TO TRUE
           EXEC SQL
               SELECT COALESCE(VERSION_NO, 1), NPI, NETWORK_ID,
                      CONTRACT_TYPE, PAR_STATUS, FEE_SCHEDULE_ID,
                      EFF_DATE, TERM_DATE,
                      COALESCE(ANES_CONV_FACTOR, 0),
                      COALESCE(FILING_LIMIT_DAYS, 0),
                      COALESCE(WITHHOLD_PCT, 0)
               INTO :DB-VERSION-NO, :DB-NPI, :DB-NETWORK-ID,
                    :DB-CONTRACT-TYPE, :DB-PAR-STATUS,
                    :DB-FEE-SCHED-ID, :DB-EFF-DATE, :DB-TERM-DATE,
                    :DB-ANES-CF, :DB-FILING-LIMIT, :DB-WITHHOLD-PCT
               FROM HCAS.PROVIDER_CONTRACT
               WHERE CONTRACT_ID = :CT-CONTRACT-IDI
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   SET WS-CONTRACT-FOUND TO TRUE
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :DB-VERSION-COUNT
                       FROM HCAS.PROVIDER_CONTRACT
                       WHERE CONTRACT_ID = :CT-CONTRACT-IDI
                   END-EXEC
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 ERROR ON CONTRACT INQUIRY'
                       TO WS-CA-RETURN-MSG
           END-EVALUATE.

       3200-READ-RATE-CARD.
      *--- RATES IN FORCE FOR THE NETWORK AND CONTRACT TYPE, AND ---
      *    THE LATEST APPROVED VERSION'S EFFECTIVE DATE          ---
           SET WS-RATE-NOT-FOUND TO TRUE
           MOVE ZERO TO DB-RATE-PCT-CHARGE
           MOVE ZERO TO DB-RATE-PCT-FEE
           MOVE ZERO TO DB-RATE-CAP-RATE
           EXEC SQL
               SELECT PERCENT_OF_CHARGE, PERCENT_OF_FEE,
                      CAPITATION_RATE
               INTO :DB-RATE-PCT-CHARGE, :DB-RATE-PCT-FEE,
                    :DB-RATE-CAP-RATE
               FROM HCAS.CONTRACT_RATES
               WHERE NETWORK_ID = :WS-NEW-NETWORK-ID
                 AND CONTRACT_TYPE = :WS-NEW-CONTRACT-TYPE
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = ZERO
               SET WS-RATE-FOUND TO TRUE
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(EFF_DATE), '00000000')
               INTO :DB-RATE-LAST-EFF
               FROM HCAS.CONTRACT_RATE_VERSION
               WHERE NETWORK_ID = :WS-NEW-NETWORK-ID
                 AND CONTRACT_TYPE = :WS-NEW-CONTRACT-TYPE
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE '00000000' TO DB-RATE-LAST-EFF
           END-IF.

       4000-APPLY-CONTRACT-CHANGE.
      *--- CONTRACT TERMS ARE APPLIED ONCE THE USER'S UPDATE  ---
      *    AUTHORITY IS CONFIRMED; AN AMENDMENT CLOSES THE    ---
      *    CURRENT VERSION AND ADDS THE NEXT IN ONE UNIT OF   ---
      *    WORK                                               ---
           PERFORM 4900-CHECK-AUTHORITY
           IF WS-INPUT-INVALID
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CT-FUNC-ADD
                   PERFORM 4100-INSERT-VERSION
               WHEN CT-FUNC-AMEND
                   MOVE WS-NEW-EFF-DATE TO WS-DT-DATE-N
                   COMPUTE WS-DT-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DT-DATE-N) - 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DT-INT)
                       TO WS-DT-DATE-N
                   MOVE WS-DT-DATE-N TO WS-PRIOR-TERM-DATE
                   EXEC SQL
                       UPDATE HCAS.PROVIDER_CONTRACT
                       SET TERM_DATE   = :WS-PRIOR-TERM-DATE,
                           UPDATE_DATE = :WS-CURRENT-DATE,
                           UPDATE_USER = :WS-SIGNON-USER
                       WHERE CONTRACT_ID = :CT-CONTRACT-IDI
                         AND EFF_DATE = :DB-EFF-DATE
                   END-EXEC
                   IF SQLCODE = ZERO
                       PERFORM 4100-INSERT-VERSION
                   END-IF
               WHEN OTHER
                   EXEC SQL
                       UPDATE HCAS.PROVIDER_CONTRACT
                       SET TERM_DATE    = :CT-TERM-DATEI,
                           AMEND_REASON = :WS-NEW-AMEND-REASON,
                           UPDATE_DATE  = :WS-CURRENT-DATE,
                           UPDATE_USER  = :WS-SIGNON-USER
                       WHERE CONTRACT_ID = :CT-CONTRACT-IDI
                         AND EFF_DATE = :DB-EFF-DATE
                   END-EXEC
           END-EVALUATE
           IF SQLCODE = ZERO
               EXEC SQL COMMIT END-EXEC
               MOVE SPACES TO WS-CA-RETURN-MSG
               EVALUATE TRUE
                   WHEN CT-FUNC-ADD
                       MOVE 'CONTRACT ADDED AS VERSION 1'
                           TO WS-CA-RETURN-MSG
                   WHEN CT-FUNC-AMEND
                       MOVE 'AMENDMENT ADDED AS A NEW CONTRACT VERSION'
                           TO WS-CA-RETURN-MSG
                   WHEN OTHER
                       MOVE 'CONTRACT TERMINATED'
                           TO WS-CA-RETURN-MSG
               END-EVALUATE
               MOVE WS-CA-RETURN-MSG TO CT-MSG-TEXTI
               EXEC CICS SEND
                   MAP(WS-BMS-MAP-NAME)
                   MAPSET(WS-BMS-MAPSET)
                   DATAONLY
                   CURSOR
               END-EXEC
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'DB2 UPDATE ERROR - CONTRACT NOT CHANGED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       4100-INSERT-VERSION.
           EXEC SQL
               INSERT INTO HCAS.PROVIDER_CONTRACT
                   (CONTRACT_ID, VERSION_NO, NPI, NETWORK_ID,
                    CONTRACT_TYPE, PAR_STATUS, FEE_SCHEDULE_ID,
                    EFF_DATE, TERM_DATE, ANES_CONV_FACTOR,
                    FILING_LIMIT_DAYS, WITHHOLD_PCT, AMEND_REASON,
                    UPDATE_DATE, UPDATE_USER)
               VALUES
                   (:CT-CONTRACT-IDI, :WS-NEW-VERSION-NO,
                    :WS-NEW-NPI, :WS-NEW-NETWORK-ID,
                    :WS-NEW-CONTRACT-TYPE, :WS-NEW-PAR-STATUS,
                    :WS-NEW-FEE-SCHED-ID, :WS-NEW-EFF-DATE,
                    :WS-NEW-TERM-DATE, :WS-NEW-ANES-CF,
                    :WS-NEW-FILING-LIMIT, :WS-NEW-WITHHOLD-PCT,
                    :WS-NEW-AMEND-REASON, :WS-CURRENT-DATE,
                    :WS-SIGNON-USER)
           END-EXEC.

       4500-REQUEST-RATE-CHANGE.
      *--- FORMAT THE RATE CARD CHANGE AND HOLD IT ON THE      ---
      *    PENDING-APPROVAL QUEUE - A SECOND AUTHORIZED USER   ---
      *    APPLIES IT THROUGH SECREV01. THE CAPITATION RATE IS ---
      *    CARRIED AS THE HELD AMOUNT SO THE APPROVER'S DOLLAR ---
      *    AUTHORITY APPLIES                                   ---
           PERFORM 4900-CHECK-AUTHORITY
           IF WS-INPUT-INVALID
               EXIT PARAGRAPH
           END-IF
           MOVE CT-EFF-DATEI TO WS-DT-DATE-N
           COMPUTE WS-DT-INT =
               FUNCTION INTEGER-OF-DATE(WS-DT-DATE-N) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DT-INT) TO WS-DT-DATE-N
           MOVE SPACES TO SEC-CHANGE-DATA
           MOVE WS-NEW-NETWORK-ID    TO SEC-CTRM-NETWORK-ID
           MOVE WS-NEW-CONTRACT-TYPE TO SEC-CTRM-CONTRACT-TYPE
           MOVE CT-EFF-DATEI         TO SEC-CTRM-EFF-DATE
           MOVE WS-DT-DATE-N         TO SEC-CTRM-PRIOR-TERM
           MOVE CT-PCT-CHARGEI       TO SEC-CTRM-PCT-CHARGE
           MOVE CT-PCT-FEEI          TO SEC-CTRM-PCT-FEE
           MOVE CT-CAP-RATEI         TO SEC-CTRM-CAP-RATE
           MOVE CT-CONTRACT-IDI      TO SEC-CTRM-CONTRACT-ID
           MOVE DB-RATE-PCT-CHARGE   TO SEC-CTRM-OLD-PCT-CHARGE
           MOVE DB-RATE-PCT-FEE      TO SEC-CTRM-OLD-PCT-FEE
           MOVE DB-RATE-CAP-RATE     TO SEC-CTRM-OLD-CAP-RATE
           MOVE CT-CAP-RATEI         TO WS-HOLD-AMOUNT
           ADD 1 TO WS-HOLD-SEQ
           MOVE SPACES TO WS-APPROVAL-ID
           STRING 'CTRM-' DELIMITED SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED SIZE
                  '-' DELIMITED SIZE
                  WS-HOLD-SEQ DELIMITED SIZE
                  INTO WS-APPROVAL-ID
           END-STRING
           MOVE CT-PCT-CHARGEI TO WS-PCT-CHARGE-DISP
           MOVE CT-PCT-FEEI    TO WS-PCT-FEE-DISP
           MOVE CT-CAP-RATEI   TO WS-CAP-RATE-DISP
           MOVE SPACES TO WS-CHANGE-DESC
           STRING 'CONTRACT RATES ' DELIMITED SIZE
                  WS-ENTITY-KEY DELIMITED SPACE
                  ' EFF ' DELIMITED SIZE
                  CT-EFF-DATEI DELIMITED SIZE
                  ' PCT CHG ' DELIMITED SIZE
                  WS-PCT-CHARGE-DISP DELIMITED SIZE
                  ' PCT FEE ' DELIMITED SIZE
                  WS-PCT-FEE-DISP DELIMITED SIZE
                  ' CAP ' DELIMITED SIZE
                  WS-CAP-RATE-DISP DELIMITED SIZE
                  INTO WS-CHANGE-DESC
           END-STRING
           EXEC SQL
               INSERT INTO HCAS.PENDING_APPROVAL
                   (APPROVAL_ID, TRAN_CODE, ENTITY_KEY,
                    CHANGE_DATA, CHANGE_DESC, AMOUNT,
                    REQUEST_USER, REQUEST_DATE, APPR_STATUS)
               VALUES
                   (:WS-APPROVAL-ID, 'CTRM', :WS-ENTITY-KEY,
                    :SEC-CHANGE-DATA, :WS-CHANGE-DESC,
                    :WS-HOLD-AMOUNT,
                    :WS-SIGNON-USER, :WS-CURRENT-DATE, 'P')
           END-EXEC
           IF SQLCODE = ZERO
               EXEC SQL COMMIT END-EXEC
               MOVE 'RATE CHANGE HELD FOR APPROVAL (SECREV01)'
                   TO WS-CA-RETURN-MSG
               MOVE WS-CA-RETURN-MSG TO CT-MSG-TEXTI
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

       4900-CHECK-AUTHORITY.
           MOVE WS-SIGNON-USER TO SEC-AUTH-USER-ID
           MOVE 'CTRM' TO SEC-AUTH-TRAN-CODE
           SET SEC-CAP-UPDATE TO TRUE
           MOVE ZERO TO SEC-AUTH-AMOUNT
           CALL 'SECAUTH1' USING SEC-AUTH-REQUEST
                                 SEC-AUTH-RESPONSE
           IF SEC-AUTH-DENIED
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'NA' TO WS-CA-RETURN-CODE
               MOVE SEC-AUTH-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       9000-SEND-ERROR.
           MOVE WS-CA-RETURN-MSG TO CT-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.
