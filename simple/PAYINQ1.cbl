       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYINQ1.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  PAYINQ1                                              *
      * PURPOSE:  PROVIDER PAYMENT / CHECK INQUIRY                     *
      *           CICS ONLINE TRANSACTION FOR THE SERVICE DESK TO      *
      *           ANSWER "WHERE IS MY MONEY". A PAYMENT IS FOUND BY    *
      *           CHECK/PAYMENT NUMBER, 835 TRN TRACE NUMBER (CHECK    *
      *           OR EFT), OR ANY CLAIM ID IT REMITTED, AND SHOWS THE  *
      *           PAYMENT DATE, AMOUNT, METHOD, CLEARED / STOPPED /    *
      *           VOIDED / ESCHEATED STATUS FROM HCAS.CHECK_CONTROL,   *
      *           THE PROVIDER'S EFT PRENOTE STATUS, THE CLAIMS THE    *
      *           PAYMENT COVERS AND THE PLB OFFSETS TAKEN FROM IT     *
      *           (HCAS.PAYMENT_PLB, WRITTEN BY EDI835GN). A PROVIDER  *
      *           NPI OR TIN BROWSES THE PROVIDER'S PAYMENT HISTORY,   *
      *           NEWEST FIRST. BOTH LISTS PAGE FORWARD AND BACK WITH  *
      *           THE SAME COMMAREA KEYSET TECHNIQUE AS CLMDTL00, AND  *
      *           ANY CLAIM ON A PAYMENT TRANSFERS TO CLMDTL00.        *
      *           INQUIRY ONLY - NOTHING ON THE PAYMENT IS CHANGED;    *
      *           EVERY PAYMENT OR HISTORY PAGE DISPLAYED IS LOGGED    *
      *           TO HCAS.PAYMENT_INQ_LOG WITH THE SIGNED-ON USER.     *
      *           EACH CLAIM LISTED ON A PAYMENT IS ALSO WRITTEN TO    *
      *           THE PHI ACCESS LOG (PHILOG01) FIRST, AND THE PAGE    *
      *           IS NOT SHOWN IF A CLAIM CANNOT BE LOGGED.            *
      * TRANSACTION: PAYQ                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY PHICOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
           05  WS-CA-MODE              PIC X(01).
               88  WS-CA-MODE-HISTORY  VALUE 'H'.
               88  WS-CA-MODE-DETAIL   VALUE 'D'.
           05  WS-CA-SEARCH-TYPE       PIC X(01).
               88  WS-CA-BY-CHECK      VALUE 'K'.
               88  WS-CA-BY-TRACE      VALUE 'T'.
               88  WS-CA-BY-NPI        VALUE 'N'.
               88  WS-CA-BY-TIN        VALUE 'X'.
               88  WS-CA-BY-CLAIM      VALUE 'C'.
           05  WS-CA-SEARCH-KEY        PIC X(15).
      *--- PAYMENT CURRENTLY ON SCREEN IN DETAIL MODE ---
           05  WS-CA-CHECK-NO          PIC 9(10).
           05  WS-CA-TRACE-NO          PIC 9(15).
           05  WS-CA-PRV-NPI           PIC X(10).
           05  WS-CA-ISSUE-DATE        PIC X(08).
      *--- LIST PAGING STATE - PAYMENT HISTORY IS KEYED ON     ---
      *    ISSUE DATE / CHECK NUMBER DESCENDING, THE CLAIMS ON ---
      *    A PAYMENT ON CLAIM ID ASCENDING                     ---
           05  WS-CA-PAGE-NUMBER       PIC S9(04) COMP.
           05  WS-CA-MORE-SW           PIC X(01).
               88  WS-CA-MORE-ROWS     VALUE 'Y'.
               88  WS-CA-NO-MORE-ROWS  VALUE 'N'.
           05  WS-CA-CUR-ANCHOR-DATE   PIC X(08).
           05  WS-CA-CUR-ANCHOR-CHECK  PIC 9(10).
           05  WS-CA-CUR-ANCHOR-CLAIM  PIC X(15).
           05  WS-CA-LAST-DATE         PIC X(08).
           05  WS-CA-LAST-CHECK        PIC 9(10).
           05  WS-CA-LAST-CLAIM        PIC X(15).
           05  WS-CA-STACK-TOP         PIC S9(04) COMP.
           05  WS-CA-STACK OCCURS 20 TIMES.
               10  WS-CA-STK-DATE      PIC X(08).
               10  WS-CA-STK-CHECK     PIC 9(10).
               10  WS-CA-STK-CLAIM     PIC X(15).
      *--- KEYS OF THE ROWS ON SCREEN, FOR SELECTION BY LINE ---
           05  WS-CA-LIST-COUNT        PIC S9(04) COMP.
           05  WS-CA-LIST-ENTRY OCCURS 10 TIMES.
               10  WS-CA-LST-CHECK     PIC 9(10).
               10  WS-CA-LST-CLAIM     PIC X(15).
               10  WS-CA-LST-MEMBER    PIC X(12).
           05  WS-CA-RETURN-CODE       PIC X(02).
           05  WS-CA-RETURN-MSG        PIC X(80).

       01  WS-COMMAREA-LENGTH          PIC S9(04) COMP VALUE 1247.

      *--- CLMDTL00 COMMAREA - CLAIM DETAIL FOR ONE CLAIM ON THE ---
      *    PAYMENT ('CD'), PASSED ON THE TRANSFER                 ---
       01  WS-CLMDTL-COMMAREA.
           05  WS-CD-FUNCTION-CODE     PIC X(02).
           05  WS-CD-MEMBER-ID         PIC X(12).
           05  WS-CD-DOS-FROM          PIC X(10).
           05  WS-CD-DOS-TO            PIC X(10).
           05  WS-CD-CLAIM-TYPE-FILTER PIC X(02).
           05  WS-CD-STATUS-FILTER     PIC X(02).
           05  WS-CD-SELECTED-CLAIM-ID PIC X(15).
           05  WS-CD-PAGE-NUMBER       PIC S9(04) COMP.
           05  FILLER                  PIC X(4934).

       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-SIGNON-USER              PIC X(08).

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  DCLCHECK-CONTROL-INQ.
           05  DB-CHECK-NO             PIC 9(10).
           05  DB-PRV-NPI              PIC X(10).
           05  DB-PRV-TIN              PIC X(09).
           05  DB-CHECK-AMOUNT         PIC S9(11)V99 COMP-3.
           05  DB-ISSUE-DATE           PIC X(08).
           05  DB-CHECK-STATUS         PIC X(01).
               88  DB-CHK-OUTSTANDING  VALUE 'O'.
               88  DB-CHK-CLEARED      VALUE 'C'.
               88  DB-CHK-STOPPED      VALUE 'S'.
               88  DB-CHK-VOIDED       VALUE 'V'.
               88  DB-CHK-ESCHEATED    VALUE 'E'.
               88  DB-CHK-EFT-SENT     VALUE 'T'.
               88  DB-CHK-EFT-RETURNED VALUE 'R'.
           05  DB-PAY-METHOD           PIC X(02).
           05  DB-TRACE-NO             PIC 9(15).
           05  DB-CLEARED-DATE         PIC X(08).
           05  DB-STOP-DATE            PIC X(08).
           05  DB-VOID-DATE            PIC X(08).
           05  DB-ESCHEAT-DATE         PIC X(08).
           05  DB-REISSUE-CHECK-NO     PIC X(10).

       01  DCLPAYMENT-CLAIM-INQ.
           05  DB-CLAIM-ID             PIC X(15).
           05  DB-MEMBER-ID            PIC X(12).
           05  DB-SVC-FROM-DATE        PIC X(10).
           05  DB-CLAIM-PAID           PIC S9(09)V99 COMP-3.
           05  DB-CLAIM-STATUS         PIC X(02).
           05  DB-BILLING-NPI          PIC X(10).
           05  DB-REMIT-DATE           PIC X(08).
           05  DB-REMIT-STATUS         PIC X(01).
           05  DB-REMIT-TRACE-NO       PIC 9(15).

       01  DCLPAYMENT-PLB-INQ.
           05  DB-PLB-REASON           PIC X(02).
           05  DB-PLB-REF-ID           PIC X(15).
           05  DB-PLB-AMOUNT           PIC S9(09)V99 COMP-3.

       01  DCLPAYMENT-SUMMARY-INQ.
           05  DB-PRV-NAME             PIC X(60).
           05  DB-PRENOTE-STATUS       PIC X(01).
           05  DB-PRENOTE-RETURN       PIC X(03).
           05  DB-CLAIM-COUNT          PIC S9(07) COMP-3.
           05  DB-PLB-COUNT            PIC S9(05) COMP-3.

      *--- SEARCH AND KEYSET HOST VARIABLES ---
       01  WS-DB2-SEARCH.
           05  WS-DB2-NPI              PIC X(10).
           05  WS-DB2-TIN              PIC X(09).
           05  WS-DB2-CHECK-NO         PIC 9(10).
           05  WS-DB2-TRACE-NO         PIC 9(15).
           05  WS-DB2-ISSUE-DATE       PIC X(08).
           05  WS-DB2-ANCHOR-DATE      PIC X(08).
           05  WS-DB2-ANCHOR-CHECK     PIC 9(10).
           05  WS-DB2-ANCHOR-CLAIM     PIC X(15).

      *--- PAYMENT HISTORY CURSOR - NEWEST PAYMENT FIRST, ONE   ---
      *    PAGE AT A TIME FROM THE CURRENT KEYSET ANCHOR        ---
           EXEC SQL DECLARE PAY-HIST-CURSOR CURSOR FOR
               SELECT CHECK_NO, ISSUE_DATE, CHECK_AMOUNT,
                      CHECK_STATUS, COALESCE(PAY_METHOD, 'CK')
               FROM HCAS.CHECK_CONTROL
               WHERE ((:WS-DB2-NPI <> ' '
                       AND PROVIDER_NPI = :WS-DB2-NPI)
                   OR (:WS-DB2-TIN <> ' '
                       AND PROVIDER_TIN = :WS-DB2-TIN))
                 AND (:WS-DB2-ANCHOR-DATE = ' '
                   OR ISSUE_DATE < :WS-DB2-ANCHOR-DATE
                   OR (ISSUE_DATE = :WS-DB2-ANCHOR-DATE
                       AND CHECK_NO < :WS-DB2-ANCHOR-CHECK))
               ORDER BY ISSUE_DATE DESC, CHECK_NO DESC
           END-EXEC

      *--- CLAIMS ON A PAYMENT - EDI835GN STAMPS EACH REMITTED  ---
      *    CLAIM WITH THE PAYMENT'S TRN TRACE (A CONSOLIDATED   ---
      *    PAY-TO PAYMENT COVERS SEVERAL BILLING NPIS); CLAIMS  ---
      *    REMITTED BEFORE THAT MATCH ON BILLING NPI AND REMIT  ---
      *    DATE - THE SAME MATCH CHKESC01 USES TO ESCHEAT THEM  ---
           EXEC SQL DECLARE PAY-CLAIM-CURSOR CURSOR FOR
               SELECT CLAIM_ID, MEMBER_ID, SERVICE_FROM_DATE,
                      PAID_AMOUNT, CLAIM_STATUS
               FROM HCAS.CLAIM_MASTER
               WHERE ((:WS-DB2-TRACE-NO > 0
                       AND REMIT_TRACE_NO = :WS-DB2-TRACE-NO)
                   OR (COALESCE(REMIT_TRACE_NO, 0) = 0
                       AND BILLING_NPI = :WS-DB2-NPI
                       AND REMIT_DATE = :WS-DB2-ISSUE-DATE))
                 AND REMIT_STATUS IN ('Y', 'E')
                 AND (:WS-DB2-ANCHOR-CLAIM = ' '
                   OR CLAIM_ID > :WS-DB2-ANCHOR-CLAIM)
               ORDER BY CLAIM_ID
           END-EXEC

      *--- PLB OFFSETS TAKEN FROM THE PAYMENT, IN 835 ORDER ---
           EXEC SQL DECLARE PAY-PLB-CURSOR CURSOR FOR
               SELECT PLB_REASON, PLB_REF_ID, PLB_AMOUNT
               FROM HCAS.PAYMENT_PLB
               WHERE TRACE_NO = :WS-DB2-TRACE-NO
               ORDER BY PLB_SEQ
           END-EXEC

       01  WS-BMS-MAP-NAME             PIC X(07) VALUE 'PAYQMP1'.
       01  WS-BMS-MAPSET               PIC X(07) VALUE 'PAYQSET'.

       01  PAYQMP1I.
           05  PY-FUNCL                PIC S9(04) COMP.
           05  PY-FUNCF                PIC X(01).
           05  PY-FUNCI                PIC X(01).
               88  PY-FUNC-INQUIRE     VALUE 'I' ' '.
               88  PY-FUNC-FORWARD     VALUE 'F'.
               88  PY-FUNC-BACKWARD    VALUE 'B'.
               88  PY-FUNC-SELECT      VALUE 'S'.
               88  PY-FUNC-CLAIM       VALUE 'C'.
           05  PY-CHECKL               PIC S9(04) COMP.
           05  PY-CHECKF               PIC X(01).
           05  PY-CHECKI               PIC X(10).
           05  PY-TRACEL               PIC S9(04) COMP.
           05  PY-TRACEF               PIC X(01).
           05  PY-TRACEI               PIC X(15).
           05  PY-NPIL                 PIC S9(04) COMP.
           05  PY-NPIF                 PIC X(01).
           05  PY-NPII                 PIC X(10).
           05  PY-TINL                 PIC S9(04) COMP.
           05  PY-TINF                 PIC X(01).
           05  PY-TINI                 PIC X(09).
           05  PY-CLAIML               PIC S9(04) COMP.
           05  PY-CLAIMF               PIC X(01).
           05  PY-CLAIMI               PIC X(15).
           05  PY-SELL                 PIC S9(04) COMP.
           05  PY-SELF                 PIC X(01).
           05  PY-SELI                 PIC 9(02).
           05  PY-MSG-TEXTL            PIC S9(04) COMP.
           05  PY-MSG-TEXTF            PIC X(01).
           05  PY-MSG-TEXTI            PIC X(79).

       01  PAYQMP1O.
           05  PY-PAY-NO-OUT           PIC X(10).
           05  PY-TRACE-OUT            PIC X(15).
           05  PY-NPI-OUT              PIC X(10).
           05  PY-PRV-NAME-OUT         PIC X(60).
           05  PY-PAY-DATE-OUT         PIC X(10).
           05  PY-AMOUNT-OUT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  PY-METHOD-OUT           PIC X(06).
           05  PY-STATUS-OUT           PIC X(12).
           05  PY-STAT-DATE-OUT        PIC X(10).
           05  PY-REISSUE-OUT          PIC X(10).
           05  PY-PRENOTE-OUT          PIC X(20).
           05  PY-CLAIM-CT-OUT         PIC ZZZ,ZZ9.
           05  PY-LIST-HDR-OUT         PIC X(20).
           05  PY-LIST-LINE OCCURS 10 TIMES.
               10  PY-LL-SEL-OUT       PIC Z9.
               10  PY-LL-KEY-OUT       PIC X(15).
               10  PY-LL-DATE-OUT      PIC X(10).
               10  PY-LL-DESC-OUT      PIC X(12).
               10  PY-LL-AMT-OUT       PIC ZZ,ZZZ,ZZ9.99-.
               10  PY-LL-STAT-OUT      PIC X(12).
           05  PY-PLB-LINE OCCURS 4 TIMES.
               10  PY-PL-REASON-OUT    PIC X(02).
               10  PY-PL-REF-OUT       PIC X(15).
               10  PY-PL-AMT-OUT       PIC ZZ,ZZZ,ZZ9.99-.
           05  PY-PLB-MORE-OUT         PIC X(10).
           05  PY-PAGE-OUT             PIC X(20).

       01  WS-SWITCHES.
           05  WS-VALID-SW             PIC X(01) VALUE 'Y'.
               88  WS-INPUT-VALID      VALUE 'Y'.
               88  WS-INPUT-INVALID    VALUE 'N'.
           05  WS-LIST-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-LIST-EOF         VALUE 'Y'.
               88  WS-LIST-NOT-EOF     VALUE 'N'.
           05  WS-PLB-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-PLB-EOF          VALUE 'Y'.
               88  WS-PLB-NOT-EOF      VALUE 'N'.

       01  WS-ROWS-PER-PAGE            PIC S9(04) COMP VALUE 10.
       01  WS-LIST-IDX                 PIC S9(04) COMP.
       01  WS-PLB-IDX                  PIC S9(04) COMP.
       01  WS-KEY-COUNT                PIC 9(01).
       01  WS-PAGE-DISP                PIC ZZ9.
       01  WS-DATE-OUT                 PIC X(10).
       01  WS-DATE-IN                  PIC X(08).
       01  WS-STATUS-DESC              PIC X(12).

      *--- VIEW LOG ROW - ONE PER PAYMENT OR HISTORY PAGE SHOWN ---
       01  WS-LOG-VIEW-TYPE            PIC X(01).
       01  WS-LOG-TIME                 PIC X(06).
       01  WS-LOG-MSG                  PIC X(80).

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(1247).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           MOVE 'PAYINQ1' TO WS-PROGRAM-ID
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
               TRANSID('PAYQ')
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       1000-FIRST-TIME.
           INITIALIZE WS-COMMAREA
           INITIALIZE PAYQMP1O
           MOVE 'ENTER ONE OF CHECK NO, TRACE NO, NPI, TIN OR CLAIM ID'
               TO PY-MSG-TEXTI
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
               INTO(PAYQMP1I)
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
                   EVALUATE TRUE
                       WHEN PY-FUNC-FORWARD
                           PERFORM 5000-PAGE-FORWARD
                       WHEN PY-FUNC-BACKWARD
                           PERFORM 5100-PAGE-BACKWARD
                       WHEN PY-FUNC-SELECT
                           PERFORM 5200-SELECT-PAYMENT
                       WHEN PY-FUNC-CLAIM
                           PERFORM 6000-TRANSFER-TO-CLAIM
                       WHEN OTHER
                           PERFORM 2200-START-INQUIRY
                   END-EVALUATE
               END-IF
           END-IF.

       2100-VALIDATE-INPUT.
           SET WS-INPUT-VALID TO TRUE
           MOVE SPACES TO WS-CA-RETURN-CODE
           MOVE SPACES TO WS-CA-RETURN-MSG
           IF NOT PY-FUNC-INQUIRE
           AND NOT PY-FUNC-FORWARD
           AND NOT PY-FUNC-BACKWARD
           AND NOT PY-FUNC-SELECT
           AND NOT PY-FUNC-CLAIM
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'FUNCTION MUST BE I, F, B, S OR C'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
      *--- A NEW INQUIRY TAKES EXACTLY ONE SEARCH KEY ---
           IF PY-FUNC-INQUIRE
               MOVE ZERO TO WS-KEY-COUNT
               IF PY-CHECKI NOT = SPACES AND LOW-VALUES
                   ADD 1 TO WS-KEY-COUNT
               END-IF
               IF PY-TRACEI NOT = SPACES AND LOW-VALUES
                   ADD 1 TO WS-KEY-COUNT
               END-IF
               IF PY-NPII NOT = SPACES AND LOW-VALUES
                   ADD 1 TO WS-KEY-COUNT
               END-IF
               IF PY-TINI NOT = SPACES AND LOW-VALUES
                   ADD 1 TO WS-KEY-COUNT
               END-IF
               IF PY-CLAIMI NOT = SPACES AND LOW-VALUES
                   ADD 1 TO WS-KEY-COUNT
               END-IF
               IF WS-KEY-COUNT NOT = 1
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'ENTER EXACTLY ONE SEARCH KEY'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               END-IF
               EXIT PARAGRAPH
           END-IF
      *--- PAGING AND SELECTION WORK ON THE LIST ON SCREEN ---
           IF WS-CA-MODE = SPACES OR LOW-VALUES
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'ENTER A SEARCH KEY AND PRESS ENTER FIRST'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           IF PY-FUNC-SELECT OR PY-FUNC-CLAIM
               IF PY-SELI NOT NUMERIC
               OR PY-SELI < 1
               OR PY-SELI > WS-CA-LIST-COUNT
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'SELECT A LINE NUMBER FROM THE LIST'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF PY-FUNC-SELECT AND NOT WS-CA-MODE-HISTORY
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'S SELECTS A PAYMENT FROM THE PAYMENT HISTORY'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF
           IF PY-FUNC-CLAIM AND NOT WS-CA-MODE-DETAIL
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'C SELECTS A CLAIM FROM THE PAYMENT DETAIL'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       2200-START-INQUIRY.
           INITIALIZE WS-COMMAREA
           MOVE SPACES TO WS-DB2-SEARCH
           MOVE ZERO TO WS-DB2-CHECK-NO
           MOVE ZERO TO WS-DB2-TRACE-NO
           EVALUATE TRUE
               WHEN PY-NPII NOT = SPACES AND LOW-VALUES
                   SET WS-CA-BY-NPI TO TRUE
                   MOVE PY-NPII TO WS-CA-SEARCH-KEY
                   PERFORM 3000-SHOW-HISTORY
               WHEN PY-TINI NOT = SPACES AND LOW-VALUES
                   SET WS-CA-BY-TIN TO TRUE
                   MOVE PY-TINI TO WS-CA-SEARCH-KEY
                   PERFORM 3000-SHOW-HISTORY
               WHEN PY-CHECKI NOT = SPACES AND LOW-VALUES
                   SET WS-CA-BY-CHECK TO TRUE
                   MOVE PY-CHECKI TO WS-CA-SEARCH-KEY
                   IF PY-CHECKL < 1 OR PY-CHECKL > 10
                   OR PY-CHECKI(1:PY-CHECKL) IS NOT NUMERIC
                       MOVE 'ER' TO WS-CA-RETURN-CODE
                       MOVE 'CHECK NUMBER MUST BE NUMERIC'
                           TO WS-CA-RETURN-MSG
                       PERFORM 9000-SEND-ERROR
                   ELSE
                       COMPUTE WS-DB2-CHECK-NO =
                           FUNCTION NUMVAL(PY-CHECKI)
                       PERFORM 4000-SHOW-PAYMENT
                   END-IF
               WHEN PY-TRACEI NOT = SPACES AND LOW-VALUES
                   SET WS-CA-BY-TRACE TO TRUE
                   MOVE PY-TRACEI TO WS-CA-SEARCH-KEY
                   IF PY-TRACEL < 1 OR PY-TRACEL > 15
                   OR PY-TRACEI(1:PY-TRACEL) IS NOT NUMERIC
                       MOVE 'ER' TO WS-CA-RETURN-CODE
                       MOVE 'TRACE NUMBER MUST BE NUMERIC'
                           TO WS-CA-RETURN-MSG
                       PERFORM 9000-SEND-ERROR
                   ELSE
                       COMPUTE WS-DB2-TRACE-NO =
                           FUNCTION NUMVAL(PY-TRACEI)
                       PERFORM 4010-FIND-BY-TRACE
                   END-IF
               WHEN OTHER
                   SET WS-CA-BY-CLAIM TO TRUE
                   MOVE PY-CLAIMI TO WS-CA-SEARCH-KEY
                   PERFORM 4020-FIND-BY-CLAIM
           END-EVALUATE.

      *================================================================*
      * PAYMENT HISTORY - ONE PAGE OF A PROVIDER'S PAYMENTS            *
      *================================================================*
       3000-SHOW-HISTORY.
           SET WS-CA-MODE-HISTORY TO TRUE
           MOVE 1 TO WS-CA-PAGE-NUMBER
           MOVE ZERO TO WS-CA-STACK-TOP
           MOVE SPACES TO WS-CA-CUR-ANCHOR-DATE
           MOVE ZERO TO WS-CA-CUR-ANCHOR-CHECK
           PERFORM 3100-FETCH-HISTORY-PAGE.

       3100-FETCH-HISTORY-PAGE.
           MOVE SPACES TO WS-DB2-NPI
           MOVE SPACES TO WS-DB2-TIN
           IF WS-CA-BY-NPI
               MOVE WS-CA-SEARCH-KEY TO WS-DB2-NPI
           ELSE
               MOVE WS-CA-SEARCH-KEY TO WS-DB2-TIN
           END-IF
           MOVE WS-CA-CUR-ANCHOR-DATE  TO WS-DB2-ANCHOR-DATE
           MOVE WS-CA-CUR-ANCHOR-CHECK TO WS-DB2-ANCHOR-CHECK
           INITIALIZE PAYQMP1O
           MOVE ZERO TO WS-LIST-IDX
           MOVE ZERO TO WS-CA-LIST-COUNT
           SET WS-LIST-NOT-EOF TO TRUE
           EXEC SQL OPEN PAY-HIST-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'DB2 ERROR OPENING PAYMENT HISTORY'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM 3110-FETCH-HISTORY-ROW
               UNTIL WS-LIST-EOF
               OR WS-LIST-IDX >= WS-ROWS-PER-PAGE
           IF WS-LIST-EOF
               SET WS-CA-NO-MORE-ROWS TO TRUE
           ELSE
               SET WS-CA-MORE-ROWS TO TRUE
           END-IF
           EXEC SQL CLOSE PAY-HIST-CURSOR END-EXEC
           MOVE WS-LIST-IDX TO WS-CA-LIST-COUNT
           IF WS-LIST-IDX = ZERO
               MOVE 'NF' TO WS-CA-RETURN-CODE
               MOVE 'NO PAYMENTS ON FILE FOR THIS PROVIDER'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'PAYMENT HISTORY' TO PY-LIST-HDR-OUT
           IF WS-CA-BY-NPI
               MOVE WS-CA-SEARCH-KEY(1:10) TO PY-NPI-OUT
           END-IF
           PERFORM 3900-FORMAT-PAGE-IND
           MOVE 'H' TO WS-LOG-VIEW-TYPE
           PERFORM 7000-LOG-VIEW
           IF WS-CA-RETURN-MSG = SPACES
               MOVE 'S + LINE NO SHOWS A PAYMENT - F/B PAGES'
                   TO PY-MSG-TEXTI
           ELSE
               MOVE WS-CA-RETURN-MSG TO PY-MSG-TEXTI
           END-IF
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.

       3110-FETCH-HISTORY-ROW.
           EXEC SQL
               FETCH PAY-HIST-CURSOR
               INTO :DB-CHECK-NO, :DB-ISSUE-DATE,
                    :DB-CHECK-AMOUNT, :DB-CHECK-STATUS,
                    :DB-PAY-METHOD
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-LIST-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIST-IDX
           MOVE DB-CHECK-NO TO WS-CA-LST-CHECK(WS-LIST-IDX)
           MOVE DB-ISSUE-DATE TO WS-CA-LAST-DATE
           MOVE DB-CHECK-NO   TO WS-CA-LAST-CHECK
           MOVE WS-LIST-IDX   TO PY-LL-SEL-OUT(WS-LIST-IDX)
           MOVE DB-CHECK-NO   TO PY-LL-KEY-OUT(WS-LIST-IDX)
           MOVE DB-ISSUE-DATE TO WS-DATE-IN
           PERFORM 3950-FORMAT-DATE
           MOVE WS-DATE-OUT   TO PY-LL-DATE-OUT(WS-LIST-IDX)
           IF DB-PAY-METHOD = 'EF'
               MOVE 'EFT'     TO PY-LL-DESC-OUT(WS-LIST-IDX)
           ELSE
               MOVE 'CHECK'   TO PY-LL-DESC-OUT(WS-LIST-IDX)
           END-IF
           MOVE DB-CHECK-AMOUNT TO PY-LL-AMT-OUT(WS-LIST-IDX)
           PERFORM 3960-DECODE-STATUS
           MOVE WS-STATUS-DESC TO PY-LL-STAT-OUT(WS-LIST-IDX).

       3900-FORMAT-PAGE-IND.
           MOVE WS-CA-PAGE-NUMBER TO WS-PAGE-DISP
           IF WS-CA-MORE-ROWS
               STRING 'PAGE ' DELIMITED SIZE
                      WS-PAGE-DISP DELIMITED SIZE
                      ' - MORE' DELIMITED SIZE
                      INTO PY-PAGE-OUT
               END-STRING
           ELSE
               STRING 'PAGE ' DELIMITED SIZE
                      WS-PAGE-DISP DELIMITED SIZE
                      ' - END' DELIMITED SIZE
                      INTO PY-PAGE-OUT
               END-STRING
           END-IF.

       3950-FORMAT-DATE.
           MOVE SPACES TO WS-DATE-OUT
           IF WS-DATE-IN NOT = SPACES
               STRING WS-DATE-IN(1:4) '/' WS-DATE-IN(5:2) '/'
                      WS-DATE-IN(7:2)
                      DELIMITED SIZE INTO WS-DATE-OUT
               END-STRING
           END-IF.

       3960-DECODE-STATUS.
           EVALUATE TRUE
               WHEN DB-CHK-OUTSTANDING
                   MOVE 'OUTSTANDING' TO WS-STATUS-DESC
               WHEN DB-CHK-CLEARED
                   MOVE 'CLEARED'     TO WS-STATUS-DESC
               WHEN DB-CHK-STOPPED
                   MOVE 'STOPPED'     TO WS-STATUS-DESC
               WHEN DB-CHK-VOIDED
                   MOVE 'VOIDED'      TO WS-STATUS-DESC
               WHEN DB-CHK-ESCHEATED
                   MOVE 'ESCHEATED'   TO WS-STATUS-DESC
               WHEN DB-CHK-EFT-SENT
                   MOVE 'EFT SENT'    TO WS-STATUS-DESC
               WHEN DB-CHK-EFT-RETURNED
                   MOVE 'EFT RETURNED' TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE DB-CHECK-STATUS TO WS-STATUS-DESC
           END-EVALUATE.

      *================================================================*
      * PAYMENT DETAIL - HEADER, PRENOTE, CLAIMS AND PLB OFFSETS       *
      *================================================================*
       4000-SHOW-PAYMENT.
           MOVE SPACES TO DCLCHECK-CONTROL-INQ
           EXEC SQL
               SELECT CHECK_NO, PROVIDER_NPI,
                      COALESCE(PROVIDER_TIN, ' '),
                      CHECK_AMOUNT, ISSUE_DATE, CHECK_STATUS,
                      COALESCE(PAY_METHOD, 'CK'),
                      COALESCE(TRACE_NO, 0),
                      COALESCE(CLEARED_DATE, ' '),
                      COALESCE(STOP_DATE, ' '),
                      COALESCE(VOID_DATE, ' '),
                      COALESCE(ESCHEAT_DATE, ' '),
                      COALESCE(REISSUE_CHECK_NO, ' ')
               INTO :DB-CHECK-NO, :DB-PRV-NPI, :DB-PRV-TIN,
                    :DB-CHECK-AMOUNT, :DB-ISSUE-DATE,
                    :DB-CHECK-STATUS, :DB-PAY-METHOD,
                    :DB-TRACE-NO, :DB-CLEARED-DATE,
                    :DB-STOP-DATE, :DB-VOID-DATE,
                    :DB-ESCHEAT-DATE, :DB-REISSUE-CHECK-NO
               FROM HCAS.CHECK_CONTROL
               WHERE CHECK_NO = :WS-DB2-CHECK-NO
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO PAYMENT FOUND FOR THAT NUMBER'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 ERROR ON PAYMENT INQUIRY'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
                   EXIT PARAGRAPH
           END-EVALUATE
      *--- A NEW PAYMENT STARTS ITS CLAIM LIST AT PAGE 1 ---
           IF NOT WS-CA-MODE-DETAIL
           OR WS-CA-CHECK-NO NOT = DB-CHECK-NO
               SET WS-CA-MODE-DETAIL TO TRUE
               MOVE 1 TO WS-CA-PAGE-NUMBER
               MOVE ZERO TO WS-CA-STACK-TOP
               MOVE SPACES TO WS-CA-CUR-ANCHOR-CLAIM
           END-IF
           MOVE DB-CHECK-NO   TO WS-CA-CHECK-NO
           MOVE DB-TRACE-NO   TO WS-CA-TRACE-NO
           MOVE DB-PRV-NPI    TO WS-CA-PRV-NPI
           MOVE DB-ISSUE-DATE TO WS-CA-ISSUE-DATE
           INITIALIZE PAYQMP1O
           PERFORM 4100-LOOKUP-PROVIDER
           MOVE '00' TO PHI-ACC-RC
           PERFORM 4200-FETCH-CLAIM-PAGE
           IF PHI-ACC-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM 4300-FETCH-PLB-OFFSETS
           PERFORM 4400-FORMAT-PAYMENT
           MOVE 'P' TO WS-LOG-VIEW-TYPE
           PERFORM 7000-LOG-VIEW
           IF WS-CA-RETURN-MSG = SPACES
               MOVE 'C + LINE NO SHOWS A CLAIM - F/B PAGES CLAIMS'
                   TO PY-MSG-TEXTI
           ELSE
               MOVE WS-CA-RETURN-MSG TO PY-MSG-TEXTI
           END-IF
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.

       4010-FIND-BY-TRACE.
      *--- THE TRN TRACE NUMBER IS ON THE PROVIDER'S 835 AND    ---
      *    ACH ADDENDA FOR BOTH CHECK AND EFT PAYMENTS. A       ---
      *    REPLACEMENT CHECK KEEPS ITS ORIGINAL'S TRACE, SO THE ---
      *    ORIGINAL IS SHOWN (IT CARRIES THE REISSUE NUMBER)    ---
           EXEC SQL
               SELECT CHECK_NO
               INTO :WS-DB2-CHECK-NO
               FROM HCAS.CHECK_CONTROL
               WHERE TRACE_NO = :WS-DB2-TRACE-NO
               ORDER BY ISSUE_DATE
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 4000-SHOW-PAYMENT
               WHEN +100
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO PAYMENT FOUND FOR THAT TRACE NUMBER'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               WHEN OTHER
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 ERROR ON TRACE NUMBER LOOKUP'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       4020-FIND-BY-CLAIM.
           MOVE PY-CLAIMI TO DB-CLAIM-ID
           EXEC SQL
               SELECT BILLING_NPI, COALESCE(REMIT_DATE, ' '),
                      COALESCE(REMIT_STATUS, ' '),
                      COALESCE(REMIT_TRACE_NO, 0)
               INTO :DB-BILLING-NPI, :DB-REMIT-DATE,
                    :DB-REMIT-STATUS, :DB-REMIT-TRACE-NO
               FROM HCAS.CLAIM_MASTER
               WHERE CLAIM_ID = :DB-CLAIM-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO CLAIM FOUND FOR THAT CLAIM ID'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 ERROR ON CLAIM LOOKUP'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
                   EXIT PARAGRAPH
           END-EVALUATE
           IF DB-REMIT-STATUS NOT = 'Y' AND DB-REMIT-STATUS NOT = 'E'
               MOVE 'NF' TO WS-CA-RETURN-CODE
               MOVE 'CLAIM HAS NOT BEEN REMITTED - NO PAYMENT YET'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE DB-BILLING-NPI TO WS-DB2-NPI
           MOVE DB-REMIT-DATE  TO WS-DB2-ISSUE-DATE
           MOVE DB-REMIT-TRACE-NO TO WS-DB2-TRACE-NO
           EXEC SQL
               SELECT CHECK_NO
               INTO :WS-DB2-CHECK-NO
               FROM HCAS.CHECK_CONTROL
               WHERE (:WS-DB2-TRACE-NO > 0
                      AND TRACE_NO = :WS-DB2-TRACE-NO)
                  OR (:WS-DB2-TRACE-NO = 0
                      AND PROVIDER_NPI = :WS-DB2-NPI
                      AND ISSUE_DATE = :WS-DB2-ISSUE-DATE)
               ORDER BY CHECK_NO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 4000-SHOW-PAYMENT
               WHEN +100
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'CLAIM REMITTED WITH NO PAYMENT (ZERO NET)'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               WHEN OTHER
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 ERROR ON PAYMENT LOOKUP'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       4100-LOOKUP-PROVIDER.
      *--- PAYEE NAME AND THE PROVIDER'S LATEST EFT PRENOTE -    ---
      *    A PENDING OR RETURNED PRENOTE IS WHY AN EFT PROVIDER  ---
      *    WAS PAID BY CHECK                                     ---
           MOVE SPACES TO DCLPAYMENT-SUMMARY-INQ
           EXEC SQL
               SELECT COALESCE(ORG_NAME, LAST_NAME)
               INTO :DB-PRV-NAME
               FROM HCAS.PROVIDER
               WHERE NPI = :DB-PRV-NPI
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO DB-PRV-NAME
           END-IF
           EXEC SQL
               SELECT PRENOTE_STATUS, COALESCE(RETURN_CODE, ' ')
               INTO :DB-PRENOTE-STATUS, :DB-PRENOTE-RETURN
               FROM HCAS.EFT_PRENOTE
               WHERE PROVIDER_NPI = :DB-PRV-NPI
               ORDER BY REQUEST_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO DB-PRENOTE-STATUS
           END-IF.

       4200-FETCH-CLAIM-PAGE.
           MOVE DB-PRV-NPI    TO WS-DB2-NPI
           MOVE DB-ISSUE-DATE TO WS-DB2-ISSUE-DATE
           MOVE DB-TRACE-NO   TO WS-DB2-TRACE-NO
           MOVE WS-CA-CUR-ANCHOR-CLAIM TO WS-DB2-ANCHOR-CLAIM
           MOVE ZERO TO DB-CLAIM-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :DB-CLAIM-COUNT
               FROM HCAS.CLAIM_MASTER
               WHERE ((:WS-DB2-TRACE-NO > 0
                       AND REMIT_TRACE_NO = :WS-DB2-TRACE-NO)
                   OR (COALESCE(REMIT_TRACE_NO, 0) = 0
                       AND BILLING_NPI = :WS-DB2-NPI
                       AND REMIT_DATE = :WS-DB2-ISSUE-DATE))
                 AND REMIT_STATUS IN ('Y', 'E')
           END-EXEC
           MOVE ZERO TO WS-LIST-IDX
           MOVE ZERO TO WS-CA-LIST-COUNT
           SET WS-LIST-NOT-EOF TO TRUE
           EXEC SQL OPEN PAY-CLAIM-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-CA-NO-MORE-ROWS TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 4210-FETCH-CLAIM-ROW
               UNTIL WS-LIST-EOF
               OR WS-LIST-IDX >= WS-ROWS-PER-PAGE
           IF WS-LIST-EOF
               SET WS-CA-NO-MORE-ROWS TO TRUE
           ELSE
               SET WS-CA-MORE-ROWS TO TRUE
           END-IF
           EXEC SQL CLOSE PAY-CLAIM-CURSOR END-EXEC
           MOVE WS-LIST-IDX TO WS-CA-LIST-COUNT.

       4210-FETCH-CLAIM-ROW.
           EXEC SQL
               FETCH PAY-CLAIM-CURSOR
               INTO :DB-CLAIM-ID, :DB-MEMBER-ID,
                    :DB-SVC-FROM-DATE, :DB-CLAIM-PAID,
                    :DB-CLAIM-STATUS
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-LIST-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM 4250-LOG-CLAIM-ACCESS
           IF PHI-ACC-FAILED
               SET WS-LIST-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIST-IDX
           MOVE DB-CLAIM-ID  TO WS-CA-LST-CLAIM(WS-LIST-IDX)
           MOVE DB-MEMBER-ID TO WS-CA-LST-MEMBER(WS-LIST-IDX)
           MOVE DB-CLAIM-ID  TO WS-CA-LAST-CLAIM
           MOVE WS-LIST-IDX  TO PY-LL-SEL-OUT(WS-LIST-IDX)
           MOVE DB-CLAIM-ID  TO PY-LL-KEY-OUT(WS-LIST-IDX)
           MOVE DB-SVC-FROM-DATE TO PY-LL-DATE-OUT(WS-LIST-IDX)
           MOVE DB-MEMBER-ID TO PY-LL-DESC-OUT(WS-LIST-IDX)
           MOVE DB-CLAIM-PAID TO PY-LL-AMT-OUT(WS-LIST-IDX)
           EVALUATE DB-CLAIM-STATUS
               WHEN '50'
                   MOVE 'PAID'     TO PY-LL-STAT-OUT(WS-LIST-IDX)
               WHEN '60'
                   MOVE 'ADJUSTED' TO PY-LL-STAT-OUT(WS-LIST-IDX)
               WHEN '70'
                   MOVE 'VOIDED'   TO PY-LL-STAT-OUT(WS-LIST-IDX)
               WHEN OTHER
                   MOVE DB-CLAIM-STATUS
                       TO PY-LL-STAT-OUT(WS-LIST-IDX)
           END-EVALUATE.

       4300-FETCH-PLB-OFFSETS.
           MOVE DB-TRACE-NO TO WS-DB2-TRACE-NO
           MOVE ZERO TO WS-PLB-IDX
           MOVE ZERO TO DB-PLB-COUNT
           IF WS-DB2-TRACE-NO = ZERO
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT COUNT(*)
               INTO :DB-PLB-COUNT
               FROM HCAS.PAYMENT_PLB
               WHERE TRACE_NO = :WS-DB2-TRACE-NO
           END-EXEC
           SET WS-PLB-NOT-EOF TO TRUE
           EXEC SQL OPEN PAY-PLB-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 4310-FETCH-PLB-ROW
               UNTIL WS-PLB-EOF
               OR WS-PLB-IDX >= 4
           EXEC SQL CLOSE PAY-PLB-CURSOR END-EXEC
           IF DB-PLB-COUNT > WS-PLB-IDX
               MOVE '+ MORE PLB' TO PY-PLB-MORE-OUT
           END-IF.

       4310-FETCH-PLB-ROW.
           EXEC SQL
               FETCH PAY-PLB-CURSOR
               INTO :DB-PLB-REASON, :DB-PLB-REF-ID,
                    :DB-PLB-AMOUNT
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-PLB-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLB-IDX
           MOVE DB-PLB-REASON TO PY-PL-REASON-OUT(WS-PLB-IDX)
           MOVE DB-PLB-REF-ID TO PY-PL-REF-OUT(WS-PLB-IDX)
           MOVE DB-PLB-AMOUNT TO PY-PL-AMT-OUT(WS-PLB-IDX).

       4400-FORMAT-PAYMENT.
           MOVE DB-CHECK-NO     TO PY-PAY-NO-OUT
           MOVE DB-TRACE-NO     TO PY-TRACE-OUT
           MOVE DB-PRV-NPI      TO PY-NPI-OUT
           MOVE DB-PRV-NAME     TO PY-PRV-NAME-OUT
           MOVE DB-ISSUE-DATE   TO WS-DATE-IN
           PERFORM 3950-FORMAT-DATE
           MOVE WS-DATE-OUT     TO PY-PAY-DATE-OUT
           MOVE DB-CHECK-AMOUNT TO PY-AMOUNT-OUT
           IF DB-PAY-METHOD = 'EF'
               MOVE 'EFT'       TO PY-METHOD-OUT
           ELSE
               MOVE 'CHECK'     TO PY-METHOD-OUT
           END-IF
           PERFORM 3960-DECODE-STATUS
           MOVE WS-STATUS-DESC TO PY-STATUS-OUT
      *--- DATE OF THE STATUS NOW IN EFFECT ---
           EVALUATE TRUE
               WHEN DB-CHK-CLEARED
                   MOVE DB-CLEARED-DATE TO WS-DATE-IN
               WHEN DB-CHK-STOPPED
                   MOVE DB-STOP-DATE    TO WS-DATE-IN
               WHEN DB-CHK-VOIDED
                   MOVE DB-VOID-DATE    TO WS-DATE-IN
               WHEN DB-CHK-ESCHEATED
                   MOVE DB-ESCHEAT-DATE TO WS-DATE-IN
               WHEN OTHER
                   MOVE DB-ISSUE-DATE   TO WS-DATE-IN
           END-EVALUATE
           PERFORM 3950-FORMAT-DATE
           MOVE WS-DATE-OUT         TO PY-STAT-DATE-OUT
           MOVE DB-REISSUE-CHECK-NO TO PY-REISSUE-OUT
           EVALUATE DB-PRENOTE-STATUS
               WHEN 'P'
                   MOVE 'PRENOTE PENDING'  TO PY-PRENOTE-OUT
               WHEN 'A'
                   MOVE 'PRENOTE ACCEPTED' TO PY-PRENOTE-OUT
               WHEN 'X'
                   MOVE 'PRENOTE REPLACED' TO PY-PRENOTE-OUT
               WHEN 'R'
                   STRING 'PRENOTE RETURNED ' DELIMITED SIZE
                          DB-PRENOTE-RETURN DELIMITED SIZE
                          INTO PY-PRENOTE-OUT
                   END-STRING
               WHEN OTHER
                   MOVE 'NO EFT ON FILE'   TO PY-PRENOTE-OUT
           END-EVALUATE
           MOVE DB-CLAIM-COUNT TO PY-CLAIM-CT-OUT
           MOVE 'CLAIMS ON PAYMENT' TO PY-LIST-HDR-OUT
           PERFORM 3900-FORMAT-PAGE-IND.

      *================================================================*
      * LIST PAGING - SAME KEYSET / ANCHOR-STACK TECHNIQUE AS CLMDTL00 *
      *================================================================*
       5000-PAGE-FORWARD.
           IF WS-CA-NO-MORE-ROWS OR WS-CA-STACK-TOP >= 20
               MOVE 'NO FURTHER PAGES' TO WS-CA-RETURN-MSG
               PERFORM 5300-REDISPLAY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CA-STACK-TOP
           MOVE WS-CA-CUR-ANCHOR-DATE
               TO WS-CA-STK-DATE(WS-CA-STACK-TOP)
           MOVE WS-CA-CUR-ANCHOR-CHECK
               TO WS-CA-STK-CHECK(WS-CA-STACK-TOP)
           MOVE WS-CA-CUR-ANCHOR-CLAIM
               TO WS-CA-STK-CLAIM(WS-CA-STACK-TOP)
           MOVE WS-CA-LAST-DATE  TO WS-CA-CUR-ANCHOR-DATE
           MOVE WS-CA-LAST-CHECK TO WS-CA-CUR-ANCHOR-CHECK
           MOVE WS-CA-LAST-CLAIM TO WS-CA-CUR-ANCHOR-CLAIM
           ADD 1 TO WS-CA-PAGE-NUMBER
           PERFORM 5300-REDISPLAY.

       5100-PAGE-BACKWARD.
           IF WS-CA-PAGE-NUMBER <= 1 OR WS-CA-STACK-TOP <= ZERO
               MOVE 'ALREADY AT FIRST PAGE' TO WS-CA-RETURN-MSG
               PERFORM 5300-REDISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CA-STK-DATE(WS-CA-STACK-TOP)
               TO WS-CA-CUR-ANCHOR-DATE
           MOVE WS-CA-STK-CHECK(WS-CA-STACK-TOP)
               TO WS-CA-CUR-ANCHOR-CHECK
           MOVE WS-CA-STK-CLAIM(WS-CA-STACK-TOP)
               TO WS-CA-CUR-ANCHOR-CLAIM
           SUBTRACT 1 FROM WS-CA-STACK-TOP
           SUBTRACT 1 FROM WS-CA-PAGE-NUMBER
           PERFORM 5300-REDISPLAY.

       5200-SELECT-PAYMENT.
           MOVE WS-CA-LST-CHECK(PY-SELI) TO WS-DB2-CHECK-NO
           PERFORM 4000-SHOW-PAYMENT.

       5300-REDISPLAY.
      *--- WORKING STORAGE DOES NOT SURVIVE THE PSEUDO-         ---
      *    CONVERSATIONAL ROUND TRIP - REBUILD THE SCREEN FROM  ---
      *    THE COMMAREA AT THE CURRENT ANCHOR                   ---
           IF WS-CA-MODE-HISTORY
               PERFORM 3100-FETCH-HISTORY-PAGE
           ELSE
               MOVE WS-CA-CHECK-NO TO WS-DB2-CHECK-NO
               PERFORM 4000-SHOW-PAYMENT
           END-IF.

      *================================================================*
      * TRANSFER TO CLAIM DETAIL FOR A CLAIM ON THE PAYMENT            *
      *================================================================*
       6000-TRANSFER-TO-CLAIM.
           MOVE LOW-VALUES TO WS-CLMDTL-COMMAREA
           INITIALIZE WS-CLMDTL-COMMAREA
           MOVE 'CD' TO WS-CD-FUNCTION-CODE
           MOVE WS-CA-LST-MEMBER(PY-SELI) TO WS-CD-MEMBER-ID
           MOVE WS-CA-LST-CLAIM(PY-SELI)  TO WS-CD-SELECTED-CLAIM-ID
           MOVE 1 TO WS-CD-PAGE-NUMBER
           EXEC CICS XCTL
               PROGRAM('CLMDTL00')
               COMMAREA(WS-CLMDTL-COMMAREA)
               LENGTH(LENGTH OF WS-CLMDTL-COMMAREA)
           END-EXEC.

      *================================================================*
      * VIEW LOGGING - EVERY PAYMENT OR HISTORY PAGE SHOWN             *
      *================================================================*
       4250-LOG-CLAIM-ACCESS.
           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER TO PHI-ACC-USER-ID
           MOVE 'PAYQ'         TO PHI-ACC-TRAN-CODE
           MOVE 'PAYINQ1'      TO PHI-ACC-PROGRAM-ID
           SET PHI-ACC-CLAIM-VIEW TO TRUE
           MOVE DB-MEMBER-ID   TO PHI-ACC-MEMBER-ID
           MOVE DB-CLAIM-ID    TO PHI-ACC-CLAIM-ID
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE
           IF PHI-ACC-FAILED
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE PHI-ACC-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       7000-LOG-VIEW.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-LOG-TIME
           EXEC SQL
               INSERT INTO HCAS.PAYMENT_INQ_LOG
                   (USER_ID, TRAN_CODE, TERM_ID, VIEW_TYPE,
                    SEARCH_TYPE, SEARCH_KEY, CHECK_NO,
                    PROVIDER_NPI, PAGE_NO, LOG_DATE, LOG_TIME)
               VALUES
                   (:WS-SIGNON-USER, 'PAYQ', :EIBTRMID,
                    :WS-LOG-VIEW-TYPE, :WS-CA-SEARCH-TYPE,
                    :WS-CA-SEARCH-KEY, :WS-CA-CHECK-NO,
                    :WS-CA-PRV-NPI, :WS-CA-PAGE-NUMBER,
                    :WS-CURRENT-DATE, :WS-LOG-TIME)
           END-EXEC
           IF SQLCODE = ZERO
               EXEC SQL COMMIT END-EXEC
           ELSE
      *---     CAN'T PERSIST THE VIEW ROW - FALL BACK TO THE TD  ---
      *        QUEUE SO THE ACCESS ISN'T LOST ENTIRELY. THE      ---
      *        FAILED INSERT LEFT NOTHING TO UNDO, SO COMMIT     ---
      *        KEEPS THE PHI ACCESS LOG ROWS FOR THE PAGE        ---
               EXEC SQL COMMIT END-EXEC
               MOVE SPACES TO WS-LOG-MSG
               STRING 'PAYQ VIEW ' DELIMITED SIZE
                      WS-SIGNON-USER DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-CA-SEARCH-TYPE DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-CA-SEARCH-KEY DELIMITED SIZE
                      ' CHK=' DELIMITED SIZE
                      WS-CA-CHECK-NO DELIMITED SIZE
                      INTO WS-LOG-MSG
               END-STRING
               EXEC CICS WRITEQ TD
                   QUEUE  ('CSML')
                   FROM   (WS-LOG-MSG)
                   LENGTH (80)
                   RESP   (WS-RESP)
               END-EXEC
           END-IF.

       9000-SEND-ERROR.
           MOVE WS-CA-RETURN-MSG TO PY-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.
