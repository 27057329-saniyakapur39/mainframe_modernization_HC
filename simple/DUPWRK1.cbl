       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DUPWRK1.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  DUPWRK1                                              *
      * PURPOSE:  DUPLICATE-PAYMENT AUDIT REVIEW                       *
      *           CICS ONLINE TRANSACTION FOR THE RECOVERY ANALYSTS.   *
      *           DISPLAYS A SUSPECT PAIR DUPAUD01 WROTE TO            *
      *           HCAS.DUP_AUDIT_WORKLIST AND RECORDS THE ANALYST'S    *
      *           DECISION:                                            *
      *             C - CONFIRM. THE FINDING CLOSES AS CONFIRMED AND   *
      *                 THE OVERPAYMENT IS ESTABLISHED ON              *
      *                 HCAS.OVERPAYMENT_RECV AGAINST CLAIM 2 (THE     *
      *                 DUPLICATE PAYMENT) WITH THE RULE ID AS THE     *
      *                 RECEIVABLE REASON, SO EDI835GN OFFSETS IT      *
      *                 FROM THE PROVIDER'S NEXT PAYMENT. THE AMOUNT   *
      *                 IS THE SUSPECT AMOUNT UNLESS THE ANALYST KEYS  *
      *                 A LOWER ONE. AN OPEN RECEIVABLE ALREADY ON     *
      *                 THE CLAIM IS INCREASED RATHER THAN DUPLICATED. *
      *             R - REJECT. THE FINDING CLOSES WITH THE ANALYST'S  *
      *                 NOTE AND NO RECEIVABLE.                        *
      *           CONFIRM/REJECT HISTORY FEEDS THE BY-RULE AND         *
      *           BY-PROVIDER SECTIONS OF THE DUPAUD01 REPORT.         *
      *           BOTH CLAIMS OF A DISPLAYED PAIR ARE WRITTEN TO THE   *
      *           PHI ACCESS LOG (PHILOG01) FIRST AND THE PAIR IS NOT  *
      *           SHOWN IF THEY CANNOT BE LOGGED.                      *
      * TRANSACTION: DUPW                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY PHICOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
           05  WS-CA-FINDING-ID        PIC X(09).
           05  WS-CA-RETURN-CODE       PIC X(02).
           05  WS-CA-RETURN-MSG        PIC X(80).

       01  WS-COMMAREA-LENGTH          PIC S9(04) COMP VALUE 93.

       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-SIGNON-USER              PIC X(08).

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  DCLDUP-WORKLIST.
           05  DB-FINDING-ID           PIC S9(09) COMP.
           05  DB-RULE-ID              PIC X(05).
           05  DB-CLAIM-ID-1           PIC X(15).
           05  DB-LINE-SEQ-1           PIC S9(04) COMP.
           05  DB-CLAIM-ID-2           PIC X(15).
           05  DB-LINE-SEQ-2           PIC S9(04) COMP.
           05  DB-MEMBER-ID            PIC X(12).
           05  DB-PROVIDER-NPI         PIC X(10).
           05  DB-PROVIDER-TIN         PIC X(09).
           05  DB-SERVICE-DATE         PIC X(08).
           05  DB-PROC-CODE            PIC X(05).
           05  DB-SUSPECT-AMT          PIC S9(09)V99 COMP-3.
           05  DB-SCORE                PIC S9(03) COMP-3.
           05  DB-AUDIT-RUN-DATE       PIC X(08).
           05  DB-REVIEW-STATUS        PIC X(01).
               88  DB-REVIEW-OPEN      VALUE 'O'.
               88  DB-REVIEW-CONFIRMED VALUE 'C'.
               88  DB-REVIEW-REJECTED  VALUE 'R'.
           05  DB-ANALYST-ID           PIC X(08).
           05  DB-REVIEW-DATE          PIC X(08).
           05  DB-CONFIRMED-AMT        PIC S9(09)V99 COMP-3.
           05  DB-NOTE                 PIC X(60).

       01  WS-RULE-DESC                PIC X(40).
       01  WS-CLAIM-2-STATUS           PIC X(02).
       01  WS-RECV-AMT                 PIC S9(09)V99 COMP-3.

       01  WS-BMS-MAP-NAME             PIC X(07) VALUE 'DUPWMP1'.
       01  WS-BMS-MAPSET               PIC X(07) VALUE 'DUPWSET'.

       01  DUPWMP1I.
           05  DW-FUNCL                PIC S9(04) COMP.
           05  DW-FUNCF                PIC X(01).
           05  DW-FUNCI                PIC X(01).
               88  DW-FUNC-INQUIRE     VALUE 'I'.
               88  DW-FUNC-CONFIRM     VALUE 'C'.
               88  DW-FUNC-REJECT      VALUE 'R'.
           05  DW-FINDING-IDL          PIC S9(04) COMP.
           05  DW-FINDING-IDF          PIC X(01).
           05  DW-FINDING-IDI          PIC X(09).
           05  DW-FINDING-IDN REDEFINES DW-FINDING-IDI
                                       PIC 9(09).
           05  DW-AMOUNTL              PIC S9(04) COMP.
           05  DW-AMOUNTF              PIC X(01).
           05  DW-AMOUNTI              PIC X(11).
           05  DW-AMOUNTN REDEFINES DW-AMOUNTI
                                       PIC 9(09)V99.
           05  DW-NOTEL                PIC S9(04) COMP.
           05  DW-NOTEF                PIC X(01).
           05  DW-NOTEI                PIC X(60).
           05  DW-MSG-TEXTL            PIC S9(04) COMP.
           05  DW-MSG-TEXTF            PIC X(01).
           05  DW-MSG-TEXTI            PIC X(79).

       01  DUPWMP1O.
           05  DW-RULE-OUT             PIC X(05).
           05  DW-RULE-DESC-OUT        PIC X(40).
           05  DW-SCORE-OUT            PIC ZZ9.
           05  DW-CLAIM-1-OUT          PIC X(15).
           05  DW-LINE-1-OUT           PIC ZZZ9.
           05  DW-CLAIM-2-OUT          PIC X(15).
           05  DW-LINE-2-OUT           PIC ZZZ9.
           05  DW-MEMBER-OUT           PIC X(12).
           05  DW-NPI-OUT              PIC X(10).
           05  DW-TIN-OUT              PIC X(09).
           05  DW-DOS-OUT              PIC X(08).
           05  DW-PROC-OUT             PIC X(05).
           05  DW-SUSPECT-OUT          PIC Z,ZZZ,ZZ9.99.
           05  DW-RUN-DATE-OUT         PIC X(08).
           05  DW-STATUS-OUT           PIC X(10).
           05  DW-ANALYST-OUT          PIC X(08).
           05  DW-REVIEW-DATE-OUT      PIC X(08).
           05  DW-CONFIRMED-OUT        PIC Z,ZZZ,ZZ9.99.
           05  DW-NOTE-OUT             PIC X(60).

       01  WS-SWITCHES.
           05  WS-VALID-SW             PIC X(01) VALUE 'Y'.
               88  WS-INPUT-VALID      VALUE 'Y'.
               88  WS-INPUT-INVALID    VALUE 'N'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(93).

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
               TRANSID('DUPW')
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       1000-FIRST-TIME.
           INITIALIZE WS-COMMAREA
           INITIALIZE DUPWMP1O
           MOVE 'ENTER FINDING ID - I DISPLAY, C CONFIRM, R REJECT'
               TO DW-MSG-TEXTI
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
               INTO(DUPWMP1I)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'ERROR RECEIVING MAP DATA'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           ELSE
               SET WS-INPUT-VALID TO TRUE
               PERFORM 2100-VALIDATE-INPUT
               IF WS-INPUT-VALID
                   PERFORM 3000-READ-WORKLIST-ROW
               END-IF
               IF WS-INPUT-VALID
                   EVALUATE TRUE
                       WHEN DW-FUNC-CONFIRM
                           PERFORM 4000-CONFIRM-FINDING
                       WHEN DW-FUNC-REJECT
                           PERFORM 5000-REJECT-FINDING
                       WHEN OTHER
                           MOVE 'FINDING DISPLAYED - C OR R TO REVIEW'
                               TO WS-CA-RETURN-MSG
                           PERFORM 3100-FORMAT-RESPONSE
                   END-EVALUATE
               END-IF
           END-IF.

       2100-VALIDATE-INPUT.
           EVALUATE TRUE
               WHEN DW-FINDING-IDI = SPACES OR LOW-VALUES
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'FINDING ID IS REQUIRED'
                       TO WS-CA-RETURN-MSG
               WHEN DW-FINDING-IDI IS NOT NUMERIC
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'FINDING ID MUST BE NUMERIC'
                       TO WS-CA-RETURN-MSG
               WHEN NOT DW-FUNC-INQUIRE
                AND NOT DW-FUNC-CONFIRM
                AND NOT DW-FUNC-REJECT
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'FUNCTION MUST BE I, C OR R'
                       TO WS-CA-RETURN-MSG
               WHEN DW-FUNC-CONFIRM
                AND DW-AMOUNTI NOT = SPACES
                AND DW-AMOUNTI NOT = LOW-VALUES
                AND DW-AMOUNTI IS NOT NUMERIC
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'CONFIRMED AMOUNT MUST BE NUMERIC'
                       TO WS-CA-RETURN-MSG
               WHEN DW-FUNC-REJECT
                AND (DW-NOTEI = SPACES OR LOW-VALUES)
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'A NOTE IS REQUIRED TO REJECT A FINDING'
                       TO WS-CA-RETURN-MSG
           END-EVALUATE
           IF WS-INPUT-INVALID
               MOVE 'ER' TO WS-CA-RETURN-CODE
               PERFORM 9000-SEND-ERROR
           ELSE
               MOVE DW-FINDING-IDI TO WS-CA-FINDING-ID
           END-IF.

       3000-READ-WORKLIST-ROW.
           MOVE DW-FINDING-IDN TO DB-FINDING-ID
           EXEC SQL
               SELECT W.FINDING_ID, W.RULE_ID,
                      W.CLAIM_ID_1, W.LINE_SEQ_1,
                      W.CLAIM_ID_2, W.LINE_SEQ_2,
                      W.MEMBER_ID, W.PROVIDER_NPI,
                      W.PROVIDER_TIN, W.SERVICE_DATE,
                      W.PROC_CODE, W.SUSPECT_AMT, W.SCORE,
                      W.AUDIT_RUN_DATE, W.REVIEW_STATUS,
                      COALESCE(W.ANALYST_ID, ' '),
                      COALESCE(W.REVIEW_DATE, ' '),
                      COALESCE(W.CONFIRMED_AMT, 0),
                      COALESCE(W.NOTE, ' '),
                      COALESCE(R.DESCRIPTION, ' ')
               INTO :DB-FINDING-ID, :DB-RULE-ID,
                    :DB-CLAIM-ID-1, :DB-LINE-SEQ-1,
                    :DB-CLAIM-ID-2, :DB-LINE-SEQ-2,
                    :DB-MEMBER-ID, :DB-PROVIDER-NPI,
                    :DB-PROVIDER-TIN, :DB-SERVICE-DATE,
                    :DB-PROC-CODE, :DB-SUSPECT-AMT, :DB-SCORE,
                    :DB-AUDIT-RUN-DATE, :DB-REVIEW-STATUS,
                    :DB-ANALYST-ID, :DB-REVIEW-DATE,
                    :DB-CONFIRMED-AMT, :DB-NOTE,
                    :WS-RULE-DESC
               FROM HCAS.DUP_AUDIT_WORKLIST W
               LEFT JOIN HCAS.DUP_AUDIT_RULE R
                   ON R.RULE_ID = W.RULE_ID
               WHERE W.FINDING_ID = :DB-FINDING-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO AUDIT FINDING FOUND FOR THAT ID'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               WHEN OTHER
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 ERROR ON WORKLIST INQUIRY'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       3050-LOG-ACCESS.
           MOVE DB-CLAIM-ID-1 TO PHI-ACC-CLAIM-ID
           PERFORM 3060-LOG-ONE-CLAIM
           IF PHI-ACC-LOGGED
           AND DB-CLAIM-ID-2 NOT = SPACES
               MOVE DB-CLAIM-ID-2 TO PHI-ACC-CLAIM-ID
               PERFORM 3060-LOG-ONE-CLAIM
           END-IF
           IF PHI-ACC-FAILED
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE PHI-ACC-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       3060-LOG-ONE-CLAIM.
           MOVE WS-SIGNON-USER TO PHI-ACC-USER-ID
           MOVE 'DUPW'         TO PHI-ACC-TRAN-CODE
           MOVE 'DUPWRK1'      TO PHI-ACC-PROGRAM-ID
           SET PHI-ACC-CLAIM-VIEW TO TRUE
           MOVE DB-MEMBER-ID   TO PHI-ACC-MEMBER-ID
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE.

       3100-FORMAT-RESPONSE.
           PERFORM 3050-LOG-ACCESS
           IF PHI-ACC-FAILED
               EXIT PARAGRAPH
           END-IF
           INITIALIZE DUPWMP1O
           MOVE DB-RULE-ID          TO DW-RULE-OUT
           MOVE WS-RULE-DESC        TO DW-RULE-DESC-OUT
           MOVE DB-SCORE            TO DW-SCORE-OUT
           MOVE DB-CLAIM-ID-1       TO DW-CLAIM-1-OUT
           MOVE DB-LINE-SEQ-1       TO DW-LINE-1-OUT
           MOVE DB-CLAIM-ID-2       TO DW-CLAIM-2-OUT
           MOVE DB-LINE-SEQ-2       TO DW-LINE-2-OUT
           MOVE DB-MEMBER-ID        TO DW-MEMBER-OUT
           MOVE DB-PROVIDER-NPI     TO DW-NPI-OUT
           MOVE DB-PROVIDER-TIN     TO DW-TIN-OUT
           MOVE DB-SERVICE-DATE     TO DW-DOS-OUT
           MOVE DB-PROC-CODE        TO DW-PROC-OUT
           MOVE DB-SUSPECT-AMT      TO DW-SUSPECT-OUT
           MOVE DB-AUDIT-RUN-DATE   TO DW-RUN-DATE-OUT
           MOVE DB-ANALYST-ID       TO DW-ANALYST-OUT
           MOVE DB-REVIEW-DATE      TO DW-REVIEW-DATE-OUT
           MOVE DB-CONFIRMED-AMT    TO DW-CONFIRMED-OUT
           MOVE DB-NOTE             TO DW-NOTE-OUT
           EVALUATE TRUE
               WHEN DB-REVIEW-CONFIRMED
                   MOVE 'CONFIRMED ' TO DW-STATUS-OUT
               WHEN DB-REVIEW-REJECTED
                   MOVE 'REJECTED  ' TO DW-STATUS-OUT
               WHEN OTHER
                   MOVE 'OPEN      ' TO DW-STATUS-OUT
           END-EVALUATE
           MOVE WS-CA-RETURN-MSG TO DW-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.

       4000-CONFIRM-FINDING.
           IF NOT DB-REVIEW-OPEN
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'FINDING HAS ALREADY BEEN REVIEWED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE DB-SUSPECT-AMT TO WS-RECV-AMT
           IF DW-AMOUNTI IS NUMERIC
           AND DW-AMOUNTN > ZERO
               MOVE DW-AMOUNTN TO WS-RECV-AMT
           END-IF
           IF WS-RECV-AMT > DB-SUSPECT-AMT
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'CONFIRMED AMOUNT EXCEEDS THE SUSPECT AMOUNT'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
      *--- A DUPLICATE SINCE REVERSED ALREADY HAS CLMREV01'S ---
      *    RECEIVABLE - ESTABLISHING ANOTHER WOULD DOUBLE IT   ---
           EXEC SQL
               SELECT CLAIM_STATUS
               INTO :WS-CLAIM-2-STATUS
               FROM HCAS.CLAIM_MASTER
               WHERE CLAIM_ID = :DB-CLAIM-ID-2
           END-EXEC
           IF SQLCODE NOT = ZERO
           OR WS-CLAIM-2-STATUS NOT = '50'
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'CLAIM 2 IS NO LONGER PAID - REJECT THE FINDING'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.DUP_AUDIT_WORKLIST
               SET    REVIEW_STATUS = 'C',
                      ANALYST_ID = :WS-SIGNON-USER,
                      REVIEW_DATE = :WS-CURRENT-DATE,
                      CONFIRMED_AMT = :WS-RECV-AMT,
                      NOTE = :DW-NOTEI
               WHERE  FINDING_ID = :DB-FINDING-ID
                 AND  REVIEW_STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT = ZERO
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'DB2 UPDATE ERROR - FINDING NOT CONFIRMED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-ESTABLISH-RECEIVABLE
           IF SQLCODE = ZERO
               EXEC SQL COMMIT END-EXEC
               MOVE 'FINDING CONFIRMED - OVERPAYMENT ESTABLISHED'
                   TO WS-CA-RETURN-MSG
               PERFORM 3000-READ-WORKLIST-ROW
               PERFORM 3100-FORMAT-RESPONSE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'DB2 ERROR ESTABLISHING RECEIVABLE - NOT CONFIRMED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       4100-ESTABLISH-RECEIVABLE.
           EXEC SQL
               INSERT INTO HCAS.OVERPAYMENT_RECV
                   (PROVIDER_NPI, PROVIDER_TIN, SOURCE_CLAIM_ID,
                    RECV_REASON, ORIG_AMOUNT, OUTSTANDING_AMT,
                    RECOVERY_STATUS, CREATE_DATE, CREATE_USER)
               VALUES
                   (:DB-PROVIDER-NPI, :DB-PROVIDER-TIN,
                    :DB-CLAIM-ID-2, :DB-RULE-ID,
                    :WS-RECV-AMT, :WS-RECV-AMT,
                    'O', :WS-CURRENT-DATE, :WS-SIGNON-USER)
           END-EXEC
      *--- ANOTHER LINE OF THE SAME CLAIM ALREADY CONFIRMED -  ---
      *    ADD TO ITS OPEN BALANCE                             ---
           IF SQLCODE = -803
               EXEC SQL
                   UPDATE HCAS.OVERPAYMENT_RECV
                   SET    ORIG_AMOUNT = ORIG_AMOUNT + :WS-RECV-AMT,
                          OUTSTANDING_AMT =
                              OUTSTANDING_AMT + :WS-RECV-AMT
                   WHERE  PROVIDER_NPI = :DB-PROVIDER-NPI
                     AND  SOURCE_CLAIM_ID = :DB-CLAIM-ID-2
                     AND  RECOVERY_STATUS = 'O'
               END-EXEC
           END-IF.

       5000-REJECT-FINDING.
           IF NOT DB-REVIEW-OPEN
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'FINDING HAS ALREADY BEEN REVIEWED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.DUP_AUDIT_WORKLIST
               SET    REVIEW_STATUS = 'R',
                      ANALYST_ID = :WS-SIGNON-USER,
                      REVIEW_DATE = :WS-CURRENT-DATE,
                      NOTE = :DW-NOTEI
               WHERE  FINDING_ID = :DB-FINDING-ID
                 AND  REVIEW_STATUS = 'O'
           END-EXEC
           IF SQLCODE = ZERO
               EXEC SQL COMMIT END-EXEC
               MOVE 'FINDING REJECTED'
                   TO WS-CA-RETURN-MSG
               PERFORM 3000-READ-WORKLIST-ROW
               PERFORM 3100-FORMAT-RESPONSE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'DB2 UPDATE ERROR - FINDING NOT REJECTED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       9000-SEND-ERROR.
           MOVE WS-CA-RETURN-MSG TO DW-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.
