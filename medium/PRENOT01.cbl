      *              PROVIDER BY CHECK.                                *
      *           2. ACH RETURN INTAKE - RETURN CODES FROM THE BANK'S  *
      *              RETURN FILE MARK THE PRENOTE RETURNED AND THE     *
      *              PROVIDER STAYS ON CHECK. A RETURNED PAYMENT       *
      *              ENTRY (EDI835GN OR CAPPAY01) IS MATCHED TO        *
      *              HCAS.CHECK_CONTROL BY ITS ACH TRACE AND AMOUNT,   *
      *              MARKED RETURNED (STATUS 'R' - GLJRN01 REVERSES    *
      *              IT), THE PROVIDER IS SWITCHED TO CHECK AND A      *
      *              REISSUE REQUEST IS WRITTEN FOR CHKSTP01.          *
      *              A RETURNED ACH PREMIUM REFUND (PRMRFD01, PAY      *
      *              CATEGORY 'PRF') IS REISSUED THE SAME WAY, BUT     *
      *              THE REFUND ROW IS MARKED RETURNED AND THE         *
      *              ACCOUNT'S REFUND ACH ACCOUNT DEACTIVATED SO THE   *
      *              REPLACEMENT AND LATER REFUNDS GO BY CHECK.        *
      *              NOTIFICATIONS OF CHANGE (C01-C05) CORRECT THE     *
      *              ROUTING, ACCOUNT OR ACCOUNT TYPE OF EVERY         *
      *              PROVIDER ON THAT ACCOUNT THROUGH THE SAME         *
      *              PRENOTE VERIFICATION AS A BANK CHANGE.            *
      *           3. PRENOTE GENERATION / RELEASE - UNSENT PENDING     *
      *              ROWS PRODUCE A ZERO-DOLLAR NACHA PRENOTE ENTRY;   *
      *              PENDING ROWS SENT AT LEAST FOUR BANKING DAYS AGO  *
      *              WITH NO RETURN FLIP TO ACCEPTED, PUTTING THE      *
      *              PROVIDER BACK ON LIVE EFT. A PROVIDER SWITCHED    *
      *              TO CHECK BY A PAYMENT RETURN GOES BACK TO EFT     *
      *              WHEN A LATER PRENOTE IS ACCEPTED.                 *
      * INPUTS:   BANKCHG-FILE - PROVIDER BANK CHANGE REQUESTS         *
      *           ACHRET-FILE  - BANK ACH RETURN FILE                  *
      * OUTPUTS:  DB2 TABLES   - HCAS.EFT_PRENOTE, HCAS.PROVIDER,      *
      *                          HCAS.PREMIUM_REFUND,                  *
      *                          HCAS.REFUND_ACH_ACCT                  *
      *           PNOTACH-FILE - ZERO-DOLLAR NACHA PRENOTE ENTRIES     *
      *           PNOTRPT-FILE - PRENOTE ACTIVITY REPORT               *
      *           ACHRRPT-FILE - DAILY ACH RETURNS AND NOC REPORT      *
      *           RTNREQ-FILE  - REISSUE REQUESTS FOR RETURNED EFT     *
      *                          PAYMENTS (CHKSTP01 STPREQIN FORMAT)   *
      *           DB2 TABLES   - HCAS.CHECK_CONTROL                    *
      * FREQUENCY: DAILY BATCH                                         *
      *================================================================*
       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT ACHRRPT-FILE
               ASSIGN TO ACHRRPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RRP-STATUS.

           SELECT RTNREQ-FILE
               ASSIGN TO RTNREQOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RRQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANKCHG-FILE
           05  RET-BANK-ROUTING        PIC X(09).
           05  RET-BANK-ACCT-NO        PIC X(17).
           05  RET-RETURN-CODE         PIC X(03).
               88  RET-IS-NOC          VALUE 'C01' 'C02' 'C03'
                                             'C04' 'C05' 'C06'
                                             'C07' 'C08' 'C09'
                                             'C13' 'C14'.
      *--- ORIGINAL ENTRY TRACE AND AMOUNT (ZERO FOR PRENOTES) ---
           05  RET-ORIG-TRACE          PIC X(15).
           05  RET-AMOUNT              PIC 9(08)V99.
      *--- NOC CORRECTED DATA, BY CHANGE CODE ---
           05  RET-CORRECTED-DATA      PIC X(26).
           05  RET-NOC-C01 REDEFINES RET-CORRECTED-DATA.
               10  RET-C01-ACCT-NO     PIC X(17).
               10  FILLER              PIC X(09).
           05  RET-NOC-C02 REDEFINES RET-CORRECTED-DATA.
               10  RET-C02-ROUTING     PIC X(09).
               10  FILLER              PIC X(17).
           05  RET-NOC-C03 REDEFINES RET-CORRECTED-DATA.
               10  RET-C03-ROUTING     PIC X(09).
               10  RET-C03-ACCT-NO     PIC X(17).
           05  RET-NOC-C05 REDEFINES RET-CORRECTED-DATA.
               10  RET-C05-TRAN-CODE   PIC X(02).
               10  FILLER              PIC X(24).

       FD  PNOTACH-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  PNOTRPT-RECORD              PIC X(133).

       FD  ACHRRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  ACHRRPT-RECORD              PIC X(133).

       FD  RTNREQ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  RTNREQ-RECORD.
           05  RTQ-CHECK-NO            PIC X(10).
           05  RTQ-ACTION-CODE         PIC X(01).
           05  RTQ-REASON-TEXT         PIC X(30).
           05  RTQ-REQUESTED-BY        PIC X(08).
           05  FILLER                  PIC X(31).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
           05  WS-RET-STATUS           PIC X(02).
           05  WS-ACH-STATUS           PIC X(02).
           05  WS-RPT-STATUS           PIC X(02).
           05  WS-RRP-STATUS           PIC X(02).
           05  WS-RRQ-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-CHG-EOF-SW           PIC X(01) VALUE 'N'.
           05  WS-GEN-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-GEN-EOF          VALUE 'Y'.
               88  WS-GEN-NOT-EOF      VALUE 'N'.
           05  WS-NOC-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-NOC-EOF          VALUE 'Y'.
               88  WS-NOC-NOT-EOF      VALUE 'N'.
           05  WS-CHANGE-SW            PIC X(01) VALUE 'N'.
               88  WS-CHANGE-APPLIED   VALUE 'Y'.
               88  WS-CHANGE-NOT-APPLIED VALUE 'N'.

      *--- UNSENT PENDING PRENOTES TO GENERATE ---
           EXEC SQL DECLARE GEN-CURSOR CURSOR FOR
           05  WS-GN-ROUTING           PIC X(09).
           05  WS-GN-ACCT              PIC X(17).

      *--- PROVIDERS PAID INTO THE ACCOUNT A NOC CORRECTS ---
           EXEC SQL DECLARE NOC-CURSOR CURSOR FOR
               SELECT NPI, COALESCE(BANK_ACCT_TYPE, '  ')
               FROM HCAS.PROVIDER
               WHERE BANK_ROUTING = :RET-BANK-ROUTING
                 AND BANK_ACCT_NO = :RET-BANK-ACCT-NO
               ORDER BY NPI
           END-EXEC

      *--- NPIS ARE COLLECTED BEFORE ANY IS CHANGED SO THE      ---
      *    CURSOR NEVER SEES ITS OWN UPDATES                    ---
       77  WS-NOC-MAX                  PIC S9(04) COMP VALUE 50.
       01  WS-NOC-TABLE.
           05  WS-NOC-COUNT            PIC S9(04) COMP VALUE ZERO.
           05  WS-NOC-IDX              PIC S9(04) COMP VALUE ZERO.
           05  WS-NOC-ENTRY OCCURS 50 TIMES.
               10  WS-NOC-NPI          PIC X(10).
               10  WS-NOC-ACCT-TYPE    PIC X(02).
       01  WS-NOC-FETCH.
           05  WS-NF-NPI               PIC X(10).
           05  WS-NF-ACCT-TYPE         PIC X(02).

      *--- ONE BANK CHANGE, FROM THE BANKCHG FEED OR A NOC ---
       01  WS-CHANGE-WORK.
           05  WS-CW-NPI               PIC X(10).
           05  WS-CW-ROUTING           PIC X(09).
           05  WS-CW-ACCT-NO           PIC X(17).
           05  WS-CW-ACCT-TYPE         PIC X(02).
           05  WS-CW-REQUESTED-BY      PIC X(08).

      *--- THE RETURNED PAYMENT ON HCAS.CHECK_CONTROL ---
       01  WS-RETURN-ROW.
           05  WS-RT-CHECK-NO          PIC X(10).
           05  WS-RT-NPI               PIC X(10).
           05  WS-RT-AMOUNT            PIC S9(11)V99 COMP-3.
           05  WS-RT-ISSUE-DATE        PIC X(08).
           05  WS-RT-PAY-CATEGORY      PIC X(03).
               88  WS-RT-PREMIUM-REFUND VALUE 'PRF'.

      *--- PRENOTE ACCEPTANCE WINDOW (BANKING DAYS, APPLIED AS
      *    CALENDAR DAYS PLUS WEEKEND CUSHION)
       77  WS-ACCEPT-DAYS              PIC S9(03) COMP-3 VALUE 6.
           05  WS-ACH-TRACE-SEQ        PIC 9(07) VALUE ZERO.
           05  WS-ACH-LINE             PIC X(94).
           05  WS-ACH-ORIG-ROUTING     PIC X(09) VALUE '076401251'.
           05  WS-ACH-TRACE-NO         PIC X(15).

      *--- SHARED ACH ENTRY TRACE SEQUENCE (SAME ROW EDI835GN AND ---
      *    CAPPAY01 USE)                                          ---
       01  WS-ACH-TRACE-CONTROL-ID     PIC X(08) VALUE 'ACHTRACE'.

       01  WS-COUNTERS.
           05  WS-CHANGES-APPLIED      PIC 9(07) VALUE ZERO.
           05  WS-PRENOTES-SENT        PIC 9(07) VALUE ZERO.
           05  WS-PRENOTES-ACCEPTED    PIC 9(07) VALUE ZERO.
           05  WS-ERR-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-PAY-RETURNS          PIC 9(07) VALUE ZERO.
           05  WS-PAY-RETURN-AMT       PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-REISSUES-REQUESTED   PIC 9(07) VALUE ZERO.
           05  WS-NOCS-APPLIED         PIC 9(07) VALUE ZERO.
           05  WS-UNMATCHED-RETURNS    PIC 9(07) VALUE ZERO.
           05  WS-EFT-RESTORED         PIC 9(07) VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).

      *--- DAILY ACH RETURNS / NOC REPORT ---
       01  WS-RR-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'TYPE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE 'RC'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE 'ORIGINAL TRACE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'PAYMENT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'NPI'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16)
                                       VALUE '          AMOUNT'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE 'ACTION'.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-RR-DETAIL.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RRD-TYPE             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RRD-CODE             PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RRD-TRACE            PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RRD-CHECK-NO         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RRD-NPI              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RRD-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RRD-ACTION           PIC X(50).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-RR-AMT-DISP              PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           OPEN INPUT  ACHRET-FILE
           OPEN OUTPUT PNOTACH-FILE
           OPEN OUTPUT PNOTRPT-FILE
           OPEN OUTPUT ACHRRPT-FILE
           OPEN OUTPUT RTNREQ-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PRENOT01 - EFT PRENOTE CYCLE - '
                  DELIMITED SIZE
           WRITE PNOTRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE PNOTRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PRENOT01 - DAILY ACH RETURNS AND NOTIFICATIONS '
                  DELIMITED SIZE
                  'OF CHANGE - ' DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACHRRPT-RECORD FROM WS-RPT-LINE
           WRITE ACHRRPT-RECORD FROM WS-RR-HEADING
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE ACHRRPT-RECORD FROM WS-RPT-LINE
           PERFORM 1100-LOAD-ACH-TRACE-SEQ
           PERFORM 8100-READ-BANK-CHANGE
           PERFORM 8200-READ-ACH-RETURN.

       1100-LOAD-ACH-TRACE-SEQ.
           EXEC SQL
               SELECT LAST_TRACE_NBR
               INTO   :WS-ACH-TRACE-SEQ
               FROM   HCAS.EDI_TRACE_CONTROL
               WHERE  PROGRAM_ID = :WS-ACH-TRACE-CONTROL-ID
           END-EXEC
           IF SQLCODE = +100
               MOVE ZERO TO WS-ACH-TRACE-SEQ
               EXEC SQL
                   INSERT INTO HCAS.EDI_TRACE_CONTROL
                       (PROGRAM_ID, LAST_TRACE_NBR)
                   VALUES
                       (:WS-ACH-TRACE-CONTROL-ID, 0)
               END-EXEC
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'PRENOT01: ACH TRACE CONTROL READ ERROR '
                           'SQLCODE=' SQLCODE
               END-IF
           END-IF.

       2000-PROCESS-BANK-CHANGE.
           IF BCH-NPI = SPACES
           OR BCH-BANK-ROUTING = SPACES
               END-STRING
               WRITE PNOTRPT-RECORD FROM WS-RPT-LINE
           ELSE
               MOVE BCH-NPI            TO WS-CW-NPI
               MOVE BCH-BANK-ROUTING   TO WS-CW-ROUTING
               MOVE BCH-BANK-ACCT-NO   TO WS-CW-ACCT-NO
               MOVE BCH-BANK-ACCT-TYPE TO WS-CW-ACCT-TYPE
               MOVE BCH-REQUESTED-BY   TO WS-CW-REQUESTED-BY
               PERFORM 2100-APPLY-BANK-CHANGE
               IF WS-CHANGE-APPLIED
                   ADD 1 TO WS-CHANGES-APPLIED
               END-IF
           END-IF
           PERFORM 8100-READ-BANK-CHANGE.

       2100-APPLY-BANK-CHANGE.
           SET WS-CHANGE-NOT-APPLIED TO TRUE
           EXEC SQL
               UPDATE HCAS.PROVIDER
               SET BANK_ROUTING = :WS-CW-ROUTING,
                   BANK_ACCT_NO = :WS-CW-ACCT-NO,
                   BANK_ACCT_TYPE = :WS-CW-ACCT-TYPE
               WHERE NPI = :WS-CW-NPI
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   EXEC SQL
                       UPDATE HCAS.EFT_PRENOTE
                       SET PRENOTE_STATUS = 'X'
                       WHERE PROVIDER_NPI = :WS-CW-NPI
                         AND PRENOTE_STATUS IN ('P', 'R')
                   END-EXEC
                   EXEC SQL
                            SENT_DATE, REQUEST_DATE,
                            REQUESTED_BY)
                       VALUES
                           (:WS-CW-NPI, :WS-CW-ROUTING,
                            :WS-CW-ACCT-NO, 'P',
                            '        ', :WS-CURRENT-DATE,
                            :WS-CW-REQUESTED-BY)
                   END-EXEC
                   IF SQLCODE = ZERO
                       SET WS-CHANGE-APPLIED TO TRUE
                   ELSE
                       DISPLAY 'PRENOT01: PRENOTE INSERT ERROR '
                               'SQLCODE=' SQLCODE
                               ' NPI=' WS-CW-NPI
                   END-IF
               WHEN +100
                   ADD 1 TO WS-ERR-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'REJECTED CHANGE - NPI NOT ON FILE: '
                          DELIMITED SIZE
                          WS-CW-NPI DELIMITED SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   WRITE PNOTRPT-RECORD FROM WS-RPT-LINE
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'PRENOT01: PROVIDER UPDATE ERROR '
                           'SQLCODE=' SQLCODE ' NPI=' WS-CW-NPI
           END-EVALUATE.

       3000-PROCESS-ACH-RETURN.
      *--- NOTIFICATIONS OF CHANGE, THEN RETURNED PAYMENT ENTRIES ---
      *    (NON-ZERO AMOUNT WITH THE ORIGINAL TRACE), THEN PRENOTES ---
           MOVE SPACES TO WS-RR-DETAIL
           MOVE RET-RETURN-CODE TO WS-RRD-CODE
           MOVE RET-ORIG-TRACE  TO WS-RRD-TRACE
           EVALUATE TRUE
               WHEN RET-IS-NOC
                   PERFORM 3300-PROCESS-NOC
               WHEN RET-AMOUNT IS NUMERIC
                AND RET-AMOUNT > ZERO
                AND RET-ORIG-TRACE NOT = SPACES
                   PERFORM 3200-PROCESS-PAYMENT-RETURN
               WHEN OTHER
                   PERFORM 3100-PROCESS-PRENOTE-RETURN
           END-EVALUATE
           PERFORM 8200-READ-ACH-RETURN.

       3100-PROCESS-PRENOTE-RETURN.
           MOVE 'PRENOTE ' TO WS-RRD-TYPE
           EXEC SQL
               UPDATE HCAS.EFT_PRENOTE
               SET PRENOTE_STATUS = 'R',
                          INTO WS-RPT-LINE
                   END-STRING
                   WRITE PNOTRPT-RECORD FROM WS-RPT-LINE
                   MOVE 'PRENOTE RETURNED - PROVIDER STAYS ON CHECK'
                       TO WS-RRD-ACTION
               WHEN +100
                   ADD 1 TO WS-ERR-COUNT
                   ADD 1 TO WS-UNMATCHED-RETURNS
                   MOVE SPACES TO WS-RPT-LINE
                   STRING 'UNMATCHED ACH RETURN - RTN='
                          DELIMITED SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   WRITE PNOTRPT-RECORD FROM WS-RPT-LINE
                   MOVE 'UNMATCHED ACH RETURN - RESEARCH'
                       TO WS-RRD-ACTION
               WHEN OTHER
                   DISPLAY 'PRENOT01: RETURN APPLY ERROR '
                           'SQLCODE=' SQLCODE
                   MOVE 'DB2 ERROR - RETURN NOT APPLIED'
                       TO WS-RRD-ACTION
           END-EVALUATE
           WRITE ACHRRPT-RECORD FROM WS-RR-DETAIL.

       3200-PROCESS-PAYMENT-RETURN.
      *--- THE ENTRY TRACE IS UNIQUE ACROSS RUNS (SHARED         ---
      *    SEQUENCE); THE AMOUNT GUARDS AGAINST ENTRIES FROM      ---
      *    PROGRAMS THAT DO NOT RECORD THEIR TRACE                ---
           MOVE 'RETURN  ' TO WS-RRD-TYPE
           MOVE RET-AMOUNT TO WS-RRD-AMOUNT
           EXEC SQL
               SELECT CHECK_NO, PROVIDER_NPI, CHECK_AMOUNT,
                      ISSUE_DATE, COALESCE(PAY_CATEGORY, ' ')
               INTO :WS-RT-CHECK-NO, :WS-RT-NPI, :WS-RT-AMOUNT,
                    :WS-RT-ISSUE-DATE, :WS-RT-PAY-CATEGORY
               FROM HCAS.CHECK_CONTROL
               WHERE ACH_TRACE_NO = :RET-ORIG-TRACE
                 AND CHECK_AMOUNT = :RET-AMOUNT
                 AND CHECK_STATUS = 'T'
               ORDER BY ISSUE_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   ADD 1 TO WS-ERR-COUNT
                   ADD 1 TO WS-UNMATCHED-RETURNS
                   MOVE 'UNMATCHED PAYMENT RETURN - RESEARCH'
                       TO WS-RRD-ACTION
                   WRITE ACHRRPT-RECORD FROM WS-RR-DETAIL
                   EXIT PARAGRAPH
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'PRENOT01: PAYMENT LOOKUP ERROR '
                           'SQLCODE=' SQLCODE
                           ' TRACE=' RET-ORIG-TRACE
                   MOVE 'DB2 ERROR - RETURN NOT APPLIED'
                       TO WS-RRD-ACTION
                   WRITE ACHRRPT-RECORD FROM WS-RR-DETAIL
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-RT-CHECK-NO TO WS-RRD-CHECK-NO
           MOVE WS-RT-NPI      TO WS-RRD-NPI
           EXEC SQL
               UPDATE HCAS.CHECK_CONTROL
               SET    CHECK_STATUS = 'R',
                      RETURN_DATE = :WS-CURRENT-DATE,
                      RETURN_CODE = :RET-RETURN-CODE
               WHERE  CHECK_NO = :WS-RT-CHECK-NO
                 AND  CHECK_STATUS = 'T'
           END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'PRENOT01: PAYMENT RETURN UPDATE ERROR '
                       'SQLCODE=' SQLCODE
                       ' PAYMENT=' WS-RT-CHECK-NO
               MOVE 'DB2 ERROR - RETURN NOT APPLIED'
                   TO WS-RRD-ACTION
               WRITE ACHRRPT-RECORD FROM WS-RR-DETAIL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAY-RETURNS
           ADD WS-RT-AMOUNT TO WS-PAY-RETURN-AMT
      *--- PAY BY CHECK UNTIL NEW BANK DETAILS PASS A PRENOTE. ---
      *    A PREMIUM REFUND IS NOT A PROVIDER PAYMENT - PROVIDER ---
      *    NPI CARRIES THE BILLING ACCOUNT ID                    ---
           IF WS-RT-PREMIUM-REFUND
               PERFORM 3250-RETURN-PREMIUM-REFUND
           ELSE
               EXEC SQL
                   UPDATE HCAS.PROVIDER
                   SET    PAY_METHOD = 'CK'
                   WHERE  NPI = :WS-RT-NPI
               END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'PRENOT01: PAY METHOD UPDATE ERROR '
                           'SQLCODE=' SQLCODE ' NPI=' WS-RT-NPI
               END-IF
           END-IF
      *--- THE FUNDS GO OUT AGAIN THROUGH CHKSTP01'S REISSUE ---
           MOVE SPACES TO RTNREQ-RECORD
           MOVE WS-RT-CHECK-NO TO RTQ-CHECK-NO
           MOVE 'R'            TO RTQ-ACTION-CODE
           STRING 'ACH RETURN ' DELIMITED SIZE
                  RET-RETURN-CODE DELIMITED SIZE
                  ' ISSUED ' DELIMITED SIZE
                  WS-RT-ISSUE-DATE DELIMITED SIZE
                  INTO RTQ-REASON-TEXT
           END-STRING
           MOVE 'PRENOT01'     TO RTQ-REQUESTED-BY
           WRITE RTNREQ-RECORD
           ADD 1 TO WS-REISSUES-REQUESTED
           IF WS-RT-PREMIUM-REFUND
               MOVE 'REFUND RETURNED - REFUND BY CHECK, REISSUE REQ'
                   TO WS-RRD-ACTION
           ELSE
               MOVE 'RETURNED - PROVIDER TO CHECK, REISSUE REQUESTED'
                   TO WS-RRD-ACTION
           END-IF
           WRITE ACHRRPT-RECORD FROM WS-RR-DETAIL.

       3250-RETURN-PREMIUM-REFUND.
      *--- THE REFUND STAYS OWED: ITS ROW IS MARKED RETURNED    ---
      *    ('R') AND SWITCHED TO CHECK UNTIL CHKSTP01 CUTS THE   ---
      *    REPLACEMENT, AND THE ACCOUNT'S REFUND ACH ACCOUNT IS  ---
      *    DEACTIVATED SO PRMRFD01 PAYS LATER REFUNDS BY CHECK   ---
      *    UNTIL NEW BANK DETAILS ARE ON FILE                    ---
           EXEC SQL
               UPDATE HCAS.PREMIUM_REFUND
               SET    REFUND_STATUS = 'R',
                      PAY_METHOD = 'CK',
                      STATUS_DATE = :WS-CURRENT-DATE
               WHERE  CHECK_NO = :WS-RT-CHECK-NO
                 AND  REFUND_STATUS = 'I'
           END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'PRENOT01: PREMIUM REFUND RETURN ERROR '
                       'SQLCODE=' SQLCODE
                       ' PAYMENT=' WS-RT-CHECK-NO
           END-IF
           EXEC SQL
               UPDATE HCAS.REFUND_ACH_ACCT
               SET    ACCT_STATUS = 'R'
               WHERE  GROUP_ID = :WS-RT-NPI
                 AND  ACCT_STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = ZERO
           AND SQLCODE NOT = +100
               DISPLAY 'PRENOT01: REFUND ACH ACCOUNT UPDATE ERROR '
                       'SQLCODE=' SQLCODE ' ACCT=' WS-RT-NPI
           END-IF.

       3300-PROCESS-NOC.
      *--- THE CORRECTED DETAILS ARE APPLIED TO EVERY PROVIDER   ---
      *    PAID INTO THE ACCOUNT AND VERIFIED BY A NEW PRENOTE   ---
           MOVE 'NOC     ' TO WS-RRD-TYPE
           EVALUATE RET-RETURN-CODE
               WHEN 'C01'
                   IF RET-C01-ACCT-NO = SPACES
                       PERFORM 3390-REJECT-NOC
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'C02'
                   IF RET-C02-ROUTING = SPACES
                       PERFORM 3390-REJECT-NOC
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'C03'
                   IF RET-C03-ROUTING = SPACES
                   OR RET-C03-ACCT-NO = SPACES
                       PERFORM 3390-REJECT-NOC
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'C05'
                   IF RET-C05-TRAN-CODE(1:1) NOT = '2'
                   AND RET-C05-TRAN-CODE(1:1) NOT = '3'
                       PERFORM 3390-REJECT-NOC
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
      *--- NAME AND OTHER CORRECTIONS ARE NOT BANK DETAILS ---
                   ADD 1 TO WS-ERR-COUNT
                   MOVE 'NOC NOT AUTOMATED - PROVIDER RELATIONS REVIEW'
                       TO WS-RRD-ACTION
                   WRITE ACHRRPT-RECORD FROM WS-RR-DETAIL
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 3310-COLLECT-NOC-PROVIDERS
           IF WS-NOC-COUNT = ZERO
               ADD 1 TO WS-ERR-COUNT
               ADD 1 TO WS-UNMATCHED-RETURNS
               MOVE 'UNMATCHED NOC - NO PROVIDER ON THIS ACCOUNT'
                   TO WS-RRD-ACTION
               WRITE ACHRRPT-RECORD FROM WS-RR-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM 3320-APPLY-NOC-TO-PROVIDER
               VARYING WS-NOC-IDX FROM 1 BY 1
               UNTIL WS-NOC-IDX > WS-NOC-COUNT.

       3310-COLLECT-NOC-PROVIDERS.
           MOVE ZERO TO WS-NOC-COUNT
           SET WS-NOC-NOT-EOF TO TRUE
           EXEC SQL OPEN NOC-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PRENOT01: NOC CURSOR OPEN ERROR SQLCODE='
                       SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3315-FETCH-NOC-PROVIDER
               UNTIL WS-NOC-EOF
           EXEC SQL CLOSE NOC-CURSOR END-EXEC.

       3315-FETCH-NOC-PROVIDER.
           EXEC SQL
               FETCH NOC-CURSOR
               INTO :WS-NF-NPI, :WS-NF-ACCT-TYPE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-NOC-EOF TO TRUE
           ELSE
               IF WS-NOC-COUNT < WS-NOC-MAX
                   ADD 1 TO WS-NOC-COUNT
                   MOVE WS-NF-NPI       TO WS-NOC-NPI(WS-NOC-COUNT)
                   MOVE WS-NF-ACCT-TYPE
                       TO WS-NOC-ACCT-TYPE(WS-NOC-COUNT)
               ELSE
                   DISPLAY 'PRENOT01: NOC PROVIDER TABLE FULL - '
                           'NPI ' WS-NF-NPI ' NOT CORRECTED'
                   ADD 1 TO WS-ERR-COUNT
               END-IF
           END-IF.

       3320-APPLY-NOC-TO-PROVIDER.
           MOVE WS-NOC-NPI(WS-NOC-IDX)       TO WS-CW-NPI
           MOVE RET-BANK-ROUTING             TO WS-CW-ROUTING
           MOVE RET-BANK-ACCT-NO             TO WS-CW-ACCT-NO
           MOVE WS-NOC-ACCT-TYPE(WS-NOC-IDX) TO WS-CW-ACCT-TYPE
           MOVE SPACES TO WS-CW-REQUESTED-BY
           STRING 'NOC-' DELIMITED SIZE
                  RET-RETURN-CODE DELIMITED SIZE
                  INTO WS-CW-REQUESTED-BY
           END-STRING
           EVALUATE RET-RETURN-CODE
               WHEN 'C01'
                   MOVE RET-C01-ACCT-NO TO WS-CW-ACCT-NO
               WHEN 'C02'
                   MOVE RET-C02-ROUTING TO WS-CW-ROUTING
               WHEN 'C03'
                   MOVE RET-C03-ROUTING TO WS-CW-ROUTING
                   MOVE RET-C03-ACCT-NO TO WS-CW-ACCT-NO
               WHEN 'C05'
      *--- TRANSACTION CODE 2X = CHECKING, 3X = SAVINGS ---
                   IF RET-C05-TRAN-CODE(1:1) = '3'
                       MOVE 'SG' TO WS-CW-ACCT-TYPE
                   ELSE
                       MOVE 'DA' TO WS-CW-ACCT-TYPE
                   END-IF
           END-EVALUATE
           PERFORM 2100-APPLY-BANK-CHANGE
           MOVE WS-CW-NPI TO WS-RRD-NPI
           IF WS-CHANGE-APPLIED
               ADD 1 TO WS-NOCS-APPLIED
               MOVE 'BANK DETAILS CORRECTED - PRENOTE OPENED'
                   TO WS-RRD-ACTION
           ELSE
               MOVE 'NOC NOT APPLIED - SEE PRENOTE REPORT'
                   TO WS-RRD-ACTION
           END-IF
           WRITE ACHRRPT-RECORD FROM WS-RR-DETAIL.

       3390-REJECT-NOC.
           ADD 1 TO WS-ERR-COUNT
           MOVE 'NOC REJECTED - CORRECTED DATA MISSING OR INVALID'
               TO WS-RRD-ACTION
           WRITE ACHRRPT-RECORD FROM WS-RR-DETAIL.

       4000-GENERATE-PRENOTES.
           SET WS-GEN-NOT-EOF TO TRUE
               SET WS-GEN-EOF TO TRUE
           ELSE
      *--- ZERO-DOLLAR PRENOTE ENTRY (TRANSACTION CODE 23) ---
               IF WS-ACH-TRACE-SEQ = 9999999
                   MOVE ZERO TO WS-ACH-TRACE-SEQ
               END-IF
               ADD 1 TO WS-ACH-TRACE-SEQ
               MOVE SPACES TO WS-ACH-TRACE-NO
               STRING WS-ACH-ORIG-ROUTING(1:8) DELIMITED SIZE
                      WS-ACH-TRACE-SEQ         DELIMITED SIZE
                      INTO WS-ACH-TRACE-NO
               END-STRING
               MOVE SPACES TO WS-ACH-LINE
               STRING '6'                      DELIMITED SIZE
                      '23'                     DELIMITED SIZE
                      'PRENOTE VERIFICATION  ' DELIMITED SIZE
                      '  '                     DELIMITED SIZE
                      '0'                      DELIMITED SIZE
                      WS-ACH-TRACE-NO          DELIMITED SIZE
                      INTO WS-ACH-LINE
               END-STRING
               WRITE PNOTACH-RECORD FROM WS-ACH-LINE
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-PRENOTES-ACCEPTED
                   PERFORM 5100-RESTORE-RETURNED-EFT
               WHEN +100
                   CONTINUE
               WHEN OTHER
                           'SQLCODE=' SQLCODE
           END-EVALUATE.

       5100-RESTORE-RETURNED-EFT.
      *--- A PROVIDER PUT ON CHECK BY A PAYMENT RETURN GOES BACK ---
      *    TO EFT ONCE BANK DETAILS REQUESTED SINCE THE RETURN   ---
      *    HAVE PASSED THEIR PRENOTE                             ---
           EXEC SQL
               UPDATE HCAS.PROVIDER P
               SET    P.PAY_METHOD = 'EF'
               WHERE  P.PAY_METHOD = 'CK'
                 AND  EXISTS
                      (SELECT 1
                       FROM HCAS.EFT_PRENOTE E,
                            HCAS.CHECK_CONTROL C
                       WHERE E.PROVIDER_NPI = P.NPI
                         AND E.PRENOTE_STATUS = 'A'
                         AND E.RESPONSE_DATE = :WS-CURRENT-DATE
                         AND C.PROVIDER_NPI = P.NPI
                         AND C.CHECK_STATUS = 'R'
                         AND C.RETURN_DATE <= E.REQUEST_DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE SQLERRD(3) TO WS-EFT-RESTORED
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PRENOT01: EFT RESTORE ERROR '
                           'SQLCODE=' SQLCODE
           END-EVALUATE.

       8100-READ-BANK-CHANGE.
           READ BANKCHG-FILE
               AT END
                   SET WS-RET-EOF TO TRUE
           END-READ.

       8500-WRITE-RETURNS-SUMMARY.
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE ACHRRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-PAY-RETURN-AMT TO WS-RR-AMT-DISP
           STRING 'PAYMENTS RETURNED:     ' DELIMITED SIZE
                  WS-PAY-RETURNS           DELIMITED SIZE
                  '   AMOUNT '             DELIMITED SIZE
                  WS-RR-AMT-DISP           DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACHRRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REISSUES REQUESTED:    ' DELIMITED SIZE
                  WS-REISSUES-REQUESTED    DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACHRRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PRENOTES RETURNED:     ' DELIMITED SIZE
                  WS-RETURNS-APPLIED       DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACHRRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NOC CORRECTIONS:       ' DELIMITED SIZE
                  WS-NOCS-APPLIED          DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACHRRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'UNMATCHED ITEMS:       ' DELIMITED SIZE
                  WS-UNMATCHED-RETURNS     DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACHRRPT-RECORD FROM WS-RPT-LINE.

       9000-TERMINATE.
           PERFORM 8500-WRITE-RETURNS-SUMMARY
           EXEC SQL
               UPDATE HCAS.EDI_TRACE_CONTROL
               SET    LAST_TRACE_NBR = :WS-ACH-TRACE-SEQ
               WHERE  PROGRAM_ID = :WS-ACH-TRACE-CONTROL-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PRENOT01: ACH TRACE CONTROL UPDATE ERROR '
                       'SQLCODE=' SQLCODE
           END-IF
           EXEC SQL COMMIT END-EXEC
           DISPLAY '============================================'
           DISPLAY 'PRENOT01: EFT PRENOTE CYCLE STATISTICS'
           DISPLAY '============================================'
           DISPLAY '  BANK CHANGES APPLIED: ' WS-CHANGES-APPLIED
           DISPLAY '  ACH RETURNS APPLIED:  ' WS-RETURNS-APPLIED
           DISPLAY '  PAYMENTS RETURNED:    ' WS-PAY-RETURNS
           DISPLAY '  REISSUES REQUESTED:   ' WS-REISSUES-REQUESTED
           DISPLAY '  NOC CORRECTIONS:      ' WS-NOCS-APPLIED
           DISPLAY '  UNMATCHED RETURNS:    ' WS-UNMATCHED-RETURNS
           DISPLAY '  PRENOTES SENT:        ' WS-PRENOTES-SENT
           DISPLAY '  ACCEPTANCE PASS RAN:  ' WS-PRENOTES-ACCEPTED
           DISPLAY '  RESTORED TO EFT:      ' WS-EFT-RESTORED
           DISPLAY '  ERRORS/EXCEPTIONS:    ' WS-ERR-COUNT
           DISPLAY '============================================'
           CLOSE BANKCHG-FILE
           CLOSE ACHRET-FILE
           CLOSE PNOTACH-FILE
           CLOSE PNOTRPT-FILE
           CLOSE ACHRRPT-FILE
           CLOSE RTNREQ-FILE
           MOVE ZERO TO RETURN-CODE.
