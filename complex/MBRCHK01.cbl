       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MBRCHK01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  MBRCHK01                                             *
      * PURPOSE:  MEMBER REIMBURSEMENT CHECK RUN                       *
      *           PAYS THE CLAIMS WHOSE PAYEE IS THE SUBSCRIBER        *
      *           (CLAIM_MASTER.PAYEE_IND 'S' - A MEMBER WHO PAID A    *
      *           NON-PAR PROVIDER AND SENT US THE ITEMIZED BILL, OR   *
      *           A NON-PAR CLAIM UNDER A PLAN THAT DOES NOT HONOR     *
      *           ASSIGNMENT OF BENEFITS). EDI835GN LEAVES THESE       *
      *           CLAIMS OFF THE 835. ONE CHECK PER SUBSCRIBER FOR     *
      *           THE NET OF THE CYCLE'S PAID CLAIMS LESS ANY          *
      *           REVERSALS, WITH AN EOB-STYLE STUB LISTING EACH       *
      *           CLAIM AS "PAID TO YOU". THE CHECK GOES THROUGH       *
      *           HCAS.CHECK_CONTROL LIKE A PROVIDER CHECK - PAY       *
      *           CATEGORY 'MBR', PAYEE_ID/PAYEE_NAME CARRYING THE     *
      *           SUBSCRIBER - AND TAKES ITS CHECK NUMBER AND TRN      *
      *           TRACE FROM THE SAME CONTROL ROWS AS EDI835GN, SO     *
      *           CHKREC01, POSPAY01, GLJRN01 (CHKISS) AND THE         *
      *           CHKESC01 ESCHEAT SWEEP (BY TRACE) TREAT IT THE SAME  *
      *           WAY. A SUBSCRIBER WHOSE REVERSALS MEET OR EXCEED     *
      *           THE PAID CLAIMS GETS THE EOB BUT NO CHECK, AND IS    *
      *           FLAGGED ON THE REGISTER FOR RECOVERY.                *
      *           A SUBSCRIBER WITH AN ALL-MAIL CONFIDENTIAL-          *
      *           COMMUNICATION REQUEST FOR AN ALTERNATE ADDRESS       *
      *           (CONFML01) HAS THE CHECK AND EOB SENT THERE. A       *
      *           PAYMENT IS STILL MAILED UNDER A NO-PAPER REQUEST.    *
      * INPUTS:   DB2 TABLES - HCAS.CLAIM_MASTER, HCAS.CLAIM_LINE,     *
      *                        HCAS.MEMBER, HCAS.PROVIDER,             *
      *                        HCAS.CONF_COMM_REQUEST                  *
      * OUTPUTS:  DB2 TABLES - HCAS.CHECK_CONTROL, HCAS.CLAIM_MASTER,  *
      *                        HCAS.EDI_TRACE_CONTROL                  *
      *           MBRCHK-FILE - MEMBER CHECK AND STUB PRINT FILE       *
      *           MBREOB-FILE - EOB FLAT FILE (EDI835GN EOB LAYOUT)    *
      *           MCKRPT-FILE - MEMBER CHECK REGISTER                  *
      * FREQUENCY: DAILY BATCH (AFTER EDI835GN)                        *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MBRCHK-FILE
               ASSIGN TO MBRCHKOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHK-STATUS.

           SELECT MBREOB-FILE
               ASSIGN TO MBREOBOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EOB-STATUS.

           SELECT MCKRPT-FILE
               ASSIGN TO MCKRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MBRCHK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  MBRCHK-RECORD               PIC X(133).

       FD  MBREOB-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 400 CHARACTERS.
       01  MBREOB-RECORD               PIC X(400).

       FD  MCKRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  MCKRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY CCMCOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-CHK-STATUS           PIC X(02).
           05  WS-EOB-STATUS           PIC X(02).
           05  WS-RPT-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-LINE-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-LINE-EOF         VALUE 'Y'.
               88  WS-LINE-NOT-EOF     VALUE 'N'.

      *--- SUBSCRIBER-PAYABLE CLAIMS NOT YET REMITTED, GROUPED   ---
      *    BY SUBSCRIBER                                         ---
           EXEC SQL DECLARE MBR-PAY-CURSOR CURSOR FOR
               SELECT CM.CLAIM_ID,
                      CM.CLAIM_STATUS,
                      CM.MEMBER_ID,
                      M.SUBSCRIBER_ID,
                      CM.BILLING_NPI,
                      CM.TOTAL_CHARGES,
                      CM.ALLOWED_AMT,
                      CM.PAID_AMT,
                      CM.COPAY_AMT,
                      CM.DEDUCTIBLE_AMT,
                      CM.COINSURANCE_AMT,
                      CM.RECEIPT_DATE,
                      CM.PRINCIPAL_DIAG,
                      COALESCE(CM.SPLIT_PARENT_ID, ' '),
                      M.LAST_NAME,
                      M.FIRST_NAME,
                      COALESCE(P.ORG_NAME, ' '),
                      COALESCE(P.LAST_NAME, ' ')
               FROM HCAS.CLAIM_MASTER CM
               INNER JOIN HCAS.MEMBER M
                   ON CM.MEMBER_ID = M.MEMBER_ID
               LEFT OUTER JOIN HCAS.PROVIDER P
                   ON CM.BILLING_NPI = P.NPI
               WHERE CM.PAYEE_IND = 'S'
                 AND CM.REMIT_STATUS = 'N'
                 AND CM.CLAIM_STATUS IN ('50', '40', '99')
               ORDER BY M.SUBSCRIBER_ID, CM.CLAIM_ID
           END-EXEC

       01  WS-MBR-CLAIM.
           05  WS-MC-CLAIM-ID          PIC X(15).
           05  WS-MC-CLAIM-STATUS      PIC X(02).
           05  WS-MC-MEMBER-ID         PIC X(12).
           05  WS-MC-SUBSCRIBER-ID     PIC X(12).
           05  WS-MC-BILLING-NPI       PIC X(10).
           05  WS-MC-TOTAL-CHARGES     PIC S9(09)V99 COMP-3.
           05  WS-MC-ALLOWED-AMT       PIC S9(09)V99 COMP-3.
           05  WS-MC-PAID-AMT          PIC S9(09)V99 COMP-3.
           05  WS-MC-COPAY-AMT         PIC S9(07)V99 COMP-3.
           05  WS-MC-DEDUCT-AMT        PIC S9(07)V99 COMP-3.
           05  WS-MC-COINS-AMT         PIC S9(07)V99 COMP-3.
           05  WS-MC-RECEIPT-DATE      PIC X(08).
           05  WS-MC-PRINC-DIAG        PIC X(08).
           05  WS-MC-SPLIT-PARENT      PIC X(15).
           05  WS-MC-MBR-LAST          PIC X(35).
           05  WS-MC-MBR-FIRST         PIC X(25).
           05  WS-MC-PRV-ORG           PIC X(60).
           05  WS-MC-PRV-LAST          PIC X(35).

      *--- CLAIM LINES FOR THE EOB DETAIL RECORDS ---
           EXEC SQL DECLARE MBR-LINE-CURSOR CURSOR FOR
               SELECT LINE_SEQ,
                      PROC_CODE,
                      LINE_CHARGE,
                      ALLOWED_AMT,
                      PAID_AMT,
                      DENY_CODE,
                      ADJ_REASON_1,
                      COALESCE(MEMBER_RESP_AMT, 0),
                      COALESCE(PREVENTIVE_IND, 'N')
               FROM HCAS.CLAIM_LINE
               WHERE CLAIM_ID = :WS-MC-CLAIM-ID
               ORDER BY LINE_SEQ
           END-EXEC

       01  WS-REMIT-LINE.
           05  WS-RL-LINE-SEQ          PIC 9(03).
           05  WS-RL-PROC-CODE         PIC X(05).
           05  WS-RL-LINE-CHARGE       PIC S9(07)V99 COMP-3.
           05  WS-RL-ALLOWED-AMT       PIC S9(07)V99 COMP-3.
           05  WS-RL-PAID-AMT          PIC S9(07)V99 COMP-3.
           05  WS-RL-DENY-CODE         PIC X(05).
           05  WS-RL-ADJ-REASON        PIC X(05).
           05  WS-RL-MBR-RESP          PIC S9(07)V99 COMP-3.
           05  WS-RL-PREVENTIVE        PIC X(01).

      *--- THE SUBSCRIBER BEING PAID ---
       01  WS-PAYEE-FIELDS.
           05  WS-PY-SUBSCRIBER-ID     PIC X(12) VALUE SPACES.
           05  WS-PY-NAME              PIC X(60).
           05  WS-PY-FIRST-NAME        PIC X(25).
           05  WS-PY-LAST-NAME         PIC X(35).
           05  WS-PY-ADDR-LINE-1       PIC X(55).
           05  WS-PY-ADDR-LINE-2       PIC X(55).
           05  WS-PY-CITY              PIC X(30).
           05  WS-PY-STATE             PIC X(02).
           05  WS-PY-ZIP               PIC X(10).
           05  WS-PY-NET-PAID          PIC S9(09)V99 COMP-3.
           05  WS-PY-CLAIM-COUNT       PIC 9(05).

      *--- SHARED CHECK-NUMBER AND TRN TRACE CONTROL ROWS (THE  ---
      *    SAME ROWS EDI835GN DRAWS FROM)                        ---
       01  WS-CHECK-CONTROL-ID         PIC X(08) VALUE 'EDI835CK'.
       01  WS-TRACE-CONTROL-ID         PIC X(08) VALUE 'EDI835GN'.
       01  WS-CHK-CHECK-NO             PIC 9(10) VALUE ZERO.
       01  WS-TRACE-NUMBER             PIC 9(15) VALUE ZERO.

      *--- EOB RECORD LAYOUT - SAME 400-BYTE HEADER/DETAIL      ---
      *    RECORDS EDI835GN WRITES FOR THE MEMBER EOB MAILING    ---
       01  WS-EOB-RECORD.
           05  WS-EOB-REC-TYPE         PIC X(01).
               88  WS-EOB-IS-HEADER        VALUE 'H'.
               88  WS-EOB-IS-DETAIL         VALUE 'D'.
           05  WS-EOB-MEMBER-ID        PIC X(12).
           05  WS-EOB-MBR-NAME         PIC X(60).
           05  WS-EOB-CLAIM-ID         PIC X(15).
           05  WS-EOB-DOS              PIC X(08).
           05  WS-EOB-PROVIDER-NAME    PIC X(60).
           05  WS-EOB-TOTAL-CHARGES    PIC S9(09)V99 COMP-3.
           05  WS-EOB-ALLOWED-AMT      PIC S9(09)V99 COMP-3.
           05  WS-EOB-PLAN-PAID        PIC S9(09)V99 COMP-3.
           05  WS-EOB-YOUR-COPAY       PIC S9(07)V99 COMP-3.
           05  WS-EOB-YOUR-DEDUCT      PIC S9(07)V99 COMP-3.
           05  WS-EOB-YOUR-COINS       PIC S9(07)V99 COMP-3.
           05  WS-EOB-YOUR-TOTAL-RESP  PIC S9(09)V99 COMP-3.
           05  WS-EOB-STATUS-DESC      PIC X(20).
           05  WS-EOB-DIAG-CODE        PIC X(08).
           05  WS-EOB-SPLIT-PARENT     PIC X(15).
           05  WS-EOB-PAID-TO          PIC X(20).
           05  WS-EOB-MAIL-ROUTE       PIC X(01).
           05  FILLER                  PIC X(32).

       01  WS-EOB-DTL-RECORD REDEFINES WS-EOB-RECORD.
           05  WS-EOB-DTL-REC-TYPE     PIC X(01).
           05  WS-EOB-DTL-CLAIM-ID     PIC X(15).
           05  WS-EOB-DTL-LINE-SEQ     PIC 9(03).
           05  WS-EOB-DTL-PROC-CODE    PIC X(05).
           05  WS-EOB-DTL-CHARGE       PIC S9(07)V99 COMP-3.
           05  WS-EOB-DTL-ALLOWED-AMT  PIC S9(07)V99 COMP-3.
           05  WS-EOB-DTL-PLAN-PAID    PIC S9(07)V99 COMP-3.
           05  WS-EOB-DTL-DENY-CODE    PIC X(05).
           05  WS-EOB-DTL-ADJ-REASON   PIC X(05).
           05  WS-EOB-DTL-MBR-RESP     PIC S9(07)V99 COMP-3.
           05  WS-EOB-DTL-PREVENTIVE   PIC X(01).
           05  FILLER                  PIC X(214).

       01  WS-EOB-ALT-RECORD REDEFINES WS-EOB-RECORD.
           05  WS-EOB-ALT-REC-TYPE     PIC X(01).
           05  WS-EOB-ALT-CLAIM-ID     PIC X(15).
           05  WS-EOB-ALT-MEMBER-ID    PIC X(12).
           05  WS-EOB-ALT-ADDR-LINE-1  PIC X(55).
           05  WS-EOB-ALT-ADDR-LINE-2  PIC X(55).
           05  WS-EOB-ALT-CITY         PIC X(30).
           05  WS-EOB-ALT-STATE        PIC X(02).
           05  WS-EOB-ALT-ZIP-CODE     PIC X(09).
           05  FILLER                  PIC X(221).

       01  WS-COUNTERS.
           05  WS-CLAIMS-REMITTED      PIC 9(07) VALUE ZERO.
           05  WS-SUBSCRIBERS-PAID     PIC 9(07) VALUE ZERO.
           05  WS-CHECKS-ISSUED        PIC 9(07) VALUE ZERO.
           05  WS-CHECK-DOLLARS        PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-NO-CHECK-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-REDIRECTED-COUNT     PIC 9(07) VALUE ZERO.

       01  WS-PRINT-LINE               PIC X(133).
       01  WS-RPT-LINE                 PIC X(133).
       01  WS-YOU-OWE                  PIC S9(09)V99 COMP-3.
       01  WS-AMT-DISP                 PIC Z,ZZZ,ZZ9.99-.
       01  WS-AMT-DISP-2               PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-CLAIM
               UNTIL WS-EOF
           PERFORM 4000-CLOSE-SUBSCRIBER
           PERFORM 8500-SAVE-CONTROL-NUMBERS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'MBRCHK01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN OUTPUT MBRCHK-FILE
           OPEN OUTPUT MBREOB-FILE
           OPEN OUTPUT MCKRPT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MBRCHK01 - MEMBER REIMBURSEMENT CHECK REGISTER - '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE MCKRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'SUBSCRIBER   CHECK NO   TRACE            '
                  DELIMITED SIZE
                  'CLAIMS        AMOUNT  PAYEE' DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE MCKRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE MCKRPT-RECORD FROM WS-RPT-LINE
           PERFORM 1100-LOAD-CONTROL-NUMBERS
           EXEC SQL OPEN MBR-PAY-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'MBRCHK01: CURSOR OPEN ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8100-FETCH-NEXT-CLAIM.

       1100-LOAD-CONTROL-NUMBERS.
           EXEC SQL
               SELECT LAST_TRACE_NBR
               INTO   :WS-CHK-CHECK-NO
               FROM   HCAS.EDI_TRACE_CONTROL
               WHERE  PROGRAM_ID = :WS-CHECK-CONTROL-ID
           END-EXEC
           IF SQLCODE = +100
               MOVE 1000000 TO WS-CHK-CHECK-NO
               EXEC SQL
                   INSERT INTO HCAS.EDI_TRACE_CONTROL
                       (PROGRAM_ID, LAST_TRACE_NBR)
                   VALUES
                       (:WS-CHECK-CONTROL-ID, 1000000)
               END-EXEC
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'MBRCHK01: CHECK CONTROL READ ERROR '
                           'SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           EXEC SQL
               SELECT LAST_TRACE_NBR
               INTO   :WS-TRACE-NUMBER
               FROM   HCAS.EDI_TRACE_CONTROL
               WHERE  PROGRAM_ID = :WS-TRACE-CONTROL-ID
           END-EXEC
           IF SQLCODE = +100
               MOVE ZERO TO WS-TRACE-NUMBER
               EXEC SQL
                   INSERT INTO HCAS.EDI_TRACE_CONTROL
                       (PROGRAM_ID, LAST_TRACE_NBR)
                   VALUES
                       (:WS-TRACE-CONTROL-ID, 0)
               END-EXEC
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'MBRCHK01: TRACE CONTROL READ ERROR '
                           'SQLCODE=' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-PROCESS-ONE-CLAIM.
           IF WS-MC-SUBSCRIBER-ID NOT = WS-PY-SUBSCRIBER-ID
               PERFORM 4000-CLOSE-SUBSCRIBER
               PERFORM 3000-OPEN-SUBSCRIBER
           END-IF
           ADD 1 TO WS-PY-CLAIM-COUNT
           IF WS-MC-CLAIM-STATUS = '99'
               SUBTRACT WS-MC-PAID-AMT FROM WS-PY-NET-PAID
           ELSE
               IF WS-MC-CLAIM-STATUS = '50'
                   ADD WS-MC-PAID-AMT TO WS-PY-NET-PAID
               END-IF
           END-IF
           PERFORM 5000-WRITE-STUB-LINE
           PERFORM 5500-WRITE-EOB-RECORD
           PERFORM 6000-UPDATE-REMIT-STATUS
           PERFORM 8100-FETCH-NEXT-CLAIM.

       3000-OPEN-SUBSCRIBER.
      *--- EVERY SUBSCRIBER PAYMENT TAKES A TRN TRACE; THE       ---
      *    CLAIMS CARRY IT AND SO DOES THE CHECK, WHICH IS HOW   ---
      *    CHKESC01 FINDS THEM IF THE CHECK IS NEVER CASHED      ---
           MOVE WS-MC-SUBSCRIBER-ID TO WS-PY-SUBSCRIBER-ID
           MOVE ZERO TO WS-PY-NET-PAID
           MOVE ZERO TO WS-PY-CLAIM-COUNT
           ADD 1 TO WS-TRACE-NUMBER
           PERFORM 3100-LOOKUP-SUBSCRIBER
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'EXPLANATION OF BENEFITS - MEMBER REIMBURSEMENT  '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           WRITE MBRCHK-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-PY-NAME DELIMITED '  '
                  '  SUBSCRIBER ' DELIMITED SIZE
                  WS-PY-SUBSCRIBER-ID DELIMITED SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           WRITE MBRCHK-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING ' CLAIM           PATIENT              '
                  DELIMITED SIZE
                  'PROVIDER                  CHARGES'
                  DELIMITED SIZE
                  '     PLAN PAID       YOU OWE' DELIMITED SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           WRITE MBRCHK-RECORD FROM WS-PRINT-LINE.

       3100-LOOKUP-SUBSCRIBER.
           MOVE SPACES TO WS-PY-NAME
           MOVE SPACES TO WS-PY-ADDR-LINE-1
           MOVE SPACES TO WS-PY-ADDR-LINE-2
           MOVE SPACES TO WS-PY-CITY
           MOVE SPACES TO WS-PY-STATE
           MOVE SPACES TO WS-PY-ZIP
           EXEC SQL
               SELECT FIRST_NAME, LAST_NAME,
                      COALESCE(ADDR_LINE_1, ' '),
                      COALESCE(CITY, ' '),
                      COALESCE(STATE, ' '),
                      COALESCE(ZIP_CODE, ' ')
               INTO :WS-PY-FIRST-NAME, :WS-PY-LAST-NAME,
                    :WS-PY-ADDR-LINE-1, :WS-PY-CITY,
                    :WS-PY-STATE, :WS-PY-ZIP
               FROM HCAS.MEMBER
               WHERE MEMBER_ID = :WS-PY-SUBSCRIBER-ID
           END-EXEC
           IF SQLCODE = ZERO
               STRING WS-PY-FIRST-NAME DELIMITED SPACES
                      ' '              DELIMITED SIZE
                      WS-PY-LAST-NAME  DELIMITED SPACES
                      INTO WS-PY-NAME
               END-STRING
           ELSE
               DISPLAY 'MBRCHK01: SUBSCRIBER NOT ON MEMBER MASTER '
                       WS-PY-SUBSCRIBER-ID
               MOVE 'SUBSCRIBER' TO WS-PY-NAME
           END-IF
           PERFORM 3200-CHECK-CONFIDENTIAL-MAIL.

       3200-CHECK-CONFIDENTIAL-MAIL.
      *--- THE SUBSCRIBER'S ALL-MAIL REQUEST DECIDES WHERE THE  ---
      *    CHECK GOES. MONEY IS NEVER HELD BACK, SO A NO-PAPER  ---
      *    REQUEST LEAVES THE ADDRESS OF RECORD                 ---
           MOVE WS-PY-SUBSCRIBER-ID TO CCM-MEMBER-ID
           MOVE WS-PY-SUBSCRIBER-ID TO CCM-SUBSCRIBER-ID
           MOVE SPACES              TO CCM-CLAIM-ID
           MOVE WS-CURRENT-DATE     TO CCM-AS-OF-DATE
           CALL 'CONFML01' USING CCM-ROUTE-REQUEST
                                 CCM-ROUTE-RESPONSE
           IF CCM-ROUTE-ALTERNATE
               MOVE CCM-ALT-ADDR-LINE-1 TO WS-PY-ADDR-LINE-1
               MOVE CCM-ALT-ADDR-LINE-2 TO WS-PY-ADDR-LINE-2
               MOVE CCM-ALT-CITY        TO WS-PY-CITY
               MOVE CCM-ALT-STATE       TO WS-PY-STATE
               MOVE CCM-ALT-ZIP-CODE    TO WS-PY-ZIP
               ADD 1 TO WS-REDIRECTED-COUNT
           ELSE
               SET CCM-ROUTE-STANDARD TO TRUE
           END-IF.

       4000-CLOSE-SUBSCRIBER.
           IF WS-PY-SUBSCRIBER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUBSCRIBERS-PAID
           IF WS-PY-NET-PAID > ZERO
               PERFORM 4100-ISSUE-MEMBER-CHECK
           ELSE
               ADD 1 TO WS-NO-CHECK-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING ' NO PAYMENT IS DUE TO YOU ON THESE CLAIMS.'
                      DELIMITED SIZE
                      INTO WS-PRINT-LINE
               END-STRING
               WRITE MBRCHK-RECORD FROM WS-PRINT-LINE
           END-IF
           MOVE ALL '=' TO WS-PRINT-LINE
           WRITE MBRCHK-RECORD FROM WS-PRINT-LINE
           PERFORM 4500-WRITE-REGISTER-LINE.

       4100-ISSUE-MEMBER-CHECK.
           ADD 1 TO WS-CHK-CHECK-NO
           ADD 1 TO WS-CHECKS-ISSUED
           ADD WS-PY-NET-PAID TO WS-CHECK-DOLLARS
           EXEC SQL
               INSERT INTO HCAS.CHECK_CONTROL
                   (CHECK_NO, PROVIDER_NPI, PROVIDER_TIN,
                    CHECK_AMOUNT, ISSUE_DATE, CHECK_STATUS,
                    PAY_METHOD, TRACE_NO, PAY_CATEGORY,
                    PAYEE_ID, PAYEE_NAME)
               VALUES
                   (:WS-CHK-CHECK-NO, ' ', ' ',
                    :WS-PY-NET-PAID, :WS-CURRENT-DATE, 'O',
                    'CK', :WS-TRACE-NUMBER, 'MBR',
                    :WS-PY-SUBSCRIBER-ID, :WS-PY-NAME)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'MBRCHK01: CHECK CONTROL INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' SUB=' WS-PY-SUBSCRIBER-ID
           END-IF
      *--- CHECK FACE ---
           MOVE WS-PY-NET-PAID TO WS-AMT-DISP
           MOVE SPACES TO WS-PRINT-LINE
           STRING ' TOTAL PAID TO YOU: ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           WRITE MBRCHK-RECORD FROM WS-PRINT-LINE
           MOVE ALL '-' TO WS-PRINT-LINE
           WRITE MBRCHK-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'CHECK NO ' DELIMITED SIZE
                  WS-CHK-CHECK-NO DELIMITED SIZE
                  '   DATE ' DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  '   AMOUNT ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           WRITE MBRCHK-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'PAY TO THE ORDER OF ' DELIMITED SIZE
                  WS-PY-NAME DELIMITED SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           WRITE MBRCHK-RECORD FROM WS-PRINT-LINE
           MOVE WS-PY-ADDR-LINE-1 TO WS-PRINT-LINE
           WRITE MBRCHK-RECORD FROM WS-PRINT-LINE
           IF WS-PY-ADDR-LINE-2 NOT = SPACES
               MOVE WS-PY-ADDR-LINE-2 TO WS-PRINT-LINE
               WRITE MBRCHK-RECORD FROM WS-PRINT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING WS-PY-CITY DELIMITED '  '
                  ', ' DELIMITED SIZE
                  WS-PY-STATE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PY-ZIP DELIMITED SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           WRITE MBRCHK-RECORD FROM WS-PRINT-LINE.

       4500-WRITE-REGISTER-LINE.
           MOVE WS-PY-NET-PAID TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           IF WS-PY-NET-PAID > ZERO
               STRING WS-PY-SUBSCRIBER-ID DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-CHK-CHECK-NO DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-TRACE-NUMBER DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-PY-CLAIM-COUNT DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-AMT-DISP DELIMITED SIZE
                      '  ' DELIMITED SIZE
                      WS-PY-NAME DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING WS-PY-SUBSCRIBER-ID DELIMITED SIZE
                      ' NO CHECK ' DELIMITED SIZE
                      WS-TRACE-NUMBER DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-PY-CLAIM-COUNT DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-AMT-DISP DELIMITED SIZE
                      '  NET DUE FROM MEMBER - REFER FOR RECOVERY'
                      DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
           END-IF
           WRITE MCKRPT-RECORD FROM WS-RPT-LINE.

       5000-WRITE-STUB-LINE.
           COMPUTE WS-YOU-OWE =
               WS-MC-COPAY-AMT + WS-MC-DEDUCT-AMT + WS-MC-COINS-AMT
           MOVE WS-MC-TOTAL-CHARGES TO WS-AMT-DISP
           MOVE WS-MC-PAID-AMT TO WS-AMT-DISP-2
           IF WS-MC-CLAIM-STATUS = '99'
               MOVE ZERO TO WS-YOU-OWE
           END-IF
           IF WS-MC-PRV-ORG = SPACES
               MOVE WS-MC-PRV-LAST TO WS-MC-PRV-ORG
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING ' ' DELIMITED SIZE
                  WS-MC-CLAIM-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-MC-MBR-FIRST(1:10) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-MC-MBR-LAST(1:10) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-MC-PRV-ORG(1:20) DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-DISP-2 DELIMITED SIZE
                  INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-YOU-OWE TO WS-AMT-DISP
           MOVE WS-AMT-DISP TO WS-PRINT-LINE(103:13)
           EVALUATE WS-MC-CLAIM-STATUS
               WHEN '50'
                   MOVE 'PAID TO YOU' TO WS-PRINT-LINE(118:16)
               WHEN '40'
                   MOVE 'DENIED' TO WS-PRINT-LINE(118:16)
               WHEN '99'
                   MOVE 'REVERSED' TO WS-PRINT-LINE(118:16)
           END-EVALUATE
           WRITE MBRCHK-RECORD FROM WS-PRINT-LINE.

       5500-WRITE-EOB-RECORD.
      *--- THE MEMBER CHECK STUB IS THE EOB, SO THE COMMUNICATION ---
      *    PREFERENCE THAT SUPPRESSES PROVIDER-PAID EOBS DOES    ---
      *    NOT APPLY HERE                                        ---
           INITIALIZE WS-EOB-RECORD
           SET WS-EOB-IS-HEADER TO TRUE
           MOVE WS-MC-MEMBER-ID     TO WS-EOB-MEMBER-ID
           STRING WS-MC-MBR-FIRST DELIMITED SPACES
                  ' '             DELIMITED SIZE
                  WS-MC-MBR-LAST  DELIMITED SPACES
                  INTO WS-EOB-MBR-NAME
           END-STRING
           MOVE WS-MC-CLAIM-ID      TO WS-EOB-CLAIM-ID
           MOVE WS-MC-RECEIPT-DATE  TO WS-EOB-DOS
           MOVE WS-MC-PRV-ORG       TO WS-EOB-PROVIDER-NAME
           MOVE WS-MC-TOTAL-CHARGES TO WS-EOB-TOTAL-CHARGES
           MOVE WS-MC-ALLOWED-AMT   TO WS-EOB-ALLOWED-AMT
           MOVE WS-MC-PAID-AMT      TO WS-EOB-PLAN-PAID
           MOVE WS-MC-COPAY-AMT     TO WS-EOB-YOUR-COPAY
           MOVE WS-MC-DEDUCT-AMT    TO WS-EOB-YOUR-DEDUCT
           MOVE WS-MC-COINS-AMT     TO WS-EOB-YOUR-COINS
           COMPUTE WS-EOB-YOUR-TOTAL-RESP =
               WS-MC-COPAY-AMT +
               WS-MC-DEDUCT-AMT +
               WS-MC-COINS-AMT
           EVALUATE WS-MC-CLAIM-STATUS
               WHEN '50'
                   MOVE 'CLAIM PAID'
                       TO WS-EOB-STATUS-DESC
               WHEN '40'
                   MOVE 'CLAIM DENIED'
                       TO WS-EOB-STATUS-DESC
               WHEN '99'
                   MOVE 'CLAIM REVERSED'
                       TO WS-EOB-STATUS-DESC
               WHEN OTHER
                   MOVE 'PROCESSED'
                       TO WS-EOB-STATUS-DESC
           END-EVALUATE
           MOVE WS-MC-PRINC-DIAG    TO WS-EOB-DIAG-CODE
           MOVE WS-MC-SPLIT-PARENT  TO WS-EOB-SPLIT-PARENT
           IF WS-MC-PAID-AMT > ZERO
               MOVE 'PAID TO YOU' TO WS-EOB-PAID-TO
           END-IF
           MOVE CCM-ROUTE TO WS-EOB-MAIL-ROUTE
           MOVE WS-EOB-RECORD TO MBREOB-RECORD
           WRITE MBREOB-RECORD
           IF CCM-ROUTE-ALTERNATE
               INITIALIZE WS-EOB-ALT-RECORD
               MOVE 'A'                 TO WS-EOB-ALT-REC-TYPE
               MOVE WS-MC-CLAIM-ID      TO WS-EOB-ALT-CLAIM-ID
               MOVE WS-MC-MEMBER-ID     TO WS-EOB-ALT-MEMBER-ID
               MOVE CCM-ALT-ADDR-LINE-1 TO WS-EOB-ALT-ADDR-LINE-1
               MOVE CCM-ALT-ADDR-LINE-2 TO WS-EOB-ALT-ADDR-LINE-2
               MOVE CCM-ALT-CITY        TO WS-EOB-ALT-CITY
               MOVE CCM-ALT-STATE       TO WS-EOB-ALT-STATE
               MOVE CCM-ALT-ZIP-CODE    TO WS-EOB-ALT-ZIP-CODE
               MOVE WS-EOB-ALT-RECORD   TO MBREOB-RECORD
               WRITE MBREOB-RECORD
           END-IF
           EXEC SQL OPEN MBR-LINE-CURSOR END-EXEC
           IF SQLCODE = ZERO
               SET WS-LINE-NOT-EOF TO TRUE
               PERFORM 5510-WRITE-EOB-LINE
                   UNTIL WS-LINE-EOF
               EXEC SQL CLOSE MBR-LINE-CURSOR END-EXEC
           END-IF.

       5510-WRITE-EOB-LINE.
           EXEC SQL
               FETCH MBR-LINE-CURSOR
               INTO :WS-RL-LINE-SEQ,
                    :WS-RL-PROC-CODE,
                    :WS-RL-LINE-CHARGE,
                    :WS-RL-ALLOWED-AMT,
                    :WS-RL-PAID-AMT,
                    :WS-RL-DENY-CODE,
                    :WS-RL-ADJ-REASON,
                    :WS-RL-MBR-RESP,
                    :WS-RL-PREVENTIVE
           END-EXEC
           IF SQLCODE NOT = ZERO
               SET WS-LINE-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-EOB-DTL-RECORD
           SET WS-EOB-IS-DETAIL TO TRUE
           MOVE WS-MC-CLAIM-ID    TO WS-EOB-DTL-CLAIM-ID
           MOVE WS-RL-LINE-SEQ    TO WS-EOB-DTL-LINE-SEQ
           MOVE WS-RL-PROC-CODE   TO WS-EOB-DTL-PROC-CODE
           MOVE WS-RL-LINE-CHARGE TO WS-EOB-DTL-CHARGE
           MOVE WS-RL-ALLOWED-AMT TO WS-EOB-DTL-ALLOWED-AMT
           MOVE WS-RL-PAID-AMT    TO WS-EOB-DTL-PLAN-PAID
           MOVE WS-RL-DENY-CODE   TO WS-EOB-DTL-DENY-CODE
           MOVE WS-RL-ADJ-REASON  TO WS-EOB-DTL-ADJ-REASON
           MOVE WS-RL-MBR-RESP    TO WS-EOB-DTL-MBR-RESP
           MOVE WS-RL-PREVENTIVE  TO WS-EOB-DTL-PREVENTIVE
           MOVE WS-EOB-DTL-RECORD TO MBREOB-RECORD
           WRITE MBREOB-RECORD.

       6000-UPDATE-REMIT-STATUS.
           EXEC SQL
               UPDATE HCAS.CLAIM_MASTER
               SET    REMIT_STATUS = 'Y',
                      REMIT_DATE = :WS-CURRENT-DATE,
                      REMIT_TRACE_NO = :WS-TRACE-NUMBER
               WHERE  CLAIM_ID = :WS-MC-CLAIM-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'MBRCHK01: REMIT UPDATE ERROR SQLCODE='
                       SQLCODE ' CLM=' WS-MC-CLAIM-ID
           ELSE
               ADD 1 TO WS-CLAIMS-REMITTED
           END-IF.

       8100-FETCH-NEXT-CLAIM.
           EXEC SQL
               FETCH MBR-PAY-CURSOR
               INTO :WS-MC-CLAIM-ID, :WS-MC-CLAIM-STATUS,
                    :WS-MC-MEMBER-ID, :WS-MC-SUBSCRIBER-ID,
                    :WS-MC-BILLING-NPI, :WS-MC-TOTAL-CHARGES,
                    :WS-MC-ALLOWED-AMT, :WS-MC-PAID-AMT,
                    :WS-MC-COPAY-AMT, :WS-MC-DEDUCT-AMT,
                    :WS-MC-COINS-AMT, :WS-MC-RECEIPT-DATE,
                    :WS-MC-PRINC-DIAG, :WS-MC-SPLIT-PARENT,
                    :WS-MC-MBR-LAST, :WS-MC-MBR-FIRST,
                    :WS-MC-PRV-ORG, :WS-MC-PRV-LAST
           END-EXEC
           IF SQLCODE = +100
               SET WS-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'MBRCHK01: FETCH ERROR SQLCODE=' SQLCODE
               SET WS-EOF TO TRUE
           END-IF.

       8500-SAVE-CONTROL-NUMBERS.
           EXEC SQL
               UPDATE HCAS.EDI_TRACE_CONTROL
               SET    LAST_TRACE_NBR = :WS-CHK-CHECK-NO
               WHERE  PROGRAM_ID = :WS-CHECK-CONTROL-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'MBRCHK01: CHECK CONTROL UPDATE ERROR '
                       'SQLCODE=' SQLCODE
           END-IF
           EXEC SQL
               UPDATE HCAS.EDI_TRACE_CONTROL
               SET    LAST_TRACE_NBR = :WS-TRACE-NUMBER
               WHERE  PROGRAM_ID = :WS-TRACE-CONTROL-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'MBRCHK01: TRACE CONTROL UPDATE ERROR '
                       'SQLCODE=' SQLCODE
           END-IF.

       9000-TERMINATE.
           EXEC SQL CLOSE MBR-PAY-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE MCKRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-CHECK-DOLLARS TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MEMBER CHECKS ISSUED: ' DELIMITED SIZE
                  WS-CHECKS-ISSUED DELIMITED SIZE
                  '  TOTAL ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE MCKRPT-RECORD FROM WS-RPT-LINE
           DISPLAY 'MBRCHK01: CLAIMS REMITTED:    ' WS-CLAIMS-REMITTED
           DISPLAY 'MBRCHK01: SUBSCRIBERS:        ' WS-SUBSCRIBERS-PAID
           DISPLAY 'MBRCHK01: CHECKS ISSUED:      ' WS-CHECKS-ISSUED
           DISPLAY 'MBRCHK01: CHECK DOLLARS:      ' WS-CHECK-DOLLARS
           DISPLAY 'MBRCHK01: NO CHECK DUE:       ' WS-NO-CHECK-COUNT
           DISPLAY 'MBRCHK01: REDIRECTED (CONF):  ' WS-REDIRECTED-COUNT
           CLOSE MBRCHK-FILE
           CLOSE MBREOB-FILE
           CLOSE MCKRPT-FILE
           MOVE ZERO TO RETURN-CODE.
