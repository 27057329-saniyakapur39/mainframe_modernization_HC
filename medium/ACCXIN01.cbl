       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCXIN01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-09-14.
      *================================================================*
      * PROGRAM:  ACCXIN01                                             *
      * PURPOSE:  INBOUND INTEGRATED ACCUMULATOR FILE FROM A VENDOR    *
      *           POSTS THE MEMBER-LEVEL DEDUCTIBLE AND OUT-OF-POCKET  *
      *           DELTAS A DELEGATED VENDOR (PBM, DENTAL OR VISION)    *
      *           SENDS IN THE ACXCOPY LAYOUT TO HCAS.ACCUMULATORS,    *
      *           LEDGERING EACH ONE ON HCAS.ACCUM_LEDGER UNDER        *
      *           SOURCE REF 'VX' + PARTNER ID (SO ACCXOT01 DOES NOT   *
      *           SEND IT BACK AND ACCAUD01 COUNTS IT AS A NON-CLAIM   *
      *           ADJUSTMENT).                                         *
      *           THE WHOLE FILE IS CHECKED BEFORE ANYTHING POSTS:     *
      *           THE HEADER MUST COME FROM THE PARTNER ON THE PARM    *
      *           CARD, ITS FILE SEQUENCE MUST BE HIGHER THAN THE      *
      *           LAST ONE ACCEPTED (A REPEAT IS A DUPLICATE FILE; A   *
      *           SKIP IS POSTED BUT FLAGGED), AND THE TRAILER COUNT   *
      *           AND DOLLAR TOTAL MUST AGREE WITH THE DETAIL. A       *
      *           FILE THAT FAILS IS REJECTED WHOLE (RC 12).           *
      *           A DETAIL IS REJECTED TO THE REPORT WHEN ITS FIELDS   *
      *           ARE INVALID, THE MEMBER IS NOT ON HCAS.MEMBER, OR    *
      *           THE MEMBER HAS NO ACCUMULATOR ROW FOR THAT TYPE AND  *
      *           BENEFIT YEAR ON AN INTEGRATED-ACCUMULATOR PLAN.      *
      *           ACCEPTED FILES ARE LOGGED TO                         *
      *           HCAS.PARTNER_TRANSMIT_LOG (TRANS SET TYPE 'ACI').    *
      * INPUTS:   ACXIPARM - PARTNER ID                                *
      *           ACCXIN   - INBOUND ACCUMULATOR FILE                  *
      *           DB2 TABLES - HCAS.TRADING_PARTNER, HCAS.MEMBER,      *
      *           HCAS.ACCUMULATORS, HCAS.BENEFIT_PLAN,                *
      *           HCAS.PARTNER_TRANSMIT_LOG                            *
      * OUTPUTS:  DB2 TABLES - HCAS.ACCUMULATORS, HCAS.ACCUM_LEDGER,   *
      *           HCAS.PARTNER_TRANSMIT_LOG                            *
      *           ACXRPT-FILE - CONTROL AND REJECTED-RECORD REPORT     *
      * FREQUENCY: DAILY, ONE STEP PER PARTNER FILE RECEIVED           *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACXIPARM-FILE
               ASSIGN TO ACXIPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ACXIN-FILE
               ASSIGN TO ACCXIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACX-STATUS.

           SELECT ACXRPT-FILE
               ASSIGN TO ACXRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACXIPARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ACXIPARM-RECORD.
           05  AXI-PARTNER-ID          PIC X(10).
           05  FILLER                  PIC X(70).

       FD  ACXIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  ACXIN-RECORD                PIC X(200).

       FD  ACXRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  ACXRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY ACXCOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-PARM-STATUS              PIC X(02).
       01  WS-ACX-STATUS               PIC X(02).
       01  WS-RPT-STATUS               PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-FILE-OK-SW           PIC X(01) VALUE 'Y'.
               88  WS-FILE-OK          VALUE 'Y'.
               88  WS-FILE-REJECTED    VALUE 'N'.
           05  WS-HDR-SEEN-SW          PIC X(01) VALUE 'N'.
               88  WS-HDR-SEEN         VALUE 'Y'.
           05  WS-TRL-SEEN-SW          PIC X(01) VALUE 'N'.
               88  WS-TRL-SEEN         VALUE 'Y'.
           05  WS-SEQ-GAP-SW           PIC X(01) VALUE 'N'.
               88  WS-SEQ-GAP          VALUE 'Y'.

       01  WS-PARM-FIELDS.
           05  WS-PARTNER-ID           PIC X(10).
           05  WS-PARTNER-REF          PIC X(15).
           05  WS-FILE-REJECT-REASON   PIC X(60).

      *--- PARTNER DELIVERY ---
       01  WS-PARTNER-PROFILE.
           05  WS-TP-ISA-ID            PIC X(15).
           05  WS-TP-DELIVERY-DEST     PIC X(30).

      *--- FILE CONTROLS - AS RECEIVED AND AS COUNTED ---
       01  WS-FILE-CONTROLS.
           05  WS-LAST-ACCEPTED-SEQ    PIC 9(09) VALUE ZERO.
           05  WS-HDR-FILE-SEQ         PIC 9(09) VALUE ZERO.
           05  WS-HDR-SENDER-ID        PIC X(10).
           05  WS-TRL-RECORD-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-TRL-TOTAL-AMT        PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-CNT-RECORD-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-CNT-TOTAL-AMT        PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-CNT-BAD-RECORDS      PIC 9(09) VALUE ZERO.

      *--- THE MEMBER'S BUCKET THE DELTA POSTS TO ---
       01  WS-POST-WORK.
           05  WS-PW-PLAN-CODE         PIC X(08).
           05  WS-PW-DEDUCT-YTD        PIC S9(07)V99 COMP-3.
           05  WS-PW-OOP-YTD           PIC S9(07)V99 COMP-3.
           05  WS-PW-PRIOR-BAL         PIC S9(07)V99 COMP-3.
           05  WS-PW-DELTA             PIC S9(07)V99 COMP-3.
           05  WS-PW-NEW-BAL           PIC S9(07)V99 COMP-3.
           05  WS-PW-MEMBER-COUNT      PIC S9(09) COMP.
           05  WS-PW-REJECT-REASON     PIC X(40).

       01  WS-COUNTERS.
           05  WS-DETAILS-READ         PIC 9(07) VALUE ZERO.
           05  WS-DETAILS-POSTED       PIC 9(07) VALUE ZERO.
           05  WS-DETAILS-REJECTED     PIC 9(07) VALUE ZERO.
           05  WS-POSTED-TOTAL         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.

       01  WS-RPT-LINE                 PIC X(133).
       01  WS-AMT-DISP                 PIC Z,ZZZ,ZZ9.99-.
       01  WS-AMT-DISP2                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-FILE-CONTROLS
           IF WS-FILE-REJECTED
               PERFORM 2900-REJECT-FILE
           END-IF
           PERFORM 3000-POST-FILE
           PERFORM 8000-LOG-RECEIPT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'ACCXIN01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT ACXIPARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ACCXIN01: ERROR OPENING ACXIPARM - '
                       WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ACXIPARM-FILE
               AT END
                   DISPLAY 'ACCXIN01: EMPTY PARM CARD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE AXI-PARTNER-ID TO WS-PARTNER-ID
           END-READ
           CLOSE ACXIPARM-FILE
           MOVE SPACES TO WS-PARTNER-REF
           STRING 'VX' DELIMITED SIZE
                  WS-PARTNER-ID DELIMITED SIZE
                  INTO WS-PARTNER-REF
           END-STRING
           EXEC SQL
               SELECT ISA_ID, DELIVERY_DEST
               INTO :WS-TP-ISA-ID, :WS-TP-DELIVERY-DEST
               FROM HCAS.TRADING_PARTNER
               WHERE PARTNER_ID = :WS-PARTNER-ID
                 AND PARTNER_STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACCXIN01: PARTNER NOT ON FILE - '
                       WS-PARTNER-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXEC SQL
               SELECT COALESCE(MAX(ISA_CONTROL), 0)
               INTO :WS-LAST-ACCEPTED-SEQ
               FROM HCAS.PARTNER_TRANSMIT_LOG
               WHERE PARTNER_ID = :WS-PARTNER-ID
                 AND TRANS_SET_TYPE = 'ACI'
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACCXIN01: TRANSMIT LOG READ ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACXRPT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ACCXIN01 - INBOUND ACCUMULATOR FILE - PARTNER '
                  DELIMITED SIZE
                  WS-PARTNER-ID DELIMITED SIZE
                  ' - ' DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACXRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE ACXRPT-RECORD FROM WS-RPT-LINE.

       2000-CHECK-FILE-CONTROLS.
      *--- FIRST PASS - NOTHING POSTS UNLESS THE ENVELOPE AND ---
      *    THE CONTROL TOTALS HOLD FOR THE WHOLE FILE          ---
           OPEN INPUT ACXIN-FILE
           IF WS-ACX-STATUS NOT = '00'
               DISPLAY 'ACCXIN01: ERROR OPENING ACCXIN - '
                       WS-ACX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-NOT-EOF TO TRUE
           PERFORM 7000-READ-INPUT
           PERFORM 2100-COUNT-ONE-RECORD
               UNTIL WS-EOF
           CLOSE ACXIN-FILE
           EVALUATE TRUE
               WHEN NOT WS-HDR-SEEN
                   SET WS-FILE-REJECTED TO TRUE
                   MOVE 'FIRST RECORD IS NOT A HEADER'
                       TO WS-FILE-REJECT-REASON
               WHEN NOT WS-TRL-SEEN
                   SET WS-FILE-REJECTED TO TRUE
                   MOVE 'NO TRAILER RECORD'
                       TO WS-FILE-REJECT-REASON
               WHEN WS-HDR-SENDER-ID NOT = WS-PARTNER-ID
                   SET WS-FILE-REJECTED TO TRUE
                   MOVE 'HEADER SENDER IS NOT THE PARM PARTNER'
                       TO WS-FILE-REJECT-REASON
               WHEN WS-HDR-FILE-SEQ NOT > WS-LAST-ACCEPTED-SEQ
                   SET WS-FILE-REJECTED TO TRUE
                   MOVE 'DUPLICATE OR OUT-OF-ORDER FILE SEQUENCE'
                       TO WS-FILE-REJECT-REASON
               WHEN WS-CNT-BAD-RECORDS > ZERO
                   SET WS-FILE-REJECTED TO TRUE
                   MOVE 'UNKNOWN RECORD TYPE OR MISPLACED HEADER'
                       TO WS-FILE-REJECT-REASON
               WHEN WS-CNT-RECORD-COUNT NOT = WS-TRL-RECORD-COUNT
                   SET WS-FILE-REJECTED TO TRUE
                   MOVE 'TRAILER RECORD COUNT DOES NOT MATCH'
                       TO WS-FILE-REJECT-REASON
               WHEN WS-CNT-TOTAL-AMT NOT = WS-TRL-TOTAL-AMT
                   SET WS-FILE-REJECTED TO TRUE
                   MOVE 'TRAILER DOLLAR TOTAL DOES NOT MATCH'
                       TO WS-FILE-REJECT-REASON
               WHEN OTHER
                   IF WS-HDR-FILE-SEQ > WS-LAST-ACCEPTED-SEQ + 1
                       SET WS-SEQ-GAP TO TRUE
                   END-IF
           END-EVALUATE.

       2100-COUNT-ONE-RECORD.
           EVALUATE TRUE
               WHEN ACX-HEADER-REC
                   IF WS-HDR-SEEN
                   OR WS-CNT-RECORD-COUNT > ZERO
                       ADD 1 TO WS-CNT-BAD-RECORDS
                   ELSE
                       SET WS-HDR-SEEN TO TRUE
                       MOVE ACX-HDR-SENDER-ID TO WS-HDR-SENDER-ID
                       IF ACX-HDR-FILE-SEQ IS NUMERIC
                           MOVE ACX-HDR-FILE-SEQ TO WS-HDR-FILE-SEQ
                       END-IF
                   END-IF
               WHEN ACX-DETAIL-REC
                   ADD 1 TO WS-CNT-RECORD-COUNT
                   IF ACX-DTL-DELTA-AMT IS NUMERIC
                       ADD ACX-DTL-DELTA-AMT TO WS-CNT-TOTAL-AMT
                   END-IF
               WHEN ACX-TRAILER-REC
                   SET WS-TRL-SEEN TO TRUE
                   IF ACX-TRL-RECORD-COUNT IS NUMERIC
                       MOVE ACX-TRL-RECORD-COUNT
                           TO WS-TRL-RECORD-COUNT
                   END-IF
                   IF ACX-TRL-TOTAL-AMT IS NUMERIC
                       MOVE ACX-TRL-TOTAL-AMT TO WS-TRL-TOTAL-AMT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CNT-BAD-RECORDS
           END-EVALUATE
           PERFORM 7000-READ-INPUT.

       2900-REJECT-FILE.
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FILE REJECTED - ' DELIMITED SIZE
                  WS-FILE-REJECT-REASON DELIMITED SIZE
                  ' - SEQ ' DELIMITED SIZE
                  WS-HDR-FILE-SEQ DELIMITED SIZE
                  ' LAST ACCEPTED ' DELIMITED SIZE
                  WS-LAST-ACCEPTED-SEQ DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACXRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-CNT-TOTAL-AMT TO WS-AMT-DISP2
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DETAIL COUNTED: ' DELIMITED SIZE
                  WS-CNT-RECORD-COUNT DELIMITED SIZE
                  ' TRAILER: ' DELIMITED SIZE
                  WS-TRL-RECORD-COUNT DELIMITED SIZE
                  ' DOLLARS COUNTED: ' DELIMITED SIZE
                  WS-AMT-DISP2 DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACXRPT-RECORD FROM WS-RPT-LINE
           DISPLAY 'ACCXIN01: FILE REJECTED - ' WS-FILE-REJECT-REASON
           DISPLAY '  PARTNER:         ' WS-PARTNER-ID
           DISPLAY '  FILE SEQUENCE:   ' WS-HDR-FILE-SEQ
           DISPLAY '  LAST ACCEPTED:   ' WS-LAST-ACCEPTED-SEQ
           CLOSE ACXRPT-FILE
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       3000-POST-FILE.
      *--- SECOND PASS - POST EACH DETAIL ---
           IF WS-SEQ-GAP
               MOVE SPACES TO WS-RPT-LINE
               STRING 'WARNING  FILE SEQUENCE GAP - RECEIVED '
                      DELIMITED SIZE
                      WS-HDR-FILE-SEQ DELIMITED SIZE
                      ' LAST ACCEPTED ' DELIMITED SIZE
                      WS-LAST-ACCEPTED-SEQ DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE ACXRPT-RECORD FROM WS-RPT-LINE
           END-IF
           OPEN INPUT ACXIN-FILE
           SET WS-NOT-EOF TO TRUE
           PERFORM 7000-READ-INPUT
           PERFORM 3100-PROCESS-ONE-RECORD
               UNTIL WS-EOF
           CLOSE ACXIN-FILE.

       3100-PROCESS-ONE-RECORD.
           IF ACX-DETAIL-REC
               ADD 1 TO WS-DETAILS-READ
               MOVE SPACES TO WS-PW-REJECT-REASON
               PERFORM 3200-EDIT-DETAIL
               IF WS-PW-REJECT-REASON = SPACES
                   PERFORM 3300-FIND-BUCKET
               END-IF
               IF WS-PW-REJECT-REASON = SPACES
                   PERFORM 3400-POST-DELTA
               END-IF
               IF WS-PW-REJECT-REASON NOT = SPACES
                   PERFORM 3900-WRITE-REJECT
               END-IF
           END-IF
           PERFORM 7000-READ-INPUT.

       3200-EDIT-DETAIL.
           EVALUATE TRUE
               WHEN NOT ACX-DTL-INDIVIDUAL
               AND NOT ACX-DTL-FAMILY
                   MOVE 'INVALID ACCUM TYPE' TO WS-PW-REJECT-REASON
               WHEN NOT ACX-DTL-DEDUCTIBLE
               AND NOT ACX-DTL-OOP
                   MOVE 'INVALID BUCKET' TO WS-PW-REJECT-REASON
               WHEN ACX-DTL-BENEFIT-YEAR NOT NUMERIC
                   MOVE 'INVALID BENEFIT YEAR' TO WS-PW-REJECT-REASON
               WHEN ACX-DTL-DELTA-AMT NOT NUMERIC
                   MOVE 'INVALID DELTA AMOUNT' TO WS-PW-REJECT-REASON
               WHEN ACX-DTL-MEMBER-ID = SPACES
                   MOVE 'MEMBER ID MISSING' TO WS-PW-REJECT-REASON
               WHEN OTHER
                   MOVE ZERO TO WS-PW-MEMBER-COUNT
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO :WS-PW-MEMBER-COUNT
                       FROM HCAS.MEMBER
                       WHERE MEMBER_ID = :ACX-DTL-MEMBER-ID
                   END-EXEC
                   IF SQLCODE NOT = ZERO
                       MOVE 'DB2 ERROR ON MEMBER LOOKUP'
                           TO WS-PW-REJECT-REASON
                   ELSE
                       IF WS-PW-MEMBER-COUNT = ZERO
                           MOVE 'MEMBER NOT FOUND'
                               TO WS-PW-REJECT-REASON
                       END-IF
                   END-IF
           END-EVALUATE.

       3300-FIND-BUCKET.
      *--- THE MEMBER'S ROW FOR THE TYPE AND YEAR, ON A PLAN ---
      *    THAT SHARES ITS ACCUMULATORS WITH THE VENDOR       ---
           EXEC SQL
               SELECT A.PLAN_CODE, A.DEDUCTIBLE_YTD, A.OOP_YTD
               INTO :WS-PW-PLAN-CODE, :WS-PW-DEDUCT-YTD,
                    :WS-PW-OOP-YTD
               FROM HCAS.ACCUMULATORS A
               WHERE A.MEMBER_ID = :ACX-DTL-MEMBER-ID
                 AND COALESCE(A.ACCUM_TYPE, 'I') =
                     :ACX-DTL-ACCUM-TYPE
                 AND A.BENEFIT_YEAR = :ACX-DTL-BENEFIT-YEAR
                 AND EXISTS (
                     SELECT 1
                     FROM HCAS.BENEFIT_PLAN B
                     WHERE B.PLAN_CODE = A.PLAN_CODE
                       AND B.INTEGRATED_ACCUM = 'Y'
                 )
               ORDER BY A.LAST_UPDATE_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   MOVE 'NO INTEGRATED ACCUMULATOR FOR YEAR'
                       TO WS-PW-REJECT-REASON
               WHEN OTHER
                   DISPLAY 'ACCXIN01: ACCUM READ ERROR SQLCODE='
                           SQLCODE ' MBR=' ACX-DTL-MEMBER-ID
                   MOVE 'DB2 ERROR ON ACCUMULATOR READ'
                       TO WS-PW-REJECT-REASON
           END-EVALUATE.

       3400-POST-DELTA.
           MOVE ACX-DTL-DELTA-AMT TO WS-PW-DELTA
           IF ACX-DTL-DEDUCTIBLE
               MOVE WS-PW-DEDUCT-YTD TO WS-PW-PRIOR-BAL
               EXEC SQL
                   UPDATE HCAS.ACCUMULATORS
                   SET    DEDUCTIBLE_YTD = DEDUCTIBLE_YTD +
                              :WS-PW-DELTA,
                          LAST_UPDATE_DATE = :WS-CURRENT-DATE
                   WHERE  MEMBER_ID = :ACX-DTL-MEMBER-ID
                     AND  PLAN_CODE = :WS-PW-PLAN-CODE
                     AND  COALESCE(ACCUM_TYPE, 'I') =
                          :ACX-DTL-ACCUM-TYPE
                     AND  BENEFIT_YEAR = :ACX-DTL-BENEFIT-YEAR
               END-EXEC
           ELSE
               MOVE WS-PW-OOP-YTD TO WS-PW-PRIOR-BAL
               EXEC SQL
                   UPDATE HCAS.ACCUMULATORS
                   SET    OOP_YTD = OOP_YTD +
                              :WS-PW-DELTA,
                          LAST_UPDATE_DATE = :WS-CURRENT-DATE
                   WHERE  MEMBER_ID = :ACX-DTL-MEMBER-ID
                     AND  PLAN_CODE = :WS-PW-PLAN-CODE
                     AND  COALESCE(ACCUM_TYPE, 'I') =
                          :ACX-DTL-ACCUM-TYPE
                     AND  BENEFIT_YEAR = :ACX-DTL-BENEFIT-YEAR
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACCXIN01: ACCUM UPDATE ERROR SQLCODE='
                       SQLCODE ' MBR=' ACX-DTL-MEMBER-ID
               MOVE 'DB2 ERROR ON ACCUMULATOR UPDATE'
                   TO WS-PW-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PW-NEW-BAL = WS-PW-PRIOR-BAL + WS-PW-DELTA
           EXEC SQL
               INSERT INTO HCAS.ACCUM_LEDGER
                   (MEMBER_ID, ACCUM_TYPE, BUCKET_CODE,
                    BENEFIT_YEAR,
                    CLAIM_ID, PRIOR_BAL, DELTA_AMT, NEW_BAL,
                    LEDGER_TS, SOURCE_PROGRAM)
               VALUES
                   (:ACX-DTL-MEMBER-ID, :ACX-DTL-ACCUM-TYPE,
                    :ACX-DTL-BUCKET, :ACX-DTL-BENEFIT-YEAR,
                    :WS-PARTNER-REF, :WS-PW-PRIOR-BAL,
                    :WS-PW-DELTA, :WS-PW-NEW-BAL,
                    CURRENT TIMESTAMP, :WS-PROGRAM-ID)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACCXIN01: ACCUM LEDGER INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' MBR=' ACX-DTL-MEMBER-ID
           END-IF
           ADD 1 TO WS-DETAILS-POSTED
           ADD WS-PW-DELTA TO WS-POSTED-TOTAL.

       3900-WRITE-REJECT.
           ADD 1 TO WS-DETAILS-REJECTED
           IF ACX-DTL-DELTA-AMT IS NUMERIC
               MOVE ACX-DTL-DELTA-AMT TO WS-AMT-DISP
           ELSE
               MOVE ZERO TO WS-AMT-DISP
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REJECT   ' DELIMITED SIZE
                  ACX-DTL-MEMBER-ID DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ACX-DTL-ACCUM-TYPE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ACX-DTL-BENEFIT-YEAR DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ACX-DTL-BUCKET DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  ACX-DTL-SOURCE-REF DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-PW-REJECT-REASON DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACXRPT-RECORD FROM WS-RPT-LINE.

       7000-READ-INPUT.
           READ ACXIN-FILE INTO ACX-RECORD
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       8000-LOG-RECEIPT.
           EXEC SQL
               INSERT INTO HCAS.PARTNER_TRANSMIT_LOG
                   (PARTNER_ID, PROGRAM_ID, TRANS_SET_TYPE,
                    ISA_CONTROL, RECEIVER_ISA_ID,
                    CLAIM_COUNT, TOTAL_PAID,
                    DELIVERY_DEST, TRANSMIT_DATE)
               VALUES
                   (:WS-PARTNER-ID, :WS-PROGRAM-ID, 'ACI',
                    :WS-HDR-FILE-SEQ, :WS-TP-ISA-ID,
                    :WS-DETAILS-POSTED, :WS-POSTED-TOTAL,
                    :WS-TP-DELIVERY-DEST, :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE NOT = ZERO
      *--- WITHOUT THE LOG ROW A RERUN WOULD POST THE FILE AGAIN ---
               DISPLAY 'ACCXIN01: TRANSMIT LOG INSERT ERROR '
                       'SQLCODE=' SQLCODE ' - FILE BACKED OUT'
               EXEC SQL ROLLBACK END-EXEC
               CLOSE ACXRPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXEC SQL COMMIT END-EXEC.

       9000-TERMINATE.
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE ACXRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-POSTED-TOTAL TO WS-AMT-DISP2
           MOVE SPACES TO WS-RPT-LINE
           STRING 'FILE SEQ: ' DELIMITED SIZE
                  WS-HDR-FILE-SEQ DELIMITED SIZE
                  '  DETAIL READ: ' DELIMITED SIZE
                  WS-DETAILS-READ DELIMITED SIZE
                  '  POSTED: ' DELIMITED SIZE
                  WS-DETAILS-POSTED DELIMITED SIZE
                  '  REJECTED: ' DELIMITED SIZE
                  WS-DETAILS-REJECTED DELIMITED SIZE
                  '  DOLLARS POSTED: ' DELIMITED SIZE
                  WS-AMT-DISP2 DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE ACXRPT-RECORD FROM WS-RPT-LINE
           DISPLAY 'ACCXIN01: INBOUND ACCUMULATOR FILE COMPLETE'
           DISPLAY '  PARTNER:         ' WS-PARTNER-ID
           DISPLAY '  FILE SEQUENCE:   ' WS-HDR-FILE-SEQ
           DISPLAY '  DETAIL READ:     ' WS-DETAILS-READ
           DISPLAY '  POSTED:          ' WS-DETAILS-POSTED
           DISPLAY '  REJECTED:        ' WS-DETAILS-REJECTED
           DISPLAY '  DOLLARS POSTED:  ' WS-POSTED-TOTAL
           CLOSE ACXRPT-FILE
           IF WS-DETAILS-REJECTED > ZERO
           OR WS-SEQ-GAP
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
