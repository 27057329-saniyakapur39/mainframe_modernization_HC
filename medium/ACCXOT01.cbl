       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ACCXOT01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-09-14.
      *================================================================*
      * PROGRAM:  ACCXOT01                                             *
      * PURPOSE:  OUTBOUND INTEGRATED ACCUMULATOR FILE TO A VENDOR     *
      *           SENDS ONE DELEGATED VENDOR (PBM, DENTAL OR VISION -  *
      *           THE PARTNER AND COVERAGE NAMED ON THE PARM CARD, AS  *
      *           FOR EDI834OT) THE DEDUCTIBLE AND OUT-OF-POCKET       *
      *           MOVEMENTS POSTED TO HCAS.ACCUM_LEDGER SINCE THE      *
      *           PARTNER'S LAST FILE, FOR MEMBERS ENROLLED IN THAT    *
      *           COVERAGE WHOSE MEDICAL PLAN CARRIES INTEGRATED       *
      *           ACCUMULATORS (BENEFIT_PLAN.INTEGRATED_ACCUM = 'Y').  *
      *           MOVEMENTS THE SAME PARTNER SENT US (POSTED BY        *
      *           ACCXIN01 UNDER SOURCE REF 'VX' + PARTNER ID) ARE     *
      *           NOT ECHOED BACK. THE WINDOW RUNS FROM THE LAST       *
      *           TRANSMISSION DATE THROUGH YESTERDAY, SO A SECOND     *
      *           RUN ON THE SAME DAY SENDS NOTHING.                   *
      *           THE FILE (LAYOUT ACXCOPY) CARRIES THE PARTNER'S      *
      *           NEXT FILE SEQUENCE NUMBER IN THE HEADER AND THE      *
      *           DETAIL COUNT AND DOLLAR TOTAL IN THE TRAILER; EACH   *
      *           FILE IS LOGGED TO HCAS.PARTNER_TRANSMIT_LOG (TRANS   *
      *           SET TYPE 'ACX'), WHICH SUPPLIES THE NEXT SEQUENCE    *
      *           AND THE NEXT RUN'S WINDOW. EVERY MEMBER SENT IS      *
      *           RECORDED AS A DISCLOSURE TO THE PARTNER THROUGH      *
      *           PHIDSC01.                                            *
      * INPUTS:   ACXOPARM - PARTNER ID, COVERAGE TYPE                 *
      *           DB2 TABLES - HCAS.TRADING_PARTNER,                   *
      *           HCAS.ACCUM_LEDGER, HCAS.ACCUMULATORS,                *
      *           HCAS.BENEFIT_PLAN, HCAS.ENROLLMENT,                  *
      *           HCAS.PARTNER_TRANSMIT_LOG                            *
      * OUTPUTS:  ACCXOUT  - OUTBOUND ACCUMULATOR FILE                 *
      *           DB2 TABLES - HCAS.PARTNER_TRANSMIT_LOG,              *
      *           HCAS.PHI_DISCLOSURE, HCAS.PHI_DISCLOSURE_MEMBER      *
      * FREQUENCY: DAILY, ONE STEP PER PARTNER                         *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACXOPARM-FILE
               ASSIGN TO ACXOPARM
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ACXOUT-FILE
               ASSIGN TO ACCXOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACXOPARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  ACXOPARM-RECORD.
           05  AXP-PARTNER-ID          PIC X(10).
           05  AXP-COVERAGE-TYPE       PIC X(02).
           05  FILLER                  PIC X(68).

       FD  ACXOUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  ACXOUT-RECORD               PIC X(200).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY ACXCOPY.
       COPY PHICOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-PARM-STATUS              PIC X(02).
       01  WS-ACX-STATUS               PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.

       01  WS-PARM-FIELDS.
           05  WS-PARTNER-ID           PIC X(10).
           05  WS-COVERAGE-TYPE        PIC X(02).
      *--- LEDGER SOURCE REF THE PARTNER'S OWN POSTINGS CARRY ---
           05  WS-PARTNER-REF          PIC X(15).

      *--- PARTNER DELIVERY ---
       01  WS-PARTNER-PROFILE.
           05  WS-TP-ISA-ID            PIC X(15).
           05  WS-TP-DELIVERY-DEST     PIC X(30).

      *--- FILE SEQUENCE AND ACTIVITY WINDOW ---
       01  WS-WINDOW-FIELDS.
           05  WS-FILE-SEQ             PIC 9(09) VALUE ZERO.
           05  WS-LAST-TRANSMIT        PIC X(08).
           05  WS-WINDOW-FROM          PIC X(08).
           05  WS-DATE-INT             PIC S9(09) COMP.
           05  WS-DATE-N               PIC 9(08).

      *--- THE WINDOW'S LEDGER MOVEMENTS FOR MEMBERS IN THE   ---
      *    VENDOR'S COVERAGE ON AN INTEGRATED-ACCUMULATOR PLAN ---
           EXEC SQL DECLARE ACX-LEDGER-CURSOR CURSOR FOR
               SELECT L.MEMBER_ID, L.ACCUM_TYPE, L.BENEFIT_YEAR,
                      L.BUCKET_CODE, L.DELTA_AMT,
                      VARCHAR_FORMAT(L.LEDGER_TS, 'YYYYMMDD'),
                      L.CLAIM_ID
               FROM HCAS.ACCUM_LEDGER L
               WHERE VARCHAR_FORMAT(L.LEDGER_TS, 'YYYYMMDD')
                         >= :WS-WINDOW-FROM
                 AND VARCHAR_FORMAT(L.LEDGER_TS, 'YYYYMMDD')
                         < :WS-CURRENT-DATE
                 AND L.CLAIM_ID <> :WS-PARTNER-REF
                 AND L.DELTA_AMT <> 0
                 AND EXISTS (
                     SELECT 1
                     FROM HCAS.ENROLLMENT E
                     WHERE E.MEMBER_ID = L.MEMBER_ID
                       AND E.COVERAGE_TYPE = :WS-COVERAGE-TYPE
                       AND E.ELIG_STATUS = 'A'
                 )
                 AND EXISTS (
                     SELECT 1
                     FROM HCAS.ACCUMULATORS A
                     INNER JOIN HCAS.BENEFIT_PLAN B
                         ON B.PLAN_CODE = A.PLAN_CODE
                     WHERE A.MEMBER_ID = L.MEMBER_ID
                       AND COALESCE(A.ACCUM_TYPE, 'I') =
                           L.ACCUM_TYPE
                       AND A.BENEFIT_YEAR = L.BENEFIT_YEAR
                       AND B.INTEGRATED_ACCUM = 'Y'
                 )
               ORDER BY L.MEMBER_ID, L.ACCUM_TYPE, L.LEDGER_TS
           END-EXEC

       01  WS-LEDGER-ROW.
           05  WS-LR-MEMBER-ID         PIC X(12).
           05  WS-LR-ACCUM-TYPE        PIC X(01).
           05  WS-LR-BENEFIT-YEAR      PIC X(04).
           05  WS-LR-BUCKET            PIC X(03).
           05  WS-LR-DELTA-AMT         PIC S9(07)V99 COMP-3.
           05  WS-LR-ACTIVITY-DATE     PIC X(08).
           05  WS-LR-CLAIM-ID          PIC X(15).

       01  WS-CONTROL-TOTALS.
           05  WS-DETAIL-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-DETAIL-TOTAL         PIC S9(11)V99 COMP-3
                                       VALUE ZERO.
           05  WS-DISCLOSURE-ERRORS    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-WRITE-HEADER
           PERFORM 4000-WRITE-ONE-DETAIL
               UNTIL WS-EOF
           PERFORM 5000-WRITE-TRAILER
           PERFORM 8000-LOG-TRANSMISSION
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'ACCXOT01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT ACXOPARM-FILE
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'ACCXOT01: ERROR OPENING ACXOPARM - '
                       WS-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ACXOPARM-FILE
               AT END
                   DISPLAY 'ACCXOT01: EMPTY PARM CARD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT AT END
                   MOVE AXP-PARTNER-ID    TO WS-PARTNER-ID
                   MOVE AXP-COVERAGE-TYPE TO WS-COVERAGE-TYPE
           END-READ
           CLOSE ACXOPARM-FILE
           MOVE SPACES TO WS-PARTNER-REF
           STRING 'VX' DELIMITED SIZE
                  WS-PARTNER-ID DELIMITED SIZE
                  INTO WS-PARTNER-REF
           END-STRING
           PERFORM 1100-LOOKUP-PARTNER
           PERFORM 1200-LOOKUP-LAST-TRANSMIT
           PERFORM 1300-OPEN-DISCLOSURE
           OPEN OUTPUT ACXOUT-FILE
           IF WS-ACX-STATUS NOT = '00'
               DISPLAY 'ACCXOT01: ERROR OPENING ACCXOUT - '
                       WS-ACX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXEC SQL OPEN ACX-LEDGER-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACCXOT01: LEDGER CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4100-FETCH-NEXT-LEDGER.

       1100-LOOKUP-PARTNER.
           EXEC SQL
               SELECT ISA_ID, DELIVERY_DEST
               INTO :WS-TP-ISA-ID, :WS-TP-DELIVERY-DEST
               FROM HCAS.TRADING_PARTNER
               WHERE PARTNER_ID = :WS-PARTNER-ID
                 AND PARTNER_STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACCXOT01: PARTNER NOT ON FILE - '
                       WS-PARTNER-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-LOOKUP-LAST-TRANSMIT.
      *--- THE NEXT FILE SEQUENCE, AND THE WINDOW START - THE  ---
      *    LAST FILE'S RUN DATE, OR YESTERDAY FOR A FIRST FILE ---
           MOVE ZERO TO WS-FILE-SEQ
           MOVE '00000000' TO WS-LAST-TRANSMIT
           EXEC SQL
               SELECT COALESCE(MAX(ISA_CONTROL), 0),
                      COALESCE(MAX(TRANSMIT_DATE), '00000000')
               INTO :WS-FILE-SEQ, :WS-LAST-TRANSMIT
               FROM HCAS.PARTNER_TRANSMIT_LOG
               WHERE PARTNER_ID = :WS-PARTNER-ID
                 AND TRANS_SET_TYPE = 'ACX'
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACCXOT01: TRANSMIT LOG READ ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-FILE-SEQ
           IF WS-LAST-TRANSMIT = '00000000'
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-CURRENT-DATE)) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-DATE-N
               MOVE WS-DATE-N TO WS-WINDOW-FROM
           ELSE
               MOVE WS-LAST-TRANSMIT TO WS-WINDOW-FROM
           END-IF.

       1300-OPEN-DISCLOSURE.
           INITIALIZE PHI-DISCLOSURE-REQUEST
           SET PHI-DSC-OPEN-FILE TO TRUE
           MOVE WS-PROGRAM-ID TO PHI-DSC-SOURCE-PROGRAM
           MOVE WS-PARTNER-ID TO PHI-DSC-RECIPIENT-ID
           MOVE WS-TP-DELIVERY-DEST TO PHI-DSC-RECIPIENT-NAME
           SET PHI-DSC-TPO TO TRUE
           STRING 'ACCUMULATOR FILE - COVERAGE ' DELIMITED SIZE
                  WS-COVERAGE-TYPE DELIMITED SIZE
                  INTO PHI-DSC-FILE-DESC
           END-STRING
           PERFORM 7000-CALL-DISCLOSURE.

       3000-WRITE-HEADER.
           MOVE SPACES TO ACX-RECORD
           SET ACX-HEADER-REC TO TRUE
           MOVE WS-SYSTEM-PAYER-ID TO ACX-HDR-SENDER-ID
           MOVE WS-PARTNER-ID      TO ACX-HDR-RECEIVER-ID
           MOVE WS-CURRENT-DATE    TO ACX-HDR-FILE-DATE
           MOVE WS-FILE-SEQ        TO ACX-HDR-FILE-SEQ
           MOVE WS-COVERAGE-TYPE   TO ACX-HDR-COVERAGE-TYPE
           WRITE ACXOUT-RECORD FROM ACX-RECORD.

       4000-WRITE-ONE-DETAIL.
           MOVE SPACES TO ACX-RECORD
           SET ACX-DETAIL-REC TO TRUE
           MOVE WS-LR-MEMBER-ID     TO ACX-DTL-MEMBER-ID
           MOVE WS-LR-ACCUM-TYPE    TO ACX-DTL-ACCUM-TYPE
           MOVE WS-LR-BENEFIT-YEAR  TO ACX-DTL-BENEFIT-YEAR
           MOVE WS-LR-BUCKET        TO ACX-DTL-BUCKET
           MOVE WS-LR-DELTA-AMT     TO ACX-DTL-DELTA-AMT
           MOVE WS-LR-ACTIVITY-DATE TO ACX-DTL-ACTIVITY-DATE
           MOVE WS-LR-CLAIM-ID      TO ACX-DTL-SOURCE-REF
           WRITE ACXOUT-RECORD FROM ACX-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-LR-DELTA-AMT TO WS-DETAIL-TOTAL
           SET PHI-DSC-ADD-MEMBER TO TRUE
           MOVE WS-LR-MEMBER-ID TO PHI-DSC-MEMBER-ID
           PERFORM 7000-CALL-DISCLOSURE
           PERFORM 4100-FETCH-NEXT-LEDGER.

       4100-FETCH-NEXT-LEDGER.
           EXEC SQL
               FETCH ACX-LEDGER-CURSOR
               INTO :WS-LR-MEMBER-ID, :WS-LR-ACCUM-TYPE,
                    :WS-LR-BENEFIT-YEAR, :WS-LR-BUCKET,
                    :WS-LR-DELTA-AMT, :WS-LR-ACTIVITY-DATE,
                    :WS-LR-CLAIM-ID
           END-EXEC
           IF SQLCODE = +100
               SET WS-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'ACCXOT01: LEDGER FETCH ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       5000-WRITE-TRAILER.
           MOVE SPACES TO ACX-RECORD
           SET ACX-TRAILER-REC TO TRUE
           MOVE WS-DETAIL-COUNT TO ACX-TRL-RECORD-COUNT
           MOVE WS-DETAIL-TOTAL TO ACX-TRL-TOTAL-AMT
           WRITE ACXOUT-RECORD FROM ACX-RECORD.

       7000-CALL-DISCLOSURE.
           CALL 'PHIDSC01' USING PHI-DISCLOSURE-REQUEST
                                 PHI-DISCLOSURE-RESPONSE
           IF PHI-DSC-FAILED
               ADD 1 TO WS-DISCLOSURE-ERRORS
               DISPLAY 'ACCXOT01: ' PHI-DSC-MSG
           END-IF.

       8000-LOG-TRANSMISSION.
           EXEC SQL
               INSERT INTO HCAS.PARTNER_TRANSMIT_LOG
                   (PARTNER_ID, PROGRAM_ID, TRANS_SET_TYPE,
                    ISA_CONTROL, RECEIVER_ISA_ID,
                    CLAIM_COUNT, TOTAL_PAID,
                    DELIVERY_DEST, TRANSMIT_DATE)
               VALUES
                   (:WS-PARTNER-ID, :WS-PROGRAM-ID, 'ACX',
                    :WS-FILE-SEQ, :WS-TP-ISA-ID,
                    :WS-DETAIL-COUNT, :WS-DETAIL-TOTAL,
                    :WS-TP-DELIVERY-DEST, :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'ACCXOT01: TRANSMIT LOG INSERT ERROR '
                       'SQLCODE=' SQLCODE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET PHI-DSC-CLOSE-FILE TO TRUE
           PERFORM 7000-CALL-DISCLOSURE
           EXEC SQL COMMIT END-EXEC.

       9000-TERMINATE.
           EXEC SQL CLOSE ACX-LEDGER-CURSOR END-EXEC
           DISPLAY 'ACCXOT01: OUTBOUND ACCUMULATOR FILE COMPLETE'
           DISPLAY '  PARTNER:         ' WS-PARTNER-ID
           DISPLAY '  COVERAGE:        ' WS-COVERAGE-TYPE
           DISPLAY '  FILE SEQUENCE:   ' WS-FILE-SEQ
           DISPLAY '  WINDOW FROM:     ' WS-WINDOW-FROM
           DISPLAY '  DETAIL RECORDS:  ' WS-DETAIL-COUNT
           DISPLAY '  DOLLAR TOTAL:    ' WS-DETAIL-TOTAL
           DISPLAY '  DISCLOSURE ERRS: ' WS-DISCLOSURE-ERRORS
           CLOSE ACXOUT-FILE
           IF WS-DISCLOSURE-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
