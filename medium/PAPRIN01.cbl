       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAPRIN01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  PAPRIN01                                             *
      * PURPOSE:  PAPER CLAIM SCANNING VENDOR INTAKE                   *
      *           READS THE MAILROOM SCANNING VENDOR'S DAILY DATA-     *
      *           CAPTURE FILE OF CMS-1500 AND UB-04 IMAGES AND        *
      *           STAGES EACH DOCUMENT AS A SOURCE 'PP' CLAIM:         *
      *             H - CLAIM HEADER (ONE PER SCANNED DOCUMENT)        *
      *             D - DIAGNOSIS CODES FOR THE DOCUMENT               *
      *             L - SERVICE LINES FOR THE DOCUMENT                 *
      *             T - FILE TRAILER (DOCUMENT COUNT AND CHARGES)      *
      *           A DOCUMENT IS STAGED TO HCAS.CLAIM_STAGING,          *
      *           CLAIM_LINE_STAGING AND CLAIM_DIAG_STAGING WITH THE   *
      *           VENDOR'S IMAGE/DOCUMENT ID ON IMAGE_DOC_ID SO THE    *
      *           EXAMINER CAN PULL THE IMAGE. A DOCUMENT WITH ANY     *
      *           FIELD CAPTURED BELOW THE CONFIDENCE FLOOR IS NOT     *
      *           STAGED - IT GOES TO HCAS.KEY_VERIFY_QUEUE FOR A      *
      *           CLERK TO VERIFY AGAINST THE IMAGE AND KEY THROUGH    *
      *           CLMDDE01. A DOCUMENT THAT FAILS VALIDATION GOES      *
      *           BACK TO THE VENDOR ON THE REJECT FILE WITH ITS       *
      *           REASON. RECEIVED, STAGED, KEY-VERIFY AND REJECTED    *
      *           TOTALS ARE WRITTEN TO HCAS.BALANCE_CONTROL FOR       *
      *           BALCHK01, AND THE RECEIVED TOTALS ARE PROVED         *
      *           AGAINST THE VENDOR'S TRAILER.                        *
      * INPUTS:   PAPIN-FILE   - VENDOR DATA-CAPTURE FILE              *
      *           DB2 TABLES   - HCAS.MEMBER, HCAS.PROVIDER            *
      * OUTPUTS:  DB2 TABLES   - HCAS.CLAIM_STAGING,                   *
      *                          HCAS.CLAIM_LINE_STAGING,              *
      *                          HCAS.CLAIM_DIAG_STAGING,              *
      *                          HCAS.KEY_VERIFY_QUEUE,                *
      *                          HCAS.BALANCE_CONTROL,                 *
      *                          HCAS.EDI_TRACE_CONTROL                *
      *           PAPREJ-FILE  - REJECT FILE RETURNED TO THE VENDOR    *
      * FREQUENCY: DAILY BATCH (BEFORE CLMADJ01)                       *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAPIN-FILE
               ASSIGN TO PAPIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAPIN-STATUS.

           SELECT PAPREJ-FILE
               ASSIGN TO PAPREJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAPREJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAPIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.
       01  PAPIN-RECORD.
           05  PPI-REC-TYPE            PIC X(01).
               88  PPI-HEADER          VALUE 'H'.
               88  PPI-DIAG            VALUE 'D'.
               88  PPI-LINE            VALUE 'L'.
               88  PPI-TRAILER         VALUE 'T'.
           05  PPI-DOC-ID              PIC X(20).
           05  FILLER                  PIC X(229).
      *--- CLAIM HEADER - ONE PER SCANNED CMS-1500 / UB-04 ---
       01  PPI-HEADER-RECORD.
           05  FILLER                  PIC X(21).
           05  PPH-FORM-TYPE           PIC X(04).
               88  PPH-FORM-1500       VALUE '1500'.
               88  PPH-FORM-UB04       VALUE 'UB04'.
           05  PPH-RECEIPT-DATE        PIC X(08).
           05  PPH-MEMBER-ID           PIC X(12).
           05  PPH-PATIENT-ACCT        PIC X(20).
           05  PPH-MEMBER-DOB          PIC X(08).
           05  PPH-MEMBER-SEX          PIC X(01).
           05  PPH-BILLING-NPI         PIC X(10).
           05  PPH-RENDERING-NPI       PIC X(10).
           05  PPH-FACILITY-NPI        PIC X(10).
           05  PPH-REFERRING-NPI       PIC X(10).
           05  PPH-PROVIDER-TIN        PIC X(09).
           05  PPH-PLACE-OF-SVC        PIC X(02).
           05  PPH-TYPE-OF-BILL        PIC X(04).
           05  PPH-DISCHARGE-STATUS    PIC X(02).
      *--- CMS-1500 BOX 22 RESUBMISSION CODE ---
           05  PPH-FREQUENCY-CODE      PIC X(01).
           05  PPH-TOTAL-CHARGES       PIC 9(07)V99.
      *--- LOWEST FIELD CONFIDENCE ON THE RECORD (0-100) AND THE ---
      *    VENDOR'S NAME FOR THAT FIELD                          ---
           05  PPH-MIN-CONFIDENCE      PIC 9(03).
           05  PPH-LOW-CONF-FIELD      PIC X(10).
           05  FILLER                  PIC X(96).
       01  PPI-DIAG-RECORD.
           05  FILLER                  PIC X(21).
           05  PPD-DIAG-SEQ            PIC 9(02).
           05  PPD-DIAG-CODE           PIC X(08).
           05  PPD-POA-IND             PIC X(01).
           05  PPD-MIN-CONFIDENCE      PIC 9(03).
           05  PPD-LOW-CONF-FIELD      PIC X(10).
           05  FILLER                  PIC X(205).
       01  PPI-LINE-RECORD.
           05  FILLER                  PIC X(21).
           05  PPL-LINE-SEQ            PIC 9(03).
           05  PPL-PROC-CODE           PIC X(05).
           05  PPL-MODIFIER-1          PIC X(02).
           05  PPL-MODIFIER-2          PIC X(02).
           05  PPL-REV-CODE            PIC X(04).
           05  PPL-DOS-FROM            PIC X(08).
           05  PPL-DOS-THRU            PIC X(08).
           05  PPL-UNITS               PIC 9(05)V99.
           05  PPL-LINE-CHARGE         PIC 9(07)V99.
           05  PPL-NDC-CODE            PIC X(11).
           05  PPL-DIAG-PTR-1          PIC 9(02).
           05  PPL-DIAG-PTR-2          PIC 9(02).
           05  PPL-DIAG-PTR-3          PIC 9(02).
           05  PPL-DIAG-PTR-4          PIC 9(02).
           05  PPL-MIN-CONFIDENCE      PIC 9(03).
           05  PPL-LOW-CONF-FIELD      PIC X(10).
           05  FILLER                  PIC X(147).
       01  PPI-TRAILER-RECORD.
           05  FILLER                  PIC X(21).
           05  PPT-DOC-COUNT           PIC 9(07).
           05  PPT-TOTAL-CHARGES       PIC 9(11)V99.
           05  FILLER                  PIC X(209).

       FD  PAPREJ-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  PAPREJ-RECORD.
           05  PPR-DOC-ID              PIC X(20).
           05  PPR-FORM-TYPE           PIC X(04).
           05  PPR-MEMBER-ID           PIC X(12).
           05  PPR-REASON-CODE         PIC X(04).
           05  PPR-REASON-DESC         PIC X(60).
           05  PPR-REJECT-DATE         PIC X(08).
           05  FILLER                  PIC X(12).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-PAPIN-STATUS         PIC X(02).
           05  WS-PAPREJ-STATUS        PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-VALID-DOC-SW         PIC X(01) VALUE 'Y'.
               88  WS-DOC-VALID        VALUE 'Y'.
               88  WS-DOC-INVALID      VALUE 'N'.
           05  WS-HAVE-DOC-SW          PIC X(01) VALUE 'N'.
               88  WS-HAVE-DOC         VALUE 'Y'.
               88  WS-NO-DOC           VALUE 'N'.
           05  WS-TRAILER-SW           PIC X(01) VALUE 'N'.
               88  WS-TRAILER-READ     VALUE 'Y'.

      *--- A CAPTURED FIELD BELOW THIS CONFIDENCE IS NOT TRUSTED ---
      *    AND THE DOCUMENT GOES TO KEY VERIFICATION             ---
       01  WS-CONFIDENCE-FLOOR         PIC 9(03) VALUE 090.

      *--- THE DOCUMENT BEING ASSEMBLED FROM ITS H/D/L RECORDS ---
       01  WS-DOC-HEADER.
           05  WS-DOC-ID               PIC X(20).
           05  WS-DOC-FORM-TYPE        PIC X(04).
           05  WS-DOC-RECEIPT-DATE     PIC X(08).
           05  WS-DOC-MEMBER-ID        PIC X(12).
           05  WS-DOC-PATIENT-ACCT     PIC X(20).
           05  WS-DOC-MEMBER-DOB       PIC X(08).
           05  WS-DOC-MEMBER-SEX       PIC X(01).
           05  WS-DOC-BILLING-NPI      PIC X(10).
           05  WS-DOC-RENDERING-NPI    PIC X(10).
           05  WS-DOC-FACILITY-NPI     PIC X(10).
           05  WS-DOC-REFERRING-NPI    PIC X(10).
           05  WS-DOC-PROVIDER-TIN     PIC X(09).
           05  WS-DOC-PLACE-OF-SVC     PIC X(02).
           05  WS-DOC-TYPE-OF-BILL     PIC X(04).
           05  WS-DOC-DISCHARGE-STAT   PIC X(02).
           05  WS-DOC-FREQUENCY        PIC X(01).
           05  WS-DOC-TOTAL-CHARGES    PIC S9(09)V99 COMP-3.
           05  WS-DOC-MIN-CONFIDENCE   PIC 9(03).
           05  WS-DOC-LOW-CONF-FIELD   PIC X(10).
           05  WS-DOC-DIAG-COUNT       PIC 9(03) COMP.
           05  WS-DOC-LINE-COUNT       PIC 9(03) COMP.
           05  WS-DOC-LINE-TOTAL       PIC S9(09)V99 COMP-3.

       01  WS-DOC-DIAG-TABLE.
           05  WS-DOC-DIAG             OCCURS 25 TIMES.
               10  WS-DD-DIAG-CODE     PIC X(08).
               10  WS-DD-POA-IND       PIC X(01).

       01  WS-DOC-LINE-TABLE.
           05  WS-DOC-LINE             OCCURS 50 TIMES.
               10  WS-DL-PROC-CODE     PIC X(05).
               10  WS-DL-MODIFIER-1    PIC X(02).
               10  WS-DL-MODIFIER-2    PIC X(02).
               10  WS-DL-REV-CODE      PIC X(04).
               10  WS-DL-DOS-FROM      PIC X(08).
               10  WS-DL-DOS-THRU      PIC X(08).
               10  WS-DL-UNITS         PIC S9(05)V99 COMP-3.
               10  WS-DL-LINE-CHARGE   PIC S9(07)V99 COMP-3.
               10  WS-DL-NDC-CODE      PIC X(11).
               10  WS-DL-DIAG-PTR-1    PIC S9(04) COMP.
               10  WS-DL-DIAG-PTR-2    PIC S9(04) COMP.
               10  WS-DL-DIAG-PTR-3    PIC S9(04) COMP.
               10  WS-DL-DIAG-PTR-4    PIC S9(04) COMP.

       01  WS-IDX                      PIC 9(03) COMP.

      *--- STAGING HOST VARIABLES ---
       01  WS-STG-FIELDS.
           05  WS-STG-CLAIM-ID         PIC X(15).
           05  WS-STG-CLAIM-TYPE       PIC X(02).
           05  WS-STG-SUBSCRIBER-ID    PIC X(12).
           05  WS-STG-PRINC-DIAG       PIC X(08).
           05  WS-STG-LINE-SEQ         PIC 9(03).
           05  WS-STG-DIAG-SEQ         PIC 9(03).
           05  WS-STG-CLAIM-SEQ        PIC 9(07).
           05  WS-STG-DUP-COUNT        PIC 9(05).
           05  WS-STG-PRV-COUNT        PIC 9(05).

      *--- CLAIM ID SEQUENCE ON THE SHARED CONTROL TABLE ---
       01  WS-SEQ-CONTROL-ID           PIC X(08) VALUE 'PAPRIN01'.
       01  WS-LAST-CLAIM-SEQ           PIC 9(15) VALUE ZERO.

      *--- REJECT REASON FOR THE DOCUMENT IN HAND ---
       01  WS-REJECT-CODE              PIC X(04).
       01  WS-REJECT-DESC              PIC X(60).

       01  WS-COUNTERS.
           05  WS-DOCS-RECEIVED        PIC 9(07) VALUE ZERO.
           05  WS-DOCS-STAGED          PIC 9(07) VALUE ZERO.
           05  WS-DOCS-KEY-VERIFY      PIC 9(07) VALUE ZERO.
           05  WS-DOCS-REJECTED        PIC 9(07) VALUE ZERO.
           05  WS-RECEIVED-CHARGES     PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-STAGED-CHARGES       PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-KEY-VERIFY-CHARGES   PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-REJECTED-CHARGES     PIC S9(13)V99 COMP-3
                                       VALUE ZERO.
           05  WS-TRAILER-DOC-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-TRAILER-CHARGES      PIC S9(13)V99 COMP-3
                                       VALUE ZERO.

      *--- BALANCE_CONTROL HOST VARIABLES ---
       01  WS-BAL-CATEGORY             PIC X(10).
       01  WS-BAL-COUNT                PIC S9(09) COMP-3.
       01  WS-BAL-AMOUNT               PIC S9(13)V99 COMP-3.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECORD
               UNTIL WS-EOF
           IF WS-HAVE-DOC
               PERFORM 3000-DISPOSE-DOCUMENT
           END-IF
           PERFORM 7000-PROVE-TRAILER
           PERFORM 7500-WRITE-BALANCE-CONTROL
           PERFORM 8500-SAVE-CLAIM-SEQUENCE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'PAPRIN01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT  PAPIN-FILE
           IF WS-PAPIN-STATUS NOT = '00'
               DISPLAY 'PAPRIN01: OPEN ERROR INPUT - '
                       WS-PAPIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PAPREJ-FILE
           PERFORM 1100-LOAD-CLAIM-SEQUENCE
           PERFORM 8000-READ-INPUT.

       1100-LOAD-CLAIM-SEQUENCE.
           EXEC SQL
               SELECT LAST_TRACE_NBR
               INTO   :WS-LAST-CLAIM-SEQ
               FROM   HCAS.EDI_TRACE_CONTROL
               WHERE  PROGRAM_ID = :WS-SEQ-CONTROL-ID
           END-EXEC
           IF SQLCODE = +100
               MOVE ZERO TO WS-LAST-CLAIM-SEQ
               EXEC SQL
                   INSERT INTO HCAS.EDI_TRACE_CONTROL
                       (PROGRAM_ID, LAST_TRACE_NBR)
                   VALUES
                       (:WS-SEQ-CONTROL-ID, 0)
               END-EXEC
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'PAPRIN01: SEQUENCE CONTROL READ ERROR '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN PPI-HEADER
                   IF WS-HAVE-DOC
                       PERFORM 3000-DISPOSE-DOCUMENT
                   END-IF
                   PERFORM 2100-START-DOCUMENT
               WHEN PPI-DIAG
                   PERFORM 2200-ADD-DIAGNOSIS
               WHEN PPI-LINE
                   PERFORM 2300-ADD-SERVICE-LINE
               WHEN PPI-TRAILER
                   IF WS-HAVE-DOC
                       PERFORM 3000-DISPOSE-DOCUMENT
                   END-IF
                   SET WS-TRAILER-READ TO TRUE
                   MOVE PPT-DOC-COUNT     TO WS-TRAILER-DOC-COUNT
                   MOVE PPT-TOTAL-CHARGES TO WS-TRAILER-CHARGES
               WHEN OTHER
                   DISPLAY 'PAPRIN01: UNKNOWN RECORD TYPE '
                           PPI-REC-TYPE ' DOC=' PPI-DOC-ID
           END-EVALUATE
           PERFORM 8000-READ-INPUT.

       2100-START-DOCUMENT.
           INITIALIZE WS-DOC-HEADER
           INITIALIZE WS-DOC-DIAG-TABLE
           INITIALIZE WS-DOC-LINE-TABLE
           SET WS-HAVE-DOC TO TRUE
           SET WS-DOC-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-CODE
           MOVE SPACES TO WS-REJECT-DESC
           ADD 1 TO WS-DOCS-RECEIVED
           MOVE PPI-DOC-ID          TO WS-DOC-ID
           MOVE PPH-FORM-TYPE       TO WS-DOC-FORM-TYPE
           MOVE PPH-RECEIPT-DATE    TO WS-DOC-RECEIPT-DATE
           MOVE PPH-MEMBER-ID       TO WS-DOC-MEMBER-ID
           MOVE PPH-PATIENT-ACCT    TO WS-DOC-PATIENT-ACCT
           MOVE PPH-MEMBER-DOB      TO WS-DOC-MEMBER-DOB
           MOVE PPH-MEMBER-SEX      TO WS-DOC-MEMBER-SEX
           MOVE PPH-BILLING-NPI     TO WS-DOC-BILLING-NPI
           MOVE PPH-RENDERING-NPI   TO WS-DOC-RENDERING-NPI
           MOVE PPH-FACILITY-NPI    TO WS-DOC-FACILITY-NPI
           MOVE PPH-REFERRING-NPI   TO WS-DOC-REFERRING-NPI
           MOVE PPH-PROVIDER-TIN    TO WS-DOC-PROVIDER-TIN
           MOVE PPH-PLACE-OF-SVC    TO WS-DOC-PLACE-OF-SVC
           MOVE PPH-TYPE-OF-BILL    TO WS-DOC-TYPE-OF-BILL
           MOVE PPH-DISCHARGE-STATUS TO WS-DOC-DISCHARGE-STAT
           MOVE PPH-FREQUENCY-CODE  TO WS-DOC-FREQUENCY
           MOVE PPH-MIN-CONFIDENCE  TO WS-DOC-MIN-CONFIDENCE
           MOVE PPH-LOW-CONF-FIELD  TO WS-DOC-LOW-CONF-FIELD
           IF PPH-TOTAL-CHARGES IS NUMERIC
               MOVE PPH-TOTAL-CHARGES TO WS-DOC-TOTAL-CHARGES
           ELSE
               MOVE ZERO TO WS-DOC-TOTAL-CHARGES
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P010' TO WS-REJECT-CODE
               MOVE 'TOTAL CHARGES NOT NUMERIC' TO WS-REJECT-DESC
           END-IF
           ADD WS-DOC-TOTAL-CHARGES TO WS-RECEIVED-CHARGES
           IF PPH-MIN-CONFIDENCE IS NOT NUMERIC
               MOVE ZERO TO WS-DOC-MIN-CONFIDENCE
               MOVE 'HEADER' TO WS-DOC-LOW-CONF-FIELD
           END-IF.

       2200-ADD-DIAGNOSIS.
           IF WS-NO-DOC OR PPI-DOC-ID NOT = WS-DOC-ID
               PERFORM 2900-ORPHAN-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-DOC-DIAG-COUNT >= 25
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P020' TO WS-REJECT-CODE
               MOVE 'MORE THAN 25 DIAGNOSIS CODES' TO WS-REJECT-DESC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DOC-DIAG-COUNT
           MOVE PPD-DIAG-CODE TO WS-DD-DIAG-CODE(WS-DOC-DIAG-COUNT)
           MOVE PPD-POA-IND   TO WS-DD-POA-IND(WS-DOC-DIAG-COUNT)
           IF PPD-MIN-CONFIDENCE IS NOT NUMERIC
               MOVE ZERO TO PPD-MIN-CONFIDENCE
               MOVE 'DIAGNOSIS' TO PPD-LOW-CONF-FIELD
           END-IF
           IF PPD-MIN-CONFIDENCE < WS-DOC-MIN-CONFIDENCE
               MOVE PPD-MIN-CONFIDENCE TO WS-DOC-MIN-CONFIDENCE
               MOVE PPD-LOW-CONF-FIELD TO WS-DOC-LOW-CONF-FIELD
           END-IF.

       2300-ADD-SERVICE-LINE.
           IF WS-NO-DOC OR PPI-DOC-ID NOT = WS-DOC-ID
               PERFORM 2900-ORPHAN-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-DOC-LINE-COUNT >= 50
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P030' TO WS-REJECT-CODE
               MOVE 'MORE THAN 50 SERVICE LINES' TO WS-REJECT-DESC
               EXIT PARAGRAPH
           END-IF
           IF PPL-UNITS IS NOT NUMERIC
           OR PPL-LINE-CHARGE IS NOT NUMERIC
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P040' TO WS-REJECT-CODE
               MOVE 'LINE UNITS OR CHARGE NOT NUMERIC'
                   TO WS-REJECT-DESC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DOC-LINE-COUNT
           MOVE WS-DOC-LINE-COUNT TO WS-IDX
           MOVE PPL-PROC-CODE    TO WS-DL-PROC-CODE(WS-IDX)
           MOVE PPL-MODIFIER-1   TO WS-DL-MODIFIER-1(WS-IDX)
           MOVE PPL-MODIFIER-2   TO WS-DL-MODIFIER-2(WS-IDX)
           MOVE PPL-REV-CODE     TO WS-DL-REV-CODE(WS-IDX)
           MOVE PPL-DOS-FROM     TO WS-DL-DOS-FROM(WS-IDX)
           MOVE PPL-DOS-THRU     TO WS-DL-DOS-THRU(WS-IDX)
           MOVE PPL-UNITS        TO WS-DL-UNITS(WS-IDX)
           MOVE PPL-LINE-CHARGE  TO WS-DL-LINE-CHARGE(WS-IDX)
           MOVE PPL-NDC-CODE     TO WS-DL-NDC-CODE(WS-IDX)
           IF PPL-DIAG-PTR-1 IS NUMERIC
               MOVE PPL-DIAG-PTR-1 TO WS-DL-DIAG-PTR-1(WS-IDX)
           END-IF
           IF PPL-DIAG-PTR-2 IS NUMERIC
               MOVE PPL-DIAG-PTR-2 TO WS-DL-DIAG-PTR-2(WS-IDX)
           END-IF
           IF PPL-DIAG-PTR-3 IS NUMERIC
               MOVE PPL-DIAG-PTR-3 TO WS-DL-DIAG-PTR-3(WS-IDX)
           END-IF
           IF PPL-DIAG-PTR-4 IS NUMERIC
               MOVE PPL-DIAG-PTR-4 TO WS-DL-DIAG-PTR-4(WS-IDX)
           END-IF
      *--- A LINE WITHOUT A THROUGH DATE IS A SINGLE-DAY SERVICE ---
           IF WS-DL-DOS-THRU(WS-IDX) = SPACES
               MOVE WS-DL-DOS-FROM(WS-IDX) TO WS-DL-DOS-THRU(WS-IDX)
           END-IF
           IF WS-DL-UNITS(WS-IDX) = ZERO
               MOVE 1 TO WS-DL-UNITS(WS-IDX)
           END-IF
           ADD WS-DL-LINE-CHARGE(WS-IDX) TO WS-DOC-LINE-TOTAL
           IF PPL-MIN-CONFIDENCE IS NOT NUMERIC
               MOVE ZERO TO PPL-MIN-CONFIDENCE
               MOVE 'LINE' TO PPL-LOW-CONF-FIELD
           END-IF
           IF PPL-MIN-CONFIDENCE < WS-DOC-MIN-CONFIDENCE
               MOVE PPL-MIN-CONFIDENCE TO WS-DOC-MIN-CONFIDENCE
               MOVE PPL-LOW-CONF-FIELD TO WS-DOC-LOW-CONF-FIELD
           END-IF.

       2900-ORPHAN-RECORD.
      *--- A DETAIL RECORD THAT DOES NOT FOLLOW ITS OWN HEADER ---
      *    CANNOT BE ATTACHED TO A CLAIM - SEND IT BACK         ---
           INITIALIZE PAPREJ-RECORD
           MOVE PPI-DOC-ID     TO PPR-DOC-ID
           MOVE 'P090'         TO PPR-REASON-CODE
           MOVE 'DETAIL RECORD OUT OF SEQUENCE - NO MATCHING HEADER'
               TO PPR-REASON-DESC
           MOVE WS-CURRENT-DATE TO PPR-REJECT-DATE
           WRITE PAPREJ-RECORD
           IF WS-HAVE-DOC
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P090' TO WS-REJECT-CODE
               MOVE 'DOCUMENT DETAIL OUT OF SEQUENCE'
                   TO WS-REJECT-DESC
           END-IF.

       3000-DISPOSE-DOCUMENT.
      *--- LOW CONFIDENCE WINS OVER VALIDATION - A MIS-READ FIELD ---
      *    WOULD OTHERWISE BOUNCE A GOOD CLAIM BACK TO THE VENDOR ---
           SET WS-NO-DOC TO TRUE
           IF WS-DOC-MIN-CONFIDENCE < WS-CONFIDENCE-FLOOR
               PERFORM 5000-QUEUE-KEY-VERIFY
               EXIT PARAGRAPH
           END-IF
           IF WS-DOC-VALID
               PERFORM 3100-VALIDATE-DOCUMENT
           END-IF
           IF WS-DOC-VALID
               PERFORM 4000-STAGE-CLAIM
           END-IF
           IF WS-DOC-INVALID
               PERFORM 6000-WRITE-REJECT
           END-IF.

       3100-VALIDATE-DOCUMENT.
           EVALUATE TRUE
               WHEN WS-DOC-FORM-TYPE = '1500'
                   MOVE 'PR' TO WS-STG-CLAIM-TYPE
               WHEN WS-DOC-FORM-TYPE = 'UB04'
                   MOVE 'IN' TO WS-STG-CLAIM-TYPE
               WHEN OTHER
                   SET WS-DOC-INVALID TO TRUE
                   MOVE 'P100' TO WS-REJECT-CODE
                   MOVE 'FORM TYPE MUST BE 1500 OR UB04'
                       TO WS-REJECT-DESC
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-DOC-MEMBER-ID = SPACES
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P110' TO WS-REJECT-CODE
               MOVE 'MEMBER ID IS REQUIRED' TO WS-REJECT-DESC
               EXIT PARAGRAPH
           END-IF
           IF WS-DOC-BILLING-NPI = SPACES
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P120' TO WS-REJECT-CODE
               MOVE 'BILLING PROVIDER NPI IS REQUIRED'
                   TO WS-REJECT-DESC
               EXIT PARAGRAPH
           END-IF
           IF WS-DOC-RECEIPT-DATE IS NOT NUMERIC
               MOVE WS-CURRENT-DATE TO WS-DOC-RECEIPT-DATE
           END-IF
           IF WS-DOC-TOTAL-CHARGES NOT > ZERO
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P130' TO WS-REJECT-CODE
               MOVE 'TOTAL CHARGES MUST BE GREATER THAN ZERO'
                   TO WS-REJECT-DESC
               EXIT PARAGRAPH
           END-IF
           IF WS-DOC-DIAG-COUNT = ZERO
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P140' TO WS-REJECT-CODE
               MOVE 'AT LEAST ONE DIAGNOSIS CODE IS REQUIRED'
                   TO WS-REJECT-DESC
               EXIT PARAGRAPH
           END-IF
           IF WS-DOC-LINE-COUNT = ZERO
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P150' TO WS-REJECT-CODE
               MOVE 'AT LEAST ONE SERVICE LINE IS REQUIRED'
                   TO WS-REJECT-DESC
               EXIT PARAGRAPH
           END-IF
           IF WS-DOC-LINE-TOTAL NOT = WS-DOC-TOTAL-CHARGES
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P160' TO WS-REJECT-CODE
               MOVE 'LINE CHARGES DO NOT EQUAL THE CLAIM TOTAL'
                   TO WS-REJECT-DESC
               EXIT PARAGRAPH
           END-IF
           IF WS-STG-CLAIM-TYPE = 'IN'
           AND WS-DOC-TYPE-OF-BILL = SPACES
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P170' TO WS-REJECT-CODE
               MOVE 'UB-04 TYPE OF BILL IS REQUIRED'
                   TO WS-REJECT-DESC
               EXIT PARAGRAPH
           END-IF
           PERFORM 3200-VALIDATE-ONE-LINE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-DOC-LINE-COUNT
               OR WS-DOC-INVALID
           IF WS-DOC-INVALID
               EXIT PARAGRAPH
           END-IF
           PERFORM 3300-VALIDATE-MEMBER
           IF WS-DOC-INVALID
               EXIT PARAGRAPH
           END-IF
           PERFORM 3400-VALIDATE-PROVIDER
           IF WS-DOC-INVALID
               EXIT PARAGRAPH
           END-IF
           PERFORM 3500-CHECK-DUPLICATE-IMAGE.

       3200-VALIDATE-ONE-LINE.
           IF WS-DL-DOS-FROM(WS-IDX) IS NOT NUMERIC
           OR WS-DL-DOS-THRU(WS-IDX) IS NOT NUMERIC
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P200' TO WS-REJECT-CODE
               MOVE 'SERVICE LINE DATE OF SERVICE IS INVALID'
                   TO WS-REJECT-DESC
           ELSE
               IF WS-STG-CLAIM-TYPE = 'PR'
               AND WS-DL-PROC-CODE(WS-IDX) = SPACES
                   SET WS-DOC-INVALID TO TRUE
                   MOVE 'P210' TO WS-REJECT-CODE
                   MOVE 'CMS-1500 LINE PROCEDURE CODE IS REQUIRED'
                       TO WS-REJECT-DESC
               END-IF
               IF WS-STG-CLAIM-TYPE = 'IN'
               AND WS-DL-REV-CODE(WS-IDX) = SPACES
                   SET WS-DOC-INVALID TO TRUE
                   MOVE 'P220' TO WS-REJECT-CODE
                   MOVE 'UB-04 LINE REVENUE CODE IS REQUIRED'
                       TO WS-REJECT-DESC
               END-IF
           END-IF.

       3300-VALIDATE-MEMBER.
           MOVE SPACES TO WS-STG-SUBSCRIBER-ID
           EXEC SQL
               SELECT SUBSCRIBER_ID
               INTO :WS-STG-SUBSCRIBER-ID
               FROM HCAS.MEMBER
               WHERE MEMBER_ID = :WS-DOC-MEMBER-ID
           END-EXEC
           IF SQLCODE = +100
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P300' TO WS-REJECT-CODE
               MOVE 'MEMBER NOT FOUND ON HCAS.MEMBER'
                   TO WS-REJECT-DESC
           ELSE IF SQLCODE NOT = ZERO
               SET WS-DOC-INVALID TO TRUE
               DISPLAY 'PAPRIN01: MEMBER LOOKUP ERROR SQLCODE='
                       SQLCODE ' DOC=' WS-DOC-ID
               MOVE 'P305' TO WS-REJECT-CODE
               MOVE 'DB2 ERROR ON MEMBER LOOKUP'
                   TO WS-REJECT-DESC
           END-IF.

       3400-VALIDATE-PROVIDER.
           MOVE ZERO TO WS-STG-PRV-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-STG-PRV-COUNT
               FROM HCAS.PROVIDER
               WHERE NPI = :WS-DOC-BILLING-NPI
           END-EXEC
           IF SQLCODE NOT = ZERO OR WS-STG-PRV-COUNT = ZERO
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P310' TO WS-REJECT-CODE
               MOVE 'BILLING NPI NOT FOUND ON HCAS.PROVIDER'
                   TO WS-REJECT-DESC
           END-IF.

       3500-CHECK-DUPLICATE-IMAGE.
      *--- THE VENDOR RE-SENDS A DOCUMENT WHEN IT RE-SCANS; THE  ---
      *    FIRST CAPTURE OF AN IMAGE IS THE ONE WE KEEP          ---
           MOVE ZERO TO WS-STG-DUP-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-STG-DUP-COUNT
               FROM HCAS.CLAIM_STAGING
               WHERE IMAGE_DOC_ID = :WS-DOC-ID
           END-EXEC
           IF SQLCODE = ZERO AND WS-STG-DUP-COUNT > ZERO
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P320' TO WS-REJECT-CODE
               MOVE 'DOCUMENT ALREADY STAGED - DUPLICATE IMAGE ID'
                   TO WS-REJECT-DESC
           END-IF.

       4000-STAGE-CLAIM.
      *--- PAPER CLAIM IDS ARE 'PP' PLUS THE RUN DATE AND A      ---
      *    SEQUENCE HELD ON HCAS.EDI_TRACE_CONTROL               ---
           ADD 1 TO WS-LAST-CLAIM-SEQ
           MOVE WS-LAST-CLAIM-SEQ TO WS-STG-CLAIM-SEQ
           MOVE SPACES TO WS-STG-CLAIM-ID
           STRING 'PP'                  DELIMITED SIZE
                  WS-CURRENT-DATE(3:6)  DELIMITED SIZE
                  WS-STG-CLAIM-SEQ      DELIMITED SIZE
                  INTO WS-STG-CLAIM-ID
           END-STRING
           MOVE WS-DD-DIAG-CODE(1) TO WS-STG-PRINC-DIAG
           IF WS-STG-CLAIM-TYPE = 'IN'
           AND WS-DOC-FREQUENCY = SPACE
               MOVE WS-DOC-TYPE-OF-BILL(4:1) TO WS-DOC-FREQUENCY
           END-IF
           IF WS-DOC-FREQUENCY = SPACE
               MOVE '1' TO WS-DOC-FREQUENCY
           END-IF
           EXEC SQL
               INSERT INTO HCAS.CLAIM_STAGING
                   (CLAIM_ID, CLAIM_TYPE, MEMBER_ID,
                    SUBSCRIBER_ID, PATIENT_ACCT_NO,
                    MEMBER_DOB, MEMBER_SEX,
                    BILLING_NPI, RENDERING_NPI, FACILITY_NPI,
                    REFERRING_NPI, PLACE_OF_SERVICE,
                    PROVIDER_TAX_ID, PRINCIPAL_DIAG,
                    TOTAL_CHARGES, RECEIPT_DATE,
                    SOURCE_CODE, PROCESS_STATUS,
                    FREQUENCY_CODE, TYPE_OF_BILL,
                    DISCHARGE_STATUS, IMAGE_DOC_ID)
               VALUES
                   (:WS-STG-CLAIM-ID, :WS-STG-CLAIM-TYPE,
                    :WS-DOC-MEMBER-ID,
                    :WS-STG-SUBSCRIBER-ID, :WS-DOC-PATIENT-ACCT,
                    :WS-DOC-MEMBER-DOB, :WS-DOC-MEMBER-SEX,
                    :WS-DOC-BILLING-NPI, :WS-DOC-RENDERING-NPI,
                    :WS-DOC-FACILITY-NPI,
                    :WS-DOC-REFERRING-NPI, :WS-DOC-PLACE-OF-SVC,
                    :WS-DOC-PROVIDER-TIN, :WS-STG-PRINC-DIAG,
                    :WS-DOC-TOTAL-CHARGES, :WS-DOC-RECEIPT-DATE,
                    'PP', 'R',
                    :WS-DOC-FREQUENCY, :WS-DOC-TYPE-OF-BILL,
                    :WS-DOC-DISCHARGE-STAT, :WS-DOC-ID)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PAPRIN01: STAGING INSERT ERROR SQLCODE='
                       SQLCODE ' DOC=' WS-DOC-ID
               EXEC SQL ROLLBACK END-EXEC
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P400' TO WS-REJECT-CODE
               MOVE 'DB2 INSERT FAILED - SEE SYSTEM LOG'
                   TO WS-REJECT-DESC
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-STAGE-ONE-DIAG
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-DOC-DIAG-COUNT
               OR WS-DOC-INVALID
           MOVE ZERO TO WS-STG-LINE-SEQ
           PERFORM 4200-STAGE-ONE-LINE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-DOC-LINE-COUNT
               OR WS-DOC-INVALID
           IF WS-DOC-VALID
               EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-DOCS-STAGED
               ADD WS-DOC-TOTAL-CHARGES TO WS-STAGED-CHARGES
           END-IF.

       4100-STAGE-ONE-DIAG.
           MOVE WS-IDX TO WS-STG-DIAG-SEQ
           EXEC SQL
               INSERT INTO HCAS.CLAIM_DIAG_STAGING
                   (CLAIM_ID, DIAG_SEQ, DIAG_CODE, POA_IND)
               VALUES
                   (:WS-STG-CLAIM-ID, :WS-STG-DIAG-SEQ,
                    :WS-DD-DIAG-CODE(WS-IDX),
                    :WS-DD-POA-IND(WS-IDX))
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PAPRIN01: DIAG INSERT ERROR SQLCODE='
                       SQLCODE ' DOC=' WS-DOC-ID
               EXEC SQL ROLLBACK END-EXEC
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P410' TO WS-REJECT-CODE
               MOVE 'DB2 DIAGNOSIS INSERT FAILED - NOT STAGED'
                   TO WS-REJECT-DESC
           END-IF.

       4200-STAGE-ONE-LINE.
           ADD 1 TO WS-STG-LINE-SEQ
           EXEC SQL
               INSERT INTO HCAS.CLAIM_LINE_STAGING
                   (CLAIM_ID, LINE_SEQ, PROC_CODE,
                    MODIFIER_1, MODIFIER_2, REV_CODE,
                    DOS_FROM, DOS_THRU,
                    UNITS, LINE_CHARGE, NDC_CODE,
                    DIAG_PTR_1, DIAG_PTR_2,
                    DIAG_PTR_3, DIAG_PTR_4)
               VALUES
                   (:WS-STG-CLAIM-ID, :WS-STG-LINE-SEQ,
                    :WS-DL-PROC-CODE(WS-IDX),
                    :WS-DL-MODIFIER-1(WS-IDX),
                    :WS-DL-MODIFIER-2(WS-IDX),
                    :WS-DL-REV-CODE(WS-IDX),
                    :WS-DL-DOS-FROM(WS-IDX),
                    :WS-DL-DOS-THRU(WS-IDX),
                    :WS-DL-UNITS(WS-IDX),
                    :WS-DL-LINE-CHARGE(WS-IDX),
                    :WS-DL-NDC-CODE(WS-IDX),
                    :WS-DL-DIAG-PTR-1(WS-IDX),
                    :WS-DL-DIAG-PTR-2(WS-IDX),
                    :WS-DL-DIAG-PTR-3(WS-IDX),
                    :WS-DL-DIAG-PTR-4(WS-IDX))
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PAPRIN01: LINE INSERT ERROR SQLCODE='
                       SQLCODE ' DOC=' WS-DOC-ID
               EXEC SQL ROLLBACK END-EXEC
               SET WS-DOC-INVALID TO TRUE
               MOVE 'P420' TO WS-REJECT-CODE
               MOVE 'DB2 LINE INSERT FAILED - CLAIM NOT STAGED'
                   TO WS-REJECT-DESC
           END-IF.

       5000-QUEUE-KEY-VERIFY.
      *--- THE CLERK WORKS THE QUEUE FROM THE IMAGE, SO THE ROW  ---
      *    CARRIES THE IMAGE ID AND THE FIELD THAT FAILED        ---
           EXEC SQL
               INSERT INTO HCAS.KEY_VERIFY_QUEUE
                   (IMAGE_DOC_ID, FORM_TYPE, MEMBER_ID,
                    BILLING_NPI, TOTAL_CHARGES, RECEIPT_DATE,
                    LOW_CONF_FIELD, CONFIDENCE,
                    QUEUE_DATE, QUEUE_STATUS)
               VALUES
                   (:WS-DOC-ID, :WS-DOC-FORM-TYPE,
                    :WS-DOC-MEMBER-ID,
                    :WS-DOC-BILLING-NPI, :WS-DOC-TOTAL-CHARGES,
                    :WS-DOC-RECEIPT-DATE,
                    :WS-DOC-LOW-CONF-FIELD, :WS-DOC-MIN-CONFIDENCE,
                    :WS-CURRENT-DATE, 'O')
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-DOCS-KEY-VERIFY
                   ADD WS-DOC-TOTAL-CHARGES TO WS-KEY-VERIFY-CHARGES
               WHEN -803
      *---         ALREADY WAITING FOR A CLERK FROM AN EARLIER SEND ---
                   SET WS-DOC-INVALID TO TRUE
                   MOVE 'P330' TO WS-REJECT-CODE
                   MOVE 'DOCUMENT ALREADY IN KEY VERIFICATION'
                       TO WS-REJECT-DESC
                   PERFORM 6000-WRITE-REJECT
               WHEN OTHER
                   DISPLAY 'PAPRIN01: KEY VERIFY INSERT ERROR '
                           'SQLCODE=' SQLCODE ' DOC=' WS-DOC-ID
                   SET WS-DOC-INVALID TO TRUE
                   MOVE 'P430' TO WS-REJECT-CODE
                   MOVE 'DB2 KEY VERIFY INSERT FAILED'
                       TO WS-REJECT-DESC
                   PERFORM 6000-WRITE-REJECT
           END-EVALUATE.

       6000-WRITE-REJECT.
           INITIALIZE PAPREJ-RECORD
           MOVE WS-DOC-ID          TO PPR-DOC-ID
           MOVE WS-DOC-FORM-TYPE   TO PPR-FORM-TYPE
           MOVE WS-DOC-MEMBER-ID   TO PPR-MEMBER-ID
           MOVE WS-REJECT-CODE     TO PPR-REASON-CODE
           MOVE WS-REJECT-DESC     TO PPR-REASON-DESC
           MOVE WS-CURRENT-DATE    TO PPR-REJECT-DATE
           WRITE PAPREJ-RECORD
           ADD 1 TO WS-DOCS-REJECTED
           ADD WS-DOC-TOTAL-CHARGES TO WS-REJECTED-CHARGES.

       7000-PROVE-TRAILER.
      *--- WHAT WE COUNTED MUST MATCH WHAT THE VENDOR SAYS IT    ---
      *    SENT; A SHORT FILE ENDS THE RUN WITH RETURN CODE 4    ---
           IF NOT WS-TRAILER-READ
               DISPLAY 'PAPRIN01: *** NO TRAILER RECORD - FILE MAY '
                       'BE TRUNCATED ***'
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               IF WS-TRAILER-DOC-COUNT NOT = WS-DOCS-RECEIVED
               OR WS-TRAILER-CHARGES NOT = WS-RECEIVED-CHARGES
                   DISPLAY 'PAPRIN01: *** TRAILER OUT OF BALANCE '
                           '- VENDOR DOCS=' WS-TRAILER-DOC-COUNT
                           ' RECEIVED=' WS-DOCS-RECEIVED ' ***'
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       7500-WRITE-BALANCE-CONTROL.
           MOVE 'RECEIVED  '          TO WS-BAL-CATEGORY
           MOVE WS-DOCS-RECEIVED      TO WS-BAL-COUNT
           MOVE WS-RECEIVED-CHARGES   TO WS-BAL-AMOUNT
           PERFORM 7510-INSERT-BALANCE-ROW
           MOVE 'STAGED    '          TO WS-BAL-CATEGORY
           MOVE WS-DOCS-STAGED        TO WS-BAL-COUNT
           MOVE WS-STAGED-CHARGES     TO WS-BAL-AMOUNT
           PERFORM 7510-INSERT-BALANCE-ROW
           MOVE 'KEYVERIFY '          TO WS-BAL-CATEGORY
           MOVE WS-DOCS-KEY-VERIFY    TO WS-BAL-COUNT
           MOVE WS-KEY-VERIFY-CHARGES TO WS-BAL-AMOUNT
           PERFORM 7510-INSERT-BALANCE-ROW
           MOVE 'REJECTED  '          TO WS-BAL-CATEGORY
           MOVE WS-DOCS-REJECTED      TO WS-BAL-COUNT
           MOVE WS-REJECTED-CHARGES   TO WS-BAL-AMOUNT
           PERFORM 7510-INSERT-BALANCE-ROW
           EXEC SQL COMMIT END-EXEC.

       7510-INSERT-BALANCE-ROW.
           EXEC SQL
               INSERT INTO HCAS.BALANCE_CONTROL
                   (CYCLE_DATE, PROGRAM_ID, CATEGORY,
                    REC_COUNT, AMOUNT, ENTRY_TS)
               VALUES
                   (:WS-CURRENT-DATE, :WS-PROGRAM-ID,
                    :WS-BAL-CATEGORY, :WS-BAL-COUNT,
                    :WS-BAL-AMOUNT, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PAPRIN01: BALANCE CONTROL INSERT ERROR '
                       'SQLCODE=' SQLCODE ' CAT=' WS-BAL-CATEGORY
           END-IF.

       8000-READ-INPUT.
           READ PAPIN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       8500-SAVE-CLAIM-SEQUENCE.
           EXEC SQL
               UPDATE HCAS.EDI_TRACE_CONTROL
               SET    LAST_TRACE_NBR = :WS-LAST-CLAIM-SEQ
               WHERE  PROGRAM_ID = :WS-SEQ-CONTROL-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PAPRIN01: SEQUENCE CONTROL UPDATE ERROR '
                       'SQLCODE=' SQLCODE
           END-IF
           EXEC SQL COMMIT END-EXEC.

       9000-TERMINATE.
           DISPLAY '============================================'
           DISPLAY 'PAPRIN01: PAPER CLAIM INTAKE STATISTICS'
           DISPLAY '============================================'
           DISPLAY '  RECORDS READ:        ' WS-RECORDS-READ
           DISPLAY '  DOCUMENTS RECEIVED:  ' WS-DOCS-RECEIVED
           DISPLAY '  CLAIMS STAGED:       ' WS-DOCS-STAGED
           DISPLAY '  TO KEY VERIFICATION: ' WS-DOCS-KEY-VERIFY
           DISPLAY '  DOCUMENTS REJECTED:  ' WS-DOCS-REJECTED
           DISPLAY '  VENDOR TRAILER DOCS: ' WS-TRAILER-DOC-COUNT
           DISPLAY '============================================'
           CLOSE PAPIN-FILE
           CLOSE PAPREJ-FILE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
