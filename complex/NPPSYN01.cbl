       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NPPSYN01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  NPPSYN01                                             *
      * PURPOSE:  NPPES NPI REGISTRY SYNCHRONIZATION                   *
      *           MONTHLY INTAKE OF THE CMS NPPES DISSEMINATION FILE   *
      *           (FULL MONTHLY REPLACEMENT OR WEEKLY INCREMENTAL,     *
      *           NAMED ON THE HEADER RECORD):                         *
      *           1. LOADS THE FILE INTO HCAS.NPPES_REGISTRY. A FULL   *
      *              FILE REPLACES THE REGISTRY - NPIS NOT ON IT ARE   *
      *              PURGED. A WEEKLY FILE IS APPLIED AS CHANGES.      *
      *           2. SWEEPS EVERY ACTIVE NPI ON THE PROVIDER MASTER    *
      *              VSAM AGAINST THE REGISTRY AND OPENS               *
      *              HCAS.PRV_DATA_WORKLIST ITEMS FOR PROVIDER DATA    *
      *              MANAGEMENT:                                       *
      *                DA - NPI DEACTIVATED BY CMS - PAY-HOLD REVIEW   *
      *                TX - PRIMARY TAXONOMY DIFFERS                   *
      *                NM - PROVIDER / ORGANIZATION NAME DIFFERS       *
      *                AD - PRACTICE ADDRESS DIFFERS                   *
      *              AN ITEM ALREADY RAISED FOR THE SAME NPPES VALUE   *
      *              IS NOT RAISED AGAIN. ITEMS ARE WORKED IN NPPWRK1; *
      *              ACCEPTED UPDATES ARE APPLIED BY NPPUPD01 THROUGH  *
      *              PRVLD001 SO THEY CARRY THE MASTER CHANGE          *
      *              HISTORY.                                          *
      *           3. REPORTS BILLING NPIS ON CLAIMS RECEIVED IN THE    *
      *              LAST 90 DAYS THAT ARE NOT IN NPPES AT ALL.        *
      * INPUTS:   NPPIN-FILE   - NPPES DISSEMINATION EXTRACT           *
      *           PRVMST-FILE  - PROVIDER MASTER VSAM KSDS             *
      *           DB2 TABLES   - HCAS.CLAIM_MASTER                     *
      * OUTPUTS:  DB2 TABLES   - HCAS.NPPES_REGISTRY,                  *
      *                          HCAS.PRV_DATA_WORKLIST                *
      *           NPPRPT-FILE  - SYNCHRONIZATION REPORT                *
      * FREQUENCY: MONTHLY (FULL) / WEEKLY (INCREMENTAL)               *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NPPIN-FILE
               ASSIGN TO NPPESIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NPPIN-STATUS.

           SELECT PRVMST-FILE
               ASSIGN TO PRVMSTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMF-NPI
               FILE STATUS IS WS-PRVMST-STATUS.

           SELECT NPPRPT-FILE
               ASSIGN TO NPPRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NPPIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01  NPPIN-RECORD.
           05  NPP-REC-TYPE            PIC X(01).
               88  NPP-HEADER          VALUE 'H'.
               88  NPP-DETAIL          VALUE 'D'.
               88  NPP-TRAILER         VALUE 'T'.
           05  NPP-DETAIL-DATA.
               10  NPP-NPI             PIC X(10).
               10  NPP-ENTITY-TYPE     PIC X(01).
               10  NPP-LAST-NAME       PIC X(35).
               10  NPP-FIRST-NAME      PIC X(25).
               10  NPP-ORG-NAME        PIC X(60).
               10  NPP-TAXONOMY-CODE   PIC X(10).
               10  NPP-ADDR-LINE-1     PIC X(55).
               10  NPP-CITY            PIC X(30).
               10  NPP-STATE           PIC X(02).
               10  NPP-ZIP-CODE        PIC X(09).
               10  NPP-LAST-UPDATE     PIC X(08).
               10  NPP-DEACT-DATE      PIC X(08).
               10  NPP-REACT-DATE      PIC X(08).
               10  FILLER              PIC X(38).
           05  NPP-HEADER-DATA REDEFINES NPP-DETAIL-DATA.
               10  NPP-FILE-TYPE       PIC X(01).
                   88  NPP-FILE-FULL   VALUE 'F'.
                   88  NPP-FILE-WEEKLY VALUE 'W'.
               10  NPP-FILE-DATE       PIC X(08).
               10  FILLER              PIC X(290).

       FD  PRVMST-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01  PMF-RECORD.
           05  PMF-NPI                 PIC X(10).
           05  PMF-DATA                PIC X(590).

       FD  NPPRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  NPPRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY PRVCOPY.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-NPPIN-STATUS         PIC X(02).
           05  WS-PRVMST-STATUS        PIC X(02).
           05  WS-RPT-STATUS           PIC X(02).

       01  WS-RPT-LINE                 PIC X(133).

       01  WS-SWITCHES.
           05  WS-NPP-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-NPP-EOF          VALUE 'Y'.
               88  WS-NPP-NOT-EOF      VALUE 'N'.
           05  WS-PRV-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-PRV-EOF          VALUE 'Y'.
               88  WS-PRV-NOT-EOF      VALUE 'N'.
           05  WS-CLM-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-CLM-EOF          VALUE 'Y'.
               88  WS-CLM-NOT-EOF      VALUE 'N'.
           05  WS-REG-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-REG-FOUND        VALUE 'Y'.
               88  WS-REG-NOT-FOUND    VALUE 'N'.

       01  WS-FILE-TYPE                PIC X(01).
           88  WS-FILE-FULL            VALUE 'F'.
           88  WS-FILE-WEEKLY          VALUE 'W'.
       01  WS-FILE-DATE                PIC X(08).

      *--- REGISTRY ROW - LOAD SIDE AND LOOKUP SIDE ---
       01  WS-REGISTRY-ROW.
           05  WS-RG-NPI               PIC X(10).
           05  WS-RG-ENTITY-TYPE       PIC X(01).
           05  WS-RG-LAST-NAME         PIC X(35).
           05  WS-RG-FIRST-NAME        PIC X(25).
           05  WS-RG-ORG-NAME          PIC X(60).
           05  WS-RG-TAXONOMY-CODE     PIC X(10).
           05  WS-RG-ADDR-LINE-1       PIC X(55).
           05  WS-RG-CITY              PIC X(30).
           05  WS-RG-STATE             PIC X(02).
           05  WS-RG-ZIP-CODE          PIC X(09).
           05  WS-RG-LAST-UPDATE       PIC X(08).
           05  WS-RG-DEACT-DATE        PIC X(08).
           05  WS-RG-REACT-DATE        PIC X(08).

      *--- WORKLIST ITEM ---
       01  WS-WORKLIST-ITEM.
           05  WS-WK-WORK-ID           PIC S9(09) COMP.
           05  WS-WK-NPI               PIC X(10).
           05  WS-WK-WORK-TYPE         PIC X(02).
               88  WS-WK-DEACTIVATED   VALUE 'DA'.
               88  WS-WK-TAXONOMY      VALUE 'TX'.
               88  WS-WK-NAME          VALUE 'NM'.
               88  WS-WK-ADDRESS       VALUE 'AD'.
           05  WS-WK-CURRENT-VALUE     PIC X(60).
           05  WS-WK-NPPES-VALUE       PIC X(60).
       01  WS-WK-EXISTING              PIC S9(09) COMP.
       01  WS-WK-TYPE-DESC             PIC X(14).

      *--- MASTER VALUES BUILT FOR COMPARISON ---
       01  WS-COMPARE-VALUES.
           05  WS-CV-MASTER            PIC X(60).
           05  WS-CV-NPPES             PIC X(60).

      *--- BILLING NPIS ON RECENT CLAIMS WITH NO NPPES ENTRY ---
           EXEC SQL DECLARE NPPBIL-CURSOR CURSOR FOR
               SELECT CM.BILLING_NPI,
                      COUNT(*),
                      COALESCE(SUM(CM.PAID_AMT), 0)
               FROM HCAS.CLAIM_MASTER CM
               WHERE CM.RECEIPT_DATE >= :WS-CLM-FROM-DATE
                 AND NOT EXISTS (
                     SELECT 1
                     FROM HCAS.NPPES_REGISTRY N
                     WHERE N.NPI = CM.BILLING_NPI
                 )
               GROUP BY CM.BILLING_NPI
               ORDER BY 3 DESC, 1
           END-EXEC

       01  WS-BILLER-ROW.
           05  WS-BR-NPI               PIC X(10).
           05  WS-BR-CLAIM-COUNT       PIC S9(09) COMP.
           05  WS-BR-PAID-AMT          PIC S9(13)V99 COMP-3.

       01  WS-DATE-WORK.
           05  WS-CLM-FROM-DATE        PIC X(08).
           05  WS-DATE-N               PIC 9(08).
           05  WS-DATE-INT             PIC S9(09) COMP.

       01  WS-COMMIT-INTERVAL          PIC S9(04) COMP VALUE 1000.
       01  WS-COMMIT-COUNTER           PIC S9(06) COMP VALUE ZERO.
       01  WS-REGISTRY-COUNT           PIC S9(09) COMP VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-NPP-READ             PIC 9(09) VALUE ZERO.
           05  WS-NPP-INSERTED         PIC 9(09) VALUE ZERO.
           05  WS-NPP-UPDATED          PIC 9(09) VALUE ZERO.
           05  WS-NPP-REJECTED         PIC 9(07) VALUE ZERO.
           05  WS-NPP-PURGED           PIC S9(09) COMP VALUE ZERO.
           05  WS-PRV-READ             PIC 9(07) VALUE ZERO.
           05  WS-PRV-COMPARED         PIC 9(07) VALUE ZERO.
           05  WS-PRV-NOT-IN-NPPES     PIC 9(07) VALUE ZERO.
           05  WS-PRV-DEACTIVATED      PIC 9(07) VALUE ZERO.
           05  WS-DIFF-TAXONOMY        PIC 9(07) VALUE ZERO.
           05  WS-DIFF-NAME            PIC 9(07) VALUE ZERO.
           05  WS-DIFF-ADDRESS         PIC 9(07) VALUE ZERO.
           05  WS-ITEMS-OPENED         PIC 9(07) VALUE ZERO.
           05  WS-ITEMS-ALREADY        PIC 9(07) VALUE ZERO.
           05  WS-BILLERS-UNKNOWN      PIC 9(07) VALUE ZERO.

       01  WS-CNT-DISP                 PIC ZZZ,ZZ9.
       01  WS-AMT-DISP                 PIC ZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ONE-NPPES-RECORD
               UNTIL WS-NPP-EOF
           PERFORM 2900-PURGE-DROPPED-NPIS
           PERFORM 3000-COMPARE-ONE-PROVIDER
               UNTIL WS-PRV-EOF
           PERFORM 4000-REPORT-UNKNOWN-BILLERS
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'NPPSYN01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT NPPIN-FILE
           IF WS-NPPIN-STATUS NOT = '00'
               DISPLAY 'NPPSYN01: OPEN ERROR NPPES FILE - '
                       WS-NPPIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *--- THE HEADER NAMES THE FILE TYPE - NO HEADER, NO LOAD ---
           READ NPPIN-FILE
               AT END
                   MOVE SPACES TO NPP-REC-TYPE
           END-READ
           IF NOT NPP-HEADER
           OR (NOT NPP-FILE-FULL AND NOT NPP-FILE-WEEKLY)
               DISPLAY 'NPPSYN01: NPPES FILE HEADER MISSING OR '
                       'FILE TYPE NOT F OR W'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NPP-FILE-TYPE TO WS-FILE-TYPE
           MOVE NPP-FILE-DATE TO WS-FILE-DATE
           OPEN INPUT PRVMST-FILE
           IF WS-PRVMST-STATUS NOT = '00'
               DISPLAY 'NPPSYN01: VSAM OPEN ERROR - '
                       WS-PRVMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NPPRPT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NPPSYN01 - NPPES REGISTRY SYNCHRONIZATION - '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  ' - FILE TYPE ' DELIMITED SIZE
                  WS-FILE-TYPE DELIMITED SIZE
                  ' DATED ' DELIMITED SIZE
                  WS-FILE-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE NPPRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE NPPRPT-RECORD FROM WS-RPT-LINE
           MOVE FUNCTION NUMVAL(WS-CURRENT-DATE) TO WS-DATE-N
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-N) - 90
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-N
           MOVE WS-DATE-N TO WS-CLM-FROM-DATE
           EXEC SQL
               SELECT COALESCE(MAX(WORK_ID), 0)
               INTO :WS-WK-WORK-ID
               FROM HCAS.PRV_DATA_WORKLIST
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'NPPSYN01: WORKLIST ID LOOKUP ERROR '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2050-READ-NPPES.

       2000-LOAD-ONE-NPPES-RECORD.
           IF NPP-DETAIL
               IF NPP-NPI IS NUMERIC
                   PERFORM 2100-UPSERT-REGISTRY
               ELSE
                   ADD 1 TO WS-NPP-REJECTED
               END-IF
           END-IF
           PERFORM 2050-READ-NPPES.

       2050-READ-NPPES.
           READ NPPIN-FILE
               AT END
                   SET WS-NPP-EOF TO TRUE
               NOT AT END
                   IF NPP-DETAIL
                       ADD 1 TO WS-NPP-READ
                   END-IF
           END-READ.

       2100-UPSERT-REGISTRY.
           MOVE NPP-NPI           TO WS-RG-NPI
           MOVE NPP-ENTITY-TYPE   TO WS-RG-ENTITY-TYPE
           MOVE NPP-LAST-NAME     TO WS-RG-LAST-NAME
           MOVE NPP-FIRST-NAME    TO WS-RG-FIRST-NAME
           MOVE NPP-ORG-NAME      TO WS-RG-ORG-NAME
           MOVE NPP-TAXONOMY-CODE TO WS-RG-TAXONOMY-CODE
           MOVE NPP-ADDR-LINE-1   TO WS-RG-ADDR-LINE-1
           MOVE NPP-CITY          TO WS-RG-CITY
           MOVE NPP-STATE         TO WS-RG-STATE
           MOVE NPP-ZIP-CODE      TO WS-RG-ZIP-CODE
           MOVE NPP-LAST-UPDATE   TO WS-RG-LAST-UPDATE
           MOVE NPP-DEACT-DATE    TO WS-RG-DEACT-DATE
           MOVE NPP-REACT-DATE    TO WS-RG-REACT-DATE
           EXEC SQL
               UPDATE HCAS.NPPES_REGISTRY
               SET    ENTITY_TYPE = :WS-RG-ENTITY-TYPE,
                      LAST_NAME = :WS-RG-LAST-NAME,
                      FIRST_NAME = :WS-RG-FIRST-NAME,
                      ORG_NAME = :WS-RG-ORG-NAME,
                      TAXONOMY_CODE = :WS-RG-TAXONOMY-CODE,
                      ADDR_LINE_1 = :WS-RG-ADDR-LINE-1,
                      CITY = :WS-RG-CITY,
                      STATE = :WS-RG-STATE,
                      ZIP_CODE = :WS-RG-ZIP-CODE,
                      NPPES_UPDATE_DATE = :WS-RG-LAST-UPDATE,
                      DEACT_DATE = :WS-RG-DEACT-DATE,
                      REACT_DATE = :WS-RG-REACT-DATE,
                      LOAD_DATE = :WS-CURRENT-DATE
               WHERE  NPI = :WS-RG-NPI
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-NPP-UPDATED
               WHEN +100
                   EXEC SQL
                       INSERT INTO HCAS.NPPES_REGISTRY
                           (NPI, ENTITY_TYPE, LAST_NAME, FIRST_NAME,
                            ORG_NAME, TAXONOMY_CODE, ADDR_LINE_1,
                            CITY, STATE, ZIP_CODE,
                            NPPES_UPDATE_DATE, DEACT_DATE,
                            REACT_DATE, LOAD_DATE)
                       VALUES
                           (:WS-RG-NPI, :WS-RG-ENTITY-TYPE,
                            :WS-RG-LAST-NAME, :WS-RG-FIRST-NAME,
                            :WS-RG-ORG-NAME, :WS-RG-TAXONOMY-CODE,
                            :WS-RG-ADDR-LINE-1, :WS-RG-CITY,
                            :WS-RG-STATE, :WS-RG-ZIP-CODE,
                            :WS-RG-LAST-UPDATE, :WS-RG-DEACT-DATE,
                            :WS-RG-REACT-DATE, :WS-CURRENT-DATE)
                   END-EXEC
                   IF SQLCODE = ZERO
                       ADD 1 TO WS-NPP-INSERTED
                   ELSE
                       ADD 1 TO WS-NPP-REJECTED
                       DISPLAY 'NPPSYN01: REGISTRY INSERT ERROR '
                               'SQLCODE=' SQLCODE ' NPI=' WS-RG-NPI
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-NPP-REJECTED
                   DISPLAY 'NPPSYN01: REGISTRY UPDATE ERROR '
                           'SQLCODE=' SQLCODE ' NPI=' WS-RG-NPI
           END-EVALUATE
           ADD 1 TO WS-COMMIT-COUNTER
           IF WS-COMMIT-COUNTER >= WS-COMMIT-INTERVAL
               EXEC SQL COMMIT END-EXEC
               MOVE ZERO TO WS-COMMIT-COUNTER
           END-IF.

       2900-PURGE-DROPPED-NPIS.
      *--- A FULL FILE IS THE WHOLE REGISTRY - AN NPI IT DID NOT ---
      *    REFRESH IS NO LONGER IN NPPES. NEVER PURGE ON AN EMPTY  ---
      *    FULL FILE                                               ---
           IF WS-FILE-FULL
           AND (WS-NPP-INSERTED + WS-NPP-UPDATED) > ZERO
               EXEC SQL
                   DELETE FROM HCAS.NPPES_REGISTRY
                   WHERE LOAD_DATE < :WS-CURRENT-DATE
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE SQLERRD(3) TO WS-NPP-PURGED
               ELSE
                   IF SQLCODE NOT = +100
                       DISPLAY 'NPPSYN01: REGISTRY PURGE ERROR '
                               'SQLCODE=' SQLCODE
                   END-IF
               END-IF
           END-IF
           EXEC SQL COMMIT END-EXEC
           MOVE ZERO TO WS-COMMIT-COUNTER
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-REGISTRY-COUNT
               FROM HCAS.NPPES_REGISTRY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE ZERO TO WS-REGISTRY-COUNT
           END-IF
           IF WS-REGISTRY-COUNT = ZERO
               DISPLAY 'NPPSYN01: NPPES REGISTRY IS EMPTY - '
                       'NO COMPARISON POSSIBLE'
               SET WS-PRV-EOF TO TRUE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               MOVE 'PROVIDER MASTER EXCEPTIONS' TO WS-RPT-LINE
               WRITE NPPRPT-RECORD FROM WS-RPT-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING 'NPI        EXCEPTION      '
                      DELIMITED SIZE
                      'MASTER VALUE                   '
                      DELIMITED SIZE
                      'NPPES VALUE' DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
               WRITE NPPRPT-RECORD FROM WS-RPT-LINE
               PERFORM 8100-READ-PROVIDER
           END-IF.

       3000-COMPARE-ONE-PROVIDER.
           MOVE PMF-RECORD TO PROVIDER-MASTER-RECORD
           IF PRV-REC-ACTIVE
               ADD 1 TO WS-PRV-COMPARED
               PERFORM 3100-LOOKUP-REGISTRY
               EVALUATE TRUE
                   WHEN WS-REG-NOT-FOUND
                       ADD 1 TO WS-PRV-NOT-IN-NPPES
                       PERFORM 3900-WRITE-NOT-FOUND-LINE
      *--- DEACTIVATED AND NOT SINCE REACTIVATED ---
                   WHEN WS-RG-DEACT-DATE NOT = SPACES
                    AND WS-RG-DEACT-DATE <= WS-CURRENT-DATE
                    AND (WS-RG-REACT-DATE = SPACES
                         OR WS-RG-REACT-DATE < WS-RG-DEACT-DATE)
                       ADD 1 TO WS-PRV-DEACTIVATED
                       PERFORM 3200-FLAG-DEACTIVATION
                   WHEN OTHER
                       PERFORM 3300-COMPARE-TAXONOMY
                       PERFORM 3400-COMPARE-NAME
                       PERFORM 3500-COMPARE-ADDRESS
               END-EVALUATE
           END-IF
           PERFORM 8100-READ-PROVIDER.

       3100-LOOKUP-REGISTRY.
           SET WS-REG-NOT-FOUND TO TRUE
           EXEC SQL
               SELECT ENTITY_TYPE, LAST_NAME, FIRST_NAME, ORG_NAME,
                      TAXONOMY_CODE, ADDR_LINE_1, CITY, STATE,
                      ZIP_CODE, NPPES_UPDATE_DATE,
                      COALESCE(DEACT_DATE, ' '),
                      COALESCE(REACT_DATE, ' ')
               INTO :WS-RG-ENTITY-TYPE, :WS-RG-LAST-NAME,
                    :WS-RG-FIRST-NAME, :WS-RG-ORG-NAME,
                    :WS-RG-TAXONOMY-CODE, :WS-RG-ADDR-LINE-1,
                    :WS-RG-CITY, :WS-RG-STATE, :WS-RG-ZIP-CODE,
                    :WS-RG-LAST-UPDATE, :WS-RG-DEACT-DATE,
                    :WS-RG-REACT-DATE
               FROM HCAS.NPPES_REGISTRY
               WHERE NPI = :PRV-NPI
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   SET WS-REG-FOUND TO TRUE
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'NPPSYN01: REGISTRY LOOKUP ERROR '
                           'SQLCODE=' SQLCODE ' NPI=' PRV-NPI
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       3200-FLAG-DEACTIVATION.
      *--- A DEACTIVATED NPI CANNOT LEGITIMATELY BILL - PAY-HOLD ---
      *    REVIEW                                                 ---
           SET WS-WK-DEACTIVATED TO TRUE
           PERFORM 3800-BUILD-MASTER-NAME
           MOVE WS-CV-MASTER TO WS-WK-CURRENT-VALUE
           MOVE SPACES TO WS-WK-NPPES-VALUE
           STRING 'DEACTIVATED ' DELIMITED SIZE
                  WS-RG-DEACT-DATE DELIMITED SIZE
                  INTO WS-WK-NPPES-VALUE
           END-STRING
           PERFORM 5000-OPEN-WORKLIST-ITEM.

       3300-COMPARE-TAXONOMY.
           IF WS-RG-TAXONOMY-CODE NOT = SPACES
           AND WS-RG-TAXONOMY-CODE NOT = PRV-TAXONOMY-CODE
               ADD 1 TO WS-DIFF-TAXONOMY
               SET WS-WK-TAXONOMY TO TRUE
               MOVE PRV-TAXONOMY-CODE   TO WS-WK-CURRENT-VALUE
               MOVE WS-RG-TAXONOMY-CODE TO WS-WK-NPPES-VALUE
               PERFORM 5000-OPEN-WORKLIST-ITEM
           END-IF.

       3400-COMPARE-NAME.
           PERFORM 3800-BUILD-MASTER-NAME
           MOVE SPACES TO WS-CV-NPPES
           IF WS-RG-ENTITY-TYPE = '2'
               MOVE WS-RG-ORG-NAME TO WS-CV-NPPES
           ELSE
               STRING WS-RG-LAST-NAME DELIMITED '  '
                      ', ' DELIMITED SIZE
                      WS-RG-FIRST-NAME DELIMITED '  '
                      INTO WS-CV-NPPES
               END-STRING
           END-IF
           IF WS-CV-NPPES NOT = SPACES
           AND WS-CV-NPPES NOT = ', '
           AND WS-CV-NPPES NOT = WS-CV-MASTER
               ADD 1 TO WS-DIFF-NAME
               SET WS-WK-NAME TO TRUE
               MOVE WS-CV-MASTER TO WS-WK-CURRENT-VALUE
               MOVE WS-CV-NPPES  TO WS-WK-NPPES-VALUE
               PERFORM 5000-OPEN-WORKLIST-ITEM
           END-IF.

       3500-COMPARE-ADDRESS.
      *--- LINE 1, CITY, STATE AND 5-DIGIT ZIP - NPPES CARRIES NO ---
      *    SUITE LINE WORTH COMPARING                               ---
           IF WS-RG-ADDR-LINE-1 = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RG-ADDR-LINE-1 NOT = PRV-ADDR-LINE-1
           OR WS-RG-CITY NOT = PRV-CITY
           OR WS-RG-STATE NOT = PRV-STATE
           OR WS-RG-ZIP-CODE(1:5) NOT = PRV-ZIP-CODE(1:5)
               ADD 1 TO WS-DIFF-ADDRESS
               SET WS-WK-ADDRESS TO TRUE
               MOVE SPACES TO WS-WK-CURRENT-VALUE
                              WS-WK-NPPES-VALUE
               STRING PRV-ADDR-LINE-1(1:30) DELIMITED SIZE
                      PRV-CITY(1:20) DELIMITED SIZE
                      PRV-STATE DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      PRV-ZIP-CODE(1:5) DELIMITED SIZE
                      INTO WS-WK-CURRENT-VALUE
               END-STRING
               STRING WS-RG-ADDR-LINE-1(1:30) DELIMITED SIZE
                      WS-RG-CITY(1:20) DELIMITED SIZE
                      WS-RG-STATE DELIMITED SIZE
                      ' ' DELIMITED SIZE
                      WS-RG-ZIP-CODE(1:5) DELIMITED SIZE
                      INTO WS-WK-NPPES-VALUE
               END-STRING
               PERFORM 5000-OPEN-WORKLIST-ITEM
           END-IF.

       3800-BUILD-MASTER-NAME.
           MOVE SPACES TO WS-CV-MASTER
           IF PRV-ENTITY-ORG
               MOVE PRV-ORG-NAME TO WS-CV-MASTER
           ELSE
               STRING PRV-LAST-NAME DELIMITED '  '
                      ', ' DELIMITED SIZE
                      PRV-FIRST-NAME DELIMITED '  '
                      INTO WS-CV-MASTER
               END-STRING
           END-IF.

       3900-WRITE-NOT-FOUND-LINE.
           PERFORM 3800-BUILD-MASTER-NAME
           MOVE SPACES TO WS-RPT-LINE
           STRING PRV-NPI DELIMITED SIZE
                  ' NOT IN NPPES  ' DELIMITED SIZE
                  WS-CV-MASTER(1:30) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  '** NO REGISTRY ENTRY **' DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE NPPRPT-RECORD FROM WS-RPT-LINE.

       4000-REPORT-UNKNOWN-BILLERS.
           IF WS-REGISTRY-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           WRITE NPPRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BILLING NPIS NOT IN NPPES - CLAIMS RECEIVED SINCE '
                  DELIMITED SIZE
                  WS-CLM-FROM-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE NPPRPT-RECORD FROM WS-RPT-LINE
           MOVE 'NPI         CLAIMS            PAID' TO WS-RPT-LINE
           WRITE NPPRPT-RECORD FROM WS-RPT-LINE
           SET WS-CLM-NOT-EOF TO TRUE
           EXEC SQL OPEN NPPBIL-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'NPPSYN01: BILLER CURSOR OPEN ERROR '
                       'SQLCODE=' SQLCODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-REPORT-ONE-BILLER
               UNTIL WS-CLM-EOF
           EXEC SQL CLOSE NPPBIL-CURSOR END-EXEC.

       4100-REPORT-ONE-BILLER.
           EXEC SQL
               FETCH NPPBIL-CURSOR
               INTO :WS-BR-NPI, :WS-BR-CLAIM-COUNT,
                    :WS-BR-PAID-AMT
           END-EXEC
           IF SQLCODE NOT = ZERO
               IF SQLCODE NOT = +100
                   DISPLAY 'NPPSYN01: BILLER FETCH ERROR '
                           'SQLCODE=' SQLCODE
               END-IF
               SET WS-CLM-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BILLERS-UNKNOWN
           MOVE WS-BR-CLAIM-COUNT TO WS-CNT-DISP
           MOVE WS-BR-PAID-AMT TO WS-AMT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-BR-NPI DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-AMT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE NPPRPT-RECORD FROM WS-RPT-LINE.

       5000-OPEN-WORKLIST-ITEM.
           MOVE PRV-NPI TO WS-WK-NPI
      *--- THE SAME NPPES VALUE IS RAISED ONCE - OPEN, ACCEPTED, ---
      *    HELD OR REJECTED. ONLY AN APPLIED UPDATE THAT HAS SINCE ---
      *    DRIFTED AGAIN OPENS A NEW ITEM                          ---
           MOVE ZERO TO WS-WK-EXISTING
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-WK-EXISTING
               FROM HCAS.PRV_DATA_WORKLIST
               WHERE NPI = :WS-WK-NPI
                 AND WORK_TYPE = :WS-WK-WORK-TYPE
                 AND NPPES_VALUE = :WS-WK-NPPES-VALUE
                 AND WORK_STATUS <> 'U'
           END-EXEC
           IF WS-WK-EXISTING > ZERO
               ADD 1 TO WS-ITEMS-ALREADY
           ELSE
               ADD 1 TO WS-WK-WORK-ID
               EXEC SQL
                   INSERT INTO HCAS.PRV_DATA_WORKLIST
                       (WORK_ID, NPI, WORK_TYPE, CURRENT_VALUE,
                        NPPES_VALUE, NPPES_FILE_DATE,
                        WORK_STATUS, CREATE_DATE)
                   VALUES
                       (:WS-WK-WORK-ID, :WS-WK-NPI,
                        :WS-WK-WORK-TYPE, :WS-WK-CURRENT-VALUE,
                        :WS-WK-NPPES-VALUE, :WS-FILE-DATE,
                        'O', :WS-CURRENT-DATE)
               END-EXEC
               IF SQLCODE = ZERO
                   ADD 1 TO WS-ITEMS-OPENED
               ELSE
                   DISPLAY 'NPPSYN01: WORKLIST INSERT ERROR '
                           'SQLCODE=' SQLCODE ' NPI=' WS-WK-NPI
                           ' TYPE=' WS-WK-WORK-TYPE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-WK-DEACTIVATED
                   MOVE 'DEACTIVATED   ' TO WS-WK-TYPE-DESC
               WHEN WS-WK-TAXONOMY
                   MOVE 'TAXONOMY      ' TO WS-WK-TYPE-DESC
               WHEN WS-WK-NAME
                   MOVE 'NAME          ' TO WS-WK-TYPE-DESC
               WHEN OTHER
                   MOVE 'ADDRESS       ' TO WS-WK-TYPE-DESC
           END-EVALUATE
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-WK-NPI DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-WK-TYPE-DESC DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-WK-CURRENT-VALUE(1:30) DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-WK-NPPES-VALUE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE NPPRPT-RECORD FROM WS-RPT-LINE.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           WRITE NPPRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE NPPRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NPPES RECORDS READ:      ' DELIMITED SIZE
                  WS-NPP-READ DELIMITED SIZE
                  '   ADDED: ' DELIMITED SIZE
                  WS-NPP-INSERTED DELIMITED SIZE
                  '   UPDATED: ' DELIMITED SIZE
                  WS-NPP-UPDATED DELIMITED SIZE
                  '   REJECTED: ' DELIMITED SIZE
                  WS-NPP-REJECTED DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE NPPRPT-RECORD FROM WS-RPT-LINE
           MOVE WS-NPP-PURGED TO WS-CNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NPIS PURGED (NOT ON FULL FILE): ' DELIMITED SIZE
                  WS-CNT-DISP DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE NPPRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'ACTIVE PROVIDERS COMPARED: ' DELIMITED SIZE
                  WS-PRV-COMPARED DELIMITED SIZE
                  '   NOT IN NPPES: ' DELIMITED SIZE
                  WS-PRV-NOT-IN-NPPES DELIMITED SIZE
                  '   DEACTIVATED: ' DELIMITED SIZE
                  WS-PRV-DEACTIVATED DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE NPPRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DIFFERENCES - TAXONOMY: ' DELIMITED SIZE
                  WS-DIFF-TAXONOMY DELIMITED SIZE
                  '   NAME: ' DELIMITED SIZE
                  WS-DIFF-NAME DELIMITED SIZE
                  '   ADDRESS: ' DELIMITED SIZE
                  WS-DIFF-ADDRESS DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE NPPRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'WORKLIST ITEMS OPENED: ' DELIMITED SIZE
                  WS-ITEMS-OPENED DELIMITED SIZE
                  '   ALREADY RAISED: ' DELIMITED SIZE
                  WS-ITEMS-ALREADY DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE NPPRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'BILLING NPIS NOT IN NPPES: ' DELIMITED SIZE
                  WS-BILLERS-UNKNOWN DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE NPPRPT-RECORD FROM WS-RPT-LINE.

       8100-READ-PROVIDER.
           READ PRVMST-FILE
               AT END
                   SET WS-PRV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-PRV-READ
           END-READ.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'NPPSYN01: NPPES RECORDS READ:   ' WS-NPP-READ
           DISPLAY 'NPPSYN01: REGISTRY ADDED:       ' WS-NPP-INSERTED
           DISPLAY 'NPPSYN01: REGISTRY UPDATED:     ' WS-NPP-UPDATED
           DISPLAY 'NPPSYN01: PROVIDERS COMPARED:   ' WS-PRV-COMPARED
           DISPLAY 'NPPSYN01: WORKLIST ITEMS OPENED:' WS-ITEMS-OPENED
           DISPLAY 'NPPSYN01: UNKNOWN BILLING NPIS: '
                   WS-BILLERS-UNKNOWN
           CLOSE NPPIN-FILE
           CLOSE PRVMST-FILE
           CLOSE NPPRPT-FILE
           MOVE ZERO TO RETURN-CODE.
