       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NPPUPD01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  NPPUPD01                                             *
      * PURPOSE:  ACCEPTED NPPES CORRECTIONS TO PRVLD001 INPUT         *
      *           FOR EVERY PROVIDER WITH TAXONOMY, NAME OR ADDRESS    *
      *           ITEMS ACCEPTED IN NPPWRK1 (HCAS.PRV_DATA_WORKLIST    *
      *           STATUS A), BUILDS ONE PRVLD001 INPUT RECORD FROM     *
      *           THE PROVIDER'S CURRENT MASTER RECORD WITH THE        *
      *           ACCEPTED FIELDS REPLACED BY THEIR CURRENT NPPES      *
      *           REGISTRY VALUES. THE RECORD CARRIES ACTION CODE N,   *
      *           SO PRVLD001 VALIDATES IT, APPLIES IT AS AN UPDATE    *
      *           AND WRITES ITS CHANGE HISTORY. THE ITEMS MOVE TO     *
      *           STATUS U. ALL OF A PROVIDER'S ACCEPTED ITEMS GO ON   *
      *           ONE RECORD SO ONE CORRECTION CANNOT UNDO ANOTHER.    *
      * INPUTS:   PRVMST-FILE  - PROVIDER MASTER VSAM KSDS             *
      *           DB2 TABLES   - HCAS.PRV_DATA_WORKLIST,               *
      *                          HCAS.NPPES_REGISTRY                   *
      * OUTPUTS:  NUPOUT-FILE  - PRVLD001 INPUT (ACTION N)             *
      *           NUPRPT-FILE  - CORRECTIONS REPORT                    *
      *           DB2 TABLE    - HCAS.PRV_DATA_WORKLIST                *
      * FREQUENCY: WEEKLY (AHEAD OF PRVLD001)                          *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRVMST-FILE
               ASSIGN TO PRVMSTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PMF-NPI
               FILE STATUS IS WS-PRVMST-STATUS.

           SELECT NUPOUT-FILE
               ASSIGN TO NUPOUTPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT NUPRPT-FILE
               ASSIGN TO NUPRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRVMST-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01  PMF-RECORD.
           05  PMF-NPI                 PIC X(10).
           05  PMF-DATA                PIC X(590).

      *--- PRVLD001 PROVIDER INPUT LAYOUT ---
       FD  NUPOUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 500 CHARACTERS.
       01  NUPOUT-RECORD.
           05  NUP-ACTION-CODE         PIC X(01).
           05  NUP-NPI                 PIC X(10).
           05  NUP-LAST-NAME           PIC X(35).
           05  NUP-FIRST-NAME          PIC X(25).
           05  NUP-MIDDLE-INIT         PIC X(01).
           05  NUP-ORG-NAME            PIC X(60).
           05  NUP-TAX-ID              PIC X(09).
           05  NUP-TAX-ID-TYPE         PIC X(02).
           05  NUP-ENTITY-TYPE         PIC X(01).
           05  NUP-TAXONOMY-CODE       PIC X(10).
           05  NUP-SPECIALTY-CODE      PIC X(04).
           05  NUP-LICENSE-NO          PIC X(20).
           05  NUP-LICENSE-STATE       PIC X(02).
           05  NUP-ADDR-LINE-1         PIC X(55).
           05  NUP-ADDR-LINE-2         PIC X(55).
           05  NUP-CITY                PIC X(30).
           05  NUP-STATE               PIC X(02).
           05  NUP-ZIP-CODE            PIC X(09).
           05  NUP-PHONE               PIC X(10).
           05  NUP-NETWORK-ID          PIC X(06).
           05  NUP-CONTRACT-TYPE       PIC X(02).
           05  NUP-PAR-STATUS          PIC X(01).
           05  NUP-EFF-DATE            PIC 9(08).
           05  NUP-TERM-DATE           PIC 9(08).
           05  NUP-FEE-SCHED-ID        PIC X(08).
           05  NUP-PAY-METHOD          PIC X(02).
           05  NUP-GROUP-NPI           PIC X(10).
           05  FILLER                  PIC X(114).

       FD  NUPRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  NUPRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY PRVCOPY.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-FILE-STATUSES.
           05  WS-PRVMST-STATUS        PIC X(02).
           05  WS-OUT-STATUS           PIC X(02).
           05  WS-RPT-STATUS           PIC X(02).

       01  WS-RPT-LINE                 PIC X(133).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.
           05  WS-BUILD-SW             PIC X(01) VALUE 'N'.
               88  WS-BUILD-OK         VALUE 'Y'.
               88  WS-BUILD-FAILED     VALUE 'N'.

      *--- ACCEPTED DATA ITEMS, ONE PROVIDER AT A TIME ---
           EXEC SQL DECLARE NUPITEM-CURSOR CURSOR FOR
               SELECT NPI, WORK_TYPE
               FROM HCAS.PRV_DATA_WORKLIST
               WHERE WORK_STATUS = 'A'
                 AND WORK_TYPE IN ('TX', 'NM', 'AD')
               ORDER BY NPI, WORK_ID
           END-EXEC

       01  WS-ITEM-ROW.
           05  WS-IT-NPI               PIC X(10).
           05  WS-IT-WORK-TYPE         PIC X(02).
               88  WS-IT-TAXONOMY      VALUE 'TX'.
               88  WS-IT-NAME          VALUE 'NM'.
               88  WS-IT-ADDRESS       VALUE 'AD'.

       01  WS-CURRENT-NPI              PIC X(10).
       01  WS-APPLIED-TYPES            PIC X(08).

       01  WS-REGISTRY-ROW.
           05  WS-RG-ENTITY-TYPE       PIC X(01).
           05  WS-RG-LAST-NAME         PIC X(35).
           05  WS-RG-FIRST-NAME        PIC X(25).
           05  WS-RG-ORG-NAME          PIC X(60).
           05  WS-RG-TAXONOMY-CODE     PIC X(10).
           05  WS-RG-ADDR-LINE-1       PIC X(55).
           05  WS-RG-CITY              PIC X(30).
           05  WS-RG-STATE             PIC X(02).
           05  WS-RG-ZIP-CODE          PIC X(09).

       01  WS-COUNTERS.
           05  WS-ITEMS-READ           PIC 9(07) VALUE ZERO.
           05  WS-INPUT-RECS-BUILT     PIC 9(07) VALUE ZERO.
           05  WS-ITEMS-APPLIED        PIC S9(09) COMP VALUE ZERO.
           05  WS-PROVIDERS-SKIPPED    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-PROVIDER
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'NPPUPD01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT PRVMST-FILE
           IF WS-PRVMST-STATUS NOT = '00'
               DISPLAY 'NPPUPD01: VSAM OPEN ERROR - '
                       WS-PRVMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NUPOUT-FILE
           OPEN OUTPUT NUPRPT-FILE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'NPPUPD01 - ACCEPTED NPPES CORRECTIONS FOR '
                  'PRVLD001 - ' DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE NUPRPT-RECORD FROM WS-RPT-LINE
           MOVE ALL '-' TO WS-RPT-LINE
           WRITE NUPRPT-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN NUPITEM-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'NPPUPD01: CURSOR OPEN ERROR SQLCODE='
                       SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8000-FETCH-NEXT-ITEM.

       2000-PROCESS-ONE-PROVIDER.
           MOVE WS-IT-NPI TO WS-CURRENT-NPI
           MOVE SPACES TO WS-APPLIED-TYPES
           PERFORM 2100-START-PROVIDER-RECORD
           PERFORM 2200-APPLY-ONE-ITEM
               UNTIL WS-EOF
                  OR WS-IT-NPI NOT = WS-CURRENT-NPI
           IF WS-BUILD-OK
               WRITE NUPOUT-RECORD
               ADD 1 TO WS-INPUT-RECS-BUILT
               PERFORM 2300-MARK-ITEMS-BUILT
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-CURRENT-NPI DELIMITED SIZE
                      '  UPDATE BUILT - ' DELIMITED SIZE
                      WS-APPLIED-TYPES DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-PROVIDERS-SKIPPED
               MOVE SPACES TO WS-RPT-LINE
               STRING WS-CURRENT-NPI DELIMITED SIZE
                      '  NOT BUILT - NO ACTIVE MASTER RECORD OR NO '
                      DELIMITED SIZE
                      'NPPES REGISTRY ENTRY; ITEMS LEFT ACCEPTED'
                      DELIMITED SIZE
                      INTO WS-RPT-LINE
               END-STRING
           END-IF
           WRITE NUPRPT-RECORD FROM WS-RPT-LINE.

       2100-START-PROVIDER-RECORD.
           SET WS-BUILD-OK TO TRUE
           MOVE WS-CURRENT-NPI TO PMF-NPI
           READ PRVMST-FILE
               INVALID KEY
                   SET WS-BUILD-FAILED TO TRUE
           END-READ
           IF WS-BUILD-OK
               MOVE PMF-RECORD TO PROVIDER-MASTER-RECORD
               IF NOT PRV-REC-ACTIVE
                   SET WS-BUILD-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-BUILD-OK
               EXEC SQL
                   SELECT ENTITY_TYPE, LAST_NAME, FIRST_NAME,
                          ORG_NAME, TAXONOMY_CODE, ADDR_LINE_1,
                          CITY, STATE, ZIP_CODE
                   INTO :WS-RG-ENTITY-TYPE, :WS-RG-LAST-NAME,
                        :WS-RG-FIRST-NAME, :WS-RG-ORG-NAME,
                        :WS-RG-TAXONOMY-CODE, :WS-RG-ADDR-LINE-1,
                        :WS-RG-CITY, :WS-RG-STATE, :WS-RG-ZIP-CODE
                   FROM HCAS.NPPES_REGISTRY
                   WHERE NPI = :WS-CURRENT-NPI
               END-EXEC
               IF SQLCODE NOT = ZERO
                   SET WS-BUILD-FAILED TO TRUE
               END-IF
           END-IF
           IF WS-BUILD-OK
               PERFORM 2150-MASTER-TO-INPUT
           END-IF.

       2150-MASTER-TO-INPUT.
           MOVE SPACES                 TO NUPOUT-RECORD
           MOVE 'N'                    TO NUP-ACTION-CODE
           MOVE PRV-NPI                TO NUP-NPI
           MOVE PRV-LAST-NAME          TO NUP-LAST-NAME
           MOVE PRV-FIRST-NAME         TO NUP-FIRST-NAME
           MOVE PRV-MIDDLE-INIT        TO NUP-MIDDLE-INIT
           MOVE PRV-ORG-NAME           TO NUP-ORG-NAME
           MOVE PRV-TAX-ID             TO NUP-TAX-ID
           MOVE PRV-TAX-ID-TYPE        TO NUP-TAX-ID-TYPE
           MOVE PRV-ENTITY-TYPE        TO NUP-ENTITY-TYPE
           MOVE PRV-TAXONOMY-CODE      TO NUP-TAXONOMY-CODE
           MOVE PRV-SPECIALTY-CODE     TO NUP-SPECIALTY-CODE
           MOVE PRV-LICENSE-NO         TO NUP-LICENSE-NO
           MOVE PRV-LICENSE-STATE      TO NUP-LICENSE-STATE
           MOVE PRV-ADDR-LINE-1        TO NUP-ADDR-LINE-1
           MOVE PRV-ADDR-LINE-2        TO NUP-ADDR-LINE-2
           MOVE PRV-CITY               TO NUP-CITY
           MOVE PRV-STATE              TO NUP-STATE
           MOVE PRV-ZIP-CODE           TO NUP-ZIP-CODE
           MOVE PRV-PHONE              TO NUP-PHONE
           MOVE PRV-NETWORK-ID         TO NUP-NETWORK-ID
           MOVE PRV-CONTRACT-TYPE      TO NUP-CONTRACT-TYPE
           MOVE PRV-PAR-STATUS         TO NUP-PAR-STATUS
           MOVE PRV-EFF-DATE           TO NUP-EFF-DATE
           MOVE PRV-TERM-DATE          TO NUP-TERM-DATE
           MOVE PRV-FEE-SCHED-ID       TO NUP-FEE-SCHED-ID
           MOVE PRV-PAY-METHOD         TO NUP-PAY-METHOD
           MOVE PRV-GROUP-NPI          TO NUP-GROUP-NPI.

       2200-APPLY-ONE-ITEM.
           IF WS-BUILD-OK
               EVALUATE TRUE
                   WHEN WS-IT-TAXONOMY
                       MOVE WS-RG-TAXONOMY-CODE
                           TO NUP-TAXONOMY-CODE
                       MOVE 'TX' TO WS-APPLIED-TYPES(1:2)
                   WHEN WS-IT-NAME
                       IF WS-RG-ENTITY-TYPE = '2'
                           MOVE WS-RG-ORG-NAME TO NUP-ORG-NAME
                       ELSE
                           MOVE WS-RG-LAST-NAME  TO NUP-LAST-NAME
                           MOVE WS-RG-FIRST-NAME TO NUP-FIRST-NAME
                       END-IF
                       MOVE 'NM' TO WS-APPLIED-TYPES(4:2)
                   WHEN WS-IT-ADDRESS
                       MOVE WS-RG-ADDR-LINE-1 TO NUP-ADDR-LINE-1
                       MOVE WS-RG-CITY        TO NUP-CITY
                       MOVE WS-RG-STATE       TO NUP-STATE
                       MOVE WS-RG-ZIP-CODE    TO NUP-ZIP-CODE
                       MOVE 'AD' TO WS-APPLIED-TYPES(7:2)
               END-EVALUATE
           END-IF
           PERFORM 8000-FETCH-NEXT-ITEM.

       2300-MARK-ITEMS-BUILT.
           EXEC SQL
               UPDATE HCAS.PRV_DATA_WORKLIST
               SET    WORK_STATUS = 'U'
               WHERE  NPI = :WS-CURRENT-NPI
                 AND  WORK_STATUS = 'A'
                 AND  WORK_TYPE IN ('TX', 'NM', 'AD')
           END-EXEC
           IF SQLCODE = ZERO
               ADD SQLERRD(3) TO WS-ITEMS-APPLIED
           ELSE
               DISPLAY 'NPPUPD01: WORKLIST UPDATE ERROR SQLCODE='
                       SQLCODE ' NPI=' WS-CURRENT-NPI
           END-IF.

       8000-FETCH-NEXT-ITEM.
           EXEC SQL
               FETCH NUPITEM-CURSOR
               INTO :WS-IT-NPI, :WS-IT-WORK-TYPE
           END-EXEC
           IF SQLCODE = +100
               SET WS-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'NPPUPD01: FETCH ERROR SQLCODE=' SQLCODE
               SET WS-EOF TO TRUE
           ELSE
               ADD 1 TO WS-ITEMS-READ
           END-IF.

       9000-TERMINATE.
           EXEC SQL CLOSE NUPITEM-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'NPPUPD01: ACCEPTED ITEMS READ:  ' WS-ITEMS-READ
           DISPLAY 'NPPUPD01: PRVLD001 RECORDS:     '
                   WS-INPUT-RECS-BUILT
           DISPLAY 'NPPUPD01: ITEMS MARKED BUILT:   ' WS-ITEMS-APPLIED
           DISPLAY 'NPPUPD01: PROVIDERS NOT BUILT:  '
                   WS-PROVIDERS-SKIPPED
           CLOSE PRVMST-FILE
           CLOSE NUPOUT-FILE
           CLOSE NUPRPT-FILE
           MOVE ZERO TO RETURN-CODE.
