       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLIALD01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  CLIALD01                                             *
      * PURPOSE:  CLIA LABORATORY CERTIFICATE LOADER                   *
      *           LOADS THE CMS CLIA CERTIFICATE EXTRACT INTO          *
      *           HCAS.CLIA_CERTIFICATE AND THE TEST COMPLEXITY        *
      *           LIST INTO HCAS.LAB_TEST_COMPLEXITY, WHICH CLMADJ01   *
      *           USES TO DENY LAB LINES WITH NO, EXPIRED OR           *
      *           INSUFFICIENT CLIA CERTIFICATES.                      *
      *           RECORD TYPES:                                        *
      *             C - CERTIFICATE: CLIA NUMBER, TYPE, EFFECTIVE AND  *
      *                 EXPIRATION DATES. A RENEWED OR RE-TYPED        *
      *                 CERTIFICATE REPLACES THE ROW ON FILE.          *
      *                 TYPES: W WAIVER, P PROVIDER-PERFORMED          *
      *                 MICROSCOPY, C COMPLIANCE, A ACCREDITATION,     *
      *                 R REGISTRATION                                 *
      *             T - TEST: PROCEDURE CODE AND COMPLEXITY            *
      *                 (W WAIVED, P PPM, H MODERATE/HIGH)             *
      * INPUTS:   CLIAIN-FILE - CLIA CERTIFICATE / TEST FILE           *
      * OUTPUTS:  DB2 TABLES  - HCAS.CLIA_CERTIFICATE                  *
      *                         HCAS.LAB_TEST_COMPLEXITY               *
      * FREQUENCY: WEEKLY (CMS CLIA EXTRACT)                           *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIAIN-FILE
               ASSIGN TO CLIAIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CLIAIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIAIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CLIAIN-RECORD.
           05  CLI-RECORD-TYPE         PIC X(01).
               88  CLI-TYPE-CERT       VALUE 'C'.
               88  CLI-TYPE-TEST       VALUE 'T'.
           05  CLI-DATA                PIC X(79).
       01  CLIAIN-CERT-RECORD.
           05  FILLER                  PIC X(01).
           05  CLC-CLIA-NUMBER         PIC X(10).
           05  CLC-CERT-TYPE           PIC X(01).
           05  CLC-EFF-DATE            PIC X(08).
           05  CLC-EXP-DATE            PIC X(08).
           05  CLC-LAB-NAME            PIC X(40).
           05  FILLER                  PIC X(12).
       01  CLIAIN-TEST-RECORD.
           05  FILLER                  PIC X(01).
           05  CLT-PROC-CODE           PIC X(05).
           05  CLT-COMPLEXITY          PIC X(01).
           05  CLT-EFF-DATE            PIC X(08).
           05  CLT-TERM-DATE           PIC X(08).
           05  FILLER                  PIC X(57).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-CLIAIN-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.

       01  WS-IN-TERM-DATE             PIC X(08).

       01  WS-COUNTERS.
           05  WS-CERT-ADD-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-CERT-UPD-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-TEST-ADD-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-ERR-COUNT            PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECORD
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CLIALD01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT CLIAIN-FILE
           IF WS-CLIAIN-STATUS NOT = '00'
               DISPLAY 'CLIALD01: OPEN ERROR INPUT - '
                       WS-CLIAIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8000-READ-INPUT.

       2000-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN CLI-TYPE-CERT
                   PERFORM 3000-LOAD-CERTIFICATE
               WHEN CLI-TYPE-TEST
                   PERFORM 4000-LOAD-TEST
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'CLIALD01: INVALID RECORD TYPE - '
                           CLI-RECORD-TYPE ' REC ' WS-RECORDS-READ
           END-EVALUATE
           PERFORM 8000-READ-INPUT.

       3000-LOAD-CERTIFICATE.
           IF CLC-CLIA-NUMBER = SPACES
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'CLIALD01: MISSING CLIA NUMBER - REC '
                       WS-RECORDS-READ
               EXIT PARAGRAPH
           END-IF
           IF CLC-CERT-TYPE NOT = 'W' AND NOT = 'P' AND NOT = 'C'
                            AND NOT = 'A' AND NOT = 'R'
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'CLIALD01: INVALID CERTIFICATE TYPE - '
                       CLC-CERT-TYPE ' CLIA=' CLC-CLIA-NUMBER
               EXIT PARAGRAPH
           END-IF
           IF CLC-EFF-DATE NOT NUMERIC
           OR CLC-EXP-DATE NOT NUMERIC
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'CLIALD01: INVALID DATE - '
                       CLC-EFF-DATE '/' CLC-EXP-DATE
                       ' CLIA=' CLC-CLIA-NUMBER
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO HCAS.CLIA_CERTIFICATE
                   (CLIA_NUMBER, CERT_TYPE, EFF_DATE, EXP_DATE,
                    LAB_NAME, LOAD_DATE)
               VALUES
                   (:CLC-CLIA-NUMBER, :CLC-CERT-TYPE,
                    :CLC-EFF-DATE, :CLC-EXP-DATE,
                    :CLC-LAB-NAME, :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-CERT-ADD-COUNT
               WHEN -803
      *--- ON FILE - TAKE THE RENEWAL OR TYPE CHANGE ---
                   PERFORM 3100-UPDATE-CERTIFICATE
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'CLIALD01: CERT INSERT ERROR SQLCODE='
                           SQLCODE ' CLIA=' CLC-CLIA-NUMBER
           END-EVALUATE.

       3100-UPDATE-CERTIFICATE.
           EXEC SQL
               UPDATE HCAS.CLIA_CERTIFICATE
               SET CERT_TYPE = :CLC-CERT-TYPE,
                   EFF_DATE  = :CLC-EFF-DATE,
                   EXP_DATE  = :CLC-EXP-DATE,
                   LAB_NAME  = :CLC-LAB-NAME,
                   LOAD_DATE = :WS-CURRENT-DATE
               WHERE CLIA_NUMBER = :CLC-CLIA-NUMBER
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-CERT-UPD-COUNT
           ELSE
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'CLIALD01: CERT UPDATE ERROR SQLCODE='
                       SQLCODE ' CLIA=' CLC-CLIA-NUMBER
           END-IF.

       4000-LOAD-TEST.
           IF CLT-PROC-CODE = SPACES
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'CLIALD01: MISSING PROCEDURE CODE - REC '
                       WS-RECORDS-READ
               EXIT PARAGRAPH
           END-IF
           IF CLT-COMPLEXITY NOT = 'W' AND NOT = 'P' AND NOT = 'H'
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'CLIALD01: INVALID COMPLEXITY - '
                       CLT-COMPLEXITY ' CODE=' CLT-PROC-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CLT-TERM-DATE TO WS-IN-TERM-DATE
           IF WS-IN-TERM-DATE = '00000000' OR SPACES
               MOVE '99991231' TO WS-IN-TERM-DATE
           END-IF
           IF CLT-EFF-DATE NOT NUMERIC
           OR WS-IN-TERM-DATE NOT NUMERIC
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'CLIALD01: INVALID DATE - '
                       CLT-EFF-DATE '/' CLT-TERM-DATE
                       ' CODE=' CLT-PROC-CODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO HCAS.LAB_TEST_COMPLEXITY
                   (PROC_CODE, COMPLEXITY, EFF_DATE, TERM_DATE,
                    LOAD_DATE)
               VALUES
                   (:CLT-PROC-CODE, :CLT-COMPLEXITY,
                    :CLT-EFF-DATE, :WS-IN-TERM-DATE,
                    :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-TEST-ADD-COUNT
               WHEN -803
      *--- ALREADY LOADED - EXTRACTS OVERLAP ---
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'CLIALD01: TEST INSERT ERROR SQLCODE='
                           SQLCODE ' CODE=' CLT-PROC-CODE
           END-EVALUATE.

       8000-READ-INPUT.
           READ CLIAIN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'CLIALD01: RECORDS READ:    ' WS-RECORDS-READ
           DISPLAY 'CLIALD01: CERTS ADDED:     ' WS-CERT-ADD-COUNT
           DISPLAY 'CLIALD01: CERTS UPDATED:   ' WS-CERT-UPD-COUNT
           DISPLAY 'CLIALD01: TESTS ADDED:     ' WS-TEST-ADD-COUNT
           DISPLAY 'CLIALD01: ERRORS:          ' WS-ERR-COUNT
           CLOSE CLIAIN-FILE
           MOVE ZERO TO RETURN-CODE.
