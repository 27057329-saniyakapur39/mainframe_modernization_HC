       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SENSLD01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  SENSLD01                                             *
      * PURPOSE:  SENSITIVE-SERVICE CODE LIST LOADER                   *
      *           MAINTAINS HCAS.SENSITIVE_SERVICE - THE DIAGNOSIS     *
      *           AND PROCEDURE CODE RANGES (MENTAL HEALTH, SUBSTANCE  *
      *           USE, REPRODUCTIVE AND SEXUAL HEALTH, HIV/STI,        *
      *           GENDER-AFFIRMING CARE, DOMESTIC VIOLENCE) THAT MAKE  *
      *           A CLAIM A SENSITIVE SERVICE. CONFML01 CHECKS EVERY   *
      *           CLAIM AGAINST THE LIST SO ITS EOB FOLLOWS THE        *
      *           MEMBER'S CONFIDENTIAL-COMMUNICATION REQUEST AND IT   *
      *           IS LEFT OFF THE SUBSCRIBER'S FAMILY STATEMENT.       *
      *           A BLANK THRU CODE MAKES A ONE-CODE RANGE; THE THRU   *
      *           CODE IS PADDED WITH Z SO A RANGE OF CATEGORY CODES   *
      *           (E.G. F10 THRU F19) COVERS EVERY CODE UNDER THEM.    *
      *           ACTIONS:                                             *
      *             A - ADD A RANGE                                    *
      *             T - TERMINATE A RANGE (KEYED BY TYPE AND FROM)     *
      * INPUTS:   SENSIN-FILE - SENSITIVE-SERVICE LIST CHANGES         *
      * OUTPUTS:  DB2 TABLE   - HCAS.SENSITIVE_SERVICE                 *
      * FREQUENCY: ON REQUEST (PRIVACY OFFICE LIST CHANGES)            *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSIN-FILE
               ASSIGN TO SENSIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SENSIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SENSIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SENSIN-RECORD.
           05  SSI-ACTION-CODE         PIC X(01).
               88  SSI-ACTION-ADD      VALUE 'A'.
               88  SSI-ACTION-TERM     VALUE 'T'.
           05  SSI-LIST-TYPE           PIC X(02).
               88  SSI-TYPE-DIAG       VALUE 'DX'.
               88  SSI-TYPE-PROC       VALUE 'PX'.
           05  SSI-CODE-FROM           PIC X(08).
           05  SSI-CODE-THRU           PIC X(08).
           05  SSI-CATEGORY            PIC X(02).
               88  SSI-CATEGORY-VALID  VALUES 'MH' 'SU' 'RH' 'HV'
                                              'GA' 'DV'.
           05  SSI-EFF-DATE            PIC X(08).
           05  SSI-TERM-DATE           PIC X(08).
           05  SSI-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(13).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-SENSIN-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.

       01  WS-INPUT-FIELDS.
           05  WS-IN-CODE-THRU         PIC X(08).
           05  WS-IN-TERM-DATE         PIC X(08).

       01  WS-COUNTERS.
           05  WS-ADD-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-TERM-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-ERR-COUNT            PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RANGE
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'SENSLD01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT SENSIN-FILE
           IF WS-SENSIN-STATUS NOT = '00'
               DISPLAY 'SENSLD01: OPEN ERROR INPUT - '
                       WS-SENSIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8000-READ-INPUT.

       2000-PROCESS-RANGE.
           IF NOT SSI-TYPE-DIAG AND NOT SSI-TYPE-PROC
           OR SSI-CODE-FROM = SPACES
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'SENSLD01: INVALID LIST TYPE OR CODE - '
                       SSI-LIST-TYPE ' CODE=' SSI-CODE-FROM
           ELSE
               EVALUATE TRUE
                   WHEN SSI-ACTION-ADD
                       PERFORM 3000-ADD-RANGE
                   WHEN SSI-ACTION-TERM
                       PERFORM 4000-TERM-RANGE
                   WHEN OTHER
                       ADD 1 TO WS-ERR-COUNT
                       DISPLAY 'SENSLD01: INVALID ACTION - '
                               SSI-ACTION-CODE
                               ' CODE=' SSI-CODE-FROM
               END-EVALUATE
           END-IF
           PERFORM 8000-READ-INPUT.

       3000-ADD-RANGE.
           MOVE SSI-CODE-THRU TO WS-IN-CODE-THRU
           IF WS-IN-CODE-THRU = SPACES
               MOVE SSI-CODE-FROM TO WS-IN-CODE-THRU
           END-IF
      *--- PAD THE THRU CODE SO EVERY CODE UNDER IT IS COVERED ---
           INSPECT WS-IN-CODE-THRU REPLACING ALL SPACE BY 'Z'
           MOVE SSI-TERM-DATE TO WS-IN-TERM-DATE
           IF WS-IN-TERM-DATE = '00000000' OR SPACES
               MOVE '99991231' TO WS-IN-TERM-DATE
           END-IF
           EVALUATE TRUE
               WHEN SSI-EFF-DATE NOT NUMERIC
               OR WS-IN-TERM-DATE NOT NUMERIC
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'SENSLD01: INVALID DATE - '
                           SSI-EFF-DATE '/' SSI-TERM-DATE
                           ' CODE=' SSI-CODE-FROM
                   EXIT PARAGRAPH
               WHEN WS-IN-CODE-THRU < SSI-CODE-FROM
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'SENSLD01: THRU CODE BEFORE FROM CODE - '
                           SSI-CODE-FROM '/' SSI-CODE-THRU
                   EXIT PARAGRAPH
               WHEN NOT SSI-CATEGORY-VALID
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'SENSLD01: INVALID CATEGORY - '
                           SSI-CATEGORY ' CODE=' SSI-CODE-FROM
                   EXIT PARAGRAPH
           END-EVALUATE
           EXEC SQL
               INSERT INTO HCAS.SENSITIVE_SERVICE
                   (LIST_TYPE, CODE_FROM, CODE_THRU, SVC_CATEGORY,
                    DESCRIPTION, EFF_DATE, TERM_DATE, UPDATE_DATE)
               VALUES
                   (:SSI-LIST-TYPE, :SSI-CODE-FROM,
                    :WS-IN-CODE-THRU, :SSI-CATEGORY,
                    :SSI-DESCRIPTION, :SSI-EFF-DATE,
                    :WS-IN-TERM-DATE, :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-ADD-COUNT
               WHEN -803
      *--- ALREADY LOADED - A RESUBMITTED LIST OVERLAPS ---
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'SENSLD01: INSERT ERROR SQLCODE='
                           SQLCODE ' CODE=' SSI-CODE-FROM
           END-EVALUATE.

       4000-TERM-RANGE.
           MOVE SSI-TERM-DATE TO WS-IN-TERM-DATE
           IF WS-IN-TERM-DATE = '00000000' OR SPACES
               MOVE WS-CURRENT-DATE TO WS-IN-TERM-DATE
           END-IF
           IF WS-IN-TERM-DATE NOT NUMERIC
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'SENSLD01: INVALID TERM DATE - '
                       SSI-TERM-DATE ' CODE=' SSI-CODE-FROM
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.SENSITIVE_SERVICE
               SET TERM_DATE = :WS-IN-TERM-DATE,
                   UPDATE_DATE = :WS-CURRENT-DATE
               WHERE LIST_TYPE = :SSI-LIST-TYPE
                 AND CODE_FROM = :SSI-CODE-FROM
                 AND TERM_DATE = '99991231'
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-TERM-COUNT
               WHEN +100
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'SENSLD01: RANGE NOT FOUND TO TERM - '
                           SSI-CODE-FROM
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'SENSLD01: TERM ERROR SQLCODE='
                           SQLCODE ' CODE=' SSI-CODE-FROM
           END-EVALUATE.

       8000-READ-INPUT.
           READ SENSIN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'SENSLD01: RECORDS READ:  ' WS-RECORDS-READ
           DISPLAY 'SENSLD01: RANGES ADDED:  ' WS-ADD-COUNT
           DISPLAY 'SENSLD01: RANGES TERMED: ' WS-TERM-COUNT
           DISPLAY 'SENSLD01: ERRORS:        ' WS-ERR-COUNT
           CLOSE SENSIN-FILE
           MOVE ZERO TO RETURN-CODE.
