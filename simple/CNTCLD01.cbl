       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNTCLD01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  CNTCLD01                                             *
      * PURPOSE:  CONTACT CENTER REASON / RESOLUTION CODE LOADER       *
      *           MAINTAINS HCAS.CONTACT_CODE - THE CALL REASON CODES  *
      *           (RS) AND RESOLUTION CODES (RL) THE SERVICE REPS      *
      *           PICK FROM ON THE CONTACT SCREEN (CNTINQ1). A         *
      *           RESOLUTION CODE CARRIES A RESOLVED FLAG: 'Y' MEANS   *
      *           THE CALLER'S ISSUE WAS SETTLED ON THE CALL, WHICH    *
      *           IS WHAT CNTRPT01 COUNTS AS FIRST-CONTACT RESOLUTION. *
      *           ACTIONS:                                             *
      *             A - ADD A CODE                                     *
      *             C - CHANGE A CODE'S DESCRIPTION / RESOLVED FLAG    *
      *             T - TERMINATE A CODE (NO LONGER OFFERED)           *
      * INPUTS:   CNTCIN-FILE - CONTACT CODE LIST CHANGES              *
      * OUTPUTS:  DB2 TABLE   - HCAS.CONTACT_CODE                      *
      * FREQUENCY: ON REQUEST (CONTACT CENTER LIST CHANGES)            *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNTCIN-FILE
               ASSIGN TO CNTCIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CNTCIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CNTCIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CNTCIN-RECORD.
           05  CCI-ACTION-CODE         PIC X(01).
               88  CCI-ACTION-ADD      VALUE 'A'.
               88  CCI-ACTION-CHANGE   VALUE 'C'.
               88  CCI-ACTION-TERM     VALUE 'T'.
           05  CCI-CODE-TYPE           PIC X(02).
               88  CCI-TYPE-REASON     VALUE 'RS'.
               88  CCI-TYPE-RESOLUTION VALUE 'RL'.
           05  CCI-CONTACT-CODE        PIC X(04).
           05  CCI-RESOLVED-FLAG       PIC X(01).
               88  CCI-RESOLVED-VALID  VALUES 'Y' 'N'.
           05  CCI-EFF-DATE            PIC X(08).
           05  CCI-TERM-DATE           PIC X(08).
           05  CCI-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(26).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-CNTCIN-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.

       01  WS-INPUT-FIELDS.
           05  WS-IN-RESOLVED-FLAG     PIC X(01).
           05  WS-IN-TERM-DATE         PIC X(08).

       01  WS-COUNTERS.
           05  WS-ADD-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-CHG-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-TERM-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-ERR-COUNT            PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CODE
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'CNTCLD01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT CNTCIN-FILE
           IF WS-CNTCIN-STATUS NOT = '00'
               DISPLAY 'CNTCLD01: OPEN ERROR INPUT - '
                       WS-CNTCIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8000-READ-INPUT.

       2000-PROCESS-CODE.
           IF NOT CCI-TYPE-REASON AND NOT CCI-TYPE-RESOLUTION
           OR CCI-CONTACT-CODE = SPACES
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'CNTCLD01: INVALID CODE TYPE OR CODE - '
                       CCI-CODE-TYPE ' CODE=' CCI-CONTACT-CODE
           ELSE
               EVALUATE TRUE
                   WHEN CCI-ACTION-ADD
                       PERFORM 3000-ADD-CODE
                   WHEN CCI-ACTION-CHANGE
                       PERFORM 4000-CHANGE-CODE
                   WHEN CCI-ACTION-TERM
                       PERFORM 5000-TERM-CODE
                   WHEN OTHER
                       ADD 1 TO WS-ERR-COUNT
                       DISPLAY 'CNTCLD01: INVALID ACTION - '
                               CCI-ACTION-CODE
                               ' CODE=' CCI-CONTACT-CODE
               END-EVALUATE
           END-IF
           PERFORM 8000-READ-INPUT.

       2100-SET-RESOLVED-FLAG.
      *--- ONLY A RESOLUTION CODE CAN MARK A CALL RESOLVED ---
           IF CCI-TYPE-RESOLUTION
               MOVE CCI-RESOLVED-FLAG TO WS-IN-RESOLVED-FLAG
           ELSE
               MOVE 'N' TO WS-IN-RESOLVED-FLAG
           END-IF.

       3000-ADD-CODE.
           PERFORM 2100-SET-RESOLVED-FLAG
           MOVE CCI-TERM-DATE TO WS-IN-TERM-DATE
           IF WS-IN-TERM-DATE = '00000000' OR SPACES
               MOVE '99991231' TO WS-IN-TERM-DATE
           END-IF
           EVALUATE TRUE
               WHEN CCI-EFF-DATE NOT NUMERIC
               OR WS-IN-TERM-DATE NOT NUMERIC
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'CNTCLD01: INVALID DATE - '
                           CCI-EFF-DATE '/' CCI-TERM-DATE
                           ' CODE=' CCI-CONTACT-CODE
                   EXIT PARAGRAPH
               WHEN CCI-TYPE-RESOLUTION
               AND NOT CCI-RESOLVED-VALID
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'CNTCLD01: RESOLVED FLAG MUST BE Y OR N - '
                           CCI-CONTACT-CODE
                   EXIT PARAGRAPH
               WHEN CCI-DESCRIPTION = SPACES
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'CNTCLD01: DESCRIPTION REQUIRED - '
                           CCI-CONTACT-CODE
                   EXIT PARAGRAPH
           END-EVALUATE
           EXEC SQL
               INSERT INTO HCAS.CONTACT_CODE
                   (CODE_TYPE, CONTACT_CODE, DESCRIPTION,
                    RESOLVED_FLAG, EFF_DATE, TERM_DATE,
                    UPDATE_DATE)
               VALUES
                   (:CCI-CODE-TYPE, :CCI-CONTACT-CODE,
                    :CCI-DESCRIPTION, :WS-IN-RESOLVED-FLAG,
                    :CCI-EFF-DATE, :WS-IN-TERM-DATE,
                    :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-ADD-COUNT
               WHEN -803
      *--- ALREADY LOADED - A RESUBMITTED LIST OVERLAPS ---
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'CNTCLD01: INSERT ERROR SQLCODE='
                           SQLCODE ' CODE=' CCI-CONTACT-CODE
           END-EVALUATE.

       4000-CHANGE-CODE.
           PERFORM 2100-SET-RESOLVED-FLAG
           IF CCI-TYPE-RESOLUTION
           AND NOT CCI-RESOLVED-VALID
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'CNTCLD01: RESOLVED FLAG MUST BE Y OR N - '
                       CCI-CONTACT-CODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.CONTACT_CODE
               SET DESCRIPTION =
                       CASE WHEN :CCI-DESCRIPTION = ' '
                            THEN DESCRIPTION
                            ELSE :CCI-DESCRIPTION END,
                   RESOLVED_FLAG = :WS-IN-RESOLVED-FLAG,
                   UPDATE_DATE = :WS-CURRENT-DATE
               WHERE CODE_TYPE = :CCI-CODE-TYPE
                 AND CONTACT_CODE = :CCI-CONTACT-CODE
                 AND TERM_DATE = '99991231'
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-CHG-COUNT
               WHEN +100
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'CNTCLD01: CODE NOT FOUND TO CHANGE - '
                           CCI-CONTACT-CODE
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'CNTCLD01: CHANGE ERROR SQLCODE='
                           SQLCODE ' CODE=' CCI-CONTACT-CODE
           END-EVALUATE.

       5000-TERM-CODE.
           MOVE CCI-TERM-DATE TO WS-IN-TERM-DATE
           IF WS-IN-TERM-DATE = '00000000' OR SPACES
               MOVE WS-CURRENT-DATE TO WS-IN-TERM-DATE
           END-IF
           IF WS-IN-TERM-DATE NOT NUMERIC
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'CNTCLD01: INVALID TERM DATE - '
                       CCI-TERM-DATE ' CODE=' CCI-CONTACT-CODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.CONTACT_CODE
               SET TERM_DATE = :WS-IN-TERM-DATE,
                   UPDATE_DATE = :WS-CURRENT-DATE
               WHERE CODE_TYPE = :CCI-CODE-TYPE
                 AND CONTACT_CODE = :CCI-CONTACT-CODE
                 AND TERM_DATE = '99991231'
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-TERM-COUNT
               WHEN +100
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'CNTCLD01: CODE NOT FOUND TO TERM - '
                           CCI-CONTACT-CODE
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'CNTCLD01: TERM ERROR SQLCODE='
                           SQLCODE ' CODE=' CCI-CONTACT-CODE
           END-EVALUATE.

       8000-READ-INPUT.
           READ CNTCIN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'CNTCLD01: RECORDS READ:  ' WS-RECORDS-READ
           DISPLAY 'CNTCLD01: CODES ADDED:   ' WS-ADD-COUNT
           DISPLAY 'CNTCLD01: CODES CHANGED: ' WS-CHG-COUNT
           DISPLAY 'CNTCLD01: CODES TERMED:  ' WS-TERM-COUNT
           DISPLAY 'CNTCLD01: ERRORS:        ' WS-ERR-COUNT
           CLOSE CNTCIN-FILE
           MOVE ZERO TO RETURN-CODE.
