       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MAILRC01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  MAILRC01                                             *
      * PURPOSE:  PRINT VENDOR MAIL RECONCILIATION REPORT              *
      *           LISTS EVERY PIECE ON HCAS.PRINT_MANIFEST THAT WAS    *
      *           HANDED TO THE PRINT VENDOR BEFORE TODAY BUT HAS NO   *
      *           MAILED CONFIRMATION YET (MAILCF01), WITH THE DAYS    *
      *           OUTSTANDING. PIECES NOT CONFIRMED WITHIN THE         *
      *           VENDOR'S SERVICE WINDOW ARE FLAGGED PAST DUE, AND    *
      *           PIECES NEVER MANIFESTED (MANFST01) ARE FLAGGED SO    *
      *           OPERATIONS CAN CHASE THE HANDOFF. A SECOND SECTION   *
      *           LISTS PIECES THE VENDOR SPOILED, WHICH MUST BE       *
      *           REPRINTED.                                           *
      * INPUTS:   DB2 TABLE  - HCAS.PRINT_MANIFEST                     *
      * OUTPUTS:  MRCRPTOT   - RECONCILIATION REPORT                   *
      * FREQUENCY: DAILY BATCH (AFTER MAILCF01)                        *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MRCRPT-FILE
               ASSIGN TO MRCRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MRCRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  MRCRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-RPT-STATUS               PIC X(02).
       01  WS-RPT-LINE                 PIC X(133).

       01  WS-SWITCHES.
           05  WS-PC-EOF-SW            PIC X(01) VALUE 'N'.
               88  WS-PC-EOF           VALUE 'Y'.
               88  WS-PC-NOT-EOF       VALUE 'N'.

      *--- VENDOR SERVICE WINDOW - CALENDAR DAYS FROM HANDOFF ---
       01  WS-MR-CONFIRM-DAYS          PIC 9(03) VALUE 3.

      *--- SENT BUT NOT CONFIRMED ---
           EXEC SQL DECLARE OPENPC-CURSOR CURSOR FOR
               SELECT DOC_ID, DOC_TYPE, SOURCE_PROGRAM,
                      COALESCE(MEMBER_ID, ' '),
                      PAGE_COUNT, HANDOFF_DATE, MANIFEST_DATE
               FROM HCAS.PRINT_MANIFEST
               WHERE MAIL_STATUS = 'P'
                 AND HANDOFF_DATE < :WS-CURRENT-DATE
               ORDER BY HANDOFF_DATE, DOC_ID
           END-EXEC

      *--- SPOILED BY THE VENDOR - TO BE REPRINTED ---
           EXEC SQL DECLARE SPOIL-CURSOR CURSOR FOR
               SELECT DOC_ID, DOC_TYPE, SOURCE_PROGRAM,
                      COALESCE(MEMBER_ID, ' '),
                      PAGE_COUNT, HANDOFF_DATE, STATUS_DATE,
                      COALESCE(STATUS_REASON, ' ')
               FROM HCAS.PRINT_MANIFEST
               WHERE MAIL_STATUS = 'S'
               ORDER BY STATUS_DATE, DOC_ID
           END-EXEC

       01  WS-PIECE-ROW.
           05  WS-PC-DOC-ID            PIC X(16).
           05  WS-PC-DOC-TYPE          PIC X(02).
           05  WS-PC-SOURCE            PIC X(08).
           05  WS-PC-MEMBER-ID         PIC X(12).
           05  WS-PC-PAGES             PIC S9(04) COMP.
           05  WS-PC-HANDOFF-DATE      PIC X(08).
           05  WS-PC-HANDOFF-DATE-N REDEFINES WS-PC-HANDOFF-DATE
                                       PIC 9(08).
           05  WS-PC-MANIFEST-DATE     PIC X(08).
           05  WS-PC-STATUS-DATE       PIC X(08).
           05  WS-PC-STATUS-REASON     PIC X(20).

       01  WS-AGE-FIELDS.
           05  WS-AGE-TODAY-N          PIC 9(08).
           05  WS-AGE-TODAY-INT        PIC S9(09) COMP.
           05  WS-AGE-HANDOFF-INT      PIC S9(09) COMP.
           05  WS-AGE-DAYS             PIC S9(05) COMP.
           05  WS-AGE-FLAG             PIC X(14).

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-DOC-ID            PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DOC-TYPE          PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-SOURCE            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-MEMBER-ID         PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PAGES             PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-HANDOFF-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DATE-2            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DAYS              PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-REMARK            PIC X(20).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-MR-COUNTERS.
           05  WS-OPEN-PIECES          PIC 9(07) VALUE ZERO.
           05  WS-OPEN-PAST-DUE        PIC 9(07) VALUE ZERO.
           05  WS-OPEN-NOT-MANIFESTED  PIC 9(07) VALUE ZERO.
           05  WS-SPOILED-PIECES       PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-OPEN-PIECES
           PERFORM 3000-LIST-SPOILED-PIECES
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'MAILRC01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-AGE-TODAY-N
           COMPUTE WS-AGE-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-AGE-TODAY-N)
           OPEN OUTPUT MRCRPT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'MAILRC01: ERROR OPENING MRCRPTOT - '
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MAILRC01 - PRINT VENDOR MAIL RECONCILIATION  '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE MRCRPT-RECORD FROM WS-RPT-LINE.

       2000-LIST-OPEN-PIECES.
           MOVE SPACES TO WS-RPT-LINE
           WRITE MRCRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PIECES SENT - NOT CONFIRMED MAILED'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE MRCRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING ' DOCUMENT ID       TY  SOURCE    MEMBER        '
                  DELIMITED SIZE
                  'PAGES  HANDOFF   MANIFEST   DAYS  REMARK'
                  DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE MRCRPT-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN OPENPC-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'MAILRC01: ERROR OPENING OPEN PIECE CURSOR - '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-PC-NOT-EOF TO TRUE
           PERFORM 2100-FETCH-OPEN-PIECE
           PERFORM 2200-REPORT-OPEN-PIECE
               UNTIL WS-PC-EOF
           EXEC SQL CLOSE OPENPC-CURSOR END-EXEC.

       2100-FETCH-OPEN-PIECE.
           EXEC SQL
               FETCH OPENPC-CURSOR
               INTO :WS-PC-DOC-ID, :WS-PC-DOC-TYPE, :WS-PC-SOURCE,
                    :WS-PC-MEMBER-ID, :WS-PC-PAGES,
                    :WS-PC-HANDOFF-DATE, :WS-PC-MANIFEST-DATE
           END-EXEC
           IF SQLCODE = +100
               SET WS-PC-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'MAILRC01: OPEN PIECE FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-PC-EOF TO TRUE
           END-IF.

       2200-REPORT-OPEN-PIECE.
           ADD 1 TO WS-OPEN-PIECES
           PERFORM 2300-AGE-PIECE
           MOVE SPACES TO WS-AGE-FLAG
           IF WS-PC-MANIFEST-DATE = '00000000'
               ADD 1 TO WS-OPEN-NOT-MANIFESTED
               MOVE 'NOT MANIFESTED' TO WS-AGE-FLAG
           ELSE
               IF WS-AGE-DAYS > WS-MR-CONFIRM-DAYS
                   ADD 1 TO WS-OPEN-PAST-DUE
                   MOVE 'PAST DUE' TO WS-AGE-FLAG
               END-IF
           END-IF
           PERFORM 2400-FORMAT-COMMON
           MOVE WS-PC-MANIFEST-DATE TO WS-DL-DATE-2
           MOVE WS-AGE-DAYS         TO WS-DL-DAYS
           MOVE WS-AGE-FLAG         TO WS-DL-REMARK
           WRITE MRCRPT-RECORD FROM WS-DETAIL-LINE
           PERFORM 2100-FETCH-OPEN-PIECE.

       2300-AGE-PIECE.
           MOVE ZERO TO WS-AGE-DAYS
           IF WS-PC-HANDOFF-DATE-N IS NUMERIC
           AND WS-PC-HANDOFF-DATE-N > ZERO
               COMPUTE WS-AGE-HANDOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PC-HANDOFF-DATE-N)
               COMPUTE WS-AGE-DAYS =
                   WS-AGE-TODAY-INT - WS-AGE-HANDOFF-INT
           END-IF.

       2400-FORMAT-COMMON.
           MOVE WS-PC-DOC-ID       TO WS-DL-DOC-ID
           MOVE WS-PC-DOC-TYPE     TO WS-DL-DOC-TYPE
           MOVE WS-PC-SOURCE       TO WS-DL-SOURCE
           MOVE WS-PC-MEMBER-ID    TO WS-DL-MEMBER-ID
           MOVE WS-PC-PAGES        TO WS-DL-PAGES
           MOVE WS-PC-HANDOFF-DATE TO WS-DL-HANDOFF-DATE.

       3000-LIST-SPOILED-PIECES.
           MOVE SPACES TO WS-RPT-LINE
           WRITE MRCRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PIECES SPOILED BY VENDOR - REPRINT REQUIRED'
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE MRCRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING ' DOCUMENT ID       TY  SOURCE    MEMBER        '
                  DELIMITED SIZE
                  'PAGES  HANDOFF   SPOILED    DAYS  REASON'
                  DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE MRCRPT-RECORD FROM WS-RPT-LINE
           EXEC SQL OPEN SPOIL-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'MAILRC01: ERROR OPENING SPOILED CURSOR - '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-PC-NOT-EOF TO TRUE
           PERFORM 3100-FETCH-SPOILED-PIECE
           PERFORM 3200-REPORT-SPOILED-PIECE
               UNTIL WS-PC-EOF
           EXEC SQL CLOSE SPOIL-CURSOR END-EXEC.

       3100-FETCH-SPOILED-PIECE.
           EXEC SQL
               FETCH SPOIL-CURSOR
               INTO :WS-PC-DOC-ID, :WS-PC-DOC-TYPE, :WS-PC-SOURCE,
                    :WS-PC-MEMBER-ID, :WS-PC-PAGES,
                    :WS-PC-HANDOFF-DATE, :WS-PC-STATUS-DATE,
                    :WS-PC-STATUS-REASON
           END-EXEC
           IF SQLCODE = +100
               SET WS-PC-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'MAILRC01: SPOILED FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-PC-EOF TO TRUE
           END-IF.

       3200-REPORT-SPOILED-PIECE.
           ADD 1 TO WS-SPOILED-PIECES
           PERFORM 2300-AGE-PIECE
           PERFORM 2400-FORMAT-COMMON
           MOVE WS-PC-STATUS-DATE   TO WS-DL-DATE-2
           MOVE WS-AGE-DAYS         TO WS-DL-DAYS
           MOVE WS-PC-STATUS-REASON TO WS-DL-REMARK
           WRITE MRCRPT-RECORD FROM WS-DETAIL-LINE
           PERFORM 3100-FETCH-SPOILED-PIECE.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           STRING '=============================================='
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE MRCRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PIECES NOT CONFIRMED:  ' DELIMITED SIZE
                  WS-OPEN-PIECES            DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE MRCRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  PAST DUE:            ' DELIMITED SIZE
                  WS-OPEN-PAST-DUE          DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE MRCRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING '  NOT MANIFESTED:      ' DELIMITED SIZE
                  WS-OPEN-NOT-MANIFESTED    DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE MRCRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PIECES SPOILED:        ' DELIMITED SIZE
                  WS-SPOILED-PIECES         DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE MRCRPT-RECORD FROM WS-RPT-LINE.

       9000-TERMINATE.
           DISPLAY 'MAILRC01: MAIL RECONCILIATION COMPLETE'
           DISPLAY '  PIECES NOT CONFIRMED:  ' WS-OPEN-PIECES
           DISPLAY '  PAST DUE:              ' WS-OPEN-PAST-DUE
           DISPLAY '  NOT MANIFESTED:        ' WS-OPEN-NOT-MANIFESTED
           DISPLAY '  PIECES SPOILED:        ' WS-SPOILED-PIECES
           CLOSE MRCRPT-FILE
           IF WS-OPEN-PAST-DUE > ZERO OR WS-SPOILED-PIECES > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
