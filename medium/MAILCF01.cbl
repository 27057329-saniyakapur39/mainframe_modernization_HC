       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MAILCF01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  MAILCF01                                             *
      * PURPOSE:  PRINT VENDOR MAIL CONFIRMATION INTAKE                *
      *           READS THE PRINT AND MAIL VENDOR'S CONFIRMATION       *
      *           FILE - ONE RECORD PER PIECE, KEYED BY THE DOCUMENT   *
      *           ID ON THE MANIFEST (MANFST01) - AND POSTS IT TO      *
      *           HCAS.PRINT_MANIFEST:                                 *
      *             M - MAILED: THE EVENT DATE IS THE PROVEN MAIL      *
      *                 DATE                                           *
      *             S - SPOILED: NOT MAILED; THE PIECE MUST BE         *
      *                 REPRINTED (MAILRC01 LISTS IT)                  *
      *             R - RETURNED: KEEPS ANY PROVEN MAIL DATE           *
      *           THE STATUS AND PROVEN MAIL DATE ARE ALSO POSTED TO   *
      *           THE DOCUMENT'S OWN HISTORY - HCAS.LETTER_LOG FOR     *
      *           DENIAL LETTERS, HCAS.CARD_ORDER_HIST FOR ID CARDS -  *
      *           SO THE APPEAL CLOCK (APPINQ1) RUNS FROM THE DATE     *
      *           THE LETTER WAS ACTUALLY MAILED. RETURNED PIECES      *
      *           ALSO COME BACK ON THE RETURNED-MAIL SCAN FILE,       *
      *           WHICH RETMAIL1 USES TO FLAG THE ADDRESS.             *
      * INPUTS:   MAILCFIN - VENDOR MAIL CONFIRMATION FILE             *
      * OUTPUTS:  DB2 TABLES - HCAS.PRINT_MANIFEST, HCAS.LETTER_LOG,   *
      *           HCAS.CARD_ORDER_HIST                                 *
      *           MCFRPTOT - INTAKE REPORT                             *
      * FREQUENCY: DAILY BATCH                                         *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAILCF-FILE
               ASSIGN TO MAILCFIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MCF-STATUS.

           SELECT MCFRPT-FILE
               ASSIGN TO MCFRPTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAILCF-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  MAILCF-RECORD.
           05  MCF-DOC-ID              PIC X(16).
           05  MCF-EVENT-CODE          PIC X(01).
               88  MCF-MAILED          VALUE 'M'.
               88  MCF-SPOILED         VALUE 'S'.
               88  MCF-RETURNED        VALUE 'R'.
           05  MCF-EVENT-DATE          PIC X(08).
           05  MCF-REASON              PIC X(20).
           05  FILLER                  PIC X(35).

       FD  MCFRPT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS.
       01  MCFRPT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-MCF-STATUS               PIC X(02).
       01  WS-RPT-STATUS               PIC X(02).
       01  WS-RPT-LINE                 PIC X(133).

       01  WS-SWITCHES.
           05  WS-MCF-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-MCF-EOF          VALUE 'Y'.
               88  WS-MCF-NOT-EOF      VALUE 'N'.

      *--- THE PIECE AS REGISTERED AND ITS NEW STATUS ---
       01  WS-PIECE-FIELDS.
           05  WS-PC-DOC-TYPE          PIC X(02).
               88  WS-PC-DENIAL-LTR    VALUE 'DL'.
               88  WS-PC-ID-CARD       VALUE 'IC'.
           05  WS-PC-MAIL-STATUS       PIC X(01).
           05  WS-PC-MAIL-DATE         PIC X(08).
           05  WS-PC-NEW-STATUS        PIC X(01).
           05  WS-PC-NEW-MAIL-DATE     PIC X(08).

       01  WS-MCF-COUNTERS.
           05  WS-CONFIRMS-READ        PIC 9(07) VALUE ZERO.
           05  WS-PIECES-MAILED        PIC 9(07) VALUE ZERO.
           05  WS-PIECES-SPOILED       PIC 9(07) VALUE ZERO.
           05  WS-PIECES-RETURNED      PIC 9(07) VALUE ZERO.
           05  WS-DOCS-NOT-FOUND       PIC 9(07) VALUE ZERO.
           05  WS-CONFIRMS-REJECTED    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-ONE-CONFIRM
               UNTIL WS-MCF-EOF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'MAILCF01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT  MAILCF-FILE
           OPEN OUTPUT MCFRPT-FILE
           IF WS-MCF-STATUS NOT = '00'
               DISPLAY 'MAILCF01: ERROR OPENING MAILCFIN - '
                       WS-MCF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING 'MAILCF01 - PRINT VENDOR MAIL CONFIRMATIONS  '
                  DELIMITED SIZE
                  WS-CURRENT-DATE DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE MCFRPT-RECORD FROM WS-RPT-LINE
           PERFORM 1100-READ-CONFIRM.

       1100-READ-CONFIRM.
           READ MAILCF-FILE
               AT END
                   SET WS-MCF-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONFIRMS-READ
           END-READ.

       2000-POST-ONE-CONFIRM.
           IF NOT MCF-MAILED AND NOT MCF-SPOILED
                             AND NOT MCF-RETURNED
           OR MCF-EVENT-DATE NOT NUMERIC
               ADD 1 TO WS-CONFIRMS-REJECTED
               MOVE 'INVALID EVENT CODE OR DATE' TO MCF-REASON
               PERFORM 2900-REPORT-EXCEPTION
               PERFORM 1100-READ-CONFIRM
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-READ-PIECE
           IF SQLCODE = ZERO
               PERFORM 2200-SET-NEW-STATUS
               PERFORM 2300-UPDATE-MANIFEST
               IF SQLCODE = ZERO
                   EVALUATE TRUE
                       WHEN WS-PC-DENIAL-LTR
                           PERFORM 2400-UPDATE-LETTER-LOG
                       WHEN WS-PC-ID-CARD
                           PERFORM 2500-UPDATE-CARD-ORDER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM 1100-READ-CONFIRM.

       2100-READ-PIECE.
           EXEC SQL
               SELECT DOC_TYPE, MAIL_STATUS, MAIL_DATE
               INTO :WS-PC-DOC-TYPE, :WS-PC-MAIL-STATUS,
                    :WS-PC-MAIL-DATE
               FROM HCAS.PRINT_MANIFEST
               WHERE DOC_ID = :MCF-DOC-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   ADD 1 TO WS-DOCS-NOT-FOUND
                   MOVE 'DOCUMENT ID NOT ON FILE' TO MCF-REASON
                   PERFORM 2900-REPORT-EXCEPTION
               WHEN OTHER
                   DISPLAY 'MAILCF01: MANIFEST READ ERROR SQLCODE='
                           SQLCODE ' DOC=' MCF-DOC-ID
           END-EVALUATE.

       2200-SET-NEW-STATUS.
      *--- ONLY A MAILED CONFIRMATION SETS THE PROVEN MAIL DATE; ---
      *    A RETURN KEEPS IT, A SPOIL MEANS THE PIECE NEVER WENT  ---
           MOVE MCF-EVENT-CODE  TO WS-PC-NEW-STATUS
           MOVE WS-PC-MAIL-DATE TO WS-PC-NEW-MAIL-DATE
           EVALUATE TRUE
               WHEN MCF-MAILED
                   MOVE MCF-EVENT-DATE TO WS-PC-NEW-MAIL-DATE
                   ADD 1 TO WS-PIECES-MAILED
               WHEN MCF-SPOILED
                   MOVE '00000000' TO WS-PC-NEW-MAIL-DATE
                   ADD 1 TO WS-PIECES-SPOILED
                   PERFORM 2900-REPORT-EXCEPTION
               WHEN MCF-RETURNED
                   ADD 1 TO WS-PIECES-RETURNED
           END-EVALUATE.

       2300-UPDATE-MANIFEST.
           EXEC SQL
               UPDATE HCAS.PRINT_MANIFEST
               SET MAIL_STATUS = :WS-PC-NEW-STATUS,
                   MAIL_DATE = :WS-PC-NEW-MAIL-DATE,
                   STATUS_DATE = :MCF-EVENT-DATE,
                   STATUS_REASON = :MCF-REASON
               WHERE DOC_ID = :MCF-DOC-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'MAILCF01: MANIFEST UPDATE ERROR SQLCODE='
                       SQLCODE ' DOC=' MCF-DOC-ID
           END-IF.

       2400-UPDATE-LETTER-LOG.
           EXEC SQL
               UPDATE HCAS.LETTER_LOG
               SET MAIL_STATUS = :WS-PC-NEW-STATUS,
                   MAIL_DATE = :WS-PC-NEW-MAIL-DATE
               WHERE DOC_ID = :MCF-DOC-ID
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               DISPLAY 'MAILCF01: LETTER LOG UPDATE ERROR SQLCODE='
                       SQLCODE ' DOC=' MCF-DOC-ID
           END-IF.

       2500-UPDATE-CARD-ORDER.
           EXEC SQL
               UPDATE HCAS.CARD_ORDER_HIST
               SET MAIL_STATUS = :WS-PC-NEW-STATUS,
                   MAIL_DATE = :WS-PC-NEW-MAIL-DATE
               WHERE DOC_ID = :MCF-DOC-ID
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               DISPLAY 'MAILCF01: CARD ORDER UPDATE ERROR SQLCODE='
                       SQLCODE ' DOC=' MCF-DOC-ID
           END-IF.

       2900-REPORT-EXCEPTION.
           MOVE SPACES TO WS-RPT-LINE
           STRING ' ' DELIMITED SIZE
                  MCF-DOC-ID DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  MCF-EVENT-CODE DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  MCF-EVENT-DATE DELIMITED SIZE
                  '  ' DELIMITED SIZE
                  MCF-REASON DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE MCFRPT-RECORD FROM WS-RPT-LINE.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE
           STRING '=============================================='
               DELIMITED SIZE INTO WS-RPT-LINE
           WRITE MCFRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'CONFIRMATIONS READ:  ' DELIMITED SIZE
                  WS-CONFIRMS-READ        DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE MCFRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PIECES MAILED:       ' DELIMITED SIZE
                  WS-PIECES-MAILED        DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE MCFRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PIECES SPOILED:      ' DELIMITED SIZE
                  WS-PIECES-SPOILED       DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE MCFRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'PIECES RETURNED:     ' DELIMITED SIZE
                  WS-PIECES-RETURNED      DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE MCFRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'DOCUMENTS NOT FOUND: ' DELIMITED SIZE
                  WS-DOCS-NOT-FOUND       DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE MCFRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'REJECTED:            ' DELIMITED SIZE
                  WS-CONFIRMS-REJECTED    DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE MCFRPT-RECORD FROM WS-RPT-LINE.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'MAILCF01: CONFIRMATION INTAKE COMPLETE'
           DISPLAY '  CONFIRMATIONS READ:  ' WS-CONFIRMS-READ
           DISPLAY '  PIECES MAILED:       ' WS-PIECES-MAILED
           DISPLAY '  PIECES SPOILED:      ' WS-PIECES-SPOILED
           DISPLAY '  PIECES RETURNED:     ' WS-PIECES-RETURNED
           DISPLAY '  DOCUMENTS NOT FOUND: ' WS-DOCS-NOT-FOUND
           DISPLAY '  REJECTED:            ' WS-CONFIRMS-REJECTED
           CLOSE MAILCF-FILE
           CLOSE MCFRPT-FILE
           MOVE ZERO TO RETURN-CODE.
