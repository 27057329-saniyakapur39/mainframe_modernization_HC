       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MANFST01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  MANFST01                                             *
      * PURPOSE:  PRINT VENDOR HANDOFF DOCUMENT MANIFEST               *
      *           RUNS AS THE PRINT FILES ARE HANDED TO THE PRINT      *
      *           AND MAIL VENDOR. EVERY PIECE THE MAILING PROGRAMS    *
      *           REGISTERED ON HCAS.PRINT_MANIFEST (PRTMAN01) THAT    *
      *           HAS NOT YET BEEN MANIFESTED IS LISTED - DOCUMENT     *
      *           ID, DOCUMENT TYPE, MEMBER, KEY AND PAGE COUNT -      *
      *           UNDER A HEADER AND A PIECE/PAGE TRAILER FOR EACH     *
      *           SOURCE FILE, SO THE VENDOR CAN BALANCE WHAT IT       *
      *           RECEIVED. EACH LISTED PIECE IS STAMPED WITH THE      *
      *           MANIFEST DATE. THE VENDOR CONFIRMS EACH PIECE BACK   *
      *           BY DOCUMENT ID (MAILCF01).                           *
      * INPUTS:   DB2 TABLE  - HCAS.PRINT_MANIFEST                     *
      * OUTPUTS:  MANFSTOT   - VENDOR DOCUMENT MANIFEST FILE           *
      *           DB2 TABLE  - HCAS.PRINT_MANIFEST                     *
      * FREQUENCY: DAILY BATCH (AFTER THE MAILING PROGRAMS, AT         *
      *            PRINT FILE HANDOFF)                                 *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANFST-FILE
               ASSIGN TO MANFSTOT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANFST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  MANFST-RECORD               PIC X(100).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-MAN-STATUS               PIC X(02).

       01  WS-SWITCHES.
           05  WS-DOC-EOF-SW           PIC X(01) VALUE 'N'.
               88  WS-DOC-EOF          VALUE 'Y'.
               88  WS-DOC-NOT-EOF      VALUE 'N'.

      *--- PIECES REGISTERED BUT NOT YET MANIFESTED ---
           EXEC SQL DECLARE MANDOC-CURSOR CURSOR FOR
               SELECT DOC_ID, DOC_TYPE, SOURCE_PROGRAM,
                      COALESCE(MEMBER_ID, ' '),
                      COALESCE(DOC_KEY, ' '),
                      PAGE_COUNT, HANDOFF_DATE
               FROM HCAS.PRINT_MANIFEST
               WHERE MANIFEST_DATE = '00000000'
               ORDER BY SOURCE_PROGRAM, DOC_ID
           END-EXEC

       01  WS-DOC-ROW.
           05  WS-DOC-ID               PIC X(16).
           05  WS-DOC-TYPE             PIC X(02).
           05  WS-DOC-SOURCE           PIC X(08).
           05  WS-DOC-MEMBER-ID        PIC X(12).
           05  WS-DOC-KEY              PIC X(20).
           05  WS-DOC-PAGES            PIC S9(04) COMP.
           05  WS-DOC-HANDOFF-DATE     PIC X(08).

      *--- MANIFEST FILE RECORDS - ONE 100-BYTE SLOT ---
       01  WS-MAN-HEADER.
           05  WS-MH-REC-TYPE          PIC X(01) VALUE 'H'.
           05  WS-MH-SOURCE-PROGRAM    PIC X(08).
           05  WS-MH-MANIFEST-DATE     PIC X(08).
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-MAN-DETAIL REDEFINES WS-MAN-HEADER.
           05  WS-MD-REC-TYPE          PIC X(01).
           05  WS-MD-DOC-ID            PIC X(16).
           05  WS-MD-DOC-TYPE          PIC X(02).
           05  WS-MD-MEMBER-ID         PIC X(12).
           05  WS-MD-DOC-KEY           PIC X(20).
           05  WS-MD-PAGE-COUNT        PIC 9(04).
           05  WS-MD-HANDOFF-DATE      PIC X(08).
           05  FILLER                  PIC X(37).

       01  WS-MAN-TRAILER REDEFINES WS-MAN-HEADER.
           05  WS-MT-REC-TYPE          PIC X(01).
           05  WS-MT-SOURCE-PROGRAM    PIC X(08).
           05  WS-MT-PIECE-COUNT       PIC 9(07).
           05  WS-MT-PAGE-COUNT        PIC 9(09).
           05  FILLER                  PIC X(75).

       01  WS-BREAK-FIELDS.
           05  WS-BRK-SOURCE           PIC X(08) VALUE SPACES.
           05  WS-BRK-PIECES           PIC 9(07) VALUE ZERO.
           05  WS-BRK-PAGES            PIC 9(09) VALUE ZERO.

       01  WS-MAN-COUNTERS.
           05  WS-FILES-LISTED         PIC 9(05) VALUE ZERO.
           05  WS-PIECES-LISTED        PIC 9(07) VALUE ZERO.
           05  WS-PAGES-LISTED         PIC 9(09) VALUE ZERO.
           05  WS-STAMP-ERRORS         PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-ONE-PIECE
               UNTIL WS-DOC-EOF
           PERFORM 3000-CLOSE-SOURCE-FILE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'MANFST01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN OUTPUT MANFST-FILE
           IF WS-MAN-STATUS NOT = '00'
               DISPLAY 'MANFST01: ERROR OPENING MANFSTOT - '
                       WS-MAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EXEC SQL OPEN MANDOC-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'MANFST01: ERROR OPENING MANIFEST CURSOR - '
                       'SQLCODE=' SQLCODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-FETCH-NEXT-PIECE.

       2000-LIST-ONE-PIECE.
           IF WS-DOC-SOURCE NOT = WS-BRK-SOURCE
               PERFORM 3000-CLOSE-SOURCE-FILE
               PERFORM 2200-OPEN-SOURCE-FILE
           END-IF
           INITIALIZE WS-MAN-DETAIL
           MOVE 'D'                 TO WS-MD-REC-TYPE
           MOVE WS-DOC-ID           TO WS-MD-DOC-ID
           MOVE WS-DOC-TYPE         TO WS-MD-DOC-TYPE
           MOVE WS-DOC-MEMBER-ID    TO WS-MD-MEMBER-ID
           MOVE WS-DOC-KEY          TO WS-MD-DOC-KEY
           MOVE WS-DOC-PAGES        TO WS-MD-PAGE-COUNT
           MOVE WS-DOC-HANDOFF-DATE TO WS-MD-HANDOFF-DATE
           WRITE MANFST-RECORD FROM WS-MAN-DETAIL
           ADD 1            TO WS-BRK-PIECES
           ADD WS-DOC-PAGES TO WS-BRK-PAGES
           PERFORM 2300-STAMP-MANIFESTED
           PERFORM 2100-FETCH-NEXT-PIECE.

       2100-FETCH-NEXT-PIECE.
           EXEC SQL
               FETCH MANDOC-CURSOR
               INTO :WS-DOC-ID, :WS-DOC-TYPE, :WS-DOC-SOURCE,
                    :WS-DOC-MEMBER-ID, :WS-DOC-KEY,
                    :WS-DOC-PAGES, :WS-DOC-HANDOFF-DATE
           END-EXEC
           IF SQLCODE = +100
               SET WS-DOC-EOF TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               DISPLAY 'MANFST01: MANIFEST FETCH ERROR SQLCODE='
                       SQLCODE
               SET WS-DOC-EOF TO TRUE
           END-IF.

       2200-OPEN-SOURCE-FILE.
           MOVE WS-DOC-SOURCE TO WS-BRK-SOURCE
           MOVE ZERO TO WS-BRK-PIECES
           MOVE ZERO TO WS-BRK-PAGES
           INITIALIZE WS-MAN-HEADER
           MOVE 'H'             TO WS-MH-REC-TYPE
           MOVE WS-BRK-SOURCE   TO WS-MH-SOURCE-PROGRAM
           MOVE WS-CURRENT-DATE TO WS-MH-MANIFEST-DATE
           WRITE MANFST-RECORD FROM WS-MAN-HEADER
           ADD 1 TO WS-FILES-LISTED.

       2300-STAMP-MANIFESTED.
           EXEC SQL
               UPDATE HCAS.PRINT_MANIFEST
               SET MANIFEST_DATE = :WS-CURRENT-DATE
               WHERE DOC_ID = :WS-DOC-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               ADD 1 TO WS-STAMP-ERRORS
               DISPLAY 'MANFST01: MANIFEST STAMP ERROR SQLCODE='
                       SQLCODE ' DOC=' WS-DOC-ID
           END-IF.

       3000-CLOSE-SOURCE-FILE.
           IF WS-BRK-SOURCE = SPACES
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-MAN-TRAILER
           MOVE 'T'             TO WS-MT-REC-TYPE
           MOVE WS-BRK-SOURCE   TO WS-MT-SOURCE-PROGRAM
           MOVE WS-BRK-PIECES   TO WS-MT-PIECE-COUNT
           MOVE WS-BRK-PAGES    TO WS-MT-PAGE-COUNT
           WRITE MANFST-RECORD FROM WS-MAN-TRAILER
           ADD WS-BRK-PIECES TO WS-PIECES-LISTED
           ADD WS-BRK-PAGES  TO WS-PAGES-LISTED
           DISPLAY 'MANFST01: ' WS-BRK-SOURCE
                   ' PIECES ' WS-BRK-PIECES
                   ' PAGES ' WS-BRK-PAGES.

       9000-TERMINATE.
           EXEC SQL CLOSE MANDOC-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'MANFST01: DOCUMENT MANIFEST COMPLETE'
           DISPLAY '  SOURCE FILES:   ' WS-FILES-LISTED
           DISPLAY '  PIECES LISTED:  ' WS-PIECES-LISTED
           DISPLAY '  PAGES LISTED:   ' WS-PAGES-LISTED
           DISPLAY '  STAMP ERRORS:   ' WS-STAMP-ERRORS
           CLOSE MANFST-FILE
           MOVE ZERO TO RETURN-CODE.
