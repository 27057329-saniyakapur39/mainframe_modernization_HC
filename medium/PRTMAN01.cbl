       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRTMAN01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  PRTMAN01                                             *
      * PURPOSE:  PRINT-AND-MAIL DOCUMENT REGISTRATION - SUBROUTINE    *
      *           GIVES EACH PIECE WRITTEN FOR THE PRINT VENDOR A      *
      *           DOCUMENT ID AND RECORDS IT ON HCAS.PRINT_MANIFEST:   *
      *             N - ASSIGN THE NEXT DOCUMENT ID FOR THE DOCUMENT   *
      *                 TYPE AND HANDOFF DATE (TYPE + DATE + SEQ)      *
      *             R - RECORD THE FINISHED PIECE UNDER THAT ID WITH   *
      *                 ITS MEMBER, KEY AND PAGE COUNT, NOT YET        *
      *                 MANIFESTED (MANFST01) OR CONFIRMED (MAILCF01)  *
      *           THE FIRST ASSIGN FOR A TYPE AND DATE PICKS UP FROM   *
      *           THE HIGHEST ID ALREADY ON FILE, SO A RERUN ON THE    *
      *           SAME DAY NEVER REUSES AN ID.                         *
      * CALLED BY: EDI835GN (EOB), IDCARD01 (ID CARDS), DENLTR01       *
      *            (DENIAL LETTERS), MBRSTM01 (STATEMENTS), EDI834CN   *
      *            (ENROLLMENT NOTICES), PREMBL01 AND INDBIL01         *
      *            (INVOICES)                                          *
      * TABLES:   HCAS.PRINT_MANIFEST                                  *
      * FREQUENCY: PER CALL                                            *
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *--- LAST TYPE AND DATE ASSIGNED - KEPT BETWEEN CALLS ---
       01  WS-PM-SEQ-CONTROL.
           05  WS-PM-LAST-TYPE         PIC X(02) VALUE SPACES.
           05  WS-PM-LAST-DATE         PIC X(08) VALUE SPACES.
           05  WS-PM-LAST-SEQ          PIC 9(06) VALUE ZERO.

       01  WS-PM-WORK.
           05  WS-PM-HIGH-ID           PIC X(16).
           05  WS-PM-HIGH-ID-PARTS REDEFINES WS-PM-HIGH-ID.
               10  FILLER              PIC X(10).
               10  WS-PM-HIGH-SEQ      PIC 9(06).
           05  WS-PM-PAGES             PIC 9(04).
           05  WS-PM-LINES-PER-PAGE    PIC 9(03) VALUE 60.

       LINKAGE SECTION.

       01  LS-PM-REQUEST.
           05  LS-PM-FUNCTION          PIC X(01).
               88  LS-PM-FUNC-ASSIGN   VALUE 'N'.
               88  LS-PM-FUNC-RECORD   VALUE 'R'.
           05  LS-PM-DOC-TYPE          PIC X(02).
           05  LS-PM-SOURCE-PROGRAM    PIC X(08).
           05  LS-PM-MEMBER-ID         PIC X(12).
           05  LS-PM-DOC-KEY           PIC X(20).
           05  LS-PM-PAGE-COUNT        PIC 9(04).
           05  LS-PM-LINE-COUNT        PIC 9(05).
           05  LS-PM-HANDOFF-DATE      PIC X(08).

       01  LS-PM-RESPONSE.
           05  LS-PM-DOC-ID            PIC X(16).
           05  LS-PM-DOC-ID-PARTS REDEFINES LS-PM-DOC-ID.
               10  LS-PM-ID-DOC-TYPE   PIC X(02).
               10  LS-PM-ID-HANDOFF-DATE PIC X(08).
               10  LS-PM-ID-SEQ        PIC 9(06).
           05  LS-PM-RETURN-CODE       PIC X(02).

       PROCEDURE DIVISION USING LS-PM-REQUEST
                                LS-PM-RESPONSE.

       0000-MAIN-PROCESS.
           MOVE '00' TO LS-PM-RETURN-CODE
           EVALUATE TRUE
               WHEN LS-PM-FUNC-ASSIGN
                   PERFORM 1000-ASSIGN-DOC-ID
               WHEN LS-PM-FUNC-RECORD
                   PERFORM 2000-RECORD-PIECE
               WHEN OTHER
                   DISPLAY 'PRTMAN01: INVALID FUNCTION - '
                           LS-PM-FUNCTION
                   MOVE 'ER' TO LS-PM-RETURN-CODE
           END-EVALUATE
           GOBACK.

       1000-ASSIGN-DOC-ID.
           IF LS-PM-DOC-TYPE NOT = WS-PM-LAST-TYPE
           OR LS-PM-HANDOFF-DATE NOT = WS-PM-LAST-DATE
               PERFORM 1100-FIND-HIGH-SEQ
           END-IF
           ADD 1 TO WS-PM-LAST-SEQ
           MOVE WS-PM-LAST-TYPE TO LS-PM-ID-DOC-TYPE
           MOVE WS-PM-LAST-DATE TO LS-PM-ID-HANDOFF-DATE
           MOVE WS-PM-LAST-SEQ  TO LS-PM-ID-SEQ.

       1100-FIND-HIGH-SEQ.
           MOVE LS-PM-DOC-TYPE     TO WS-PM-LAST-TYPE
           MOVE LS-PM-HANDOFF-DATE TO WS-PM-LAST-DATE
           MOVE ZERO TO WS-PM-LAST-SEQ
           MOVE SPACES TO WS-PM-HIGH-ID
           EXEC SQL
               SELECT COALESCE(MAX(DOC_ID), ' ')
               INTO :WS-PM-HIGH-ID
               FROM HCAS.PRINT_MANIFEST
               WHERE DOC_TYPE = :WS-PM-LAST-TYPE
                 AND HANDOFF_DATE = :WS-PM-LAST-DATE
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PRTMAN01: HIGH ID READ ERROR SQLCODE='
                       SQLCODE ' TYPE=' WS-PM-LAST-TYPE
           ELSE
               IF WS-PM-HIGH-SEQ IS NUMERIC
                   MOVE WS-PM-HIGH-SEQ TO WS-PM-LAST-SEQ
               END-IF
           END-IF.

       2000-RECORD-PIECE.
           MOVE LS-PM-PAGE-COUNT TO WS-PM-PAGES
           IF WS-PM-PAGES = ZERO
               COMPUTE WS-PM-PAGES =
                   (LS-PM-LINE-COUNT + WS-PM-LINES-PER-PAGE - 1)
                   / WS-PM-LINES-PER-PAGE
           END-IF
           IF WS-PM-PAGES = ZERO
               MOVE 1 TO WS-PM-PAGES
           END-IF
           EXEC SQL
               INSERT INTO HCAS.PRINT_MANIFEST
                   (DOC_ID, DOC_TYPE, SOURCE_PROGRAM,
                    MEMBER_ID, DOC_KEY, PAGE_COUNT,
                    HANDOFF_DATE, MANIFEST_DATE,
                    MAIL_STATUS, MAIL_DATE, STATUS_DATE,
                    STATUS_REASON)
               VALUES
                   (:LS-PM-DOC-ID, :LS-PM-DOC-TYPE,
                    :LS-PM-SOURCE-PROGRAM,
                    :LS-PM-MEMBER-ID, :LS-PM-DOC-KEY,
                    :WS-PM-PAGES,
                    :LS-PM-HANDOFF-DATE, '00000000',
                    'P', '00000000', :LS-PM-HANDOFF-DATE,
                    ' ')
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'PRTMAN01: MANIFEST INSERT ERROR SQLCODE='
                       SQLCODE ' DOC=' LS-PM-DOC-ID
               MOVE 'ER' TO LS-PM-RETURN-CODE
           END-IF.
