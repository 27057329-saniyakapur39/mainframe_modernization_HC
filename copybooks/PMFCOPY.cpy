      *================================================================*
      * COPYBOOK: PMFCOPY                                              *
      * PURPOSE:  PRINT-AND-MAIL DOCUMENT MANIFEST                     *
      *           CALL AREAS FOR THE PRTMAN01 SUBROUTINE. EVERY        *
      *           PIECE HANDED TO THE PRINT VENDOR IS GIVEN A          *
      *           DOCUMENT ID (FUNCTION N, BEFORE THE PIECE IS         *
      *           WRITTEN, SO THE ID PRINTS ON IT) AND RECORDED ON     *
      *           HCAS.PRINT_MANIFEST WITH ITS MEMBER, DOCUMENT TYPE   *
      *           AND PAGE COUNT (FUNCTION R, ONCE THE PIECE IS        *
      *           COMPLETE). THE VENDOR'S MAILED / SPOILED / RETURNED  *
      *           CONFIRMATIONS COME BACK KEYED BY THE DOCUMENT ID.    *
      * SYSTEM:   HEALTHCARE CLAIMS ADMINISTRATION SYSTEM (HCAS)       *
      *================================================================*

       01  PMF-REQUEST.
           05  PMF-FUNCTION            PIC X(01).
               88  PMF-FUNC-ASSIGN     VALUE 'N'.
               88  PMF-FUNC-RECORD     VALUE 'R'.
           05  PMF-DOC-TYPE            PIC X(02).
               88  PMF-DOC-EOB         VALUE 'EB'.
               88  PMF-DOC-ID-CARD     VALUE 'IC'.
               88  PMF-DOC-DENIAL-LTR  VALUE 'DL'.
               88  PMF-DOC-STATEMENT   VALUE 'MS'.
               88  PMF-DOC-ENROLL-NTC  VALUE 'EN'.
               88  PMF-DOC-GROUP-INV   VALUE 'GI'.
               88  PMF-DOC-INDIV-INV   VALUE 'II'.
           05  PMF-SOURCE-PROGRAM      PIC X(08).
           05  PMF-MEMBER-ID           PIC X(12).
      *--- CLAIM, INVOICE OR GROUP THE PIECE IS ABOUT ---
           05  PMF-DOC-KEY             PIC X(20).
      *--- A ZERO PAGE COUNT IS FIGURED FROM THE LINE COUNT ---
           05  PMF-PAGE-COUNT          PIC 9(04).
           05  PMF-LINE-COUNT          PIC 9(05).
           05  PMF-HANDOFF-DATE        PIC X(08).

       01  PMF-RESPONSE.
           05  PMF-DOC-ID              PIC X(16).
           05  PMF-DOC-ID-PARTS REDEFINES PMF-DOC-ID.
               10  PMF-ID-DOC-TYPE     PIC X(02).
               10  PMF-ID-HANDOFF-DATE PIC X(08).
               10  PMF-ID-SEQ          PIC 9(06).
           05  PMF-RETURN-CODE         PIC X(02).
               88  PMF-OK              VALUE '00'.
               88  PMF-ERROR           VALUE 'ER'.
