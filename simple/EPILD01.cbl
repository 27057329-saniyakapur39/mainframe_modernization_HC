       IDENTIFICATION DIVISION.
       PROGRAM-ID.    EPILD01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  EPILD01                                              *
      * PURPOSE:  BUNDLED PAYMENT EPISODE DEFINITION LOADER            *
      *           MAINTAINS THE EPISODE-OF-CARE CONTRACT DEFINITIONS   *
      *           (HIP / KNEE REPLACEMENT BUNDLES WITH ORTHOPEDIC      *
      *           GROUPS) THAT EPIREC01 OPENS, ATTRIBUTES AND SETTLES  *
      *           EPISODES AGAINST.                                    *
      *           RECORD TYPES:                                        *
      *             E - CONTRACT: CONTRACT ID, EPISODE TYPE, GROUP     *
      *                 NPI, EPISODE WINDOW IN DAYS FROM ADMISSION,    *
      *                 TARGET PRICE, GAIN-SHARE AND RISK-SHARE        *
      *                 PERCENTAGES, UP TO FIVE INCLUDED CLAIM TYPES   *
      *                 (IN/PR/DN/RX/VS), EFFECTIVE AND TERM DATES.    *
      *                 A RE-SENT CONTRACT REPLACES THE ROW ON FILE.   *
      *             D - TRIGGER DRG: CONTRACT ID, MS-DRG AND ACTION    *
      *                 (A - ADD, D - DELETE).                         *
      * INPUTS:   EPIIN-FILE  - EPISODE DEFINITION FILE                *
      * OUTPUTS:  DB2 TABLES  - HCAS.EPISODE_DEF                       *
      *                         HCAS.EPISODE_DRG                       *
      * FREQUENCY: ON REQUEST (CONTRACT CHANGES)                       *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EPIIN-FILE
               ASSIGN TO EPIIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EPIIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EPIIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  EPIIN-RECORD.
           05  EPI-RECORD-TYPE         PIC X(01).
               88  EPI-TYPE-CONTRACT   VALUE 'E'.
               88  EPI-TYPE-DRG        VALUE 'D'.
           05  EPI-DATA                PIC X(79).
       01  EPIIN-CONTRACT-RECORD.
           05  FILLER                  PIC X(01).
           05  EPE-CONTRACT-ID         PIC X(10).
           05  EPE-EPISODE-TYPE        PIC X(04).
           05  EPE-GROUP-NPI           PIC X(10).
           05  EPE-WINDOW-DAYS         PIC 9(03).
           05  EPE-TARGET-PRICE        PIC 9(07)V99.
           05  EPE-GAIN-SHARE-PCT      PIC 9(01)V99.
           05  EPE-RISK-SHARE-PCT      PIC 9(01)V99.
           05  EPE-INCL-CLAIM-TYPES    PIC X(10).
           05  EPE-EFF-DATE            PIC X(08).
           05  EPE-TERM-DATE           PIC X(08).
           05  FILLER                  PIC X(11).
       01  EPIIN-DRG-RECORD.
           05  FILLER                  PIC X(01).
           05  EPD-CONTRACT-ID         PIC X(10).
           05  EPD-DRG-CODE            PIC X(04).
           05  EPD-ACTION              PIC X(01).
               88  EPD-ADD             VALUE 'A'.
               88  EPD-DELETE          VALUE 'D'.
           05  FILLER                  PIC X(64).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-EPIIN-STATUS             PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.

       01  WS-IN-TERM-DATE             PIC X(08).
       01  WS-IN-WINDOW-DAYS           PIC S9(03) COMP-3.
       01  WS-IN-TARGET-PRICE          PIC S9(07)V99 COMP-3.
       01  WS-IN-GAIN-SHARE-PCT        PIC S9(01)V99 COMP-3.
       01  WS-IN-RISK-SHARE-PCT        PIC S9(01)V99 COMP-3.
       01  WS-DEF-COUNT                PIC S9(05) COMP-3.

       01  WS-COUNTERS.
           05  WS-DEF-ADD-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-DEF-UPD-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-DRG-ADD-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-DRG-DEL-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-ERR-COUNT            PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECORD
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'EPILD01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT EPIIN-FILE
           IF WS-EPIIN-STATUS NOT = '00'
               DISPLAY 'EPILD01: OPEN ERROR INPUT - '
                       WS-EPIIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8000-READ-INPUT.

       2000-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN EPI-TYPE-CONTRACT
                   PERFORM 3000-LOAD-CONTRACT
               WHEN EPI-TYPE-DRG
                   PERFORM 4000-LOAD-TRIGGER-DRG
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'EPILD01: INVALID RECORD TYPE - '
                           EPI-RECORD-TYPE ' REC ' WS-RECORDS-READ
           END-EVALUATE
           PERFORM 8000-READ-INPUT.

       3000-LOAD-CONTRACT.
           IF EPE-CONTRACT-ID = SPACES
           OR EPE-GROUP-NPI = SPACES
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'EPILD01: MISSING CONTRACT OR GROUP NPI - REC '
                       WS-RECORDS-READ
               EXIT PARAGRAPH
           END-IF
           IF EPE-WINDOW-DAYS NOT NUMERIC
           OR EPE-WINDOW-DAYS = ZERO
           OR EPE-TARGET-PRICE NOT NUMERIC
           OR EPE-TARGET-PRICE = ZERO
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'EPILD01: INVALID WINDOW OR TARGET PRICE - '
                       'CONTRACT=' EPE-CONTRACT-ID
               EXIT PARAGRAPH
           END-IF
           IF EPE-GAIN-SHARE-PCT NOT NUMERIC
           OR EPE-RISK-SHARE-PCT NOT NUMERIC
           OR EPE-GAIN-SHARE-PCT > 1
           OR EPE-RISK-SHARE-PCT > 1
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'EPILD01: INVALID SHARE PERCENTAGE - '
                       'CONTRACT=' EPE-CONTRACT-ID
               EXIT PARAGRAPH
           END-IF
      *--- AN EPISODE WITH NO INCLUDED CLAIM TYPES ATTRIBUTES  ---
      *    NOTHING BEYOND THE ADMISSION ITSELF                 ---
           IF EPE-INCL-CLAIM-TYPES = SPACES
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'EPILD01: NO INCLUDED CLAIM TYPES - '
                       'CONTRACT=' EPE-CONTRACT-ID
               EXIT PARAGRAPH
           END-IF
           MOVE EPE-TERM-DATE TO WS-IN-TERM-DATE
           IF WS-IN-TERM-DATE = '00000000' OR SPACES
               MOVE '99991231' TO WS-IN-TERM-DATE
           END-IF
           IF EPE-EFF-DATE NOT NUMERIC
           OR WS-IN-TERM-DATE NOT NUMERIC
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'EPILD01: INVALID DATE - '
                       EPE-EFF-DATE '/' EPE-TERM-DATE
                       ' CONTRACT=' EPE-CONTRACT-ID
               EXIT PARAGRAPH
           END-IF
           MOVE EPE-WINDOW-DAYS    TO WS-IN-WINDOW-DAYS
           MOVE EPE-TARGET-PRICE   TO WS-IN-TARGET-PRICE
           MOVE EPE-GAIN-SHARE-PCT TO WS-IN-GAIN-SHARE-PCT
           MOVE EPE-RISK-SHARE-PCT TO WS-IN-RISK-SHARE-PCT
           EXEC SQL
               INSERT INTO HCAS.EPISODE_DEF
                   (CONTRACT_ID, EPISODE_TYPE, GROUP_NPI,
                    WINDOW_DAYS, TARGET_PRICE, GAIN_SHARE_PCT,
                    RISK_SHARE_PCT, INCL_CLAIM_TYPES,
                    EFF_DATE, TERM_DATE, LOAD_DATE)
               VALUES
                   (:EPE-CONTRACT-ID, :EPE-EPISODE-TYPE,
                    :EPE-GROUP-NPI, :WS-IN-WINDOW-DAYS,
                    :WS-IN-TARGET-PRICE, :WS-IN-GAIN-SHARE-PCT,
                    :WS-IN-RISK-SHARE-PCT, :EPE-INCL-CLAIM-TYPES,
                    :EPE-EFF-DATE, :WS-IN-TERM-DATE,
                    :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-DEF-ADD-COUNT
               WHEN -803
      *--- ON FILE - TAKE THE AMENDED TERMS. EPISODES ALREADY  ---
      *    OPEN KEEP THE TARGET PRICE THEY OPENED WITH          ---
                   PERFORM 3100-UPDATE-CONTRACT
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'EPILD01: CONTRACT INSERT ERROR SQLCODE='
                           SQLCODE ' CONTRACT=' EPE-CONTRACT-ID
           END-EVALUATE.

       3100-UPDATE-CONTRACT.
           EXEC SQL
               UPDATE HCAS.EPISODE_DEF
               SET EPISODE_TYPE     = :EPE-EPISODE-TYPE,
                   GROUP_NPI        = :EPE-GROUP-NPI,
                   WINDOW_DAYS      = :WS-IN-WINDOW-DAYS,
                   TARGET_PRICE     = :WS-IN-TARGET-PRICE,
                   GAIN_SHARE_PCT   = :WS-IN-GAIN-SHARE-PCT,
                   RISK_SHARE_PCT   = :WS-IN-RISK-SHARE-PCT,
                   INCL_CLAIM_TYPES = :EPE-INCL-CLAIM-TYPES,
                   EFF_DATE         = :EPE-EFF-DATE,
                   TERM_DATE        = :WS-IN-TERM-DATE,
                   LOAD_DATE        = :WS-CURRENT-DATE
               WHERE CONTRACT_ID = :EPE-CONTRACT-ID
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-DEF-UPD-COUNT
           ELSE
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'EPILD01: CONTRACT UPDATE ERROR SQLCODE='
                       SQLCODE ' CONTRACT=' EPE-CONTRACT-ID
           END-IF.

       4000-LOAD-TRIGGER-DRG.
           IF EPD-CONTRACT-ID = SPACES
           OR EPD-DRG-CODE = SPACES
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'EPILD01: MISSING CONTRACT OR DRG - REC '
                       WS-RECORDS-READ
               EXIT PARAGRAPH
           END-IF
           IF NOT EPD-ADD AND NOT EPD-DELETE
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'EPILD01: INVALID DRG ACTION - '
                       EPD-ACTION ' CONTRACT=' EPD-CONTRACT-ID
               EXIT PARAGRAPH
           END-IF
           IF EPD-DELETE
               PERFORM 4100-DELETE-TRIGGER-DRG
               EXIT PARAGRAPH
           END-IF
      *--- THE CONTRACT MUST BE LOADED BEFORE ITS DRGS ---
           MOVE ZERO TO WS-DEF-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-DEF-COUNT
               FROM HCAS.EPISODE_DEF
               WHERE CONTRACT_ID = :EPD-CONTRACT-ID
           END-EXEC
           IF WS-DEF-COUNT = ZERO
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'EPILD01: DRG FOR UNKNOWN CONTRACT - '
                       EPD-CONTRACT-ID ' DRG=' EPD-DRG-CODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO HCAS.EPISODE_DRG
                   (CONTRACT_ID, DRG_CODE, LOAD_DATE)
               VALUES
                   (:EPD-CONTRACT-ID, :EPD-DRG-CODE,
                    :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-DRG-ADD-COUNT
               WHEN -803
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'EPILD01: DRG INSERT ERROR SQLCODE='
                           SQLCODE ' CONTRACT=' EPD-CONTRACT-ID
           END-EVALUATE.

       4100-DELETE-TRIGGER-DRG.
           EXEC SQL
               DELETE FROM HCAS.EPISODE_DRG
               WHERE CONTRACT_ID = :EPD-CONTRACT-ID
                 AND DRG_CODE = :EPD-DRG-CODE
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-DRG-DEL-COUNT
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'EPILD01: DRG DELETE ERROR SQLCODE='
                           SQLCODE ' CONTRACT=' EPD-CONTRACT-ID
           END-EVALUATE.

       8000-READ-INPUT.
           READ EPIIN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'EPILD01: RECORDS READ:      ' WS-RECORDS-READ
           DISPLAY 'EPILD01: CONTRACTS ADDED:   ' WS-DEF-ADD-COUNT
           DISPLAY 'EPILD01: CONTRACTS UPDATED: ' WS-DEF-UPD-COUNT
           DISPLAY 'EPILD01: DRGS ADDED:        ' WS-DRG-ADD-COUNT
           DISPLAY 'EPILD01: DRGS DELETED:      ' WS-DRG-DEL-COUNT
           DISPLAY 'EPILD01: ERRORS:            ' WS-ERR-COUNT
           CLOSE EPIIN-FILE
           MOVE ZERO TO RETURN-CODE.
