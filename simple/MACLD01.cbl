       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MACLD01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  MACLD01                                              *
      * PURPOSE:  PHARMACY MAXIMUM ALLOWABLE COST (MAC) LIST LOADER    *
      *           LOADS THE PBM'S GENERIC PRODUCT GROUP CROSSWALK      *
      *           INTO HCAS.DRUG_PRODUCT_GROUP AND THE MAC LIST INTO   *
      *           HCAS.MAC_PRICE. CLMPRC01 PRICES MULTI-SOURCE FILLS   *
      *           AT THE LESSER OF THE NDC PRICE AND THE GROUP'S MAC,  *
      *           AND CHARGES THE MEMBER THE BRAND-GENERIC DIFFERENCE  *
      *           ON A DAW 2 BRAND FILL.                               *
      *           RECORD TYPES:                                        *
      *             G - PRODUCT: NDC, GENERIC PRODUCT GROUP, MULTI-    *
      *                 SOURCE INDICATOR (Y/N) AND BRAND/GENERIC       *
      *                 INDICATOR (B/G). A RE-GROUPED NDC REPLACES     *
      *                 THE ROW ON FILE.                               *
      *             M - MAC: GENERIC PRODUCT GROUP, MAC UNIT PRICE,    *
      *                 EFFECTIVE AND TERM DATES. A RE-SENT GROUP AND  *
      *                 EFFECTIVE DATE REPLACES THE PRICE AND TERM.    *
      * INPUTS:   MACIN-FILE  - MAC LIST / PRODUCT GROUP FILE          *
      * OUTPUTS:  DB2 TABLES  - HCAS.DRUG_PRODUCT_GROUP                *
      *                         HCAS.MAC_PRICE                         *
      * FREQUENCY: WEEKLY (PBM MAC LIST UPDATE)                        *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MACIN-FILE
               ASSIGN TO MACIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MACIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MACIN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  MACIN-RECORD.
           05  MCI-RECORD-TYPE         PIC X(01).
               88  MCI-TYPE-PRODUCT    VALUE 'G'.
               88  MCI-TYPE-MAC        VALUE 'M'.
           05  MCI-DATA                PIC X(79).
       01  MACIN-PRODUCT-RECORD.
           05  FILLER                  PIC X(01).
           05  MCG-NDC-CODE            PIC X(11).
           05  MCG-GPG-CODE            PIC X(14).
           05  MCG-MULTI-SOURCE        PIC X(01).
           05  MCG-BRAND-IND           PIC X(01).
           05  FILLER                  PIC X(52).
       01  MACIN-MAC-RECORD.
           05  FILLER                  PIC X(01).
           05  MCM-GPG-CODE            PIC X(14).
           05  MCM-UNIT-PRICE          PIC 9(07)V999.
           05  MCM-EFF-DATE            PIC X(08).
           05  MCM-TERM-DATE           PIC X(08).
           05  FILLER                  PIC X(39).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-MACIN-STATUS             PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE 'N'.
               88  WS-EOF              VALUE 'Y'.
               88  WS-NOT-EOF          VALUE 'N'.

       01  WS-IN-TERM-DATE             PIC X(08).
       01  WS-IN-UNIT-PRICE            PIC S9(07)V999 COMP-3.

       01  WS-COUNTERS.
           05  WS-GRP-ADD-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-GRP-UPD-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-MAC-ADD-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-MAC-UPD-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-ERR-COUNT            PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECORD
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'MACLD01' TO WS-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           OPEN INPUT MACIN-FILE
           IF WS-MACIN-STATUS NOT = '00'
               DISPLAY 'MACLD01: OPEN ERROR INPUT - '
                       WS-MACIN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8000-READ-INPUT.

       2000-PROCESS-RECORD.
           EVALUATE TRUE
               WHEN MCI-TYPE-PRODUCT
                   PERFORM 3000-LOAD-PRODUCT
               WHEN MCI-TYPE-MAC
                   PERFORM 4000-LOAD-MAC
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'MACLD01: INVALID RECORD TYPE - '
                           MCI-RECORD-TYPE ' REC ' WS-RECORDS-READ
           END-EVALUATE
           PERFORM 8000-READ-INPUT.

       3000-LOAD-PRODUCT.
           IF MCG-NDC-CODE = SPACES
           OR MCG-GPG-CODE = SPACES
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'MACLD01: MISSING NDC OR PRODUCT GROUP - REC '
                       WS-RECORDS-READ
               EXIT PARAGRAPH
           END-IF
           IF MCG-MULTI-SOURCE NOT = 'Y' AND NOT = 'N'
           OR MCG-BRAND-IND NOT = 'B' AND NOT = 'G'
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'MACLD01: INVALID SOURCE/BRAND INDICATOR - '
                       MCG-MULTI-SOURCE '/' MCG-BRAND-IND
                       ' NDC=' MCG-NDC-CODE
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO HCAS.DRUG_PRODUCT_GROUP
                   (NDC_CODE, GPG_CODE, MULTI_SOURCE_IND,
                    BRAND_IND, LOAD_DATE)
               VALUES
                   (:MCG-NDC-CODE, :MCG-GPG-CODE,
                    :MCG-MULTI-SOURCE, :MCG-BRAND-IND,
                    :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-GRP-ADD-COUNT
               WHEN -803
      *--- ON FILE - TAKE THE NEW GROUPING ---
                   PERFORM 3100-UPDATE-PRODUCT
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'MACLD01: PRODUCT INSERT ERROR SQLCODE='
                           SQLCODE ' NDC=' MCG-NDC-CODE
           END-EVALUATE.

       3100-UPDATE-PRODUCT.
           EXEC SQL
               UPDATE HCAS.DRUG_PRODUCT_GROUP
               SET GPG_CODE         = :MCG-GPG-CODE,
                   MULTI_SOURCE_IND = :MCG-MULTI-SOURCE,
                   BRAND_IND        = :MCG-BRAND-IND,
                   LOAD_DATE        = :WS-CURRENT-DATE
               WHERE NDC_CODE = :MCG-NDC-CODE
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-GRP-UPD-COUNT
           ELSE
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'MACLD01: PRODUCT UPDATE ERROR SQLCODE='
                       SQLCODE ' NDC=' MCG-NDC-CODE
           END-IF.

       4000-LOAD-MAC.
           IF MCM-GPG-CODE = SPACES
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'MACLD01: MISSING PRODUCT GROUP - REC '
                       WS-RECORDS-READ
               EXIT PARAGRAPH
           END-IF
           IF MCM-UNIT-PRICE NOT NUMERIC
           OR MCM-UNIT-PRICE = ZERO
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'MACLD01: INVALID MAC UNIT PRICE - GPG='
                       MCM-GPG-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE MCM-TERM-DATE TO WS-IN-TERM-DATE
           IF WS-IN-TERM-DATE = '00000000' OR SPACES
               MOVE '99991231' TO WS-IN-TERM-DATE
           END-IF
           IF MCM-EFF-DATE NOT NUMERIC
           OR WS-IN-TERM-DATE NOT NUMERIC
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'MACLD01: INVALID DATE - '
                       MCM-EFF-DATE '/' MCM-TERM-DATE
                       ' GPG=' MCM-GPG-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE MCM-UNIT-PRICE TO WS-IN-UNIT-PRICE
           EXEC SQL
               INSERT INTO HCAS.MAC_PRICE
                   (GPG_CODE, MAC_UNIT_PRICE, EFF_DATE, TERM_DATE,
                    LOAD_DATE)
               VALUES
                   (:MCM-GPG-CODE, :WS-IN-UNIT-PRICE,
                    :MCM-EFF-DATE, :WS-IN-TERM-DATE,
                    :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-MAC-ADD-COUNT
               WHEN -803
      *--- SAME GROUP AND EFFECTIVE DATE - TAKE THE CORRECTION ---
                   PERFORM 4100-UPDATE-MAC
               WHEN OTHER
                   ADD 1 TO WS-ERR-COUNT
                   DISPLAY 'MACLD01: MAC INSERT ERROR SQLCODE='
                           SQLCODE ' GPG=' MCM-GPG-CODE
           END-EVALUATE.

       4100-UPDATE-MAC.
           EXEC SQL
               UPDATE HCAS.MAC_PRICE
               SET MAC_UNIT_PRICE = :WS-IN-UNIT-PRICE,
                   TERM_DATE      = :WS-IN-TERM-DATE,
                   LOAD_DATE      = :WS-CURRENT-DATE
               WHERE GPG_CODE = :MCM-GPG-CODE
                 AND EFF_DATE = :MCM-EFF-DATE
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-MAC-UPD-COUNT
           ELSE
               ADD 1 TO WS-ERR-COUNT
               DISPLAY 'MACLD01: MAC UPDATE ERROR SQLCODE='
                       SQLCODE ' GPG=' MCM-GPG-CODE
           END-IF.

       8000-READ-INPUT.
           READ MACIN-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       9000-TERMINATE.
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'MACLD01: RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'MACLD01: PRODUCTS ADDED:   ' WS-GRP-ADD-COUNT
           DISPLAY 'MACLD01: PRODUCTS UPDATED: ' WS-GRP-UPD-COUNT
           DISPLAY 'MACLD01: MAC ROWS ADDED:   ' WS-MAC-ADD-COUNT
           DISPLAY 'MACLD01: MAC ROWS UPDATED: ' WS-MAC-UPD-COUNT
           DISPLAY 'MACLD01: ERRORS:           ' WS-ERR-COUNT
           CLOSE MACIN-FILE
           MOVE ZERO TO RETURN-CODE.
