      *---------------------------------------------------------------*
      * MODIFICATION HISTORY                                          *
      * 2026-08-09  HCAS DEV TEAM  INITIAL VERSION                    *
      * 2026-10-15  HCAS DEV TEAM  GLOBAL SURGERY PACKAGE EDIT HITS   *
      * 2026-10-15  HCAS DEV TEAM  DME CAPPED-RENTAL DENY CODES       *
      * 2026-10-15  HCAS DEV TEAM  CLIA LAB CERTIFICATE EDIT CODES    *
      * 2026-10-15  HCAS DEV TEAM  COVERAGE POLICY EDIT CODE MN001    *
      * 2026-10-15  HCAS DEV TEAM  PHARMACY STEP THERAPY/QTY CODES    *
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-DENY-TOTAL-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-DENY-TOTAL-AMOUNT    PIC S9(09)V99 COMP-3
                                       VALUE ZERO.
           05  WS-GLOBAL-SURG-HITS     PIC 9(09) VALUE ZERO.

      *    PLAIN-LANGUAGE DESCRIPTIONS FOR THE EDIT/DENY CODES SET BY
      *    CLMADJ01, CLMPRC01 AND PRVVAL02, SO THIS REPORT DOESN'T
               'EX001EXAMINER OVERRIDE DENIAL                '.
           05  FILLER PIC X(45) VALUE
               'EX002EXAMINER RELEASE FOR READJUDICATION     '.
           05  FILLER PIC X(45) VALUE
               'GS001E/M WITHIN SURGICAL GLOBAL PERIOD       '.
           05  FILLER PIC X(45) VALUE
               'DM001DME RENTAL PAST 13-MONTH CAP - OWNED    '.
           05  FILLER PIC X(45) VALUE
               'DM002DME PURCHASE OFFSET BY RENTALS PAID     '.
           05  FILLER PIC X(45) VALUE
               'LB001LAB LINE WITH NO CLIA NUMBER            '.
           05  FILLER PIC X(45) VALUE
               'LB002CLIA CERTIFICATE NOT ON FILE OR EXPIRED '.
           05  FILLER PIC X(45) VALUE
               'LB003CLIA CERTIFICATE BELOW TEST COMPLEXITY  '.
           05  FILLER PIC X(45) VALUE
               'MN001DIAGNOSIS NOT COVERED BY POLICY         '.
           05  FILLER PIC X(45) VALUE
               'ST001STEP THERAPY PREREQUISITE NOT MET       '.
           05  FILLER PIC X(45) VALUE
               'QL001QUANTITY EXCEEDS PLAN LIMIT             '.
           05  FILLER PIC X(45) VALUE
               'QL002DAYS SUPPLY EXCEEDS PLAN LIMIT          '.
       01  WS-CODE-DESC-TABLE-R REDEFINES WS-CODE-DESC-TABLE.
           05  WS-CD-ENTRY OCCURS 33 TIMES.
               10  WS-CD-CODE          PIC X(05).
               10  WS-CD-DESC          PIC X(40).

               WHEN ZERO
                   ADD 1 TO WS-EDIT-CODES-RPTD
                   ADD WS-EH-EDIT-COUNT TO WS-EDIT-TOTAL-COUNT
                   IF WS-EH-EDIT-CODE = 'GS001'
                       ADD WS-EH-EDIT-COUNT TO WS-GLOBAL-SURG-HITS
                   END-IF
                   PERFORM 7000-LOOKUP-CODE-DESC
                   PERFORM 8400-WRITE-EDIT-LINE
               WHEN +100
           SET WS-DESC-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-CODE-DESC-HOLD
           PERFORM VARYING WS-CD-SUB FROM 1 BY 1
               UNTIL WS-CD-SUB > 33
               OR WS-DESC-FOUND
               IF WS-CD-CODE(WS-CD-SUB) = WS-EH-EDIT-CODE
                   SET WS-DESC-FOUND TO TRUE
                  INTO WS-RPT-LINE
           WRITE DENRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING 'GLOBAL SURGERY HITS:    ' DELIMITED SIZE
                  WS-GLOBAL-SURG-HITS   DELIMITED SIZE
                  INTO WS-RPT-LINE
           WRITE DENRPT-RECORD FROM WS-RPT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-DENY-TOTAL-AMOUNT TO WS-DENY-TOTAL-AMOUNT-DISP
           STRING 'TOTAL CHARGES DENIED:   ' DELIMITED SIZE
                  WS-DENY-TOTAL-AMOUNT-DISP DELIMITED SIZE
           DISPLAY '  TOTAL EDITS RAISED:  ' WS-EDIT-TOTAL-COUNT
           DISPLAY '  DISTINCT DENY CODES: ' WS-DENY-CODES-RPTD
           DISPLAY '  TOTAL LINES DENIED:  ' WS-DENY-TOTAL-COUNT
           DISPLAY '  GLOBAL SURGERY HITS: ' WS-GLOBAL-SURG-HITS
           DISPLAY '=============================================='
           CLOSE DENRPT-FILE
           MOVE ZERO TO RETURN-CODE.
