      *                 WHEN IT HAS NOT YET ADJUDICATED; ALREADY-      *
      *                 ADJUDICATED FILLS ARE WRITTEN TO THE CLMREV01  *
      *                 REVERSAL REQUEST FILE                          *
      *           A B1 FILL THAT FAILS THE FORMULARY'S STEP-THERAPY    *
      *           OR QUANTITY-LIMIT RULES (RXUMCK01) IS NOT STAGED -   *
      *           IT GOES BACK ON THE REJECT FILE WITH ITS NCPDP       *
      *           REJECT CODE (608, 76, AG) FOR THE PHARMACY           *
      *           THE DISPENSE-AS-WRITTEN CODE IS STAGED ON THE CLAIM  *
      *           SO CLMPRC01 CAN APPLY MAC PRICING AND THE DAW 2      *
      *           BRAND-GENERIC DIFFERENCE                             *
      * INPUTS:   NCPDIN-FILE  - NCPDP TELECOM BATCH FILE              *
      * OUTPUTS:  DB2 TABLES   - HCAS.CLAIM_STAGING,                   *
      *                          HCAS.CLAIM_LINE_STAGING               *
           05  NCP-INGREDIENT-COST     PIC 9(07)V99.
           05  NCP-DISPENSE-FEE        PIC 9(05)V99.
           05  NCP-GROSS-DUE           PIC 9(07)V99.
      *--- DISPENSE AS WRITTEN / PRODUCT SELECTION (408-D8) ---
           05  NCP-DAW-CODE            PIC X(01).
           05  FILLER                  PIC X(24).

       FD  REVOUT-FILE
           RECORDING MODE IS F
           05  NCE-MEMBER-ID           PIC X(12).
           05  NCE-REASON-CODE         PIC X(04).
           05  NCE-REASON-DESC         PIC X(60).
           05  NCE-NCPDP-REJECT        PIC X(03).
           05  FILLER                  PIC X(34).

       WORKING-STORAGE SECTION.


       01  WS-MEMBER-COUNT             PIC 9(05).

      *--- STEP-THERAPY / QUANTITY-LIMIT CALL AREA (RXUMCK01) ---
       01  WS-UM-REQUEST.
           05  WS-UM-MEMBER-ID         PIC X(12).
           05  WS-UM-FORMULARY-ID      PIC X(08).
           05  WS-UM-NDC               PIC X(11).
           05  WS-UM-SVC-DATE          PIC X(08).
           05  WS-UM-QUANTITY          PIC S9(05)V99 COMP-3.
           05  WS-UM-DAYS-SUPPLY       PIC 9(03).

       01  WS-UM-RESPONSE.
           05  WS-UM-RC                PIC X(02).
               88  WS-UM-REJECTED      VALUE '08'.
           05  WS-UM-EDIT-CODE         PIC X(05).
           05  WS-UM-NCPDP-REJECT      PIC X(03).
           05  WS-UM-MESSAGE           PIC X(60).

       01  WS-COUNTERS.
           05  WS-B1-STAGED            PIC 9(07) VALUE ZERO.
           05  WS-B2-VOIDED            PIC 9(07) VALUE ZERO.
           05  WS-B2-TO-REVERSAL       PIC 9(07) VALUE ZERO.
           05  WS-UM-REJECT-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-ERR-COUNT            PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
           END-IF
           OPEN OUTPUT REVOUT-FILE
           OPEN OUTPUT NCPDERR-FILE
           MOVE SPACES TO NCPDERR-RECORD
           PERFORM 8000-READ-INPUT.

       2000-PROCESS-TRANSACTION.
                       TO NCE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               END-IF
      *--- NOT SUBMITTED = 0, NO PRODUCT SELECTION INDICATED ---
               IF NCP-DAW-CODE = SPACE
                   MOVE '0' TO NCP-DAW-CODE
               END-IF
               IF NCP-DAW-CODE IS NOT NUMERIC
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE 'N055' TO NCE-REASON-CODE
                   MOVE 'DAW CODE MUST BE 0 THROUGH 9'
                       TO NCE-REASON-DESC
                   PERFORM 6000-WRITE-ERROR
               END-IF
               IF WS-RECORD-VALID
                   PERFORM 2300-VALIDATE-MEMBER
               END-IF
               IF WS-RECORD-VALID
                   PERFORM 2400-CHECK-UTILIZATION-RULES
               END-IF
           END-IF.

       2200-BUILD-CLAIM-ID.
               PERFORM 6000-WRITE-ERROR
           END-IF.

       2400-CHECK-UTILIZATION-RULES.
      *--- STEP THERAPY AND QUANTITY LIMITS AT POINT OF SALE - ---
      *    A FAILING FILL IS REJECTED BACK TO THE PHARMACY     ---
           MOVE NCP-MEMBER-ID    TO WS-UM-MEMBER-ID
           MOVE SPACES           TO WS-UM-FORMULARY-ID
           MOVE NCP-NDC-CODE     TO WS-UM-NDC
           MOVE NCP-SERVICE-DATE TO WS-UM-SVC-DATE
           MOVE NCP-QUANTITY     TO WS-UM-QUANTITY
           MOVE NCP-DAYS-SUPPLY  TO WS-UM-DAYS-SUPPLY
           CALL 'RXUMCK01' USING WS-UM-REQUEST
                                 WS-UM-RESPONSE
           IF WS-UM-REJECTED
               SET WS-RECORD-INVALID TO TRUE
               ADD 1 TO WS-UM-REJECT-COUNT
               EVALUATE WS-UM-EDIT-CODE
                   WHEN 'ST001'
                       MOVE 'N100' TO NCE-REASON-CODE
                   WHEN 'QL001'
                       MOVE 'N110' TO NCE-REASON-CODE
                   WHEN OTHER
                       MOVE 'N120' TO NCE-REASON-CODE
               END-EVALUATE
               MOVE WS-UM-MESSAGE      TO NCE-REASON-DESC
               MOVE WS-UM-NCPDP-REJECT TO NCE-NCPDP-REJECT
               PERFORM 6000-WRITE-ERROR
           END-IF.

       3000-STAGE-BILLING.
           MOVE NCP-GROSS-DUE     TO WS-STG-TOTAL-CHARGES
           MOVE NCP-SERVICE-DATE  TO WS-STG-SERVICE-DATE
                   (CLAIM_ID, CLAIM_TYPE, MEMBER_ID,
                    BILLING_NPI, RENDERING_NPI, REFERRING_NPI,
                    TOTAL_CHARGES, RECEIPT_DATE,
                    SOURCE_CODE, PROCESS_STATUS, DAW_CODE)
               VALUES
                   (:WS-STG-CLAIM-ID, 'RX', :NCP-MEMBER-ID,
                    :NCP-PHARMACY-NPI, :NCP-PHARMACY-NPI,
                    :NCP-PRESCRIBER-NPI,
                    :WS-STG-TOTAL-CHARGES, :WS-CURRENT-DATE,
                    'ED', 'R', :NCP-DAW-CODE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
           MOVE NCP-RX-NUMBER TO NCE-RX-NUMBER
           MOVE NCP-MEMBER-ID TO NCE-MEMBER-ID
           WRITE NCPDERR-RECORD
           MOVE SPACES TO NCE-NCPDP-REJECT
           ADD 1 TO WS-ERR-COUNT.

       8000-READ-INPUT.
           DISPLAY '  B2 FILLS VOIDED:     ' WS-B2-VOIDED
           DISPLAY '  B2 TO REVERSAL FILE: ' WS-B2-TO-REVERSAL
           DISPLAY '  RECORDS REJECTED:    ' WS-ERR-COUNT
           DISPLAY '  STEP/QTY REJECTS:    ' WS-UM-REJECT-COUNT
           DISPLAY '============================================'
           CLOSE NCPDIN-FILE
           CLOSE REVOUT-FILE
