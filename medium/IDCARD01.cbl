      *           INDICATOR FOR PHARMACY COVERAGE - IS COMPOSED INTO   *
      *           THE CARD VENDOR'S FULFILLMENT FILE, AND EVERY        *
      *           ORDER IS TRACKED ON CARD_ORDER_HIST SO REPRINTS      *
      *           ARE SELF-SERVICE. EACH CARD CARRIES A PRINT-         *
      *           MANIFEST DOCUMENT ID (PRTMAN01), ALSO KEPT ON ITS    *
      *           CARD_ORDER_HIST ROW, SO MAILCF01 CAN POST THE        *
      *           VENDOR'S PROVEN MAIL DATE BACK TO THE ORDER.         *
      *           THE CARD FOLLOWS THE MEMBER'S ALL-MAIL CONFIDENTIAL- *
      *           COMMUNICATION REQUEST (CONFML01): A REDIRECTED CARD  *
      *           CARRIES AN 'A' ALTERNATE-ADDRESS RECORD AFTER IT,    *
      *           AND NO CARD IS SENT UNDER A NO-PAPER REQUEST.        *
      *           EACH MEMBER WHOSE CARD GOES TO THE VENDOR IS         *
      *           RECORDED AS A DISCLOSURE THROUGH PHIDSC01.           *
      * INPUTS:   ENROUT-FILE - MEMXREF1 MATCHED ENROLLMENT OUTPUT     *
      *           DB2 TABLES  - HCAS.BENEFIT_PLAN,                     *
      *                         HCAS.CARD_ORDER_HIST                   *
      * OUTPUTS:  CARDOUT-FILE - CARD VENDOR FULFILLMENT FILE          *
      *           DB2 TABLES   - HCAS.CARD_ORDER_HIST,                 *
      *                          HCAS.PRINT_MANIFEST,                  *
      *                          HCAS.PHI_DISCLOSURE,                  *
      *                          HCAS.PHI_DISCLOSURE_MEMBER            *
      * FREQUENCY: DAILY BATCH (AFTER MEMXREF1)                        *
      *================================================================*
       ENVIRONMENT DIVISION.
           05  CRD-COPAY-ER            PIC 9(05)V99.
           05  CRD-RX-INDICATOR        PIC X(01).
           05  CRD-ORDER-DATE          PIC X(08).
           05  CRD-DOC-ID              PIC X(16).
      *--- S = ADDRESS OF RECORD; A = ALTERNATE ADDRESS, ON THE  ---
      *    'A' RECORD THAT FOLLOWS THE CARD                       ---
           05  CRD-MAIL-ROUTE          PIC X(01).
           05  FILLER                  PIC X(30).

      *--- ALTERNATE-ADDRESS RECORD - SAME 200-BYTE SLOT.        ---
      *    WRITTEN AFTER THE CARD WHEN THE MEMBER HAS ASKED FOR  ---
      *    MAIL TO GO TO ANOTHER ADDRESS                          ---
       01  CARDOUT-ALT-RECORD REDEFINES CARDOUT-RECORD.
           05  CRD-ALT-REC-TYPE        PIC X(01).
           05  CRD-ALT-MEMBER-ID       PIC X(12).
           05  CRD-ALT-ADDR-LINE-1     PIC X(55).
           05  CRD-ALT-ADDR-LINE-2     PIC X(55).
           05  CRD-ALT-CITY            PIC X(30).
           05  CRD-ALT-STATE           PIC X(02).
           05  CRD-ALT-ZIP-CODE        PIC X(09).
           05  FILLER                  PIC X(36).

       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY PMFCOPY.
       COPY CCMCOPY.
       COPY PHICOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           05  WS-REISSUES             PIC 9(07) VALUE ZERO.
           05  WS-NO-TRIGGER           PIC 9(07) VALUE ZERO.
           05  WS-MAIL-SUPPRESS-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-NO-PAPER-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-REDIRECT-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-DISCLOSURE-ERRORS    PIC 9(07) VALUE ZERO.

      *--- UNDELIVERABLE-ADDRESS SUPPRESSION (RETMAIL1) ---
       01  WS-MAIL-SUPPRESS-SW         PIC X(01) VALUE 'N'.
               STOP RUN
           END-IF
           OPEN OUTPUT CARDOUT-FILE
           PERFORM 1400-OPEN-DISCLOSURE
           PERFORM 8000-READ-INPUT.

       1400-OPEN-DISCLOSURE.
           INITIALIZE PHI-DISCLOSURE-REQUEST
           SET PHI-DSC-OPEN-FILE TO TRUE
           MOVE WS-PROGRAM-ID TO PHI-DSC-SOURCE-PROGRAM
           MOVE 'CARD-VENDOR' TO PHI-DSC-RECIPIENT-ID
           MOVE 'ID CARD FULFILLMENT VENDOR'
               TO PHI-DSC-RECIPIENT-NAME
           SET PHI-DSC-TPO TO TRUE
           MOVE 'MEMBER ID CARD ORDERS'
               TO PHI-DSC-FILE-DESC
           PERFORM 7000-CALL-DISCLOSURE.

       2000-PROCESS-ONE-EVENT.
           SET WS-NO-ORDER TO TRUE
           IF ENO-TYPE-TERM
                   ELSE
                       PERFORM 3000-CHECK-LAST-CARD
                   END-IF
      *--- A NO-PAPER CONFIDENTIAL-COMMUNICATION REQUEST HOLDS ---
      *    THE CARD THE SAME AS AN UNDELIVERABLE ADDRESS, BUT   ---
      *    THERE IS NOTHING FOR OUTREACH TO WORK              ---
                   IF WS-ORDER-NEEDED
                       PERFORM 2700-CHECK-CONFIDENTIAL-MAIL
                       IF CCM-ROUTE-NO-PAPER
                           ADD 1 TO WS-NO-PAPER-COUNT
                       ELSE
                           PERFORM 4000-COMPOSE-CARD-ORDER
                       END-IF
                   ELSE
                       ADD 1 TO WS-NO-TRIGGER
                   END-IF

       4000-COMPOSE-CARD-ORDER.
           PERFORM 4100-LOOKUP-PLAN-DATA
           INITIALIZE PMF-REQUEST
           SET PMF-FUNC-ASSIGN    TO TRUE
           SET PMF-DOC-ID-CARD    TO TRUE
           MOVE WS-CURRENT-DATE   TO PMF-HANDOFF-DATE
           CALL 'PRTMAN01' USING PMF-REQUEST
                                 PMF-RESPONSE
           INITIALIZE CARDOUT-RECORD
           MOVE WS-ORDER-TYPE      TO CRD-ORDER-TYPE
           MOVE WS-CARD-MEMBER-ID  TO CRD-MEMBER-ID
               MOVE 'N' TO CRD-RX-INDICATOR
           END-IF
           MOVE WS-CURRENT-DATE    TO CRD-ORDER-DATE
           MOVE PMF-DOC-ID         TO CRD-DOC-ID
           MOVE CCM-ROUTE          TO CRD-MAIL-ROUTE
           WRITE CARDOUT-RECORD
           IF CCM-ROUTE-ALTERNATE
               PERFORM 4050-WRITE-CARD-ALT-ADDRESS
           END-IF
           SET PHI-DSC-ADD-MEMBER TO TRUE
           MOVE WS-CARD-MEMBER-ID TO PHI-DSC-MEMBER-ID
           PERFORM 7000-CALL-DISCLOSURE
           PERFORM 4300-RECORD-MANIFEST
           IF WS-ORDER-TYPE = 'N'
               ADD 1 TO WS-NEW-CARDS
           ELSE
           END-IF
           PERFORM 4200-RECORD-ORDER-HISTORY.

       4050-WRITE-CARD-ALT-ADDRESS.
           INITIALIZE CARDOUT-ALT-RECORD
           MOVE 'A'                 TO CRD-ALT-REC-TYPE
           MOVE WS-CARD-MEMBER-ID   TO CRD-ALT-MEMBER-ID
           MOVE CCM-ALT-ADDR-LINE-1 TO CRD-ALT-ADDR-LINE-1
           MOVE CCM-ALT-ADDR-LINE-2 TO CRD-ALT-ADDR-LINE-2
           MOVE CCM-ALT-CITY        TO CRD-ALT-CITY
           MOVE CCM-ALT-STATE       TO CRD-ALT-STATE
           MOVE CCM-ALT-ZIP-CODE    TO CRD-ALT-ZIP-CODE
           WRITE CARDOUT-ALT-RECORD
           ADD 1 TO WS-REDIRECT-COUNT.

       4100-LOOKUP-PLAN-DATA.
           MOVE SPACES TO WS-PL-PLAN-NAME
           MOVE ZERO TO WS-PL-COPAY-PCP
           EXEC SQL
               INSERT INTO HCAS.CARD_ORDER_HIST
                   (MEMBER_ID, ORDER_DATE, ORDER_TYPE,
                    PLAN_CODE, MEMBER_NAME,
                    DOC_ID, MAIL_STATUS, MAIL_DATE)
               VALUES
                   (:WS-CARD-MEMBER-ID, :WS-CURRENT-DATE,
                    :WS-ORDER-TYPE,
                    :ENO-PLAN-CODE, :WS-CARD-NAME,
                    :PMF-DOC-ID, 'P', '00000000')
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                           ' MBR=' WS-CARD-MEMBER-ID
           END-EVALUATE.

       4300-RECORD-MANIFEST.
           INITIALIZE PMF-REQUEST
           SET PMF-FUNC-RECORD    TO TRUE
           SET PMF-DOC-ID-CARD    TO TRUE
           MOVE WS-PROGRAM-ID     TO PMF-SOURCE-PROGRAM
           MOVE WS-CARD-MEMBER-ID TO PMF-MEMBER-ID
           MOVE ENO-PLAN-CODE     TO PMF-DOC-KEY
           MOVE 1                 TO PMF-PAGE-COUNT
           MOVE WS-CURRENT-DATE   TO PMF-HANDOFF-DATE
           CALL 'PRTMAN01' USING PMF-REQUEST
                                 PMF-RESPONSE.

       2500-CHECK-MAIL-SUPPRESS.
           SET WS-MAIL-DELIVERABLE TO TRUE
           EXEC SQL
                       ' MBR=' WS-CARD-MEMBER-ID
           END-IF.

       2700-CHECK-CONFIDENTIAL-MAIL.
      *--- AN ID CARD IS NOT ABOUT ONE CLAIM - ONLY AN ALL-MAIL ---
      *    REQUEST APPLIES                                      ---
           MOVE WS-CARD-MEMBER-ID   TO CCM-MEMBER-ID
           MOVE ENO-SUBSCRIBER-ID   TO CCM-SUBSCRIBER-ID
           MOVE SPACES              TO CCM-CLAIM-ID
           MOVE WS-CURRENT-DATE     TO CCM-AS-OF-DATE
           CALL 'CONFML01' USING CCM-ROUTE-REQUEST
                                 CCM-ROUTE-RESPONSE.

       7000-CALL-DISCLOSURE.
           CALL 'PHIDSC01' USING PHI-DISCLOSURE-REQUEST
                                 PHI-DISCLOSURE-RESPONSE
           IF PHI-DSC-FAILED
               ADD 1 TO WS-DISCLOSURE-ERRORS
               DISPLAY 'IDCARD01: ' PHI-DSC-MSG
           END-IF.

       8000-READ-INPUT.
           READ ENROUT-FILE
               AT END
           END-READ.

       9000-TERMINATE.
           SET PHI-DSC-CLOSE-FILE TO TRUE
           PERFORM 7000-CALL-DISCLOSURE
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'IDCARD01: EVENTS READ:    ' WS-EVENTS-READ
           DISPLAY 'IDCARD01: NEW CARDS:      ' WS-NEW-CARDS
           DISPLAY 'IDCARD01: REISSUES:       ' WS-REISSUES
           DISPLAY 'IDCARD01: NO CARD NEEDED: ' WS-NO-TRIGGER
           DISPLAY 'IDCARD01: MAIL SUPPRESSED:' WS-MAIL-SUPPRESS-COUNT
           DISPLAY 'IDCARD01: NO-PAPER HELD:  ' WS-NO-PAPER-COUNT
           DISPLAY 'IDCARD01: REDIRECTED:     ' WS-REDIRECT-COUNT
           DISPLAY 'IDCARD01: DISCLOSURE ERRS:' WS-DISCLOSURE-ERRORS
           CLOSE ENROUT-FILE
           CLOSE CARDOUT-FILE
           IF WS-DISCLOSURE-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
