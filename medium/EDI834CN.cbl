      *           ENRICHED FROM THE DB2 BENEFIT PLAN TABLE SINCE THE   *
      *           STAGING RECORD ONLY CARRIES THE PLAN CODE.           *
      *           AUDIT-ONLY STAGING RECORDS DO NOT GENERATE A NOTICE. *
      *           EACH NOTICE CARRIES A PRINT-MANIFEST DOCUMENT ID     *
      *           (PRTMAN01) ON ITS TITLE LINE.                        *
      *           THE NOTICE FOLLOWS THE MEMBER'S ALL-MAIL CONFIDEN-   *
      *           TIAL-COMMUNICATION REQUEST (CONFML01) - ALTERNATE    *
      *           ADDRESS, OR NOT PRINTED UNDER A NO-PAPER REQUEST.    *
      * INPUTS:   ENRSTG-FILE  - ENROLLMENT STAGING FILE               *
      *           DB2 TABLE    - HCAS.BENEFIT_PLAN                     *
      * OUTPUTS:  ENRNOT-FILE  - MEMBER ENROLLMENT NOTICE PRINT FILE   *
      *           DB2 TABLE    - HCAS.PRINT_MANIFEST                   *
      * FREQUENCY: DAILY BATCH (POST-EDI834IN)                         *
      *================================================================*
       ENVIRONMENT DIVISION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY PMFCOPY.
       COPY CCMCOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           05  WS-NOTICES-WRITTEN      PIC 9(07) VALUE ZERO.
           05  WS-AUDIT-SKIPPED        PIC 9(07) VALUE ZERO.
           05  WS-MAIL-SUPPRESS-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-NO-PAPER-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-REDIRECT-COUNT       PIC 9(07) VALUE ZERO.

      *--- UNDELIVERABLE-ADDRESS SUPPRESSION (RETMAIL1) ---
       01  WS-MAIL-SUPPRESS-SW         PIC X(01) VALUE 'N'.
                   ADD 1 TO WS-MAIL-SUPPRESS-COUNT
                   PERFORM 2400-ROUTE-TO-OUTREACH
               ELSE
                   PERFORM 2500-CHECK-CONFIDENTIAL-MAIL
                   IF CCM-ROUTE-NO-PAPER
                       ADD 1 TO WS-NO-PAPER-COUNT
                   ELSE
                       PERFORM 2100-LOOKUP-PLAN-NAME
                       PERFORM 2200-SELECT-NOTICE-TITLE
                       PERFORM 3000-WRITE-NOTICE
                       ADD 1 TO WS-NOTICES-WRITTEN
                   END-IF
               END-IF
           END-IF
           PERFORM 8100-READ-STAGING.
                       ' MBR=' WS-STG-MEMBER-ID
           END-IF.

       2500-CHECK-CONFIDENTIAL-MAIL.
      *--- AN ENROLLMENT NOTICE IS NOT ABOUT ONE CLAIM - ONLY AN ---
      *    ALL-MAIL REQUEST APPLIES. A REDIRECTED NOTICE IS      ---
      *    ADDRESSED TO THE ALTERNATE ADDRESS                    ---
           MOVE WS-STG-MEMBER-ID     TO CCM-MEMBER-ID
           MOVE WS-STG-SUBSCRIBER-ID TO CCM-SUBSCRIBER-ID
           MOVE SPACES               TO CCM-CLAIM-ID
           MOVE WS-CURRENT-DATE      TO CCM-AS-OF-DATE
           CALL 'CONFML01' USING CCM-ROUTE-REQUEST
                                 CCM-ROUTE-RESPONSE
           IF CCM-ROUTE-ALTERNATE
               MOVE CCM-ALT-ADDR-LINE-1 TO WS-STG-ADDR-LINE-1
               MOVE CCM-ALT-ADDR-LINE-2 TO WS-STG-ADDR-LINE-2
               MOVE CCM-ALT-CITY        TO WS-STG-CITY
               MOVE CCM-ALT-STATE       TO WS-STG-STATE
               MOVE CCM-ALT-ZIP-CODE    TO WS-STG-ZIP-CODE
               ADD 1 TO WS-REDIRECT-COUNT
           END-IF.

       2100-LOOKUP-PLAN-NAME.
           MOVE WS-STG-PLAN-CODE TO WS-DB2-PLAN-CODE
           MOVE WS-STG-EFF-DATE  TO WS-DB2-EFF-DATE
           END-EVALUATE.

       3000-WRITE-NOTICE.
           INITIALIZE PMF-REQUEST
           SET PMF-FUNC-ASSIGN    TO TRUE
           SET PMF-DOC-ENROLL-NTC TO TRUE
           MOVE WS-CURRENT-DATE   TO PMF-HANDOFF-DATE
           CALL 'PRTMAN01' USING PMF-REQUEST
                                 PMF-RESPONSE
           PERFORM 3100-WRITE-HEADER-LINES
           PERFORM 3200-WRITE-ADDRESS-LINES
           PERFORM 3300-WRITE-COVERAGE-LINES
           PERFORM 3400-WRITE-CLOSING-LINES
           PERFORM 3500-RECORD-MANIFEST.

       3100-WRITE-HEADER-LINES.
           MOVE SPACES TO WS-NOT-LINE
           WRITE ENRNOT-RECORD FROM WS-NOT-LINE
           MOVE SPACES TO WS-NOT-LINE
           STRING WS-NOTICE-TITLE DELIMITED SIZE
                  '          DOC ' DELIMITED SIZE
                  PMF-DOC-ID DELIMITED SIZE
               INTO WS-NOT-LINE
           WRITE ENRNOT-RECORD FROM WS-NOT-LINE
           MOVE SPACES TO WS-NOT-LINE
           MOVE SPACES TO WS-NOT-LINE
           WRITE ENRNOT-RECORD FROM WS-NOT-LINE.

       3500-RECORD-MANIFEST.
      *--- THE NOTICE IS A ONE-PAGE FORM LETTER ---
           INITIALIZE PMF-REQUEST
           SET PMF-FUNC-RECORD    TO TRUE
           SET PMF-DOC-ENROLL-NTC TO TRUE
           MOVE WS-PROGRAM-ID     TO PMF-SOURCE-PROGRAM
           MOVE WS-STG-MEMBER-ID  TO PMF-MEMBER-ID
           STRING WS-STG-RECORD-TYPE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-STG-EFF-DATE DELIMITED SIZE
                  INTO PMF-DOC-KEY
           END-STRING
           MOVE 1                 TO PMF-PAGE-COUNT
           MOVE WS-CURRENT-DATE   TO PMF-HANDOFF-DATE
           CALL 'PRTMAN01' USING PMF-REQUEST
                                 PMF-RESPONSE.

       8100-READ-STAGING.
           READ ENRSTG-FILE
               AT END
           DISPLAY '  NOTICES WRITTEN:       ' WS-NOTICES-WRITTEN
           DISPLAY '  AUDIT RECORDS SKIPPED: ' WS-AUDIT-SKIPPED
           DISPLAY '  MAIL SUPPRESSED:       ' WS-MAIL-SUPPRESS-COUNT
           DISPLAY '  NO-PAPER HELD:         ' WS-NO-PAPER-COUNT
           DISPLAY '  REDIRECTED:            ' WS-REDIRECT-COUNT
           DISPLAY '================================================'
           CLOSE ENRSTG-FILE
           CLOSE ENRNOT-FILE
