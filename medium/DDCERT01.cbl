      *              ENROLLMENT TERMS AT MONTH END. A FRESH            *
      *              PHYSICIAN ATTESTATION KEYED THROUGH DDCINQ1       *
      *              RESETS THE DUE DATE AND STOPS THE CLOCK.          *
      *           THE NOTICE FOLLOWS THE DEPENDENT'S ALL-MAIL          *
      *           CONFIDENTIAL-COMMUNICATION REQUEST (CONFML01): A     *
      *           REDIRECTED NOTICE CARRIES THE ALTERNATE ADDRESS. A   *
      *           NO-PAPER REQUEST HOLDS THE NOTICE AND ROUTES THE     *
      *           DEPENDENT TO HCAS.MAIL_OUTREACH; THE NOTICE DATE IS  *
      *           NOT STAMPED, SO THE EXPIRY CLOCK DOES NOT START.     *
      * INPUTS:   DB2 TABLES - HCAS.DISABLED_DEP_CERT,                 *
      *           HCAS.ENROLLMENT                                      *
      * OUTPUTS:  DDCNOT - RECERTIFICATION NOTICE EXTRACT              *
      *           DDCRPTOT - CYCLE REPORT                              *
      *           DB2 TABLE - HCAS.MAIL_OUTREACH                       *
      * FREQUENCY: MONTHLY BATCH (BEFORE AGEOUT01)                     *
      *================================================================*
       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD  DDCNOT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  DDCNOT-RECORD.
           05  DDN-MEMBER-ID           PIC X(12).
           05  DDN-RECERT-DUE          PIC X(08).
      *--- S = ADDRESS OF RECORD; A = MAIL TO THE ALTERNATE      ---
      *    ADDRESS BELOW                                          ---
           05  DDN-MAIL-ROUTE          PIC X(01).
           05  DDN-ALT-ADDRESS.
               10  DDN-ALT-ADDR-LINE-1 PIC X(55).
               10  DDN-ALT-ADDR-LINE-2 PIC X(55).
               10  DDN-ALT-CITY        PIC X(30).
               10  DDN-ALT-STATE       PIC X(02).
               10  DDN-ALT-ZIP-CODE    PIC X(09).
           05  FILLER                  PIC X(28).

       FD  DDCRPT-FILE
           RECORDING MODE IS F

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY CCMCOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           05  WS-CERTS-SCANNED        PIC 9(07) VALUE ZERO.
           05  WS-NOTICES-SENT         PIC 9(07) VALUE ZERO.
           05  WS-CERTS-EXPIRED        PIC 9(07) VALUE ZERO.
           05  WS-NOTICES-HELD         PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

           END-IF.

       3000-SEND-RECERT-NOTICE.
           PERFORM 3100-CHECK-CONFIDENTIAL-MAIL
           IF CCM-ROUTE-NO-PAPER
               PERFORM 3200-HOLD-RECERT-NOTICE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DDCNOT-RECORD
           MOVE WS-DC-MEMBER-ID  TO DDN-MEMBER-ID
           MOVE WS-DC-RECERT-DUE TO DDN-RECERT-DUE
           MOVE CCM-ROUTE        TO DDN-MAIL-ROUTE
           IF CCM-ROUTE-ALTERNATE
               MOVE CCM-ALT-ADDRESS TO DDN-ALT-ADDRESS
           END-IF
           WRITE DDCNOT-RECORD
           EXEC SQL
               UPDATE HCAS.DISABLED_DEP_CERT
                       SQLCODE ' MBR=' WS-DC-MEMBER-ID
           END-IF.

       3100-CHECK-CONFIDENTIAL-MAIL.
      *--- THE NOTICE IS NOT ABOUT ONE CLAIM - ONLY AN ALL-MAIL ---
      *    REQUEST APPLIES                                      ---
           MOVE WS-DC-MEMBER-ID  TO CCM-MEMBER-ID
           MOVE SPACES           TO CCM-SUBSCRIBER-ID
           MOVE SPACES           TO CCM-CLAIM-ID
           MOVE WS-CURRENT-DATE  TO CCM-AS-OF-DATE
           CALL 'CONFML01' USING CCM-ROUTE-REQUEST
                                 CCM-ROUTE-RESPONSE.

       3200-HOLD-RECERT-NOTICE.
      *--- THE NOTICE STARTS THE CLOCK TOWARD TERMINATION, SO IT ---
      *    IS NOT STAMPED AS SENT - OUTREACH REACHES THE MEMBER  ---
      *    ANOTHER WAY                                           ---
           EXEC SQL
               INSERT INTO HCAS.MAIL_OUTREACH
                   (MEMBER_ID, SOURCE_PROGRAM, RETURN_REASON,
                    WORK_STATUS, CREATE_DATE)
               VALUES
                   (:WS-DC-MEMBER-ID, :WS-PROGRAM-ID,
                    'RECERT NOTICE HELD', 'O', :WS-CURRENT-DATE)
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
               DISPLAY 'DDCERT01: OUTREACH INSERT ERROR '
                       'SQLCODE=' SQLCODE
                       ' MBR=' WS-DC-MEMBER-ID
           END-IF
           ADD 1 TO WS-NOTICES-HELD
           MOVE SPACES TO WS-RPT-LINE
           STRING ' HELD    ' DELIMITED SIZE
                  WS-DC-MEMBER-ID DELIMITED SIZE
                  ' DUE ' DELIMITED SIZE
                  WS-DC-RECERT-DUE DELIMITED SIZE
                  ' NO-PAPER REQUEST - TO OUTREACH' DELIMITED SIZE
                  INTO WS-RPT-LINE
           END-STRING
           WRITE DDCRPT-RECORD FROM WS-RPT-LINE.

       4000-EXPIRE-CERTIFICATION.
           EXEC SQL
               UPDATE HCAS.DISABLED_DEP_CERT
           DISPLAY '  CERTS SCANNED:  ' WS-CERTS-SCANNED
           DISPLAY '  NOTICES SENT:   ' WS-NOTICES-SENT
           DISPLAY '  CERTS EXPIRED:  ' WS-CERTS-EXPIRED
           DISPLAY '  NOTICES HELD:   ' WS-NOTICES-HELD
           CLOSE DDCNOT-FILE
           CLOSE DDCRPT-FILE
           MOVE ZERO TO RETURN-CODE.
