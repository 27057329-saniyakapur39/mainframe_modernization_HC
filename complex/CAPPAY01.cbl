      *           PAYMENT THROUGH THE SAME CHECK CONTROL STREAM        *
      *           EDI835GN USES (SHARED CHECK-NUMBER CONTROL ROW AND   *
      *           HCAS.CHECK_CONTROL), WITH EFT PROVIDERS WRITTEN TO   *
      *           THE NACHA-FORMAT CAPACH FILE. EFT PAYMENTS ARE       *
      *           RECORDED ON HCAS.CHECK_CONTROL (STATUS 'T') WITH     *
      *           THEIR ACH ENTRY TRACE SO PRENOT01 CAN MATCH RETURNS. *
      * INPUTS:   DB2 TABLES - HCAS.PROVIDER_CONTRACT, HCAS.PROVIDER,  *
      *                        HCAS.PCP_ASSIGNMENT, HCAS.ENROLLMENT,   *
      *                        HCAS.MEMBER, HCAS.CAP_RATE,             *
           05  WS-ACH-ORIG-ROUTING     PIC X(09) VALUE '076401251'.
           05  WS-ACH-TRACE-SEQ        PIC 9(07) VALUE ZERO.
           05  WS-ACH-AMT-CENTS        PIC 9(10) VALUE ZERO.
           05  WS-ACH-TRACE-NO         PIC X(15) VALUE SPACES.
           05  WS-ACH-LINE             PIC X(94).

      *--- SHARED ACH ENTRY TRACE SEQUENCE (SAME ROW EDI835GN AND ---
      *    PRENOT01 USE)                                          ---
       01  WS-ACH-TRACE-CONTROL-ID     PIC X(08) VALUE 'ACHTRACE'.

       01  WS-RUN-TOTALS.
           05  WS-RUN-PROVIDERS        PIC 9(05) VALUE ZERO.
           05  WS-RUN-MEMBERS          PIC 9(07) VALUE ZERO.
           PERFORM 2000-PAY-ONE-PROVIDER
               UNTIL WS-PRV-EOF
           PERFORM 8500-SAVE-CHECK-NUMBER
           PERFORM 8600-SAVE-ACH-TRACE-SEQ
           PERFORM 9000-TERMINATE
           STOP RUN.

           MOVE ALL '-' TO WS-RPT-LINE
           WRITE CAPRPT-RECORD FROM WS-RPT-LINE
           PERFORM 1200-LOAD-CHECK-NUMBER
           PERFORM 1300-LOAD-ACH-TRACE-SEQ
           EXEC SQL OPEN CAPPRV-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CAPPAY01: PROVIDER CURSOR OPEN ERROR '
               END-IF
           END-IF.

       1300-LOAD-ACH-TRACE-SEQ.
           EXEC SQL
               SELECT LAST_TRACE_NBR
               INTO   :WS-ACH-TRACE-SEQ
               FROM   HCAS.EDI_TRACE_CONTROL
               WHERE  PROGRAM_ID = :WS-ACH-TRACE-CONTROL-ID
           END-EXEC
           IF SQLCODE = +100
               MOVE ZERO TO WS-ACH-TRACE-SEQ
               EXEC SQL
                   INSERT INTO HCAS.EDI_TRACE_CONTROL
                       (PROGRAM_ID, LAST_TRACE_NBR)
                   VALUES
                       (:WS-ACH-TRACE-CONTROL-ID, 0)
               END-EXEC
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'CAPPAY01: ACH TRACE CONTROL READ ERROR '
                           'SQLCODE=' SQLCODE
               END-IF
           END-IF.

       2000-PAY-ONE-PROVIDER.
           ADD 1 TO WS-RUN-PROVIDERS
           MOVE ZERO TO WS-PT-MEMBER-COUNT

       5100-WRITE-ACH-ENTRY.
           COMPUTE WS-ACH-AMT-CENTS = WS-PT-NET-AMOUNT * 100
           IF WS-ACH-TRACE-SEQ = 9999999
               MOVE ZERO TO WS-ACH-TRACE-SEQ
           END-IF
           ADD 1 TO WS-ACH-TRACE-SEQ
           MOVE SPACES TO WS-ACH-TRACE-NO
           STRING WS-ACH-ORIG-ROUTING(1:8) DELIMITED SIZE
                  WS-ACH-TRACE-SEQ         DELIMITED SIZE
                  INTO WS-ACH-TRACE-NO
           END-STRING
           MOVE SPACES TO WS-ACH-LINE
           STRING '6'                      DELIMITED SIZE
                  '22'                     DELIMITED SIZE
                  WS-PV-ORG-NAME(1:22)     DELIMITED SIZE
                  '  '                     DELIMITED SIZE
                  '0'                      DELIMITED SIZE
                  WS-ACH-TRACE-NO          DELIMITED SIZE
                  INTO WS-ACH-LINE
           END-STRING
           WRITE CAPACH-RECORD FROM WS-ACH-LINE
           PERFORM 5150-RECORD-EFT-PAYMENT.

       5150-RECORD-EFT-PAYMENT.
      *--- EFT PAYMENTS TAKE A PAYMENT NUMBER FROM THE SHARED     ---
      *    CHECK SEQUENCE, AS EDI835GN'S DO                       ---
           ADD 1 TO WS-CHK-CHECK-NO
           EXEC SQL
               INSERT INTO HCAS.CHECK_CONTROL
                   (CHECK_NO, PROVIDER_NPI, PROVIDER_TIN,
                    CHECK_AMOUNT, ISSUE_DATE, CHECK_STATUS,
                    PAY_METHOD, ACH_TRACE_NO)
               VALUES
                   (:WS-CHK-CHECK-NO, :WS-PV-NPI, :WS-PV-TAX-ID,
                    :WS-PT-NET-AMOUNT, :WS-CURRENT-DATE, 'T',
                    'EF', :WS-ACH-TRACE-NO)
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CAPPAY01: EFT PAYMENT INSERT ERROR '
                       'SQLCODE=' SQLCODE ' NPI=' WS-PV-NPI
           END-IF.

       5200-ISSUE-CHECK.
           ADD 1 TO WS-CHK-CHECK-NO
                       'SQLCODE=' SQLCODE
           END-IF.

       8600-SAVE-ACH-TRACE-SEQ.
           EXEC SQL
               UPDATE HCAS.EDI_TRACE_CONTROL
               SET    LAST_TRACE_NBR = :WS-ACH-TRACE-SEQ
               WHERE  PROGRAM_ID = :WS-ACH-TRACE-CONTROL-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               DISPLAY 'CAPPAY01: ACH TRACE CONTROL UPDATE ERROR '
                       'SQLCODE=' SQLCODE
           END-IF.

       9000-TERMINATE.
           EXEC SQL CLOSE CAPPRV-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC
