      *           HCAS.EDI_TRACE_CONTROL, THE SAME WAY EDI999GN DOES,  *
      *           AND EVERY TRANSMISSION IS LOGGED TO                  *
      *           HCAS.PARTNER_TRANSMIT_LOG (WHICH ALSO SUPPLIES THE   *
      *           CHANGE-ONLY CUTOFF FOR THE NEXT RUN). EVERY MEMBER   *
      *           SENT IS RECORDED AS A DISCLOSURE TO THE PARTNER      *
      *           THROUGH PHIDSC01.                                    *
      * INPUTS:   OT834PRM - PARTNER ID, COVERAGE TYPE, RUN MODE       *
      *           DB2 TABLES - HCAS.TRADING_PARTNER,                   *
      *           HCAS.ENROLLMENT, HCAS.MEMBER,                        *
      *           HCAS.PARTNER_TRANSMIT_LOG                            *
      * OUTPUTS:  EDI834OT - OUTBOUND 834 EDI FILE                     *
      *           DB2 TABLES - HCAS.PARTNER_TRANSMIT_LOG,              *
      *           HCAS.EDI_TRACE_CONTROL, HCAS.PHI_DISCLOSURE,         *
      *           HCAS.PHI_DISCLOSURE_MEMBER                           *
      * FREQUENCY: DAILY (CHANGE-ONLY) / MONTHLY (FULL AUDIT)          *
      *================================================================*
       ENVIRONMENT DIVISION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY PHICOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           05  WS-MEMBERS-WRITTEN      PIC 9(09) VALUE ZERO.
           05  WS-ADDS-WRITTEN         PIC 9(09) VALUE ZERO.
           05  WS-TERMS-WRITTEN        PIC 9(09) VALUE ZERO.
           05  WS-DISCLOSURE-ERRORS    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM 1100-LOOKUP-PARTNER
           PERFORM 1200-LOOKUP-LAST-TRANSMIT
           PERFORM 1300-LOOKUP-CONTROL-NUMBERS
           PERFORM 1400-OPEN-DISCLOSURE
           OPEN OUTPUT EDI834-FILE
           EXEC SQL OPEN OT-MEMBER-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
           MOVE WS-ISA-CONTROL-NO TO WS-GS-CONTROL-NO
           MOVE WS-ISA-CONTROL-NO TO WS-ST-CONTROL-NO.

       1400-OPEN-DISCLOSURE.
           INITIALIZE PHI-DISCLOSURE-REQUEST
           SET PHI-DSC-OPEN-FILE TO TRUE
           MOVE WS-PROGRAM-ID TO PHI-DSC-SOURCE-PROGRAM
           MOVE WS-PARTNER-ID TO PHI-DSC-RECIPIENT-ID
           MOVE WS-TP-DELIVERY-DEST TO PHI-DSC-RECIPIENT-NAME
           SET PHI-DSC-TPO TO TRUE
           STRING '834 ENROLLMENT - COVERAGE ' DELIMITED SIZE
                  WS-COVERAGE-TYPE DELIMITED SIZE
                  ' MODE ' DELIMITED SIZE
                  WS-RUN-MODE DELIMITED SIZE
                  INTO PHI-DSC-FILE-DESC
           END-STRING
           PERFORM 7000-CALL-DISCLOSURE.

       3000-WRITE-ENVELOPE-HEADERS.
           ADD 1 TO WS-ISA-CONTROL-NO
           ADD 1 TO WS-GS-CONTROL-NO
           PERFORM 4500-WRITE-DMG-SEGMENT
           PERFORM 4600-WRITE-HD-SEGMENT
           ADD 1 TO WS-MEMBERS-WRITTEN
           SET PHI-DSC-ADD-MEMBER TO TRUE
           MOVE WS-OM-MEMBER-ID TO PHI-DSC-MEMBER-ID
           PERFORM 7000-CALL-DISCLOSURE
           PERFORM 4100-FETCH-NEXT-MEMBER.

       4100-FETCH-NEXT-MEMBER.
           END-STRING
           WRITE EDI834-RECORD FROM WS-EDI-SEGMENT.

       7000-CALL-DISCLOSURE.
           CALL 'PHIDSC01' USING PHI-DISCLOSURE-REQUEST
                                 PHI-DISCLOSURE-RESPONSE
           IF PHI-DSC-FAILED
               ADD 1 TO WS-DISCLOSURE-ERRORS
               DISPLAY 'EDI834OT: ' PHI-DSC-MSG
           END-IF.

       8000-LOG-TRANSMISSION.
           EXEC SQL
               INSERT INTO HCAS.PARTNER_TRANSMIT_LOG
               DISPLAY 'EDI834OT: TRACE CONTROL UPDATE ERROR '
                       'SQLCODE=' SQLCODE
           END-IF
           SET PHI-DSC-CLOSE-FILE TO TRUE
           PERFORM 7000-CALL-DISCLOSURE
           EXEC SQL COMMIT END-EXEC.

       9000-TERMINATE.
           DISPLAY '  MEMBERS WRITTEN: ' WS-MEMBERS-WRITTEN
           DISPLAY '  ADDS WRITTEN:    ' WS-ADDS-WRITTEN
           DISPLAY '  TERMS WRITTEN:   ' WS-TERMS-WRITTEN
           DISPLAY '  DISCLOSURE ERRS: ' WS-DISCLOSURE-ERRORS
           CLOSE EDI834-FILE
           IF WS-DISCLOSURE-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
