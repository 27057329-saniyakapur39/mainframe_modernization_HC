      *           AND WRITES THE CMS MANDATORY-REPORTING INPUT FILE.   *
      *           EACH MEMBER'S REPORTED STATUS IS KEPT ON             *
      *           HCAS.MSP_REPORTED ACROSS QUARTERS SO ADDS,           *
      *           RESUBMISSIONS AND DELETES ARE EXPLICIT. THE FILE IS  *
      *           RECORDED AS A REQUIRED-BY-LAW DISCLOSURE TO CMS,     *
      *           WITH ITS MEMBERS, THROUGH PHIDSC01.                  *
      *           RESPONSE MODE (PARM R): POSTS THE CMS PER-RECORD     *
      *           ACCEPT/REJECT FILE; REJECTS FLIP BACK TO             *
      *           SUBMITTABLE FOR THE NEXT QUARTER.                    *
      *           HCAS.MSP_REPORTED                                    *
      * OUTPUTS:  MSPOUT - CMS SECTION 111 INPUT FILE                  *
      *           DB2 TABLE - HCAS.MSP_REPORTED                        *
      *           DB2 TABLES - HCAS.PHI_DISCLOSURE,                    *
      *           HCAS.PHI_DISCLOSURE_MEMBER                           *
      * FREQUENCY: QUARTERLY                                           *
      *================================================================*
       ENVIRONMENT DIVISION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY PHICOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           05  WS-RESPONSES-READ       PIC 9(07) VALUE ZERO.
           05  WS-ACCEPTS-POSTED       PIC 9(07) VALUE ZERO.
           05  WS-REJECTS-POSTED       PIC 9(07) VALUE ZERO.
           05  WS-DISCLOSURE-ERRORS    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1200-OPEN-DISCLOSURE
               PERFORM 2100-FETCH-NEXT-GHP
           END-IF.

       1200-OPEN-DISCLOSURE.
           INITIALIZE PHI-DISCLOSURE-REQUEST
           SET PHI-DSC-OPEN-FILE TO TRUE
           MOVE WS-PROGRAM-ID TO PHI-DSC-SOURCE-PROGRAM
           MOVE 'CMS' TO PHI-DSC-RECIPIENT-ID
           MOVE 'CMS - SECTION 111 MSP REPORTING'
               TO PHI-DSC-RECIPIENT-NAME
           SET PHI-DSC-REQUIRED-BY-LAW TO TRUE
           MOVE 'MEDICARE SECTION 111 MSP INPUT FILE'
               TO PHI-DSC-FILE-DESC
           PERFORM 7000-CALL-DISCLOSURE.

       2000-REPORT-GHP-MEMBERS.
           MOVE 'GHP ' TO WS-MSP-REPORT-TYPE
           PERFORM 4000-WRITE-MSP-RECORD
           MOVE WS-MSP-GROUP-ID    TO MSP-GROUP-ID
           MOVE WS-MSP-EMP-COUNT   TO MSP-EMPLOYER-SIZE
           WRITE MSPOUT-RECORD
           PERFORM 4100-TRACK-REPORTED
           SET PHI-DSC-ADD-MEMBER TO TRUE
           MOVE WS-MSP-MEMBER-ID TO PHI-DSC-MEMBER-ID
           PERFORM 7000-CALL-DISCLOSURE.

       4100-TRACK-REPORTED.
           EXEC SQL
                   SET WS-RSP-EOF TO TRUE
           END-READ.

       7000-CALL-DISCLOSURE.
           CALL 'PHIDSC01' USING PHI-DISCLOSURE-REQUEST
                                 PHI-DISCLOSURE-RESPONSE
           IF PHI-DSC-FAILED
               ADD 1 TO WS-DISCLOSURE-ERRORS
               DISPLAY 'MSPRPT01: ' PHI-DSC-MSG
           END-IF.

       9000-TERMINATE.
           IF WS-MODE-RESPONSE
               CLOSE MSPRSIN-FILE
           ELSE
               CLOSE MSPOUT-FILE
               SET PHI-DSC-CLOSE-FILE TO TRUE
               PERFORM 7000-CALL-DISCLOSURE
           END-IF
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'MSPRPT01: RUN COMPLETE MODE ' WS-RUN-MODE
           DISPLAY '  RESPONSES READ:  ' WS-RESPONSES-READ
           DISPLAY '  ACCEPTS POSTED:  ' WS-ACCEPTS-POSTED
           DISPLAY '  REJECTS POSTED:  ' WS-REJECTS-POSTED
           DISPLAY '  DISCLOSURE ERRORS:' WS-DISCLOSURE-ERRORS
           IF WS-DISCLOSURE-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
