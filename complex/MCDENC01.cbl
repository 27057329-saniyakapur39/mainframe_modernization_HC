      *           BACK TO SUBMITTABLE AND SHOW ON THE RESUBMISSION     *
      *           WORKLIST SECTION OF THE RUN REPORT. ENCOUNTER        *
      *           COMPLETENESS DRIVES THE STATE CAPITATION WITHHOLD.   *
      *           EACH EXTRACT FILE IS RECORDED AS A HEALTH-OVERSIGHT  *
      *           DISCLOSURE TO THE STATE, WITH ITS MEMBERS, THROUGH   *
      *           PHIDSC01.                                            *
      * INPUTS:   MCDPARM - RUN MODE (E=EXTRACT, R=RESPONSE)           *
      *           MCDRSIN - STATE RESPONSE FILE (MODE R)               *
      *           DB2 TABLES - HCAS.CLAIM_MASTER, HCAS.CLAIM_LINE,     *
      * OUTPUTS:  MCDENC - OUTBOUND 837 ENCOUNTER FILE                 *
      *           MCDRPTOT - RUN / RESUBMISSION REPORT                 *
      *           DB2 TABLES - HCAS.MCD_ENC_SUBMIT,                    *
      *           HCAS.EDI_TRACE_CONTROL, HCAS.PHI_DISCLOSURE,         *
      *           HCAS.PHI_DISCLOSURE_MEMBER                           *
      * FREQUENCY: WEEKLY (EXTRACT) / ON RESPONSE RECEIPT              *
      *================================================================*
       ENVIRONMENT DIVISION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY PHICOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           05  WS-ACCEPTS-POSTED       PIC 9(09) VALUE ZERO.
           05  WS-REJECTS-POSTED       PIC 9(09) VALUE ZERO.
           05  WS-REPLACES-POSTED      PIC 9(09) VALUE ZERO.
           05  WS-DISCLOSURE-ERRORS    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

           ELSE
               OPEN OUTPUT MCDENC-FILE
               PERFORM 1100-LOOKUP-CONTROL-NUMBER
               PERFORM 1200-OPEN-DISCLOSURE
               EXEC SQL OPEN MCD-CLAIM-CURSOR END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'MCDENC01: CLAIM CURSOR OPEN ERROR '
               MOVE ZERO TO WS-ENC-CONTROL-NO
           END-IF.

       1200-OPEN-DISCLOSURE.
           INITIALIZE PHI-DISCLOSURE-REQUEST
           SET PHI-DSC-OPEN-FILE TO TRUE
           MOVE WS-PROGRAM-ID TO PHI-DSC-SOURCE-PROGRAM
           MOVE 'STATE-MEDICAID' TO PHI-DSC-RECIPIENT-ID
           MOVE 'STATE MEDICAID AGENCY' TO PHI-DSC-RECIPIENT-NAME
           SET PHI-DSC-OVERSIGHT TO TRUE
           MOVE 'MEDICAID 837 ENCOUNTER SUBMISSION'
               TO PHI-DSC-FILE-DESC
           PERFORM 7000-CALL-DISCLOSURE.

       2000-EXTRACT-ONE-ENCOUNTER.
           ADD 1 TO WS-ENC-CONTROL-NO
           IF WS-MC-CLAIM-TYPE = 'IN'
           PERFORM 3200-WRITE-LINE-SEGMENTS
           PERFORM 4000-TRACK-SUBMISSION
           ADD 1 TO WS-ENC-WRITTEN
           SET PHI-DSC-ADD-MEMBER TO TRUE
           MOVE WS-MC-MEMBER-ID TO PHI-DSC-MEMBER-ID
           PERFORM 7000-CALL-DISCLOSURE
           PERFORM 2100-FETCH-NEXT-CLAIM.

       2100-FETCH-NEXT-CLAIM.
               DISPLAY 'MCDENC01: TRACE CONTROL UPDATE ERROR '
                       'SQLCODE=' SQLCODE
           END-IF
           SET PHI-DSC-CLOSE-FILE TO TRUE
           PERFORM 7000-CALL-DISCLOSURE
           EXEC SQL COMMIT END-EXEC.

       5000-PROCESS-RESPONSES.
                  INTO WS-RPT-LINE
           WRITE MCDRPT-RECORD FROM WS-RPT-LINE.

       7000-CALL-DISCLOSURE.
           CALL 'PHIDSC01' USING PHI-DISCLOSURE-REQUEST
                                 PHI-DISCLOSURE-RESPONSE
           IF PHI-DSC-FAILED
               ADD 1 TO WS-DISCLOSURE-ERRORS
               DISPLAY 'MCDENC01: ' PHI-DSC-MSG
           END-IF.

       9000-TERMINATE.
           IF WS-MODE-RESPONSE
               CLOSE MCDRSIN-FILE
           DISPLAY '  ACCEPTS POSTED:     ' WS-ACCEPTS-POSTED
           DISPLAY '  REJECTS POSTED:     ' WS-REJECTS-POSTED
           DISPLAY '  REPLACES POSTED:    ' WS-REPLACES-POSTED
           DISPLAY '  DISCLOSURE ERRORS:  ' WS-DISCLOSURE-ERRORS
           CLOSE MCDRPT-FILE
           IF WS-DISCLOSURE-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
