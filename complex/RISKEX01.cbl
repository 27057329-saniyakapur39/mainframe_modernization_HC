      *           ACCEPT/REJECT FILE; REJECTED DIAGNOSES FLIP BACK     *
      *           TO SUBMITTABLE SO THE NEXT EXTRACT RESUBMITS THEM    *
      *           BEFORE THE SWEEP DEADLINE.                           *
      *           EACH EXTRACT FILE IS RECORDED AS A PAYMENT           *
      *           DISCLOSURE TO CMS, WITH ITS MEMBERS, THROUGH         *
      *           PHIDSC01.                                            *
      * INPUTS:   RSKPARM - RUN MODE (E=EXTRACT, R=RESPONSE)           *
      *           RARSIN  - CMS RESPONSE FILE (MODE R)                 *
      *           DB2 TABLES - HCAS.CLAIM_MASTER, HCAS.CLAIM_DIAG,     *
      *           HCAS.ENROLLMENT, HCAS.BENEFIT_PLAN,                  *
      *           HCAS.RA_POS_ELIGIBLE, HCAS.RISK_ADJ_SUBMIT           *
      * OUTPUTS:  RAOUT - EDPS/EDGE SUBMISSION FILE (MODE E)           *
      *           DB2 TABLES - HCAS.RISK_ADJ_SUBMIT,                   *
      *           HCAS.PHI_DISCLOSURE, HCAS.PHI_DISCLOSURE_MEMBER      *
      * FREQUENCY: WEEKLY (EXTRACT) / ON RESPONSE RECEIPT              *
      *================================================================*
       ENVIRONMENT DIVISION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY PHICOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           05  WS-RESPONSES-READ       PIC 9(09) VALUE ZERO.
           05  WS-ACCEPTS-POSTED       PIC 9(09) VALUE ZERO.
           05  WS-REJECTS-POSTED       PIC 9(09) VALUE ZERO.
           05  WS-DISCLOSURE-ERRORS    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

               PERFORM 5100-READ-RESPONSE
           ELSE
               OPEN OUTPUT RAOUT-FILE
               PERFORM 1100-OPEN-DISCLOSURE
               EXEC SQL OPEN RA-DIAG-CURSOR END-EXEC
               IF SQLCODE NOT = ZERO
                   DISPLAY 'RISKEX01: ERROR OPENING DIAG CURSOR '
               PERFORM 2100-FETCH-NEXT-DIAG
           END-IF.

       1100-OPEN-DISCLOSURE.
           INITIALIZE PHI-DISCLOSURE-REQUEST
           SET PHI-DSC-OPEN-FILE TO TRUE
           MOVE WS-PROGRAM-ID TO PHI-DSC-SOURCE-PROGRAM
           MOVE 'CMS' TO PHI-DSC-RECIPIENT-ID
           MOVE 'CMS EDPS / EDGE SERVER' TO PHI-DSC-RECIPIENT-NAME
           SET PHI-DSC-TPO TO TRUE
           MOVE 'RISK ADJUSTMENT DIAGNOSIS SUBMISSION'
               TO PHI-DSC-FILE-DESC
           PERFORM 7000-CALL-DISCLOSURE.

       2000-EXTRACT-ONE-DIAG.
           PERFORM 2200-LOOKUP-SERVICE-DATES
           MOVE SPACES TO RAOUT-RECORD
           WRITE RAOUT-RECORD
           PERFORM 3000-TRACK-SUBMISSION
           ADD 1 TO WS-DIAGS-EXTRACTED
           SET PHI-DSC-ADD-MEMBER TO TRUE
           MOVE WS-RA-MEMBER-ID TO PHI-DSC-MEMBER-ID
           PERFORM 7000-CALL-DISCLOSURE
           PERFORM 2100-FETCH-NEXT-DIAG.

       2100-FETCH-NEXT-DIAG.
                   SET WS-RSP-EOF TO TRUE
           END-READ.

       7000-CALL-DISCLOSURE.
           CALL 'PHIDSC01' USING PHI-DISCLOSURE-REQUEST
                                 PHI-DISCLOSURE-RESPONSE
           IF PHI-DSC-FAILED
               ADD 1 TO WS-DISCLOSURE-ERRORS
               DISPLAY 'RISKEX01: ' PHI-DSC-MSG
           END-IF.

       9000-TERMINATE.
           IF WS-MODE-RESPONSE
               CLOSE RARSIN-FILE
           ELSE
               EXEC SQL CLOSE RA-DIAG-CURSOR END-EXEC
               CLOSE RAOUT-FILE
               SET PHI-DSC-CLOSE-FILE TO TRUE
               PERFORM 7000-CALL-DISCLOSURE
           END-IF
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'RISKEX01: RUN COMPLETE MODE ' WS-RUN-MODE
           DISPLAY '  RESPONSES READ:  ' WS-RESPONSES-READ
           DISPLAY '  ACCEPTS POSTED:  ' WS-ACCEPTS-POSTED
           DISPLAY '  REJECTS POSTED:  ' WS-REJECTS-POSTED
           DISPLAY '  DISCLOSURE ERRS: ' WS-DISCLOSURE-ERRORS
           IF WS-DISCLOSURE-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
