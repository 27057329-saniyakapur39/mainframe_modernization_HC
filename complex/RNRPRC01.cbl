      *           THE VENDOR'S REPRICING FILE. THE STAGING ROW MOVES   *
      *           TO HOLD STATUS 'W' SO CLMADJ01 DOES NOT FINALIZE     *
      *           WHILE REPRICING IS OUTSTANDING, TRACKED ON           *
      *           HCAS.WRAP_REPRICE. EACH MEMBER ON THE EXTRACT IS     *
      *           RECORDED AS A DISCLOSURE THROUGH PHIDSC01.           *
      *           INTAKE MODE (I): THE VENDOR'S RETURNED ALLOWED       *
      *           AMOUNTS LOAD TO HCAS.WRAP_REPRICE_LINE AND THE       *
      *           CLAIM RELEASES BACK TO 'R' - CLMADJ01 APPLIES THE    *
      * OUTPUTS:  WRPOUT - VENDOR REPRICING EXTRACT (MODE E)           *
      *           WRPRPT - RUN / AGING REPORT                          *
      *           DB2 TABLES - HCAS.WRAP_REPRICE,                      *
      *           HCAS.WRAP_REPRICE_LINE, HCAS.CLAIM_STAGING,          *
      *           HCAS.PHI_DISCLOSURE, HCAS.PHI_DISCLOSURE_MEMBER      *
      * FREQUENCY: NIGHTLY                                             *
      *================================================================*
       ENVIRONMENT DIVISION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY PHICOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           05  WS-LINES-LOADED         PIC 9(07) VALUE ZERO.
           05  WS-CLAIMS-RELEASED      PIC 9(07) VALUE ZERO.
           05  WS-CLAIMS-TIMED-OUT     PIC 9(07) VALUE ZERO.
           05  WS-DISCLOSURE-ERRORS    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

                   PERFORM 6100-FETCH-NEXT-HOLD
               WHEN OTHER
                   OPEN OUTPUT WRPOUT-FILE
                   PERFORM 1200-OPEN-DISCLOSURE
                   EXEC SQL OPEN WRAP-EXTRACT-CURSOR END-EXEC
                   IF SQLCODE NOT = ZERO
                       DISPLAY 'RNRPRC01: EXTRACT CURSOR OPEN '
               MOVE 14 TO WS-TO-LIMIT-DAYS
           END-IF.

       1200-OPEN-DISCLOSURE.
           INITIALIZE PHI-DISCLOSURE-REQUEST
           SET PHI-DSC-OPEN-FILE TO TRUE
           MOVE WS-PROGRAM-ID TO PHI-DSC-SOURCE-PROGRAM
           MOVE 'WRAP-NETWORK' TO PHI-DSC-RECIPIENT-ID
           MOVE 'RENTAL WRAP NETWORK REPRICING VENDOR'
               TO PHI-DSC-RECIPIENT-NAME
           SET PHI-DSC-TPO TO TRUE
           MOVE 'WRAP NETWORK CLAIM REPRICING EXTRACT'
               TO PHI-DSC-FILE-DESC
           PERFORM 7000-CALL-DISCLOSURE.

       2000-EXTRACT-ONE-CLAIM.
           MOVE SPACES TO WRPOUT-RECORD
           MOVE WS-WX-CLAIM-ID      TO WRO-CLAIM-ID
           MOVE WS-WX-MEMBER-STATE  TO WRO-MEMBER-STATE
           MOVE WS-WX-TOTAL-CHARGES TO WRO-TOTAL-CHARGES
           WRITE WRPOUT-RECORD
           SET PHI-DSC-ADD-MEMBER TO TRUE
           MOVE WS-WX-MEMBER-ID TO PHI-DSC-MEMBER-ID
           PERFORM 7000-CALL-DISCLOSURE
      *--- HOLD THE CLAIM OUT OF ADJUDICATION WHILE THE      ---
      *    VENDOR HAS IT                                     ---
           EXEC SQL
               SET WS-AGE-EOF TO TRUE
           END-IF.

       7000-CALL-DISCLOSURE.
           CALL 'PHIDSC01' USING PHI-DISCLOSURE-REQUEST
                                 PHI-DISCLOSURE-RESPONSE
           IF PHI-DSC-FAILED
               ADD 1 TO WS-DISCLOSURE-ERRORS
               DISPLAY 'RNRPRC01: ' PHI-DSC-MSG
           END-IF.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-MODE-INTAKE
               WHEN OTHER
                   EXEC SQL CLOSE WRAP-EXTRACT-CURSOR END-EXEC
                   CLOSE WRPOUT-FILE
                   SET PHI-DSC-CLOSE-FILE TO TRUE
                   PERFORM 7000-CALL-DISCLOSURE
           END-EVALUATE
           EXEC SQL COMMIT END-EXEC
           DISPLAY 'RNRPRC01: RUN COMPLETE MODE ' WS-RUN-MODE
           DISPLAY '  LINES LOADED:     ' WS-LINES-LOADED
           DISPLAY '  CLAIMS RELEASED:  ' WS-CLAIMS-RELEASED
           DISPLAY '  CLAIMS TIMED OUT: ' WS-CLAIMS-TIMED-OUT
           DISPLAY '  DISCLOSURE ERRS:  ' WS-DISCLOSURE-ERRORS
           CLOSE WRPRPT-FILE
           IF WS-DISCLOSURE-ERRORS > ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
