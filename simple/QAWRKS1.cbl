      *           PROCEDURAL ACCURACY SCORES, THE EDIT CODE IN ERROR   *
      *           WHEN ONE APPLIES, AND FREE-TEXT FINDINGS. SCORED     *
      *           CASES FEED THE QARPT01 MONTHLY ACCURACY ROLLUP.      *
      *           A DISPLAYED CASE'S CLAIM IS WRITTEN TO THE PHI       *
      *           ACCESS LOG (PHILOG01) FIRST AND IS NOT SHOWN IF IT   *
      *           CANNOT BE LOGGED.                                    *
      * TRANSACTION: QAWS                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY PHICOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       3050-LOG-ACCESS.
           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER TO PHI-ACC-USER-ID
           MOVE 'QAWS'         TO PHI-ACC-TRAN-CODE
           MOVE 'QAWRKS1'      TO PHI-ACC-PROGRAM-ID
           SET PHI-ACC-CLAIM-VIEW TO TRUE
           MOVE DB-CLAIM-ID    TO PHI-ACC-CLAIM-ID
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE
           IF PHI-ACC-FAILED
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE PHI-ACC-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       3100-FORMAT-RESPONSE.
           PERFORM 3050-LOG-ACCESS
           IF PHI-ACC-FAILED
               EXIT PARAGRAPH
           END-IF
           INITIALIZE QAWSMP1O
           MOVE DB-CLAIM-ID       TO QW-CLAIM-ID-OUT
           MOVE DB-CLAIM-TYPE     TO QW-TYPE-OUT
