      *           IS LOGGED TO HCAS.LETTER_LOG WITH THE GENERATION     *
      *           DATE SO THE MARKET CONDUCT EXAMINERS CAN SEE THE     *
      *           NOTICE WENT OUT INSIDE THE REQUIRED WINDOW.          *
      *           THE LETTER FOLLOWS THE MEMBER'S CONFIDENTIAL-        *
      *           COMMUNICATION REQUEST (CONFML01): IT IS ADDRESSED    *
      *           TO THE ALTERNATE ADDRESS, OR NOT PRINTED AT ALL      *
      *           WHEN THE MEMBER ASKED FOR NO PAPER.                  *
      *           EACH LETTER CARRIES A PRINT-MANIFEST DOCUMENT ID     *
      *           (PRTMAN01) ON ITS *LTR CONTROL LINE AND ON ITS       *
      *           LETTER_LOG ROW; MAILCF01 POSTS THE VENDOR'S PROVEN   *
      *           MAIL DATE BACK TO LETTER_LOG BY THAT ID.             *
      * INPUTS:   DB2 TABLES - HCAS.CLAIM_EDIT_HISTORY,                *
      *           HCAS.CLAIM_MASTER, HCAS.MEMBER,                      *
      *           HCAS.LETTER_TEMPLATE, HCAS.LETTER_LOG,               *
      *           HCAS.CONF_COMM_REQUEST                               *
      * OUTPUTS:  DENLTR - LETTER PRINT/MAIL EXTRACT                   *
      *           DB2 TABLES - HCAS.LETTER_LOG, HCAS.PRINT_MANIFEST    *
      * FREQUENCY: DAILY BATCH (AFTER CLMADJ01)                        *
      *================================================================*
       ENVIRONMENT DIVISION.

       COPY HCCOMMON.
       COPY ABORTWSC.
       COPY CCMCOPY.
       COPY PMFCOPY.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           05  WS-MBR-FIRST-NAME       PIC X(25).
           05  WS-MBR-LANGUAGE         PIC X(03).
           05  WS-MBR-ADDR-LINE-1      PIC X(55).
           05  WS-MBR-ADDR-LINE-2      PIC X(55).
           05  WS-MBR-CITY             PIC X(30).
           05  WS-MBR-STATE            PIC X(02).
           05  WS-MBR-ZIP              PIC X(09).
           05  WS-DENIALS-READ         PIC 9(07) VALUE ZERO.
           05  WS-LETTERS-WRITTEN      PIC 9(07) VALUE ZERO.
           05  WS-NO-TEMPLATE          PIC 9(07) VALUE ZERO.
           05  WS-NO-PAPER             PIC 9(07) VALUE ZERO.
           05  WS-REDIRECTED           PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.

       2000-LETTER-ONE-DENIAL.
           ADD 1 TO WS-DENIALS-READ
           PERFORM 3000-LOOKUP-MEMBER
           PERFORM 3100-CHECK-CONFIDENTIAL-MAIL
           IF CCM-ROUTE-NO-PAPER
               ADD 1 TO WS-NO-PAPER
               PERFORM 2100-FETCH-NEXT-DENIAL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEN-EDIT-CODE(1:2) TO WS-LTW-EDIT-FAMILY
           MOVE WS-MBR-LANGUAGE TO WS-LTW-LANGUAGE
           PERFORM 3200-ASSIGN-DOC-ID
           PERFORM 4000-WRITE-LETTER
           IF WS-LTW-LINES-WRITTEN = ZERO
      *--- NO TEMPLATE IN THE MEMBER'S LANGUAGE - FALL BACK  ---
           END-IF
           IF WS-LTW-LINES-WRITTEN > ZERO
               ADD 1 TO WS-LETTERS-WRITTEN
               PERFORM 5100-RECORD-MANIFEST
               PERFORM 5000-LOG-GENERATION
           ELSE
               ADD 1 TO WS-NO-TEMPLATE
               MOVE 'ENG' TO WS-MBR-LANGUAGE
           END-IF.

       3100-CHECK-CONFIDENTIAL-MAIL.
      *--- A REDIRECTED LETTER GOES TO THE ALTERNATE ADDRESS ON ---
      *    THE MEMBER'S CONFIDENTIAL-COMMUNICATION REQUEST      ---
           MOVE WS-DEN-MEMBER-ID TO CCM-MEMBER-ID
           MOVE SPACES           TO CCM-SUBSCRIBER-ID
           MOVE WS-DEN-CLAIM-ID  TO CCM-CLAIM-ID
           MOVE WS-CURRENT-DATE  TO CCM-AS-OF-DATE
           CALL 'CONFML01' USING CCM-ROUTE-REQUEST
                                 CCM-ROUTE-RESPONSE
           IF CCM-ROUTE-ALTERNATE
               MOVE CCM-ALT-ADDR-LINE-1 TO WS-MBR-ADDR-LINE-1
               MOVE CCM-ALT-ADDR-LINE-2 TO WS-MBR-ADDR-LINE-2
               MOVE CCM-ALT-CITY        TO WS-MBR-CITY
               MOVE CCM-ALT-STATE       TO WS-MBR-STATE
               MOVE CCM-ALT-ZIP-CODE    TO WS-MBR-ZIP
               ADD 1 TO WS-REDIRECTED
           END-IF.

       3200-ASSIGN-DOC-ID.
      *--- THE ID PRINTS ON THE LETTER, SO IT IS TAKEN BEFORE ---
      *    THE LETTER IS WRITTEN                              ---
           INITIALIZE PMF-REQUEST
           SET PMF-FUNC-ASSIGN    TO TRUE
           SET PMF-DOC-DENIAL-LTR TO TRUE
           MOVE WS-CURRENT-DATE   TO PMF-HANDOFF-DATE
           CALL 'PRTMAN01' USING PMF-REQUEST
                                 PMF-RESPONSE.

       4000-WRITE-LETTER.
           MOVE ZERO TO WS-LTW-LINES-WRITTEN
           SET WS-TXT-NOT-EOF TO TRUE
                  WS-DEN-EDIT-CODE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  WS-LTW-LANGUAGE DELIMITED SIZE
                  ' ' DELIMITED SIZE
                  PMF-DOC-ID DELIMITED SIZE
                  INTO WS-LTR-LINE
           END-STRING
           WRITE DENLTR-RECORD FROM WS-LTR-LINE
           WRITE DENLTR-RECORD FROM WS-LTR-LINE
           MOVE WS-MBR-ADDR-LINE-1 TO WS-LTR-LINE
           WRITE DENLTR-RECORD FROM WS-LTR-LINE
           IF WS-MBR-ADDR-LINE-2 NOT = SPACES
               MOVE WS-MBR-ADDR-LINE-2 TO WS-LTR-LINE
               WRITE DENLTR-RECORD FROM WS-LTR-LINE
           END-IF
           MOVE SPACES TO WS-LTR-LINE
           STRING WS-MBR-CITY DELIMITED SPACES
                  ', ' DELIMITED SIZE
           EXEC SQL
               INSERT INTO HCAS.LETTER_LOG
                   (CLAIM_ID, EDIT_CODE, MEMBER_ID,
                    LANGUAGE_CODE, GEN_DATE,
                    DOC_ID, MAIL_STATUS, MAIL_DATE)
               VALUES
                   (:WS-DEN-CLAIM-ID, :WS-DEN-EDIT-CODE,
                    :WS-DEN-MEMBER-ID,
                    :WS-LTW-LANGUAGE, :WS-CURRENT-DATE,
                    :PMF-DOC-ID, 'P', '00000000')
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = -803
               DISPLAY 'DENLTR01: LETTER LOG INSERT ERROR '
                       ' CLM=' WS-DEN-CLAIM-ID
           END-IF.

       5100-RECORD-MANIFEST.
      *--- ADDRESS BLOCK (UP TO FIVE LINES) PLUS THE TEMPLATE ---
      *    LINES WRITTEN                                      ---
           INITIALIZE PMF-REQUEST
           SET PMF-FUNC-RECORD    TO TRUE
           SET PMF-DOC-DENIAL-LTR TO TRUE
           MOVE WS-PROGRAM-ID     TO PMF-SOURCE-PROGRAM
           MOVE WS-DEN-MEMBER-ID  TO PMF-MEMBER-ID
           MOVE WS-DEN-CLAIM-ID   TO PMF-DOC-KEY
           COMPUTE PMF-LINE-COUNT = WS-LTW-LINES-WRITTEN + 5
           MOVE WS-CURRENT-DATE   TO PMF-HANDOFF-DATE
           CALL 'PRTMAN01' USING PMF-REQUEST
                                 PMF-RESPONSE.

       9000-TERMINATE.
           EXEC SQL CLOSE DENIAL-CURSOR END-EXEC
           EXEC SQL COMMIT END-EXEC
           DISPLAY '  DENIALS READ:    ' WS-DENIALS-READ
           DISPLAY '  LETTERS WRITTEN: ' WS-LETTERS-WRITTEN
           DISPLAY '  NO TEMPLATE:     ' WS-NO-TEMPLATE
           DISPLAY '  NO PAPER (CONF): ' WS-NO-PAPER
           DISPLAY '  REDIRECTED:      ' WS-REDIRECTED
           CLOSE DENLTR-FILE
           MOVE ZERO TO RETURN-CODE.
