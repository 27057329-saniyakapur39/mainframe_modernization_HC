      *           DISPOSITION DROPS THE CLAIM'S MEMBER ONTO            *
      *           HCAS.CLAIM_REPROCESS_QUEUE SO CLMADJ01'S MASS        *
      *           REPROCESS PASS RE-ADJUDICATES AUTOMATICALLY.         *
      *           THE INQUIRY ALSO SHOWS THE PROVEN MAIL DATE OF THE   *
      *           CLAIM'S DENIAL LETTER AS CONFIRMED BY THE PRINT      *
      *           VENDOR (HCAS.LETTER_LOG, POSTED BY MAILCF01), WHICH  *
      *           STARTS THE MEMBER'S APPEAL CLOCK.                    *
      *           A CALL LOGGED ON CNTINQ1 CAN BE ESCALATED HERE AS A  *
      *           GRIEVANCE: CNTINQ1 TRANSFERS IN WITH FUNCTION GV     *
      *           AND THE SCREEN OPENS READY TO ADD THE CASE FOR THE   *
      *           CALLER'S MEMBER (A CLAIM IS OPTIONAL FOR A           *
      *           GRIEVANCE). THE ADDED CASE CARRIES CASE TYPE 'G'     *
      *           AND THE CONTACT NUMBER, AND THE CONTACT IS STAMPED   *
      *           WITH THE CASE NUMBER.                                *
      *           EVERY RECORD SHOWN IS WRITTEN TO THE PHI ACCESS LOG  *
      *           (PHILOG01) FIRST; NOTHING IS SHOWN IF IT CANNOT BE   *
      *           LOGGED.                                              *
      * TRANSACTION: APPQ                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY PHICOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
               88  WS-CA-INQUIRY       VALUE 'IQ'.
               88  WS-CA-ADD           VALUE 'AD'.
               88  WS-CA-UPDATE        VALUE 'UP'.
               88  WS-CA-GRIEVANCE-XFER VALUE 'GV'.
           05  WS-CA-APPEAL-NO         PIC X(12).
           05  WS-CA-RETURN-CODE       PIC X(02).
           05  WS-CA-RETURN-MSG        PIC X(80).
      *--- GRIEVANCE ESCALATED FROM A CONTACT CENTER CALL ---
           05  WS-CA-CASE-TYPE         PIC X(01).
               88  WS-CA-CASE-GRIEVANCE VALUE 'G'.
           05  WS-CA-CONTACT-NO        PIC 9(10).
           05  WS-CA-MEMBER-ID         PIC X(12).
           05  WS-CA-CLAIM-ID          PIC X(15).
           05  WS-CA-SOURCE            PIC X(01).

       01  WS-COMMAREA-LENGTH          PIC S9(04) COMP VALUE 135.

       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-SIGNON-USER              PIC X(08).
       01  WS-RESP2                    PIC S9(08) COMP.

           EXEC SQL INCLUDE SQLCA END-EXEC.
               88  DB-DISP-OVERTURNED  VALUE 'O'.
               88  DB-DISP-PARTIAL     VALUE 'P'.
           05  DB-DISP-DATE            PIC 9(08).
           05  DB-CASE-TYPE            PIC X(01).
               88  DB-TYPE-APPEAL      VALUE 'A'.
               88  DB-TYPE-GRIEVANCE   VALUE 'G'.
           05  DB-CONTACT-NO           PIC S9(10) COMP-3.

      *--- CLAIM COLUMNS READ BACK FOR VALIDATION AND FOR BUILDING ---
      *    THE REPROCESS QUEUE ENTRY WHEN THE APPEAL IS OVERTURNED ---
           05  WS-EC-PLAN-CODE         PIC X(08).
           05  WS-EC-EFF-DATE          PIC X(08).

      *--- LATEST DENIAL LETTER FOR THE CLAIM AND ITS MAILING ---
       01  WS-LETTER-MAIL.
           05  WS-LM-MAIL-STATUS       PIC X(01).
               88  WS-LM-MAILED        VALUE 'M'.
               88  WS-LM-SPOILED       VALUE 'S'.
               88  WS-LM-RETURNED      VALUE 'R'.
           05  WS-LM-MAIL-DATE         PIC X(08).
           05  WS-LM-MAIL-DATE-N REDEFINES WS-LM-MAIL-DATE
                                       PIC 9(08).

      *--- REGULATORY TURNAROUND STANDARDS BY REVIEW LEVEL -       ---
      *    CALENDAR DAYS FROM RECEIPT OF THE APPEAL TO THE         ---
      *    REQUIRED DETERMINATION                                  ---
           05  AP-DUE-DATE-OUT         PIC 9(08).
           05  AP-STATUS-OUT           PIC X(10).
           05  AP-DISP-OUT             PIC X(10).
           05  AP-LTR-MAIL-DATE-OUT    PIC 9(08).
           05  AP-LTR-MAIL-STAT-OUT    PIC X(10).
           05  AP-CASE-TYPE-OUT        PIC X(10).

       01  WS-SWITCHES.
           05  WS-VALID-SW             PIC X(01) VALUE 'Y'.
               88  WS-INPUT-INVALID    VALUE 'N'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(135).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           EXEC CICS ASSIGN
               USERID(WS-SIGNON-USER)
           END-EXEC
           EVALUATE TRUE
               WHEN EIBCALEN = ZERO
                   PERFORM 1000-FIRST-TIME
               WHEN OTHER
                   MOVE DFHCOMMAREA TO WS-COMMAREA
                   IF WS-CA-GRIEVANCE-XFER
                       PERFORM 1100-START-GRIEVANCE
                   ELSE
                       PERFORM 2000-PROCESS-INPUT
                   END-IF
           END-EVALUATE

           EXEC CICS RETURN
               CURSOR
           END-EXEC.

       1100-START-GRIEVANCE.
      *--- TRANSFERRED FROM CNTINQ1 - OPEN THE SCREEN READY TO  ---
      *    ADD A FIRST-LEVEL GRIEVANCE RECEIVED TODAY; THE USER ---
      *    KEYS THE CASE NUMBER AND EXAMINER                    ---
           INITIALIZE APPQMP1O
           MOVE 'AD'              TO WS-CA-FUNCTION
           MOVE SPACES            TO WS-CA-APPEAL-NO
           MOVE 'A'               TO AP-FUNCI
           MOVE SPACES            TO AP-APPEAL-NOI
           MOVE WS-CA-CLAIM-ID    TO AP-CLAIM-IDI
           MOVE WS-CA-SOURCE      TO AP-SOURCEI
           MOVE '1'               TO AP-LEVELI
           MOVE WS-CURRENT-DATE   TO AP-RECEIPT-DATEI
           MOVE SPACES            TO AP-EXAMINERI
           MOVE SPACE             TO AP-DISPI
           MOVE WS-CA-MEMBER-ID   TO AP-MEMBER-ID-OUT
           MOVE 'GRIEVANCE'       TO AP-CASE-TYPE-OUT
           MOVE 'OPEN'            TO AP-STATUS-OUT
           MOVE SPACES            TO AP-MSG-TEXTI
           STRING 'GRIEVANCE FROM CONTACT ' DELIMITED SIZE
                  WS-CA-CONTACT-NO          DELIMITED SIZE
                  ' - KEY CASE NO AND EXAMINER, ENTER'
                                            DELIMITED SIZE
                  INTO AP-MSG-TEXTI
           END-STRING
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               ERASE
               CURSOR
           END-EXEC.

       2000-PROCESS-INPUT.
           EXEC CICS RECEIVE
               MAP(WS-BMS-MAP-NAME)
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           ELSE
      *--- A GRIEVANCE HANDED OVER FROM CNTINQ1 LASTS ONLY ---
      *    UNTIL THE USER TURNS TO SOMETHING ELSE          ---
               IF NOT AP-FUNC-ADD
                   MOVE SPACE TO WS-CA-CASE-TYPE
                   MOVE ZERO  TO WS-CA-CONTACT-NO
               END-IF
               PERFORM 2100-VALIDATE-INPUT
               IF WS-INPUT-VALID
                   EVALUATE TRUE
           END-IF
           IF WS-INPUT-VALID
           AND AP-FUNC-ADD
               IF (AP-CLAIM-IDI = SPACES OR LOW-VALUES)
               AND NOT WS-CA-CASE-GRIEVANCE
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'CLAIM ID IS REQUIRED'
                      APPEAL_SOURCE, APPEAL_LEVEL,
                      RECEIPT_DATE, DUE_DATE,
                      EXAMINER_ID, CASE_STATUS,
                      DISPOSITION, DISP_DATE,
                      COALESCE(CASE_TYPE, 'A'),
                      COALESCE(CONTACT_NO, 0)
               INTO :DB-APPEAL-NO, :DB-CLAIM-ID, :DB-MEMBER-ID,
                    :DB-APPEAL-SOURCE, :DB-APPEAL-LEVEL,
                    :DB-RECEIPT-DATE, :DB-DUE-DATE,
                    :DB-EXAMINER-ID, :DB-CASE-STATUS,
                    :DB-DISPOSITION, :DB-DISP-DATE,
                    :DB-CASE-TYPE, :DB-CONTACT-NO
               FROM HCAS.APPEAL_CASE
               WHERE APPEAL_NO = :DB-APPEAL-NO
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 3050-LOG-ACCESS
                   IF PHI-ACC-LOGGED
                       PERFORM 3100-FORMAT-RESPONSE
                   END-IF
               WHEN +100
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO APPEAL CASE FOUND FOR THAT NUMBER'
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       3050-LOG-ACCESS.
      *--- A GRIEVANCE MAY CARRY NO CLAIM - LOGGED AS A MEMBER VIEW ---
           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER TO PHI-ACC-USER-ID
           MOVE 'APPQ'         TO PHI-ACC-TRAN-CODE
           MOVE 'APPINQ1'      TO PHI-ACC-PROGRAM-ID
           MOVE DB-MEMBER-ID   TO PHI-ACC-MEMBER-ID
           MOVE DB-CLAIM-ID    TO PHI-ACC-CLAIM-ID
           IF DB-CLAIM-ID = SPACES
               SET PHI-ACC-MEMBER-VIEW TO TRUE
           ELSE
               SET PHI-ACC-CLAIM-VIEW TO TRUE
           END-IF
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE
           IF PHI-ACC-FAILED
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE PHI-ACC-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       3100-FORMAT-RESPONSE.
           INITIALIZE APPQMP1O
           MOVE DB-CLAIM-ID      TO AP-CLAIM-IDI
           MOVE DB-DISPOSITION   TO AP-DISPI
           MOVE DB-MEMBER-ID     TO AP-MEMBER-ID-OUT
           MOVE DB-DUE-DATE      TO AP-DUE-DATE-OUT
           IF DB-TYPE-GRIEVANCE
               MOVE 'GRIEVANCE'  TO AP-CASE-TYPE-OUT
           ELSE
               MOVE 'APPEAL'     TO AP-CASE-TYPE-OUT
           END-IF
           EVALUATE DB-CASE-STATUS
               WHEN 'O'
                   MOVE 'OPEN'      TO AP-STATUS-OUT
               WHEN OTHER
                   MOVE 'PENDING'   TO AP-DISP-OUT
           END-EVALUATE
           PERFORM 3200-FETCH-LETTER-MAIL
           MOVE 'APPEAL CASE DISPLAYED - U TO UPDATE'
               TO AP-MSG-TEXTI
           EXEC CICS SEND
               CURSOR
           END-EXEC.

       3200-FETCH-LETTER-MAIL.
      *--- ONLY A MAILED CONFIRMATION IS A PROVEN MAIL DATE; A    ---
      *    RETURNED PIECE KEEPS THE DATE IT WAS MAILED            ---
           MOVE ZERO TO AP-LTR-MAIL-DATE-OUT
           EXEC SQL
               SELECT COALESCE(MAIL_STATUS, 'P'),
                      COALESCE(MAIL_DATE, '00000000')
               INTO :WS-LM-MAIL-STATUS, :WS-LM-MAIL-DATE
               FROM HCAS.LETTER_LOG
               WHERE CLAIM_ID = :DB-CLAIM-ID
               ORDER BY GEN_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = +100
               MOVE 'NO LETTER'     TO AP-LTR-MAIL-STAT-OUT
           ELSE IF SQLCODE NOT = ZERO
               MOVE 'DB2 ERROR'     TO AP-LTR-MAIL-STAT-OUT
           ELSE
               EVALUATE TRUE
                   WHEN WS-LM-MAILED
                       MOVE 'MAILED'        TO AP-LTR-MAIL-STAT-OUT
                   WHEN WS-LM-SPOILED
                       MOVE 'SPOILED'       TO AP-LTR-MAIL-STAT-OUT
                   WHEN WS-LM-RETURNED
                       MOVE 'RETURNED'      TO AP-LTR-MAIL-STAT-OUT
                   WHEN OTHER
                       MOVE 'NOT MAILED'    TO AP-LTR-MAIL-STAT-OUT
               END-EVALUATE
               IF WS-LM-MAIL-DATE-N IS NUMERIC
                   MOVE WS-LM-MAIL-DATE-N TO AP-LTR-MAIL-DATE-OUT
               END-IF
           END-IF.

       4000-ADD-CASE.
           MOVE AP-APPEAL-NOI TO DB-APPEAL-NO
           INSPECT AP-CLAIM-IDI REPLACING ALL LOW-VALUE BY SPACE
           IF WS-CA-CASE-GRIEVANCE
               MOVE 'G'              TO DB-CASE-TYPE
               MOVE WS-CA-CONTACT-NO TO DB-CONTACT-NO
           ELSE
               MOVE 'A'              TO DB-CASE-TYPE
               MOVE ZERO             TO DB-CONTACT-NO
           END-IF
      *--- A GRIEVANCE NEED NOT BE ABOUT A CLAIM - ITS MEMBER ---
      *    COMES FROM THE CONTACT                              ---
           IF WS-CA-CASE-GRIEVANCE
           AND AP-CLAIM-IDI = SPACES
               MOVE WS-CA-MEMBER-ID TO WS-CC-MEMBER-ID
           ELSE
               PERFORM 4100-VALIDATE-CLAIM
           END-IF
           IF WS-INPUT-VALID
               IF AP-RECEIPT-DATEI = ZERO
                   MOVE WS-CURRENT-DATE TO AP-RECEIPT-DATEI
                        RECEIPT_DATE, DUE_DATE,
                        EXAMINER_ID, CASE_STATUS,
                        DISPOSITION, DISP_DATE,
                        CASE_TYPE, CONTACT_NO,
                        CREATE_DATE, CREATE_USER)
                   VALUES
                       (:DB-APPEAL-NO, :AP-CLAIM-IDI,
                        :AP-RECEIPT-DATEI, :DB-DUE-DATE,
                        :AP-EXAMINERI, 'O',
                        ' ', 0,
                        :DB-CASE-TYPE, :DB-CONTACT-NO,
                        :WS-CURRENT-DATE, 'APPINQ1 ')
               END-EXEC
               IF SQLCODE = ZERO
               AND WS-CA-CASE-GRIEVANCE
                   PERFORM 4300-LINK-CONTACT
               END-IF
               EVALUATE SQLCODE
                   WHEN ZERO
                       EXEC SQL COMMIT END-EXEC
                       MOVE SPACE TO WS-CA-CASE-TYPE
                       MOVE ZERO  TO WS-CA-CONTACT-NO
                       MOVE 'APPEAL CASE ADDED SUCCESSFULLY'
                           TO WS-CA-RETURN-MSG
                       PERFORM 3000-QUERY-CASE
               FUNCTION DATE-OF-INTEGER(WS-DD-DUE-INT)
           MOVE WS-DD-DATE-N TO DB-DUE-DATE.

       4300-LINK-CONTACT.
      *--- STAMP THE CALL WITH THE CASE IT WAS ESCALATED TO ---
           EXEC SQL
               UPDATE HCAS.CONTACT_LOG
               SET APPEAL_NO = :DB-APPEAL-NO,
                   UPDATE_USER = 'APPINQ1 ',
                   UPDATE_DATE = :WS-CURRENT-DATE
               WHERE CONTACT_NO = :DB-CONTACT-NO
           END-EXEC
           IF SQLCODE = +100
               MOVE ZERO TO SQLCODE
           END-IF.

       5000-UPDATE-CASE.
           MOVE AP-APPEAL-NOI TO DB-APPEAL-NO
           EXEC SQL
                   ON AC.CLAIM_ID = CM.CLAIM_ID
               WHERE AC.APPEAL_NO = :DB-APPEAL-NO
           END-EXEC
      *--- A GRIEVANCE WITH NO CLAIM HAS NOTHING TO REPROCESS ---
           IF SQLCODE = +100
               SET WS-INPUT-INVALID TO TRUE
           ELSE IF SQLCODE NOT = ZERO
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'DB2 ERROR READING APPEALED CLAIM'
