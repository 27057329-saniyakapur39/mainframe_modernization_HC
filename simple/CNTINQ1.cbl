       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNTINQ1.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  CNTINQ1                                              *
      * PURPOSE:  CONTACT CENTER CALL TRACKING                         *
      *           CICS ONLINE TRANSACTION FOR MEMBER AND PROVIDER      *
      *           SERVICE REPS. RECORDS ONE STRUCTURED CONTACT ROW     *
      *           PER CALL ON HCAS.CONTACT_LOG: THE CALLER TYPE, THE   *
      *           MEMBER, PROVIDER NPI AND CLAIM OR APPEAL THE CALL    *
      *           IS ABOUT, A REASON AND A RESOLUTION CODE FROM THE    *
      *           MAINTAINED LIST (HCAS.CONTACT_CODE - CNTCLD01), AND  *
      *           ANY CALLBACK PROMISED WITH ITS DATE AND OWNER.       *
      *           AT ENTRY THE CALL IS MARKED A REPEAT WHEN THE SAME   *
      *           CALLER RANG ABOUT THE SAME REASON IN THE LAST 7      *
      *           DAYS, AND RESOLVED AT FIRST CONTACT WHEN ITS         *
      *           RESOLUTION CODE SETTLES THE ISSUE, NO CALLBACK WAS   *
      *           PROMISED AND IT IS NOT A REPEAT. CNTRPT01 REPORTS    *
      *           FROM THESE FLAGS NIGHTLY.                            *
      *           FUNCTIONS:                                           *
      *             L - LOOK UP THE CALLER - ELIGIBILITY AND RECENT    *
      *                 CLAIMS FOR THE MEMBER AND/OR PROVIDER NPI      *
      *             A - ADD THE CONTACT (NUMBER ASSIGNED)              *
      *             I - INQUIRE ON A CONTACT NUMBER                    *
      *             U - UPDATE THE RESOLUTION OR CALLBACK; CALLBACK    *
      *                 DONE 'Y' CLOSES THE PROMISED CALLBACK          *
      *             G - ESCALATE THE CONTACT TO A GRIEVANCE - HANDS    *
      *                 THE TERMINAL TO APPINQ1 WITH THE CASE READY    *
      *                 TO ADD; APPINQ1 LINKS THE CASE BACK HERE       *
      *           A LOOKUP OR INQUIRY THAT SHOWS A MEMBER OR CLAIM IS  *
      *           WRITTEN TO THE PHI ACCESS LOG (PHILOG01) FIRST AND   *
      *           IS NOT SHOWN IF IT CANNOT BE LOGGED.                 *
      * TRANSACTION: CNTQ                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY PHICOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
           05  WS-CA-CONTACT-NO        PIC 9(10).
           05  WS-CA-RETURN-CODE       PIC X(02).
           05  WS-CA-RETURN-MSG        PIC X(80).

       01  WS-COMMAREA-LENGTH          PIC S9(04) COMP VALUE 94.

      *--- APPINQ1 COMMAREA - GRIEVANCE HANDED OVER FROM A CALL ---
       01  WS-APPQ-COMMAREA.
           05  WS-AQ-FUNCTION          PIC X(02).
           05  WS-AQ-APPEAL-NO         PIC X(12).
           05  WS-AQ-RETURN-CODE       PIC X(02).
           05  WS-AQ-RETURN-MSG        PIC X(80).
           05  WS-AQ-CASE-TYPE         PIC X(01).
           05  WS-AQ-CONTACT-NO        PIC 9(10).
           05  WS-AQ-MEMBER-ID         PIC X(12).
           05  WS-AQ-CLAIM-ID          PIC X(15).
           05  WS-AQ-SOURCE            PIC X(01).

       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-SIGNON-USER              PIC X(08).

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *--- THE CALLER'S MOST RECENT CLAIMS ---
           EXEC SQL DECLARE CALLER-CLAIM-CURSOR CURSOR FOR
               SELECT CLAIM_ID, SERVICE_FROM_DATE, CLAIM_STATUS,
                      COALESCE(PAID_AMOUNT, 0)
               FROM HCAS.CLAIM_MASTER
               WHERE (:CTL-MEMBER-ID = ' '
                      OR MEMBER_ID = :CTL-MEMBER-ID)
                 AND (:CTL-PROVIDER-NPI = ' '
                      OR BILLING_NPI = :CTL-PROVIDER-NPI)
               ORDER BY SERVICE_FROM_DATE DESC, CLAIM_ID DESC
               FETCH FIRST 5 ROWS ONLY
           END-EXEC

       01  WS-BMS-MAP-NAME             PIC X(07) VALUE 'CNTQMP1'.
       01  WS-BMS-MAPSET               PIC X(07) VALUE 'CNTQSET'.

       01  CNTQMP1I.
           05  CN-FUNCL                PIC S9(04) COMP.
           05  CN-FUNCF                PIC X(01).
           05  CN-FUNCI                PIC X(01).
               88  CN-FUNC-LOOKUP      VALUE 'L'.
               88  CN-FUNC-ADD         VALUE 'A'.
               88  CN-FUNC-INQUIRE     VALUE 'I'.
               88  CN-FUNC-UPDATE      VALUE 'U'.
               88  CN-FUNC-GRIEVANCE   VALUE 'G'.
           05  CN-CONTACT-NOL          PIC S9(04) COMP.
           05  CN-CONTACT-NOF          PIC X(01).
           05  CN-CONTACT-NOI          PIC X(10).
           05  CN-CALLER-TYPEL         PIC S9(04) COMP.
           05  CN-CALLER-TYPEF         PIC X(01).
           05  CN-CALLER-TYPEI         PIC X(01).
               88  CN-CALLER-MEMBER    VALUE 'M'.
               88  CN-CALLER-PROVIDER  VALUE 'P'.
               88  CN-CALLER-AUTH-REP  VALUE 'A'.
           05  CN-MEMBER-IDL           PIC S9(04) COMP.
           05  CN-MEMBER-IDF           PIC X(01).
           05  CN-MEMBER-IDI           PIC X(12).
           05  CN-PROV-NPIL            PIC S9(04) COMP.
           05  CN-PROV-NPIF            PIC X(01).
           05  CN-PROV-NPII            PIC X(10).
           05  CN-CLAIM-IDL            PIC S9(04) COMP.
           05  CN-CLAIM-IDF            PIC X(01).
           05  CN-CLAIM-IDI            PIC X(15).
           05  CN-REASONL              PIC S9(04) COMP.
           05  CN-REASONF              PIC X(01).
           05  CN-REASONI              PIC X(04).
           05  CN-RESOLUTIONL          PIC S9(04) COMP.
           05  CN-RESOLUTIONF          PIC X(01).
           05  CN-RESOLUTIONI          PIC X(04).
           05  CN-CB-DATEL             PIC S9(04) COMP.
           05  CN-CB-DATEF             PIC X(01).
           05  CN-CB-DATEI             PIC X(08).
           05  CN-CB-OWNERL            PIC S9(04) COMP.
           05  CN-CB-OWNERF            PIC X(01).
           05  CN-CB-OWNERI            PIC X(08).
           05  CN-CB-DONEL             PIC S9(04) COMP.
           05  CN-CB-DONEF             PIC X(01).
           05  CN-CB-DONEI             PIC X(01).
               88  CN-CB-DONE          VALUE 'Y'.
           05  CN-SUMMARYL             PIC S9(04) COMP.
           05  CN-SUMMARYF             PIC X(01).
           05  CN-SUMMARYI             PIC X(78).
           05  CN-MSG-TEXTL            PIC S9(04) COMP.
           05  CN-MSG-TEXTF            PIC X(01).
           05  CN-MSG-TEXTI            PIC X(79).

       01  CNTQMP1O.
           05  CN-NAME-OUT             PIC X(36).
           05  CN-PLAN-OUT             PIC X(08).
           05  CN-GROUP-OUT            PIC X(10).
           05  CN-ELIG-EFF-OUT         PIC X(08).
           05  CN-ELIG-TERM-OUT        PIC X(08).
           05  CN-ELIG-STAT-OUT        PIC X(10).
           05  CN-REASON-DESC-OUT      PIC X(30).
           05  CN-RESOL-DESC-OUT       PIC X(30).
           05  CN-REPEAT-OUT           PIC X(01).
           05  CN-FCR-OUT              PIC X(01).
           05  CN-CB-STAT-OUT          PIC X(08).
           05  CN-APPEAL-NO-OUT        PIC X(12).
           05  CN-ENTERED-OUT          PIC X(18).
           05  CN-CLAIM-LINE OCCURS 5 TIMES.
               10  CN-CL-CLAIM-OUT     PIC X(15).
               10  CN-CL-DOS-OUT       PIC X(08).
               10  CN-CL-STATUS-OUT    PIC X(02).
               10  CN-CL-PAID-OUT      PIC ZZZ,ZZ9.99.

      *--- ONE HCAS.CONTACT_LOG ROW ---
       01  WS-CTL-ROW.
           05  CTL-CONTACT-NO          PIC S9(10) COMP-3.
           05  CTL-CONTACT-DATE        PIC X(08).
           05  CTL-CONTACT-TIME        PIC X(06).
           05  CTL-CALLER-TYPE         PIC X(01).
           05  CTL-MEMBER-ID           PIC X(12).
           05  CTL-PROVIDER-NPI        PIC X(10).
           05  CTL-CLAIM-ID            PIC X(15).
           05  CTL-PLAN-CODE           PIC X(08).
           05  CTL-REASON-CODE         PIC X(04).
           05  CTL-RESOLUTION-CODE     PIC X(04).
           05  CTL-REPEAT-CALL         PIC X(01).
               88  CTL-IS-REPEAT       VALUE 'Y'.
           05  CTL-FIRST-CONTACT-RES   PIC X(01).
           05  CTL-CALLBACK-DATE       PIC X(08).
           05  CTL-CALLBACK-OWNER      PIC X(08).
           05  CTL-CALLBACK-STATUS     PIC X(01).
               88  CTL-CB-NONE         VALUE ' '.
               88  CTL-CB-OPEN         VALUE 'O'.
               88  CTL-CB-DONE         VALUE 'D'.
           05  CTL-CALLBACK-DONE-DATE  PIC X(08).
           05  CTL-APPEAL-NO           PIC X(12).
           05  CTL-SUMMARY-TEXT        PIC X(78).
           05  CTL-CREATE-USER         PIC X(08).

      *--- REASON / RESOLUTION CODE LOOKUP ---
       01  WS-CODE-CHECK.
           05  WS-CK-CODE-TYPE         PIC X(02).
           05  WS-CK-CODE              PIC X(04).
           05  WS-CK-DESCRIPTION       PIC X(30).
           05  WS-CK-RESOLVED-FLAG     PIC X(01).
           05  WS-CK-REASON-DESC       PIC X(30).
           05  WS-CK-RESOL-DESC        PIC X(30).
           05  WS-CK-RESOLVED-SW       PIC X(01).
               88  WS-CK-RESOLVES-CALL VALUE 'Y'.

      *--- THE CALLER'S ELIGIBILITY AND CLAIMS ---
       01  WS-CALLER-WORK.
           05  WS-CW-LAST-NAME         PIC X(35).
           05  WS-CW-FIRST-NAME        PIC X(25).
           05  WS-CW-GROUP-ID          PIC X(10).
           05  WS-CW-PLAN-CODE         PIC X(08).
           05  WS-CW-EFF-DATE          PIC X(08).
           05  WS-CW-TERM-DATE         PIC X(08).
           05  WS-CW-CLAIM-ID          PIC X(15).
           05  WS-CW-SERVICE-DATE      PIC X(08).
           05  WS-CW-CLAIM-STATUS      PIC X(02).
           05  WS-CW-PAID-AMOUNT       PIC S9(07)V99 COMP-3.
           05  WS-CW-CLAIM-IDX         PIC 9(02).
           05  WS-CW-CLAIM-COUNT       PIC S9(04) COMP.

      *--- REPEAT-CALL WINDOW - SAME CALLER, SAME REASON ---
       01  WS-REPEAT-WORK.
           05  WS-RP-WINDOW-DAYS       PIC S9(03) COMP-3 VALUE +7.
           05  WS-RP-DATE-N            PIC 9(08).
           05  WS-RP-DATE-INT          PIC S9(09) COMP.
           05  WS-RP-FROM-DATE         PIC X(08).
           05  WS-RP-PRIOR-COUNT       PIC S9(04) COMP.

       01  WS-CONTACT-NO-DISP          PIC 9(10).

       01  WS-SWITCHES.
           05  WS-VALID-SW             PIC X(01) VALUE 'Y'.
               88  WS-INPUT-VALID      VALUE 'Y'.
               88  WS-INPUT-INVALID    VALUE 'N'.
           05  WS-CLAIM-EOF-SW         PIC X(01) VALUE 'N'.
               88  WS-CLAIM-EOF        VALUE 'Y'.
               88  WS-CLAIM-NOT-EOF    VALUE 'N'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(94).

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
                   PERFORM 2000-PROCESS-INPUT
           END-EVALUATE

           EXEC CICS RETURN
               TRANSID('CNTQ')
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       1000-FIRST-TIME.
           INITIALIZE WS-COMMAREA
           INITIALIZE CNTQMP1O
           MOVE 'L LOOK UP CALLER, A ADD, I INQUIRE, U UPDATE, G GRIEV
      -        'ANCE' TO CN-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               ERASE
               CURSOR
           END-EXEC.

       2000-PROCESS-INPUT.
           EXEC CICS RECEIVE
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               INTO(CNTQMP1I)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'ERROR RECEIVING MAP DATA'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           ELSE
               MOVE CN-FUNCI TO WS-CA-FUNCTION
               PERFORM 2100-VALIDATE-INPUT
               IF WS-INPUT-VALID
                   EVALUATE TRUE
                       WHEN CN-FUNC-LOOKUP
                           PERFORM 3500-SHOW-CALLER
                       WHEN CN-FUNC-ADD
                           PERFORM 4000-ADD-CONTACT
                       WHEN CN-FUNC-UPDATE
                           PERFORM 5000-UPDATE-CONTACT
                       WHEN CN-FUNC-GRIEVANCE
                           PERFORM 6000-ESCALATE-GRIEVANCE
                       WHEN OTHER
                           PERFORM 3000-QUERY-CONTACT
                   END-EVALUATE
               END-IF
           END-IF.

       2100-VALIDATE-INPUT.
           SET WS-INPUT-VALID TO TRUE
           MOVE SPACES TO WS-CA-RETURN-CODE
           MOVE SPACES TO WS-CA-RETURN-MSG
           MOVE ZERO TO WS-CA-CONTACT-NO
           IF CN-CONTACT-NOI IS NUMERIC
               MOVE CN-CONTACT-NOI TO WS-CA-CONTACT-NO
           END-IF
           INSPECT CN-MEMBER-IDI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT CN-PROV-NPII REPLACING ALL LOW-VALUE BY SPACE
           INSPECT CN-CLAIM-IDI REPLACING ALL LOW-VALUE BY SPACE
           EVALUATE TRUE
               WHEN CN-FUNC-LOOKUP
                   IF CN-MEMBER-IDI = SPACES
                   AND CN-PROV-NPII = SPACES
                       MOVE 'MEMBER ID OR PROVIDER NPI IS REQUIRED'
                           TO WS-CA-RETURN-MSG
                   END-IF
               WHEN CN-FUNC-ADD
                   PERFORM 2200-VALIDATE-CONTACT-FIELDS
               WHEN CN-FUNC-INQUIRE
               OR CN-FUNC-GRIEVANCE
                   IF WS-CA-CONTACT-NO = ZERO
                       MOVE 'CONTACT NUMBER IS REQUIRED'
                           TO WS-CA-RETURN-MSG
                   END-IF
               WHEN CN-FUNC-UPDATE
                   IF WS-CA-CONTACT-NO = ZERO
                       MOVE 'CONTACT NUMBER IS REQUIRED'
                           TO WS-CA-RETURN-MSG
                   ELSE
                       PERFORM 2300-VALIDATE-CALLBACK
                   END-IF
               WHEN OTHER
                   MOVE 'FUNCTION MUST BE L, A, I, U OR G'
                       TO WS-CA-RETURN-MSG
           END-EVALUATE
           IF WS-CA-RETURN-MSG NOT = SPACES
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               PERFORM 9000-SEND-ERROR
           END-IF.

       2200-VALIDATE-CONTACT-FIELDS.
           EVALUATE TRUE
               WHEN NOT CN-CALLER-MEMBER
               AND NOT CN-CALLER-PROVIDER
               AND NOT CN-CALLER-AUTH-REP
                   MOVE 'CALLER TYPE MUST BE M, P OR A (AUTH REP)'
                       TO WS-CA-RETURN-MSG
               WHEN CN-CALLER-PROVIDER
               AND CN-PROV-NPII = SPACES
                   MOVE 'PROVIDER NPI IS REQUIRED FOR A PROVIDER CALL'
                       TO WS-CA-RETURN-MSG
               WHEN NOT CN-CALLER-PROVIDER
               AND CN-MEMBER-IDI = SPACES
                   MOVE 'MEMBER ID IS REQUIRED FOR A MEMBER CALL'
                       TO WS-CA-RETURN-MSG
               WHEN OTHER
                   PERFORM 2250-VALIDATE-CODES
           END-EVALUATE
           IF WS-CA-RETURN-MSG = SPACES
               PERFORM 2300-VALIDATE-CALLBACK
           END-IF.

       2250-VALIDATE-CODES.
           MOVE 'RS'        TO WS-CK-CODE-TYPE
           MOVE CN-REASONI  TO WS-CK-CODE
           PERFORM 2400-READ-CONTACT-CODE
           IF SQLCODE NOT = ZERO
               MOVE 'REASON CODE NOT ON THE CONTACT CODE LIST'
                   TO WS-CA-RETURN-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CK-DESCRIPTION TO WS-CK-REASON-DESC
           PERFORM 2260-VALIDATE-RESOLUTION.

       2260-VALIDATE-RESOLUTION.
           MOVE 'RL'           TO WS-CK-CODE-TYPE
           MOVE CN-RESOLUTIONI TO WS-CK-CODE
           PERFORM 2400-READ-CONTACT-CODE
           IF SQLCODE NOT = ZERO
               MOVE 'RESOLUTION CODE NOT ON THE CONTACT CODE LIST'
                   TO WS-CA-RETURN-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CK-DESCRIPTION   TO WS-CK-RESOL-DESC
           MOVE WS-CK-RESOLVED-FLAG TO WS-CK-RESOLVED-SW.

       2300-VALIDATE-CALLBACK.
      *--- A PROMISED CALLBACK NEEDS A FUTURE DATE AND AN OWNER - ---
      *    THE REP TAKING THE CALL UNLESS ANOTHER IS KEYED        ---
           INSPECT CN-CB-OWNERI REPLACING ALL LOW-VALUE BY SPACE
           EVALUATE TRUE
               WHEN CN-CB-DATEI = SPACES OR LOW-VALUES
                   MOVE '00000000' TO CN-CB-DATEI
               WHEN CN-CB-DATEI NOT NUMERIC
                   MOVE 'CALLBACK DATE MUST BE CCYYMMDD OR BLANK'
                       TO WS-CA-RETURN-MSG
               WHEN CN-CB-DATEI = '00000000'
               OR CN-CB-DONE
                   CONTINUE
               WHEN CN-CB-DATEI < WS-CURRENT-DATE
                   MOVE 'CALLBACK DATE MAY NOT BE IN THE PAST'
                       TO WS-CA-RETURN-MSG
               WHEN CN-CB-OWNERI = SPACES
                   MOVE WS-SIGNON-USER TO CN-CB-OWNERI
           END-EVALUATE
           IF WS-CA-RETURN-MSG = SPACES
           AND CN-FUNC-UPDATE
           AND (CN-RESOLUTIONI NOT = SPACES AND LOW-VALUES)
               PERFORM 2260-VALIDATE-RESOLUTION
           END-IF.

       2400-READ-CONTACT-CODE.
           MOVE SPACES TO WS-CK-DESCRIPTION
           MOVE 'N'    TO WS-CK-RESOLVED-FLAG
           EXEC SQL
               SELECT DESCRIPTION, RESOLVED_FLAG
               INTO :WS-CK-DESCRIPTION, :WS-CK-RESOLVED-FLAG
               FROM HCAS.CONTACT_CODE
               WHERE CODE_TYPE = :WS-CK-CODE-TYPE
                 AND CONTACT_CODE = :WS-CK-CODE
                 AND EFF_DATE <= :WS-CURRENT-DATE
                 AND TERM_DATE >= :WS-CURRENT-DATE
           END-EXEC.

       3000-QUERY-CONTACT.
           MOVE WS-CA-CONTACT-NO TO CTL-CONTACT-NO
           EXEC SQL
               SELECT CONTACT_DATE, CONTACT_TIME, CALLER_TYPE,
                      MEMBER_ID, PROVIDER_NPI, CLAIM_ID,
                      PLAN_CODE, REASON_CODE, RESOLUTION_CODE,
                      REPEAT_CALL, FIRST_CONTACT_RES,
                      CALLBACK_DATE, CALLBACK_OWNER,
                      CALLBACK_STATUS, CALLBACK_DONE_DATE,
                      COALESCE(APPEAL_NO, ' '),
                      SUMMARY_TEXT, CREATE_USER
               INTO :CTL-CONTACT-DATE, :CTL-CONTACT-TIME,
                    :CTL-CALLER-TYPE,
                    :CTL-MEMBER-ID, :CTL-PROVIDER-NPI,
                    :CTL-CLAIM-ID,
                    :CTL-PLAN-CODE, :CTL-REASON-CODE,
                    :CTL-RESOLUTION-CODE,
                    :CTL-REPEAT-CALL, :CTL-FIRST-CONTACT-RES,
                    :CTL-CALLBACK-DATE, :CTL-CALLBACK-OWNER,
                    :CTL-CALLBACK-STATUS, :CTL-CALLBACK-DONE-DATE,
                    :CTL-APPEAL-NO,
                    :CTL-SUMMARY-TEXT, :CTL-CREATE-USER
               FROM HCAS.CONTACT_LOG
               WHERE CONTACT_NO = :CTL-CONTACT-NO
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   PERFORM 3050-LOG-ACCESS
                   IF PHI-ACC-LOGGED
                       PERFORM 3100-FORMAT-RESPONSE
                   END-IF
               WHEN +100
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO CONTACT FOUND FOR THAT NUMBER'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               WHEN OTHER
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 ERROR ON CONTACT INQUIRY'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       3050-LOG-ACCESS.
      *--- A PROVIDER-ONLY CALL SHOWS NO MEMBER AND IS NOT LOGGED ---
           MOVE '00' TO PHI-ACC-RC
           IF CTL-MEMBER-ID = SPACES
           AND CTL-CLAIM-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER TO PHI-ACC-USER-ID
           MOVE 'CNTQ'         TO PHI-ACC-TRAN-CODE
           MOVE 'CNTINQ1'      TO PHI-ACC-PROGRAM-ID
           IF CTL-CLAIM-ID NOT = SPACES
               SET PHI-ACC-CLAIM-VIEW TO TRUE
               MOVE CTL-CLAIM-ID TO PHI-ACC-CLAIM-ID
           ELSE
               SET PHI-ACC-MEMBER-VIEW TO TRUE
           END-IF
           MOVE CTL-MEMBER-ID  TO PHI-ACC-MEMBER-ID
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE
           IF PHI-ACC-FAILED
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE PHI-ACC-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       3100-FORMAT-RESPONSE.
           INITIALIZE CNTQMP1O
           MOVE WS-CA-CONTACT-NO      TO CN-CONTACT-NOI
           MOVE CTL-CALLER-TYPE       TO CN-CALLER-TYPEI
           MOVE CTL-MEMBER-ID         TO CN-MEMBER-IDI
           MOVE CTL-PROVIDER-NPI      TO CN-PROV-NPII
           MOVE CTL-CLAIM-ID          TO CN-CLAIM-IDI
           MOVE CTL-REASON-CODE       TO CN-REASONI
           MOVE CTL-RESOLUTION-CODE   TO CN-RESOLUTIONI
           MOVE CTL-CALLBACK-DATE     TO CN-CB-DATEI
           MOVE CTL-CALLBACK-OWNER    TO CN-CB-OWNERI
           MOVE SPACE                 TO CN-CB-DONEI
           MOVE CTL-SUMMARY-TEXT      TO CN-SUMMARYI
           MOVE CTL-REPEAT-CALL       TO CN-REPEAT-OUT
           MOVE CTL-FIRST-CONTACT-RES TO CN-FCR-OUT
           MOVE CTL-APPEAL-NO         TO CN-APPEAL-NO-OUT
           EVALUATE TRUE
               WHEN CTL-CB-OPEN
               AND CTL-CALLBACK-DATE < WS-CURRENT-DATE
                   MOVE 'PAST DUE' TO CN-CB-STAT-OUT
               WHEN CTL-CB-OPEN
                   MOVE 'OPEN'     TO CN-CB-STAT-OUT
               WHEN CTL-CB-DONE
                   MOVE 'DONE'     TO CN-CB-STAT-OUT
               WHEN OTHER
                   MOVE 'NONE'     TO CN-CB-STAT-OUT
           END-EVALUATE
           STRING CTL-CONTACT-DATE DELIMITED SIZE
                  ' '              DELIMITED SIZE
                  CTL-CREATE-USER  DELIMITED SPACE
                  INTO CN-ENTERED-OUT
           END-STRING
           MOVE 'RS'                TO WS-CK-CODE-TYPE
           MOVE CTL-REASON-CODE     TO WS-CK-CODE
           PERFORM 2400-READ-CONTACT-CODE
           MOVE WS-CK-DESCRIPTION   TO CN-REASON-DESC-OUT
           MOVE 'RL'                TO WS-CK-CODE-TYPE
           MOVE CTL-RESOLUTION-CODE TO WS-CK-CODE
           PERFORM 2400-READ-CONTACT-CODE
           MOVE WS-CK-DESCRIPTION   TO CN-RESOL-DESC-OUT
           PERFORM 3600-LOOKUP-CALLER
           IF WS-CA-RETURN-MSG NOT = SPACES
               MOVE WS-CA-RETURN-MSG TO CN-MSG-TEXTI
           ELSE
               MOVE 'CONTACT DISPLAYED - U TO UPDATE, G FOR GRIEVANCE'
                   TO CN-MSG-TEXTI
           END-IF
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.

       3500-SHOW-CALLER.
           INITIALIZE CNTQMP1O
           MOVE CN-MEMBER-IDI TO CTL-MEMBER-ID
           MOVE CN-PROV-NPII  TO CTL-PROVIDER-NPI
           MOVE SPACES        TO CTL-CLAIM-ID
           PERFORM 3050-LOG-ACCESS
           IF PHI-ACC-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM 3600-LOOKUP-CALLER
           IF WS-CW-CLAIM-COUNT = ZERO
           AND CN-NAME-OUT = SPACES
               MOVE 'NO MEMBER OR CLAIMS FOUND FOR THAT CALLER'
                   TO CN-MSG-TEXTI
           ELSE
               MOVE 'CALLER DISPLAYED - KEY REASON/RESOLUTION, A TO ADD'
                   TO CN-MSG-TEXTI
           END-IF
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.

       3600-LOOKUP-CALLER.
      *--- THE MEMBER'S NAME AND CURRENT OR LATEST ENROLLMENT, ---
      *    THEN THE MOST RECENT CLAIMS FOR THE CALLER          ---
           MOVE SPACES TO WS-CW-PLAN-CODE
           MOVE ZERO   TO WS-CW-CLAIM-COUNT
           IF CTL-MEMBER-ID NOT = SPACES
               EXEC SQL
                   SELECT LAST_NAME, FIRST_NAME
                   INTO :WS-CW-LAST-NAME, :WS-CW-FIRST-NAME
                   FROM HCAS.MEMBER
                   WHERE MEMBER_ID = :CTL-MEMBER-ID
               END-EXEC
               IF SQLCODE = ZERO
                   STRING WS-CW-LAST-NAME  DELIMITED '  '
                          ', '             DELIMITED SIZE
                          WS-CW-FIRST-NAME DELIMITED '  '
                          INTO CN-NAME-OUT
                   END-STRING
                   PERFORM 3700-LOOKUP-ENROLLMENT
               END-IF
           END-IF
           SET WS-CLAIM-NOT-EOF TO TRUE
           MOVE ZERO TO WS-CW-CLAIM-IDX
           EXEC SQL OPEN CALLER-CLAIM-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM 3800-FETCH-CALLER-CLAIM
               UNTIL WS-CLAIM-EOF
               OR WS-CW-CLAIM-IDX >= 5
           EXEC SQL CLOSE CALLER-CLAIM-CURSOR END-EXEC
           MOVE WS-CW-CLAIM-IDX TO WS-CW-CLAIM-COUNT.

       3700-LOOKUP-ENROLLMENT.
           EXEC SQL
               SELECT GROUP_ID, PLAN_CODE, EFF_DATE,
                      COALESCE(TERM_DATE, '00000000')
               INTO :WS-CW-GROUP-ID, :WS-CW-PLAN-CODE,
                    :WS-CW-EFF-DATE, :WS-CW-TERM-DATE
               FROM HCAS.ENROLLMENT
               WHERE MEMBER_ID = :CTL-MEMBER-ID
                 AND EFF_DATE <= :WS-CURRENT-DATE
               ORDER BY EFF_DATE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE SPACES      TO WS-CW-PLAN-CODE
               MOVE 'NOT FOUND' TO CN-ELIG-STAT-OUT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CW-PLAN-CODE TO CN-PLAN-OUT
           MOVE WS-CW-GROUP-ID  TO CN-GROUP-OUT
           MOVE WS-CW-EFF-DATE  TO CN-ELIG-EFF-OUT
           MOVE WS-CW-TERM-DATE TO CN-ELIG-TERM-OUT
           IF WS-CW-TERM-DATE = '00000000'
           OR WS-CW-TERM-DATE >= WS-CURRENT-DATE
               MOVE 'ACTIVE'     TO CN-ELIG-STAT-OUT
           ELSE
               MOVE 'TERMINATED' TO CN-ELIG-STAT-OUT
           END-IF.

       3800-FETCH-CALLER-CLAIM.
           EXEC SQL
               FETCH CALLER-CLAIM-CURSOR
               INTO :WS-CW-CLAIM-ID, :WS-CW-SERVICE-DATE,
                    :WS-CW-CLAIM-STATUS, :WS-CW-PAID-AMOUNT
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-CW-CLAIM-IDX
               MOVE WS-CW-CLAIM-ID     TO
                   CN-CL-CLAIM-OUT(WS-CW-CLAIM-IDX)
               MOVE WS-CW-SERVICE-DATE TO
                   CN-CL-DOS-OUT(WS-CW-CLAIM-IDX)
               MOVE WS-CW-CLAIM-STATUS TO
                   CN-CL-STATUS-OUT(WS-CW-CLAIM-IDX)
               MOVE WS-CW-PAID-AMOUNT  TO
                   CN-CL-PAID-OUT(WS-CW-CLAIM-IDX)
           ELSE
               SET WS-CLAIM-EOF TO TRUE
           END-IF.

       4000-ADD-CONTACT.
           INITIALIZE WS-CTL-ROW
           MOVE WS-CURRENT-DATE   TO CTL-CONTACT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CTL-CONTACT-TIME
           MOVE CN-CALLER-TYPEI   TO CTL-CALLER-TYPE
           MOVE CN-MEMBER-IDI     TO CTL-MEMBER-ID
           MOVE CN-PROV-NPII      TO CTL-PROVIDER-NPI
           MOVE CN-CLAIM-IDI      TO CTL-CLAIM-ID
           MOVE CN-REASONI        TO CTL-REASON-CODE
           MOVE CN-RESOLUTIONI    TO CTL-RESOLUTION-CODE
           MOVE CN-CB-DATEI       TO CTL-CALLBACK-DATE
           MOVE '00000000'        TO CTL-CALLBACK-DONE-DATE
           MOVE SPACES            TO CTL-APPEAL-NO
           MOVE CN-SUMMARYI       TO CTL-SUMMARY-TEXT
           INSPECT CTL-SUMMARY-TEXT REPLACING ALL LOW-VALUE BY SPACE
           MOVE WS-SIGNON-USER    TO CTL-CREATE-USER
           IF CTL-CALLBACK-DATE = '00000000'
               MOVE SPACES        TO CTL-CALLBACK-OWNER
               SET CTL-CB-NONE    TO TRUE
           ELSE
               MOVE CN-CB-OWNERI  TO CTL-CALLBACK-OWNER
               SET CTL-CB-OPEN    TO TRUE
           END-IF
           IF CTL-CLAIM-ID NOT = SPACES
               PERFORM 4100-VALIDATE-CLAIM
               IF WS-INPUT-INVALID
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *--- PLAN AT THE TIME OF THE CALL, FOR REASONS BY PLAN ---
           IF CTL-MEMBER-ID NOT = SPACES
               PERFORM 3700-LOOKUP-ENROLLMENT
               MOVE WS-CW-PLAN-CODE TO CTL-PLAN-CODE
           END-IF
           PERFORM 4200-CHECK-REPEAT-CALL
           IF WS-CK-RESOLVES-CALL
           AND CTL-CB-NONE
           AND NOT CTL-IS-REPEAT
               MOVE 'Y' TO CTL-FIRST-CONTACT-RES
           ELSE
               MOVE 'N' TO CTL-FIRST-CONTACT-RES
           END-IF
      *--- NEXT CONTACT NUMBER ---
           EXEC SQL
               SELECT COALESCE(MAX(CONTACT_NO), 0) + 1
               INTO :CTL-CONTACT-NO
               FROM HCAS.CONTACT_LOG
           END-EXEC
           EXEC SQL
               INSERT INTO HCAS.CONTACT_LOG
                   (CONTACT_NO, CONTACT_DATE, CONTACT_TIME,
                    CALLER_TYPE, MEMBER_ID, PROVIDER_NPI,
                    CLAIM_ID, PLAN_CODE, REASON_CODE,
                    RESOLUTION_CODE, REPEAT_CALL,
                    FIRST_CONTACT_RES, CALLBACK_DATE,
                    CALLBACK_OWNER, CALLBACK_STATUS,
                    CALLBACK_DONE_DATE, APPEAL_NO,
                    SUMMARY_TEXT, CREATE_USER,
                    UPDATE_USER, UPDATE_DATE)
               VALUES
                   (:CTL-CONTACT-NO, :CTL-CONTACT-DATE,
                    :CTL-CONTACT-TIME,
                    :CTL-CALLER-TYPE, :CTL-MEMBER-ID,
                    :CTL-PROVIDER-NPI,
                    :CTL-CLAIM-ID, :CTL-PLAN-CODE,
                    :CTL-REASON-CODE,
                    :CTL-RESOLUTION-CODE, :CTL-REPEAT-CALL,
                    :CTL-FIRST-CONTACT-RES, :CTL-CALLBACK-DATE,
                    :CTL-CALLBACK-OWNER, :CTL-CALLBACK-STATUS,
                    :CTL-CALLBACK-DONE-DATE, :CTL-APPEAL-NO,
                    :CTL-SUMMARY-TEXT, :CTL-CREATE-USER,
                    :WS-SIGNON-USER, :WS-CURRENT-DATE)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   EXEC SQL COMMIT END-EXEC
                   MOVE CTL-CONTACT-NO TO WS-CA-CONTACT-NO
                   MOVE CTL-CONTACT-NO TO WS-CONTACT-NO-DISP
                   MOVE SPACES TO WS-CA-RETURN-MSG
                   STRING 'CONTACT ' DELIMITED SIZE
                          WS-CONTACT-NO-DISP DELIMITED SIZE
                          ' ADDED' DELIMITED SIZE
                          INTO WS-CA-RETURN-MSG
                   END-STRING
                   PERFORM 3000-QUERY-CONTACT
               WHEN -803
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'CONTACT NUMBER TAKEN - PRESS ENTER TO RETRY'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 INSERT ERROR - CONTACT NOT ADDED'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       4100-VALIDATE-CLAIM.
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-CW-CLAIM-COUNT
               FROM HCAS.CLAIM_MASTER
               WHERE CLAIM_ID = :CTL-CLAIM-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
           OR WS-CW-CLAIM-COUNT = ZERO
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'CLAIM NOT FOUND ON CLAIM MASTER'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       4200-CHECK-REPEAT-CALL.
      *--- THE SAME CALLER ABOUT THE SAME REASON WITHIN THE ---
      *    WINDOW - THE EARLIER CALL DID NOT SETTLE IT      ---
           MOVE WS-CURRENT-DATE TO WS-RP-DATE-N
           COMPUTE WS-RP-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RP-DATE-N)
               - WS-RP-WINDOW-DAYS
           COMPUTE WS-RP-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-RP-DATE-INT)
           MOVE WS-RP-DATE-N TO WS-RP-FROM-DATE
           MOVE ZERO TO WS-RP-PRIOR-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-RP-PRIOR-COUNT
               FROM HCAS.CONTACT_LOG
               WHERE REASON_CODE = :CTL-REASON-CODE
                 AND CONTACT_DATE >= :WS-RP-FROM-DATE
                 AND ((:CTL-MEMBER-ID <> ' '
                       AND MEMBER_ID = :CTL-MEMBER-ID)
                   OR (:CTL-MEMBER-ID = ' '
                       AND PROVIDER_NPI = :CTL-PROVIDER-NPI))
           END-EXEC
           IF SQLCODE = ZERO AND WS-RP-PRIOR-COUNT > ZERO
               MOVE 'Y' TO CTL-REPEAT-CALL
           ELSE
               MOVE 'N' TO CTL-REPEAT-CALL
           END-IF.

       5000-UPDATE-CONTACT.
      *--- A CALLBACK PROMISED AFTER THE CALL MEANS IT WAS NOT ---
      *    RESOLVED AT FIRST CONTACT                           ---
           MOVE WS-CA-CONTACT-NO TO CTL-CONTACT-NO
           MOVE CN-RESOLUTIONI   TO CTL-RESOLUTION-CODE
           INSPECT CTL-RESOLUTION-CODE
               REPLACING ALL LOW-VALUE BY SPACE
           MOVE CN-CB-DATEI      TO CTL-CALLBACK-DATE
           MOVE CN-CB-OWNERI     TO CTL-CALLBACK-OWNER
           EVALUATE TRUE
               WHEN CN-CB-DONE
                   SET CTL-CB-DONE TO TRUE
                   MOVE WS-CURRENT-DATE TO CTL-CALLBACK-DONE-DATE
               WHEN CTL-CALLBACK-DATE NOT = '00000000'
                   SET CTL-CB-OPEN TO TRUE
                   MOVE '00000000' TO CTL-CALLBACK-DONE-DATE
               WHEN OTHER
                   SET CTL-CB-NONE TO TRUE
                   MOVE '00000000' TO CTL-CALLBACK-DONE-DATE
           END-EVALUATE
           EXEC SQL
               UPDATE HCAS.CONTACT_LOG
               SET RESOLUTION_CODE =
                       CASE WHEN :CTL-RESOLUTION-CODE = ' '
                            THEN RESOLUTION_CODE
                            ELSE :CTL-RESOLUTION-CODE END,
                   CALLBACK_DATE =
                       CASE WHEN :CTL-CALLBACK-STATUS = 'D'
                            THEN CALLBACK_DATE
                            ELSE :CTL-CALLBACK-DATE END,
                   CALLBACK_OWNER =
                       CASE WHEN :CTL-CALLBACK-STATUS = 'D'
                            THEN CALLBACK_OWNER
                            ELSE :CTL-CALLBACK-OWNER END,
                   CALLBACK_STATUS =
                       CASE WHEN :CTL-CALLBACK-STATUS = 'D'
                             AND CALLBACK_STATUS = ' '
                            THEN ' '
                            ELSE :CTL-CALLBACK-STATUS END,
                   CALLBACK_DONE_DATE = :CTL-CALLBACK-DONE-DATE,
                   FIRST_CONTACT_RES =
                       CASE WHEN :CTL-CALLBACK-STATUS = 'O'
                            THEN 'N'
                            ELSE FIRST_CONTACT_RES END,
                   UPDATE_USER = :WS-SIGNON-USER,
                   UPDATE_DATE = :WS-CURRENT-DATE
               WHERE CONTACT_NO = :CTL-CONTACT-NO
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   EXEC SQL COMMIT END-EXEC
                   MOVE 'CONTACT UPDATED' TO WS-CA-RETURN-MSG
                   PERFORM 3000-QUERY-CONTACT
               WHEN +100
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO CONTACT FOUND FOR THAT NUMBER'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               WHEN OTHER
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 UPDATE ERROR - CONTACT NOT UPDATED'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       6000-ESCALATE-GRIEVANCE.
      *--- THE CALL BECOMES A GRIEVANCE CASE ON APPINQ1 - THE ---
      *    CASE SCREEN OPENS WITH THE MEMBER, CLAIM AND SOURCE ---
      *    FILLED IN FROM THIS CONTACT                         ---
           MOVE WS-CA-CONTACT-NO TO CTL-CONTACT-NO
           EXEC SQL
               SELECT CALLER_TYPE, MEMBER_ID, CLAIM_ID,
                      COALESCE(APPEAL_NO, ' ')
               INTO :CTL-CALLER-TYPE, :CTL-MEMBER-ID,
                    :CTL-CLAIM-ID, :CTL-APPEAL-NO
               FROM HCAS.CONTACT_LOG
               WHERE CONTACT_NO = :CTL-CONTACT-NO
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = +100
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO CONTACT FOUND FOR THAT NUMBER'
                       TO WS-CA-RETURN-MSG
               WHEN SQLCODE NOT = ZERO
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 ERROR READING CONTACT'
                       TO WS-CA-RETURN-MSG
               WHEN CTL-APPEAL-NO NOT = SPACES
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   STRING 'CONTACT ALREADY ESCALATED TO CASE '
                          DELIMITED SIZE
                          CTL-APPEAL-NO DELIMITED SIZE
                          INTO WS-CA-RETURN-MSG
                   END-STRING
               WHEN CTL-MEMBER-ID = SPACES
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'A GRIEVANCE NEEDS THE MEMBER ON THE CONTACT'
                       TO WS-CA-RETURN-MSG
           END-EVALUATE
           IF WS-CA-RETURN-MSG NOT = SPACES
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-APPQ-COMMAREA
           MOVE 'GV'             TO WS-AQ-FUNCTION
           MOVE 'G'              TO WS-AQ-CASE-TYPE
           MOVE WS-CA-CONTACT-NO TO WS-AQ-CONTACT-NO
           MOVE CTL-MEMBER-ID    TO WS-AQ-MEMBER-ID
           MOVE CTL-CLAIM-ID     TO WS-AQ-CLAIM-ID
           IF CTL-CALLER-TYPE = 'P'
               MOVE 'P'          TO WS-AQ-SOURCE
           ELSE
               MOVE 'M'          TO WS-AQ-SOURCE
           END-IF
           EXEC CICS XCTL
               PROGRAM('APPINQ1')
               COMMAREA(WS-APPQ-COMMAREA)
               LENGTH(LENGTH OF WS-APPQ-COMMAREA)
           END-EXEC.

       9000-SEND-ERROR.
           MOVE WS-CA-RETURN-MSG TO CN-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.
