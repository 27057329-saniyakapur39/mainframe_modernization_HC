       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REJRPR1.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  REJRPR1                                              *
      * PURPOSE:  837 INTAKE REJECT WORKLIST AND REPAIR                *
      *           CICS ONLINE TRANSACTION FOR CLAIMS EXAMINERS.        *
      *           MEMMGR01 KEEPS EVERY CLAIM IT CANNOT STAGE ON        *
      *           HCAS.STAGING_REJECT (LINES AND DIAGNOSES ON          *
      *           STAGING_REJECT_LINE / STAGING_REJECT_DIAG). WHEN     *
      *           THE CAUSE IS OURS - AN OLD-FORMAT MEMBER ID THAT     *
      *           HCAS.MEMBER_XREF RESOLVES, A MISSING PAYER-ASSIGNED  *
      *           FIELD - THE EXAMINER CORRECTS IT HERE AND RELEASES   *
      *           THE CLAIM TO HCAS.CLAIM_STAGING (SOURCE 'ED',        *
      *           STATUS 'R') WITH ITS ORIGINAL RECEIPT DATE, SO       *
      *           TIMELY FILING AND PROMPT PAY RUN FROM THE DAY WE     *
      *           RECEIVED IT, NOT THE DAY IT WAS REPAIRED.            *
      *           FUNCTIONS:  L - LIST OPEN REJECTS (FROM BATCH KEYED) *
      *                       N - NEXT PAGE OF THE LIST                *
      *                       I - DISPLAY ONE REJECT (BATCH + SEQ)     *
      *                       R - REPAIR AND RELEASE TO STAGING        *
      *                       C - CLOSE WITHOUT RELEASE, WITH REASON   *
      *           REPAIR AND CLOSE NEED SECAUTH1 UPDATE AUTHORITY ON   *
      *           TRANSACTION RJRP. REJRPT01 REPORTS THE INVENTORY.    *
      *           EVERY REJECT SHOWN, ON THE LIST OR ON ITS OWN, IS    *
      *           WRITTEN TO THE PHI ACCESS LOG (PHILOG01) FIRST AND   *
      *           IS NOT SHOWN IF IT CANNOT BE LOGGED.                 *
      * TRANSACTION: RJRP                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.
       COPY SECCOPY.
       COPY PHICOPY.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
           05  WS-CA-LAST-BATCH-ID     PIC X(15).
           05  WS-CA-LAST-SEQ          PIC 9(05).
           05  WS-CA-RETURN-CODE       PIC X(02).
           05  WS-CA-RETURN-MSG        PIC X(80).

       01  WS-COMMAREA-LENGTH          PIC S9(04) COMP VALUE 104.

       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-SIGNON-USER              PIC X(08).

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *--- WORKLIST CURSOR - OPEN REJECTS IN BATCH/SEQ ORDER,  ---
      *    STARTING AFTER THE LAST ROW SHOWN ON THE PRIOR PAGE ---
           EXEC SQL DECLARE WORK-CURSOR CURSOR FOR
               SELECT BATCH_ID, REJECT_SEQ,
                      COALESCE(CLAIM_ID, ' '),
                      COALESCE(MEMBER_ID, ' '),
                      TOTAL_CHARGES, REJECT_DATE, REJECT_REASON
               FROM HCAS.STAGING_REJECT
               WHERE COALESCE(REPAIR_STATUS, 'O') = 'O'
                 AND (BATCH_ID > :DB-BATCH-ID
                  OR (BATCH_ID = :DB-BATCH-ID
                      AND REJECT_SEQ > :DB-REJECT-SEQ))
               ORDER BY BATCH_ID, REJECT_SEQ
           END-EXEC

      *--- SERVICE LINES SAVED WITH ONE REJECT ---
           EXEC SQL DECLARE RLINE-CURSOR CURSOR FOR
               SELECT LINE_SEQ, COALESCE(PROC_CODE, ' '),
                      COALESCE(MODIFIER_1, ' '),
                      COALESCE(REV_CODE, ' '),
                      DOS_FROM, UNITS, LINE_CHARGE
               FROM HCAS.STAGING_REJECT_LINE
               WHERE BATCH_ID = :DB-BATCH-ID
                 AND REJECT_SEQ = :DB-REJECT-SEQ
               ORDER BY LINE_SEQ
           END-EXEC

       01  DCLSTAGING-REJECT.
           05  DB-BATCH-ID             PIC X(15).
           05  DB-REJECT-SEQ           PIC S9(09) COMP.
           05  DB-CLAIM-ID             PIC X(15).
           05  DB-MEMBER-ID            PIC X(12).
           05  DB-LAST-NAME            PIC X(35).
           05  DB-FIRST-NAME           PIC X(25).
           05  DB-TOTAL-CHARGES        PIC S9(09)V99 COMP-3.
           05  DB-REJECT-REASON        PIC X(40).
           05  DB-REJECT-DATE          PIC X(08).
           05  DB-SUBMITTER-ID         PIC X(15).
           05  DB-RECEIPT-DATE         PIC X(08).
           05  DB-CLAIM-TYPE           PIC X(02).
           05  DB-SUBSCRIBER-ID        PIC X(12).
           05  DB-BILLING-NPI          PIC X(10).
           05  DB-RENDERING-NPI        PIC X(10).
           05  DB-REFERRING-NPI        PIC X(10).
           05  DB-PLACE-OF-SERVICE     PIC X(02).
           05  DB-FREQUENCY-CODE       PIC X(01).
           05  DB-DISCHARGE-STATUS     PIC X(02).
           05  DB-RELATIONSHIP-CODE    PIC X(02).
           05  DB-PRIMARY-DIAG         PIC X(08).
           05  DB-REPAIR-STATUS        PIC X(01).
               88  DB-REJ-OPEN         VALUE 'O'.
           05  DB-NEW-CLAIM-ID         PIC X(15).
           05  DB-LINE-COUNT           PIC S9(09) COMP.

       01  DCLSTAGING-REJECT-LINE.
           05  DB-RL-LINE-SEQ          PIC S9(04) COMP.
           05  DB-RL-PROC-CODE         PIC X(05).
           05  DB-RL-MODIFIER-1        PIC X(02).
           05  DB-RL-REV-CODE          PIC X(04).
           05  DB-RL-DOS-FROM          PIC X(08).
           05  DB-RL-UNITS             PIC S9(05)V99 COMP-3.
           05  DB-RL-LINE-CHARGE       PIC S9(07)V99 COMP-3.

      *--- MEMBER / PROVIDER VALIDATION RESULTS ---
       01  WS-MBR-CHECK.
           05  WS-MC-SUBSCRIBER-ID     PIC X(12).
           05  WS-MC-LAST-NAME         PIC X(35).
           05  WS-MC-FIRST-NAME        PIC X(25).
           05  WS-MC-DOB               PIC X(08).
           05  WS-MC-SEX               PIC X(01).
           05  WS-MC-XREF-MEMBER-ID    PIC X(12).

       01  WS-PRV-CHECK.
           05  WS-PC-ORG-NAME          PIC X(60).
           05  WS-PC-TAX-ID            PIC X(09).
           05  WS-PC-REC-STATUS        PIC X(01).

      *--- RELEASE HOST VARIABLES ---
       01  WS-STG-FIELDS.
           05  WS-STG-TYPE-OF-BILL     PIC X(04).
           05  WS-STG-DISCHARGE-STAT   PIC X(02).
           05  WS-STG-RELATIONSHIP     PIC X(02).
           05  WS-STG-DUP-COUNT        PIC S9(09) COMP.

       01  WS-BMS-MAP-NAME             PIC X(07) VALUE 'RJRPMP1'.
       01  WS-BMS-MAPSET               PIC X(07) VALUE 'RJRPSET'.

       01  RJRPMP1I.
           05  RJ-FUNCL                PIC S9(04) COMP.
           05  RJ-FUNCF                PIC X(01).
           05  RJ-FUNCI                PIC X(01).
               88  RJ-FUNC-LIST        VALUE 'L'.
               88  RJ-FUNC-NEXT        VALUE 'N'.
               88  RJ-FUNC-INQUIRE     VALUE 'I'.
               88  RJ-FUNC-RELEASE     VALUE 'R'.
               88  RJ-FUNC-CLOSE       VALUE 'C'.
           05  RJ-BATCH-IDL            PIC S9(04) COMP.
           05  RJ-BATCH-IDF            PIC X(01).
           05  RJ-BATCH-IDI            PIC X(15).
           05  RJ-REJECT-SEQL          PIC S9(04) COMP.
           05  RJ-REJECT-SEQF          PIC X(01).
           05  RJ-REJECT-SEQI          PIC 9(05).
           05  RJ-CLAIM-IDL            PIC S9(04) COMP.
           05  RJ-CLAIM-IDF            PIC X(01).
           05  RJ-CLAIM-IDI            PIC X(15).
           05  RJ-CLAIM-TYPEL          PIC S9(04) COMP.
           05  RJ-CLAIM-TYPEF          PIC X(01).
           05  RJ-CLAIM-TYPEI          PIC X(02).
           05  RJ-MEMBER-IDL           PIC S9(04) COMP.
           05  RJ-MEMBER-IDF           PIC X(01).
           05  RJ-MEMBER-IDI           PIC X(12).
           05  RJ-SUBSCRIBER-IDL       PIC S9(04) COMP.
           05  RJ-SUBSCRIBER-IDF       PIC X(01).
           05  RJ-SUBSCRIBER-IDI       PIC X(12).
           05  RJ-BILLING-NPIL         PIC S9(04) COMP.
           05  RJ-BILLING-NPIF         PIC X(01).
           05  RJ-BILLING-NPII         PIC X(10).
           05  RJ-RENDERING-NPIL       PIC S9(04) COMP.
           05  RJ-RENDERING-NPIF       PIC X(01).
           05  RJ-RENDERING-NPII       PIC X(10).
           05  RJ-REFERRING-NPIL       PIC S9(04) COMP.
           05  RJ-REFERRING-NPIF       PIC X(01).
           05  RJ-REFERRING-NPII       PIC X(10).
           05  RJ-POSL                 PIC S9(04) COMP.
           05  RJ-POSF                 PIC X(01).
           05  RJ-POSI                 PIC X(02).
           05  RJ-FREQUENCYL           PIC S9(04) COMP.
           05  RJ-FREQUENCYF           PIC X(01).
           05  RJ-FREQUENCYI           PIC X(01).
           05  RJ-PRINC-DIAGL          PIC S9(04) COMP.
           05  RJ-PRINC-DIAGF          PIC X(01).
           05  RJ-PRINC-DIAGI          PIC X(08).
           05  RJ-CLOSE-REASONL        PIC S9(04) COMP.
           05  RJ-CLOSE-REASONF        PIC X(01).
           05  RJ-CLOSE-REASONI        PIC X(02).
               88  RJ-CLOSE-RESUBMITTED VALUE 'RS'.
               88  RJ-CLOSE-DUPLICATE  VALUE 'DP'.
               88  RJ-CLOSE-NOT-OURS   VALUE 'NO'.
               88  RJ-CLOSE-OTHER      VALUE 'OT'.
           05  RJ-CLOSE-TEXTL          PIC S9(04) COMP.
           05  RJ-CLOSE-TEXTF          PIC X(01).
           05  RJ-CLOSE-TEXTI          PIC X(60).
           05  RJ-MSG-TEXTL            PIC S9(04) COMP.
           05  RJ-MSG-TEXTF            PIC X(01).
           05  RJ-MSG-TEXTI            PIC X(79).

       01  RJRPMP1O.
           05  RJ-REASON-OUT           PIC X(40).
           05  RJ-SUBMITTER-OUT        PIC X(15).
           05  RJ-RECEIPT-DATE-OUT     PIC X(08).
           05  RJ-REJECT-DATE-OUT      PIC X(08).
           05  RJ-PATIENT-OUT          PIC X(40).
           05  RJ-CHARGES-OUT          PIC Z,ZZZ,ZZ9.99.
           05  RJ-STATUS-OUT           PIC X(01).
           05  RJ-NEW-CLAIM-OUT        PIC X(15).
           05  RJ-LIST-LINE OCCURS 10 TIMES.
               10  RJ-LL-BATCH-OUT     PIC X(15).
               10  RJ-LL-SEQ-OUT       PIC ZZZZ9.
               10  RJ-LL-CLAIM-OUT     PIC X(15).
               10  RJ-LL-MEMBER-OUT    PIC X(12).
               10  RJ-LL-CHARGE-OUT    PIC ZZZ,ZZ9.99.
               10  RJ-LL-REASON-OUT    PIC X(20).
           05  RJ-SVC-LINE OCCURS 8 TIMES.
               10  RJ-SL-SEQ-OUT       PIC ZZ9.
               10  RJ-SL-PROC-OUT      PIC X(05).
               10  RJ-SL-MOD-OUT       PIC X(02).
               10  RJ-SL-REV-OUT       PIC X(04).
               10  RJ-SL-DOS-OUT       PIC X(08).
               10  RJ-SL-UNITS-OUT     PIC ZZZZ9.99.
               10  RJ-SL-CHARGE-OUT    PIC Z,ZZZ,ZZ9.99.

       01  WS-SWITCHES.
           05  WS-VALID-SW             PIC X(01) VALUE 'Y'.
               88  WS-INPUT-VALID      VALUE 'Y'.
               88  WS-INPUT-INVALID    VALUE 'N'.
           05  WS-LIST-EOF-SW          PIC X(01) VALUE 'N'.
               88  WS-LIST-EOF         VALUE 'Y'.
               88  WS-LIST-NOT-EOF     VALUE 'N'.
           05  WS-XREF-USED-SW         PIC X(01) VALUE 'N'.
               88  WS-XREF-USED        VALUE 'Y'.

       01  WS-LIST-IDX                 PIC 9(02).

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(104).

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
               TRANSID('RJRP')
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       1000-FIRST-TIME.
           INITIALIZE WS-COMMAREA
           INITIALIZE RJRPMP1O
           MOVE 'L LIST, N NEXT, I DISPLAY, R REPAIR/RELEASE, C CLOSE'
               TO RJ-MSG-TEXTI
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
               INTO(RJRPMP1I)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'ERROR RECEIVING MAP DATA'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           ELSE
               SET WS-INPUT-VALID TO TRUE
               MOVE SPACES TO WS-CA-RETURN-CODE
               EVALUATE TRUE
                   WHEN RJ-FUNC-LIST
                       MOVE SPACES TO WS-CA-LAST-BATCH-ID
                       IF RJ-BATCH-IDI NOT = SPACES
                       AND RJ-BATCH-IDI NOT = LOW-VALUES
                           MOVE RJ-BATCH-IDI TO WS-CA-LAST-BATCH-ID
                       END-IF
                       MOVE ZERO TO WS-CA-LAST-SEQ
                       PERFORM 3000-LIST-REJECTS
                   WHEN RJ-FUNC-NEXT
                       PERFORM 3000-LIST-REJECTS
                   WHEN RJ-FUNC-INQUIRE
                   WHEN RJ-FUNC-RELEASE
                   WHEN RJ-FUNC-CLOSE
                       PERFORM 2100-READ-REJECT
                       IF WS-INPUT-VALID
                           EVALUATE TRUE
                               WHEN RJ-FUNC-RELEASE
                                   PERFORM 4000-RELEASE-REJECT
                               WHEN RJ-FUNC-CLOSE
                                   PERFORM 5000-CLOSE-REJECT
                               WHEN OTHER
                                   MOVE 'REJECT DISPLAYED - CORRECT AN
      -                                 'D R TO RELEASE, OR C TO CLOSE'
                                       TO WS-CA-RETURN-MSG
                                   PERFORM 3500-FORMAT-REJECT
                           END-EVALUATE
                       END-IF
                   WHEN OTHER
                       MOVE 'ER' TO WS-CA-RETURN-CODE
                       MOVE 'FUNCTION MUST BE L, N, I, R OR C'
                           TO WS-CA-RETURN-MSG
                       PERFORM 9000-SEND-ERROR
               END-EVALUATE
           END-IF.

       2100-READ-REJECT.
           IF RJ-BATCH-IDI = SPACES OR LOW-VALUES
           OR RJ-REJECT-SEQI = ZERO
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'BATCH ID AND REJECT SEQ ARE REQUIRED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE RJ-BATCH-IDI   TO DB-BATCH-ID
           MOVE RJ-REJECT-SEQI TO DB-REJECT-SEQ
           EXEC SQL
               SELECT COALESCE(CLAIM_ID, ' '),
                      COALESCE(MEMBER_ID, ' '),
                      COALESCE(PATIENT_LAST_NAME, ' '),
                      COALESCE(PATIENT_FIRST_NAME, ' '),
                      TOTAL_CHARGES, REJECT_REASON, REJECT_DATE,
                      COALESCE(SUBMITTER_ID, ' '),
                      COALESCE(RECEIPT_DATE, REJECT_DATE),
                      COALESCE(CLAIM_TYPE, ' '),
                      COALESCE(SUBSCRIBER_ID, ' '),
                      COALESCE(BILLING_NPI, ' '),
                      COALESCE(RENDERING_NPI, ' '),
                      COALESCE(REFERRING_NPI, ' '),
                      COALESCE(PLACE_OF_SERVICE, ' '),
                      COALESCE(FREQUENCY_CODE, ' '),
                      COALESCE(DISCHARGE_STATUS, ' '),
                      COALESCE(RELATIONSHIP_CODE, ' '),
                      COALESCE(PRIMARY_DIAGNOSIS, ' '),
                      COALESCE(REPAIR_STATUS, 'O'),
                      COALESCE(NEW_CLAIM_ID, ' ')
               INTO :DB-CLAIM-ID, :DB-MEMBER-ID,
                    :DB-LAST-NAME, :DB-FIRST-NAME,
                    :DB-TOTAL-CHARGES, :DB-REJECT-REASON,
                    :DB-REJECT-DATE,
                    :DB-SUBMITTER-ID, :DB-RECEIPT-DATE,
                    :DB-CLAIM-TYPE, :DB-SUBSCRIBER-ID,
                    :DB-BILLING-NPI, :DB-RENDERING-NPI,
                    :DB-REFERRING-NPI,
                    :DB-PLACE-OF-SERVICE, :DB-FREQUENCY-CODE,
                    :DB-DISCHARGE-STATUS, :DB-RELATIONSHIP-CODE,
                    :DB-PRIMARY-DIAG,
                    :DB-REPAIR-STATUS, :DB-NEW-CLAIM-ID
               FROM HCAS.STAGING_REJECT
               WHERE BATCH_ID = :DB-BATCH-ID
                 AND REJECT_SEQ = :DB-REJECT-SEQ
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'REJECT NOT FOUND FOR THAT BATCH AND SEQ'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               WHEN OTHER
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 ERROR READING STAGING REJECT'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       3000-LIST-REJECTS.
           MOVE WS-CA-LAST-BATCH-ID TO DB-BATCH-ID
           MOVE WS-CA-LAST-SEQ      TO DB-REJECT-SEQ
           INITIALIZE RJRPMP1O
           SET WS-LIST-NOT-EOF TO TRUE
           MOVE ZERO TO WS-LIST-IDX
           MOVE '00' TO PHI-ACC-RC
           EXEC SQL OPEN WORK-CURSOR END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'DB2 ERROR OPENING REJECT WORKLIST'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-FETCH-ONE-REJECT
               UNTIL WS-LIST-EOF
               OR WS-LIST-IDX >= 10
           EXEC SQL CLOSE WORK-CURSOR END-EXEC
           IF PHI-ACC-FAILED
               EXIT PARAGRAPH
           END-IF
           IF WS-LIST-IDX = ZERO
               MOVE SPACES TO WS-CA-LAST-BATCH-ID
               MOVE ZERO   TO WS-CA-LAST-SEQ
               MOVE 'NO MORE OPEN REJECTS - L TO START OVER'
                   TO RJ-MSG-TEXTI
           ELSE
               MOVE 'OPEN REJECTS - N NEXT PAGE, I TO DISPLAY ONE'
                   TO RJ-MSG-TEXTI
           END-IF
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.

       3100-FETCH-ONE-REJECT.
           EXEC SQL
               FETCH WORK-CURSOR
               INTO :DB-BATCH-ID, :DB-REJECT-SEQ,
                    :DB-CLAIM-ID, :DB-MEMBER-ID,
                    :DB-TOTAL-CHARGES, :DB-REJECT-DATE,
                    :DB-REJECT-REASON
           END-EXEC
           IF SQLCODE = ZERO
               PERFORM 3050-LOG-ACCESS
               IF PHI-ACC-FAILED
                   SET WS-LIST-EOF TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LIST-IDX
               MOVE DB-BATCH-ID      TO RJ-LL-BATCH-OUT(WS-LIST-IDX)
               MOVE DB-REJECT-SEQ    TO RJ-LL-SEQ-OUT(WS-LIST-IDX)
               MOVE DB-CLAIM-ID      TO RJ-LL-CLAIM-OUT(WS-LIST-IDX)
               MOVE DB-MEMBER-ID     TO RJ-LL-MEMBER-OUT(WS-LIST-IDX)
               MOVE DB-TOTAL-CHARGES TO RJ-LL-CHARGE-OUT(WS-LIST-IDX)
               MOVE DB-REJECT-REASON(1:20)
                   TO RJ-LL-REASON-OUT(WS-LIST-IDX)
               MOVE DB-BATCH-ID      TO WS-CA-LAST-BATCH-ID
               MOVE DB-REJECT-SEQ    TO WS-CA-LAST-SEQ
           ELSE
               SET WS-LIST-EOF TO TRUE
           END-IF.

       3050-LOG-ACCESS.
      *--- A REJECT WITH NEITHER A MEMBER NOR A CLAIM ID NAMES ---
      *    NO ONE AND IS NOT LOGGED                            ---
           MOVE '00' TO PHI-ACC-RC
           IF DB-MEMBER-ID = SPACES
           AND DB-CLAIM-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           INITIALIZE PHI-ACCESS-REQUEST
           MOVE WS-SIGNON-USER TO PHI-ACC-USER-ID
           MOVE 'RJRP'         TO PHI-ACC-TRAN-CODE
           MOVE 'REJRPR1'      TO PHI-ACC-PROGRAM-ID
           IF DB-CLAIM-ID NOT = SPACES
               SET PHI-ACC-CLAIM-VIEW TO TRUE
               MOVE DB-CLAIM-ID TO PHI-ACC-CLAIM-ID
           ELSE
               SET PHI-ACC-MEMBER-VIEW TO TRUE
           END-IF
           MOVE DB-MEMBER-ID   TO PHI-ACC-MEMBER-ID
           CALL 'PHILOG01' USING PHI-ACCESS-REQUEST
                                 PHI-ACCESS-RESPONSE
           IF PHI-ACC-FAILED
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE PHI-ACC-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       3500-FORMAT-REJECT.
           PERFORM 3050-LOG-ACCESS
           IF PHI-ACC-FAILED
               EXIT PARAGRAPH
           END-IF
           INITIALIZE RJRPMP1O
           MOVE DB-REJECT-REASON  TO RJ-REASON-OUT
           MOVE DB-SUBMITTER-ID   TO RJ-SUBMITTER-OUT
           MOVE DB-RECEIPT-DATE   TO RJ-RECEIPT-DATE-OUT
           MOVE DB-REJECT-DATE    TO RJ-REJECT-DATE-OUT
           MOVE DB-TOTAL-CHARGES  TO RJ-CHARGES-OUT
           MOVE DB-REPAIR-STATUS  TO RJ-STATUS-OUT
           MOVE DB-NEW-CLAIM-ID   TO RJ-NEW-CLAIM-OUT
           STRING DB-FIRST-NAME DELIMITED SPACES
                  ' '           DELIMITED SIZE
                  DB-LAST-NAME  DELIMITED SPACES
                  INTO RJ-PATIENT-OUT
           END-STRING
      *--- THE PARSED HEADER GOES BACK INTO THE KEYABLE FIELDS ---
           MOVE DB-CLAIM-ID         TO RJ-CLAIM-IDI
           MOVE DB-CLAIM-TYPE       TO RJ-CLAIM-TYPEI
           MOVE DB-MEMBER-ID        TO RJ-MEMBER-IDI
           MOVE DB-SUBSCRIBER-ID    TO RJ-SUBSCRIBER-IDI
           MOVE DB-BILLING-NPI      TO RJ-BILLING-NPII
           MOVE DB-RENDERING-NPI    TO RJ-RENDERING-NPII
           MOVE DB-REFERRING-NPI    TO RJ-REFERRING-NPII
           MOVE DB-PLACE-OF-SERVICE TO RJ-POSI
           MOVE DB-FREQUENCY-CODE   TO RJ-FREQUENCYI
           MOVE DB-PRIMARY-DIAG     TO RJ-PRINC-DIAGI
           MOVE ZERO TO WS-LIST-IDX
           SET WS-LIST-NOT-EOF TO TRUE
           EXEC SQL OPEN RLINE-CURSOR END-EXEC
           IF SQLCODE = ZERO
               PERFORM 3600-FETCH-ONE-LINE
                   UNTIL WS-LIST-EOF
                   OR WS-LIST-IDX >= 8
               EXEC SQL CLOSE RLINE-CURSOR END-EXEC
           END-IF
           MOVE WS-CA-RETURN-MSG TO RJ-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.

       3600-FETCH-ONE-LINE.
           EXEC SQL
               FETCH RLINE-CURSOR
               INTO :DB-RL-LINE-SEQ, :DB-RL-PROC-CODE,
                    :DB-RL-MODIFIER-1, :DB-RL-REV-CODE,
                    :DB-RL-DOS-FROM, :DB-RL-UNITS,
                    :DB-RL-LINE-CHARGE
           END-EXEC
           IF SQLCODE = ZERO
               ADD 1 TO WS-LIST-IDX
               MOVE DB-RL-LINE-SEQ    TO RJ-SL-SEQ-OUT(WS-LIST-IDX)
               MOVE DB-RL-PROC-CODE   TO RJ-SL-PROC-OUT(WS-LIST-IDX)
               MOVE DB-RL-MODIFIER-1  TO RJ-SL-MOD-OUT(WS-LIST-IDX)
               MOVE DB-RL-REV-CODE    TO RJ-SL-REV-OUT(WS-LIST-IDX)
               MOVE DB-RL-DOS-FROM    TO RJ-SL-DOS-OUT(WS-LIST-IDX)
               MOVE DB-RL-UNITS       TO RJ-SL-UNITS-OUT(WS-LIST-IDX)
               MOVE DB-RL-LINE-CHARGE
                   TO RJ-SL-CHARGE-OUT(WS-LIST-IDX)
           ELSE
               SET WS-LIST-EOF TO TRUE
           END-IF.

       4000-RELEASE-REJECT.
           IF NOT DB-REJ-OPEN
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'REJECT IS ALREADY RELEASED OR CLOSED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
      *--- REJECTS WRITTEN BEFORE THE PARSED CLAIM WAS KEPT HAVE ---
      *    NO LINES TO RELEASE - THOSE CAN ONLY BE CLOSED        ---
           MOVE ZERO TO DB-LINE-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :DB-LINE-COUNT
               FROM HCAS.STAGING_REJECT_LINE
               WHERE BATCH_ID = :DB-BATCH-ID
                 AND REJECT_SEQ = :DB-REJECT-SEQ
           END-EXEC
           IF SQLCODE NOT = ZERO OR DB-LINE-COUNT = ZERO
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'NO SERVICE LINES SAVED - CLOSE AND ASK FOR RESUBMI
      -             'T' TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM 4100-APPLY-CORRECTIONS
           PERFORM 4200-VALIDATE-REPAIR
           IF WS-INPUT-INVALID
               EXIT PARAGRAPH
           END-IF
           PERFORM 6000-CHECK-AUTHORITY
           IF NOT SEC-AUTH-ALLOWED
               EXIT PARAGRAPH
           END-IF
           PERFORM 4500-STAGE-REPAIRED-CLAIM
           IF WS-INPUT-INVALID
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.STAGING_REJECT
               SET    REPAIR_STATUS = 'R',
                      NEW_CLAIM_ID  = :RJ-CLAIM-IDI,
                      REPAIR_USER   = :WS-SIGNON-USER,
                      REPAIR_DATE   = :WS-CURRENT-DATE
               WHERE  BATCH_ID = :DB-BATCH-ID
                 AND  REJECT_SEQ = :DB-REJECT-SEQ
           END-EXEC
           IF SQLCODE = ZERO
               EXEC SQL COMMIT END-EXEC
               MOVE 'R'          TO DB-REPAIR-STATUS
               MOVE RJ-CLAIM-IDI TO DB-NEW-CLAIM-ID
               IF WS-XREF-USED
                   STRING 'RELEASED - MEMBER ID RESOLVED BY XREF TO '
                          DELIMITED SIZE
                          RJ-MEMBER-IDI DELIMITED SIZE
                          INTO WS-CA-RETURN-MSG
                   END-STRING
               ELSE
                   STRING 'RELEASED TO STAGING AS CLAIM '
                          DELIMITED SIZE
                          RJ-CLAIM-IDI DELIMITED SIZE
                          INTO WS-CA-RETURN-MSG
                   END-STRING
               END-IF
               PERFORM 8000-SEND-CONFIRM
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'DB2 ERROR UPDATING REJECT - NOT RELEASED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       4100-APPLY-CORRECTIONS.
      *--- BLANK FIELDS KEEP THE VALUE PARSED FROM THE 837 ---
           IF RJ-CLAIM-IDI = SPACES OR LOW-VALUES
               MOVE DB-CLAIM-ID TO RJ-CLAIM-IDI
           END-IF
           IF RJ-CLAIM-TYPEI = SPACES OR LOW-VALUES
               MOVE DB-CLAIM-TYPE TO RJ-CLAIM-TYPEI
           END-IF
           IF RJ-MEMBER-IDI = SPACES OR LOW-VALUES
               MOVE DB-MEMBER-ID TO RJ-MEMBER-IDI
           END-IF
           IF RJ-SUBSCRIBER-IDI = SPACES OR LOW-VALUES
               MOVE DB-SUBSCRIBER-ID TO RJ-SUBSCRIBER-IDI
           END-IF
           IF RJ-BILLING-NPII = SPACES OR LOW-VALUES
               MOVE DB-BILLING-NPI TO RJ-BILLING-NPII
           END-IF
           IF RJ-RENDERING-NPII = SPACES OR LOW-VALUES
               MOVE DB-RENDERING-NPI TO RJ-RENDERING-NPII
           END-IF
           IF RJ-REFERRING-NPII = SPACES OR LOW-VALUES
               MOVE DB-REFERRING-NPI TO RJ-REFERRING-NPII
           END-IF
           IF RJ-POSI = SPACES OR LOW-VALUES
               MOVE DB-PLACE-OF-SERVICE TO RJ-POSI
           END-IF
           IF RJ-FREQUENCYI = SPACES OR LOW-VALUES
               MOVE DB-FREQUENCY-CODE TO RJ-FREQUENCYI
           END-IF
           IF RJ-FREQUENCYI = SPACES
               MOVE '1' TO RJ-FREQUENCYI
           END-IF
           IF RJ-PRINC-DIAGI = SPACES OR LOW-VALUES
               MOVE DB-PRIMARY-DIAG TO RJ-PRINC-DIAGI
           END-IF.

       4200-VALIDATE-REPAIR.
           SET WS-INPUT-VALID TO TRUE
           IF RJ-CLAIM-IDI = SPACES
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'CLAIM ID IS REQUIRED TO RELEASE'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           IF RJ-CLAIM-TYPEI NOT = 'IN'
           AND RJ-CLAIM-TYPEI NOT = 'PR'
           AND RJ-CLAIM-TYPEI NOT = 'DN'
           AND RJ-CLAIM-TYPEI NOT = 'VS'
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'CLAIM TYPE MUST BE IN, PR, DN OR VS'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           IF RJ-BILLING-NPII = SPACES
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'BILLING NPI IS REQUIRED TO RELEASE'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM 4300-VALIDATE-MEMBER
           IF WS-INPUT-VALID
               PERFORM 4400-VALIDATE-PROVIDER
           END-IF
           IF WS-INPUT-VALID
               PERFORM 4450-CHECK-DUPLICATE
           END-IF.

       4300-VALIDATE-MEMBER.
           PERFORM 4310-READ-MEMBER
           IF SQLCODE = +100
      *---     NOT ON THE MASTER AS KEYED - TRY IT AS A PRIOR OR  ---
      *---     EXTERNAL ID ON THE CROSSWALK MEMXREF1 MAINTAINS,   ---
      *---     IN EFFECT ON THE DATE WE RECEIVED THE CLAIM        ---
               EXEC SQL
                   SELECT MEMBER_ID
                   INTO :WS-MC-XREF-MEMBER-ID
                   FROM HCAS.MEMBER_XREF
                   WHERE EXTERNAL_ID = :RJ-MEMBER-IDI
                     AND EFF_DATE <= :DB-RECEIPT-DATE
                     AND (TERM_DATE = ' '
                      OR TERM_DATE >= :DB-RECEIPT-DATE)
                   FETCH FIRST 1 ROW ONLY
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE WS-MC-XREF-MEMBER-ID TO RJ-MEMBER-IDI
                   SET WS-XREF-USED TO TRUE
                   PERFORM 4310-READ-MEMBER
               END-IF
           END-IF
           EVALUATE SQLCODE
               WHEN ZERO
                   IF RJ-SUBSCRIBER-IDI = SPACES
                       MOVE WS-MC-SUBSCRIBER-ID TO RJ-SUBSCRIBER-IDI
                   END-IF
               WHEN +100
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'MEMBER NOT ON MASTER OR CROSSWALK - CORRECT ID'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               WHEN OTHER
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'DB2 ERROR VALIDATING MEMBER'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       4310-READ-MEMBER.
           EXEC SQL
               SELECT SUBSCRIBER_ID, LAST_NAME, FIRST_NAME,
                      DATE_OF_BIRTH, SEX_CODE
               INTO :WS-MC-SUBSCRIBER-ID, :WS-MC-LAST-NAME,
                    :WS-MC-FIRST-NAME, :WS-MC-DOB, :WS-MC-SEX
               FROM HCAS.MEMBER
               WHERE MEMBER_ID = :RJ-MEMBER-IDI
           END-EXEC.

       4400-VALIDATE-PROVIDER.
           EXEC SQL
               SELECT ORG_NAME, TAX_ID, RECORD_STATUS
               INTO :WS-PC-ORG-NAME, :WS-PC-TAX-ID,
                    :WS-PC-REC-STATUS
               FROM HCAS.PROVIDER
               WHERE NPI = :RJ-BILLING-NPII
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   IF WS-PC-REC-STATUS NOT = 'A'
                       SET WS-INPUT-INVALID TO TRUE
                       MOVE 'BILLING PROVIDER IS NOT ACTIVE'
                           TO WS-CA-RETURN-MSG
                       PERFORM 9000-SEND-ERROR
                   END-IF
               WHEN +100
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'BILLING NPI NOT FOUND ON PROVIDER MASTER'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               WHEN OTHER
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'DB2 ERROR VALIDATING PROVIDER'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       4450-CHECK-DUPLICATE.
      *--- A DUPLICATE-CLAIM-ID REJECT NEEDS A NEW CLAIM ID - OR ---
      *--- IS A TRUE DUPLICATE AND SHOULD BE CLOSED              ---
           MOVE ZERO TO WS-STG-DUP-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO :WS-STG-DUP-COUNT
               FROM HCAS.CLAIM_STAGING
               WHERE CLAIM_ID = :RJ-CLAIM-IDI
           END-EXEC
           IF SQLCODE = ZERO AND WS-STG-DUP-COUNT = ZERO
               EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-STG-DUP-COUNT
                   FROM HCAS.CLAIM_MASTER
                   WHERE CLAIM_ID = :RJ-CLAIM-IDI
               END-EXEC
           END-IF
           IF SQLCODE NOT = ZERO
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'DB2 ERROR CHECKING FOR DUPLICATE CLAIM'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           ELSE
               IF WS-STG-DUP-COUNT > ZERO
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'CLAIM ID ALREADY ON FILE - KEY A NEW ID OR CLOS
      -                 'E AS DP' TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               END-IF
           END-IF.

       4500-STAGE-REPAIRED-CLAIM.
      *--- INSTITUTIONAL TYPE OF BILL AND DISCHARGE STATUS ARE   ---
      *--- BUILT THE SAME WAY MEMMGR01 BUILDS THEM AT INTAKE     ---
           MOVE SPACES TO WS-STG-TYPE-OF-BILL
           MOVE SPACES TO WS-STG-DISCHARGE-STAT
           IF RJ-CLAIM-TYPEI = 'IN'
               MOVE DB-DISCHARGE-STATUS TO WS-STG-DISCHARGE-STAT
               IF RJ-POSI NOT = SPACES
                   STRING '0'           DELIMITED BY SIZE
                          RJ-POSI       DELIMITED BY SIZE
                          RJ-FREQUENCYI DELIMITED BY SIZE
                       INTO WS-STG-TYPE-OF-BILL
                   END-STRING
               END-IF
           END-IF
           IF DB-RELATIONSHIP-CODE = SPACES
               MOVE '18' TO WS-STG-RELATIONSHIP
           ELSE
               MOVE DB-RELATIONSHIP-CODE TO WS-STG-RELATIONSHIP
           END-IF
      *--- RECEIPT DATE IS THE ORIGINAL 837 RECEIPT, NOT TODAY ---
           EXEC SQL
               INSERT INTO HCAS.CLAIM_STAGING
                   (CLAIM_ID, CLAIM_TYPE, MEMBER_ID,
                    SUBSCRIBER_ID, MEMBER_DOB, MEMBER_SEX,
                    BILLING_NPI, RENDERING_NPI, REFERRING_NPI,
                    PLACE_OF_SERVICE, PROVIDER_TAX_ID,
                    PRINCIPAL_DIAG, TOTAL_CHARGES,
                    RECEIPT_DATE, SOURCE_CODE, PROCESS_STATUS,
                    FREQUENCY_CODE, RELATIONSHIP_CODE,
                    TYPE_OF_BILL, DISCHARGE_STATUS, PAYEE_IND)
               VALUES
                   (:RJ-CLAIM-IDI, :RJ-CLAIM-TYPEI,
                    :RJ-MEMBER-IDI,
                    :RJ-SUBSCRIBER-IDI, :WS-MC-DOB, :WS-MC-SEX,
                    :RJ-BILLING-NPII, :RJ-RENDERING-NPII,
                    :RJ-REFERRING-NPII,
                    :RJ-POSI, :WS-PC-TAX-ID,
                    :RJ-PRINC-DIAGI, :DB-TOTAL-CHARGES,
                    :DB-RECEIPT-DATE, 'ED', 'R',
                    :RJ-FREQUENCYI, :WS-STG-RELATIONSHIP,
                    :WS-STG-TYPE-OF-BILL, :WS-STG-DISCHARGE-STAT,
                    'P')
           END-EXEC
           IF SQLCODE = ZERO
               EXEC SQL
                   INSERT INTO HCAS.CLAIM_LINE_STAGING
                       (CLAIM_ID, LINE_SEQ, PROC_CODE,
                        MODIFIER_1, MODIFIER_2, MODIFIER_3,
                        MODIFIER_4, REV_CODE, DOS_FROM, DOS_THRU,
                        UNITS, LINE_CHARGE, NDC_CODE, DRG_CODE,
                        CLIA_NUMBER, DIAG_PTR_1, DIAG_PTR_2,
                        DIAG_PTR_3, DIAG_PTR_4)
                   SELECT :RJ-CLAIM-IDI, LINE_SEQ, PROC_CODE,
                          MODIFIER_1, MODIFIER_2, ' ',
                          ' ', REV_CODE, DOS_FROM, DOS_THRU,
                          UNITS, LINE_CHARGE, ' ', ' ',
                          CLIA_NUMBER, DIAG_PTR_1, DIAG_PTR_2,
                          DIAG_PTR_3, DIAG_PTR_4
                   FROM HCAS.STAGING_REJECT_LINE
                   WHERE BATCH_ID = :DB-BATCH-ID
                     AND REJECT_SEQ = :DB-REJECT-SEQ
               END-EXEC
           END-IF
           IF SQLCODE = ZERO
               EXEC SQL
                   INSERT INTO HCAS.CLAIM_DIAG_STAGING
                       (CLAIM_ID, DIAG_SEQ, DIAG_CODE, POA_IND)
                   SELECT :RJ-CLAIM-IDI, DIAG_SEQ, DIAG_CODE,
                          POA_IND
                   FROM HCAS.STAGING_REJECT_DIAG
                   WHERE BATCH_ID = :DB-BATCH-ID
                     AND REJECT_SEQ = :DB-REJECT-SEQ
               END-EXEC
           END-IF
      *--- A CLAIM WITH NO SAVED DIAGNOSES STILL RELEASES ---
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = +100
               EXEC SQL ROLLBACK END-EXEC
               SET WS-INPUT-INVALID TO TRUE
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'DB2 ERROR STAGING REPAIRED CLAIM - NOT RELEASED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       5000-CLOSE-REJECT.
           IF NOT DB-REJ-OPEN
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'REJECT IS ALREADY RELEASED OR CLOSED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           IF NOT RJ-CLOSE-RESUBMITTED
           AND NOT RJ-CLOSE-DUPLICATE
           AND NOT RJ-CLOSE-NOT-OURS
           AND NOT RJ-CLOSE-OTHER
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'CLOSE REASON MUST BE RS, DP, NO OR OT'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           IF RJ-CLOSE-OTHER
           AND (RJ-CLOSE-TEXTI = SPACES OR LOW-VALUES)
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'CLOSE REASON OT NEEDS AN EXPLANATION'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           IF RJ-CLOSE-TEXTI = LOW-VALUES
               MOVE SPACES TO RJ-CLOSE-TEXTI
           END-IF
           PERFORM 6000-CHECK-AUTHORITY
           IF NOT SEC-AUTH-ALLOWED
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.STAGING_REJECT
               SET    REPAIR_STATUS = 'C',
                      CLOSE_REASON  = :RJ-CLOSE-REASONI,
                      CLOSE_TEXT    = :RJ-CLOSE-TEXTI,
                      REPAIR_USER   = :WS-SIGNON-USER,
                      REPAIR_DATE   = :WS-CURRENT-DATE
               WHERE  BATCH_ID = :DB-BATCH-ID
                 AND  REJECT_SEQ = :DB-REJECT-SEQ
           END-EXEC
           IF SQLCODE = ZERO
               EXEC SQL COMMIT END-EXEC
               MOVE 'C' TO DB-REPAIR-STATUS
               MOVE 'REJECT CLOSED' TO WS-CA-RETURN-MSG
               PERFORM 8000-SEND-CONFIRM
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'DB2 ERROR - REJECT NOT CLOSED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       6000-CHECK-AUTHORITY.
           MOVE WS-SIGNON-USER   TO SEC-AUTH-USER-ID
           MOVE 'RJRP'           TO SEC-AUTH-TRAN-CODE
           SET SEC-CAP-UPDATE    TO TRUE
           MOVE DB-TOTAL-CHARGES TO SEC-AUTH-AMOUNT
           CALL 'SECAUTH1' USING SEC-AUTH-REQUEST
                                 SEC-AUTH-RESPONSE
           IF NOT SEC-AUTH-ALLOWED
               MOVE 'NA' TO WS-CA-RETURN-CODE
               MOVE SEC-AUTH-MSG TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       8000-SEND-CONFIRM.
           MOVE DB-REPAIR-STATUS TO RJ-STATUS-OUT
           MOVE DB-NEW-CLAIM-ID  TO RJ-NEW-CLAIM-OUT
           MOVE WS-CA-RETURN-MSG TO RJ-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.

       9000-SEND-ERROR.
           MOVE WS-CA-RETURN-MSG TO RJ-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.
