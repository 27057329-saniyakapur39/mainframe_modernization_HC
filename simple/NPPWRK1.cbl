       IDENTIFICATION DIVISION.
       PROGRAM-ID.    NPPWRK1.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  NPPWRK1                                              *
      * PURPOSE:  PROVIDER DATA WORKLIST - NPPES DIFFERENCES           *
      *           CICS ONLINE TRANSACTION FOR PROVIDER DATA            *
      *           MANAGEMENT. DISPLAYS AN ITEM NPPSYN01 WROTE TO       *
      *           HCAS.PRV_DATA_WORKLIST AND RECORDS THE DECISION:     *
      *             A - ACCEPT.                                        *
      *                 TX / NM / AD - THE NPPES VALUE IS ACCEPTED     *
      *                 (STATUS A). NPPUPD01 BUILDS THE MASTER UPDATE  *
      *                 AND PRVLD001 APPLIES IT WITH ITS CHANGE        *
      *                 HISTORY (STATUS U ONCE BUILT).                 *
      *                 DA - THE DEACTIVATION IS CONFIRMED AND A PAY   *
      *                 HOLD IS PLACED ON HCAS.PAYMENT_CONTROL, SO     *
      *                 EDI835GN HOLDS THE NPI'S CLAIMS (STATUS H).    *
      *             R - REJECT. THE MASTER VALUE STANDS; THE ANALYST'S *
      *                 NOTE IS REQUIRED. THE SAME NPPES VALUE IS NOT  *
      *                 RAISED AGAIN.                                  *
      * TRANSACTION: NPPW                                              *
      * FREQUENCY: ONLINE / REAL-TIME                                  *
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION          PIC X(02).
           05  WS-CA-WORK-ID           PIC X(09).
           05  WS-CA-RETURN-CODE       PIC X(02).
           05  WS-CA-RETURN-MSG        PIC X(80).

       01  WS-COMMAREA-LENGTH          PIC S9(04) COMP VALUE 93.

       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-SIGNON-USER              PIC X(08).

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  DCLPRV-DATA-WORKLIST.
           05  DB-WORK-ID              PIC S9(09) COMP.
           05  DB-NPI                  PIC X(10).
           05  DB-WORK-TYPE            PIC X(02).
               88  DB-TYPE-DEACTIVATED VALUE 'DA'.
               88  DB-TYPE-TAXONOMY    VALUE 'TX'.
               88  DB-TYPE-NAME        VALUE 'NM'.
               88  DB-TYPE-ADDRESS     VALUE 'AD'.
           05  DB-CURRENT-VALUE        PIC X(60).
           05  DB-NPPES-VALUE          PIC X(60).
           05  DB-NPPES-FILE-DATE      PIC X(08).
           05  DB-WORK-STATUS          PIC X(01).
               88  DB-WORK-OPEN        VALUE 'O'.
               88  DB-WORK-ACCEPTED    VALUE 'A'.
               88  DB-WORK-UPDATED     VALUE 'U'.
               88  DB-WORK-HELD        VALUE 'H'.
               88  DB-WORK-REJECTED    VALUE 'R'.
           05  DB-CREATE-DATE          PIC X(08).
           05  DB-WORKED-BY            PIC X(08).
           05  DB-WORKED-DATE          PIC X(08).
           05  DB-NOTE                 PIC X(60).

       01  WS-HOLD-REASON              PIC X(30)
                                       VALUE 'NPI DEACTIVATED IN NPPES'.

       01  WS-BMS-MAP-NAME             PIC X(07) VALUE 'NPPWMP1'.
       01  WS-BMS-MAPSET               PIC X(07) VALUE 'NPPWSET'.

       01  NPPWMP1I.
           05  NW-FUNCL                PIC S9(04) COMP.
           05  NW-FUNCF                PIC X(01).
           05  NW-FUNCI                PIC X(01).
               88  NW-FUNC-INQUIRE     VALUE 'I'.
               88  NW-FUNC-ACCEPT      VALUE 'A'.
               88  NW-FUNC-REJECT      VALUE 'R'.
           05  NW-WORK-IDL             PIC S9(04) COMP.
           05  NW-WORK-IDF             PIC X(01).
           05  NW-WORK-IDI             PIC X(09).
           05  NW-WORK-IDN REDEFINES NW-WORK-IDI
                                       PIC 9(09).
           05  NW-NOTEL                PIC S9(04) COMP.
           05  NW-NOTEF                PIC X(01).
           05  NW-NOTEI                PIC X(60).
           05  NW-MSG-TEXTL            PIC S9(04) COMP.
           05  NW-MSG-TEXTF            PIC X(01).
           05  NW-MSG-TEXTI            PIC X(79).

       01  NPPWMP1O.
           05  NW-NPI-OUT              PIC X(10).
           05  NW-TYPE-OUT             PIC X(02).
           05  NW-TYPE-DESC-OUT        PIC X(20).
           05  NW-CURRENT-OUT          PIC X(60).
           05  NW-NPPES-OUT            PIC X(60).
           05  NW-FILE-DATE-OUT        PIC X(08).
           05  NW-CREATE-DATE-OUT      PIC X(08).
           05  NW-STATUS-OUT           PIC X(16).
           05  NW-WORKED-BY-OUT        PIC X(08).
           05  NW-WORKED-DATE-OUT      PIC X(08).
           05  NW-NOTE-OUT             PIC X(60).

       01  WS-SWITCHES.
           05  WS-VALID-SW             PIC X(01) VALUE 'Y'.
               88  WS-INPUT-VALID      VALUE 'Y'.
               88  WS-INPUT-INVALID    VALUE 'N'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(93).

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
               TRANSID('NPPW')
               COMMAREA(WS-COMMAREA)
               LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       1000-FIRST-TIME.
           INITIALIZE WS-COMMAREA
           INITIALIZE NPPWMP1O
           MOVE 'ENTER WORK ID - I DISPLAY, A ACCEPT, R REJECT'
               TO NW-MSG-TEXTI
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
               INTO(NPPWMP1I)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'ERROR RECEIVING MAP DATA'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           ELSE
               SET WS-INPUT-VALID TO TRUE
               PERFORM 2100-VALIDATE-INPUT
               IF WS-INPUT-VALID
                   PERFORM 3000-READ-WORKLIST-ROW
               END-IF
               IF WS-INPUT-VALID
                   EVALUATE TRUE
                       WHEN NW-FUNC-ACCEPT
                           PERFORM 4000-ACCEPT-ITEM
                       WHEN NW-FUNC-REJECT
                           PERFORM 5000-REJECT-ITEM
                       WHEN OTHER
                           MOVE 'ITEM DISPLAYED - A OR R TO WORK IT'
                               TO WS-CA-RETURN-MSG
                           PERFORM 3100-FORMAT-RESPONSE
                   END-EVALUATE
               END-IF
           END-IF.

       2100-VALIDATE-INPUT.
           EVALUATE TRUE
               WHEN NW-WORK-IDI = SPACES OR LOW-VALUES
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'WORK ID IS REQUIRED'
                       TO WS-CA-RETURN-MSG
               WHEN NW-WORK-IDI IS NOT NUMERIC
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'WORK ID MUST BE NUMERIC'
                       TO WS-CA-RETURN-MSG
               WHEN NOT NW-FUNC-INQUIRE
                AND NOT NW-FUNC-ACCEPT
                AND NOT NW-FUNC-REJECT
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'FUNCTION MUST BE I, A OR R'
                       TO WS-CA-RETURN-MSG
               WHEN NW-FUNC-REJECT
                AND (NW-NOTEI = SPACES OR LOW-VALUES)
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'A NOTE IS REQUIRED TO REJECT AN ITEM'
                       TO WS-CA-RETURN-MSG
           END-EVALUATE
           IF WS-INPUT-INVALID
               MOVE 'ER' TO WS-CA-RETURN-CODE
               PERFORM 9000-SEND-ERROR
           ELSE
               MOVE NW-WORK-IDI TO WS-CA-WORK-ID
           END-IF.

       3000-READ-WORKLIST-ROW.
           MOVE NW-WORK-IDN TO DB-WORK-ID
           EXEC SQL
               SELECT WORK_ID, NPI, WORK_TYPE,
                      CURRENT_VALUE, NPPES_VALUE,
                      COALESCE(NPPES_FILE_DATE, ' '),
                      WORK_STATUS, CREATE_DATE,
                      COALESCE(WORKED_BY, ' '),
                      COALESCE(WORKED_DATE, ' '),
                      COALESCE(NOTE, ' ')
               INTO :DB-WORK-ID, :DB-NPI, :DB-WORK-TYPE,
                    :DB-CURRENT-VALUE, :DB-NPPES-VALUE,
                    :DB-NPPES-FILE-DATE,
                    :DB-WORK-STATUS, :DB-CREATE-DATE,
                    :DB-WORKED-BY, :DB-WORKED-DATE,
                    :DB-NOTE
               FROM HCAS.PRV_DATA_WORKLIST
               WHERE WORK_ID = :DB-WORK-ID
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN +100
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'NF' TO WS-CA-RETURN-CODE
                   MOVE 'NO WORKLIST ITEM FOUND FOR THAT ID'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
               WHEN OTHER
                   SET WS-INPUT-INVALID TO TRUE
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 ERROR ON WORKLIST INQUIRY'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
           END-EVALUATE.

       3100-FORMAT-RESPONSE.
           INITIALIZE NPPWMP1O
           MOVE DB-NPI              TO NW-NPI-OUT
           MOVE DB-WORK-TYPE        TO NW-TYPE-OUT
           MOVE DB-CURRENT-VALUE    TO NW-CURRENT-OUT
           MOVE DB-NPPES-VALUE      TO NW-NPPES-OUT
           MOVE DB-NPPES-FILE-DATE  TO NW-FILE-DATE-OUT
           MOVE DB-CREATE-DATE      TO NW-CREATE-DATE-OUT
           MOVE DB-WORKED-BY        TO NW-WORKED-BY-OUT
           MOVE DB-WORKED-DATE      TO NW-WORKED-DATE-OUT
           MOVE DB-NOTE             TO NW-NOTE-OUT
           EVALUATE TRUE
               WHEN DB-TYPE-DEACTIVATED
                   MOVE 'NPI DEACTIVATED' TO NW-TYPE-DESC-OUT
               WHEN DB-TYPE-TAXONOMY
                   MOVE 'TAXONOMY DIFFERS' TO NW-TYPE-DESC-OUT
               WHEN DB-TYPE-NAME
                   MOVE 'NAME DIFFERS' TO NW-TYPE-DESC-OUT
               WHEN OTHER
                   MOVE 'ADDRESS DIFFERS' TO NW-TYPE-DESC-OUT
           END-EVALUATE
           EVALUATE TRUE
               WHEN DB-WORK-ACCEPTED
                   MOVE 'ACCEPTED        ' TO NW-STATUS-OUT
               WHEN DB-WORK-UPDATED
                   MOVE 'MASTER UPDATED  ' TO NW-STATUS-OUT
               WHEN DB-WORK-HELD
                   MOVE 'PAY HOLD PLACED ' TO NW-STATUS-OUT
               WHEN DB-WORK-REJECTED
                   MOVE 'REJECTED        ' TO NW-STATUS-OUT
               WHEN OTHER
                   MOVE 'OPEN            ' TO NW-STATUS-OUT
           END-EVALUATE
           MOVE WS-CA-RETURN-MSG TO NW-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.

       4000-ACCEPT-ITEM.
           IF NOT DB-WORK-OPEN
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'ITEM HAS ALREADY BEEN WORKED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           IF DB-TYPE-DEACTIVATED
               PERFORM 4100-PLACE-PAY-HOLD
               IF SQLCODE NOT = ZERO
                   EXEC SQL ROLLBACK END-EXEC
                   MOVE 'ER' TO WS-CA-RETURN-CODE
                   MOVE 'DB2 ERROR PLACING PAY HOLD - NOT ACCEPTED'
                       TO WS-CA-RETURN-MSG
                   PERFORM 9000-SEND-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE 'H' TO DB-WORK-STATUS
           ELSE
               MOVE 'A' TO DB-WORK-STATUS
           END-IF
           EXEC SQL
               UPDATE HCAS.PRV_DATA_WORKLIST
               SET    WORK_STATUS = :DB-WORK-STATUS,
                      WORKED_BY = :WS-SIGNON-USER,
                      WORKED_DATE = :WS-CURRENT-DATE,
                      NOTE = :NW-NOTEI
               WHERE  WORK_ID = :DB-WORK-ID
                 AND  WORK_STATUS = 'O'
           END-EXEC
           IF SQLCODE = ZERO
               EXEC SQL COMMIT END-EXEC
               IF DB-WORK-HELD
                   MOVE 'DEACTIVATION CONFIRMED - PAY HOLD PLACED'
                       TO WS-CA-RETURN-MSG
               ELSE
                   MOVE 'ACCEPTED - MASTER UPDATE IN NEXT PRVLD001 RUN'
                       TO WS-CA-RETURN-MSG
               END-IF
               PERFORM 3000-READ-WORKLIST-ROW
               PERFORM 3100-FORMAT-RESPONSE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'DB2 UPDATE ERROR - ITEM NOT ACCEPTED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       4100-PLACE-PAY-HOLD.
           EXEC SQL
               UPDATE HCAS.PAYMENT_CONTROL
               SET    PAY_HOLD = 'Y',
                      HOLD_REASON = :WS-HOLD-REASON,
                      HOLD_AUTHORIZER = :WS-SIGNON-USER
               WHERE  PROVIDER_NPI = :DB-NPI
           END-EXEC
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO HCAS.PAYMENT_CONTROL
                       (PROVIDER_NPI, PAY_HOLD, HOLD_REASON,
                        HOLD_AUTHORIZER)
                   VALUES
                       (:DB-NPI, 'Y', :WS-HOLD-REASON,
                        :WS-SIGNON-USER)
               END-EXEC
           END-IF.

       5000-REJECT-ITEM.
           IF NOT DB-WORK-OPEN
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'ITEM HAS ALREADY BEEN WORKED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.PRV_DATA_WORKLIST
               SET    WORK_STATUS = 'R',
                      WORKED_BY = :WS-SIGNON-USER,
                      WORKED_DATE = :WS-CURRENT-DATE,
                      NOTE = :NW-NOTEI
               WHERE  WORK_ID = :DB-WORK-ID
                 AND  WORK_STATUS = 'O'
           END-EXEC
           IF SQLCODE = ZERO
               EXEC SQL COMMIT END-EXEC
               MOVE 'ITEM REJECTED - MASTER VALUE STANDS'
                   TO WS-CA-RETURN-MSG
               PERFORM 3000-READ-WORKLIST-ROW
               PERFORM 3100-FORMAT-RESPONSE
           ELSE
               EXEC SQL ROLLBACK END-EXEC
               MOVE 'ER' TO WS-CA-RETURN-CODE
               MOVE 'DB2 UPDATE ERROR - ITEM NOT REJECTED'
                   TO WS-CA-RETURN-MSG
               PERFORM 9000-SEND-ERROR
           END-IF.

       9000-SEND-ERROR.
           MOVE WS-CA-RETURN-MSG TO NW-MSG-TEXTI
           EXEC CICS SEND
               MAP(WS-BMS-MAP-NAME)
               MAPSET(WS-BMS-MAPSET)
               DATAONLY
               CURSOR
           END-EXEC.
