       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHIDSC01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  PHIDSC01                                             *
      * PURPOSE:  PHI DISCLOSURE RECORDING - SUBROUTINE                *
      *           CALLED BY EACH EXTRACT THAT SENDS MEMBER DATA TO AN  *
      *           OUTSIDE RECIPIENT, SO A MEMBER'S ACCOUNTING OF       *
      *           DISCLOSURES CAN BE PRODUCED ON REQUEST (PHIAOD01):   *
      *             O - OPEN:   NUMBERS THE DISCLOSURE FROM THE        *
      *                         'PHI_DISCLOSURE' ROW ON                *
      *                         HCAS.ID_SEQUENCE AND WRITES THE        *
      *                         HCAS.PHI_DISCLOSURE ROW - SOURCE       *
      *                         PROGRAM, RECIPIENT, PURPOSE, FILE AND  *
      *                         DATE                                   *
      *             M - MEMBER: ONE HCAS.PHI_DISCLOSURE_MEMBER ROW     *
      *                         PER MEMBER ON THE FILE; A MEMBER       *
      *                         ALREADY RECORDED FOR THE FILE (MORE    *
      *                         THAN ONE RECORD OR CLAIM) IS NOT       *
      *                         RECORDED AGAIN                         *
      *             C - CLOSE:  POSTS THE MEMBER COUNT TO THE          *
      *                         DISCLOSURE ROW                         *
      *           ROWS COMMIT WITH THE CALLING EXTRACT. A CALL THAT    *
      *           FAILS RETURNS 08 WITH THE REASON; THE CALLER REPORTS *
      *           IT AND ENDS WITH A WARNING RETURN CODE.              *
      * CALLED BY: EDI834OT, ACCXOT01, MCDENC01, RISKEX01, PDEEX01,    *
      *            APCDEX01, FHIREX01, MSPRPT01, ACA1095G, IDCARD01,   *
      *            RNRPRC01                                            *
      * TABLES:   HCAS.PHI_DISCLOSURE, HCAS.PHI_DISCLOSURE_MEMBER,     *
      *           HCAS.ID_SEQUENCE                                     *
      * FREQUENCY: PER OUTBOUND FILE                                   *
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.

           EXEC SQL INCLUDE SQLCA END-EXEC.

      *--- THE OPEN DISCLOSURE IS HELD ACROSS CALLS ---
       01  WS-DSC-STATE.
           05  WS-DSC-OPEN-SW          PIC X(01) VALUE 'N'.
               88  WS-DSC-IS-OPEN      VALUE 'Y'.
               88  WS-DSC-NOT-OPEN     VALUE 'N'.
           05  WS-DSC-ID               PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-DSC-MEMBER-COUNT     PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-DSC-LAST-MEMBER      PIC X(12) VALUE SPACES.
           05  WS-DSC-DATE             PIC X(08).

       LINKAGE SECTION.

       01  LS-DSC-REQUEST.
           05  LS-DSC-FUNCTION         PIC X(01).
               88  LS-DSC-OPEN-FILE    VALUE 'O'.
               88  LS-DSC-ADD-MEMBER   VALUE 'M'.
               88  LS-DSC-CLOSE-FILE   VALUE 'C'.
           05  LS-DSC-SOURCE-PROGRAM   PIC X(08).
           05  LS-DSC-RECIPIENT-ID     PIC X(15).
           05  LS-DSC-RECIPIENT-NAME   PIC X(40).
           05  LS-DSC-PURPOSE          PIC X(02).
               88  LS-DSC-PURPOSE-VALID
                                       VALUE 'TP' 'IN' 'RL' 'HO'.
           05  LS-DSC-FILE-DESC        PIC X(40).
           05  LS-DSC-MEMBER-ID        PIC X(12).

       01  LS-DSC-RESPONSE.
           05  LS-DSC-RC               PIC X(02).
           05  LS-DSC-DISCLOSURE-ID    PIC 9(09).
           05  LS-DSC-MEMBER-COUNT     PIC 9(09).
           05  LS-DSC-MSG              PIC X(80).

       PROCEDURE DIVISION USING LS-DSC-REQUEST
                                LS-DSC-RESPONSE.

       0000-MAIN-PROCESS.
           MOVE '00' TO LS-DSC-RC
           MOVE SPACES TO LS-DSC-MSG
           EVALUATE TRUE
               WHEN LS-DSC-OPEN-FILE
                   PERFORM 1000-OPEN-DISCLOSURE
               WHEN LS-DSC-ADD-MEMBER
                   PERFORM 2000-ADD-MEMBER
               WHEN LS-DSC-CLOSE-FILE
                   PERFORM 3000-CLOSE-DISCLOSURE
               WHEN OTHER
                   MOVE '08' TO LS-DSC-RC
                   MOVE 'INVALID DISCLOSURE FUNCTION' TO LS-DSC-MSG
           END-EVALUATE
           MOVE WS-DSC-ID TO LS-DSC-DISCLOSURE-ID
           MOVE WS-DSC-MEMBER-COUNT TO LS-DSC-MEMBER-COUNT
           GOBACK.

       1000-OPEN-DISCLOSURE.
           IF WS-DSC-IS-OPEN
               PERFORM 3000-CLOSE-DISCLOSURE
           END-IF
           IF NOT LS-DSC-PURPOSE-VALID
           OR LS-DSC-RECIPIENT-ID = SPACES
               MOVE '08' TO LS-DSC-RC
               MOVE 'DISCLOSURE NEEDS A RECIPIENT AND A VALID PURPOSE'
                   TO LS-DSC-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DSC-DATE
           EXEC SQL
               SELECT NEXT_VALUE
               INTO :WS-DSC-ID
               FROM HCAS.ID_SEQUENCE
               WHERE SEQ_NAME = 'PHI_DISCLOSURE'
               FOR UPDATE
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-DSC-ID
                   EXEC SQL
                       UPDATE HCAS.ID_SEQUENCE
                       SET NEXT_VALUE = :WS-DSC-ID
                       WHERE SEQ_NAME = 'PHI_DISCLOSURE'
                   END-EXEC
               WHEN +100
                   MOVE 1 TO WS-DSC-ID
                   EXEC SQL
                       INSERT INTO HCAS.ID_SEQUENCE
                           (SEQ_NAME, NEXT_VALUE)
                       VALUES ('PHI_DISCLOSURE', :WS-DSC-ID)
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF SQLCODE NOT = ZERO
               MOVE '08' TO LS-DSC-RC
               MOVE 'DISCLOSURE NUMBER UNAVAILABLE' TO LS-DSC-MSG
               MOVE ZERO TO WS-DSC-ID
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               INSERT INTO HCAS.PHI_DISCLOSURE
                   (DISCLOSURE_ID, SOURCE_PROGRAM, RECIPIENT_ID,
                    RECIPIENT_NAME, PURPOSE_CODE, FILE_DESC,
                    DISCLOSURE_DATE, MEMBER_COUNT)
               VALUES
                   (:WS-DSC-ID, :LS-DSC-SOURCE-PROGRAM,
                    :LS-DSC-RECIPIENT-ID, :LS-DSC-RECIPIENT-NAME,
                    :LS-DSC-PURPOSE, :LS-DSC-FILE-DESC,
                    :WS-DSC-DATE, 0)
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE '08' TO LS-DSC-RC
               MOVE 'DISCLOSURE ROW COULD NOT BE WRITTEN'
                   TO LS-DSC-MSG
               MOVE ZERO TO WS-DSC-ID
               EXIT PARAGRAPH
           END-IF
           SET WS-DSC-IS-OPEN TO TRUE
           MOVE ZERO TO WS-DSC-MEMBER-COUNT
           MOVE SPACES TO WS-DSC-LAST-MEMBER.

       2000-ADD-MEMBER.
           IF WS-DSC-NOT-OPEN
               MOVE '08' TO LS-DSC-RC
               MOVE 'NO DISCLOSURE OPEN FOR MEMBER' TO LS-DSC-MSG
               EXIT PARAGRAPH
           END-IF
      *--- CONSECUTIVE RECORDS FOR ONE MEMBER NEED ONE ROW ---
           IF LS-DSC-MEMBER-ID = SPACES
           OR LS-DSC-MEMBER-ID = WS-DSC-LAST-MEMBER
               EXIT PARAGRAPH
           END-IF
           MOVE LS-DSC-MEMBER-ID TO WS-DSC-LAST-MEMBER
           EXEC SQL
               INSERT INTO HCAS.PHI_DISCLOSURE_MEMBER
                   (DISCLOSURE_ID, MEMBER_ID)
               VALUES
                   (:WS-DSC-ID, :LS-DSC-MEMBER-ID)
           END-EXEC
           EVALUATE SQLCODE
               WHEN ZERO
                   ADD 1 TO WS-DSC-MEMBER-COUNT
               WHEN -803
                   CONTINUE
               WHEN OTHER
                   MOVE '08' TO LS-DSC-RC
                   STRING 'DISCLOSURE MEMBER NOT RECORDED - '
                          DELIMITED SIZE
                          LS-DSC-MEMBER-ID DELIMITED SIZE
                          INTO LS-DSC-MSG
                   END-STRING
           END-EVALUATE.

       3000-CLOSE-DISCLOSURE.
           IF WS-DSC-NOT-OPEN
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               UPDATE HCAS.PHI_DISCLOSURE
               SET MEMBER_COUNT = :WS-DSC-MEMBER-COUNT
               WHERE DISCLOSURE_ID = :WS-DSC-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE '08' TO LS-DSC-RC
               MOVE 'DISCLOSURE MEMBER COUNT NOT POSTED'
                   TO LS-DSC-MSG
           END-IF
           SET WS-DSC-NOT-OPEN TO TRUE.
