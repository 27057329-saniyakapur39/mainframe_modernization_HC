       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PHILOG01.
       AUTHOR.        HCAS DEVELOPMENT TEAM.
       DATE-WRITTEN.  2026-10-15.
      *================================================================*
      * PROGRAM:  PHILOG01                                             *
      * PURPOSE:  PHI ACCESS LOG - SUBROUTINE                          *
      *           CALLED BY THE ONLINE INQUIRY TRANSACTIONS EACH TIME  *
      *           A USER IS SHOWN A MEMBER'S RECORD OR A CLAIM.        *
      *           WRITES ONE HCAS.PHI_ACCESS_LOG ROW WITH THE USER,    *
      *           TRANSACTION, PROGRAM, MEMBER, CLAIM AND TIMESTAMP.   *
      *           A CLAIM VIEW PASSED WITHOUT A MEMBER TAKES THE       *
      *           MEMBER FROM HCAS.CLAIM_MASTER, SO EVERY ROW CAN BE   *
      *           REPORTED BY MEMBER. THE ROW COMMITS WITH THE         *
      *           CALLING TASK. A ROW THAT CANNOT BE WRITTEN RETURNS   *
      *           08 AND THE CALLER DOES NOT SHOW THE DATA.            *
      *           THE LOG FEEDS PHIAOD01 (ACCOUNTING BY MEMBER) AND    *
      *           PHIANM01 (MONTHLY ACCESS ANOMALIES).                 *
      * CALLED BY: CLMDTL00, CLMEST01, ELIGINQ1, APPINQ1, AUTHINQ1,    *
      *            DDCINQ1, HDRINQ1, CNTINQ1, MBRMNT1, MBRPRF1,        *
      *            OHIMNT1, CCOMMT1, CLMCOR01, NOTEINQ1, MBRXCP1,      *
      *            REJRPR1, DUPWRK1, QAWRKS1, PAYINQ1, ACCADJ1         *
      * TABLES:   HCAS.PHI_ACCESS_LOG, HCAS.CLAIM_MASTER               *
      * FREQUENCY: PER ONLINE INQUIRY                                  *
      *================================================================*
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY HCCOMMON.

           EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-LOG-MEMBER-ID            PIC X(12).
       01  WS-LOG-DATE                 PIC X(08).

       LINKAGE SECTION.

       01  LS-ACCESS-REQUEST.
           05  LS-ACC-USER-ID          PIC X(08).
           05  LS-ACC-TRAN-CODE        PIC X(04).
           05  LS-ACC-PROGRAM-ID       PIC X(08).
           05  LS-ACC-TYPE             PIC X(01).
           05  LS-ACC-MEMBER-ID        PIC X(12).
           05  LS-ACC-CLAIM-ID         PIC X(15).

       01  LS-ACCESS-RESPONSE.
           05  LS-ACC-RC               PIC X(02).
           05  LS-ACC-MSG              PIC X(80).

       PROCEDURE DIVISION USING LS-ACCESS-REQUEST
                                LS-ACCESS-RESPONSE.

       0000-MAIN-PROCESS.
           MOVE '00' TO LS-ACC-RC
           MOVE SPACES TO LS-ACC-MSG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOG-DATE
           MOVE LS-ACC-MEMBER-ID TO WS-LOG-MEMBER-ID
           IF WS-LOG-MEMBER-ID = SPACES OR LOW-VALUES
               PERFORM 1000-MEMBER-FROM-CLAIM
           END-IF
           IF LS-ACC-RC = '00'
               PERFORM 2000-WRITE-LOG
           END-IF
           GOBACK.

       1000-MEMBER-FROM-CLAIM.
           IF LS-ACC-CLAIM-ID = SPACES OR LOW-VALUES
               MOVE '08' TO LS-ACC-RC
               MOVE 'NO MEMBER OR CLAIM GIVEN FOR THE ACCESS LOG'
                   TO LS-ACC-MSG
               EXIT PARAGRAPH
           END-IF
           EXEC SQL
               SELECT MEMBER_ID
               INTO :WS-LOG-MEMBER-ID
               FROM HCAS.CLAIM_MASTER
               WHERE CLAIM_ID = :LS-ACC-CLAIM-ID
           END-EXEC
      *--- A CLAIM NOT YET ON CLAIM_MASTER IS STILL LOGGED ---
           IF SQLCODE NOT = ZERO
               MOVE SPACES TO WS-LOG-MEMBER-ID
           END-IF.

       2000-WRITE-LOG.
           EXEC SQL
               INSERT INTO HCAS.PHI_ACCESS_LOG
                   (ACCESS_TS, ACCESS_DATE, USER_ID, TRAN_CODE,
                    PROGRAM_ID, ACCESS_TYPE, MEMBER_ID, CLAIM_ID)
               VALUES
                   (CURRENT TIMESTAMP, :WS-LOG-DATE,
                    :LS-ACC-USER-ID, :LS-ACC-TRAN-CODE,
                    :LS-ACC-PROGRAM-ID, :LS-ACC-TYPE,
                    :WS-LOG-MEMBER-ID, :LS-ACC-CLAIM-ID)
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE '08' TO LS-ACC-RC
               MOVE 'PHI ACCESS LOG UNAVAILABLE - INQUIRY NOT SHOWN'
                   TO LS-ACC-MSG
           END-IF.
