      *    EXACTLY WHICH CLAIMS FAILED AND WHY                   ---
       01  WS-REJECT-REASON            PIC X(40).

      *--- THE PARSED CLAIM IS KEPT WITH THE REJECT (HEADER ON     ---
      *    STAGING_REJECT, LINES AND DIAGNOSES ON THE TWO CHILD   ---
      *    TABLES) SO AN EXAMINER CAN REPAIR IT ON THE REJRPR1    ---
      *    SCREEN AND RELEASE IT WITH ITS ORIGINAL RECEIPT DATE   ---
       01  WS-DB2-REJECT.
           05  HV-REJ-SEQ             PIC S9(09) COMP VALUE ZERO.
           05  HV-REJ-LINE-SEQ        PIC S9(04) COMP.
           05  HV-REJ-DIAG-SEQ        PIC S9(04) COMP.
           05  HV-REJ-PRIMARY-DIAG    PIC X(08).
           05  HV-REJ-CLIA-NUMBER     PIC X(10).

      *--- BALANCING CONTROL TOTAL FOR BALCHK01 ---
       01  WS-BAL-COUNT                PIC S9(09) COMP-3.

           05  WS-CLM-TOTAL-CHARGES   PIC S9(09)V99 COMP-3
                                       VALUE ZERO.
           05  WS-CLM-PLACE-SVC       PIC X(02).
           05  WS-CLM-FACILITY-QUAL   PIC X(01).
           05  WS-CLM-FREQUENCY       PIC X(01).
           05  WS-CLM-RELATIONSHIP    PIC X(02).
           05  WS-CLM-ADMIT-DATE      PIC X(08).
           05  WS-CLM-DISCHARGE-DATE  PIC X(08).
           05  WS-CLM-DISCHARGE-STAT  PIC X(02).
           05  WS-CLM-DRG-CODE        PIC X(04).
      *--- REF*X4 CLIA NUMBER - CLAIM LEVEL (LOOP 2300) ---
           05  WS-CLM-CLIA-NUMBER     PIC X(10).
           05  WS-CLM-DIAG-COUNT      PIC S9(02) COMP VALUE ZERO.
           05  WS-CLM-DIAG-CODES.
               10  WS-CLM-DIAG OCCURS 12 TIMES PIC X(08).
               10  WS-CLM-LN-TO-DT    PIC X(08).
               10  WS-CLM-LN-CHARGES  PIC S9(07)V99 COMP-3.
               10  WS-CLM-LN-UNITS    PIC S9(05)V99 COMP-3.
      *---         REF*X4 CLIA NUMBER - LINE LEVEL (LOOP 2400) ---
               10  WS-CLM-LN-CLIA     PIC X(10).
      *---         SV1-07 DIAGNOSIS CODE POINTERS (HI POSITIONS) ---
               10  WS-CLM-LN-DXPTR    PIC 9(02) OCCURS 4 TIMES.

      *----------------------------------------------------------------*
      * BATCH CONTROL DATA - RECEIVED FROM CALLING PROGRAM              *
           05  HV-STG-TOTAL-CHARGES   PIC S9(09)V99 COMP-3.
           05  HV-STG-PLACE-SVC       PIC X(02).
           05  HV-STG-FREQUENCY       PIC X(01).
           05  HV-STG-TYPE-OF-BILL    PIC X(04).
           05  HV-STG-DISCHARGE-STAT  PIC X(02).
           05  HV-STG-RELATIONSHIP    PIC X(02).
           05  HV-STG-CLIA-NUMBER     PIC X(10).
           05  HV-DIAG-SEQ            PIC 9(03).
           05  HV-DIAG-CODE           PIC X(08).
           05  HV-DIAG-POA            PIC X(01).
           05  WS-HI-COMP8            PIC X(12).
       01  WS-DIAG-IDX                PIC S9(02) COMP.

      *--- SV1-07 COMPOSITE SCRATCH - UP TO FOUR POINTERS ---
       01  WS-DXPTR-SCRATCH.
           05  WS-DXPTR-COMP OCCURS 4 TIMES PIC X(02).
       01  WS-DXPTR-IDX               PIC S9(02) COMP.

      *----------------------------------------------------------------*
      * DB2 HOST VARIABLES FOR CLAIM LINE STAGING INSERT                *
      * (SAME TABLE/COLUMN SET CLMADJ01'S LINE-CURSOR ALREADY READS)   *
           05  HV-STGL-CHARGE         PIC S9(07)V99 COMP-3.
           05  HV-STGL-NDC            PIC X(11).
           05  HV-STGL-DRG            PIC X(04).
           05  HV-STGL-CLIA-NUMBER    PIC X(10).
           05  HV-STGL-DIAG-PTR-1     PIC S9(04) COMP.
           05  HV-STGL-DIAG-PTR-2     PIC S9(04) COMP.
           05  HV-STGL-DIAG-PTR-3     PIC S9(04) COMP.
           05  HV-STGL-DIAG-PTR-4     PIC S9(04) COMP.

      *----------------------------------------------------------------*
      * DB2 HOST VARIABLE FOR DUPLICATE-INTERCHANGE CHECK                *
                   PERFORM 4295-PROCESS-AMT
               WHEN 'DTP'
                   PERFORM 4290-PROCESS-DTP
               WHEN 'CL1'
                   PERFORM 4297-PROCESS-CL1
               WHEN 'REF'
                   PERFORM 4298-PROCESS-REF
               WHEN 'SE '
                   PERFORM 4300-PROCESS-SE
               WHEN 'GE '
               MOVE WS-ELEMENT(1) TO WS-CLM-CLAIM-ID
               COMPUTE WS-CLM-TOTAL-CHARGES =
                   FUNCTION NUMVAL(WS-ELEMENT(2))
      *---     ELEMENT 5 CONTAINS PLACE:QUALIFIER:FREQUENCY ---
               UNSTRING WS-ELEMENT(5)
                   DELIMITED BY WS-ISA-SUB-SEP
                   INTO WS-CLM-PLACE-SVC
                        WS-CLM-FACILITY-QUAL
                        WS-CLM-FREQUENCY
           END-IF

               COMPUTE WS-CLM-LN-UNITS(WS-CLM-LINE-COUNT) =
                   FUNCTION NUMVAL(WS-ELEMENT(4))
           END-IF

      *---     ELEMENT 7 IS COMPOSITE: DIAGNOSIS POINTERS 1-4, ---
      *---     EACH A POSITION (1-12) ON THE CLAIM'S HI SEGMENT ---
           IF WS-ELEMENT-COUNT >= 7
               MOVE SPACES TO WS-DXPTR-SCRATCH
               UNSTRING WS-ELEMENT(7)
                   DELIMITED BY WS-ISA-SUB-SEP
                   INTO WS-DXPTR-COMP(1)
                        WS-DXPTR-COMP(2)
                        WS-DXPTR-COMP(3)
                        WS-DXPTR-COMP(4)
               PERFORM VARYING WS-DXPTR-IDX FROM 1 BY 1
                   UNTIL WS-DXPTR-IDX > 4
                   IF WS-DXPTR-COMP(WS-DXPTR-IDX) NOT = SPACES
                       COMPUTE WS-CLM-LN-DXPTR(WS-CLM-LINE-COUNT,
                                               WS-DXPTR-IDX) =
                           FUNCTION NUMVAL(WS-DXPTR-COMP(WS-DXPTR-IDX))
                   END-IF
               END-PERFORM
           END-IF
           .

       4280-EXIT.
       4295-EXIT.
           EXIT.

      *================================================================*
      * 4297-PROCESS-CL1                                               *
      *   INSTITUTIONAL CLAIM CODE SEGMENT                             *
      *   CL103 = PATIENT DISCHARGE STATUS - CLMPRC01 APPLIES THE      *
      *   DRG TRANSFER RULES FROM IT                                   *
      *================================================================*
       4297-PROCESS-CL1.

           IF IN-CLAIM
               PERFORM 4205-PARSE-ELEMENTS
               IF WS-ELEMENT-COUNT >= 3
                   MOVE WS-ELEMENT(3) TO WS-CLM-DISCHARGE-STAT
               END-IF
           END-IF
           .

       4297-EXIT.
           EXIT.

      *================================================================*
      * 4298-PROCESS-REF                                               *
      *   REFERENCE IDENTIFICATION - ONLY REF01 X4 (CLIA NUMBER) IS    *
      *   KEPT. BEFORE THE FIRST SERVICE LINE IT IS THE CLAIM'S CLIA   *
      *   NUMBER (LOOP 2300); AFTER AN SV1 IT BELONGS TO THAT LINE     *
      *   (LOOP 2400). CLMADJ01 EDITS LAB LINES AGAINST IT             *
      *================================================================*
       4298-PROCESS-REF.

           IF IN-CLAIM
               PERFORM 4205-PARSE-ELEMENTS
               IF WS-ELEMENT-COUNT >= 2
               AND WS-ELEMENT(1) = 'X4'
                   IF WS-CLM-LINE-COUNT > ZERO
                       MOVE WS-ELEMENT(2)
                           TO WS-CLM-LN-CLIA(WS-CLM-LINE-COUNT)
                   ELSE
                       MOVE WS-ELEMENT(2) TO WS-CLM-CLIA-NUMBER
                   END-IF
               END-IF
           END-IF
           .

       4298-EXIT.
           EXIT.

      *================================================================*
      * 4300-PROCESS-SE                                                 *
      *   PROCESS TRANSACTION SET TRAILER - END OF 837                 *
           ELSE
               MOVE WS-CLM-FREQUENCY TO HV-STG-FREQUENCY
           END-IF
      *--- INSTITUTIONAL TYPE OF BILL - CLM05-1 FACILITY TYPE AND ---
      *--- CLM05-3 FREQUENCY. CLMADJ01 HOLDS DRG INTERIM BILLS     ---
      *--- (XX2-XX4) AND ROLLS LATE CHARGES (XX5) FROM THIS        ---
           MOVE SPACES TO HV-STG-TYPE-OF-BILL
           IF WS-CLM-CLAIM-TYPE = 'IN'
           AND WS-CLM-PLACE-SVC NOT = SPACES
               STRING '0'               DELIMITED BY SIZE
                      WS-CLM-PLACE-SVC  DELIMITED BY SIZE
                      HV-STG-FREQUENCY  DELIMITED BY SIZE
                   INTO HV-STG-TYPE-OF-BILL
               END-STRING
           END-IF
      *--- CL103 PATIENT DISCHARGE STATUS - INSTITUTIONAL ONLY ---
           MOVE SPACES TO HV-STG-DISCHARGE-STAT
           IF WS-CLM-CLAIM-TYPE = 'IN'
               MOVE WS-CLM-DISCHARGE-STAT TO HV-STG-DISCHARGE-STAT
           END-IF
      *--- SBR02 RELATIONSHIP CODE - DEFAULT SELF WHEN ABSENT ---
           IF WS-CLM-RELATIONSHIP = SPACES
               MOVE '18' TO HV-STG-RELATIONSHIP
           ELSE
               MOVE WS-CLM-RELATIONSHIP TO HV-STG-RELATIONSHIP
           END-IF
           MOVE WS-CLM-CLIA-NUMBER   TO HV-STG-CLIA-NUMBER
           MOVE WS-CLM-DIAG-COUNT    TO HV-STG-DIAG-COUNT
           IF WS-CLM-DIAG-COUNT > ZERO
               MOVE WS-CLM-DIAG(1)   TO HV-STG-PRIMARY-DIAG
                    LAST_NAME, FIRST_NAME, DOB, GENDER,
                    BILLING_NPI, RENDERING_NPI, REFERRING_NPI,
                    TOTAL_CHARGES, PLACE_OF_SERVICE,
                    FREQUENCY_CODE, TYPE_OF_BILL,
                    DISCHARGE_STATUS, RELATIONSHIP_CODE,
                    CLIA_NUMBER,
                    DIAG_COUNT, PRIMARY_DIAGNOSIS,
                    LINE_COUNT, STATUS,
                    ISA_CONTROL, GS_CONTROL, ST_CONTROL,
                    :HV-STG-BILLING-NPI, :HV-STG-RENDERING-NPI,
                    :HV-STG-REFERRING-NPI,
                    :HV-STG-TOTAL-CHARGES, :HV-STG-PLACE-SVC,
                    :HV-STG-FREQUENCY, :HV-STG-TYPE-OF-BILL,
                    :HV-STG-DISCHARGE-STAT, :HV-STG-RELATIONSHIP,
                    :HV-STG-CLIA-NUMBER,
                    :HV-STG-DIAG-COUNT, :HV-STG-PRIMARY-DIAG,
                    :HV-STG-LINE-COUNT, :HV-STG-STATUS,
                    :HV-STG-ISA-CONTROL, :HV-STG-GS-CONTROL,
               MOVE WS-CLM-LN-CHARGES(WS-LINE-IDX) TO HV-STGL-CHARGE
               MOVE SPACES                         TO HV-STGL-NDC
               MOVE SPACES                         TO HV-STGL-DRG
      *---         A LINE WITHOUT ITS OWN REF*X4 TAKES THE CLAIM'S ---
               IF WS-CLM-LN-CLIA(WS-LINE-IDX) = SPACES
                   MOVE WS-CLM-CLIA-NUMBER TO HV-STGL-CLIA-NUMBER
               ELSE
                   MOVE WS-CLM-LN-CLIA(WS-LINE-IDX)
                       TO HV-STGL-CLIA-NUMBER
               END-IF
               MOVE WS-CLM-LN-DXPTR(WS-LINE-IDX, 1)
                   TO HV-STGL-DIAG-PTR-1
               MOVE WS-CLM-LN-DXPTR(WS-LINE-IDX, 2)
                   TO HV-STGL-DIAG-PTR-2
               MOVE WS-CLM-LN-DXPTR(WS-LINE-IDX, 3)
                   TO HV-STGL-DIAG-PTR-3
               MOVE WS-CLM-LN-DXPTR(WS-LINE-IDX, 4)
                   TO HV-STGL-DIAG-PTR-4

               EXEC SQL
                   INSERT INTO HCAS.CLAIM_LINE_STAGING
                       (CLAIM_ID, LINE_SEQ, PROC_CODE,
                        MODIFIER_1, MODIFIER_2, MODIFIER_3,
                        MODIFIER_4, REV_CODE, DOS_FROM, DOS_THRU,
                        UNITS, LINE_CHARGE, NDC_CODE, DRG_CODE,
                        CLIA_NUMBER, DIAG_PTR_1, DIAG_PTR_2,
                        DIAG_PTR_3, DIAG_PTR_4)
                   VALUES
                       (:HV-STGL-CLAIM-ID, :HV-STGL-LINE-SEQ,
                        :HV-STGL-PROC-CODE,
                        :HV-STGL-MOD4, :HV-STGL-REV-CODE,
                        :HV-STGL-DOS-FROM, :HV-STGL-DOS-THRU,
                        :HV-STGL-UNITS, :HV-STGL-CHARGE,
                        :HV-STGL-NDC, :HV-STGL-DRG,
                        :HV-STGL-CLIA-NUMBER,
                        :HV-STGL-DIAG-PTR-1, :HV-STGL-DIAG-PTR-2,
                        :HV-STGL-DIAG-PTR-3, :HV-STGL-DIAG-PTR-4)
               END-EXEC

               IF SQLCODE NOT = 0

      *================================================================*
      * 4570-RECORD-INTAKE-REJECT                                       *
      *   WRITE THE PER-CLAIM REJECT OUTCOME FOR THE 277CA, TOGETHER   *
      *   WITH THE PARSED CLAIM (HEADER, LINES, DIAGNOSES) AND THE     *
      *   DATE IT WAS RECEIVED, SO A REJECT CAUSED ON OUR SIDE CAN BE  *
      *   REPAIRED ONLINE (REJRPR1) INSTEAD OF WAITING ON A RESUBMIT   *
      *================================================================*
       4570-RECORD-INTAKE-REJECT.

      *--- REJECT_SEQ NUMBERS THE REJECTS WITHIN THE BATCH - THE ---
      *--- CLAIM ID ITSELF MAY BE BLANK OR A DUPLICATE           ---
           EXEC SQL
               SELECT COALESCE(MAX(REJECT_SEQ), 0) + 1
               INTO   :HV-REJ-SEQ
               FROM   HCAS.STAGING_REJECT
               WHERE  BATCH_ID = :WS-BATCH-ID
           END-EXEC
           IF SQLCODE NOT = ZERO
               MOVE 1 TO HV-REJ-SEQ
           END-IF

           IF WS-CLM-DIAG-COUNT > ZERO
               MOVE WS-CLM-DIAG(1)   TO HV-REJ-PRIMARY-DIAG
           ELSE
               MOVE SPACES            TO HV-REJ-PRIMARY-DIAG
           END-IF
           MOVE WS-CLM-CLIA-NUMBER   TO HV-REJ-CLIA-NUMBER

           EXEC SQL
               INSERT INTO HCAS.STAGING_REJECT
                   (BATCH_ID, CLAIM_ID, MEMBER_ID,
                    PATIENT_LAST_NAME, PATIENT_FIRST_NAME,
                    TOTAL_CHARGES, REJECT_REASON,
                    REJECT_DATE, CA_GENERATED,
                    REJECT_SEQ, SUBMITTER_ID, RECEIPT_DATE,
                    CLAIM_TYPE, SUBSCRIBER_ID, DOB, GENDER,
                    BILLING_NPI, RENDERING_NPI, REFERRING_NPI,
                    PLACE_OF_SERVICE, FREQUENCY_CODE,
                    DISCHARGE_STATUS, RELATIONSHIP_CODE,
                    CLIA_NUMBER, PRIMARY_DIAGNOSIS,
                    REPAIR_STATUS)
               VALUES
                   (:WS-BATCH-ID, :WS-CLM-CLAIM-ID,
                    :WS-CLM-MEMBER-ID,
                    :WS-CLM-LAST-NAME, :WS-CLM-FIRST-NAME,
                    :WS-CLM-TOTAL-CHARGES, :WS-REJECT-REASON,
                    :WS-CURRENT-DATE, 'N',
                    :HV-REJ-SEQ, :WS-ISA-SENDER-ID,
                    :WS-CURRENT-DATE,
                    :WS-CLM-CLAIM-TYPE, :WS-CLM-SUBSCRIBER-ID,
                    :WS-CLM-DOB, :WS-CLM-GENDER,
                    :WS-CLM-BILLING-NPI, :WS-CLM-RENDERING-NPI,
                    :WS-CLM-REFERRING-NPI,
                    :WS-CLM-PLACE-SVC, :WS-CLM-FREQUENCY,
                    :WS-CLM-DISCHARGE-STAT, :WS-CLM-RELATIONSHIP,
                    :HV-REJ-CLIA-NUMBER, :HV-REJ-PRIMARY-DIAG,
                    'O')
           END-EXEC
           IF SQLCODE NOT = ZERO
               STRING 'STAGING REJECT INSERT ERROR FOR CLAIM '
                      WS-CLM-CLAIM-ID DELIMITED SPACES
                   INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-INFO
           ELSE
               PERFORM 4572-SAVE-REJECT-LINE
                   VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-CLM-LINE-COUNT
               PERFORM 4574-SAVE-REJECT-DIAG
                   VARYING WS-DIAG-IDX FROM 1 BY 1
                   UNTIL WS-DIAG-IDX > WS-CLM-DIAG-COUNT
           END-IF
           .

       4570-EXIT.
           EXIT.

      *================================================================*
      * 4572-SAVE-REJECT-LINE                                          *
      *   ONE PARSED SERVICE LINE OF A REJECTED CLAIM                  *
      *================================================================*
       4572-SAVE-REJECT-LINE.

           MOVE WS-CLM-LN-SEQ(WS-LINE-IDX) TO HV-REJ-LINE-SEQ
           IF WS-CLM-LN-CLIA(WS-LINE-IDX) = SPACES
               MOVE WS-CLM-CLIA-NUMBER TO HV-REJ-CLIA-NUMBER
           ELSE
               MOVE WS-CLM-LN-CLIA(WS-LINE-IDX) TO HV-REJ-CLIA-NUMBER
           END-IF

           EXEC SQL
               INSERT INTO HCAS.STAGING_REJECT_LINE
                   (BATCH_ID, REJECT_SEQ, LINE_SEQ, PROC_CODE,
                    MODIFIER_1, MODIFIER_2, REV_CODE,
                    DOS_FROM, DOS_THRU, UNITS, LINE_CHARGE,
                    CLIA_NUMBER, DIAG_PTR_1, DIAG_PTR_2,
                    DIAG_PTR_3, DIAG_PTR_4)
               VALUES
                   (:WS-BATCH-ID, :HV-REJ-SEQ, :HV-REJ-LINE-SEQ,
                    :WS-CLM-LN-PROC(WS-LINE-IDX),
                    :WS-CLM-LN-MOD1(WS-LINE-IDX),
                    :WS-CLM-LN-MOD2(WS-LINE-IDX),
                    :WS-CLM-LN-REV-CODE(WS-LINE-IDX),
                    :WS-CLM-LN-FROM-DT(WS-LINE-IDX),
                    :WS-CLM-LN-TO-DT(WS-LINE-IDX),
                    :WS-CLM-LN-UNITS(WS-LINE-IDX),
                    :WS-CLM-LN-CHARGES(WS-LINE-IDX),
                    :HV-REJ-CLIA-NUMBER,
                    :WS-CLM-LN-DXPTR(WS-LINE-IDX, 1),
                    :WS-CLM-LN-DXPTR(WS-LINE-IDX, 2),
                    :WS-CLM-LN-DXPTR(WS-LINE-IDX, 3),
                    :WS-CLM-LN-DXPTR(WS-LINE-IDX, 4))
           END-EXEC
           IF SQLCODE NOT = ZERO
               STRING 'REJECT LINE INSERT ERROR FOR CLAIM '
                      DELIMITED SIZE
                      WS-CLM-CLAIM-ID DELIMITED SPACES
                   INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-INFO
           END-IF
           .

       4572-EXIT.
           EXIT.

      *================================================================*
      * 4574-SAVE-REJECT-DIAG                                          *
      *   ONE PARSED DIAGNOSIS (WITH POA) OF A REJECTED CLAIM          *
      *================================================================*
       4574-SAVE-REJECT-DIAG.

           MOVE WS-DIAG-IDX TO HV-REJ-DIAG-SEQ

           EXEC SQL
               INSERT INTO HCAS.STAGING_REJECT_DIAG
                   (BATCH_ID, REJECT_SEQ, DIAG_SEQ, DIAG_CODE,
                    POA_IND)
               VALUES
                   (:WS-BATCH-ID, :HV-REJ-SEQ, :HV-REJ-DIAG-SEQ,
                    :WS-CLM-DIAG(WS-DIAG-IDX),
                    :WS-CLM-DIAG-POA(WS-DIAG-IDX))
           END-EXEC
           IF SQLCODE NOT = ZERO
               STRING 'REJECT DIAG INSERT ERROR FOR CLAIM '
                      DELIMITED SIZE
                      WS-CLM-CLAIM-ID DELIMITED SPACES
                   INTO WS-LOG-MESSAGE
               PERFORM 9100-LOG-INFO
           END-IF
           .

       4574-EXIT.
           EXIT.

      *================================================================*
      * 4560-WRITE-COB-PRIMARY                                          *
      *   RECORD THE MEDICARE PRIMARY PAYMENT FOR THIS CROSSOVER       *
