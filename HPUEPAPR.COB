       IDENTIFICATION DIVISION.
         PROGRAM-ID. COBEPAPR.
         AUTHOR. Wesley Salesberry.
         DATE-WRITTEN. OCT 15 2026.
      * Second-person step for ENT_PROJ maintenance batches.  COBEPMNT
      * parm 'S' stages a batch on ENTP_BATCH as pending with its
      * submitter, preview counts and a hash of the ENTPTRAN file;
      * this program accepts or rejects it, and COBEPMNT will only
      * apply a batch this program has accepted.
      *   parm byte 1     A approve, R reject, L list the trail
      *   parm bytes 2-9  batch identifier (optional for L - blank
      *                   lists every batch)
      *   parm bytes 10+  note recorded with the decision
      * An approval re-reads ENTPTRAN and lists it on the report, so
      * the approver signs off the file that will be applied, and it
      * must hash to what was staged.  Neither decision may be taken
      * under the user id that staged the batch.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT IN-ENT-TRAN         ASSIGN TO ENTPTRAN
                                      FILE STATUS IS IN-FILE-STATUS.

           SELECT OT-APPROVAL-RPT     ASSIGN TO EPAPRRPT
                                      FILE STATUS IS OT-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
       FD IN-ENT-TRAN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ENT-TRAN-RECORD.

      * Same layout as COBEPMNT's ENTPTRAN record.
       01 ENT-TRAN-RECORD.
          05 TRN-ACTION             PIC X(01).
          05 TRN-REGION             PIC X(01).
          05 TRN-ENTITY-NAME        PIC X(30).
          05 TRN-PROJECT-ID         PIC X(04).
          05 FILLER                 PIC X(04).

       FD OT-APPROVAL-RPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPROVAL-FILE-REC.

       01 APPROVAL-FILE-REC          PIC X(200).

         WORKING-STORAGE SECTION.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

       01 IN-FILE-STATUS             PIC XX.
       01 OT-FILE-STATUS             PIC XX.

       01 IN-END-OF-FILE             PIC A(1)   VALUE 'N'.
       01 WS-IN-FILE-OPEN            PIC A(1)   VALUE 'N'.

       01 WS-RUN-MODE                PIC X(01)  VALUE SPACES.
       01 WS-BATCH-ID                PIC X(08)  VALUE SPACES.
       01 WS-DECISION-NOTE           PIC X(40)  VALUE SPACES.
       01 WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
       01 WS-RUN-TIME                PIC 9(08)  VALUE ZERO.

      * DB2 authorization id of the approver's job.
       01 WS-USER-ID                 PIC X(08)  VALUE SPACES.

      * ENTP_BATCH row - STATUS is P pending, A approved,
      * R rejected, X applied, B backed out.
       01 EBT-BATCH-ID               PIC X(08).
       01 EBT-STATUS                 PIC X(01).
       01 EBT-SUBMIT-USER            PIC X(08).
       01 EBT-SUBMIT-DATE            PIC 9(08).
       01 EBT-SUBMIT-TIME            PIC 9(08).
       01 EBT-TRAN-COUNT             PIC S9(09) COMP.
       01 EBT-HASH-TOTAL             PIC S9(09) COMP.
       01 EBT-PRV-VALID              PIC S9(09) COMP.
       01 EBT-PRV-REJECTED           PIC S9(09) COMP.
       01 EBT-PRV-CHANGES            PIC S9(09) COMP.
       01 EBT-APPROVE-USER           PIC X(08).
       01 EBT-APPROVE-DATE           PIC 9(08).
       01 EBT-APPROVE-TIME           PIC 9(08).
       01 EBT-APPROVE-NOTE           PIC X(40).
       01 EBT-APPLY-USER             PIC X(08).
       01 EBT-APPLY-DATE             PIC 9(08).
       01 EBT-APPLY-TIME             PIC 9(08).
       01 EBT-APPLIED                PIC S9(09) COMP.
       01 EBT-REJECTED               PIC S9(09) COMP.

      * ENTP_BATCH_LOG row.  EVENT is S staged, A approved,
      * R rejected, U applied, B backed out, F refused.
       01 EBL-EVENT-DATE             PIC 9(08).
       01 EBL-EVENT-TIME             PIC 9(08).
       01 EBL-EVENT                  PIC X(01).
       01 EBL-USER-ID                PIC X(08).
       01 EBL-PROGRAM-ID             PIC X(08).
       01 EBL-NOTE                   PIC X(60).

       01 END-OF-BATCH-CSR           PIC A(01)  VALUE 'N'.
       01 END-OF-EVENT-CSR           PIC A(01)  VALUE 'N'.

      * Same content hash as COBEPMNT's 205 - every byte of every
      * record, in order, folded into a running remainder.
       78 HASH-MODULUS               VALUE 999999937.
       01 WS-HASH-TOTAL              PIC S9(09) COMP VALUE ZERO.
       01 WS-HASH-COUNT              PIC S9(09) COMP VALUE ZERO.
       01 WS-HASH-WORK               PIC S9(18) COMP.
       01 WS-HASH-QUOT               PIC S9(18) COMP.
       01 WS-HASH-POS                PIC 9(02).
       01 WS-HASH-BYTE-AREA.
          05 FILLER                  PIC X(01)  VALUE LOW-VALUE.
          05 WS-HASH-BYTE            PIC X(01).
       01 WS-HASH-BYTE-VALUE REDEFINES WS-HASH-BYTE-AREA
                                     PIC 9(04) COMP.

       01 WS-REFUSE-REASON           PIC X(60).

       01 WS-CNT1-DISPLAY            PIC 9(09).
       01 WS-CNT2-DISPLAY            PIC 9(09).
       01 WS-CNT3-DISPLAY            PIC 9(09).
       01 WS-CNT4-DISPLAY            PIC 9(09).

      * Run-summary counters.
       01 WS-TRAN-LISTED-COUNT       PIC 9(05)  VALUE ZERO.
       01 WS-BATCH-LISTED-COUNT      PIC 9(05)  VALUE ZERO.
       01 WS-EVENT-LISTED-COUNT      PIC 9(07)  VALUE ZERO.

       01 SQL-ERROR-MESSAGE.
          05 SQL-ERROR-LEN           PIC S9(4) COMP-5
                                                VALUE +1320.
          05 SQL-ERROR-TEXT          PIC X(132) OCCURS 10 TIMES
                INDEXED BY ERROR-INDEX.
       01 SQL-MSG                    PIC X(40).

       77 SQL-ERROR-TEXT-LENGTH      PIC S9(9) COMP-5
                                                VALUE +132.

       01 FILE-ERROR.
          05 WS-ERROR-MSG            PIC X(20).
          05 WS-ERROR-LOC            PIC X(30).
          05 WS-FILE-STATUS          PIC X(02).

       01 WS-GENERIC-LINE            PIC X(200).

      * Run-log work area - one RUN_LOG row per run, as the rest of
      * the chain does.
       01 RNL-PROGRAM-ID             PIC X(08)  VALUE 'COBEPAPR'.
       01 RNL-RUN-PARM               PIC X(08)  VALUE SPACES.
       01 RNL-END-DATE               PIC 9(08)  VALUE ZERO.
       01 RNL-END-TIME               PIC 9(08)  VALUE ZERO.
       01 RNL-RETURN-CODE            PIC S9(04) COMP.
       01 RNL-CTR1-NAME              PIC X(12)  VALUE 'TRANS'.
       01 RNL-CTR1-COUNT             PIC S9(09) COMP.
       01 RNL-CTR2-NAME              PIC X(12)  VALUE 'BATCHES'.
       01 RNL-CTR2-COUNT             PIC S9(09) COMP.
       01 RNL-CTR3-NAME              PIC X(12)  VALUE 'EVENTS'.
       01 RNL-CTR3-COUNT             PIC S9(09) COMP.

         LINKAGE SECTION.
       01 PARM-INPUT.
          05 PARM-LENGTH             PIC S9(4) COMP.
          05 PARM-NAME.
             10 PARM-MODE            PIC X(1).
             10 PARM-BATCH-ID        PIC X(8).
             10 PARM-NOTE            PIC X(40).

       PROCEDURE DIVISION.
      * Begin Main Program

           PERFORM 000-GET-INPUT-PARMS.
           PERFORM 001-OPEN-FILES.
           PERFORM 030-GET-USER-ID.

           IF WS-RUN-MODE IS EQUAL TO 'L' THEN
              PERFORM 500-LIST-APPROVAL-TRAIL
           ELSE
              PERFORM 100-READ-BATCH
              PERFORM 110-CHECK-DECISION-ALLOWED

              IF WS-RUN-MODE IS EQUAL TO 'A' THEN
                 PERFORM 200-REVIEW-TRAN-FILE
                 PERFORM 300-APPROVE-BATCH
              ELSE
                 PERFORM 400-REJECT-BATCH
              END-IF
           END-IF.

           EXEC SQL
                COMMIT
                END-EXEC.
           MOVE 'Final Commit Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           PERFORM 950-WRITE-RUN-SUMMARY.
           PERFORM 960-INSERT-RUN-LOG.
           PERFORM 800-CLOSE-FILE.

           STOP RUN.

      * End Main Program

       000-GET-INPUT-PARMS.
           MOVE SPACES TO WS-RUN-MODE.
           MOVE SPACES TO WS-BATCH-ID.
           MOVE SPACES TO WS-DECISION-NOTE.

           IF PARM-LENGTH IS GREATER THAN ZERO THEN
              MOVE PARM-MODE TO WS-RUN-MODE
           END-IF.

           IF PARM-LENGTH IS GREATER THAN 8 THEN
              MOVE PARM-BATCH-ID TO WS-BATCH-ID
           ELSE
              IF PARM-LENGTH IS GREATER THAN 1 THEN
                 MOVE PARM-NAME(2:PARM-LENGTH - 1) TO WS-BATCH-ID
              END-IF
           END-IF.

           IF PARM-LENGTH IS GREATER THAN 9 THEN
              MOVE PARM-NAME(10:PARM-LENGTH - 9) TO WS-DECISION-NOTE
           END-IF.

           IF WS-RUN-MODE IS NOT EQUAL TO 'A'
              AND WS-RUN-MODE IS NOT EQUAL TO 'R'
              AND WS-RUN-MODE IS NOT EQUAL TO 'L' THEN
              DISPLAY 'PARM BYTE 1 MUST BE A (APPROVE), R (REJECT) '
                 'OR L (LIST) - GOT ' WS-RUN-MODE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF WS-RUN-MODE IS NOT EQUAL TO 'L'
              AND WS-BATCH-ID IS EQUAL TO SPACES THEN
              DISPLAY 'APPROVE OR REJECT NEEDS THE BATCH '
                 'IDENTIFIER IN PARM BYTES 2-9'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

      * ENTPTRAN is only needed to approve; a reject or a listing
      * runs without it.
       001-OPEN-FILES.
           OPEN OUTPUT OT-APPROVAL-RPT.

           IF OT-FILE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'Report File Error' TO WS-ERROR-MSG
              MOVE 'Error In 001-OPEN-FILES' TO WS-ERROR-LOC
              MOVE OT-FILE-STATUS TO WS-FILE-STATUS
              PERFORM 900-FILE-ERROR
           END-IF.

           IF WS-RUN-MODE IS EQUAL TO 'A' THEN
              OPEN INPUT IN-ENT-TRAN

              IF IN-FILE-STATUS IS NOT EQUAL TO '00' THEN
                 MOVE 'Input File Error' TO WS-ERROR-MSG
                 MOVE 'Error In 001-OPEN-FILES' TO WS-ERROR-LOC
                 MOVE IN-FILE-STATUS TO WS-FILE-STATUS
                 PERFORM 900-FILE-ERROR
              END-IF

              MOVE 'Y' TO WS-IN-FILE-OPEN
           END-IF.

       030-GET-USER-ID.
           EXEC SQL
                SET :WS-USER-ID = USER
                END-EXEC.

           MOVE 'User Id SET Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           DISPLAY 'RUNNING UNDER USER ID ' WS-USER-ID.

       100-READ-BATCH.
           EXEC SQL
                SELECT STATUS,
                SUBMIT_USER,
                SUBMIT_DATE,
                SUBMIT_TIME,
                TRAN_COUNT,
                HASH_TOTAL,
                PRV_VALID,
                PRV_REJECTED,
                PRV_CHANGES
                INTO :EBT-STATUS,
                :EBT-SUBMIT-USER,
                :EBT-SUBMIT-DATE,
                :EBT-SUBMIT-TIME,
                :EBT-TRAN-COUNT,
                :EBT-HASH-TOTAL,
                :EBT-PRV-VALID,
                :EBT-PRV-REJECTED,
                :EBT-PRV-CHANGES
                FROM ENTP_BATCH
                WHERE BATCH_ID = :WS-BATCH-ID
                END-EXEC.

           MOVE 'Batch SELECT Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              DISPLAY 'BATCH ' WS-BATCH-ID ' IS NOT ON ENTP_BATCH'
              MOVE 8 TO RETURN-CODE
              PERFORM 960-INSERT-RUN-LOG
              PERFORM 800-CLOSE-FILE
              STOP RUN
           END-IF.

           MOVE EBT-TRAN-COUNT TO WS-CNT1-DISPLAY.
           MOVE EBT-PRV-VALID TO WS-CNT2-DISPLAY.
           MOVE EBT-PRV-REJECTED TO WS-CNT3-DISPLAY.
           MOVE EBT-PRV-CHANGES TO WS-CNT4-DISPLAY.

           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'BATCH ' WS-BATCH-ID
              ' STATUS ' EBT-STATUS
              ' SUBMITTED BY ' EBT-SUBMIT-USER
              ' ON ' EBT-SUBMIT-DATE ' ' EBT-SUBMIT-TIME
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE APPROVAL-FILE-REC FROM WS-GENERIC-LINE.

           MOVE SPACES TO WS-GENERIC-LINE.
           STRING '  PREVIEW - RECORDS: ' WS-CNT1-DISPLAY
              '  VALID: ' WS-CNT2-DISPLAY
              '  REJECTED: ' WS-CNT3-DISPLAY
              '  ASSIGNMENT CHANGES: ' WS-CNT4-DISPLAY
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE APPROVAL-FILE-REC FROM WS-GENERIC-LINE.

      * Only a pending batch can be decided, and never by the id
      * that staged it - the segregation-of-duties rule.
       110-CHECK-DECISION-ALLOWED.
           IF EBT-STATUS IS NOT EQUAL TO 'P' THEN
              MOVE SPACES TO WS-REFUSE-REASON
              STRING 'BATCH STATUS IS ' EBT-STATUS
                 ' - ONLY A PENDING (P) BATCH CAN BE DECIDED'
                 DELIMITED BY SIZE INTO WS-REFUSE-REASON
              END-STRING
              PERFORM 150-REFUSE-DECISION
           END-IF.

           IF WS-USER-ID IS EQUAL TO EBT-SUBMIT-USER THEN
              MOVE 'DECISION ATTEMPTED BY THE SUBMITTER'
                 TO WS-REFUSE-REASON
              PERFORM 150-REFUSE-DECISION
           END-IF.

       150-REFUSE-DECISION.
           DISPLAY 'BATCH ' WS-BATCH-ID ' REFUSED - '
              WS-REFUSE-REASON.

           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'REFUSED:  BATCH ' WS-BATCH-ID ' - '
              WS-REFUSE-REASON
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE APPROVAL-FILE-REC FROM WS-GENERIC-LINE.

           MOVE 'F' TO EBL-EVENT.
           MOVE WS-REFUSE-REASON TO EBL-NOTE.
           PERFORM 600-WRITE-BATCH-EVENT.

           EXEC SQL
                COMMIT
                END-EXEC.
           MOVE 'Refusal Commit Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 8 TO RETURN-CODE.
           PERFORM 960-INSERT-RUN-LOG.
           PERFORM 800-CLOSE-FILE.
           STOP RUN.

      * Lists every transaction the approver is signing off and
      * hashes the file as it goes.  A file that no longer matches
      * the staged count and hash was edited after the preview, so
      * it cannot be approved - it must be staged again.
       200-REVIEW-TRAN-FILE.
           MOVE ZERO TO WS-HASH-TOTAL.
           MOVE ZERO TO WS-HASH-COUNT.

           PERFORM 210-READ-TRANSACTION.

           PERFORM UNTIL IN-END-OF-FILE IS EQUAL TO 'Y'
                   PERFORM 220-WRITE-TRAN-LINE
                   PERFORM 210-READ-TRANSACTION
           END-PERFORM.

           IF WS-HASH-COUNT IS NOT EQUAL TO EBT-TRAN-COUNT
              OR WS-HASH-TOTAL IS NOT EQUAL TO EBT-HASH-TOTAL THEN
              MOVE 'ENTPTRAN CONTENT DIFFERS FROM THE STAGED BATCH'
                 TO WS-REFUSE-REASON
              PERFORM 150-REFUSE-DECISION
           END-IF.

       210-READ-TRANSACTION.
           READ IN-ENT-TRAN
           AT END
              MOVE 'Y' TO IN-END-OF-FILE
           NOT AT END
              PERFORM 215-HASH-TRAN-RECORD
           END-READ.

       215-HASH-TRAN-RECORD.
           ADD 1 TO WS-HASH-COUNT.
           MOVE 1 TO WS-HASH-POS.

           PERFORM UNTIL WS-HASH-POS IS GREATER THAN 40
                   MOVE ENT-TRAN-RECORD(WS-HASH-POS:1) TO WS-HASH-BYTE
                   COMPUTE WS-HASH-WORK = WS-HASH-TOTAL * 257
                      + WS-HASH-BYTE-VALUE + 1
                   DIVIDE WS-HASH-WORK BY HASH-MODULUS
                      GIVING WS-HASH-QUOT
                      REMAINDER WS-HASH-TOTAL
                   ADD 1 TO WS-HASH-POS
           END-PERFORM.

       220-WRITE-TRAN-LINE.
           ADD 1 TO WS-TRAN-LISTED-COUNT.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING '  TRAN:   ACTION ' TRN-ACTION
              ' REGION ' TRN-REGION
              ' ENTITY ' TRN-ENTITY-NAME
              ' PROJECT ' TRN-PROJECT-ID
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE APPROVAL-FILE-REC FROM WS-GENERIC-LINE.

       300-APPROVE-BATCH.
           EXEC SQL
                UPDATE ENTP_BATCH
                SET STATUS = 'A',
                APPROVE_USER = :WS-USER-ID,
                APPROVE_DATE = :WS-RUN-DATE,
                APPROVE_TIME = :WS-RUN-TIME,
                APPROVE_NOTE = :WS-DECISION-NOTE
                WHERE BATCH_ID = :WS-BATCH-ID
                AND STATUS = 'P'
                END-EXEC.

           MOVE 'Batch Approve UPDATE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 'A' TO EBL-EVENT.
           MOVE WS-DECISION-NOTE TO EBL-NOTE.
           PERFORM 600-WRITE-BATCH-EVENT.

           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'APPROVED: BATCH ' WS-BATCH-ID
              ' BY ' WS-USER-ID
              ' - ' WS-DECISION-NOTE
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE APPROVAL-FILE-REC FROM WS-GENERIC-LINE.

           DISPLAY 'BATCH ' WS-BATCH-ID ' APPROVED BY ' WS-USER-ID.

       400-REJECT-BATCH.
           EXEC SQL
                UPDATE ENTP_BATCH
                SET STATUS = 'R',
                APPROVE_USER = :WS-USER-ID,
                APPROVE_DATE = :WS-RUN-DATE,
                APPROVE_TIME = :WS-RUN-TIME,
                APPROVE_NOTE = :WS-DECISION-NOTE
                WHERE BATCH_ID = :WS-BATCH-ID
                AND STATUS = 'P'
                END-EXEC.

           MOVE 'Batch Reject UPDATE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 'R' TO EBL-EVENT.
           MOVE WS-DECISION-NOTE TO EBL-NOTE.
           PERFORM 600-WRITE-BATCH-EVENT.

           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'REJECTED: BATCH ' WS-BATCH-ID
              ' BY ' WS-USER-ID
              ' - ' WS-DECISION-NOTE
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE APPROVAL-FILE-REC FROM WS-GENERIC-LINE.

           DISPLAY 'BATCH ' WS-BATCH-ID ' REJECTED BY ' WS-USER-ID.

      * The approval trail - each batch's header as it stands, then
      * every event logged against it in time order.  A blank batch
      * identifier lists every batch on ENTP_BATCH.
       500-LIST-APPROVAL-TRAIL.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'ENT_PROJ MAINTENANCE BATCH APPROVAL TRAIL '
              WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE APPROVAL-FILE-REC FROM WS-GENERIC-LINE.

           EXEC SQL
                DECLARE BATCH-TRAIL-CSR CURSOR FOR
                SELECT BATCH_ID,
                STATUS,
                SUBMIT_USER,
                SUBMIT_DATE,
                SUBMIT_TIME,
                TRAN_COUNT,
                PRV_VALID,
                PRV_REJECTED,
                PRV_CHANGES,
                APPROVE_USER,
                APPROVE_DATE,
                APPROVE_TIME,
                APPROVE_NOTE,
                APPLY_USER,
                APPLY_DATE,
                APPLY_TIME,
                APPLIED,
                REJECTED
                FROM ENTP_BATCH
                WHERE BATCH_ID = :WS-BATCH-ID
                OR :WS-BATCH-ID = ' '
                ORDER BY SUBMIT_DATE, SUBMIT_TIME, BATCH_ID
                END-EXEC.

           EXEC SQL
                DECLARE EVENT-TRAIL-CSR CURSOR FOR
                SELECT EVENT_DATE,
                EVENT_TIME,
                EVENT,
                USER_ID,
                PROGRAM_ID,
                NOTE
                FROM ENTP_BATCH_LOG
                WHERE BATCH_ID = :EBT-BATCH-ID
                ORDER BY EVENT_DATE, EVENT_TIME
                END-EXEC.

           EXEC SQL
                OPEN BATCH-TRAIL-CSR
                END-EXEC.

           MOVE 'Batch Trail Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 'N' TO END-OF-BATCH-CSR.

           PERFORM 510-FETCH-BATCH.

           PERFORM UNTIL END-OF-BATCH-CSR IS EQUAL TO 'Y'
                   PERFORM 520-LIST-ONE-BATCH
                   PERFORM 510-FETCH-BATCH
           END-PERFORM.

           EXEC SQL
                CLOSE BATCH-TRAIL-CSR
                END-EXEC.

           MOVE 'Batch Trail Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF WS-BATCH-LISTED-COUNT IS EQUAL TO ZERO THEN
              MOVE SPACES TO WS-GENERIC-LINE
              STRING 'NO ENTP_BATCH ROWS FOUND ' WS-BATCH-ID
                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
              END-STRING
              WRITE APPROVAL-FILE-REC FROM WS-GENERIC-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.

       510-FETCH-BATCH.
           EXEC SQL
                FETCH BATCH-TRAIL-CSR
                INTO
                :EBT-BATCH-ID,
                :EBT-STATUS,
                :EBT-SUBMIT-USER,
                :EBT-SUBMIT-DATE,
                :EBT-SUBMIT-TIME,
                :EBT-TRAN-COUNT,
                :EBT-PRV-VALID,
                :EBT-PRV-REJECTED,
                :EBT-PRV-CHANGES,
                :EBT-APPROVE-USER,
                :EBT-APPROVE-DATE,
                :EBT-APPROVE-TIME,
                :EBT-APPROVE-NOTE,
                :EBT-APPLY-USER,
                :EBT-APPLY-DATE,
                :EBT-APPLY-TIME,
                :EBT-APPLIED,
                :EBT-REJECTED
                END-EXEC.

           MOVE 'Batch Trail Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO END-OF-BATCH-CSR
           END-IF.

       520-LIST-ONE-BATCH.
           ADD 1 TO WS-BATCH-LISTED-COUNT.

           MOVE SPACES TO WS-GENERIC-LINE.
           WRITE APPROVAL-FILE-REC FROM WS-GENERIC-LINE.

           MOVE EBT-TRAN-COUNT TO WS-CNT1-DISPLAY.
           MOVE EBT-PRV-VALID TO WS-CNT2-DISPLAY.
           MOVE EBT-PRV-REJECTED TO WS-CNT3-DISPLAY.
           MOVE EBT-PRV-CHANGES TO WS-CNT4-DISPLAY.

           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'BATCH ' EBT-BATCH-ID
              ' STATUS ' EBT-STATUS
              ' SUBMITTED BY ' EBT-SUBMIT-USER
              ' ON ' EBT-SUBMIT-DATE ' ' EBT-SUBMIT-TIME
              '  RECORDS ' WS-CNT1-DISPLAY
              '  VALID ' WS-CNT2-DISPLAY
              '  REJECTED ' WS-CNT3-DISPLAY
              '  CHANGES ' WS-CNT4-DISPLAY
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE APPROVAL-FILE-REC FROM WS-GENERIC-LINE.

           IF EBT-APPROVE-USER IS NOT EQUAL TO SPACES THEN
              MOVE SPACES TO WS-GENERIC-LINE
              STRING '  DECIDED BY ' EBT-APPROVE-USER
                 ' ON ' EBT-APPROVE-DATE ' ' EBT-APPROVE-TIME
                 ' - ' EBT-APPROVE-NOTE
                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
              END-STRING
              WRITE APPROVAL-FILE-REC FROM WS-GENERIC-LINE
           END-IF.

           IF EBT-APPLY-USER IS NOT EQUAL TO SPACES THEN
              MOVE EBT-APPLIED TO WS-CNT1-DISPLAY
              MOVE EBT-REJECTED TO WS-CNT2-DISPLAY
              MOVE SPACES TO WS-GENERIC-LINE
              STRING '  APPLIED BY ' EBT-APPLY-USER
                 ' ON ' EBT-APPLY-DATE ' ' EBT-APPLY-TIME
                 '  APPLIED ' WS-CNT1-DISPLAY
                 '  REJECTED ' WS-CNT2-DISPLAY
                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
              END-STRING
              WRITE APPROVAL-FILE-REC FROM WS-GENERIC-LINE
           END-IF.

           EXEC SQL
                OPEN EVENT-TRAIL-CSR
                END-EXEC.

           MOVE 'Event Trail Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 'N' TO END-OF-EVENT-CSR.

           PERFORM 530-FETCH-EVENT.

           PERFORM UNTIL END-OF-EVENT-CSR IS EQUAL TO 'Y'
                   PERFORM 540-WRITE-EVENT-LINE
                   PERFORM 530-FETCH-EVENT
           END-PERFORM.

           EXEC SQL
                CLOSE EVENT-TRAIL-CSR
                END-EXEC.

           MOVE 'Event Trail Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

       530-FETCH-EVENT.
           EXEC SQL
                FETCH EVENT-TRAIL-CSR
                INTO
                :EBL-EVENT-DATE,
                :EBL-EVENT-TIME,
                :EBL-EVENT,
                :EBL-USER-ID,
                :EBL-PROGRAM-ID,
                :EBL-NOTE
                END-EXEC.

           MOVE 'Event Trail Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO END-OF-EVENT-CSR
           END-IF.

       540-WRITE-EVENT-LINE.
           ADD 1 TO WS-EVENT-LISTED-COUNT.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING '    EVENT ' EBL-EVENT
              ' ' EBL-EVENT-DATE ' ' EBL-EVENT-TIME
              ' USER ' EBL-USER-ID
              ' PROGRAM ' EBL-PROGRAM-ID
              ' ' EBL-NOTE
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE APPROVAL-FILE-REC FROM WS-GENERIC-LINE.

       600-WRITE-BATCH-EVENT.
           MOVE 'COBEPAPR' TO EBL-PROGRAM-ID.

           EXEC SQL
                INSERT INTO ENTP_BATCH_LOG
                   (BATCH_ID, EVENT_DATE, EVENT_TIME, EVENT,
                    USER_ID, PROGRAM_ID, NOTE)
                VALUES
                   (:WS-BATCH-ID, :WS-RUN-DATE, :WS-RUN-TIME,
                    :EBL-EVENT, :WS-USER-ID, :EBL-PROGRAM-ID,
                    :EBL-NOTE)
                END-EXEC.

           MOVE 'Batch Log INSERT Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

       800-CLOSE-FILE.
           IF WS-IN-FILE-OPEN IS EQUAL TO 'Y' THEN
              CLOSE IN-ENT-TRAN
              MOVE 'N' TO WS-IN-FILE-OPEN
           END-IF.

           CLOSE OT-APPROVAL-RPT.

       900-FILE-ERROR.
           DISPLAY '***** FILE ERROR *****'.
           DISPLAY WS-ERROR-MSG.
           DISPLAY WS-ERROR-LOC.
           DISPLAY 'File Status ' WS-FILE-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM 800-CLOSE-FILE.
           STOP RUN.

       950-WRITE-RUN-SUMMARY.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'APPROVAL SUMMARY - MODE: ' WS-RUN-MODE
              '  BATCH: ' WS-BATCH-ID
              '  TRANS LISTED: ' WS-TRAN-LISTED-COUNT
              '  BATCHES LISTED: ' WS-BATCH-LISTED-COUNT
              '  EVENTS LISTED: ' WS-EVENT-LISTED-COUNT
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE APPROVAL-FILE-REC FROM WS-GENERIC-LINE.

           DISPLAY 'APPROVAL SUMMARY - MODE: ' WS-RUN-MODE
              ' BATCH: ' WS-BATCH-ID
              ' TRANS LISTED: ' WS-TRAN-LISTED-COUNT
              ' BATCHES LISTED: ' WS-BATCH-LISTED-COUNT
              ' EVENTS LISTED: ' WS-EVENT-LISTED-COUNT.

       960-INSERT-RUN-LOG.
           ACCEPT RNL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RNL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE WS-TRAN-LISTED-COUNT TO RNL-CTR1-COUNT.
           MOVE WS-BATCH-LISTED-COUNT TO RNL-CTR2-COUNT.
           MOVE WS-EVENT-LISTED-COUNT TO RNL-CTR3-COUNT.
           MOVE WS-BATCH-ID TO RNL-RUN-PARM.

           EXEC SQL
                INSERT INTO RUN_LOG
                   (PROGRAM_ID, RUN_PARM, START_DATE, START_TIME,
                    END_DATE, END_TIME, RETURN_CODE,
                    CTR1_NAME, CTR1_COUNT, CTR2_NAME, CTR2_COUNT,
                    CTR3_NAME, CTR3_COUNT)
                VALUES
                   (:RNL-PROGRAM-ID, :RNL-RUN-PARM,
                    :WS-RUN-DATE, :WS-RUN-TIME,
                    :RNL-END-DATE, :RNL-END-TIME,
                    :RNL-RETURN-CODE,
                    :RNL-CTR1-NAME, :RNL-CTR1-COUNT,
                    :RNL-CTR2-NAME, :RNL-CTR2-COUNT,
                    :RNL-CTR3-NAME, :RNL-CTR3-COUNT)
                END-EXEC.

           MOVE 'Run Log INSERT Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

       910-CHECK-SQL-CODE.
           IF SQLCODE IS NOT EQUAL TO ZEROS THEN
              IF SQLCODE IS NOT EQUAL TO 100 THEN
                 CALL 'DSNTIAR' USING SQLCA
                                      SQL-ERROR-MESSAGE
                                      SQL-ERROR-TEXT-LENGTH
                 DISPLAY '***** SQL ERROR *****'
                 DISPLAY SQL-MSG
                 DISPLAY SQL-ERROR-TEXT(1)
                 MOVE 8 TO RETURN-CODE
                 PERFORM 800-CLOSE-FILE
                 STOP RUN
              END-IF
           END-IF.
