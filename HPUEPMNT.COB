           DATA RECORD IS ENT-TRAN-RECORD.

      * One maintenance request per record.  ACTION is A (add),
      * C (change PROJECT_ID) or D (deactivate); REGION is the
      * REGION_CODE of an active REGION_CTL region.
      * A name containing '*' is a wildcard pattern, the same test
      * COBREPT's ENT_PROJ cursors apply.
       01 ENT-TRAN-RECORD.

       78 MNT-WC-TABLE-MAX           VALUE 2000.
       78 PRV-PROG-TABLE-MAX         VALUE 20000.
      * Full-name and wildcard rules together, every region - the
      * report job caps each kind at 2000 per run.
       78 PRV-RULE-TABLE-MAX         VALUE 4000.

      * that captures dozens of programs is seen before commit.
      * 'B' reverses a previously applied batch from the
      * ENT_PROJ_HIST journal - parm bytes 2-9 name the batch.
      * 'S' runs the preview and stages the batch on ENTP_BATCH as
      * pending approval (WS-STAGE-BATCH 'Y', run mode 'P').
       01 WS-RUN-MODE                PIC X(01)  VALUE 'U'.
       01 WS-STAGE-BATCH             PIC A(01)  VALUE 'N'.

      * Batch identifier stamped on every journal row this run
      * writes, and the key a back-out run reverses by.  Defaults
       01 WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
       01 WS-RUN-TIME                PIC 9(08)  VALUE ZERO.

      * DB2 authorization id the job runs under - recorded as the
      * submitter of a staged batch and the user that applied it.
      * COBEPAPR will not let the same id approve its own batch.
       01 WS-USER-ID                 PIC X(08)  VALUE SPACES.

      * ENTP_BATCH row for the batch being applied (050) - an apply
      * run only goes ahead for an approved ('A') batch whose
      * ENTPTRAN content still hashes to what was staged.  STATUS is
      * P pending, A approved, R rejected, X applied, B backed out.
       01 EBT-STATUS                 PIC X(01).
       01 EBT-SUBMIT-USER            PIC X(08).
       01 EBT-APPROVE-USER           PIC X(08).
       01 EBT-TRAN-COUNT             PIC S9(09) COMP.
       01 EBT-HASH-TOTAL             PIC S9(09) COMP.
       01 EBT-PRV-VALID              PIC S9(09) COMP.
       01 EBT-PRV-REJECTED           PIC S9(09) COMP.
       01 EBT-PRV-CHANGES            PIC S9(09) COMP.
       01 EBT-APPLIED                PIC S9(09) COMP.
       01 EBT-REJECTED               PIC S9(09) COMP.

      * ENTP_BATCH_LOG row - one per stage, approval, rejection,
      * apply, back-out or refusal, so the trail of a batch can be
      * reported by COBEPAPR mode 'L'.
       01 EBL-EVENT                  PIC X(01).
       01 EBL-NOTE                   PIC X(60).
       01 EBL-PROGRAM-ID             PIC X(08)  VALUE 'COBEPMNT'.

      * Content hash of the ENTPTRAN file - every byte of every
      * record, in order, folded into a running remainder, so any
      * edit, insert, delete or reordering after staging changes it.
      * COBEPAPR computes it the same way.
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
       01 WS-HASH-DISPLAY            PIC 9(09).
       01 WS-HASH-COUNT-DISPLAY      PIC 9(09).

       01 WS-REFUSE-REASON           PIC X(60).

      * Journal row host variables for the back-out cursor.
       01 JRN-ACTION                 PIC X(01).
       01 JRN-REGION                 PIC X(03).
          05 WS-TRN-ENTITY-NAME      PIC X(30).
          05 WS-TRN-PROJECT-ID       PIC X(04).

      * REGION_CTL qualifier of the transaction's region once 300 has
      * validated it (RGN-TABLE entry WS-TRN-RGN-SUB).  The loads in
      * 100/150 point it at each region in turn.
       01 WS-TRN-REGION-NAME         PIC X(03).
       01 WS-TRN-RGN-SUB             PIC 9(02)  VALUE ZERO.
       01 WS-TRN-IS-WILDCARD         PIC A(01).
       01 WS-REJECT-REASON           PIC X(70).

       01 CSR-PROGRAM                PIC X(08).

      * Preview copies of the active ENT_PROJ rules, both kinds and
      * every region, in SEQ_ID order within each region so the
      * wildcard precedence walk matches the report job's 440.
       01 PRV-ENT-RULES.
          05 PRV-RULE-TABLE OCCURS 4000 TIMES
       01 WS-PRV-PROG-COUNT          PIC 9(05)  VALUE ZERO.
       01 WS-PRV-PROG-SKIPPED       PIC 9(05)  VALUE ZERO.

      * Active regions from REGION_CTL in REGION_SEQ order (020).  A
      * transaction may name any of them; RGN-NEXT-SEQ is the SEQ_ID
      * the next simulated preview add in that region draws.
       78 RGN-TABLE-MAX              VALUE 6.

       01 RGN-CONTROL.
          05 RGN-TABLE OCCURS 6 TIMES.
             10 RGN-QUAL             PIC X(03).
             10 RGN-CODE             PIC X(01).
             10 RGN-NAME             PIC X(20).
             10 RGN-NEXT-SEQ         PIC 9(09).

       01 WS-RGN-COUNT               PIC 9(02)  VALUE ZERO.
       01 WS-RGN-SUB                 PIC 9(02)  VALUE ZERO.
       01 END-OF-REGION-CSR          PIC A(01)  VALUE 'N'.
       01 CSR-RGN-QUAL               PIC X(03).
       01 CSR-RGN-CODE               PIC X(01).
       01 CSR-RGN-NAME               PIC X(20).

      * PROJECT_ICTO and ENT_PROJ are qualified by region at run
      * time, so their statements are PREPAREd from text built here
      * rather than bound with a fixed schema.
       01 WS-DYN-SQL.
          49 WS-DYN-SQL-LEN          PIC S9(4) COMP.
          49 WS-DYN-SQL-TEXT         PIC X(500).
       01 WS-DYN-SQL-PTR             PIC 9(04)  VALUE ZERO.

      * Resolution work area - same full-name-first-then-wildcard
      * order the report job's 410/420/440/445 apply.
       01 WS-PRV-NAME-30             PIC X(30).
       01 WS-PRV-RSLV-PROJID         PIC X(04).
       01 WS-PRV-FOUND               PIC A(01).
       01 WS-PRV-NEW-ASSN            PIC X(04).
       01 WS-PRV-TX-CHANGE-COUNT     PIC 9(05)  VALUE ZERO.

      * Wildcard match work area (459) - same rule as COBREPT's
      * 445-CHECK-WILDCARD-NAME-MATCH: a '*' anywhere in the pattern
      * stands for any run of characters, none included, and the
      * pattern has to account for the whole program name.  Both
      * fields carry one byte of blank past their longest value.
       01 WS-WC-PATTERN              PIC X(31).
       01 WS-WC-PATTERN-LEN          PIC 9(02).
       01 WS-WC-NAME                 PIC X(09).
       01 WS-WC-NAME-LEN             PIC 9(02).
       01 WS-WC-PAT-POS              PIC 9(02).
       01 WS-WC-NAME-POS             PIC 9(02).
       01 WS-WC-STAR-POS             PIC 9(02).
       01 WS-WC-STAR-NAME-POS        PIC 9(02).
       01 WS-WC-MATCH-FAILED         PIC A(01).
       01 WS-WC-MATCH-FOUND          PIC A(01).
       01 WS-WC-BLANK-TALLY          PIC 9(02).
       01 WS-WC-STAR-TALLY           PIC 9(02).

      * Overlap work area (332/333) - same rule as COBREPT's 256/257,
      * so a pattern this program lets in is a pattern the report
      * job will not flag as a conflict.  WS-OVL-CELL(I, J) holds the
      * length of the shortest name matched by both pattern tails
      * from position I of the first and J of the second, 99 when
      * there is none.
       01 WS-OVL-PAT-1               PIC X(31).
       01 WS-OVL-LEN-1               PIC 9(02).
       01 WS-OVL-PAT-2               PIC X(31).
       01 WS-OVL-LEN-2               PIC 9(02).
       01 WS-OVL-I                   PIC 9(02).
       01 WS-OVL-J                   PIC 9(02).
       01 WS-OVL-CAND                PIC 9(02).
       01 WS-OVL-ALT                 PIC 9(02).
       01 WS-OVL-TALLY               PIC 9(02).
       01 WS-OVL-MIN-TABLE.
          05 WS-OVL-ROW OCCURS 31 TIMES.
             10 WS-OVL-CELL          PIC 9(02) OCCURS 31 TIMES.
       01 WS-WC-OVERLAP-FOUND         PIC A(01).
       01 WS-WC-OVERLAP-NAME          PIC X(30).


           PERFORM 000-GET-INPUT-PARMS.
           PERFORM 001-OPEN-FILES.
           PERFORM 020-LOAD-REGION-TABLE.
           PERFORM 030-GET-USER-ID.

           IF WS-STAGE-BATCH IS EQUAL TO 'Y' THEN
              PERFORM 040-CHECK-NEW-BATCH
           END-IF.

           IF WS-RUN-MODE IS EQUAL TO 'U' THEN
              PERFORM 050-VERIFY-APPROVAL
           END-IF.

           IF WS-RUN-MODE IS EQUAL TO 'B' THEN
              PERFORM 650-BACKOUT-BATCH
                 IS EQUAL TO 'Y'
           END-IF.

           IF WS-STAGE-BATCH IS EQUAL TO 'Y' THEN
              PERFORM 070-STAGE-BATCH
           END-IF.

           IF WS-RUN-MODE IS EQUAL TO 'U' THEN
              PERFORM 075-RECORD-APPLY
           END-IF.

           IF WS-RUN-MODE IS EQUAL TO 'B' THEN
              PERFORM 078-RECORD-BACKOUT
           END-IF.

           EXEC SQL
                COMMIT
                END-EXEC.

      * End Main Program

      * Byte 1 'P' turns preview on, 'S' previews and stages the
      * batch for approval, 'B' runs a back-out of the batch named
      * in bytes 2-9, and anything else applies.  An apply must name
      * the approved batch it is applying; a blank batch identifier
      * on a preview or stage run defaults to MMDDHHMM of the run.
       000-GET-INPUT-PARMS.
           MOVE 'U' TO WS-RUN-MODE.
           MOVE 'N' TO WS-STAGE-BATCH.
           MOVE SPACES TO WS-BATCH-ID.

           IF PARM-LENGTH IS GREATER THAN ZERO THEN
                 OR PARM-MODE IS EQUAL TO 'B' THEN
                 MOVE PARM-MODE TO WS-RUN-MODE
              END-IF
              IF PARM-MODE IS EQUAL TO 'S' THEN
                 MOVE 'P' TO WS-RUN-MODE
                 MOVE 'Y' TO WS-STAGE-BATCH
              END-IF
           END-IF.

           IF PARM-LENGTH IS GREATER THAN 8 THEN
                    'IDENTIFIER IN PARM BYTES 2-9'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-RUN-MODE IS EQUAL TO 'U' THEN
                 DISPLAY 'APPLY REQUESTED BUT NO APPROVED BATCH '
                    'IDENTIFIER IN PARM BYTES 2-9'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              ELSE
                 MOVE SPACES TO WS-GENERIC-LINE
                 STRING WS-RUN-DATE(5:4) WS-RUN-TIME(1:4)
                 'CHANGED'
           END-IF.

           IF WS-STAGE-BATCH IS EQUAL TO 'Y' THEN
              DISPLAY 'STAGE MODE - BATCH WILL BE HELD PENDING '
                 'APPROVAL'
           END-IF.

           IF WS-RUN-MODE IS EQUAL TO 'B' THEN
              DISPLAY 'BACK-OUT MODE - REVERSING BATCH ' WS-BATCH-ID
           ELSE
              PERFORM 900-FILE-ERROR
           END-IF.

      * Loads every active region from REGION_CTL.  A transaction
      * naming a code that is not on this table is rejected in 300,
      * so a region is opened for maintenance by a REGION_CTL row,
      * not a program change.  No active region at all, or more
      * than the table holds, stops the run.
       020-LOAD-REGION-TABLE.
           EXEC SQL
                DECLARE REGION-CTL-CSR CURSOR FOR
                SELECT REGION_QUAL,
                REGION_CODE,
                REGION_NAME
                FROM REGION_CTL
                WHERE ACTIVE_ID = 'Y'
                ORDER BY REGION_SEQ
                END-EXEC.

           EXEC SQL
                OPEN REGION-CTL-CSR
                END-EXEC.
           MOVE 'Region Ctl OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE ZERO TO WS-RGN-COUNT.
           MOVE 'N' TO END-OF-REGION-CSR.

           PERFORM 022-FETCH-REGION.

           PERFORM UNTIL END-OF-REGION-CSR IS EQUAL TO 'Y'
                   IF WS-RGN-COUNT IS NOT LESS THAN RGN-TABLE-MAX THEN
                      DISPLAY 'REGION_CTL HAS MORE THAN '
                         RGN-TABLE-MAX ' ACTIVE REGIONS'
                      MOVE 8 TO RETURN-CODE
                      PERFORM 800-CLOSE-FILE
                      STOP RUN
                   END-IF

                   ADD 1 TO WS-RGN-COUNT
                   MOVE CSR-RGN-QUAL TO RGN-QUAL(WS-RGN-COUNT)
                   MOVE CSR-RGN-CODE TO RGN-CODE(WS-RGN-COUNT)
                   MOVE CSR-RGN-NAME TO RGN-NAME(WS-RGN-COUNT)
                   MOVE ZERO TO RGN-NEXT-SEQ(WS-RGN-COUNT)

                   PERFORM 022-FETCH-REGION
           END-PERFORM.

           EXEC SQL
                CLOSE REGION-CTL-CSR
                END-EXEC.
           MOVE 'Region Ctl CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF WS-RGN-COUNT IS EQUAL TO ZERO THEN
              DISPLAY 'NO ACTIVE REGION ON REGION_CTL'
              MOVE 8 TO RETURN-CODE
              PERFORM 800-CLOSE-FILE
              STOP RUN
           END-IF.

       022-FETCH-REGION.
           EXEC SQL
                FETCH REGION-CTL-CSR
                INTO :CSR-RGN-QUAL, :CSR-RGN-CODE, :CSR-RGN-NAME
                END-EXEC.
           MOVE 'Region Ctl FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO END-OF-REGION-CSR
           END-IF.

       030-GET-USER-ID.
           EXEC SQL
                SET :WS-USER-ID = USER
                END-EXEC.

           MOVE 'User Id SET Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           DISPLAY 'RUNNING UNDER USER ID ' WS-USER-ID.

      * A batch identifier is staged once.  A rejected batch is
      * corrected and staged again under a new identifier, so each
      * ENTP_BATCH row keeps the one decision taken on it.
       040-CHECK-NEW-BATCH.
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-ROW-COUNT
                FROM ENTP_BATCH
                WHERE BATCH_ID = :WS-BATCH-ID
                END-EXEC.

           MOVE 'Batch Exists SELECT Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF WS-ROW-COUNT IS GREATER THAN ZERO THEN
              DISPLAY 'BATCH ' WS-BATCH-ID ' IS ALREADY ON '
                 'ENTP_BATCH - STAGE UNDER A NEW IDENTIFIER'
              MOVE 8 TO RETURN-CODE
              PERFORM 960-INSERT-RUN-LOG
              PERFORM 800-CLOSE-FILE
              STOP RUN
           END-IF.

      * Nothing is applied unless the batch was approved by someone
      * other than its submitter and the ENTPTRAN file is the one
      * that was staged.  The whole file is hashed here and then
      * reopened for the apply pass.  A refusal is logged against
      * the batch so the attempt shows on the approval trail.
       050-VERIFY-APPROVAL.
           EXEC SQL
                SELECT STATUS,
                SUBMIT_USER,
                APPROVE_USER,
                TRAN_COUNT,
                HASH_TOTAL
                INTO :EBT-STATUS,
                :EBT-SUBMIT-USER,
                :EBT-APPROVE-USER,
                :EBT-TRAN-COUNT,
                :EBT-HASH-TOTAL
                FROM ENTP_BATCH
                WHERE BATCH_ID = :WS-BATCH-ID
                END-EXEC.

           MOVE 'Batch Approval SELECT Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              DISPLAY 'BATCH ' WS-BATCH-ID ' WAS NEVER STAGED - '
                 'RUN PARM S FIRST'
              MOVE 8 TO RETURN-CODE
              PERFORM 960-INSERT-RUN-LOG
              PERFORM 800-CLOSE-FILE
              STOP RUN
           END-IF.

           IF EBT-STATUS IS NOT EQUAL TO 'A' THEN
              MOVE SPACES TO WS-REFUSE-REASON
              STRING 'BATCH STATUS IS ' EBT-STATUS
                 ' - ONLY AN APPROVED (A) BATCH IS APPLIED'
                 DELIMITED BY SIZE INTO WS-REFUSE-REASON
              END-STRING
              PERFORM 060-REFUSE-BATCH
           END-IF.

           IF EBT-APPROVE-USER IS EQUAL TO EBT-SUBMIT-USER THEN
              MOVE 'APPROVER IS THE SUBMITTER' TO WS-REFUSE-REASON
              PERFORM 060-REFUSE-BATCH
           END-IF.

           PERFORM 055-HASH-TRAN-FILE.

           IF WS-HASH-COUNT IS NOT EQUAL TO EBT-TRAN-COUNT
              OR WS-HASH-TOTAL IS NOT EQUAL TO EBT-HASH-TOTAL THEN
              MOVE 'ENTPTRAN CONTENT DIFFERS FROM THE APPROVED BATCH'
                 TO WS-REFUSE-REASON
              PERFORM 060-REFUSE-BATCH
           END-IF.

           DISPLAY 'BATCH ' WS-BATCH-ID ' APPROVED BY '
              EBT-APPROVE-USER ' - CONTENT VERIFIED'.

       055-HASH-TRAN-FILE.
           MOVE ZERO TO WS-HASH-TOTAL.
           MOVE ZERO TO WS-HASH-COUNT.

           PERFORM 200-READ-TRANSACTION.

           PERFORM UNTIL IN-END-OF-FILE IS EQUAL TO 'Y'
                   PERFORM 200-READ-TRANSACTION
           END-PERFORM.

           CLOSE IN-ENT-TRAN.
           OPEN INPUT IN-ENT-TRAN.

           IF IN-FILE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'Input File Error' TO WS-ERROR-MSG
              MOVE 'Error In 055-HASH-TRAN-FILE' TO WS-ERROR-LOC
              MOVE IN-FILE-STATUS TO WS-FILE-STATUS
              PERFORM 900-FILE-ERROR
           END-IF.

           MOVE 'N' TO IN-END-OF-FILE.
           MOVE ZERO TO WS-TRAN-READ-COUNT.

       060-REFUSE-BATCH.
           DISPLAY 'BATCH ' WS-BATCH-ID ' REFUSED - '
              WS-REFUSE-REASON.

           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'REFUSED:  BATCH ' WS-BATCH-ID ' - '
              WS-REFUSE-REASON
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE AUDIT-FILE-REC FROM WS-GENERIC-LINE.

           MOVE 'F' TO EBL-EVENT.
           MOVE WS-REFUSE-REASON TO EBL-NOTE.
           PERFORM 090-WRITE-BATCH-EVENT.

           EXEC SQL
                COMMIT
                END-EXEC.
           MOVE 'Refusal Commit Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 8 TO RETURN-CODE.
           PERFORM 960-INSERT-RUN-LOG.
           PERFORM 800-CLOSE-FILE.
           STOP RUN.

      * The pending row carries what the approver needs to judge the
      * batch without re-running the preview - who submitted it, how
      * many transactions passed and failed validation, and how many
      * PROGRAM_ID assignments would move - plus the count and hash
      * that bind the approval to this exact file.
       070-STAGE-BATCH.
           MOVE WS-TRAN-PREVIEWED-COUNT TO EBT-PRV-VALID.
           MOVE WS-TRAN-REJECTED-COUNT TO EBT-PRV-REJECTED.
           MOVE WS-PRV-CHANGE-COUNT TO EBT-PRV-CHANGES.

           EXEC SQL
                INSERT INTO ENTP_BATCH
                   (BATCH_ID, STATUS, SUBMIT_USER, SUBMIT_DATE,
                    SUBMIT_TIME, TRAN_COUNT, HASH_TOTAL, PRV_VALID,
                    PRV_REJECTED, PRV_CHANGES, APPROVE_USER,
                    APPROVE_DATE, APPROVE_TIME, APPROVE_NOTE,
                    APPLY_USER, APPLY_DATE, APPLY_TIME, APPLIED,
                    REJECTED)
                VALUES
                   (:WS-BATCH-ID, 'P', :WS-USER-ID, :WS-RUN-DATE,
                    :WS-RUN-TIME, :WS-HASH-COUNT, :WS-HASH-TOTAL,
                    :EBT-PRV-VALID, :EBT-PRV-REJECTED,
                    :EBT-PRV-CHANGES, ' ', 0, 0, ' ',
                    ' ', 0, 0, 0, 0)
                END-EXEC.

           MOVE 'Batch Stage INSERT Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 'S' TO EBL-EVENT.
           MOVE 'STAGED PENDING APPROVAL' TO EBL-NOTE.
           PERFORM 090-WRITE-BATCH-EVENT.

           MOVE WS-HASH-TOTAL TO WS-HASH-DISPLAY.
           MOVE WS-HASH-COUNT TO WS-HASH-COUNT-DISPLAY.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'STAGED:   BATCH ' WS-BATCH-ID
              ' SUBMITTED BY ' WS-USER-ID
              ' RECORDS ' WS-HASH-COUNT-DISPLAY
              ' HASH ' WS-HASH-DISPLAY
              ' - PENDING APPROVAL'
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE AUDIT-FILE-REC FROM WS-GENERIC-LINE.

           DISPLAY 'BATCH ' WS-BATCH-ID ' STAGED PENDING APPROVAL'.

       075-RECORD-APPLY.
           MOVE WS-TRAN-APPLIED-COUNT TO EBT-APPLIED.
           MOVE WS-TRAN-REJECTED-COUNT TO EBT-REJECTED.

           EXEC SQL
                UPDATE ENTP_BATCH
                SET STATUS = 'X',
                APPLY_USER = :WS-USER-ID,
                APPLY_DATE = :WS-RUN-DATE,
                APPLY_TIME = :WS-RUN-TIME,
                APPLIED = :EBT-APPLIED,
                REJECTED = :EBT-REJECTED
                WHERE BATCH_ID = :WS-BATCH-ID
                END-EXEC.

           MOVE 'Batch Apply UPDATE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 'U' TO EBL-EVENT.
           MOVE 'APPLIED' TO EBL-NOTE.
           PERFORM 090-WRITE-BATCH-EVENT.

      * Batches applied before staging was introduced have no
      * ENTP_BATCH row; their back-out is journaled as before.
       078-RECORD-BACKOUT.
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-ROW-COUNT
                FROM ENTP_BATCH
                WHERE BATCH_ID = :WS-BATCH-ID
                END-EXEC.

           MOVE 'Batch Backout SELECT Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF WS-ROW-COUNT IS GREATER THAN ZERO THEN
              EXEC SQL
                   UPDATE ENTP_BATCH
                   SET STATUS = 'B'
                   WHERE BATCH_ID = :WS-BATCH-ID
                   END-EXEC

              MOVE 'Batch Backout UPDATE Error' TO SQL-MSG
              PERFORM 910-CHECK-SQL-CODE

              MOVE 'B' TO EBL-EVENT
              MOVE 'BACKED OUT' TO EBL-NOTE
              PERFORM 090-WRITE-BATCH-EVENT
           END-IF.

       090-WRITE-BATCH-EVENT.
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

       100-LOAD-WILDCARD-PATTERNS.
           MOVE ZERO TO WS-MNT-WC-COUNT.
           MOVE ZERO TO WS-MNT-WC-SKIPPED.
           MOVE 1 TO WS-RGN-SUB.

           PERFORM UNTIL WS-RGN-SUB IS GREATER THAN WS-RGN-COUNT
                   MOVE RGN-QUAL(WS-RGN-SUB) TO WS-TRN-REGION-NAME
                   PERFORM 105-LOAD-WC-ONE-REGION
                   ADD 1 TO WS-RGN-SUB
           END-PERFORM.

           IF WS-MNT-WC-SKIPPED IS GREATER THAN ZERO THEN
              DISPLAY 'WARNING: MNT-ENT-PROJ-WC TABLE FULL AT '
                 MNT-WC-TABLE-MAX ' ROWS - ' WS-MNT-WC-SKIPPED
                 ' PATTERN(S) NOT OVERLAP-CHECKED'
           END-IF.

           DISPLAY 'WILDCARD PATTERNS LOADED FOR OVERLAP CHECK: '
              WS-MNT-WC-COUNT.

      * One region's active wildcard patterns, tagged with the
      * region qualifier in WS-TRN-REGION-NAME.
       105-LOAD-WC-ONE-REGION.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'SELECT ENTITY_NAME FROM ' DELIMITED BY SIZE
                  WS-TRN-REGION-NAME DELIMITED BY SPACE
                  '.ENT_PROJ WHERE PROG_TYPE = ''NHMPROG'''
                  ' AND PROJ_NAME LIKE ''%*%'''
                  ' AND ACTIVE_ID = ''Y'' ORDER BY SEQ_ID'
                     DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                DECLARE MNT-WC-CSR CURSOR FOR MNT-WC-STMT
                END-EXEC.

           EXEC SQL
                PREPARE MNT-WC-STMT FROM :WS-DYN-SQL
                END-EXEC.

           MOVE 'Wildcard Cursor PREPARE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                OPEN MNT-WC-CSR
                END-EXEC.

           MOVE 'Wildcard Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 'N' TO END-OF-WC-CSR.

           PERFORM 110-FETCH-WC-PATTERN.

           PERFORM UNTIL END-OF-WC-CSR IS EQUAL TO 'Y'
                   PERFORM 120-STORE-WC-PATTERN
                   PERFORM 110-FETCH-WC-PATTERN
           END-PERFORM.

           EXEC SQL
                CLOSE MNT-WC-CSR
                END-EXEC.

           MOVE 'Wildcard Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

       110-FETCH-WC-PATTERN.
           EXEC SQL
                FETCH MNT-WC-CSR
                INTO :CSR-ENTITY
                END-EXEC.

           MOVE 'Wildcard Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO END-OF-WC-CSR
           END-IF.

       120-STORE-WC-PATTERN.
           IF WS-MNT-WC-COUNT IS LESS THAN MNT-WC-TABLE-MAX THEN
              ADD 1 TO WS-MNT-WC-COUNT
              SET MNT-WC-IDX TO WS-MNT-WC-COUNT
              MOVE CSR-ENTITY TO MNTWC-NAME(MNT-WC-IDX)
              MOVE WS-TRN-REGION-NAME TO MNTWC-REGION(MNT-WC-IDX)
              MOVE 'Y' TO MNTWC-ACTIVE(MNT-WC-IDX)
           ELSE
              ADD 1 TO WS-MNT-WC-SKIPPED
           END-IF.

      * Preview needs the full active rule set, not just the
      * wildcard patterns - every rule of both kinds for every
      * region in SEQ_ID order, the E_PROGRAMS names they resolve
      * against, and the next SEQ_ID a simulated add would draw.
       150-LOAD-PREVIEW-TABLES.
           EXEC SQL
                DECLARE PRV-PROG-CSR CURSOR FOR
                SELECT PROGRAM_ID
                FROM E_PROGRAMS
                ORDER BY PROGRAM_ID
                END-EXEC.

           MOVE ZERO TO WS-PRV-RULE-COUNT.
           MOVE ZERO TO WS-PRV-RULE-SKIPPED.
           MOVE 1 TO WS-RGN-SUB.

           PERFORM UNTIL WS-RGN-SUB IS GREATER THAN WS-RGN-COUNT
                   MOVE RGN-QUAL(WS-RGN-SUB) TO WS-TRN-REGION-NAME
                   PERFORM 152-LOAD-RULES-ONE-REGION
                   PERFORM 170-GET-MAX-SEQ-ID
                   COMPUTE RGN-NEXT-SEQ(WS-RGN-SUB) =
                      WS-MAX-SEQ-ID + 1
                   ADD 1 TO WS-RGN-SUB
           END-PERFORM.

           IF WS-PRV-RULE-SKIPPED IS GREATER THAN ZERO THEN
              DISPLAY 'WARNING: PRV-ENT-RULES TABLE FULL AT '
                 ' E_PROGRAMS ROW(S) NOT SIMULATED'
           END-IF.

           DISPLAY 'PREVIEW TABLES LOADED - RULES: '
              WS-PRV-RULE-COUNT ' PROGRAMS: ' WS-PRV-PROG-COUNT.

       151-FETCH-PRV-RULE.
           EXEC SQL
                FETCH PRV-RULE-CSR
                INTO :CSR-ENTITY, :CSR-PROJ-ID, :CSR-SEQ-ID,
                     :CSR-PROJ-NAME
                END-EXEC.

           MOVE 'Preview Rule Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO END-OF-RULE-CSR
           END-IF.

      * One region's active rules, both kinds, appended after the
      * regions ahead of it so SEQ_ID order holds within a region.
       152-LOAD-RULES-ONE-REGION.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'SELECT ENTITY_NAME, PROJECT_ID, SEQ_ID, PROJ_NAME'
                  ' FROM ' DELIMITED BY SIZE
                  WS-TRN-REGION-NAME DELIMITED BY SPACE
                  '.ENT_PROJ WHERE PROG_TYPE = ''NHMPROG'''
                  ' AND ACTIVE_ID = ''Y'' ORDER BY SEQ_ID'
                     DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                DECLARE PRV-RULE-CSR CURSOR FOR PRV-RULE-STMT
                END-EXEC.

           EXEC SQL
                PREPARE PRV-RULE-STMT FROM :WS-DYN-SQL
                END-EXEC.

           MOVE 'Preview Rule Cursor PREPARE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                OPEN PRV-RULE-CSR
                END-EXEC.

           MOVE 'Preview Rule Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 'N' TO END-OF-RULE-CSR.

           PERFORM 151-FETCH-PRV-RULE.

           PERFORM UNTIL END-OF-RULE-CSR IS EQUAL TO 'Y'
                   PERFORM 153-STORE-PREVIEW-RULE
                   PERFORM 151-FETCH-PRV-RULE
           END-PERFORM.

           EXEC SQL
                CLOSE PRV-RULE-CSR
                END-EXEC.

           MOVE 'Preview Rule Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

      * The wildcard/full-name split keys off PROJ_NAME, the same
      * LIKE '%*%' test the report cursors apply.
       153-STORE-PREVIEW-RULE.
              MOVE 'Y' TO END-OF-PROG-CSR
           END-IF.

      * Highest SEQ_ID on the region's ENT_PROJ (WS-TRN-REGION-NAME),
      * zero when the table is empty.  A PREPAREd statement cannot
      * SELECT INTO, so the one row comes back through a cursor.
       170-GET-MAX-SEQ-ID.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'SELECT MAX(SEQ_ID) FROM ' DELIMITED BY SIZE
                  WS-TRN-REGION-NAME DELIMITED BY SPACE
                  '.ENT_PROJ' DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                DECLARE MAX-SEQ-CSR CURSOR FOR MAX-SEQ-STMT
                END-EXEC.

           EXEC SQL
                PREPARE MAX-SEQ-STMT FROM :WS-DYN-SQL
                END-EXEC.
           MOVE 'Max Seq PREPARE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                OPEN MAX-SEQ-CSR
                END-EXEC.
           MOVE 'Max Seq OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                FETCH MAX-SEQ-CSR
                INTO :WS-MAX-SEQ-ID :WS-MAX-SEQ-IND
                END-EXEC.
           MOVE 'Max Seq FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100
              OR WS-MAX-SEQ-IND IS LESS THAN ZERO THEN
              MOVE ZERO TO WS-MAX-SEQ-ID
           END-IF.

           EXEC SQL
                CLOSE MAX-SEQ-CSR
                END-EXEC.
           MOVE 'Max Seq CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

      * PREPAREs the region-qualified update the caller has built in
      * WS-DYN-SQL-TEXT; the caller then EXECUTEs it with its own
      * USING list.  SQL-MSG is set by the caller.
       175-PREPARE-DML.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                PREPARE MNT-DML-STMT FROM :WS-DYN-SQL
                END-EXEC.
           PERFORM 910-CHECK-SQL-CODE.

       200-READ-TRANSACTION.
           READ IN-ENT-TRAN INTO WS-TRAN-RECORD
           AT END
              MOVE 'Y' TO IN-END-OF-FILE
           NOT AT END
              ADD 1 TO WS-TRAN-READ-COUNT
              PERFORM 205-HASH-TRAN-RECORD
           END-READ.

       205-HASH-TRAN-RECORD.
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

       210-PROCESS-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.

              MOVE 'ACTION MUST BE A, C OR D' TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON IS EQUAL TO SPACES THEN
              MOVE ZERO TO WS-TRN-RGN-SUB
              MOVE 1 TO WS-RGN-SUB

              PERFORM UNTIL WS-RGN-SUB IS GREATER THAN WS-RGN-COUNT
                 OR WS-TRN-RGN-SUB IS GREATER THAN ZERO
                      IF RGN-CODE(WS-RGN-SUB) IS EQUAL TO
                         WS-TRN-REGION THEN
                         MOVE WS-RGN-SUB TO WS-TRN-RGN-SUB
                      END-IF
                      ADD 1 TO WS-RGN-SUB
              END-PERFORM

              IF WS-TRN-RGN-SUB IS EQUAL TO ZERO THEN
                 MOVE 'REGION IS NOT AN ACTIVE REGION ON REGION_CTL'
                    TO WS-REJECT-REASON
              END-IF
           END-IF.

      * The schema name is only derived once the region byte has
      * validated - a rejected transaction is reported exactly as
      * keyed, never mapped to a region it did not name.
           IF WS-REJECT-REASON IS EQUAL TO SPACES THEN
              MOVE RGN-QUAL(WS-TRN-RGN-SUB) TO WS-TRN-REGION-NAME
           END-IF.

           IF WS-REJECT-REASON IS EQUAL TO SPACES
              END-IF
           END-IF.

      * The characters other than '*' all have to appear in the
      * program name, so a pattern with more than 8 of them could
      * never match an 8-byte PROGRAM_ID.
           IF WS-REJECT-REASON IS EQUAL TO SPACES
              AND WS-TRN-ACTION IS EQUAL TO 'A'
              AND WS-TRN-IS-WILDCARD IS EQUAL TO 'Y' THEN
              MOVE WS-TRN-ENTITY-NAME TO WS-WC-PATTERN
              MOVE ZERO TO WS-WC-BLANK-TALLY
              MOVE ZERO TO WS-WC-STAR-TALLY
              INSPECT FUNCTION REVERSE(WS-WC-PATTERN) TALLYING
                 WS-WC-BLANK-TALLY FOR LEADING SPACES
              INSPECT WS-WC-PATTERN TALLYING
                 WS-WC-STAR-TALLY FOR ALL '*'

              IF 31 - WS-WC-BLANK-TALLY - WS-WC-STAR-TALLY IS
                 GREATER THAN 8 THEN
                 MOVE 'PATTERN CAN NEVER MATCH AN 8-BYTE PROGRAM NAME'
                    TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF WS-REJECT-REASON IS EQUAL TO SPACES
              AND WS-TRN-ACTION IS EQUAL TO 'A'
              AND WS-TRN-IS-WILDCARD IS EQUAL TO 'Y' THEN
           END-IF.

       310-CHECK-PROJECT-EXISTS.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'SELECT COUNT(*) FROM ' DELIMITED BY SIZE
                  WS-TRN-REGION-NAME DELIMITED BY SPACE
                  '.PROJECT_ICTO WHERE PROJECT_ID = ?'
                     DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                DECLARE PRJ-CHK-CSR CURSOR FOR PRJ-CHK-STMT
                END-EXEC.

           EXEC SQL
                PREPARE PRJ-CHK-STMT FROM :WS-DYN-SQL
                END-EXEC.
           MOVE 'Project Check PREPARE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                OPEN PRJ-CHK-CSR
                USING :WS-TRN-PROJECT-ID
                END-EXEC.
           MOVE 'Project Check OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
                FETCH PRJ-CHK-CSR
                INTO :WS-ROW-COUNT
                END-EXEC.
           MOVE 'Project Check FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                CLOSE PRJ-CHK-CSR
                END-EXEC.
           MOVE 'Project Check CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF WS-ROW-COUNT IS EQUAL TO ZERO THEN
              MOVE 'PROJECT ID NOT ON PROJECT_ICTO FOR REGION' TO
           END-IF.

       320-COUNT-ACTIVE-ENTITY.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'SELECT COUNT(*) FROM ' DELIMITED BY SIZE
                  WS-TRN-REGION-NAME DELIMITED BY SPACE
                  '.ENT_PROJ WHERE ENTITY_NAME = ?'
                  ' AND PROG_TYPE = ''NHMPROG'''
                  ' AND ACTIVE_ID = ''Y''' DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                DECLARE ENT-CHK-CSR CURSOR FOR ENT-CHK-STMT
                END-EXEC.

           EXEC SQL
                PREPARE ENT-CHK-STMT FROM :WS-DYN-SQL
                END-EXEC.
           MOVE 'Entity Check PREPARE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                OPEN ENT-CHK-CSR
                USING :WS-TRN-ENTITY-NAME
                END-EXEC.
           MOVE 'Entity Check OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
                FETCH ENT-CHK-CSR
                INTO :WS-ROW-COUNT
                END-EXEC.
           MOVE 'Entity Check FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                CLOSE ENT-CHK-CSR
                END-EXEC.
           MOVE 'Entity Check CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

      * Preview-mode twin of 320 - the count comes from the in-core
      * PRV-ENT-RULES copy, which carries this file's own earlier
                   SET PRV-RULE-IDX UP BY 1
           END-PERFORM.

      * Same overlap rule 255-CHECK-WILDCARD-CONFLICT-PAIR applies in
      * COBREPT: two patterns overlap when some program name of 8
      * bytes or less matches both.
       330-CHECK-WILDCARD-OVERLAP.
           MOVE 'N' TO WS-WC-OVERLAP-FOUND.
           MOVE SPACES TO WS-WC-OVERLAP-NAME.

           MOVE WS-TRN-ENTITY-NAME TO WS-OVL-PAT-1.

           SET MNT-WC-IDX TO 1.

                      WS-TRN-REGION-NAME
                      AND MNTWC-ACTIVE(MNT-WC-IDX) IS EQUAL TO 'Y'
                      THEN
                      MOVE MNTWC-NAME(MNT-WC-IDX) TO WS-OVL-PAT-2
                      PERFORM 332-COMPUTE-PATTERN-OVERLAP

                      IF WS-WC-OVERLAP-FOUND IS EQUAL TO 'Y' THEN
                         MOVE MNTWC-NAME(MNT-WC-IDX) TO
                   SET MNT-WC-IDX UP BY 1
           END-PERFORM.

      * Same as COBREPT's 256-COMPUTE-PATTERN-OVERLAP - shortest
      * common name over the two patterns, where a '*' either stands
      * for nothing or takes the next character the other pattern
      * produces, and two literals must agree.
       332-COMPUTE-PATTERN-OVERLAP.
           MOVE ZERO TO WS-OVL-TALLY.
           INSPECT FUNCTION REVERSE(WS-OVL-PAT-1) TALLYING
              WS-OVL-TALLY FOR LEADING SPACES.
           COMPUTE WS-OVL-LEN-1 = 31 - WS-OVL-TALLY.

           MOVE ZERO TO WS-OVL-TALLY.
           INSPECT FUNCTION REVERSE(WS-OVL-PAT-2) TALLYING
              WS-OVL-TALLY FOR LEADING SPACES.
           COMPUTE WS-OVL-LEN-2 = 31 - WS-OVL-TALLY.

           COMPUTE WS-OVL-I = WS-OVL-LEN-1 + 1.

           PERFORM UNTIL WS-OVL-I IS EQUAL TO ZERO
                   COMPUTE WS-OVL-J = WS-OVL-LEN-2 + 1

                   PERFORM UNTIL WS-OVL-J IS EQUAL TO ZERO
                           PERFORM 333-SET-OVERLAP-CELL
                           SUBTRACT 1 FROM WS-OVL-J
                   END-PERFORM

                   SUBTRACT 1 FROM WS-OVL-I
           END-PERFORM.

           IF WS-OVL-CELL(1, 1) IS GREATER THAN 8 THEN
              MOVE 'N' TO WS-WC-OVERLAP-FOUND
           ELSE
              MOVE 'Y' TO WS-WC-OVERLAP-FOUND
           END-IF.

       333-SET-OVERLAP-CELL.
           MOVE 99 TO WS-OVL-CAND.

           IF WS-OVL-I IS GREATER THAN WS-OVL-LEN-1
              AND WS-OVL-J IS GREATER THAN WS-OVL-LEN-2 THEN
              MOVE ZERO TO WS-OVL-CAND
           ELSE
              IF WS-OVL-I IS NOT GREATER THAN WS-OVL-LEN-1
                 AND WS-OVL-PAT-1(WS-OVL-I:1) IS EQUAL TO '*' THEN
                 MOVE WS-OVL-CELL(WS-OVL-I + 1, WS-OVL-J) TO
                    WS-OVL-CAND

                 IF WS-OVL-J IS NOT GREATER THAN WS-OVL-LEN-2 THEN
                    MOVE WS-OVL-CELL(WS-OVL-I, WS-OVL-J + 1) TO
                       WS-OVL-ALT

                    IF WS-OVL-PAT-2(WS-OVL-J:1) IS NOT EQUAL TO '*'
                       AND WS-OVL-ALT IS LESS THAN 99 THEN
                       ADD 1 TO WS-OVL-ALT
                    END-IF

                    IF WS-OVL-ALT IS LESS THAN WS-OVL-CAND THEN
                       MOVE WS-OVL-ALT TO WS-OVL-CAND
                    END-IF
                 END-IF
              ELSE
                 IF WS-OVL-J IS NOT GREATER THAN WS-OVL-LEN-2
                    AND WS-OVL-PAT-2(WS-OVL-J:1) IS EQUAL TO '*' THEN
                    MOVE WS-OVL-CELL(WS-OVL-I, WS-OVL-J + 1) TO
                       WS-OVL-CAND

                    IF WS-OVL-I IS NOT GREATER THAN WS-OVL-LEN-1 THEN
                       MOVE WS-OVL-CELL(WS-OVL-I + 1, WS-OVL-J) TO
                          WS-OVL-ALT

                       IF WS-OVL-ALT IS LESS THAN 99 THEN
                          ADD 1 TO WS-OVL-ALT
                       END-IF

                       IF WS-OVL-ALT IS LESS THAN WS-OVL-CAND THEN
                          MOVE WS-OVL-ALT TO WS-OVL-CAND
                       END-IF
                    END-IF
                 ELSE
                    IF WS-OVL-I IS NOT GREATER THAN WS-OVL-LEN-1
                       AND WS-OVL-J IS NOT GREATER THAN WS-OVL-LEN-2
                       AND WS-OVL-PAT-1(WS-OVL-I:1) IS EQUAL TO
                          WS-OVL-PAT-2(WS-OVL-J:1) THEN
                       MOVE WS-OVL-CELL(WS-OVL-I + 1, WS-OVL-J + 1)
                          TO WS-OVL-CAND

                       IF WS-OVL-CAND IS LESS THAN 99 THEN
                          ADD 1 TO WS-OVL-CAND
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

           MOVE WS-OVL-CAND TO WS-OVL-CELL(WS-OVL-I, WS-OVL-J).

       400-APPLY-ADD.
           PERFORM 170-GET-MAX-SEQ-ID.

           COMPUTE WS-NEXT-SEQ-ID = WS-MAX-SEQ-ID + 1.

      * PROJ_NAME carries the same name so the LIKE '%*%' test the
      * report cursors use keeps separating wildcard rows from full
      * name rows.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'INSERT INTO ' DELIMITED BY SIZE
                  WS-TRN-REGION-NAME DELIMITED BY SPACE
                  '.ENT_PROJ (ENTITY_NAME, PROJ_NAME, PROJECT_ID,'
                  ' SEQ_ID, PROG_TYPE, ACTIVE_ID)'
                  ' VALUES (?, ?, ?, ?, ''NHMPROG'', ''Y'')'
                     DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.

           MOVE 'ENT_PROJ INSERT PREPARE Error' TO SQL-MSG.
           PERFORM 175-PREPARE-DML.

           EXEC SQL
                EXECUTE MNT-DML-STMT
                USING :WS-TRN-ENTITY-NAME, :WS-TRN-ENTITY-NAME,
                      :WS-TRN-PROJECT-ID, :WS-NEXT-SEQ-ID
                END-EXEC.
           MOVE 'ENT_PROJ INSERT Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           PERFORM 410-JOURNAL-ADD.


      * Same order of precedence as the report job's 410: an active
      * full-name rule wins outright, otherwise the first active
      * wildcard pattern in SEQ_ID order that matches the program
      * under 459's rule.
       458-RESOLVE-ONE-PROGRAM.
           MOVE SPACES TO WS-PRV-RSLV-PROJID.
           MOVE PRVPROG-NAME(PRV-PROG-IDX) TO WS-PRV-NAME-30.
                         AND PRVENT-WC(PRV-RULE-IDX) IS EQUAL TO 'Y'
                         THEN
                         MOVE PRVENT-NAME(PRV-RULE-IDX) TO
                            WS-WC-PATTERN
                         PERFORM 459-CHECK-WILDCARD-NAME-MATCH

                         IF WS-WC-MATCH-FOUND IS EQUAL TO 'Y' THEN
                            MOVE PRVENT-PROJID(PRV-RULE-IDX) TO
                               WS-PRV-RSLV-PROJID
                            MOVE 'Y' TO WS-PRV-FOUND
              END-PERFORM
           END-IF.

      * Same rule as COBREPT's 445-CHECK-WILDCARD-NAME-MATCH.
       459-CHECK-WILDCARD-NAME-MATCH.
           MOVE ZERO TO WS-WC-BLANK-TALLY.
           INSPECT FUNCTION REVERSE(WS-WC-PATTERN) TALLYING
              WS-WC-BLANK-TALLY FOR LEADING SPACES.
           COMPUTE WS-WC-PATTERN-LEN = 31 - WS-WC-BLANK-TALLY.

           MOVE PRVPROG-NAME(PRV-PROG-IDX) TO WS-WC-NAME.
           MOVE ZERO TO WS-WC-BLANK-TALLY.
           INSPECT FUNCTION REVERSE(WS-WC-NAME) TALLYING
              WS-WC-BLANK-TALLY FOR LEADING SPACES.
           COMPUTE WS-WC-NAME-LEN = 9 - WS-WC-BLANK-TALLY.

           MOVE 1 TO WS-WC-PAT-POS.
           MOVE 1 TO WS-WC-NAME-POS.
           MOVE ZERO TO WS-WC-STAR-POS.
           MOVE ZERO TO WS-WC-STAR-NAME-POS.
           MOVE 'N' TO WS-WC-MATCH-FAILED.

           PERFORM UNTIL WS-WC-NAME-POS IS GREATER THAN WS-WC-NAME-LEN
              OR WS-WC-MATCH-FAILED IS EQUAL TO 'Y'
                   EVALUATE TRUE
                   WHEN WS-WC-PATTERN(WS-WC-PAT-POS:1) IS EQUAL TO '*'
                        MOVE WS-WC-PAT-POS TO WS-WC-STAR-POS
                        MOVE WS-WC-NAME-POS TO WS-WC-STAR-NAME-POS
                        ADD 1 TO WS-WC-PAT-POS
                   WHEN WS-WC-PATTERN(WS-WC-PAT-POS:1) IS EQUAL TO
                        WS-WC-NAME(WS-WC-NAME-POS:1)
                        ADD 1 TO WS-WC-PAT-POS
                        ADD 1 TO WS-WC-NAME-POS
                   WHEN WS-WC-STAR-POS IS GREATER THAN ZERO
                        COMPUTE WS-WC-PAT-POS = WS-WC-STAR-POS + 1
                        ADD 1 TO WS-WC-STAR-NAME-POS
                        MOVE WS-WC-STAR-NAME-POS TO WS-WC-NAME-POS
                   WHEN OTHER
                        MOVE 'Y' TO WS-WC-MATCH-FAILED
                   END-EVALUATE
           END-PERFORM.

           PERFORM UNTIL WS-WC-PATTERN(WS-WC-PAT-POS:1) IS NOT EQUAL
              TO '*'
                   ADD 1 TO WS-WC-PAT-POS
           END-PERFORM.

           IF WS-WC-MATCH-FAILED IS EQUAL TO 'N'
              AND WS-WC-PAT-POS IS GREATER THAN WS-WC-PATTERN-LEN THEN
              MOVE 'Y' TO WS-WC-MATCH-FOUND
           ELSE
              MOVE 'N' TO WS-WC-MATCH-FOUND
           END-IF.

       460-APPLY-TRAN-TO-RULES.
           IF WS-TRN-ACTION IS EQUAL TO 'A' THEN
              IF WS-PRV-RULE-COUNT IS LESS THAN PRV-RULE-TABLE-MAX
                 MOVE 'Y' TO PRVENT-ACTIVE(PRV-RULE-IDX)
                 MOVE WS-TRN-IS-WILDCARD TO PRVENT-WC(PRV-RULE-IDX)

                 MOVE RGN-NEXT-SEQ(WS-TRN-RGN-SUB) TO
                    PRVENT-SEQID(PRV-RULE-IDX)
                 ADD 1 TO RGN-NEXT-SEQ(WS-TRN-RGN-SUB)
              ELSE
                 DISPLAY 'WARNING: PRV-ENT-RULES TABLE FULL - ADD '
                    'NOT SIMULATED FOR ' WS-TRN-ENTITY-NAME
       500-APPLY-CHANGE.
           PERFORM 510-JOURNAL-CHANGE.

           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'UPDATE ' DELIMITED BY SIZE
                  WS-TRN-REGION-NAME DELIMITED BY SPACE
                  '.ENT_PROJ SET PROJECT_ID = ?'
                  ' WHERE ENTITY_NAME = ?'
                  ' AND PROG_TYPE = ''NHMPROG'''
                  ' AND ACTIVE_ID = ''Y''' DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.

           MOVE 'ENT_PROJ UPDATE PREPARE Error' TO SQL-MSG.
           PERFORM 175-PREPARE-DML.

           EXEC SQL
                EXECUTE MNT-DML-STMT
                USING :WS-TRN-PROJECT-ID, :WS-TRN-ENTITY-NAME
                END-EXEC.
           MOVE 'ENT_PROJ UPDATE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

      * Captured BEFORE the update runs - the INSERT from SELECT
      * writes one journal row per ENT_PROJ row the blanket UPDATE
      * is about to overwrite, each with its SEQ_ID and the
      * PROJECT_ID/ACTIVE_ID it still holds.
      * Parameter markers in the select list carry a CAST so the
      * PREPARE can type them.
       510-JOURNAL-CHANGE.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'INSERT INTO ENT_PROJ_HIST'
                  ' (BATCH_ID, APPLY_DATE, APPLY_TIME, ACTION,'
                  ' REGION, ENTITY_NAME, SEQ_ID, OLD_PROJECT_ID,'
                  ' OLD_ACTIVE_ID, NEW_PROJECT_ID)'
                  ' SELECT CAST(? AS CHAR(8)),'
                  ' CAST(? AS DECIMAL(8,0)), CAST(? AS DECIMAL(8,0)),'
                  ' ''C'', ''' DELIMITED BY SIZE
                  WS-TRN-REGION-NAME DELIMITED BY SPACE
                  ''', ENTITY_NAME, SEQ_ID, PROJECT_ID, ACTIVE_ID,'
                  ' CAST(? AS CHAR(4)) FROM ' DELIMITED BY SIZE
                  WS-TRN-REGION-NAME DELIMITED BY SPACE
                  '.ENT_PROJ WHERE ENTITY_NAME = ?'
                  ' AND PROG_TYPE = ''NHMPROG'''
                  ' AND ACTIVE_ID = ''Y''' DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.

           MOVE 'Journal Change PREPARE Error' TO SQL-MSG.
           PERFORM 175-PREPARE-DML.

           EXEC SQL
                EXECUTE MNT-DML-STMT
                USING :WS-BATCH-ID, :WS-RUN-DATE, :WS-RUN-TIME,
                      :WS-TRN-PROJECT-ID, :WS-TRN-ENTITY-NAME
                END-EXEC.
           MOVE 'Journal Change INSERT Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           ADD 1 TO WS-JRNL-WRITTEN-COUNT.

       600-APPLY-DEACTIVATE.
           PERFORM 610-JOURNAL-DEACTIVATE.

           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'UPDATE ' DELIMITED BY SIZE
                  WS-TRN-REGION-NAME DELIMITED BY SPACE
                  '.ENT_PROJ SET ACTIVE_ID = ''N'''
                  ' WHERE ENTITY_NAME = ?'
                  ' AND PROG_TYPE = ''NHMPROG'''
                  ' AND ACTIVE_ID = ''Y''' DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.

           MOVE 'ENT_PROJ DEACTIVATE PREPARE Error' TO SQL-MSG.
           PERFORM 175-PREPARE-DML.

           EXEC SQL
                EXECUTE MNT-DML-STMT
                USING :WS-TRN-ENTITY-NAME
                END-EXEC.
           MOVE 'ENT_PROJ DEACTIVATE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

      * A deactivated wildcard pattern must stop blocking later adds
      * in this same run, so its in-core copy is flagged off too.
      * PROJECT_ID, so NEW_PROJECT_ID carries the unchanged value
      * and OLD_ACTIVE_ID the 'Y' the back-out must restore.
       610-JOURNAL-DEACTIVATE.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'INSERT INTO ENT_PROJ_HIST'
                  ' (BATCH_ID, APPLY_DATE, APPLY_TIME, ACTION,'
                  ' REGION, ENTITY_NAME, SEQ_ID, OLD_PROJECT_ID,'
                  ' OLD_ACTIVE_ID, NEW_PROJECT_ID)'
                  ' SELECT CAST(? AS CHAR(8)),'
                  ' CAST(? AS DECIMAL(8,0)), CAST(? AS DECIMAL(8,0)),'
                  ' ''D'', ''' DELIMITED BY SIZE
                  WS-TRN-REGION-NAME DELIMITED BY SPACE
                  ''', ENTITY_NAME, SEQ_ID, PROJECT_ID, ACTIVE_ID,'
                  ' PROJECT_ID FROM ' DELIMITED BY SIZE
                  WS-TRN-REGION-NAME DELIMITED BY SPACE
                  '.ENT_PROJ WHERE ENTITY_NAME = ?'
                  ' AND PROG_TYPE = ''NHMPROG'''
                  ' AND ACTIVE_ID = ''Y''' DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.

           MOVE 'Journal Deact PREPARE Error' TO SQL-MSG.
           PERFORM 175-PREPARE-DML.

           EXEC SQL
                EXECUTE MNT-DML-STMT
                USING :WS-BATCH-ID, :WS-RUN-DATE, :WS-RUN-TIME,
                      :WS-TRN-ENTITY-NAME
                END-EXEC.
           MOVE 'Journal Deact INSERT Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           ADD 1 TO WS-JRNL-WRITTEN-COUNT.

              ADD 1 TO WS-BACKOUT-READ-COUNT
           END-IF.

      * The journal row's REGION is the qualifier of the ENT_PROJ it
      * was taken from, so the reversal goes back to that table even
      * if the region has since been marked inactive on REGION_CTL.
       660-REVERSE-ONE-ROW.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.

           IF JRN-ACTION IS EQUAL TO 'A' THEN
              STRING 'DELETE FROM ' DELIMITED BY SIZE
                     JRN-REGION DELIMITED BY SPACE
                     '.ENT_PROJ WHERE SEQ_ID = ?' DELIMITED BY SIZE
                 INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
              END-STRING

              MOVE 'Backout DELETE PREPARE Error' TO SQL-MSG
              PERFORM 175-PREPARE-DML

              EXEC SQL
                   EXECUTE MNT-DML-STMT
                   USING :JRN-SEQ-ID
                   END-EXEC
              MOVE 'Backout DELETE Error' TO SQL-MSG
              PERFORM 910-CHECK-SQL-CODE
           END-IF.

           IF JRN-ACTION IS EQUAL TO 'C' THEN
              STRING 'UPDATE ' DELIMITED BY SIZE
                     JRN-REGION DELIMITED BY SPACE
                     '.ENT_PROJ SET PROJECT_ID = ? WHERE SEQ_ID = ?'
                        DELIMITED BY SIZE
                 INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
              END-STRING

              MOVE 'Backout UPDATE PREPARE Error' TO SQL-MSG
              PERFORM 175-PREPARE-DML

              EXEC SQL
                   EXECUTE MNT-DML-STMT
                   USING :JRN-OLD-PROJECT, :JRN-SEQ-ID
                   END-EXEC
              MOVE 'Backout UPDATE Error' TO SQL-MSG
              PERFORM 910-CHECK-SQL-CODE
           END-IF.

           IF JRN-ACTION IS EQUAL TO 'D' THEN
              STRING 'UPDATE ' DELIMITED BY SIZE
                     JRN-REGION DELIMITED BY SPACE
                     '.ENT_PROJ SET ACTIVE_ID = ? WHERE SEQ_ID = ?'
                        DELIMITED BY SIZE
                 INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
              END-STRING

              MOVE 'Backout REACTIVATE PREPARE Error' TO SQL-MSG
              PERFORM 175-PREPARE-DML

              EXEC SQL
                   EXECUTE MNT-DML-STMT
                   USING :JRN-OLD-ACTIVE, :JRN-SEQ-ID
                   END-EXEC
              MOVE 'Backout REACTIVATE Error' TO SQL-MSG
              PERFORM 910-CHECK-SQL-CODE
           END-IF.

           PERFORM 665-JOURNAL-REVERSAL.
