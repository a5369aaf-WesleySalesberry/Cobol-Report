       IDENTIFICATION DIVISION.
         PROGRAM-ID. COBPIMNT.
         AUTHOR. Wesley Salesberry.
         DATE-WRITTEN. OCT 15 2026.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT IN-PICT-TRAN        ASSIGN TO PICTTRAN
                                      FILE STATUS IS IN-FILE-STATUS.

           SELECT OT-AUDIT-RPT        ASSIGN TO PICTAUDT
                                      FILE STATUS IS OT-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
       FD IN-PICT-TRAN
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PICT-TRAN-RECORD.

      * One PROJECT_ICTO maintenance request per record.  ACTION is
      * A (add the ICTO/PROJECT_ID pair), M (move the PROJECT_ID from
      * ICTO to NEW-ICTO) or R (retire the pair); REGION is the
      * REGION_CODE of an active REGION_CTL region.
      * NEW-ICTO is only read on a move.
      *   POS 01     ACTION
      *   POS 02     REGION
      *   POS 03-17  ICTO
      *   POS 18-21  PROJECT_ID
      *   POS 22-36  NEW-ICTO
      *   POS 37-40  FILLER
       01 PICT-TRAN-RECORD.
          05 PIT-ACTION             PIC X(01).
          05 PIT-REGION             PIC X(01).
          05 PIT-ICTO               PIC X(15).
          05 PIT-PROJECT-ID         PIC X(04).
          05 PIT-NEW-ICTO           PIC X(15).
          05 FILLER                 PIC X(04).

       FD OT-AUDIT-RPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AUDIT-FILE-REC.

       01 AUDIT-FILE-REC             PIC X(200).

         WORKING-STORAGE SECTION.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

       01 IN-FILE-STATUS             PIC XX.
       01 OT-FILE-STATUS             PIC XX.

       01 IN-END-OF-FILE             PIC A(1)   VALUE 'N'.

      * 'U' applies the batch; 'B' (parm byte 1) reverses a batch
      * already applied, from the PROJECT_ICTO_HIST journal - parm
      * bytes 2-9 name the batch, the same convention COBEPMNT uses
      * for ENT_PROJ.
       01 WS-RUN-MODE                PIC X(01)  VALUE 'U'.

      * Batch identifier stamped on every journal row this run
      * writes.  Defaults to MMDDHHMM of the run when the parm
      * leaves it blank.
       01 WS-BATCH-ID                PIC X(08)  VALUE SPACES.
       01 WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
       01 WS-RUN-TIME                PIC 9(08)  VALUE ZERO.

      * Journal sequence within the batch - a back-out walks it
      * descending so a move made after an add of the same pair is
      * undone before the add is.
       01 WS-JRNL-SEQ                PIC S9(09) COMP VALUE ZERO.
       01 WS-JRNL-SEQ-IND            PIC S9(04) COMP.

      * Journal row host variables for the back-out cursor.
       01 JRN-ACTION                 PIC X(01).
       01 JRN-REGION                 PIC X(03).
       01 JRN-PROJECT-ID             PIC X(04).
       01 JRN-OLD-ICTO               PIC X(15).
       01 JRN-NEW-ICTO               PIC X(15).
       01 JRN-SEQ                    PIC S9(09) COMP.
       01 JRN-SEQ-DISPLAY            PIC 9(09).
       01 END-OF-JRN-CSR             PIC A(01)  VALUE 'N'.

       01 WS-TRAN-RECORD.
          05 WS-TRN-ACTION           PIC X(01).
          05 WS-TRN-REGION           PIC X(01).
          05 WS-TRN-ICTO             PIC X(15).
          05 WS-TRN-PROJECT-ID       PIC X(04).
          05 WS-TRN-NEW-ICTO         PIC X(15).
          05 FILLER                  PIC X(04).

      * REGION_CTL qualifier of the transaction's region once 300 has
      * validated it.
       01 WS-TRN-REGION-NAME         PIC X(03).
       01 WS-TRN-RGN-SUB             PIC 9(02)  VALUE ZERO.
       01 WS-REJECT-REASON           PIC X(70).
       01 WS-WARNING-REASON          PIC X(70).

      * ICTO code edit - same left-justified, no-embedded-blank rule
      * COBPMEDT's 310-CHECK-ICTO-CODE applies to the ICTO input,
      * so a code this job files is a code the report can be run
      * for.
       01 WS-CHECK-ICTO              PIC X(15).
       01 WS-CHECK-ICTO-REASON       PIC X(40).
       01 WS-CODE-CHAR-POS           PIC 9(02)  COMP-5.
       01 WS-CODE-BLANK-SEEN         PIC A(01).

       01 WS-ROW-COUNT               PIC S9(09) COMP.
       01 WS-OTHER-OWNER-COUNT       PIC S9(09) COMP.
       01 WS-ENTP-RULE-COUNT         PIC S9(09) COMP.
       01 WS-ENTP-RULE-DISPLAY       PIC 9(05).

      * Active regions from REGION_CTL in REGION_SEQ order (020) -
      * a transaction may name any of them.
       78 RGN-TABLE-MAX              VALUE 6.

       01 RGN-CONTROL.
          05 RGN-TABLE OCCURS 6 TIMES.
             10 RGN-QUAL             PIC X(03).
             10 RGN-CODE             PIC X(01).
             10 RGN-NAME             PIC X(20).

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

      * Run-summary counters.
       01 WS-TRAN-READ-COUNT         PIC 9(05)  VALUE ZERO.
       01 WS-TRAN-APPLIED-COUNT      PIC 9(05)  VALUE ZERO.
       01 WS-TRAN-REJECTED-COUNT     PIC 9(05)  VALUE ZERO.
       01 WS-TRAN-WARNING-COUNT      PIC 9(05)  VALUE ZERO.
       01 WS-JRNL-WRITTEN-COUNT      PIC 9(05)  VALUE ZERO.
       01 WS-BACKOUT-READ-COUNT      PIC 9(05)  VALUE ZERO.
       01 WS-BACKOUT-APPLIED-COUNT   PIC 9(05)  VALUE ZERO.

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

      * Run-log work area - one RUN_LOG row is inserted at end of
      * job so operations can read the whole nightly chain from one
      * table instead of every program's own job log.
       01 RNL-PROGRAM-ID             PIC X(08)  VALUE 'COBPIMNT'.
       01 RNL-RUN-PARM               PIC X(08)  VALUE SPACES.
       01 RNL-END-DATE               PIC 9(08)  VALUE ZERO.
       01 RNL-END-TIME               PIC 9(08)  VALUE ZERO.
       01 RNL-RETURN-CODE            PIC S9(04) COMP.
       01 RNL-CTR1-NAME              PIC X(12)  VALUE 'READ'.
       01 RNL-CTR1-COUNT             PIC S9(09) COMP.
       01 RNL-CTR2-NAME              PIC X(12)  VALUE 'APPLIED'.
       01 RNL-CTR2-COUNT             PIC S9(09) COMP.
       01 RNL-CTR3-NAME              PIC X(12)  VALUE 'REJECTED'.
       01 RNL-CTR3-COUNT             PIC S9(09) COMP.

         LINKAGE SECTION.
       01 PARM-INPUT.
          05 PARM-LENGTH             PIC S9(4) COMP.
          05 PARM-NAME.
             10 PARM-MODE            PIC X(1).
             10 PARM-BATCH-ID        PIC X(8).

       PROCEDURE DIVISION.
      * Begin Main Program

           PERFORM 000-GET-INPUT-PARMS.
           PERFORM 001-OPEN-FILES.
           PERFORM 020-LOAD-REGION-TABLE.

           IF WS-RUN-MODE IS EQUAL TO 'B' THEN
              PERFORM 650-BACKOUT-BATCH
           ELSE
              PERFORM 200-READ-TRANSACTION

              PERFORM 210-PROCESS-TRANSACTION UNTIL IN-END-OF-FILE
                 IS EQUAL TO 'Y'
           END-IF.

           EXEC SQL
                COMMIT
                END-EXEC.
           MOVE 'Final Commit Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           PERFORM 950-WRITE-RUN-SUMMARY.

           IF (WS-TRAN-REJECTED-COUNT IS GREATER THAN ZERO
              OR WS-TRAN-WARNING-COUNT IS GREATER THAN ZERO)
              AND RETURN-CODE IS LESS THAN 4 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 960-INSERT-RUN-LOG.
           PERFORM 800-CLOSE-FILE.

           STOP RUN.

      * End Main Program

      * The parm is optional - byte 1 'B' runs a back-out of the
      * batch named in bytes 2-9, anything else applies.  A blank
      * batch identifier on an apply run defaults to MMDDHHMM of the
      * run so every journal row is still tagged.
       000-GET-INPUT-PARMS.
           MOVE 'U' TO WS-RUN-MODE.
           MOVE SPACES TO WS-BATCH-ID.

           IF PARM-LENGTH IS GREATER THAN ZERO THEN
              IF PARM-MODE IS EQUAL TO 'B' THEN
                 MOVE PARM-MODE TO WS-RUN-MODE
              END-IF
           END-IF.

           IF PARM-LENGTH IS GREATER THAN 8 THEN
              MOVE PARM-BATCH-ID TO WS-BATCH-ID
           ELSE
              IF PARM-LENGTH IS GREATER THAN 1 THEN
                 MOVE PARM-NAME(2:PARM-LENGTH - 1) TO WS-BATCH-ID
              END-IF
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           IF WS-BATCH-ID IS EQUAL TO SPACES THEN
              IF WS-RUN-MODE IS EQUAL TO 'B' THEN
                 DISPLAY 'BACK-OUT REQUESTED BUT NO BATCH '
                    'IDENTIFIER IN PARM BYTES 2-9'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              ELSE
                 MOVE SPACES TO WS-GENERIC-LINE
                 STRING WS-RUN-DATE(5:4) WS-RUN-TIME(1:4)
                    DELIMITED BY SIZE INTO WS-GENERIC-LINE
                 END-STRING
                 MOVE WS-GENERIC-LINE(1:8) TO WS-BATCH-ID
              END-IF
           END-IF.

           IF WS-RUN-MODE IS EQUAL TO 'B' THEN
              DISPLAY 'BACK-OUT MODE - REVERSING BATCH ' WS-BATCH-ID
           ELSE
              DISPLAY 'PROJECT_ICTO BATCH IDENTIFIER ' WS-BATCH-ID
           END-IF.

       001-OPEN-FILES.
           OPEN INPUT IN-PICT-TRAN.

           IF IN-FILE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'Input File Error' TO WS-ERROR-MSG
              MOVE 'Error In 001-OPEN-FILES' TO WS-ERROR-LOC
              MOVE IN-FILE-STATUS TO WS-FILE-STATUS
              PERFORM 900-FILE-ERROR
           END-IF.

           OPEN OUTPUT OT-AUDIT-RPT.

           IF OT-FILE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'Audit File Error' TO WS-ERROR-MSG
              MOVE 'Error In 001-OPEN-FILES' TO WS-ERROR-LOC
              MOVE OT-FILE-STATUS TO WS-FILE-STATUS
              PERFORM 900-FILE-ERROR
           END-IF.

      * Same region load as COBEPMNT's 020 - every active region on
      * REGION_CTL; none at all, or more than the table holds, stops
      * the run.
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

      * PREPAREs the region-qualified update the caller has built in
      * WS-DYN-SQL-TEXT; the caller then EXECUTEs it with its own
      * USING list.  SQL-MSG is set by the caller.
       030-PREPARE-DML.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                PREPARE PIT-DML-STMT FROM :WS-DYN-SQL
                END-EXEC.
           PERFORM 910-CHECK-SQL-CODE.

       200-READ-TRANSACTION.
           READ IN-PICT-TRAN INTO WS-TRAN-RECORD
           AT END
              MOVE 'Y' TO IN-END-OF-FILE
           NOT AT END
              ADD 1 TO WS-TRAN-READ-COUNT
           END-READ.

       210-PROCESS-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-WARNING-REASON.

           PERFORM 300-VALIDATE-TRANSACTION.

           IF WS-REJECT-REASON IS EQUAL TO SPACES THEN
              IF WS-TRN-ACTION IS EQUAL TO 'R' THEN
                 PERFORM 350-CHECK-ORPHANED-RULES
              END-IF

              IF WS-TRN-ACTION IS EQUAL TO 'A' THEN
                 PERFORM 400-APPLY-ADD
              END-IF
              IF WS-TRN-ACTION IS EQUAL TO 'M' THEN
                 PERFORM 500-APPLY-MOVE
              END-IF
              IF WS-TRN-ACTION IS EQUAL TO 'R' THEN
                 PERFORM 600-APPLY-RETIRE
              END-IF
              ADD 1 TO WS-TRAN-APPLIED-COUNT
              PERFORM 700-WRITE-APPLIED-LINE

              IF WS-WARNING-REASON IS NOT EQUAL TO SPACES THEN
                 ADD 1 TO WS-TRAN-WARNING-COUNT
                 PERFORM 720-WRITE-WARNING-LINE
              END-IF
           ELSE
              ADD 1 TO WS-TRAN-REJECTED-COUNT
              PERFORM 710-WRITE-REJECTED-LINE
           END-IF.

           PERFORM 200-READ-TRANSACTION.

       300-VALIDATE-TRANSACTION.
           IF WS-TRN-ACTION IS NOT EQUAL TO 'A'
              AND WS-TRN-ACTION IS NOT EQUAL TO 'M'
              AND WS-TRN-ACTION IS NOT EQUAL TO 'R' THEN
              MOVE 'ACTION MUST BE A, M OR R' TO WS-REJECT-REASON
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

           IF WS-REJECT-REASON IS EQUAL TO SPACES THEN
              MOVE RGN-QUAL(WS-TRN-RGN-SUB) TO WS-TRN-REGION-NAME
           END-IF.

           IF WS-REJECT-REASON IS EQUAL TO SPACES THEN
              MOVE WS-TRN-ICTO TO WS-CHECK-ICTO
              PERFORM 310-CHECK-ICTO-CODE

              IF WS-CHECK-ICTO-REASON IS NOT EQUAL TO SPACES THEN
                 MOVE WS-CHECK-ICTO-REASON TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF WS-REJECT-REASON IS EQUAL TO SPACES
              AND WS-TRN-PROJECT-ID IS EQUAL TO SPACES THEN
              MOVE 'PROJECT ID IS REQUIRED' TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON IS EQUAL TO SPACES
              AND WS-TRN-ACTION IS EQUAL TO 'M' THEN
              MOVE WS-TRN-NEW-ICTO TO WS-CHECK-ICTO
              PERFORM 310-CHECK-ICTO-CODE

              IF WS-CHECK-ICTO-REASON IS NOT EQUAL TO SPACES THEN
                 MOVE SPACES TO WS-REJECT-REASON
                 STRING 'NEW ' WS-CHECK-ICTO-REASON
                    DELIMITED BY SIZE INTO WS-REJECT-REASON
                 END-STRING
              ELSE
                 IF WS-TRN-NEW-ICTO IS EQUAL TO WS-TRN-ICTO THEN
                    MOVE 'NEW ICTO IS THE SAME AS CURRENT ICTO' TO
                       WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

      * An add must not duplicate a pair already filed; a move or a
      * retire must name a pair that is there.  The counts are read
      * live, so earlier transactions in this same file are seen.
           IF WS-REJECT-REASON IS EQUAL TO SPACES THEN
              MOVE WS-TRN-ICTO TO WS-CHECK-ICTO
              PERFORM 320-COUNT-PAIR

              IF WS-TRN-ACTION IS EQUAL TO 'A' THEN
                 IF WS-ROW-COUNT IS GREATER THAN ZERO THEN
                    MOVE 'ICTO/PROJECT PAIR ALREADY ON PROJECT_ICTO'
                       TO WS-REJECT-REASON
                 END-IF
              ELSE
                 IF WS-ROW-COUNT IS EQUAL TO ZERO THEN
                    MOVE 'ICTO/PROJECT PAIR NOT ON PROJECT_ICTO' TO
                       WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

           IF WS-REJECT-REASON IS EQUAL TO SPACES
              AND WS-TRN-ACTION IS EQUAL TO 'M' THEN
              MOVE WS-TRN-NEW-ICTO TO WS-CHECK-ICTO
              PERFORM 320-COUNT-PAIR

              IF WS-ROW-COUNT IS GREATER THAN ZERO THEN
                 MOVE 'NEW ICTO/PROJECT PAIR ALREADY ON PROJECT_ICTO'
                    TO WS-REJECT-REASON
              END-IF
           END-IF.

      * The code must be left justified with no embedded blanks - a
      * keyed-in leading space or a split code reads as a different
      * ICTO downstream and reports nothing.
       310-CHECK-ICTO-CODE.
           MOVE SPACES TO WS-CHECK-ICTO-REASON.

           IF WS-CHECK-ICTO IS EQUAL TO SPACES THEN
              MOVE 'ICTO CODE IS BLANK' TO WS-CHECK-ICTO-REASON
           ELSE
              IF WS-CHECK-ICTO(1:1) IS EQUAL TO SPACE THEN
                 MOVE 'ICTO CODE IS NOT LEFT JUSTIFIED' TO
                    WS-CHECK-ICTO-REASON
              ELSE
                 MOVE 'N' TO WS-CODE-BLANK-SEEN
                 MOVE 1 TO WS-CODE-CHAR-POS

                 PERFORM UNTIL WS-CODE-CHAR-POS IS GREATER THAN 15
                         IF WS-CHECK-ICTO(WS-CODE-CHAR-POS:1) IS
                            EQUAL TO SPACE THEN
                            MOVE 'Y' TO WS-CODE-BLANK-SEEN
                         ELSE
                            IF WS-CODE-BLANK-SEEN IS EQUAL TO 'Y'
                               THEN
                               MOVE 'ICTO CODE HAS EMBEDDED BLANKS'
                                  TO WS-CHECK-ICTO-REASON
                            END-IF
                         END-IF
                         ADD 1 TO WS-CODE-CHAR-POS
                 END-PERFORM
              END-IF
           END-IF.

       320-COUNT-PAIR.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'SELECT COUNT(*) FROM ' DELIMITED BY SIZE
                  WS-TRN-REGION-NAME DELIMITED BY SPACE
                  '.PROJECT_ICTO WHERE PROJECT_ICTO = ?'
                  ' AND PROJECT_ID = ?' DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                DECLARE PAIR-CHK-CSR CURSOR FOR PAIR-CHK-STMT
                END-EXEC.

           EXEC SQL
                PREPARE PAIR-CHK-STMT FROM :WS-DYN-SQL
                END-EXEC.
           MOVE 'Pair Check PREPARE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                OPEN PAIR-CHK-CSR
                USING :WS-CHECK-ICTO, :WS-TRN-PROJECT-ID
                END-EXEC.
           MOVE 'Pair Check OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
                FETCH PAIR-CHK-CSR
                INTO :WS-ROW-COUNT
                END-EXEC.
           MOVE 'Pair Check FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                CLOSE PAIR-CHK-CSR
                END-EXEC.
           MOVE 'Pair Check CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

      * A retire is still applied, but when no other ICTO in the
      * region owns the PROJECT_ID afterwards, any active NHMPROG
      * rule on ENT_PROJ still pointing at it would report its
      * programs under no ICTO at all - that is worth a warning line
      * and a return code 4 so the reference team re-homes the rules
      * or the project.
       350-CHECK-ORPHANED-RULES.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'SELECT COUNT(*) FROM ' DELIMITED BY SIZE
                  WS-TRN-REGION-NAME DELIMITED BY SPACE
                  '.PROJECT_ICTO WHERE PROJECT_ID = ?'
                  ' AND PROJECT_ICTO <> ?' DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                DECLARE OWN-CHK-CSR CURSOR FOR OWN-CHK-STMT
                END-EXEC.

           EXEC SQL
                PREPARE OWN-CHK-STMT FROM :WS-DYN-SQL
                END-EXEC.
           MOVE 'Owner Check PREPARE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                OPEN OWN-CHK-CSR
                USING :WS-TRN-PROJECT-ID, :WS-TRN-ICTO
                END-EXEC.
           MOVE 'Owner Check OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE ZERO TO WS-OTHER-OWNER-COUNT.

           EXEC SQL
                FETCH OWN-CHK-CSR
                INTO :WS-OTHER-OWNER-COUNT
                END-EXEC.
           MOVE 'Owner Check FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                CLOSE OWN-CHK-CSR
                END-EXEC.
           MOVE 'Owner Check CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF WS-OTHER-OWNER-COUNT IS EQUAL TO ZERO THEN
              PERFORM 355-COUNT-PROJECT-RULES

              IF WS-ENTP-RULE-COUNT IS GREATER THAN ZERO THEN
                 MOVE WS-ENTP-RULE-COUNT TO WS-ENTP-RULE-DISPLAY
                 STRING WS-ENTP-RULE-DISPLAY
                    ' ACTIVE ENT_PROJ RULE(S) LEFT ON A PROJECT '
                    'NO ICTO OWNS'
                    DELIMITED BY SIZE INTO WS-WARNING-REASON
                 END-STRING
              END-IF
           END-IF.

      * Active NHMPROG rules on the region's ENT_PROJ that still name
      * the transaction's PROJECT_ID.
       355-COUNT-PROJECT-RULES.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'SELECT COUNT(*) FROM ' DELIMITED BY SIZE
                  WS-TRN-REGION-NAME DELIMITED BY SPACE
                  '.ENT_PROJ WHERE PROJECT_ID = ?'
                  ' AND PROG_TYPE = ''NHMPROG'''
                  ' AND ACTIVE_ID = ''Y''' DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                DECLARE RULE-CHK-CSR CURSOR FOR RULE-CHK-STMT
                END-EXEC.

           EXEC SQL
                PREPARE RULE-CHK-STMT FROM :WS-DYN-SQL
                END-EXEC.
           MOVE 'Rule Check PREPARE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                OPEN RULE-CHK-CSR
                USING :WS-TRN-PROJECT-ID
                END-EXEC.
           MOVE 'Rule Check OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE ZERO TO WS-ENTP-RULE-COUNT.

           EXEC SQL
                FETCH RULE-CHK-CSR
                INTO :WS-ENTP-RULE-COUNT
                END-EXEC.
           MOVE 'Rule Check FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                CLOSE RULE-CHK-CSR
                END-EXEC.
           MOVE 'Rule Check CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

       400-APPLY-ADD.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'INSERT INTO ' DELIMITED BY SIZE
                  WS-TRN-REGION-NAME DELIMITED BY SPACE
                  '.PROJECT_ICTO (PROJECT_ICTO, PROJECT_ID)'
                  ' VALUES (?, ?)' DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.

           MOVE 'PROJECT_ICTO INSERT PREPARE Error' TO SQL-MSG.
           PERFORM 030-PREPARE-DML.

           EXEC SQL
                EXECUTE PIT-DML-STMT
                USING :WS-TRN-ICTO, :WS-TRN-PROJECT-ID
                END-EXEC.
           MOVE 'PROJECT_ICTO INSERT Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE SPACES TO JRN-OLD-ICTO.
           MOVE WS-TRN-ICTO TO JRN-NEW-ICTO.
           PERFORM 410-JOURNAL-CHANGE.

      * One journal row per applied transaction - OLD_ICTO is blank
      * on an add and NEW_ICTO blank on a retire, so a back-out can
      * tell from the row alone what to put back.
       410-JOURNAL-CHANGE.
           ADD 1 TO WS-JRNL-SEQ.

           EXEC SQL
                INSERT INTO PROJECT_ICTO_HIST
                   (BATCH_ID, JRNL_SEQ, APPLY_DATE, APPLY_TIME,
                    ACTION, REGION, PROJECT_ID, OLD_ICTO, NEW_ICTO)
                VALUES
                   (:WS-BATCH-ID, :WS-JRNL-SEQ, :WS-RUN-DATE,
                    :WS-RUN-TIME, :WS-TRN-ACTION,
                    :WS-TRN-REGION-NAME, :WS-TRN-PROJECT-ID,
                    :JRN-OLD-ICTO, :JRN-NEW-ICTO)
                END-EXEC.

           MOVE 'Journal INSERT Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           ADD 1 TO WS-JRNL-WRITTEN-COUNT.

       500-APPLY-MOVE.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'UPDATE ' DELIMITED BY SIZE
                  WS-TRN-REGION-NAME DELIMITED BY SPACE
                  '.PROJECT_ICTO SET PROJECT_ICTO = ?'
                  ' WHERE PROJECT_ICTO = ? AND PROJECT_ID = ?'
                     DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.

           MOVE 'PROJECT_ICTO UPDATE PREPARE Error' TO SQL-MSG.
           PERFORM 030-PREPARE-DML.

           EXEC SQL
                EXECUTE PIT-DML-STMT
                USING :WS-TRN-NEW-ICTO, :WS-TRN-ICTO,
                      :WS-TRN-PROJECT-ID
                END-EXEC.
           MOVE 'PROJECT_ICTO UPDATE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE WS-TRN-ICTO TO JRN-OLD-ICTO.
           MOVE WS-TRN-NEW-ICTO TO JRN-NEW-ICTO.
           PERFORM 410-JOURNAL-CHANGE.

       600-APPLY-RETIRE.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'DELETE FROM ' DELIMITED BY SIZE
                  WS-TRN-REGION-NAME DELIMITED BY SPACE
                  '.PROJECT_ICTO WHERE PROJECT_ICTO = ?'
                  ' AND PROJECT_ID = ?' DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.

           MOVE 'PROJECT_ICTO DELETE PREPARE Error' TO SQL-MSG.
           PERFORM 030-PREPARE-DML.

           EXEC SQL
                EXECUTE PIT-DML-STMT
                USING :WS-TRN-ICTO, :WS-TRN-PROJECT-ID
                END-EXEC.
           MOVE 'PROJECT_ICTO DELETE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE WS-TRN-ICTO TO JRN-OLD-ICTO.
           MOVE SPACES TO JRN-NEW-ICTO.
           PERFORM 410-JOURNAL-CHANGE.

      * Back-out mode driver - walks the named batch's journal rows
      * newest first and reverses each one: an add is deleted, a
      * move is moved back, a retire is re-inserted.  Each reversal
      * is journaled as action 'X' under the same batch, and any 'X'
      * row already on the journal stops a second back-out of the
      * same batch up front.
       650-BACKOUT-BATCH.
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-ROW-COUNT
                FROM PROJECT_ICTO_HIST
                WHERE BATCH_ID = :WS-BATCH-ID
                AND ACTION = 'X'
                END-EXEC.

           MOVE 'Journal Reversal Check SELECT Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF WS-ROW-COUNT IS GREATER THAN ZERO THEN
              DISPLAY 'BATCH ' WS-BATCH-ID ' ALREADY REVERSED - '
                 'NOTHING DONE'
              MOVE 8 TO RETURN-CODE
              PERFORM 960-INSERT-RUN-LOG
              PERFORM 800-CLOSE-FILE
              STOP RUN
           END-IF.

           EXEC SQL
                SELECT MAX(JRNL_SEQ)
                INTO :WS-JRNL-SEQ :WS-JRNL-SEQ-IND
                FROM PROJECT_ICTO_HIST
                WHERE BATCH_ID = :WS-BATCH-ID
                END-EXEC.

           MOVE 'Journal Max Seq SELECT Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF WS-JRNL-SEQ-IND IS LESS THAN ZERO THEN
              MOVE ZERO TO WS-JRNL-SEQ
           END-IF.

           EXEC SQL
                DECLARE JRN-BACKOUT-CSR CURSOR FOR
                SELECT ACTION,
                REGION,
                PROJECT_ID,
                OLD_ICTO,
                NEW_ICTO,
                JRNL_SEQ
                FROM PROJECT_ICTO_HIST
                WHERE BATCH_ID = :WS-BATCH-ID
                AND ACTION IN ('A', 'M', 'R')
                ORDER BY JRNL_SEQ DESC
                END-EXEC.

           EXEC SQL
                OPEN JRN-BACKOUT-CSR
                END-EXEC.

           MOVE 'Journal Backout Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 'N' TO END-OF-JRN-CSR.

           PERFORM 655-FETCH-JRN-ROW.

           PERFORM UNTIL END-OF-JRN-CSR IS EQUAL TO 'Y'
                   PERFORM 660-REVERSE-ONE-ROW
                   PERFORM 655-FETCH-JRN-ROW
           END-PERFORM.

           EXEC SQL
                CLOSE JRN-BACKOUT-CSR
                END-EXEC.

           MOVE 'Journal Backout Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF WS-BACKOUT-READ-COUNT IS EQUAL TO ZERO THEN
              DISPLAY 'NO JOURNAL ROWS FOUND FOR BATCH '
                 WS-BATCH-ID
              MOVE 4 TO RETURN-CODE
           END-IF.

       655-FETCH-JRN-ROW.
           EXEC SQL
                FETCH JRN-BACKOUT-CSR
                INTO
                :JRN-ACTION,
                :JRN-REGION,
                :JRN-PROJECT-ID,
                :JRN-OLD-ICTO,
                :JRN-NEW-ICTO,
                :JRN-SEQ
                END-EXEC.

           MOVE 'Journal Backout Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO END-OF-JRN-CSR
           ELSE
              ADD 1 TO WS-BACKOUT-READ-COUNT
           END-IF.

      * The journal row's REGION is the qualifier of the PROJECT_ICTO
      * it changed, so the reversal goes back to that table even if
      * the region has since been marked inactive on REGION_CTL.
       660-REVERSE-ONE-ROW.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.

           IF JRN-ACTION IS EQUAL TO 'A' THEN
              STRING 'DELETE FROM ' DELIMITED BY SIZE
                     JRN-REGION DELIMITED BY SPACE
                     '.PROJECT_ICTO WHERE PROJECT_ICTO = ?'
                     ' AND PROJECT_ID = ?' DELIMITED BY SIZE
                 INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
              END-STRING

              MOVE 'Backout DELETE PREPARE Error' TO SQL-MSG
              PERFORM 030-PREPARE-DML

              EXEC SQL
                   EXECUTE PIT-DML-STMT
                   USING :JRN-NEW-ICTO, :JRN-PROJECT-ID
                   END-EXEC
              MOVE 'Backout DELETE Error' TO SQL-MSG
              PERFORM 910-CHECK-SQL-CODE
           END-IF.

           IF JRN-ACTION IS EQUAL TO 'M' THEN
              STRING 'UPDATE ' DELIMITED BY SIZE
                     JRN-REGION DELIMITED BY SPACE
                     '.PROJECT_ICTO SET PROJECT_ICTO = ?'
                     ' WHERE PROJECT_ICTO = ? AND PROJECT_ID = ?'
                        DELIMITED BY SIZE
                 INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
              END-STRING

              MOVE 'Backout UPDATE PREPARE Error' TO SQL-MSG
              PERFORM 030-PREPARE-DML

              EXEC SQL
                   EXECUTE PIT-DML-STMT
                   USING :JRN-OLD-ICTO, :JRN-NEW-ICTO,
                         :JRN-PROJECT-ID
                   END-EXEC
              MOVE 'Backout UPDATE Error' TO SQL-MSG
              PERFORM 910-CHECK-SQL-CODE
           END-IF.

           IF JRN-ACTION IS EQUAL TO 'R' THEN
              STRING 'INSERT INTO ' DELIMITED BY SIZE
                     JRN-REGION DELIMITED BY SPACE
                     '.PROJECT_ICTO (PROJECT_ICTO, PROJECT_ID)'
                     ' VALUES (?, ?)' DELIMITED BY SIZE
                 INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
              END-STRING

              MOVE 'Backout INSERT PREPARE Error' TO SQL-MSG
              PERFORM 030-PREPARE-DML

              EXEC SQL
                   EXECUTE PIT-DML-STMT
                   USING :JRN-OLD-ICTO, :JRN-PROJECT-ID
                   END-EXEC
              MOVE 'Backout INSERT Error' TO SQL-MSG
              PERFORM 910-CHECK-SQL-CODE
           END-IF.

           PERFORM 665-JOURNAL-REVERSAL.
           ADD 1 TO WS-BACKOUT-APPLIED-COUNT.
           PERFORM 670-WRITE-BACKOUT-LINE.

      * The reversal row swaps OLD/NEW so it reads as the change it
      * made, and takes the next sequence past the batch's own rows.
       665-JOURNAL-REVERSAL.
           ADD 1 TO WS-JRNL-SEQ.

           EXEC SQL
                INSERT INTO PROJECT_ICTO_HIST
                   (BATCH_ID, JRNL_SEQ, APPLY_DATE, APPLY_TIME,
                    ACTION, REGION, PROJECT_ID, OLD_ICTO, NEW_ICTO)
                VALUES
                   (:WS-BATCH-ID, :WS-JRNL-SEQ, :WS-RUN-DATE,
                    :WS-RUN-TIME, 'X', :JRN-REGION,
                    :JRN-PROJECT-ID, :JRN-NEW-ICTO, :JRN-OLD-ICTO)
                END-EXEC.

           MOVE 'Journal Reversal INSERT Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

       670-WRITE-BACKOUT-LINE.
           MOVE JRN-SEQ TO JRN-SEQ-DISPLAY.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'BACKOUT:  ACTION ' JRN-ACTION
              ' REGION ' JRN-REGION
              ' PROJECT ' JRN-PROJECT-ID
              ' OLD ICTO ' JRN-OLD-ICTO
              ' NEW ICTO ' JRN-NEW-ICTO
              ' SEQ ' JRN-SEQ-DISPLAY
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE AUDIT-FILE-REC FROM WS-GENERIC-LINE.

       700-WRITE-APPLIED-LINE.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'APPLIED:  ACTION ' WS-TRN-ACTION
              ' REGION ' WS-TRN-REGION-NAME
              ' ICTO ' WS-TRN-ICTO
              ' PROJECT ' WS-TRN-PROJECT-ID
              ' NEW ICTO ' WS-TRN-NEW-ICTO
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE AUDIT-FILE-REC FROM WS-GENERIC-LINE.

       710-WRITE-REJECTED-LINE.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'REJECTED: ACTION ' WS-TRN-ACTION
              ' REGION ' WS-TRN-REGION
              ' ICTO ' WS-TRN-ICTO
              ' PROJECT ' WS-TRN-PROJECT-ID
              ' NEW ICTO ' WS-TRN-NEW-ICTO
              ' - ' WS-REJECT-REASON
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE AUDIT-FILE-REC FROM WS-GENERIC-LINE.

       720-WRITE-WARNING-LINE.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING '  WARNING: PROJECT ' WS-TRN-PROJECT-ID
              ' REGION ' WS-TRN-REGION-NAME
              ' - ' WS-WARNING-REASON
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE AUDIT-FILE-REC FROM WS-GENERIC-LINE.

       800-CLOSE-FILE.
           CLOSE IN-PICT-TRAN
                 OT-AUDIT-RPT.

       900-FILE-ERROR.
           DISPLAY '***** FILE ERROR *****'.
           DISPLAY WS-ERROR-MSG.
           DISPLAY WS-ERROR-LOC.
           DISPLAY 'File Status ' WS-FILE-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM 800-CLOSE-FILE.
           STOP RUN.

       950-WRITE-RUN-SUMMARY.
           IF WS-RUN-MODE IS EQUAL TO 'B' THEN
              MOVE SPACES TO WS-GENERIC-LINE
              STRING 'BACKOUT SUMMARY - BATCH: ' WS-BATCH-ID
                 '  JOURNAL ROWS: ' WS-BACKOUT-READ-COUNT
                 '  REVERSED: ' WS-BACKOUT-APPLIED-COUNT
                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
              END-STRING
              WRITE AUDIT-FILE-REC FROM WS-GENERIC-LINE

              DISPLAY 'BACKOUT SUMMARY - BATCH: ' WS-BATCH-ID
                 ' JOURNAL ROWS: ' WS-BACKOUT-READ-COUNT
                 ' REVERSED: ' WS-BACKOUT-APPLIED-COUNT
           END-IF.

           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'PROJECT_ICTO SUMMARY - READ: ' WS-TRAN-READ-COUNT
              '  APPLIED: ' WS-TRAN-APPLIED-COUNT
              '  REJECTED: ' WS-TRAN-REJECTED-COUNT
              '  WARNINGS: ' WS-TRAN-WARNING-COUNT
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE AUDIT-FILE-REC FROM WS-GENERIC-LINE.

           DISPLAY 'PROJECT_ICTO SUMMARY - READ: ' WS-TRAN-READ-COUNT
              ' APPLIED: ' WS-TRAN-APPLIED-COUNT
              ' REJECTED: ' WS-TRAN-REJECTED-COUNT
              ' WARNINGS: ' WS-TRAN-WARNING-COUNT.

      * One row into RUN_LOG at end of job - program, batch
      * identifier, start and end timestamps, final return code and
      * the key counters named above.  A back-out run reports its
      * reversals through the APPLIED counter.
       960-INSERT-RUN-LOG.
           ACCEPT RNL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RNL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE WS-TRAN-READ-COUNT TO RNL-CTR1-COUNT.

           IF WS-RUN-MODE IS EQUAL TO 'B' THEN
              MOVE WS-BACKOUT-APPLIED-COUNT TO RNL-CTR2-COUNT
           ELSE
              MOVE WS-TRAN-APPLIED-COUNT TO RNL-CTR2-COUNT
           END-IF.

           MOVE WS-TRAN-REJECTED-COUNT TO RNL-CTR3-COUNT.

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
