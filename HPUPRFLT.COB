       IDENTIFICATION DIVISION.
         PROGRAM-ID. COBPRFLT.
         AUTHOR. Wesley Salesberry.
         DATE-WRITTEN. OCT 15 2026.
      * Pre-flight gate run in front of COBREPT.  A snapshot-load
      * report (PARM-SNAPSHOT 'S') trusts SNAPPROG/SNAPENTP as they
      * stand, so before it runs this step confirms from RUN_LOG and
      * the ENT_PROJ_HIST journal that
      *   1  COBRSNAP ran on the chain date and ended RC 4 or less,
      *   2  no maintenance batch was applied after that snapshot,
      *   3  no batch was backed out after that snapshot, and
      *   4  COBPMEDT ran on the chain date within its RC limit.
      * Every check is printed with its reason on PRFLREPT.  Any
      * failure ends the step RC 8 so the JCL bypasses COBREPT.
      *   parm bytes 1-2   COBPMEDT RC limit (default 04)
      *   parm bytes 3-10  chain date YYYYMMDD (default today)
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OT-GATE-REPORT      ASSIGN TO PRFLREPT
                                      FILE STATUS IS OT-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
       FD OT-GATE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GATE-FILE-REPORT.

       01 GATE-FILE-REPORT           PIC X(200).

         WORKING-STORAGE SECTION.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

       01 OT-FILE-STATUS             PIC XX.

       01 WS-CHAIN-DATE              PIC 9(08)  VALUE ZERO.
       01 WS-PARM-DATE               PIC X(08).
       01 WS-PARM-RC                 PIC X(02).
       01 WS-PMEDT-RC-LIMIT          PIC 9(02)  VALUE 4.
       01 WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
       01 WS-RUN-TIME                PIC 9(08)  VALUE ZERO.

       01 CSR-PROGRAM-ID             PIC X(08).
       01 CSR-CTR3-COUNT             PIC S9(09) COMP.

      * Latest COBRSNAP run on the chain date.  Its start is the
      * point the snapshot was taken from.
       01 SNP-FOUND                  PIC A(01)  VALUE 'N'.
       01 SNP-START-DATE             PIC 9(08).
       01 SNP-START-TIME             PIC 9(08).
       01 SNP-END-DATE               PIC 9(08).
       01 SNP-END-TIME               PIC 9(08).
       01 SNP-RC                     PIC S9(04) COMP.
       01 SNP-STAMP                  PIC 9(16)  VALUE ZERO.

      * Latest COBPMEDT run on the chain date.
       01 EDT-FOUND                  PIC A(01)  VALUE 'N'.
       01 EDT-START-DATE             PIC 9(08).
       01 EDT-START-TIME             PIC 9(08).
       01 EDT-END-DATE               PIC 9(08).
       01 EDT-END-TIME               PIC 9(08).
       01 EDT-RC                     PIC S9(04) COMP.

      * Latest journal row of each kind - an applied change
      * (A, C or D) and a back-out reversal (R).
       01 JRN-FOUND                  PIC A(01)  VALUE 'N'.
       01 JRN-ACTION-SET             PIC X(01).
       01 JRN-BATCH-ID               PIC X(08).
       01 JRN-APPLY-DATE             PIC 9(08).
       01 JRN-APPLY-TIME             PIC 9(08).
       01 JRN-STAMP                  PIC 9(16)  VALUE ZERO.

       01 WS-RC-DISPLAY              PIC 9(04).
       01 WS-CTR-DISPLAY             PIC 9(09).

       01 WS-CHECK-NUMBER            PIC 9(01).
       01 WS-CHECK-RESULT            PIC X(04).
       01 WS-CHECK-REASON            PIC X(120).

      * Run-summary counters.
       01 WS-CHECK-COUNT             PIC 9(02)  VALUE ZERO.
       01 WS-PASS-COUNT              PIC 9(02)  VALUE ZERO.
       01 WS-FAIL-COUNT              PIC 9(02)  VALUE ZERO.

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

      * Run-log work area - the gate's own verdict goes on RUN_LOG
      * with the rest of the chain.
       01 RNL-PROGRAM-ID             PIC X(08)  VALUE 'COBPRFLT'.
       01 RNL-RUN-PARM               PIC X(08)  VALUE SPACES.
       01 RNL-END-DATE               PIC 9(08)  VALUE ZERO.
       01 RNL-END-TIME               PIC 9(08)  VALUE ZERO.
       01 RNL-RETURN-CODE            PIC S9(04) COMP.
       01 RNL-CTR1-NAME              PIC X(12)  VALUE 'CHECKS'.
       01 RNL-CTR1-COUNT             PIC S9(09) COMP.
       01 RNL-CTR2-NAME              PIC X(12)  VALUE 'PASSED'.
       01 RNL-CTR2-COUNT             PIC S9(09) COMP.
       01 RNL-CTR3-NAME              PIC X(12)  VALUE 'FAILED'.
       01 RNL-CTR3-COUNT             PIC S9(09) COMP.

         LINKAGE SECTION.
       01 PARM-INPUT.
          05 PARM-LENGTH             PIC S9(4) COMP.
          05 PARM-NAME.
             10 PARM-PMEDT-RC        PIC X(2).
             10 PARM-DATE            PIC X(8).

       PROCEDURE DIVISION.
      * Begin Main Program

           PERFORM 000-GET-INPUT-PARMS.
           PERFORM 001-OPEN-FILES.
           PERFORM 002-WRITE-REPORT-HEADING.

           PERFORM 100-CHECK-SNAPSHOT.
           PERFORM 200-CHECK-APPLIED-BATCHES.
           PERFORM 300-CHECK-BACKOUTS.
           PERFORM 400-CHECK-PRE-EDIT.

           IF WS-FAIL-COUNT IS GREATER THAN ZERO THEN
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM 950-WRITE-RUN-SUMMARY.
           PERFORM 960-INSERT-RUN-LOG.
           PERFORM 800-CLOSE-FILE.

           STOP RUN.

      * End Main Program

       000-GET-INPUT-PARMS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-CHAIN-DATE.
           MOVE 4 TO WS-PMEDT-RC-LIMIT.

           IF PARM-LENGTH IS GREATER THAN 1 THEN
              MOVE PARM-PMEDT-RC TO WS-PARM-RC

              IF WS-PARM-RC IS NOT NUMERIC THEN
                 DISPLAY 'COBPMEDT RC LIMIT PARM MUST BE NUMERIC - '
                    'GOT ' WS-PARM-RC
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF

              MOVE WS-PARM-RC TO WS-PMEDT-RC-LIMIT
           END-IF.

           IF PARM-LENGTH IS GREATER THAN 9 THEN
              MOVE PARM-DATE TO WS-PARM-DATE

              IF WS-PARM-DATE IS NOT NUMERIC THEN
                 DISPLAY 'CHAIN DATE PARM MUST BE NUMERIC - GOT '
                    WS-PARM-DATE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF

              MOVE WS-PARM-DATE TO WS-CHAIN-DATE
           END-IF.

           MOVE WS-CHAIN-DATE TO RNL-RUN-PARM.

       001-OPEN-FILES.
           OPEN OUTPUT OT-GATE-REPORT.

           IF OT-FILE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'Output File Error' TO WS-ERROR-MSG
              MOVE 'Error In 001-OPEN-FILES' TO WS-ERROR-LOC
              MOVE OT-FILE-STATUS TO WS-FILE-STATUS
              PERFORM 900-FILE-ERROR
           END-IF.

       002-WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'COBREPT PRE-FLIGHT GATE FOR ' WS-CHAIN-DATE
              '  COBPMEDT RC LIMIT ' WS-PMEDT-RC-LIMIT
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE GATE-FILE-REPORT FROM WS-GENERIC-LINE.

           MOVE SPACES TO WS-GENERIC-LINE.
           WRITE GATE-FILE-REPORT FROM WS-GENERIC-LINE.

      * The latest COBRSNAP row on the chain date, whatever its RC,
      * is the snapshot COBREPT would load - an earlier good run
      * was overwritten by it.
       100-CHECK-SNAPSHOT.
           MOVE 1 TO WS-CHECK-NUMBER.
           MOVE 'COBRSNAP' TO CSR-PROGRAM-ID.

           EXEC SQL
                DECLARE LAST-RUN-CSR CURSOR FOR
                SELECT START_DATE,
                START_TIME,
                END_DATE,
                END_TIME,
                RETURN_CODE,
                CTR3_COUNT
                FROM RUN_LOG
                WHERE PROGRAM_ID = :CSR-PROGRAM-ID
                AND START_DATE = :WS-CHAIN-DATE
                ORDER BY START_TIME DESC
                END-EXEC.

           PERFORM 110-OPEN-LAST-RUN.

           EXEC SQL
                FETCH LAST-RUN-CSR
                INTO
                :SNP-START-DATE,
                :SNP-START-TIME,
                :SNP-END-DATE,
                :SNP-END-TIME,
                :SNP-RC,
                :CSR-CTR3-COUNT
                END-EXEC.

           MOVE 'Last Run Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'N' TO SNP-FOUND
           ELSE
              MOVE 'Y' TO SNP-FOUND
              COMPUTE SNP-STAMP = SNP-START-DATE * 100000000
                 + SNP-START-TIME
           END-IF.

           PERFORM 120-CLOSE-LAST-RUN.

           MOVE SPACES TO WS-CHECK-REASON.

           IF SNP-FOUND IS EQUAL TO 'N' THEN
              STRING 'COBRSNAP HAS NOT RUN ON ' WS-CHAIN-DATE
                 DELIMITED BY SIZE INTO WS-CHECK-REASON
              END-STRING
              PERFORM 510-RECORD-FAIL
           ELSE
              MOVE SNP-RC TO WS-RC-DISPLAY

              IF SNP-RC IS GREATER THAN 4 THEN
                 STRING 'COBRSNAP STARTED ' SNP-START-DATE ' '
                    SNP-START-TIME ' ENDED RC ' WS-RC-DISPLAY
                    ' - SNAPSHOT FILES ARE INCOMPLETE'
                    DELIMITED BY SIZE INTO WS-CHECK-REASON
                 END-STRING
                 PERFORM 510-RECORD-FAIL
              ELSE
                 STRING 'COBRSNAP STARTED ' SNP-START-DATE ' '
                    SNP-START-TIME ' ENDED ' SNP-END-DATE ' '
                    SNP-END-TIME ' RC ' WS-RC-DISPLAY
                    DELIMITED BY SIZE INTO WS-CHECK-REASON
                 END-STRING
                 PERFORM 500-RECORD-PASS
              END-IF
           END-IF.

       110-OPEN-LAST-RUN.
           EXEC SQL
                OPEN LAST-RUN-CSR
                END-EXEC.

           MOVE 'Last Run Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

       120-CLOSE-LAST-RUN.
           EXEC SQL
                CLOSE LAST-RUN-CSR
                END-EXEC.

           MOVE 'Last Run Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

      * The journal is stamped with the start of the COBEPMNT run
      * that wrote it.  A batch stamped at or after the snapshot
      * start may not be in the snapshot, so it fails the gate.
       200-CHECK-APPLIED-BATCHES.
           MOVE 2 TO WS-CHECK-NUMBER.
           MOVE 'A' TO JRN-ACTION-SET.
           PERFORM 250-READ-LAST-JOURNAL-ROW.

           MOVE SPACES TO WS-CHECK-REASON.

           IF SNP-FOUND IS EQUAL TO 'N' THEN
              MOVE 'NOT CHECKED - NO SNAPSHOT ON THE CHAIN DATE'
                 TO WS-CHECK-REASON
              PERFORM 510-RECORD-FAIL
           ELSE
              IF JRN-FOUND IS EQUAL TO 'N' THEN
                 MOVE 'NO APPLIED BATCH ON THE ENT_PROJ_HIST JOURNAL'
                    TO WS-CHECK-REASON
                 PERFORM 500-RECORD-PASS
              ELSE
                 IF JRN-STAMP IS NOT LESS THAN SNP-STAMP THEN
                    STRING 'BATCH ' JRN-BATCH-ID ' APPLIED '
                       JRN-APPLY-DATE ' ' JRN-APPLY-TIME
                       ' AFTER THE SNAPSHOT - RERUN COBRSNAP'
                       DELIMITED BY SIZE INTO WS-CHECK-REASON
                    END-STRING
                    PERFORM 510-RECORD-FAIL
                 ELSE
                    STRING 'LAST BATCH ' JRN-BATCH-ID ' APPLIED '
                       JRN-APPLY-DATE ' ' JRN-APPLY-TIME
                       ' BEFORE THE SNAPSHOT'
                       DELIMITED BY SIZE INTO WS-CHECK-REASON
                    END-STRING
                    PERFORM 500-RECORD-PASS
                 END-IF
              END-IF
           END-IF.

      * JRN-ACTION-SET 'A' reads the newest applied change (A, C or
      * D rows), 'R' the newest back-out reversal.
       250-READ-LAST-JOURNAL-ROW.
           EXEC SQL
                DECLARE LAST-JRN-CSR CURSOR FOR
                SELECT BATCH_ID,
                APPLY_DATE,
                APPLY_TIME
                FROM ENT_PROJ_HIST
                WHERE (:JRN-ACTION-SET = 'A'
                       AND ACTION IN ('A', 'C', 'D'))
                OR (:JRN-ACTION-SET = 'R'
                    AND ACTION = 'R')
                ORDER BY APPLY_DATE DESC, APPLY_TIME DESC
                END-EXEC.

           EXEC SQL
                OPEN LAST-JRN-CSR
                END-EXEC.

           MOVE 'Journal Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                FETCH LAST-JRN-CSR
                INTO
                :JRN-BATCH-ID,
                :JRN-APPLY-DATE,
                :JRN-APPLY-TIME
                END-EXEC.

           MOVE 'Journal Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'N' TO JRN-FOUND
              MOVE ZERO TO JRN-STAMP
           ELSE
              MOVE 'Y' TO JRN-FOUND
              COMPUTE JRN-STAMP = JRN-APPLY-DATE * 100000000
                 + JRN-APPLY-TIME
           END-IF.

           EXEC SQL
                CLOSE LAST-JRN-CSR
                END-EXEC.

           MOVE 'Journal Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

       300-CHECK-BACKOUTS.
           MOVE 3 TO WS-CHECK-NUMBER.
           MOVE 'R' TO JRN-ACTION-SET.
           PERFORM 250-READ-LAST-JOURNAL-ROW.

           MOVE SPACES TO WS-CHECK-REASON.

           IF SNP-FOUND IS EQUAL TO 'N' THEN
              MOVE 'NOT CHECKED - NO SNAPSHOT ON THE CHAIN DATE'
                 TO WS-CHECK-REASON
              PERFORM 510-RECORD-FAIL
           ELSE
              IF JRN-FOUND IS EQUAL TO 'N' THEN
                 MOVE 'NO BACK-OUT ON THE ENT_PROJ_HIST JOURNAL'
                    TO WS-CHECK-REASON
                 PERFORM 500-RECORD-PASS
              ELSE
                 IF JRN-STAMP IS NOT LESS THAN SNP-STAMP THEN
                    STRING 'BATCH ' JRN-BATCH-ID ' BACKED OUT '
                       JRN-APPLY-DATE ' ' JRN-APPLY-TIME
                       ' AFTER THE SNAPSHOT - RERUN COBRSNAP'
                       DELIMITED BY SIZE INTO WS-CHECK-REASON
                    END-STRING
                    PERFORM 510-RECORD-FAIL
                 ELSE
                    STRING 'LAST BACK-OUT ' JRN-BATCH-ID ' RAN '
                       JRN-APPLY-DATE ' ' JRN-APPLY-TIME
                       ' BEFORE THE SNAPSHOT'
                       DELIMITED BY SIZE INTO WS-CHECK-REASON
                    END-STRING
                    PERFORM 500-RECORD-PASS
                 END-IF
              END-IF
           END-IF.

      * COBPMEDT ends RC 8 when it rejects a record, so with the
      * default limit of 4 any reject stops the report.
       400-CHECK-PRE-EDIT.
           MOVE 4 TO WS-CHECK-NUMBER.
           MOVE 'COBPMEDT' TO CSR-PROGRAM-ID.

           PERFORM 110-OPEN-LAST-RUN.

           EXEC SQL
                FETCH LAST-RUN-CSR
                INTO
                :EDT-START-DATE,
                :EDT-START-TIME,
                :EDT-END-DATE,
                :EDT-END-TIME,
                :EDT-RC,
                :CSR-CTR3-COUNT
                END-EXEC.

           MOVE 'Last Run Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'N' TO EDT-FOUND
           ELSE
              MOVE 'Y' TO EDT-FOUND
           END-IF.

           PERFORM 120-CLOSE-LAST-RUN.

           MOVE SPACES TO WS-CHECK-REASON.

           IF EDT-FOUND IS EQUAL TO 'N' THEN
              STRING 'COBPMEDT HAS NOT RUN ON ' WS-CHAIN-DATE
                 DELIMITED BY SIZE INTO WS-CHECK-REASON
              END-STRING
              PERFORM 510-RECORD-FAIL
           ELSE
              MOVE EDT-RC TO WS-RC-DISPLAY
              MOVE CSR-CTR3-COUNT TO WS-CTR-DISPLAY

              IF EDT-RC IS GREATER THAN WS-PMEDT-RC-LIMIT THEN
                 STRING 'COBPMEDT STARTED ' EDT-START-DATE ' '
                    EDT-START-TIME ' ENDED RC ' WS-RC-DISPLAY
                    ' ABOVE LIMIT ' WS-PMEDT-RC-LIMIT
                    ' - REJECTED ' WS-CTR-DISPLAY
                    DELIMITED BY SIZE INTO WS-CHECK-REASON
                 END-STRING
                 PERFORM 510-RECORD-FAIL
              ELSE
                 STRING 'COBPMEDT STARTED ' EDT-START-DATE ' '
                    EDT-START-TIME ' ENDED RC ' WS-RC-DISPLAY
                    ' - REJECTED ' WS-CTR-DISPLAY
                    DELIMITED BY SIZE INTO WS-CHECK-REASON
                 END-STRING
                 PERFORM 500-RECORD-PASS
              END-IF
           END-IF.

       500-RECORD-PASS.
           MOVE 'PASS' TO WS-CHECK-RESULT.
           ADD 1 TO WS-PASS-COUNT.
           PERFORM 520-WRITE-CHECK-LINE.

       510-RECORD-FAIL.
           MOVE 'FAIL' TO WS-CHECK-RESULT.
           ADD 1 TO WS-FAIL-COUNT.
           PERFORM 520-WRITE-CHECK-LINE.

       520-WRITE-CHECK-LINE.
           ADD 1 TO WS-CHECK-COUNT.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'CHECK ' WS-CHECK-NUMBER ' ' WS-CHECK-RESULT
              ' ' WS-CHECK-REASON
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE GATE-FILE-REPORT FROM WS-GENERIC-LINE.

           DISPLAY 'CHECK ' WS-CHECK-NUMBER ' ' WS-CHECK-RESULT.

       800-CLOSE-FILE.
           CLOSE OT-GATE-REPORT.

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
           WRITE GATE-FILE-REPORT FROM WS-GENERIC-LINE.

           MOVE SPACES TO WS-GENERIC-LINE.

           IF WS-FAIL-COUNT IS GREATER THAN ZERO THEN
              STRING 'GATE CLOSED - CHECKS: ' WS-CHECK-COUNT
                 '  PASSED: ' WS-PASS-COUNT
                 '  FAILED: ' WS-FAIL-COUNT
                 ' - COBREPT MUST NOT RUN UNTIL THE FAILURES ARE '
                 'CLEARED'
                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
              END-STRING
           ELSE
              STRING 'GATE OPEN - CHECKS: ' WS-CHECK-COUNT
                 '  PASSED: ' WS-PASS-COUNT
                 '  FAILED: ' WS-FAIL-COUNT
                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
              END-STRING
           END-IF.

           WRITE GATE-FILE-REPORT FROM WS-GENERIC-LINE.

           DISPLAY 'PRE-FLIGHT SUMMARY - CHECKS: ' WS-CHECK-COUNT
              ' PASSED: ' WS-PASS-COUNT
              ' FAILED: ' WS-FAIL-COUNT.

       960-INSERT-RUN-LOG.
           ACCEPT RNL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RNL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE WS-CHECK-COUNT TO RNL-CTR1-COUNT.
           MOVE WS-PASS-COUNT TO RNL-CTR2-COUNT.
           MOVE WS-FAIL-COUNT TO RNL-CTR3-COUNT.

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
