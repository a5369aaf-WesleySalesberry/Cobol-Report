       IDENTIFICATION DIVISION.
         PROGRAM-ID. COBCALLD.
         AUTHOR. Wesley Salesberry.
         DATE-WRITTEN. OCT 15 2026.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT IN-CALL-XREF        ASSIGN TO CALLXREF
                                      FILE STATUS IS IN-FILE-STATUS.

           SELECT OT-LOAD-RPT         ASSIGN TO CALLRPT
                                      FILE STATUS IS OT-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
       FD IN-CALL-XREF
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CALL-XREF-RECORD.

      * One static or literal-dynamic CALL per record, cut from the
      * compile cross-reference listing of every program compiled
      * into production and sorted by CALLER.  A caller's records
      * are its complete call list as of its latest compile, so the
      * list replaces whatever PROGRAM_CALLS held for that caller.
      *   POS 01-08  CALLER      PROGRAM_ID
      *   POS 09-16  CALLEE      PROGRAM_ID
      *   POS 17     CALL-TYPE   S static / D dynamic literal
      *   POS 18-25  COMPILE-DATE YYYYMMDD
      *   POS 26-80  FILLER
       01 CALL-XREF-RECORD.
          05 XRF-CALLER             PIC X(08).
          05 XRF-CALLEE             PIC X(08).
          05 XRF-CALL-TYPE          PIC X(01).
          05 XRF-COMPILE-DATE       PIC X(08).
          05 FILLER                 PIC X(55).

       FD OT-LOAD-RPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOAD-FILE-REC.

       01 LOAD-FILE-REC              PIC X(200).

         WORKING-STORAGE SECTION.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

      * Distinct callees a single caller may list - far beyond any
      * program in the inventory.
       78 GRP-CALLEE-TABLE-MAX       VALUE 500.

       01 IN-FILE-STATUS             PIC XX.
       01 OT-FILE-STATUS             PIC XX.

       01 IN-END-OF-FILE             PIC A(1)   VALUE 'N'.

      * 'F' (parm byte 1) clears PROGRAM_CALLS before loading, for a
      * full cross-reference of every production program; anything
      * else replaces only the callers present in CALLXREF.
       01 WS-RUN-MODE                PIC X(01)  VALUE 'I'.
       01 WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
       01 WS-RUN-TIME                PIC 9(08)  VALUE ZERO.

       01 WS-XREF-RECORD.
          05 WS-XRF-CALLER           PIC X(08).
          05 WS-XRF-CALLEE           PIC X(08).
          05 WS-XRF-CALL-TYPE        PIC X(01).
          05 WS-XRF-COMPILE-DATE     PIC X(08).
          05 FILLER                  PIC X(55).

       01 WS-COMPILE-DATE            PIC 9(08)  VALUE ZERO.
       01 WS-REJECT-REASON           PIC X(50).

      * Caller group state - the caller whose list is being loaded
      * and the callees already taken for it.
       01 WS-GROUP-CALLER            PIC X(08)  VALUE LOW-VALUES.
       01 WS-GROUP-REPLACED          PIC S9(09) COMP.
       01 WS-GROUP-LOADED            PIC 9(05)  VALUE ZERO.
       01 WS-GROUP-CALLEE-USED       PIC 9(03)  VALUE ZERO.
       01 WS-GROUP-CALLEE-FOUND      PIC A(01)  VALUE 'N'.
       01 GRP-CALLEES.
          05 GRP-CALLEE-TABLE OCCURS 500 TIMES
                INDEXED BY GRPCLE-IDX.
             10 GRPCLE-NAME          PIC X(08).

       01 WS-ROW-COUNT               PIC S9(09) COMP.
       01 WS-ROW-DISPLAY             PIC 9(09).

      * Run-summary counters.
       01 WS-XREF-READ-COUNT         PIC 9(07)  VALUE ZERO.
       01 WS-CALL-LOADED-COUNT       PIC 9(07)  VALUE ZERO.
       01 WS-XREF-REJECTED-COUNT     PIC 9(05)  VALUE ZERO.
       01 WS-DUPLICATE-COUNT         PIC 9(05)  VALUE ZERO.
       01 WS-CALLER-COUNT            PIC 9(05)  VALUE ZERO.

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
       01 RNL-PROGRAM-ID             PIC X(08)  VALUE 'COBCALLD'.
       01 RNL-RUN-PARM               PIC X(08)  VALUE SPACES.
       01 RNL-END-DATE               PIC 9(08)  VALUE ZERO.
       01 RNL-END-TIME               PIC 9(08)  VALUE ZERO.
       01 RNL-RETURN-CODE            PIC S9(04) COMP.
       01 RNL-CTR1-NAME              PIC X(12)  VALUE 'READ'.
       01 RNL-CTR1-COUNT             PIC S9(09) COMP.
       01 RNL-CTR2-NAME              PIC X(12)  VALUE 'LOADED'.
       01 RNL-CTR2-COUNT             PIC S9(09) COMP.
       01 RNL-CTR3-NAME              PIC X(12)  VALUE 'REJECTED'.
       01 RNL-CTR3-COUNT             PIC S9(09) COMP.

         LINKAGE SECTION.
       01 PARM-INPUT.
          05 PARM-LENGTH             PIC S9(4) COMP.
          05 PARM-NAME.
             10 PARM-MODE            PIC X(1).

       PROCEDURE DIVISION.
      * Begin Main Program

           PERFORM 000-GET-INPUT-PARMS.
           PERFORM 001-OPEN-FILES.

           IF WS-RUN-MODE IS EQUAL TO 'F' THEN
              PERFORM 100-CLEAR-PROGRAM-CALLS
           END-IF.

           PERFORM 200-READ-XREF-RECORD.

           PERFORM 210-PROCESS-XREF-RECORD UNTIL IN-END-OF-FILE
              IS EQUAL TO 'Y'.

           IF WS-GROUP-CALLER IS NOT EQUAL TO LOW-VALUES THEN
              PERFORM 330-WRITE-CALLER-LINE
           END-IF.

           EXEC SQL
                COMMIT
                END-EXEC.
           MOVE 'Final Commit Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           PERFORM 950-WRITE-RUN-SUMMARY.

           IF WS-XREF-REJECTED-COUNT IS GREATER THAN ZERO
              AND RETURN-CODE IS LESS THAN 4 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 960-INSERT-RUN-LOG.
           PERFORM 800-CLOSE-FILE.

           STOP RUN.

      * End Main Program

       000-GET-INPUT-PARMS.
           MOVE 'I' TO WS-RUN-MODE.

           IF PARM-LENGTH IS GREATER THAN ZERO THEN
              IF PARM-MODE IS EQUAL TO 'F' THEN
                 MOVE PARM-MODE TO WS-RUN-MODE
              END-IF
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           IF WS-RUN-MODE IS EQUAL TO 'F' THEN
              DISPLAY 'FULL REFRESH - PROGRAM_CALLS CLEARED BEFORE '
                 'LOAD'
           ELSE
              DISPLAY 'INCREMENTAL LOAD - CALLERS IN CALLXREF '
                 'REPLACED'
           END-IF.

       001-OPEN-FILES.
           OPEN INPUT IN-CALL-XREF.

           IF IN-FILE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'Input File Error' TO WS-ERROR-MSG
              MOVE 'Error In 001-OPEN-FILES' TO WS-ERROR-LOC
              MOVE IN-FILE-STATUS TO WS-FILE-STATUS
              PERFORM 900-FILE-ERROR
           END-IF.

           OPEN OUTPUT OT-LOAD-RPT.

           IF OT-FILE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'Report File Error' TO WS-ERROR-MSG
              MOVE 'Error In 001-OPEN-FILES' TO WS-ERROR-LOC
              MOVE OT-FILE-STATUS TO WS-FILE-STATUS
              PERFORM 900-FILE-ERROR
           END-IF.

       100-CLEAR-PROGRAM-CALLS.
           EXEC SQL
                DELETE FROM PROGRAM_CALLS
                END-EXEC.

           MOVE 'Program Calls Clear Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE SQLERRD(3) TO WS-ROW-DISPLAY.

           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'FULL REFRESH - ' WS-ROW-DISPLAY
              ' PROGRAM_CALLS ROW(S) CLEARED'
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE LOAD-FILE-REC FROM WS-GENERIC-LINE.

       200-READ-XREF-RECORD.
           READ IN-CALL-XREF INTO WS-XREF-RECORD
           AT END
              MOVE 'Y' TO IN-END-OF-FILE
           NOT AT END
              ADD 1 TO WS-XREF-READ-COUNT
           END-READ.

      * A caller sorting below the group just finished is out of
      * sequence - its list may already have been replaced earlier
      * in the file, so the record is rejected rather than allowed
      * to wipe that list a second time.
       210-PROCESS-XREF-RECORD.
           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM 300-VALIDATE-XREF-RECORD.

           IF WS-REJECT-REASON IS EQUAL TO SPACES
              AND WS-XRF-CALLER IS NOT EQUAL TO WS-GROUP-CALLER THEN
              IF WS-XRF-CALLER IS LESS THAN WS-GROUP-CALLER THEN
                 MOVE 'CALLER OUT OF SEQUENCE' TO WS-REJECT-REASON
              ELSE
                 IF WS-GROUP-CALLER IS NOT EQUAL TO LOW-VALUES THEN
                    PERFORM 330-WRITE-CALLER-LINE
                 END-IF
                 PERFORM 310-START-CALLER-GROUP
              END-IF
           END-IF.

           IF WS-REJECT-REASON IS EQUAL TO SPACES THEN
              PERFORM 320-CHECK-DUPLICATE-CALLEE

              IF WS-GROUP-CALLEE-FOUND IS EQUAL TO 'Y' THEN
                 ADD 1 TO WS-DUPLICATE-COUNT
              ELSE
                 PERFORM 400-INSERT-PROGRAM-CALL
              END-IF
           ELSE
              ADD 1 TO WS-XREF-REJECTED-COUNT
              PERFORM 710-WRITE-REJECTED-LINE
           END-IF.

           PERFORM 200-READ-XREF-RECORD.

       300-VALIDATE-XREF-RECORD.
           IF WS-XRF-CALLER IS EQUAL TO SPACES
              OR WS-XRF-CALLEE IS EQUAL TO SPACES THEN
              MOVE 'CALLER AND CALLEE ARE REQUIRED' TO
                 WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON IS EQUAL TO SPACES
              AND WS-XRF-CALLER IS EQUAL TO WS-XRF-CALLEE THEN
              MOVE 'PROGRAM CALLS ITSELF' TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON IS EQUAL TO SPACES
              AND WS-XRF-CALL-TYPE IS NOT EQUAL TO 'S'
              AND WS-XRF-CALL-TYPE IS NOT EQUAL TO 'D' THEN
              MOVE 'CALL TYPE MUST BE S OR D' TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON IS EQUAL TO SPACES
              AND WS-XRF-COMPILE-DATE IS NOT NUMERIC THEN
              MOVE 'COMPILE DATE NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON IS EQUAL TO SPACES THEN
              MOVE WS-XRF-COMPILE-DATE TO WS-COMPILE-DATE
           END-IF.

      * The caller's rows as of its previous compile go before its
      * new list is inserted.  On a full refresh the table is
      * already empty and the delete finds nothing.
       310-START-CALLER-GROUP.
           MOVE WS-XRF-CALLER TO WS-GROUP-CALLER.
           MOVE ZERO TO WS-GROUP-LOADED.
           MOVE ZERO TO WS-GROUP-CALLEE-USED.
           ADD 1 TO WS-CALLER-COUNT.

           EXEC SQL
                DELETE FROM PROGRAM_CALLS
                WHERE CALLER_ID = :WS-GROUP-CALLER
                END-EXEC.

           MOVE 'Program Calls Replace Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE SQLERRD(3) TO WS-GROUP-REPLACED.

      * A callee the compiler listed more than once for the same
      * caller (several CALL statements) is loaded once.
       320-CHECK-DUPLICATE-CALLEE.
           MOVE 'N' TO WS-GROUP-CALLEE-FOUND.
           SET GRPCLE-IDX TO 1.

           PERFORM UNTIL GRPCLE-IDX IS GREATER THAN
              WS-GROUP-CALLEE-USED
              OR WS-GROUP-CALLEE-FOUND IS EQUAL TO 'Y'
                   IF GRPCLE-NAME(GRPCLE-IDX) IS EQUAL TO
                      WS-XRF-CALLEE THEN
                      MOVE 'Y' TO WS-GROUP-CALLEE-FOUND
                   END-IF
                   SET GRPCLE-IDX UP BY 1
           END-PERFORM.

           IF WS-GROUP-CALLEE-FOUND IS EQUAL TO 'N'
              AND WS-GROUP-CALLEE-USED IS LESS THAN
                 GRP-CALLEE-TABLE-MAX THEN
              ADD 1 TO WS-GROUP-CALLEE-USED
              SET GRPCLE-IDX TO WS-GROUP-CALLEE-USED
              MOVE WS-XRF-CALLEE TO GRPCLE-NAME(GRPCLE-IDX)
           END-IF.

       330-WRITE-CALLER-LINE.
           MOVE WS-GROUP-REPLACED TO WS-ROW-DISPLAY.

           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'CALLER ' WS-GROUP-CALLER
              ' - CALLEES LOADED: ' WS-GROUP-LOADED
              '  PREVIOUS ROWS REPLACED: ' WS-ROW-DISPLAY
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE LOAD-FILE-REC FROM WS-GENERIC-LINE.

       400-INSERT-PROGRAM-CALL.
           EXEC SQL
                INSERT INTO PROGRAM_CALLS
                   (CALLER_ID, CALLEE_ID, CALL_TYPE, COMPILE_DATE,
                    LOAD_DATE)
                VALUES
                   (:WS-XRF-CALLER, :WS-XRF-CALLEE,
                    :WS-XRF-CALL-TYPE, :WS-COMPILE-DATE,
                    :WS-RUN-DATE)
                END-EXEC.

           MOVE 'Program Calls Insert Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           ADD 1 TO WS-GROUP-LOADED.
           ADD 1 TO WS-CALL-LOADED-COUNT.

       710-WRITE-REJECTED-LINE.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'REJECTED: CALLER ' WS-XRF-CALLER
              ' CALLEE ' WS-XRF-CALLEE
              ' TYPE ' WS-XRF-CALL-TYPE
              ' - ' WS-REJECT-REASON
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE LOAD-FILE-REC FROM WS-GENERIC-LINE.

       800-CLOSE-FILE.
           CLOSE IN-CALL-XREF
                 OT-LOAD-RPT.

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
           WRITE LOAD-FILE-REC FROM WS-GENERIC-LINE.

           STRING 'CALL LOAD SUMMARY - MODE: ' WS-RUN-MODE
              '  RECORDS READ: ' WS-XREF-READ-COUNT
              '  CALLERS: ' WS-CALLER-COUNT
              '  CALLS LOADED: ' WS-CALL-LOADED-COUNT
              '  DUPLICATES: ' WS-DUPLICATE-COUNT
              '  REJECTED: ' WS-XREF-REJECTED-COUNT
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE LOAD-FILE-REC FROM WS-GENERIC-LINE.

           DISPLAY 'CALL LOAD SUMMARY - READ: ' WS-XREF-READ-COUNT
              ' LOADED: ' WS-CALL-LOADED-COUNT
              ' REJECTED: ' WS-XREF-REJECTED-COUNT.

      * One row into RUN_LOG at end of job - program, parm, start
      * and end timestamps, final return code and the key counters
      * named above.
       960-INSERT-RUN-LOG.
           ACCEPT RNL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RNL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE WS-XREF-READ-COUNT TO RNL-CTR1-COUNT.
           MOVE WS-CALL-LOADED-COUNT TO RNL-CTR2-COUNT.
           MOVE WS-XREF-REJECTED-COUNT TO RNL-CTR3-COUNT.
           MOVE WS-RUN-MODE TO RNL-RUN-PARM.

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
