           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNAP-ENTP-RECORD.

      * One record per active NHMPROG ENT_PROJ row, every active
      * REGION_CTL region in REGION_SEQ order, each region in SEQ_ID
      * order - the same order the report job's region cursors
      * deliver, so wildcard precedence is preserved.  REGION is the
      * region's REGION_CTL qualifier.  WC-FLAG carries the PROJ_NAME
      * LIKE '%*%' split so the loader can route each row to the
      * wildcard or full-name table without re-testing.
      *   POS 01-03  REGION

       01 WS-STAR-COUNT              PIC S9(04) COMP.
       01 WS-SNAP-REGION             PIC X(03).

      * Active regions from REGION_CTL in REGION_SEQ order - the
      * snapshot always covers every one of them, so a COBREPT run
      * for any region scope can load from it.
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

      * Each region's ENT_PROJ is qualified by RGN-QUAL at run time,
      * so the unload cursor is PREPAREd from text built here.
       01 WS-DYN-SQL.
          49 WS-DYN-SQL-LEN          PIC S9(4) COMP.
          49 WS-DYN-SQL-TEXT         PIC X(500).
       01 WS-DYN-SQL-PTR             PIC 9(04)  VALUE ZERO.
       01 WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
       01 WS-RUN-TIME                PIC 9(08)  VALUE ZERO.

      * Run-summary counters.
       01 WS-PROG-UNLOAD-COUNT       PIC 9(07)  VALUE ZERO.
       01 WS-ENTP-UNLOAD-COUNT       PIC 9(07)  VALUE ZERO.
       01 WS-RGN-UNLOAD-COUNT        PIC 9(05)  VALUE ZERO.
       01 WS-WC-UNLOAD-COUNT         PIC 9(05)  VALUE ZERO.
       01 WS-FN-UNLOAD-COUNT         PIC 9(05)  VALUE ZERO.

       01 RNL-RETURN-CODE            PIC S9(04) COMP.
       01 RNL-CTR1-NAME              PIC X(12)  VALUE 'PROGRAMS'.
       01 RNL-CTR1-COUNT             PIC S9(09) COMP.
       01 RNL-CTR2-NAME              PIC X(12)  VALUE 'ENTPROWS'.
       01 RNL-CTR2-COUNT             PIC S9(09) COMP.
       01 RNL-CTR3-NAME              PIC X(12)  VALUE 'REGIONS'.
       01 RNL-CTR3-COUNT             PIC S9(09) COMP.

       PROCEDURE DIVISION.

           PERFORM 001-OPEN-FILES.

           PERFORM 020-LOAD-REGION-TABLE.
           PERFORM 100-UNLOAD-PROGRAMS.
           PERFORM 200-UNLOAD-ENT-PROJ.

              PERFORM 900-FILE-ERROR
           END-IF.

      * Same REGION_CTL load as COBREPT's 020, without a region scope
      * - a REGION_CTL with more active regions than the table holds
      * stops the run rather than leave a region out of the snapshot.
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

           MOVE 'Region Ctl Cursor OPEN Error' TO SQL-MSG.
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

           MOVE 'Region Ctl Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF WS-RGN-COUNT IS EQUAL TO ZERO THEN
              DISPLAY 'REGION_CTL HAS NO ACTIVE REGIONS'
              MOVE 8 TO RETURN-CODE
              PERFORM 800-CLOSE-FILE
              STOP RUN
           END-IF.

       022-FETCH-REGION.
           EXEC SQL
                FETCH REGION-CTL-CSR
                INTO :CSR-RGN-QUAL, :CSR-RGN-CODE, :CSR-RGN-NAME
                END-EXEC.

           MOVE 'Region Ctl Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO END-OF-REGION-CSR
           END-IF.

       100-UNLOAD-PROGRAMS.
           EXEC SQL
                DECLARE SNAP-PROGRAMS-CSR CURSOR FOR
           END-IF.

       200-UNLOAD-ENT-PROJ.
           MOVE 1 TO WS-RGN-SUB.

           PERFORM UNTIL WS-RGN-SUB IS GREATER THAN WS-RGN-COUNT
                   PERFORM 210-UNLOAD-ONE-REGION
                   ADD 1 TO WS-RGN-SUB
           END-PERFORM.

       210-UNLOAD-ONE-REGION.
           MOVE RGN-QUAL(WS-RGN-SUB) TO WS-SNAP-REGION.
           MOVE ZERO TO WS-RGN-UNLOAD-COUNT.

           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'SELECT ENTITY_NAME, PROJECT_ID, SEQ_ID, PROJ_NAME'
                  ' FROM ' DELIMITED BY SIZE
                  RGN-QUAL(WS-RGN-SUB) DELIMITED BY SPACE
                  '.ENT_PROJ WHERE PROG_TYPE = ''NHMPROG'''
                  ' AND ACTIVE_ID = ''Y'' ORDER BY SEQ_ID'
                     DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                DECLARE SNAP-ENTP-CSR CURSOR FOR SNAP-ENTP-STMT
                END-EXEC.

           EXEC SQL
                PREPARE SNAP-ENTP-STMT FROM :WS-DYN-SQL
                END-EXEC.

           MOVE 'ENT_PROJ Cursor PREPARE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                OPEN SNAP-ENTP-CSR
                END-EXEC.

           MOVE 'ENT_PROJ Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 'N' TO END-OF-ENTP-CSR.

           PERFORM 220-FETCH-ENTP-ROW.

           PERFORM UNTIL END-OF-ENTP-CSR IS EQUAL TO 'Y'
                   PERFORM 230-WRITE-ENTP-RECORD
                   ADD 1 TO WS-RGN-UNLOAD-COUNT
                   ADD 1 TO WS-ENTP-UNLOAD-COUNT
                   PERFORM 220-FETCH-ENTP-ROW
           END-PERFORM.

           EXEC SQL
                CLOSE SNAP-ENTP-CSR
                END-EXEC.

           MOVE 'ENT_PROJ Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'REGION ' RGN-CODE(WS-RGN-SUB) ' '
              RGN-QUAL(WS-RGN-SUB) ' ' RGN-NAME(WS-RGN-SUB)
              ' ENT_PROJ ROWS: ' WS-RGN-UNLOAD-COUNT
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE SNPRPT-FILE-REC FROM WS-GENERIC-LINE.

           DISPLAY 'SNAPSHOT REGION ' RGN-QUAL(WS-RGN-SUB) ': '
              WS-RGN-UNLOAD-COUNT.

       220-FETCH-ENTP-ROW.
           EXEC SQL
                FETCH SNAP-ENTP-CSR
                INTO :CSR-ENTITY, :CSR-PROJ-ID, :CSR-SEQ-ID,
                     :CSR-PROJ-NAME
                END-EXEC.

           MOVE 'ENT_PROJ Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN

           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'E_PROGRAMS ROWS: ' WS-PROG-UNLOAD-COUNT
              '  REGIONS: ' WS-RGN-COUNT
              '  ENT_PROJ: ' WS-ENTP-UNLOAD-COUNT
              '  WILDCARD: ' WS-WC-UNLOAD-COUNT
              '  FULL-NAME: ' WS-FN-UNLOAD-COUNT
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           WRITE SNPRPT-FILE-REC FROM WS-GENERIC-LINE.

           DISPLAY 'SNAPSHOT SUMMARY - PROGRAMS: '
              WS-PROG-UNLOAD-COUNT ' REGIONS: ' WS-RGN-COUNT
              ' ENT_PROJ: ' WS-ENTP-UNLOAD-COUNT.

      * One row into RUN_LOG at end of job - program, start and end
      * timestamps, final return code and the unload counters named
           ACCEPT RNL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE WS-PROG-UNLOAD-COUNT TO RNL-CTR1-COUNT.
           MOVE WS-ENTP-UNLOAD-COUNT TO RNL-CTR2-COUNT.
           MOVE WS-RGN-COUNT TO RNL-CTR3-COUNT.

           EXEC SQL
                INSERT INTO RUN_LOG
