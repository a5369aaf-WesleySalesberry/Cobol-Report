       01 WS-ROW-COUNT               PIC S9(09) COMP.
       01 WS-FILTER-FOUND            PIC A(01).

      * Active regions from REGION_CTL - same table and scope rules
      * as COBREPT's, so the filter is checked against exactly the
      * regions the report run will read.
       78 RGN-TABLE-MAX              VALUE 6.

       01 RGN-CONTROL.
          05 RGN-TABLE OCCURS 6 TIMES.
             10 RGN-QUAL             PIC X(03).
             10 RGN-CODE             PIC X(01).
             10 RGN-NAME             PIC X(20).
             10 RGN-IN-SCOPE         PIC A(01).

       01 WS-RGN-COUNT               PIC 9(02)  VALUE ZERO.
       01 WS-RGN-SCOPE-COUNT         PIC 9(02)  VALUE ZERO.
       01 WS-RGN-SUB                 PIC 9(02)  VALUE ZERO.
       01 END-OF-REGION-CSR          PIC A(01)  VALUE 'N'.
       01 CSR-RGN-QUAL               PIC X(03).
       01 CSR-RGN-CODE               PIC X(01).
       01 CSR-RGN-NAME               PIC X(20).

      * PROJECT_ICTO is qualified by RGN-QUAL at run time, so the
      * filter probe is PREPAREd from text built here.
       01 WS-DYN-SQL.
          49 WS-DYN-SQL-LEN          PIC S9(4) COMP.
          49 WS-DYN-SQL-TEXT         PIC X(500).
       01 WS-DYN-SQL-PTR             PIC 9(04)  VALUE ZERO.

      * Accepted ICTO codes so far - later duplicates are rejected.
       01 EDT-SEEN-ICTOS.
          05 EDT-SEEN-ICTO-CODE     PIC X(15) OCCURS 5000 TIMES

           PERFORM 000-GET-INPUT-PARMS.
           PERFORM 001-OPEN-FILES.
           PERFORM 020-LOAD-REGION-TABLE.

           PERFORM 200-READ-RAW-RECORD.

              PERFORM 900-FILE-ERROR
           END-IF.

      * Same region load as COBREPT's 020 - every active region,
      * scoped to the parm code or to all of them for 'B'.  An
      * unknown code stops the run before any record is edited.
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
           MOVE ZERO TO WS-RGN-SCOPE-COUNT.
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

                   IF REGION-CODE IS EQUAL TO 'B'
                      OR REGION-CODE IS EQUAL TO CSR-RGN-CODE THEN
                      MOVE 'Y' TO RGN-IN-SCOPE(WS-RGN-COUNT)
                      ADD 1 TO WS-RGN-SCOPE-COUNT
                      DISPLAY 'REGION IN SCOPE: ' CSR-RGN-CODE ' '
                         CSR-RGN-QUAL ' ' CSR-RGN-NAME
                   ELSE
                      MOVE 'N' TO RGN-IN-SCOPE(WS-RGN-COUNT)
                   END-IF

                   PERFORM 022-FETCH-REGION
           END-PERFORM.

           EXEC SQL
                CLOSE REGION-CTL-CSR
                END-EXEC.
           MOVE 'Region Ctl CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF WS-RGN-SCOPE-COUNT IS EQUAL TO ZERO THEN
              DISPLAY 'REGION ' REGION-CODE
                 ' IS NOT AN ACTIVE REGION ON REGION_CTL'
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

       200-READ-RAW-RECORD.
           READ IN-ICTO-RAW INTO WS-ICTO-RECORD
           AT END
           MOVE WS-FILTER-LEN TO WS-FILTER-SUBSTR-LEN.

           MOVE 'N' TO WS-FILTER-FOUND.
           MOVE 1 TO WS-RGN-SUB.

           PERFORM UNTIL WS-RGN-SUB IS GREATER THAN WS-RGN-COUNT
              OR WS-FILTER-FOUND IS EQUAL TO 'Y'
                   IF RGN-IN-SCOPE(WS-RGN-SUB) IS EQUAL TO 'Y' THEN
                      PERFORM 335-PROBE-ONE-REGION
                   END-IF
                   ADD 1 TO WS-RGN-SUB
           END-PERFORM.

           IF WS-FILTER-FOUND IS EQUAL TO 'N' THEN
              MOVE 'PROJECT FILTER MATCHES NO PROJECT_ID IN REGION'
                 TO WS-EDIT-REASON
           END-IF.

      * Counts the region's PROJECT_ICTO rows whose PROJECT_ID starts
      * with the filter.  The count comes back through a one-row
      * cursor because a PREPAREd statement cannot SELECT INTO.
       335-PROBE-ONE-REGION.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'SELECT COUNT(*) FROM ' DELIMITED BY SIZE
                  RGN-QUAL(WS-RGN-SUB) DELIMITED BY SPACE
                  '.PROJECT_ICTO WHERE SUBSTR(PROJECT_ID, 1,'
                  ' CAST(? AS SMALLINT)) = CAST(? AS CHAR(4))'
                     DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                DECLARE FILTER-CHK-CSR CURSOR FOR FILTER-CHK-STMT
                END-EXEC.

           EXEC SQL
                PREPARE FILTER-CHK-STMT FROM :WS-DYN-SQL
                END-EXEC.
           MOVE 'Filter Check PREPARE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                OPEN FILTER-CHK-CSR
                USING :WS-FILTER-SUBSTR-LEN, :WS-FILTER-PREFIX
                END-EXEC.
           MOVE 'Filter Check OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE ZERO TO WS-ROW-COUNT.

           EXEC SQL
                FETCH FILTER-CHK-CSR
                INTO :WS-ROW-COUNT
                END-EXEC.
           MOVE 'Filter Check FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                CLOSE FILTER-CHK-CSR
                END-EXEC.
           MOVE 'Filter Check CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF WS-ROW-COUNT IS GREATER THAN ZERO THEN
              MOVE 'Y' TO WS-FILTER-FOUND
           END-IF.

       400-WRITE-CLEAN-RECORD.
           ADD 1 TO WS-REC-ACCEPTED-COUNT.

