
       01 REGION-CODE                PIC A(1).

      * 'ALL' lets the cursors pass every active region for a 'B'
      * run, otherwise the REGION_CTL qualifier of the parm region
      * (020) - the same convention the delta report uses.
       01 WS-REGION-FILTER           PIC X(03)  VALUE 'ALL'.
       01 CSR-RGN-CODE               PIC X(01).

       01 CSR-ICTO                   PIC X(15).
       01 CSR-REGION                 PIC X(03).

           PERFORM 000-GET-INPUT-PARMS.
           PERFORM 001-OPEN-FILES.
           PERFORM 020-RESOLVE-REGION-FILTER.
           PERFORM 002-WRITE-REPORT-HEADINGS.

           PERFORM 100-LOAD-RUN-DATES.
           ACCEPT RNL-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RNL-START-TIME FROM TIME.

       001-OPEN-FILES.
           OPEN OUTPUT OT-AGING-REPORT.

              PERFORM 900-FILE-ERROR
           END-IF.

      * Same region resolution as COBXDELT's 020 - 'B' covers every
      * active region, any other code must be active on REGION_CTL.
       020-RESOLVE-REGION-FILTER.
           IF REGION-CODE IS EQUAL TO 'B' THEN
              MOVE 'ALL' TO WS-REGION-FILTER
           ELSE
              MOVE REGION-CODE TO CSR-RGN-CODE

              EXEC SQL
                   SELECT REGION_QUAL
                   INTO :WS-REGION-FILTER
                   FROM REGION_CTL
                   WHERE REGION_CODE = :CSR-RGN-CODE
                   AND ACTIVE_ID = 'Y'
                   END-EXEC

              MOVE 'Region Ctl SELECT Error' TO SQL-MSG
              PERFORM 910-CHECK-SQL-CODE

              IF SQLCODE IS EQUAL TO 100 THEN
                 DISPLAY 'REGION ' REGION-CODE
                    ' IS NOT AN ACTIVE REGION ON REGION_CTL'
                 MOVE 8 TO RETURN-CODE
                 PERFORM 800-CLOSE-FILE
                 STOP RUN
              END-IF
           END-IF.

       002-WRITE-REPORT-HEADINGS.
           WRITE AGING-FILE-REPORT FROM WS-AGE-HEADING-1.
           WRITE AGING-FILE-REPORT FROM WS-AGE-HEADING-2.
                RUN_DATE
                FROM ICTO_XREF_HIST
                WHERE (REGION = :WS-REGION-FILTER
                 OR (:WS-REGION-FILTER = 'ALL'
                 AND REGION IN (SELECT REGION_QUAL FROM REGION_CTL
                                WHERE ACTIVE_ID = 'Y')))
                ORDER BY REGION, RUN_DATE
                END-EXEC.

                RUN_DATE
                FROM ICTO_XREF_HIST
                WHERE (REGION = :WS-REGION-FILTER
                 OR (:WS-REGION-FILTER = 'ALL'
                 AND REGION IN (SELECT REGION_QUAL FROM REGION_CTL
                                WHERE ACTIVE_ID = 'Y')))
                ORDER BY ICTO, REGION, PROGRAM_ID, RUN_DATE
                END-EXEC.

