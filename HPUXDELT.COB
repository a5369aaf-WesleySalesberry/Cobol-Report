
       01 REGION-CODE                PIC A(1).

      * 'ALL' lets the cursors pass every active region for a 'B'
      * run; otherwise the REGION_CTL qualifier of the region code
      * given in the parm (020).  The single history table carries
      * the qualifier as REGION, so no per-schema cursors are needed.
       01 WS-REGION-FILTER           PIC X(03)  VALUE 'ALL'.
       01 CSR-RGN-CODE               PIC X(01).

       01 WS-CURR-RUN-DATE           PIC 9(08)  VALUE ZERO.
       01 WS-PRIOR-RUN-DATE          PIC 9(08)  VALUE ZERO.

           PERFORM 000-GET-INPUT-PARMS.
           PERFORM 001-OPEN-FILES.
           PERFORM 020-RESOLVE-REGION-FILTER.
           PERFORM 002-WRITE-REPORT-HEADINGS.

           PERFORM 100-GET-RUN-DATES.
           ACCEPT RNL-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RNL-START-TIME FROM TIME.

       001-OPEN-FILES.
           OPEN OUTPUT OT-DELTA-REPORT.

              PERFORM 900-FILE-ERROR
           END-IF.

      * 'B' covers every active region; any other code has to name
      * an active REGION_CTL region or the run stops.
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
           WRITE DELTA-FILE-REPORT FROM WS-DLT-HEADING-1.
           WRITE DELTA-FILE-REPORT FROM WS-DLT-HEADING-2.

      * The current run is the newest RUN_DATE holding rows for the
      * requested region and the prior run is the newest one before
      * it - scoping the dates to the region keeps a one-region run
      * from being read as "every other region's association
      * dropped".  A 'B' run reads only regions still active on
      * REGION_CTL.
       100-GET-RUN-DATES.
           EXEC SQL
                SELECT MAX(RUN_DATE)
                INTO :WS-CURR-RUN-DATE :WS-CURR-RUN-IND
                FROM ICTO_XREF_HIST
                WHERE (REGION = :WS-REGION-FILTER
                 OR (:WS-REGION-FILTER = 'ALL'
                 AND REGION IN (SELECT REGION_QUAL FROM REGION_CTL
                                WHERE ACTIVE_ID = 'Y')))
                END-EXEC.

           MOVE 'Current Run Date SELECT Error' TO SQL-MSG.
                FROM ICTO_XREF_HIST
                WHERE RUN_DATE < :WS-CURR-RUN-DATE
                AND (REGION = :WS-REGION-FILTER
                 OR (:WS-REGION-FILTER = 'ALL'
                 AND REGION IN (SELECT REGION_QUAL FROM REGION_CTL
                                WHERE ACTIVE_ID = 'Y')))
                END-EXEC.

           MOVE 'Prior Run Date SELECT Error' TO SQL-MSG.
                FROM ICTO_XREF_HIST
                WHERE RUN_DATE = :WS-CURR-RUN-DATE
                AND (REGION = :WS-REGION-FILTER
                 OR (:WS-REGION-FILTER = 'ALL'
                 AND REGION IN (SELECT REGION_QUAL FROM REGION_CTL
                                WHERE ACTIVE_ID = 'Y')))
                ORDER BY ICTO, REGION, PROGRAM_ID, PROJECT_ID
                END-EXEC.

                FROM ICTO_XREF_HIST
                WHERE RUN_DATE = :WS-PRIOR-RUN-DATE
                AND (REGION = :WS-REGION-FILTER
                 OR (:WS-REGION-FILTER = 'ALL'
                 AND REGION IN (SELECT REGION_QUAL FROM REGION_CTL
                                WHERE ACTIVE_ID = 'Y')))
                ORDER BY ICTO, REGION, PROGRAM_ID, PROJECT_ID
                END-EXEC.

