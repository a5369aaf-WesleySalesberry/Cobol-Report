       IDENTIFICATION DIVISION.
         PROGRAM-ID. COBATISS.
         AUTHOR. Wesley Salesberry.
         DATE-WRITTEN. OCT 15 2026.
      * Quarterly ICTO owner attestation - issue step.  Takes the
      * latest ICTO_XREF_HIST run of every active region and writes
      * an attestation worksheet for each owner on ICTO_OWNER, one
      * line per ICTO/PROJECT_ID/PROGRAM_ID/REGION for the owner to
      * mark C (confirm) or D (dispute).  Each line is also recorded
      * on ICTO_ATTEST with a blank response, which is what COBATRSP
      * reads the returned worksheets against and chases from.
      *   parm bytes 1-3  days the owners have to respond (default
      *                   030) - sets DUE_DATE
      * The cycle is the calendar quarter of the run date (YYYYQn)
      * and is issued once.  ICTOs with no active owner are listed
      * on ATTISRPT and the step ends RC 4.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OT-WORKSHEET        ASSIGN TO ATTWKSHT
                                      FILE STATUS IS WKS-FILE-STATUS.

           SELECT OT-ISSUE-REPORT     ASSIGN TO ATTISRPT
                                      FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
       FD OT-WORKSHEET
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WORKSHEET-RECORD.

      * Worksheet record - 120 bytes, the same layout COBATRSP reads
      * back.  Every record carries the cycle and owner in bytes
      * 2-15, so the dataset is split into one worksheet per owner
      * on those bytes (OUTFIL) and returned worksheets can be
      * concatenated in any order.  Each owner's worksheet is an H
      * record, its D lines, and a T record.
      *   POS 001      RECORD TYPE (H, D, T)
      *   POS 002-007  CYCLE_ID (YYYYQn)
      *   POS 008-015  OWNER_ID
      *   D record:
      *   POS 016-030  ICTO
      *   POS 031-034  PROJECT_ID
      *   POS 035-042  PROGRAM_ID
      *   POS 043-045  REGION
      *   POS 046      RESPONSE - owner enters C or D
      *   POS 047-050  PROPOSED PROJECT_ID - owner, on a dispute
      *   POS 051-090  COMMENT - owner
      *   POS 091-098  DUE DATE (YYYYMMDD)
      *   H record:
      *   POS 016-045  OWNER NAME
      *   POS 046-053  DUE DATE (YYYYMMDD)
      *   POS 054-120  INSTRUCTIONS
      *   T record:
      *   POS 016-020  D LINE COUNT
       01 WORKSHEET-RECORD.
          05 WKS-REC-TYPE           PIC X(01).
          05 WKS-CYCLE-ID           PIC X(06).
          05 WKS-OWNER-ID           PIC X(08).
          05 WKS-DETAIL.
             10 WKS-ICTO            PIC X(15).
             10 WKS-PROJECT-ID      PIC X(04).
             10 WKS-PROGRAM-ID      PIC X(08).
             10 WKS-REGION          PIC X(03).
             10 WKS-RESPONSE        PIC X(01).
             10 WKS-PROPOSED-PROJ   PIC X(04).
             10 WKS-COMMENT         PIC X(40).
             10 WKS-DUE-DATE        PIC 9(08).
             10 FILLER              PIC X(22).
          05 WKS-HEADER REDEFINES WKS-DETAIL.
             10 WKS-OWNER-NAME      PIC X(30).
             10 WKS-HDR-DUE-DATE    PIC 9(08).
             10 WKS-INSTRUCTIONS    PIC X(67).
          05 WKS-TRAILER REDEFINES WKS-DETAIL.
             10 WKS-LINE-COUNT      PIC 9(05).
             10 FILLER              PIC X(100).

       FD OT-ISSUE-REPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ISSUE-FILE-REC.

       01 ISSUE-FILE-REC             PIC X(200).

         WORKING-STORAGE SECTION.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

       01 WKS-FILE-STATUS            PIC XX.
       01 RPT-FILE-STATUS            PIC XX.

       01 WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
       01 WS-RUN-MONTH               PIC 9(02)  VALUE ZERO.
       01 WS-RUN-QUARTER             PIC 9(01)  VALUE ZERO.
       01 WS-RESPONSE-DAYS           PIC 9(03)  VALUE 30.
       01 WS-DUE-DATE                PIC 9(08)  VALUE ZERO.
       01 WS-CYCLE-ID                PIC X(06)  VALUE SPACES.

       01 WS-ROW-COUNT               PIC S9(09) COMP.

       01 CSR-ICTO                   PIC X(15).
       01 CSR-PROJECT                PIC X(04).
       01 CSR-PROGRAM                PIC X(08).
       01 CSR-REGION                 PIC X(03).
       01 CSR-RUN-DATE               PIC 9(08).
       01 CSR-OWNER-ID               PIC X(08).
       01 CSR-OWNER-NAME             PIC X(30).

       01 END-OF-ATTEST-CSR          PIC A(01)  VALUE 'N'.

      * Owner control break.
       01 WS-CURRENT-OWNER           PIC X(08)  VALUE SPACES.
       01 WS-OWNER-OPEN              PIC A(01)  VALUE 'N'.
       01 WS-OWNER-LINE-COUNT        PIC 9(05)  VALUE ZERO.
       01 WS-LAST-UNOWNED-ICTO       PIC X(15)  VALUE SPACES.

      * Run-summary counters.
       01 WS-LINE-COUNT              PIC 9(07)  VALUE ZERO.
       01 WS-OWNER-COUNT             PIC 9(05)  VALUE ZERO.
       01 WS-UNOWNED-LINE-COUNT      PIC 9(07)  VALUE ZERO.
       01 WS-UNOWNED-ICTO-COUNT      PIC 9(05)  VALUE ZERO.

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
      * job, as the rest of the chain does.
       01 RNL-PROGRAM-ID             PIC X(08)  VALUE 'COBATISS'.
       01 RNL-RUN-PARM               PIC X(08)  VALUE SPACES.
       01 RNL-START-TIME             PIC 9(08)  VALUE ZERO.
       01 RNL-END-DATE               PIC 9(08)  VALUE ZERO.
       01 RNL-END-TIME               PIC 9(08)  VALUE ZERO.
       01 RNL-RETURN-CODE            PIC S9(04) COMP.
       01 RNL-CTR1-NAME              PIC X(12)  VALUE 'LINES'.
       01 RNL-CTR1-COUNT             PIC S9(09) COMP.
       01 RNL-CTR2-NAME              PIC X(12)  VALUE 'OWNERS'.
       01 RNL-CTR2-COUNT             PIC S9(09) COMP.
       01 RNL-CTR3-NAME              PIC X(12)  VALUE 'UNOWNED'.
       01 RNL-CTR3-COUNT             PIC S9(09) COMP.

         LINKAGE SECTION.
       01 PARM-INPUT.
          05 PARM-LENGTH             PIC S9(4) COMP.
          05 PARM-NAME.
             10 PARM-DAYS            PIC X(3).

       PROCEDURE DIVISION.
      * Begin Main Program

           PERFORM 000-GET-INPUT-PARMS.
           PERFORM 001-OPEN-FILES.
           PERFORM 002-WRITE-REPORT-HEADING.
           PERFORM 050-CHECK-CYCLE-NOT-ISSUED.

           PERFORM 100-ISSUE-WORKSHEETS.

           EXEC SQL
                COMMIT
                END-EXEC.
           MOVE 'Final Commit Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           PERFORM 950-WRITE-RUN-SUMMARY.

           IF WS-UNOWNED-ICTO-COUNT IS GREATER THAN ZERO
              AND RETURN-CODE IS LESS THAN 4 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 960-INSERT-RUN-LOG.
           PERFORM 800-CLOSE-FILE.

           STOP RUN.

      * End Main Program

       000-GET-INPUT-PARMS.
           MOVE 30 TO WS-RESPONSE-DAYS.

           IF PARM-LENGTH IS GREATER THAN 2 THEN
              IF PARM-DAYS IS NOT NUMERIC THEN
                 DISPLAY 'RESPONSE DAYS PARM MUST BE 3 DIGITS - GOT '
                    PARM-DAYS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PARM-DAYS TO WS-RESPONSE-DAYS
           END-IF.

           IF WS-RESPONSE-DAYS IS EQUAL TO ZERO THEN
              DISPLAY 'RESPONSE DAYS PARM MUST BE GREATER THAN ZERO'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RNL-START-TIME FROM TIME.

           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH.
           COMPUTE WS-RUN-QUARTER = (WS-RUN-MONTH - 1) / 3 + 1.

           MOVE SPACES TO WS-CYCLE-ID.
           STRING WS-RUN-DATE(1:4) 'Q' WS-RUN-QUARTER
              DELIMITED BY SIZE INTO WS-CYCLE-ID
           END-STRING.

           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
              + WS-RESPONSE-DAYS).

           MOVE WS-CYCLE-ID TO RNL-RUN-PARM.

           DISPLAY 'ATTESTATION CYCLE ' WS-CYCLE-ID
              ' ISSUED ' WS-RUN-DATE ' DUE ' WS-DUE-DATE.

       001-OPEN-FILES.
           OPEN OUTPUT OT-WORKSHEET.

           IF WKS-FILE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'Worksheet File Error' TO WS-ERROR-MSG
              MOVE 'Error In 001-OPEN-FILES' TO WS-ERROR-LOC
              MOVE WKS-FILE-STATUS TO WS-FILE-STATUS
              PERFORM 900-FILE-ERROR
           END-IF.

           OPEN OUTPUT OT-ISSUE-REPORT.

           IF RPT-FILE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'Report File Error' TO WS-ERROR-MSG
              MOVE 'Error In 001-OPEN-FILES' TO WS-ERROR-LOC
              MOVE RPT-FILE-STATUS TO WS-FILE-STATUS
              PERFORM 900-FILE-ERROR
           END-IF.

       002-WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'ICTO OWNER ATTESTATION - CYCLE ' WS-CYCLE-ID
              '  ISSUED ' WS-RUN-DATE
              '  DUE ' WS-DUE-DATE
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE ISSUE-FILE-REC FROM WS-GENERIC-LINE.

           MOVE SPACES TO WS-GENERIC-LINE.
           WRITE ISSUE-FILE-REC FROM WS-GENERIC-LINE.

      * A cycle is issued once - a second run would reset responses
      * already recorded against it.
       050-CHECK-CYCLE-NOT-ISSUED.
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-ROW-COUNT
                FROM ICTO_ATTEST
                WHERE CYCLE_ID = :WS-CYCLE-ID
                END-EXEC.

           MOVE 'Cycle Issued SELECT Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF WS-ROW-COUNT IS GREATER THAN ZERO THEN
              DISPLAY 'CYCLE ' WS-CYCLE-ID ' HAS ALREADY BEEN ISSUED'
              MOVE SPACES TO WS-GENERIC-LINE
              STRING 'CYCLE ' WS-CYCLE-ID ' HAS ALREADY BEEN ISSUED '
                 '- NOTHING WRITTEN'
                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
              END-STRING
              WRITE ISSUE-FILE-REC FROM WS-GENERIC-LINE
              MOVE 8 TO RETURN-CODE
              PERFORM 960-INSERT-RUN-LOG
              PERFORM 800-CLOSE-FILE
              STOP RUN
           END-IF.

      * The latest run is taken per region, the same way COBXDELT
      * picks its current run, so a region whose report did not run
      * on the last date is still attested from its own last run.
      * Lines come back in owner order for the worksheet break; the
      * blank owner (no active ICTO_OWNER row) sorts first.
       100-ISSUE-WORKSHEETS.
           EXEC SQL
                DECLARE ATTEST-CSR CURSOR FOR
                SELECT H.ICTO,
                H.PROJECT_ID,
                H.PROGRAM_ID,
                H.REGION,
                H.RUN_DATE,
                COALESCE(O.OWNER_ID, ' '),
                COALESCE(O.OWNER_NAME, ' ')
                FROM ICTO_XREF_HIST H
                LEFT OUTER JOIN ICTO_OWNER O
                ON O.ICTO = H.ICTO
                AND O.ACTIVE_ID = 'Y'
                WHERE H.REGION IN (SELECT REGION_QUAL FROM REGION_CTL
                                   WHERE ACTIVE_ID = 'Y')
                AND H.RUN_DATE = (SELECT MAX(X.RUN_DATE)
                                  FROM ICTO_XREF_HIST X
                                  WHERE X.REGION = H.REGION)
                ORDER BY 6, H.ICTO, H.PROJECT_ID, H.PROGRAM_ID,
                H.REGION
                END-EXEC.

           EXEC SQL
                OPEN ATTEST-CSR
                END-EXEC.

           MOVE 'Attest Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 'N' TO END-OF-ATTEST-CSR.

           PERFORM 110-FETCH-ATTEST-ROW.

           PERFORM UNTIL END-OF-ATTEST-CSR IS EQUAL TO 'Y'
                   IF CSR-OWNER-ID IS EQUAL TO SPACES THEN
                      PERFORM 150-REPORT-UNOWNED
                   ELSE
                      IF WS-OWNER-OPEN IS EQUAL TO 'N'
                         OR CSR-OWNER-ID IS NOT EQUAL TO
                         WS-CURRENT-OWNER THEN
                         PERFORM 130-CLOSE-OWNER-WORKSHEET
                         PERFORM 120-OPEN-OWNER-WORKSHEET
                      END-IF
                      PERFORM 140-WRITE-ATTEST-LINE
                   END-IF
                   PERFORM 110-FETCH-ATTEST-ROW
           END-PERFORM.

           PERFORM 130-CLOSE-OWNER-WORKSHEET.

           EXEC SQL
                CLOSE ATTEST-CSR
                END-EXEC.

           MOVE 'Attest Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF WS-LINE-COUNT IS EQUAL TO ZERO
              AND WS-UNOWNED-LINE-COUNT IS EQUAL TO ZERO THEN
              DISPLAY 'ICTO_XREF_HIST HAS NO ROWS FOR AN ACTIVE '
                 'REGION - NOTHING ISSUED'
              MOVE 8 TO RETURN-CODE
           END-IF.

       110-FETCH-ATTEST-ROW.
           EXEC SQL
                FETCH ATTEST-CSR
                INTO
                :CSR-ICTO,
                :CSR-PROJECT,
                :CSR-PROGRAM,
                :CSR-REGION,
                :CSR-RUN-DATE,
                :CSR-OWNER-ID,
                :CSR-OWNER-NAME
                END-EXEC.

           MOVE 'Attest Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO END-OF-ATTEST-CSR
           END-IF.

       120-OPEN-OWNER-WORKSHEET.
           MOVE CSR-OWNER-ID TO WS-CURRENT-OWNER.
           MOVE 'Y' TO WS-OWNER-OPEN.
           MOVE ZERO TO WS-OWNER-LINE-COUNT.
           ADD 1 TO WS-OWNER-COUNT.

           MOVE SPACES TO WORKSHEET-RECORD.
           MOVE 'H' TO WKS-REC-TYPE.
           MOVE WS-CYCLE-ID TO WKS-CYCLE-ID.
           MOVE WS-CURRENT-OWNER TO WKS-OWNER-ID.
           MOVE CSR-OWNER-NAME TO WKS-OWNER-NAME.
           MOVE WS-DUE-DATE TO WKS-HDR-DUE-DATE.
           STRING 'COL 46: C TO CONFIRM, D TO DISPUTE - ON A D GIVE '
              'THE RIGHT PROJECT_ID IN COL 47-50'
              DELIMITED BY SIZE INTO WKS-INSTRUCTIONS
           END-STRING.
           WRITE WORKSHEET-RECORD.

       130-CLOSE-OWNER-WORKSHEET.
           IF WS-OWNER-OPEN IS EQUAL TO 'Y' THEN
              MOVE SPACES TO WORKSHEET-RECORD
              MOVE 'T' TO WKS-REC-TYPE
              MOVE WS-CYCLE-ID TO WKS-CYCLE-ID
              MOVE WS-CURRENT-OWNER TO WKS-OWNER-ID
              MOVE WS-OWNER-LINE-COUNT TO WKS-LINE-COUNT
              WRITE WORKSHEET-RECORD

              MOVE SPACES TO WS-GENERIC-LINE
              STRING 'WORKSHEET ' WS-CYCLE-ID
                 ' OWNER ' WS-CURRENT-OWNER
                 ' LINES ' WS-OWNER-LINE-COUNT
                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
              END-STRING
              WRITE ISSUE-FILE-REC FROM WS-GENERIC-LINE

              MOVE 'N' TO WS-OWNER-OPEN
           END-IF.

       140-WRITE-ATTEST-LINE.
           MOVE SPACES TO WORKSHEET-RECORD.
           MOVE 'D' TO WKS-REC-TYPE.
           MOVE WS-CYCLE-ID TO WKS-CYCLE-ID.
           MOVE WS-CURRENT-OWNER TO WKS-OWNER-ID.
           MOVE CSR-ICTO TO WKS-ICTO.
           MOVE CSR-PROJECT TO WKS-PROJECT-ID.
           MOVE CSR-PROGRAM TO WKS-PROGRAM-ID.
           MOVE CSR-REGION TO WKS-REGION.
           MOVE WS-DUE-DATE TO WKS-DUE-DATE.
           WRITE WORKSHEET-RECORD.

           EXEC SQL
                INSERT INTO ICTO_ATTEST
                   (CYCLE_ID, ICTO, PROJECT_ID, PROGRAM_ID, REGION,
                    OWNER_ID, RUN_DATE, ISSUE_DATE, DUE_DATE,
                    RESPONSE, RESPONSE_DATE, PROPOSED_PROJECT,
                    RESP_COMMENT)
                VALUES
                   (:WS-CYCLE-ID, :CSR-ICTO, :CSR-PROJECT,
                    :CSR-PROGRAM, :CSR-REGION, :WS-CURRENT-OWNER,
                    :CSR-RUN-DATE, :WS-RUN-DATE, :WS-DUE-DATE,
                    ' ', 0, ' ', ' ')
                END-EXEC.

           MOVE 'Attest INSERT Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           ADD 1 TO WS-OWNER-LINE-COUNT.
           ADD 1 TO WS-LINE-COUNT.

      * One report line per ICTO with no owner, not per program -
      * the lines arrive grouped by ICTO under the blank owner.
       150-REPORT-UNOWNED.
           ADD 1 TO WS-UNOWNED-LINE-COUNT.

           IF CSR-ICTO IS NOT EQUAL TO WS-LAST-UNOWNED-ICTO THEN
              MOVE CSR-ICTO TO WS-LAST-UNOWNED-ICTO
              ADD 1 TO WS-UNOWNED-ICTO-COUNT
              MOVE SPACES TO WS-GENERIC-LINE
              STRING 'NO OWNER: ICTO ' CSR-ICTO
                 ' HAS NO ACTIVE ICTO_OWNER ROW - NOT ISSUED'
                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
              END-STRING
              WRITE ISSUE-FILE-REC FROM WS-GENERIC-LINE
           END-IF.

       800-CLOSE-FILE.
           CLOSE OT-WORKSHEET
                 OT-ISSUE-REPORT.

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
           WRITE ISSUE-FILE-REC FROM WS-GENERIC-LINE.

           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'ISSUE SUMMARY - CYCLE: ' WS-CYCLE-ID
              '  OWNERS: ' WS-OWNER-COUNT
              '  LINES: ' WS-LINE-COUNT
              '  UNOWNED ICTOS: ' WS-UNOWNED-ICTO-COUNT
              '  UNOWNED LINES: ' WS-UNOWNED-LINE-COUNT
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE ISSUE-FILE-REC FROM WS-GENERIC-LINE.

           DISPLAY 'ISSUE SUMMARY - CYCLE: ' WS-CYCLE-ID
              ' OWNERS: ' WS-OWNER-COUNT
              ' LINES: ' WS-LINE-COUNT
              ' UNOWNED ICTOS: ' WS-UNOWNED-ICTO-COUNT.

       960-INSERT-RUN-LOG.
           ACCEPT RNL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RNL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE WS-LINE-COUNT TO RNL-CTR1-COUNT.
           MOVE WS-OWNER-COUNT TO RNL-CTR2-COUNT.
           MOVE WS-UNOWNED-ICTO-COUNT TO RNL-CTR3-COUNT.

           EXEC SQL
                INSERT INTO RUN_LOG
                   (PROGRAM_ID, RUN_PARM, START_DATE, START_TIME,
                    END_DATE, END_TIME, RETURN_CODE,
                    CTR1_NAME, CTR1_COUNT, CTR2_NAME, CTR2_COUNT,
                    CTR3_NAME, CTR3_COUNT)
                VALUES
                   (:RNL-PROGRAM-ID, :RNL-RUN-PARM,
                    :WS-RUN-DATE, :RNL-START-TIME,
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
