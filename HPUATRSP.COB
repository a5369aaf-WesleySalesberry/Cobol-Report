       IDENTIFICATION DIVISION.
         PROGRAM-ID. COBATRSP.
         AUTHOR. Wesley Salesberry.
         DATE-WRITTEN. OCT 15 2026.
      * Quarterly ICTO owner attestation - response step.  Reads the
      * worksheets COBATISS issued, as returned by the owners (any
      * number concatenated on ATTRETN), and records each C/D answer
      * on ICTO_ATTEST.  It then lists every ICTO of the cycle with
      * lines still unanswered - overdue once the run date is past
      * DUE_DATE - and turns each disputed line into a candidate
      * ENTPTRAN transaction on ATTCAND for the reference team to
      * review and stage through COBEPMNT.
      *   parm bytes 1-6  cycle (YYYYQn) - default the latest cycle
      *                   on ICTO_ATTEST
      * The step can be re-run as more worksheets come back; a later
      * answer to a line replaces the earlier one.  RC 4 when a
      * worksheet line is rejected or an ICTO is overdue.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT IN-RETURNED         ASSIGN TO ATTRETN
                                      FILE STATUS IS IN-FILE-STATUS.

           SELECT OT-CANDIDATE        ASSIGN TO ATTCAND
                                      FILE STATUS IS CND-FILE-STATUS.

           SELECT OT-RESPONSE-RPT     ASSIGN TO ATTRSRPT
                                      FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
       FD IN-RETURNED
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WORKSHEET-RECORD.

      * Same 120-byte layout COBATISS writes - see its FD for the
      * column map.  Only D records carry answers.
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

       FD OT-CANDIDATE
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CAND-TRAN-RECORD.

      * Candidate maintenance transaction - COBEPMNT's ENTPTRAN
      * layout, so the reviewed file is staged as it stands.
       01 CAND-TRAN-RECORD.
          05 CND-ACTION             PIC X(01).
          05 CND-REGION             PIC X(01).
          05 CND-ENTITY-NAME        PIC X(30).
          05 CND-PROJECT-ID         PIC X(04).
          05 FILLER                 PIC X(04).

       FD OT-RESPONSE-RPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RESPONSE-FILE-REC.

       01 RESPONSE-FILE-REC          PIC X(200).

         WORKING-STORAGE SECTION.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

       01 IN-FILE-STATUS             PIC XX.
       01 CND-FILE-STATUS            PIC XX.
       01 RPT-FILE-STATUS            PIC XX.

       01 IN-END-OF-FILE             PIC A(1)   VALUE 'N'.

       01 WS-RUN-DATE                PIC 9(08)  VALUE ZERO.
       01 WS-CYCLE-ID                PIC X(06)  VALUE SPACES.
       01 WS-CYCLE-IND               PIC S9(04) COMP.
       01 WS-REJECT-REASON           PIC X(60).

       01 WS-ROW-COUNT               PIC S9(09) COMP.
       01 WS-ROWS-UPDATED            PIC S9(09) COMP.

      * ICTO_ATTEST summary row for the outstanding list.
       01 ATS-ICTO                   PIC X(15).
       01 ATS-OWNER-ID               PIC X(08).
       01 ATS-DUE-DATE               PIC 9(08).
       01 ATS-LINES                  PIC S9(09) COMP.
       01 ATS-OPEN                   PIC S9(09) COMP.
       01 ATS-DISPUTED               PIC S9(09) COMP.
       01 END-OF-SUMMARY-CSR         PIC A(01)  VALUE 'N'.

      * Disputed ICTO_ATTEST row for the candidate pass.
       01 DSP-ICTO                   PIC X(15).
       01 DSP-PROJECT-ID             PIC X(04).
       01 DSP-PROGRAM-ID             PIC X(08).
       01 DSP-ENTITY-NAME            PIC X(30).
       01 DSP-REGION                 PIC X(03).
       01 DSP-REGION-CODE            PIC X(01).
       01 DSP-OWNER-ID               PIC X(08).
       01 DSP-PROPOSED               PIC X(04).
       01 DSP-COMMENT                PIC X(40).
       01 END-OF-DISPUTE-CSR         PIC A(01)  VALUE 'N'.

      * ENT_PROJ is qualified by region at run time, so the
      * full-name rule check is PREPAREd from text built here.
       01 WS-DYN-SQL.
          49 WS-DYN-SQL-LEN          PIC S9(4) COMP.
          49 WS-DYN-SQL-TEXT         PIC X(500).
       01 WS-DYN-SQL-PTR             PIC 9(04)  VALUE ZERO.

       01 WS-CNT1-DISPLAY            PIC 9(07).
       01 WS-CNT2-DISPLAY            PIC 9(07).
       01 WS-CNT3-DISPLAY            PIC 9(07).
       01 WS-ICTO-STATE              PIC X(11).

      * Run-summary counters.
       01 WS-REC-READ-COUNT          PIC 9(07)  VALUE ZERO.
       01 WS-WORKSHEET-COUNT         PIC 9(05)  VALUE ZERO.
       01 WS-CONFIRMED-COUNT         PIC 9(07)  VALUE ZERO.
       01 WS-DISPUTED-COUNT          PIC 9(07)  VALUE ZERO.
       01 WS-UNANSWERED-COUNT        PIC 9(07)  VALUE ZERO.
       01 WS-REJECTED-COUNT          PIC 9(07)  VALUE ZERO.
       01 WS-OUTSTANDING-ICTO-COUNT  PIC 9(05)  VALUE ZERO.
       01 WS-OVERDUE-ICTO-COUNT      PIC 9(05)  VALUE ZERO.
       01 WS-CANDIDATE-COUNT         PIC 9(05)  VALUE ZERO.
       01 WS-UNRESOLVED-COUNT        PIC 9(05)  VALUE ZERO.

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
       01 RNL-PROGRAM-ID             PIC X(08)  VALUE 'COBATRSP'.
       01 RNL-RUN-PARM               PIC X(08)  VALUE SPACES.
       01 RNL-START-TIME             PIC 9(08)  VALUE ZERO.
       01 RNL-END-DATE               PIC 9(08)  VALUE ZERO.
       01 RNL-END-TIME               PIC 9(08)  VALUE ZERO.
       01 RNL-RETURN-CODE            PIC S9(04) COMP.
       01 RNL-CTR1-NAME              PIC X(12)  VALUE 'ANSWERED'.
       01 RNL-CTR1-COUNT             PIC S9(09) COMP.
       01 RNL-CTR2-NAME              PIC X(12)  VALUE 'OVERDUE'.
       01 RNL-CTR2-COUNT             PIC S9(09) COMP.
       01 RNL-CTR3-NAME              PIC X(12)  VALUE 'CANDIDATES'.
       01 RNL-CTR3-COUNT             PIC S9(09) COMP.

         LINKAGE SECTION.
       01 PARM-INPUT.
          05 PARM-LENGTH             PIC S9(4) COMP.
          05 PARM-NAME.
             10 PARM-CYCLE-ID        PIC X(6).

       PROCEDURE DIVISION.
      * Begin Main Program

           PERFORM 000-GET-INPUT-PARMS.
           PERFORM 001-OPEN-FILES.
           PERFORM 050-RESOLVE-CYCLE.
           PERFORM 002-WRITE-REPORT-HEADING.

           PERFORM 200-READ-WORKSHEET.

           PERFORM 210-PROCESS-WORKSHEET-LINE UNTIL IN-END-OF-FILE
              IS EQUAL TO 'Y'.

           EXEC SQL
                COMMIT
                END-EXEC.
           MOVE 'Response Commit Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           PERFORM 400-LIST-OUTSTANDING.
           PERFORM 500-WRITE-CANDIDATES.

           PERFORM 950-WRITE-RUN-SUMMARY.

           IF WS-REJECTED-COUNT IS GREATER THAN ZERO
              OR WS-OVERDUE-ICTO-COUNT IS GREATER THAN ZERO THEN
              IF RETURN-CODE IS LESS THAN 4 THEN
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           PERFORM 960-INSERT-RUN-LOG.
           PERFORM 800-CLOSE-FILE.

           STOP RUN.

      * End Main Program

       000-GET-INPUT-PARMS.
           MOVE SPACES TO WS-CYCLE-ID.

           IF PARM-LENGTH IS GREATER THAN 5 THEN
              MOVE PARM-CYCLE-ID TO WS-CYCLE-ID
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RNL-START-TIME FROM TIME.

       001-OPEN-FILES.
           OPEN INPUT IN-RETURNED.

           IF IN-FILE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'Input File Error' TO WS-ERROR-MSG
              MOVE 'Error In 001-OPEN-FILES' TO WS-ERROR-LOC
              MOVE IN-FILE-STATUS TO WS-FILE-STATUS
              PERFORM 900-FILE-ERROR
           END-IF.

           OPEN OUTPUT OT-CANDIDATE.

           IF CND-FILE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'Candidate File Error' TO WS-ERROR-MSG
              MOVE 'Error In 001-OPEN-FILES' TO WS-ERROR-LOC
              MOVE CND-FILE-STATUS TO WS-FILE-STATUS
              PERFORM 900-FILE-ERROR
           END-IF.

           OPEN OUTPUT OT-RESPONSE-RPT.

           IF RPT-FILE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'Report File Error' TO WS-ERROR-MSG
              MOVE 'Error In 001-OPEN-FILES' TO WS-ERROR-LOC
              MOVE RPT-FILE-STATUS TO WS-FILE-STATUS
              PERFORM 900-FILE-ERROR
           END-IF.

       002-WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'ICTO OWNER ATTESTATION RESPONSES - CYCLE '
              WS-CYCLE-ID '  RUN ' WS-RUN-DATE
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE RESPONSE-FILE-REC FROM WS-GENERIC-LINE.

           MOVE SPACES TO WS-GENERIC-LINE.
           WRITE RESPONSE-FILE-REC FROM WS-GENERIC-LINE.

      * With no cycle in the parm the newest issued cycle is used -
      * YYYYQn sorts in issue order.
       050-RESOLVE-CYCLE.
           IF WS-CYCLE-ID IS EQUAL TO SPACES THEN
              EXEC SQL
                   SELECT MAX(CYCLE_ID)
                   INTO :WS-CYCLE-ID :WS-CYCLE-IND
                   FROM ICTO_ATTEST
                   END-EXEC

              MOVE 'Latest Cycle SELECT Error' TO SQL-MSG
              PERFORM 910-CHECK-SQL-CODE

              IF SQLCODE IS EQUAL TO 100
                 OR WS-CYCLE-IND IS LESS THAN ZERO THEN
                 DISPLAY 'ICTO_ATTEST IS EMPTY - NO CYCLE ISSUED'
                 MOVE 8 TO RETURN-CODE
                 PERFORM 960-INSERT-RUN-LOG
                 PERFORM 800-CLOSE-FILE
                 STOP RUN
              END-IF
           ELSE
              EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-ROW-COUNT
                   FROM ICTO_ATTEST
                   WHERE CYCLE_ID = :WS-CYCLE-ID
                   END-EXEC

              MOVE 'Cycle Check SELECT Error' TO SQL-MSG
              PERFORM 910-CHECK-SQL-CODE

              IF WS-ROW-COUNT IS EQUAL TO ZERO THEN
                 DISPLAY 'CYCLE ' WS-CYCLE-ID ' WAS NEVER ISSUED'
                 MOVE 8 TO RETURN-CODE
                 PERFORM 960-INSERT-RUN-LOG
                 PERFORM 800-CLOSE-FILE
                 STOP RUN
              END-IF
           END-IF.

           MOVE WS-CYCLE-ID TO RNL-RUN-PARM.
           DISPLAY 'ATTESTATION CYCLE ' WS-CYCLE-ID.

       200-READ-WORKSHEET.
           READ IN-RETURNED
           AT END
              MOVE 'Y' TO IN-END-OF-FILE
           NOT AT END
              ADD 1 TO WS-REC-READ-COUNT
           END-READ.

      * A line is only recorded against the cycle and owner it was
      * issued under - the key is the whole ICTO_ATTEST row key, so
      * an owner cannot answer for another owner's ICTO by editing
      * the worksheet.  A blank response leaves the line open.
       210-PROCESS-WORKSHEET-LINE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF WKS-REC-TYPE IS EQUAL TO 'H' THEN
              ADD 1 TO WS-WORKSHEET-COUNT
           END-IF.

           IF WKS-REC-TYPE IS EQUAL TO 'D' THEN
              IF WKS-CYCLE-ID IS NOT EQUAL TO WS-CYCLE-ID THEN
                 MOVE 'WORKSHEET IS FOR ANOTHER CYCLE'
                    TO WS-REJECT-REASON
              ELSE
                 IF WKS-RESPONSE IS EQUAL TO SPACE THEN
                    ADD 1 TO WS-UNANSWERED-COUNT
                 ELSE
                    IF WKS-RESPONSE IS NOT EQUAL TO 'C'
                       AND WKS-RESPONSE IS NOT EQUAL TO 'D' THEN
                       MOVE 'RESPONSE MUST BE C OR D'
                          TO WS-REJECT-REASON
                    ELSE
                       PERFORM 220-RECORD-RESPONSE
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WKS-REC-TYPE IS NOT EQUAL TO 'H'
              AND WKS-REC-TYPE IS NOT EQUAL TO 'D'
              AND WKS-REC-TYPE IS NOT EQUAL TO 'T' THEN
              MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON IS NOT EQUAL TO SPACES THEN
              ADD 1 TO WS-REJECTED-COUNT
              PERFORM 230-WRITE-REJECTED-LINE
           END-IF.

           PERFORM 200-READ-WORKSHEET.

       220-RECORD-RESPONSE.
           IF WKS-RESPONSE IS EQUAL TO 'C' THEN
              MOVE SPACES TO WKS-PROPOSED-PROJ
           END-IF.

           EXEC SQL
                UPDATE ICTO_ATTEST
                SET RESPONSE = :WKS-RESPONSE,
                RESPONSE_DATE = :WS-RUN-DATE,
                PROPOSED_PROJECT = :WKS-PROPOSED-PROJ,
                RESP_COMMENT = :WKS-COMMENT
                WHERE CYCLE_ID = :WKS-CYCLE-ID
                AND OWNER_ID = :WKS-OWNER-ID
                AND ICTO = :WKS-ICTO
                AND PROJECT_ID = :WKS-PROJECT-ID
                AND PROGRAM_ID = :WKS-PROGRAM-ID
                AND REGION = :WKS-REGION
                END-EXEC.

           MOVE 'Attest UPDATE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE SQLERRD(3) TO WS-ROWS-UPDATED.

           IF WS-ROWS-UPDATED IS EQUAL TO ZERO THEN
              MOVE 'LINE WAS NOT ISSUED TO THIS OWNER IN THIS CYCLE'
                 TO WS-REJECT-REASON
           ELSE
              IF WKS-RESPONSE IS EQUAL TO 'C' THEN
                 ADD 1 TO WS-CONFIRMED-COUNT
              ELSE
                 ADD 1 TO WS-DISPUTED-COUNT
              END-IF
           END-IF.

       230-WRITE-REJECTED-LINE.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'REJECTED: CYCLE ' WKS-CYCLE-ID
              ' OWNER ' WKS-OWNER-ID
              ' ICTO ' WKS-ICTO
              ' PROJECT ' WKS-PROJECT-ID
              ' PROGRAM ' WKS-PROGRAM-ID
              ' REGION ' WKS-REGION
              ' RESPONSE ' WKS-RESPONSE
              ' - ' WS-REJECT-REASON
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE RESPONSE-FILE-REC FROM WS-GENERIC-LINE.

      * One line per ICTO still holding unanswered lines, after this
      * run's answers are in.  Past DUE_DATE it is overdue.
       400-LIST-OUTSTANDING.
           MOVE SPACES TO WS-GENERIC-LINE.
           WRITE RESPONSE-FILE-REC FROM WS-GENERIC-LINE.

           MOVE 'OUTSTANDING ICTOS' TO WS-GENERIC-LINE.
           WRITE RESPONSE-FILE-REC FROM WS-GENERIC-LINE.

           EXEC SQL
                DECLARE ATTEST-SUM-CSR CURSOR FOR
                SELECT ICTO,
                OWNER_ID,
                MAX(DUE_DATE),
                COUNT(*),
                SUM(CASE WHEN RESPONSE = ' ' THEN 1 ELSE 0 END),
                SUM(CASE WHEN RESPONSE = 'D' THEN 1 ELSE 0 END)
                FROM ICTO_ATTEST
                WHERE CYCLE_ID = :WS-CYCLE-ID
                GROUP BY OWNER_ID, ICTO
                ORDER BY OWNER_ID, ICTO
                END-EXEC.

           EXEC SQL
                OPEN ATTEST-SUM-CSR
                END-EXEC.

           MOVE 'Attest Summary Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 'N' TO END-OF-SUMMARY-CSR.

           PERFORM 410-FETCH-SUMMARY-ROW.

           PERFORM UNTIL END-OF-SUMMARY-CSR IS EQUAL TO 'Y'
                   IF ATS-OPEN IS GREATER THAN ZERO THEN
                      PERFORM 420-WRITE-OUTSTANDING-LINE
                   END-IF
                   PERFORM 410-FETCH-SUMMARY-ROW
           END-PERFORM.

           EXEC SQL
                CLOSE ATTEST-SUM-CSR
                END-EXEC.

           MOVE 'Attest Summary Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF WS-OUTSTANDING-ICTO-COUNT IS EQUAL TO ZERO THEN
              MOVE '  NONE - EVERY LINE OF THE CYCLE IS ANSWERED'
                 TO WS-GENERIC-LINE
              WRITE RESPONSE-FILE-REC FROM WS-GENERIC-LINE
           END-IF.

       410-FETCH-SUMMARY-ROW.
           EXEC SQL
                FETCH ATTEST-SUM-CSR
                INTO
                :ATS-ICTO,
                :ATS-OWNER-ID,
                :ATS-DUE-DATE,
                :ATS-LINES,
                :ATS-OPEN,
                :ATS-DISPUTED
                END-EXEC.

           MOVE 'Attest Summary Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO END-OF-SUMMARY-CSR
           END-IF.

       420-WRITE-OUTSTANDING-LINE.
           ADD 1 TO WS-OUTSTANDING-ICTO-COUNT.

           IF WS-RUN-DATE IS GREATER THAN ATS-DUE-DATE THEN
              MOVE 'OVERDUE' TO WS-ICTO-STATE
              ADD 1 TO WS-OVERDUE-ICTO-COUNT
           ELSE
              MOVE 'OUTSTANDING' TO WS-ICTO-STATE
           END-IF.

           MOVE ATS-OPEN TO WS-CNT1-DISPLAY.
           MOVE ATS-LINES TO WS-CNT2-DISPLAY.
           MOVE ATS-DISPUTED TO WS-CNT3-DISPLAY.

           MOVE SPACES TO WS-GENERIC-LINE.
           STRING '  ' WS-ICTO-STATE
              ' OWNER ' ATS-OWNER-ID
              ' ICTO ' ATS-ICTO
              ' DUE ' ATS-DUE-DATE
              ' UNANSWERED ' WS-CNT1-DISPLAY
              ' OF ' WS-CNT2-DISPLAY
              ' DISPUTED ' WS-CNT3-DISPLAY
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE RESPONSE-FILE-REC FROM WS-GENERIC-LINE.

      * Every disputed line of the cycle, not just this run's, so
      * the candidate file is complete however many times the step
      * has run.  The action follows COBDVBRG's rule: C where the
      * region already has an active full-name rule for the program,
      * otherwise A, which puts a full-name rule ahead of whatever
      * wildcard won.  A dispute with no proposed PROJECT_ID, or on
      * a region no longer active, is listed for the reference team
      * to settle by hand.
       500-WRITE-CANDIDATES.
           MOVE SPACES TO WS-GENERIC-LINE.
           WRITE RESPONSE-FILE-REC FROM WS-GENERIC-LINE.

           MOVE 'DISPUTED LINES' TO WS-GENERIC-LINE.
           WRITE RESPONSE-FILE-REC FROM WS-GENERIC-LINE.

           EXEC SQL
                DECLARE DISPUTE-CSR CURSOR FOR
                SELECT A.ICTO,
                A.PROJECT_ID,
                A.PROGRAM_ID,
                A.REGION,
                COALESCE(R.REGION_CODE, ' '),
                A.OWNER_ID,
                A.PROPOSED_PROJECT,
                A.RESP_COMMENT
                FROM ICTO_ATTEST A
                LEFT OUTER JOIN REGION_CTL R
                ON R.REGION_QUAL = A.REGION
                AND R.ACTIVE_ID = 'Y'
                WHERE A.CYCLE_ID = :WS-CYCLE-ID
                AND A.RESPONSE = 'D'
                ORDER BY A.REGION, A.PROGRAM_ID, A.ICTO
                END-EXEC.

           EXEC SQL
                OPEN DISPUTE-CSR
                END-EXEC.

           MOVE 'Dispute Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 'N' TO END-OF-DISPUTE-CSR.

           PERFORM 510-FETCH-DISPUTE.

           PERFORM UNTIL END-OF-DISPUTE-CSR IS EQUAL TO 'Y'
                   PERFORM 520-BUILD-CANDIDATE
                   PERFORM 510-FETCH-DISPUTE
           END-PERFORM.

           EXEC SQL
                CLOSE DISPUTE-CSR
                END-EXEC.

           MOVE 'Dispute Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

       510-FETCH-DISPUTE.
           EXEC SQL
                FETCH DISPUTE-CSR
                INTO
                :DSP-ICTO,
                :DSP-PROJECT-ID,
                :DSP-PROGRAM-ID,
                :DSP-REGION,
                :DSP-REGION-CODE,
                :DSP-OWNER-ID,
                :DSP-PROPOSED,
                :DSP-COMMENT
                END-EXEC.

           MOVE 'Dispute Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO END-OF-DISPUTE-CSR
           END-IF.

       520-BUILD-CANDIDATE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF DSP-PROPOSED IS EQUAL TO SPACES THEN
              MOVE 'NO PROPOSED PROJECT_ID' TO WS-REJECT-REASON
           ELSE
              IF DSP-PROPOSED IS EQUAL TO DSP-PROJECT-ID THEN
                 MOVE 'PROPOSED PROJECT_ID IS THE CURRENT ONE'
                    TO WS-REJECT-REASON
              END-IF
           END-IF.

           IF DSP-REGION-CODE IS EQUAL TO SPACE THEN
              MOVE 'REGION IS NOT AN ACTIVE REGION ON REGION_CTL'
                 TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON IS NOT EQUAL TO SPACES THEN
              ADD 1 TO WS-UNRESOLVED-COUNT
              MOVE SPACES TO WS-GENERIC-LINE
              STRING '  REVIEW:    ICTO ' DSP-ICTO
                 ' PROGRAM ' DSP-PROGRAM-ID
                 ' REGION ' DSP-REGION
                 ' PROJECT ' DSP-PROJECT-ID
                 ' OWNER ' DSP-OWNER-ID
                 ' - ' WS-REJECT-REASON
                 ' - ' DSP-COMMENT
                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
              END-STRING
              WRITE RESPONSE-FILE-REC FROM WS-GENERIC-LINE
           ELSE
              PERFORM 530-COUNT-FULL-NAME-RULE

              MOVE SPACES TO CAND-TRAN-RECORD
              IF WS-ROW-COUNT IS GREATER THAN ZERO THEN
                 MOVE 'C' TO CND-ACTION
              ELSE
                 MOVE 'A' TO CND-ACTION
              END-IF
              MOVE DSP-REGION-CODE TO CND-REGION
              MOVE DSP-ENTITY-NAME TO CND-ENTITY-NAME
              MOVE DSP-PROPOSED TO CND-PROJECT-ID
              WRITE CAND-TRAN-RECORD
              ADD 1 TO WS-CANDIDATE-COUNT

              MOVE SPACES TO WS-GENERIC-LINE
              STRING '  CANDIDATE: ICTO ' DSP-ICTO
                 ' PROGRAM ' DSP-PROGRAM-ID
                 ' REGION ' DSP-REGION
                 ' PROJECT ' DSP-PROJECT-ID
                 ' TO ' DSP-PROPOSED
                 ' ACTION ' CND-ACTION
                 ' OWNER ' DSP-OWNER-ID
                 ' - ' DSP-COMMENT
                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
              END-STRING
              WRITE RESPONSE-FILE-REC FROM WS-GENERIC-LINE
           END-IF.

       530-COUNT-FULL-NAME-RULE.
           MOVE SPACES TO DSP-ENTITY-NAME.
           MOVE DSP-PROGRAM-ID TO DSP-ENTITY-NAME.

           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'SELECT COUNT(*) FROM ' DELIMITED BY SIZE
                  DSP-REGION DELIMITED BY SPACE
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
                USING :DSP-ENTITY-NAME
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

       800-CLOSE-FILE.
           CLOSE IN-RETURNED
                 OT-CANDIDATE
                 OT-RESPONSE-RPT.

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
           WRITE RESPONSE-FILE-REC FROM WS-GENERIC-LINE.

           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'RESPONSE SUMMARY - CYCLE: ' WS-CYCLE-ID
              '  READ: ' WS-REC-READ-COUNT
              '  WORKSHEETS: ' WS-WORKSHEET-COUNT
              '  CONFIRMED: ' WS-CONFIRMED-COUNT
              '  DISPUTED: ' WS-DISPUTED-COUNT
              '  UNANSWERED: ' WS-UNANSWERED-COUNT
              '  REJECTED: ' WS-REJECTED-COUNT
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE RESPONSE-FILE-REC FROM WS-GENERIC-LINE.

           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'CYCLE STATUS - OUTSTANDING ICTOS: '
              WS-OUTSTANDING-ICTO-COUNT
              '  OVERDUE: ' WS-OVERDUE-ICTO-COUNT
              '  CANDIDATE TRANSACTIONS: ' WS-CANDIDATE-COUNT
              '  DISPUTES TO REVIEW: ' WS-UNRESOLVED-COUNT
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE RESPONSE-FILE-REC FROM WS-GENERIC-LINE.

           DISPLAY 'RESPONSE SUMMARY - CYCLE: ' WS-CYCLE-ID
              ' CONFIRMED: ' WS-CONFIRMED-COUNT
              ' DISPUTED: ' WS-DISPUTED-COUNT
              ' REJECTED: ' WS-REJECTED-COUNT
              ' OVERDUE ICTOS: ' WS-OVERDUE-ICTO-COUNT
              ' CANDIDATES: ' WS-CANDIDATE-COUNT.

       960-INSERT-RUN-LOG.
           ACCEPT RNL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RNL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           COMPUTE RNL-CTR1-COUNT = WS-CONFIRMED-COUNT
              + WS-DISPUTED-COUNT.
           MOVE WS-OVERDUE-ICTO-COUNT TO RNL-CTR2-COUNT.
           MOVE WS-CANDIDATE-COUNT TO RNL-CTR3-COUNT.

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
