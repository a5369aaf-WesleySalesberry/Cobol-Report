       IDENTIFICATION DIVISION.
         PROGRAM-ID. COBWCMIG.
         AUTHOR. Wesley Salesberry.
         DATE-WRITTEN. OCT 15 2026.
      * Wildcard rule change report.  COBREPT and COBEPMNT used to
      * turn every '*' in an ENT_PROJ pattern into a blank and compare
      * what was left, cut to 8 bytes, as a leading match.  They now
      * treat a '*' anywhere in the pattern as any run of characters.
      * This job runs both rules over the live ENT_PROJ rows and
      * E_PROGRAMS and lists every active wildcard pattern whose
      * meaning differs, the programs it gains or loses, and every
      * program whose winning PROJECT_ID moves as a result, so the
      * owners can correct the rows before the new rule goes live.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OT-WCMIG-REPORT     ASSIGN TO WCMIGRPT
                                      FILE STATUS IS OT-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
       FD OT-WCMIG-REPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WCMIG-FILE-REPORT.

       01 WCMIG-FILE-REPORT          PIC X(200).

         WORKING-STORAGE SECTION.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

       78 MIG-PROG-TABLE-MAX         VALUE 20000.
       78 MIG-RULE-TABLE-MAX         VALUE 4000.

       01 OT-FILE-STATUS             PIC XX.

       01 REGION-CODE                PIC A(1).

      * Active regions from REGION_CTL in REGION_SEQ order (020),
      * scoped as in COBREPT: every one for a 'B' run, otherwise the
      * one whose code was given.
       78 RGN-TABLE-MAX              VALUE 6.

       01 RGN-CONTROL.
          05 RGN-TABLE OCCURS 6 TIMES.
             10 RGN-QUAL             PIC X(03).
             10 RGN-CODE             PIC X(01).
             10 RGN-NAME             PIC X(20).
             10 RGN-IN-SCOPE         PIC A(01).

       01 WS-RGN-COUNT               PIC 9(02)  VALUE ZERO.
       01 WS-RGN-SCOPE-COUNT         PIC 9(02)  VALUE ZERO.
       01 END-OF-REGION-CSR          PIC A(01)  VALUE 'N'.
       01 CSR-RGN-QUAL               PIC X(03).
       01 CSR-RGN-CODE               PIC X(01).
       01 CSR-RGN-NAME               PIC X(20).

      * ENT_PROJ is qualified by region at run time, so the rule
      * cursor is PREPAREd from text built here.
       01 WS-DYN-SQL.
          49 WS-DYN-SQL-LEN          PIC S9(4) COMP.
          49 WS-DYN-SQL-TEXT         PIC X(500).
       01 WS-DYN-SQL-PTR             PIC 9(04)  VALUE ZERO.

       01 CSR-ENTITY                 PIC X(30).
       01 CSR-PROJ-ID                PIC X(04).
       01 CSR-SEQ-ID                 PIC S9(09) COMP.
       01 CSR-PROJ-NAME              PIC X(30).
       01 CSR-PROGRAM                PIC X(08).

       01 END-OF-PROGRAMS-CSR        PIC A(01)  VALUE 'N'.
       01 END-OF-RULE-CSR            PIC A(01)  VALUE 'N'.

      * Active ENT_PROJ rules for the regions in scope, in RGN-TABLE
      * order and SEQ_ID order within each region - the order 440
      * walks the wildcard patterns in.  REGION-SUB is the region's
      * RGN-TABLE entry.
       01 MIG-ENT-RULES.
          05 MIG-RULE-TABLE OCCURS 4000 TIMES
                INDEXED BY MIG-RULE-IDX.
             10 MIGENT-NAME          PIC X(30).
             10 MIGENT-PROJID        PIC X(04).
             10 MIGENT-SEQID         PIC 9(09).
             10 MIGENT-REGION        PIC X(03).
             10 MIGENT-REGION-SUB    PIC 9(02).
             10 MIGENT-WC            PIC A(01).
       01 WS-MIG-RULE-COUNT          PIC 9(04)  VALUE ZERO.
       01 WS-MIG-RULE-SKIPPED        PIC 9(04)  VALUE ZERO.
       01 WS-MIG-REGION-SUB          PIC 9(02).

      * E_PROGRAMS names with, per region, the rule-table entry that
      * wins under each rule - the full-name rule, the first wildcard
      * under the old rule and the first wildcard under the new one.
      * Zero means no rule of that kind matched.  The region slots
      * are subscripted the same as RGN-TABLE.
       01 MIG-PROGRAMS.
          05 MIG-PROG-TABLE OCCURS 20000 TIMES
                INDEXED BY MIG-PROG-IDX.
             10 MIGPROG-NAME         PIC X(08).
             10 MIGPROG-RGN-SLOTS.
                15 MIGPROG-REGION OCCURS 6 TIMES.
                   20 MIGPROG-FN-RULE   PIC 9(04).
                   20 MIGPROG-OLD-RULE  PIC 9(04).
                   20 MIGPROG-NEW-RULE  PIC 9(04).
       01 WS-MIG-PROG-COUNT          PIC 9(05)  VALUE ZERO.
       01 WS-MIG-PROG-SKIPPED        PIC 9(05)  VALUE ZERO.

      * Old rule, exactly as 445 applied it before the change: blank
      * out every '*', trim, and compare that many leading bytes of
      * the program name against the 8-byte truncation.
       01 WS-WILDCARD-TRUNC          PIC X(08).
       01 WS-WILDCARD-TRUNC-LEN      PIC 9(01).
       01 WS-OLD-MATCH               PIC A(01).

      * New rule - same as COBREPT's 445-CHECK-WILDCARD-NAME-MATCH.
      * Both fields carry one byte of blank past their longest value.
       01 WS-WC-PATTERN              PIC X(31).
       01 WS-WC-PATTERN-LEN          PIC 9(02).
       01 WS-WC-NAME                 PIC X(09).
       01 WS-WC-NAME-LEN             PIC 9(02).
       01 WS-WC-PAT-POS              PIC 9(02).
       01 WS-WC-NAME-POS             PIC 9(02).
       01 WS-WC-STAR-POS             PIC 9(02).
       01 WS-WC-STAR-NAME-POS        PIC 9(02).
       01 WS-WC-MATCH-FAILED         PIC A(01).
       01 WS-WC-BLANK-TALLY          PIC 9(02).
       01 WS-NEW-MATCH               PIC A(01).

      * Pattern shape, worked out once per wildcard rule (210).
       01 WS-STAR-COUNT              PIC 9(02).
       01 WS-FIRST-STAR-TALLY        PIC 9(02).
       01 WS-FIRST-STAR-POS          PIC 9(02).
       01 WS-PATTERN-REASON          PIC X(44).
       01 WS-PAT-OLD-COUNT           PIC 9(05).
       01 WS-PAT-NEW-COUNT           PIC 9(05).
       01 WS-PAT-DIFF-COUNT          PIC 9(05).
       01 WS-COUNT-EDIT              PIC Z(6)9.

       01 WS-MIG-NAME-30             PIC X(30).
       01 WS-MIG-OLD-PROJID          PIC X(04).
       01 WS-MIG-NEW-PROJID          PIC X(04).
       01 WS-MIG-OLD-RULE            PIC 9(04).
       01 WS-MIG-NEW-RULE            PIC 9(04).
       01 WS-MIG-RULE-NUM            PIC 9(04).

      * Run-summary counters.
       01 WS-PATTERN-COUNT           PIC 9(05)  VALUE ZERO.
       01 WS-CHANGED-COUNT           PIC 9(05)  VALUE ZERO.
       01 WS-GAINED-COUNT            PIC 9(07)  VALUE ZERO.
       01 WS-LOST-COUNT              PIC 9(07)  VALUE ZERO.
       01 WS-REASSIGNED-COUNT        PIC 9(05)  VALUE ZERO.

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
       01 RNL-PROGRAM-ID             PIC X(08)  VALUE 'COBWCMIG'.
       01 RNL-RUN-PARM               PIC X(08)  VALUE SPACES.
       01 RNL-START-DATE             PIC 9(08)  VALUE ZERO.
       01 RNL-START-TIME             PIC 9(08)  VALUE ZERO.
       01 RNL-END-DATE               PIC 9(08)  VALUE ZERO.
       01 RNL-END-TIME               PIC 9(08)  VALUE ZERO.
       01 RNL-RETURN-CODE            PIC S9(04) COMP.
       01 RNL-CTR1-NAME              PIC X(12)  VALUE 'PATTERNS'.
       01 RNL-CTR1-COUNT             PIC S9(09) COMP.
       01 RNL-CTR2-NAME              PIC X(12)  VALUE 'CHANGED'.
       01 RNL-CTR2-COUNT             PIC S9(09) COMP.
       01 RNL-CTR3-NAME              PIC X(12)  VALUE 'REASSIGNED'.
       01 RNL-CTR3-COUNT             PIC S9(09) COMP.

      * Fixed-column detail line and headings for OT-WCMIG-REPORT.
      * PATTERN lines carry the old and new match counts in the OLD
      * and NEW columns; GAINED, LOST and REASSIGNED lines carry the
      * PROJECT_ID the program resolved to under each rule.
       01 WS-WMG-DETAIL-LINE.
          05 WMG-FINDING             PIC X(12).
          05 WMG-REGION              PIC X(08).
          05 WMG-SEQ-ID              PIC Z(8)9.
          05 FILLER                  PIC X(02).
          05 WMG-PATTERN             PIC X(32).
          05 WMG-PROGRAM-ID          PIC X(10).
          05 WMG-OLD                 PIC X(10).
          05 WMG-NEW                 PIC X(10).
          05 WMG-REASON              PIC X(46).
          05 FILLER                  PIC X(61).

       01 WS-WMG-HEADING-1.
          05 FILLER                  PIC X(12) VALUE 'FINDING     '.
          05 FILLER                  PIC X(08) VALUE 'REGION  '.
          05 FILLER                  PIC X(11) VALUE '     SEQ_ID'.
          05 FILLER                  PIC X(32) VALUE
             'PATTERN                         '.
          05 FILLER                  PIC X(10) VALUE 'PROGRAM   '.
          05 FILLER                  PIC X(10) VALUE 'OLD       '.
          05 FILLER                  PIC X(10) VALUE 'NEW       '.
          05 FILLER                  PIC X(46) VALUE
             'DETAIL                                        '.
          05 FILLER                  PIC X(61) VALUE SPACES.

       01 WS-WMG-HEADING-2.
          05 FILLER                  PIC X(12) VALUE '-------     '.
          05 FILLER                  PIC X(08) VALUE '------  '.
          05 FILLER                  PIC X(11) VALUE '     ------'.
          05 FILLER                  PIC X(32) VALUE
             '-------                         '.
          05 FILLER                  PIC X(10) VALUE '-------   '.
          05 FILLER                  PIC X(10) VALUE '---       '.
          05 FILLER                  PIC X(10) VALUE '---       '.
          05 FILLER                  PIC X(46) VALUE
             '------                                        '.
          05 FILLER                  PIC X(61) VALUE SPACES.

         LINKAGE SECTION.
       01 PARM-INPUT.
          05 PARM-LENGTH             PIC S9(4) COMP.
          05 PARM-NAME.
             10 PARM-REGION          PIC X(1).

       PROCEDURE DIVISION.
      * Begin Main Program

           PERFORM 000-GET-INPUT-PARMS.
           PERFORM 001-OPEN-FILES.
           PERFORM 020-LOAD-REGION-TABLE.
           PERFORM 002-WRITE-REPORT-HEADINGS.

           PERFORM 100-LOAD-PROGRAMS-TABLE.
           PERFORM 150-LOAD-RULES-TABLE.

           PERFORM 200-EXAMINE-PATTERNS.
           PERFORM 300-REPORT-REASSIGNMENTS.

           PERFORM 950-WRITE-RUN-SUMMARY.
           PERFORM 960-INSERT-RUN-LOG.
           PERFORM 800-CLOSE-FILE.

           STOP RUN.

      * End Main Program

       000-GET-INPUT-PARMS.
           IF PARM-LENGTH IS NOT GREATER THAN ZERO THEN
              DISPLAY 'Parm input is required'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE PARM-REGION TO REGION-CODE.

           ACCEPT RNL-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RNL-START-TIME FROM TIME.

       001-OPEN-FILES.
           OPEN OUTPUT OT-WCMIG-REPORT.

           IF OT-FILE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'Output File Error' TO WS-ERROR-MSG
              MOVE 'Error In 001-OPEN-FILES' TO WS-ERROR-LOC
              MOVE OT-FILE-STATUS TO WS-FILE-STATUS
              PERFORM 900-FILE-ERROR
           END-IF.

      * Same region load as COBREPT's 020 - every active region,
      * scoped to the parm code or to all of them for 'B'.  An
      * unknown code stops the run before anything is examined.
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

       002-WRITE-REPORT-HEADINGS.
           WRITE WCMIG-FILE-REPORT FROM WS-WMG-HEADING-1.
           WRITE WCMIG-FILE-REPORT FROM WS-WMG-HEADING-2.

       100-LOAD-PROGRAMS-TABLE.
           EXEC SQL
                DECLARE MIG-PROGRAMS-CSR CURSOR FOR
                SELECT PROGRAM_ID
                FROM E_PROGRAMS
                ORDER BY PROGRAM_ID
                END-EXEC.

           EXEC SQL
                OPEN MIG-PROGRAMS-CSR
                END-EXEC.

           MOVE 'Programs Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE ZERO TO WS-MIG-PROG-COUNT.
           MOVE ZERO TO WS-MIG-PROG-SKIPPED.
           MOVE 'N' TO END-OF-PROGRAMS-CSR.

           PERFORM 110-FETCH-PROGRAMS.

           PERFORM UNTIL END-OF-PROGRAMS-CSR IS EQUAL TO 'Y'
                   IF WS-MIG-PROG-COUNT IS LESS THAN
                      MIG-PROG-TABLE-MAX THEN
                      ADD 1 TO WS-MIG-PROG-COUNT
                      SET MIG-PROG-IDX TO WS-MIG-PROG-COUNT
                      MOVE CSR-PROGRAM TO MIGPROG-NAME(MIG-PROG-IDX)
                      MOVE ZEROS TO MIGPROG-RGN-SLOTS(MIG-PROG-IDX)
                   ELSE
                      ADD 1 TO WS-MIG-PROG-SKIPPED
                   END-IF

                   PERFORM 110-FETCH-PROGRAMS
           END-PERFORM.

           EXEC SQL
                CLOSE MIG-PROGRAMS-CSR
                END-EXEC.

           MOVE 'Programs Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF WS-MIG-PROG-SKIPPED IS GREATER THAN ZERO THEN
              DISPLAY 'WARNING: MIG-PROGRAMS TABLE FULL AT '
                 MIG-PROG-TABLE-MAX ' ROWS - ' WS-MIG-PROG-SKIPPED
                 ' E_PROGRAMS ROW(S) NOT EXAMINED'
           END-IF.

       110-FETCH-PROGRAMS.
           EXEC SQL
                FETCH MIG-PROGRAMS-CSR
                INTO :CSR-PROGRAM
                END-EXEC.

           MOVE 'Programs Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO END-OF-PROGRAMS-CSR
           END-IF.

       150-LOAD-RULES-TABLE.
           MOVE ZERO TO WS-MIG-RULE-COUNT.
           MOVE ZERO TO WS-MIG-RULE-SKIPPED.
           MOVE 1 TO WS-MIG-REGION-SUB.

           PERFORM UNTIL WS-MIG-REGION-SUB IS GREATER THAN
              WS-RGN-COUNT
                   IF RGN-IN-SCOPE(WS-MIG-REGION-SUB) IS EQUAL TO 'Y'
                      THEN
                      PERFORM 152-LOAD-RULES-ONE-REGION
                   END-IF
                   ADD 1 TO WS-MIG-REGION-SUB
           END-PERFORM.

           IF WS-MIG-RULE-SKIPPED IS GREATER THAN ZERO THEN
              DISPLAY 'WARNING: MIG-ENT-RULES TABLE FULL AT '
                 MIG-RULE-TABLE-MAX ' ROWS - ' WS-MIG-RULE-SKIPPED
                 ' RULE(S) NOT EXAMINED'
           END-IF.

       151-FETCH-RULE.
           EXEC SQL
                FETCH MIG-RULE-CSR
                INTO :CSR-ENTITY, :CSR-PROJ-ID, :CSR-SEQ-ID,
                     :CSR-PROJ-NAME
                END-EXEC.

           MOVE 'Rule Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO END-OF-RULE-CSR
           END-IF.

      * One region's active rules, both kinds, in SEQ_ID order.
       152-LOAD-RULES-ONE-REGION.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'SELECT ENTITY_NAME, PROJECT_ID, SEQ_ID, PROJ_NAME'
                  ' FROM ' DELIMITED BY SIZE
                  RGN-QUAL(WS-MIG-REGION-SUB) DELIMITED BY SPACE
                  '.ENT_PROJ WHERE PROG_TYPE = ''NHMPROG'''
                  ' AND ACTIVE_ID = ''Y'' ORDER BY SEQ_ID'
                     DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                DECLARE MIG-RULE-CSR CURSOR FOR MIG-RULE-STMT
                END-EXEC.

           EXEC SQL
                PREPARE MIG-RULE-STMT FROM :WS-DYN-SQL
                END-EXEC.

           MOVE 'Rule Cursor PREPARE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                OPEN MIG-RULE-CSR
                END-EXEC.

           MOVE 'Rule Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 'N' TO END-OF-RULE-CSR.

           PERFORM 151-FETCH-RULE.

           PERFORM UNTIL END-OF-RULE-CSR IS EQUAL TO 'Y'
                   PERFORM 153-STORE-RULE
                   PERFORM 151-FETCH-RULE
           END-PERFORM.

           EXEC SQL
                CLOSE MIG-RULE-CSR
                END-EXEC.

           MOVE 'Rule Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

      * The wildcard/full-name split keys off PROJ_NAME, the same
      * LIKE '%*%' test the report cursors apply.
       153-STORE-RULE.
           IF WS-MIG-RULE-COUNT IS LESS THAN MIG-RULE-TABLE-MAX THEN
              ADD 1 TO WS-MIG-RULE-COUNT
              SET MIG-RULE-IDX TO WS-MIG-RULE-COUNT
              MOVE CSR-ENTITY TO MIGENT-NAME(MIG-RULE-IDX)
              MOVE CSR-PROJ-ID TO MIGENT-PROJID(MIG-RULE-IDX)
              MOVE CSR-SEQ-ID TO MIGENT-SEQID(MIG-RULE-IDX)
              MOVE WS-MIG-REGION-SUB TO
                 MIGENT-REGION-SUB(MIG-RULE-IDX)
              MOVE RGN-QUAL(WS-MIG-REGION-SUB) TO
                 MIGENT-REGION(MIG-RULE-IDX)

              MOVE ZERO TO WS-STAR-COUNT
              INSPECT CSR-PROJ-NAME TALLYING WS-STAR-COUNT
                 FOR ALL '*'

              IF WS-STAR-COUNT IS GREATER THAN ZERO THEN
                 MOVE 'Y' TO MIGENT-WC(MIG-RULE-IDX)
              ELSE
                 MOVE 'N' TO MIGENT-WC(MIG-RULE-IDX)
              END-IF
           ELSE
              ADD 1 TO WS-MIG-RULE-SKIPPED
           END-IF.

      * One pass over the rules in table order.  A full-name rule is
      * recorded against the program it names; a wildcard rule is
      * run against every program under both rules, which both counts
      * its matches and records it as the winner for any program no
      * earlier pattern in the region has already taken.
       200-EXAMINE-PATTERNS.
           SET MIG-RULE-IDX TO 1.

           PERFORM UNTIL MIG-RULE-IDX IS GREATER THAN
              WS-MIG-RULE-COUNT
                   IF MIGENT-WC(MIG-RULE-IDX) IS EQUAL TO 'Y' THEN
                      ADD 1 TO WS-PATTERN-COUNT
                      PERFORM 210-CLASSIFY-PATTERN
                      PERFORM 220-COMPARE-PATTERN-MATCHES

                      IF WS-PATTERN-REASON IS NOT EQUAL TO SPACES
                         OR WS-PAT-DIFF-COUNT IS GREATER THAN ZERO
                         THEN
                         ADD 1 TO WS-CHANGED-COUNT
                         PERFORM 230-WRITE-PATTERN-LINE
                         PERFORM 240-WRITE-PROGRAM-DIFFERENCES
                      END-IF
                   ELSE
                      PERFORM 250-RECORD-FULL-NAME-RULE
                   END-IF

                   SET MIG-RULE-IDX UP BY 1
           END-PERFORM.

      * A pattern keeps its meaning only when its '*'s are all at the
      * end and what comes before them is 1 to 8 bytes - the one
      * shape the old prefix compare handled the way it reads.
       210-CLASSIFY-PATTERN.
           MOVE SPACES TO WS-PATTERN-REASON.
           MOVE MIGENT-NAME(MIG-RULE-IDX) TO WS-WC-PATTERN.

           MOVE ZERO TO WS-WC-BLANK-TALLY.
           INSPECT FUNCTION REVERSE(WS-WC-PATTERN) TALLYING
              WS-WC-BLANK-TALLY FOR LEADING SPACES.
           COMPUTE WS-WC-PATTERN-LEN = 31 - WS-WC-BLANK-TALLY.

           MOVE ZERO TO WS-STAR-COUNT.
           INSPECT WS-WC-PATTERN TALLYING WS-STAR-COUNT FOR ALL '*'.

           MOVE ZERO TO WS-FIRST-STAR-TALLY.
           INSPECT WS-WC-PATTERN TALLYING WS-FIRST-STAR-TALLY
              FOR CHARACTERS BEFORE INITIAL '*'.
           COMPUTE WS-FIRST-STAR-POS = WS-FIRST-STAR-TALLY + 1.

           EVALUATE TRUE
           WHEN WS-STAR-COUNT IS EQUAL TO ZERO
                MOVE 'NO * IN NAME - WAS A PREFIX, NOW EXACT' TO
                   WS-PATTERN-REASON
           WHEN WS-STAR-COUNT IS EQUAL TO WS-WC-PATTERN-LEN
                MOVE '* ONLY - NOW MATCHES EVERY PROGRAM' TO
                   WS-PATTERN-REASON
           WHEN WS-FIRST-STAR-POS IS EQUAL TO 1
                MOVE 'LEADING * - NOW A SUFFIX MATCH' TO
                   WS-PATTERN-REASON
           WHEN WS-STAR-COUNT IS LESS THAN
                WS-WC-PATTERN-LEN - WS-FIRST-STAR-POS + 1
                MOVE 'EMBEDDED * - NOW MATCHES EITHER SIDE' TO
                   WS-PATTERN-REASON
           WHEN WS-FIRST-STAR-POS IS GREATER THAN 9
                MOVE 'PREFIX OVER 8 BYTES - WAS CUT TO 8' TO
                   WS-PATTERN-REASON
           WHEN OTHER
                CONTINUE
           END-EVALUATE.

       220-COMPARE-PATTERN-MATCHES.
           MOVE ZERO TO WS-PAT-OLD-COUNT.
           MOVE ZERO TO WS-PAT-NEW-COUNT.
           MOVE ZERO TO WS-PAT-DIFF-COUNT.
           MOVE MIGENT-REGION-SUB(MIG-RULE-IDX) TO WS-MIG-REGION-SUB.
           SET WS-MIG-RULE-NUM TO MIG-RULE-IDX.

           SET MIG-PROG-IDX TO 1.

           PERFORM UNTIL MIG-PROG-IDX IS GREATER THAN
              WS-MIG-PROG-COUNT
                   PERFORM 410-CHECK-OLD-WILDCARD-MATCH
                   PERFORM 420-CHECK-NEW-WILDCARD-MATCH

                   IF WS-OLD-MATCH IS EQUAL TO 'Y' THEN
                      ADD 1 TO WS-PAT-OLD-COUNT

                      IF MIGPROG-OLD-RULE(MIG-PROG-IDX,
                         WS-MIG-REGION-SUB) IS EQUAL TO ZERO THEN
                         MOVE WS-MIG-RULE-NUM TO
                            MIGPROG-OLD-RULE(MIG-PROG-IDX,
                            WS-MIG-REGION-SUB)
                      END-IF
                   END-IF

                   IF WS-NEW-MATCH IS EQUAL TO 'Y' THEN
                      ADD 1 TO WS-PAT-NEW-COUNT

                      IF MIGPROG-NEW-RULE(MIG-PROG-IDX,
                         WS-MIG-REGION-SUB) IS EQUAL TO ZERO THEN
                         MOVE WS-MIG-RULE-NUM TO
                            MIGPROG-NEW-RULE(MIG-PROG-IDX,
                            WS-MIG-REGION-SUB)
                      END-IF
                   END-IF

                   IF WS-OLD-MATCH IS NOT EQUAL TO WS-NEW-MATCH THEN
                      ADD 1 TO WS-PAT-DIFF-COUNT
                   END-IF

                   SET MIG-PROG-IDX UP BY 1
           END-PERFORM.

       230-WRITE-PATTERN-LINE.
           MOVE SPACES TO WS-WMG-DETAIL-LINE.
           MOVE 'PATTERN' TO WMG-FINDING.
           MOVE MIGENT-REGION(MIG-RULE-IDX) TO WMG-REGION.
           MOVE MIGENT-SEQID(MIG-RULE-IDX) TO WMG-SEQ-ID.
           MOVE MIGENT-NAME(MIG-RULE-IDX) TO WMG-PATTERN.
           MOVE MIGENT-PROJID(MIG-RULE-IDX) TO WMG-PROGRAM-ID.
           MOVE WS-PAT-OLD-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WMG-OLD.
           MOVE WS-PAT-NEW-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WMG-NEW.

           IF WS-PATTERN-REASON IS EQUAL TO SPACES THEN
              MOVE 'MATCHES DIFFER' TO WMG-REASON
           ELSE
              MOVE WS-PATTERN-REASON TO WMG-REASON
           END-IF.

           WRITE WCMIG-FILE-REPORT FROM WS-WMG-DETAIL-LINE.

      * Second walk for a changed pattern - one line per program the
      * new rule adds to it or takes away from it.
       240-WRITE-PROGRAM-DIFFERENCES.
           SET MIG-PROG-IDX TO 1.

           PERFORM UNTIL MIG-PROG-IDX IS GREATER THAN
              WS-MIG-PROG-COUNT
              OR WS-PAT-DIFF-COUNT IS EQUAL TO ZERO
                   PERFORM 410-CHECK-OLD-WILDCARD-MATCH
                   PERFORM 420-CHECK-NEW-WILDCARD-MATCH

                   IF WS-OLD-MATCH IS NOT EQUAL TO WS-NEW-MATCH THEN
                      MOVE SPACES TO WS-WMG-DETAIL-LINE
                      MOVE MIGENT-REGION(MIG-RULE-IDX) TO WMG-REGION
                      MOVE MIGENT-SEQID(MIG-RULE-IDX) TO WMG-SEQ-ID
                      MOVE MIGENT-NAME(MIG-RULE-IDX) TO WMG-PATTERN
                      MOVE MIGPROG-NAME(MIG-PROG-IDX) TO
                         WMG-PROGRAM-ID

                      IF WS-NEW-MATCH IS EQUAL TO 'Y' THEN
                         MOVE '  GAINED' TO WMG-FINDING
                         MOVE MIGENT-PROJID(MIG-RULE-IDX) TO WMG-NEW
                         ADD 1 TO WS-GAINED-COUNT
                      ELSE
                         MOVE '  LOST' TO WMG-FINDING
                         MOVE MIGENT-PROJID(MIG-RULE-IDX) TO WMG-OLD
                         ADD 1 TO WS-LOST-COUNT
                      END-IF

                      WRITE WCMIG-FILE-REPORT FROM WS-WMG-DETAIL-LINE
                   END-IF

                   SET MIG-PROG-IDX UP BY 1
           END-PERFORM.

      * Full-name rules mean the same under both rules; the first
      * active one for a program in a region is kept so 310 can let
      * it outrank any wildcard, the way 410 does in the report job.
       250-RECORD-FULL-NAME-RULE.
           MOVE MIGENT-REGION-SUB(MIG-RULE-IDX) TO WS-MIG-REGION-SUB.
           SET WS-MIG-RULE-NUM TO MIG-RULE-IDX.

           SET MIG-PROG-IDX TO 1.

           SEARCH MIG-PROG-TABLE
              AT END
                 CONTINUE
              WHEN MIG-PROG-IDX IS GREATER THAN WS-MIG-PROG-COUNT
                 CONTINUE
              WHEN MIGENT-NAME(MIG-RULE-IDX) IS EQUAL TO
                 MIGPROG-NAME(MIG-PROG-IDX)
                 IF MIGPROG-FN-RULE(MIG-PROG-IDX, WS-MIG-REGION-SUB)
                    IS EQUAL TO ZERO THEN
                    MOVE WS-MIG-RULE-NUM TO
                       MIGPROG-FN-RULE(MIG-PROG-IDX, WS-MIG-REGION-SUB)
                 END-IF
           END-SEARCH.

      * A program whose winning PROJECT_ID differs between the two
      * rules - this is what the ICTO report would show differently
      * the first night the new rule runs.
       300-REPORT-REASSIGNMENTS.
           SET MIG-PROG-IDX TO 1.

           PERFORM UNTIL MIG-PROG-IDX IS GREATER THAN
              WS-MIG-PROG-COUNT
                   MOVE 1 TO WS-MIG-REGION-SUB

                   PERFORM UNTIL WS-MIG-REGION-SUB IS GREATER THAN
                      WS-RGN-COUNT
                           IF RGN-IN-SCOPE(WS-MIG-REGION-SUB) IS
                              EQUAL TO 'Y' THEN
                              PERFORM 310-CHECK-PROGRAM-REASSIGNED
                           END-IF
                           ADD 1 TO WS-MIG-REGION-SUB
                   END-PERFORM

                   SET MIG-PROG-IDX UP BY 1
           END-PERFORM.

       310-CHECK-PROGRAM-REASSIGNED.
           IF MIGPROG-FN-RULE(MIG-PROG-IDX, WS-MIG-REGION-SUB) IS
              EQUAL TO ZERO THEN
              MOVE MIGPROG-OLD-RULE(MIG-PROG-IDX, WS-MIG-REGION-SUB)
                 TO WS-MIG-OLD-RULE
              MOVE MIGPROG-NEW-RULE(MIG-PROG-IDX, WS-MIG-REGION-SUB)
                 TO WS-MIG-NEW-RULE

              MOVE SPACES TO WS-MIG-OLD-PROJID
              MOVE SPACES TO WS-MIG-NEW-PROJID

              IF WS-MIG-OLD-RULE IS GREATER THAN ZERO THEN
                 MOVE MIGENT-PROJID(WS-MIG-OLD-RULE) TO
                    WS-MIG-OLD-PROJID
              END-IF

              IF WS-MIG-NEW-RULE IS GREATER THAN ZERO THEN
                 MOVE MIGENT-PROJID(WS-MIG-NEW-RULE) TO
                    WS-MIG-NEW-PROJID
              END-IF

              IF WS-MIG-OLD-PROJID IS NOT EQUAL TO WS-MIG-NEW-PROJID
                 THEN
                 ADD 1 TO WS-REASSIGNED-COUNT
                 PERFORM 320-WRITE-REASSIGNED-LINE
              END-IF
           END-IF.

      * PATTERN/SEQ_ID show the new winner (blank when the program
      * is left unmatched); DETAIL names the old one.
       320-WRITE-REASSIGNED-LINE.
           MOVE SPACES TO WS-WMG-DETAIL-LINE.
           MOVE 'REASSIGNED' TO WMG-FINDING.
           MOVE MIGPROG-NAME(MIG-PROG-IDX) TO WMG-PROGRAM-ID.

           MOVE RGN-QUAL(WS-MIG-REGION-SUB) TO WMG-REGION.

           IF WS-MIG-OLD-PROJID IS EQUAL TO SPACES THEN
              MOVE 'NONE' TO WMG-OLD
           ELSE
              MOVE WS-MIG-OLD-PROJID TO WMG-OLD
           END-IF.

           IF WS-MIG-NEW-PROJID IS EQUAL TO SPACES THEN
              MOVE 'NONE' TO WMG-NEW
           ELSE
              MOVE WS-MIG-NEW-PROJID TO WMG-NEW
              MOVE MIGENT-SEQID(WS-MIG-NEW-RULE) TO WMG-SEQ-ID
              MOVE MIGENT-NAME(WS-MIG-NEW-RULE) TO WMG-PATTERN
           END-IF.

           IF WS-MIG-OLD-RULE IS GREATER THAN ZERO THEN
              STRING 'WAS ' DELIMITED BY SIZE
                 MIGENT-NAME(WS-MIG-OLD-RULE) DELIMITED BY SPACE
                 INTO WMG-REASON
              END-STRING
           ELSE
              MOVE 'WAS UNMATCHED' TO WMG-REASON
           END-IF.

           WRITE WCMIG-FILE-REPORT FROM WS-WMG-DETAIL-LINE.

      * The rule COBREPT's 445 applied before the change, kept here
      * verbatim so the comparison is against what actually ran.  A
      * pattern of '*' alone left nothing to compare and never
      * matched.
       410-CHECK-OLD-WILDCARD-MATCH.
           MOVE 'N' TO WS-OLD-MATCH.
           MOVE MIGENT-NAME(MIG-RULE-IDX) TO WS-WILDCARD-TRUNC.
           INSPECT WS-WILDCARD-TRUNC CONVERTING '*' TO SPACES.

           IF WS-WILDCARD-TRUNC IS NOT EQUAL TO SPACES THEN
              COMPUTE WS-WILDCARD-TRUNC-LEN = FUNCTION LENGTH(FUNCTION
                 TRIM(WS-WILDCARD-TRUNC))

              IF MIGPROG-NAME(MIG-PROG-IDX)(1:WS-WILDCARD-TRUNC-LEN)
                 IS EQUAL TO WS-WILDCARD-TRUNC THEN
                 MOVE 'Y' TO WS-OLD-MATCH
              END-IF
           END-IF.

      * Same rule as COBREPT's 445-CHECK-WILDCARD-NAME-MATCH.
       420-CHECK-NEW-WILDCARD-MATCH.
           MOVE MIGENT-NAME(MIG-RULE-IDX) TO WS-WC-PATTERN.

           MOVE ZERO TO WS-WC-BLANK-TALLY.
           INSPECT FUNCTION REVERSE(WS-WC-PATTERN) TALLYING
              WS-WC-BLANK-TALLY FOR LEADING SPACES.
           COMPUTE WS-WC-PATTERN-LEN = 31 - WS-WC-BLANK-TALLY.

           MOVE MIGPROG-NAME(MIG-PROG-IDX) TO WS-WC-NAME.
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
              MOVE 'Y' TO WS-NEW-MATCH
           ELSE
              MOVE 'N' TO WS-NEW-MATCH
           END-IF.

       800-CLOSE-FILE.
           CLOSE OT-WCMIG-REPORT.

       900-FILE-ERROR.
           DISPLAY '***** FILE ERROR *****'.
           DISPLAY WS-ERROR-MSG.
           DISPLAY WS-ERROR-LOC.
           DISPLAY 'File Status ' WS-FILE-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM 800-CLOSE-FILE.
           STOP RUN.

      * Any changed pattern or reassigned program raises RC 4 - the
      * rows behind it need an owner's decision before the switch.
       950-WRITE-RUN-SUMMARY.
           MOVE SPACES TO WS-GENERIC-LINE.
           WRITE WCMIG-FILE-REPORT FROM WS-GENERIC-LINE.

           STRING 'WILDCARD RULE CHANGE - REGION: ' REGION-CODE
              '  E_PROGRAMS ROWS: ' WS-MIG-PROG-COUNT
              '  ACTIVE RULES: ' WS-MIG-RULE-COUNT
              '  WILDCARD PATTERNS: ' WS-PATTERN-COUNT
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE WCMIG-FILE-REPORT FROM WS-GENERIC-LINE.

           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'PATTERNS CHANGED: ' WS-CHANGED-COUNT
              '  PROGRAMS GAINED: ' WS-GAINED-COUNT
              '  PROGRAMS LOST: ' WS-LOST-COUNT
              '  PROGRAMS REASSIGNED: ' WS-REASSIGNED-COUNT
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE WCMIG-FILE-REPORT FROM WS-GENERIC-LINE.

           DISPLAY 'WILDCARD RULE CHANGE - PATTERNS: ' WS-PATTERN-COUNT
              ' CHANGED: ' WS-CHANGED-COUNT ' REASSIGNED: '
              WS-REASSIGNED-COUNT.

           IF WS-CHANGED-COUNT IS GREATER THAN ZERO
              OR WS-REASSIGNED-COUNT IS GREATER THAN ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

      * One row into RUN_LOG at end of job - program, region parm,
      * start and end timestamps, final return code and the key
      * counters named above.
       960-INSERT-RUN-LOG.
           ACCEPT RNL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RNL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE WS-PATTERN-COUNT TO RNL-CTR1-COUNT.
           MOVE WS-CHANGED-COUNT TO RNL-CTR2-COUNT.
           MOVE WS-REASSIGNED-COUNT TO RNL-CTR3-COUNT.
           MOVE REGION-CODE TO RNL-RUN-PARM.

           EXEC SQL
                INSERT INTO RUN_LOG
                   (PROGRAM_ID, RUN_PARM, START_DATE, START_TIME,
                    END_DATE, END_TIME, RETURN_CODE,
                    CTR1_NAME, CTR1_COUNT, CTR2_NAME, CTR2_COUNT,
                    CTR3_NAME, CTR3_COUNT)
                VALUES
                   (:RNL-PROGRAM-ID, :RNL-RUN-PARM,
                    :RNL-START-DATE, :RNL-START-TIME,
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
