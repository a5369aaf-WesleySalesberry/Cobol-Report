       IDENTIFICATION DIVISION.
         PROGRAM-ID. COBLMREC.
         AUTHOR. Wesley Salesberry.
         DATE-WRITTEN. OCT 15 2026.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT IN-LOAD-MEMBERS     ASSIGN TO LOADMEMB
                                      FILE STATUS IS IN-FILE-STATUS.

           SELECT OT-LMREC-REPORT     ASSIGN TO LMRREPT
                                      FILE STATUS IS OT-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
       FD IN-LOAD-MEMBERS
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LOAD-MEMBER-RECORD.

      * Member-list extract of the production load libraries, one
      * record per member per library.  Each region's libraries are
      * listed in STEPLIB concatenation order, so the first record
      * for a member within a region is the module that actually
      * loads.  LANG is the extract step's translation of the IDR
      * compiler id into the E_PROGRAMS LANG code; SUBROUTINE is 'Y'
      * for a module link-edited as a callable subroutine, 'N' for a
      * main program.  Either may be blank when the extract could
      * not tell, and a blank is not compared.
      *   POS 01-03  REGION      REGION_CTL qualifier
      *   POS 04-11  MEMBER
      *   POS 12-15  LANG
      *   POS 16     SUBROUTINE
      *   POS 17-60  LIBRARY
      *   POS 61-80  FILLER
       01 LOAD-MEMBER-RECORD.
          05 LMB-REGION             PIC X(03).
          05 LMB-MEMBER             PIC X(08).
          05 LMB-LANG               PIC X(04).
          05 LMB-SUBROUTINE         PIC X(01).
          05 LMB-LIBRARY            PIC X(44).
          05 FILLER                 PIC X(20).

       FD OT-LMREC-REPORT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LMREC-FILE-REPORT.

       01 LMREC-FILE-REPORT          PIC X(200).

         WORKING-STORAGE SECTION.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

       78 LMR-PROG-TABLE-MAX         VALUE 20000.

       01 IN-FILE-STATUS             PIC XX.
       01 OT-FILE-STATUS             PIC XX.

       01 IN-END-OF-FILE             PIC A(1)   VALUE 'N'.

       01 REGION-CODE                PIC A(1).

      * Active regions from REGION_CTL (020), scoped as in COBREPT:
      * every one for a 'B' run, otherwise the one whose code was
      * given.  A member is in scope when its REGION is the
      * qualifier of an in-scope entry.
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
       01 WS-RGN-FOUND               PIC A(01)  VALUE 'N'.
       01 WS-RGN-HIT-SUB             PIC 9(02)  VALUE ZERO.
       01 END-OF-REGION-CSR          PIC A(01)  VALUE 'N'.
       01 CSR-RGN-QUAL               PIC X(03).
       01 CSR-RGN-CODE               PIC X(01).
       01 CSR-RGN-NAME               PIC X(20).

       01 CSR-ENTITY                 PIC X(08).
       01 CSR-SUBROUTINE             PIC X(01).
       01 CSR-LANG                   PIC X(04).
       01 CSR-PROJECT                PIC X(04).

       01 END-OF-PROGRAMS-CSR        PIC A(01)  VALUE 'N'.

      * E_PROGRAMS rows with a deployed flag per region, subscripted
      * the same as RGN-TABLE - anything still 'N' in a region in
      * scope after the member list is read has no module in that
      * region's libraries.
       01 LMR-PROGRAMS.
          05 LMR-PROG-TABLE OCCURS 20000 TIMES
                ASCENDING KEY IS LMRPROG-NAME
                INDEXED BY LMRPROG-IDX.
             10 LMRPROG-NAME         PIC X(08).
             10 LMRPROG-SUBROUTINE   PIC X(01).
             10 LMRPROG-LANG         PIC X(04).
             10 LMRPROG-PROJID       PIC X(04).
             10 LMRPROG-DEPLOYED-FLAGS            VALUE ALL 'N'.
                15 LMRPROG-DEPLOYED  PIC A(01) OCCURS 6 TIMES.
       01 WS-PROG-LOADED-COUNT       PIC 9(05)  VALUE ZERO.
       01 WS-PROG-SKIPPED-COUNT      PIC 9(05)  VALUE ZERO.

       77 SAVE-LMRPROG-IDX USAGE IS INDEX.

       01 WS-PROG-FOUND              PIC A(01)  VALUE 'N'.
       01 WS-ALREADY-DEPLOYED        PIC A(01)  VALUE 'N'.
       01 WS-MISMATCH-REASON         PIC X(30)  VALUE SPACES.
       01 WS-NDP-REGION              PIC X(03)  VALUE SPACES.

      * Run-summary counters.
       01 WS-MEMBER-READ-COUNT       PIC 9(07)  VALUE ZERO.
       01 WS-MEMBER-OUT-OF-SCOPE     PIC 9(07)  VALUE ZERO.
       01 WS-MEMBER-SHADOWED-COUNT   PIC 9(07)  VALUE ZERO.
       01 WS-NOT-ON-EPROG-COUNT      PIC 9(05)  VALUE ZERO.
       01 WS-NOT-DEPLOYED-COUNT      PIC 9(05)  VALUE ZERO.
       01 WS-ATTR-MISMATCH-COUNT     PIC 9(05)  VALUE ZERO.

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
       01 RNL-PROGRAM-ID             PIC X(08)  VALUE 'COBLMREC'.
       01 RNL-RUN-PARM               PIC X(08)  VALUE SPACES.
       01 RNL-START-DATE             PIC 9(08)  VALUE ZERO.
       01 RNL-START-TIME             PIC 9(08)  VALUE ZERO.
       01 RNL-END-DATE               PIC 9(08)  VALUE ZERO.
       01 RNL-END-TIME               PIC 9(08)  VALUE ZERO.
       01 RNL-RETURN-CODE            PIC S9(04) COMP.
       01 RNL-CTR1-NAME              PIC X(12)  VALUE 'NOTINEPROG'.
       01 RNL-CTR1-COUNT             PIC S9(09) COMP.
       01 RNL-CTR2-NAME              PIC X(12)  VALUE 'NOTDEPLOYED'.
       01 RNL-CTR2-COUNT             PIC S9(09) COMP.
       01 RNL-CTR3-NAME              PIC X(12)  VALUE 'ATTRMISMATCH'.
       01 RNL-CTR3-COUNT             PIC S9(09) COMP.

      * Fixed-column detail line and headings for OT-LMREC-REPORT.
      * E_PROGRAMS and load-library attributes sit side by side; the
      * side that does not exist for a finding is left blank.
       01 WS-LMR-DETAIL-LINE.
          05 LMR-FINDING             PIC X(24).
          05 LMR-REGION              PIC X(08).
          05 LMR-PROGRAM-ID          PIC X(10).
          05 LMR-EPROG-SUBR          PIC X(06).
          05 LMR-EPROG-LANG          PIC X(06).
          05 LMR-LOAD-SUBR           PIC X(06).
          05 LMR-LOAD-LANG           PIC X(06).
          05 LMR-PROJECT-ID          PIC X(10).
          05 LMR-LIBRARY             PIC X(46).
          05 LMR-REASON              PIC X(30).
          05 FILLER                  PIC X(48).

       01 WS-LMR-HEADING-1.
          05 FILLER                  PIC X(24) VALUE
             'FINDING                 '.
          05 FILLER                  PIC X(08) VALUE 'REGION  '.
          05 FILLER                  PIC X(10) VALUE 'PROGRAM   '.
          05 FILLER                  PIC X(06) VALUE 'E-SUB '.
          05 FILLER                  PIC X(06) VALUE 'E-LNG '.
          05 FILLER                  PIC X(06) VALUE 'L-SUB '.
          05 FILLER                  PIC X(06) VALUE 'L-LNG '.
          05 FILLER                  PIC X(10) VALUE 'PROJECT   '.
          05 FILLER                  PIC X(46) VALUE
             'LIBRARY                                       '.
          05 FILLER                  PIC X(30) VALUE
             'DETAIL                        '.
          05 FILLER                  PIC X(48) VALUE SPACES.

       01 WS-LMR-HEADING-2.
          05 FILLER                  PIC X(24) VALUE
             '-------                 '.
          05 FILLER                  PIC X(08) VALUE '------  '.
          05 FILLER                  PIC X(10) VALUE '-------   '.
          05 FILLER                  PIC X(06) VALUE '----- '.
          05 FILLER                  PIC X(06) VALUE '----- '.
          05 FILLER                  PIC X(06) VALUE '----- '.
          05 FILLER                  PIC X(06) VALUE '----- '.
          05 FILLER                  PIC X(10) VALUE '-------   '.
          05 FILLER                  PIC X(46) VALUE
             '-------                                       '.
          05 FILLER                  PIC X(30) VALUE
             '------                        '.
          05 FILLER                  PIC X(48) VALUE SPACES.

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

           PERFORM 200-READ-MEMBER.

           PERFORM 300-PROCESS-MEMBER UNTIL IN-END-OF-FILE IS
              EQUAL TO 'Y'.

           IF WS-MEMBER-READ-COUNT IS EQUAL TO ZERO THEN
              DISPLAY 'LOAD LIBRARY MEMBER LIST IS EMPTY - EVERY '
                 'PROGRAM WOULD REPORT AS NOT DEPLOYED'
              MOVE 8 TO RETURN-CODE
              PERFORM 960-INSERT-RUN-LOG
              PERFORM 800-CLOSE-FILE
              STOP RUN
           END-IF.

           PERFORM 400-REPORT-NOT-DEPLOYED.

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
           OPEN INPUT IN-LOAD-MEMBERS.

           IF IN-FILE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'Input File Error' TO WS-ERROR-MSG
              MOVE 'Error In 001-OPEN-FILES' TO WS-ERROR-LOC
              MOVE IN-FILE-STATUS TO WS-FILE-STATUS
              PERFORM 900-FILE-ERROR
           END-IF.

           OPEN OUTPUT OT-LMREC-REPORT.

           IF OT-FILE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'Output File Error' TO WS-ERROR-MSG
              MOVE 'Error In 001-OPEN-FILES' TO WS-ERROR-LOC
              MOVE OT-FILE-STATUS TO WS-FILE-STATUS
              PERFORM 900-FILE-ERROR
           END-IF.

      * Same region load as COBREPT's 020 - every active region,
      * scoped to the parm code or to all of them for 'B'.  An
      * unknown code stops the run before the member list is read.
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

      * Looks the member's REGION up among the in-scope entries -
      * WS-RGN-HIT-SUB is the entry when WS-RGN-FOUND is 'Y'.
       025-FIND-MEMBER-REGION.
           MOVE 'N' TO WS-RGN-FOUND.
           MOVE 1 TO WS-RGN-HIT-SUB.

           PERFORM UNTIL WS-RGN-HIT-SUB IS GREATER THAN WS-RGN-COUNT
              OR WS-RGN-FOUND IS EQUAL TO 'Y'
                   IF RGN-QUAL(WS-RGN-HIT-SUB) IS EQUAL TO LMB-REGION
                      AND RGN-IN-SCOPE(WS-RGN-HIT-SUB) IS EQUAL TO 'Y'
                      THEN
                      MOVE 'Y' TO WS-RGN-FOUND
                   ELSE
                      ADD 1 TO WS-RGN-HIT-SUB
                   END-IF
           END-PERFORM.

       002-WRITE-REPORT-HEADINGS.
           WRITE LMREC-FILE-REPORT FROM WS-LMR-HEADING-1.
           WRITE LMREC-FILE-REPORT FROM WS-LMR-HEADING-2.

       100-LOAD-PROGRAMS-TABLE.
           EXEC SQL
                DECLARE LMR-PROGRAMS-CSR CURSOR FOR
                SELECT PROGRAM_ID,
                SUBROUTINE,
                LANG,
                PROJECT
                FROM E_PROGRAMS
                ORDER BY PROGRAM_ID
                END-EXEC.

           EXEC SQL
                OPEN LMR-PROGRAMS-CSR
                END-EXEC.

           MOVE 'Programs Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           SET LMRPROG-IDX TO 1.
           MOVE ZERO TO WS-PROG-LOADED-COUNT.
           MOVE ZERO TO WS-PROG-SKIPPED-COUNT.
           MOVE 'N' TO END-OF-PROGRAMS-CSR.

           PERFORM 110-FETCH-PROGRAMS.

           PERFORM UNTIL END-OF-PROGRAMS-CSR IS EQUAL TO 'Y'
                   IF LMRPROG-IDX IS GREATER THAN LMR-PROG-TABLE-MAX
                      THEN
                      ADD 1 TO WS-PROG-SKIPPED-COUNT
                   ELSE
                      MOVE CSR-ENTITY TO LMRPROG-NAME(LMRPROG-IDX)
                      MOVE CSR-SUBROUTINE TO
                         LMRPROG-SUBROUTINE(LMRPROG-IDX)
                      MOVE CSR-LANG TO LMRPROG-LANG(LMRPROG-IDX)
                      MOVE CSR-PROJECT TO LMRPROG-PROJID(LMRPROG-IDX)
                      MOVE ALL 'N' TO
                         LMRPROG-DEPLOYED-FLAGS(LMRPROG-IDX)
                      ADD 1 TO WS-PROG-LOADED-COUNT
                      SET LMRPROG-IDX UP BY 1
                   END-IF

                   PERFORM 110-FETCH-PROGRAMS
           END-PERFORM.

           IF LMRPROG-IDX IS GREATER THAN LMR-PROG-TABLE-MAX THEN
              SET SAVE-LMRPROG-IDX TO LMR-PROG-TABLE-MAX
           ELSE
              SET SAVE-LMRPROG-IDX TO LMRPROG-IDX
              SET SAVE-LMRPROG-IDX DOWN BY 1
           END-IF.

           IF WS-PROG-SKIPPED-COUNT IS GREATER THAN ZERO THEN
              DISPLAY 'WARNING: LMR-PROG-TABLE FULL AT '
                 LMR-PROG-TABLE-MAX ' ROWS - ' WS-PROG-SKIPPED-COUNT
                 ' E_PROGRAMS ROW(S) LEFT UNREAD'
           END-IF.

           EXEC SQL
                CLOSE LMR-PROGRAMS-CSR
                END-EXEC.

           MOVE 'Programs Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

       110-FETCH-PROGRAMS.
           EXEC SQL
                FETCH LMR-PROGRAMS-CSR
                INTO :CSR-ENTITY, :CSR-SUBROUTINE, :CSR-LANG,
                     :CSR-PROJECT
                END-EXEC.

           MOVE 'Programs Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO END-OF-PROGRAMS-CSR
           END-IF.

       200-READ-MEMBER.
           READ IN-LOAD-MEMBERS
           AT END
              MOVE 'Y' TO IN-END-OF-FILE
           END-READ.

      * Members outside the region scope are skipped, and so are
      * members of a region that is not active on REGION_CTL.  A
      * member already seen earlier in the same region's
      * concatenation is shadowed by that copy and is not compared
      * again.
       300-PROCESS-MEMBER.
           PERFORM 025-FIND-MEMBER-REGION.

           IF WS-RGN-FOUND IS EQUAL TO 'N' THEN
              ADD 1 TO WS-MEMBER-OUT-OF-SCOPE
           ELSE
              ADD 1 TO WS-MEMBER-READ-COUNT
              PERFORM 310-FIND-PROGRAM

              IF WS-PROG-FOUND IS EQUAL TO 'N' THEN
                 ADD 1 TO WS-NOT-ON-EPROG-COUNT
                 PERFORM 350-WRITE-NOT-ON-EPROG-LINE
              ELSE
                 PERFORM 320-MARK-DEPLOYED

                 IF WS-ALREADY-DEPLOYED IS EQUAL TO 'Y' THEN
                    ADD 1 TO WS-MEMBER-SHADOWED-COUNT
                 ELSE
                    PERFORM 330-COMPARE-ATTRIBUTES
                 END-IF
              END-IF
           END-IF.

           PERFORM 200-READ-MEMBER.

      * Serial search bounded by the loaded row count, stopping at
      * the first name past the member - the unused tail of the
      * table is never initialized, so SEARCH ALL is not safe.
       310-FIND-PROGRAM.
           MOVE 'N' TO WS-PROG-FOUND.
           SET LMRPROG-IDX TO 1.
           SEARCH LMR-PROG-TABLE
           AT END
              CONTINUE
           WHEN LMRPROG-IDX IS GREATER THAN SAVE-LMRPROG-IDX
                CONTINUE
           WHEN LMRPROG-NAME(LMRPROG-IDX) IS GREATER THAN LMB-MEMBER
                CONTINUE
           WHEN LMRPROG-NAME(LMRPROG-IDX) IS EQUAL TO LMB-MEMBER
                MOVE 'Y' TO WS-PROG-FOUND
           END-SEARCH.

       320-MARK-DEPLOYED.
           MOVE 'N' TO WS-ALREADY-DEPLOYED.

           IF LMRPROG-DEPLOYED(LMRPROG-IDX, WS-RGN-HIT-SUB) IS EQUAL
              TO 'Y' THEN
              MOVE 'Y' TO WS-ALREADY-DEPLOYED
           ELSE
              MOVE 'Y' TO LMRPROG-DEPLOYED(LMRPROG-IDX, WS-RGN-HIT-SUB)
           END-IF.

      * A blank on the library side means the extract could not
      * tell, so only a non-blank library value that differs from
      * E_PROGRAMS is a mismatch.
       330-COMPARE-ATTRIBUTES.
           MOVE SPACES TO WS-MISMATCH-REASON.

           IF LMB-SUBROUTINE IS NOT EQUAL TO SPACE
              AND LMB-SUBROUTINE IS NOT EQUAL TO
                 LMRPROG-SUBROUTINE(LMRPROG-IDX) THEN
              MOVE 'SUBROUTINE FLAG DIFFERS' TO WS-MISMATCH-REASON
           END-IF.

           IF LMB-LANG IS NOT EQUAL TO SPACES
              AND LMB-LANG IS NOT EQUAL TO
                 LMRPROG-LANG(LMRPROG-IDX) THEN
              IF WS-MISMATCH-REASON IS EQUAL TO SPACES THEN
                 MOVE 'LANG DIFFERS' TO WS-MISMATCH-REASON
              ELSE
                 MOVE 'SUBROUTINE FLAG AND LANG DIFFER' TO
                    WS-MISMATCH-REASON
              END-IF
           END-IF.

           IF WS-MISMATCH-REASON IS NOT EQUAL TO SPACES THEN
              ADD 1 TO WS-ATTR-MISMATCH-COUNT
              MOVE SPACES TO WS-LMR-DETAIL-LINE
              MOVE 'ATTRIBUTE MISMATCH' TO LMR-FINDING
              MOVE LMB-REGION TO LMR-REGION
              MOVE LMB-MEMBER TO LMR-PROGRAM-ID
              MOVE LMRPROG-SUBROUTINE(LMRPROG-IDX) TO LMR-EPROG-SUBR
              MOVE LMRPROG-LANG(LMRPROG-IDX) TO LMR-EPROG-LANG
              MOVE LMB-SUBROUTINE TO LMR-LOAD-SUBR
              MOVE LMB-LANG TO LMR-LOAD-LANG
              MOVE LMRPROG-PROJID(LMRPROG-IDX) TO LMR-PROJECT-ID
              MOVE LMB-LIBRARY TO LMR-LIBRARY
              MOVE WS-MISMATCH-REASON TO LMR-REASON
              WRITE LMREC-FILE-REPORT FROM WS-LMR-DETAIL-LINE
           END-IF.

      * A deployed module with no E_PROGRAMS row never reaches
      * COBREPT's programs table, so it never gets an ICTO
      * assignment and drops off the ICTO report without trace.
       350-WRITE-NOT-ON-EPROG-LINE.
           MOVE SPACES TO WS-LMR-DETAIL-LINE.
           MOVE 'DEPLOYED, NOT ON EPROG' TO LMR-FINDING.
           MOVE LMB-REGION TO LMR-REGION.
           MOVE LMB-MEMBER TO LMR-PROGRAM-ID.
           MOVE LMB-SUBROUTINE TO LMR-LOAD-SUBR.
           MOVE LMB-LANG TO LMR-LOAD-LANG.
           MOVE LMB-LIBRARY TO LMR-LIBRARY.
           MOVE 'NO ICTO ASSIGNMENT POSSIBLE' TO LMR-REASON.
           WRITE LMREC-FILE-REPORT FROM WS-LMR-DETAIL-LINE.

      * E_PROGRAMS rows with no module in a region in scope - retired
      * programs still on the master list, or a deployment that
      * never happened.
       400-REPORT-NOT-DEPLOYED.
           SET LMRPROG-IDX TO 1.

           PERFORM UNTIL LMRPROG-IDX IS GREATER THAN SAVE-LMRPROG-IDX
                   MOVE 1 TO WS-RGN-SUB

                   PERFORM UNTIL WS-RGN-SUB IS GREATER THAN
                      WS-RGN-COUNT
                           IF RGN-IN-SCOPE(WS-RGN-SUB) IS EQUAL TO 'Y'
                              AND LMRPROG-DEPLOYED(LMRPROG-IDX,
                                 WS-RGN-SUB) IS EQUAL TO 'N' THEN
                              MOVE RGN-QUAL(WS-RGN-SUB) TO
                                 WS-NDP-REGION
                              PERFORM 410-WRITE-NOT-DEPLOYED-LINE
                           END-IF
                           ADD 1 TO WS-RGN-SUB
                   END-PERFORM

                   SET LMRPROG-IDX UP BY 1
           END-PERFORM.

       410-WRITE-NOT-DEPLOYED-LINE.
           ADD 1 TO WS-NOT-DEPLOYED-COUNT.
           MOVE SPACES TO WS-LMR-DETAIL-LINE.
           MOVE 'ON EPROG, NOT DEPLOYED' TO LMR-FINDING.
           MOVE WS-NDP-REGION TO LMR-REGION.
           MOVE LMRPROG-NAME(LMRPROG-IDX) TO LMR-PROGRAM-ID.
           MOVE LMRPROG-SUBROUTINE(LMRPROG-IDX) TO LMR-EPROG-SUBR.
           MOVE LMRPROG-LANG(LMRPROG-IDX) TO LMR-EPROG-LANG.
           MOVE LMRPROG-PROJID(LMRPROG-IDX) TO LMR-PROJECT-ID.
           MOVE 'NO MODULE IN REGION LIBRARIES' TO LMR-REASON.
           WRITE LMREC-FILE-REPORT FROM WS-LMR-DETAIL-LINE.

       800-CLOSE-FILE.
           CLOSE IN-LOAD-MEMBERS
                 OT-LMREC-REPORT.

       900-FILE-ERROR.
           DISPLAY '***** FILE ERROR *****'.
           DISPLAY WS-ERROR-MSG.
           DISPLAY WS-ERROR-LOC.
           DISPLAY 'File Status ' WS-FILE-STATUS.
           MOVE 8 TO RETURN-CODE.
           PERFORM 800-CLOSE-FILE.
           STOP RUN.

      * Any finding raises RC 4 so the scheduler can route the
      * report to the reference team.
       950-WRITE-RUN-SUMMARY.
           MOVE SPACES TO WS-GENERIC-LINE.
           WRITE LMREC-FILE-REPORT FROM WS-GENERIC-LINE.

           STRING 'LOAD LIBRARY RECONCILIATION - REGION: '
              REGION-CODE
              '  E_PROGRAMS ROWS: ' WS-PROG-LOADED-COUNT
              '  MEMBERS READ: ' WS-MEMBER-READ-COUNT
              '  SHADOWED: ' WS-MEMBER-SHADOWED-COUNT
              '  OUT OF SCOPE: ' WS-MEMBER-OUT-OF-SCOPE
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE LMREC-FILE-REPORT FROM WS-GENERIC-LINE.

           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'DEPLOYED NOT ON E_PROGRAMS: ' WS-NOT-ON-EPROG-COUNT
              '  ON E_PROGRAMS NOT DEPLOYED: ' WS-NOT-DEPLOYED-COUNT
              '  ATTRIBUTE MISMATCHES: ' WS-ATTR-MISMATCH-COUNT
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE LMREC-FILE-REPORT FROM WS-GENERIC-LINE.

           DISPLAY 'LOAD LIBRARY RECONCILIATION - NOT ON EPROG: '
              WS-NOT-ON-EPROG-COUNT ' NOT DEPLOYED: '
              WS-NOT-DEPLOYED-COUNT ' MISMATCH: '
              WS-ATTR-MISMATCH-COUNT.

           IF WS-NOT-ON-EPROG-COUNT IS GREATER THAN ZERO
              OR WS-NOT-DEPLOYED-COUNT IS GREATER THAN ZERO
              OR WS-ATTR-MISMATCH-COUNT IS GREATER THAN ZERO THEN
              MOVE 4 TO RETURN-CODE
           END-IF.

      * One row into RUN_LOG at end of job - program, region parm,
      * start and end timestamps, final return code and the key
      * counters named above.  Also written on the empty-member-list
      * early exit so the chain report shows the step ran.
       960-INSERT-RUN-LOG.
           ACCEPT RNL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RNL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE WS-NOT-ON-EPROG-COUNT TO RNL-CTR1-COUNT.
           MOVE WS-NOT-DEPLOYED-COUNT TO RNL-CTR2-COUNT.
           MOVE WS-ATTR-MISMATCH-COUNT TO RNL-CTR3-COUNT.
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
