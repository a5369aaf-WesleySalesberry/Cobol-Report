           SELECT IN-TOLERANCE        ASSIGN TO ICTOTOLR
                                      FILE STATUS IS TOL-FILE-STATUS.

           SELECT OT-PROJ-RECON-RPT   ASSIGN TO ICTOPREC
                                      FILE STATUS IS PREC-FILE-STATUS.

           SELECT OT-PROJ-CORRECTION  ASSIGN TO ICTOPCOR
                                      FILE STATUS IS PCOR-FILE-STATUS.

           SELECT IN-SNAP-PROG        ASSIGN TO SNAPPROG
                                      FILE STATUS IS SNPP-FILE-STATUS.

          05 TOL-REC-RC             PIC X(01).
          05 FILLER                 PIC X(12).

       FD OT-PROJ-RECON-RPT
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PREC-FILE-REC.

       01 PREC-FILE-REC              PIC X(200).

       FD OT-PROJ-CORRECTION
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PCOR-FILE-RECORD.

      * One record per program/region where E_PROGRAMS.PROJECT is
      * blank or disagrees with the ENT_PROJ-derived assignment.
      * The owner keys CHOICE 'E' to set E_PROGRAMS.PROJECT to the
      * derived value, or 'T' to keep the declared project and feed
      * the TRN- image (same 40-byte layout COBEPMNT reads from
      * ENTPTRAN) to the maintenance job.  The TRN- image is blank
      * where the declared project is blank - there is nothing to
      * point ENT_PROJ at.
      *   POS 01     STATUS      B blank / C conflict
      *   POS 02-04  REGION      REGION_CTL qualifier
      *   POS 05-12  PROGRAM_ID
      *   POS 13-16  DECLARED    E_PROGRAMS.PROJECT
      *   POS 17-20  DERIVED     NHMPROG-PROJID-ASSN  
      *   POS 21     RULE        F full name / W wildcard / blank
      *   POS 22     CHOICE      blank on output - E or T by owner
      *   POS 23-24  FILLER
      *   POS 25-64  ENTPTRAN image
      *   POS 65-80  FILLER
       01 PCOR-FILE-RECORD.
          05 PCOR-STATUS            PIC X(01).
          05 PCOR-REGION            PIC X(03).
          05 PCOR-PROGRAM-ID        PIC X(08).
          05 PCOR-DECLARED-PROJ     PIC X(04).
          05 PCOR-DERIVED-PROJ      PIC X(04).
          05 PCOR-DERIVED-RULE      PIC X(01).
          05 PCOR-OWNER-CHOICE      PIC X(01).
          05 FILLER                 PIC X(02).
          05 PCOR-TRAN-IMAGE.
             10 PCOR-TRN-ACTION     PIC X(01).
             10 PCOR-TRN-REGION     PIC X(01).
             10 PCOR-TRN-ENTITY     PIC X(30).
             10 PCOR-TRN-PROJECT    PIC X(04).
             10 FILLER              PIC X(04).
          05 FILLER                 PIC X(16).

       FD IN-SNAP-PROG
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SNAP-ENTP-RECORD.

      * COBRSNAP's ENT_PROJ unload - regions in REGION_CTL order, each
      * in SEQ_ID order; WC-FLAG carries the wildcard/full-name
      * split the cursors derive from PROJ_NAME.
       01 SNAP-ENTP-RECORD.

       78 NHM-PROG-TABLE-MAX         VALUE 20000.
       78 NHMENT-PROJ-TABLE-MAX      VALUE 2000.
      * One index entry per non-blank assignment slot - at most one
      * per active region for every loaded program.
       78 PROJ-ASSN-TABLE-MAX        VALUE 120000.

       01 IN-FILE-STATUS             PIC XX.
       01 OT-FILE-STATUS             PIC XX.
       01 TOL-FILE-STATUS            PIC XX.
       01 SNPP-FILE-STATUS           PIC XX.
       01 SNPE-FILE-STATUS           PIC XX.
       01 PREC-FILE-STATUS           PIC XX.
       01 PCOR-FILE-STATUS           PIC XX.

      * Parm byte 5 = 'S' builds the three reference tables from the
      * COBRSNAP unload files instead of the DB2 cursors, so every

       01 PROJECT-FOUND-MATCH        PIC A(01)  VALUE 'N'.
       01 PROJECT-FOUND              PIC A(01)  VALUE 'N'.

      * Wildcard match work area (445).  A '*' anywhere in the
      * pattern stands for any run of characters, none included,
      * and the pattern has to account for the whole program name.
      * Both fields carry one byte of blank past their longest
      * value so a position one beyond the end reads as a space.
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

      * Drives 410/420/440 - which region's ENT_PROJ rows the current
      * program is being matched against - and carries the result back
             10 NHMPROG-LANG         PIC X(04).
             10 NHMPROG-DB2-USAGE    PIC X(04).
             10 NHMPROG-PROJID       PIC X(04).
      * One assignment slot per RGN-TABLE entry, same subscript - a
      * region-'B' run matches a program against each region's
      * ENT_PROJ independently, so a program legitimately tied to a
      * project in several regions needs to keep every match rather
      * than the one most recently found.
             10 NHMPROG-RGN-SLOTS                  VALUE SPACES.
                15 NHMPROG-RGN OCCURS 6 TIMES.
                   20 NHMPROG-PROJID-ASSN PIC X(04).
      * Match provenance per region - which rule won ('F' full name,
      * 'W' wildcard), the winning ENT_PROJ ENTITY_NAME and SEQ_ID.
      * Only meaningful where the matching assignment slot is
      * non-blank.
                   20 NHMPROG-MATCH-RULE  PIC X(01).
                   20 NHMPROG-MATCH-ENT   PIC X(30).
                   20 NHMPROG-MATCH-SEQ   PIC 9(09).

       01 NHM-ENT-PROJ-WC.
          05 NHMENT-PROJ-TABLE-WC OCCURS 2000 TIMES
      * Unused tail entries hold HIGH-VALUES so SEARCH ALL sees a
      * fully ordered table.
       01 NHM-PROJ-ASSN-INDEX.
          05 PROJ-ASSN-TABLE OCCURS 120000 TIMES
                ASCENDING KEY IS PROJ-ASSN-KEY
                INDEXED BY PROJ-ASSN-IDX.
             10 PROJ-ASSN-KEY.
          05 WS-ASSN-SEARCH-REGION   PIC X(03).
          05 WS-ASSN-SEARCH-PROJID   PIC X(04).

       01 WS-PROJ-ASSN-COUNT         PIC 9(06)  VALUE ZERO.
       01 WS-PROG-NUM                PIC 9(06)  VALUE ZERO.
       01 WS-ASSN-FOUND              PIC A(01)  VALUE 'N'.
       01 END-OF-SD-RETURN           PIC A(01)  VALUE 'N'.

      * Call tree from PROGRAM_CALLS (loaded by COBCALLD from the
      * compile cross-reference), held as NHM-PROG-TABLE entry
      * numbers.  CALL-KEY-NUM is the caller in mode 'I' (walking
      * down to callees) and the callee in mode 'P' (walking up to
      * callers); the unused tail holds 99999 so SEARCH ALL sees a
      * fully ordered table.
       78 CALL-TABLE-MAX             VALUE 60000.
       78 VIA-WORK-TABLE-MAX         VALUE 5000.

       01 WS-CALL-TREE-FLAG          PIC X(01)  VALUE 'N'.
       01 CSR-CALLER-ID              PIC X(08).
       01 CSR-CALLEE-ID              PIC X(08).
       01 END-OF-CALLS-CSR           PIC A(01)  VALUE 'N'.
       01 WS-CALL-COUNT              PIC 9(05)  VALUE ZERO.
       01 WS-CALL-SKIPPED-COUNT      PIC 9(05)  VALUE ZERO.
       01 WS-CALL-UNKNOWN-COUNT      PIC 9(05)  VALUE ZERO.
       01 WS-CALL-SEARCH-NAME        PIC X(08).
       01 WS-CALL-NAME-FOUND         PIC A(01)  VALUE 'N'.
       01 WS-CALL-FOUND-NUM          PIC 9(05)  VALUE ZERO.
       01 WS-CALL-CALLER-NUM         PIC 9(05)  VALUE ZERO.
       01 WS-CALL-CALLEE-NUM         PIC 9(05)  VALUE ZERO.
       01 WS-CALL-SEARCH-NUM         PIC 9(05)  VALUE ZERO.
       01 WS-CALL-FOUND              PIC A(01)  VALUE 'N'.

       01 PROGRAM-CALLS.
          05 CALL-TABLE OCCURS 60000 TIMES
                ASCENDING KEY IS CALL-KEY-NUM
                INDEXED BY CALL-IDX.
             10 CALL-KEY-NUM         PIC 9(05).
             10 CALL-OTHER-NUM       PIC 9(05).

      * Breadth-first work list for one call-tree walk - every
      * program already reached (directly or through a caller) so
      * a program called from several places, or a recursive call
      * chain, is only taken once.  VIA-CALLER-NUM is zero for the
      * programs the walk started from.
       01 WS-VIA-USED                PIC 9(04)  VALUE ZERO.
       01 WS-VIA-OTHER-NUM           PIC 9(05)  VALUE ZERO.
       01 WS-VIA-VISITED             PIC A(01)  VALUE 'N'.
       01 WS-VIA-OVERFLOW-COUNT      PIC 9(05)  VALUE ZERO.
       01 WS-VIA-LINE-COUNT          PIC 9(07)  VALUE ZERO.

       01 VIA-WORK-LIST.
          05 VIA-WORK-TABLE OCCURS 5000 TIMES
                INDEXED BY VIA-IDX VIA-CHK-IDX.
             10 VIA-PROG-NUM         PIC 9(05).
             10 VIA-REGION           PIC X(03).
             10 VIA-PROJID           PIC X(04).
             10 VIA-CALLER-NUM       PIC 9(05).

       01 END-OF-PROGRAMS-CSR        PIC A(01)  VALUE 'N'.
       01 END-OF-NHMENT-PROG-CSR     PIC A(01)  VALUE 'N'.
       01 END-OF-PROGECT-CSR         PIC A(01)  VALUE 'N'.
          05 WS-ERROR-LOC            PIC X(10).
          05 WS-FILE-STATUS          PIC X(02).

      * Active regions from REGION_CTL in REGION_SEQ order (020).
      * Every per-region pass walks this table, so bringing another
      * entity onto the PROJECT_ICTO/ENT_PROJ model is a REGION_CTL
      * row, not a program change.  RGN-QUAL is both the schema that
      * qualifies the region's PROJECT_ICTO/ENT_PROJ and the REGION
      * value carried on history, snapshot and extract records.
      * RGN-IN-SCOPE is 'Y' for every region a 'B' run covers, or
      * for the one region whose code was given in the parm.
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
       01 WS-RGN-SUB-2               PIC 9(02)  VALUE ZERO.
       01 WS-RGN-FOUND               PIC A(01)  VALUE 'N'.
       01 WS-RGN-SEARCH-QUAL         PIC X(03)  VALUE SPACES.
       01 WS-RGN-HIT-SUB             PIC 9(02)  VALUE ZERO.
       01 WS-RGN-LINE-PTR            PIC 9(04)  VALUE ZERO.
       01 END-OF-REGION-CSR          PIC A(01)  VALUE 'N'.
       01 CSR-RGN-QUAL               PIC X(03).
       01 CSR-RGN-CODE               PIC X(01).
       01 CSR-RGN-NAME               PIC X(20).

      * The region tables are qualified by RGN-QUAL at run time, so
      * their statements are PREPAREd from text built here rather
      * than bound with a fixed schema.
       01 WS-DYN-SQL.
          49 WS-DYN-SQL-LEN          PIC S9(4) COMP.
          49 WS-DYN-SQL-TEXT         PIC X(500).
       01 WS-DYN-SQL-PTR             PIC 9(04)  VALUE ZERO.

       01 WS-CSR-REGION              PIC X(03)  VALUE SPACES.
       01 WS-ICTO-ROW-COUNT          PIC 9(05)  VALUE ZERO.

       01 WS-WC-CSR-DONE             PIC A(01)  VALUE 'Y'.
       01 WS-WC-FETCH-REGION         PIC X(03)  VALUE SPACES.

       01 WS-FN-CSR-DONE             PIC A(01)  VALUE 'Y'.
       01 WS-FN-FETCH-REGION         PIC X(03)  VALUE SPACES.

      * Table-load capacity counters - also used to DISPLAY load
      * Wildcard overlap audit work area.
       01 WS-WC-I                    PIC 9(04)  COMP-5.
       01 WS-WC-J                    PIC 9(04)  COMP-5.
      * Two patterns overlap when some program name of 8 bytes or
      * less matches both under 445's rule.  WS-OVL-CELL(I, J) holds
      * the length of the shortest name matched by both pattern
      * tails from position I of the first and J of the second, 99
      * when there is none; 256 fills it from the far corner back.
       01 WS-OVL-PAT-1               PIC X(31).
       01 WS-OVL-LEN-1               PIC 9(02).
       01 WS-OVL-PAT-2               PIC X(31).
       01 WS-OVL-LEN-2               PIC 9(02).
       01 WS-OVL-I                   PIC 9(02).
       01 WS-OVL-J                   PIC 9(02).
       01 WS-OVL-CAND                PIC 9(02).
       01 WS-OVL-ALT                 PIC 9(02).
       01 WS-OVL-TALLY               PIC 9(02).
       01 WS-OVL-MIN-TABLE.
          05 WS-OVL-ROW OCCURS 31 TIMES.
             10 WS-OVL-CELL          PIC 9(02) OCCURS 31 TIMES.
       01 WS-WC-CONFLICT-FOUND        PIC A(01).
       01 WS-WC-CONFLICT-COUNT         PIC 9(05)  VALUE ZERO.

      * Cross-region divergence audit counters - 'B' runs only.
       01 WS-RGN-DIFFER-COUNT        PIC 9(05)  VALUE ZERO.
       01 WS-RGN-SINGLE-COUNT        PIC 9(05)  VALUE ZERO.
       01 WS-DVG-HAS-SUB             PIC 9(02)  VALUE ZERO.
       01 WS-DVG-NONE-SUB            PIC 9(02)  VALUE ZERO.

      * Data-quality audit work area.
       01 WS-DQ-ISSUE-COUNT          PIC 9(05)  VALUE ZERO.
       01 WS-DQ-REASON               PIC X(60).

      * Declared-project reconciliation (485) work area - one
      * classification per program per region in scope, with
      * BLANK/MATCH/CONFLICT totals kept per project.  A program
      * with a blank declared project is counted under the project
      * ENT_PROJ gives it; every other program under its declared
      * project.
       78 PREC-PROJ-TABLE-MAX        VALUE 2000.

       01 WS-PREC-REGION             PIC X(03)  VALUE SPACES.
       01 WS-PREC-DERIVED            PIC X(04)  VALUE SPACES.
       01 WS-PREC-RULE               PIC X(01)  VALUE SPACE.
       01 WS-PREC-ENTITY             PIC X(30)  VALUE SPACES.
       01 WS-PREC-STATUS             PIC X(08)  VALUE SPACES.
       01 WS-PREC-KEY-PROJID         PIC X(04)  VALUE SPACES.
       01 WS-PREC-BLANK-COUNT        PIC 9(05)  VALUE ZERO.
       01 WS-PREC-MATCH-COUNT        PIC 9(05)  VALUE ZERO.
       01 WS-PREC-CONFLICT-COUNT     PIC 9(05)  VALUE ZERO.
       01 WS-PREC-CORR-COUNT         PIC 9(05)  VALUE ZERO.
       01 WS-PREC-PROJ-USED          PIC 9(04)  VALUE ZERO.
       01 WS-PREC-PROJ-FOUND         PIC A(01)  VALUE 'N'.

       01 RPT-PREC-PROJ.
          05 PREC-PROJ-TABLE OCCURS 2000 TIMES
                INDEXED BY PRECP-IDX.
             10 PRECP-PROJID         PIC X(04).
             10 PRECP-BLANK-COUNT    PIC 9(05).
             10 PRECP-MATCH-COUNT    PIC 9(05).
             10 PRECP-CONFLICT-COUNT PIC 9(05).

      * Fixed-column detail line and headings for OT-PROJ-RECON-RPT.
       01 WS-PREC-DETAIL-LINE.
          05 PREC-PROGRAM-ID         PIC X(10).
          05 PREC-REGION             PIC X(08).
          05 PREC-DECLARED           PIC X(10).
          05 PREC-DERIVED            PIC X(10).
          05 PREC-RULE               PIC X(06).
          05 PREC-STATUS             PIC X(10).
          05 PREC-ENTITY             PIC X(32).
          05 FILLER                  PIC X(114).

       01 WS-PREC-HEADING-1.
          05 FILLER                  PIC X(10) VALUE 'PROGRAM   '.
          05 FILLER                  PIC X(08) VALUE 'REGION  '.
          05 FILLER                  PIC X(10) VALUE 'DECLARED  '.
          05 FILLER                  PIC X(10) VALUE 'DERIVED   '.
          05 FILLER                  PIC X(06) VALUE 'RULE  '.
          05 FILLER                  PIC X(10) VALUE 'STATUS    '.
          05 FILLER                  PIC X(32) VALUE
             'WINNING ENT_PROJ ENTRY          '.
          05 FILLER                  PIC X(114) VALUE SPACES.

       01 WS-PREC-HEADING-2.
          05 FILLER                  PIC X(10) VALUE '-------   '.
          05 FILLER                  PIC X(08) VALUE '------  '.
          05 FILLER                  PIC X(10) VALUE '--------  '.
          05 FILLER                  PIC X(10) VALUE '-------   '.
          05 FILLER                  PIC X(06) VALUE '----  '.
          05 FILLER                  PIC X(10) VALUE '------    '.
          05 FILLER                  PIC X(32) VALUE
             '----------------------          '.
          05 FILLER                  PIC X(114) VALUE SPACES.

      * Reverse-lookup (mode 'P') work area.
       01 WS-RUN-MODE                PIC X(01)  VALUE 'I'.
       01 WS-LOOKUP-PROGRAM          PIC X(08).
       01 WS-LOOKUP-FOUND            PIC A(01).
       01 WS-RVL-CSR-DONE            PIC A(01)  VALUE 'Y'.
       01 WS-RVL-ICTO-COUNT          PIC 9(05)  VALUE ZERO.
       01 WS-RVL-VIA-CALLER          PIC X(08)  VALUE SPACES.
       01 WS-RVL-OWN-PROJID          PIC X(04)  VALUE SPACES.
       01 CSR-ICTO-CODE              PIC X(15).

      * Restart/checkpoint work area.
          05 WS-ICTO-DETAIL-COUNT    PIC 9(07)  VALUE ZERO.
          05 WS-ICTO-SUBR-COUNT      PIC 9(07)  VALUE ZERO.
          05 WS-ICTO-MAIN-COUNT      PIC 9(07)  VALUE ZERO.
          05 WS-ICTO-VIA-COUNT       PIC 9(07)  VALUE ZERO.
          05 WS-ICTO-LANG-USED       PIC 9(02)  VALUE ZERO.
          05 RPT-ICTO-LANG-TABLE OCCURS 20 TIMES
                INDEXED BY ICLANG-IDX.
          05 WS-GRAND-DETAIL-COUNT   PIC 9(07)  VALUE ZERO.
          05 WS-GRAND-SUBR-COUNT     PIC 9(07)  VALUE ZERO.
          05 WS-GRAND-MAIN-COUNT     PIC 9(07)  VALUE ZERO.
          05 WS-GRAND-VIA-COUNT      PIC 9(07)  VALUE ZERO.
          05 WS-GRAND-LANG-USED      PIC 9(02)  VALUE ZERO.
          05 RPT-GRAND-LANG-TABLE OCCURS 20 TIMES
                INDEXED BY GDLANG-IDX.
          05 RVL-PROJECT-ID          PIC X(10).
          05 RVL-ICTO                PIC X(17).
          05 RVL-DESCRIPTION         PIC X(32).
          05 RVL-VIA-CALLER          PIC X(12).
          05 FILLER                  PIC X(111).

       01 WS-RVL-HEADING-1.
          05 FILLER                  PIC X(10) VALUE 'PROGRAM   '.
          05 FILLER                  PIC X(17) VALUE 'ICTO            '.
          05 FILLER                  PIC X(32) VALUE
             'DESCRIPTION                     '.
          05 FILLER                  PIC X(12) VALUE 'VIA CALLER  '.
          05 FILLER                  PIC X(111) VALUE SPACES.

       01 WS-RVL-HEADING-2.
          05 FILLER                  PIC X(10) VALUE '-------   '.
          05 FILLER                  PIC X(17) VALUE '----            '.
          05 FILLER                  PIC X(32) VALUE
             '-----------                     '.
          05 FILLER                  PIC X(12) VALUE '----------  '.
          05 FILLER                  PIC X(111) VALUE SPACES.

      * Fixed-column detail line and headings for OT-ICTO-REPORT.
       01 WS-RPT-DETAIL-LINE.
          05 RPT-LANG                PIC X(08).
          05 RPT-DB2-USAGE           PIC X(10).
          05 RPT-REGION              PIC X(08).
          05 RPT-VIA-CALLER          PIC X(12).
          05 FILLER                  PIC X(93).

       01 WS-RPT-HEADING-1.
          05 FILLER                  PIC X(17) VALUE 'ICTO            '.
          05 FILLER                  PIC X(08) VALUE 'LANG    '.
          05 FILLER                  PIC X(10) VALUE 'DB2-USAGE '.
          05 FILLER                  PIC X(08) VALUE 'REGION  '.
          05 FILLER                  PIC X(12) VALUE 'VIA CALLER  '.
          05 FILLER                  PIC X(93) VALUE SPACES.

       01 WS-RPT-HEADING-2.
          05 FILLER                  PIC X(17) VALUE '----            '.
          05 FILLER                  PIC X(08) VALUE '----    '.
          05 FILLER                  PIC X(10) VALUE '--------- '.
          05 FILLER                  PIC X(08) VALUE '------  '.
          05 FILLER                  PIC X(12) VALUE '----------  '.
          05 FILLER                  PIC X(93) VALUE SPACES.

         LINKAGE SECTION.
       01 PARM-INPUT.
             10 PARM-MODE            PIC X(1).
             10 PARM-AUDIT           PIC X(1).
             10 PARM-SNAPSHOT        PIC X(1).
             10 PARM-CALLTREE        PIC X(1).

       PROCEDURE DIVISION.
      * Begin Main Program

           PERFORM 000-GET-INPUT-PARMS.
           PERFORM 001-OPEN-FILES.
           PERFORM 020-LOAD-REGION-TABLE.
           PERFORM 005-LOAD-TOLERANCES.
           PERFORM 002-WRITE-REPORT-HEADINGS.
           PERFORM 010-LOAD-CHECKPOINT.
           PERFORM 350-RECONCILE-STALE-FN-ENTRIES.
           PERFORM 400-GET-NHMPROG-PROGRAMS.

           IF WS-CALL-TREE-FLAG IS EQUAL TO 'Y' THEN
              PERFORM 370-LOAD-PROGRAM-CALLS
           END-IF.

           IF WS-RUN-MODE IS NOT EQUAL TO 'P' THEN
              PERFORM 480-BUILD-PROJ-ASSN-INDEX
              PERFORM 485-RECONCILE-DECLARED-PROJECT
           END-IF.

           PERFORM 500-DISPLAY-TABLE-LOAD-COUNTS.
                 'SNAPPROG/SNAPENTP'
           END-IF.

      * Byte 6 = 'Y' follows PROGRAM_CALLS - mode 'I' lists the
      * subroutines each ICTO's programs call (directly or further
      * down the tree) under the ICTO, and mode 'P' lists the ICTOs
      * a program reaches through the programs that call it.  Both
      * are marked with the caller they came through.
           IF PARM-LENGTH IS GREATER THAN 5 THEN
              MOVE PARM-CALLTREE TO WS-CALL-TREE-FLAG
           ELSE
              MOVE 'N' TO WS-CALL-TREE-FLAG
           END-IF.

           IF WS-CALL-TREE-FLAG IS NOT EQUAL TO 'Y' THEN
              MOVE 'N' TO WS-CALL-TREE-FLAG
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

              PERFORM 900-FILE-ERROR
           END-IF.

           OPEN OUTPUT OT-PROJ-RECON-RPT.

           IF PREC-FILE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'Proj Recon File Error' TO WS-ERROR-MSG
              MOVE 'Error In 001-OPEN-FILES' TO WS-ERROR-LOC
              MOVE PREC-FILE-STATUS TO WS-FILE-STATUS
              PERFORM 900-FILE-ERROR
           END-IF.

           OPEN OUTPUT OT-PROJ-CORRECTION.

           IF PCOR-FILE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'Proj Correction Error' TO WS-ERROR-MSG
              MOVE 'Error In 001-OPEN-FILES' TO WS-ERROR-LOC
              MOVE PCOR-FILE-STATUS TO WS-FILE-STATUS
              PERFORM 900-FILE-ERROR
           END-IF.

           OPEN OUTPUT OT-CHECKPOINT.

           IF CKPT-FILE-STATUS IS NOT EQUAL TO '00' THEN
              END-IF
           END-IF.

      * Loads every active region from REGION_CTL and marks the ones
      * this run covers - all of them for parm region 'B', otherwise
      * the one whose REGION_CODE was given.  A code that names no
      * active region stops the run rather than quietly reporting on
      * nothing, and so does a REGION_CTL with more active regions
      * than the table holds - 'all regions' has to mean all of them.
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

      * Looks WS-RGN-SEARCH-QUAL up in RGN-TABLE - WS-RGN-HIT-SUB is
      * the entry when WS-RGN-FOUND is 'Y', and is left at 1 when it
      * is not so a following subscripted test stays in range.
       025-FIND-REGION-BY-QUAL.
           MOVE 'N' TO WS-RGN-FOUND.
           MOVE 1 TO WS-RGN-HIT-SUB.

           PERFORM UNTIL WS-RGN-HIT-SUB IS GREATER THAN WS-RGN-COUNT
              OR WS-RGN-FOUND IS EQUAL TO 'Y'
                   IF RGN-QUAL(WS-RGN-HIT-SUB) IS EQUAL TO
                      WS-RGN-SEARCH-QUAL THEN
                      MOVE 'Y' TO WS-RGN-FOUND
                   ELSE
                      ADD 1 TO WS-RGN-HIT-SUB
                   END-IF
           END-PERFORM.

           IF WS-RGN-FOUND IS EQUAL TO 'N' THEN
              MOVE 1 TO WS-RGN-HIT-SUB
           END-IF.

       100-LOAD-PROGRAMS-TABLE.
           EXEC SQL
                DECLARE PROGRAMS-CSR CURSOR FOR
                      MOVE CSR-PROJECT TO
                         NHMPROG-PROJID(NHMPROG-IDX)
                      MOVE SPACES TO
                         NHMPROG-RGN-SLOTS(NHMPROG-IDX)
                      ADD 1 TO WS-PROG-LOADED-COUNT
                      SET NHMPROG-IDX UP BY 1
                   END-IF
                      MOVE SNP-PROJECT TO
                         NHMPROG-PROJID(NHMPROG-IDX)
                      MOVE SPACES TO
                         NHMPROG-RGN-SLOTS(NHMPROG-IDX)
                      ADD 1 TO WS-PROG-LOADED-COUNT
                      SET NHMPROG-IDX UP BY 1
                   END-IF
           END-IF.

       200-LOAD-NHMENT-PROJ-WC-TABLE.
           SET NHMENT-PROJ-WC-IDX TO 1.
           MOVE ZERO TO WS-WC-LOADED-COUNT.
           MOVE ZERO TO WS-WC-SKIPPED-COUNT.

           MOVE 1 TO WS-RGN-SUB.

           PERFORM UNTIL WS-RGN-SUB IS GREATER THAN WS-RGN-COUNT
                   IF RGN-IN-SCOPE(WS-RGN-SUB) IS EQUAL TO 'Y' THEN
                      PERFORM 210-LOAD-WC-ONE-REGION
                   END-IF

                   ADD 1 TO WS-RGN-SUB
           END-PERFORM.

           IF NHMENT-PROJ-WC-IDX IS GREATER THAN NHMENT-PROJ-TABLE-MAX
              THEN
              SET SAVE-NHMENT-PROJ-WC-IDX TO NHMENT-PROJ-TABLE-MAX
           ELSE
              SET SAVE-NHMENT-PROJ-WC-IDX TO NHMENT-PROJ-WC-IDX
              SET SAVE-NHMENT-PROJ-WC-IDX DOWN BY 1
           END-IF.

           IF WS-WC-SKIPPED-COUNT IS GREATER THAN ZERO THEN
              DISPLAY 'WARNING: NHM-ENT-PROJ-WC TABLE FULL AT '
                 NHMENT-PROJ-TABLE-MAX ' ROWS - ' WS-WC-SKIPPED-COUNT
                 ' ENT_PROJ WILDCARD ROW(S) LEFT UNREAD'
           END-IF.

      * One region's wildcard rows in SEQ_ID order, appended after
      * the regions ahead of it in RGN-TABLE so 440's first-match
      * precedence within a region is unchanged.
       210-LOAD-WC-ONE-REGION.
           MOVE RGN-QUAL(WS-RGN-SUB) TO WS-WC-FETCH-REGION.

           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'SELECT ENTITY_NAME, PROJECT_ID, SEQ_ID FROM '
                     DELIMITED BY SIZE
                  RGN-QUAL(WS-RGN-SUB) DELIMITED BY SPACE
                  '.ENT_PROJ WHERE PROG_TYPE = ''NHMPROG'''
                  ' AND PROJ_NAME LIKE ''%*%'''
                  ' AND ACTIVE_ID = ''Y'' ORDER BY SEQ_ID'
                     DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                DECLARE NHM-ENT-PROJ-WC CURSOR FOR NHM-WC-STMT
                END-EXEC.

           EXEC SQL
                PREPARE NHM-WC-STMT FROM :WS-DYN-SQL
                END-EXEC.

           MOVE 'Wildcard Cursor PREPARE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                OPEN NHM-ENT-PROJ-WC
                END-EXEC.

           MOVE 'Wildcard Program Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.
           MOVE 'N' TO WS-WC-CSR-DONE.

           PERFORM 226-FETCH-NHMENT-PROJ-WC.

           PERFORM UNTIL WS-WC-CSR-DONE IS EQUAL TO 'Y'
                   IF NHMENT-PROJ-WC-IDX IS GREATER THAN
                      NHMENT-PROJ-TABLE-MAX THEN
                      ADD 1 TO WS-WC-SKIPPED-COUNT
                   PERFORM 226-FETCH-NHMENT-PROJ-WC
           END-PERFORM.

           EXEC SQL
                CLOSE NHM-ENT-PROJ-WC
                END-EXEC.

           MOVE 'Wildcard Program Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

       226-FETCH-NHMENT-PROJ-WC.
           EXEC SQL
                FETCH NHM-ENT-PROJ-WC
                INTO :CSR-ENTITY, :CSR-PROJ-ID, :CSR-SEQ-ID
                END-EXEC.

           MOVE 'Wildcard Program Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO WS-WC-CSR-DONE
           END-IF.

      * Snapshot-mode counterpart of 200 - the whole SNAPENTP file
      * is read and the wildcard rows inside the region scope are
      * kept.  COBRSNAP writes the regions in REGION_CTL order and
      * each region in SEQ_ID order, the same order 210 delivers,
      * so 440's first-match precedence is unchanged.  305 re-reads
      * the same file for the full-name rows; two sequential passes
      * keep the two loads as independent as their cursor versions.
       205-LOAD-WC-FROM-SNAP.
           PERFORM 206-READ-SNAP-ENTP.

           PERFORM UNTIL WS-SNAP-EOF IS EQUAL TO 'Y'
                   MOVE SNE-REGION TO WS-RGN-SEARCH-QUAL
                   PERFORM 025-FIND-REGION-BY-QUAL

                   IF SNE-WC-FLAG IS EQUAL TO 'Y'
                      AND WS-RGN-FOUND IS EQUAL TO 'Y'
                      AND RGN-IN-SCOPE(WS-RGN-HIT-SUB) IS EQUAL TO 'Y'
                      THEN
                      IF NHMENT-PROJ-WC-IDX IS GREATER THAN
                         NHMENT-PROJ-TABLE-MAX THEN
                         ADD 1 TO WS-WC-SKIPPED-COUNT
       255-CHECK-WILDCARD-CONFLICT-PAIR.
           IF NHMENT-REGION-WC(WS-WC-I) IS EQUAL TO
              NHMENT-REGION-WC(WS-WC-J) THEN
              MOVE NHMENT-NAME-WC(WS-WC-I) TO WS-OVL-PAT-1
              MOVE NHMENT-NAME-WC(WS-WC-J) TO WS-OVL-PAT-2
              PERFORM 256-COMPUTE-PATTERN-OVERLAP

              IF WS-WC-CONFLICT-FOUND IS EQUAL TO 'Y' THEN
                 ADD 1 TO WS-WC-CONFLICT-COUNT
                 PERFORM 258-WRITE-WILDCARD-CONFLICT-LINE
              END-IF
           END-IF.

      * Shortest common name over the two patterns - a '*' either
      * stands for nothing (step past it) or takes the next
      * character the other pattern produces (step past that).  Two
      * literals must agree.  The patterns overlap when the
      * shortest common name still fits an 8-byte PROGRAM_ID.
       256-COMPUTE-PATTERN-OVERLAP.
           MOVE ZERO TO WS-OVL-TALLY.
           INSPECT FUNCTION REVERSE(WS-OVL-PAT-1) TALLYING
              WS-OVL-TALLY FOR LEADING SPACES.
           COMPUTE WS-OVL-LEN-1 = 31 - WS-OVL-TALLY.

           MOVE ZERO TO WS-OVL-TALLY.
           INSPECT FUNCTION REVERSE(WS-OVL-PAT-2) TALLYING
              WS-OVL-TALLY FOR LEADING SPACES.
           COMPUTE WS-OVL-LEN-2 = 31 - WS-OVL-TALLY.

           COMPUTE WS-OVL-I = WS-OVL-LEN-1 + 1.

           PERFORM UNTIL WS-OVL-I IS EQUAL TO ZERO
                   COMPUTE WS-OVL-J = WS-OVL-LEN-2 + 1

                   PERFORM UNTIL WS-OVL-J IS EQUAL TO ZERO
                           PERFORM 257-SET-OVERLAP-CELL
                           SUBTRACT 1 FROM WS-OVL-J
                   END-PERFORM

                   SUBTRACT 1 FROM WS-OVL-I
           END-PERFORM.

           IF WS-OVL-CELL(1, 1) IS GREATER THAN 8 THEN
              MOVE 'N' TO WS-WC-CONFLICT-FOUND
           ELSE
              MOVE 'Y' TO WS-WC-CONFLICT-FOUND
           END-IF.

       257-SET-OVERLAP-CELL.
           MOVE 99 TO WS-OVL-CAND.

           IF WS-OVL-I IS GREATER THAN WS-OVL-LEN-1
              AND WS-OVL-J IS GREATER THAN WS-OVL-LEN-2 THEN
              MOVE ZERO TO WS-OVL-CAND
           ELSE
              IF WS-OVL-I IS NOT GREATER THAN WS-OVL-LEN-1
                 AND WS-OVL-PAT-1(WS-OVL-I:1) IS EQUAL TO '*' THEN
                 MOVE WS-OVL-CELL(WS-OVL-I + 1, WS-OVL-J) TO
                    WS-OVL-CAND

                 IF WS-OVL-J IS NOT GREATER THAN WS-OVL-LEN-2 THEN
                    MOVE WS-OVL-CELL(WS-OVL-I, WS-OVL-J + 1) TO
                       WS-OVL-ALT

                    IF WS-OVL-PAT-2(WS-OVL-J:1) IS NOT EQUAL TO '*'
                       AND WS-OVL-ALT IS LESS THAN 99 THEN
                       ADD 1 TO WS-OVL-ALT
                    END-IF

                    IF WS-OVL-ALT IS LESS THAN WS-OVL-CAND THEN
                       MOVE WS-OVL-ALT TO WS-OVL-CAND
                    END-IF
                 END-IF
              ELSE
                 IF WS-OVL-J IS NOT GREATER THAN WS-OVL-LEN-2
                    AND WS-OVL-PAT-2(WS-OVL-J:1) IS EQUAL TO '*' THEN
                    MOVE WS-OVL-CELL(WS-OVL-I, WS-OVL-J + 1) TO
                       WS-OVL-CAND

                    IF WS-OVL-I IS NOT GREATER THAN WS-OVL-LEN-1 THEN
                       MOVE WS-OVL-CELL(WS-OVL-I + 1, WS-OVL-J) TO
                          WS-OVL-ALT

                       IF WS-OVL-ALT IS LESS THAN 99 THEN
                          ADD 1 TO WS-OVL-ALT
                       END-IF

                       IF WS-OVL-ALT IS LESS THAN WS-OVL-CAND THEN
                          MOVE WS-OVL-ALT TO WS-OVL-CAND
                       END-IF
                    END-IF
                 ELSE
                    IF WS-OVL-I IS NOT GREATER THAN WS-OVL-LEN-1
                       AND WS-OVL-J IS NOT GREATER THAN WS-OVL-LEN-2
                       AND WS-OVL-PAT-1(WS-OVL-I:1) IS EQUAL TO
                          WS-OVL-PAT-2(WS-OVL-J:1) THEN
                       MOVE WS-OVL-CELL(WS-OVL-I + 1, WS-OVL-J + 1)
                          TO WS-OVL-CAND

                       IF WS-OVL-CAND IS LESS THAN 99 THEN
                          ADD 1 TO WS-OVL-CAND
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

           MOVE WS-OVL-CAND TO WS-OVL-CELL(WS-OVL-I, WS-OVL-J).

       258-WRITE-WILDCARD-CONFLICT-LINE.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'WILDCARD CONFLICT: SEQ ' NHMENT-SEQID-WC(WS-WC-I)
           WRITE WCCF-FILE-REC FROM WS-GENERIC-LINE.

       300-LOAD-NHMENT-PROJ-FN-TABLE.
           SET NHMENT-PROJ-FN-IDX TO 1.
           MOVE ZERO TO WS-FN-LOADED-COUNT.
           MOVE ZERO TO WS-FN-SKIPPED-COUNT.

           MOVE 1 TO WS-RGN-SUB.

           PERFORM UNTIL WS-RGN-SUB IS GREATER THAN WS-RGN-COUNT
                   IF RGN-IN-SCOPE(WS-RGN-SUB) IS EQUAL TO 'Y' THEN
                      PERFORM 310-LOAD-FN-ONE-REGION
                   END-IF

                   ADD 1 TO WS-RGN-SUB
           END-PERFORM.

           IF NHMENT-PROJ-FN-IDX IS GREATER THAN NHMENT-PROJ-TABLE-MAX
              THEN
              SET SAVE-NHMENT-PROJ-FN-IDX TO NHMENT-PROJ-TABLE-MAX
           ELSE
              SET SAVE-NHMENT-PROJ-FN-IDX TO NHMENT-PROJ-FN-IDX
              SET SAVE-NHMENT-PROJ-FN-IDX DOWN BY 1
           END-IF.

           IF WS-FN-SKIPPED-COUNT IS GREATER THAN ZERO THEN
              DISPLAY 'WARNING: NHM-ENT-PROJ-FN TABLE FULL AT '
                 NHMENT-PROJ-TABLE-MAX ' ROWS - ' WS-FN-SKIPPED-COUNT
                 ' ENT_PROJ FULL NAME ROW(S) LEFT UNREAD'
           END-IF.

      * Full-name counterpart of 210.
       310-LOAD-FN-ONE-REGION.
           MOVE RGN-QUAL(WS-RGN-SUB) TO WS-FN-FETCH-REGION.

           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'SELECT ENTITY_NAME, PROJECT_ID, SEQ_ID FROM '
                     DELIMITED BY SIZE
                  RGN-QUAL(WS-RGN-SUB) DELIMITED BY SPACE
                  '.ENT_PROJ WHERE PROG_TYPE = ''NHMPROG'''
                  ' AND PROJ_NAME NOT LIKE ''%*%'''
                  ' AND ACTIVE_ID = ''Y'' ORDER BY SEQ_ID'
                     DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                DECLARE NHM-ENT-PROJ-FN CURSOR FOR NHM-FN-STMT
                END-EXEC.

           EXEC SQL
                PREPARE NHM-FN-STMT FROM :WS-DYN-SQL
                END-EXEC.

           MOVE 'Full Name Cursor PREPARE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                OPEN NHM-ENT-PROJ-FN
                END-EXEC.

           MOVE 'Full Name Program Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.
           MOVE 'N' TO WS-FN-CSR-DONE.

           PERFORM 325-FETCH-NHMENT-PROJ-FN.

           PERFORM UNTIL WS-FN-CSR-DONE IS EQUAL TO 'Y'
                   IF NHMENT-PROJ-FN-IDX IS GREATER THAN
                      NHMENT-PROJ-TABLE-MAX THEN
                      ADD 1 TO WS-FN-SKIPPED-COUNT
                   PERFORM 325-FETCH-NHMENT-PROJ-FN
           END-PERFORM.

           EXEC SQL
                CLOSE NHM-ENT-PROJ-FN
                END-EXEC.

           MOVE 'FullName Program Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

       325-FETCH-NHMENT-PROJ-FN.
           EXEC SQL
                FETCH NHM-ENT-PROJ-FN
                INTO :CSR-ENTITY, :CSR-PROJ-ID, :CSR-SEQ-ID
                END-EXEC.

           MOVE 'Full Name Program Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO WS-FN-CSR-DONE
           END-IF.

      * Snapshot-mode counterpart of 300 - second pass over
           PERFORM 206-READ-SNAP-ENTP.

           PERFORM UNTIL WS-SNAP-EOF IS EQUAL TO 'Y'
                   MOVE SNE-REGION TO WS-RGN-SEARCH-QUAL
                   PERFORM 025-FIND-REGION-BY-QUAL

                   IF SNE-WC-FLAG IS EQUAL TO 'N'
                      AND WS-RGN-FOUND IS EQUAL TO 'Y'
                      AND RGN-IN-SCOPE(WS-RGN-HIT-SUB) IS EQUAL TO 'Y'
                      THEN
                      IF NHMENT-PROJ-FN-IDX IS GREATER THAN
                         NHMENT-PROJ-TABLE-MAX THEN
                         ADD 1 TO WS-FN-SKIPPED-COUNT
           END-STRING.
           WRITE EXCP-FILE-REC FROM WS-GENERIC-LINE.

      * PROGRAM_CALLS into CALL-TABLE, both ends resolved to their
      * NHM-PROG-TABLE entry.  A pair whose caller or callee is not
      * on E_PROGRAMS cannot be reported against and is counted,
      * not loaded.  PROGRAM_CALLS has no snapshot unload, so it is
      * read live on a snapshot run as well.
       370-LOAD-PROGRAM-CALLS.
           EXEC SQL
                DECLARE CALLS-BY-CALLER-CSR CURSOR FOR
                SELECT CALLER_ID,
                CALLEE_ID
                FROM PROGRAM_CALLS
                ORDER BY CALLER_ID, CALLEE_ID
                END-EXEC.

           EXEC SQL
                DECLARE CALLS-BY-CALLEE-CSR CURSOR FOR
                SELECT CALLER_ID,
                CALLEE_ID
                FROM PROGRAM_CALLS
                ORDER BY CALLEE_ID, CALLER_ID
                END-EXEC.

      * HIGH-VALUES in the unused tail of NHM-PROG-TABLE so the name
      * lookups in 374 can SEARCH ALL it.
           SET NHMPROG-IDX TO SAVE-NHMPROG-IDX.
           SET NHMPROG-IDX UP BY 1.

           PERFORM UNTIL NHMPROG-IDX IS GREATER THAN
              NHM-PROG-TABLE-MAX
                   MOVE HIGH-VALUES TO NHMPROG-NAME(NHMPROG-IDX)
                   SET NHMPROG-IDX UP BY 1
           END-PERFORM.

           IF WS-RUN-MODE IS EQUAL TO 'P' THEN
              EXEC SQL
                   OPEN CALLS-BY-CALLEE-CSR
                   END-EXEC
           ELSE
              EXEC SQL
                   OPEN CALLS-BY-CALLER-CSR
                   END-EXEC
           END-IF.

           MOVE 'Calls Cursor Open Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE ZERO TO WS-CALL-COUNT.
           MOVE ZERO TO WS-CALL-SKIPPED-COUNT.
           MOVE ZERO TO WS-CALL-UNKNOWN-COUNT.
           MOVE 'N' TO END-OF-CALLS-CSR.

           PERFORM 372-FETCH-PROGRAM-CALL.

           PERFORM UNTIL END-OF-CALLS-CSR IS EQUAL TO 'Y'
                   MOVE CSR-CALLER-ID TO WS-CALL-SEARCH-NAME
                   PERFORM 374-FIND-PROGRAM-NUM
                   MOVE WS-CALL-FOUND-NUM TO WS-CALL-CALLER-NUM

                   IF WS-CALL-NAME-FOUND IS EQUAL TO 'Y' THEN
                      MOVE CSR-CALLEE-ID TO WS-CALL-SEARCH-NAME
                      PERFORM 374-FIND-PROGRAM-NUM
                      MOVE WS-CALL-FOUND-NUM TO WS-CALL-CALLEE-NUM
                   END-IF

                   IF WS-CALL-NAME-FOUND IS EQUAL TO 'N' THEN
                      ADD 1 TO WS-CALL-UNKNOWN-COUNT
                   ELSE
                      IF WS-CALL-COUNT IS NOT LESS THAN CALL-TABLE-MAX
                         THEN
                         ADD 1 TO WS-CALL-SKIPPED-COUNT
                      ELSE
                         ADD 1 TO WS-CALL-COUNT
                         SET CALL-IDX TO WS-CALL-COUNT
                         PERFORM 376-STORE-PROGRAM-CALL
                      END-IF
                   END-IF

                   PERFORM 372-FETCH-PROGRAM-CALL
           END-PERFORM.

           IF WS-RUN-MODE IS EQUAL TO 'P' THEN
              EXEC SQL
                   CLOSE CALLS-BY-CALLEE-CSR
                   END-EXEC
           ELSE
              EXEC SQL
                   CLOSE CALLS-BY-CALLER-CSR
                   END-EXEC
           END-IF.

           MOVE 'Calls Cursor Close Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           COMPUTE WS-CALL-SEARCH-NUM = WS-CALL-COUNT + 1.

           IF WS-CALL-SEARCH-NUM IS NOT GREATER THAN CALL-TABLE-MAX
              THEN
              SET CALL-IDX TO WS-CALL-SEARCH-NUM

              PERFORM UNTIL CALL-IDX IS GREATER THAN CALL-TABLE-MAX
                      MOVE 99999 TO CALL-KEY-NUM(CALL-IDX)
                      MOVE ZERO TO CALL-OTHER-NUM(CALL-IDX)
                      SET CALL-IDX UP BY 1
              END-PERFORM
           END-IF.

           DISPLAY 'PROGRAM_CALLS PAIRS LOADED: ' WS-CALL-COUNT
              ' NOT ON E_PROGRAMS: ' WS-CALL-UNKNOWN-COUNT.

           IF WS-CALL-SKIPPED-COUNT IS GREATER THAN ZERO THEN
              DISPLAY 'WARNING: CALL-TABLE FULL AT ' CALL-TABLE-MAX
                 ' ROWS - ' WS-CALL-SKIPPED-COUNT
                 ' PROGRAM_CALLS ROW(S) LEFT UNREAD'
           END-IF.

       372-FETCH-PROGRAM-CALL.
           IF WS-RUN-MODE IS EQUAL TO 'P' THEN
              EXEC SQL
                   FETCH FROM CALLS-BY-CALLEE-CSR
                   INTO
                   :CSR-CALLER-ID,
                   :CSR-CALLEE-ID
                   END-EXEC
           ELSE
              EXEC SQL
                   FETCH FROM CALLS-BY-CALLER-CSR
                   INTO
                   :CSR-CALLER-ID,
                   :CSR-CALLEE-ID
                   END-EXEC
           END-IF.

           MOVE 'Calls Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO END-OF-CALLS-CSR
           END-IF.

       374-FIND-PROGRAM-NUM.
           MOVE ZERO TO WS-CALL-FOUND-NUM.

           SEARCH ALL NHM-PROG-TABLE
           AT END
              MOVE 'N' TO WS-CALL-NAME-FOUND
           WHEN NHMPROG-NAME(NHMPROG-IDX) IS EQUAL TO
              WS-CALL-SEARCH-NAME
                MOVE 'Y' TO WS-CALL-NAME-FOUND
                SET WS-CALL-FOUND-NUM TO NHMPROG-IDX
           END-SEARCH.

      * The cursor order puts the key end first, so the table comes
      * out ascending on CALL-KEY-NUM for 744/784.
       376-STORE-PROGRAM-CALL.
           IF WS-RUN-MODE IS EQUAL TO 'P' THEN
              MOVE WS-CALL-CALLEE-NUM TO CALL-KEY-NUM(CALL-IDX)
              MOVE WS-CALL-CALLER-NUM TO CALL-OTHER-NUM(CALL-IDX)
           ELSE
              MOVE WS-CALL-CALLER-NUM TO CALL-KEY-NUM(CALL-IDX)
              MOVE WS-CALL-CALLEE-NUM TO CALL-OTHER-NUM(CALL-IDX)
           END-IF.

       400-GET-NHMPROG-PROGRAMS.
      * A region-'B' run matches every program against each active
      * region independently (410) rather than taking whichever
      * region's ENT_PROJ happens to be scanned first, so a program
      * tied to a project in several regions keeps every association.
           SET NHMPROG-IDX TO 1.

           PERFORM UNTIL NHMPROG-IDX IS GREATER THAN SAVE-NHMPROG-IDX
                   MOVE 1 TO WS-RGN-SUB

                   PERFORM UNTIL WS-RGN-SUB IS GREATER THAN
                      WS-RGN-COUNT
                      IF RGN-IN-SCOPE(WS-RGN-SUB) IS EQUAL TO 'Y' THEN
                         MOVE RGN-QUAL(WS-RGN-SUB) TO WS-MATCH-REGION
                         PERFORM 410-MATCH-PROGRAM-ONE-REGION
                      END-IF

                      ADD 1 TO WS-RGN-SUB
                   END-PERFORM

                   SET NHMPROG-IDX UP BY 1
           END-PERFORM.

           PERFORM 450-WRITE-UNMATCHED-PROGRAM-EXCEPTIONS.

           IF REGION-CODE IS EQUAL TO 'B'
              AND WS-RGN-SCOPE-COUNT IS GREATER THAN 1 THEN
              PERFORM 460-WRITE-REGION-DIVERGENCE
           END-IF.

              END-IF
           END-IF.

           MOVE WS-MATCH-PROJID TO
              NHMPROG-PROJID-ASSN(NHMPROG-IDX, WS-RGN-SUB).
           MOVE WS-MATCH-RULE TO
              NHMPROG-MATCH-RULE(NHMPROG-IDX, WS-RGN-SUB).
           MOVE WS-MATCH-ENTITY TO
              NHMPROG-MATCH-ENT(NHMPROG-IDX, WS-RGN-SUB).
           MOVE WS-MATCH-SEQID TO
              NHMPROG-MATCH-SEQ(NHMPROG-IDX, WS-RGN-SUB).

       420-NHM-ENT-NAME-MATCH.
           SET NHMENT-PROJ-FN-IDX TO 1.
                      TO WS-MATCH-REGION THEN
                      MOVE 'N' TO PROJECT-FOUND-MATCH
                      MOVE NHMENT-NAME-WC(NHMENT-PROJ-WC-IDX) TO
                         WS-WC-PATTERN
                      PERFORM 445-CHECK-WILDCARD-NAME-MATCH

                      IF PROJECT-FOUND-MATCH IS EQUAL TO 'Y' THEN
                   SET NHMENT-PROJ-WC-IDX UP BY 1
           END-PERFORM.

      * Leading, trailing and embedded '*' all match any run of
      * characters, none included.  The pattern is walked against
      * the name once; on a mismatch after a '*' the '*' takes one
      * more character and the walk resumes just past it.
       445-CHECK-WILDCARD-NAME-MATCH.
           MOVE ZERO TO WS-WC-BLANK-TALLY.
           INSPECT FUNCTION REVERSE(WS-WC-PATTERN) TALLYING
              WS-WC-BLANK-TALLY FOR LEADING SPACES.
           COMPUTE WS-WC-PATTERN-LEN = 31 - WS-WC-BLANK-TALLY.

           MOVE NHMPROG-NAME(NHMPROG-IDX) TO WS-WC-NAME.
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
              MOVE 'Y' TO PROJECT-FOUND-MATCH
           END-IF.

           SET NHMPROG-IDX TO 1.

           PERFORM UNTIL NHMPROG-IDX IS GREATER THAN SAVE-NHMPROG-IDX
                   MOVE 'N' TO WS-RGN-FOUND
                   MOVE 1 TO WS-RGN-SUB

                   PERFORM UNTIL WS-RGN-SUB IS GREATER THAN
                      WS-RGN-COUNT
                      IF NHMPROG-PROJID-ASSN(NHMPROG-IDX, WS-RGN-SUB)
                         IS NOT EQUAL TO SPACES THEN
                         MOVE 'Y' TO WS-RGN-FOUND
                      END-IF

                      ADD 1 TO WS-RGN-SUB
                   END-PERFORM

                   IF WS-RGN-FOUND IS EQUAL TO 'N' THEN
                      MOVE SPACES TO WS-GENERIC-LINE
                      STRING 'NO ENT_PROJ ASSIGNMENT FOR PROGRAM: '
                         NHMPROG-NAME(NHMPROG-IDX)
                   SET NHMPROG-IDX UP BY 1
           END-PERFORM.

      * Only meaningful on a 'B' run over more than one region, where
      * 400 filled every region's slot for every program.  Each pair
      * of regions is compared in RGN-TABLE order.  A program
      * assigned in both regions of a pair but to different projects
      * means their ENT_PROJ have drifted apart; a program assigned
      * in only one of the two means the other has no covering entry
      * at all.  Programs unmatched everywhere are already on the
      * exception report (450) and are not repeated here.
       460-WRITE-REGION-DIVERGENCE.
           MOVE ZERO TO WS-RGN-DIFFER-COUNT.
           MOVE ZERO TO WS-RGN-SINGLE-COUNT.

      * Heading line naming the regions compared, in RGN-TABLE order
      * - the bridge takes the first as its default master.
           MOVE SPACES TO WS-GENERIC-LINE.
           MOVE 1 TO WS-RGN-LINE-PTR.
           STRING 'REGIONS COMPARED:' DELIMITED BY SIZE
              INTO WS-GENERIC-LINE WITH POINTER WS-RGN-LINE-PTR
           END-STRING.
           MOVE 1 TO WS-RGN-SUB.

           PERFORM UNTIL WS-RGN-SUB IS GREATER THAN WS-RGN-COUNT
                   IF RGN-IN-SCOPE(WS-RGN-SUB) IS EQUAL TO 'Y' THEN
                      STRING ' ' RGN-CODE(WS-RGN-SUB)
                         ' ' RGN-QUAL(WS-RGN-SUB)
                         DELIMITED BY SIZE
                         INTO WS-GENERIC-LINE
                         WITH POINTER WS-RGN-LINE-PTR
                      END-STRING
                   END-IF

                   ADD 1 TO WS-RGN-SUB
           END-PERFORM.

           WRITE RGDV-FILE-REC FROM WS-GENERIC-LINE.

           SET NHMPROG-IDX TO 1.

           PERFORM UNTIL NHMPROG-IDX IS GREATER THAN SAVE-NHMPROG-IDX
                   MOVE 1 TO WS-RGN-SUB

                   PERFORM UNTIL WS-RGN-SUB IS GREATER THAN
                      WS-RGN-COUNT
                      IF RGN-IN-SCOPE(WS-RGN-SUB) IS EQUAL TO 'Y' THEN
                         PERFORM 462-COMPARE-LATER-REGIONS
                      END-IF

                      ADD 1 TO WS-RGN-SUB
                   END-PERFORM

                   SET NHMPROG-IDX UP BY 1
           END-PERFORM.
              OR WS-RGN-SINGLE-COUNT IS GREATER THAN ZERO THEN
              DISPLAY 'REGION DIVERGENCE AUDIT: '
                 WS-RGN-DIFFER-COUNT
                 ' PROGRAM/REGION PAIR(S) ASSIGNED DIFFERENTLY AND '
                 WS-RGN-SINGLE-COUNT
                 ' MATCHED IN ONE REGION OF THE PAIR ONLY - SEE '
                 'ICTORGDV'
           END-IF.

       462-COMPARE-LATER-REGIONS.
           COMPUTE WS-RGN-SUB-2 = WS-RGN-SUB + 1.

           PERFORM UNTIL WS-RGN-SUB-2 IS GREATER THAN WS-RGN-COUNT
                   IF RGN-IN-SCOPE(WS-RGN-SUB-2) IS EQUAL TO 'Y' THEN
                      PERFORM 463-COMPARE-ONE-REGION-PAIR
                   END-IF

                   ADD 1 TO WS-RGN-SUB-2
           END-PERFORM.

       463-COMPARE-ONE-REGION-PAIR.
           IF NHMPROG-PROJID-ASSN(NHMPROG-IDX, WS-RGN-SUB) IS NOT
              EQUAL TO SPACES
              AND NHMPROG-PROJID-ASSN(NHMPROG-IDX, WS-RGN-SUB-2) IS
                 NOT EQUAL TO SPACES
              AND NHMPROG-PROJID-ASSN(NHMPROG-IDX, WS-RGN-SUB) IS NOT
                 EQUAL TO NHMPROG-PROJID-ASSN(NHMPROG-IDX,
                 WS-RGN-SUB-2) THEN
              ADD 1 TO WS-RGN-DIFFER-COUNT
              PERFORM 465-WRITE-DIVERGE-DIFFER-LINE
           END-IF.

           IF NHMPROG-PROJID-ASSN(NHMPROG-IDX, WS-RGN-SUB) IS NOT
              EQUAL TO SPACES
              AND NHMPROG-PROJID-ASSN(NHMPROG-IDX, WS-RGN-SUB-2) IS
                 EQUAL TO SPACES THEN
              ADD 1 TO WS-RGN-SINGLE-COUNT
              MOVE WS-RGN-SUB TO WS-DVG-HAS-SUB
              MOVE WS-RGN-SUB-2 TO WS-DVG-NONE-SUB
              PERFORM 466-WRITE-DIVERGE-ONE-REGION-LINE
           END-IF.

           IF NHMPROG-PROJID-ASSN(NHMPROG-IDX, WS-RGN-SUB) IS EQUAL
              TO SPACES
              AND NHMPROG-PROJID-ASSN(NHMPROG-IDX, WS-RGN-SUB-2) IS
                 NOT EQUAL TO SPACES THEN
              ADD 1 TO WS-RGN-SINGLE-COUNT
              MOVE WS-RGN-SUB-2 TO WS-DVG-HAS-SUB
              MOVE WS-RGN-SUB TO WS-DVG-NONE-SUB
              PERFORM 466-WRITE-DIVERGE-ONE-REGION-LINE
           END-IF.

      * The per-region match rules ('F' full name, 'W' wildcard)
      * ride along so the divergence bridge can tell whether a
      * full-name ENT_PROJ row exists to change, or whether closing
      * the gap needs a new full-name entry over a wildcard match.
      * Each region is named by its code and qualifier, fixed width,
      * so COBDVBRG can lay a record over the line.
       465-WRITE-DIVERGE-DIFFER-LINE.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'REGION DIVERGENCE: PROGRAM '
              NHMPROG-NAME(NHMPROG-IDX)
              ' REGION ' RGN-CODE(WS-RGN-SUB)
              ' ' RGN-QUAL(WS-RGN-SUB)
              ' PROJECT ' NHMPROG-PROJID-ASSN(NHMPROG-IDX, WS-RGN-SUB)
              ' RULE ' NHMPROG-MATCH-RULE(NHMPROG-IDX, WS-RGN-SUB)
              ' REGION ' RGN-CODE(WS-RGN-SUB-2)
              ' ' RGN-QUAL(WS-RGN-SUB-2)
              ' PROJECT '
              NHMPROG-PROJID-ASSN(NHMPROG-IDX, WS-RGN-SUB-2)
              ' RULE ' NHMPROG-MATCH-RULE(NHMPROG-IDX, WS-RGN-SUB-2)
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE RGDV-FILE-REC FROM WS-GENERIC-LINE.

       466-WRITE-DIVERGE-ONE-REGION-LINE.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'MATCHED IN ONE REGION: PROGRAM '
              NHMPROG-NAME(NHMPROG-IDX)
              ' REGION ' RGN-CODE(WS-DVG-HAS-SUB)
              ' ' RGN-QUAL(WS-DVG-HAS-SUB)
              ' PROJECT '
              NHMPROG-PROJID-ASSN(NHMPROG-IDX, WS-DVG-HAS-SUB)
              ' RULE '
              NHMPROG-MATCH-RULE(NHMPROG-IDX, WS-DVG-HAS-SUB)
              ' - NONE IN REGION ' RGN-CODE(WS-DVG-NONE-SUB)
              ' ' RGN-QUAL(WS-DVG-NONE-SUB)
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE RGDV-FILE-REC FROM WS-GENERIC-LINE.
           SET NHMPROG-IDX TO 1.

           PERFORM UNTIL NHMPROG-IDX IS GREATER THAN SAVE-NHMPROG-IDX
                   MOVE 1 TO WS-RGN-SUB

                   PERFORM UNTIL WS-RGN-SUB IS GREATER THAN
                      WS-RGN-COUNT
                      IF NHMPROG-PROJID-ASSN(NHMPROG-IDX, WS-RGN-SUB)
                         IS NOT EQUAL TO SPACES THEN
                         MOVE RGN-QUAL(WS-RGN-SUB) TO WS-PROV-REGION
                         MOVE NHMPROG-PROJID-ASSN(NHMPROG-IDX,
                            WS-RGN-SUB) TO WS-PROV-PROJID
                         MOVE NHMPROG-MATCH-RULE(NHMPROG-IDX,
                            WS-RGN-SUB) TO WS-PROV-RULE
                         MOVE NHMPROG-MATCH-ENT(NHMPROG-IDX,
                            WS-RGN-SUB) TO WS-PROV-ENTITY
                         MOVE NHMPROG-MATCH-SEQ(NHMPROG-IDX,
                            WS-RGN-SUB) TO WS-PROV-SEQID
                         PERFORM 492-WRITE-ONE-PROVENANCE
                      END-IF

                      ADD 1 TO WS-RGN-SUB
                   END-PERFORM

                   SET NHMPROG-IDX UP BY 1
           END-PERFORM.
                         GREATER THAN WS-ALSO-MIN-SEQ THEN
                      MOVE 'N' TO PROJECT-FOUND-MATCH
                      MOVE NHMENT-NAME-WC(NHMENT-PROJ-WC-IDX) TO
                         WS-WC-PATTERN
                      PERFORM 445-CHECK-WILDCARD-NAME-MATCH

                      IF PROJECT-FOUND-MATCH IS EQUAL TO 'Y' THEN
           PERFORM UNTIL NHMPROG-IDX IS GREATER THAN SAVE-NHMPROG-IDX
                   SET WS-PROG-NUM TO NHMPROG-IDX

                   MOVE 1 TO WS-RGN-SUB

                   PERFORM UNTIL WS-RGN-SUB IS GREATER THAN
                      WS-RGN-COUNT
                      IF NHMPROG-PROJID-ASSN(NHMPROG-IDX, WS-RGN-SUB)
                         IS NOT EQUAL TO SPACES THEN
                         MOVE RGN-QUAL(WS-RGN-SUB) TO SD-ASSN-REGION
                         MOVE NHMPROG-PROJID-ASSN(NHMPROG-IDX,
                            WS-RGN-SUB) TO SD-ASSN-PROJID
                         MOVE WS-PROG-NUM TO SD-ASSN-PROG-NUM
                         RELEASE SD-ASSN-REC
                      END-IF

                      ADD 1 TO WS-RGN-SUB
                   END-PERFORM

                   SET NHMPROG-IDX UP BY 1
           END-PERFORM.
              END-PERFORM
           END-IF.

      * E_PROGRAMS.PROJECT is the project the program's owner
      * declared; NHMPROG-PROJID-ASSN is the project the program
      * actually reports under.  Every program is classified once
      * per region in scope - BLANK when nothing is declared, MATCH
      * when the two agree, CONFLICT otherwise (including a declared
      * project with no ENT_PROJ assignment at all) - on ICTOPREC,
      * with per-project totals at the foot.  BLANK and CONFLICT
      * rows with something to correct go to ICTOPCOR for the owner
      * to settle one way or the other.
       485-RECONCILE-DECLARED-PROJECT.
           MOVE ZERO TO WS-PREC-BLANK-COUNT.
           MOVE ZERO TO WS-PREC-MATCH-COUNT.
           MOVE ZERO TO WS-PREC-CONFLICT-COUNT.
           MOVE ZERO TO WS-PREC-CORR-COUNT.
           MOVE ZERO TO WS-PREC-PROJ-USED.

           WRITE PREC-FILE-REC FROM WS-PREC-HEADING-1.
           WRITE PREC-FILE-REC FROM WS-PREC-HEADING-2.

           SET NHMPROG-IDX TO 1.

           PERFORM UNTIL NHMPROG-IDX IS GREATER THAN SAVE-NHMPROG-IDX
                   MOVE 1 TO WS-RGN-SUB

                   PERFORM UNTIL WS-RGN-SUB IS GREATER THAN
                      WS-RGN-COUNT
                      IF RGN-IN-SCOPE(WS-RGN-SUB) IS EQUAL TO 'Y' THEN
                         MOVE RGN-QUAL(WS-RGN-SUB) TO WS-PREC-REGION
                         MOVE NHMPROG-PROJID-ASSN(NHMPROG-IDX,
                            WS-RGN-SUB) TO WS-PREC-DERIVED
                         MOVE NHMPROG-MATCH-RULE(NHMPROG-IDX,
                            WS-RGN-SUB) TO WS-PREC-RULE
                         MOVE NHMPROG-MATCH-ENT(NHMPROG-IDX,
                            WS-RGN-SUB) TO WS-PREC-ENTITY
                         PERFORM 486-RECONCILE-ONE-REGION
                      END-IF

                      ADD 1 TO WS-RGN-SUB
                   END-PERFORM

                   SET NHMPROG-IDX UP BY 1
           END-PERFORM.

           PERFORM 489-WRITE-PROJECT-RECON-TOTALS.

           DISPLAY 'DECLARED PROJECT AUDIT: ' WS-PREC-BLANK-COUNT
              ' BLANK ' WS-PREC-MATCH-COUNT ' MATCH '
              WS-PREC-CONFLICT-COUNT ' CONFLICT - SEE ICTOPREC, '
              WS-PREC-CORR-COUNT ' CORRECTION(S) ON ICTOPCOR'.

       486-RECONCILE-ONE-REGION.
           IF WS-PREC-DERIVED IS EQUAL TO SPACES THEN
              MOVE SPACE TO WS-PREC-RULE
              MOVE SPACES TO WS-PREC-ENTITY
           END-IF.

           IF NHMPROG-PROJID(NHMPROG-IDX) IS EQUAL TO SPACES THEN
              MOVE 'BLANK' TO WS-PREC-STATUS
              MOVE WS-PREC-DERIVED TO WS-PREC-KEY-PROJID
              ADD 1 TO WS-PREC-BLANK-COUNT
           ELSE
              MOVE NHMPROG-PROJID(NHMPROG-IDX) TO WS-PREC-KEY-PROJID

              IF NHMPROG-PROJID(NHMPROG-IDX) IS EQUAL TO
                 WS-PREC-DERIVED THEN
                 MOVE 'MATCH' TO WS-PREC-STATUS
                 ADD 1 TO WS-PREC-MATCH-COUNT
              ELSE
                 MOVE 'CONFLICT' TO WS-PREC-STATUS
                 ADD 1 TO WS-PREC-CONFLICT-COUNT
              END-IF
           END-IF.

           MOVE SPACES TO WS-PREC-DETAIL-LINE.
           MOVE NHMPROG-NAME(NHMPROG-IDX) TO PREC-PROGRAM-ID.
           MOVE WS-PREC-REGION TO PREC-REGION.
           MOVE NHMPROG-PROJID(NHMPROG-IDX) TO PREC-DECLARED.
           MOVE WS-PREC-DERIVED TO PREC-DERIVED.
           MOVE WS-PREC-RULE TO PREC-RULE.
           MOVE WS-PREC-STATUS TO PREC-STATUS.
           MOVE WS-PREC-ENTITY TO PREC-ENTITY.
           WRITE PREC-FILE-REC FROM WS-PREC-DETAIL-LINE.

           PERFORM 487-ADD-PROJECT-RECON-COUNT.

           IF WS-PREC-STATUS IS EQUAL TO 'CONFLICT'
              OR (WS-PREC-STATUS IS EQUAL TO 'BLANK'
              AND WS-PREC-DERIVED IS NOT EQUAL TO SPACES) THEN
              PERFORM 488-WRITE-PROJECT-CORRECTION
           END-IF.

       487-ADD-PROJECT-RECON-COUNT.
           MOVE 'N' TO WS-PREC-PROJ-FOUND.
           SET PRECP-IDX TO 1.

           PERFORM UNTIL PRECP-IDX IS GREATER THAN WS-PREC-PROJ-USED
              OR WS-PREC-PROJ-FOUND IS EQUAL TO 'Y'
                   IF PRECP-PROJID(PRECP-IDX) IS EQUAL TO
                      WS-PREC-KEY-PROJID THEN
                      MOVE 'Y' TO WS-PREC-PROJ-FOUND
                   ELSE
                      SET PRECP-IDX UP BY 1
                   END-IF
           END-PERFORM.

           IF WS-PREC-PROJ-FOUND IS EQUAL TO 'N' THEN
              IF WS-PREC-PROJ-USED IS LESS THAN PREC-PROJ-TABLE-MAX
                 THEN
                 ADD 1 TO WS-PREC-PROJ-USED
                 SET PRECP-IDX TO WS-PREC-PROJ-USED
                 MOVE WS-PREC-KEY-PROJID TO PRECP-PROJID(PRECP-IDX)
                 MOVE ZERO TO PRECP-BLANK-COUNT(PRECP-IDX)
                 MOVE ZERO TO PRECP-MATCH-COUNT(PRECP-IDX)
                 MOVE ZERO TO PRECP-CONFLICT-COUNT(PRECP-IDX)
              ELSE
                 SET PRECP-IDX TO PREC-PROJ-TABLE-MAX
              END-IF
           END-IF.

           EVALUATE WS-PREC-STATUS
           WHEN 'BLANK'
                ADD 1 TO PRECP-BLANK-COUNT(PRECP-IDX)
           WHEN 'MATCH'
                ADD 1 TO PRECP-MATCH-COUNT(PRECP-IDX)
           WHEN OTHER
                ADD 1 TO PRECP-CONFLICT-COUNT(PRECP-IDX)
           END-EVALUATE.

      * The ENTPTRAN image follows the divergence bridge's rule: a
      * full-name winner has an ENT_PROJ row named after the program
      * to C(hange); a wildcard winner, or no assignment at all,
      * needs an A(dd) full-name override carrying the declared
      * project.
       488-WRITE-PROJECT-CORRECTION.
           MOVE SPACES TO PCOR-FILE-RECORD.
           MOVE WS-PREC-STATUS(1:1) TO PCOR-STATUS.
           MOVE WS-PREC-REGION TO PCOR-REGION.
           MOVE NHMPROG-NAME(NHMPROG-IDX) TO PCOR-PROGRAM-ID.
           MOVE NHMPROG-PROJID(NHMPROG-IDX) TO PCOR-DECLARED-PROJ.
           MOVE WS-PREC-DERIVED TO PCOR-DERIVED-PROJ.
           MOVE WS-PREC-RULE TO PCOR-DERIVED-RULE.

           IF NHMPROG-PROJID(NHMPROG-IDX) IS NOT EQUAL TO SPACES THEN
              IF WS-PREC-RULE IS EQUAL TO 'F' THEN
                 MOVE 'C' TO PCOR-TRN-ACTION
              ELSE
                 MOVE 'A' TO PCOR-TRN-ACTION
              END-IF

              MOVE RGN-CODE(WS-RGN-SUB) TO PCOR-TRN-REGION
              MOVE NHMPROG-NAME(NHMPROG-IDX) TO PCOR-TRN-ENTITY
              MOVE NHMPROG-PROJID(NHMPROG-IDX) TO PCOR-TRN-PROJECT
           END-IF.

           WRITE PCOR-FILE-RECORD.
           ADD 1 TO WS-PREC-CORR-COUNT.

       489-WRITE-PROJECT-RECON-TOTALS.
           MOVE SPACES TO WS-GENERIC-LINE.
           WRITE PREC-FILE-REC FROM WS-GENERIC-LINE.

           STRING 'TOTALS - BLANK: ' WS-PREC-BLANK-COUNT
              '  MATCH: ' WS-PREC-MATCH-COUNT
              '  CONFLICT: ' WS-PREC-CONFLICT-COUNT
              '  CORRECTIONS WRITTEN: ' WS-PREC-CORR-COUNT
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE PREC-FILE-REC FROM WS-GENERIC-LINE.

           SET PRECP-IDX TO 1.

           PERFORM UNTIL PRECP-IDX IS GREATER THAN WS-PREC-PROJ-USED
                   MOVE SPACES TO WS-GENERIC-LINE
                   STRING '  PROJECT ' PRECP-PROJID(PRECP-IDX)
                      ' BLANK: ' PRECP-BLANK-COUNT(PRECP-IDX)
                      '  MATCH: ' PRECP-MATCH-COUNT(PRECP-IDX)
                      '  CONFLICT: ' PRECP-CONFLICT-COUNT(PRECP-IDX)
                      DELIMITED BY SIZE INTO WS-GENERIC-LINE
                   END-STRING
                   WRITE PREC-FILE-REC FROM WS-GENERIC-LINE
                   SET PRECP-IDX UP BY 1
           END-PERFORM.

       500-DISPLAY-TABLE-LOAD-COUNTS.
           DISPLAY 'TABLE LOAD COUNTS FOR CAPACITY PLANNING'.
           DISPLAY '  E_PROGRAMS ROWS LOADED........: '
           WRITE CKPT-FILE-REC FROM WS-CURRENT-ICTO.

       700-GET-ICTO-ENTITES.
           MOVE ZERO TO WS-ICTO-ROW-COUNT.
           ADD 1 TO WS-ICTO-PROCESSED-COUNT.
           PERFORM 702-START-ICTO-SECTION.

           MOVE 1 TO WS-RGN-SUB.

           PERFORM UNTIL WS-RGN-SUB IS GREATER THAN WS-RGN-COUNT
                   IF RGN-IN-SCOPE(WS-RGN-SUB) IS EQUAL TO 'Y' THEN
                      PERFORM 703-GET-ICTO-ONE-REGION
                   END-IF

                   ADD 1 TO WS-RGN-SUB
           END-PERFORM.

           IF WS-CALL-TREE-FLAG IS EQUAL TO 'Y'
              AND WS-VIA-USED IS GREATER THAN ZERO THEN
              PERFORM 740-WALK-ICTO-CALL-TREE
           END-IF.

           IF WS-ICTO-DETAIL-COUNT IS GREATER THAN ZERO
              OR WS-ICTO-VIA-COUNT IS GREATER THAN ZERO THEN
              PERFORM 730-WRITE-ICTO-COMPOSITION
           END-IF.

           MOVE ZERO TO WS-ICTO-DETAIL-COUNT.
           MOVE ZERO TO WS-ICTO-SUBR-COUNT.
           MOVE ZERO TO WS-ICTO-MAIN-COUNT.
           MOVE ZERO TO WS-ICTO-VIA-COUNT.
           MOVE ZERO TO WS-ICTO-LANG-USED.
           MOVE ZERO TO WS-ICTO-DB2-USED.
           MOVE ZERO TO WS-VIA-USED.
           MOVE ZERO TO WS-VIA-OVERFLOW-COUNT.

      * One region's PROJECT_ICTO rows for the current ICTO, in
      * PROJECT_ID order.  Regions are taken in RGN-TABLE order, so
      * the report reads region by region within the ICTO.
       703-GET-ICTO-ONE-REGION.
           MOVE RGN-QUAL(WS-RGN-SUB) TO WS-CSR-REGION.

           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'SELECT PROJECT_ID FROM ' DELIMITED BY SIZE
                  RGN-QUAL(WS-RGN-SUB) DELIMITED BY SPACE
                  '.PROJECT_ICTO WHERE PROJECT_ICTO = ?'
                  ' ORDER BY PROJECT_ID'
                     DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                DECLARE ICTO-PROJECT-CSR CURSOR FOR ICTO-PROJECT-STMT
                END-EXEC.

           EXEC SQL
                PREPARE ICTO-PROJECT-STMT FROM :WS-DYN-SQL
                END-EXEC.
           MOVE 'ICTO SQL Prepare Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                OPEN ICTO-PROJECT-CSR USING :WS-CURRENT-ICTO
                END-EXEC.
           MOVE 'ICTO SQL Open Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 'N' TO END-OF-PROGECT-CSR.
           PERFORM 705-FETCH-ICTO-PROJECTS.

           PERFORM UNTIL END-OF-PROGECT-CSR IS EQUAL TO 'Y'
                   PERFORM 720-GET-NHMPROG
                   PERFORM 705-FETCH-ICTO-PROJECTS
           END-PERFORM.

           EXEC SQL
                CLOSE ICTO-PROJECT-CSR
                END-EXEC.
           MOVE 'ICTO SQL Close Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

       705-FETCH-ICTO-PROJECTS.
           EXEC SQL
                FETCH ICTO-PROJECT-CSR
                INTO :CSR-PROJECT
                END-EXEC.
           MOVE 'ICTO SQL Fetch Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO END-OF-PROGECT-CSR
           ELSE
              ADD 1 TO WS-ICTO-ROW-COUNT
           END-IF.

       708-WRITE-ICTO-EXCEPTION.
                         WS-PROG-NUM
                      SET NHMPROG-IDX TO WS-PROG-NUM

                      IF WS-CALL-TREE-FLAG IS EQUAL TO 'Y' THEN
                         PERFORM 742-SEED-VIA-WORK-LIST
                      END-IF

                      IF WS-CURRENT-SUBR-ONLY IS NOT EQUAL TO 'Y'
                         OR NHMPROG-SUBROUTINE(NHMPROG-IDX) IS EQUAL
                            TO 'Y' THEN
           MOVE NHMPROG-LANG(NHMPROG-IDX) TO RPT-LANG.
           MOVE NHMPROG-DB2-USAGE(NHMPROG-IDX) TO RPT-DB2-USAGE.
           MOVE WS-CSR-REGION TO RPT-REGION.
           MOVE SPACES TO RPT-VIA-CALLER.

           WRITE ICTO-FILE-REPORT FROM WS-RPT-DETAIL-LINE.


       725-INSERT-XREF-HISTORY.
      * Persists this run's ICTO/PROJECT_ID/PROGRAM_ID match so other
      * teams can query history after a region's ENT_PROJ changes.
           EXEC SQL
                INSERT INTO ICTO_XREF_HIST
                   (ICTO, PROJECT_ID, PROGRAM_ID, REGION, RUN_DATE)
           END-STRING.
           WRITE ICTO-FILE-REPORT FROM WS-GENERIC-LINE.

           IF WS-CALL-TREE-FLAG IS EQUAL TO 'Y' THEN
              MOVE SPACES TO WS-GENERIC-LINE
              STRING '  VIA CALLER (NOT IN COUNTS ABOVE): '
                 WS-ICTO-VIA-COUNT
                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
              END-STRING
              WRITE ICTO-FILE-REPORT FROM WS-GENERIC-LINE
           END-IF.

           SET ICLANG-IDX TO 1.

           PERFORM UNTIL ICLANG-IDX IS GREATER THAN
           ADD WS-ICTO-DETAIL-COUNT TO WS-GRAND-DETAIL-COUNT.
           ADD WS-ICTO-SUBR-COUNT TO WS-GRAND-SUBR-COUNT.
           ADD WS-ICTO-MAIN-COUNT TO WS-GRAND-MAIN-COUNT.
           ADD WS-ICTO-VIA-COUNT TO WS-GRAND-VIA-COUNT.

       732-ROLL-LANG-TO-GRAND.
           MOVE 'N' TO WS-COMP-FOUND.
              END-IF
           END-IF.

      * Call-tree rollup for the ICTO section just finished.  Every
      * program the ICTO reached directly was seeded by 742; the
      * walk goes down PROGRAM_CALLS breadth first from those, once
      * per program and region, and lists each program it reaches
      * for the first time under the caller's project, marked with
      * that caller.  The lines are report-only - ICTO_XREF_HIST
      * and the extract keep the direct assignments, and the
      * composition counts leave them out.
       740-WALK-ICTO-CALL-TREE.
           SET VIA-IDX TO 1.

           PERFORM UNTIL VIA-IDX IS GREATER THAN WS-VIA-USED
                   PERFORM 744-EXPAND-VIA-CALLEES
                   SET VIA-IDX UP BY 1
           END-PERFORM.

           IF WS-VIA-OVERFLOW-COUNT IS GREATER THAN ZERO THEN
              PERFORM 749-WRITE-VIA-OVERFLOW
           END-IF.

       742-SEED-VIA-WORK-LIST.
           IF WS-VIA-USED IS LESS THAN VIA-WORK-TABLE-MAX THEN
              ADD 1 TO WS-VIA-USED
              SET VIA-CHK-IDX TO WS-VIA-USED
              MOVE WS-PROG-NUM TO VIA-PROG-NUM(VIA-CHK-IDX)
              MOVE WS-CSR-REGION TO VIA-REGION(VIA-CHK-IDX)
              MOVE CSR-PROJECT TO VIA-PROJID(VIA-CHK-IDX)
              MOVE ZERO TO VIA-CALLER-NUM(VIA-CHK-IDX)
           ELSE
              ADD 1 TO WS-VIA-OVERFLOW-COUNT
           END-IF.

       744-EXPAND-VIA-CALLEES.
           MOVE VIA-PROG-NUM(VIA-IDX) TO WS-CALL-SEARCH-NUM.
           PERFORM 748-FIND-FIRST-CALL.

           IF WS-CALL-FOUND IS EQUAL TO 'Y' THEN
              PERFORM UNTIL CALL-IDX IS GREATER THAN WS-CALL-COUNT
                 OR CALL-KEY-NUM(CALL-IDX) IS NOT EQUAL TO
                    WS-CALL-SEARCH-NUM
                      MOVE CALL-OTHER-NUM(CALL-IDX) TO
                         WS-VIA-OTHER-NUM
                      PERFORM 745-CHECK-VIA-VISITED

                      IF WS-VIA-VISITED IS EQUAL TO 'N' THEN
                         PERFORM 746-ADD-VIA-CALLEE
                      END-IF

                      SET CALL-IDX UP BY 1
              END-PERFORM
           END-IF.

       745-CHECK-VIA-VISITED.
           MOVE 'N' TO WS-VIA-VISITED.
           SET VIA-CHK-IDX TO 1.

           PERFORM UNTIL VIA-CHK-IDX IS GREATER THAN WS-VIA-USED
              OR WS-VIA-VISITED IS EQUAL TO 'Y'
                   IF VIA-PROG-NUM(VIA-CHK-IDX) IS EQUAL TO
                      WS-VIA-OTHER-NUM
                      AND VIA-REGION(VIA-CHK-IDX) IS EQUAL TO
                         VIA-REGION(VIA-IDX) THEN
                      MOVE 'Y' TO WS-VIA-VISITED
                   ELSE
                      SET VIA-CHK-IDX UP BY 1
                   END-IF
           END-PERFORM.

      * A callee is still followed when the ICTO's subroutine-only
      * filter keeps it off the report, so the subroutines below a
      * mainline callee are not lost.
       746-ADD-VIA-CALLEE.
           IF WS-VIA-USED IS NOT LESS THAN VIA-WORK-TABLE-MAX THEN
              ADD 1 TO WS-VIA-OVERFLOW-COUNT
           ELSE
              ADD 1 TO WS-VIA-USED
              SET VIA-CHK-IDX TO WS-VIA-USED
              MOVE WS-VIA-OTHER-NUM TO VIA-PROG-NUM(VIA-CHK-IDX)
              MOVE VIA-REGION(VIA-IDX) TO VIA-REGION(VIA-CHK-IDX)
              MOVE VIA-PROJID(VIA-IDX) TO VIA-PROJID(VIA-CHK-IDX)
              MOVE WS-CALL-SEARCH-NUM TO VIA-CALLER-NUM(VIA-CHK-IDX)
              SET NHMPROG-IDX TO WS-VIA-OTHER-NUM

              IF WS-CURRENT-SUBR-ONLY IS NOT EQUAL TO 'Y'
                 OR NHMPROG-SUBROUTINE(NHMPROG-IDX) IS EQUAL TO 'Y'
                 THEN
                 PERFORM 747-WRITE-VIA-DETAIL-LINE
              END-IF
           END-IF.

       747-WRITE-VIA-DETAIL-LINE.
           MOVE WS-CURRENT-ICTO TO RPT-ICTO.
           MOVE VIA-PROJID(VIA-IDX) TO RPT-PROJECT-ID.
           MOVE NHMPROG-NAME(NHMPROG-IDX) TO RPT-PROGRAM-ID.
           MOVE NHMPROG-DESCRIPTION(NHMPROG-IDX) TO RPT-DESCRIPTION.
           MOVE NHMPROG-LANG(NHMPROG-IDX) TO RPT-LANG.
           MOVE NHMPROG-DB2-USAGE(NHMPROG-IDX) TO RPT-DB2-USAGE.
           MOVE VIA-REGION(VIA-IDX) TO RPT-REGION.
           MOVE NHMPROG-NAME(WS-CALL-SEARCH-NUM) TO RPT-VIA-CALLER.

           WRITE ICTO-FILE-REPORT FROM WS-RPT-DETAIL-LINE.

           ADD 1 TO WS-ICTO-VIA-COUNT.
           ADD 1 TO WS-VIA-LINE-COUNT.

      * SEARCH ALL lands on any entry of a run of duplicates - back
      * up to the first of WS-CALL-SEARCH-NUM's pairs.
       748-FIND-FIRST-CALL.
           SEARCH ALL CALL-TABLE
           AT END
              MOVE 'N' TO WS-CALL-FOUND
           WHEN CALL-KEY-NUM(CALL-IDX) IS EQUAL TO WS-CALL-SEARCH-NUM
                MOVE 'Y' TO WS-CALL-FOUND
           END-SEARCH.

           IF WS-CALL-FOUND IS EQUAL TO 'Y' THEN
              PERFORM UNTIL CALL-IDX IS EQUAL TO 1
                 OR CALL-KEY-NUM(CALL-IDX - 1) IS NOT EQUAL TO
                    WS-CALL-SEARCH-NUM
                      SET CALL-IDX DOWN BY 1
              END-PERFORM
           END-IF.

       749-WRITE-VIA-OVERFLOW.
           MOVE SPACES TO WS-GENERIC-LINE.
           STRING 'CALL TREE WORK LIST FULL AT ' VIA-WORK-TABLE-MAX
              ' ENTRIES FOR: ' WS-CURRENT-ICTO ' - '
              WS-VIA-OVERFLOW-COUNT ' PROGRAM(S) NOT FOLLOWED'
              DELIMITED BY SIZE INTO WS-GENERIC-LINE
           END-STRING.
           WRITE EXCP-FILE-REC FROM WS-GENERIC-LINE.

      * Mode 'P' driver - one input record names one PROGRAM_ID.  The
      * program's assignments were already resolved by 400, so this
      * only has to look the program up and walk PROJECT_ICTO the
      * other way round for each region in scope.
       750-GET-PROGRAM-ICTOS.
           MOVE WS-CURRENT-ICTO(1:8) TO WS-LOOKUP-PROGRAM.
           ADD 1 TO WS-ICTO-PROCESSED-COUNT.

              END-STRING
              WRITE EXCP-FILE-REC FROM WS-GENERIC-LINE
           ELSE
              MOVE 1 TO WS-RGN-SUB

              PERFORM UNTIL WS-RGN-SUB IS GREATER THAN WS-RGN-COUNT
                 IF RGN-IN-SCOPE(WS-RGN-SUB) IS EQUAL TO 'Y' THEN
                    MOVE RGN-QUAL(WS-RGN-SUB) TO WS-CSR-REGION
                    PERFORM 755-REPORT-PROGRAM-ONE-REGION
                 END-IF

                 ADD 1 TO WS-RGN-SUB
              END-PERFORM

              IF WS-CALL-TREE-FLAG IS EQUAL TO 'Y' THEN
                 PERFORM 780-WALK-PROGRAM-CALLERS
              END-IF
           END-IF.

           PERFORM 600-READ-FILE.

       755-REPORT-PROGRAM-ONE-REGION.
           MOVE NHMPROG-PROJID-ASSN(NHMPROG-IDX, WS-RGN-SUB) TO
              WS-LOOKUP-PROJID.

           IF WS-LOOKUP-PROJID IS EQUAL TO SPACES THEN
              MOVE SPACES TO WS-GENERIC-LINE
              PERFORM 760-WALK-PROJECT-ICTO-BACK
           END-IF.

      * WS-CSR-REGION names the region's PROJECT_ICTO to walk.
       760-WALK-PROJECT-ICTO-BACK.
           MOVE ZERO TO WS-RVL-ICTO-COUNT.

           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'SELECT PROJECT_ICTO FROM ' DELIMITED BY SIZE
                  WS-CSR-REGION DELIMITED BY SPACE
                  '.PROJECT_ICTO WHERE PROJECT_ID = ?'
                  ' ORDER BY PROJECT_ICTO'
                     DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                DECLARE RVL-ICTO-CSR CURSOR FOR RVL-ICTO-STMT
                END-EXEC.

           EXEC SQL
                PREPARE RVL-ICTO-STMT FROM :WS-DYN-SQL
                END-EXEC.
           MOVE 'Reverse ICTO Cursor PREPARE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                OPEN RVL-ICTO-CSR USING :WS-LOOKUP-PROJID
                END-EXEC.
           MOVE 'Reverse ICTO Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 'N' TO WS-RVL-CSR-DONE.
                   PERFORM 765-FETCH-RVL-ICTO
           END-PERFORM.

           EXEC SQL
                CLOSE RVL-ICTO-CSR
                END-EXEC.
           MOVE 'Reverse ICTO Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF WS-RVL-ICTO-COUNT IS EQUAL TO ZERO
              AND WS-RVL-VIA-CALLER IS EQUAL TO SPACES THEN
              MOVE SPACES TO WS-GENERIC-LINE
              STRING 'NO PROJECT_ICTO MATCH FOUND FOR PROJECT: '
                 WS-LOOKUP-PROJID ' PROGRAM: ' WS-LOOKUP-PROGRAM
           END-IF.

       765-FETCH-RVL-ICTO.
           EXEC SQL
                FETCH RVL-ICTO-CSR
                INTO :CSR-ICTO-CODE
                END-EXEC.
           MOVE 'Reverse ICTO Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
           MOVE WS-LOOKUP-PROJID TO RVL-PROJECT-ID.
           MOVE CSR-ICTO-CODE TO RVL-ICTO.
           MOVE NHMPROG-DESCRIPTION(NHMPROG-IDX) TO RVL-DESCRIPTION.
           MOVE WS-RVL-VIA-CALLER TO RVL-VIA-CALLER.
           WRITE ICTO-FILE-REPORT FROM WS-RVL-DETAIL-LINE.

           IF WS-RVL-VIA-CALLER IS EQUAL TO SPACES THEN
              ADD 1 TO WS-PROJECT-MATCH-COUNT
           ELSE
              ADD 1 TO WS-VIA-LINE-COUNT
           END-IF.

      * Mode 'P' call-tree rollup - walk up PROGRAM_CALLS from the
      * looked-up program through every program that calls it,
      * directly or further up, and list the ICTOs each caller's
      * own project sits under, marked with that caller.  A caller
      * assigned the looked-up program's own project adds nothing
      * the direct lines have not already shown.
       780-WALK-PROGRAM-CALLERS.
           MOVE ZERO TO WS-VIA-OVERFLOW-COUNT.
           MOVE 1 TO WS-VIA-USED.
           SET VIA-CHK-IDX TO 1.
           SET VIA-PROG-NUM(VIA-CHK-IDX) TO NHMPROG-IDX.
           MOVE SPACES TO VIA-REGION(VIA-CHK-IDX).
           MOVE SPACES TO VIA-PROJID(VIA-CHK-IDX).
           MOVE ZERO TO VIA-CALLER-NUM(VIA-CHK-IDX).

           SET VIA-IDX TO 1.

           PERFORM UNTIL VIA-IDX IS GREATER THAN WS-VIA-USED
                   PERFORM 784-EXPAND-VIA-CALLERS
                   SET VIA-IDX UP BY 1
           END-PERFORM.

           IF WS-VIA-OVERFLOW-COUNT IS GREATER THAN ZERO THEN
              PERFORM 749-WRITE-VIA-OVERFLOW
           END-IF.

       784-EXPAND-VIA-CALLERS.
           MOVE VIA-PROG-NUM(VIA-IDX) TO WS-CALL-SEARCH-NUM.
           PERFORM 748-FIND-FIRST-CALL.

           IF WS-CALL-FOUND IS EQUAL TO 'Y' THEN
              PERFORM UNTIL CALL-IDX IS GREATER THAN WS-CALL-COUNT
                 OR CALL-KEY-NUM(CALL-IDX) IS NOT EQUAL TO
                    WS-CALL-SEARCH-NUM
                      MOVE CALL-OTHER-NUM(CALL-IDX) TO
                         WS-VIA-OTHER-NUM
                      PERFORM 745-CHECK-VIA-VISITED

                      IF WS-VIA-VISITED IS EQUAL TO 'N' THEN
                         PERFORM 786-ADD-VIA-CALLER
                      END-IF

                      SET CALL-IDX UP BY 1
              END-PERFORM
           END-IF.

       786-ADD-VIA-CALLER.
           IF WS-VIA-USED IS NOT LESS THAN VIA-WORK-TABLE-MAX THEN
              ADD 1 TO WS-VIA-OVERFLOW-COUNT
           ELSE
              ADD 1 TO WS-VIA-USED
              SET VIA-CHK-IDX TO WS-VIA-USED
              MOVE WS-VIA-OTHER-NUM TO VIA-PROG-NUM(VIA-CHK-IDX)
              MOVE SPACES TO VIA-REGION(VIA-CHK-IDX)
              MOVE SPACES TO VIA-PROJID(VIA-CHK-IDX)
              MOVE WS-CALL-SEARCH-NUM TO VIA-CALLER-NUM(VIA-CHK-IDX)
              MOVE NHMPROG-NAME(WS-VIA-OTHER-NUM) TO
                 WS-RVL-VIA-CALLER

              MOVE 1 TO WS-RGN-SUB

              PERFORM UNTIL WS-RGN-SUB IS GREATER THAN WS-RGN-COUNT
                 IF RGN-IN-SCOPE(WS-RGN-SUB) IS EQUAL TO 'Y' THEN
                    MOVE RGN-QUAL(WS-RGN-SUB) TO WS-CSR-REGION
                    PERFORM 788-REPORT-CALLER-ONE-REGION
                 END-IF

                 ADD 1 TO WS-RGN-SUB
              END-PERFORM

              MOVE SPACES TO WS-RVL-VIA-CALLER
           END-IF.

       788-REPORT-CALLER-ONE-REGION.
           MOVE NHMPROG-PROJID-ASSN(WS-VIA-OTHER-NUM, WS-RGN-SUB) TO
              WS-LOOKUP-PROJID.
           MOVE NHMPROG-PROJID-ASSN(NHMPROG-IDX, WS-RGN-SUB) TO
              WS-RVL-OWN-PROJID.

           IF WS-LOOKUP-PROJID IS NOT EQUAL TO SPACES
              AND WS-LOOKUP-PROJID IS NOT EQUAL TO WS-RVL-OWN-PROJID
              THEN
              PERFORM 760-WALK-PROJECT-ICTO-BACK
           END-IF.

       800-CLOSE-FILE.
           CLOSE IN-ICTO-PARM
                 OT-RGN-DIVERGE-RPT
                 OT-ICTO-EXTRACT
                 OT-MATCH-AUDIT-RPT
                 OT-PROJ-RECON-RPT
                 OT-PROJ-CORRECTION
                 OT-CHECKPOINT.

       900-FILE-ERROR.
           END-STRING.
           WRITE ICTO-FILE-REPORT FROM WS-GENERIC-LINE.

           IF WS-CALL-TREE-FLAG IS EQUAL TO 'Y' THEN
              MOVE SPACES TO WS-GENERIC-LINE
              STRING '  VIA CALLER (NOT IN COUNTS ABOVE): '
                 WS-GRAND-VIA-COUNT
                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
              END-STRING
              WRITE ICTO-FILE-REPORT FROM WS-GENERIC-LINE
           END-IF.

           SET GDLANG-IDX TO 1.

           PERFORM UNTIL GDLANG-IDX IS GREATER THAN
           END-STRING.
           WRITE ICTO-FILE-REPORT FROM WS-GENERIC-LINE.

           IF WS-RUN-MODE IS NOT EQUAL TO 'P' THEN
              MOVE SPACES TO WS-GENERIC-LINE
              STRING 'DECLARED PROJECT - BLANK: ' WS-PREC-BLANK-COUNT
                 '  MATCH: ' WS-PREC-MATCH-COUNT
                 '  CONFLICT: ' WS-PREC-CONFLICT-COUNT
                 '  CORRECTIONS: ' WS-PREC-CORR-COUNT
                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
              END-STRING
              WRITE ICTO-FILE-REPORT FROM WS-GENERIC-LINE
           END-IF.

           IF WS-CALL-TREE-FLAG IS EQUAL TO 'Y' THEN
              MOVE SPACES TO WS-GENERIC-LINE
              STRING 'CALL TREE - PAIRS LOADED: ' WS-CALL-COUNT
                 '  NOT ON E_PROGRAMS: ' WS-CALL-UNKNOWN-COUNT
                 '  VIA-CALLER LINES: ' WS-VIA-LINE-COUNT
                 DELIMITED BY SIZE INTO WS-GENERIC-LINE
              END-STRING
              WRITE ICTO-FILE-REPORT FROM WS-GENERIC-LINE
           END-IF.

           DISPLAY 'RUN SUMMARY - REGION: ' REGION-CODE ' ICTOS: '
              WS-ICTO-PROCESSED-COUNT ' MATCHES: '
              WS-PROJECT-MATCH-COUNT ' PROGRAMS: '
                   + WS-WC-SKIPPED-COUNT + WS-FN-SKIPPED-COUNT
           WHEN 'DATA-QUALITY-ISSUES'
                MOVE WS-DQ-ISSUE-COUNT TO WS-TOL-VALUE
           WHEN 'PROJECT-CONFLICTS'
                MOVE WS-PREC-CONFLICT-COUNT TO WS-TOL-VALUE
           WHEN OTHER
                MOVE 'N' TO WS-TOL-KNOWN
           END-EVALUATE.

           MOVE SPACES TO RNL-RUN-PARM.
           STRING REGION-CODE WS-RESTART-FLAG WS-RUN-MODE
              WS-MATCH-AUDIT-FLAG WS-SNAP-LOAD WS-CALL-TREE-FLAG
              DELIMITED BY SIZE INTO RNL-RUN-PARM
           END-STRING.

