       IDENTIFICATION DIVISION.
         PROGRAM-ID. COBXLKUP.
         AUTHOR. Wesley Salesberry.
         DATE-WRITTEN. OCT 15 2026.
      * Online inquiry, transaction XLKP, mapset XLKPMS.  Looks up an
      * ICTO, a PROJECT_ID or a PROGRAM_ID and shows, for every
      * program it finds, the program's latest ICTO_XREF_HIST
      * assignment in each region, the ENT_PROJ entry that wins the
      * program in that region today with its rule type, and the
      * dates the program first and last appeared in the region's
      * history.  Read-only - nothing is updated, locked or logged.
      * Pseudo-conversational; the lookup and the start key of every
      * page shown so far ride in the COMMAREA, so PF7 and PF8 re-read
      * from a page start rather than holding a cursor across tasks.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
         WORKING-STORAGE SECTION.
           EXEC SQL
           INCLUDE SQLCA
           END-EXEC.

           COPY DFHAID.

      * 15 result lines per screen; the page-start stack caps paging
      * at 40 screens - a lookup wider than that should be narrowed.
       78 LKP-PAGE-SIZE              VALUE 15.
       78 LKP-PAGE-MAX               VALUE 40.

       01 WS-COMMAREA.
          05 CA-LOOKUP-TYPE          PIC X(01).
          05 CA-LOOKUP-KEY           PIC X(15).
          05 CA-PAGE-NUM             PIC 9(03).
          05 CA-MORE-ROWS            PIC X(01).
          05 CA-PAGE-START           OCCURS 40 TIMES.
             10 CA-START-REGION      PIC X(03).
             10 CA-START-PROGRAM     PIC X(08).
             10 CA-START-ICTO        PIC X(15).
             10 CA-START-PROJECT     PIC X(04).

      * Symbolic map for XLKPMS/XLKPMAP - field for field with the
      * DFHMDF entries in the mapset source.
       01 XLKPMAPI.
          02 FILLER                  PIC X(12).
          02 CURDTL                  PIC S9(4) COMP.
          02 CURDTF                  PIC X(01).
          02 FILLER REDEFINES CURDTF.
             03 CURDTA               PIC X(01).
          02 CURDTI                  PIC X(08).
          02 LKTYPEL                 PIC S9(4) COMP.
          02 LKTYPEF                 PIC X(01).
          02 FILLER REDEFINES LKTYPEF.
             03 LKTYPEA              PIC X(01).
          02 LKTYPEI                 PIC X(01).
          02 LKKEYL                  PIC S9(4) COMP.
          02 LKKEYF                  PIC X(01).
          02 FILLER REDEFINES LKKEYF.
             03 LKKEYA               PIC X(01).
          02 LKKEYI                  PIC X(15).
          02 DLINED                  OCCURS 15 TIMES.
             03 DLINEL               PIC S9(4) COMP.
             03 DLINEF               PIC X(01).
             03 DLINEI               PIC X(79).
          02 PAGEINFL                PIC S9(4) COMP.
          02 PAGEINFF                PIC X(01).
          02 FILLER REDEFINES PAGEINFF.
             03 PAGEINFA             PIC X(01).
          02 PAGEINFI                PIC X(79).
          02 MSGL                    PIC S9(4) COMP.
          02 MSGF                    PIC X(01).
          02 FILLER REDEFINES MSGF.
             03 MSGA                 PIC X(01).
          02 MSGI                    PIC X(79).

       01 XLKPMAPO REDEFINES XLKPMAPI.
          02 FILLER                  PIC X(12).
          02 FILLER                  PIC X(03).
          02 CURDTO                  PIC X(08).
          02 FILLER                  PIC X(03).
          02 LKTYPEO                 PIC X(01).
          02 FILLER                  PIC X(03).
          02 LKKEYO                  PIC X(15).
          02 DLINEDO                 OCCURS 15 TIMES.
             03 FILLER               PIC X(03).
             03 DLINEO               PIC X(79).
          02 FILLER                  PIC X(03).
          02 PAGEINFO                PIC X(79).
          02 FILLER                  PIC X(03).
          02 MSGO                    PIC X(79).

      * Lookup as keyed - the value is cut to the column it is
      * compared with, so one cursor serves all three lookups.
       01 WS-LOOKUP-TYPE             PIC X(01).
       01 WS-KEY-ICTO                PIC X(15).
       01 WS-KEY-PROJECT             PIC X(04).
       01 WS-KEY-PROGRAM             PIC X(08).

      * Page start key the cursor reads from.
       01 WS-START-REGION            PIC X(03).
       01 WS-START-PROGRAM           PIC X(08).
       01 WS-START-ICTO              PIC X(15).
       01 WS-START-PROJECT           PIC X(04).

      * One latest-assignment row.
       01 CSR-REGION                 PIC X(03).
       01 CSR-PROGRAM-ID             PIC X(08).
       01 CSR-PROJECT-ID             PIC X(04).
       01 CSR-ICTO                   PIC X(15).
       01 CSR-LAST-DATE              PIC 9(08).
       01 CSR-FIRST-DATE             PIC 9(08).
       01 END-OF-ASSIGN-CSR          PIC A(01)  VALUE 'N'.

       01 WS-LINE-SUB                PIC 9(02)  VALUE ZERO.
       01 WS-ROWS-ON-PAGE            PIC 9(02)  VALUE ZERO.
       01 WS-PAGE-DISPLAY            PIC ZZ9.
       01 WS-MESSAGE                 PIC X(79)  VALUE SPACES.
       01 WS-SCREEN-ERROR            PIC A(01)  VALUE 'N'.
       01 WS-RESP                    PIC S9(08) COMP.
       01 WS-ABSTIME                 PIC S9(15) COMP-3.
       01 WS-TODAY                   PIC X(08).

      * Fixed-column result line - lines up under the heading in
      * the mapset, row 5.
       01 WS-RESULT-LINE.
          05 RSL-REGION              PIC X(03).
          05 FILLER                  PIC X(01)  VALUE SPACE.
          05 RSL-PROGRAM-ID          PIC X(08).
          05 FILLER                  PIC X(01)  VALUE SPACE.
          05 RSL-PROJECT-ID          PIC X(04).
          05 FILLER                  PIC X(01)  VALUE SPACE.
          05 RSL-ICTO                PIC X(15).
          05 FILLER                  PIC X(01)  VALUE SPACE.
          05 RSL-RULE                PIC X(01).
          05 FILLER                  PIC X(01)  VALUE SPACE.
          05 RSL-ENTITY              PIC X(18).
          05 FILLER                  PIC X(01)  VALUE SPACE.
          05 RSL-WIN-PROJECT         PIC X(04).
          05 FILLER                  PIC X(01)  VALUE SPACE.
          05 RSL-FIRST-DATE          PIC X(08).
          05 FILLER                  PIC X(01)  VALUE SPACE.
          05 RSL-LAST-DATE           PIC X(08).
          05 FILLER                  PIC X(02)  VALUE SPACES.

      * Winning ENT_PROJ entry for the program on the current line.
      * A program listed under several ICTOs is resolved once - the
      * last region/program resolved is kept and reused.
       01 WIN-REGION                 PIC X(03)  VALUE SPACES.
       01 WIN-PROGRAM-ID             PIC X(08)  VALUE SPACES.
       01 WIN-RULE                   PIC X(01).
       01 WIN-ENTITY                 PIC X(30).
       01 WIN-PROJECT-ID             PIC X(04).
       01 WIN-REGION-ACTIVE          PIC S9(09) COMP.
       01 WIN-ENTITY-NAME            PIC X(30).
       01 WIN-CSR-ENTITY             PIC X(30).
       01 WIN-CSR-PROJ-ID            PIC X(04).
       01 WIN-CSR-SEQ-ID             PIC S9(09) COMP.
       01 WS-WC-CSR-DONE             PIC A(01)  VALUE 'Y'.

      * ENT_PROJ is qualified by region at run time, so its reads
      * are PREPAREd from text built here.
       01 WS-DYN-SQL.
          49 WS-DYN-SQL-LEN          PIC S9(4) COMP.
          49 WS-DYN-SQL-TEXT         PIC X(500).
       01 WS-DYN-SQL-PTR             PIC 9(04)  VALUE ZERO.

      * Wildcard match work area - same rule as COBREPT's 445.
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
       01 PROJECT-FOUND-MATCH        PIC A(01).

       01 SQL-MSG                    PIC X(40).
       01 WS-SQLCODE-DISPLAY         PIC -(9)9.

         LINKAGE SECTION.
       01 DFHCOMMAREA                PIC X(1220).

       PROCEDURE DIVISION.
      * Begin Main Program

           IF EIBCALEN IS NOT EQUAL TO LENGTH OF WS-COMMAREA THEN
              PERFORM 100-FIRST-SCREEN
           ELSE
              MOVE DFHCOMMAREA TO WS-COMMAREA

              EVALUATE EIBAID
              WHEN DFHPF3
              WHEN DFHCLEAR
                   PERFORM 800-END-SESSION
              WHEN DFHENTER
                   PERFORM 200-NEW-LOOKUP
              WHEN DFHPF8
                   PERFORM 300-PAGE-FORWARD
              WHEN DFHPF7
                   PERFORM 310-PAGE-BACKWARD
              WHEN OTHER
                   MOVE 'KEY NOT IN USE - ENTER, PF7, PF8, PF3 OR CLEAR'
                      TO WS-MESSAGE
                   PERFORM 320-REDISPLAY-PAGE
              END-EVALUATE
           END-IF.

           PERFORM 700-SEND-SCREEN.

           EXEC CICS
                RETURN TRANSID('XLKP')
                COMMAREA(WS-COMMAREA)
                LENGTH(LENGTH OF WS-COMMAREA)
                END-EXEC.

      * End Main Program

       100-FIRST-SCREEN.
           MOVE SPACES TO WS-COMMAREA.
           MOVE ZERO TO CA-PAGE-NUM.
           MOVE 'N' TO CA-MORE-ROWS.
           MOVE 'N' TO WS-SCREEN-ERROR.
           MOVE LOW-VALUES TO XLKPMAPO.
           MOVE 'ENTER A LOOKUP TYPE AND VALUE' TO WS-MESSAGE.

       200-NEW-LOOKUP.
           PERFORM 210-RECEIVE-SCREEN.
           PERFORM 220-VALIDATE-LOOKUP.

           IF WS-SCREEN-ERROR IS EQUAL TO 'N' THEN
              MOVE WS-LOOKUP-TYPE TO CA-LOOKUP-TYPE
              MOVE WS-KEY-ICTO TO CA-LOOKUP-KEY
              MOVE 1 TO CA-PAGE-NUM
              MOVE LOW-VALUES TO CA-PAGE-START(1)
              PERFORM 500-BUILD-PAGE
           END-IF.

       210-RECEIVE-SCREEN.
           MOVE LOW-VALUES TO XLKPMAPI.

           EXEC CICS
                RECEIVE MAP('XLKPMAP')
                MAPSET('XLKPMS')
                INTO(XLKPMAPI)
                RESP(WS-RESP)
                END-EXEC.

      * MAPFAIL - Enter with nothing keyed - falls through to the
      * blank-field checks in 220.
           IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)
              AND WS-RESP IS NOT EQUAL TO DFHRESP(MAPFAIL) THEN
              MOVE 'SCREEN COULD NOT BE READ - PRESS ENTER AGAIN'
                 TO WS-MESSAGE
              MOVE 'Y' TO WS-SCREEN-ERROR
           END-IF.

           INSPECT LKTYPEI REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT LKKEYI REPLACING ALL LOW-VALUE BY SPACE.

      * A project is 4 characters and a program 8, so anything keyed
      * past that is a typing slip, not a longer key.
       220-VALIDATE-LOOKUP.
           IF WS-SCREEN-ERROR IS EQUAL TO 'N' THEN
              MOVE LKTYPEI TO WS-LOOKUP-TYPE
              MOVE LKKEYI TO WS-KEY-ICTO
              MOVE LKKEYI TO WS-KEY-PROJECT
              MOVE LKKEYI TO WS-KEY-PROGRAM

              EVALUATE TRUE
              WHEN WS-LOOKUP-TYPE IS NOT EQUAL TO 'I'
                   AND WS-LOOKUP-TYPE IS NOT EQUAL TO 'P'
                   AND WS-LOOKUP-TYPE IS NOT EQUAL TO 'G'
                   MOVE 'LOOKUP TYPE MUST BE I, P OR G' TO WS-MESSAGE
                   MOVE 'Y' TO WS-SCREEN-ERROR
              WHEN WS-KEY-ICTO IS EQUAL TO SPACES
                   MOVE 'ENTER THE ICTO, PROJECT_ID OR PROGRAM_ID'
                      TO WS-MESSAGE
                   MOVE 'Y' TO WS-SCREEN-ERROR
              WHEN WS-LOOKUP-TYPE IS EQUAL TO 'P'
                   AND WS-KEY-ICTO(5:11) IS NOT EQUAL TO SPACES
                   MOVE 'A PROJECT_ID IS AT MOST 4 CHARACTERS'
                      TO WS-MESSAGE
                   MOVE 'Y' TO WS-SCREEN-ERROR
              WHEN WS-LOOKUP-TYPE IS EQUAL TO 'G'
                   AND WS-KEY-ICTO(9:7) IS NOT EQUAL TO SPACES
                   MOVE 'A PROGRAM_ID IS AT MOST 8 CHARACTERS'
                      TO WS-MESSAGE
                   MOVE 'Y' TO WS-SCREEN-ERROR
              END-EVALUATE
           END-IF.

      * An error leaves the previous lookup in the COMMAREA, so PF7
      * and PF8 still page it; the screen shows what was keyed.
           IF WS-SCREEN-ERROR IS EQUAL TO 'Y' THEN
              MOVE LKTYPEI TO WS-LOOKUP-TYPE
              MOVE LKKEYI TO WS-KEY-ICTO
              MOVE LOW-VALUES TO XLKPMAPO
              MOVE WS-LOOKUP-TYPE TO LKTYPEO
              MOVE WS-KEY-ICTO TO LKKEYO
           END-IF.

       300-PAGE-FORWARD.
           EVALUATE TRUE
           WHEN CA-LOOKUP-TYPE IS EQUAL TO SPACE
                MOVE 'ENTER A LOOKUP FIRST' TO WS-MESSAGE
                PERFORM 320-REDISPLAY-PAGE
           WHEN CA-MORE-ROWS IS NOT EQUAL TO 'Y'
                MOVE 'LAST PAGE - NO MORE ROWS' TO WS-MESSAGE
                PERFORM 320-REDISPLAY-PAGE
           WHEN CA-PAGE-NUM IS NOT LESS THAN LKP-PAGE-MAX
                MOVE 'PAGE LIMIT REACHED - NARROW THE LOOKUP'
                   TO WS-MESSAGE
                PERFORM 320-REDISPLAY-PAGE
           WHEN OTHER
                ADD 1 TO CA-PAGE-NUM
                PERFORM 500-BUILD-PAGE
           END-EVALUATE.

       310-PAGE-BACKWARD.
           EVALUATE TRUE
           WHEN CA-LOOKUP-TYPE IS EQUAL TO SPACE
                MOVE 'ENTER A LOOKUP FIRST' TO WS-MESSAGE
                PERFORM 320-REDISPLAY-PAGE
           WHEN CA-PAGE-NUM IS NOT GREATER THAN 1
                MOVE 'FIRST PAGE - NOTHING BEFORE IT' TO WS-MESSAGE
                PERFORM 320-REDISPLAY-PAGE
           WHEN OTHER
                SUBTRACT 1 FROM CA-PAGE-NUM
                PERFORM 500-BUILD-PAGE
           END-EVALUATE.

      * Rebuilds the page on show from its start key - the screen is
      * never held between tasks.
       320-REDISPLAY-PAGE.
           MOVE 'N' TO WS-SCREEN-ERROR.

           IF CA-LOOKUP-TYPE IS EQUAL TO SPACE THEN
              MOVE LOW-VALUES TO XLKPMAPO
           ELSE
              PERFORM 500-BUILD-PAGE
           END-IF.

      * Every program matching the lookup, at its latest RUN_DATE in
      * each region - a program that left the ICTO or project since
      * shows under its newer one, and one no longer produced by the
      * chain shows with the last date it was.  Ordered on the full
      * row key so a page start key resumes exactly.
       500-BUILD-PAGE.
           MOVE LOW-VALUES TO XLKPMAPO.
           MOVE CA-LOOKUP-TYPE TO WS-LOOKUP-TYPE.
           MOVE CA-LOOKUP-KEY TO WS-KEY-ICTO.
           MOVE CA-LOOKUP-KEY TO WS-KEY-PROJECT.
           MOVE CA-LOOKUP-KEY TO WS-KEY-PROGRAM.
           MOVE CA-LOOKUP-TYPE TO LKTYPEO.
           MOVE CA-LOOKUP-KEY TO LKKEYO.

           MOVE CA-START-REGION(CA-PAGE-NUM) TO WS-START-REGION.
           MOVE CA-START-PROGRAM(CA-PAGE-NUM) TO WS-START-PROGRAM.
           MOVE CA-START-ICTO(CA-PAGE-NUM) TO WS-START-ICTO.
           MOVE CA-START-PROJECT(CA-PAGE-NUM) TO WS-START-PROJECT.

           EXEC SQL
                DECLARE ASSIGN-CSR CURSOR FOR
                SELECT H.REGION,
                H.PROGRAM_ID,
                H.PROJECT_ID,
                H.ICTO,
                H.RUN_DATE,
                (SELECT MIN(F.RUN_DATE)
                 FROM ICTO_XREF_HIST F
                 WHERE F.PROGRAM_ID = H.PROGRAM_ID
                 AND F.REGION = H.REGION)
                FROM ICTO_XREF_HIST H
                WHERE H.RUN_DATE =
                   (SELECT MAX(L.RUN_DATE)
                    FROM ICTO_XREF_HIST L
                    WHERE L.PROGRAM_ID = H.PROGRAM_ID
                    AND L.REGION = H.REGION)
                AND ((:WS-LOOKUP-TYPE = 'I'
                      AND H.ICTO = :WS-KEY-ICTO)
                  OR (:WS-LOOKUP-TYPE = 'P'
                      AND H.PROJECT_ID = :WS-KEY-PROJECT)
                  OR (:WS-LOOKUP-TYPE = 'G'
                      AND H.PROGRAM_ID = :WS-KEY-PROGRAM))
                AND (H.REGION > :WS-START-REGION
                  OR (H.REGION = :WS-START-REGION
                      AND H.PROGRAM_ID > :WS-START-PROGRAM)
                  OR (H.REGION = :WS-START-REGION
                      AND H.PROGRAM_ID = :WS-START-PROGRAM
                      AND H.ICTO > :WS-START-ICTO)
                  OR (H.REGION = :WS-START-REGION
                      AND H.PROGRAM_ID = :WS-START-PROGRAM
                      AND H.ICTO = :WS-START-ICTO
                      AND H.PROJECT_ID >= :WS-START-PROJECT))
                ORDER BY H.REGION, H.PROGRAM_ID, H.ICTO, H.PROJECT_ID
                FOR FETCH ONLY
                END-EXEC.

           EXEC SQL
                OPEN ASSIGN-CSR
                END-EXEC.

           MOVE 'Assignment Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 'N' TO END-OF-ASSIGN-CSR.
           MOVE 'N' TO CA-MORE-ROWS.
           MOVE ZERO TO WS-ROWS-ON-PAGE.
           MOVE SPACES TO WIN-REGION.
           MOVE SPACES TO WIN-PROGRAM-ID.

           PERFORM 510-FETCH-ASSIGNMENT.

           PERFORM UNTIL END-OF-ASSIGN-CSR IS EQUAL TO 'Y'
                   IF WS-ROWS-ON-PAGE IS LESS THAN LKP-PAGE-SIZE THEN
                      ADD 1 TO WS-ROWS-ON-PAGE
                      MOVE WS-ROWS-ON-PAGE TO WS-LINE-SUB
                      PERFORM 520-FORMAT-RESULT-LINE
                      PERFORM 510-FETCH-ASSIGNMENT
                   ELSE
      * The row after a full page is the next page's start key.
                      MOVE 'Y' TO CA-MORE-ROWS
                      IF CA-PAGE-NUM IS LESS THAN LKP-PAGE-MAX THEN
                         MOVE CSR-REGION TO
                            CA-START-REGION(CA-PAGE-NUM + 1)
                         MOVE CSR-PROGRAM-ID TO
                            CA-START-PROGRAM(CA-PAGE-NUM + 1)
                         MOVE CSR-ICTO TO
                            CA-START-ICTO(CA-PAGE-NUM + 1)
                         MOVE CSR-PROJECT-ID TO
                            CA-START-PROJECT(CA-PAGE-NUM + 1)
                      END-IF
                      MOVE 'Y' TO END-OF-ASSIGN-CSR
                   END-IF
           END-PERFORM.

           EXEC SQL
                CLOSE ASSIGN-CSR
                END-EXEC.

           MOVE 'Assignment Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE CA-PAGE-NUM TO WS-PAGE-DISPLAY.

           MOVE SPACES TO PAGEINFO.
           IF CA-MORE-ROWS IS EQUAL TO 'Y' THEN
              STRING 'PAGE ' WS-PAGE-DISPLAY
                 ' - MORE ROWS FOLLOW, PF8 FOR THE NEXT PAGE'
                 '.  WINNER IS TODAY''S ENT_PROJ.'
                 DELIMITED BY SIZE INTO PAGEINFO
              END-STRING
           ELSE
              STRING 'PAGE ' WS-PAGE-DISPLAY ' - END OF LIST'
                 '.  WINNER IS TODAY''S ENT_PROJ.'
                 DELIMITED BY SIZE INTO PAGEINFO
              END-STRING
           END-IF.

           IF WS-MESSAGE IS EQUAL TO SPACES THEN
              IF WS-ROWS-ON-PAGE IS EQUAL TO ZERO THEN
                 MOVE 'NOTHING ON ICTO_XREF_HIST FOR THAT LOOKUP'
                    TO WS-MESSAGE
              END-IF
           END-IF.

       510-FETCH-ASSIGNMENT.
           EXEC SQL
                FETCH ASSIGN-CSR
                INTO
                :CSR-REGION,
                :CSR-PROGRAM-ID,
                :CSR-PROJECT-ID,
                :CSR-ICTO,
                :CSR-LAST-DATE,
                :CSR-FIRST-DATE
                END-EXEC.

           MOVE 'Assignment Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO END-OF-ASSIGN-CSR
           END-IF.

       520-FORMAT-RESULT-LINE.
           IF CSR-REGION IS NOT EQUAL TO WIN-REGION
              OR CSR-PROGRAM-ID IS NOT EQUAL TO WIN-PROGRAM-ID THEN
              MOVE CSR-REGION TO WIN-REGION
              MOVE CSR-PROGRAM-ID TO WIN-PROGRAM-ID
              PERFORM 600-GET-WINNING-RULE
           END-IF.

           MOVE CSR-REGION TO RSL-REGION.
           MOVE CSR-PROGRAM-ID TO RSL-PROGRAM-ID.
           MOVE CSR-PROJECT-ID TO RSL-PROJECT-ID.
           MOVE CSR-ICTO TO RSL-ICTO.
           MOVE WIN-RULE TO RSL-RULE.
           MOVE WIN-ENTITY TO RSL-ENTITY.
           MOVE WIN-PROJECT-ID TO RSL-WIN-PROJECT.
           MOVE CSR-FIRST-DATE TO RSL-FIRST-DATE.
           MOVE CSR-LAST-DATE TO RSL-LAST-DATE.

           MOVE WS-RESULT-LINE TO DLINEO(WS-LINE-SUB).

      * Same precedence COBREPT applies: an active full-name row for
      * the program wins; failing that the first wildcard in SEQ_ID
      * order whose pattern matches.  A region dropped from
      * REGION_CTL has no ENT_PROJ to read and shows no winner.
       600-GET-WINNING-RULE.
           MOVE SPACE TO WIN-RULE.
           MOVE SPACES TO WIN-ENTITY.
           MOVE SPACES TO WIN-PROJECT-ID.

           EXEC SQL
                SELECT COUNT(*)
                INTO :WIN-REGION-ACTIVE
                FROM REGION_CTL
                WHERE REGION_QUAL = :WIN-REGION
                AND ACTIVE_ID = 'Y'
                END-EXEC.

           MOVE 'Region Check SELECT Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF WIN-REGION-ACTIVE IS EQUAL TO ZERO THEN
              MOVE '(REGION INACTIVE)' TO WIN-ENTITY
           ELSE
              PERFORM 610-FIND-FULL-NAME-RULE

              IF WIN-RULE IS EQUAL TO SPACE THEN
                 PERFORM 620-FIND-WILDCARD-RULE
              END-IF

              IF WIN-RULE IS EQUAL TO SPACE THEN
                 MOVE '(NO ACTIVE RULE)' TO WIN-ENTITY
              END-IF
           END-IF.

       610-FIND-FULL-NAME-RULE.
           MOVE SPACES TO WIN-ENTITY-NAME.
           MOVE WIN-PROGRAM-ID TO WIN-ENTITY-NAME.

           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'SELECT ENTITY_NAME, PROJECT_ID, SEQ_ID FROM '
                     DELIMITED BY SIZE
                  WIN-REGION DELIMITED BY SPACE
                  '.ENT_PROJ WHERE PROG_TYPE = ''NHMPROG'''
                  ' AND PROJ_NAME NOT LIKE ''%*%'''
                  ' AND ACTIVE_ID = ''Y'' AND ENTITY_NAME = ?'
                  ' ORDER BY SEQ_ID'
                     DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                DECLARE WIN-FN-CSR CURSOR FOR WIN-FN-STMT
                END-EXEC.

           EXEC SQL
                PREPARE WIN-FN-STMT FROM :WS-DYN-SQL
                END-EXEC.

           MOVE 'Full Name PREPARE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                OPEN WIN-FN-CSR
                USING :WIN-ENTITY-NAME
                END-EXEC.

           MOVE 'Full Name Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                FETCH WIN-FN-CSR
                INTO :WIN-CSR-ENTITY, :WIN-CSR-PROJ-ID, :WIN-CSR-SEQ-ID
                END-EXEC.

           MOVE 'Full Name Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO ZERO THEN
              MOVE 'F' TO WIN-RULE
              MOVE WIN-CSR-ENTITY TO WIN-ENTITY
              MOVE WIN-CSR-PROJ-ID TO WIN-PROJECT-ID
           END-IF.

           EXEC SQL
                CLOSE WIN-FN-CSR
                END-EXEC.

           MOVE 'Full Name Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

       620-FIND-WILDCARD-RULE.
           MOVE SPACES TO WS-DYN-SQL-TEXT.
           MOVE 1 TO WS-DYN-SQL-PTR.
           STRING 'SELECT ENTITY_NAME, PROJECT_ID, SEQ_ID FROM '
                     DELIMITED BY SIZE
                  WIN-REGION DELIMITED BY SPACE
                  '.ENT_PROJ WHERE PROG_TYPE = ''NHMPROG'''
                  ' AND PROJ_NAME LIKE ''%*%'''
                  ' AND ACTIVE_ID = ''Y'' ORDER BY SEQ_ID'
                     DELIMITED BY SIZE
              INTO WS-DYN-SQL-TEXT WITH POINTER WS-DYN-SQL-PTR
           END-STRING.
           COMPUTE WS-DYN-SQL-LEN = WS-DYN-SQL-PTR - 1.

           EXEC SQL
                DECLARE WIN-WC-CSR CURSOR FOR WIN-WC-STMT
                END-EXEC.

           EXEC SQL
                PREPARE WIN-WC-STMT FROM :WS-DYN-SQL
                END-EXEC.

           MOVE 'Wildcard PREPARE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           EXEC SQL
                OPEN WIN-WC-CSR
                END-EXEC.

           MOVE 'Wildcard Cursor OPEN Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           MOVE 'N' TO WS-WC-CSR-DONE.

           PERFORM 625-FETCH-WILDCARD.

           PERFORM UNTIL WS-WC-CSR-DONE IS EQUAL TO 'Y'
                   MOVE 'N' TO PROJECT-FOUND-MATCH
                   MOVE WIN-CSR-ENTITY TO WS-WC-PATTERN
                   PERFORM 645-CHECK-WILDCARD-NAME-MATCH

                   IF PROJECT-FOUND-MATCH IS EQUAL TO 'Y' THEN
                      MOVE 'W' TO WIN-RULE
                      MOVE WIN-CSR-ENTITY TO WIN-ENTITY
                      MOVE WIN-CSR-PROJ-ID TO WIN-PROJECT-ID
                      MOVE 'Y' TO WS-WC-CSR-DONE
                   ELSE
                      PERFORM 625-FETCH-WILDCARD
                   END-IF
           END-PERFORM.

           EXEC SQL
                CLOSE WIN-WC-CSR
                END-EXEC.

           MOVE 'Wildcard Cursor CLOSE Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

       625-FETCH-WILDCARD.
           EXEC SQL
                FETCH WIN-WC-CSR
                INTO :WIN-CSR-ENTITY, :WIN-CSR-PROJ-ID, :WIN-CSR-SEQ-ID
                END-EXEC.

           MOVE 'Wildcard Cursor FETCH Error' TO SQL-MSG.
           PERFORM 910-CHECK-SQL-CODE.

           IF SQLCODE IS EQUAL TO 100 THEN
              MOVE 'Y' TO WS-WC-CSR-DONE
           END-IF.

      * Leading, trailing and embedded '*' all match any run of
      * characters, none included - COBREPT's 445 walk, unchanged.
       645-CHECK-WILDCARD-NAME-MATCH.
           MOVE ZERO TO WS-WC-BLANK-TALLY.
           INSPECT FUNCTION REVERSE(WS-WC-PATTERN) TALLYING
              WS-WC-BLANK-TALLY FOR LEADING SPACES.
           COMPUTE WS-WC-PATTERN-LEN = 31 - WS-WC-BLANK-TALLY.

           MOVE WIN-PROGRAM-ID TO WS-WC-NAME.
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

       700-SEND-SCREEN.
           EXEC CICS
                ASKTIME ABSTIME(WS-ABSTIME)
                END-EXEC.

           EXEC CICS
                FORMATTIME ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY)
                END-EXEC.

           MOVE WS-TODAY TO CURDTO.
           MOVE WS-MESSAGE TO MSGO.
           MOVE -1 TO LKTYPEL.

           EXEC CICS
                SEND MAP('XLKPMAP')
                MAPSET('XLKPMS')
                FROM(XLKPMAPO)
                ERASE
                CURSOR
                END-EXEC.

       800-END-SESSION.
           MOVE 'ICTO / PROJECT / PROGRAM INQUIRY ENDED' TO WS-MESSAGE.

           EXEC CICS
                SEND TEXT FROM(WS-MESSAGE)
                LENGTH(LENGTH OF WS-MESSAGE)
                ERASE
                FREEKB
                END-EXEC.

           EXEC CICS
                RETURN
                END-EXEC.

      * An SQL error ends the task with the page as it stands and the
      * failing statement on the message line; the COMMAREA goes back
      * with the lookup and page keys so the user can retry the key.
       910-CHECK-SQL-CODE.
           IF SQLCODE IS NOT EQUAL TO ZEROS THEN
              IF SQLCODE IS NOT EQUAL TO 100 THEN
                 MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                 MOVE SPACES TO WS-MESSAGE
                 STRING 'SQL ERROR ' WS-SQLCODE-DISPLAY ' - ' SQL-MSG
                    DELIMITED BY SIZE INTO WS-MESSAGE
                 END-STRING

                 EXEC CICS
                      SYNCPOINT ROLLBACK
                      END-EXEC

                 PERFORM 700-SEND-SCREEN

                 EXEC CICS
                      RETURN TRANSID('XLKP')
                      COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
                      END-EXEC
              END-IF
           END-IF.
