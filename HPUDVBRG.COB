
       01 IN-END-OF-FILE             PIC A(1)   VALUE 'N'.

      * Which region's assignment wins when two regions both have
      * one but they differ - the C transaction re-points the other
      * region to the master's PROJECT_ID.  Named by REGION_CTL code;
      * with no parm it is the first region on the report's
      * REGIONS COMPARED line.
       01 WS-MASTER-REGION           PIC X(01)  VALUE SPACE.
       01 WS-MASTER-QUAL             PIC X(03)  VALUE SPACES.

      * A program unmatched in the master but matched in several other
      * regions appears once per pair - only the first pair draws the
      * master's A, so the maintenance job sees one add per program.
       01 WS-LAST-MASTER-ADD         PIC X(08)  VALUE SPACES.

      * The divergence report line, re-described over the fixed
      * layouts 460/465/466-WRITE-* build in the report job.  The
      * leading literal identifies which one.  Each region is named
      * by its REGION_CTL code and qualifier.
       01 WS-DIVERGE-LINE            PIC X(200).
       01 WS-DVG-HEADING REDEFINES WS-DIVERGE-LINE.
          05 DVG-HDR-LIT             PIC X(17).
          05 FILLER                  PIC X(01).
          05 DVG-HDR-FIRST-CODE      PIC X(01).
          05 FILLER                  PIC X(01).
          05 DVG-HDR-FIRST-QUAL      PIC X(03).
          05 FILLER                  PIC X(177).
       01 WS-DVG-DIFFER REDEFINES WS-DIVERGE-LINE.
          05 DVG-DIF-LIT             PIC X(27).
          05 DVG-DIF-PROGRAM         PIC X(08).
          05 FILLER                  PIC X(08).
          05 DVG-DIF-CODE-1          PIC X(01).
          05 FILLER                  PIC X(01).
          05 DVG-DIF-QUAL-1          PIC X(03).
          05 FILLER                  PIC X(09).
          05 DVG-DIF-PROJ-1          PIC X(04).
          05 FILLER                  PIC X(06).
          05 DVG-DIF-RULE-1          PIC X(01).
          05 FILLER                  PIC X(08).
          05 DVG-DIF-CODE-2          PIC X(01).
          05 FILLER                  PIC X(01).
          05 DVG-DIF-QUAL-2          PIC X(03).
          05 FILLER                  PIC X(09).
          05 DVG-DIF-PROJ-2          PIC X(04).
          05 FILLER                  PIC X(06).
          05 DVG-DIF-RULE-2          PIC X(01).
          05 FILLER                  PIC X(99).
       01 WS-DVG-SINGLE REDEFINES WS-DIVERGE-LINE.
          05 DVG-SGL-LIT             PIC X(31).
          05 DVG-SGL-PROGRAM         PIC X(08).
          05 FILLER                  PIC X(08).
          05 DVG-SGL-HAS-CODE        PIC X(01).
          05 FILLER                  PIC X(01).
          05 DVG-SGL-HAS-QUAL        PIC X(03).
          05 FILLER                  PIC X(09).
          05 DVG-SGL-PROJ            PIC X(04).
          05 FILLER                  PIC X(06).
          05 DVG-SGL-RULE            PIC X(01).
          05 FILLER                  PIC X(18).
          05 DVG-SGL-NONE-CODE       PIC X(01).
          05 FILLER                  PIC X(01).
          05 DVG-SGL-NONE-QUAL       PIC X(03).
          05 FILLER                  PIC X(105).

       01 WS-CAND-ACTION             PIC X(01).
       01 WS-CAND-REGION             PIC X(01).

      * End Main Program

      * The parm is optional - byte 1 names the master region by its
      * REGION_CTL code.  With no parm (or a blank one) the master is
      * settled by 300 from the REGIONS COMPARED line.
       000-GET-INPUT-PARMS.
           IF PARM-LENGTH IS GREATER THAN ZERO THEN
              MOVE PARM-MASTER TO WS-MASTER-REGION
           ELSE
              MOVE SPACE TO WS-MASTER-REGION
           END-IF.

           IF WS-MASTER-REGION IS NOT EQUAL TO SPACE THEN
              DISPLAY 'DIVERGENCE BRIDGE - MASTER REGION '
                 WS-MASTER-REGION
           END-IF.

       001-OPEN-FILES.
           OPEN INPUT IN-DIVERGE-RPT.
              ADD 1 TO WS-LINE-READ-COUNT
           END-READ.

      * Only pairs that include the master region draw candidates;
      * a pair between two other regions is left alone, since the
      * master's own pairs already bring each of them into line.
      * A differing assignment draws a C when the non-master side
      * matched through a full-name rule (there is an active
      * full-name ENT_PROJ row to change), and an A full-name
      * override when it matched through a wildcard - a C would
      * bounce off the maintenance job's no-active-row check, since
      * no ENT_PROJ row is named after the program.  A program
      * matched in one region of the pair only draws an A that gives
      * the other region a full-name entry with the same project -
      * the only candidate that closes the gap without removing
      * anything.
       300-PROCESS-DIVERGE-LINE.
           IF DVG-HDR-LIT IS EQUAL TO 'REGIONS COMPARED:' THEN
              IF WS-MASTER-REGION IS EQUAL TO SPACE THEN
                 MOVE DVG-HDR-FIRST-CODE TO WS-MASTER-REGION
                 DISPLAY 'DIVERGENCE BRIDGE - MASTER REGION '
                    WS-MASTER-REGION ' (FIRST REGION COMPARED)'
              END-IF
           ELSE
              IF DVG-DIF-LIT IS EQUAL TO
                 'REGION DIVERGENCE: PROGRAM ' THEN
                 PERFORM 310-PROCESS-DIFFER-LINE
              ELSE
                 IF DVG-SGL-LIT IS EQUAL TO
                    'MATCHED IN ONE REGION: PROGRAM ' THEN
                    PERFORM 320-PROCESS-SINGLE-LINE
                 ELSE
                    ADD 1 TO WS-LINE-SKIPPED-COUNT
                 END-IF
              END-IF
           END-IF.

           PERFORM 200-READ-DIVERGE-LINE.

       310-PROCESS-DIFFER-LINE.
           MOVE SPACES TO WS-CAND-ENTITY.
           MOVE DVG-DIF-PROGRAM TO WS-CAND-ENTITY.
           MOVE SPACES TO WS-CAND-SOURCE.

           IF DVG-DIF-CODE-1 IS EQUAL TO WS-MASTER-REGION THEN
              MOVE DVG-DIF-CODE-2 TO WS-CAND-REGION
              MOVE DVG-DIF-PROJ-1 TO WS-CAND-PROJECT

              IF DVG-DIF-RULE-2 IS EQUAL TO 'F' THEN
                 MOVE 'C' TO WS-CAND-ACTION
                 MOVE 'ASSIGNED DIFFERENTLY' TO WS-CAND-SOURCE
              ELSE
                 MOVE 'A' TO WS-CAND-ACTION
                 STRING 'DIFFER - ' DVG-DIF-QUAL-2
                    ' WILDCARD MATCH'
                    DELIMITED BY SIZE INTO WS-CAND-SOURCE
                 END-STRING
              END-IF

              PERFORM 400-WRITE-CANDIDATE
           ELSE
              IF DVG-DIF-CODE-2 IS EQUAL TO WS-MASTER-REGION THEN
                 MOVE DVG-DIF-CODE-1 TO WS-CAND-REGION
                 MOVE DVG-DIF-PROJ-2 TO WS-CAND-PROJECT

                 IF DVG-DIF-RULE-1 IS EQUAL TO 'F' THEN
                    MOVE 'C' TO WS-CAND-ACTION
                    MOVE 'ASSIGNED DIFFERENTLY' TO WS-CAND-SOURCE
                 ELSE
                    MOVE 'A' TO WS-CAND-ACTION
                    STRING 'DIFFER - ' DVG-DIF-QUAL-1
                       ' WILDCARD MATCH'
                       DELIMITED BY SIZE INTO WS-CAND-SOURCE
                    END-STRING
                 END-IF

                 PERFORM 400-WRITE-CANDIDATE
              ELSE
                 ADD 1 TO WS-LINE-SKIPPED-COUNT
              END-IF
           END-IF.

       320-PROCESS-SINGLE-LINE.
           MOVE SPACES TO WS-CAND-ENTITY.
           MOVE DVG-SGL-PROGRAM TO WS-CAND-ENTITY.
           MOVE DVG-SGL-PROJ TO WS-CAND-PROJECT.
           MOVE 'A' TO WS-CAND-ACTION.
           MOVE SPACES TO WS-CAND-SOURCE.
           STRING DVG-SGL-HAS-QUAL ' ONLY - NO '
              DVG-SGL-NONE-QUAL ' ENTRY'
              DELIMITED BY SIZE INTO WS-CAND-SOURCE
           END-STRING.

           IF DVG-SGL-HAS-CODE IS EQUAL TO WS-MASTER-REGION THEN
              MOVE DVG-SGL-NONE-CODE TO WS-CAND-REGION
              PERFORM 400-WRITE-CANDIDATE
           ELSE
              IF DVG-SGL-NONE-CODE IS EQUAL TO WS-MASTER-REGION
                 AND DVG-SGL-PROGRAM IS NOT EQUAL TO
                    WS-LAST-MASTER-ADD THEN
                 MOVE DVG-SGL-NONE-CODE TO WS-CAND-REGION
                 MOVE DVG-SGL-PROGRAM TO WS-LAST-MASTER-ADD
                 PERFORM 400-WRITE-CANDIDATE
              ELSE
                 ADD 1 TO WS-LINE-SKIPPED-COUNT
              END-IF
           END-IF.

       400-WRITE-CANDIDATE.
           MOVE SPACES TO CAND-TRAN-RECORD.
           MOVE WS-CAND-ACTION TO CND-ACTION.
