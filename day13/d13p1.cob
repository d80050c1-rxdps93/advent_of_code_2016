       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D13P1.

      *    A maze of twisty little cubicles. Location x,y (both from
      *    0) is a wall when x*x + 3*x + 2*x*y + y + y*y plus the
      *    office designer's favourite number has an odd number of
      *    1 bits; there is no input file, only the number.
      *        Part 1 - fewest steps from 1,1 to TARGET-X,TARGET-Y,
      *                 breadth-first
      *        Part 2 - locations (1,1 included) reachable in at most
      *                 REACH-STEPS steps (default 50)
      *    The search runs over a 200 x 200 block from 0,0 and stops
      *    once the target is placed and the frontier is past
      *    REACH-STEPS. The explored floor plan goes to d13p1_maze.txt
      *    in the character-grid style AOC-2016-TRAILMAP draws the D1
      *    route in:
      *
      *        #  wall         .  open floor
      *        O  shortest path
      *        S  start 1,1    E  target
      *
      *    A target off the search block or walled off from 1,1 is
      *    E-logged, ledgered as 'NO PATH' and ends CC 8.
      *    Cards (program AOC-2016-D13P1): DESIGNER= (default 10),
      *    TARGET-X= (default 7), TARGET-Y= (default 4),
      *    REACH-STEPS=.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAZEFILE ASSIGN TO 'd13p1_maze.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAZEFILE.
       01  MAZE-REC            PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".
       COPY "watermark.cpy".
       COPY "run_header.cpy".
       COPY "results_ledger.cpy".
       COPY "run_metrics.cpy".
       COPY "ledger_service.cpy".
       COPY "manifest_lineage.cpy".
       COPY "run_registry.cpy".

       01  DESIGNER            PIC 9(9) VALUE 10.
       01  DESIGNER-PARM       PIC X(16).
       01  WS-TARGET-X         PIC 9(4) VALUE 7.
       01  WS-TARGET-Y         PIC 9(4) VALUE 4.
       01  WS-REACH-STEPS      PIC 9(4) VALUE 50.

      *    The search block, one cell per location (row = y + 1,
      *    column = x + 1): wall flag, steps from 1,1 (-1 = not yet
      *    reached) and the direction the search came in by, so the
      *    shortest path can be walked back from the target.
       01  WS-GRID-SIZE        PIC 9(3) VALUE 200.
       01  WS-MAZE.
           05 MAZE-ROW OCCURS 200 TIMES.
              10 MAZE-CELL OCCURS 200 TIMES.
                 15 CELL-WALL  PIC X.
                 15 CELL-DIST  PIC S9(5) COMP.
                 15 CELL-FROM  PIC 9.

      *    Moves: up, down, left, right.
       01  WS-DIR-DX-TABLE.
           05 FILLER           PIC S9 VALUE 0.
           05 FILLER           PIC S9 VALUE 0.
           05 FILLER           PIC S9 VALUE -1.
           05 FILLER           PIC S9 VALUE +1.
       01  WS-DIR-DX REDEFINES WS-DIR-DX-TABLE.
           05 DIR-DX           PIC S9 OCCURS 4 TIMES.
       01  WS-DIR-DY-TABLE.
           05 FILLER           PIC S9 VALUE -1.
           05 FILLER           PIC S9 VALUE +1.
           05 FILLER           PIC S9 VALUE 0.
           05 FILLER           PIC S9 VALUE 0.
       01  WS-DIR-DY REDEFINES WS-DIR-DY-TABLE.
           05 DIR-DY           PIC S9 OCCURS 4 TIMES.
       01  WS-DIR              PIC 9.

      *    Wall test scratch.
       01  WS-X                PIC S9(4).
       01  WS-Y                PIC S9(4).
       01  WS-FORMULA          PIC 9(12).
       01  WS-BITS             PIC 9(3).
       01  WS-BIT              PIC 9.

      *    Breadth-first queue: every location is queued at most
      *    once, so the block size is the ceiling.
       01  WS-Q-MAX            PIC 9(5) VALUE 40000.
       01  WS-QUEUE.
           05 Q-ENTRY OCCURS 40000 TIMES.
              10 Q-X           PIC 9(3).
              10 Q-Y           PIC 9(3).
       01  WS-Q-HEAD           PIC 9(5).
       01  WS-Q-TAIL           PIC 9(5).
       01  WS-CUR-X            PIC 9(3).
       01  WS-CUR-Y            PIC 9(3).
       01  WS-CUR-DIST         PIC S9(5) COMP.
       01  WS-NEW-X            PIC S9(4).
       01  WS-NEW-Y            PIC S9(4).
       01  WS-SEARCH-DONE      PIC X VALUE 'N'.

       01  WS-TARGET-FOUND     PIC X VALUE 'N'.
       01  WS-TARGET-DIST      PIC 9(5) VALUE 0.
       01  WS-REACH-CNT        PIC 9(5) VALUE 0.
       01  WS-NUM-ED           PIC Z(8)9.

      *    Floor plan window: from 0,0 out to the furthest location
      *    the search reached (plus the wall ring around it), no
      *    wider than the page.
       01  WS-PAGE-COLS        PIC 9(3) VALUE 100.
       01  WS-PAGE-ROWS        PIC 9(3) VALUE 100.
       01  WS-SHOW-MAX-X       PIC 9(3) VALUE 0.
       01  WS-SHOW-MAX-Y       PIC 9(3) VALUE 0.
       01  WS-ROW              PIC 9(3).
       01  WS-COL              PIC 9(3).
       01  WS-CLIPPED          PIC X VALUE 'N'.

      *    Step condition code reported to the batch driver through
      *    RETURN-CODE: 0 = ok, 8 = no path to the target.
       01  WS-STEP-CC  PIC 99 VALUE 0.

      *    Phase-split timing scratch: WRITE-PHASE-METRIC stamps the
      *    seconds since the previous mark as a labeled metric line,
      *    so the trend report can tell a slow parse from a slow
      *    resolution loop.
       01  WS-PHASE-MARK     PIC 9(9) VALUE 0.
       01  WS-PHASE-NOW      PIC 9(9).
       01  WS-PHASE-ELAPSED  PIC 9(9).
       01  WS-PHASE-LABEL    PIC X(30).
       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO WS-STEP-CC.
           PERFORM GET-DESIGNER.
           PERFORM GET-RUN-PARMS.
      *    No manifest-listed input here - clear the lineage area
      *    so a prior program's tags cannot stamp these answers.
           MOVE 'GET' TO MF-FUNC.
           MOVE SPACES TO MF-FILE.
           CALL 'AOC-2016-MANIFEST' USING MF-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.
           PERFORM WRITE-RUN-HEADER.
           PERFORM CAPTURE-METRICS-START.

           PERFORM BUILD-MAZE.
           MOVE 'BUILD PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.
           PERFORM SEARCH-MAZE.
           MOVE 'SEARCH PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.

           PERFORM REPORT-RESULTS.
           PERFORM WRITE-MAZE-FILE.
           PERFORM REPORT-WATERMARKS.
           MOVE 'COUNT' TO LG-FUNC.
           MOVE 'AOC-2016-D13P1' TO LG-PROGRAM.
           MOVE 'LOCATIONS EXPLORED' TO LG-LABEL.
           MOVE WS-Q-TAIL TO WS-NUM-ED.
           MOVE SPACES TO LG-VALUE.
           MOVE FUNCTION TRIM(WS-NUM-ED) TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.
           PERFORM CAPTURE-METRICS-END.
           PERFORM WRITE-AOC-METRICS.
           MOVE WS-STEP-CC TO RETURN-CODE.
           GOBACK.

      *    Mark every wall in the block and clear the search state.
       BUILD-MAZE.
           PERFORM VARYING WS-ROW FROM 1 BY 1
              UNTIL WS-ROW > WS-GRID-SIZE
                 PERFORM VARYING WS-COL FROM 1 BY 1
                    UNTIL WS-COL > WS-GRID-SIZE
                       COMPUTE WS-X = WS-COL - 1
                       COMPUTE WS-Y = WS-ROW - 1
                       PERFORM TEST-WALL
                       MOVE -1 TO CELL-DIST(WS-ROW, WS-COL)
                       MOVE 0 TO CELL-FROM(WS-ROW, WS-COL)
                 END-PERFORM
           END-PERFORM.

      *    Odd number of 1 bits in the formula = wall.
       TEST-WALL.
           COMPUTE WS-FORMULA = WS-X * WS-X + 3 * WS-X
              + 2 * WS-X * WS-Y + WS-Y + WS-Y * WS-Y + DESIGNER.
           MOVE 0 TO WS-BITS.
           PERFORM UNTIL WS-FORMULA = 0
              DIVIDE WS-FORMULA BY 2 GIVING WS-FORMULA
                 REMAINDER WS-BIT
              ADD WS-BIT TO WS-BITS
           END-PERFORM.
           IF FUNCTION MOD(WS-BITS, 2) = 1 THEN
              MOVE '#' TO CELL-WALL(WS-ROW, WS-COL)
           ELSE
              MOVE '.' TO CELL-WALL(WS-ROW, WS-COL)
           END-IF.

      *    Breadth-first from 1,1. Locations come off the queue in
      *    step order, so once one past REACH-STEPS comes off with
      *    the target already placed, nothing left can matter.
       SEARCH-MAZE.
           MOVE 1 TO WS-Q-HEAD.
           MOVE 0 TO WS-Q-TAIL.
           IF CELL-WALL(2, 2) = '.' THEN
              ADD 1 TO WS-Q-TAIL
              MOVE 1 TO Q-X(WS-Q-TAIL)
              MOVE 1 TO Q-Y(WS-Q-TAIL)
              MOVE 0 TO CELL-DIST(2, 2)
           END-IF.
           MOVE 'N' TO WS-SEARCH-DONE.
           PERFORM UNTIL WS-Q-HEAD > WS-Q-TAIL OR WS-SEARCH-DONE = 'Y'
              MOVE Q-X(WS-Q-HEAD) TO WS-CUR-X
              MOVE Q-Y(WS-Q-HEAD) TO WS-CUR-Y
              ADD 1 TO WS-Q-HEAD
              MOVE CELL-DIST(WS-CUR-Y + 1, WS-CUR-X + 1)
                 TO WS-CUR-DIST
              IF WS-CUR-DIST > WS-REACH-STEPS AND
                 WS-TARGET-FOUND = 'Y' THEN
                 MOVE 'Y' TO WS-SEARCH-DONE
              ELSE
                 IF WS-CUR-DIST <= WS-REACH-STEPS THEN
                    ADD 1 TO WS-REACH-CNT
                 END-IF
                 IF WS-CUR-X = WS-TARGET-X AND
                    WS-CUR-Y = WS-TARGET-Y THEN
                    MOVE 'Y' TO WS-TARGET-FOUND
                    MOVE WS-CUR-DIST TO WS-TARGET-DIST
                 END-IF
                 PERFORM VARYING WS-DIR FROM 1 BY 1 UNTIL WS-DIR > 4
                    PERFORM TRY-MOVE
                 END-PERFORM
              END-IF
           END-PERFORM.

       TRY-MOVE.
           COMPUTE WS-NEW-X = WS-CUR-X + DIR-DX(WS-DIR).
           COMPUTE WS-NEW-Y = WS-CUR-Y + DIR-DY(WS-DIR).
           IF WS-NEW-X >= 0 AND WS-NEW-X < WS-GRID-SIZE AND
              WS-NEW-Y >= 0 AND WS-NEW-Y < WS-GRID-SIZE THEN
              IF CELL-WALL(WS-NEW-Y + 1, WS-NEW-X + 1) = '.' AND
                 CELL-DIST(WS-NEW-Y + 1, WS-NEW-X + 1) < 0 THEN
                 COMPUTE CELL-DIST(WS-NEW-Y + 1, WS-NEW-X + 1) =
                    WS-CUR-DIST + 1
                 MOVE WS-DIR TO CELL-FROM(WS-NEW-Y + 1, WS-NEW-X + 1)
                 ADD 1 TO WS-Q-TAIL
                 MOVE WS-NEW-X TO Q-X(WS-Q-TAIL)
                 MOVE WS-NEW-Y TO Q-Y(WS-Q-TAIL)
                 IF WS-NEW-X > WS-SHOW-MAX-X THEN
                    MOVE WS-NEW-X TO WS-SHOW-MAX-X
                 END-IF
                 IF WS-NEW-Y > WS-SHOW-MAX-Y THEN
                    MOVE WS-NEW-Y TO WS-SHOW-MAX-Y
                 END-IF
              END-IF
           END-IF.

       REPORT-RESULTS.
           IF WS-TARGET-FOUND = 'Y' THEN
              MOVE WS-TARGET-DIST TO WS-NUM-ED
              DISPLAY 'PART 1 FEWEST STEPS: ' FUNCTION TRIM(WS-NUM-ED)
              MOVE 'PART 1 FEWEST STEPS TO TARGET' TO AR-PART-LABEL
              MOVE SPACES TO AR-ANSWER
              MOVE FUNCTION TRIM(WS-NUM-ED) TO AR-ANSWER
              PERFORM WRITE-AOC-RESULT
           ELSE
              DISPLAY 'PART 1: NO PATH TO THE TARGET'
              MOVE 'TARGET' TO EL-REFERENCE
              MOVE 'AOC0405E' TO EL-MSG-ID
              PERFORM LOG-ERROR
              MOVE 'PART 1 FEWEST STEPS TO TARGET' TO AR-PART-LABEL
              MOVE 'NO PATH' TO AR-ANSWER
              PERFORM WRITE-AOC-RESULT
              MOVE 8 TO WS-STEP-CC
           END-IF.
           MOVE WS-REACH-CNT TO WS-NUM-ED.
           DISPLAY 'PART 2 LOCATIONS IN REACH: '
              FUNCTION TRIM(WS-NUM-ED).
           MOVE 'PART 2 LOCATIONS IN REACH' TO AR-PART-LABEL.
           MOVE SPACES TO AR-ANSWER.
           MOVE FUNCTION TRIM(WS-NUM-ED) TO AR-ANSWER.
           PERFORM WRITE-AOC-RESULT.

      *    Mark the path by walking back from the target along the
      *    directions the search came in by, then draw the window.
       WRITE-MAZE-FILE.
           IF WS-TARGET-FOUND = 'Y' THEN
              MOVE WS-TARGET-X TO WS-CUR-X
              MOVE WS-TARGET-Y TO WS-CUR-Y
              PERFORM UNTIL CELL-FROM(WS-CUR-Y + 1, WS-CUR-X + 1) = 0
                 MOVE 'O' TO CELL-WALL(WS-CUR-Y + 1, WS-CUR-X + 1)
                 MOVE CELL-FROM(WS-CUR-Y + 1, WS-CUR-X + 1) TO WS-DIR
                 COMPUTE WS-CUR-X = WS-CUR-X - DIR-DX(WS-DIR)
                 COMPUTE WS-CUR-Y = WS-CUR-Y - DIR-DY(WS-DIR)
              END-PERFORM
              MOVE 'E' TO CELL-WALL(WS-TARGET-Y + 1, WS-TARGET-X + 1)
           END-IF.
           IF CELL-WALL(2, 2) = '.' THEN
              MOVE 'S' TO CELL-WALL(2, 2)
           END-IF.
           IF WS-TARGET-X < WS-GRID-SIZE AND
              WS-TARGET-X > WS-SHOW-MAX-X THEN
              MOVE WS-TARGET-X TO WS-SHOW-MAX-X
           END-IF.
           IF WS-TARGET-Y < WS-GRID-SIZE AND
              WS-TARGET-Y > WS-SHOW-MAX-Y THEN
              MOVE WS-TARGET-Y TO WS-SHOW-MAX-Y
           END-IF.
           ADD 2 TO WS-SHOW-MAX-X.
           ADD 2 TO WS-SHOW-MAX-Y.
           IF WS-SHOW-MAX-X > WS-PAGE-COLS THEN
              MOVE WS-PAGE-COLS TO WS-SHOW-MAX-X
              MOVE 'Y' TO WS-CLIPPED
           END-IF.
           IF WS-SHOW-MAX-Y > WS-PAGE-ROWS THEN
              MOVE WS-PAGE-ROWS TO WS-SHOW-MAX-Y
              MOVE 'Y' TO WS-CLIPPED
           END-IF.
           OPEN OUTPUT MAZEFILE.
           MOVE SPACES TO MAZE-REC.
           MOVE RH-LINE TO MAZE-REC.
           WRITE MAZE-REC.
           MOVE DESIGNER TO WS-NUM-ED.
           MOVE SPACES TO MAZE-REC.
           STRING 'MAZE MAP FOR DESIGNER ' DELIMITED SIZE
              FUNCTION TRIM(WS-NUM-ED) DELIMITED SIZE
              ' (S=START E=TARGET O=PATH #=WALL .=OPEN)'
              DELIMITED SIZE
              INTO MAZE-REC
           END-STRING.
           IF WS-CLIPPED = 'Y' THEN
              MOVE 'CLIPPED TO PAGE' TO MAZE-REC(82:15)
           END-IF.
           WRITE MAZE-REC.
           PERFORM VARYING WS-ROW FROM 1 BY 1
              UNTIL WS-ROW > WS-SHOW-MAX-Y
                 MOVE SPACES TO MAZE-REC
                 PERFORM VARYING WS-COL FROM 1 BY 1
                    UNTIL WS-COL > WS-SHOW-MAX-X
                       MOVE CELL-WALL(WS-ROW, WS-COL)
                          TO MAZE-REC(WS-COL:1)
                 END-PERFORM
                 WRITE MAZE-REC
           END-PERFORM.
           CLOSE MAZEFILE.
           DISPLAY 'MAP WRITTEN: d13p1_maze.txt'.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-D13P1' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       REPORT-WATERMARKS.
           MOVE 'LOG' TO WM-FUNC.
           MOVE 'AOC-2016-D13P1' TO WM-PROGRAM.
           MOVE 'BFS-QUEUE' TO WM-TABLE.
           MOVE WS-Q-TAIL TO WM-USED.
           MOVE WS-Q-MAX TO WM-MAX.
           CALL 'AOC-2016-WATERMARK' USING WM-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       GET-DESIGNER.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D13P1' TO CC-PROGRAM.
           MOVE 'DESIGNER' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:9)) = 0 THEN
              MOVE FUNCTION NUMVAL(CC-VALUE(1:9)) TO DESIGNER
           ELSE
              IF CC-LOADED = 'N' THEN
                 DISPLAY 'DESIGNER NUMBER (BLANK = 10): '
                    WITH NO ADVANCING
                 MOVE SPACES TO DESIGNER-PARM
                 ACCEPT DESIGNER-PARM FROM SYSIN
                 IF DESIGNER-PARM IS NOT EQUAL TO SPACES AND
                    FUNCTION TEST-NUMVAL(DESIGNER-PARM) = 0 THEN
                    MOVE FUNCTION NUMVAL(DESIGNER-PARM) TO DESIGNER
                 END-IF
              END-IF
           END-IF.

       GET-RUN-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D13P1' TO CC-PROGRAM.
           MOVE 1 TO CC-OCCURRENCE.
           MOVE 'TARGET-X' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:4)) = 0 THEN
              MOVE FUNCTION NUMVAL(CC-VALUE(1:4)) TO WS-TARGET-X
           END-IF.
           MOVE 'TARGET-Y' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:4)) = 0 THEN
              MOVE FUNCTION NUMVAL(CC-VALUE(1:4)) TO WS-TARGET-Y
           END-IF.
           MOVE 'REACH-STEPS' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:4)) = 0 THEN
              MOVE FUNCTION NUMVAL(CC-VALUE(1:4)) TO WS-REACH-STEPS
           END-IF.

       WRITE-RUN-HEADER.
           IF RR-RUN-NUMBER IS NOT NUMERIC THEN
              MOVE 0 TO RR-RUN-NUMBER
           END-IF.
           MOVE 'AOC-2016-D13P1' TO RH-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CD-DATE TO RH-RUN-DATE.
           MOVE WS-CD-TIME TO RH-RUN-TIME.
           MOVE DESIGNER TO WS-NUM-ED.
           MOVE FUNCTION TRIM(WS-NUM-ED) TO RH-INPUT-NAME.
           MOVE SPACES TO RH-LINE.
           STRING 'RUN: ' DELIMITED SIZE
              RH-PROGRAM-ID DELIMITED SIZE
              ' DATE=' DELIMITED SIZE
              RH-RUN-DATE DELIMITED SIZE
              ' TIME=' DELIMITED SIZE
              RH-RUN-TIME DELIMITED SIZE
              ' DESIGNER=' DELIMITED SIZE
              FUNCTION TRIM(RH-INPUT-NAME) DELIMITED SIZE
              ' RUN=' DELIMITED SIZE
              RR-RUN-NUMBER DELIMITED SIZE
              INTO RH-LINE
           END-STRING.
           DISPLAY FUNCTION TRIM(RH-LINE).

       WRITE-AOC-RESULT.
           MOVE 'RESULT' TO LG-FUNC.
           MOVE 'AOC-2016-D13P1' TO LG-PROGRAM.
           MOVE AR-PART-LABEL TO LG-LABEL.
           MOVE AR-ANSWER TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

       WRITE-PHASE-METRIC.
           MOVE FUNCTION CURRENT-DATE TO MT-DATE-TIME.
           COMPUTE WS-PHASE-NOW =
              (MT-HRS * 3600) + (MT-MIN * 60) + MT-SEC.
           IF WS-PHASE-NOW < WS-PHASE-MARK THEN
              COMPUTE WS-PHASE-ELAPSED =
                 (WS-PHASE-NOW + 86400) - WS-PHASE-MARK
           ELSE
              COMPUTE WS-PHASE-ELAPSED =
                 WS-PHASE-NOW - WS-PHASE-MARK
           END-IF.
           MOVE WS-PHASE-NOW TO WS-PHASE-MARK.
           MOVE 'METRIC' TO LG-FUNC.
           MOVE 'AOC-2016-D13P1' TO LG-PROGRAM.
           MOVE WS-PHASE-LABEL TO LG-LABEL.
           MOVE SPACES TO LG-VALUE.
           MOVE WS-PHASE-ELAPSED TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

       CAPTURE-METRICS-START.
           MOVE FUNCTION CURRENT-DATE TO MT-DATE-TIME.
           COMPUTE MT-START-SECS =
              (MT-HRS * 3600) + (MT-MIN * 60) + MT-SEC.
           MOVE MT-START-SECS TO WS-PHASE-MARK.

       CAPTURE-METRICS-END.
           MOVE FUNCTION CURRENT-DATE TO MT-DATE-TIME.
           COMPUTE MT-END-SECS =
              (MT-HRS * 3600) + (MT-MIN * 60) + MT-SEC.
           COMPUTE MT-ELAPSED-SECS = MT-END-SECS - MT-START-SECS.
           IF MT-ELAPSED-SECS < 0 THEN
              ADD 86400 TO MT-ELAPSED-SECS
           END-IF.

       WRITE-AOC-METRICS.
           MOVE 'METRIC' TO LG-FUNC.
           MOVE 'AOC-2016-D13P1' TO LG-PROGRAM.
           MOVE SPACES TO LG-LABEL.
           MOVE SPACES TO LG-VALUE.
           MOVE MT-ELAPSED-SECS TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

       END PROGRAM AOC-2016-D13P1.
