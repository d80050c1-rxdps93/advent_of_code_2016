       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D22P1.

      *    Day 22 grid computing: the input is a 'df -h' listing of
      *    every node in the storage grid -
      *        /dev/grid/node-x0-y0     92T   68T    24T   73%
      *        Part 1 - viable pairs: A not empty, A not B, and A's
      *                 used space fits in B's available space
      *        Part 2 - fewest moves to bring the goal data from the
      *                 top-right node to node-x0-y0. Data only ever
      *                 moves into the empty node, so this is a
      *                 breadth-first search over (empty node, goal
      *                 data node) positions.
      *    Every node is classified against the empty node's size:
      *        _  empty      .  movable (its data fits the empty node)
      *        #  wall (its data can never move)
      *        G  goal data  T  node-x0-y0   ?  not in the listing
      *    and the classified grid goes to d22p1_grid.txt. Header
      *    lines are passed over; other lines that are not a node
      *    line, and repeated nodes, are W-logged to ERRLOG (CC 4) and
      *    skipped. A grid without exactly one empty node, or where
      *    the goal data cannot reach node-x0-y0, is E-logged, Part 2
      *    is ledgered as 'NO PATH' and the step ends CC 8.
      *    Cards (program AOC-2016-D22P1): INPUT=.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "input_file_select.cpy"
              REPLACING ==FILE-NAME-FIELD== BY ==WS-INPUT-FILE-NAME==.
           SELECT GRIDFILE ASSIGN TO 'd22p1_grid.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "input_file_fd.cpy"
          REPLACING ==INPUT-LINE-PIC== BY ==X(80)==.

       FD  GRIDFILE.
       01  GRID-REC    PIC X(160).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".
       COPY "watermark.cpy".
       COPY "run_header.cpy".
       COPY "results_ledger.cpy".
       COPY "run_metrics.cpy".
       COPY "ledger_service.cpy".
       COPY "manifest_lineage.cpy".
       01  WS-LINEAGE-HOLD PIC X(160).
       COPY "run_registry.cpy".
       01  LOOP        PIC 9       VALUE 1.
       01  WS-INPUT-FILE-NAME PIC X(100) VALUE 'TEST'.
       01  WS-FILE-NAME-PARM  PIC X(100).
       01  WS-INPUTFILE-STATUS PIC XX.

      *    One node line taken apart.
       01  WS-FS-TEXT        PIC X(40).
       01  WS-SIZE-TEXT      PIC X(12).
       01  WS-USED-TEXT      PIC X(12).
       01  WS-AVAIL-TEXT     PIC X(12).
       01  WS-PCT-TEXT       PIC X(12).
       01  WS-PREFIX-TEXT    PIC X(40).
       01  WS-X-TEXT         PIC X(12).
       01  WS-Y-TEXT         PIC X(12).
       01  WS-NUM-TEXT       PIC X(12).
       01  WS-NUM            PIC 9(6).
       01  WS-NUM-LEN        PIC 99.
       01  WS-LINE-OK        PIC X.
       01  WS-REJECT-REASON  PIC X(40).
       01  WS-NODE-X         PIC 9(3).
       01  WS-NODE-Y         PIC 9(3).
       01  WS-NODE-SIZE      PIC 9(6).
       01  WS-NODE-USED      PIC 9(6).
       01  WS-NODE-AVAIL     PIC 9(6).

      *    The node table, and the grid that points into it (row =
      *    y + 1, column = x + 1; 0 = no such node in the listing).
       01  WS-NODE-MAX       PIC 9(4)  VALUE 1600.
       01  WS-NODE-CNT       PIC 9(4)  VALUE 0.
       01  WS-NODE-TABLE.
           05 NODE-ENTRY OCCURS 1600 TIMES.
              10 NODE-X      PIC 9(3).
              10 NODE-Y      PIC 9(3).
              10 NODE-SIZE   PIC 9(6).
              10 NODE-USED   PIC 9(6).
              10 NODE-AVAIL  PIC 9(6).
              10 NODE-CLASS  PIC X.
       01  WS-GRID-MAX       PIC 9(3)  VALUE 40.
       01  WS-GRID.
           05 GRID-ROW OCCURS 40 TIMES.
              10 GRID-NODE OCCURS 40 TIMES PIC 9(4) COMP.
       01  WS-GRID-W         PIC 9(3)  VALUE 0.
       01  WS-GRID-H         PIC 9(3)  VALUE 0.
       01  WS-TABLE-FULL     PIC X     VALUE 'N'.
       01  WS-A              PIC 9(4).
       01  WS-B              PIC 9(4).
       01  WS-ROW            PIC 9(3).
       01  WS-COL            PIC 9(3).

       01  WS-VIABLE-CNT     PIC 9(9)  VALUE 0.
       01  WS-EMPTY-CNT      PIC 9(4)  VALUE 0.
       01  WS-MOVABLE-CNT    PIC 9(4)  VALUE 0.
       01  WS-WALL-CNT       PIC 9(4)  VALUE 0.
       01  WS-EMPTY-NODE     PIC 9(4)  VALUE 0.
       01  WS-EMPTY-SIZE     PIC 9(6)  VALUE 0.

      *    Part 2 search. A position is (empty cell, goal cell), each
      *    cell numbered y * width + x from 0; position number =
      *    empty cell * cells + goal cell. Every position is queued
      *    at most once.
       01  WS-CELLS          PIC 9(4).
       01  WS-STATE-MAX      PIC 9(7)  VALUE 2560000.
       01  WS-STATE-SEEN-TABLE.
           05 STATE-SEEN OCCURS 2560000 TIMES PIC X.
       01  WS-QUEUE.
           05 Q-ENTRY OCCURS 2560000 TIMES.
              10 Q-STATE     PIC 9(7) COMP.
              10 Q-DIST      PIC 9(5) COMP.
       01  WS-Q-HEAD         PIC 9(7)  COMP.
       01  WS-Q-TAIL         PIC 9(7)  COMP.
       01  WS-STATE          PIC 9(7)  COMP.
       01  WS-CUR-DIST       PIC 9(5)  COMP.
       01  WS-EMPTY-CELL     PIC 9(4)  COMP.
       01  WS-GOAL-CELL      PIC 9(4)  COMP.
       01  WS-NEW-EMPTY      PIC 9(4)  COMP.
       01  WS-NEW-GOAL       PIC 9(4)  COMP.
       01  WS-EX             PIC S9(4) COMP.
       01  WS-EY             PIC S9(4) COMP.
       01  WS-NX             PIC S9(4) COMP.
       01  WS-NY             PIC S9(4) COMP.
       01  WS-DIR            PIC 9.
       01  WS-DIR-DX-TABLE.
           05 FILLER         PIC S9 VALUE 0.
           05 FILLER         PIC S9 VALUE 0.
           05 FILLER         PIC S9 VALUE -1.
           05 FILLER         PIC S9 VALUE +1.
       01  WS-DIR-DX REDEFINES WS-DIR-DX-TABLE.
           05 DIR-DX         PIC S9 OCCURS 4 TIMES.
       01  WS-DIR-DY-TABLE.
           05 FILLER         PIC S9 VALUE -1.
           05 FILLER         PIC S9 VALUE +1.
           05 FILLER         PIC S9 VALUE 0.
           05 FILLER         PIC S9 VALUE 0.
       01  WS-DIR-DY REDEFINES WS-DIR-DY-TABLE.
           05 DIR-DY         PIC S9 OCCURS 4 TIMES.
       01  WS-MOVES-FOUND    PIC X     VALUE 'N'.
       01  WS-MOVES          PIC 9(5)  VALUE 0.
       01  WS-NO-PATH-WHY    PIC X(60) VALUE SPACES.

       01  WS-NUM-ED         PIC Z(8)9.
       01  WS-EMPTY-ED       PIC Z(3)9.
       01  WS-MOVABLE-ED     PIC Z(3)9.
       01  WS-WALL-ED        PIC Z(3)9.
       01  WS-REC-NUM        PIC 9(7)  VALUE 0.
       01  WS-REJECT-CNT     PIC 9(7)  VALUE 0.

      *    Step condition code reported to the batch driver through
      *    RETURN-CODE: 0 = ok, 4 = warnings written, 8 = skipped or
      *    no Part 2 answer, 12 = node table overflow.
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
           PERFORM GET-FILE-NAME.
           PERFORM WRITE-RUN-HEADER.
           PERFORM CAPTURE-METRICS-START.
           OPEN INPUT INPUTFILE.
           IF WS-INPUTFILE-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'INPUT FILE NOT FOUND: '
                 FUNCTION TRIM(WS-INPUT-FILE-NAME) ' - SKIPPING STEP'
              MOVE WS-INPUT-FILE-NAME(1:20) TO EL-REFERENCE
              MOVE 'AOC0101E' TO EL-MSG-ID
              MOVE WS-INPUT-FILE-NAME TO EL-VALUE-1
              PERFORM LOG-ERROR
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           INITIALIZE WS-GRID.
           PERFORM UNTIL LOOP = 0
              READ INPUTFILE NEXT RECORD INTO INPUT-LINE
              AT END
                 MOVE 0 TO LOOP
              NOT AT END
                 ADD 1 TO WS-REC-NUM
                 IF INPUT-LINE IS NOT EQUAL TO SPACES AND
                    INPUT-LINE(1:1) = '/' THEN
                    PERFORM PARSE-NODE THRU PARSE-NODE-EXIT
                    IF WS-LINE-OK = 'N' THEN
                       PERFORM LOG-BAD-LINE
                    END-IF
                 ELSE
                    IF INPUT-LINE IS NOT EQUAL TO SPACES AND
                       INPUT-LINE(1:5) IS NOT EQUAL TO 'root@' AND
                       INPUT-LINE(1:10) IS NOT EQUAL TO 'Filesystem'
                       THEN
                       MOVE 'NOT A NODE LINE' TO WS-REJECT-REASON
                       PERFORM LOG-BAD-LINE
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE INPUTFILE.
           MOVE 'PARSE PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.
           DISPLAY 'LINES READ .......: ' WS-REC-NUM.
           DISPLAY 'NODES LOADED .....: ' WS-NODE-CNT.
           DISPLAY 'LINES REJECTED ...: ' WS-REJECT-CNT.

           PERFORM COUNT-VIABLE-PAIRS.
           MOVE WS-VIABLE-CNT TO WS-NUM-ED.
           DISPLAY 'PART 1 VIABLE PAIRS: ' FUNCTION TRIM(WS-NUM-ED).
           MOVE 'PART 1 VIABLE PAIRS' TO AR-PART-LABEL.
           MOVE SPACES TO AR-ANSWER.
           MOVE FUNCTION TRIM(WS-NUM-ED) TO AR-ANSWER.
           PERFORM WRITE-AOC-RESULT.
           MOVE 'PART 1 PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.

           PERFORM CLASSIFY-NODES.
           IF WS-EMPTY-CNT = 1 THEN
              PERFORM SEARCH-MOVES
           ELSE
              MOVE 'GRID DOES NOT HAVE EXACTLY ONE EMPTY NODE'
                 TO WS-NO-PATH-WHY
           END-IF.
           IF WS-MOVES-FOUND = 'Y' THEN
              MOVE WS-MOVES TO WS-NUM-ED
              DISPLAY 'PART 2 FEWEST MOVES: ' FUNCTION TRIM(WS-NUM-ED)
              MOVE 'PART 2 FEWEST DATA MOVES' TO AR-PART-LABEL
              MOVE SPACES TO AR-ANSWER
              MOVE FUNCTION TRIM(WS-NUM-ED) TO AR-ANSWER
              PERFORM WRITE-AOC-RESULT
           ELSE
              IF WS-NO-PATH-WHY = SPACES THEN
                 MOVE 'GOAL DATA CANNOT REACH NODE-X0-Y0'
                    TO WS-NO-PATH-WHY
              END-IF
              DISPLAY 'PART 2: ' FUNCTION TRIM(WS-NO-PATH-WHY)
              MOVE 'PART 2' TO EL-REFERENCE
              MOVE 'AOC0411E' TO EL-MSG-ID
              MOVE WS-NO-PATH-WHY TO EL-VALUE-1
              PERFORM LOG-ERROR
              MOVE 'PART 2 FEWEST DATA MOVES' TO AR-PART-LABEL
              MOVE 'NO PATH' TO AR-ANSWER
              PERFORM WRITE-AOC-RESULT
              IF WS-STEP-CC < 8 THEN
                 MOVE 8 TO WS-STEP-CC
              END-IF
           END-IF.
           MOVE 'PART 2 PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.

           PERFORM WRITE-GRID-FILE.
           PERFORM REPORT-WATERMARKS.
           PERFORM CAPTURE-METRICS-END.
           PERFORM WRITE-AOC-METRICS.
           MOVE WS-STEP-CC TO RETURN-CODE.
           GOBACK.

      *    /dev/grid/node-xNN-yNN  sizeT  usedT  availT  use%
       PARSE-NODE.
           MOVE 'Y' TO WS-LINE-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-FS-TEXT WS-SIZE-TEXT WS-USED-TEXT
              WS-AVAIL-TEXT WS-PCT-TEXT.
           UNSTRING INPUT-LINE DELIMITED BY ALL SPACE
              INTO WS-FS-TEXT WS-SIZE-TEXT WS-USED-TEXT
                 WS-AVAIL-TEXT WS-PCT-TEXT
           END-UNSTRING.
           MOVE SPACES TO WS-PREFIX-TEXT WS-X-TEXT WS-Y-TEXT.
           UNSTRING WS-FS-TEXT DELIMITED BY '-x' OR '-y'
              INTO WS-PREFIX-TEXT WS-X-TEXT WS-Y-TEXT
           END-UNSTRING.
           IF WS-PREFIX-TEXT IS NOT EQUAL TO '/dev/grid/node' THEN
              MOVE 'NOT A GRID NODE NAME' TO WS-REJECT-REASON
              MOVE 'N' TO WS-LINE-OK
              GO TO PARSE-NODE-EXIT
           END-IF.
           MOVE WS-X-TEXT TO WS-NUM-TEXT.
           PERFORM TAKE-NUMBER.
           MOVE WS-NUM TO WS-NODE-X.
           MOVE WS-Y-TEXT TO WS-NUM-TEXT.
           PERFORM TAKE-NUMBER.
           MOVE WS-NUM TO WS-NODE-Y.
           IF WS-LINE-OK = 'Y' AND
              (WS-NODE-X >= WS-GRID-MAX OR WS-NODE-Y >= WS-GRID-MAX)
              THEN
              MOVE 'NODE OUTSIDE 40 X 40 GRID' TO WS-REJECT-REASON
              MOVE 'N' TO WS-LINE-OK
           END-IF.
           MOVE WS-SIZE-TEXT TO WS-NUM-TEXT.
           PERFORM TAKE-TERABYTES.
           MOVE WS-NUM TO WS-NODE-SIZE.
           MOVE WS-USED-TEXT TO WS-NUM-TEXT.
           PERFORM TAKE-TERABYTES.
           MOVE WS-NUM TO WS-NODE-USED.
           MOVE WS-AVAIL-TEXT TO WS-NUM-TEXT.
           PERFORM TAKE-TERABYTES.
           MOVE WS-NUM TO WS-NODE-AVAIL.
           IF WS-LINE-OK = 'N' THEN
              GO TO PARSE-NODE-EXIT
           END-IF.
           IF GRID-NODE(WS-NODE-Y + 1, WS-NODE-X + 1) > 0 THEN
              MOVE 'NODE LISTED TWICE' TO WS-REJECT-REASON
              MOVE 'N' TO WS-LINE-OK
              GO TO PARSE-NODE-EXIT
           END-IF.
           IF WS-NODE-CNT >= WS-NODE-MAX THEN
              IF WS-TABLE-FULL = 'N' THEN
                 MOVE 'NODE-TABLE' TO EL-REFERENCE
                 MOVE 'AOC0302E' TO EL-MSG-ID
                 MOVE 'NODE TABLE' TO EL-VALUE-1
                 MOVE 'REST OF LISTING DROPPED' TO EL-VALUE-2
                 PERFORM LOG-ERROR
                 MOVE 12 TO WS-STEP-CC
                 MOVE 'Y' TO WS-TABLE-FULL
              END-IF
              GO TO PARSE-NODE-EXIT
           END-IF.
           ADD 1 TO WS-NODE-CNT.
           MOVE WS-NODE-X TO NODE-X(WS-NODE-CNT).
           MOVE WS-NODE-Y TO NODE-Y(WS-NODE-CNT).
           MOVE WS-NODE-SIZE TO NODE-SIZE(WS-NODE-CNT).
           MOVE WS-NODE-USED TO NODE-USED(WS-NODE-CNT).
           MOVE WS-NODE-AVAIL TO NODE-AVAIL(WS-NODE-CNT).
           MOVE SPACE TO NODE-CLASS(WS-NODE-CNT).
           MOVE WS-NODE-CNT TO GRID-NODE(WS-NODE-Y + 1, WS-NODE-X + 1).
           IF WS-NODE-X + 1 > WS-GRID-W THEN
              COMPUTE WS-GRID-W = WS-NODE-X + 1
           END-IF.
           IF WS-NODE-Y + 1 > WS-GRID-H THEN
              COMPUTE WS-GRID-H = WS-NODE-Y + 1
           END-IF.
       PARSE-NODE-EXIT.
           EXIT.

      *    Sizes carry a trailing T.
       TAKE-TERABYTES.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-TEXT))
              TO WS-NUM-LEN.
           IF WS-NUM-LEN > 1 AND WS-NUM-TEXT(WS-NUM-LEN:1) = 'T' THEN
              MOVE SPACE TO WS-NUM-TEXT(WS-NUM-LEN:1)
              PERFORM TAKE-NUMBER
           ELSE
              MOVE 0 TO WS-NUM
              IF WS-LINE-OK = 'Y' THEN
                 MOVE 'SIZE IS NOT IN TERABYTES' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-LINE-OK
              END-IF
           END-IF.

       TAKE-NUMBER.
           MOVE 0 TO WS-NUM.
           IF WS-NUM-TEXT = SPACES OR
              FUNCTION TRIM(WS-NUM-TEXT) IS NOT NUMERIC OR
              FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-TEXT)) > 6 THEN
              IF WS-LINE-OK = 'Y' THEN
                 MOVE 'FIELD IS NOT A WHOLE NUMBER' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-LINE-OK
              END-IF
           ELSE
              MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-NUM
           END-IF.

       COUNT-VIABLE-PAIRS.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NODE-CNT
              IF NODE-USED(WS-A) > 0 THEN
                 PERFORM VARYING WS-B FROM 1 BY 1
                    UNTIL WS-B > WS-NODE-CNT
                       IF WS-B IS NOT EQUAL TO WS-A AND
                          NODE-USED(WS-A) <= NODE-AVAIL(WS-B) THEN
                          ADD 1 TO WS-VIABLE-CNT
                       END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

      *    Measured against the largest empty node: data bigger than
      *    it can never move anywhere, so that node is a wall.
       CLASSIFY-NODES.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NODE-CNT
              IF NODE-USED(WS-A) = 0 THEN
                 ADD 1 TO WS-EMPTY-CNT
                 MOVE '_' TO NODE-CLASS(WS-A)
                 IF NODE-SIZE(WS-A) > WS-EMPTY-SIZE THEN
                    MOVE NODE-SIZE(WS-A) TO WS-EMPTY-SIZE
                    MOVE WS-A TO WS-EMPTY-NODE
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NODE-CNT
              IF NODE-USED(WS-A) > 0 THEN
                 IF NODE-USED(WS-A) > WS-EMPTY-SIZE THEN
                    MOVE '#' TO NODE-CLASS(WS-A)
                    ADD 1 TO WS-WALL-CNT
                 ELSE
                    MOVE '.' TO NODE-CLASS(WS-A)
                    ADD 1 TO WS-MOVABLE-CNT
                 END-IF
              END-IF
           END-PERFORM.
           DISPLAY 'EMPTY NODES ......: ' WS-EMPTY-CNT.
           DISPLAY 'MOVABLE NODES ....: ' WS-MOVABLE-CNT.
           DISPLAY 'WALL NODES .......: ' WS-WALL-CNT.

      *    Breadth-first over (empty, goal) positions from the empty
      *    node and the top-right node; the first position with the
      *    goal data at 0,0 is the answer.
       SEARCH-MOVES.
           COMPUTE WS-CELLS = WS-GRID-W * WS-GRID-H.
           MOVE LOW-VALUES TO WS-STATE-SEEN-TABLE.
           COMPUTE WS-EMPTY-CELL = NODE-Y(WS-EMPTY-NODE) * WS-GRID-W
              + NODE-X(WS-EMPTY-NODE).
           COMPUTE WS-GOAL-CELL = WS-GRID-W - 1.
           COMPUTE WS-STATE = WS-EMPTY-CELL * WS-CELLS + WS-GOAL-CELL.
           MOVE 1 TO WS-Q-HEAD.
           MOVE 1 TO WS-Q-TAIL.
           MOVE WS-STATE TO Q-STATE(1).
           MOVE 0 TO Q-DIST(1).
           MOVE 'Y' TO STATE-SEEN(WS-STATE + 1).
           IF WS-GOAL-CELL = 0 THEN
              MOVE 'Y' TO WS-MOVES-FOUND
              MOVE 0 TO WS-MOVES
           END-IF.
           PERFORM UNTIL WS-Q-HEAD > WS-Q-TAIL OR WS-MOVES-FOUND = 'Y'
              MOVE Q-STATE(WS-Q-HEAD) TO WS-STATE
              MOVE Q-DIST(WS-Q-HEAD) TO WS-CUR-DIST
              ADD 1 TO WS-Q-HEAD
              DIVIDE WS-STATE BY WS-CELLS GIVING WS-EMPTY-CELL
                 REMAINDER WS-GOAL-CELL
              DIVIDE WS-EMPTY-CELL BY WS-GRID-W GIVING WS-EY
                 REMAINDER WS-EX
              PERFORM VARYING WS-DIR FROM 1 BY 1
                 UNTIL WS-DIR > 4 OR WS-MOVES-FOUND = 'Y'
                    PERFORM TRY-DATA-MOVE
              END-PERFORM
           END-PERFORM.

      *    The neighbour's data moves into the empty node; if that
      *    data was the goal, the goal moves with it.
       TRY-DATA-MOVE.
           COMPUTE WS-NX = WS-EX + DIR-DX(WS-DIR).
           COMPUTE WS-NY = WS-EY + DIR-DY(WS-DIR).
           IF WS-NX >= 0 AND WS-NX < WS-GRID-W AND
              WS-NY >= 0 AND WS-NY < WS-GRID-H THEN
              MOVE GRID-NODE(WS-NY + 1, WS-NX + 1) TO WS-A
              IF WS-A > 0 THEN
                 IF NODE-CLASS(WS-A) IS NOT EQUAL TO '#' THEN
                    COMPUTE WS-NEW-EMPTY = WS-NY * WS-GRID-W + WS-NX
                    IF WS-NEW-EMPTY = WS-GOAL-CELL THEN
                       MOVE WS-EMPTY-CELL TO WS-NEW-GOAL
                    ELSE
                       MOVE WS-GOAL-CELL TO WS-NEW-GOAL
                    END-IF
                    COMPUTE WS-STATE =
                       WS-NEW-EMPTY * WS-CELLS + WS-NEW-GOAL
                    IF STATE-SEEN(WS-STATE + 1) IS NOT EQUAL TO 'Y'
                       THEN
                       MOVE 'Y' TO STATE-SEEN(WS-STATE + 1)
                       ADD 1 TO WS-Q-TAIL
                       MOVE WS-STATE TO Q-STATE(WS-Q-TAIL)
                       COMPUTE Q-DIST(WS-Q-TAIL) = WS-CUR-DIST + 1
                       IF WS-NEW-GOAL = 0 THEN
                          MOVE 'Y' TO WS-MOVES-FOUND
                          COMPUTE WS-MOVES = WS-CUR-DIST + 1
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

       WRITE-GRID-FILE.
           OPEN OUTPUT GRIDFILE.
           MOVE SPACES TO GRID-REC.
           MOVE RH-LINE TO GRID-REC.
           WRITE GRID-REC.
           MOVE SPACES TO GRID-REC.
           STRING 'STORAGE GRID (_=EMPTY .=MOVABLE #=WALL G=GOAL DATA'
                 DELIMITED SIZE
              ' T=NODE-X0-Y0 ?=NOT LISTED)' DELIMITED SIZE
              INTO GRID-REC
           END-STRING.
           WRITE GRID-REC.
           MOVE WS-EMPTY-CNT TO WS-EMPTY-ED.
           MOVE WS-MOVABLE-CNT TO WS-MOVABLE-ED.
           MOVE WS-WALL-CNT TO WS-WALL-ED.
           MOVE SPACES TO GRID-REC.
           STRING 'EMPTY=' DELIMITED SIZE
              FUNCTION TRIM(WS-EMPTY-ED) DELIMITED SIZE
              ' MOVABLE=' DELIMITED SIZE
              FUNCTION TRIM(WS-MOVABLE-ED) DELIMITED SIZE
              ' WALL=' DELIMITED SIZE
              FUNCTION TRIM(WS-WALL-ED) DELIMITED SIZE
              INTO GRID-REC
           END-STRING.
           WRITE GRID-REC.
           PERFORM VARYING WS-ROW FROM 1 BY 1
              UNTIL WS-ROW > WS-GRID-H
                 MOVE SPACES TO GRID-REC
                 PERFORM VARYING WS-COL FROM 1 BY 1
                    UNTIL WS-COL > WS-GRID-W
                       MOVE GRID-NODE(WS-ROW, WS-COL) TO WS-A
                       IF WS-A = 0 THEN
                          MOVE '?' TO GRID-REC(WS-COL * 2 - 1:1)
                       ELSE
                          MOVE NODE-CLASS(WS-A)
                             TO GRID-REC(WS-COL * 2 - 1:1)
                       END-IF
                 END-PERFORM
                 IF WS-ROW = 1 THEN
                    MOVE 'G' TO GRID-REC(WS-GRID-W * 2 - 1:1)
                    IF WS-GRID-W > 1 THEN
                       MOVE 'T' TO GRID-REC(1:1)
                    END-IF
                 END-IF
                 WRITE GRID-REC
           END-PERFORM.
           CLOSE GRIDFILE.

       LOG-BAD-LINE.
           ADD 1 TO WS-REJECT-CNT.
           MOVE SPACES TO EL-REFERENCE.
           STRING 'LINE ' DELIMITED SIZE
              WS-REC-NUM DELIMITED SIZE
              INTO EL-REFERENCE
           END-STRING.
           MOVE 'AOC0202W' TO EL-MSG-ID.
           MOVE WS-REJECT-REASON TO EL-VALUE-1.
           MOVE FUNCTION TRIM(INPUT-LINE) TO EL-VALUE-2.
           PERFORM FLAG-STEP-WARNING.
           PERFORM LOG-ERROR.

       FLAG-STEP-WARNING.
           IF WS-STEP-CC < 4 THEN
              MOVE 4 TO WS-STEP-CC
           END-IF.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-D22P1' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       REPORT-WATERMARKS.
           MOVE 'LOG' TO WM-FUNC.
           MOVE 'AOC-2016-D22P1' TO WM-PROGRAM.
           MOVE 'NODE-TABLE' TO WM-TABLE.
           MOVE WS-NODE-CNT TO WM-USED.
           MOVE WS-NODE-MAX TO WM-MAX.
           CALL 'AOC-2016-WATERMARK' USING WM-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.
           MOVE 'STATE-QUEUE' TO WM-TABLE.
           MOVE WS-Q-TAIL TO WM-USED.
           MOVE WS-STATE-MAX TO WM-MAX.
           CALL 'AOC-2016-WATERMARK' USING WM-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       GET-FILE-NAME.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D22P1' TO CC-PROGRAM.
           MOVE 'INPUT' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-INPUT-FILE-NAME
           ELSE
              IF CC-LOADED = 'N' THEN
                 DISPLAY 'INPUT FILE NAME (BLANK = TEST): '
                    WITH NO ADVANCING
                 MOVE SPACES TO WS-FILE-NAME-PARM
                 ACCEPT WS-FILE-NAME-PARM FROM SYSIN
                 IF WS-FILE-NAME-PARM IS NOT EQUAL TO SPACES THEN
                    MOVE WS-FILE-NAME-PARM TO WS-INPUT-FILE-NAME
                 END-IF
              END-IF
           END-IF.

       WRITE-RUN-HEADER.
           IF RR-RUN-NUMBER IS NOT NUMERIC THEN
              MOVE 0 TO RR-RUN-NUMBER
           END-IF.
           MOVE 'AOC-2016-D22P1' TO RH-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CD-DATE TO RH-RUN-DATE.
           MOVE WS-CD-TIME TO RH-RUN-TIME.
           MOVE WS-INPUT-FILE-NAME TO RH-INPUT-NAME.
           MOVE SPACES TO RH-LINE.
           STRING 'RUN: ' DELIMITED SIZE
              RH-PROGRAM-ID DELIMITED SIZE
              ' DATE=' DELIMITED SIZE
              RH-RUN-DATE DELIMITED SIZE
              ' TIME=' DELIMITED SIZE
              RH-RUN-TIME DELIMITED SIZE
              ' INPUT=' DELIMITED SIZE
              FUNCTION TRIM(RH-INPUT-NAME) DELIMITED SIZE
              ' RUN=' DELIMITED SIZE
              RR-RUN-NUMBER DELIMITED SIZE
              INTO RH-LINE
           END-STRING.
           PERFORM STAMP-INPUT-LINEAGE.
           DISPLAY FUNCTION TRIM(RH-LINE).


       WRITE-AOC-RESULT.
           MOVE 'RESULT' TO LG-FUNC.
           MOVE 'AOC-2016-D22P1' TO LG-PROGRAM.
           MOVE AR-PART-LABEL TO LG-LABEL.
           MOVE AR-ANSWER TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

      *    Resolve this input's manifest checksum and version tag:
      *    the service fills the EXTERNAL lineage area the ledger
      *    stamps on every RESULT record, and the run header carries
      *    the same tags for the human reader.
       STAMP-INPUT-LINEAGE.
           MOVE 'GET' TO MF-FUNC.
           MOVE WS-INPUT-FILE-NAME TO MF-FILE.
           CALL 'AOC-2016-MANIFEST' USING MF-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO MF-FOUND
           END-CALL.
           IF MF-FOUND = 'Y' THEN
              MOVE RH-LINE TO WS-LINEAGE-HOLD
              MOVE SPACES TO RH-LINE
              STRING FUNCTION TRIM(WS-LINEAGE-HOLD) DELIMITED SIZE
                 ' INPUT-SUM=' DELIMITED SIZE
                 MF-SUM(1:8) DELIMITED SIZE
                 ' INPUT-VER=' DELIMITED SIZE
                 FUNCTION TRIM(MF-VERSION) DELIMITED SIZE
                 INTO RH-LINE
              END-STRING
           END-IF.

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
           MOVE 'AOC-2016-D22P1' TO LG-PROGRAM.
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
           MOVE 'AOC-2016-D22P1' TO LG-PROGRAM.
           MOVE SPACES TO LG-LABEL.
           MOVE SPACES TO LG-VALUE.
           MOVE MT-ELAPSED-SECS TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

       END PROGRAM AOC-2016-D22P1.
