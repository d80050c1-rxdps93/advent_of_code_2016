       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D24P1.

      *    Day 24 air duct spelunking: the input is a map of the
      *    ducts ('#' wall, '.' open, digits the numbered points the
      *    robot must visit, starting from 0).
      *        Part 1 - fewest steps to visit every point
      *        Part 2 - the same, finishing back at point 0
      *    A breadth-first search from each point gives the steps
      *    between every pair of points; every visiting order of the
      *    points after 0 is then tried against that distance matrix
      *    (orders are walked in lexical sequence, so the first best
      *    order found is the lowest one). The distance matrix and
      *    both winning orders go to d24p1_route.txt. The point table
      *    holds the ten digits and its use is reported to
      *    AOC-2016-WATERMARK, since every extra point multiplies the
      *    orders to try. Characters other than '#', '.' and digits
      *    are W-logged (CC 4) and treated as wall; a repeated point
      *    number is W-logged and the later one ignored; a map past
      *    the 60 x 200 grid is E-logged (CC 12) and clipped. A map
      *    with no point 0, or a point that cannot be reached, is
      *    E-logged, both parts are ledgered as 'NO PATH' and the
      *    step ends CC 8.
      *    Cards (program AOC-2016-D24P1): INPUT=.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "input_file_select.cpy"
              REPLACING ==FILE-NAME-FIELD== BY ==WS-INPUT-FILE-NAME==.
           SELECT ROUTEFILE ASSIGN TO 'd24p1_route.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "input_file_fd.cpy"
          REPLACING ==INPUT-LINE-PIC== BY ==X(250)==.

       FD  ROUTEFILE.
       01  ROUTE-REC   PIC X(160).

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

      *    The duct map, row = y + 1, column = x + 1.
       01  WS-MAP-ROWS-MAX   PIC 9(3)  VALUE 60.
       01  WS-MAP-COLS-MAX   PIC 9(3)  VALUE 200.
       01  WS-MAP.
           05 MAP-ROW OCCURS 60 TIMES.
              10 MAP-CELL OCCURS 200 TIMES PIC X.
       01  WS-MAP-H          PIC 9(3)  VALUE 0.
       01  WS-MAP-W          PIC 9(3)  VALUE 0.
       01  WS-LINE-LEN       PIC 9(3).
       01  WS-MAP-CLIPPED    PIC X     VALUE 'N'.
       01  WS-ROW            PIC 9(3).
       01  WS-COL            PIC 9(3).
       01  WS-CHAR           PIC X.
       01  WS-BAD-CHAR-LINE  PIC X.
       01  WS-REJECT-REASON  PIC X(60).

      *    Numbered points, held in digit order; POINT-SLOT maps a
      *    digit to its entry (0 = not on the map).
       01  WS-POINT-MAX      PIC 99    VALUE 10.
       01  WS-POINT-CNT      PIC 99    VALUE 0.
       01  WS-POINT-TABLE.
           05 POINT-ENTRY OCCURS 10 TIMES.
              10 POINT-DIGIT PIC 9.
              10 POINT-ROW   PIC 9(3).
              10 POINT-COL   PIC 9(3).
       01  WS-POINT-SLOTS.
           05 POINT-SLOT OCCURS 10 TIMES PIC 99.
       01  WS-DIGIT-SEEN-FLAGS.
           05 DIGIT-SEEN OCCURS 10 TIMES PIC X.
       01  WS-DIGIT          PIC 9.
       01  WS-P              PIC 99.
       01  WS-Q              PIC 99.

      *    Steps between every pair of points (-1 = unreachable).
       01  WS-DIST-MATRIX.
           05 DIST-FROM OCCURS 10 TIMES.
              10 DIST-TO OCCURS 10 TIMES PIC S9(5) COMP.
       01  WS-UNREACHABLE    PIC X     VALUE 'N'.

      *    Breadth-first scratch for one source point.
       01  WS-STEP-GRID.
           05 STEP-ROW OCCURS 60 TIMES.
              10 STEP-CELL OCCURS 200 TIMES PIC S9(5) COMP.
       01  WS-Q-MAX          PIC 9(5)  VALUE 12000.
       01  WS-QUEUE.
           05 Q-ENTRY OCCURS 12000 TIMES.
              10 Q-ROW       PIC 9(3).
              10 Q-COL       PIC 9(3).
       01  WS-Q-HEAD         PIC 9(5).
       01  WS-Q-TAIL         PIC 9(5).
       01  WS-Q-PEAK         PIC 9(5)  VALUE 0.
       01  WS-CUR-ROW        PIC 9(3).
       01  WS-CUR-COL        PIC 9(3).
       01  WS-CUR-STEPS      PIC S9(5) COMP.
       01  WS-NEW-ROW        PIC S9(4).
       01  WS-NEW-COL        PIC S9(4).
       01  WS-DIR            PIC 9.
       01  WS-DIR-DR-TABLE.
           05 FILLER         PIC S9 VALUE -1.
           05 FILLER         PIC S9 VALUE +1.
           05 FILLER         PIC S9 VALUE 0.
           05 FILLER         PIC S9 VALUE 0.
       01  WS-DIR-DR REDEFINES WS-DIR-DR-TABLE.
           05 DIR-DR         PIC S9 OCCURS 4 TIMES.
       01  WS-DIR-DC-TABLE.
           05 FILLER         PIC S9 VALUE 0.
           05 FILLER         PIC S9 VALUE 0.
           05 FILLER         PIC S9 VALUE -1.
           05 FILLER         PIC S9 VALUE +1.
       01  WS-DIR-DC REDEFINES WS-DIR-DC-TABLE.
           05 DIR-DC         PIC S9 OCCURS 4 TIMES.

      *    Visiting orders: ORDER-PT(1) is always point 0's entry;
      *    the rest are stepped through every arrangement in lexical
      *    sequence.
       01  WS-ORDER.
           05 ORDER-PT OCCURS 10 TIMES PIC 99.
       01  WS-ORDER-DONE     PIC X.
       01  WS-ORDER-CNT      PIC 9(9)  VALUE 0.
       01  WS-I              PIC 99.
       01  WS-J              PIC 99.
       01  WS-K              PIC 99.
       01  WS-SWAP           PIC 99.
       01  WS-TOUR-LEN       PIC 9(7).
       01  WS-BEST-OPEN      PIC 9(7)  VALUE 9999999.
       01  WS-BEST-CLOSED    PIC 9(7)  VALUE 9999999.
       01  WS-BEST-OPEN-ORDER.
           05 BEST-OPEN-PT OCCURS 10 TIMES PIC 99.
       01  WS-BEST-CLOSED-ORDER.
           05 BEST-CLOSED-PT OCCURS 10 TIMES PIC 99.

       01  WS-NUM-ED         PIC Z(8)9.
       01  WS-DIST-ED        PIC Z(5)9.
       01  WS-REC-NUM        PIC 9(7)  VALUE 0.
       01  WS-REJECT-CNT     PIC 9(7)  VALUE 0.
       01  WS-NO-PATH-WHY    PIC X(60) VALUE SPACES.
       01  WS-OUT-POS        PIC 9(3).

      *    Step condition code reported to the batch driver through
      *    RETURN-CODE: 0 = ok, 4 = warnings written, 8 = skipped or
      *    no route, 12 = map clipped.
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
           MOVE ALL '#' TO WS-MAP.
           MOVE ALL 'N' TO WS-DIGIT-SEEN-FLAGS.
           PERFORM UNTIL LOOP = 0
              READ INPUTFILE NEXT RECORD INTO INPUT-LINE
              AT END
                 MOVE 0 TO LOOP
              NOT AT END
                 ADD 1 TO WS-REC-NUM
                 IF INPUT-LINE IS NOT EQUAL TO SPACES THEN
                    PERFORM LOAD-MAP-LINE
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE INPUTFILE.
           MOVE 'PARSE PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.
           PERFORM LIST-POINTS.
           DISPLAY 'MAP ROWS .........: ' WS-MAP-H.
           DISPLAY 'MAP COLUMNS ......: ' WS-MAP-W.
           DISPLAY 'POINTS ON MAP ....: ' WS-POINT-CNT.

           IF POINT-SLOT(1) = 0 THEN
              MOVE 'MAP HAS NO POINT 0 TO START FROM'
                 TO WS-NO-PATH-WHY
           ELSE
              PERFORM VARYING WS-P FROM 1 BY 1
                 UNTIL WS-P > WS-POINT-CNT
                    PERFORM MEASURE-FROM-POINT
              END-PERFORM
              IF WS-UNREACHABLE = 'Y' THEN
                 MOVE 'A NUMBERED POINT CANNOT BE REACHED'
                    TO WS-NO-PATH-WHY
              END-IF
           END-IF.
           MOVE 'DISTANCE PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.

           IF WS-NO-PATH-WHY = SPACES THEN
              PERFORM TRY-ALL-ORDERS
              MOVE 'ROUTE PHASE' TO WS-PHASE-LABEL
              PERFORM WRITE-PHASE-METRIC
              PERFORM REPORT-RESULTS
           ELSE
              DISPLAY 'NO ROUTE: ' FUNCTION TRIM(WS-NO-PATH-WHY)
              MOVE 'ROUTE' TO EL-REFERENCE
              MOVE 'AOC0411E' TO EL-MSG-ID
              MOVE WS-NO-PATH-WHY TO EL-VALUE-1
              PERFORM LOG-ERROR
              MOVE 'PART 1 FEWEST STEPS ALL POINTS' TO AR-PART-LABEL
              MOVE 'NO PATH' TO AR-ANSWER
              PERFORM WRITE-AOC-RESULT
              MOVE 'PART 2 FEWEST STEPS BACK TO 0' TO AR-PART-LABEL
              MOVE 'NO PATH' TO AR-ANSWER
              PERFORM WRITE-AOC-RESULT
              IF WS-STEP-CC < 8 THEN
                 MOVE 8 TO WS-STEP-CC
              END-IF
           END-IF.
           PERFORM WRITE-ROUTE-FILE.
           PERFORM REPORT-WATERMARKS.
           MOVE 'COUNT' TO LG-FUNC.
           MOVE 'AOC-2016-D24P1' TO LG-PROGRAM.
           MOVE 'VISITING ORDERS TRIED' TO LG-LABEL.
           MOVE WS-ORDER-CNT TO WS-NUM-ED.
           MOVE SPACES TO LG-VALUE.
           MOVE FUNCTION TRIM(WS-NUM-ED) TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.
           PERFORM CAPTURE-METRICS-END.
           PERFORM WRITE-AOC-METRICS.
           MOVE WS-STEP-CC TO RETURN-CODE.
           GOBACK.

       LOAD-MAP-LINE.
           IF WS-MAP-H >= WS-MAP-ROWS-MAX THEN
              PERFORM REPORT-MAP-CLIPPED
           ELSE
              ADD 1 TO WS-MAP-H
              MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-LINE TRAILING))
                 TO WS-LINE-LEN
              IF WS-LINE-LEN > WS-MAP-COLS-MAX THEN
                 PERFORM REPORT-MAP-CLIPPED
                 MOVE WS-MAP-COLS-MAX TO WS-LINE-LEN
              END-IF
              IF WS-LINE-LEN > WS-MAP-W THEN
                 MOVE WS-LINE-LEN TO WS-MAP-W
              END-IF
              MOVE 'N' TO WS-BAD-CHAR-LINE
              PERFORM VARYING WS-COL FROM 1 BY 1
                 UNTIL WS-COL > WS-LINE-LEN
                    MOVE INPUT-LINE(WS-COL:1) TO WS-CHAR
                    PERFORM PLACE-MAP-CHAR
              END-PERFORM
              IF WS-BAD-CHAR-LINE = 'Y' THEN
                 MOVE 'UNKNOWN MAP CHARACTER TREATED AS WALL'
                    TO WS-REJECT-REASON
                 PERFORM LOG-BAD-LINE
              END-IF
           END-IF.

       PLACE-MAP-CHAR.
           EVALUATE TRUE
              WHEN WS-CHAR = '#' OR WS-CHAR = '.'
                 MOVE WS-CHAR TO MAP-CELL(WS-MAP-H, WS-COL)
              WHEN WS-CHAR IS NUMERIC
                 MOVE WS-CHAR TO WS-DIGIT
                 IF DIGIT-SEEN(WS-DIGIT + 1) = 'N' THEN
                    MOVE 'Y' TO DIGIT-SEEN(WS-DIGIT + 1)
                    MOVE WS-CHAR TO MAP-CELL(WS-MAP-H, WS-COL)
                 ELSE
                    MOVE '.' TO MAP-CELL(WS-MAP-H, WS-COL)
                    MOVE 'POINT NUMBER REPEATED - LATER ONE IGNORED'
                       TO WS-REJECT-REASON
                    PERFORM LOG-BAD-LINE
                 END-IF
              WHEN OTHER
                 MOVE '#' TO MAP-CELL(WS-MAP-H, WS-COL)
                 MOVE 'Y' TO WS-BAD-CHAR-LINE
           END-EVALUATE.

       REPORT-MAP-CLIPPED.
           IF WS-MAP-CLIPPED = 'N' THEN
              MOVE 'Y' TO WS-MAP-CLIPPED
              MOVE 'MAP' TO EL-REFERENCE
              MOVE 'AOC0307E' TO EL-MSG-ID
              PERFORM LOG-ERROR
              MOVE 12 TO WS-STEP-CC
           END-IF.

      *    Points in digit order, so the matrix reads 0, 1, 2 ...
       LIST-POINTS.
           MOVE 0 TO WS-POINT-CNT.
           INITIALIZE WS-POINT-SLOTS.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 10
              IF DIGIT-SEEN(WS-P) = 'Y' THEN
                 COMPUTE WS-DIGIT = WS-P - 1
                 MOVE WS-DIGIT TO WS-CHAR
                 PERFORM FIND-POINT
              END-IF
           END-PERFORM.

       FIND-POINT.
           PERFORM VARYING WS-ROW FROM 1 BY 1
              UNTIL WS-ROW > WS-MAP-H
                 PERFORM VARYING WS-COL FROM 1 BY 1
                    UNTIL WS-COL > WS-MAP-W
                       IF MAP-CELL(WS-ROW, WS-COL) = WS-CHAR THEN
                          ADD 1 TO WS-POINT-CNT
                          MOVE WS-DIGIT TO POINT-DIGIT(WS-POINT-CNT)
                          MOVE WS-ROW TO POINT-ROW(WS-POINT-CNT)
                          MOVE WS-COL TO POINT-COL(WS-POINT-CNT)
                          MOVE WS-POINT-CNT
                             TO POINT-SLOT(WS-DIGIT + 1)
                       END-IF
                 END-PERFORM
           END-PERFORM.

      *    Breadth-first from point WS-P over the open cells; fills
      *    row WS-P of the distance matrix.
       MEASURE-FROM-POINT.
           PERFORM VARYING WS-ROW FROM 1 BY 1
              UNTIL WS-ROW > WS-MAP-H
                 PERFORM VARYING WS-COL FROM 1 BY 1
                    UNTIL WS-COL > WS-MAP-W
                       MOVE -1 TO STEP-CELL(WS-ROW, WS-COL)
                 END-PERFORM
           END-PERFORM.
           MOVE 1 TO WS-Q-HEAD.
           MOVE 1 TO WS-Q-TAIL.
           MOVE POINT-ROW(WS-P) TO Q-ROW(1).
           MOVE POINT-COL(WS-P) TO Q-COL(1).
           MOVE 0 TO STEP-CELL(POINT-ROW(WS-P), POINT-COL(WS-P)).
           PERFORM UNTIL WS-Q-HEAD > WS-Q-TAIL
              MOVE Q-ROW(WS-Q-HEAD) TO WS-CUR-ROW
              MOVE Q-COL(WS-Q-HEAD) TO WS-CUR-COL
              ADD 1 TO WS-Q-HEAD
              MOVE STEP-CELL(WS-CUR-ROW, WS-CUR-COL) TO WS-CUR-STEPS
              PERFORM VARYING WS-DIR FROM 1 BY 1 UNTIL WS-DIR > 4
                 PERFORM TRY-DUCT-STEP
              END-PERFORM
           END-PERFORM.
           IF WS-Q-TAIL > WS-Q-PEAK THEN
              MOVE WS-Q-TAIL TO WS-Q-PEAK
           END-IF.
           PERFORM VARYING WS-Q FROM 1 BY 1
              UNTIL WS-Q > WS-POINT-CNT
                 MOVE STEP-CELL(POINT-ROW(WS-Q), POINT-COL(WS-Q))
                    TO DIST-TO(WS-P, WS-Q)
                 IF DIST-TO(WS-P, WS-Q) < 0 THEN
                    MOVE 'Y' TO WS-UNREACHABLE
                 END-IF
           END-PERFORM.

      *    Every open cell is queued at most once, and the grid has
      *    fewer cells than the queue has entries.
       TRY-DUCT-STEP.
           COMPUTE WS-NEW-ROW = WS-CUR-ROW + DIR-DR(WS-DIR).
           COMPUTE WS-NEW-COL = WS-CUR-COL + DIR-DC(WS-DIR).
           IF WS-NEW-ROW >= 1 AND WS-NEW-ROW <= WS-MAP-H AND
              WS-NEW-COL >= 1 AND WS-NEW-COL <= WS-MAP-W THEN
              IF MAP-CELL(WS-NEW-ROW, WS-NEW-COL)
                    IS NOT EQUAL TO '#' AND
                 STEP-CELL(WS-NEW-ROW, WS-NEW-COL) < 0 THEN
                 COMPUTE STEP-CELL(WS-NEW-ROW, WS-NEW-COL) =
                    WS-CUR-STEPS + 1
                 ADD 1 TO WS-Q-TAIL
                 MOVE WS-NEW-ROW TO Q-ROW(WS-Q-TAIL)
                 MOVE WS-NEW-COL TO Q-COL(WS-Q-TAIL)
              END-IF
           END-IF.

      *    Start from the lowest arrangement (entries 2..n ascending)
      *    and step to the next lexical one until none is left.
       TRY-ALL-ORDERS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-POINT-CNT
              MOVE WS-I TO ORDER-PT(WS-I)
           END-PERFORM.
           MOVE 'N' TO WS-ORDER-DONE.
           PERFORM UNTIL WS-ORDER-DONE = 'Y'
              PERFORM SCORE-ORDER
              PERFORM NEXT-ORDER
           END-PERFORM.

       SCORE-ORDER.
           ADD 1 TO WS-ORDER-CNT.
           MOVE 0 TO WS-TOUR-LEN.
           PERFORM VARYING WS-I FROM 2 BY 1 UNTIL WS-I > WS-POINT-CNT
              ADD DIST-TO(ORDER-PT(WS-I - 1), ORDER-PT(WS-I))
                 TO WS-TOUR-LEN
           END-PERFORM.
           IF WS-TOUR-LEN < WS-BEST-OPEN THEN
              MOVE WS-TOUR-LEN TO WS-BEST-OPEN
              MOVE WS-ORDER TO WS-BEST-OPEN-ORDER
           END-IF.
           ADD DIST-TO(ORDER-PT(WS-POINT-CNT), 1) TO WS-TOUR-LEN.
           IF WS-TOUR-LEN < WS-BEST-CLOSED THEN
              MOVE WS-TOUR-LEN TO WS-BEST-CLOSED
              MOVE WS-ORDER TO WS-BEST-CLOSED-ORDER
           END-IF.

      *    Next lexical arrangement of entries 2..n: find the last
      *    rise, swap it with the last entry above it, and reverse
      *    the tail.
       NEXT-ORDER.
           COMPUTE WS-I = WS-POINT-CNT - 1.
           PERFORM UNTIL WS-I < 2
              OR ORDER-PT(WS-I) < ORDER-PT(WS-I + 1)
                 SUBTRACT 1 FROM WS-I
           END-PERFORM.
           IF WS-I < 2 THEN
              MOVE 'Y' TO WS-ORDER-DONE
           ELSE
              MOVE WS-POINT-CNT TO WS-J
              PERFORM UNTIL ORDER-PT(WS-J) > ORDER-PT(WS-I)
                 SUBTRACT 1 FROM WS-J
              END-PERFORM
              MOVE ORDER-PT(WS-I) TO WS-SWAP
              MOVE ORDER-PT(WS-J) TO ORDER-PT(WS-I)
              MOVE WS-SWAP TO ORDER-PT(WS-J)
              COMPUTE WS-J = WS-I + 1
              MOVE WS-POINT-CNT TO WS-K
              PERFORM UNTIL WS-J >= WS-K
                 MOVE ORDER-PT(WS-J) TO WS-SWAP
                 MOVE ORDER-PT(WS-K) TO ORDER-PT(WS-J)
                 MOVE WS-SWAP TO ORDER-PT(WS-K)
                 ADD 1 TO WS-J
                 SUBTRACT 1 FROM WS-K
              END-PERFORM
           END-IF.

       REPORT-RESULTS.
           MOVE WS-BEST-OPEN TO WS-NUM-ED.
           DISPLAY 'PART 1 FEWEST STEPS: ' FUNCTION TRIM(WS-NUM-ED).
           MOVE 'PART 1 FEWEST STEPS ALL POINTS' TO AR-PART-LABEL.
           MOVE SPACES TO AR-ANSWER.
           MOVE FUNCTION TRIM(WS-NUM-ED) TO AR-ANSWER.
           PERFORM WRITE-AOC-RESULT.
           MOVE WS-BEST-CLOSED TO WS-NUM-ED.
           DISPLAY 'PART 2 FEWEST STEPS: ' FUNCTION TRIM(WS-NUM-ED).
           MOVE 'PART 2 FEWEST STEPS BACK TO 0' TO AR-PART-LABEL.
           MOVE SPACES TO AR-ANSWER.
           MOVE FUNCTION TRIM(WS-NUM-ED) TO AR-ANSWER.
           PERFORM WRITE-AOC-RESULT.

      *    Matrix rows and columns are headed by point digit; the
      *    winning orders list point digits in visiting order.
       WRITE-ROUTE-FILE.
           OPEN OUTPUT ROUTEFILE.
           MOVE SPACES TO ROUTE-REC.
           MOVE RH-LINE TO ROUTE-REC.
           WRITE ROUTE-REC.
           MOVE SPACES TO ROUTE-REC.
           MOVE 'FROM\TO' TO ROUTE-REC(1:7).
           PERFORM VARYING WS-Q FROM 1 BY 1
              UNTIL WS-Q > WS-POINT-CNT
                 COMPUTE WS-OUT-POS = 8 + (WS-Q - 1) * 7 + 6
                 MOVE POINT-DIGIT(WS-Q) TO ROUTE-REC(WS-OUT-POS:1)
           END-PERFORM.
           WRITE ROUTE-REC.
           PERFORM VARYING WS-P FROM 1 BY 1
              UNTIL WS-P > WS-POINT-CNT
                 MOVE SPACES TO ROUTE-REC
                 MOVE POINT-DIGIT(WS-P) TO ROUTE-REC(7:1)
                 PERFORM VARYING WS-Q FROM 1 BY 1
                    UNTIL WS-Q > WS-POINT-CNT
                       COMPUTE WS-OUT-POS = 8 + (WS-Q - 1) * 7 + 1
                       IF DIST-TO(WS-P, WS-Q) < 0 THEN
                          MOVE '     -' TO ROUTE-REC(WS-OUT-POS:6)
                       ELSE
                          MOVE DIST-TO(WS-P, WS-Q) TO WS-DIST-ED
                          MOVE WS-DIST-ED TO ROUTE-REC(WS-OUT-POS:6)
                       END-IF
                 END-PERFORM
                 WRITE ROUTE-REC
           END-PERFORM.
           IF WS-NO-PATH-WHY = SPACES THEN
              MOVE SPACES TO ROUTE-REC
              MOVE 'PART 1 ORDER:' TO ROUTE-REC(1:13)
              MOVE WS-BEST-OPEN-ORDER TO WS-ORDER
              MOVE WS-POINT-CNT TO WS-K
              PERFORM WRITE-ORDER-DIGITS
              MOVE WS-BEST-OPEN TO WS-NUM-ED
              PERFORM WRITE-ORDER-LINE
              MOVE SPACES TO ROUTE-REC
              MOVE 'PART 2 ORDER:' TO ROUTE-REC(1:13)
              MOVE WS-BEST-CLOSED-ORDER TO WS-ORDER
              MOVE WS-POINT-CNT TO WS-K
              PERFORM WRITE-ORDER-DIGITS
              COMPUTE WS-OUT-POS = 15 + WS-POINT-CNT * 2
              MOVE POINT-DIGIT(1) TO ROUTE-REC(WS-OUT-POS:1)
              MOVE WS-BEST-CLOSED TO WS-NUM-ED
              PERFORM WRITE-ORDER-LINE
           END-IF.
           CLOSE ROUTEFILE.

       WRITE-ORDER-DIGITS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-K
              COMPUTE WS-OUT-POS = 15 + (WS-I - 1) * 2
              MOVE POINT-DIGIT(ORDER-PT(WS-I))
                 TO ROUTE-REC(WS-OUT-POS:1)
           END-PERFORM.

       WRITE-ORDER-LINE.
           MOVE 'STEPS=' TO ROUTE-REC(40:6).
           MOVE FUNCTION TRIM(WS-NUM-ED) TO ROUTE-REC(46:9).
           WRITE ROUTE-REC.

       LOG-BAD-LINE.
           ADD 1 TO WS-REJECT-CNT.
           MOVE SPACES TO EL-REFERENCE.
           STRING 'LINE ' DELIMITED SIZE
              WS-REC-NUM DELIMITED SIZE
              INTO EL-REFERENCE
           END-STRING.
           MOVE 'AOC0208W' TO EL-MSG-ID.
           MOVE WS-REJECT-REASON TO EL-VALUE-1.
           PERFORM FLAG-STEP-WARNING.
           PERFORM LOG-ERROR.

       FLAG-STEP-WARNING.
           IF WS-STEP-CC < 4 THEN
              MOVE 4 TO WS-STEP-CC
           END-IF.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-D24P1' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       REPORT-WATERMARKS.
           MOVE 'LOG' TO WM-FUNC.
           MOVE 'AOC-2016-D24P1' TO WM-PROGRAM.
           MOVE 'POINT-TABLE' TO WM-TABLE.
           MOVE WS-POINT-CNT TO WM-USED.
           MOVE WS-POINT-MAX TO WM-MAX.
           CALL 'AOC-2016-WATERMARK' USING WM-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.
           MOVE 'BFS-QUEUE' TO WM-TABLE.
           MOVE WS-Q-PEAK TO WM-USED.
           MOVE WS-Q-MAX TO WM-MAX.
           CALL 'AOC-2016-WATERMARK' USING WM-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       GET-FILE-NAME.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D24P1' TO CC-PROGRAM.
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
           MOVE 'AOC-2016-D24P1' TO RH-PROGRAM-ID.
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
           MOVE 'AOC-2016-D24P1' TO LG-PROGRAM.
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
           MOVE 'AOC-2016-D24P1' TO LG-PROGRAM.
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
           MOVE 'AOC-2016-D24P1' TO LG-PROGRAM.
           MOVE SPACES TO LG-LABEL.
           MOVE SPACES TO LG-VALUE.
           MOVE MT-ELAPSED-SECS TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

       END PROGRAM AOC-2016-D24P1.
