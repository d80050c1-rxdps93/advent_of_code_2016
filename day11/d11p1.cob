       01  EI          PIC 999.
       01  WI          PIC 99.
       01  KI          PIC 99.
       01  DIR         PIC S9.
       01  NEW-FLOOR   PIC 9.
       01  CURRENT     PIC 9    VALUE 0.
       01  CHIP-FLOOR    OCCURS 10 TIMES PIC 9.
       01  WS-ELEVATOR-INIT  PIC 9 VALUE 1.

      *    Elevator capacity (card AOC-2016-D11P1 ELEVATOR-CAPACITY=n,
      *    1-9, default the puzzle's 2): how many items one trip may
      *    carry. GENERATE-MOVES tries every non-empty load up to this
      *    size, in ascending item order; CARRY-PICK holds the
      *    ON-FLOOR-ITEMS entries of the load being tried.
       01  WS-CAPACITY       PIC 9    VALUE 2.
       01  WS-CARRY-CNT      PIC 9.
       01  WS-CARRY-MOVED    PIC 99.
       01  CARRY-PICKS.
           05 CARRY-PICK OCCURS 9 TIMES PIC 99.
       01  WS-CARRY-I        PIC 9.

       01  WS-MAX-WORDS      PIC 99   VALUE 40.
       01  WS-WORD-COUNT     PIC 99   VALUE 0.
       01  WS-WORDS.
      *    Pre-search lower bound on the minimum move count, computed
      *    from the parsed floor state before BFS-SEARCH starts: the
      *    better of the classic 2*cumulative-3 per-floor formula and
      *    the total item-to-top distance over the capacity (the
      *    elevator lifts at most that many items one floor per
      *    move). Both are generalised from the two-item elevator:
      *    k items on or below a floor take 2*ceil((k-c)/(c-1))+1
      *    moves to lift past it with capacity c, which is 2k-3 for
      *    c=2; a one-item elevator can only bound that at 2k-1.
      *    Printed with a rough
      *    node projection, recorded in the plan file, and checked
      *    against the card AOC-2016-D11P1 BOUND-LIMIT=n so a
      *    scenario that cannot possibly fit the window is flagged
       01  WS-LB-BRANCH      PIC 9(6).
       01  WS-PROJ-NODES     PIC 9(12).
       01  WS-BOUND-LIMIT    PIC 9(6) VALUE 0.
       01  WS-LB-TRIPS       PIC 9(6).
       01  WS-LB-TERM        PIC 9(12).
       01  WS-LB-K           PIC 9.

       01  WS-VISITED-COUNT  PIC 9(6) VALUE 0.
       01  VISITED-TABLE.
       01  WS-STATE-LEN      PIC 99   COMP.

      *    Scratch for the canonical pair sort; GENERATE-MOVES owns
      *    KI and the carry picks while this runs, so the sort keeps
      *    its own indexes.
       01  SORT-PAIRS.
           05 PAIR-CODE OCCURS 10 TIMES PIC XX.
       01  SRT-I             PIC 99.
           05 CT-TAIL        PIC 9(6).
           05 CT-ELEMS       PIC 99.
           05 CT-FLOORS      PIC 9.
           05 CT-CAPACITY    PIC 9.
       01  CKPT-Q-REC.
           05 CQ-TAG         PIC X.
           05 CQ-ELEV        PIC 9.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO WS-STEP-CC.
           PERFORM GET-FILE-NAME.
           PERFORM GET-ELEVATOR-CAPACITY.
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
              DISPLAY '    MINIMUM STEPS TO TOP FLOOR: ' WS-ANSWER
              PERFORM WRITE-SOLUTION-PLAN THRU
                 WRITE-SOLUTION-PLAN-EXIT
              PERFORM SET-RESULT-LABEL
              MOVE SPACES TO AR-ANSWER
              MOVE WS-ANSWER TO AR-ANSWER
              PERFORM WRITE-AOC-RESULT
           ELSE
              DISPLAY '    NO SOLUTION FOUND WITHIN STATE LIMIT'
              MOVE SPACES TO EL-REFERENCE
              MOVE 'AOC0403E' TO EL-MSG-ID
              PERFORM LOG-ERROR
              PERFORM SET-RESULT-LABEL
              MOVE SPACES TO AR-ANSWER
              MOVE 'NO SOLUTION WITHIN STATE LIMIT' TO AR-ANSWER
              PERFORM WRITE-AOC-RESULT
           MOVE SPACES TO PLAN-REC.
           STRING 'SOLUTION PLAN - ' DELIMITED SIZE
              WS-ANSWER DELIMITED SIZE
              ' STEP(S), ELEVATOR CAPACITY ' DELIMITED SIZE
              WS-CAPACITY DELIMITED SIZE
              ', PRE-SEARCH LOWER BOUND ' DELIMITED SIZE
              WS-LOWER-BOUND DELIMITED SIZE
              INTO PLAN-REC
           END-STRING.
           MOVE WS-Q-TAIL TO CT-TAIL.
           MOVE WS-NUM-ELEMS TO CT-ELEMS.
           MOVE WS-NUM-FLOORS TO CT-FLOORS.
           MOVE WS-CAPACITY TO CT-CAPACITY.
           WRITE CKPT-REC FROM CKPT-CTL-REC.
           PERFORM VARYING WS-CKPT-I FROM 1 BY 1
              UNTIL WS-CKPT-I > WS-Q-TAIL
                 MOVE SPACES TO CKPT-CTL-REC
           END-READ.
           IF CT-TAG IS NOT EQUAL TO 'C' OR
              CT-ELEMS IS NOT EQUAL TO WS-NUM-ELEMS OR
              CT-CAPACITY IS NOT EQUAL TO WS-CAPACITY THEN
              DISPLAY '    CHECKPOINT DOES NOT MATCH THE PARSED '
                 'ARRANGEMENT - IGNORED'
              CLOSE CKPTFILE
              ADD WS-LB-CNT TO WS-LB-CUM
              COMPUTE WS-LB-DIST = WS-LB-DIST +
                 (WS-LB-CNT * (WS-NUM-FLOORS - WS-LB-FLOOR))
              EVALUATE TRUE
                 WHEN WS-LB-CUM = 0
                    CONTINUE
                 WHEN WS-LB-CUM <= WS-CAPACITY
                    ADD 1 TO WS-LOWER-BOUND
                 WHEN WS-CAPACITY = 1
                    COMPUTE WS-LOWER-BOUND = WS-LOWER-BOUND +
                       (2 * WS-LB-CUM) - 1
                 WHEN OTHER
                    COMPUTE WS-LB-TRIPS =
                       (WS-LB-CUM - WS-CAPACITY + WS-CAPACITY - 2)
                       / (WS-CAPACITY - 1)
                    COMPUTE WS-LOWER-BOUND = WS-LOWER-BOUND +
                       (2 * WS-LB-TRIPS) + 1
              END-EVALUATE
           END-PERFORM.
           COMPUTE WS-LB-ALT =
              (WS-LB-DIST + WS-CAPACITY - 1) / WS-CAPACITY.
           IF WS-LB-ALT > WS-LOWER-BOUND THEN
              MOVE WS-LB-ALT TO WS-LOWER-BOUND
           END-IF.
           COMPUTE WS-LB-ITEMS = WS-NUM-ELEMS * 2.
      *    Branching factor: every load of one to capacity items,
      *    times two directions; the node projection is rough by
      *    design - its job is scale, not precision.
           MOVE 0 TO WS-LB-BRANCH.
           MOVE 1 TO WS-LB-TERM.
           PERFORM VARYING WS-LB-K FROM 1 BY 1
              UNTIL WS-LB-K > WS-CAPACITY OR WS-LB-K > WS-LB-ITEMS
              COMPUTE WS-LB-TERM =
                 (WS-LB-TERM * (WS-LB-ITEMS - WS-LB-K + 1)) / WS-LB-K
              COMPUTE WS-LB-BRANCH = WS-LB-BRANCH + WS-LB-TERM
                 ON SIZE ERROR
                    MOVE 999999 TO WS-LB-BRANCH
              END-COMPUTE
           END-PERFORM.
           COMPUTE WS-LB-BRANCH = WS-LB-BRANCH * 2
              ON SIZE ERROR
                 MOVE 999999 TO WS-LB-BRANCH
           END-COMPUTE.
           COMPUTE WS-PROJ-NODES =
              WS-LOWER-BOUND * WS-LB-BRANCH * WS-LB-BRANCH
              ON SIZE ERROR
                 MOVE 999999999999 TO WS-PROJ-NODES
           END-COMPUTE.
           DISPLAY '    PRE-SEARCH LOWER BOUND: ' WS-LOWER-BOUND
              ' MOVE(S) AT ELEVATOR CAPACITY ' WS-CAPACITY.
           DISPLAY '    ROUGH NODE PROJECTION:  ' WS-PROJ-NODES
              ' (STATE TABLE HOLDS ' WS-MAX-STATES ')'.
           IF WS-PROJ-NODES > WS-MAX-STATES THEN
                 ' EXCEEDS BOUND-LIMIT ' WS-BOUND-LIMIT
                 ' - SCENARIO CANNOT FIT THE WINDOW ***'
              PERFORM FLAG-STEP-WARNING
              MOVE WS-LOWER-BOUND TO EL-REFERENCE
              MOVE 'AOC0404W' TO EL-MSG-ID
              MOVE WS-LOWER-BOUND TO EL-VALUE-1
              MOVE WS-BOUND-LIMIT TO EL-VALUE-2
              PERFORM LOG-ERROR
           END-IF.

              END-IF
           END-IF.

       GET-ELEVATOR-CAPACITY.
           MOVE 2 TO WS-CAPACITY.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D11P1' TO CC-PROGRAM.
           MOVE 'ELEVATOR-CAPACITY' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' THEN
              IF CC-VALUE(1:1) IS NUMERIC AND
                 CC-VALUE(1:1) IS NOT EQUAL TO '0' AND
                 CC-VALUE(2:1) = SPACE THEN
                 MOVE CC-VALUE(1:1) TO WS-CAPACITY
              ELSE
                 DISPLAY '    ELEVATOR-CAPACITY '
                    FUNCTION TRIM(CC-VALUE)
                    ' IS NOT 1-9 - USING 2'
                 PERFORM FLAG-STEP-WARNING
                 MOVE CC-VALUE(1:20) TO EL-REFERENCE
                 MOVE 'AOC0501W' TO EL-MSG-ID
                 MOVE 'ELEVATOR-CAPACITY' TO EL-VALUE-1
                 MOVE '1-9' TO EL-VALUE-2
                 MOVE '2' TO EL-VALUE-3
                 PERFORM LOG-ERROR
              END-IF
           END-IF.

      *    Answers at different capacities are different answers, so
      *    the capacity is part of the ledger label.
       SET-RESULT-LABEL.
           MOVE SPACES TO AR-PART-LABEL.
           STRING 'PART 1 MINIMUM STEPS CAP=' DELIMITED SIZE
              WS-CAPACITY DELIMITED SIZE
              INTO AR-PART-LABEL
           END-STRING.

       WRITE-RUN-HEADER.
           IF RR-RUN-NUMBER IS NOT NUMERIC THEN
              MOVE 0 TO RR-RUN-NUMBER
              FUNCTION TRIM(RH-INPUT-NAME) DELIMITED SIZE
              ' RUN=' DELIMITED SIZE
              RR-RUN-NUMBER DELIMITED SIZE
              ' CAPACITY=' DELIMITED SIZE
              WS-CAPACITY DELIMITED SIZE
              INTO RH-LINE
           END-STRING.
           PERFORM STAMP-INPUT-LINEAGE.
           PERFORM VARYING DIR FROM 1 BY -2 UNTIL DIR < -1
              COMPUTE NEW-FLOOR = WS-CUR-ELEV + DIR
              IF NEW-FLOOR >= 1 AND NEW-FLOOR <= WS-NUM-FLOORS
                 AND WS-GOAL-FOUND = 'N' AND ON-FLOOR-COUNT > 0 THEN
                 MOVE 1 TO WS-CARRY-CNT
                 MOVE 1 TO CARRY-PICK(1)
                 PERFORM UNTIL WS-CARRY-CNT = 0 OR WS-GOAL-FOUND = 'Y'
                    PERFORM TRY-CARRY-MOVE
                    PERFORM NEXT-CARRY-LOAD
                 END-PERFORM
              END-IF
           END-PERFORM.

      *    Loads in ascending order - {1} {1,2} {1,3} .. {2} {2,3}
      *    .. - extending the load while capacity allows, else
      *    advancing its last item, else dropping it. A load of
      *    zero items ends the walk.
       NEXT-CARRY-LOAD.
           IF WS-CARRY-CNT < WS-CAPACITY AND
              CARRY-PICK(WS-CARRY-CNT) < ON-FLOOR-COUNT THEN
              ADD 1 TO WS-CARRY-CNT
              COMPUTE CARRY-PICK(WS-CARRY-CNT) =
                 CARRY-PICK(WS-CARRY-CNT - 1) + 1
           ELSE
              IF CARRY-PICK(WS-CARRY-CNT) < ON-FLOOR-COUNT THEN
                 ADD 1 TO CARRY-PICK(WS-CARRY-CNT)
              ELSE
                 SUBTRACT 1 FROM WS-CARRY-CNT
                 IF WS-CARRY-CNT > 0 THEN
                    ADD 1 TO CARRY-PICK(WS-CARRY-CNT)
                 END-IF
              END-IF
           END-IF.

       TRY-CARRY-MOVE.
           MOVE NEW-FLOOR TO WS-TRY-ELEV
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > WS-NUM-ELEMS
              MOVE WS-CUR-GEN(EI) TO WS-TRY-GEN(EI)
              MOVE WS-CUR-CHIP(EI) TO WS-TRY-CHIP(EI)
           END-PERFORM
           PERFORM VARYING WS-CARRY-I FROM 1 BY 1
                 UNTIL WS-CARRY-I > WS-CARRY-CNT
              MOVE CARRY-PICK(WS-CARRY-I) TO KI
              IF ON-FLOOR-TYPE(KI) = 'G' THEN
                 MOVE NEW-FLOOR TO WS-TRY-GEN(ON-FLOOR-ELEM(KI))
              ELSE
                 MOVE NEW-FLOOR TO WS-TRY-CHIP(ON-FLOOR-ELEM(KI))
              END-IF
           END-PERFORM
           PERFORM ENQUEUE-IF-VALID.

       ENQUEUE-IF-VALID.
                 ELSE
                    MOVE 'Y' TO WS-Q-FULL
                    DISPLAY '    STATE QUEUE FULL -- SEARCH TRUNCATED'
                    MOVE WS-Q-TAIL TO EL-REFERENCE
                    MOVE 'AOC0301W' TO EL-MSG-ID
                    MOVE 'STATE QUEUE' TO EL-VALUE-1
                    MOVE 'SEARCH TRUNCATED' TO EL-VALUE-2
                    PERFORM FLAG-STEP-WARNING
                    PERFORM LOG-ERROR
                 END-IF
              END-IF
           END-IF.

      *    A move is legal only if the elevator carried between one
      *    and capacity items, and no floor then leaves a microchip
      *    with a foreign generator but without its own.
       VALIDATE-STATE.
           MOVE 'Y' TO WS-STATE-VALID
           MOVE 0 TO WS-CARRY-MOVED
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > WS-NUM-ELEMS
              IF WS-TRY-GEN(EI) IS NOT EQUAL TO WS-CUR-GEN(EI) THEN
                 ADD 1 TO WS-CARRY-MOVED
              END-IF
              IF WS-TRY-CHIP(EI) IS NOT EQUAL TO WS-CUR-CHIP(EI) THEN
                 ADD 1 TO WS-CARRY-MOVED
              END-IF
           END-PERFORM
           IF WS-CARRY-MOVED = 0 OR WS-CARRY-MOVED > WS-CAPACITY THEN
              MOVE 'N' TO WS-STATE-VALID
           END-IF
           PERFORM VARYING TMP FROM 1 BY 1 UNTIL TMP > WS-NUM-FLOORS
                 OR WS-STATE-VALID = 'N'
              MOVE 'N' TO WS-FOUND
