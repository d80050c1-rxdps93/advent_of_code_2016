      *    (card AOC-2016-D11SWEEP SCENARIO-DIR=, default
      *    d11_scenarios) runs in sequence. A companion named
      *    <scenario>.supp feeds the SUPP card as supplemental
      *    items. A companion named <scenario>.cap lists elevator
      *    capacities (1-9, blank or comma separated, one or more
      *    lines); the scenario then runs once per capacity through
      *    D11P1's ELEVATOR-CAPACITY card, so one sweep shows moves
      *    against capacity for the same floor layout. Without one
      *    it runs once at D11P1's default. Per-scenario
      *    checkpointing comes free: D11P1 keys its search
      *    checkpoint off the input file name (and refuses one
      *    saved at another capacity), so a killed sweep resumes
      *    mid-scenario.
      *
      *    Each scenario is driven by RESETting the card deck,
      *    PUTting its cards, and CALLing AOC-2016-D11P1 after a
      *    CANCEL (the cancel is what clears the search tables
      *    between scenarios). The consolidated report
      *    (d11sweep_report.txt) carries per scenario and capacity:
      *    the capacity, minimum moves
      *    found (from d11p1_plan.txt), nodes queued (from the
      *    watermark log), elapsed seconds, and
      *    COMPLETED / NO-SOLUTION / FAILED status.
       01  WS-PLAN-TOK3        PIC X(12).
       01  WS-PLAN-TOK4        PIC X(12).

       01  WS-CAP-PATH         PIC X(124).
       01  WS-CAP-CNT          PIC 9      VALUE 0.
       01  WS-CAP-TABLE.
           05 SCEN-CAP OCCURS 9 TIMES PIC 9.
       01  WS-CAP-IDX          PIC 9.
       01  WS-CAP-SCAN         PIC 999.
       01  WS-CAP-SHOW         PIC X.

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'SWEEP REPORT WRITTEN: d11sweep_report.txt'.
           GOBACK.

      *    Companions ending .supp or .cap are supplements and
      *    capacity lists, not scenarios of their own.
       NOTE-SCENARIO-FILE.
           IF LIST-REC IS EQUAL TO SPACES THEN
              CONTINUE
              INSPECT FUNCTION REVERSE(LIST-REC)
                 TALLYING WS-SCEN-RC FOR LEADING SPACES
              COMPUTE WS-SCEN-RC = 100 - WS-SCEN-RC
              IF (WS-SCEN-RC > 5 AND
                  LIST-REC(WS-SCEN-RC - 4:5) = '.supp') OR
                 (WS-SCEN-RC > 4 AND
                  LIST-REC(WS-SCEN-RC - 3:4) = '.cap') THEN
                 CONTINUE
              ELSE
                 IF WS-SCEN-CNT < WS-SCEN-MAX THEN
              MOVE 'Y' TO WS-HAS-SUPP
           END-IF.

           PERFORM LOAD-SCENARIO-CAPACITIES.
           IF WS-CAP-CNT = 0 THEN
              MOVE 0 TO WS-CAP-IDX
              PERFORM RUN-SCENARIO-AT-CAPACITY
           ELSE
              PERFORM VARYING WS-CAP-IDX FROM 1 BY 1
                 UNTIL WS-CAP-IDX > WS-CAP-CNT
                 PERFORM RUN-SCENARIO-AT-CAPACITY
              END-PERFORM
           END-IF.

      *    <scenario>.cap: every digit 1-9 in the file is one
      *    capacity to run, in file order, up to nine of them.
       LOAD-SCENARIO-CAPACITIES.
           MOVE 0 TO WS-CAP-CNT.
           MOVE SPACES TO WS-CAP-PATH.
           STRING FUNCTION TRIM(WS-SCEN-PATH) DELIMITED SIZE
              '.cap' DELIMITED SIZE
              INTO WS-CAP-PATH
           END-STRING.
           MOVE WS-CAP-PATH TO WS-PROBE-NAME.
           OPEN INPUT PROBEFILE.
           IF WS-PROBE-STATUS = '00' THEN
              PERFORM UNTIL WS-PROBE-STATUS IS NOT EQUAL TO '00'
                 READ PROBEFILE
                    AT END
                       MOVE '10' TO WS-PROBE-STATUS
                    NOT AT END
                       PERFORM VARYING WS-CAP-SCAN FROM 1 BY 1
                          UNTIL WS-CAP-SCAN > 100
                          IF PROBE-REC(WS-CAP-SCAN:1) IS NUMERIC AND
                             PROBE-REC(WS-CAP-SCAN:1) NOT = '0' AND
                             WS-CAP-CNT < 9 THEN
                             ADD 1 TO WS-CAP-CNT
                             MOVE PROBE-REC(WS-CAP-SCAN:1)
                                TO SCEN-CAP(WS-CAP-CNT)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE PROBEFILE
           END-IF.

      *    WS-CAP-IDX 0 runs the scenario at D11P1's default.
       RUN-SCENARIO-AT-CAPACITY.
           IF WS-CAP-IDX = 0 THEN
              MOVE '2' TO WS-CAP-SHOW
           ELSE
              MOVE SCEN-CAP(WS-CAP-IDX) TO WS-CAP-SHOW
           END-IF.
           DISPLAY '--- SCENARIO ' FUNCTION TRIM(WS-SCEN-PATH)
              ' CAPACITY ' WS-CAP-SHOW ' ---'.
           MOVE 'RESET' TO CC-FUNC.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           MOVE 'PUT' TO CC-FUNC.
              MOVE WS-SUPP-PATH TO CC-VALUE
              CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
           END-IF.
           IF WS-CAP-IDX > 0 THEN
              MOVE 'PUT' TO CC-FUNC
              MOVE 'ELEVATOR-CAPACITY' TO CC-KEYWORD
              MOVE SPACES TO CC-VALUE
              MOVE WS-CAP-SHOW TO CC-VALUE(1:1)
              CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
           END-IF.

      *    CANCEL clears the prior scenario's search tables; the
      *    fresh call then works exactly as a standalone run,

           MOVE SPACES TO REPORT-REC.
           STRING SCEN-FILE(WS-SCEN-IDX)(1:30) DELIMITED SIZE
              ' CAP=' DELIMITED SIZE
              WS-CAP-SHOW DELIMITED SIZE
              ' MOVES=' DELIMITED SIZE
              WS-MOVES DELIMITED SIZE
              ' NODES=' DELIMITED SIZE
