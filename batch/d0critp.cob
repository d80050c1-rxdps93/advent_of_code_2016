       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-CRITPATH.

      *    Critical-path analysis of the batch step plan. Since the
      *    driver schedules by prerequisite, nobody could say which
      *    chain of steps sets the length of the night. This combines
      *    the step list and DEPENDS-ON graph of aoc_step_catalog.txt
      *    with each step's median elapsed over its last HISTORY= runs
      *    (default 30) of 'PROGRAM: ELAPSED SECONDS = n' lines in
      *    aoc_metrics.txt, and projects the night the way the driver
      *    runs it - not an ideal earliest-start schedule:
      *
      *    - with DEPENDS-ON in the catalog the steps run in waves: a
      *      wave is every step whose prerequisites all finished in
      *      earlier waves, and the next wave waits for the whole
      *      wave; without DEPENDS-ON the stages are the catalog's
      *      contiguous groups;
      *    - a stage runs its members concurrently under the card
      *      AOC-2016-BATCH PARALLEL=YES, or when a member carries a
      *      TIME-BUDGET card, and one after another otherwise;
      *    - a disabled step, and every step downstream of it or of a
      *      dependency cycle, does not run.
      *
      *    A concurrent stage lasts as long as its longest member,
      *    which is on the critical path; every other member's slack
      *    is how much longer it could run before the stage (and the
      *    night) got longer. In a serial stage every member is on
      *    the path with no slack. The report shows the plan under
      *    the current PARALLEL setting, the window under the other
      *    setting, and with FASTER=<PROGRAM-ID>,<percent> the window
      *    if that step got that much faster.
      *
      *    DATE=YYYYMMDD puts one business date's actual durations
      *    from aoc_batch_status.txt (first STARTED to last end, as
      *    AOC-2016-TIMELINE takes them) through the same projection
      *    and shows each step planned against actual, and where that
      *    night's critical path differed from the plan. The actual
      *    night is judged under the current PARALLEL setting. A
      *    multi-account night runs every step once per account, so
      *    one account's passes are taken: ACCOUNT=<id>, or without
      *    the card the default (blank) account of a single-account
      *    night.
      *
      *    Report aoc_critical_path.txt. RC 0, 4 when a step has no
      *    history, a cycle stops steps, or FASTER= or DATE= could not
      *    be applied, 8 when there is no step catalog.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGFILE ASSIGN TO 'aoc_step_catalog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

           SELECT METRICSFILE ASSIGN TO 'aoc_metrics.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-METRICS-STATUS.

           SELECT STATUSFILE ASSIGN TO 'aoc_batch_status.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STATUS.

           SELECT REPORTFILE ASSIGN TO 'aoc_critical_path.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGFILE.
       01  CATALOG-REC         PIC X(140).

       FD  METRICSFILE.
       01  METRICS-REC         PIC X(200).

       FD  STATUSFILE.
       01  STATUS-REC.
           05 BS-DATE          PIC X(8).
           05 BS-SP1           PIC X.
           05 BS-TIME          PIC X(6).
           05 BS-SP2           PIC X.
           05 BS-STEP          PIC X(20).
           05 BS-SP3           PIC X.
           05 BS-STATUS        PIC X(9).
           05 BS-SP4           PIC X.
           05 BS-CC            PIC XX.
           05 BS-SP5           PIC X.
           05 BS-ACCOUNT       PIC X(8).

       FD  REPORTFILE.
       01  REPORT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".

       01  WS-CATALOG-STATUS   PIC XX.
       01  WS-METRICS-STATUS   PIC XX.
       01  WS-STATUS-STATUS    PIC XX.
       01  WS-RC               PIC 9(2)   VALUE 0.
       01  WS-HISTORY-MAX      PIC 9(2)   VALUE 30.
       01  WS-PARALLEL         PIC X      VALUE 'N'.
       01  WS-HAS-DEPS         PIC X      VALUE 'N'.
       01  WS-WANT-DATE        PIC X(8)   VALUE SPACES.
       01  WS-WANT-ACCOUNT     PIC X(8)   VALUE SPACES.
       01  WS-OTHER-ACCT-CNT   PIC 9(5)   VALUE 0.
       01  WS-SHOW-ACCOUNT     PIC X(9).
       01  WS-FAST-NAME        PIC X(20)  VALUE SPACES.
       01  WS-FAST-PCT         PIC 9(3)   VALUE 0.
       01  WS-FAST-IDX         PIC 99     VALUE 0.
       01  WS-FAST-PARM        PIC X(24).
       01  WS-FAST-PCT-TXT     PIC X(8).
       01  WS-NO-HIST-CNT      PIC 99     VALUE 0.
       01  WS-CYCLE-CNT        PIC 99     VALUE 0.
       01  WS-ACTUAL-CNT       PIC 99     VALUE 0.
       01  WS-DIFFER-CNT       PIC 99     VALUE 0.

       01  WS-CAT-SEQ          PIC X(6).
       01  WS-CAT-PROGRAM      PIC X(24).
       01  WS-CAT-GROUP        PIC X(10).
       01  WS-CAT-ENABLED      PIC X(4).
       01  WS-CAT-DESC         PIC X(140).
       01  WS-CAT-WORK         PIC X(140).
       01  WS-CAT-TOKEN        PIC X(80).
       01  WS-CAT-PTR          PIC 9(3).

      *    One entry per catalog step, in catalog order.
       01  WS-STEP-MAX         PIC 99     VALUE 40.
       01  WS-STEP-CNT         PIC 99     VALUE 0.
       01  WS-STEP-TABLE.
           05 CP-ENTRY OCCURS 40 TIMES.
              10 CP-NAME       PIC X(20).
              10 CP-GROUP      PIC X(8).
              10 CP-ENABLED    PIC X.
              10 CP-DEPS       PIC X(64).
              10 CP-BUDGET     PIC 9(5).
              10 CP-RUNS       PIC X.
              10 CP-WHY        PIC X(12).
              10 CP-STAGE      PIC 99.
              10 CP-HIST-CNT   PIC 99.
              10 CP-HIST-NEXT  PIC 99.
              10 CP-HIST       PIC 9(7) OCCURS 30 TIMES.
              10 CP-MEDIAN     PIC 9(7).
              10 CP-DUR        PIC 9(7).
              10 CP-SLACK      PIC 9(7).
              10 CP-CRIT       PIC X.
              10 CP-PLAN-SLACK PIC 9(7).
              10 CP-PLAN-CRIT  PIC X.
              10 CP-ACT-START  PIC 9(6).
              10 CP-ACT-END    PIC 9(6).
              10 CP-ACT-HAS-S  PIC X.
              10 CP-ACT-HAS-E  PIC X.
              10 CP-ACT-DUR    PIC 9(7).
       01  WS-STEP-IDX         PIC 99.
       01  WS-OTHER-IDX        PIC 99.
       01  WS-FOUND-IDX        PIC 99.

      *    Stages (waves or groups) as the driver runs them.
       01  WS-STAGE-CNT        PIC 99     VALUE 0.
       01  WS-STAGE-TABLE.
           05 ST-ENTRY OCCURS 40 TIMES.
              10 ST-MEMBERS    PIC 99.
              10 ST-SUM        PIC 9(8).
              10 ST-MAX        PIC 9(7).
              10 ST-BUDGETED   PIC X.
              10 ST-CONC       PIC X.
              10 ST-LEN        PIC 9(8).
       01  WS-STAGE-IDX        PIC 99.

       01  WS-DEP-LIST         PIC X(64).
       01  WS-DEP-NAME         PIC X(20).
       01  WS-DEP-REST         PIC X(64).
       01  WS-DEP-LEVEL        PIC 99.
       01  WS-DEP-READY        PIC X.
       01  WS-CHANGED          PIC X.

       01  WS-MET-VALUE        PIC X(12).
       01  WS-SORT-TAB.
           05 WS-SORT-VAL      PIC 9(7) OCCURS 30 TIMES.
       01  WS-SORT-I           PIC 99.
       01  WS-SORT-J           PIC 99.
       01  WS-SORT-HOLD        PIC 9(7).

       01  WS-PROJ-PARALLEL    PIC X.
       01  WS-PROJ-WINDOW      PIC 9(8).
       01  WS-PLAN-WINDOW      PIC 9(8).
       01  WS-OTHER-WINDOW     PIC 9(8).
       01  WS-FAST-WINDOW      PIC 9(8).
       01  WS-FAST-PAR-WINDOW  PIC 9(8).
       01  WS-ACT-PROJ-WINDOW  PIC 9(8).
       01  WS-ACT-MIN-START    PIC 9(7)   VALUE 9999999.
       01  WS-ACT-MAX-END      PIC 9(7)   VALUE 0.
       01  WS-ACT-SPAN         PIC 9(7)   VALUE 0.
       01  WS-STEP-S           PIC 9(7).
       01  WS-STEP-E           PIC 9(7).
       01  WS-REC-SECS         PIC 9(6).

       01  WS-HMS-SECS         PIC 9(8).
       01  WS-HMS.
           05 WS-HMS-H         PIC 99.
           05 FILLER           PIC X      VALUE ':'.
           05 WS-HMS-M         PIC 99.
           05 FILLER           PIC X      VALUE ':'.
           05 WS-HMS-S         PIC 99.
       01  WS-HMS-2            PIC X(8).
       01  WS-SHOW-SECS        PIC Z(6)9.
       01  WS-SHOW-SECS-2      PIC Z(6)9.
       01  WS-SHOW-DELTA       PIC -(6)9.
       01  WS-SHOW-CNT         PIC Z9.
       01  WS-PATH-LINE        PIC X(132).
       01  WS-PATH-PTR         PIC 9(3).
       01  WS-CURRENT-STAMP.
           05 WS-STAMP-DATE    PIC X(8).
           05 WS-STAMP-TIME    PIC X(6).
           05 WS-STAMP-REST    PIC X(7).

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM GET-CRITPATH-CARDS.
           PERFORM LOAD-CATALOG THRU LOAD-CATALOG-EXIT.
           IF WS-STEP-CNT = 0 THEN
              DISPLAY 'NO STEP CATALOG (aoc_step_catalog.txt) - '
                 'NO GRAPH TO ANALYZE'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LOAD-BUDGETS.
           PERFORM LOAD-HISTORY THRU LOAD-HISTORY-EXIT.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-CNT
                 PERFORM TAKE-STEP-MEDIAN
           END-PERFORM.
           PERFORM RESOLVE-RUNNING-STEPS.
           IF WS-HAS-DEPS = 'Y' THEN
              PERFORM ASSIGN-WAVES
           ELSE
              PERFORM ASSIGN-GROUPS
           END-IF.

      *    the plan under the current setting, then the what-ifs
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-CNT
                 MOVE CP-MEDIAN(WS-STEP-IDX) TO CP-DUR(WS-STEP-IDX)
           END-PERFORM.
           MOVE WS-PARALLEL TO WS-PROJ-PARALLEL.
           PERFORM PROJECT-SCHEDULE.
           MOVE WS-PROJ-WINDOW TO WS-PLAN-WINDOW.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-CNT
                 MOVE CP-SLACK(WS-STEP-IDX)
                    TO CP-PLAN-SLACK(WS-STEP-IDX)
                 MOVE CP-CRIT(WS-STEP-IDX) TO CP-PLAN-CRIT(WS-STEP-IDX)
           END-PERFORM.
           IF WS-PARALLEL = 'Y' THEN
              MOVE 'N' TO WS-PROJ-PARALLEL
           ELSE
              MOVE 'Y' TO WS-PROJ-PARALLEL
           END-IF.
           PERFORM PROJECT-SCHEDULE.
           MOVE WS-PROJ-WINDOW TO WS-OTHER-WINDOW.
           PERFORM PROJECT-FASTER-STEP THRU PROJECT-FASTER-STEP-EXIT.

           IF WS-WANT-DATE IS NOT EQUAL TO SPACES THEN
              PERFORM LOAD-ACTUALS THRU LOAD-ACTUALS-EXIT
              IF WS-ACTUAL-CNT = 0 THEN
                 IF WS-OTHER-ACCT-CNT > 0 THEN
                    DISPLAY 'NO STEP-STATUS RECORDS FOR ' WS-WANT-DATE
                       ' ACCOUNT ' WS-SHOW-ACCOUNT
                       ' - OTHER ACCOUNTS RAN, GIVE ACCOUNT='
                 ELSE
                    DISPLAY 'NO STEP-STATUS RECORDS FOR ' WS-WANT-DATE
                       ' - NO ACTUAL COMPARISON'
                 END-IF
                 MOVE 4 TO WS-RC
              ELSE
                 PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                    UNTIL WS-STEP-IDX > WS-STEP-CNT
                       MOVE CP-ACT-DUR(WS-STEP-IDX)
                          TO CP-DUR(WS-STEP-IDX)
                 END-PERFORM
                 MOVE WS-PARALLEL TO WS-PROJ-PARALLEL
                 PERFORM PROJECT-SCHEDULE
                 MOVE WS-PROJ-WINDOW TO WS-ACT-PROJ-WINDOW
              END-IF
           END-IF.

           IF WS-NO-HIST-CNT > 0 OR WS-CYCLE-CNT > 0 THEN
              MOVE 4 TO WS-RC
           END-IF.
           PERFORM WRITE-CRITPATH-REPORT.
           MOVE WS-PLAN-WINDOW TO WS-HMS-SECS.
           PERFORM FORMAT-HMS.
           DISPLAY 'CRITICAL PATH: PROJECTED WINDOW ' WS-HMS
              ' (PARALLEL=' WS-PARALLEL ') - SEE aoc_critical_path.txt'.
           MOVE WS-RC TO RETURN-CODE.
           GOBACK.

       GET-CRITPATH-CARDS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-CRITPATH' TO CC-PROGRAM.
           MOVE 1 TO CC-OCCURRENCE.
           MOVE 'DATE' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND CC-VALUE(1:8) IS NUMERIC THEN
              MOVE CC-VALUE(1:8) TO WS-WANT-DATE
           END-IF.
           MOVE 'ACCOUNT' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE(1:8) TO WS-WANT-ACCOUNT
           END-IF.
           IF WS-WANT-ACCOUNT = SPACES THEN
              MOVE '(DEFAULT)' TO WS-SHOW-ACCOUNT
           ELSE
              MOVE WS-WANT-ACCOUNT TO WS-SHOW-ACCOUNT
           END-IF.
           MOVE 'HISTORY' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:8)) = 0 THEN
              IF FUNCTION NUMVAL(CC-VALUE(1:8)) >= 1 AND
                 FUNCTION NUMVAL(CC-VALUE(1:8)) <= 30 THEN
                 MOVE FUNCTION NUMVAL(CC-VALUE(1:8))
                    TO WS-HISTORY-MAX
              END-IF
           END-IF.
      *    FASTER=<PROGRAM-ID>,<percent>
           MOVE 'FASTER' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE SPACES TO WS-FAST-PARM WS-FAST-PCT-TXT
              UNSTRING CC-VALUE DELIMITED BY ','
                 INTO WS-FAST-PARM WS-FAST-PCT-TXT
              END-UNSTRING
              MOVE WS-FAST-PARM(1:20) TO WS-FAST-NAME
              IF FUNCTION TEST-NUMVAL(WS-FAST-PCT-TXT) = 0 THEN
                 IF FUNCTION NUMVAL(WS-FAST-PCT-TXT) > 0 AND
                    FUNCTION NUMVAL(WS-FAST-PCT-TXT) <= 100 THEN
                    MOVE FUNCTION NUMVAL(WS-FAST-PCT-TXT)
                       TO WS-FAST-PCT
                 END-IF
              END-IF
              IF WS-FAST-PCT = 0 THEN
                 DISPLAY 'FASTER CARD NEEDS <PROGRAM-ID>,<1-100> - '
                    'IGNORED'
                 MOVE SPACES TO WS-FAST-NAME
                 MOVE 4 TO WS-RC
              END-IF
           END-IF.
           MOVE 'AOC-2016-BATCH' TO CC-PROGRAM.
           MOVE 'PARALLEL' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND CC-VALUE(1:3) = 'YES' THEN
              MOVE 'Y' TO WS-PARALLEL
           END-IF.

      *    Same four leading tokens and DEPENDS-ON convention as the
      *    driver's PARSE-CATALOG-REC.
       LOAD-CATALOG.
           OPEN INPUT CATALOGFILE.
           IF WS-CATALOG-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-CATALOG-EXIT
           END-IF.
           PERFORM UNTIL WS-CATALOG-STATUS IS NOT EQUAL TO '00'
              READ CATALOGFILE
                 AT END
                    MOVE '10' TO WS-CATALOG-STATUS
                 NOT AT END
                    IF CATALOG-REC IS NOT EQUAL TO SPACES AND
                       CATALOG-REC(1:1) IS NOT EQUAL TO '*' AND
                       WS-STEP-CNT < WS-STEP-MAX THEN
                       PERFORM PARSE-CATALOG-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CATALOGFILE.
       LOAD-CATALOG-EXIT.
           EXIT.

       PARSE-CATALOG-REC.
           MOVE SPACES TO WS-CAT-SEQ WS-CAT-PROGRAM WS-CAT-GROUP
              WS-CAT-ENABLED WS-CAT-DESC.
           MOVE FUNCTION TRIM(CATALOG-REC LEADING) TO WS-CAT-WORK.
           MOVE 1 TO WS-CAT-PTR.
           UNSTRING WS-CAT-WORK DELIMITED BY ALL SPACE
              INTO WS-CAT-SEQ WS-CAT-PROGRAM WS-CAT-GROUP
                 WS-CAT-ENABLED
              WITH POINTER WS-CAT-PTR
           END-UNSTRING.
           IF WS-CAT-PTR <= 140 THEN
              MOVE WS-CAT-WORK(WS-CAT-PTR:) TO WS-CAT-DESC
           END-IF.
           IF WS-CAT-PROGRAM IS NOT EQUAL TO SPACES AND
              WS-CAT-GROUP IS NOT EQUAL TO SPACES THEN
              ADD 1 TO WS-STEP-CNT
              INITIALIZE CP-ENTRY(WS-STEP-CNT)
              MOVE WS-CAT-PROGRAM(1:20) TO CP-NAME(WS-STEP-CNT)
              MOVE WS-CAT-GROUP(1:8) TO CP-GROUP(WS-STEP-CNT)
              IF WS-CAT-ENABLED(1:1) = 'N' THEN
                 MOVE 'N' TO CP-ENABLED(WS-STEP-CNT)
              ELSE
                 MOVE 'Y' TO CP-ENABLED(WS-STEP-CNT)
              END-IF
              IF WS-CAT-DESC(1:11) = 'DEPENDS-ON=' THEN
                 MOVE SPACES TO WS-CAT-TOKEN
                 UNSTRING WS-CAT-DESC DELIMITED BY ' '
                    INTO WS-CAT-TOKEN
                 END-UNSTRING
                 MOVE WS-CAT-TOKEN(12:64) TO CP-DEPS(WS-STEP-CNT)
                 MOVE 'Y' TO WS-HAS-DEPS
              END-IF
           END-IF.

      *    A budgeted member forces the child-process path, which
      *    runs the whole stage concurrently.
       LOAD-BUDGETS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-CNT
                 MOVE 'GET' TO CC-FUNC
                 MOVE CP-NAME(WS-STEP-IDX) TO CC-PROGRAM
                 MOVE 'TIME-BUDGET' TO CC-KEYWORD
                 MOVE 1 TO CC-OCCURRENCE
                 CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
                    ON EXCEPTION
                       MOVE 'N' TO CC-FOUND
                 END-CALL
                 IF CC-FOUND = 'Y' AND
                    FUNCTION TEST-NUMVAL(CC-VALUE(1:8)) = 0 THEN
                    MOVE FUNCTION NUMVAL(CC-VALUE(1:8))
                       TO CP-BUDGET(WS-STEP-IDX)
                 END-IF
           END-PERFORM.

      *    Whole-run ELAPSED lines only (the phase lines share the
      *    program prefix); each step keeps its newest HISTORY= runs.
       LOAD-HISTORY.
           OPEN INPUT METRICSFILE.
           IF WS-METRICS-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL WS-METRICS-STATUS IS NOT EQUAL TO '00'
              READ METRICSFILE
                 AT END
                    MOVE '10' TO WS-METRICS-STATUS
                 NOT AT END
                    IF METRICS-REC(21:20) = ': ELAPSED SECONDS = '
                       THEN
                       PERFORM NOTE-HISTORY-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE METRICSFILE.
       LOAD-HISTORY-EXIT.
           EXIT.

       NOTE-HISTORY-LINE.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-CNT
                 IF CP-NAME(WS-STEP-IDX) = METRICS-REC(1:20) THEN
                    MOVE WS-STEP-IDX TO WS-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-FOUND-IDX > 0 THEN
              MOVE SPACES TO WS-MET-VALUE
              UNSTRING METRICS-REC(41:) DELIMITED BY ALL SPACE
                 INTO WS-MET-VALUE
              END-UNSTRING
              IF FUNCTION TEST-NUMVAL(WS-MET-VALUE) = 0 THEN
                 ADD 1 TO CP-HIST-NEXT(WS-FOUND-IDX)
                 IF CP-HIST-NEXT(WS-FOUND-IDX) > WS-HISTORY-MAX THEN
                    MOVE 1 TO CP-HIST-NEXT(WS-FOUND-IDX)
                 END-IF
                 MOVE FUNCTION NUMVAL(WS-MET-VALUE) TO
                    CP-HIST(WS-FOUND-IDX, CP-HIST-NEXT(WS-FOUND-IDX))
                 IF CP-HIST-CNT(WS-FOUND-IDX) < WS-HISTORY-MAX THEN
                    ADD 1 TO CP-HIST-CNT(WS-FOUND-IDX)
                 END-IF
              END-IF
           END-IF.

      *    Middle run of the kept history, or the mean of the middle
      *    two.
       TAKE-STEP-MEDIAN.
           MOVE 0 TO CP-MEDIAN(WS-STEP-IDX).
           IF CP-HIST-CNT(WS-STEP-IDX) > 0 THEN
              PERFORM VARYING WS-SORT-I FROM 1 BY 1
                 UNTIL WS-SORT-I > CP-HIST-CNT(WS-STEP-IDX)
                 MOVE CP-HIST(WS-STEP-IDX, WS-SORT-I)
                    TO WS-SORT-VAL(WS-SORT-I)
              END-PERFORM
              PERFORM VARYING WS-SORT-I FROM 2 BY 1
                 UNTIL WS-SORT-I > CP-HIST-CNT(WS-STEP-IDX)
                 MOVE WS-SORT-VAL(WS-SORT-I) TO WS-SORT-HOLD
                 MOVE WS-SORT-I TO WS-SORT-J
                 PERFORM UNTIL WS-SORT-J = 1 OR
                    WS-SORT-VAL(WS-SORT-J - 1) NOT > WS-SORT-HOLD
                    MOVE WS-SORT-VAL(WS-SORT-J - 1)
                       TO WS-SORT-VAL(WS-SORT-J)
                    SUBTRACT 1 FROM WS-SORT-J
                 END-PERFORM
                 MOVE WS-SORT-HOLD TO WS-SORT-VAL(WS-SORT-J)
              END-PERFORM
              IF FUNCTION MOD(CP-HIST-CNT(WS-STEP-IDX), 2) = 1 THEN
                 COMPUTE WS-SORT-I = (CP-HIST-CNT(WS-STEP-IDX) + 1) / 2
                 MOVE WS-SORT-VAL(WS-SORT-I) TO CP-MEDIAN(WS-STEP-IDX)
              ELSE
                 COMPUTE WS-SORT-I = CP-HIST-CNT(WS-STEP-IDX) / 2
                 COMPUTE CP-MEDIAN(WS-STEP-IDX) ROUNDED =
                    (WS-SORT-VAL(WS-SORT-I) +
                     WS-SORT-VAL(WS-SORT-I + 1)) / 2
              END-IF
           END-IF.

      *    Disabled steps do not run, and the driver suppresses every
      *    step with a prerequisite that did not run clean - follow
      *    that downstream until nothing changes. A prerequisite the
      *    step list does not carry counts as satisfied.
       RESOLVE-RUNNING-STEPS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-CNT
                 IF CP-ENABLED(WS-STEP-IDX) = 'N' THEN
                    MOVE 'N' TO CP-RUNS(WS-STEP-IDX)
                    MOVE 'DISABLED' TO CP-WHY(WS-STEP-IDX)
                 ELSE
                    MOVE 'Y' TO CP-RUNS(WS-STEP-IDX)
                    IF CP-HIST-CNT(WS-STEP-IDX) = 0 THEN
                       ADD 1 TO WS-NO-HIST-CNT
                    END-IF
                 END-IF
           END-PERFORM.
           IF WS-HAS-DEPS = 'N' THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-CHANGED.
           PERFORM UNTIL WS-CHANGED = 'N'
              MOVE 'N' TO WS-CHANGED
              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-CNT
                 IF CP-RUNS(WS-STEP-IDX) = 'Y' THEN
                    PERFORM CHECK-DEPS-RUN
                    IF WS-DEP-READY = 'N' THEN
                       MOVE 'N' TO CP-RUNS(WS-STEP-IDX)
                       MOVE 'SUPPRESSED' TO CP-WHY(WS-STEP-IDX)
                       MOVE 'Y' TO WS-CHANGED
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

       CHECK-DEPS-RUN.
           MOVE 'Y' TO WS-DEP-READY.
           MOVE CP-DEPS(WS-STEP-IDX) TO WS-DEP-LIST.
           PERFORM UNTIL WS-DEP-LIST IS EQUAL TO SPACES
              MOVE SPACES TO WS-DEP-NAME WS-DEP-REST
              UNSTRING WS-DEP-LIST DELIMITED BY ','
                 INTO WS-DEP-NAME WS-DEP-REST
              END-UNSTRING
              MOVE WS-DEP-REST TO WS-DEP-LIST
              PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                 UNTIL WS-OTHER-IDX > WS-STEP-CNT
                 IF CP-NAME(WS-OTHER-IDX) = WS-DEP-NAME AND
                    WS-DEP-NAME IS NOT EQUAL TO SPACES AND
                    CP-RUNS(WS-OTHER-IDX) = 'N' THEN
                    MOVE 'N' TO WS-DEP-READY
                 END-IF
              END-PERFORM
           END-PERFORM.

      *    Wave of a step = one past the latest wave among its
      *    prerequisites. Steps never placed wait on a cycle.
       ASSIGN-WAVES.
           MOVE 'Y' TO WS-CHANGED.
           PERFORM UNTIL WS-CHANGED = 'N'
              MOVE 'N' TO WS-CHANGED
              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-CNT
                 IF CP-RUNS(WS-STEP-IDX) = 'Y' AND
                    CP-STAGE(WS-STEP-IDX) = 0 THEN
                    PERFORM CHECK-DEPS-PLACED
                    IF WS-DEP-READY = 'Y' THEN
                       COMPUTE CP-STAGE(WS-STEP-IDX) = WS-DEP-LEVEL + 1
                       IF CP-STAGE(WS-STEP-IDX) > WS-STAGE-CNT THEN
                          MOVE CP-STAGE(WS-STEP-IDX) TO WS-STAGE-CNT
                       END-IF
                       MOVE 'Y' TO WS-CHANGED
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-CNT
                 IF CP-RUNS(WS-STEP-IDX) = 'Y' AND
                    CP-STAGE(WS-STEP-IDX) = 0 THEN
                    MOVE 'N' TO CP-RUNS(WS-STEP-IDX)
                    MOVE 'CYCLE' TO CP-WHY(WS-STEP-IDX)
                    ADD 1 TO WS-CYCLE-CNT
                 END-IF
           END-PERFORM.

       CHECK-DEPS-PLACED.
           MOVE 'Y' TO WS-DEP-READY.
           MOVE 0 TO WS-DEP-LEVEL.
           MOVE CP-DEPS(WS-STEP-IDX) TO WS-DEP-LIST.
           PERFORM UNTIL WS-DEP-LIST IS EQUAL TO SPACES
              MOVE SPACES TO WS-DEP-NAME WS-DEP-REST
              UNSTRING WS-DEP-LIST DELIMITED BY ','
                 INTO WS-DEP-NAME WS-DEP-REST
              END-UNSTRING
              MOVE WS-DEP-REST TO WS-DEP-LIST
              PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                 UNTIL WS-OTHER-IDX > WS-STEP-CNT
                 IF CP-NAME(WS-OTHER-IDX) = WS-DEP-NAME AND
                    WS-DEP-NAME IS NOT EQUAL TO SPACES THEN
                    IF CP-STAGE(WS-OTHER-IDX) = 0 THEN
                       MOVE 'N' TO WS-DEP-READY
                    ELSE
                       IF CP-STAGE(WS-OTHER-IDX) > WS-DEP-LEVEL THEN
                          MOVE CP-STAGE(WS-OTHER-IDX) TO WS-DEP-LEVEL
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

      *    Without DEPENDS-ON a stage is a contiguous run of steps
      *    sharing a group name.
       ASSIGN-GROUPS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-CNT
                 IF WS-STEP-IDX = 1 THEN
                    MOVE 1 TO WS-STAGE-CNT
                 ELSE
                    IF CP-GROUP(WS-STEP-IDX) IS NOT EQUAL TO
                       CP-GROUP(WS-STEP-IDX - 1) THEN
                       ADD 1 TO WS-STAGE-CNT
                    END-IF
                 END-IF
                 MOVE WS-STAGE-CNT TO CP-STAGE(WS-STEP-IDX)
           END-PERFORM.

      *    CP-DUR of every running step under WS-PROJ-PARALLEL gives
      *    WS-PROJ-WINDOW, and each step's CP-SLACK and CP-CRIT.
       PROJECT-SCHEDULE.
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
              UNTIL WS-STAGE-IDX > WS-STAGE-CNT
                 INITIALIZE ST-ENTRY(WS-STAGE-IDX)
                 MOVE 'N' TO ST-BUDGETED(WS-STAGE-IDX)
           END-PERFORM.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-CNT
              IF CP-RUNS(WS-STEP-IDX) = 'Y' THEN
                 MOVE CP-STAGE(WS-STEP-IDX) TO WS-STAGE-IDX
                 ADD 1 TO ST-MEMBERS(WS-STAGE-IDX)
                 ADD CP-DUR(WS-STEP-IDX) TO ST-SUM(WS-STAGE-IDX)
                 IF CP-DUR(WS-STEP-IDX) > ST-MAX(WS-STAGE-IDX) THEN
                    MOVE CP-DUR(WS-STEP-IDX) TO ST-MAX(WS-STAGE-IDX)
                 END-IF
                 IF CP-BUDGET(WS-STEP-IDX) > 0 THEN
                    MOVE 'Y' TO ST-BUDGETED(WS-STAGE-IDX)
                 END-IF
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-PROJ-WINDOW.
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
              UNTIL WS-STAGE-IDX > WS-STAGE-CNT
              IF ST-BUDGETED(WS-STAGE-IDX) = 'Y' OR
                 (WS-PROJ-PARALLEL = 'Y' AND
                  ST-MEMBERS(WS-STAGE-IDX) > 1) THEN
                 MOVE 'Y' TO ST-CONC(WS-STAGE-IDX)
                 MOVE ST-MAX(WS-STAGE-IDX) TO ST-LEN(WS-STAGE-IDX)
              ELSE
                 MOVE 'N' TO ST-CONC(WS-STAGE-IDX)
                 MOVE ST-SUM(WS-STAGE-IDX) TO ST-LEN(WS-STAGE-IDX)
              END-IF
              ADD ST-LEN(WS-STAGE-IDX) TO WS-PROJ-WINDOW
           END-PERFORM.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-CNT
              MOVE 0 TO CP-SLACK(WS-STEP-IDX)
              MOVE 'N' TO CP-CRIT(WS-STEP-IDX)
              IF CP-RUNS(WS-STEP-IDX) = 'Y' THEN
                 MOVE CP-STAGE(WS-STEP-IDX) TO WS-STAGE-IDX
                 IF ST-CONC(WS-STAGE-IDX) = 'Y' THEN
                    COMPUTE CP-SLACK(WS-STEP-IDX) =
                       ST-MAX(WS-STAGE-IDX) - CP-DUR(WS-STEP-IDX)
                 END-IF
                 IF CP-SLACK(WS-STEP-IDX) = 0 THEN
                    MOVE 'Y' TO CP-CRIT(WS-STEP-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       PROJECT-FASTER-STEP.
           IF WS-FAST-NAME IS EQUAL TO SPACES THEN
              GO TO PROJECT-FASTER-STEP-EXIT
           END-IF.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-CNT
                 IF CP-NAME(WS-STEP-IDX) = WS-FAST-NAME THEN
                    MOVE WS-STEP-IDX TO WS-FAST-IDX
                 END-IF
           END-PERFORM.
           IF WS-FAST-IDX = 0 THEN
              DISPLAY 'FASTER: ' FUNCTION TRIM(WS-FAST-NAME)
                 ' IS NOT IN THE STEP CATALOG - IGNORED'
              MOVE 4 TO WS-RC
              GO TO PROJECT-FASTER-STEP-EXIT
           END-IF.
           COMPUTE CP-DUR(WS-FAST-IDX) ROUNDED =
              CP-MEDIAN(WS-FAST-IDX) * (100 - WS-FAST-PCT) / 100.
           MOVE WS-PARALLEL TO WS-PROJ-PARALLEL.
           PERFORM PROJECT-SCHEDULE.
           MOVE WS-PROJ-WINDOW TO WS-FAST-WINDOW.
           MOVE 'Y' TO WS-PROJ-PARALLEL.
           PERFORM PROJECT-SCHEDULE.
           MOVE WS-PROJ-WINDOW TO WS-FAST-PAR-WINDOW.
           MOVE CP-MEDIAN(WS-FAST-IDX) TO CP-DUR(WS-FAST-IDX).
       PROJECT-FASTER-STEP-EXIT.
           EXIT.

       LOAD-ACTUALS.
           OPEN INPUT STATUSFILE.
           IF WS-STATUS-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-ACTUALS-EXIT
           END-IF.
           PERFORM UNTIL WS-STATUS-STATUS IS NOT EQUAL TO '00'
              READ STATUSFILE
                 AT END
                    MOVE '10' TO WS-STATUS-STATUS
                 NOT AT END
                    IF BS-DATE = WS-WANT-DATE AND
                       BS-TIME IS NUMERIC THEN
                       IF BS-ACCOUNT = WS-WANT-ACCOUNT THEN
                          PERFORM NOTE-ACTUAL-REC
                       ELSE
                          ADD 1 TO WS-OTHER-ACCT-CNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STATUSFILE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-CNT
              MOVE 0 TO CP-ACT-DUR(WS-STEP-IDX)
              IF CP-ACT-HAS-S(WS-STEP-IDX) = 'Y' AND
                 CP-ACT-HAS-E(WS-STEP-IDX) = 'Y' THEN
                 ADD 1 TO WS-ACTUAL-CNT
                 MOVE CP-ACT-START(WS-STEP-IDX) TO WS-STEP-S
                 MOVE CP-ACT-END(WS-STEP-IDX) TO WS-STEP-E
      *          a step that ran across midnight ends tomorrow
                 IF WS-STEP-E < WS-STEP-S THEN
                    ADD 86400 TO WS-STEP-E
                 END-IF
                 COMPUTE CP-ACT-DUR(WS-STEP-IDX) = WS-STEP-E - WS-STEP-S
                 IF WS-STEP-S < WS-ACT-MIN-START THEN
                    MOVE WS-STEP-S TO WS-ACT-MIN-START
                 END-IF
                 IF WS-STEP-E > WS-ACT-MAX-END THEN
                    MOVE WS-STEP-E TO WS-ACT-MAX-END
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-ACT-MAX-END > WS-ACT-MIN-START THEN
              COMPUTE WS-ACT-SPAN = WS-ACT-MAX-END - WS-ACT-MIN-START
           END-IF.
       LOAD-ACTUALS-EXIT.
           EXIT.

       NOTE-ACTUAL-REC.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-CNT
                 IF CP-NAME(WS-STEP-IDX) = BS-STEP THEN
                    MOVE WS-STEP-IDX TO WS-FOUND-IDX
                 END-IF
           END-PERFORM.
           IF WS-FOUND-IDX > 0 THEN
              COMPUTE WS-REC-SECS =
                 (FUNCTION NUMVAL(BS-TIME(1:2)) * 3600) +
                 (FUNCTION NUMVAL(BS-TIME(3:2)) * 60) +
                 FUNCTION NUMVAL(BS-TIME(5:2))
              EVALUATE BS-STATUS
                 WHEN 'STARTED'
                    IF CP-ACT-HAS-S(WS-FOUND-IDX) IS NOT EQUAL TO 'Y'
                       THEN
                       MOVE WS-REC-SECS TO CP-ACT-START(WS-FOUND-IDX)
                       MOVE 'Y' TO CP-ACT-HAS-S(WS-FOUND-IDX)
                    END-IF
                 WHEN 'COMPLETED'
                 WHEN 'FAILED'
                 WHEN 'TIMEOUT'
                 WHEN 'UNSTABLE'
                    MOVE WS-REC-SECS TO CP-ACT-END(WS-FOUND-IDX)
                    MOVE 'Y' TO CP-ACT-HAS-E(WS-FOUND-IDX)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       WRITE-CRITPATH-REPORT.
           OPEN OUTPUT REPORTFILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE SPACES TO REPORT-REC.
           STRING 'CRITICAL PATH ANALYSIS ' DELIMITED SIZE
              WS-STAMP-DATE DELIMITED SIZE
              ' ' DELIMITED SIZE
              WS-STAMP-TIME DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           IF WS-HAS-DEPS = 'Y' THEN
              MOVE 'STAGES: PREREQUISITE WAVES (DEPENDS-ON)'
                 TO REPORT-REC
           ELSE
              MOVE 'STAGES: CATALOG GROUPS IN ORDER (NO DEPENDS-ON)'
                 TO REPORT-REC
           END-IF.
           MOVE 'PARALLEL=' TO REPORT-REC(52:9).
           IF WS-PARALLEL = 'Y' THEN
              MOVE 'YES' TO REPORT-REC(61:3)
           ELSE
              MOVE 'NO' TO REPORT-REC(61:3)
           END-IF.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-HISTORY-MAX TO WS-SHOW-CNT.
           STRING 'TIMINGS: MEDIAN OF THE LAST ' DELIMITED SIZE
              FUNCTION TRIM(WS-SHOW-CNT) DELIMITED SIZE
              ' ELAPSED RUNS PER STEP IN aoc_metrics.txt (SECONDS)'
                 DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'STAGE STEP                  MEDIAN   SLACK  RUNS NOTE'
              TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
              UNTIL WS-STAGE-IDX > WS-STAGE-CNT
              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-CNT
                 IF CP-RUNS(WS-STEP-IDX) = 'Y' AND
                    CP-STAGE(WS-STEP-IDX) = WS-STAGE-IDX THEN
                    PERFORM WRITE-PLAN-LINE
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-CNT
              IF CP-RUNS(WS-STEP-IDX) = 'N' THEN
                 MOVE SPACES TO REPORT-REC
                 MOVE '  -' TO REPORT-REC(1:5)
                 MOVE CP-NAME(WS-STEP-IDX) TO REPORT-REC(7:20)
                 MOVE 'DOES NOT RUN:' TO REPORT-REC(51:13)
                 MOVE CP-WHY(WS-STEP-IDX) TO REPORT-REC(65:12)
                 WRITE REPORT-REC
              END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'CRITICAL PATH:' TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM WRITE-PATH-LINES.
           MOVE WS-PLAN-WINDOW TO WS-HMS-SECS.
           PERFORM FORMAT-HMS.
           MOVE WS-PLAN-WINDOW TO WS-SHOW-SECS.
           MOVE SPACES TO REPORT-REC.
           STRING 'PROJECTED WINDOW: ' DELIMITED SIZE
              WS-HMS DELIMITED SIZE
              ' (' DELIMITED SIZE
              FUNCTION TRIM(WS-SHOW-SECS) DELIMITED SIZE
              ' SECONDS)' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'WHAT-IF:' TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-OTHER-WINDOW TO WS-HMS-SECS.
           PERFORM FORMAT-HMS.
           MOVE SPACES TO REPORT-REC.
           IF WS-PARALLEL = 'Y' THEN
              MOVE '  PARALLEL=NO' TO REPORT-REC
           ELSE
              MOVE '  PARALLEL=YES' TO REPORT-REC
           END-IF.
           MOVE 'WINDOW' TO REPORT-REC(40:6).
           MOVE WS-HMS TO REPORT-REC(47:8).
           COMPUTE WS-SHOW-DELTA = WS-OTHER-WINDOW - WS-PLAN-WINDOW.
           MOVE WS-SHOW-DELTA TO REPORT-REC(57:7).
           MOVE 'SECONDS AGAINST THE PLAN' TO REPORT-REC(65:).
           WRITE REPORT-REC.
           IF WS-FAST-IDX > 0 THEN
              PERFORM WRITE-FASTER-LINES
           END-IF.

           IF WS-WANT-DATE IS NOT EQUAL TO SPACES AND
              WS-ACTUAL-CNT > 0 THEN
              PERFORM WRITE-ACTUAL-SECTION
           END-IF.
           CLOSE REPORTFILE.

       WRITE-PLAN-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-STAGE-IDX TO REPORT-REC(3:2).
           MOVE CP-NAME(WS-STEP-IDX) TO REPORT-REC(7:20).
           MOVE CP-MEDIAN(WS-STEP-IDX) TO WS-SHOW-SECS.
           MOVE WS-SHOW-SECS TO REPORT-REC(28:7).
           MOVE CP-PLAN-SLACK(WS-STEP-IDX) TO WS-SHOW-SECS.
           MOVE WS-SHOW-SECS TO REPORT-REC(36:7).
           MOVE CP-HIST-CNT(WS-STEP-IDX) TO WS-SHOW-CNT.
           MOVE WS-SHOW-CNT TO REPORT-REC(46:2).
           IF CP-PLAN-CRIT(WS-STEP-IDX) = 'Y' THEN
              MOVE 'CRITICAL' TO REPORT-REC(49:8)
           END-IF.
           IF CP-HIST-CNT(WS-STEP-IDX) = 0 THEN
              MOVE 'NO HISTORY - COUNTED AS 0' TO REPORT-REC(58:)
           END-IF.
           WRITE REPORT-REC.

      *    The path stage by stage, as many steps to a line as fit.
       WRITE-PATH-LINES.
           MOVE SPACES TO WS-PATH-LINE.
           MOVE 3 TO WS-PATH-PTR.
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
              UNTIL WS-STAGE-IDX > WS-STAGE-CNT
              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-CNT
                 IF CP-RUNS(WS-STEP-IDX) = 'Y' AND
                    CP-STAGE(WS-STEP-IDX) = WS-STAGE-IDX AND
                    CP-PLAN-CRIT(WS-STEP-IDX) = 'Y' THEN
                    IF WS-PATH-PTR > 100 THEN
                       MOVE WS-PATH-LINE TO REPORT-REC
                       WRITE REPORT-REC
                       MOVE SPACES TO WS-PATH-LINE
                       MOVE 3 TO WS-PATH-PTR
                    END-IF
                    IF WS-PATH-PTR > 3 THEN
                       STRING ' -> ' DELIMITED SIZE
                          INTO WS-PATH-LINE
                          WITH POINTER WS-PATH-PTR
                       END-STRING
                    END-IF
                    STRING FUNCTION TRIM(CP-NAME(WS-STEP-IDX))
                       DELIMITED SIZE
                       INTO WS-PATH-LINE
                       WITH POINTER WS-PATH-PTR
                    END-STRING
                 END-IF
              END-PERFORM
           END-PERFORM.
           IF WS-PATH-PTR > 3 THEN
              MOVE WS-PATH-LINE TO REPORT-REC
              WRITE REPORT-REC
           END-IF.

       WRITE-FASTER-LINES.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-FAST-PCT TO WS-SHOW-SECS.
           STRING '  ' DELIMITED SIZE
              FUNCTION TRIM(WS-FAST-NAME) DELIMITED SIZE
              ' ' DELIMITED SIZE
              FUNCTION TRIM(WS-SHOW-SECS) DELIMITED SIZE
              '% FASTER' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           MOVE 'WINDOW' TO REPORT-REC(40:6).
           MOVE WS-FAST-WINDOW TO WS-HMS-SECS.
           PERFORM FORMAT-HMS.
           MOVE WS-HMS TO REPORT-REC(47:8).
           COMPUTE WS-SHOW-DELTA = WS-FAST-WINDOW - WS-PLAN-WINDOW.
           MOVE WS-SHOW-DELTA TO REPORT-REC(57:7).
           MOVE 'SECONDS AGAINST THE PLAN' TO REPORT-REC(65:).
           WRITE REPORT-REC.
           IF WS-PARALLEL = 'N' THEN
              MOVE SPACES TO REPORT-REC
              MOVE '    AND PARALLEL=YES' TO REPORT-REC
              MOVE 'WINDOW' TO REPORT-REC(40:6)
              MOVE WS-FAST-PAR-WINDOW TO WS-HMS-SECS
              PERFORM FORMAT-HMS
              MOVE WS-HMS TO REPORT-REC(47:8)
              COMPUTE WS-SHOW-DELTA =
                 WS-FAST-PAR-WINDOW - WS-PLAN-WINDOW
              MOVE WS-SHOW-DELTA TO REPORT-REC(57:7)
              MOVE 'SECONDS AGAINST THE PLAN' TO REPORT-REC(65:)
              WRITE REPORT-REC
           END-IF.
           IF CP-RUNS(WS-FAST-IDX) = 'N' THEN
              MOVE '    (THE STEP DOES NOT RUN IN THIS PLAN)'
                 TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              IF CP-PLAN-CRIT(WS-FAST-IDX) = 'N' THEN
                 MOVE CP-PLAN-SLACK(WS-FAST-IDX) TO WS-SHOW-SECS
                 MOVE SPACES TO REPORT-REC
                 STRING '    (NOT ON THE CRITICAL PATH: '
                    DELIMITED SIZE
                    FUNCTION TRIM(WS-SHOW-SECS) DELIMITED SIZE
                    ' SECONDS OF SLACK ALREADY)' DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
                 WRITE REPORT-REC
              END-IF
           END-IF.

      *    CP-CRIT / CP-SLACK still hold the projection of the actual
      *    durations; CP-PLAN-CRIT / CP-PLAN-SLACK the plan's.
       WRITE-ACTUAL-SECTION.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'ACTUAL ' DELIMITED SIZE
              WS-WANT-DATE DELIMITED SIZE
              ' ACCOUNT ' DELIMITED SIZE
              FUNCTION TRIM(WS-SHOW-ACCOUNT) DELIMITED SIZE
              ' AGAINST THE PLAN (aoc_batch_status.txt)'
                 DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE 'STAGE STEP                    PLAN  ACTUAL  CHANGE'
              TO REPORT-REC.
           MOVE 'PLAN     ACTUAL' TO REPORT-REC(55:).
           WRITE REPORT-REC.
           PERFORM VARYING WS-STAGE-IDX FROM 1 BY 1
              UNTIL WS-STAGE-IDX > WS-STAGE-CNT
              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-CNT
                 IF CP-RUNS(WS-STEP-IDX) = 'Y' AND
                    CP-STAGE(WS-STEP-IDX) = WS-STAGE-IDX THEN
                    PERFORM WRITE-ACTUAL-LINE
                 END-IF
              END-PERFORM
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-ACT-PROJ-WINDOW TO WS-HMS-SECS.
           PERFORM FORMAT-HMS.
           MOVE WS-HMS TO WS-HMS-2.
           MOVE WS-ACT-SPAN TO WS-HMS-SECS.
           PERFORM FORMAT-HMS.
           MOVE SPACES TO REPORT-REC.
           STRING 'ACTUAL WINDOW (FIRST START TO LAST END): '
                 DELIMITED SIZE
              WS-HMS DELIMITED SIZE
              '   ACTUAL DURATIONS THROUGH THE PLAN: ' DELIMITED SIZE
              WS-HMS-2 DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           IF WS-DIFFER-CNT = 0 THEN
              MOVE 'THE ACTUAL CRITICAL PATH MATCHED THE PLAN'
                 TO REPORT-REC
           ELSE
              MOVE WS-DIFFER-CNT TO WS-SHOW-CNT
              STRING 'THE ACTUAL CRITICAL PATH DIFFERED FROM THE PLAN'
                    DELIMITED SIZE
                 ' AT ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-CNT) DELIMITED SIZE
                 ' STEP(S) - SEE BECAME CRITICAL / LEFT THE PATH'
                    DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
           END-IF.
           WRITE REPORT-REC.

       WRITE-ACTUAL-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE WS-STAGE-IDX TO REPORT-REC(3:2).
           MOVE CP-NAME(WS-STEP-IDX) TO REPORT-REC(7:20).
           MOVE CP-MEDIAN(WS-STEP-IDX) TO WS-SHOW-SECS.
           MOVE WS-SHOW-SECS TO REPORT-REC(29:7).
           IF CP-ACT-HAS-S(WS-STEP-IDX) = 'Y' AND
              CP-ACT-HAS-E(WS-STEP-IDX) = 'Y' THEN
              MOVE CP-ACT-DUR(WS-STEP-IDX) TO WS-SHOW-SECS-2
              MOVE WS-SHOW-SECS-2 TO REPORT-REC(37:7)
              COMPUTE WS-SHOW-DELTA =
                 CP-ACT-DUR(WS-STEP-IDX) - CP-MEDIAN(WS-STEP-IDX)
              MOVE WS-SHOW-DELTA TO REPORT-REC(45:7)
           ELSE
              MOVE 'NOT RUN' TO REPORT-REC(37:7)
           END-IF.
           IF CP-PLAN-CRIT(WS-STEP-IDX) = 'Y' THEN
              MOVE 'CRITICAL' TO REPORT-REC(55:8)
           END-IF.
           IF CP-CRIT(WS-STEP-IDX) = 'Y' THEN
              MOVE 'CRITICAL' TO REPORT-REC(64:8)
           END-IF.
           IF CP-CRIT(WS-STEP-IDX) = 'Y' AND
              CP-PLAN-CRIT(WS-STEP-IDX) = 'N' THEN
              MOVE 'BECAME CRITICAL' TO REPORT-REC(74:)
              ADD 1 TO WS-DIFFER-CNT
           END-IF.
           IF CP-CRIT(WS-STEP-IDX) = 'N' AND
              CP-PLAN-CRIT(WS-STEP-IDX) = 'Y' THEN
              MOVE 'LEFT THE PATH' TO REPORT-REC(74:)
              ADD 1 TO WS-DIFFER-CNT
           END-IF.
           WRITE REPORT-REC.

       FORMAT-HMS.
           COMPUTE WS-HMS-H = WS-HMS-SECS / 3600.
           COMPUTE WS-HMS-M = FUNCTION MOD(WS-HMS-SECS, 3600) / 60.
           COMPUTE WS-HMS-S = FUNCTION MOD(WS-HMS-SECS, 60).

       END PROGRAM AOC-2016-CRITPATH.
