       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-BENCH.

      *    Controlled performance benchmark - the timing gate for
      *    promoting a rebuilt suite (AOC-2016-LEDGCOMP is the answer
      *    gate). Nightly timings swing with input size and machine
      *    load, so the trend report cannot say whether a rebuilt
      *    program is slower. Run by the batch driver under card
      *    AOC-2016-BATCH MODE=BENCHMARK, inside the driver's run unit
      *    and run-lock, like MODE=SMOKE outside the batch window and
      *    preferably under a rehearsal profile (AOC_PROFILE): the day
      *    programs rewrite their per-run artifacts.
      *
      *    For each entry of the built-in benchmark set (format, size,
      *    program) a synthetic input of fixed size is generated
      *    through AOC-2016-TESTGEN with a fixed seed (card SEED=,
      *    default 20161201) and no defects, and the program is run
      *    against it REPEATS= times (default 5, 3 to 15) on an
      *    otherwise empty card deck, its ledger and metrics appends
      *    redirected to aoc_bench_results.txt / aoc_bench_metrics.txt.
      *    Per run the whole call is timed here to the hundredth of a
      *    second (ELAPSED) and the program's own phase lines are
      *    taken from the scratch metrics (whole seconds, as the
      *    programs record them); the median of each is kept.
      *
      *    The medians are compared with the baseline
      *    aoc_bench_baseline.txt (card BASELINE=):
      *
      *        BASELINE <date> <time> <operator> SEED=<seed>
      *        <program> <label> <median hundredths>
      *
      *    (fixed columns, see BASELINE-LINE). A timing more than
      *    TOLERANCE= percent (default 20) and more than FLOOR=
      *    hundredths (default 10; one whole second for a phase line)
      *    above its baseline is REGRESSED: logged (AOC0618E) and the
      *    benchmark ends CC 8, which fails the promotion. A program
      *    that does not run clean (see BS-CLEAN-RC) is CC 8 too. No
      *    baseline, or one taken with another seed, is CC 4.
      *
      *    BLESS=YES replaces the baseline with this run's medians.
      *    Blessing is a supervisor action: the operator (card
      *    OPERATOR=, else prompted) is checked with AOC-2016-ROSTER
      *    and the blessing is recorded in aoc_operator_audit.txt;
      *    a refused or failed blessing is CC 8. Report
      *    aoc_bench_report.txt.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BASEFILE ASSIGN TO DYNAMIC WS-BASELINE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BASE-STATUS.

           SELECT SCRATCHMETRICS ASSIGN TO 'aoc_bench_metrics.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCRATCH-STATUS.

           SELECT REPORTFILE ASSIGN TO 'aoc_bench_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPAUDIT ASSIGN TO 'aoc_operator_audit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BASEFILE.
       01  BASE-REC            PIC X(100).

       FD  SCRATCHMETRICS.
       01  SCRATCH-REC         PIC X(120).

       FD  REPORTFILE.
       01  REPORT-REC          PIC X(132).

       FD  OPAUDIT.
       01  OPAUDIT-REC         PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "ledger_service.cpy".
       COPY "error_log.cpy".
       COPY "operator_roster.cpy".

       01  WS-BASELINE-NAME    PIC X(100)
                               VALUE 'aoc_bench_baseline.txt'.
       01  WS-BASE-STATUS      PIC XX.
       01  WS-SCRATCH-STATUS   PIC XX.
       01  WS-OPAUDIT-STATUS   PIC XX.
       01  WS-SCRATCH-NAME     PIC X(100)
                               VALUE 'aoc_bench_metrics.txt'.
       01  WS-SAVE-RESULTS     PIC X(30).
       01  WS-SAVE-METRICS     PIC X(60).
       01  WS-SEED             PIC 9(10)  VALUE 20161201.
       01  WS-REPEATS          PIC 9(2)   VALUE 5.
       01  WS-TOLERANCE        PIC 9(3)   VALUE 20.
       01  WS-FLOOR            PIC 9(5)   VALUE 10.
       01  WS-BLESS            PIC X      VALUE 'N'.
       01  WS-OPERATOR-ID      PIC X(8).
       01  WS-RC               PIC 9(2)   VALUE 0.
       01  WS-STEP-RC          PIC 9(4).
       01  WS-FAILED-CNT       PIC 9(3)   VALUE 0.
       01  WS-REGRESSED-CNT    PIC 9(3)   VALUE 0.
       01  WS-IMPROVED-CNT     PIC 9(3)   VALUE 0.
       01  WS-NEW-CNT          PIC 9(3)   VALUE 0.
       01  WS-BASE-SEED        PIC X(10).
       01  WS-BASE-STAMP       PIC X(40).
       01  WS-COMPARABLE       PIC X      VALUE 'N'.
       01  WS-INPUT-NAME       PIC X(40).
       01  WS-RUN              PIC 9(2).
       01  WS-CLOCK-START      PIC 9(9).
       01  WS-CLOCK-END        PIC 9(9).
       01  WS-ELAPSED          PIC 9(9).
       01  WS-PARM             PIC X(40).
       01  WS-LINE-PROG        PIC X(20).
       01  WS-LINE-LABEL       PIC X(30).
       01  WS-LINE-AFTER       PIC X(100).
       01  WS-LINE-VALUE       PIC X(12).
       01  WS-LINE-FIELDS      PIC 9.
       01  WS-LIMIT            PIC 9(9).
       01  WS-DELTA            PIC S9(9).
       01  WS-PCT              PIC S9(5).
       01  WS-JUDGE-FLOOR      PIC 9(5).
       01  WS-VERDICT          PIC X(10).
       01  WS-SORT-I           PIC 9(2).
       01  WS-SORT-J           PIC 9(2).
       01  WS-SORT-HOLD        PIC 9(9).
       01  WS-SORT-TAB.
           05 WS-SORT-VAL      PIC 9(9) OCCURS 15 TIMES.
       01  WS-CURRENT-STAMP.
           05 WS-STAMP-DATE    PIC X(8).
           05 WS-STAMP-TIME    PIC X(6).
           05 WS-STAMP-HUND    PIC 9(2).
           05 WS-STAMP-REST    PIC X(5).
       01  WS-CLOCK-TIME REDEFINES WS-CURRENT-STAMP.
           05 FILLER           PIC X(8).
           05 WS-CLOCK-HH      PIC 9(2).
           05 WS-CLOCK-MM      PIC 9(2).
           05 WS-CLOCK-SS      PIC 9(2).
           05 WS-CLOCK-CC      PIC 9(2).
           05 FILLER           PIC X(5).

      *    The benchmark set: one synthetic input per format, and the
      *    day programs timed against it. Sizes stay within what each
      *    program's records and tables hold (the D1 line within
      *    D1P1's 999-byte canonical record, D11 within the state
      *    table) and short enough to repeat. BS-CLEAN-RC is the
      *    highest condition code a clean run ends with: the D10
      *    stress deck gives every bot one chip, so D10P1 always ends
      *    RESOLUTION INCOMPLETE (12).
       01  BENCH-SET.
           05 BS-ENTRY OCCURS 6 TIMES.
              10 BS-FORMAT     PIC X(4).
              10 BS-SIZE       PIC 9(6).
              10 BS-PROGRAM    PIC X(20).
              10 BS-CARD       PIC X(12).
              10 BS-CLEAN-RC   PIC 9(4).
              10 BS-WORST-RC   PIC 9(4).
       01  WS-BS-CNT           PIC 9(2)   VALUE 6.
       01  WS-BS-IDX           PIC 9(2).

      *    One entry per program and timing label measured.
       01  TIMING-TABLE.
           05 TM-ENTRY OCCURS 60 TIMES.
              10 TM-PROGRAM    PIC X(20).
              10 TM-LABEL      PIC X(30).
              10 TM-CNT        PIC 9(2).
              10 TM-VAL        PIC 9(9) OCCURS 15 TIMES.
              10 TM-MEDIAN     PIC 9(9).
              10 TM-BASE       PIC 9(9).
              10 TM-HAS-BASE   PIC X.
       01  WS-TM-CNT           PIC 9(2)   VALUE 0.
       01  WS-TM-IDX           PIC 9(2).
       01  WS-TM-FOUND         PIC 9(2).

      *    aoc_bench_baseline.txt as loaded.
       01  BASELINE-TABLE.
           05 BT-ENTRY OCCURS 60 TIMES.
              10 BT-PROGRAM    PIC X(20).
              10 BT-LABEL      PIC X(30).
              10 BT-MEDIAN     PIC 9(9).
              10 BT-USED       PIC X.
       01  WS-BT-CNT           PIC 9(2)   VALUE 0.
       01  WS-BT-IDX           PIC 9(2).

       01  BASELINE-LINE.
           05 BL-PROGRAM       PIC X(20).
           05 FILLER           PIC X      VALUE SPACE.
           05 BL-LABEL         PIC X(30).
           05 FILLER           PIC X      VALUE SPACE.
           05 BL-MEDIAN        PIC 9(9).

       01  WS-SHOW-BASE        PIC Z(6)9.99.
       01  WS-SHOW-CUR         PIC Z(6)9.99.
       01  WS-SHOW-PCT         PIC -(4)9.
       01  WS-SHOW-BASE-N      PIC 9(7)V99.
       01  WS-SHOW-CUR-N       PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM GET-BENCH-PARMS.
           PERFORM LOAD-BENCH-SET.
           PERFORM LOAD-BASELINE THRU LOAD-BASELINE-EXIT.
           DISPLAY 'BENCHMARK MODE: ' WS-REPEATS ' RUN(S) PER PROGRAM,'
              ' SEED ' WS-SEED ', TOLERANCE ' WS-TOLERANCE '%'.

      *    Every program runs on defaults alone; the driver ends the
      *    run unit after the benchmark, so the deck is not restored.
           MOVE 'RESET' TO CC-FUNC.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           MOVE 'QUERY' TO LG-FUNC.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.
           MOVE LG-LABEL TO WS-SAVE-RESULTS.
           MOVE LG-VALUE TO WS-SAVE-METRICS.
           MOVE 'REDIRECT' TO LG-FUNC.
           MOVE 'aoc_bench_results.txt' TO LG-LABEL.
           MOVE WS-SCRATCH-NAME TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

           PERFORM VARYING WS-BS-IDX FROM 1 BY 1
              UNTIL WS-BS-IDX > WS-BS-CNT
                 PERFORM BENCH-ONE-PROGRAM THRU
                    BENCH-ONE-PROGRAM-EXIT
           END-PERFORM.

           MOVE 'REDIRECT' TO LG-FUNC.
           MOVE WS-SAVE-RESULTS TO LG-LABEL.
           MOVE WS-SAVE-METRICS TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
              UNTIL WS-TM-IDX > WS-TM-CNT
                 PERFORM TAKE-MEDIAN THRU TAKE-MEDIAN-EXIT
                 PERFORM JUDGE-TIMING THRU JUDGE-TIMING-EXIT
           END-PERFORM.
           PERFORM WRITE-BENCH-REPORT.

           IF WS-BT-CNT = 0 OR WS-COMPARABLE = 'N' THEN
              MOVE 4 TO WS-RC
           END-IF.
           IF WS-REGRESSED-CNT > 0 OR WS-FAILED-CNT > 0 THEN
              MOVE 8 TO WS-RC
           END-IF.
           IF WS-BLESS = 'Y' THEN
              PERFORM BLESS-BASELINE THRU BLESS-BASELINE-EXIT
           END-IF.
           DISPLAY 'BENCHMARK: ' WS-TM-CNT ' TIMING(S), '
              WS-REGRESSED-CNT ' REGRESSED, ' WS-IMPROVED-CNT
              ' IMPROVED, ' WS-NEW-CNT ' NEW, ' WS-FAILED-CNT
              ' PROGRAM(S) NOT CLEAN - SEE aoc_bench_report.txt'.
           MOVE WS-RC TO RETURN-CODE.
           GOBACK.

       GET-BENCH-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-BENCH' TO CC-PROGRAM.
           MOVE 1 TO CC-OCCURRENCE.
           MOVE 'REPEATS' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:8)) = 0 THEN
              IF FUNCTION NUMVAL(CC-VALUE(1:8)) >= 3 AND
                 FUNCTION NUMVAL(CC-VALUE(1:8)) <= 15 THEN
                 MOVE FUNCTION NUMVAL(CC-VALUE(1:8)) TO WS-REPEATS
              ELSE
                 DISPLAY 'REPEATS CARD OUT OF RANGE 3-15 - USING '
                    WS-REPEATS
              END-IF
           END-IF.
           MOVE 'TOLERANCE' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:8)) = 0 THEN
              MOVE FUNCTION NUMVAL(CC-VALUE(1:8)) TO WS-TOLERANCE
           END-IF.
           MOVE 'FLOOR' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:8)) = 0 THEN
              MOVE FUNCTION NUMVAL(CC-VALUE(1:8)) TO WS-FLOOR
           END-IF.
           MOVE 'SEED' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:10)) = 0 THEN
              MOVE FUNCTION NUMVAL(CC-VALUE(1:10)) TO WS-SEED
           END-IF.
           MOVE 'BASELINE' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND CC-VALUE IS NOT EQUAL TO SPACES THEN
              MOVE CC-VALUE TO WS-BASELINE-NAME
           END-IF.
           MOVE 'BLESS' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND CC-VALUE(1:3) = 'YES' THEN
              MOVE 'Y' TO WS-BLESS
           END-IF.
           MOVE SPACES TO WS-OPERATOR-ID.
           IF WS-BLESS = 'Y' THEN
              MOVE 'OPERATOR' TO CC-KEYWORD
              CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
                 ON EXCEPTION
                    MOVE 'N' TO CC-FOUND
              END-CALL
              IF CC-FOUND = 'Y' THEN
                 MOVE CC-VALUE(1:8) TO WS-OPERATOR-ID
              ELSE
                 DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING
                 ACCEPT WS-OPERATOR-ID FROM SYSIN
              END-IF
           END-IF.

       LOAD-BENCH-SET.
           MOVE 'D1' TO BS-FORMAT(1).
           MOVE 150 TO BS-SIZE(1).
           MOVE 'AOC-2016-D1P1' TO BS-PROGRAM(1).
           MOVE 'INPUT' TO BS-CARD(1).
           MOVE 4 TO BS-CLEAN-RC(1).
           MOVE 'D2' TO BS-FORMAT(2).
           MOVE 2000 TO BS-SIZE(2).
           MOVE 'AOC-2016-D2P1' TO BS-PROGRAM(2).
           MOVE 'SESSION' TO BS-CARD(2).
           MOVE 4 TO BS-CLEAN-RC(2).
           MOVE 'D9' TO BS-FORMAT(3).
           MOVE 300 TO BS-SIZE(3).
           MOVE 'AOC-2016-D9P1' TO BS-PROGRAM(3).
           MOVE 'INPUT' TO BS-CARD(3).
           MOVE 4 TO BS-CLEAN-RC(3).
           MOVE 'D9' TO BS-FORMAT(4).
           MOVE 300 TO BS-SIZE(4).
           MOVE 'AOC-2016-D9P2' TO BS-PROGRAM(4).
           MOVE 'INPUT' TO BS-CARD(4).
           MOVE 4 TO BS-CLEAN-RC(4).
           MOVE 'D10' TO BS-FORMAT(5).
           MOVE 1000 TO BS-SIZE(5).
           MOVE 'AOC-2016-D10P1' TO BS-PROGRAM(5).
           MOVE 'INPUT' TO BS-CARD(5).
           MOVE 12 TO BS-CLEAN-RC(5).
           MOVE 'D11' TO BS-FORMAT(6).
           MOVE 2 TO BS-SIZE(6).
           MOVE 'AOC-2016-D11P1' TO BS-PROGRAM(6).
           MOVE 'INPUT' TO BS-CARD(6).
           MOVE 4 TO BS-CLEAN-RC(6).

       LOAD-BASELINE.
           MOVE SPACES TO WS-BASE-SEED.
           MOVE SPACES TO WS-BASE-STAMP.
           OPEN INPUT BASEFILE.
           IF WS-BASE-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-BASELINE-EXIT
           END-IF.
           PERFORM UNTIL WS-BASE-STATUS IS NOT EQUAL TO '00'
              READ BASEFILE
                 AT END
                    MOVE '10' TO WS-BASE-STATUS
                 NOT AT END
                    EVALUATE TRUE
                       WHEN BASE-REC = SPACES OR BASE-REC(1:1) = '*'
                          CONTINUE
                       WHEN BASE-REC(1:9) = 'BASELINE '
                          PERFORM PARSE-BASELINE-HEADER
                       WHEN WS-BT-CNT < 60
                          MOVE BASE-REC TO BASELINE-LINE
                          IF BL-MEDIAN IS NUMERIC THEN
                             ADD 1 TO WS-BT-CNT
                             MOVE BL-PROGRAM TO BT-PROGRAM(WS-BT-CNT)
                             MOVE BL-LABEL TO BT-LABEL(WS-BT-CNT)
                             MOVE BL-MEDIAN TO BT-MEDIAN(WS-BT-CNT)
                             MOVE 'N' TO BT-USED(WS-BT-CNT)
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE BASEFILE.
           IF WS-BASE-SEED = WS-SEED THEN
              MOVE 'Y' TO WS-COMPARABLE
           END-IF.
       LOAD-BASELINE-EXIT.
           EXIT.

      *    BASELINE <date> <time> <operator> SEED=<seed>
       PARSE-BASELINE-HEADER.
           MOVE BASE-REC(10:) TO WS-BASE-STAMP.
           MOVE SPACES TO WS-LINE-AFTER.
           UNSTRING BASE-REC DELIMITED BY 'SEED='
              INTO WS-LINE-LABEL WS-LINE-AFTER
           END-UNSTRING.
           MOVE WS-LINE-AFTER(1:10) TO WS-BASE-SEED.

      *    Generate the entry's input, then time the program against
      *    it WS-REPEATS times.
       BENCH-ONE-PROGRAM.
           MOVE 0 TO BS-WORST-RC(WS-BS-IDX).
           MOVE SPACES TO WS-INPUT-NAME.
           STRING 'aoc_bench_' DELIMITED SIZE
              FUNCTION LOWER-CASE(FUNCTION TRIM(BS-FORMAT(WS-BS-IDX)))
              DELIMITED SIZE
              '.txt' DELIMITED SIZE
              INTO WS-INPUT-NAME
           END-STRING.
           MOVE 'RESET' TO CC-FUNC.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           MOVE 'AOC-2016-TESTGEN' TO CC-PROGRAM.
           MOVE 'FORMAT' TO CC-KEYWORD.
           MOVE BS-FORMAT(WS-BS-IDX) TO CC-VALUE.
           PERFORM PUT-BENCH-CARD.
           MOVE 'SIZE' TO CC-KEYWORD.
           MOVE BS-SIZE(WS-BS-IDX) TO CC-VALUE.
           PERFORM PUT-BENCH-CARD.
           MOVE 'SEED' TO CC-KEYWORD.
           MOVE WS-SEED TO CC-VALUE.
           PERFORM PUT-BENCH-CARD.
           MOVE 'DEFECTS' TO CC-KEYWORD.
           MOVE 'NO' TO CC-VALUE.
           PERFORM PUT-BENCH-CARD.
           MOVE 'OUTPUT' TO CC-KEYWORD.
           MOVE WS-INPUT-NAME TO CC-VALUE.
           PERFORM PUT-BENCH-CARD.
           MOVE 'AOC-2016-LEDGER' TO CC-PROGRAM.
           MOVE 'CHAIN' TO CC-KEYWORD.
           MOVE 'NO' TO CC-VALUE.
           PERFORM PUT-BENCH-CARD.
           MOVE BS-PROGRAM(WS-BS-IDX) TO CC-PROGRAM.
           MOVE BS-CARD(WS-BS-IDX) TO CC-KEYWORD.
           MOVE WS-INPUT-NAME TO CC-VALUE.
           PERFORM PUT-BENCH-CARD.

           CANCEL 'AOC-2016-TESTGEN'.
           MOVE 0 TO RETURN-CODE.
           CALL 'AOC-2016-TESTGEN'
              ON EXCEPTION
                 DISPLAY 'TESTGEN NOT LINKED - NO BENCHMARK INPUT'
                 MOVE 12 TO RETURN-CODE
           END-CALL.
           IF RETURN-CODE >= 8 THEN
              MOVE 16 TO BS-WORST-RC(WS-BS-IDX)
              MOVE 0 TO RETURN-CODE
              ADD 1 TO WS-FAILED-CNT
              GO TO BENCH-ONE-PROGRAM-EXIT
           END-IF.

           DISPLAY '--- BENCHMARK ' FUNCTION TRIM(BS-PROGRAM(WS-BS-IDX))
              ' ON ' FUNCTION TRIM(WS-INPUT-NAME) ' ---'.
           PERFORM VARYING WS-RUN FROM 1 BY 1
              UNTIL WS-RUN > WS-REPEATS
                 PERFORM TIME-ONE-RUN
           END-PERFORM.
           IF BS-WORST-RC(WS-BS-IDX) > BS-CLEAN-RC(WS-BS-IDX) THEN
              ADD 1 TO WS-FAILED-CNT
           END-IF.
       BENCH-ONE-PROGRAM-EXIT.
           EXIT.

       PUT-BENCH-CARD.
           MOVE 'PUT' TO CC-FUNC.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.

      *    A fresh copy of the program each run, as the driver does:
      *    day programs rely on VALUE clauses MAIN never resets.
       TIME-ONE-RUN.
           CALL 'CBL_DELETE_FILE' USING WS-SCRATCH-NAME.
           CANCEL BS-PROGRAM(WS-BS-IDX).
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           COMPUTE WS-CLOCK-START = (((WS-CLOCK-HH * 60) + WS-CLOCK-MM)
              * 60 + WS-CLOCK-SS) * 100 + WS-CLOCK-CC.
           MOVE 0 TO RETURN-CODE.
      *    A program not linked counts as CC 16, worse than any
      *    condition code a run can end with, the D10 stress deck's
      *    12 included.
           CALL BS-PROGRAM(WS-BS-IDX)
              ON EXCEPTION
                 DISPLAY FUNCTION TRIM(BS-PROGRAM(WS-BS-IDX))
                    ' NOT LINKED'
                 MOVE 16 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           COMPUTE WS-CLOCK-END = (((WS-CLOCK-HH * 60) + WS-CLOCK-MM)
              * 60 + WS-CLOCK-SS) * 100 + WS-CLOCK-CC.
           IF WS-CLOCK-END < WS-CLOCK-START THEN
              ADD 8640000 TO WS-CLOCK-END
           END-IF.
           COMPUTE WS-ELAPSED = WS-CLOCK-END - WS-CLOCK-START.
           IF WS-STEP-RC > BS-WORST-RC(WS-BS-IDX) THEN
              MOVE WS-STEP-RC TO BS-WORST-RC(WS-BS-IDX)
           END-IF.
           MOVE BS-PROGRAM(WS-BS-IDX) TO WS-LINE-PROG.
           MOVE 'ELAPSED' TO WS-LINE-LABEL.
           PERFORM ADD-TIMING.
           PERFORM READ-PHASE-TIMINGS THRU READ-PHASE-TIMINGS-EXIT.

      *    The program's own "<program>: <label> SECONDS = <n>" lines
      *    from the scratch metrics; its ELAPSED line is whole seconds
      *    and is left for the stopwatch above.
       READ-PHASE-TIMINGS.
           OPEN INPUT SCRATCHMETRICS.
           IF WS-SCRATCH-STATUS IS NOT EQUAL TO '00' THEN
              GO TO READ-PHASE-TIMINGS-EXIT
           END-IF.
           PERFORM UNTIL WS-SCRATCH-STATUS IS NOT EQUAL TO '00'
              READ SCRATCHMETRICS
                 AT END
                    MOVE '10' TO WS-SCRATCH-STATUS
                 NOT AT END
                    IF SCRATCH-REC(1:20) = BS-PROGRAM(WS-BS-IDX) AND
                       SCRATCH-REC(21:2) = ': ' THEN
                       PERFORM PARSE-PHASE-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SCRATCHMETRICS.
       READ-PHASE-TIMINGS-EXIT.
           EXIT.

       PARSE-PHASE-LINE.
           MOVE SPACES TO WS-LINE-LABEL WS-LINE-AFTER WS-LINE-VALUE.
           MOVE 0 TO WS-LINE-FIELDS.
           UNSTRING SCRATCH-REC(23:) DELIMITED BY ' SECONDS = '
              INTO WS-LINE-LABEL WS-LINE-AFTER
              TALLYING IN WS-LINE-FIELDS
           END-UNSTRING.
           IF WS-LINE-FIELDS = 2 AND WS-LINE-LABEL IS NOT EQUAL TO
              'ELAPSED' THEN
              UNSTRING WS-LINE-AFTER DELIMITED BY ALL SPACE
                 INTO WS-LINE-VALUE
              END-UNSTRING
              IF FUNCTION TEST-NUMVAL(WS-LINE-VALUE) = 0 THEN
                 COMPUTE WS-ELAPSED =
                    FUNCTION NUMVAL(WS-LINE-VALUE) * 100
                 MOVE BS-PROGRAM(WS-BS-IDX) TO WS-LINE-PROG
                 PERFORM ADD-TIMING
              END-IF
           END-IF.

      *    WS-ELAPSED (hundredths) onto the program/label entry.
       ADD-TIMING.
           MOVE 0 TO WS-TM-FOUND.
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
              UNTIL WS-TM-IDX > WS-TM-CNT OR WS-TM-FOUND > 0
              IF TM-PROGRAM(WS-TM-IDX) = WS-LINE-PROG AND
                 TM-LABEL(WS-TM-IDX) = WS-LINE-LABEL THEN
                 MOVE WS-TM-IDX TO WS-TM-FOUND
              END-IF
           END-PERFORM.
           IF WS-TM-FOUND = 0 AND WS-TM-CNT < 60 THEN
              ADD 1 TO WS-TM-CNT
              MOVE WS-TM-CNT TO WS-TM-FOUND
              INITIALIZE TM-ENTRY(WS-TM-CNT)
              MOVE WS-LINE-PROG TO TM-PROGRAM(WS-TM-CNT)
              MOVE WS-LINE-LABEL TO TM-LABEL(WS-TM-CNT)
           END-IF.
           IF WS-TM-FOUND > 0 THEN
              IF TM-CNT(WS-TM-FOUND) < 15 THEN
                 ADD 1 TO TM-CNT(WS-TM-FOUND)
                 MOVE WS-ELAPSED TO
                    TM-VAL(WS-TM-FOUND, TM-CNT(WS-TM-FOUND))
              END-IF
           END-IF.

      *    Insertion sort of the entry's runs; the middle one, or the
      *    mean of the middle two.
       TAKE-MEDIAN.
           MOVE 0 TO TM-MEDIAN(WS-TM-IDX).
           IF TM-CNT(WS-TM-IDX) = 0 THEN
              GO TO TAKE-MEDIAN-EXIT
           END-IF.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
              UNTIL WS-SORT-I > TM-CNT(WS-TM-IDX)
              MOVE TM-VAL(WS-TM-IDX, WS-SORT-I) TO
                 WS-SORT-VAL(WS-SORT-I)
           END-PERFORM.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
              UNTIL WS-SORT-I > TM-CNT(WS-TM-IDX)
              MOVE WS-SORT-VAL(WS-SORT-I) TO WS-SORT-HOLD
              MOVE WS-SORT-I TO WS-SORT-J
              PERFORM UNTIL WS-SORT-J = 1 OR
                 WS-SORT-VAL(WS-SORT-J - 1) NOT > WS-SORT-HOLD
                 MOVE WS-SORT-VAL(WS-SORT-J - 1) TO
                    WS-SORT-VAL(WS-SORT-J)
                 SUBTRACT 1 FROM WS-SORT-J
              END-PERFORM
              MOVE WS-SORT-HOLD TO WS-SORT-VAL(WS-SORT-J)
           END-PERFORM.
           IF FUNCTION MOD(TM-CNT(WS-TM-IDX), 2) = 1 THEN
              COMPUTE WS-SORT-I = (TM-CNT(WS-TM-IDX) + 1) / 2
              MOVE WS-SORT-VAL(WS-SORT-I) TO TM-MEDIAN(WS-TM-IDX)
           ELSE
              COMPUTE WS-SORT-I = TM-CNT(WS-TM-IDX) / 2
              COMPUTE TM-MEDIAN(WS-TM-IDX) ROUNDED =
                 (WS-SORT-VAL(WS-SORT-I) + WS-SORT-VAL(WS-SORT-I + 1))
                 / 2
           END-IF.
       TAKE-MEDIAN-EXIT.
           EXIT.

      *    Against the baseline: REGRESSED past both the tolerance and
      *    the floor, IMPROVED the same way down, else OK; NEW when
      *    the baseline has no such timing.
       JUDGE-TIMING.
           MOVE 'N' TO TM-HAS-BASE(WS-TM-IDX).
           MOVE 0 TO TM-BASE(WS-TM-IDX).
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
              UNTIL WS-BT-IDX > WS-BT-CNT
              IF BT-PROGRAM(WS-BT-IDX) = TM-PROGRAM(WS-TM-IDX) AND
                 BT-LABEL(WS-BT-IDX) = TM-LABEL(WS-TM-IDX) THEN
                 MOVE 'Y' TO TM-HAS-BASE(WS-TM-IDX)
                 MOVE 'Y' TO BT-USED(WS-BT-IDX)
                 MOVE BT-MEDIAN(WS-BT-IDX) TO TM-BASE(WS-TM-IDX)
              END-IF
           END-PERFORM.
           IF TM-HAS-BASE(WS-TM-IDX) = 'N' OR WS-COMPARABLE = 'N' THEN
              ADD 1 TO WS-NEW-CNT
              GO TO JUDGE-TIMING-EXIT
           END-IF.
           MOVE WS-FLOOR TO WS-JUDGE-FLOOR.
           IF TM-LABEL(WS-TM-IDX) IS NOT EQUAL TO 'ELAPSED' AND
              WS-JUDGE-FLOOR < 100 THEN
              MOVE 100 TO WS-JUDGE-FLOOR
           END-IF.
           COMPUTE WS-LIMIT = TM-BASE(WS-TM-IDX) * WS-TOLERANCE / 100.
           COMPUTE WS-DELTA = TM-MEDIAN(WS-TM-IDX) - TM-BASE(WS-TM-IDX).
           IF WS-DELTA > WS-LIMIT AND WS-DELTA > WS-JUDGE-FLOOR THEN
              ADD 1 TO WS-REGRESSED-CNT
              MOVE 'AOC0618E' TO EL-MSG-ID
              MOVE TM-PROGRAM(WS-TM-IDX) TO EL-VALUE-1
              MOVE TM-LABEL(WS-TM-IDX) TO EL-VALUE-2
              MOVE TM-BASE(WS-TM-IDX) TO WS-SHOW-BASE-N
              DIVIDE 100 INTO WS-SHOW-BASE-N
              MOVE WS-SHOW-BASE-N TO WS-SHOW-BASE
              MOVE TM-MEDIAN(WS-TM-IDX) TO WS-SHOW-CUR-N
              DIVIDE 100 INTO WS-SHOW-CUR-N
              MOVE WS-SHOW-CUR-N TO WS-SHOW-CUR
              MOVE SPACES TO EL-VALUE-3
              STRING FUNCTION TRIM(WS-SHOW-BASE) DELIMITED SIZE
                 'S -> ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-CUR) DELIMITED SIZE
                 'S' DELIMITED SIZE
                 INTO EL-VALUE-3
              END-STRING
              MOVE 'LOG' TO EL-FUNC
              MOVE 'AOC-2016-BENCH' TO EL-PROGRAM
              MOVE TM-PROGRAM(WS-TM-IDX) TO EL-REFERENCE
              CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
                 ON EXCEPTION
                    CONTINUE
              END-CALL
           ELSE
              IF 0 - WS-DELTA > WS-LIMIT AND
                 0 - WS-DELTA > WS-JUDGE-FLOOR THEN
                 ADD 1 TO WS-IMPROVED-CNT
              END-IF
           END-IF.
       JUDGE-TIMING-EXIT.
           EXIT.

       WRITE-BENCH-REPORT.
           OPEN OUTPUT REPORTFILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE SPACES TO REPORT-REC.
           STRING 'PERFORMANCE BENCHMARK ' DELIMITED SIZE
              WS-STAMP-DATE DELIMITED SIZE
              ' ' DELIMITED SIZE
              WS-STAMP-TIME DELIMITED SIZE
              ' SEED ' DELIMITED SIZE
              WS-SEED DELIMITED SIZE
              ' REPEATS ' DELIMITED SIZE
              WS-REPEATS DELIMITED SIZE
              ' TOLERANCE ' DELIMITED SIZE
              WS-TOLERANCE DELIMITED SIZE
              '% FLOOR ' DELIMITED SIZE
              WS-FLOOR DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           EVALUATE TRUE
              WHEN WS-BT-CNT = 0
                 STRING 'NO BASELINE IN ' DELIMITED SIZE
                    FUNCTION TRIM(WS-BASELINE-NAME) DELIMITED SIZE
                    ' - NOTHING TO COMPARE, BLESS ONE' DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
              WHEN WS-COMPARABLE = 'N'
                 STRING 'BASELINE ' DELIMITED SIZE
                    FUNCTION TRIM(WS-BASE-STAMP) DELIMITED SIZE
                    ' NOT COMPARABLE (OTHER SEED)' DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
              WHEN OTHER
                 STRING 'BASELINE ' DELIMITED SIZE
                    FUNCTION TRIM(WS-BASE-STAMP) DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
           END-EVALUATE.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-BS-IDX FROM 1 BY 1
              UNTIL WS-BS-IDX > WS-BS-CNT
              IF BS-WORST-RC(WS-BS-IDX) > BS-CLEAN-RC(WS-BS-IDX) THEN
                 MOVE SPACES TO REPORT-REC
                 STRING 'NOT CLEAN: ' DELIMITED SIZE
                    BS-PROGRAM(WS-BS-IDX) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    BS-FORMAT(WS-BS-IDX) DELIMITED SIZE
                    ' WORST CC ' DELIMITED SIZE
                    BS-WORST-RC(WS-BS-IDX) DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
                 WRITE REPORT-REC
              END-IF
           END-PERFORM.
           MOVE 'PROGRAM              TIMING' TO REPORT-REC.
           MOVE 'BASELINE     MEDIAN  CHANGE VERDICT' TO
              REPORT-REC(55:).
           WRITE REPORT-REC.
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
              UNTIL WS-TM-IDX > WS-TM-CNT
                 PERFORM WRITE-TIMING-LINE
           END-PERFORM.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
              UNTIL WS-BT-IDX > WS-BT-CNT
              IF BT-USED(WS-BT-IDX) = 'N' THEN
                 MOVE SPACES TO REPORT-REC
                 MOVE BT-PROGRAM(WS-BT-IDX) TO REPORT-REC(1:20)
                 MOVE BT-LABEL(WS-BT-IDX) TO REPORT-REC(22:30)
                 MOVE 'NOT MEASURED' TO REPORT-REC(88:)
                 WRITE REPORT-REC
              END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'SUMMARY: ' DELIMITED SIZE
              WS-REGRESSED-CNT DELIMITED SIZE
              ' REGRESSED, ' DELIMITED SIZE
              WS-IMPROVED-CNT DELIMITED SIZE
              ' IMPROVED, ' DELIMITED SIZE
              WS-NEW-CNT DELIMITED SIZE
              ' NEW, ' DELIMITED SIZE
              WS-FAILED-CNT DELIMITED SIZE
              ' PROGRAM(S) NOT CLEAN' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           CLOSE REPORTFILE.

      *    Times in seconds to the hundredth; change in percent.
       WRITE-TIMING-LINE.
           MOVE SPACES TO REPORT-REC.
           MOVE TM-PROGRAM(WS-TM-IDX) TO REPORT-REC(1:20).
           MOVE TM-LABEL(WS-TM-IDX) TO REPORT-REC(22:30).
           MOVE TM-MEDIAN(WS-TM-IDX) TO WS-SHOW-CUR-N.
           DIVIDE 100 INTO WS-SHOW-CUR-N.
           MOVE WS-SHOW-CUR-N TO WS-SHOW-CUR.
           MOVE WS-SHOW-CUR TO REPORT-REC(66:10).
           IF TM-HAS-BASE(WS-TM-IDX) = 'N' OR WS-COMPARABLE = 'N' THEN
              MOVE 'NEW' TO WS-VERDICT
           ELSE
              MOVE TM-BASE(WS-TM-IDX) TO WS-SHOW-BASE-N
              DIVIDE 100 INTO WS-SHOW-BASE-N
              MOVE WS-SHOW-BASE-N TO WS-SHOW-BASE
              MOVE WS-SHOW-BASE TO REPORT-REC(55:10)
              IF TM-BASE(WS-TM-IDX) > 0 THEN
                 COMPUTE WS-PCT ROUNDED =
                    (TM-MEDIAN(WS-TM-IDX) - TM-BASE(WS-TM-IDX)) * 100
                    / TM-BASE(WS-TM-IDX)
                 MOVE WS-PCT TO WS-SHOW-PCT
                 MOVE WS-SHOW-PCT TO REPORT-REC(77:5)
                 MOVE '%' TO REPORT-REC(82:1)
              END-IF
              MOVE WS-FLOOR TO WS-JUDGE-FLOOR
              IF TM-LABEL(WS-TM-IDX) IS NOT EQUAL TO 'ELAPSED' AND
                 WS-JUDGE-FLOOR < 100 THEN
                 MOVE 100 TO WS-JUDGE-FLOOR
              END-IF
              COMPUTE WS-LIMIT =
                 TM-BASE(WS-TM-IDX) * WS-TOLERANCE / 100
              COMPUTE WS-DELTA =
                 TM-MEDIAN(WS-TM-IDX) - TM-BASE(WS-TM-IDX)
              EVALUATE TRUE
                 WHEN WS-DELTA > WS-LIMIT AND
                      WS-DELTA > WS-JUDGE-FLOOR
                    MOVE 'REGRESSED' TO WS-VERDICT
                 WHEN 0 - WS-DELTA > WS-LIMIT AND
                      0 - WS-DELTA > WS-JUDGE-FLOOR
                    MOVE 'IMPROVED' TO WS-VERDICT
                 WHEN OTHER
                    MOVE 'OK' TO WS-VERDICT
              END-EVALUATE
           END-IF.
           MOVE WS-VERDICT TO REPORT-REC(84:10).
           WRITE REPORT-REC.

      *    Only a clean run may become the baseline, and only at a
      *    supervisor's hand.
       BLESS-BASELINE.
           IF WS-FAILED-CNT > 0 THEN
              DISPLAY 'BASELINE NOT BLESSED - ' WS-FAILED-CNT
                 ' PROGRAM(S) DID NOT RUN CLEAN'
              MOVE 8 TO WS-RC
              GO TO BLESS-BASELINE-EXIT
           END-IF.
           MOVE 'CHECK' TO OR-FUNC.
           MOVE WS-OPERATOR-ID TO OR-OPERATOR-ID.
           MOVE 'SUPERVISOR' TO OR-NEEDED-ROLE.
           MOVE 'BLESS BENCHMARK BASELINE' TO OR-ACTION.
           CALL 'AOC-2016-ROSTER' USING OR-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO OR-ALLOWED
                 MOVE 'UNKNOWN' TO OR-ROLE
           END-CALL.
           IF OR-ALLOWED IS NOT EQUAL TO 'Y' THEN
              DISPLAY 'NOT AUTHORIZED: BLESSING A BENCHMARK BASELINE '
                 'NEEDS ROLE SUPERVISOR (' FUNCTION TRIM(WS-OPERATOR-ID)
                 ' IS ' FUNCTION TRIM(OR-ROLE) ')'
              MOVE 8 TO WS-RC
              GO TO BLESS-BASELINE-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           OPEN OUTPUT BASEFILE.
           MOVE SPACES TO BASE-REC.
           STRING '* AOC-2016-BENCH baseline - medians in hundredths'
              DELIMITED SIZE
              INTO BASE-REC
           END-STRING.
           WRITE BASE-REC.
           MOVE SPACES TO BASE-REC.
           STRING 'BASELINE ' DELIMITED SIZE
              WS-STAMP-DATE DELIMITED SIZE
              ' ' DELIMITED SIZE
              WS-STAMP-TIME DELIMITED SIZE
              ' ' DELIMITED SIZE
              WS-OPERATOR-ID DELIMITED SIZE
              ' SEED=' DELIMITED SIZE
              WS-SEED DELIMITED SIZE
              INTO BASE-REC
           END-STRING.
           WRITE BASE-REC.
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
              UNTIL WS-TM-IDX > WS-TM-CNT
              MOVE TM-PROGRAM(WS-TM-IDX) TO BL-PROGRAM
              MOVE TM-LABEL(WS-TM-IDX) TO BL-LABEL
              MOVE TM-MEDIAN(WS-TM-IDX) TO BL-MEDIAN
              MOVE BASELINE-LINE TO BASE-REC
              WRITE BASE-REC
           END-PERFORM.
           CLOSE BASEFILE.

           OPEN EXTEND OPAUDIT.
           IF WS-OPAUDIT-STATUS = '35' THEN
              OPEN OUTPUT OPAUDIT
           END-IF.
           IF WS-OPAUDIT-STATUS = '00' THEN
              MOVE SPACES TO OPAUDIT-REC
              STRING WS-STAMP-DATE DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 WS-STAMP-TIME DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 WS-OPERATOR-ID DELIMITED SIZE
                 ' BLESSED BENCHMARK BASELINE ' DELIMITED SIZE
                 FUNCTION TRIM(WS-BASELINE-NAME) DELIMITED SIZE
                 ' (' DELIMITED SIZE
                 WS-TM-CNT DELIMITED SIZE
                 ' TIMINGS, SEED ' DELIMITED SIZE
                 WS-SEED DELIMITED SIZE
                 ', ' DELIMITED SIZE
                 WS-REGRESSED-CNT DELIMITED SIZE
                 ' REGRESSED ON THE OLD)' DELIMITED SIZE
                 INTO OPAUDIT-REC
              END-STRING
              WRITE OPAUDIT-REC
              CLOSE OPAUDIT
           END-IF.
           DISPLAY 'BENCHMARK BASELINE BLESSED BY '
              FUNCTION TRIM(WS-OPERATOR-ID) ': '
              FUNCTION TRIM(WS-BASELINE-NAME).
           MOVE 0 TO WS-RC.
       BLESS-BASELINE-EXIT.
           EXIT.

       END PROGRAM AOC-2016-BENCH.
