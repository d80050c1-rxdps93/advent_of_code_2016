      *    program still parses, runs, and reproduces the sample
      *    answers.
      *
      *    MODE=BENCHMARK is the timing gate for promoting a rebuilt
      *    suite: instead of the step plan, AOC-2016-BENCH (under the
      *    run-lock) times the day programs against fixed-seed
      *    synthetic inputs and compares the medians with the blessed
      *    benchmark baseline; a regression past the tolerance ends
      *    the driver CC 8. Run it outside the window - the day
      *    programs rewrite their artifacts as in any run.
      *
      *    The step list itself is data: when aoc_step_catalog.txt is
      *    present it replaces the built-in table -
      *
      *    one night without a recompile (RUN-STEP already CALLs
      *    through a data item, so any cataloged program linked into
      *    this run unit is callable). Without the file the built-in
      *    step list applies unchanged.
      *
      *    The card AOC-2016-BATCH ACCOUNTS=<id,id,...> (up to 10)
      *    runs the whole step plan once per puzzle account under the
      *    one run number: AC-ACCOUNT-ID (account_context.cpy) names
      *    the account for every program in the run unit (children get
      *    it through AOC_ACCOUNT), inputs resolve into the account's
      *    directory, ledger and step-status records carry the account,
      *    and restart-skip and failure suppression work per account -
      *    one account's bad input does not suppress the others. The
      *    beacon shows each step's worst outcome across the accounts.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           FILE STATUS IS WS-HIST-STATUS.

           SELECT BEACONFILE ASSIGN TO 'aoc_batch_beacon.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BEACON-STATUS.

           SELECT VERIFYIN ASSIGN TO 'aoc_verify_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           05 BS-STATUS    PIC X(9).
           05 BS-SP4       PIC X.
           05 BS-CC        PIC 99.
           05 BS-SP5       PIC X.
           05 BS-ACCOUNT   PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".

       COPY "error_log.cpy".
       COPY "ledger_service.cpy".
       COPY "account_context.cpy".
       COPY "format_check.cpy".

       01  WS-CARD-DECK-NAME  PIC X(100)
                              VALUE 'aoc_control_cards.txt'.

       01  WS-STEP-LIMIT      PIC 99     VALUE 30.
       01  WS-STEP-MAX        PIC 99     VALUE 29.
       01  WS-STEP-TABLE.
           05 STEP-ENTRY OCCURS 30 TIMES.
              10 STEP-NAME    PIC X(20).
              10 STEP-PROBE-KEY PIC X(12).
              10 STEP-PROBE-DEF PIC X(20).
              10 STEP-ENABLED PIC X.
              10 STEP-WORST-CC PIC 99.
              10 STEP-WORST-STATE PIC X(10).
              10 STEP-DESC    PIC X(40).
              10 STEP-HIST-SECS PIC 9(9).
              10 STEP-HIST-CNT  PIC 9(5).
       01  WS-GROUP-END       PIC 99.
       01  WS-GROUP-IDX       PIC 99.
       01  WS-GROUP-RUNNABLE  PIC 99.
       01  WS-GROUP-HAS-DEPS  PIC X.
       01  WS-ORD-START       PIC 99.
       01  WS-ORD-END         PIC 99.
       01  WS-ORD-IDX         PIC 99.
       01  WS-COLLECT-FOUND   PIC X.
       01  WS-SLEEP-ONE       PIC 9(8) COMP VALUE 1.
       01  WS-RC-NAME         PIC X(100).
       01  WS-LOCK-FILE-NAME  PIC X(100)
                              VALUE 'aoc_batch_lock.txt'.

      *    Run snapshot for AOC-2016-REPRODUCE: the deck, catalog and
      *    manifest this run started with, filed in the input vault
      *    (AOC-2016-INTAKE VAULT=, default vault) as
      *    run_<runno>.cards / .catalog / .manifest. The manifest's
      *    checksums name the vaulted input versions the run read.
       01  WS-VAULT-DIR       PIC X(100) VALUE 'vault'.
       01  WS-SNAP-MANIFEST   PIC X(100)
                              VALUE 'aoc_input_manifest.txt'.
       01  WS-SNAP-CMD        PIC X(600).

      *    Reliability mode (card AOC-2016-BATCH MODE=RELIABILITY):
      *    selected steps (RELIA-STEPS=<prog,prog,...>, blank =
      *    every step) run twice against identical inputs with their
       01  WS-BK-ALERTS       PIC 9(4).
       01  WS-BK-STATUS-WORD  PIC X(10).
       01  WS-BK-ALERT-RUN    PIC X(16).
       01  WS-BEACON-STATUS   PIC XX.
       01  WS-BK-ARRIVALS     PIC X(80).

      *    Heartbeat monitoring while a spawned group runs: each
      *    member's aoc_heartbeat_<program>.txt carries its last
       01  WS-SUPPRESSING     PIC X      VALUE 'N'.
       01  WS-CC-LABEL        PIC X(10).

      *    Multi-account nights (card AOC-2016-BATCH ACCOUNTS=).
       01  WS-ACCT-MAX        PIC 99     VALUE 10.
       01  WS-ACCT-CNT        PIC 99     VALUE 0.
       01  WS-ACCT-IDX        PIC 99.
       01  WS-ACCT-TABLE.
           05 ACCT-NAME OCCURS 10 TIMES PIC X(8).
       01  WS-ACCT-LIST       PIC X(100).
       01  WS-ACCT-PTR        PIC 9(3).
       01  WS-ACCT-TOKEN      PIC X(20).
       01  WS-GLOBAL-SUPPRESS PIC X.
       01  WS-ENV-ACCOUNT     PIC X(8).

      *    Every PROGRAM-ID this suite ships is a legitimate card
      *    target: the one deck also parameterizes the standalone
      *    utilities (AOC-2016-CTLCARDS autoloads it for them), and
      *    the day programs stay recognized even when a catalog
      *    replaces the step list. Only genuinely unknown names -
      *    the typos the audit exists to catch - get reported.
       01  WS-EXTRA-MAX       PIC 9(3)   VALUE 109.
       01  WS-EXTRA-TARGETS.
           05 EXTRA-TARGET OCCURS 150 TIMES PIC X(20).
       01  WS-EXTRA-IDX       PIC 9(3).
       01  WS-CARD-IDX        PIC 9(3).
       01  WS-CARD-KNOWN      PIC X.

       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 'AOC-2016 BATCH RUN - ALL DAYS'.
           MOVE SPACES TO AC-ACCOUNT-ID.

           PERFORM BUILD-STEP-TABLE.
           PERFORM LOAD-STEP-CATALOG THRU LOAD-STEP-CATALOG-EXIT.
              PERFORM WRITE-BATCH-PLAN
              GOBACK
           END-IF.
           IF CC-FOUND = 'Y' AND CC-VALUE(1:5) = 'BENCH' THEN
              MOVE 'BENCH' TO WS-RUN-MODE
              PERFORM RUN-BENCHMARK THRU RUN-BENCHMARK-EXIT
              GOBACK
           END-IF.
           IF CC-FOUND = 'Y' AND CC-VALUE(1:5) = 'SMOKE' THEN
              MOVE 'SMOKE' TO WS-RUN-MODE
              PERFORM SETUP-SMOKE-MODE
              MOVE 'N' TO WS-PARALLEL-MODE
              PERFORM CLAMP-RELIA-BUDGETS
           END-IF.
           IF WS-RUN-MODE IS NOT EQUAL TO 'SMOKE' THEN
              PERFORM GET-ACCOUNT-LIST THRU GET-ACCOUNT-LIST-EXIT
           END-IF.

      *    Only one live driver per artifact directory: acquire the
      *    run-lock before anything is allocated or appended.
           MOVE 0 TO RR-OUTCOME-CC.
           CALL 'AOC-2016-RUNREG' USING RR-REQUEST.
           PERFORM WRITE-RUN-LOCK.
           PERFORM SNAPSHOT-RUN-DECK.

      *    Blessed-input check before anything runs: a bad manifest
      *    verdict fails the batch fast (every step suppressed) rather
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *    Blessed is not the same as sane: profile each staged input
      *    against its previous version so a truncated or reformatted
      *    delivery is flagged before any answer is computed from it.
      *    Drift only warns - the steps still run.
           IF WS-RUN-MODE IS NOT EQUAL TO 'SMOKE' AND
              WS-SUPPRESSING = 'N' THEN
              CALL 'AOC-2016-DRIFT'
                 ON EXCEPTION
                    CONTINUE
              END-CALL
              IF RETURN-CODE = 4 THEN
                 DISPLAY '*** STAGED INPUT DRIFT - SEE '
                    'aoc_drift_report.txt ***'
                 IF WS-HIGHEST-CC < 4 THEN
                    MOVE 4 TO WS-HIGHEST-CC
                 END-IF
              END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *    Same fail-fast treatment for a volume that cannot hold
      *    the night's artifacts.
           IF WS-RUN-MODE IS NOT EQUAL TO 'SMOKE' AND
           END-IF.
           MOVE 0 TO RETURN-CODE.

           IF WS-ACCT-CNT = 0 THEN
              PERFORM RUN-STEP-PLAN
              PERFORM WRITE-BATCH-SUMMARY
           ELSE
              MOVE WS-SUPPRESSING TO WS-GLOBAL-SUPPRESS
              PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                 UNTIL WS-ACCT-IDX > WS-ACCT-CNT
                    PERFORM RUN-ACCOUNT-PASS
              END-PERFORM
              MOVE SPACES TO AC-ACCOUNT-ID
              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-MAX
                    MOVE STEP-WORST-CC(WS-STEP-IDX) TO
                       STEP-CC(WS-STEP-IDX)
                    MOVE STEP-WORST-STATE(WS-STEP-IDX) TO
                       STEP-STATE(WS-STEP-IDX)
              END-PERFORM
              DISPLAY 'HIGHEST CONDITION CODE = ' WS-HIGHEST-CC
           END-IF.

           MOVE 'SUMMARY' TO EL-FUNC.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST.

              MOVE RETURN-CODE TO WS-HIGHEST-CC
           END-IF.
           MOVE 0 TO RETURN-CODE.
      *    Layout conformance over the declared artifacts. A
      *    structural break is CC 8, which keeps the run from
      *    auto-certifying, so the extract below is withheld.
           MOVE 'ALL' TO FC-FUNC.
           CALL 'AOC-2016-FMTCHECK' USING FC-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.
           IF RETURN-CODE > WS-HIGHEST-CC THEN
              MOVE RETURN-CODE TO WS-HIGHEST-CC
           END-IF.
           MOVE 0 TO RETURN-CODE.

           CALL 'AOC-2016-SHIFTRPT'
              ON EXCEPTION
              MOVE 'CERTIFY' TO RR-FUNC
              MOVE RR-RUN-NUMBER TO RR-ANSWER-RUN
              CALL 'AOC-2016-RUNREG' USING RR-REQUEST
              IF RR-OUTCOME-CC = 0 THEN
                 DISPLAY 'RUN AUTO-CERTIFIED '
                    '(ALL VERDICTS MATCH, CC <= 4)'
              ELSE
                 DISPLAY 'RUN NOT AUTO-CERTIFIED - DISPUTED ANSWERS '
                    'AWAIT RESOLUTION'
              END-IF
           END-IF.

           MOVE 0 TO RETURN-CODE.
           CALL 'AOC-2016-EXTRACT'
              ON EXCEPTION
                 CONTINUE
           END-CALL.
      *    A sequence withheld for breaking its layout escalates.
           IF RETURN-CODE > WS-HIGHEST-CC THEN
              MOVE RETURN-CODE TO WS-HIGHEST-CC
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *    The extract again as the mainframe partner's EBCDIC
      *    transmission. A field too long for its layout is CC 8;
      *    a withheld or already-sent extract (CC 4) is no fault of
      *    the night and does not escalate. A run unit built without
      *    the transmitter must not pass for a night with nothing to
      *    send.
           IF WS-RUN-MODE IS NOT EQUAL TO 'SMOKE' THEN
              CALL 'AOC-2016-TRANSMIT'
                 ON EXCEPTION
                    DISPLAY 'TRANSMIT NOT LINKED INTO THIS RUN UNIT'
                    MOVE 'LOG' TO EL-FUNC
                    MOVE 'AOC-2016-BATCH' TO EL-PROGRAM
                    MOVE 'AOC-2016-TRANSMIT' TO EL-REFERENCE
                    MOVE 'AOC0714E' TO EL-MSG-ID
                    MOVE 'AOC-2016-TRANSMIT' TO EL-VALUE-1
                    MOVE 'TRANSMISSION FILE' TO EL-VALUE-2
                    CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
                       ON EXCEPTION
                          CONTINUE
                    END-CALL
                    MOVE 12 TO RETURN-CODE
              END-CALL
           END-IF.
           IF RETURN-CODE > 4 AND RETURN-CODE > WS-HIGHEST-CC THEN
              MOVE RETURN-CODE TO WS-HIGHEST-CC
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *    Same-night threshold alerting; a breach escalates the
      *    batch's own condition code so the scheduler pages.
           PERFORM WRITE-STATUS-BEACON THRU
              WRITE-STATUS-BEACON-EXIT.

      *    The browser status page is rebuilt from the beacon just
      *    written; a smoke run leaves the published page alone.
           IF WS-RUN-MODE IS NOT EQUAL TO 'SMOKE' THEN
              CALL 'AOC-2016-STATPAGE'
                 ON EXCEPTION
                    CONTINUE
              END-CALL
           END-IF.
           MOVE 0 TO RETURN-CODE.

           PERFORM RELEASE-RUN-LOCK.

           DISPLAY 'AOC-2016 BATCH RUN COMPLETE'.
           MOVE WS-HIGHEST-CC TO RETURN-CODE.
           GOBACK.

      *    Walk the step list group by group: a group is a contiguous
      *    run of steps sharing STEP-GROUP. Members run serially, or
      *    as concurrent run units when PARALLEL=YES and more than one
      *    member is actually runnable. A catalog with DEPENDS-ON
      *    entries switches to prerequisite scheduling instead.
       RUN-STEP-PLAN.
           IF WS-HAS-DEPS = 'Y' THEN
              PERFORM RUN-WITH-DEPS THRU RUN-WITH-DEPS-EXIT
           ELSE
              MOVE 1 TO WS-STEP-IDX
              PERFORM UNTIL WS-STEP-IDX > WS-STEP-MAX
                 MOVE WS-STEP-IDX TO WS-GROUP-START
                 MOVE WS-STEP-IDX TO WS-GROUP-END
                 PERFORM UNTIL WS-GROUP-END = WS-STEP-MAX OR
                    STEP-GROUP(WS-GROUP-END + 1) IS NOT EQUAL TO
                       STEP-GROUP(WS-GROUP-START)
                    ADD 1 TO WS-GROUP-END
                 END-PERFORM
                 PERFORM RUN-GROUP
                 IF WS-WINDOW-SET = 'Y' AND
                    WS-GROUP-END < WS-STEP-MAX THEN
                    PERFORM PROJECT-WINDOW
                 END-IF
                 COMPUTE WS-STEP-IDX = WS-GROUP-END + 1
              END-PERFORM
           END-IF.

      *    ACCOUNTS=<id,id,...>: the accounts to run tonight, in card
      *    order. No card (or an empty list) is the single-account
      *    night, exactly as before.
       GET-ACCOUNT-LIST.
           MOVE 0 TO WS-ACCT-CNT.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-BATCH' TO CC-PROGRAM.
           MOVE 'ACCOUNTS' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND IS NOT EQUAL TO 'Y' THEN
              GO TO GET-ACCOUNT-LIST-EXIT
           END-IF.
           MOVE CC-VALUE TO WS-ACCT-LIST.
           MOVE 1 TO WS-ACCT-PTR.
           PERFORM UNTIL WS-ACCT-PTR > 100 OR
              WS-ACCT-CNT >= WS-ACCT-MAX
              MOVE SPACES TO WS-ACCT-TOKEN
              UNSTRING WS-ACCT-LIST DELIMITED BY ',' OR SPACE
                 INTO WS-ACCT-TOKEN
                 WITH POINTER WS-ACCT-PTR
              END-UNSTRING
              IF WS-ACCT-TOKEN IS NOT EQUAL TO SPACES THEN
                 ADD 1 TO WS-ACCT-CNT
                 MOVE WS-ACCT-TOKEN TO ACCT-NAME(WS-ACCT-CNT)
              END-IF
           END-PERFORM.
           IF WS-ACCT-CNT > 0 THEN
              DISPLAY 'MULTI-ACCOUNT RUN: ' WS-ACCT-CNT
                 ' ACCOUNT(S) - ' FUNCTION TRIM(WS-ACCT-LIST)
           END-IF.
       GET-ACCOUNT-LIST-EXIT.
           EXIT.

      *    One account's pass over the whole step plan. Each pass
      *    starts from the night's own suppression state (a failed
      *    staged-input check still stops everything) and its own
      *    restart checkpoints, then folds its outcome into each
      *    step's worst-of-night for the beacon.
       RUN-ACCOUNT-PASS.
           MOVE ACCT-NAME(WS-ACCT-IDX) TO AC-ACCOUNT-ID.
           DISPLAY '=== ACCOUNT ' FUNCTION TRIM(AC-ACCOUNT-ID)
              ' ==='.
           MOVE WS-GLOBAL-SUPPRESS TO WS-SUPPRESSING.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-MAX
                 MOVE 0 TO STEP-CC(WS-STEP-IDX)
                 MOVE SPACES TO STEP-STATE(WS-STEP-IDX)
                 MOVE 'N' TO STEP-DONE-PRIOR(WS-STEP-IDX)
           END-PERFORM.
           IF WS-RESTART-MODE = 'AUTO' THEN
              PERFORM LOAD-PRIOR-STATUS THRU
                 LOAD-PRIOR-STATUS-EXIT
           END-IF.
           PERFORM RUN-STEP-PLAN.
           PERFORM WRITE-BATCH-SUMMARY.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-MAX
                 IF WS-ACCT-IDX = 1 OR
                    STEP-CC(WS-STEP-IDX) >
                       STEP-WORST-CC(WS-STEP-IDX) OR
                    (STEP-STATE(WS-STEP-IDX) = 'SUPPRESSED' AND
                     STEP-WORST-CC(WS-STEP-IDX) < 8) THEN
                    MOVE STEP-CC(WS-STEP-IDX) TO
                       STEP-WORST-CC(WS-STEP-IDX)
                    MOVE STEP-STATE(WS-STEP-IDX) TO
                       STEP-WORST-STATE(WS-STEP-IDX)
                 END-IF
           END-PERFORM.

      *    Beacon layout, one record per line, every field at a
      *    fixed column:
      *        RUN=nnnnnn DATE=yyyymmdd HIGHEST-CC=nn
      *        VERIFY MATCH=nnnn MISMATCH=nnnn UNKNOWN=nnnn
      *               PLAUS=nnnn IMPLAUS=nnnn
      *        ALERTS RUN-COUNT=nnnn
      *        ARRIVALS DATE=yyyymmdd EXPECTED=nn ARRIVED=nn
      *                 OVERDUE=nn PAST-CUTOFF=nn HOLD=Y|N
      *        END
      *    The ARRIVALS record belongs to AOC-2016-ARRIVALS, which may
      *    have written it between batches; it is carried over as is.
       WRITE-STATUS-BEACON.
           PERFORM COUNT-BEACON-VERDICTS THRU
              COUNT-BEACON-VERDICTS-EXIT.
           PERFORM COUNT-BEACON-ALERTS THRU
              COUNT-BEACON-ALERTS-EXIT.
           MOVE SPACES TO WS-BK-ARRIVALS.
           OPEN INPUT BEACONFILE.
           IF WS-BEACON-STATUS = '00' THEN
              PERFORM UNTIL WS-BEACON-STATUS IS NOT EQUAL TO '00'
                 READ BEACONFILE
                    AT END
                       MOVE '10' TO WS-BEACON-STATUS
                    NOT AT END
                       IF BEACON-REC(1:9) = 'ARRIVALS ' THEN
                          MOVE BEACON-REC TO WS-BK-ARRIVALS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BEACONFILE
           END-IF.
           OPEN OUTPUT BEACONFILE.
           MOVE SPACES TO BEACON-REC.
           STRING 'RUN=' DELIMITED SIZE
              INTO BEACON-REC
           END-STRING.
           WRITE BEACON-REC.
           IF WS-BK-ARRIVALS IS NOT EQUAL TO SPACES THEN
              MOVE WS-BK-ARRIVALS TO BEACON-REC
              WRITE BEACON-REC
           END-IF.
           MOVE SPACES TO BEACON-REC.
           MOVE 'END' TO BEACON-REC.
           WRITE BEACON-REC.
              CLOSE LOCKFILE
           END-IF.

       SNAPSHOT-RUN-DECK.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-INTAKE' TO CC-PROGRAM.
           MOVE 'VAULT' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND CC-VALUE IS NOT EQUAL TO SPACES THEN
              MOVE CC-VALUE TO WS-VAULT-DIR
           END-IF.
           MOVE 'AOC-2016-STAGEVER' TO CC-PROGRAM.
           MOVE 'MANIFEST' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND CC-VALUE IS NOT EQUAL TO SPACES THEN
              MOVE CC-VALUE TO WS-SNAP-MANIFEST
           END-IF.
           MOVE SPACES TO WS-SNAP-CMD.
           STRING 'mkdir -p ' DELIMITED SIZE
              FUNCTION TRIM(WS-VAULT-DIR) DELIMITED SIZE
              ' 2>/dev/null; cp aoc_control_cards.txt ' DELIMITED SIZE
              FUNCTION TRIM(WS-VAULT-DIR) DELIMITED SIZE
              '/run_' DELIMITED SIZE
              RR-RUN-NUMBER DELIMITED SIZE
              '.cards 2>/dev/null; cp aoc_step_catalog.txt '
                 DELIMITED SIZE
              FUNCTION TRIM(WS-VAULT-DIR) DELIMITED SIZE
              '/run_' DELIMITED SIZE
              RR-RUN-NUMBER DELIMITED SIZE
              '.catalog 2>/dev/null; cp ' DELIMITED SIZE
              FUNCTION TRIM(WS-SNAP-MANIFEST) DELIMITED SIZE
              ' ' DELIMITED SIZE
              FUNCTION TRIM(WS-VAULT-DIR) DELIMITED SIZE
              '/run_' DELIMITED SIZE
              RR-RUN-NUMBER DELIMITED SIZE
              '.manifest 2>/dev/null' DELIMITED SIZE
              INTO WS-SNAP-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SNAP-CMD.
           MOVE 0 TO RETURN-CODE.

      *    The benchmark replaces the step plan; it runs the day
      *    programs itself, so it needs the run-lock like a real run.
       RUN-BENCHMARK.
           PERFORM ACQUIRE-RUN-LOCK THRU ACQUIRE-RUN-LOCK-EXIT.
           IF WS-LOCK-DENIED = 'Y' THEN
              MOVE 12 TO RETURN-CODE
              GO TO RUN-BENCHMARK-EXIT
           END-IF.
           MOVE 0 TO RETURN-CODE.
           CALL 'AOC-2016-BENCH'
              ON EXCEPTION
                 DISPLAY 'BENCHMARK NOT LINKED INTO THIS RUN UNIT'
                 MOVE 12 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-HIGHEST-CC.
           PERFORM RELEASE-RUN-LOCK.
           MOVE WS-HIGHEST-CC TO RETURN-CODE.
       RUN-BENCHMARK-EXIT.
           EXIT.

       RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD = 'Y' THEN
              CALL 'CBL_DELETE_FILE' USING WS-LOCK-FILE-NAME
           MOVE 'AOC-2016-D8P1P2' TO STEP-NAME(8).
           MOVE 'AOC-2016-D9P1' TO STEP-NAME(9).
           MOVE 'AOC-2016-D9P2' TO STEP-NAME(10).
           MOVE 'AOC-2016-D10VAL' TO STEP-NAME(11).
           MOVE 'AOC-2016-D10P1' TO STEP-NAME(12).
           MOVE 'AOC-2016-D11P1' TO STEP-NAME(13).
           MOVE 'AOC-2016-D3P1' TO STEP-NAME(14).
           MOVE 'AOC-2016-D4P1' TO STEP-NAME(15).
           MOVE 'AOC-2016-D12P1' TO STEP-NAME(16).
           MOVE 'AOC-2016-D23P1' TO STEP-NAME(17).
           MOVE 'AOC-2016-D25P1' TO STEP-NAME(18).
           MOVE 'AOC-2016-D14P1' TO STEP-NAME(19).
           MOVE 'AOC-2016-D17P1' TO STEP-NAME(20).
           MOVE 'AOC-2016-D20P1' TO STEP-NAME(21).
           MOVE 'AOC-2016-D21P1' TO STEP-NAME(22).
           MOVE 'AOC-2016-D13P1' TO STEP-NAME(23).
           MOVE 'AOC-2016-D22P1' TO STEP-NAME(24).
           MOVE 'AOC-2016-D24P1' TO STEP-NAME(25).
           MOVE 'AOC-2016-D6DICT' TO STEP-NAME(26).
           MOVE 'AOC-2016-D7WATCH' TO STEP-NAME(27).
           MOVE 'AOC-2016-D8RECON' TO STEP-NAME(28).
           MOVE 'AOC-2016-D16P1' TO STEP-NAME(29).
      *    D1/D2 and the D6-D9 block have no dependencies on each
      *    other; the two D5 brute-force programs pair up; D10 and D11
      *    keep a group to themselves; the later day programs run as
      *    independent blocks either side of the D14 key search,
      *    whose stretched hashing grinds alone like the D5 pair.
      *    The D10 rule-set validator runs first in the D10 group and
      *    D10P1 names it as a prerequisite, so a bad rule set (CC 8)
      *    holds the bot simulation, as the step catalog does.
      *    The D16 disk filler streams tens of millions of characters
      *    and keeps a group of its own after the checks, where the
      *    watchdog can hold it to a time budget alone.
           MOVE 'GRPA' TO STEP-GROUP(1) STEP-GROUP(2).
           MOVE 'DAY5' TO STEP-GROUP(3) STEP-GROUP(4).
           MOVE 'GRPB' TO STEP-GROUP(5) STEP-GROUP(6) STEP-GROUP(7)
              STEP-GROUP(8) STEP-GROUP(9) STEP-GROUP(10).
           MOVE 'DAY10' TO STEP-GROUP(11) STEP-GROUP(12).
           MOVE 'AOC-2016-D10VAL' TO STEP-DEPS(12).
           MOVE 'DAY11' TO STEP-GROUP(13).
           MOVE 'GRPC' TO STEP-GROUP(14) STEP-GROUP(15) STEP-GROUP(16)
              STEP-GROUP(17) STEP-GROUP(18).
           MOVE 'DAY14' TO STEP-GROUP(19).
           MOVE 'GRPD' TO STEP-GROUP(20) STEP-GROUP(21) STEP-GROUP(22)
              STEP-GROUP(23) STEP-GROUP(24) STEP-GROUP(25).
           MOVE 'CHECKS' TO STEP-GROUP(26) STEP-GROUP(27)
              STEP-GROUP(28).
           MOVE 'DAY16' TO STEP-GROUP(29).
      *    Which parameter names each step's input file (blank for the
      *    D5 brute-force pair, D13, D14, D16 and D17, which have no
      *    file) and what the program defaults to when no card is
      *    present - the same resolution the GET-* paragraphs perform.
           MOVE 'INPUT' TO STEP-PROBE-KEY(1) STEP-PROBE-KEY(5)
              STEP-PROBE-KEY(6) STEP-PROBE-KEY(7) STEP-PROBE-KEY(8)
              STEP-PROBE-KEY(9) STEP-PROBE-KEY(10) STEP-PROBE-KEY(11)
              STEP-PROBE-KEY(12) STEP-PROBE-KEY(13) STEP-PROBE-KEY(14)
              STEP-PROBE-KEY(15) STEP-PROBE-KEY(16) STEP-PROBE-KEY(17)
              STEP-PROBE-KEY(18) STEP-PROBE-KEY(21) STEP-PROBE-KEY(22)
              STEP-PROBE-KEY(24) STEP-PROBE-KEY(25).
           MOVE 'SESSION' TO STEP-PROBE-KEY(2).
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-MAX
           MOVE 'AOC-2016-REPLAY' TO EXTRA-TARGET(65).
           MOVE 'AOC-2016-CKPTREG' TO EXTRA-TARGET(66).
           MOVE 'AOC-2016-PATHS' TO EXTRA-TARGET(67).
           MOVE 'AOC-2016-D3P1' TO EXTRA-TARGET(68).
           MOVE 'AOC-2016-D4P1' TO EXTRA-TARGET(69).
           MOVE 'AOC-2016-D12P1' TO EXTRA-TARGET(70).
           MOVE 'AOC-2016-D23P1' TO EXTRA-TARGET(71).
           MOVE 'AOC-2016-D25P1' TO EXTRA-TARGET(72).
           MOVE 'AOC-2016-ASMBNY' TO EXTRA-TARGET(73).
           MOVE 'AOC-2016-D14P1' TO EXTRA-TARGET(74).
           MOVE 'AOC-2016-D17P1' TO EXTRA-TARGET(75).
           MOVE 'AOC-2016-D20P1' TO EXTRA-TARGET(76).
           MOVE 'AOC-2016-D21P1' TO EXTRA-TARGET(77).
           MOVE 'AOC-2016-D13P1' TO EXTRA-TARGET(78).
           MOVE 'AOC-2016-D22P1' TO EXTRA-TARGET(79).
           MOVE 'AOC-2016-D24P1' TO EXTRA-TARGET(80).
           MOVE 'AOC-2016-GEOFENCE' TO EXTRA-TARGET(81).
           MOVE 'AOC-2016-TRAILDIFF' TO EXTRA-TARGET(82).
           MOVE 'AOC-2016-D1GEN' TO EXTRA-TARGET(83).
           MOVE 'AOC-2016-D6DICT' TO EXTRA-TARGET(84).
           MOVE 'AOC-2016-D7WATCH' TO EXTRA-TARGET(85).
           MOVE 'AOC-2016-D8SYNTH' TO EXTRA-TARGET(86).
           MOVE 'AOC-2016-D8RECON' TO EXTRA-TARGET(87).
           MOVE 'AOC-2016-D9SEEK' TO EXTRA-TARGET(88).
           MOVE 'AOC-2016-D9HOT' TO EXTRA-TARGET(89).
           MOVE 'AOC-2016-D10VAL' TO EXTRA-TARGET(90).
           MOVE 'AOC-2016-D11PROOF' TO EXTRA-TARGET(91).
           MOVE 'AOC-2016-DRIFT' TO EXTRA-TARGET(92).
           MOVE 'AOC-2016-REPRODUCE' TO EXTRA-TARGET(93).
           MOVE 'AOC-2016-DOSSIER' TO EXTRA-TARGET(94).
           MOVE 'AOC-2016-DISPATCH' TO EXTRA-TARGET(95).
           MOVE 'AOC-2016-ROSTER' TO EXTRA-TARGET(96).
           MOVE 'AOC-2016-TRANSFER' TO EXTRA-TARGET(97).
           MOVE 'AOC-2016-ANNOTATE' TO EXTRA-TARGET(98).
           MOVE 'AOC-2016-ARRIVALS' TO EXTRA-TARGET(99).
           MOVE 'AOC-2016-PIVOT' TO EXTRA-TARGET(100).
           MOVE 'AOC-2016-STATPAGE' TO EXTRA-TARGET(101).
           MOVE 'AOC-2016-FMTCHECK' TO EXTRA-TARGET(102).
           MOVE 'AOC-2016-BNDAUDIT' TO EXTRA-TARGET(103).
           MOVE 'AOC-2016-FREEZE' TO EXTRA-TARGET(104).
           MOVE 'AOC-2016-CHARGEBK' TO EXTRA-TARGET(105).
           MOVE 'AOC-2016-BENCH' TO EXTRA-TARGET(106).
           MOVE 'AOC-2016-CRITPATH' TO EXTRA-TARGET(107).
           MOVE 'AOC-2016-TRANSMIT' TO EXTRA-TARGET(108).
           MOVE 'AOC-2016-D16P1' TO EXTRA-TARGET(109).

       LOAD-CONTROL-CARDS.
           MOVE 'LOAD' TO CC-FUNC.
           ELSE
              MOVE 0 TO RR-RUN-NUMBER
           END-IF.
           MOVE SPACES TO WS-ENV-ACCOUNT.
           ACCEPT WS-ENV-ACCOUNT FROM ENVIRONMENT 'AOC_ACCOUNT'
           END-ACCEPT.
           MOVE WS-ENV-ACCOUNT TO AC-ACCOUNT-ID.
           MOVE 0 TO WS-STEP-IDX.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
              UNTIL WS-GROUP-IDX > WS-STEP-MAX
      *    Group executor: inline and serial unless PARALLEL=YES makes
      *    two or more members concurrent, or a member carries a time
      *    budget (enforcing a budget needs the child-process path).
      *    A group whose members name prerequisites (D10P1 on the D10
      *    rule-set validator) runs one member at a time in step
      *    order, and a member whose prerequisite failed is held.
       RUN-GROUP.
           MOVE 'N' TO WS-GROUP-HAS-DEPS.
           PERFORM VARYING WS-GROUP-IDX FROM WS-GROUP-START BY 1
              UNTIL WS-GROUP-IDX > WS-GROUP-END
                 IF STEP-DEPS(WS-GROUP-IDX) IS NOT EQUAL TO SPACES
                    THEN
                    MOVE 'Y' TO WS-GROUP-HAS-DEPS
                 END-IF
           END-PERFORM.
           IF WS-GROUP-HAS-DEPS = 'Y' THEN
              PERFORM RUN-GROUP-IN-ORDER
           ELSE
              PERFORM RUN-GROUP-MEMBERS
           END-IF.

       RUN-GROUP-IN-ORDER.
           MOVE WS-GROUP-START TO WS-ORD-START.
           MOVE WS-GROUP-END TO WS-ORD-END.
           PERFORM VARYING WS-ORD-IDX FROM WS-ORD-START BY 1
              UNTIL WS-ORD-IDX > WS-ORD-END
                 MOVE WS-ORD-IDX TO WS-GROUP-START
                 MOVE WS-ORD-IDX TO WS-GROUP-END
                 MOVE WS-ORD-IDX TO WS-STEP-IDX
                 MOVE 'R' TO WS-DEP-VERDICT
                 IF STEP-DEPS(WS-ORD-IDX) IS NOT EQUAL TO SPACES
                    AND STEP-ENABLED(WS-ORD-IDX) = 'Y'
                    AND STEP-DONE-PRIOR(WS-ORD-IDX) IS NOT EQUAL TO 'Y'
                    AND WS-SUPPRESSING = 'N' THEN
                    PERFORM CHECK-STEP-DEPS
                 END-IF
                 IF WS-DEP-VERDICT = 'F' THEN
                    DISPLAY '--- PREREQUISITE FAILED FOR '
                       FUNCTION TRIM(STEP-NAME(WS-ORD-IDX))
                       ' - STEP SUPPRESSED ---'
                    MOVE 'SUPPRESSED' TO STEP-STATE(WS-ORD-IDX)
                    MOVE 0 TO STEP-CC(WS-ORD-IDX)
                 ELSE
                    PERFORM RUN-GROUP-MEMBERS
                 END-IF
           END-PERFORM.
           MOVE WS-ORD-START TO WS-GROUP-START.
           MOVE WS-ORD-END TO WS-GROUP-END.

       RUN-GROUP-MEMBERS.
           MOVE 0 TO WS-GROUP-RUNNABLE.
           MOVE 'N' TO WS-NEED-SPAWN.
           PERFORM VARYING WS-GROUP-IDX FROM WS-GROUP-START BY 1
                       INTO WS-SPAWN-COMMAND
                       WITH POINTER WS-SPAWN-PTR
                    END-STRING
                    IF AC-ACCOUNT-ID IS NOT EQUAL TO SPACES THEN
                       STRING 'AOC_ACCOUNT=' DELIMITED SIZE
                          FUNCTION TRIM(AC-ACCOUNT-ID) DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          INTO WS-SPAWN-COMMAND
                          WITH POINTER WS-SPAWN-PTR
                       END-STRING
                    END-IF
                    IF STEP-BUDGET(WS-STEP-IDX) > 0 THEN
                       STRING 'timeout ' DELIMITED SIZE
                          STEP-BUDGET(WS-STEP-IDX) DELIMITED SIZE
                    MOVE '10' TO WS-STATUS-STATUS
                 NOT AT END
                    IF BS-DATE = WS-BUSINESS-DATE AND
                       BS-ACCOUNT = AC-ACCOUNT-ID AND
                       BS-STEP = WS-STEP-NAME AND
                       (BS-STATUS = 'COMPLETED' OR
                        BS-STATUS = 'FAILED') THEN
              INTO WS-SPAWN-COMMAND
              WITH POINTER WS-SPAWN-PTR
           END-STRING.
           IF AC-ACCOUNT-ID IS NOT EQUAL TO SPACES THEN
              STRING 'AOC_ACCOUNT=' DELIMITED SIZE
                 FUNCTION TRIM(AC-ACCOUNT-ID) DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 INTO WS-SPAWN-COMMAND
                 WITH POINTER WS-SPAWN-PTR
              END-STRING
           END-IF.
           IF STEP-BUDGET(WS-STEP-IDX) > 0 THEN
              STRING 'timeout ' DELIMITED SIZE
                 STEP-BUDGET(WS-STEP-IDX) DELIMITED SIZE
                       INTO WS-SPAWN-COMMAND
                       WITH POINTER WS-SPAWN-PTR
                    END-STRING
                    IF AC-ACCOUNT-ID IS NOT EQUAL TO SPACES THEN
                       STRING 'AOC_ACCOUNT=' DELIMITED SIZE
                          FUNCTION TRIM(AC-ACCOUNT-ID) DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          INTO WS-SPAWN-COMMAND
                          WITH POINTER WS-SPAWN-PTR
                       END-STRING
                    END-IF
                    IF STEP-BUDGET(WS-STEP-IDX) > 0 THEN
                       STRING 'timeout ' DELIMITED SIZE
                          STEP-BUDGET(WS-STEP-IDX) DELIMITED SIZE
                 ' (REMAINING EST ' WS-REMAIN-SECS ' SEC) ***'
              MOVE 'LOG' TO EL-FUNC
              MOVE 'AOC-2016-BATCH' TO EL-PROGRAM
              MOVE WS-WINDOW-END TO EL-REFERENCE
              MOVE 'AOC0701W' TO EL-MSG-ID
              MOVE WS-PROJ-TIME TO EL-VALUE-1
              MOVE WS-WINDOW-END TO EL-VALUE-2
              CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
                 ON EXCEPTION
                    CONTINUE
                 AT END
                    MOVE '10' TO WS-STATUS-STATUS
                 NOT AT END
                    IF BS-DATE = WS-BUSINESS-DATE AND
                       BS-ACCOUNT = AC-ACCOUNT-ID THEN
                       PERFORM NOTE-PRIOR-STATUS
                    END-IF
              END-READ
              ADD 1 TO WS-SPAWN-PTR
           END-PERFORM.
           MOVE WS-BUSINESS-DATE TO BS-DATE.
           MOVE SPACE TO BS-SP1 BS-SP2 BS-SP3 BS-SP4 BS-SP5.
           MOVE WS-NOW-TIME TO BS-TIME.
           MOVE WS-STEP-NAME TO BS-STEP.
           MOVE AC-ACCOUNT-ID TO BS-ACCOUNT.
           WRITE STATUS-REC.
           CLOSE STATUSFILE.
       WRITE-STEP-STATUS-EXIT.
                 ' ANSWER(S) DIFFERED BETWEEN PASSES ***'
              MOVE 'LOG' TO EL-FUNC
              MOVE 'AOC-2016-BATCH' TO EL-PROGRAM
              MOVE WS-STEP-NAME TO EL-REFERENCE
              MOVE 'AOC0607E' TO EL-MSG-ID
              MOVE WS-REL-MISMATCH TO EL-VALUE-1
              CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
                 ON EXCEPTION
                    CONTINUE
