       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-REPRODUCE.

      *    Reproduce a historical run. Lineage stamps name the input
      *    checksum behind every answer, but intake overwrites the
      *    staged file, so until the vault existed an old run could
      *    be traced but never rerun. Given a run number from
      *    aoc_runs_master.txt (card AOC-2016-REPRODUCE RUN=, or a
      *    prompt without a deck) this program:
      *
      *      1. finds the run's snapshot in the input vault - the
      *         deck, step catalog and manifest the driver filed as
      *         vault/run_<runno>.cards / .catalog / .manifest
      *      2. builds a scratch area aoc_repro_<runno> holding that
      *         deck (as the live deck), catalog and manifest, and
      *         restores every manifest input from the vault object
      *         named by its checksum (vault/<md5>, kept by
      *         AOC-2016-INTAKE) under its original name, inside the
      *         QA profile directory the rerun will work in
      *      3. runs the batch driver there under AOC_PROFILE=QA and
      *         the run's own business date - its answers land in
      *         the scratch ledger, never in production
      *      4. extracts the original run's answers from the
      *         production ledger and compares the two through
      *         AOC-2016-LEDGCOMP
      *
      *    Vault directory from AOC-2016-INTAKE VAULT= (default
      *    vault); the driver executable from AOC_BATCH_COMMAND
      *    (default batch/d0batch, as for parallel children). A
      *    manifest input named by an absolute path is not restored
      *    (it would overwrite a live file) and counts as a gap.
      *    Report aoc_reproduce_report.txt; the compare detail is
      *    kept as aoc_repro_<runno>/aoc_ledger_compare.txt.
      *    Exit CC 0 REPRODUCED, CC 4 answers differ or inputs were
      *    missing from the vault, CC 12 when the run cannot be
      *    reproduced at all (unknown run, no snapshot).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTERFILE ASSIGN TO 'aoc_runs_master.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT SNAPFILE ASSIGN TO DYNAMIC WS-SNAP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAP-STATUS.

           SELECT DECKOUT ASSIGN TO DYNAMIC WS-DECK-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECK-STATUS.

           SELECT PROBEFILE ASSIGN TO DYNAMIC WS-PROBE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROBE-STATUS.

           SELECT LEDGERFILE ASSIGN TO 'aoc_results.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT ORIGOUT ASSIGN TO DYNAMIC WS-ORIG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORIG-STATUS.

           SELECT REPORTFILE ASSIGN TO 'aoc_reproduce_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTERFILE.
       01  MASTER-REC.
           05 RM-RUN-NUMBER    PIC 9(6).
           05 RM-SP1           PIC X.
           05 RM-DATE          PIC X(8).
           05 RM-SP2           PIC X.
           05 RM-TIME          PIC X(6).
           05 RM-SP3           PIC X.
           05 RM-EVENT         PIC X(7).
           05 RM-SP4           PIC X.
           05 RM-CC            PIC 99.
           05 RM-SP5           PIC X.
           05 RM-PARENT        PIC X(6).

       FD  SNAPFILE.
       01  SNAP-REC            PIC X(160).

       FD  DECKOUT.
       01  DECK-REC            PIC X(160).

       FD  PROBEFILE.
       01  PROBE-REC           PIC X(80).

       FD  LEDGERFILE.
       01  LEDGER-REC          PIC X(200).

       FD  ORIGOUT.
       01  ORIG-REC            PIC X(200).

       FD  REPORTFILE.
       01  REPORT-REC          PIC X(160).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "path_service.cpy".

       01  WS-MASTER-STATUS    PIC XX.
       01  WS-SNAP-STATUS      PIC XX.
       01  WS-SNAP-NAME        PIC X(120).
       01  WS-DECK-STATUS      PIC XX.
       01  WS-DECK-NAME        PIC X(120).
       01  WS-PROBE-STATUS     PIC XX.
       01  WS-PROBE-NAME       PIC X(120).
       01  WS-LEDGER-STATUS    PIC XX.
       01  WS-ORIG-STATUS      PIC XX.
       01  WS-ORIG-NAME        PIC X(120).
       01  WS-PARM             PIC X(20).

       01  WS-RUN              PIC 9(6)   VALUE 0.
       01  WS-RUN-FOUND        PIC X      VALUE 'N'.
       01  WS-RUN-DATE         PIC X(8)   VALUE SPACES.
       01  WS-RUN-ENDED        PIC X      VALUE 'N'.
       01  WS-RUN-CC           PIC 99     VALUE 0.
       01  WS-VAULT-DIR        PIC X(100) VALUE 'vault'.
       01  WS-SCRATCH-DIR      PIC X(40).
       01  WS-QA-DIR           PIC X(100).
       01  WS-WORK-DIR         PIC X(160).
       01  WS-BATCH-COMMAND    PIC X(200).
       01  WS-SHELL-CMD        PIC X(800).
       01  WS-REASON           PIC X(80).

       01  WS-ENTRY-FILE       PIC X(100).
       01  WS-ENTRY-SUM        PIC X(32).
       01  WS-ENTRY-VER        PIC X(12).
       01  WS-RESTORED-CNT     PIC 9(4)   VALUE 0.
       01  WS-GAP-CNT          PIC 9(4)   VALUE 0.
       01  WS-ORIG-CNT         PIC 9(5)   VALUE 0.
       01  WS-LINE-REST        PIC X(140).
       01  WS-LINE-TAIL        PIC X(60).
       01  WS-CHILD-CC         PIC S9(9).
       01  WS-COMPARE-CC       PIC S9(9).
       01  WS-CHILD-ED         PIC -(8)9.
       01  WS-HIGHEST-CC       PIC 99     VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM GET-REPRO-PARMS.
           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-REC.
           STRING 'REPRODUCTION OF RUN ' DELIMITED SIZE
              WS-RUN DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           PERFORM REPRODUCE-RUN THRU REPRODUCE-RUN-EXIT.
           CLOSE REPORTFILE.
           MOVE WS-HIGHEST-CC TO RETURN-CODE.
           GOBACK.

       GET-REPRO-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-REPRODUCE' TO CC-PROGRAM.
           MOVE 'RUN' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
                 MOVE 'N' TO CC-LOADED
           END-CALL.
           MOVE SPACES TO WS-PARM.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-PARM
           ELSE
              IF CC-LOADED = 'N' THEN
                 DISPLAY 'RUN NUMBER TO REPRODUCE: '
                    WITH NO ADVANCING
                 ACCEPT WS-PARM FROM SYSIN
              END-IF
           END-IF.
           IF WS-PARM IS NOT EQUAL TO SPACES AND
              FUNCTION TEST-NUMVAL(WS-PARM) = 0 THEN
              COMPUTE WS-RUN = FUNCTION NUMVAL(WS-PARM)
           END-IF.
           MOVE 'AOC-2016-INTAKE' TO CC-PROGRAM.
           MOVE 'VAULT' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND CC-VALUE IS NOT EQUAL TO SPACES THEN
              MOVE CC-VALUE TO WS-VAULT-DIR
           END-IF.
           MOVE SPACES TO WS-BATCH-COMMAND.
           ACCEPT WS-BATCH-COMMAND FROM ENVIRONMENT
              'AOC_BATCH_COMMAND'
           END-ACCEPT.
           IF WS-BATCH-COMMAND IS EQUAL TO SPACES THEN
              MOVE 'batch/d0batch' TO WS-BATCH-COMMAND
           END-IF.
           MOVE SPACES TO WS-SCRATCH-DIR.
           STRING 'aoc_repro_' DELIMITED SIZE
              WS-RUN DELIMITED SIZE
              INTO WS-SCRATCH-DIR
           END-STRING.

       REPRODUCE-RUN.
           IF WS-RUN = 0 THEN
              MOVE 'NO RUN NUMBER GIVEN' TO WS-REASON
              GO TO REPRODUCE-RUN-REFUSED
           END-IF.
           PERFORM FIND-RUN.
           IF WS-RUN-FOUND = 'N' THEN
              MOVE 'RUN IS NOT ON aoc_runs_master.txt' TO WS-REASON
              GO TO REPRODUCE-RUN-REFUSED
           END-IF.
           MOVE SPACES TO REPORT-REC.
           IF WS-RUN-ENDED = 'Y' THEN
              STRING 'BUSINESS DATE ' DELIMITED SIZE
                 WS-RUN-DATE DELIMITED SIZE
                 ', ORIGINAL OUTCOME CC=' DELIMITED SIZE
                 WS-RUN-CC DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
           ELSE
              STRING 'BUSINESS DATE ' DELIMITED SIZE
                 WS-RUN-DATE DELIMITED SIZE
                 ', ORIGINAL RUN NEVER ENDED' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
           END-IF.
           WRITE REPORT-REC.
           PERFORM RESOLVE-QA-DIRECTORY.
           IF WS-QA-DIR(1:1) = '/' THEN
              MOVE 'QA PROFILE DIRECTORY IS ABSOLUTE' TO WS-REASON
              GO TO REPRODUCE-RUN-REFUSED
           END-IF.

      *    A fresh scratch area every time: a leftover scratch
      *    ledger would blend two reproductions' answers.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING 'rm -rf ' DELIMITED SIZE
              FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED SIZE
              '; mkdir -p ' DELIMITED SIZE
              FUNCTION TRIM(WS-WORK-DIR) DELIMITED SIZE
              INTO WS-SHELL-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SHELL-CMD.
           MOVE 0 TO RETURN-CODE.

           PERFORM BUILD-SCRATCH-DECK THRU BUILD-SCRATCH-DECK-EXIT.
           IF WS-DECK-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'NO CARD SNAPSHOT IN THE VAULT FOR THIS RUN'
                 TO WS-REASON
              GO TO REPRODUCE-RUN-REFUSED
           END-IF.
           PERFORM RESTORE-RUN-INPUTS THRU RESTORE-RUN-INPUTS-EXIT.
           IF WS-SNAP-STATUS = '35' THEN
              MOVE 'NO MANIFEST SNAPSHOT IN THE VAULT FOR THIS RUN'
                 TO WS-REASON
              GO TO REPRODUCE-RUN-REFUSED
           END-IF.
           PERFORM RUN-SCRATCH-BATCH.
           PERFORM EXTRACT-ORIGINAL-ANSWERS.
           PERFORM COMPARE-LEDGERS.
           GO TO REPRODUCE-RUN-EXIT.
       REPRODUCE-RUN-REFUSED.
           MOVE SPACES TO REPORT-REC.
           STRING 'REFUSED - ' DELIMITED SIZE
              FUNCTION TRIM(WS-REASON) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).
           MOVE 12 TO WS-HIGHEST-CC.
       REPRODUCE-RUN-EXIT.
           EXIT.

       FIND-RUN.
           OPEN INPUT MASTERFILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'N' TO WS-RUN-FOUND
           ELSE
              PERFORM UNTIL WS-MASTER-STATUS IS NOT EQUAL TO '00'
                 READ MASTERFILE
                    AT END
                       MOVE '10' TO WS-MASTER-STATUS
                    NOT AT END
                       IF RM-RUN-NUMBER IS NUMERIC AND
                          RM-RUN-NUMBER = WS-RUN THEN
                          MOVE 'Y' TO WS-RUN-FOUND
                          MOVE RM-DATE TO WS-RUN-DATE
                          IF RM-EVENT = 'ENDED' THEN
                             MOVE 'Y' TO WS-RUN-ENDED
                             MOVE RM-CC TO WS-RUN-CC
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MASTERFILE
           END-IF.

      *    The rerun works wherever the QA profile puts artifacts;
      *    resolved through AOC-2016-PATHS with AOC_PROFILE=QA so the
      *    answer is the same one the driver will act on. The
      *    setting stays in this process's environment and is
      *    inherited by the driver run below.
       RESOLVE-QA-DIRECTORY.
           SET ENVIRONMENT 'AOC_PROFILE' TO 'QA'.
           MOVE 'RESOLVE' TO PS-FUNC.
           MOVE 'x' TO PS-NAME.
           MOVE SPACES TO PS-PATH.
           CALL 'AOC-2016-PATHS' USING PS-REQUEST
              ON EXCEPTION
                 MOVE 'x' TO PS-PATH
           END-CALL.
           MOVE SPACES TO WS-QA-DIR.
           IF PS-PATH = 'x' THEN
              MOVE '.' TO WS-QA-DIR
           ELSE
              UNSTRING PS-PATH DELIMITED BY '/x '
                 INTO WS-QA-DIR
              END-UNSTRING
           END-IF.
           MOVE SPACES TO WS-WORK-DIR.
           IF WS-QA-DIR = '.' THEN
              MOVE WS-SCRATCH-DIR TO WS-WORK-DIR
           ELSE
              STRING FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED SIZE
                 '/' DELIMITED SIZE
                 FUNCTION TRIM(WS-QA-DIR) DELIMITED SIZE
                 INTO WS-WORK-DIR
              END-STRING
           END-IF.

      *    The run's deck becomes the scratch area's live deck; the
      *    driver's profile activation mirrors it (with the catalog
      *    and manifest) into the QA directory.
       BUILD-SCRATCH-DECK.
           MOVE SPACES TO WS-SNAP-NAME.
           STRING FUNCTION TRIM(WS-VAULT-DIR) DELIMITED SIZE
              '/run_' DELIMITED SIZE
              WS-RUN DELIMITED SIZE
              '.cards' DELIMITED SIZE
              INTO WS-SNAP-NAME
           END-STRING.
           OPEN INPUT SNAPFILE.
           IF WS-SNAP-STATUS IS NOT EQUAL TO '00' THEN
              MOVE WS-SNAP-STATUS TO WS-DECK-STATUS
              GO TO BUILD-SCRATCH-DECK-EXIT
           END-IF.
           MOVE SPACES TO WS-DECK-NAME.
           STRING FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED SIZE
              '/aoc_control_cards.txt' DELIMITED SIZE
              INTO WS-DECK-NAME
           END-STRING.
           OPEN OUTPUT DECKOUT.
           PERFORM UNTIL WS-SNAP-STATUS IS NOT EQUAL TO '00'
              READ SNAPFILE
                 AT END
                    MOVE '10' TO WS-SNAP-STATUS
                 NOT AT END
                    MOVE SNAP-REC TO DECK-REC
                    WRITE DECK-REC
              END-READ
           END-PERFORM.
           CLOSE SNAPFILE.
           CLOSE DECKOUT.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING 'cp aoc_thresholds.txt aoc_calendar.txt '
              DELIMITED SIZE
              'aoc_error_routes.txt aoc_profiles.txt '
              DELIMITED SIZE
              'aoc_retention.txt ' DELIMITED SIZE
              FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED SIZE
              '/ 2>/dev/null; cp ' DELIMITED SIZE
              FUNCTION TRIM(WS-VAULT-DIR) DELIMITED SIZE
              '/run_' DELIMITED SIZE
              WS-RUN DELIMITED SIZE
              '.catalog ' DELIMITED SIZE
              FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED SIZE
              '/aoc_step_catalog.txt 2>/dev/null; cp ' DELIMITED SIZE
              FUNCTION TRIM(WS-VAULT-DIR) DELIMITED SIZE
              '/run_' DELIMITED SIZE
              WS-RUN DELIMITED SIZE
              '.manifest ' DELIMITED SIZE
              FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED SIZE
              '/aoc_input_manifest.txt 2>/dev/null' DELIMITED SIZE
              INTO WS-SHELL-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SHELL-CMD.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO REPORT-REC.
           STRING 'DECK     ' DELIMITED SIZE
              FUNCTION TRIM(WS-SNAP-NAME) DELIMITED SIZE
              ' -> ' DELIMITED SIZE
              FUNCTION TRIM(WS-DECK-NAME) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
       BUILD-SCRATCH-DECK-EXIT.
           EXIT.

      *    Each manifest entry names a file and the checksum it had
      *    when the run started; the vault object of that checksum
      *    is that exact content.
       RESTORE-RUN-INPUTS.
           MOVE SPACES TO WS-SNAP-NAME.
           STRING FUNCTION TRIM(WS-VAULT-DIR) DELIMITED SIZE
              '/run_' DELIMITED SIZE
              WS-RUN DELIMITED SIZE
              '.manifest' DELIMITED SIZE
              INTO WS-SNAP-NAME
           END-STRING.
           OPEN INPUT SNAPFILE.
           IF WS-SNAP-STATUS IS NOT EQUAL TO '00' THEN
              MOVE '35' TO WS-SNAP-STATUS
              GO TO RESTORE-RUN-INPUTS-EXIT
           END-IF.
           PERFORM UNTIL WS-SNAP-STATUS IS NOT EQUAL TO '00'
              READ SNAPFILE
                 AT END
                    MOVE '10' TO WS-SNAP-STATUS
                 NOT AT END
                    IF SNAP-REC IS NOT EQUAL TO SPACES AND
                       SNAP-REC(1:1) IS NOT EQUAL TO '*' THEN
                       PERFORM RESTORE-ONE-INPUT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SNAPFILE.
           MOVE SPACES TO REPORT-REC.
           STRING 'INPUTS   ' DELIMITED SIZE
              WS-RESTORED-CNT DELIMITED SIZE
              ' RESTORED FROM THE VAULT, ' DELIMITED SIZE
              WS-GAP-CNT DELIMITED SIZE
              ' NOT RESTORABLE' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           IF WS-GAP-CNT > 0 AND WS-HIGHEST-CC < 4 THEN
              MOVE 4 TO WS-HIGHEST-CC
           END-IF.
       RESTORE-RUN-INPUTS-EXIT.
           EXIT.

       RESTORE-ONE-INPUT.
           MOVE SPACES TO WS-ENTRY-FILE WS-ENTRY-SUM WS-ENTRY-VER.
           UNSTRING SNAP-REC DELIMITED BY ALL SPACE
              INTO WS-ENTRY-FILE WS-ENTRY-SUM WS-ENTRY-VER
           END-UNSTRING.
           MOVE SPACES TO WS-PROBE-NAME.
           STRING FUNCTION TRIM(WS-VAULT-DIR) DELIMITED SIZE
              '/' DELIMITED SIZE
              WS-ENTRY-SUM DELIMITED SIZE
              INTO WS-PROBE-NAME
           END-STRING.
           MOVE SPACES TO REPORT-REC.
           IF WS-ENTRY-FILE(1:1) = '/' THEN
              ADD 1 TO WS-GAP-CNT
              STRING '  ABSOLUTE ' DELIMITED SIZE
                 FUNCTION TRIM(WS-ENTRY-FILE) DELIMITED SIZE
                 ' - NOT RESTORED OVER A LIVE PATH' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
           ELSE
              OPEN INPUT PROBEFILE
              IF WS-PROBE-STATUS IS NOT EQUAL TO '00' THEN
                 ADD 1 TO WS-GAP-CNT
                 STRING '  NOT-IN-VAULT ' DELIMITED SIZE
                    FUNCTION TRIM(WS-ENTRY-FILE) DELIMITED SIZE
                    ' SUM=' DELIMITED SIZE
                    WS-ENTRY-SUM DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
              ELSE
                 CLOSE PROBEFILE
                 ADD 1 TO WS-RESTORED-CNT
                 MOVE SPACES TO WS-SHELL-CMD
                 STRING 'f=' DELIMITED SIZE
                    FUNCTION TRIM(WS-WORK-DIR) DELIMITED SIZE
                    '/' DELIMITED SIZE
                    FUNCTION TRIM(WS-ENTRY-FILE) DELIMITED SIZE
                    '; mkdir -p "$(dirname "$f")"; cp ' DELIMITED SIZE
                    FUNCTION TRIM(WS-PROBE-NAME) DELIMITED SIZE
                    ' "$f"' DELIMITED SIZE
                    INTO WS-SHELL-CMD
                 END-STRING
                 CALL 'SYSTEM' USING WS-SHELL-CMD
                 MOVE 0 TO RETURN-CODE
                 STRING '  RESTORED ' DELIMITED SIZE
                    FUNCTION TRIM(WS-ENTRY-FILE) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    FUNCTION TRIM(WS-ENTRY-VER) DELIMITED SIZE
                    ' SUM=' DELIMITED SIZE
                    WS-ENTRY-SUM DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
              END-IF
           END-IF.
           WRITE REPORT-REC.

      *    The driver runs as its own process from the scratch area:
      *    its profile activation, run registry, checkpoints and
      *    ledgers all land there. A relative driver name is made
      *    absolute first - it cannot be found from inside the QA
      *    directory otherwise.
       RUN-SCRATCH-BATCH.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING 'B=' DELIMITED SIZE
              FUNCTION TRIM(WS-BATCH-COMMAND) DELIMITED SIZE
              '; case "$B" in /*) ;; *) B="$PWD/$B" ;; esac; cd '
                 DELIMITED SIZE
              FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED SIZE
              ' && AOC_BUSINESS_DATE=' DELIMITED SIZE
              WS-RUN-DATE DELIMITED SIZE
              ' AOC_BATCH_COMMAND="$B" "$B" >aoc_reproduce.log 2>&1'
                 DELIMITED SIZE
              INTO WS-SHELL-CMD
           END-STRING.
           DISPLAY '--- REPRODUCING RUN ' WS-RUN ' IN '
              FUNCTION TRIM(WS-WORK-DIR) ' ---'.
           MOVE 0 TO RETURN-CODE.
           CALL 'SYSTEM' USING WS-SHELL-CMD.
           MOVE RETURN-CODE TO WS-CHILD-CC.
           MOVE 0 TO RETURN-CODE.
           MOVE WS-CHILD-CC TO WS-CHILD-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'RERUN    DRIVER ENDED CC=' DELIMITED SIZE
              FUNCTION TRIM(WS-CHILD-ED) DELIMITED SIZE
              ' (LOG ' DELIMITED SIZE
              FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED SIZE
              '/aoc_reproduce.log)' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

      *    The original answers: the production ledger's lines that
      *    carry this run's number.
       EXTRACT-ORIGINAL-ANSWERS.
           MOVE SPACES TO WS-ORIG-NAME.
           STRING FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED SIZE
              '/original_results.txt' DELIMITED SIZE
              INTO WS-ORIG-NAME
           END-STRING.
           OPEN OUTPUT ORIGOUT.
           OPEN INPUT LEDGERFILE.
           IF WS-LEDGER-STATUS = '00' THEN
              PERFORM UNTIL WS-LEDGER-STATUS IS NOT EQUAL TO '00'
                 READ LEDGERFILE
                    AT END
                       MOVE '10' TO WS-LEDGER-STATUS
                    NOT AT END
                       MOVE SPACES TO WS-LINE-REST WS-LINE-TAIL
                       UNSTRING LEDGER-REC DELIMITED BY ' RUN='
                          INTO WS-LINE-REST WS-LINE-TAIL
                       END-UNSTRING
                       IF WS-LINE-TAIL(1:6) IS NUMERIC AND
                          WS-LINE-TAIL(1:6) = WS-RUN THEN
                          MOVE LEDGER-REC TO ORIG-REC
                          WRITE ORIG-REC
                          ADD 1 TO WS-ORIG-CNT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEDGERFILE
           END-IF.
           CLOSE ORIGOUT.
           MOVE SPACES TO REPORT-REC.
           STRING 'ORIGINAL ' DELIMITED SIZE
              WS-ORIG-CNT DELIMITED SIZE
              ' ANSWER LINE(S) OF RUN ' DELIMITED SIZE
              WS-RUN DELIMITED SIZE
              ' ON THE PRODUCTION LEDGER' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

      *    LEDGCOMP is driven through a clean deck holding only the
      *    two ledger names. Its report is written under the fixed
      *    name in this directory; an operator's own compare report
      *    is set aside and put back around the call.
       COMPARE-LEDGERS.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING 'mv aoc_ledger_compare.txt '
              DELIMITED SIZE
              'aoc_ledger_compare.hold 2>/dev/null' DELIMITED SIZE
              INTO WS-SHELL-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SHELL-CMD.
           MOVE 'RESET' TO CC-FUNC.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           MOVE 'PUT' TO CC-FUNC.
           MOVE 'AOC-2016-LEDGCOMP' TO CC-PROGRAM.
           MOVE 'OLD' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           MOVE WS-ORIG-NAME TO CC-VALUE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           MOVE 'NEW' TO CC-KEYWORD.
           MOVE SPACES TO CC-VALUE.
           STRING FUNCTION TRIM(WS-WORK-DIR) DELIMITED SIZE
              '/aoc_results.txt' DELIMITED SIZE
              INTO CC-VALUE
           END-STRING.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           MOVE 0 TO RETURN-CODE.
           CALL 'AOC-2016-LEDGCOMP'
              ON EXCEPTION
                 MOVE 12 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-COMPARE-CC.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING 'mv aoc_ledger_compare.txt ' DELIMITED SIZE
              FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED SIZE
              '/ 2>/dev/null; mv aoc_ledger_compare.hold '
                 DELIMITED SIZE
              'aoc_ledger_compare.txt 2>/dev/null' DELIMITED SIZE
              INTO WS-SHELL-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SHELL-CMD.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO REPORT-REC.
           EVALUATE TRUE
              WHEN WS-COMPARE-CC >= 8
                 MOVE WS-COMPARE-CC TO WS-CHILD-ED
                 STRING 'NOT COMPARED - AOC-2016-LEDGCOMP ENDED CC='
                    DELIMITED SIZE
                    FUNCTION TRIM(WS-CHILD-ED) DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
                 MOVE 12 TO WS-HIGHEST-CC
              WHEN WS-ORIG-CNT = 0
                 MOVE 'NOT REPRODUCED - ORIGINAL RUN LEFT NO ANSWERS'
                    TO REPORT-REC
                 IF WS-HIGHEST-CC < 4 THEN
                    MOVE 4 TO WS-HIGHEST-CC
                 END-IF
              WHEN WS-COMPARE-CC > 0
                 STRING 'NOT REPRODUCED - ANSWERS DIFFER, SEE '
                    DELIMITED SIZE
                    FUNCTION TRIM(WS-SCRATCH-DIR) DELIMITED SIZE
                    '/aoc_ledger_compare.txt' DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
                 IF WS-HIGHEST-CC < 4 THEN
                    MOVE 4 TO WS-HIGHEST-CC
                 END-IF
              WHEN WS-GAP-CNT > 0
                 MOVE 'ANSWERS AGREE BUT NOT EVERY INPUT WAS RESTORED'
                    TO REPORT-REC
              WHEN OTHER
                 STRING 'REPRODUCED - RUN ' DELIMITED SIZE
                    WS-RUN DELIMITED SIZE
                    ' ANSWERS MATCH THE ORIGINAL' DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
           END-EVALUATE.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).

       END PROGRAM AOC-2016-REPRODUCE.
