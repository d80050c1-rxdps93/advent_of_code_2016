       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-DOSSIER.

      *    Evidence dossier for one answer. When an auditor questions
      *    an answer, everything that stands behind it is spread over
      *    a dozen files; given the program-id, the part label and
      *    the run number (cards AOC-2016-DOSSIER PROGRAM=, LABEL=,
      *    RUN=, or prompts without a deck) this program assembles
      *    one dated document, aoc_dossier_<runno>_<stamp>.txt:
      *
      *      RUN       the run's aoc_runs_master.txt records
      *      LEDGER    the answer's results-ledger line and a
      *                recomputation of its CHAIN= digest against the
      *                preceding chained record, as AOC-2016-LEDGER
      *                stamped it (the whole chain is AOC-2016-
      *                CHAINVER's job)
      *      LINEAGE   the INPUT= checksum and version on the line and
      *                the matching manifest entry - the run's own
      *                manifest snapshot in the vault when there is
      *                one, else the live manifest
      *      TIMING    the program's run-header lines from the run's
      *                bundle, and its metrics and phase-timing lines
      *      VERDICTS  the verify verdict and sentinel status for the
      *                run (live report when it is the run's own,
      *                else the copy in the run's bundle) and the
      *                certification sign-off
      *      ERRLOG    the program's aoc_errors.txt records for the run
      *      EXCERPT   the first EXCERPT= lines (default 20) of the
      *                program's artifact in the run's bundle
      *
      *    The results and metrics ledgers are searched live first,
      *    then through the generations AOC-2016-HOUSEKEEP registered
      *    in aoc_bundle_registry.txt; the run's bundle is the oldest
      *    registered bundle holding the program's run header for the
      *    run. Evidence that is not on file is stated as such.
      *    Exit CC 0 complete, CC 4 some evidence not on file, CC 8
      *    no ledger line for the answer, CC 12 the chain digest does
      *    not verify (or no program/run given).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTERFILE ASSIGN TO 'aoc_runs_master.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT REGISTRYFILE ASSIGN TO 'aoc_bundle_registry.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT SCANFILE ASSIGN TO DYNAMIC WS-SCAN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCAN-STATUS.

           SELECT DOSSIERFILE ASSIGN TO DYNAMIC WS-DOSSIER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DOSSIER-STATUS.

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

       FD  REGISTRYFILE.
       01  REGISTRY-REC.
           05 RG-DATE          PIC X(8).
           05 RG-SP1           PIC X.
           05 RG-FILE          PIC X(110).

       FD  SCANFILE.
       01  SCAN-REC            PIC X(200).

       FD  DOSSIERFILE.
       01  DOSSIER-REC         PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".

       01  WS-MASTER-STATUS    PIC XX.
       01  WS-REGISTRY-STATUS  PIC XX.
       01  WS-SCAN-STATUS      PIC XX.
       01  WS-SCAN-NAME        PIC X(120).
       01  WS-DOSSIER-STATUS   PIC XX.
       01  WS-DOSSIER-NAME     PIC X(120).
       01  WS-PARM             PIC X(100).

       01  WS-PROGRAM          PIC X(20)  VALUE SPACES.
       01  WS-LABEL            PIC X(30)  VALUE SPACES.
       01  WS-RUN              PIC 9(6)   VALUE 0.
       01  WS-RUN-TOKEN        PIC X(10).
       01  WS-HEADER-KEY       PIC X(30).
       01  WS-HEADER-LEN       PIC 99.
       01  WS-EXCERPT-MAX      PIC 999    VALUE 20.
       01  WS-VAULT-DIR        PIC X(100) VALUE 'vault'.
       01  WS-MANIFEST-NAME    PIC X(100)
                               VALUE 'aoc_input_manifest.txt'.
       01  WS-HITS             PIC 9(4).
       01  WS-HIGHEST-CC       PIC 99     VALUE 0.
       01  WS-CURRENT-STAMP.
           05 WS-STAMP-DATE    PIC X(8).
           05 WS-STAMP-TIME    PIC X(6).
           05 WS-STAMP-REST    PIC X(7).

      *    Runs-master evidence, gathered in one pass and written in
      *    the RUN and VERDICTS sections.
       01  WS-RUN-FOUND        PIC X      VALUE 'N'.
       01  WS-CERT-FOUND       PIC X      VALUE 'N'.
       01  WS-CERT-LINE        PIC X(40)  VALUE SPACES.

      *    Registered bundles and ledger generations, in registry
      *    (oldest first) order.
       01  WS-REG-MAX          PIC 999    VALUE 200.
       01  WS-REG-CNT          PIC 999    VALUE 0.
       01  WS-REG-IDX          PIC 999.
       01  REGISTRY-TABLE.
           05 REG-FILE OCCURS 200 TIMES PIC X(110).

      *    The answer's ledger line and its chain evidence.
       01  WS-LEDGER-NAME      PIC X(120) VALUE 'aoc_results.txt'.
       01  WS-METRICS-NAME     PIC X(120) VALUE 'aoc_metrics.txt'.
       01  WS-GEN-PREFIX       PIC X(20).
       01  WS-GEN-LEN          PIC 99.
       01  WS-ANSWER-FOUND     PIC X      VALUE 'N'.
       01  WS-ANSWER-FILE      PIC X(120).
       01  WS-ANSWER-REC-NUM   PIC 9(6).
       01  WS-ANSWER-LINE      PIC X(200).
       01  WS-ANSWER-PREV      PIC X(32).
       01  WS-REC-NUM          PIC 9(6).
       01  WS-PREV-DIGEST      PIC X(32).
       01  WS-FILE-DIGEST      PIC X(32).
       01  WS-CALC-DIGEST      PIC X(64).
       01  WS-CHAIN-INPUT      PIC X(300).
       01  WS-CONTENT          PIC X(200).
       01  WS-TAIL             PIC X(64).
       01  HASH-CMD            PIC X(16)  VALUE 'md5sum'.

      *    Input lineage taken off the ledger line.
       01  WS-LINEAGE-TOKEN    PIC X(60).
       01  WS-LINEAGE-SUM      PIC X(8).
       01  WS-LINEAGE-VER      PIC X(12).
       01  WS-ENTRY-FILE       PIC X(100).
       01  WS-ENTRY-SUM        PIC X(32).
       01  WS-ENTRY-VER        PIC X(12).
       01  WS-ENTRY-CNT        PIC 9(4).

      *    The run's bundle and what it holds for this program.
       01  WS-BUNDLE-NAME      PIC X(120) VALUE SPACES.
       01  WS-SECTION-NAME     PIC X(120).
       01  WS-ART-SECTION      PIC X(120) VALUE SPACES.
       01  WS-EXCERPT-CNT      PIC 999    VALUE 0.
       01  WS-MORE-CNT         PIC 9(6)   VALUE 0.
       01  WS-FOUND-CNT        PIC 9(4).

      *    Report scan parameters: a live report is read whole, a
      *    bundled one only inside its own section; a non-blank
      *    first-line key must open the report for it to count as
      *    the run's own.
       01  WS-LIVE-SOURCE      PIC X.
       01  WS-WANT-SECTION     PIC X(120).
       01  WS-IN-SECTION       PIC X.
       01  WS-FIRST-KEY        PIC X(60).
       01  WS-FIRST-LEN        PIC 99.
       01  WS-MATCH-KEY        PIC X(120).
       01  WS-MATCH-LEN        PIC 999.
       01  WS-MATCH-LINE       PIC X(200).
       01  WS-SUMMARY-KEY      PIC X(20).
       01  WS-SUMMARY-LEN      PIC 99.
       01  WS-SUMMARY-LINE     PIC X(200).
       01  WS-SOURCE-OK        PIC X.
       01  WS-ANSWER           PIC X(60).

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM GET-DOSSIER-PARMS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE SPACES TO WS-DOSSIER-NAME.
           STRING 'aoc_dossier_' DELIMITED SIZE
              WS-RUN DELIMITED SIZE
              '_' DELIMITED SIZE
              WS-STAMP-DATE DELIMITED SIZE
              WS-STAMP-TIME DELIMITED SIZE
              '.txt' DELIMITED SIZE
              INTO WS-DOSSIER-NAME
           END-STRING.
           OPEN OUTPUT DOSSIERFILE.
           MOVE SPACES TO DOSSIER-REC.
           STRING 'EVIDENCE DOSSIER  ' DELIMITED SIZE
              FUNCTION TRIM(WS-PROGRAM) DELIMITED SIZE
              ': ' DELIMITED SIZE
              FUNCTION TRIM(WS-LABEL) DELIMITED SIZE
              '  RUN=' DELIMITED SIZE
              WS-RUN DELIMITED SIZE
              INTO DOSSIER-REC
           END-STRING.
           WRITE DOSSIER-REC.
           MOVE SPACES TO DOSSIER-REC.
           STRING 'PREPARED ' DELIMITED SIZE
              WS-STAMP-DATE DELIMITED SIZE
              ' ' DELIMITED SIZE
              WS-STAMP-TIME DELIMITED SIZE
              INTO DOSSIER-REC
           END-STRING.
           WRITE DOSSIER-REC.
           IF WS-PROGRAM = SPACES OR WS-LABEL = SPACES OR
              WS-RUN = 0 THEN
              MOVE 'REFUSED - PROGRAM, LABEL AND RUN ARE ALL REQUIRED'
                 TO DOSSIER-REC
              WRITE DOSSIER-REC
              DISPLAY FUNCTION TRIM(DOSSIER-REC)
              MOVE 12 TO WS-HIGHEST-CC
           ELSE
              PERFORM LOAD-REGISTRY
              PERFORM FIND-RUN-BUNDLE
              PERFORM DOSSIER-RUN
              PERFORM DOSSIER-LEDGER
              PERFORM DOSSIER-LINEAGE
              PERFORM DOSSIER-TIMING
              PERFORM DOSSIER-VERDICTS
              PERFORM DOSSIER-ERRLOG
              PERFORM DOSSIER-EXCERPT
           END-IF.
           MOVE SPACES TO DOSSIER-REC.
           WRITE DOSSIER-REC.
           MOVE SPACES TO DOSSIER-REC.
           STRING 'END OF DOSSIER - CC=' DELIMITED SIZE
              WS-HIGHEST-CC DELIMITED SIZE
              INTO DOSSIER-REC
           END-STRING.
           WRITE DOSSIER-REC.
           CLOSE DOSSIERFILE.
           DISPLAY 'EVIDENCE DOSSIER WRITTEN: '
              FUNCTION TRIM(WS-DOSSIER-NAME).
           MOVE WS-HIGHEST-CC TO RETURN-CODE.
           GOBACK.

       GET-DOSSIER-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-DOSSIER' TO CC-PROGRAM.
           MOVE 'PROGRAM' TO CC-KEYWORD.
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
                 DISPLAY 'PROGRAM-ID: ' WITH NO ADVANCING
                 ACCEPT WS-PARM FROM SYSIN
              END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM))
              TO WS-PROGRAM.

           MOVE 'LABEL' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           MOVE SPACES TO WS-PARM.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-PARM
           ELSE
              IF CC-LOADED = 'N' THEN
                 DISPLAY 'PART LABEL: ' WITH NO ADVANCING
                 ACCEPT WS-PARM FROM SYSIN
              END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARM))
              TO WS-LABEL.

           MOVE 'RUN' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           MOVE SPACES TO WS-PARM.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-PARM
           ELSE
              IF CC-LOADED = 'N' THEN
                 DISPLAY 'RUN NUMBER: ' WITH NO ADVANCING
                 ACCEPT WS-PARM FROM SYSIN
              END-IF
           END-IF.
           IF WS-PARM IS NOT EQUAL TO SPACES AND
              FUNCTION TEST-NUMVAL(WS-PARM) = 0 THEN
              COMPUTE WS-RUN = FUNCTION NUMVAL(WS-PARM)
           END-IF.

           MOVE 'EXCERPT' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE) = 0 THEN
              COMPUTE WS-EXCERPT-MAX = FUNCTION NUMVAL(CC-VALUE)
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
           MOVE 'AOC-2016-STAGEVER' TO CC-PROGRAM.
           MOVE 'MANIFEST' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND CC-VALUE IS NOT EQUAL TO SPACES THEN
              MOVE CC-VALUE TO WS-MANIFEST-NAME
           END-IF.

           MOVE SPACES TO WS-RUN-TOKEN.
           STRING 'RUN=' DELIMITED SIZE
              WS-RUN DELIMITED SIZE
              INTO WS-RUN-TOKEN
           END-STRING.
           MOVE SPACES TO WS-HEADER-KEY.
           STRING 'RUN: ' DELIMITED SIZE
              FUNCTION TRIM(WS-PROGRAM) DELIMITED SIZE
              ' ' DELIMITED SIZE
              INTO WS-HEADER-KEY
           END-STRING.
           COMPUTE WS-HEADER-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(WS-PROGRAM)) + 6.

       WRITE-SECTION-HEAD.
           MOVE SPACES TO DOSSIER-REC.
           WRITE DOSSIER-REC.
           MOVE SPACES TO DOSSIER-REC.
           STRING '---- ' DELIMITED SIZE
              FUNCTION TRIM(WS-PARM) DELIMITED SIZE
              ' ----' DELIMITED SIZE
              INTO DOSSIER-REC
           END-STRING.
           WRITE DOSSIER-REC.

       NOTE-MISSING.
           IF WS-HIGHEST-CC < 4 THEN
              MOVE 4 TO WS-HIGHEST-CC
           END-IF.

       LOAD-REGISTRY.
           MOVE 0 TO WS-REG-CNT.
           OPEN INPUT REGISTRYFILE.
           IF WS-REGISTRY-STATUS = '00' THEN
              PERFORM UNTIL WS-REGISTRY-STATUS IS NOT EQUAL TO '00'
                 READ REGISTRYFILE
                    AT END
                       MOVE '10' TO WS-REGISTRY-STATUS
                    NOT AT END
                       IF RG-FILE IS NOT EQUAL TO SPACES AND
                          WS-REG-CNT < WS-REG-MAX THEN
                          ADD 1 TO WS-REG-CNT
                          MOVE RG-FILE TO REG-FILE(WS-REG-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGISTRYFILE
           END-IF.

      *    The run's bundle is the oldest registered bundle that
      *    holds this program's run header stamped with the run.
       FIND-RUN-BUNDLE.
           MOVE SPACES TO WS-BUNDLE-NAME.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-CNT OR
                 WS-BUNDLE-NAME IS NOT EQUAL TO SPACES
                 IF REG-FILE(WS-REG-IDX)(1:11) = 'aoc_bundle_' THEN
                    MOVE REG-FILE(WS-REG-IDX) TO WS-SCAN-NAME
                    PERFORM PROBE-BUNDLE
                 END-IF
           END-PERFORM.

       PROBE-BUNDLE.
           MOVE SPACES TO WS-SECTION-NAME.
           OPEN INPUT SCANFILE.
           PERFORM UNTIL WS-SCAN-STATUS IS NOT EQUAL TO '00'
              READ SCANFILE
                 AT END
                    MOVE '10' TO WS-SCAN-STATUS
                 NOT AT END
                    IF SCAN-REC(1:11) = '==== FILE: ' THEN
                       PERFORM TAKE-SECTION-NAME
                    ELSE
                       IF SCAN-REC(1:WS-HEADER-LEN) =
                          WS-HEADER-KEY(1:WS-HEADER-LEN) THEN
                          MOVE 0 TO WS-HITS
                          INSPECT SCAN-REC TALLYING WS-HITS
                             FOR ALL WS-RUN-TOKEN
                          IF WS-HITS > 0 THEN
                             MOVE WS-SCAN-NAME TO WS-BUNDLE-NAME
                             MOVE WS-SECTION-NAME TO WS-ART-SECTION
                             MOVE '10' TO WS-SCAN-STATUS
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SCANFILE.

       TAKE-SECTION-NAME.
           MOVE SPACES TO WS-SECTION-NAME.
           UNSTRING SCAN-REC(12:189) DELIMITED BY ' '
              INTO WS-SECTION-NAME
           END-UNSTRING.

      *    RUN: every runs-master record of the run; the CERTIFD
      *    record is kept for the VERDICTS section.
       DOSSIER-RUN.
           MOVE 'RUN REGISTRY (aoc_runs_master.txt)' TO WS-PARM.
           PERFORM WRITE-SECTION-HEAD.
           OPEN INPUT MASTERFILE.
           IF WS-MASTER-STATUS = '00' THEN
              PERFORM UNTIL WS-MASTER-STATUS IS NOT EQUAL TO '00'
                 READ MASTERFILE
                    AT END
                       MOVE '10' TO WS-MASTER-STATUS
                    NOT AT END
                       IF RM-RUN-NUMBER IS NUMERIC AND
                          RM-RUN-NUMBER = WS-RUN THEN
                          MOVE 'Y' TO WS-RUN-FOUND
                          MOVE SPACES TO DOSSIER-REC
                          STRING '  ' DELIMITED SIZE
                             MASTER-REC DELIMITED SIZE
                             INTO DOSSIER-REC
                          END-STRING
                          WRITE DOSSIER-REC
                          IF RM-EVENT = 'CERTIFD' THEN
                             MOVE 'Y' TO WS-CERT-FOUND
                             MOVE SPACES TO WS-CERT-LINE
                             STRING RM-DATE DELIMITED SIZE
                                ' ' DELIMITED SIZE
                                RM-TIME DELIMITED SIZE
                                INTO WS-CERT-LINE
                             END-STRING
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MASTERFILE
           END-IF.
           IF WS-RUN-FOUND = 'N' THEN
              MOVE '  RUN IS NOT ON THE RUNS MASTER' TO DOSSIER-REC
              WRITE DOSSIER-REC
              PERFORM NOTE-MISSING
           END-IF.

      *    LEDGER: the live ledger first, then its registered
      *    generations (aoc_results.txt.g<stamp>).
       DOSSIER-LEDGER.
           MOVE 'RESULTS LEDGER LINE AND CHAIN DIGEST' TO WS-PARM.
           PERFORM WRITE-SECTION-HEAD.
           MOVE WS-LEDGER-NAME TO WS-SCAN-NAME.
           PERFORM SCAN-LEDGER-FILE.
           MOVE 'aoc_results.txt.g' TO WS-GEN-PREFIX.
           MOVE 17 TO WS-GEN-LEN.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-CNT OR WS-ANSWER-FOUND = 'Y'
                 IF REG-FILE(WS-REG-IDX)(1:WS-GEN-LEN) =
                    WS-GEN-PREFIX(1:WS-GEN-LEN) THEN
                    MOVE REG-FILE(WS-REG-IDX) TO WS-SCAN-NAME
                    PERFORM SCAN-LEDGER-FILE
                 END-IF
           END-PERFORM.
           IF WS-ANSWER-FOUND = 'N' THEN
              MOVE '  NO LEDGER LINE FOR THIS ANSWER IN THIS RUN'
                 TO DOSSIER-REC
              WRITE DOSSIER-REC
              DISPLAY 'DOSSIER: NO LEDGER LINE FOR '
                 FUNCTION TRIM(WS-PROGRAM) ': '
                 FUNCTION TRIM(WS-LABEL) ' ' WS-RUN-TOKEN
              MOVE 8 TO WS-HIGHEST-CC
              MOVE WS-RUN-TOKEN TO EL-REFERENCE
              MOVE 'AOC0610W' TO EL-MSG-ID
              MOVE WS-PROGRAM TO EL-VALUE-1
              MOVE WS-LABEL TO EL-VALUE-2
              PERFORM LOG-ERROR
           ELSE
              PERFORM VERIFY-ANSWER-CHAIN
           END-IF.

      *    The last matching line wins (a restarted step appends the
      *    answer again under the same run); the preceding chained
      *    record's digest is kept with it, as the ledger service
      *    read it back when it stamped the line.
       SCAN-LEDGER-FILE.
           MOVE ALL '0' TO WS-PREV-DIGEST.
           MOVE 0 TO WS-REC-NUM.
           OPEN INPUT SCANFILE.
           PERFORM UNTIL WS-SCAN-STATUS IS NOT EQUAL TO '00'
              READ SCANFILE
                 AT END
                    MOVE '10' TO WS-SCAN-STATUS
                 NOT AT END
                    ADD 1 TO WS-REC-NUM
                    IF SCAN-REC(1:20) = WS-PROGRAM AND
                       SCAN-REC(23:30) = WS-LABEL THEN
                       MOVE 0 TO WS-HITS
                       INSPECT SCAN-REC TALLYING WS-HITS
                          FOR ALL WS-RUN-TOKEN
                       IF WS-HITS > 0 THEN
                          MOVE 'Y' TO WS-ANSWER-FOUND
                          MOVE WS-SCAN-NAME TO WS-ANSWER-FILE
                          MOVE WS-REC-NUM TO WS-ANSWER-REC-NUM
                          MOVE SCAN-REC TO WS-ANSWER-LINE
                          MOVE WS-PREV-DIGEST TO WS-ANSWER-PREV
                       END-IF
                    END-IF
                    MOVE SPACES TO WS-CONTENT
                    MOVE SPACES TO WS-TAIL
                    UNSTRING SCAN-REC DELIMITED BY ' CHAIN='
                       INTO WS-CONTENT WS-TAIL
                    END-UNSTRING
                    IF WS-TAIL(1:32) IS NOT EQUAL TO SPACES THEN
                       MOVE WS-TAIL(1:32) TO WS-PREV-DIGEST
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SCANFILE.

       VERIFY-ANSWER-CHAIN.
           MOVE SPACES TO DOSSIER-REC.
           STRING '  ' DELIMITED SIZE
              FUNCTION TRIM(WS-ANSWER-FILE) DELIMITED SIZE
              ' RECORD ' DELIMITED SIZE
              WS-ANSWER-REC-NUM DELIMITED SIZE
              ':' DELIMITED SIZE
              INTO DOSSIER-REC
           END-STRING.
           WRITE DOSSIER-REC.
           MOVE SPACES TO DOSSIER-REC.
           STRING '  ' DELIMITED SIZE
              FUNCTION TRIM(WS-ANSWER-LINE) DELIMITED SIZE
              INTO DOSSIER-REC
           END-STRING.
           WRITE DOSSIER-REC.
           MOVE SPACES TO WS-CONTENT.
           MOVE SPACES TO WS-TAIL.
           UNSTRING WS-ANSWER-LINE DELIMITED BY ' CHAIN='
              INTO WS-CONTENT WS-TAIL
           END-UNSTRING.
           IF WS-TAIL(1:32) IS EQUAL TO SPACES THEN
              MOVE '  CHAIN: UNCHAINED RECORD - NO DIGEST TO VERIFY'
                 TO DOSSIER-REC
              WRITE DOSSIER-REC
              PERFORM NOTE-MISSING
           ELSE
              MOVE WS-TAIL(1:32) TO WS-FILE-DIGEST
              MOVE SPACES TO WS-CHAIN-INPUT
              STRING FUNCTION TRIM(WS-CONTENT) DELIMITED SIZE
                 WS-ANSWER-PREV DELIMITED SIZE
                 INTO WS-CHAIN-INPUT
              END-STRING
              MOVE SPACES TO WS-CALC-DIGEST
              CALL 'AOC-2016-D5-HASHLONG' USING HASH-CMD
                 WS-CHAIN-INPUT WS-CALC-DIGEST
                 ON EXCEPTION
                    MOVE SPACES TO WS-CALC-DIGEST
              END-CALL
              MOVE SPACES TO DOSSIER-REC
              STRING '  PRECEDING DIGEST  ' DELIMITED SIZE
                 WS-ANSWER-PREV DELIMITED SIZE
                 INTO DOSSIER-REC
              END-STRING
              WRITE DOSSIER-REC
              MOVE SPACES TO DOSSIER-REC
              STRING '  ON-FILE DIGEST    ' DELIMITED SIZE
                 WS-FILE-DIGEST DELIMITED SIZE
                 INTO DOSSIER-REC
              END-STRING
              WRITE DOSSIER-REC
              MOVE SPACES TO DOSSIER-REC
              STRING '  RECOMPUTED        ' DELIMITED SIZE
                 WS-CALC-DIGEST(1:32) DELIMITED SIZE
                 INTO DOSSIER-REC
              END-STRING
              WRITE DOSSIER-REC
              IF WS-CALC-DIGEST(1:32) = WS-FILE-DIGEST THEN
                 MOVE '  CHAIN: VERIFIED' TO DOSSIER-REC
                 WRITE DOSSIER-REC
              ELSE
                 MOVE '  CHAIN: DOES NOT VERIFY - LEDGER ALTERED'
                    TO DOSSIER-REC
                 WRITE DOSSIER-REC
                 MOVE 12 TO WS-HIGHEST-CC
                 MOVE WS-RUN-TOKEN TO EL-REFERENCE
                 MOVE 'AOC0611E' TO EL-MSG-ID
                 MOVE WS-PROGRAM TO EL-VALUE-1
                 MOVE WS-LABEL TO EL-VALUE-2
                 PERFORM LOG-ERROR
              END-IF
           END-IF.

      *    LINEAGE: ' INPUT=<sum8>[/<version>]' off the ledger line,
      *    and every manifest entry whose checksum it names.
       DOSSIER-LINEAGE.
           MOVE 'INPUT LINEAGE AND MANIFEST ENTRY' TO WS-PARM.
           PERFORM WRITE-SECTION-HEAD.
           MOVE SPACES TO WS-LINEAGE-SUM.
           MOVE SPACES TO WS-LINEAGE-VER.
           IF WS-ANSWER-FOUND = 'Y' THEN
              MOVE SPACES TO WS-CONTENT
              MOVE SPACES TO WS-LINEAGE-TOKEN
              UNSTRING WS-ANSWER-LINE DELIMITED BY ' INPUT='
                 INTO WS-CONTENT WS-LINEAGE-TOKEN
              END-UNSTRING
              MOVE SPACES TO WS-TAIL
              UNSTRING WS-LINEAGE-TOKEN DELIMITED BY ' '
                 INTO WS-TAIL
              END-UNSTRING
              UNSTRING WS-TAIL DELIMITED BY '/'
                 INTO WS-LINEAGE-SUM WS-LINEAGE-VER
              END-UNSTRING
           END-IF.
           IF WS-LINEAGE-SUM = SPACES THEN
              MOVE '  NO INPUT LINEAGE STAMPED ON THE LEDGER LINE'
                 TO DOSSIER-REC
              WRITE DOSSIER-REC
              PERFORM NOTE-MISSING
           ELSE
              MOVE SPACES TO DOSSIER-REC
              STRING '  CHECKSUM ' DELIMITED SIZE
                 WS-LINEAGE-SUM DELIMITED SIZE
                 '  VERSION ' DELIMITED SIZE
                 WS-LINEAGE-VER DELIMITED SIZE
                 INTO DOSSIER-REC
              END-STRING
              WRITE DOSSIER-REC
              PERFORM FIND-MANIFEST-ENTRY
           END-IF.

      *    The manifest the run itself started from is the one the
      *    driver filed in the vault; the live manifest may already
      *    describe newer deliveries.
       FIND-MANIFEST-ENTRY.
           MOVE SPACES TO WS-SCAN-NAME.
           STRING FUNCTION TRIM(WS-VAULT-DIR) DELIMITED SIZE
              '/run_' DELIMITED SIZE
              WS-RUN DELIMITED SIZE
              '.manifest' DELIMITED SIZE
              INTO WS-SCAN-NAME
           END-STRING.
           OPEN INPUT SCANFILE.
           IF WS-SCAN-STATUS IS NOT EQUAL TO '00' THEN
              MOVE WS-MANIFEST-NAME TO WS-SCAN-NAME
              OPEN INPUT SCANFILE
           END-IF.
           MOVE 0 TO WS-ENTRY-CNT.
           IF WS-SCAN-STATUS = '00' THEN
              MOVE SPACES TO DOSSIER-REC
              STRING '  MANIFEST ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SCAN-NAME) DELIMITED SIZE
                 ':' DELIMITED SIZE
                 INTO DOSSIER-REC
              END-STRING
              WRITE DOSSIER-REC
           END-IF.
           PERFORM UNTIL WS-SCAN-STATUS IS NOT EQUAL TO '00'
              READ SCANFILE
                 AT END
                    MOVE '10' TO WS-SCAN-STATUS
                 NOT AT END
                    IF SCAN-REC IS NOT EQUAL TO SPACES AND
                       SCAN-REC(1:1) IS NOT EQUAL TO '*' THEN
                       MOVE SPACES TO WS-ENTRY-FILE
                       MOVE SPACES TO WS-ENTRY-SUM
                       MOVE SPACES TO WS-ENTRY-VER
                       UNSTRING SCAN-REC DELIMITED BY ALL SPACE
                          INTO WS-ENTRY-FILE WS-ENTRY-SUM
                               WS-ENTRY-VER
                       END-UNSTRING
                       IF WS-ENTRY-SUM(1:8) = WS-LINEAGE-SUM THEN
                          ADD 1 TO WS-ENTRY-CNT
                          MOVE SPACES TO DOSSIER-REC
                          STRING '  ' DELIMITED SIZE
                             FUNCTION TRIM(SCAN-REC) DELIMITED SIZE
                             INTO DOSSIER-REC
                          END-STRING
                          WRITE DOSSIER-REC
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SCANFILE.
           IF WS-ENTRY-CNT = 0 THEN
              MOVE '  NO MANIFEST ENTRY CARRIES THIS CHECKSUM'
                 TO DOSSIER-REC
              WRITE DOSSIER-REC
              PERFORM NOTE-MISSING
           END-IF.

      *    TIMING: run-header lines from the run's bundle, then the
      *    metrics ledger's lines for the program and run - the
      *    whole-run ELAPSED line, per-phase SECONDS lines, counters.
       DOSSIER-TIMING.
           MOVE 'RUN HEADER, METRICS AND PHASE TIMINGS' TO WS-PARM.
           PERFORM WRITE-SECTION-HEAD.
           IF WS-BUNDLE-NAME = SPACES THEN
              MOVE '  NO REGISTERED BUNDLE HOLDS THE RUN HEADER'
                 TO DOSSIER-REC
              WRITE DOSSIER-REC
              PERFORM NOTE-MISSING
           ELSE
              MOVE WS-BUNDLE-NAME TO WS-SCAN-NAME
              OPEN INPUT SCANFILE
              PERFORM UNTIL WS-SCAN-STATUS IS NOT EQUAL TO '00'
                 READ SCANFILE
                    AT END
                       MOVE '10' TO WS-SCAN-STATUS
                    NOT AT END
                       IF SCAN-REC(1:WS-HEADER-LEN) =
                          WS-HEADER-KEY(1:WS-HEADER-LEN) THEN
                          MOVE 0 TO WS-HITS
                          INSPECT SCAN-REC TALLYING WS-HITS
                             FOR ALL WS-RUN-TOKEN
                          IF WS-HITS > 0 THEN
                             MOVE SPACES TO DOSSIER-REC
                             STRING 'HEADER  ' DELIMITED SIZE
                                FUNCTION TRIM(SCAN-REC)
                                DELIMITED SIZE
                                INTO DOSSIER-REC
                             END-STRING
                             WRITE DOSSIER-REC
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCANFILE
           END-IF.
           MOVE 0 TO WS-FOUND-CNT.
           MOVE WS-METRICS-NAME TO WS-SCAN-NAME.
           PERFORM SCAN-METRICS-FILE.
           MOVE 'aoc_metrics.txt.g' TO WS-GEN-PREFIX.
           MOVE 17 TO WS-GEN-LEN.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-CNT
                 IF REG-FILE(WS-REG-IDX)(1:WS-GEN-LEN) =
                    WS-GEN-PREFIX(1:WS-GEN-LEN) THEN
                    MOVE REG-FILE(WS-REG-IDX) TO WS-SCAN-NAME
                    PERFORM SCAN-METRICS-FILE
                 END-IF
           END-PERFORM.
           IF WS-FOUND-CNT = 0 THEN
              MOVE '  NO METRICS LINES FOR THE PROGRAM IN THIS RUN'
                 TO DOSSIER-REC
              WRITE DOSSIER-REC
              PERFORM NOTE-MISSING
           END-IF.

       SCAN-METRICS-FILE.
           OPEN INPUT SCANFILE.
           PERFORM UNTIL WS-SCAN-STATUS IS NOT EQUAL TO '00'
              READ SCANFILE
                 AT END
                    MOVE '10' TO WS-SCAN-STATUS
                 NOT AT END
                    IF SCAN-REC(1:20) = WS-PROGRAM THEN
                       MOVE 0 TO WS-HITS
                       INSPECT SCAN-REC TALLYING WS-HITS
                          FOR ALL WS-RUN-TOKEN
                       IF WS-HITS > 0 THEN
                          ADD 1 TO WS-FOUND-CNT
                          PERFORM WRITE-METRICS-LINE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SCANFILE.

       WRITE-METRICS-LINE.
           MOVE SPACES TO WS-TAIL.
           MOVE 0 TO WS-HITS.
           INSPECT SCAN-REC TALLYING WS-HITS
              FOR ALL ': ELAPSED SECONDS = '.
           IF WS-HITS > 0 THEN
              MOVE 'METRIC' TO WS-TAIL
           ELSE
              INSPECT SCAN-REC TALLYING WS-HITS
                 FOR ALL ' SECONDS = '
              IF WS-HITS > 0 THEN
                 MOVE 'PHASE' TO WS-TAIL
              ELSE
                 MOVE 'COUNT' TO WS-TAIL
              END-IF
           END-IF.
           MOVE SPACES TO DOSSIER-REC.
           STRING WS-TAIL(1:8) DELIMITED SIZE
              FUNCTION TRIM(SCAN-REC) DELIMITED SIZE
              INTO DOSSIER-REC
           END-STRING.
           WRITE DOSSIER-REC.

      *    VERDICTS: the verify report judges every ledger line, so
      *    the live report carries this answer's verdict as long as
      *    the line is still on the live ledger; the sentinel report
      *    covers one run and counts only when it names this run.
       DOSSIER-VERDICTS.
           MOVE 'VERIFY VERDICT, SENTINEL STATUS, CERTIFICATION'
              TO WS-PARM.
           PERFORM WRITE-SECTION-HEAD.
           MOVE SPACES TO WS-ANSWER.
           IF WS-ANSWER-FOUND = 'Y' THEN
              UNSTRING WS-ANSWER-LINE(56:145) DELIMITED BY ' RUN='
                 INTO WS-ANSWER
              END-UNSTRING
           END-IF.
           MOVE SPACES TO WS-MATCH-KEY.
           STRING ' ' DELIMITED SIZE
              FUNCTION TRIM(WS-PROGRAM) DELIMITED SIZE
              ': ' DELIMITED SIZE
              FUNCTION TRIM(WS-LABEL) DELIMITED SIZE
              ' = ' DELIMITED SIZE
              FUNCTION TRIM(WS-ANSWER) DELIMITED SIZE
              INTO WS-MATCH-KEY
           END-STRING.
           COMPUTE WS-MATCH-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(WS-MATCH-KEY TRAILING)) + 1.
           MOVE SPACES TO WS-FIRST-KEY.
           MOVE 0 TO WS-FIRST-LEN.
           MOVE 'TOTAL=' TO WS-SUMMARY-KEY.
           MOVE 6 TO WS-SUMMARY-LEN.
           MOVE 'aoc_verify_report.txt' TO WS-WANT-SECTION.
           MOVE WS-WANT-SECTION TO WS-SCAN-NAME.
           MOVE 'Y' TO WS-LIVE-SOURCE.
           MOVE SPACES TO WS-MATCH-LINE.
           IF WS-ANSWER-FOUND = 'Y' THEN
              PERFORM SCAN-REPORT
           END-IF.
           IF WS-MATCH-LINE = SPACES AND WS-ANSWER-FOUND = 'Y' AND
              WS-BUNDLE-NAME IS NOT EQUAL TO SPACES THEN
              MOVE WS-BUNDLE-NAME TO WS-SCAN-NAME
              MOVE 'N' TO WS-LIVE-SOURCE
              PERFORM SCAN-REPORT
           END-IF.
           IF WS-MATCH-LINE = SPACES THEN
              MOVE 'VERIFY    NO VERDICT ON FILE FOR THIS ANSWER'
                 TO DOSSIER-REC
              WRITE DOSSIER-REC
              PERFORM NOTE-MISSING
           ELSE
              MOVE SPACES TO DOSSIER-REC
              STRING 'VERIFY    ' DELIMITED SIZE
                 FUNCTION TRIM(WS-MATCH-LINE) DELIMITED SIZE
                 '  (' DELIMITED SIZE
                 FUNCTION TRIM(WS-SCAN-NAME) DELIMITED SIZE
                 ')' DELIMITED SIZE
                 INTO DOSSIER-REC
              END-STRING
              WRITE DOSSIER-REC
           END-IF.

           MOVE SPACES TO WS-MATCH-KEY.
           STRING ': ' DELIMITED SIZE
              FUNCTION TRIM(WS-PROGRAM) DELIMITED SIZE
              '/' DELIMITED SIZE
              FUNCTION TRIM(WS-LABEL) DELIMITED SIZE
              ' RUN ' DELIMITED SIZE
              INTO WS-MATCH-KEY
           END-STRING.
           COMPUTE WS-MATCH-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(WS-PROGRAM)) +
              FUNCTION LENGTH(FUNCTION TRIM(WS-LABEL)) + 8.
           MOVE SPACES TO WS-FIRST-KEY.
           STRING 'ANSWER-CHANGE SENTINEL FOR RUN ' DELIMITED SIZE
              WS-RUN DELIMITED SIZE
              INTO WS-FIRST-KEY
           END-STRING.
           MOVE 37 TO WS-FIRST-LEN.
           MOVE 'KEYS JUDGED=' TO WS-SUMMARY-KEY.
           MOVE 12 TO WS-SUMMARY-LEN.
           MOVE 'aoc_sentinel_report.txt' TO WS-WANT-SECTION.
           MOVE WS-WANT-SECTION TO WS-SCAN-NAME.
           MOVE 'Y' TO WS-LIVE-SOURCE.
           PERFORM SCAN-REPORT.
           IF WS-SOURCE-OK = 'N' AND
              WS-BUNDLE-NAME IS NOT EQUAL TO SPACES THEN
              MOVE WS-BUNDLE-NAME TO WS-SCAN-NAME
              MOVE 'N' TO WS-LIVE-SOURCE
              PERFORM SCAN-REPORT
           END-IF.
           EVALUATE TRUE
              WHEN WS-SOURCE-OK = 'N'
                 MOVE 'SENTINEL  NO SENTINEL REPORT ON FILE FOR THE RUN'
                    TO DOSSIER-REC
                 WRITE DOSSIER-REC
                 PERFORM NOTE-MISSING
              WHEN WS-MATCH-LINE = SPACES
                 MOVE SPACES TO DOSSIER-REC
                 STRING 'SENTINEL  NOT FLAGGED - ' DELIMITED SIZE
                    FUNCTION TRIM(WS-SUMMARY-LINE) DELIMITED SIZE
                    INTO DOSSIER-REC
                 END-STRING
                 WRITE DOSSIER-REC
              WHEN OTHER
                 MOVE SPACES TO DOSSIER-REC
                 STRING 'SENTINEL  FLAGGED - ' DELIMITED SIZE
                    FUNCTION TRIM(WS-MATCH-LINE) DELIMITED SIZE
                    INTO DOSSIER-REC
                 END-STRING
                 WRITE DOSSIER-REC
           END-EVALUATE.

           MOVE SPACES TO DOSSIER-REC.
           IF WS-CERT-FOUND = 'Y' THEN
              STRING 'CERTIFIED RUN SIGNED OFF ' DELIMITED SIZE
                 FUNCTION TRIM(WS-CERT-LINE) DELIMITED SIZE
                 INTO DOSSIER-REC
              END-STRING
           ELSE
              MOVE 'CERTIFIED NOT SIGNED OFF - NO CERTIFD RECORD'
                 TO DOSSIER-REC
           END-IF.
           WRITE DOSSIER-REC.

      *    Last line containing WS-MATCH-KEY and the summary line,
      *    from the live report (WS-LIVE-SOURCE 'Y') or from the
      *    WS-WANT-SECTION section of a bundle. WS-SOURCE-OK tells
      *    whether a report was there at all (and, with a first-line
      *    key, whether it was the run's own).
       SCAN-REPORT.
           MOVE 'N' TO WS-SOURCE-OK.
           MOVE SPACES TO WS-MATCH-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE WS-LIVE-SOURCE TO WS-IN-SECTION.
           MOVE 0 TO WS-REC-NUM.
           OPEN INPUT SCANFILE.
           PERFORM UNTIL WS-SCAN-STATUS IS NOT EQUAL TO '00'
              READ SCANFILE
                 AT END
                    MOVE '10' TO WS-SCAN-STATUS
                 NOT AT END
                    IF WS-LIVE-SOURCE = 'N' AND
                       SCAN-REC(1:11) = '==== FILE: ' THEN
                       PERFORM TAKE-SECTION-NAME
                       MOVE 'N' TO WS-IN-SECTION
                       IF WS-SECTION-NAME = WS-WANT-SECTION THEN
                          MOVE 'Y' TO WS-IN-SECTION
                          MOVE 0 TO WS-REC-NUM
                       END-IF
                    ELSE
                       IF WS-IN-SECTION = 'Y' THEN
                          PERFORM SCAN-REPORT-LINE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SCANFILE.

       SCAN-REPORT-LINE.
           ADD 1 TO WS-REC-NUM.
           IF WS-REC-NUM = 1 THEN
              IF WS-FIRST-LEN = 0 THEN
                 MOVE 'Y' TO WS-SOURCE-OK
              ELSE
                 IF SCAN-REC(1:WS-FIRST-LEN) =
                    WS-FIRST-KEY(1:WS-FIRST-LEN) THEN
                    MOVE 'Y' TO WS-SOURCE-OK
                 ELSE
                    MOVE 'N' TO WS-IN-SECTION
                 END-IF
              END-IF
           END-IF.
           IF WS-IN-SECTION = 'Y' THEN
              MOVE 0 TO WS-HITS
              INSPECT SCAN-REC TALLYING WS-HITS
                 FOR ALL WS-MATCH-KEY(1:WS-MATCH-LEN)
              IF WS-HITS > 0 THEN
                 MOVE SCAN-REC TO WS-MATCH-LINE
              END-IF
              IF SCAN-REC(1:WS-SUMMARY-LEN) =
                 WS-SUMMARY-KEY(1:WS-SUMMARY-LEN) THEN
                 MOVE SCAN-REC TO WS-SUMMARY-LINE
              END-IF
           END-IF.

      *    ERRLOG: 'RUN=nnnnnn yyyymmdd hhmmss <program> <sev> ...'
       DOSSIER-ERRLOG.
           MOVE 'ERROR-LOG RECORDS (aoc_errors.txt)' TO WS-PARM.
           PERFORM WRITE-SECTION-HEAD.
           MOVE 0 TO WS-FOUND-CNT.
           MOVE 'aoc_errors.txt' TO WS-SCAN-NAME.
           OPEN INPUT SCANFILE.
           PERFORM UNTIL WS-SCAN-STATUS IS NOT EQUAL TO '00'
              READ SCANFILE
                 AT END
                    MOVE '10' TO WS-SCAN-STATUS
                 NOT AT END
                    IF SCAN-REC(1:10) = WS-RUN-TOKEN AND
                       SCAN-REC(28:20) = WS-PROGRAM THEN
                       ADD 1 TO WS-FOUND-CNT
                       MOVE SPACES TO DOSSIER-REC
                       STRING '  ' DELIMITED SIZE
                          FUNCTION TRIM(SCAN-REC) DELIMITED SIZE
                          INTO DOSSIER-REC
                       END-STRING
                       WRITE DOSSIER-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SCANFILE.
           IF WS-FOUND-CNT = 0 THEN
              MOVE '  NONE - NO ERRORS OR WARNINGS LOGGED'
                 TO DOSSIER-REC
              WRITE DOSSIER-REC
           END-IF.

      *    EXCERPT: the head of the bundled artifact that carries the
      *    program's run header for the run.
       DOSSIER-EXCERPT.
           MOVE 'ARTIFACT EXCERPT FROM THE RUN BUNDLE' TO WS-PARM.
           PERFORM WRITE-SECTION-HEAD.
           IF WS-BUNDLE-NAME = SPACES THEN
              MOVE '  NO REGISTERED BUNDLE HOLDS THE PROGRAM ARTIFACT'
                 TO DOSSIER-REC
              WRITE DOSSIER-REC
              PERFORM NOTE-MISSING
           ELSE
              MOVE SPACES TO DOSSIER-REC
              STRING '  ' DELIMITED SIZE
                 FUNCTION TRIM(WS-ART-SECTION) DELIMITED SIZE
                 ' IN ' DELIMITED SIZE
                 FUNCTION TRIM(WS-BUNDLE-NAME) DELIMITED SIZE
                 ':' DELIMITED SIZE
                 INTO DOSSIER-REC
              END-STRING
              WRITE DOSSIER-REC
              MOVE 0 TO WS-EXCERPT-CNT
              MOVE 0 TO WS-MORE-CNT
              MOVE 'N' TO WS-IN-SECTION
              MOVE WS-BUNDLE-NAME TO WS-SCAN-NAME
              OPEN INPUT SCANFILE
              PERFORM UNTIL WS-SCAN-STATUS IS NOT EQUAL TO '00'
                 READ SCANFILE
                    AT END
                       MOVE '10' TO WS-SCAN-STATUS
                    NOT AT END
                       IF SCAN-REC(1:11) = '==== FILE: ' THEN
                          PERFORM TAKE-SECTION-NAME
                          MOVE 'N' TO WS-IN-SECTION
                          IF WS-SECTION-NAME = WS-ART-SECTION THEN
                             MOVE 'Y' TO WS-IN-SECTION
                          END-IF
                       ELSE
                          IF WS-IN-SECTION = 'Y' THEN
                             PERFORM WRITE-EXCERPT-LINE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCANFILE
              IF WS-MORE-CNT > 0 THEN
                 MOVE SPACES TO DOSSIER-REC
                 STRING '  ... ' DELIMITED SIZE
                    WS-MORE-CNT DELIMITED SIZE
                    ' MORE LINE(S) IN THE BUNDLE' DELIMITED SIZE
                    INTO DOSSIER-REC
                 END-STRING
                 WRITE DOSSIER-REC
              END-IF
           END-IF.

       WRITE-EXCERPT-LINE.
           IF WS-EXCERPT-CNT < WS-EXCERPT-MAX THEN
              ADD 1 TO WS-EXCERPT-CNT
              MOVE SPACES TO DOSSIER-REC
              STRING '  | ' DELIMITED SIZE
                 SCAN-REC DELIMITED SIZE
                 INTO DOSSIER-REC
              END-STRING
              WRITE DOSSIER-REC
           ELSE
              ADD 1 TO WS-MORE-CNT
           END-IF.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-DOSSIER' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       END PROGRAM AOC-2016-DOSSIER.
