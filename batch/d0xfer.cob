       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-TRANSFER.

      *    Site transfer package: carries the suite's state - the
      *    files that live outside the source (ledgers and their
      *    mirrors, results master, run and checkpoint registries,
      *    D7 IP master, D5 MD5 cache, glyph and keypad libraries,
      *    catalogs, decks, thresholds, retention manifest and the
      *    operating registers) - from one machine to another.
      *
      *    Card AOC-2016-TRANSFER MODE=EXPORT (default) probes every
      *    state file (an indexed file's .idx/.dat companions too),
      *    checksums each through the AOC-2016-D5-HASH pipe and
      *    writes one tar package aoc_transfer_<date><time>.tar
      *    holding the files and aoc_transfer_manifest.txt:
      *
      *        FILE <name> SIZE=<bytes> MD5=<checksum>
      *
      *    Further files may be named with repeatable cards
      *    AOC-2016-TRANSFER FILE=<name>.
      *
      *    MODE=IMPORT with PACKAGE=<tar file> unpacks into
      *    aoc_transfer_in, verifies every file against the manifest
      *    before anything is touched, refuses to overwrite a
      *    non-empty target unless the card OVERWRITE=YES is
      *    present, restores the files, and finishes by running
      *    AOC-2016-CHAINVER and AOC-2016-LEDGMIR (default MODE=CHECK)
      *    to prove the moved ledgers are intact.
      *
      *    Everything lands in aoc_transfer_report.txt.
      *    Exit CC 0; CC 8 nothing to export, or an import refused
      *    for non-empty targets (nothing restored); CC 12 missing
      *    package, checksum mismatch (nothing restored) or a ledger
      *    proof failing after restore (the proof programs' own CC).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIZEFILE ASSIGN TO 'aoc_transfer_sizes.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIZE-STATUS.

           SELECT LISTFILE ASSIGN TO 'aoc_transfer.lst'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT MANIFESTFILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT REPORTFILE ASSIGN TO 'aoc_transfer_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SIZEFILE.
       01  SIZE-REC            PIC X(140).

       FD  LISTFILE.
       01  LIST-REC            PIC X(100).

       FD  MANIFESTFILE.
       01  MANIFEST-REC.
           05 MF-TAG           PIC X(4).
           05 MF-SP1           PIC X.
           05 MF-NAME          PIC X(60).
           05 MF-SP2           PIC X.
           05 MF-SIZE-TAG      PIC X(5).
           05 MF-SIZE          PIC 9(12).
           05 MF-SP3           PIC X.
           05 MF-MD5-TAG       PIC X(4).
           05 MF-MD5           PIC X(32).

       FD  REPORTFILE.
       01  REPORT-REC          PIC X(160).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".

       01  WS-MODE             PIC X(8)   VALUE 'EXPORT'.
       01  WS-PACKAGE-NAME     PIC X(100) VALUE SPACES.
       01  WS-OVERWRITE        PIC X(4)   VALUE 'NO'.
       01  WS-STAGE-DIR        PIC X(20)  VALUE 'aoc_transfer_in'.
       01  WS-MANIFEST-NAME    PIC X(100)
                               VALUE 'aoc_transfer_manifest.txt'.
       01  WS-SIZE-STATUS      PIC XX.
       01  WS-LIST-STATUS      PIC XX.
       01  WS-MANIFEST-STATUS  PIC XX.
       01  WS-SHELL-CMD        PIC X(400).
       01  WS-HIGHEST-CC       PIC 99     VALUE 0.
       01  WS-PROOF-CC         PIC 99.

      *    State files carried by every package.
       01  WS-STATE-MAX        PIC 99     VALUE 60.
       01  WS-STATE-CNT        PIC 99     VALUE 0.
       01  WS-STATE-TABLE.
           05 STATE-NAME OCCURS 60 TIMES PIC X(60).
       01  WS-STATE-IDX        PIC 99.

      *    Files actually found (export) or listed in the manifest
      *    (import), with size and checksum.
       01  WS-PKG-MAX          PIC 9(3)   VALUE 180.
       01  WS-PKG-CNT          PIC 9(3)   VALUE 0.
       01  WS-PKG-TABLE.
           05 PKG-ENTRY OCCURS 180 TIMES.
              10 PKG-NAME      PIC X(60).
              10 PKG-SIZE      PIC 9(12).
              10 PKG-MD5       PIC X(32).
       01  WS-PKG-IDX          PIC 9(3).

       01  WS-SIZE-TOKEN       PIC X(20).
       01  WS-NAME-TOKEN       PIC X(100).
       01  WS-TARGET-SIZE      PIC 9(12).
       01  WS-BAD-CNT          PIC 9(3)   VALUE 0.
       01  WS-BUSY-CNT         PIC 9(3)   VALUE 0.
       01  WS-TOTAL-BYTES      PIC 9(15)  VALUE 0.

       01  HASH-CMD            PIC X(16)  VALUE 'md5sum'.
       01  HASH-INPUT          PIC X(64).
       01  HASH                PIC X(64).
       01  WS-CURRENT-STAMP.
           05 WS-STAMP-DATE    PIC X(8).
           05 WS-STAMP-TIME    PIC X(6).
           05 WS-STAMP-REST    PIC X(7).

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           PERFORM GET-TRANSFER-PARMS.
           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-REC.
           STRING 'SITE TRANSFER ' DELIMITED SIZE
              FUNCTION TRIM(WS-MODE) DELIMITED SIZE
              ' ' DELIMITED SIZE
              WS-STAMP-DATE DELIMITED SIZE
              ' ' DELIMITED SIZE
              WS-STAMP-TIME DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           IF WS-MODE = 'IMPORT' THEN
              PERFORM IMPORT-PACKAGE THRU IMPORT-PACKAGE-EXIT
           ELSE
              PERFORM EXPORT-PACKAGE THRU EXPORT-PACKAGE-EXIT
           END-IF.
           CLOSE REPORTFILE.
           MOVE WS-HIGHEST-CC TO RETURN-CODE.
           GOBACK.

       GET-TRANSFER-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-TRANSFER' TO CC-PROGRAM.
           MOVE 1 TO CC-OCCURRENCE.
           MOVE 'MODE' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND CC-VALUE(1:6) = 'IMPORT' THEN
              MOVE 'IMPORT' TO WS-MODE
           END-IF.
           MOVE 'PACKAGE' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-PACKAGE-NAME
           END-IF.
           MOVE 'OVERWRITE' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND CC-VALUE(1:3) = 'YES' THEN
              MOVE 'YES' TO WS-OVERWRITE
           END-IF.

      *    Export: probe, checksum, manifest, one tar package.
       EXPORT-PACKAGE.
           PERFORM BUILD-STATE-LIST.
           CALL 'CBL_DELETE_FILE' USING 'aoc_transfer_sizes.tmp'.
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
              UNTIL WS-STATE-IDX > WS-STATE-CNT
                 PERFORM APPEND-SIZE-PROBE
           END-PERFORM.
           PERFORM LOAD-PROBED-SIZES THRU LOAD-PROBED-SIZES-EXIT.
           IF WS-PKG-CNT = 0 THEN
              MOVE 'NO STATE FILES FOUND - NOTHING TO EXPORT'
                 TO REPORT-REC
              WRITE REPORT-REC
              DISPLAY FUNCTION TRIM(REPORT-REC)
              MOVE 8 TO WS-HIGHEST-CC
              GO TO EXPORT-PACKAGE-EXIT
           END-IF.
           OPEN OUTPUT MANIFESTFILE.
           OPEN OUTPUT LISTFILE.
           MOVE WS-MANIFEST-NAME TO LIST-REC.
           WRITE LIST-REC.
           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
              UNTIL WS-PKG-IDX > WS-PKG-CNT
                 PERFORM EXPORT-ONE-FILE
           END-PERFORM.
           CLOSE LISTFILE.
           CLOSE MANIFESTFILE.
           MOVE SPACES TO WS-PACKAGE-NAME.
           STRING 'aoc_transfer_' DELIMITED SIZE
              WS-STAMP-DATE DELIMITED SIZE
              WS-STAMP-TIME DELIMITED SIZE
              '.tar' DELIMITED SIZE
              INTO WS-PACKAGE-NAME
           END-STRING.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING 'tar -cf ' DELIMITED SIZE
              FUNCTION TRIM(WS-PACKAGE-NAME) DELIMITED SIZE
              ' -T aoc_transfer.lst' DELIMITED SIZE
              INTO WS-SHELL-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SHELL-CMD.
           IF RETURN-CODE IS NOT EQUAL TO 0 THEN
              MOVE 'PACKAGE COULD NOT BE WRITTEN' TO REPORT-REC
              WRITE REPORT-REC
              DISPLAY FUNCTION TRIM(REPORT-REC)
              MOVE WS-PACKAGE-NAME TO EL-REFERENCE
              MOVE 'AOC0707E' TO EL-MSG-ID
              MOVE WS-PACKAGE-NAME TO EL-VALUE-1
              PERFORM LOG-ERROR
              MOVE 12 TO WS-HIGHEST-CC
              GO TO EXPORT-PACKAGE-EXIT
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO REPORT-REC.
           STRING 'PACKAGE ' DELIMITED SIZE
              FUNCTION TRIM(WS-PACKAGE-NAME) DELIMITED SIZE
              ' WRITTEN: ' DELIMITED SIZE
              WS-PKG-CNT DELIMITED SIZE
              ' FILE(S), ' DELIMITED SIZE
              WS-TOTAL-BYTES DELIMITED SIZE
              ' BYTES' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).
       EXPORT-PACKAGE-EXIT.
           EXIT.

       BUILD-STATE-LIST.
           MOVE 'aoc_results.txt' TO STATE-NAME(1).
           MOVE 'aoc_results_mirror.txt' TO STATE-NAME(2).
           MOVE 'aoc_metrics.txt' TO STATE-NAME(3).
           MOVE 'aoc_metrics_mirror.txt' TO STATE-NAME(4).
           MOVE 'aoc_results_master.dat' TO STATE-NAME(5).
           MOVE 'aoc_runs_master.txt' TO STATE-NAME(6).
           MOVE 'aoc_checkpoint_registry.txt' TO STATE-NAME(7).
           MOVE 'aoc_d7_ipmaster.dat' TO STATE-NAME(8).
           MOVE 'aoc_d5_cache.dat' TO STATE-NAME(9).
           MOVE 'day08/d8_glyphs.txt' TO STATE-NAME(10).
           MOVE 'aoc_keypad_library.dat' TO STATE-NAME(11).
           MOVE 'aoc_step_catalog.txt' TO STATE-NAME(12).
           MOVE 'aoc_schedule.txt' TO STATE-NAME(13).
           MOVE 'aoc_golden_artifacts.txt' TO STATE-NAME(14).
           MOVE 'aoc_input_manifest.txt' TO STATE-NAME(15).
           MOVE 'aoc_control_cards.txt' TO STATE-NAME(16).
           MOVE 'aoc_control_cards.staged' TO STATE-NAME(17).
           MOVE 'aoc_control_cards.prev' TO STATE-NAME(18).
           MOVE 'aoc_thresholds.txt' TO STATE-NAME(19).
           MOVE 'aoc_bounds.txt' TO STATE-NAME(20).
           MOVE 'aoc_expected.txt' TO STATE-NAME(21).
           MOVE 'aoc_retention.txt' TO STATE-NAME(22).
           MOVE 'aoc_bundle_registry.txt' TO STATE-NAME(23).
           MOVE 'aoc_calendar.txt' TO STATE-NAME(24).
           MOVE 'aoc_profiles.txt' TO STATE-NAME(25).
           MOVE 'aoc_operator_roster.txt' TO STATE-NAME(26).
           MOVE 'aoc_error_routes.txt' TO STATE-NAME(27).
           MOVE 'aoc_watermarks.txt' TO STATE-NAME(28).
           MOVE 'aoc_fault_register.txt' TO STATE-NAME(29).
           MOVE 'aoc_alerts.txt' TO STATE-NAME(30).
           MOVE 'aoc_handover_notes.txt' TO STATE-NAME(31).
           MOVE 'aoc_operator_audit.txt' TO STATE-NAME(32).
           MOVE 'aoc_dispatch_history.txt' TO STATE-NAME(33).
           MOVE 'aoc_batch_status.txt' TO STATE-NAME(34).
           MOVE 'aoc_console_settings.txt' TO STATE-NAME(35).
           MOVE 'aoc_d6_wordlist.txt' TO STATE-NAME(36).
           MOVE 'aoc_d7_watchlist.txt' TO STATE-NAME(37).
           MOVE 'aoc_d7_watch_history.txt' TO STATE-NAME(38).
           MOVE 'aoc_d1_zones.txt' TO STATE-NAME(39).
           MOVE 'aoc_input_profiles.txt' TO STATE-NAME(40).
           MOVE 'aoc_verify_doubts.txt' TO STATE-NAME(41).
           MOVE 'aoc_errors.txt' TO STATE-NAME(42).
           MOVE 'aoc_message_catalog.txt' TO STATE-NAME(43).
           MOVE 'aoc_layout_registry.txt' TO STATE-NAME(44).
           MOVE 'aoc_bundle_index.txt' TO STATE-NAME(45).
           MOVE 'aoc_freeze_calendar.txt' TO STATE-NAME(46).
           MOVE 'aoc_freeze_log.txt' TO STATE-NAME(47).
           MOVE 'aoc_dropbox_usage.txt' TO STATE-NAME(48).
           MOVE 'aoc_rate_card.txt' TO STATE-NAME(49).
           MOVE 'aoc_bench_baseline.txt' TO STATE-NAME(50).
           MOVE 'aoc_transmit_control.txt' TO STATE-NAME(51).
           MOVE 'aoc_transmit_log.txt' TO STATE-NAME(52).
           MOVE 52 TO WS-STATE-CNT.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-TRANSFER' TO CC-PROGRAM.
           MOVE 'FILE' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           MOVE 'Y' TO CC-FOUND.
           PERFORM UNTIL CC-FOUND IS NOT EQUAL TO 'Y' OR
              WS-STATE-CNT NOT < WS-STATE-MAX
              CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
                 ON EXCEPTION
                    MOVE 'N' TO CC-FOUND
              END-CALL
              IF CC-FOUND = 'Y' THEN
                 ADD 1 TO WS-STATE-CNT
                 MOVE CC-VALUE TO STATE-NAME(WS-STATE-CNT)
                 ADD 1 TO CC-OCCURRENCE
              END-IF
           END-PERFORM.

      *    'wc -c' per state file and its indexed-file companions;
      *    absent files simply leave no line.
       APPEND-SIZE-PROBE.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING 'wc -c ' DELIMITED SIZE
              FUNCTION TRIM(STATE-NAME(WS-STATE-IDX)) DELIMITED SIZE
              ' ' DELIMITED SIZE
              FUNCTION TRIM(STATE-NAME(WS-STATE-IDX)) DELIMITED SIZE
              '.idx ' DELIMITED SIZE
              FUNCTION TRIM(STATE-NAME(WS-STATE-IDX)) DELIMITED SIZE
              '.dat >>aoc_transfer_sizes.tmp 2>/dev/null'
              DELIMITED SIZE
              INTO WS-SHELL-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SHELL-CMD.
           MOVE 0 TO RETURN-CODE.

       LOAD-PROBED-SIZES.
           OPEN INPUT SIZEFILE.
           IF WS-SIZE-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-PROBED-SIZES-EXIT
           END-IF.
           PERFORM UNTIL WS-SIZE-STATUS IS NOT EQUAL TO '00'
              READ SIZEFILE
                 AT END
                    MOVE '10' TO WS-SIZE-STATUS
                 NOT AT END
                    MOVE SPACES TO WS-SIZE-TOKEN
                    MOVE SPACES TO WS-NAME-TOKEN
                    UNSTRING FUNCTION TRIM(SIZE-REC LEADING)
                       DELIMITED BY ALL SPACE
                       INTO WS-SIZE-TOKEN WS-NAME-TOKEN
                    END-UNSTRING
                    IF FUNCTION TEST-NUMVAL(WS-SIZE-TOKEN) = 0 AND
                       WS-NAME-TOKEN IS NOT EQUAL TO 'total' AND
                       WS-NAME-TOKEN IS NOT EQUAL TO SPACES AND
                       WS-PKG-CNT < WS-PKG-MAX THEN
                       ADD 1 TO WS-PKG-CNT
                       MOVE WS-NAME-TOKEN TO PKG-NAME(WS-PKG-CNT)
                       COMPUTE PKG-SIZE(WS-PKG-CNT) =
                          FUNCTION NUMVAL(WS-SIZE-TOKEN)
                       ADD PKG-SIZE(WS-PKG-CNT) TO WS-TOTAL-BYTES
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SIZEFILE.
       LOAD-PROBED-SIZES-EXIT.
           EXIT.

       EXPORT-ONE-FILE.
           MOVE SPACES TO HASH-INPUT.
           STRING '@' DELIMITED SIZE
              FUNCTION TRIM(PKG-NAME(WS-PKG-IDX)) DELIMITED SIZE
              INTO HASH-INPUT
           END-STRING.
           PERFORM COMPUTE-CHECKSUM.
           MOVE HASH(1:32) TO PKG-MD5(WS-PKG-IDX).
           MOVE SPACES TO MANIFEST-REC.
           MOVE 'FILE' TO MF-TAG.
           MOVE PKG-NAME(WS-PKG-IDX) TO MF-NAME.
           MOVE 'SIZE=' TO MF-SIZE-TAG.
           MOVE PKG-SIZE(WS-PKG-IDX) TO MF-SIZE.
           MOVE 'MD5=' TO MF-MD5-TAG.
           MOVE PKG-MD5(WS-PKG-IDX) TO MF-MD5.
           WRITE MANIFEST-REC.
           MOVE PKG-NAME(WS-PKG-IDX) TO LIST-REC.
           WRITE LIST-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'EXPORTED ' DELIMITED SIZE
              MANIFEST-REC DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

       COMPUTE-CHECKSUM.
           MOVE SPACES TO HASH.
           CALL 'AOC-2016-D5-HASH' USING HASH-CMD HASH-INPUT HASH
              ON EXCEPTION
                 MOVE SPACES TO HASH
           END-CALL.

      *    Import: unpack to the staging directory, verify, check
      *    the targets, restore, prove the ledgers.
       IMPORT-PACKAGE.
           IF WS-PACKAGE-NAME = SPACES THEN
              MOVE 'NO PACKAGE= CARD - NOTHING TO IMPORT'
                 TO REPORT-REC
              WRITE REPORT-REC
              DISPLAY FUNCTION TRIM(REPORT-REC)
              MOVE 12 TO WS-HIGHEST-CC
              GO TO IMPORT-PACKAGE-EXIT
           END-IF.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING 'rm -rf ' DELIMITED SIZE
              FUNCTION TRIM(WS-STAGE-DIR) DELIMITED SIZE
              '; mkdir -p ' DELIMITED SIZE
              FUNCTION TRIM(WS-STAGE-DIR) DELIMITED SIZE
              ' && tar -xf ' DELIMITED SIZE
              FUNCTION TRIM(WS-PACKAGE-NAME) DELIMITED SIZE
              ' -C ' DELIMITED SIZE
              FUNCTION TRIM(WS-STAGE-DIR) DELIMITED SIZE
              ' 2>/dev/null' DELIMITED SIZE
              INTO WS-SHELL-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SHELL-CMD.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-MANIFEST-NAME.
           STRING FUNCTION TRIM(WS-STAGE-DIR) DELIMITED SIZE
              '/aoc_transfer_manifest.txt' DELIMITED SIZE
              INTO WS-MANIFEST-NAME
           END-STRING.
           PERFORM LOAD-PACKAGE-MANIFEST.
           IF WS-PKG-CNT = 0 THEN
              MOVE SPACES TO REPORT-REC
              STRING 'PACKAGE ' DELIMITED SIZE
                 FUNCTION TRIM(WS-PACKAGE-NAME) DELIMITED SIZE
                 ' MISSING, UNREADABLE OR WITHOUT A MANIFEST'
                 DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              DISPLAY FUNCTION TRIM(REPORT-REC)
              MOVE WS-PACKAGE-NAME TO EL-REFERENCE
              MOVE 'AOC0708E' TO EL-MSG-ID
              MOVE WS-PACKAGE-NAME TO EL-VALUE-1
              PERFORM LOG-ERROR
              MOVE 12 TO WS-HIGHEST-CC
              GO TO IMPORT-PACKAGE-EXIT
           END-IF.
      *    Every checksum is proved before a single file moves.
           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
              UNTIL WS-PKG-IDX > WS-PKG-CNT
                 PERFORM VERIFY-ONE-FILE
           END-PERFORM.
           IF WS-BAD-CNT > 0 THEN
              MOVE SPACES TO REPORT-REC
              STRING 'IMPORT REFUSED: ' DELIMITED SIZE
                 WS-BAD-CNT DELIMITED SIZE
                 ' FILE(S) FAIL THEIR CHECKSUM - NOTHING RESTORED'
                 DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              DISPLAY FUNCTION TRIM(REPORT-REC)
              MOVE 12 TO WS-HIGHEST-CC
              GO TO IMPORT-PACKAGE-EXIT
           END-IF.
           CALL 'CBL_DELETE_FILE' USING 'aoc_transfer_sizes.tmp'.
           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
              UNTIL WS-PKG-IDX > WS-PKG-CNT
                 PERFORM CHECK-ONE-TARGET
           END-PERFORM.
           IF WS-BUSY-CNT > 0 AND WS-OVERWRITE IS NOT EQUAL TO 'YES'
              THEN
              MOVE SPACES TO REPORT-REC
              STRING 'IMPORT REFUSED: ' DELIMITED SIZE
                 WS-BUSY-CNT DELIMITED SIZE
                 ' TARGET(S) NOT EMPTY - CARD AOC-2016-TRANSFER '
                 DELIMITED SIZE
                 'OVERWRITE=YES TO REPLACE' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              DISPLAY FUNCTION TRIM(REPORT-REC)
              MOVE WS-PACKAGE-NAME TO EL-REFERENCE
              MOVE 'AOC0709W' TO EL-MSG-ID
              MOVE WS-PACKAGE-NAME TO EL-VALUE-1
              PERFORM LOG-ERROR
              MOVE 8 TO WS-HIGHEST-CC
              GO TO IMPORT-PACKAGE-EXIT
           END-IF.
           PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
              UNTIL WS-PKG-IDX > WS-PKG-CNT
                 PERFORM RESTORE-ONE-FILE
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           STRING 'RESTORED ' DELIMITED SIZE
              WS-PKG-CNT DELIMITED SIZE
              ' FILE(S) FROM ' DELIMITED SIZE
              FUNCTION TRIM(WS-PACKAGE-NAME) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).
           PERFORM PROVE-LEDGERS.
       IMPORT-PACKAGE-EXIT.
           EXIT.

       LOAD-PACKAGE-MANIFEST.
           OPEN INPUT MANIFESTFILE.
           PERFORM UNTIL WS-MANIFEST-STATUS IS NOT EQUAL TO '00'
              READ MANIFESTFILE
                 AT END
                    MOVE '10' TO WS-MANIFEST-STATUS
                 NOT AT END
                    IF MF-TAG = 'FILE' AND
                       WS-PKG-CNT < WS-PKG-MAX THEN
                       ADD 1 TO WS-PKG-CNT
                       MOVE MF-NAME TO PKG-NAME(WS-PKG-CNT)
                       MOVE MF-SIZE TO PKG-SIZE(WS-PKG-CNT)
                       MOVE MF-MD5 TO PKG-MD5(WS-PKG-CNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MANIFESTFILE.

       VERIFY-ONE-FILE.
           MOVE SPACES TO HASH-INPUT.
           STRING '@' DELIMITED SIZE
              FUNCTION TRIM(WS-STAGE-DIR) DELIMITED SIZE
              '/' DELIMITED SIZE
              FUNCTION TRIM(PKG-NAME(WS-PKG-IDX)) DELIMITED SIZE
              INTO HASH-INPUT
           END-STRING.
           PERFORM COMPUTE-CHECKSUM.
           MOVE SPACES TO REPORT-REC.
           IF HASH(1:32) = PKG-MD5(WS-PKG-IDX) THEN
              STRING 'VERIFIED ' DELIMITED SIZE
                 FUNCTION TRIM(PKG-NAME(WS-PKG-IDX)) DELIMITED SIZE
                 ' MD5=' DELIMITED SIZE
                 PKG-MD5(WS-PKG-IDX) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
           ELSE
              ADD 1 TO WS-BAD-CNT
              STRING 'CHECKSUM MISMATCH ' DELIMITED SIZE
                 FUNCTION TRIM(PKG-NAME(WS-PKG-IDX)) DELIMITED SIZE
                 ' MANIFEST=' DELIMITED SIZE
                 PKG-MD5(WS-PKG-IDX) DELIMITED SIZE
                 ' RECEIVED=' DELIMITED SIZE
                 HASH(1:32) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              DISPLAY FUNCTION TRIM(REPORT-REC)
              MOVE PKG-NAME(WS-PKG-IDX) TO EL-REFERENCE
              MOVE 'AOC0710E' TO EL-MSG-ID
              MOVE PKG-NAME(WS-PKG-IDX) TO EL-VALUE-1
              PERFORM LOG-ERROR
           END-IF.
           WRITE REPORT-REC.

      *    A target counts as in use when it exists with any bytes.
       CHECK-ONE-TARGET.
           CALL 'CBL_DELETE_FILE' USING 'aoc_transfer_sizes.tmp'.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING 'wc -c ' DELIMITED SIZE
              FUNCTION TRIM(PKG-NAME(WS-PKG-IDX)) DELIMITED SIZE
              ' >aoc_transfer_sizes.tmp 2>/dev/null' DELIMITED SIZE
              INTO WS-SHELL-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SHELL-CMD.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO WS-TARGET-SIZE.
           OPEN INPUT SIZEFILE.
           IF WS-SIZE-STATUS = '00' THEN
              READ SIZEFILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SPACES TO WS-SIZE-TOKEN
                    UNSTRING FUNCTION TRIM(SIZE-REC LEADING)
                       DELIMITED BY ALL SPACE
                       INTO WS-SIZE-TOKEN
                    END-UNSTRING
                    IF FUNCTION TEST-NUMVAL(WS-SIZE-TOKEN) = 0 THEN
                       COMPUTE WS-TARGET-SIZE =
                          FUNCTION NUMVAL(WS-SIZE-TOKEN)
                    END-IF
              END-READ
              CLOSE SIZEFILE
           END-IF.
           IF WS-TARGET-SIZE > 0 THEN
              ADD 1 TO WS-BUSY-CNT
              MOVE SPACES TO REPORT-REC
              STRING 'TARGET NOT EMPTY ' DELIMITED SIZE
                 FUNCTION TRIM(PKG-NAME(WS-PKG-IDX)) DELIMITED SIZE
                 ' (' DELIMITED SIZE
                 WS-TARGET-SIZE DELIMITED SIZE
                 ' BYTES)' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF.

       RESTORE-ONE-FILE.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING 'mkdir -p "$(dirname ' DELIMITED SIZE
              FUNCTION TRIM(PKG-NAME(WS-PKG-IDX)) DELIMITED SIZE
              ')" && cp ' DELIMITED SIZE
              FUNCTION TRIM(WS-STAGE-DIR) DELIMITED SIZE
              '/' DELIMITED SIZE
              FUNCTION TRIM(PKG-NAME(WS-PKG-IDX)) DELIMITED SIZE
              ' ' DELIMITED SIZE
              FUNCTION TRIM(PKG-NAME(WS-PKG-IDX)) DELIMITED SIZE
              INTO WS-SHELL-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SHELL-CMD.
           MOVE SPACES TO REPORT-REC.
           IF RETURN-CODE = 0 THEN
              STRING 'RESTORED ' DELIMITED SIZE
                 FUNCTION TRIM(PKG-NAME(WS-PKG-IDX)) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
           ELSE
              STRING 'RESTORE FAILED ' DELIMITED SIZE
                 FUNCTION TRIM(PKG-NAME(WS-PKG-IDX)) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              DISPLAY FUNCTION TRIM(REPORT-REC)
              MOVE PKG-NAME(WS-PKG-IDX) TO EL-REFERENCE
              MOVE 'AOC0711E' TO EL-MSG-ID
              MOVE PKG-NAME(WS-PKG-IDX) TO EL-VALUE-1
              PERFORM LOG-ERROR
              MOVE 12 TO WS-HIGHEST-CC
           END-IF.
           MOVE 0 TO RETURN-CODE.
           WRITE REPORT-REC.

      *    The moved ledgers must prove themselves on the new machine:
      *    the hash chain end to end, and primary against mirror.
       PROVE-LEDGERS.
           MOVE 0 TO RETURN-CODE.
           CALL 'AOC-2016-CHAINVER'
              ON EXCEPTION
                 MOVE 12 TO RETURN-CODE
                 DISPLAY 'AOC-2016-CHAINVER NOT LINKED'
           END-CALL.
           MOVE RETURN-CODE TO WS-PROOF-CC.
           MOVE SPACES TO REPORT-REC.
           STRING 'AOC-2016-CHAINVER CC=' DELIMITED SIZE
              WS-PROOF-CC DELIMITED SIZE
              ' (SEE aoc_chain_report.txt)' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).
           IF WS-PROOF-CC > WS-HIGHEST-CC THEN
              MOVE WS-PROOF-CC TO WS-HIGHEST-CC
           END-IF.
           MOVE 0 TO RETURN-CODE.
           CALL 'AOC-2016-LEDGMIR'
              ON EXCEPTION
                 MOVE 12 TO RETURN-CODE
                 DISPLAY 'AOC-2016-LEDGMIR NOT LINKED'
           END-CALL.
           MOVE RETURN-CODE TO WS-PROOF-CC.
           MOVE SPACES TO REPORT-REC.
           STRING 'AOC-2016-LEDGMIR CHECK CC=' DELIMITED SIZE
              WS-PROOF-CC DELIMITED SIZE
              ' (SEE aoc_mirror_report.txt)' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).
           IF WS-PROOF-CC > WS-HIGHEST-CC THEN
              MOVE WS-PROOF-CC TO WS-HIGHEST-CC
           END-IF.
           MOVE 0 TO RETURN-CODE.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-TRANSFER' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       END PROGRAM AOC-2016-TRANSFER.
