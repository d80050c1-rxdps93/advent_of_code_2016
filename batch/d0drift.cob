       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-DRIFT.

      *    Input drift profiler, run straight after AOC-2016-STAGEVER.
      *    The staging report says an input changed, never how; a
      *    truncated or wrong-format delivery only surfaced when the
      *    answer sentinel fired. Every aoc_input_manifest.txt entry
      *    is profiled here - record count, minimum / maximum /
      *    average record length, character-class mix, token count
      *    and the leading-word counts that give each day's format
      *    its shape (instruction types for D10/D12, 'rect'/'rotate'
      *    for D8, tokens for D1; see input_profile.cpy). Profiles
      *    are kept per content version in aoc_input_profiles.txt
      *    (appended the first time a checksum is seen), and each
      *    file's current profile is compared with the profile of
      *    the version before it. aoc_drift_report.txt lists every
      *    file as NEW (no earlier version), STABLE, DRIFT (with one
      *    line per measure that moved beyond the tolerance) or
      *    MISSING.
      *
      *    Tolerance: counts and lengths may move by TOLERANCE per
      *    cent of the earlier value, character-class shares by
      *    TOLERANCE percentage points; a leading word appearing or
      *    vanishing is always drift.
      *
      *    Cards: AOC-2016-DRIFT TOLERANCE=nn  (default 25)
      *           AOC-2016-DRIFT PROFILES=<file>
      *    (manifest name from AOC-2016-STAGEVER MANIFEST=, as
      *    AOC-2016-MANIFEST reads it). Exit CC 0, CC 4 when anything
      *    drifted (one W record per file in aoc_errors.txt), CC 8
      *    when there is no manifest.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFESTFILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT PROBEFILE ASSIGN TO DYNAMIC WS-PROBE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROBE-STATUS.

           SELECT PROFILEFILE ASSIGN TO DYNAMIC WS-PROFILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

           SELECT REPORTFILE ASSIGN TO 'aoc_drift_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFESTFILE.
       01  MANIFEST-REC        PIC X(140).

       FD  PROBEFILE
           RECORD IS VARYING IN SIZE FROM 0 TO 99999
              DEPENDING ON WS-REC-LEN.
       01  PROBE-REC           PIC X(99999).

       FD  PROFILEFILE.
       01  PROFILE-REC         PIC X(400).

       FD  REPORTFILE.
       01  REPORT-REC          PIC X(160).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".
       COPY "input_profile.cpy" REPLACING ==:TAG:== BY ==CUR==.
       COPY "input_profile.cpy" REPLACING ==:TAG:== BY ==PRV==.

       01  WS-MANIFEST-NAME    PIC X(100)
                               VALUE 'aoc_input_manifest.txt'.
       01  WS-MANIFEST-STATUS  PIC XX.
       01  WS-PROBE-NAME       PIC X(100).
       01  WS-PROBE-STATUS     PIC XX.
       01  WS-PROFILE-NAME     PIC X(100)
                               VALUE 'aoc_input_profiles.txt'.
       01  WS-PROFILE-STATUS   PIC XX.
       01  LOOP                PIC 9      VALUE 1.
       01  WS-TOLERANCE        PIC 9(3)   VALUE 25.

       01  WS-ENTRY-FILE       PIC X(100).
       01  WS-ENTRY-SUM        PIC X(32).
       01  WS-ENTRY-VER        PIC X(12).

      *    Profiling one file.
       01  WS-REC-LEN          PIC 9(5).
       01  WS-CHAR-IDX         PIC 9(5).
       01  WS-CHAR             PIC X.
       01  WS-IN-TOKEN         PIC X.
       01  WS-REC-TOKENS       PIC 9(5).
       01  WS-TOTAL-LEN        PIC 9(11).
       01  WS-LEAD-WORD        PIC X(12).
       01  WS-LEAD-LEN         PIC 9(5).
       01  WS-LEAD-START       PIC 9(5).
       01  WS-LEAD-TEXT        PIC X(40).
       01  WS-WORD-IDX         PIC 9.
       01  WS-WORD-HIT         PIC 9.

      *    Finding the earlier version's profile.
       01  WS-PRV-FOUND        PIC X.
       01  WS-CUR-STORED       PIC X.

      *    Comparing.
       01  WS-DRIFT            PIC X.
       01  WS-MEASURE          PIC X(20).
       01  WS-OLD-VAL          PIC 9(11).
       01  WS-NEW-VAL          PIC 9(11).
       01  WS-OLD-TOTAL        PIC 9(11).
       01  WS-NEW-TOTAL        PIC 9(11).
       01  WS-OLD-SHARE        PIC 9(3).
       01  WS-NEW-SHARE        PIC 9(3).
       01  WS-CHANGE           PIC S9(9).
       01  WS-OLD-ED           PIC Z(10)9.
       01  WS-NEW-ED           PIC Z(10)9.
       01  WS-CHANGE-ED        PIC -(9)9.
       01  WS-DETAIL           PIC X(100).

       01  WS-PROFILED-CNT     PIC 9(4)   VALUE 0.
       01  WS-NEW-CNT          PIC 9(4)   VALUE 0.
       01  WS-DRIFT-CNT        PIC 9(4)   VALUE 0.
       01  WS-MISSING-CNT      PIC 9(4)   VALUE 0.
       01  WS-VERDICT          PIC X(8).

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM GET-CARDS.

           OPEN INPUT MANIFESTFILE.
           IF WS-MANIFEST-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'NO INPUT MANIFEST ('
                 FUNCTION TRIM(WS-MANIFEST-NAME)
                 ') - INPUTS NOT PROFILED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT REPORTFILE.
           MOVE WS-TOLERANCE TO WS-OLD-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'INPUT DRIFT REPORT - TOLERANCE ' DELIMITED SIZE
              FUNCTION TRIM(WS-OLD-ED) DELIMITED SIZE
              '% (SHARES IN PERCENTAGE POINTS)' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE 1 TO LOOP.
           PERFORM UNTIL LOOP = 0
              READ MANIFESTFILE
                 AT END
                    MOVE 0 TO LOOP
                 NOT AT END
                    PERFORM PROFILE-MANIFEST-ENTRY
              END-READ
           END-PERFORM.
           CLOSE MANIFESTFILE.
           MOVE SPACES TO REPORT-REC.
           STRING 'DRIFT SUMMARY: ' DELIMITED SIZE
              WS-PROFILED-CNT DELIMITED SIZE
              ' FILE(S) PROFILED, ' DELIMITED SIZE
              WS-NEW-CNT DELIMITED SIZE
              ' NEW, ' DELIMITED SIZE
              WS-DRIFT-CNT DELIMITED SIZE
              ' DRIFTED, ' DELIMITED SIZE
              WS-MISSING-CNT DELIMITED SIZE
              ' MISSING' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).
           CLOSE REPORTFILE.

      *    A missing file is STAGEVER's verdict to give, not ours.
           IF WS-DRIFT-CNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       GET-CARDS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-STAGEVER' TO CC-PROGRAM.
           MOVE 'MANIFEST' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-MANIFEST-NAME
           END-IF.
           MOVE 'AOC-2016-DRIFT' TO CC-PROGRAM.
           MOVE 'PROFILES' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-PROFILE-NAME
           END-IF.
           MOVE 'TOLERANCE' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              IF FUNCTION TEST-NUMVAL(CC-VALUE) = 0 AND
                 FUNCTION NUMVAL(CC-VALUE) > 0 AND
                 FUNCTION NUMVAL(CC-VALUE) < 1000 THEN
                 COMPUTE WS-TOLERANCE = FUNCTION NUMVAL(CC-VALUE)
              ELSE
                 MOVE 'TOLERANCE CARD' TO EL-REFERENCE
                 MOVE 'AOC0501W' TO EL-MSG-ID
                 MOVE 'TOLERANCE' TO EL-VALUE-1
                 MOVE '1-999' TO EL-VALUE-2
                 MOVE '25' TO EL-VALUE-3
                 PERFORM LOG-ERROR
              END-IF
           END-IF.

       PROFILE-MANIFEST-ENTRY.
           IF MANIFEST-REC IS EQUAL TO SPACES OR
              MANIFEST-REC(1:1) = '*' THEN
              CONTINUE
           ELSE
              MOVE SPACES TO WS-ENTRY-FILE WS-ENTRY-SUM WS-ENTRY-VER
              UNSTRING MANIFEST-REC DELIMITED BY ALL SPACE
                 INTO WS-ENTRY-FILE WS-ENTRY-SUM WS-ENTRY-VER
              END-UNSTRING
              IF WS-ENTRY-VER = SPACES THEN
                 MOVE '-' TO WS-ENTRY-VER
              END-IF
              PERFORM PROFILE-INPUT-FILE THRU PROFILE-INPUT-FILE-EXIT
           END-IF.

       PROFILE-INPUT-FILE.
           MOVE WS-ENTRY-FILE TO WS-PROBE-NAME.
           OPEN INPUT PROBEFILE.
           IF WS-PROBE-STATUS IS NOT EQUAL TO '00' THEN
              ADD 1 TO WS-MISSING-CNT
              MOVE SPACES TO REPORT-REC
              STRING 'MISSING  ' DELIMITED SIZE
                 FUNCTION TRIM(WS-ENTRY-FILE) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              GO TO PROFILE-INPUT-FILE-EXIT
           END-IF.
           ADD 1 TO WS-PROFILED-CNT.
           MOVE SPACES TO CUR-PROFILE.
           MOVE WS-ENTRY-FILE TO CUR-FILE.
           MOVE WS-ENTRY-VER TO CUR-VERSION.
           MOVE WS-ENTRY-SUM TO CUR-SUM.
           MOVE 0 TO CUR-RECS CUR-MIN-LEN CUR-MAX-LEN CUR-AVG-LEN
              CUR-UPPER CUR-LOWER CUR-DIGIT CUR-SPACE CUR-OTHER
              CUR-TOKENS CUR-WORD-CNT WS-TOTAL-LEN.
           MOVE 'N' TO CUR-OVERFLOW.
           MOVE 1 TO LOOP.
           PERFORM UNTIL LOOP = 0
              READ PROBEFILE
                 AT END
                    MOVE 0 TO LOOP
                 NOT AT END
                    PERFORM PROFILE-RECORD
              END-READ
           END-PERFORM.
           CLOSE PROBEFILE.
           MOVE 1 TO LOOP.
           IF CUR-RECS > 0 THEN
              COMPUTE CUR-AVG-LEN ROUNDED = WS-TOTAL-LEN / CUR-RECS
           END-IF.

           PERFORM FIND-PRIOR-PROFILE THRU FIND-PRIOR-PROFILE-EXIT.
           IF WS-CUR-STORED = 'N' THEN
              PERFORM STORE-PROFILE
           END-IF.
           MOVE 'N' TO WS-DRIFT.
           IF WS-PRV-FOUND = 'N' THEN
              MOVE 'NEW' TO WS-VERDICT
              ADD 1 TO WS-NEW-CNT
              PERFORM WRITE-FILE-LINE
              GO TO PROFILE-INPUT-FILE-EXIT
           END-IF.
      *    Measure lines are only wanted under a DRIFT heading, so
      *    compare once silently and then again to print.
           MOVE 'Q' TO WS-DRIFT.
           PERFORM COMPARE-PROFILES.
           IF WS-DRIFT = 'Y' THEN
              MOVE 'DRIFT' TO WS-VERDICT
              ADD 1 TO WS-DRIFT-CNT
              PERFORM WRITE-FILE-LINE
              MOVE 'P' TO WS-DRIFT
              PERFORM COMPARE-PROFILES
              MOVE CUR-VERSION TO EL-REFERENCE
              MOVE 'AOC0609W' TO EL-MSG-ID
              MOVE CUR-FILE TO EL-VALUE-1
              MOVE PRV-VERSION TO EL-VALUE-2
              PERFORM LOG-ERROR
           ELSE
              MOVE 'STABLE' TO WS-VERDICT
              PERFORM WRITE-FILE-LINE
           END-IF.
       PROFILE-INPUT-FILE-EXIT.
           EXIT.

       PROFILE-RECORD.
           ADD 1 TO CUR-RECS.
           ADD WS-REC-LEN TO WS-TOTAL-LEN.
           IF CUR-RECS = 1 OR WS-REC-LEN < CUR-MIN-LEN THEN
              MOVE WS-REC-LEN TO CUR-MIN-LEN
           END-IF.
           IF WS-REC-LEN > CUR-MAX-LEN THEN
              MOVE WS-REC-LEN TO CUR-MAX-LEN
           END-IF.
           MOVE 'N' TO WS-IN-TOKEN.
           MOVE 0 TO WS-LEAD-START WS-LEAD-LEN WS-REC-TOKENS.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
              UNTIL WS-CHAR-IDX > WS-REC-LEN
              MOVE PROBE-REC(WS-CHAR-IDX:1) TO WS-CHAR
              EVALUATE TRUE
                 WHEN WS-CHAR IS ALPHABETIC-UPPER AND WS-CHAR NOT = ' '
                    ADD 1 TO CUR-UPPER
                 WHEN WS-CHAR IS ALPHABETIC-LOWER AND WS-CHAR NOT = ' '
                    ADD 1 TO CUR-LOWER
                 WHEN WS-CHAR IS NUMERIC
                    ADD 1 TO CUR-DIGIT
                 WHEN WS-CHAR = ' '
                    ADD 1 TO CUR-SPACE
                 WHEN OTHER
                    ADD 1 TO CUR-OTHER
              END-EVALUATE
              IF WS-CHAR = ' ' OR WS-CHAR = ',' THEN
                 MOVE 'N' TO WS-IN-TOKEN
              ELSE
                 IF WS-IN-TOKEN = 'N' THEN
                    MOVE 'Y' TO WS-IN-TOKEN
                    ADD 1 TO CUR-TOKENS
                    ADD 1 TO WS-REC-TOKENS
                    IF WS-LEAD-START = 0 THEN
                       MOVE WS-CHAR-IDX TO WS-LEAD-START
                    END-IF
                 END-IF
                 IF WS-REC-TOKENS = 1 THEN
                    ADD 1 TO WS-LEAD-LEN
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-LEAD-START > 0 THEN
              PERFORM NOTE-LEADING-WORD
           END-IF.

       NOTE-LEADING-WORD.
           MOVE SPACES TO WS-LEAD-TEXT.
           IF WS-LEAD-LEN > 40 THEN
              MOVE 40 TO WS-LEAD-LEN
           END-IF.
           MOVE PROBE-REC(WS-LEAD-START:WS-LEAD-LEN) TO WS-LEAD-TEXT.
           EVALUATE TRUE
              WHEN WS-LEAD-TEXT IS ALPHABETIC AND WS-LEAD-LEN <= 12
                 MOVE WS-LEAD-TEXT TO WS-LEAD-WORD
              WHEN WS-LEAD-TEXT(1:WS-LEAD-LEN) IS NUMERIC
                 MOVE '#NUM' TO WS-LEAD-WORD
              WHEN OTHER
                 MOVE '#MIXED' TO WS-LEAD-WORD
           END-EVALUATE.
           MOVE 0 TO WS-WORD-HIT.
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
              UNTIL WS-WORD-IDX > CUR-WORD-CNT
              IF CUR-WORD(WS-WORD-IDX) = WS-LEAD-WORD THEN
                 MOVE WS-WORD-IDX TO WS-WORD-HIT
              END-IF
           END-PERFORM.
           IF WS-WORD-HIT = 0 THEN
              IF CUR-WORD-CNT < 8 THEN
                 ADD 1 TO CUR-WORD-CNT
                 MOVE CUR-WORD-CNT TO WS-WORD-HIT
                 MOVE WS-LEAD-WORD TO CUR-WORD(WS-WORD-HIT)
                 MOVE 0 TO CUR-WORD-RECS(WS-WORD-HIT)
              ELSE
                 MOVE 'Y' TO CUR-OVERFLOW
              END-IF
           END-IF.
           IF WS-WORD-HIT > 0 THEN
              ADD 1 TO CUR-WORD-RECS(WS-WORD-HIT)
           END-IF.

      *    The earlier version is the last profile of this file with
      *    a different checksum stored before the current checksum
      *    was first seen - so a file keeps showing its drift until
      *    a newer delivery replaces it.
       FIND-PRIOR-PROFILE.
           MOVE 'N' TO WS-PRV-FOUND.
           MOVE 'N' TO WS-CUR-STORED.
           OPEN INPUT PROFILEFILE.
           IF WS-PROFILE-STATUS IS NOT EQUAL TO '00' THEN
              GO TO FIND-PRIOR-PROFILE-EXIT
           END-IF.
           PERFORM UNTIL LOOP = 0
              READ PROFILEFILE
                 AT END
                    MOVE 0 TO LOOP
                 NOT AT END
                    IF PROFILE-REC(1:60) = CUR-FILE THEN
                       IF PROFILE-REC(75:32) = CUR-SUM THEN
                          MOVE 'Y' TO WS-CUR-STORED
                       ELSE
                          IF WS-CUR-STORED = 'N' THEN
                             MOVE PROFILE-REC TO PRV-PROFILE
                             MOVE 'Y' TO WS-PRV-FOUND
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE 1 TO LOOP.
           CLOSE PROFILEFILE.
       FIND-PRIOR-PROFILE-EXIT.
           EXIT.

       STORE-PROFILE.
           OPEN EXTEND PROFILEFILE.
           IF WS-PROFILE-STATUS = '35' THEN
              OPEN OUTPUT PROFILEFILE
           END-IF.
           IF WS-PROFILE-STATUS = '00' THEN
              MOVE CUR-PROFILE TO PROFILE-REC
              WRITE PROFILE-REC
              CLOSE PROFILEFILE
           ELSE
              MOVE WS-PROFILE-STATUS TO EL-REFERENCE
              MOVE 'AOC0107E' TO EL-MSG-ID
              MOVE WS-PROFILE-NAME TO EL-VALUE-1
              PERFORM LOG-ERROR
           END-IF.

       WRITE-FILE-LINE.
           MOVE CUR-RECS TO WS-OLD-ED.
           MOVE SPACES TO REPORT-REC.
           STRING WS-VERDICT DELIMITED SIZE
              ' ' DELIMITED SIZE
              FUNCTION TRIM(CUR-FILE) DELIMITED SIZE
              ' ' DELIMITED SIZE
              FUNCTION TRIM(CUR-VERSION) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           IF WS-PRV-FOUND = 'Y' THEN
              MOVE SPACES TO WS-DETAIL
              STRING FUNCTION TRIM(REPORT-REC) DELIMITED SIZE
                 ' (AGAINST ' DELIMITED SIZE
                 FUNCTION TRIM(PRV-VERSION) DELIMITED SIZE
                 ')' DELIMITED SIZE
                 INTO WS-DETAIL
              END-STRING
              MOVE WS-DETAIL TO REPORT-REC
           END-IF.
           MOVE SPACES TO WS-DETAIL.
           MOVE CUR-AVG-LEN TO WS-NEW-ED.
           STRING FUNCTION TRIM(REPORT-REC) DELIMITED SIZE
              ' - ' DELIMITED SIZE
              FUNCTION TRIM(WS-OLD-ED) DELIMITED SIZE
              ' RECORD(S), AVG LENGTH ' DELIMITED SIZE
              FUNCTION TRIM(WS-NEW-ED) DELIMITED SIZE
              INTO WS-DETAIL
           END-STRING.
           MOVE WS-DETAIL TO REPORT-REC.
           MOVE SPACES TO WS-DETAIL.
           WRITE REPORT-REC.

      *    WS-DRIFT 'Q' just sets 'Y' on the first measure out of
      *    tolerance; 'P' writes a line for each one.
       COMPARE-PROFILES.
           MOVE 'RECORDS' TO WS-MEASURE.
           MOVE PRV-RECS TO WS-OLD-VAL.
           MOVE CUR-RECS TO WS-NEW-VAL.
           PERFORM CHECK-COUNT.
           MOVE 'MIN LENGTH' TO WS-MEASURE.
           MOVE PRV-MIN-LEN TO WS-OLD-VAL.
           MOVE CUR-MIN-LEN TO WS-NEW-VAL.
           PERFORM CHECK-COUNT.
           MOVE 'MAX LENGTH' TO WS-MEASURE.
           MOVE PRV-MAX-LEN TO WS-OLD-VAL.
           MOVE CUR-MAX-LEN TO WS-NEW-VAL.
           PERFORM CHECK-COUNT.
           MOVE 'AVG LENGTH' TO WS-MEASURE.
           MOVE PRV-AVG-LEN TO WS-OLD-VAL.
           MOVE CUR-AVG-LEN TO WS-NEW-VAL.
           PERFORM CHECK-COUNT.
           MOVE 'TOKENS' TO WS-MEASURE.
           MOVE PRV-TOKENS TO WS-OLD-VAL.
           MOVE CUR-TOKENS TO WS-NEW-VAL.
           PERFORM CHECK-COUNT.

           COMPUTE WS-OLD-TOTAL = PRV-UPPER + PRV-LOWER + PRV-DIGIT
              + PRV-SPACE + PRV-OTHER.
           COMPUTE WS-NEW-TOTAL = CUR-UPPER + CUR-LOWER + CUR-DIGIT
              + CUR-SPACE + CUR-OTHER.
           MOVE 'UPPER-CASE SHARE' TO WS-MEASURE.
           MOVE PRV-UPPER TO WS-OLD-VAL.
           MOVE CUR-UPPER TO WS-NEW-VAL.
           PERFORM CHECK-SHARE.
           MOVE 'LOWER-CASE SHARE' TO WS-MEASURE.
           MOVE PRV-LOWER TO WS-OLD-VAL.
           MOVE CUR-LOWER TO WS-NEW-VAL.
           PERFORM CHECK-SHARE.
           MOVE 'DIGIT SHARE' TO WS-MEASURE.
           MOVE PRV-DIGIT TO WS-OLD-VAL.
           MOVE CUR-DIGIT TO WS-NEW-VAL.
           PERFORM CHECK-SHARE.
           MOVE 'SPACE SHARE' TO WS-MEASURE.
           MOVE PRV-SPACE TO WS-OLD-VAL.
           MOVE CUR-SPACE TO WS-NEW-VAL.
           PERFORM CHECK-SHARE.
           MOVE 'PUNCTUATION SHARE' TO WS-MEASURE.
           MOVE PRV-OTHER TO WS-OLD-VAL.
           MOVE CUR-OTHER TO WS-NEW-VAL.
           PERFORM CHECK-SHARE.

      *    Leading words only mean something while the format has a
      *    small vocabulary; free-form text changing to or from a
      *    vocabulary is itself a change of format.
           IF PRV-OVERFLOW IS NOT EQUAL TO CUR-OVERFLOW THEN
              MOVE SPACES TO WS-DETAIL
              IF CUR-OVERFLOW = 'Y' THEN
                 MOVE '    LEADING WORDS NO LONGER A SMALL VOCABULARY'
                    TO WS-DETAIL
              ELSE
                 MOVE '    LEADING WORDS NOW A SMALL VOCABULARY'
                    TO WS-DETAIL
              END-IF
              PERFORM NOTE-DRIFT
           END-IF.
           IF PRV-OVERFLOW = 'N' AND CUR-OVERFLOW = 'N' THEN
              PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                 UNTIL WS-WORD-IDX > PRV-WORD-CNT
                 PERFORM CHECK-PRV-WORD
              END-PERFORM
              PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                 UNTIL WS-WORD-IDX > CUR-WORD-CNT
                 PERFORM CHECK-CUR-WORD
              END-PERFORM
           END-IF.

       CHECK-PRV-WORD.
           MOVE 0 TO WS-WORD-HIT.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
              UNTIL WS-CHAR-IDX > CUR-WORD-CNT
              IF CUR-WORD(WS-CHAR-IDX) = PRV-WORD(WS-WORD-IDX) THEN
                 MOVE WS-CHAR-IDX TO WS-WORD-HIT
              END-IF
           END-PERFORM.
           IF WS-WORD-HIT = 0 THEN
              MOVE SPACES TO WS-DETAIL
              STRING '    LEADING WORD ' DELIMITED SIZE
                 FUNCTION TRIM(PRV-WORD(WS-WORD-IDX)) DELIMITED SIZE
                 ' GONE' DELIMITED SIZE
                 INTO WS-DETAIL
              END-STRING
              PERFORM NOTE-DRIFT
           ELSE
              MOVE SPACES TO WS-MEASURE
              STRING 'WORD ' DELIMITED SIZE
                 PRV-WORD(WS-WORD-IDX) DELIMITED SPACE
                 INTO WS-MEASURE
              END-STRING
              MOVE PRV-WORD-RECS(WS-WORD-IDX) TO WS-OLD-VAL
              MOVE CUR-WORD-RECS(WS-WORD-HIT) TO WS-NEW-VAL
              PERFORM CHECK-COUNT
           END-IF.

       CHECK-CUR-WORD.
           MOVE 0 TO WS-WORD-HIT.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
              UNTIL WS-CHAR-IDX > PRV-WORD-CNT
              IF PRV-WORD(WS-CHAR-IDX) = CUR-WORD(WS-WORD-IDX) THEN
                 MOVE WS-CHAR-IDX TO WS-WORD-HIT
              END-IF
           END-PERFORM.
           IF WS-WORD-HIT = 0 THEN
              MOVE SPACES TO WS-DETAIL
              STRING '    LEADING WORD ' DELIMITED SIZE
                 FUNCTION TRIM(CUR-WORD(WS-WORD-IDX)) DELIMITED SIZE
                 ' NEW' DELIMITED SIZE
                 INTO WS-DETAIL
              END-STRING
              PERFORM NOTE-DRIFT
           END-IF.

      *    Relative change in per cent of the earlier value.
       CHECK-COUNT.
           IF WS-OLD-VAL = 0 THEN
              IF WS-NEW-VAL > 0 THEN
                 MOVE 999 TO WS-CHANGE
              ELSE
                 MOVE 0 TO WS-CHANGE
              END-IF
           ELSE
              COMPUTE WS-CHANGE ROUNDED =
                 (WS-NEW-VAL - WS-OLD-VAL) * 100 / WS-OLD-VAL
           END-IF.
           IF WS-CHANGE > WS-TOLERANCE OR
              0 - WS-CHANGE > WS-TOLERANCE THEN
              MOVE WS-OLD-VAL TO WS-OLD-ED
              MOVE WS-NEW-VAL TO WS-NEW-ED
              MOVE WS-CHANGE TO WS-CHANGE-ED
              MOVE SPACES TO WS-DETAIL
              STRING '    ' DELIMITED SIZE
                 WS-MEASURE DELIMITED SIZE
                 FUNCTION TRIM(WS-OLD-ED) DELIMITED SIZE
                 ' -> ' DELIMITED SIZE
                 FUNCTION TRIM(WS-NEW-ED) DELIMITED SIZE
                 ' (' DELIMITED SIZE
                 FUNCTION TRIM(WS-CHANGE-ED) DELIMITED SIZE
                 '%)' DELIMITED SIZE
                 INTO WS-DETAIL
              END-STRING
              PERFORM NOTE-DRIFT
           END-IF.

      *    Change in a character class's share of all characters,
      *    in percentage points.
       CHECK-SHARE.
           MOVE 0 TO WS-OLD-SHARE WS-NEW-SHARE.
           IF WS-OLD-TOTAL > 0 THEN
              COMPUTE WS-OLD-SHARE ROUNDED =
                 WS-OLD-VAL * 100 / WS-OLD-TOTAL
           END-IF.
           IF WS-NEW-TOTAL > 0 THEN
              COMPUTE WS-NEW-SHARE ROUNDED =
                 WS-NEW-VAL * 100 / WS-NEW-TOTAL
           END-IF.
           COMPUTE WS-CHANGE = WS-NEW-SHARE - WS-OLD-SHARE.
           IF WS-CHANGE > WS-TOLERANCE OR
              0 - WS-CHANGE > WS-TOLERANCE THEN
              MOVE WS-OLD-SHARE TO WS-OLD-ED
              MOVE WS-NEW-SHARE TO WS-NEW-ED
              MOVE SPACES TO WS-DETAIL
              STRING '    ' DELIMITED SIZE
                 WS-MEASURE DELIMITED SIZE
                 FUNCTION TRIM(WS-OLD-ED) DELIMITED SIZE
                 '% -> ' DELIMITED SIZE
                 FUNCTION TRIM(WS-NEW-ED) DELIMITED SIZE
                 '%' DELIMITED SIZE
                 INTO WS-DETAIL
              END-STRING
              PERFORM NOTE-DRIFT
           END-IF.

       NOTE-DRIFT.
           IF WS-DRIFT = 'P' THEN
              MOVE WS-DETAIL TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              MOVE 'Y' TO WS-DRIFT
           END-IF.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-DRIFT' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       END PROGRAM AOC-2016-DRIFT.
