       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D14P1.

      *    One-time pad key finder. Candidate index n is hashed as
      *    MD5(salt + n); n is a key when its hash holds a triple
      *    (only the first triple counts) and one of the next 1000
      *    hashes holds five in a row of the same character.
      *        Part 1 - index that produces the 64th key
      *        Part 2 - the same with key stretching: every hash is
      *                 re-hashed 2016 more times on its hex text
      *    Hashing goes through AOC-2016-D5-HASHBLK in blocks, so
      *    both parts share the D5 persistent MD5 cache: stretched
      *    digests are cached under their own prefix and a rerun
      *    after a timeout replays the stretched blocks already paid
      *    for at file speed. A small circular window of digest
      *    summaries (first triple, any quintuples) covers the
      *    candidate and its 1000 followers, so nothing is hashed
      *    twice within a run.
      *    Every key found is written to d14p1_keys.txt with the
      *    index that confirmed it. Cache hits and misses for each
      *    part go to the metrics log. A search that reaches
      *    MAX-INDX without its 64th key is W-logged (CC 4); a hash
      *    pipe that stops returning digests is E-logged (CC 12).
      *    Cards (program AOC-2016-D14P1): SALT= (default abc),
      *    KEYS= (default 64), MAX-INDX= (default 5000000),
      *    PART2=N skips the stretched search, STRETCH-BLOCK= (digests
      *    per stretched block, default 50).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYFILE ASSIGN TO 'd14p1_keys.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HEARTFILE ASSIGN TO
              'aoc_heartbeat_AOC-2016-D14P1.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HEART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEYFILE.
       01  KEY-REC.
           05 KY-PART-TAG   PIC X(5).
           05 KY-PART       PIC 9.
           05 KY-SP1        PIC X.
           05 KY-KEY-TAG    PIC X(4).
           05 KY-KEY        PIC 9(3).
           05 KY-SP2        PIC X.
           05 KY-INDX-TAG   PIC X(5).
           05 KY-INDX       PIC 9(8).
           05 KY-SP3        PIC X.
           05 KY-CHAR-TAG   PIC X(5).
           05 KY-CHAR       PIC X.
           05 KY-SP4        PIC X.
           05 KY-CONF-TAG   PIC X(8).
           05 KY-CONF       PIC 9(8).

       FD  HEARTFILE.
       01  HEART-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".
       COPY "run_header.cpy".
       COPY "results_ledger.cpy".
       COPY "run_metrics.cpy".
       COPY "ledger_service.cpy".
       COPY "manifest_lineage.cpy".
       COPY "run_registry.cpy".
       COPY "d5_cache.cpy".
       01  WS-HEART-STATUS     PIC XX.
       01  WS-HEART-PROG       PIC X(20) VALUE 'AOC-2016-D14P1'.

       01  SALT                PIC X(8) VALUE 'abc'.
       01  SALT-PARM           PIC X(8).
       01  WS-KEY-TARGET       PIC 9(3) VALUE 64.
       01  WS-MAX-INDX         PIC 9(8) VALUE 5000000.
       01  WS-RUN-PART2        PIC X VALUE 'Y'.
       01  WS-STRETCH-BLOCK    PIC 9(4) VALUE 50.

      *    Candidates are hashed in blocks through AOC-2016-D5-HASHBLK
      *    exactly as D5P1 does; 'md5sum 2016' asks the block for the
      *    stretched digests.
       01  HASH-CMD            PIC X(16).
       01  WS-PLAIN-CMD        PIC X(16) VALUE 'md5sum'.
       01  WS-STRETCH-CMD      PIC X(16) VALUE 'md5sum 2016'.
       01  WS-BLK-REQ.
           05 BLK-PREFIX  PIC X(16).
           05 BLK-START   PIC 9(8).
           05 BLK-COUNT   PIC 9(4).
       01  WS-BLK-DIGESTS.
           05 BLK-DIGEST OCCURS 500 TIMES PIC X(32).
       01  WS-BLK-IDX          PIC 9(4).
       01  WS-BLK-MAX          PIC 9(4) VALUE 500.
       01  WS-BLK-SIZE         PIC 9(4).

      *    Circular window of digest summaries: slot = index mod
      *    1500 + 1, enough for a candidate, its 1000 followers and
      *    one block of look-ahead.
       01  WS-WIN-MAX          PIC 9(4) VALUE 1500.
       01  WS-WINDOW.
           05 WIN-SLOT OCCURS 1500 TIMES.
              10 WIN-INDX      PIC 9(8).
              10 WIN-TRIPLE    PIC X.
              10 WIN-QUINTS    PIC X(6).
       01  WS-SLOT             PIC 9(4).
       01  WS-LOOK-SLOT        PIC 9(4).

       01  WS-PART             PIC 9.
       01  WS-INDX             PIC 9(8).
       01  WS-NEXT-FETCH       PIC 9(8).
       01  WS-LOOK-INDX        PIC 9(8).
       01  WS-LOOK-END         PIC 9(8).
       01  WS-KEY-CNT          PIC 9(3).
       01  WS-CONFIRMED        PIC X.
       01  WS-PART-STOP        PIC X.
       01  WS-PIPE-FAILED      PIC X.
       01  WS-TRIPLE-CHAR      PIC X.
       01  WS-TALLY            PIC 9(4).

       01  WS-DIGEST           PIC X(32).
       01  WS-DG-POS           PIC 99.
       01  WS-DG-TRIPLE        PIC X.
       01  WS-DG-QUINTS        PIC X(6).
       01  WS-DG-QCNT          PIC 9.

       01  WS-INDX-ED          PIC Z(7)9.
       01  WS-COUNT-ED         PIC Z(8)9.
       01  WS-HITS-START       PIC 9(9).
       01  WS-MISSES-START     PIC 9(9).
       01  WS-PART-HITS        PIC 9(9).
       01  WS-PART-MISSES      PIC 9(9).

      *    Step condition code reported to the batch driver through
      *    RETURN-CODE: 0 = ok, 4 = warnings written, 12 = hash pipe
      *    failure.
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
           PERFORM GET-SALT.
           PERFORM GET-RUN-PARMS.
      *    No manifest-listed input here - clear the lineage area
      *    so a prior program's tags cannot stamp these answers.
           MOVE 'GET' TO MF-FUNC.
           MOVE SPACES TO MF-FILE.
           CALL 'AOC-2016-MANIFEST' USING MF-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.
           PERFORM WRITE-RUN-HEADER.
           PERFORM CAPTURE-METRICS-START.
           IF D5C-CACHE-HITS IS NOT NUMERIC THEN
              MOVE 0 TO D5C-CACHE-HITS
           END-IF.
           IF D5C-CACHE-MISSES IS NOT NUMERIC THEN
              MOVE 0 TO D5C-CACHE-MISSES
           END-IF.
           OPEN OUTPUT KEYFILE.

           MOVE 1 TO WS-PART.
           MOVE WS-PLAIN-CMD TO HASH-CMD.
           MOVE WS-BLK-MAX TO WS-BLK-SIZE.
           PERFORM FIND-KEYS.
           MOVE 'PART 1 PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.

           IF WS-RUN-PART2 = 'Y' AND WS-PIPE-FAILED = 'N' THEN
              MOVE 2 TO WS-PART
              MOVE WS-STRETCH-CMD TO HASH-CMD
              MOVE WS-STRETCH-BLOCK TO WS-BLK-SIZE
              PERFORM FIND-KEYS
              MOVE 'PART 2 PHASE' TO WS-PHASE-LABEL
              PERFORM WRITE-PHASE-METRIC
           END-IF.

           CLOSE KEYFILE.
           PERFORM DISPLAY-CACHE-STATS.
           PERFORM CAPTURE-METRICS-END.
           PERFORM WRITE-AOC-METRICS.
           MOVE WS-STEP-CC TO RETURN-CODE.
           GOBACK.

      *    One full key search for the current part: slide the
      *    candidate forward, keeping the window filled 1000 ahead.
       FIND-KEYS.
           MOVE D5C-CACHE-HITS TO WS-HITS-START.
           MOVE D5C-CACHE-MISSES TO WS-MISSES-START.
           INITIALIZE WS-WINDOW.
           MOVE 0 TO WS-INDX WS-NEXT-FETCH WS-KEY-CNT.
           MOVE 'N' TO WS-PART-STOP WS-PIPE-FAILED.
           PERFORM UNTIL WS-KEY-CNT >= WS-KEY-TARGET
                      OR WS-PART-STOP = 'Y'
              PERFORM FILL-WINDOW
              IF WS-PART-STOP = 'N' THEN
                 PERFORM CHECK-CANDIDATE
                 IF WS-KEY-CNT < WS-KEY-TARGET THEN
                    IF WS-INDX >= WS-MAX-INDX THEN
                       MOVE 'Y' TO WS-PART-STOP
                    ELSE
                       ADD 1 TO WS-INDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM REPORT-PART.
           PERFORM WRITE-CACHE-METRICS.

       FILL-WINDOW.
           COMPUTE WS-LOOK-END = WS-INDX + 1000.
           PERFORM UNTIL WS-NEXT-FETCH > WS-LOOK-END
                      OR WS-PART-STOP = 'Y'
              PERFORM FETCH-HASH-BLOCK
           END-PERFORM.

       FETCH-HASH-BLOCK.
           MOVE WS-BLK-SIZE TO BLK-COUNT.
           MOVE SPACES TO BLK-PREFIX.
           MOVE FUNCTION TRIM(SALT) TO BLK-PREFIX.
           MOVE WS-NEXT-FETCH TO BLK-START.
           CALL 'AOC-2016-D5-HASHBLK' USING HASH-CMD WS-BLK-REQ
              WS-BLK-DIGESTS
           END-CALL.
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
              UNTIL WS-BLK-IDX > BLK-COUNT OR WS-PART-STOP = 'Y'
              MOVE BLK-DIGEST(WS-BLK-IDX) TO WS-DIGEST
              IF WS-DIGEST = SPACES THEN
                 PERFORM REPORT-PIPE-FAILURE
              ELSE
                 PERFORM SUMMARIZE-DIGEST
                 COMPUTE WS-SLOT =
                    FUNCTION MOD(WS-NEXT-FETCH, WS-WIN-MAX) + 1
                 MOVE WS-NEXT-FETCH TO WIN-INDX(WS-SLOT)
                 MOVE WS-DG-TRIPLE TO WIN-TRIPLE(WS-SLOT)
                 MOVE WS-DG-QUINTS TO WIN-QUINTS(WS-SLOT)
                 ADD 1 TO WS-NEXT-FETCH
              END-IF
           END-PERFORM.
           PERFORM WRITE-HEARTBEAT.

      *    First triple in the digest (the only one that can make a
      *    key) and every character that runs five in a row.
       SUMMARIZE-DIGEST.
           MOVE SPACE TO WS-DG-TRIPLE.
           MOVE SPACES TO WS-DG-QUINTS.
           MOVE 0 TO WS-DG-QCNT.
           PERFORM VARYING WS-DG-POS FROM 1 BY 1 UNTIL WS-DG-POS > 30
              IF WS-DIGEST(WS-DG-POS:1) = WS-DIGEST(WS-DG-POS + 1:1)
                 AND WS-DIGEST(WS-DG-POS:1) =
                     WS-DIGEST(WS-DG-POS + 2:1) THEN
                 IF WS-DG-TRIPLE = SPACE THEN
                    MOVE WS-DIGEST(WS-DG-POS:1) TO WS-DG-TRIPLE
                 END-IF
                 IF WS-DG-POS <= 28 THEN
                    IF WS-DIGEST(WS-DG-POS:1) =
                          WS-DIGEST(WS-DG-POS + 3:1)
                       AND WS-DIGEST(WS-DG-POS:1) =
                          WS-DIGEST(WS-DG-POS + 4:1)
                       AND WS-DG-QCNT < 6 THEN
                       MOVE 0 TO WS-TALLY
                       INSPECT WS-DG-QUINTS TALLYING WS-TALLY
                          FOR ALL WS-DIGEST(WS-DG-POS:1)
                       IF WS-TALLY = 0 THEN
                          ADD 1 TO WS-DG-QCNT
                          MOVE WS-DIGEST(WS-DG-POS:1)
                             TO WS-DG-QUINTS(WS-DG-QCNT:1)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       CHECK-CANDIDATE.
           COMPUTE WS-SLOT = FUNCTION MOD(WS-INDX, WS-WIN-MAX) + 1.
           MOVE WIN-TRIPLE(WS-SLOT) TO WS-TRIPLE-CHAR.
           IF WS-TRIPLE-CHAR IS NOT EQUAL TO SPACE THEN
              MOVE 'N' TO WS-CONFIRMED
              COMPUTE WS-LOOK-INDX = WS-INDX + 1
              PERFORM UNTIL WS-LOOK-INDX > WS-LOOK-END
                         OR WS-CONFIRMED = 'Y'
                 COMPUTE WS-LOOK-SLOT =
                    FUNCTION MOD(WS-LOOK-INDX, WS-WIN-MAX) + 1
                 MOVE 0 TO WS-TALLY
                 INSPECT WIN-QUINTS(WS-LOOK-SLOT) TALLYING WS-TALLY
                    FOR ALL WS-TRIPLE-CHAR
                 IF WS-TALLY > 0 THEN
                    MOVE 'Y' TO WS-CONFIRMED
                 ELSE
                    ADD 1 TO WS-LOOK-INDX
                 END-IF
              END-PERFORM
              IF WS-CONFIRMED = 'Y' THEN
                 ADD 1 TO WS-KEY-CNT
                 PERFORM WRITE-KEY-REC
              END-IF
           END-IF.

       WRITE-KEY-REC.
           MOVE SPACES TO KEY-REC.
           MOVE 'PART=' TO KY-PART-TAG.
           MOVE WS-PART TO KY-PART.
           MOVE 'KEY=' TO KY-KEY-TAG.
           MOVE WS-KEY-CNT TO KY-KEY.
           MOVE 'INDX=' TO KY-INDX-TAG.
           MOVE WS-INDX TO KY-INDX.
           MOVE 'CHAR=' TO KY-CHAR-TAG.
           MOVE WS-TRIPLE-CHAR TO KY-CHAR.
           MOVE 'CONFIRM=' TO KY-CONF-TAG.
           MOVE WS-LOOK-INDX TO KY-CONF.
           WRITE KEY-REC.

       REPORT-PIPE-FAILURE.
           MOVE 'Y' TO WS-PART-STOP.
           MOVE 'Y' TO WS-PIPE-FAILED.
           COMPUTE WS-LOOK-INDX = BLK-START + WS-BLK-IDX - 1.
           MOVE WS-LOOK-INDX TO WS-INDX-ED.
           DISPLAY 'HASH PIPE RETURNED NO DIGEST AT INDX '
              FUNCTION TRIM(WS-INDX-ED).
           MOVE SPACES TO EL-REFERENCE.
           STRING 'INDX ' DELIMITED SIZE
              FUNCTION TRIM(WS-INDX-ED) DELIMITED SIZE
              INTO EL-REFERENCE
           END-STRING.
           MOVE 'AOC0406E' TO EL-MSG-ID.
           PERFORM LOG-ERROR.
           MOVE 12 TO WS-STEP-CC.

       REPORT-PART.
           MOVE WS-INDX TO WS-INDX-ED.
           EVALUATE TRUE
              WHEN WS-KEY-CNT >= WS-KEY-TARGET
                 MOVE SPACES TO AR-PART-LABEL
                 IF WS-PART = 1 THEN
                    MOVE 'PART 1 INDEX OF LAST KEY' TO AR-PART-LABEL
                 ELSE
                    MOVE 'PART 2 STRETCHED INDEX OF LAST KEY'
                       TO AR-PART-LABEL
                 END-IF
                 DISPLAY FUNCTION TRIM(AR-PART-LABEL) ': '
                    FUNCTION TRIM(WS-INDX-ED)
                 MOVE SPACES TO AR-ANSWER
                 MOVE FUNCTION TRIM(WS-INDX-ED) TO AR-ANSWER
                 PERFORM WRITE-AOC-RESULT
              WHEN WS-PIPE-FAILED = 'Y'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PART ' WS-PART ': ONLY ' WS-KEY-CNT
                    ' KEYS BY MAX-INDX'
                 MOVE SPACES TO EL-REFERENCE
                 STRING 'PART ' DELIMITED SIZE
                    WS-PART DELIMITED SIZE
                    ' MAX-INDX' DELIMITED SIZE
                    INTO EL-REFERENCE
                 END-STRING
                 MOVE 'AOC0407W' TO EL-MSG-ID
                 MOVE WS-KEY-CNT TO EL-VALUE-1
                 PERFORM LOG-ERROR
                 PERFORM FLAG-STEP-WARNING
           END-EVALUATE.

      *    What the persistent MD5 cache saved this part, as COUNT
      *    lines in the metrics log beside the phase timings.
       WRITE-CACHE-METRICS.
           COMPUTE WS-PART-HITS = D5C-CACHE-HITS - WS-HITS-START.
           COMPUTE WS-PART-MISSES =
              D5C-CACHE-MISSES - WS-MISSES-START.
           MOVE 'COUNT' TO LG-FUNC.
           MOVE 'AOC-2016-D14P1' TO LG-PROGRAM.
           MOVE SPACES TO LG-LABEL.
           STRING 'PART ' DELIMITED SIZE
              WS-PART DELIMITED SIZE
              ' MD5 CACHE HITS' DELIMITED SIZE
              INTO LG-LABEL
           END-STRING.
           MOVE WS-PART-HITS TO WS-COUNT-ED.
           MOVE SPACES TO LG-VALUE.
           MOVE FUNCTION TRIM(WS-COUNT-ED) TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.
           MOVE SPACES TO LG-LABEL.
           STRING 'PART ' DELIMITED SIZE
              WS-PART DELIMITED SIZE
              ' MD5 CACHE MISSES' DELIMITED SIZE
              INTO LG-LABEL
           END-STRING.
           MOVE WS-PART-MISSES TO WS-COUNT-ED.
           MOVE SPACES TO LG-VALUE.
           MOVE FUNCTION TRIM(WS-COUNT-ED) TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

      *    What the persistent MD5 cache saved this step (counts
      *    accumulated in AOC-2016-D5-HASHBLK, see d5_cache.cpy).
       DISPLAY-CACHE-STATS.
           DISPLAY 'MD5 CACHE: HITS=' D5C-CACHE-HITS
              ' MISSES=' D5C-CACHE-MISSES.

       FLAG-STEP-WARNING.
           IF WS-STEP-CC < 4 THEN
              MOVE 4 TO WS-STEP-CC
           END-IF.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-D14P1' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      *    Liveness heartbeat: one record, rewritten after every
      *    block, carrying the next index to hash - the stretched
      *    search grinds for hours and the driver and the shift
      *    report read this to tell it from a wedged step.
       WRITE-HEARTBEAT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN OUTPUT HEARTFILE.
           IF WS-HEART-STATUS = '00' THEN
              MOVE SPACES TO HEART-REC
              STRING WS-HEART-PROG DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 WS-CD-DATE DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 WS-CD-TIME DELIMITED SIZE
                 ' COUNTER=' DELIMITED SIZE
                 WS-NEXT-FETCH DELIMITED SIZE
                 INTO HEART-REC
              END-STRING
              WRITE HEART-REC
              CLOSE HEARTFILE
           END-IF.

       GET-SALT.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D14P1' TO CC-PROGRAM.
           MOVE 'SALT' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO SALT
           ELSE
              IF CC-LOADED = 'N' THEN
                 DISPLAY 'SALT (BLANK = abc): '
                    WITH NO ADVANCING
                 MOVE SPACES TO SALT-PARM
                 ACCEPT SALT-PARM FROM SYSIN
                 IF SALT-PARM IS NOT EQUAL TO SPACES THEN
                    MOVE SALT-PARM TO SALT
                 END-IF
              END-IF
           END-IF.

       GET-RUN-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D14P1' TO CC-PROGRAM.
           MOVE 1 TO CC-OCCURRENCE.
           MOVE 'KEYS' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:3)) = 0 THEN
              MOVE FUNCTION NUMVAL(CC-VALUE(1:3)) TO WS-KEY-TARGET
           END-IF.
           IF WS-KEY-TARGET = 0 THEN
              MOVE 64 TO WS-KEY-TARGET
           END-IF.
           MOVE 'MAX-INDX' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:8)) = 0 THEN
              MOVE FUNCTION NUMVAL(CC-VALUE(1:8)) TO WS-MAX-INDX
           END-IF.
           MOVE 'PART2' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND CC-VALUE(1:1) = 'N' THEN
              MOVE 'N' TO WS-RUN-PART2
           END-IF.
           MOVE 'STRETCH-BLOCK' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:4)) = 0 THEN
              MOVE FUNCTION NUMVAL(CC-VALUE(1:4)) TO WS-STRETCH-BLOCK
           END-IF.
           IF WS-STRETCH-BLOCK = 0 OR WS-STRETCH-BLOCK > WS-BLK-MAX
              THEN
              MOVE 50 TO WS-STRETCH-BLOCK
           END-IF.

       WRITE-RUN-HEADER.
           IF RR-RUN-NUMBER IS NOT NUMERIC THEN
              MOVE 0 TO RR-RUN-NUMBER
           END-IF.
           MOVE 'AOC-2016-D14P1' TO RH-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CD-DATE TO RH-RUN-DATE.
           MOVE WS-CD-TIME TO RH-RUN-TIME.
           MOVE SALT TO RH-INPUT-NAME.
           MOVE SPACES TO RH-LINE.
           STRING 'RUN: ' DELIMITED SIZE
              RH-PROGRAM-ID DELIMITED SIZE
              ' DATE=' DELIMITED SIZE
              RH-RUN-DATE DELIMITED SIZE
              ' TIME=' DELIMITED SIZE
              RH-RUN-TIME DELIMITED SIZE
              ' SALT=' DELIMITED SIZE
              FUNCTION TRIM(RH-INPUT-NAME) DELIMITED SIZE
              ' RUN=' DELIMITED SIZE
              RR-RUN-NUMBER DELIMITED SIZE
              INTO RH-LINE
           END-STRING.
           DISPLAY FUNCTION TRIM(RH-LINE).

       WRITE-AOC-RESULT.
           MOVE 'RESULT' TO LG-FUNC.
           MOVE 'AOC-2016-D14P1' TO LG-PROGRAM.
           MOVE AR-PART-LABEL TO LG-LABEL.
           MOVE AR-ANSWER TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

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
           MOVE 'AOC-2016-D14P1' TO LG-PROGRAM.
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
           MOVE 'AOC-2016-D14P1' TO LG-PROGRAM.
           MOVE SPACES TO LG-LABEL.
           MOVE SPACES TO LG-VALUE.
           MOVE MT-ELAPSED-SECS TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

       END PROGRAM AOC-2016-D14P1.
