       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D16P1.

      *    Dragon-curve disk filler. The seed a (binary digits, no
      *    input file) grows by a -> a 0 b, b being a reversed with
      *    every bit flipped, until it fills the disk; the checksum
      *    then folds each pair to 1 (same) or 0 (different), over
      *    and over while the length stays even.
      *        Part 1 - checksum for a disk of DISK-1 characters
      *        Part 2 - checksum for a disk of DISK-2 characters
      *    The part 2 disk runs to tens of millions of characters, so
      *    the disk is never built. Unrolled, it is the seed and its
      *    flipped mirror taking turns, block after block, with one
      *    joiner digit after each block - joiner j is the dragon
      *    fold sequence, 1 exactly when j with its trailing zero
      *    bits stripped leaves 3 over a multiple of 4. Every checksum
      *    character comes from one chunk, the largest power-of-two
      *    run that divides the disk; chunks are filled a buffer at a
      *    time straight from the block position and each buffer is
      *    folded down to one character, the buffer results combining
      *    level by level on a stack like a binary counter until the
      *    chunk's character is left. The fill and checksum passes are
      *    timed apart and ledgered as FILL PHASE and CHECKSUM PHASE,
      *    and a heartbeat is rewritten after every chunk for the
      *    driver's watchdog.
      *    A checksum longer than the ledger value field is E-logged,
      *    ledgered as 'CHECKSUM TOO LONG' and ends CC 8; a bad card
      *    W-logs and the default stands (CC 4).
      *    Cards (program AOC-2016-D16P1): SEED= (default 10000, up
      *    to 64 binary digits), DISK-1= (default 272), DISK-2=
      *    (default 35651584) - disk sizes must be even.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEARTFILE ASSIGN TO
              'aoc_heartbeat_AOC-2016-D16P1.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HEART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HEARTFILE.
       01  HEART-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".
       COPY "watermark.cpy".
       COPY "run_header.cpy".
       COPY "results_ledger.cpy".
       COPY "run_metrics.cpy".
       COPY "ledger_service.cpy".
       COPY "manifest_lineage.cpy".
       COPY "run_registry.cpy".

       01  WS-HEART-STATUS     PIC XX.
       01  WS-HEART-PROG       PIC X(20) VALUE 'AOC-2016-D16P1'.

      *    The seed forward (block a) and reversed and flipped
      *    (block b).
       01  WS-SEED             PIC X(64) VALUE '10000'.
       01  WS-SEED-REV         PIC X(64).
       01  WS-SEED-LEN         PIC 9(4) COMP VALUE 5.
       01  WS-SEED-PARM        PIC X(100).
       01  WS-SEED-DIGITS      PIC 9(4) COMP.
       01  WS-DISK-1           PIC 9(9) VALUE 272.
       01  WS-DISK-2           PIC 9(9) VALUE 35651584.
       01  WS-DISK-PARM        PIC 9(9).
       01  WS-DISK-OK          PIC X.

      *    One part's disk: its size, the chunk behind each checksum
      *    character and the checksum length.
       01  WS-DISK-LEN         PIC 9(9) COMP.
       01  WS-CHUNK-LEN        PIC 9(9) COMP.
       01  WS-SUM-LEN          PIC 9(9) COMP.
       01  WS-SUM-MAX          PIC 9(4) COMP VALUE 60.
       01  WS-CHECKSUM         PIC X(60).
       01  WS-SUM-POS          PIC 9(4) COMP.
       01  WS-CHUNK-DONE       PIC 9(9) COMP.

      *    Where the derivation stands: position inside the current
      *    block, blocks completed so far (= joiners emitted) and
      *    which face of the seed the current block shows.
       01  WS-BLK-POS          PIC 9(4) COMP.
       01  WS-BLK-NO           PIC 9(9) COMP.
       01  WS-BLK-SIDE         PIC X.
       01  WS-TAKE             PIC 9(4) COMP.
       01  WS-JOIN-NO          PIC 9(9) COMP.
       01  WS-JOIN-QUOT        PIC 9(9) COMP.
       01  WS-JOIN-REM         PIC 9(4) COMP.

      *    Fold buffer: filled with derived characters, then folded
      *    pairwise in place down to its first character.
       01  WS-BUF-MAX          PIC 9(4) COMP VALUE 4096.
       01  WS-BUF-SIZE         PIC 9(4) COMP.
       01  WS-BUF-LEN          PIC 9(4) COMP.
       01  WS-FOLD-BUF         PIC X(4096).
       01  WS-FOLD-LEN         PIC 9(4) COMP.
       01  WS-FOLD-I           PIC 9(4) COMP.
       01  WS-FOLD-J           PIC 9(4) COMP.

      *    Fold stack: buffer results waiting for a partner at the
      *    same fold level.
       01  WS-STK-MAX          PIC 9(4) COMP VALUE 32.
       01  WS-FOLD-STACK.
           05 STK-ENTRY OCCURS 32 TIMES.
              10 STK-CHAR      PIC X.
              10 STK-LEVEL     PIC 9(4) COMP.
       01  WS-STK-TOP          PIC 9(4) COMP.
       01  WS-STK-PEAK         PIC 9(4) COMP VALUE 0.
       01  WS-BUF-PEAK         PIC 9(4) COMP VALUE 0.

       01  WS-DERIVED          PIC 9(11) COMP VALUE 0.
       01  WS-NUM-ED           PIC Z(10)9.
       01  WS-NUM-ED2          PIC Z(10)9.
       01  WS-HEART-ED         PIC Z(10)9.

      *    Step condition code reported to the batch driver through
      *    RETURN-CODE: 0 = ok, 4 = card defaulted, 8 = checksum
      *    too long.
       01  WS-STEP-CC  PIC 99 VALUE 0.

      *    Phase-split timing: the fill and checksum passes alternate
      *    buffer by buffer, so each pass's time is summed in
      *    hundredths across both parts and WRITE-PHASE-METRIC
      *    stamps the totals in seconds at the end.
       01  WS-PHASE-ELAPSED  PIC 9(9).
       01  WS-PHASE-LABEL    PIC X(30).
       01  WS-HSEC-MARK      PIC 9(9) COMP VALUE 0.
       01  WS-HSEC-NOW       PIC 9(9) COMP.
       01  WS-HSEC-SPAN      PIC 9(9) COMP.
       01  WS-FILL-HSECS     PIC 9(11) COMP VALUE 0.
       01  WS-FOLD-HSECS     PIC 9(11) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO WS-STEP-CC.
           PERFORM GET-SEED.
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

           PERFORM PREPARE-SEED.
           MOVE WS-DISK-1 TO WS-DISK-LEN.
           MOVE 'PART 1 CHECKSUM' TO AR-PART-LABEL.
           PERFORM CHECKSUM-DISK.
           MOVE WS-DISK-2 TO WS-DISK-LEN.
           MOVE 'PART 2 CHECKSUM' TO AR-PART-LABEL.
           PERFORM CHECKSUM-DISK.

           COMPUTE WS-PHASE-ELAPSED ROUNDED = WS-FILL-HSECS / 100.
           MOVE 'FILL PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.
           COMPUTE WS-PHASE-ELAPSED ROUNDED = WS-FOLD-HSECS / 100.
           MOVE 'CHECKSUM PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.

           PERFORM REPORT-WATERMARKS.
           MOVE 'COUNT' TO LG-FUNC.
           MOVE 'AOC-2016-D16P1' TO LG-PROGRAM.
           MOVE 'DISK CHARACTERS DERIVED' TO LG-LABEL.
           MOVE WS-DERIVED TO WS-NUM-ED.
           MOVE SPACES TO LG-VALUE.
           MOVE FUNCTION TRIM(WS-NUM-ED) TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.
           PERFORM CAPTURE-METRICS-END.
           PERFORM WRITE-AOC-METRICS.
           MOVE WS-STEP-CC TO RETURN-CODE.
           GOBACK.

      *    Block b is the seed read backwards with every bit flipped.
       PREPARE-SEED.
           MOVE SPACES TO WS-SEED-REV.
           PERFORM VARYING WS-FOLD-I FROM 1 BY 1
              UNTIL WS-FOLD-I > WS-SEED-LEN
                 COMPUTE WS-FOLD-J = WS-SEED-LEN - WS-FOLD-I + 1
                 IF WS-SEED(WS-FOLD-J:1) = '0' THEN
                    MOVE '1' TO WS-SEED-REV(WS-FOLD-I:1)
                 ELSE
                    MOVE '0' TO WS-SEED-REV(WS-FOLD-I:1)
                 END-IF
           END-PERFORM.

      *    One part: size the chunk (halve the disk while it stays
      *    even), then derive and fold one chunk per checksum
      *    character with the derivation restarted at the seed.
       CHECKSUM-DISK.
           MOVE 1 TO WS-CHUNK-LEN.
           MOVE WS-DISK-LEN TO WS-SUM-LEN.
           PERFORM UNTIL FUNCTION MOD(WS-SUM-LEN, 2) = 1
              COMPUTE WS-CHUNK-LEN = WS-CHUNK-LEN * 2
              DIVIDE WS-SUM-LEN BY 2 GIVING WS-SUM-LEN
           END-PERFORM.
           MOVE WS-DISK-LEN TO WS-NUM-ED.
           IF WS-SUM-LEN > WS-SUM-MAX THEN
              MOVE WS-SUM-LEN TO WS-NUM-ED2
              DISPLAY FUNCTION TRIM(AR-PART-LABEL) ': DISK '
                 FUNCTION TRIM(WS-NUM-ED) ' GIVES A '
                 FUNCTION TRIM(WS-NUM-ED2) '-CHARACTER CHECKSUM'
              MOVE FUNCTION TRIM(WS-NUM-ED) TO EL-REFERENCE
              MOVE 'AOC0414E' TO EL-MSG-ID
              MOVE FUNCTION TRIM(WS-NUM-ED) TO EL-VALUE-1
              MOVE FUNCTION TRIM(WS-NUM-ED2) TO EL-VALUE-2
              MOVE WS-SUM-MAX TO WS-NUM-ED2
              MOVE FUNCTION TRIM(WS-NUM-ED2) TO EL-VALUE-3
              PERFORM LOG-ERROR
              MOVE 'CHECKSUM TOO LONG' TO AR-ANSWER
              PERFORM WRITE-AOC-RESULT
              MOVE 8 TO WS-STEP-CC
           ELSE
              IF WS-CHUNK-LEN < WS-BUF-MAX THEN
                 MOVE WS-CHUNK-LEN TO WS-BUF-SIZE
              ELSE
                 MOVE WS-BUF-MAX TO WS-BUF-SIZE
              END-IF
              IF WS-BUF-SIZE > WS-BUF-PEAK THEN
                 MOVE WS-BUF-SIZE TO WS-BUF-PEAK
              END-IF
              MOVE 0 TO WS-BLK-POS
              MOVE 0 TO WS-BLK-NO
              MOVE 'A' TO WS-BLK-SIDE
              MOVE SPACES TO WS-CHECKSUM
              PERFORM VARYING WS-SUM-POS FROM 1 BY 1
                 UNTIL WS-SUM-POS > WS-SUM-LEN
                    PERFORM FOLD-CHUNK
              END-PERFORM
              DISPLAY FUNCTION TRIM(AR-PART-LABEL) ' (DISK '
                 FUNCTION TRIM(WS-NUM-ED) '): '
                 WS-CHECKSUM(1:WS-SUM-LEN)
              MOVE SPACES TO AR-ANSWER
              MOVE WS-CHECKSUM(1:WS-SUM-LEN) TO AR-ANSWER
              PERFORM WRITE-AOC-RESULT
           END-IF.

      *    One checksum character: fill and fold a buffer at a time,
      *    timing each pass, until the chunk is used up; the last
      *    entry left on the stack is the character.
       FOLD-CHUNK.
           MOVE 0 TO WS-STK-TOP.
           MOVE 0 TO WS-CHUNK-DONE.
           PERFORM READ-CLOCK.
           MOVE WS-HSEC-NOW TO WS-HSEC-MARK.
           PERFORM UNTIL WS-CHUNK-DONE = WS-CHUNK-LEN
              PERFORM FILL-BUFFER
              PERFORM TAKE-CLOCK-SPAN
              ADD WS-HSEC-SPAN TO WS-FILL-HSECS
              PERFORM FOLD-BUFFER
              PERFORM PUSH-FOLD
              PERFORM TAKE-CLOCK-SPAN
              ADD WS-HSEC-SPAN TO WS-FOLD-HSECS
           END-PERFORM.
           MOVE STK-CHAR(1) TO WS-CHECKSUM(WS-SUM-POS:1).
           PERFORM WRITE-HEARTBEAT.

      *    Derive the next WS-BUF-SIZE disk characters: runs of the
      *    current block copied straight out of the seed or its
      *    mirror, and a joiner digit at each block end.
       FILL-BUFFER.
           MOVE 0 TO WS-BUF-LEN.
           PERFORM UNTIL WS-BUF-LEN = WS-BUF-SIZE
              IF WS-BLK-POS = WS-SEED-LEN THEN
                 PERFORM DERIVE-JOINER
              ELSE
                 COMPUTE WS-TAKE = WS-SEED-LEN - WS-BLK-POS
                 IF WS-TAKE > WS-BUF-SIZE - WS-BUF-LEN THEN
                    COMPUTE WS-TAKE = WS-BUF-SIZE - WS-BUF-LEN
                 END-IF
                 IF WS-BLK-SIDE = 'A' THEN
                    MOVE WS-SEED(WS-BLK-POS + 1:WS-TAKE)
                       TO WS-FOLD-BUF(WS-BUF-LEN + 1:WS-TAKE)
                 ELSE
                    MOVE WS-SEED-REV(WS-BLK-POS + 1:WS-TAKE)
                       TO WS-FOLD-BUF(WS-BUF-LEN + 1:WS-TAKE)
                 END-IF
                 ADD WS-TAKE TO WS-BLK-POS WS-BUF-LEN
              END-IF
           END-PERFORM.
           ADD WS-BUF-LEN TO WS-CHUNK-DONE WS-DERIVED.

      *    Joiner j (j = blocks completed): strip the trailing zero
      *    bits of j; the joiner is 1 when what is left is 3 over a
      *    multiple of 4. The next block shows the other face.
       DERIVE-JOINER.
           ADD 1 TO WS-BLK-NO.
           MOVE WS-BLK-NO TO WS-JOIN-NO.
           DIVIDE WS-JOIN-NO BY 2 GIVING WS-JOIN-QUOT
              REMAINDER WS-JOIN-REM.
           PERFORM UNTIL WS-JOIN-REM = 1
              MOVE WS-JOIN-QUOT TO WS-JOIN-NO
              DIVIDE WS-JOIN-NO BY 2 GIVING WS-JOIN-QUOT
                 REMAINDER WS-JOIN-REM
           END-PERFORM.
           DIVIDE WS-JOIN-NO BY 4 GIVING WS-JOIN-QUOT
              REMAINDER WS-JOIN-REM.
           ADD 1 TO WS-BUF-LEN.
           IF WS-JOIN-REM = 3 THEN
              MOVE '1' TO WS-FOLD-BUF(WS-BUF-LEN:1)
           ELSE
              MOVE '0' TO WS-FOLD-BUF(WS-BUF-LEN:1)
           END-IF.
           MOVE 0 TO WS-BLK-POS.
           IF WS-BLK-SIDE = 'A' THEN
              MOVE 'B' TO WS-BLK-SIDE
           ELSE
              MOVE 'A' TO WS-BLK-SIDE
           END-IF.

      *    Pairwise fold in place: pair i (characters 2i-1 and 2i)
      *    lands in position i, which the pass has already read.
       FOLD-BUFFER.
           MOVE WS-BUF-SIZE TO WS-FOLD-LEN.
           PERFORM UNTIL WS-FOLD-LEN = 1
              DIVIDE WS-FOLD-LEN BY 2 GIVING WS-FOLD-LEN
              MOVE 1 TO WS-FOLD-J
              PERFORM VARYING WS-FOLD-I FROM 1 BY 1
                 UNTIL WS-FOLD-I > WS-FOLD-LEN
                    IF WS-FOLD-BUF(WS-FOLD-J:1) =
                       WS-FOLD-BUF(WS-FOLD-J + 1:1) THEN
                       MOVE '1' TO WS-FOLD-BUF(WS-FOLD-I:1)
                    ELSE
                       MOVE '0' TO WS-FOLD-BUF(WS-FOLD-I:1)
                    END-IF
                    ADD 2 TO WS-FOLD-J
              END-PERFORM
           END-PERFORM.

      *    The buffer's character joins the stack at level 0; two
      *    entries at the same level fold into one a level up.
       PUSH-FOLD.
           ADD 1 TO WS-STK-TOP.
           MOVE WS-FOLD-BUF(1:1) TO STK-CHAR(WS-STK-TOP).
           MOVE 0 TO STK-LEVEL(WS-STK-TOP).
           IF WS-STK-TOP > WS-STK-PEAK THEN
              MOVE WS-STK-TOP TO WS-STK-PEAK
           END-IF.
           PERFORM UNTIL WS-STK-TOP < 2
              OR STK-LEVEL(WS-STK-TOP) IS NOT EQUAL TO
                 STK-LEVEL(WS-STK-TOP - 1)
              IF STK-CHAR(WS-STK-TOP) = STK-CHAR(WS-STK-TOP - 1)
                 THEN
                 MOVE '1' TO STK-CHAR(WS-STK-TOP - 1)
              ELSE
                 MOVE '0' TO STK-CHAR(WS-STK-TOP - 1)
              END-IF
              ADD 1 TO STK-LEVEL(WS-STK-TOP - 1)
              SUBTRACT 1 FROM WS-STK-TOP
           END-PERFORM.

      *    Clock in hundredths since midnight.
       READ-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO MT-DATE-TIME.
           COMPUTE WS-HSEC-NOW =
              (((MT-HRS * 60) + MT-MIN) * 60 + MT-SEC) * 100 + MT-MS.

      *    Hundredths since the last mark, across midnight if need
      *    be; the reading becomes the new mark.
       TAKE-CLOCK-SPAN.
           PERFORM READ-CLOCK.
           IF WS-HSEC-NOW < WS-HSEC-MARK THEN
              COMPUTE WS-HSEC-SPAN =
                 (WS-HSEC-NOW + 8640000) - WS-HSEC-MARK
           ELSE
              COMPUTE WS-HSEC-SPAN = WS-HSEC-NOW - WS-HSEC-MARK
           END-IF.
           MOVE WS-HSEC-NOW TO WS-HSEC-MARK.

      *    Liveness heartbeat: one record, rewritten after every
      *    checksum character, carrying the disk characters derived
      *    so far - a large disk takes a while and the driver and
      *    the shift report read this to tell it from a wedged step.
       WRITE-HEARTBEAT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN OUTPUT HEARTFILE.
           IF WS-HEART-STATUS = '00' THEN
              MOVE WS-DERIVED TO WS-HEART-ED
              MOVE SPACES TO HEART-REC
              STRING WS-HEART-PROG DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 WS-CD-DATE DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 WS-CD-TIME DELIMITED SIZE
                 ' COUNTER=' DELIMITED SIZE
                 FUNCTION TRIM(WS-HEART-ED) DELIMITED SIZE
                 INTO HEART-REC
              END-STRING
              WRITE HEART-REC
              CLOSE HEARTFILE
           END-IF.

       FLAG-STEP-WARNING.
           IF WS-STEP-CC < 4 THEN
              MOVE 4 TO WS-STEP-CC
           END-IF.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-D16P1' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       REPORT-WATERMARKS.
           MOVE 'LOG' TO WM-FUNC.
           MOVE 'AOC-2016-D16P1' TO WM-PROGRAM.
           MOVE 'FOLD-BUFFER' TO WM-TABLE.
           MOVE WS-BUF-PEAK TO WM-USED.
           MOVE WS-BUF-MAX TO WM-MAX.
           CALL 'AOC-2016-WATERMARK' USING WM-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.
           MOVE 'LOG' TO WM-FUNC.
           MOVE 'FOLD-STACK' TO WM-TABLE.
           MOVE WS-STK-PEAK TO WM-USED.
           MOVE WS-STK-MAX TO WM-MAX.
           CALL 'AOC-2016-WATERMARK' USING WM-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      *    The seed: binary digits only, 64 at most.
       GET-SEED.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D16P1' TO CC-PROGRAM.
           MOVE 'SEED' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           MOVE SPACES TO WS-SEED-PARM.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-SEED-PARM
           ELSE
              IF CC-LOADED = 'N' THEN
                 DISPLAY 'INITIAL STATE (BLANK = 10000): '
                    WITH NO ADVANCING
                 ACCEPT WS-SEED-PARM FROM SYSIN
              END-IF
           END-IF.
           IF WS-SEED-PARM IS NOT EQUAL TO SPACES THEN
              MOVE FUNCTION TRIM(WS-SEED-PARM) TO WS-SEED-PARM
              MOVE 0 TO WS-SEED-DIGITS
              INSPECT WS-SEED-PARM TALLYING WS-SEED-DIGITS
                 FOR ALL '0' ALL '1'
              IF WS-SEED-DIGITS =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-SEED-PARM)) AND
                 WS-SEED-DIGITS <= 64 THEN
                 MOVE WS-SEED-PARM(1:64) TO WS-SEED
                 MOVE WS-SEED-DIGITS TO WS-SEED-LEN
              ELSE
                 DISPLAY '    SEED ' FUNCTION TRIM(WS-SEED-PARM)
                    ' IS NOT 1-64 BINARY DIGITS - USING 10000'
                 PERFORM FLAG-STEP-WARNING
                 MOVE WS-SEED-PARM(1:20) TO EL-REFERENCE
                 MOVE 'AOC0501W' TO EL-MSG-ID
                 MOVE 'SEED' TO EL-VALUE-1
                 MOVE '1-64 BINARY DIGITS' TO EL-VALUE-2
                 MOVE '10000' TO EL-VALUE-3
                 PERFORM LOG-ERROR
              END-IF
           END-IF.

       GET-RUN-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D16P1' TO CC-PROGRAM.
           MOVE 1 TO CC-OCCURRENCE.
           MOVE 'DISK-1' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' THEN
              PERFORM CHECK-DISK-CARD
              IF WS-DISK-OK = 'Y' THEN
                 MOVE WS-DISK-PARM TO WS-DISK-1
              ELSE
                 MOVE '272' TO EL-VALUE-3
                 PERFORM REJECT-DISK-CARD
              END-IF
           END-IF.
           MOVE 'DISK-2' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' THEN
              PERFORM CHECK-DISK-CARD
              IF WS-DISK-OK = 'Y' THEN
                 MOVE WS-DISK-PARM TO WS-DISK-2
              ELSE
                 MOVE '35651584' TO EL-VALUE-3
                 PERFORM REJECT-DISK-CARD
              END-IF
           END-IF.

      *    A disk size is a whole number of characters, even (the
      *    checksum folds at least once) and at most nine digits.
       CHECK-DISK-CARD.
           MOVE 'N' TO WS-DISK-OK.
           IF CC-VALUE(10:91) = SPACES AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:9)) = 0 THEN
              IF FUNCTION NUMVAL(CC-VALUE(1:9)) > 0 AND
                 FUNCTION NUMVAL(CC-VALUE(1:9)) =
                 FUNCTION INTEGER(FUNCTION NUMVAL(CC-VALUE(1:9)))
                 THEN
                 MOVE FUNCTION NUMVAL(CC-VALUE(1:9)) TO WS-DISK-PARM
                 IF FUNCTION MOD(WS-DISK-PARM, 2) = 0 THEN
                    MOVE 'Y' TO WS-DISK-OK
                 END-IF
              END-IF
           END-IF.

       REJECT-DISK-CARD.
           DISPLAY '    ' FUNCTION TRIM(CC-KEYWORD) ' '
              FUNCTION TRIM(CC-VALUE)
              ' IS NOT AN EVEN SIZE - USING '
              FUNCTION TRIM(EL-VALUE-3).
           PERFORM FLAG-STEP-WARNING.
           MOVE CC-VALUE(1:20) TO EL-REFERENCE.
           MOVE 'AOC0501W' TO EL-MSG-ID.
           MOVE CC-KEYWORD TO EL-VALUE-1.
           MOVE 'AN EVEN SIZE' TO EL-VALUE-2.
           PERFORM LOG-ERROR.

       WRITE-RUN-HEADER.
           IF RR-RUN-NUMBER IS NOT NUMERIC THEN
              MOVE 0 TO RR-RUN-NUMBER
           END-IF.
           MOVE 'AOC-2016-D16P1' TO RH-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CD-DATE TO RH-RUN-DATE.
           MOVE WS-CD-TIME TO RH-RUN-TIME.
           MOVE WS-SEED(1:WS-SEED-LEN) TO RH-INPUT-NAME.
           MOVE SPACES TO RH-LINE.
           STRING 'RUN: ' DELIMITED SIZE
              RH-PROGRAM-ID DELIMITED SIZE
              ' DATE=' DELIMITED SIZE
              RH-RUN-DATE DELIMITED SIZE
              ' TIME=' DELIMITED SIZE
              RH-RUN-TIME DELIMITED SIZE
              ' SEED=' DELIMITED SIZE
              FUNCTION TRIM(RH-INPUT-NAME) DELIMITED SIZE
              ' RUN=' DELIMITED SIZE
              RR-RUN-NUMBER DELIMITED SIZE
              INTO RH-LINE
           END-STRING.
           DISPLAY FUNCTION TRIM(RH-LINE).

       WRITE-AOC-RESULT.
           MOVE 'RESULT' TO LG-FUNC.
           MOVE 'AOC-2016-D16P1' TO LG-PROGRAM.
           MOVE AR-PART-LABEL TO LG-LABEL.
           MOVE AR-ANSWER TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

       WRITE-PHASE-METRIC.
           MOVE 'METRIC' TO LG-FUNC.
           MOVE 'AOC-2016-D16P1' TO LG-PROGRAM.
           MOVE WS-PHASE-LABEL TO LG-LABEL.
           MOVE SPACES TO LG-VALUE.
           MOVE WS-PHASE-ELAPSED TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

       CAPTURE-METRICS-START.
           MOVE FUNCTION CURRENT-DATE TO MT-DATE-TIME.
           COMPUTE MT-START-SECS =
              (MT-HRS * 3600) + (MT-MIN * 60) + MT-SEC.

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
           MOVE 'AOC-2016-D16P1' TO LG-PROGRAM.
           MOVE SPACES TO LG-LABEL.
           MOVE SPACES TO LG-VALUE.
           MOVE MT-ELAPSED-SECS TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

       END PROGRAM AOC-2016-D16P1.
