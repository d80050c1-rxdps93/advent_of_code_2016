       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D21P1.

      *    Day 21 password scrambler: the input is a list of
      *    scrambling operations applied in order to a password -
      *        swap position X with position Y
      *        swap letter X with letter Y
      *        rotate left/right X steps
      *        rotate based on position of letter X
      *        reverse positions X through Y
      *        move position X to position Y
      *    (positions count from 0).
      *        Part 1 - MODE=SCRAMBLE (default): the PASSWORD= card
      *                 (default abcdefgh) run forward through the
      *                 list
      *        Part 2 - MODE=UNSCRAMBLE: the PASSWORD= card run
      *                 backward, each operation replaced by its
      *                 inverse. Rotate-by-letter has no closed-form
      *                 inverse for every length, so it is undone by
      *                 trying each left rotation and keeping the one
      *                 the forward operation maps back to the
      *                 current text.
      *    Every run is checked by putting its own output through the
      *    opposite direction; if that does not reproduce the card
      *    password an inverse is wrong, the mismatch is E-logged,
      *    nothing is ledgered and the step ends CC 12. Lines that are
      *    not an operation, or name a position past the end of the
      *    password or a letter it does not contain, are W-logged to
      *    ERRLOG (CC 4) and skipped.
      *    Cards (program AOC-2016-D21P1): INPUT=, PASSWORD=, MODE=.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "input_file_select.cpy"
              REPLACING ==FILE-NAME-FIELD== BY ==WS-INPUT-FILE-NAME==.

       DATA DIVISION.
       FILE SECTION.
       COPY "input_file_fd.cpy"
          REPLACING ==INPUT-LINE-PIC== BY ==X(80)==.

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".
       COPY "watermark.cpy".
       COPY "run_header.cpy".
       COPY "results_ledger.cpy".
       COPY "run_metrics.cpy".
       COPY "ledger_service.cpy".
       COPY "manifest_lineage.cpy".
       01  WS-LINEAGE-HOLD PIC X(160).
       COPY "run_registry.cpy".
       01  LOOP        PIC 9       VALUE 1.
       01  WS-INPUT-FILE-NAME PIC X(100) VALUE 'TEST'.
       01  WS-FILE-NAME-PARM  PIC X(100).
       01  WS-INPUTFILE-STATUS PIC XX.

       01  WS-PASSWORD       PIC X(40)  VALUE 'abcdefgh'.
       01  WS-PW-LEN         PIC 99.
       01  WS-MODE           PIC X(10)  VALUE 'SCRAMBLE'.

      *    The operation list, one entry per usable line. Positions
      *    are held as given (from 0); OP-CODE is SP/SL swap
      *    position/letter, RL/RR rotate left/right, RB rotate by
      *    letter, RV reverse, MV move.
       01  WS-OP-MAX         PIC 9(4)   VALUE 300.
       01  WS-OP-CNT         PIC 9(4)   VALUE 0.
       01  WS-OP-TABLE.
           05 OP-ENTRY OCCURS 300 TIMES.
              10 OP-CODE     PIC XX.
              10 OP-X        PIC 99.
              10 OP-Y        PIC 99.
              10 OP-LETTER-X PIC X.
              10 OP-LETTER-Y PIC X.
              10 OP-LINE     PIC 9(7).
       01  WS-OP-IDX         PIC 9(4).

      *    One operation line taken apart.
       01  WS-WORDS.
           05 WS-WORD OCCURS 8 TIMES PIC X(12).
       01  WS-LINE-OK        PIC X.
       01  WS-REJECT-REASON  PIC X(40).
       01  WS-NUM-TEXT       PIC X(12).
       01  WS-NUM            PIC 99.
       01  WS-LETTER         PIC X.
       01  WS-LETTER-CNT     PIC 99.
       01  WS-TABLE-FULL     PIC X      VALUE 'N'.

      *    Working text and the scratch the operations shuffle it
      *    through.
       01  WS-WORK           PIC X(40).
       01  WS-TEMP           PIC X(40).
       01  WS-TARGET         PIC X(40).
       01  WS-CANDIDATE      PIC X(40).
       01  WS-RESULT         PIC X(40).
       01  WS-CHECK          PIC X(40).
       01  WS-CHAR           PIC X.
       01  WS-POS-X          PIC 99.
       01  WS-POS-Y          PIC 99.
       01  WS-LO             PIC 99.
       01  WS-HI             PIC 99.
       01  WS-STEPS          PIC 99.
       01  WS-FOUND-POS      PIC 99.
       01  WS-TRY            PIC 99.
       01  WS-INVERSE-FOUND  PIC X.
       01  WS-OP-LINE-ED     PIC Z(6)9.

       01  WS-RESULT-LABEL   PIC X(30).
       01  WS-CHECK-NAME     PIC X(10).
       01  WS-REC-NUM        PIC 9(7)  VALUE 0.
       01  WS-REJECT-CNT     PIC 9(7)  VALUE 0.

      *    Step condition code reported to the batch driver through
      *    RETURN-CODE: 0 = ok, 4 = warnings written, 8 = skipped,
      *    12 = the round-trip check failed.
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
           PERFORM GET-FILE-NAME.
           PERFORM GET-RUN-PARMS.
           PERFORM WRITE-RUN-HEADER.
           PERFORM CAPTURE-METRICS-START.
           OPEN INPUT INPUTFILE.
           IF WS-INPUTFILE-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'INPUT FILE NOT FOUND: '
                 FUNCTION TRIM(WS-INPUT-FILE-NAME) ' - SKIPPING STEP'
              MOVE WS-INPUT-FILE-NAME(1:20) TO EL-REFERENCE
              MOVE 'AOC0101E' TO EL-MSG-ID
              MOVE WS-INPUT-FILE-NAME TO EL-VALUE-1
              PERFORM LOG-ERROR
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL LOOP = 0
              READ INPUTFILE NEXT RECORD INTO INPUT-LINE
              AT END
                 MOVE 0 TO LOOP
              NOT AT END
                 ADD 1 TO WS-REC-NUM
                 IF INPUT-LINE IS NOT EQUAL TO SPACES THEN
                    PERFORM PARSE-OP THRU PARSE-OP-EXIT
                    IF WS-LINE-OK = 'N' THEN
                       PERFORM LOG-BAD-LINE
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE INPUTFILE.
           PERFORM REPORT-WATERMARKS.
           MOVE 'PARSE PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.
           DISPLAY 'LINES READ .......: ' WS-REC-NUM.
           DISPLAY 'OPERATIONS LOADED : ' WS-OP-CNT.
           DISPLAY 'LINES REJECTED ...: ' WS-REJECT-CNT.
           DISPLAY 'MODE .............: ' WS-MODE.

      *    Run the requested direction, then the opposite direction
      *    over its output as the self-check.
           MOVE WS-PASSWORD TO WS-WORK.
           IF WS-MODE = 'UNSCRAMBLE' THEN
              PERFORM UNSCRAMBLE-TEXT
              MOVE WS-WORK TO WS-RESULT
              PERFORM SCRAMBLE-TEXT
              MOVE 'PART 2 UNSCRAMBLED PASSWORD' TO WS-RESULT-LABEL
              MOVE 'SCRAMBLE' TO WS-CHECK-NAME
           ELSE
              PERFORM SCRAMBLE-TEXT
              MOVE WS-WORK TO WS-RESULT
              PERFORM UNSCRAMBLE-TEXT
              MOVE 'PART 1 SCRAMBLED PASSWORD' TO WS-RESULT-LABEL
              MOVE 'UNSCRAMBLE' TO WS-CHECK-NAME
           END-IF.
           MOVE WS-WORK TO WS-CHECK.
           MOVE 'SOLVE PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.

           DISPLAY 'PASSWORD IN ......: ' WS-PASSWORD(1:WS-PW-LEN).
           DISPLAY 'RESULT ...........: ' WS-RESULT(1:WS-PW-LEN).
           DISPLAY 'ROUND TRIP .......: ' WS-CHECK(1:WS-PW-LEN).
           IF WS-CHECK = WS-PASSWORD AND WS-TABLE-FULL = 'N' THEN
              DISPLAY FUNCTION TRIM(WS-RESULT-LABEL) ': '
                 WS-RESULT(1:WS-PW-LEN)
              MOVE WS-RESULT-LABEL TO AR-PART-LABEL
              MOVE SPACES TO AR-ANSWER
              MOVE WS-RESULT(1:WS-PW-LEN) TO AR-ANSWER
              PERFORM WRITE-AOC-RESULT
           ELSE
              DISPLAY FUNCTION TRIM(WS-RESULT-LABEL)
                 ': NOT LEDGERED - ROUND TRIP FAILED'
              MOVE 'ROUND TRIP' TO EL-REFERENCE
              MOVE 'AOC0410E' TO EL-MSG-ID
              STRING FUNCTION TRIM(WS-CHECK-NAME) DELIMITED SIZE
                 ' OF ' DELIMITED SIZE
                 WS-RESULT(1:WS-PW-LEN) DELIMITED SIZE
                 INTO EL-VALUE-1
              END-STRING
              MOVE WS-CHECK(1:WS-PW-LEN) TO EL-VALUE-2
              MOVE WS-PASSWORD(1:WS-PW-LEN) TO EL-VALUE-3
              PERFORM LOG-ERROR
              MOVE 12 TO WS-STEP-CC
           END-IF.

           PERFORM CAPTURE-METRICS-END.
           PERFORM WRITE-AOC-METRICS.
           MOVE WS-STEP-CC TO RETURN-CODE.
           GOBACK.

       SCRAMBLE-TEXT.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
              UNTIL WS-OP-IDX > WS-OP-CNT
                 PERFORM APPLY-OP
           END-PERFORM.

       UNSCRAMBLE-TEXT.
           PERFORM VARYING WS-OP-IDX FROM WS-OP-CNT BY -1
              UNTIL WS-OP-IDX < 1
                 PERFORM APPLY-INVERSE-OP
           END-PERFORM.

       APPLY-OP.
           EVALUATE OP-CODE(WS-OP-IDX)
              WHEN 'SP'
                 MOVE OP-X(WS-OP-IDX) TO WS-POS-X
                 MOVE OP-Y(WS-OP-IDX) TO WS-POS-Y
                 PERFORM SWAP-POSITIONS
              WHEN 'SL'
                 PERFORM SWAP-LETTERS
              WHEN 'RL'
                 MOVE OP-X(WS-OP-IDX) TO WS-STEPS
                 PERFORM ROTATE-LEFT
              WHEN 'RR'
                 MOVE OP-X(WS-OP-IDX) TO WS-STEPS
                 PERFORM ROTATE-RIGHT
              WHEN 'RB'
                 PERFORM ROTATE-BY-LETTER
              WHEN 'RV'
                 MOVE OP-X(WS-OP-IDX) TO WS-LO
                 MOVE OP-Y(WS-OP-IDX) TO WS-HI
                 PERFORM REVERSE-SPAN
              WHEN 'MV'
                 MOVE OP-X(WS-OP-IDX) TO WS-POS-X
                 MOVE OP-Y(WS-OP-IDX) TO WS-POS-Y
                 PERFORM MOVE-POSITION
           END-EVALUATE.

      *    Swaps and reverses undo themselves; the rotations undo
      *    each other; a move is undone by moving back.
       APPLY-INVERSE-OP.
           EVALUATE OP-CODE(WS-OP-IDX)
              WHEN 'RL'
                 MOVE OP-X(WS-OP-IDX) TO WS-STEPS
                 PERFORM ROTATE-RIGHT
              WHEN 'RR'
                 MOVE OP-X(WS-OP-IDX) TO WS-STEPS
                 PERFORM ROTATE-LEFT
              WHEN 'RB'
                 PERFORM UNDO-ROTATE-BY-LETTER
              WHEN 'MV'
                 MOVE OP-Y(WS-OP-IDX) TO WS-POS-X
                 MOVE OP-X(WS-OP-IDX) TO WS-POS-Y
                 PERFORM MOVE-POSITION
              WHEN OTHER
                 PERFORM APPLY-OP
           END-EVALUATE.

       SWAP-POSITIONS.
           MOVE WS-WORK(WS-POS-X + 1:1) TO WS-CHAR.
           MOVE WS-WORK(WS-POS-Y + 1:1) TO WS-WORK(WS-POS-X + 1:1).
           MOVE WS-CHAR TO WS-WORK(WS-POS-Y + 1:1).

       SWAP-LETTERS.
           INSPECT WS-WORK(1:WS-PW-LEN) CONVERTING
              OP-LETTER-X(WS-OP-IDX) TO '*'.
           INSPECT WS-WORK(1:WS-PW-LEN) CONVERTING
              OP-LETTER-Y(WS-OP-IDX) TO OP-LETTER-X(WS-OP-IDX).
           INSPECT WS-WORK(1:WS-PW-LEN) CONVERTING
              '*' TO OP-LETTER-Y(WS-OP-IDX).

       ROTATE-LEFT.
           MOVE FUNCTION MOD(WS-STEPS, WS-PW-LEN) TO WS-STEPS.
           IF WS-STEPS > 0 THEN
              MOVE SPACES TO WS-TEMP
              MOVE WS-WORK(WS-STEPS + 1:WS-PW-LEN - WS-STEPS)
                 TO WS-TEMP
              MOVE WS-WORK(1:WS-STEPS)
                 TO WS-TEMP(WS-PW-LEN - WS-STEPS + 1:WS-STEPS)
              MOVE WS-TEMP TO WS-WORK
           END-IF.

       ROTATE-RIGHT.
           MOVE FUNCTION MOD(WS-STEPS, WS-PW-LEN) TO WS-STEPS.
           IF WS-STEPS > 0 THEN
              COMPUTE WS-STEPS = WS-PW-LEN - WS-STEPS
              PERFORM ROTATE-LEFT
           END-IF.

      *    Rotate right once, once more per position of the letter,
      *    and once more again when it sits at position 4 or later.
       ROTATE-BY-LETTER.
           MOVE 0 TO WS-FOUND-POS.
           INSPECT WS-WORK(1:WS-PW-LEN) TALLYING WS-FOUND-POS
              FOR CHARACTERS BEFORE INITIAL OP-LETTER-X(WS-OP-IDX).
           COMPUTE WS-STEPS = 1 + WS-FOUND-POS.
           IF WS-FOUND-POS >= 4 THEN
              ADD 1 TO WS-STEPS
           END-IF.
           PERFORM ROTATE-RIGHT.

      *    The text before the rotation was some left rotation of the
      *    text now; try each in turn and keep the first that the
      *    forward operation carries back to the current text.
       UNDO-ROTATE-BY-LETTER.
           MOVE WS-WORK TO WS-TARGET.
           MOVE 'N' TO WS-INVERSE-FOUND.
           PERFORM VARYING WS-TRY FROM 0 BY 1
              UNTIL WS-TRY >= WS-PW-LEN OR WS-INVERSE-FOUND = 'Y'
                 MOVE WS-TARGET TO WS-WORK
                 MOVE WS-TRY TO WS-STEPS
                 PERFORM ROTATE-LEFT
                 MOVE WS-WORK TO WS-CANDIDATE
                 PERFORM ROTATE-BY-LETTER
                 IF WS-WORK = WS-TARGET THEN
                    MOVE 'Y' TO WS-INVERSE-FOUND
                 END-IF
           END-PERFORM.
           IF WS-INVERSE-FOUND = 'Y' THEN
              MOVE WS-CANDIDATE TO WS-WORK
           ELSE
              MOVE WS-TARGET TO WS-WORK
              MOVE OP-LINE(WS-OP-IDX) TO WS-OP-LINE-ED
              DISPLAY 'NO INVERSE FOR ROTATE BY LETTER AT LINE '
                 FUNCTION TRIM(WS-OP-LINE-ED)
           END-IF.

       REVERSE-SPAN.
           PERFORM UNTIL WS-LO >= WS-HI
              MOVE WS-LO TO WS-POS-X
              MOVE WS-HI TO WS-POS-Y
              PERFORM SWAP-POSITIONS
              ADD 1 TO WS-LO
              SUBTRACT 1 FROM WS-HI
           END-PERFORM.

      *    Take the letter out at X, slide everything between X and
      *    Y one place toward X, and drop the letter in at Y.
       MOVE-POSITION.
           MOVE WS-WORK(WS-POS-X + 1:1) TO WS-CHAR.
           IF WS-POS-X < WS-POS-Y THEN
              PERFORM VARYING WS-LO FROM WS-POS-X BY 1
                 UNTIL WS-LO >= WS-POS-Y
                    MOVE WS-WORK(WS-LO + 2:1) TO WS-WORK(WS-LO + 1:1)
              END-PERFORM
           ELSE
              PERFORM VARYING WS-LO FROM WS-POS-X BY -1
                 UNTIL WS-LO <= WS-POS-Y
                    MOVE WS-WORK(WS-LO:1) TO WS-WORK(WS-LO + 1:1)
              END-PERFORM
           END-IF.
           MOVE WS-CHAR TO WS-WORK(WS-POS-Y + 1:1).

      *    Words are taken apart on spaces; which of them carry the
      *    operands depends on the first two.
       PARSE-OP.
           MOVE 'Y' TO WS-LINE-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-WORDS.
           UNSTRING FUNCTION TRIM(INPUT-LINE) DELIMITED BY ALL SPACE
              INTO WS-WORD(1) WS-WORD(2) WS-WORD(3) WS-WORD(4)
                 WS-WORD(5) WS-WORD(6) WS-WORD(7) WS-WORD(8)
           END-UNSTRING.
           IF WS-OP-CNT >= WS-OP-MAX THEN
              IF WS-TABLE-FULL = 'N' THEN
                 MOVE 'OP-TABLE' TO EL-REFERENCE
                 MOVE 'AOC0302E' TO EL-MSG-ID
                 MOVE 'OPERATION TABLE' TO EL-VALUE-1
                 MOVE 'REST OF LIST DROPPED' TO EL-VALUE-2
                 PERFORM LOG-ERROR
                 MOVE 12 TO WS-STEP-CC
                 MOVE 'Y' TO WS-TABLE-FULL
              END-IF
              GO TO PARSE-OP-EXIT
           END-IF.
           ADD 1 TO WS-OP-CNT.
           INITIALIZE OP-ENTRY(WS-OP-CNT).
           MOVE WS-REC-NUM TO OP-LINE(WS-OP-CNT).
           EVALUATE WS-WORD(1) ALSO WS-WORD(2)
              WHEN 'swap' ALSO 'position'
                 MOVE 'SP' TO OP-CODE(WS-OP-CNT)
                 MOVE WS-WORD(3) TO WS-NUM-TEXT
                 PERFORM TAKE-POSITION THRU TAKE-POSITION-EXIT
                 MOVE WS-NUM TO OP-X(WS-OP-CNT)
                 MOVE WS-WORD(6) TO WS-NUM-TEXT
                 PERFORM TAKE-POSITION THRU TAKE-POSITION-EXIT
                 MOVE WS-NUM TO OP-Y(WS-OP-CNT)
              WHEN 'swap' ALSO 'letter'
                 MOVE 'SL' TO OP-CODE(WS-OP-CNT)
                 MOVE WS-WORD(3) TO WS-NUM-TEXT
                 PERFORM TAKE-LETTER THRU TAKE-LETTER-EXIT
                 MOVE WS-LETTER TO OP-LETTER-X(WS-OP-CNT)
                 MOVE WS-WORD(6) TO WS-NUM-TEXT
                 PERFORM TAKE-LETTER THRU TAKE-LETTER-EXIT
                 MOVE WS-LETTER TO OP-LETTER-Y(WS-OP-CNT)
              WHEN 'rotate' ALSO 'left'
              WHEN 'rotate' ALSO 'right'
                 IF WS-WORD(2) = 'left' THEN
                    MOVE 'RL' TO OP-CODE(WS-OP-CNT)
                 ELSE
                    MOVE 'RR' TO OP-CODE(WS-OP-CNT)
                 END-IF
                 IF FUNCTION TRIM(WS-WORD(3)) IS NOT NUMERIC OR
                    FUNCTION LENGTH(FUNCTION TRIM(WS-WORD(3))) > 2
                    THEN
                    MOVE 'STEP COUNT IS NOT A NUMBER'
                       TO WS-REJECT-REASON
                    MOVE 'N' TO WS-LINE-OK
                 ELSE
                    MOVE FUNCTION NUMVAL(WS-WORD(3))
                       TO OP-X(WS-OP-CNT)
                 END-IF
              WHEN 'rotate' ALSO 'based'
                 MOVE 'RB' TO OP-CODE(WS-OP-CNT)
                 MOVE WS-WORD(7) TO WS-NUM-TEXT
                 PERFORM TAKE-LETTER THRU TAKE-LETTER-EXIT
                 MOVE WS-LETTER TO OP-LETTER-X(WS-OP-CNT)
              WHEN 'reverse' ALSO 'positions'
                 MOVE 'RV' TO OP-CODE(WS-OP-CNT)
                 MOVE WS-WORD(3) TO WS-NUM-TEXT
                 PERFORM TAKE-POSITION THRU TAKE-POSITION-EXIT
                 MOVE WS-NUM TO OP-X(WS-OP-CNT)
                 MOVE WS-WORD(5) TO WS-NUM-TEXT
                 PERFORM TAKE-POSITION THRU TAKE-POSITION-EXIT
                 MOVE WS-NUM TO OP-Y(WS-OP-CNT)
                 IF WS-LINE-OK = 'Y' AND
                    OP-X(WS-OP-CNT) > OP-Y(WS-OP-CNT) THEN
                    MOVE 'REVERSE SPAN RUNS BACKWARD'
                       TO WS-REJECT-REASON
                    MOVE 'N' TO WS-LINE-OK
                 END-IF
              WHEN 'move' ALSO 'position'
                 MOVE 'MV' TO OP-CODE(WS-OP-CNT)
                 MOVE WS-WORD(3) TO WS-NUM-TEXT
                 PERFORM TAKE-POSITION THRU TAKE-POSITION-EXIT
                 MOVE WS-NUM TO OP-X(WS-OP-CNT)
                 MOVE WS-WORD(6) TO WS-NUM-TEXT
                 PERFORM TAKE-POSITION THRU TAKE-POSITION-EXIT
                 MOVE WS-NUM TO OP-Y(WS-OP-CNT)
              WHEN OTHER
                 MOVE 'NOT A SCRAMBLING OPERATION' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-LINE-OK
           END-EVALUATE.
           IF WS-LINE-OK = 'N' THEN
              SUBTRACT 1 FROM WS-OP-CNT
           END-IF.
       PARSE-OP-EXIT.
           EXIT.

      *    A position operand must fall inside the password.
       TAKE-POSITION.
           MOVE 0 TO WS-NUM.
           IF FUNCTION TRIM(WS-NUM-TEXT) IS NOT NUMERIC OR
              FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-TEXT)) > 2 THEN
              MOVE 'POSITION IS NOT A NUMBER' TO WS-REJECT-REASON
              MOVE 'N' TO WS-LINE-OK
              GO TO TAKE-POSITION-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-NUM-TEXT) TO WS-NUM.
           IF WS-NUM >= WS-PW-LEN THEN
              MOVE 'POSITION PAST END OF PASSWORD'
                 TO WS-REJECT-REASON
              MOVE 'N' TO WS-LINE-OK
              MOVE 0 TO WS-NUM
           END-IF.
       TAKE-POSITION-EXIT.
           EXIT.

      *    A letter operand must be one letter the password holds;
      *    the operations only ever rearrange it, so that holds for
      *    every step.
       TAKE-LETTER.
           MOVE WS-NUM-TEXT(1:1) TO WS-LETTER.
           IF WS-NUM-TEXT(2:) IS NOT EQUAL TO SPACES OR
              WS-LETTER = SPACE THEN
              MOVE 'LETTER OPERAND IS NOT ONE LETTER'
                 TO WS-REJECT-REASON
              MOVE 'N' TO WS-LINE-OK
              GO TO TAKE-LETTER-EXIT
           END-IF.
           MOVE 0 TO WS-LETTER-CNT.
           INSPECT WS-PASSWORD(1:WS-PW-LEN) TALLYING WS-LETTER-CNT
              FOR ALL WS-LETTER.
           IF WS-LETTER-CNT = 0 THEN
              MOVE 'LETTER NOT IN PASSWORD' TO WS-REJECT-REASON
              MOVE 'N' TO WS-LINE-OK
           END-IF.
       TAKE-LETTER-EXIT.
           EXIT.

       LOG-BAD-LINE.
           ADD 1 TO WS-REJECT-CNT.
           MOVE SPACES TO EL-REFERENCE.
           STRING 'LINE ' DELIMITED SIZE
              WS-REC-NUM DELIMITED SIZE
              INTO EL-REFERENCE
           END-STRING.
           MOVE 'AOC0202W' TO EL-MSG-ID.
           MOVE WS-REJECT-REASON TO EL-VALUE-1.
           MOVE FUNCTION TRIM(INPUT-LINE) TO EL-VALUE-2.
           PERFORM FLAG-STEP-WARNING.
           PERFORM LOG-ERROR.

       FLAG-STEP-WARNING.
           IF WS-STEP-CC < 4 THEN
              MOVE 4 TO WS-STEP-CC
           END-IF.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-D21P1' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       REPORT-WATERMARKS.
           MOVE 'LOG' TO WM-FUNC.
           MOVE 'AOC-2016-D21P1' TO WM-PROGRAM.
           MOVE 'OP-TABLE' TO WM-TABLE.
           MOVE WS-OP-CNT TO WM-USED.
           MOVE WS-OP-MAX TO WM-MAX.
           CALL 'AOC-2016-WATERMARK' USING WM-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      *    PASSWORD= is taken as given (up to 40 letters); MODE= is
      *    SCRAMBLE unless the card says UNSCRAMBLE.
       GET-RUN-PARMS.
           MOVE 'PASSWORD' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND CC-VALUE IS NOT EQUAL TO SPACES THEN
              MOVE FUNCTION TRIM(CC-VALUE) TO WS-PASSWORD
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PASSWORD))
              TO WS-PW-LEN.
           MOVE 'MODE' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' THEN
              MOVE FUNCTION UPPER-CASE(CC-VALUE) TO WS-MODE
           END-IF.
           IF WS-MODE IS NOT EQUAL TO 'UNSCRAMBLE' THEN
              MOVE 'SCRAMBLE' TO WS-MODE
           END-IF.

       GET-FILE-NAME.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D21P1' TO CC-PROGRAM.
           MOVE 'INPUT' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-INPUT-FILE-NAME
           ELSE
              IF CC-LOADED = 'N' THEN
                 DISPLAY 'INPUT FILE NAME (BLANK = TEST): '
                    WITH NO ADVANCING
                 MOVE SPACES TO WS-FILE-NAME-PARM
                 ACCEPT WS-FILE-NAME-PARM FROM SYSIN
                 IF WS-FILE-NAME-PARM IS NOT EQUAL TO SPACES THEN
                    MOVE WS-FILE-NAME-PARM TO WS-INPUT-FILE-NAME
                 END-IF
              END-IF
           END-IF.

       WRITE-RUN-HEADER.
           IF RR-RUN-NUMBER IS NOT NUMERIC THEN
              MOVE 0 TO RR-RUN-NUMBER
           END-IF.
           MOVE 'AOC-2016-D21P1' TO RH-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CD-DATE TO RH-RUN-DATE.
           MOVE WS-CD-TIME TO RH-RUN-TIME.
           MOVE WS-INPUT-FILE-NAME TO RH-INPUT-NAME.
           MOVE SPACES TO RH-LINE.
           STRING 'RUN: ' DELIMITED SIZE
              RH-PROGRAM-ID DELIMITED SIZE
              ' DATE=' DELIMITED SIZE
              RH-RUN-DATE DELIMITED SIZE
              ' TIME=' DELIMITED SIZE
              RH-RUN-TIME DELIMITED SIZE
              ' INPUT=' DELIMITED SIZE
              FUNCTION TRIM(RH-INPUT-NAME) DELIMITED SIZE
              ' RUN=' DELIMITED SIZE
              RR-RUN-NUMBER DELIMITED SIZE
              INTO RH-LINE
           END-STRING.
           PERFORM STAMP-INPUT-LINEAGE.
           DISPLAY FUNCTION TRIM(RH-LINE).


       WRITE-AOC-RESULT.
           MOVE 'RESULT' TO LG-FUNC.
           MOVE 'AOC-2016-D21P1' TO LG-PROGRAM.
           MOVE AR-PART-LABEL TO LG-LABEL.
           MOVE AR-ANSWER TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

      *    Resolve this input's manifest checksum and version tag:
      *    the service fills the EXTERNAL lineage area the ledger
      *    stamps on every RESULT record, and the run header carries
      *    the same tags for the human reader.
       STAMP-INPUT-LINEAGE.
           MOVE 'GET' TO MF-FUNC.
           MOVE WS-INPUT-FILE-NAME TO MF-FILE.
           CALL 'AOC-2016-MANIFEST' USING MF-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO MF-FOUND
           END-CALL.
           IF MF-FOUND = 'Y' THEN
              MOVE RH-LINE TO WS-LINEAGE-HOLD
              MOVE SPACES TO RH-LINE
              STRING FUNCTION TRIM(WS-LINEAGE-HOLD) DELIMITED SIZE
                 ' INPUT-SUM=' DELIMITED SIZE
                 MF-SUM(1:8) DELIMITED SIZE
                 ' INPUT-VER=' DELIMITED SIZE
                 FUNCTION TRIM(MF-VERSION) DELIMITED SIZE
                 INTO RH-LINE
              END-STRING
           END-IF.

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
           MOVE 'AOC-2016-D21P1' TO LG-PROGRAM.
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
           MOVE 'AOC-2016-D21P1' TO LG-PROGRAM.
           MOVE SPACES TO LG-LABEL.
           MOVE SPACES TO LG-VALUE.
           MOVE MT-ELAPSED-SECS TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

       END PROGRAM AOC-2016-D21P1.
