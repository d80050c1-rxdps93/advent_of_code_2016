       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D8RECON.

      *    Parallel-run reconciliation between the two Day 8 screen
      *    programs. AOC-2016-D8P1 keeps its own fixed 6x50 LCD;
      *    AOC-2016-D8P1P2 is the parameterized replacement. This
      *    step drives both rule sets side by side over the same
      *    instruction file - each keeps its own screen, rotates with
      *    its own arithmetic - and after every instruction compares
      *    the two screens pixel by pixel, so the report can name
      *    the first instruction after which they part company.
      *    At end of file the lit-pixel counts and the final screens
      *    are compared and every differing pixel is listed.
      *
      *    Output d8_parallel_recon.txt. The D8P1P2 screen is sized
      *    from its own SIZE= card, exactly as that program would
      *    run; a pixel outside one program's screen counts as dark
      *    for that program. Any disagreement is W-logged to
      *    AOC-2016-ERRLOG and is CC 4; no input file is CC 8.
      *
      *    Card AOC-2016-D8RECON INPUT= names the file; without it
      *    the D8P1P2 and then the D8P1 INPUT card is used, so in
      *    the batch the step reconciles the file both steps read.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "input_file_select.cpy"
              REPLACING ==FILE-NAME-FIELD== BY ==WS-INPUT-FILE-NAME==.
           SELECT REPORTFILE ASSIGN TO 'd8_parallel_recon.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "input_file_fd.cpy"
          REPLACING ==INPUT-LINE-PIC== BY ==X(99)==.

       FD  REPORTFILE.
       01  REPORT-REC  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".
       COPY "run_registry.cpy".
       COPY "d8screen.cpy".

       01  WS-INPUT-FILE-NAME PIC X(100) VALUE 'TEST'.
       01  WS-FILE-NAME-PARM  PIC X(100).
       01  WS-INPUTFILE-STATUS PIC XX.
       01  LOOP        PIC 9       VALUE 1.
       01  WS-CURRENT-DATE     PIC X(21).
       01  WS-SIZE-PARM        PIC X(20).

      *    D8P1 rule set: its fixed table and scratch fields, kept
      *    the same pictures as the program so truncation behaves
      *    the same way.
       01  P1-LEN      PIC 99.
       01  P1-X        PIC 99.
       01  P1-Y        PIC 99.
       01  P1-TMP      PIC 99.
       01  P1-OFFSET   PIC 99.
       01  P1-LCD OCCURS 6 TIMES.
           05 P1-ROW OCCURS 50 TIMES.
              10 P1-PIXEL PIC X VALUE '.'.
       01  P1-TMP-ROW  PIC X OCCURS 50 TIMES.
       01  P1-TMP-COL  PIC X OCCURS 6 TIMES.
       01  P1-ROWS     PIC 99      VALUE 6.
       01  P1-COLS     PIC 999     VALUE 50.
       01  P1-LIT      PIC 9(4)    VALUE 0.

      *    D8P1P2 rule set: the parameterized table, sized by its
      *    SIZE= card.
       01  P2-LEN      PIC 99.
       01  P2-X        PIC 99.
       01  P2-Y        PIC 99.
       01  P2-TMP      PIC 99.
       01  P2-OFFSET   PIC 99.
       01  WS-ROWS     PIC 99      VALUE 6.
       01  WS-COLS     PIC 999     VALUE 50.
       01  P2-LCD.
           05 P2-LCD-ROW OCCURS 20 TIMES.
              10 P2-ROW OCCURS 100 TIMES.
                 15 P2-PIXEL PIC X VALUE '.'.
       01  P2-TMP-ROW  PIC X OCCURS 100 TIMES.
       01  P2-TMP-COL  PIC X OCCURS 20 TIMES.
       01  P2-LIT      PIC 9(4)    VALUE 0.

      *    Comparison state.
       01  WS-CMP-ROWS     PIC 99.
       01  WS-CMP-COLS     PIC 999.
       01  WS-CMP-R        PIC 99.
       01  WS-CMP-C        PIC 999.
       01  WS-P1-PX        PIC X.
       01  WS-P2-PX        PIC X.
       01  WS-DIFF-CNT     PIC 9(5).
       01  WS-DIFF-LIST    PIC X       VALUE 'N'.
       01  WS-DIFF-SHOWN   PIC 9(5)    VALUE 0.
       01  WS-DIFF-SHOW-MAX PIC 9(5)   VALUE 200.
       01  WS-LINE-NUM     PIC 9(6)    VALUE 0.
       01  WS-INSTR-CNT    PIC 9(6)    VALUE 0.
       01  WS-DIVERGED     PIC X       VALUE 'N'.
       01  WS-DIV-LINE     PIC 9(6)    VALUE 0.
       01  WS-DIV-CNT      PIC 9(5)    VALUE 0.
       01  WS-DIV-TEXT     PIC X(99)   VALUE SPACES.
       01  WS-FINAL-DIFF   PIC 9(5)    VALUE 0.
       01  WS-AGREE        PIC X       VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           IF RR-RUN-NUMBER IS NOT NUMERIC THEN
              MOVE 0 TO RR-RUN-NUMBER
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM GET-FILE-NAME.
           PERFORM GET-SCREEN-SIZE.
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
           MOVE P1-ROWS TO WS-CMP-ROWS.
           IF WS-ROWS > WS-CMP-ROWS THEN
              MOVE WS-ROWS TO WS-CMP-ROWS
           END-IF.
           MOVE P1-COLS TO WS-CMP-COLS.
           IF WS-COLS > WS-CMP-COLS THEN
              MOVE WS-COLS TO WS-CMP-COLS
           END-IF.

           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-REC.
           STRING 'D8 PARALLEL RUN RECONCILIATION RUN=' DELIMITED SIZE
              RR-RUN-NUMBER DELIMITED SIZE
              ' DATE=' DELIMITED SIZE
              WS-CURRENT-DATE(1:8) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'INPUT=' DELIMITED SIZE
              FUNCTION TRIM(WS-INPUT-FILE-NAME) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'AOC-2016-D8P1   SCREEN ' DELIMITED SIZE
              P1-ROWS DELIMITED SIZE
              'x' DELIMITED SIZE
              P1-COLS DELIMITED SIZE
              ' (FIXED)' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'AOC-2016-D8P1P2 SCREEN ' DELIMITED SIZE
              WS-ROWS DELIMITED SIZE
              'x' DELIMITED SIZE
              WS-COLS DELIMITED SIZE
              ' (SIZE CARD)' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM UNTIL LOOP = 0
              READ INPUTFILE NEXT RECORD INTO INPUT-LINE
              AT END
                 MOVE 0 TO LOOP
              NOT AT END
                 ADD 1 TO WS-LINE-NUM
                 IF INPUT-LINE IS NOT EQUAL TO SPACES THEN
                    PERFORM RECONCILE-INSTRUCTION
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE INPUTFILE.

           PERFORM COUNT-LIT-PIXELS.
           MOVE SPACES TO REPORT-REC.
           STRING 'INSTRUCTIONS READ:  ' DELIMITED SIZE
              WS-INSTR-CNT DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'LIT PIXELS D8P1=' DELIMITED SIZE
              P1-LIT DELIMITED SIZE
              ' D8P1P2=' DELIMITED SIZE
              P2-LIT DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           IF P1-LIT = P2-LIT THEN
              MOVE 'MATCH' TO REPORT-REC(40:8)
           ELSE
              MOVE 'MISMATCH' TO REPORT-REC(40:8)
              MOVE 'N' TO WS-AGREE
           END-IF.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).

           MOVE SPACES TO REPORT-REC.
           IF WS-DIVERGED = 'N' THEN
              MOVE 'FIRST DIVERGENCE:   NONE - SCREENS AGREED AFTER'
                 TO REPORT-REC
              MOVE 'EVERY INSTRUCTION' TO REPORT-REC(49:17)
           ELSE
              MOVE 'N' TO WS-AGREE
              STRING 'FIRST DIVERGENCE:   AFTER LINE ' DELIMITED SIZE
                 WS-DIV-LINE DELIMITED SIZE
                 ' (' DELIMITED SIZE
                 WS-DIV-CNT DELIMITED SIZE
                 ' PIXELS DIFFER) ' DELIMITED SIZE
                 FUNCTION TRIM(WS-DIV-TEXT) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
           END-IF.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).

           IF WS-DIVERGED = 'Y' THEN
              PERFORM WRITE-FINAL-DIFFERENCES
           END-IF.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           IF WS-AGREE = 'Y' THEN
              MOVE 'RESULT: AGREE - D8P1 AND D8P1P2 PRODUCE THE SAME'
                 TO REPORT-REC
              MOVE 'SCREEN' TO REPORT-REC(50:6)
           ELSE
              MOVE 'RESULT: DISAGREE - SEE DIVERGENCE ABOVE'
                 TO REPORT-REC
              MOVE WS-INPUT-FILE-NAME(1:20) TO EL-REFERENCE
              MOVE 'AOC0602W' TO EL-MSG-ID
              MOVE WS-DIV-LINE TO EL-VALUE-1
              PERFORM LOG-ERROR
              MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).
           CLOSE REPORTFILE.
           GOBACK.

       GET-FILE-NAME.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D8RECON' TO CC-PROGRAM.
           MOVE 'INPUT' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
                 MOVE 'N' TO CC-LOADED
           END-CALL.
           IF CC-FOUND = 'N' THEN
              MOVE 'AOC-2016-D8P1P2' TO CC-PROGRAM
              CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
           END-IF.
           IF CC-FOUND = 'N' THEN
              MOVE 'AOC-2016-D8P1' TO CC-PROGRAM
              CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
           END-IF.
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

      *    The D8P1P2 screen size, resolved from its SIZE= card with
      *    the same defaults and limits that program applies.
       GET-SCREEN-SIZE.
           MOVE WS-SCREEN-DEF-ROWS TO WS-ROWS.
           MOVE WS-SCREEN-DEF-COLS TO WS-COLS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D8P1P2' TO CC-PROGRAM.
           MOVE 'SIZE' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           MOVE SPACES TO WS-SIZE-PARM.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE(1:20) TO WS-SIZE-PARM
           END-IF.
           IF WS-SIZE-PARM IS NOT EQUAL TO SPACES THEN
              UNSTRING WS-SIZE-PARM DELIMITED BY 'x' OR 'X'
                 INTO WS-ROWS WS-COLS
              END-UNSTRING
           END-IF.
           IF WS-ROWS > WS-SCREEN-MAX-ROWS OR WS-ROWS = 0 THEN
              MOVE WS-SCREEN-DEF-ROWS TO WS-ROWS
           END-IF.
           IF WS-COLS > WS-SCREEN-MAX-COLS OR WS-COLS = 0 THEN
              MOVE WS-SCREEN-DEF-COLS TO WS-COLS
           END-IF.

      *    One instruction through both rule sets, then compare.
      *    The comparison stops once the first divergence is on
      *    record; the final screens are compared in full at end.
       RECONCILE-INSTRUCTION.
           ADD 1 TO WS-INSTR-CNT.
           PERFORM P1-PARSE-LINE.
           PERFORM P2-PARSE-LINE.
           IF WS-DIVERGED = 'N' THEN
              MOVE 'N' TO WS-DIFF-LIST
              PERFORM COMPARE-SCREENS
              IF WS-DIFF-CNT > 0 THEN
                 MOVE 'Y' TO WS-DIVERGED
                 MOVE WS-LINE-NUM TO WS-DIV-LINE
                 MOVE WS-DIFF-CNT TO WS-DIV-CNT
                 MOVE INPUT-LINE TO WS-DIV-TEXT
                 PERFORM WRITE-DIVERGENCE-SCREENS
              END-IF
           END-IF.

      *    Pixel-by-pixel over the larger of the two screens; with
      *    WS-DIFF-LIST = 'Y' each difference is also listed.
       COMPARE-SCREENS.
           MOVE 0 TO WS-DIFF-CNT.
           PERFORM VARYING WS-CMP-R FROM 1 BY 1
                 UNTIL WS-CMP-R > WS-CMP-ROWS
              PERFORM VARYING WS-CMP-C FROM 1 BY 1
                    UNTIL WS-CMP-C > WS-CMP-COLS
                 PERFORM COMPARE-PIXEL
              END-PERFORM
           END-PERFORM.

       COMPARE-PIXEL.
           MOVE '.' TO WS-P1-PX.
           IF WS-CMP-R <= P1-ROWS AND WS-CMP-C <= P1-COLS THEN
              MOVE P1-PIXEL(WS-CMP-R WS-CMP-C) TO WS-P1-PX
           END-IF.
           MOVE '.' TO WS-P2-PX.
           IF WS-CMP-R <= WS-ROWS AND WS-CMP-C <= WS-COLS THEN
              MOVE P2-PIXEL(WS-CMP-R, WS-CMP-C) TO WS-P2-PX
           END-IF.
           IF WS-P1-PX IS NOT EQUAL TO WS-P2-PX THEN
              ADD 1 TO WS-DIFF-CNT
              IF WS-DIFF-LIST = 'Y' THEN
                 IF WS-DIFF-SHOWN < WS-DIFF-SHOW-MAX THEN
                    ADD 1 TO WS-DIFF-SHOWN
                    MOVE SPACES TO REPORT-REC
                    STRING '  ROW=' DELIMITED SIZE
                       WS-CMP-R DELIMITED SIZE
                       ' COL=' DELIMITED SIZE
                       WS-CMP-C DELIMITED SIZE
                       ' D8P1=' DELIMITED SIZE
                       WS-P1-PX DELIMITED SIZE
                       ' D8P1P2=' DELIMITED SIZE
                       WS-P2-PX DELIMITED SIZE
                       INTO REPORT-REC
                    END-STRING
                    WRITE REPORT-REC
                 END-IF
              END-IF
           END-IF.

      *    Both screens as they stood right after the first
      *    instruction that split them.
       WRITE-DIVERGENCE-SCREENS.
           MOVE SPACES TO REPORT-REC.
           STRING 'SCREENS AFTER LINE ' DELIMITED SIZE
              WS-DIV-LINE DELIMITED SIZE
              ': ' DELIMITED SIZE
              FUNCTION TRIM(INPUT-LINE) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE '  AOC-2016-D8P1' TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-CMP-R FROM 1 BY 1
                 UNTIL WS-CMP-R > P1-ROWS
              MOVE SPACES TO REPORT-REC
              MOVE P1-LCD(WS-CMP-R) TO REPORT-REC(5:50)
              WRITE REPORT-REC
           END-PERFORM.
           MOVE '  AOC-2016-D8P1P2' TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-CMP-R FROM 1 BY 1
                 UNTIL WS-CMP-R > WS-ROWS
              MOVE SPACES TO REPORT-REC
              MOVE P2-LCD-ROW(WS-CMP-R)(1:WS-COLS)
                 TO REPORT-REC(5:WS-COLS)
              WRITE REPORT-REC
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

       WRITE-FINAL-DIFFERENCES.
           MOVE 'Y' TO WS-DIFF-LIST.
           MOVE 0 TO WS-DIFF-SHOWN.
           MOVE SPACES TO REPORT-REC.
           MOVE 'FINAL SCREEN DIFFERENCES:' TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM COMPARE-SCREENS.
           MOVE WS-DIFF-CNT TO WS-FINAL-DIFF.
           MOVE SPACES TO REPORT-REC.
           STRING '  PIXELS DIFFERING AT END: ' DELIMITED SIZE
              WS-FINAL-DIFF DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           IF WS-FINAL-DIFF > WS-DIFF-SHOWN THEN
              MOVE '(LIST TRUNCATED)' TO REPORT-REC(40:16)
           END-IF.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).

       COUNT-LIT-PIXELS.
           MOVE 0 TO P1-LIT.
           PERFORM VARYING WS-CMP-R FROM 1 BY 1
                 UNTIL WS-CMP-R > P1-ROWS
              INSPECT P1-LCD(WS-CMP-R) TALLYING P1-LIT FOR ALL '#'
           END-PERFORM.
           MOVE 0 TO P2-LIT.
           PERFORM VARYING WS-CMP-R FROM 1 BY 1
                 UNTIL WS-CMP-R > WS-ROWS
              INSPECT P2-LCD-ROW(WS-CMP-R)(1:WS-COLS)
                 TALLYING P2-LIT FOR ALL '#'
           END-PERFORM.

      *    ---- AOC-2016-D8P1 rule set ----
       P1-PARSE-LINE.
           IF INPUT-LINE(2:1) = 'e' THEN
              PERFORM P1-RECT
           ELSE IF INPUT-LINE(8:1) = 'c' THEN
              PERFORM P1-ROT-COL
           ELSE IF INPUT-LINE(8:1) = 'r' THEN
              PERFORM P1-ROT-ROW
           END-IF.

       P1-RECT.
           MOVE 0 TO P1-LEN
           MOVE 0 TO P1-TMP
           INSPECT INPUT-LINE TALLYING P1-LEN
              FOR CHARACTERS BEFORE 'x'
           INSPECT FUNCTION TRIM(INPUT-LINE) TALLYING P1-TMP
              FOR CHARACTERS AFTER 'x'

           MOVE INPUT-LINE(6:P1-LEN - 5) TO P1-X
           MOVE INPUT-LINE(P1-LEN + 2:P1-TMP) TO P1-Y

           PERFORM VARYING P1-LEN FROM 1 BY 1 UNTIL P1-LEN > P1-Y
              PERFORM VARYING P1-TMP FROM 1 BY 1 UNTIL P1-TMP > P1-X
                 MOVE '#' TO P1-ROW(P1-LEN P1-TMP)
              END-PERFORM
           END-PERFORM.

       P1-ROT-COL.
           MOVE FUNCTION TRIM(INPUT-LINE(17:2)) TO P1-X
           MOVE FUNCTION TRIM(INPUT-LINE(22:3)) TO P1-Y

           PERFORM VARYING P1-TMP FROM 0 BY 1 UNTIL P1-TMP > 5
              COMPUTE P1-OFFSET = FUNCTION MOD(P1-TMP + P1-Y 6)
              END-COMPUTE
              MOVE P1-ROW(P1-TMP + 1 P1-X + 1)
                 TO P1-TMP-COL(P1-OFFSET + 1)
           END-PERFORM

           PERFORM VARYING P1-TMP FROM 1 BY 1 UNTIL P1-TMP > 6
              MOVE P1-TMP-COL(P1-TMP) TO P1-ROW(P1-TMP P1-X + 1)
           END-PERFORM.

       P1-ROT-ROW.
           MOVE FUNCTION TRIM(INPUT-LINE(14:2)) TO P1-Y
           MOVE FUNCTION TRIM(INPUT-LINE(19:3)) TO P1-X

           PERFORM VARYING P1-TMP FROM 0 BY 1 UNTIL P1-TMP > 49
              COMPUTE P1-OFFSET = FUNCTION MOD(P1-TMP + P1-X 50)
              END-COMPUTE
              MOVE P1-ROW(P1-Y + 1 P1-TMP + 1)
                 TO P1-TMP-ROW(P1-OFFSET + 1)
           END-PERFORM

           PERFORM VARYING P1-TMP FROM 1 BY 1 UNTIL P1-TMP > 50
              MOVE P1-TMP-ROW(P1-TMP) TO P1-ROW(P1-Y + 1 P1-TMP)
           END-PERFORM.

      *    ---- AOC-2016-D8P1P2 rule set ----
       P2-PARSE-LINE.
           IF INPUT-LINE(2:1) = 'e' THEN
              PERFORM P2-RECT
           ELSE IF INPUT-LINE(8:1) = 'c' THEN
              PERFORM P2-ROT-COL
           ELSE IF INPUT-LINE(8:1) = 'r' THEN
              PERFORM P2-ROT-ROW
           END-IF.

       P2-RECT.
           MOVE 0 TO P2-LEN
           MOVE 0 TO P2-TMP
           INSPECT INPUT-LINE TALLYING P2-LEN
              FOR CHARACTERS BEFORE 'x'
           INSPECT FUNCTION TRIM(INPUT-LINE) TALLYING P2-TMP
              FOR CHARACTERS AFTER 'x'

           MOVE INPUT-LINE(6:P2-LEN - 5) TO P2-X
           MOVE INPUT-LINE(P2-LEN + 2:P2-TMP) TO P2-Y

           PERFORM VARYING P2-LEN FROM 1 BY 1 UNTIL P2-LEN > P2-Y
              PERFORM VARYING P2-TMP FROM 1 BY 1 UNTIL P2-TMP > P2-X
                 MOVE '#' TO P2-PIXEL(P2-LEN, P2-TMP)
              END-PERFORM
           END-PERFORM.

       P2-ROT-COL.
           MOVE FUNCTION TRIM(INPUT-LINE(17:2)) TO P2-X
           MOVE FUNCTION TRIM(INPUT-LINE(22:3)) TO P2-Y

           PERFORM VARYING P2-TMP FROM 0 BY 1
                 UNTIL P2-TMP > WS-ROWS - 1
              COMPUTE P2-OFFSET = FUNCTION MOD(P2-TMP + P2-Y WS-ROWS)
              END-COMPUTE
              MOVE P2-PIXEL(P2-TMP + 1, P2-X + 1)
                 TO P2-TMP-COL(P2-OFFSET + 1)
           END-PERFORM

           PERFORM VARYING P2-TMP FROM 1 BY 1 UNTIL P2-TMP > WS-ROWS
              MOVE P2-TMP-COL(P2-TMP) TO P2-PIXEL(P2-TMP, P2-X + 1)
           END-PERFORM.

       P2-ROT-ROW.
           MOVE FUNCTION TRIM(INPUT-LINE(14:2)) TO P2-Y
           MOVE FUNCTION TRIM(INPUT-LINE(19:3)) TO P2-X

           PERFORM VARYING P2-TMP FROM 0 BY 1
                 UNTIL P2-TMP > WS-COLS - 1
              COMPUTE P2-OFFSET = FUNCTION MOD(P2-TMP + P2-X WS-COLS)
              END-COMPUTE
              MOVE P2-PIXEL(P2-Y + 1, P2-TMP + 1)
                 TO P2-TMP-ROW(P2-OFFSET + 1)
           END-PERFORM

           PERFORM VARYING P2-TMP FROM 1 BY 1 UNTIL P2-TMP > WS-COLS
              MOVE P2-TMP-ROW(P2-TMP) TO P2-PIXEL(P2-Y + 1, P2-TMP)
           END-PERFORM.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-D8RECON' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       END PROGRAM AOC-2016-D8RECON.
