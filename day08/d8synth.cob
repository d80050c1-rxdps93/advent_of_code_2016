       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D8SYNTH.

      *    Instruction synthesizer, the other half of D8REF: takes a
      *    target screen in the d8p1p2_screen.txt format ('#' lit,
      *    '.' dark, one record per row; the size is taken from the
      *    file itself) and writes a D8 instruction file that draws
      *    exactly that screen using only 'rect AxB', 'rotate row'
      *    and 'rotate column'.
      *
      *    Construction, right-most target column first: column 0
      *    is always dark when a target column is built into it, one
      *    pixel at a time from the bottom lit row up - 'rect 1x1'
      *    lights the corner, 'rotate column x=0' carries it down to
      *    make room for the next. Rotating every lit row right then
      *    slides the finished columns along until the next target
      *    column is due at column 0; a last row rotation puts the
      *    left-most built column in its place. Nothing ever wraps,
      *    so no rotation disturbs a pixel already placed.
      *
      *    The file is then confirmed end to end: it runs through
      *    AOC-2016-D8P1P2 itself, in its deck mode (so nothing is
      *    ledgered as a production answer), and the rendered screen
      *    is compared pixel by pixel with the target. The report
      *    d8synth_report.txt carries the instruction count, the
      *    lit-pixel count and the OCR text D8P1P2 decoded - chained
      *    behind D8REF, a blessed answer text becomes a complete
      *    instruction-level fixture. The production
      *    d8p1p2_screen.txt is put back afterwards (or removed if
      *    there was none).
      *
      *    CC 0 exact match; CC 8 no usable target, or the replayed
      *    screen differs. Cards: AOC-2016-D8SYNTH SCREEN= (default
      *    d8p1p2_reference.txt), OUTPUT= (default
      *    d8synth_instructions.txt). The confirmation run replaces
      *    the card deck, so run this as its own invocation.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARGETFILE ASSIGN TO DYNAMIC WS-TARGET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TARGET-STATUS.

           SELECT INSTFILE ASSIGN TO DYNAMIC WS-OUTPUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DECKFILE ASSIGN TO 'd8synth_deck.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPLAYFILE ASSIGN TO DYNAMIC WS-REPLAY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPLAY-STATUS.

           SELECT SUMFILE ASSIGN TO 'd8deck_summary.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUM-STATUS.

           SELECT REPORTFILE ASSIGN TO 'd8synth_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TARGETFILE.
       01  TARGET-REC          PIC X(100).

       FD  INSTFILE.
       01  INST-REC            PIC X(40).

       FD  DECKFILE.
       01  DECK-REC            PIC X(100).

       FD  REPLAYFILE.
       01  REPLAY-REC          PIC X(100).

       FD  SUMFILE.
       01  SUM-REC             PIC X(160).

       FD  REPORTFILE.
       01  REPORT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "d8screen.cpy".

       01  WS-TARGET-NAME      PIC X(100)
                               VALUE 'd8p1p2_reference.txt'.
       01  WS-TARGET-STATUS    PIC XX.
       01  WS-OUTPUT-NAME      PIC X(100)
                               VALUE 'd8synth_instructions.txt'.
       01  WS-REPLAY-NAME      PIC X(100).
       01  WS-REPLAY-STATUS    PIC XX.
       01  WS-SUM-STATUS       PIC XX.
       01  WS-SHELL-CMD        PIC X(300).

       01  WS-ROWS             PIC 99     VALUE 0.
       01  WS-COLS             PIC 999    VALUE 0.
       01  WS-ROW-LEN          PIC 999.
       01  WS-BAD-CHARS        PIC 9(5)   VALUE 0.
       01  WS-TOO-BIG          PIC X      VALUE 'N'.
       01  TARGET-GRID.
           05 TG-ROW OCCURS 20 TIMES PIC X(100).
       01  WS-ROW-IDX          PIC 99.
       01  WS-COL-IDX          PIC 999.
       01  WS-TARGET-LIT       PIC 9(5)   VALUE 0.

      *    Synthesis state: which rows hold a lit pixel yet (only
      *    those need rotating), the last target column built into
      *    column 0, and the row of the last pixel placed.
       01  ROW-LIT-TABLE.
           05 ROW-LIT OCCURS 20 TIMES PIC X.
       01  WS-LAST-COL         PIC 999    VALUE 0.
       01  WS-SHIFT            PIC 999.
       01  WS-PREV-ROW         PIC 99.
       01  WS-COLUMN-LIT       PIC 999.
       01  WS-INST-CNT         PIC 9(5)   VALUE 0.
       01  WS-RECT-CNT         PIC 9(5)   VALUE 0.
       01  WS-SHOW-A           PIC ZZ9.
       01  WS-SHOW-B           PIC ZZ9.

      *    Confirmation results.
       01  WS-REPLAY-LIT       PIC 9(5)   VALUE 0.
       01  WS-DIFF-CNT         PIC 9(5)   VALUE 0.
       01  WS-DECK-PIXELS      PIC X(3)   VALUE SPACES.
       01  WS-DECODED-TEXT     PIC X(30)  VALUE SPACES.
       01  WS-CONFIRMED        PIC X      VALUE 'N'.
       01  WS-LINKED           PIC X.
       01  WS-SIZE-TEXT        PIC X(20).

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM GET-SYNTH-PARMS.
           PERFORM LOAD-TARGET THRU LOAD-TARGET-EXIT.
           IF WS-ROWS = 0 OR WS-COLS = 0 OR WS-TOO-BIG = 'Y' OR
              WS-BAD-CHARS > 0 THEN
              DISPLAY 'NO USABLE TARGET SCREEN IN '
                 FUNCTION TRIM(WS-TARGET-NAME)
                 ' - NOTHING SYNTHESIZED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT INSTFILE.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROWS
                 MOVE 'N' TO ROW-LIT(WS-ROW-IDX)
           END-PERFORM.
           PERFORM VARYING WS-COL-IDX FROM WS-COLS BY -1
              UNTIL WS-COL-IDX < 1
                 PERFORM SYNTH-ONE-COLUMN
           END-PERFORM.
           IF WS-LAST-COL > 1 THEN
              COMPUTE WS-SHIFT = WS-LAST-COL - 1
              PERFORM EMIT-ROW-SHIFTS
           END-IF.
           CLOSE INSTFILE.
           DISPLAY 'INSTRUCTIONS WRITTEN: '
              FUNCTION TRIM(WS-OUTPUT-NAME) ' (' WS-INST-CNT
              ' INSTRUCTIONS FOR ' WS-TARGET-LIT ' LIT PIXELS)'.

           PERFORM CONFIRM-INSTRUCTIONS THRU
              CONFIRM-INSTRUCTIONS-EXIT.
           PERFORM WRITE-SYNTH-REPORT.
           IF WS-CONFIRMED = 'Y' THEN
              DISPLAY 'CONFIRMED: D8P1P2 DRAWS THE TARGET EXACTLY ('
                 WS-REPLAY-LIT ' LIT, DECODED '
                 FUNCTION TRIM(WS-DECODED-TEXT) ')'
           ELSE
              DISPLAY 'NOT CONFIRMED - SEE d8synth_report.txt'
              MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       GET-SYNTH-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D8SYNTH' TO CC-PROGRAM.
           MOVE 'SCREEN' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-TARGET-NAME
           END-IF.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'OUTPUT' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-OUTPUT-NAME
           END-IF.

      *    Rows are the file's records, columns the longest row;
      *    anything but '#' and '.' inside the screen is refused.
       LOAD-TARGET.
           OPEN INPUT TARGETFILE.
           IF WS-TARGET-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'TARGET SCREEN NOT FOUND: '
                 FUNCTION TRIM(WS-TARGET-NAME)
              GO TO LOAD-TARGET-EXIT
           END-IF.
           PERFORM UNTIL WS-TARGET-STATUS IS NOT EQUAL TO '00'
              READ TARGETFILE
                 AT END
                    MOVE '10' TO WS-TARGET-STATUS
                 NOT AT END
                    IF TARGET-REC IS NOT EQUAL TO SPACES THEN
                       PERFORM LOAD-TARGET-ROW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TARGETFILE.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROWS
                 PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                    UNTIL WS-COL-IDX > WS-COLS
                       EVALUATE TG-ROW(WS-ROW-IDX)(WS-COL-IDX:1)
                          WHEN '#'
                             ADD 1 TO WS-TARGET-LIT
                          WHEN '.'
                             CONTINUE
                          WHEN OTHER
                             ADD 1 TO WS-BAD-CHARS
                       END-EVALUATE
                 END-PERFORM
           END-PERFORM.
           IF WS-BAD-CHARS > 0 THEN
              DISPLAY WS-BAD-CHARS ' CELL(S) NEITHER # NOR . OR '
                 'ROWS OF UNEVEN LENGTH IN THE TARGET'
           END-IF.
       LOAD-TARGET-EXIT.
           EXIT.

       LOAD-TARGET-ROW.
           IF WS-ROWS >= WS-SCREEN-MAX-ROWS THEN
              MOVE 'Y' TO WS-TOO-BIG
              DISPLAY 'TARGET HAS MORE THAN ' WS-SCREEN-MAX-ROWS
                 ' ROWS'
           ELSE
              ADD 1 TO WS-ROWS
              MOVE TARGET-REC TO TG-ROW(WS-ROWS)
              MOVE 0 TO WS-ROW-LEN
              INSPECT FUNCTION REVERSE(TARGET-REC)
                 TALLYING WS-ROW-LEN FOR LEADING SPACES
              COMPUTE WS-ROW-LEN = 100 - WS-ROW-LEN
              IF WS-ROW-LEN > WS-COLS THEN
                 MOVE WS-ROW-LEN TO WS-COLS
              END-IF
              IF WS-ROW-LEN > WS-SCREEN-MAX-COLS THEN
                 MOVE 'Y' TO WS-TOO-BIG
              END-IF
           END-IF.

      *    Target column WS-COL-IDX is built into column 0 after
      *    the columns to its right have been slid along by the
      *    distance back to the previous built column.
       SYNTH-ONE-COLUMN.
           MOVE 0 TO WS-COLUMN-LIT.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROWS
                 IF TG-ROW(WS-ROW-IDX)(WS-COL-IDX:1) = '#' THEN
                    ADD 1 TO WS-COLUMN-LIT
                 END-IF
           END-PERFORM.
           IF WS-COLUMN-LIT > 0 THEN
              IF WS-LAST-COL > 0 THEN
                 COMPUTE WS-SHIFT = WS-LAST-COL - WS-COL-IDX
                 PERFORM EMIT-ROW-SHIFTS
              END-IF
              MOVE 0 TO WS-PREV-ROW
              PERFORM VARYING WS-ROW-IDX FROM WS-ROWS BY -1
                 UNTIL WS-ROW-IDX < 1
                    IF TG-ROW(WS-ROW-IDX)(WS-COL-IDX:1) = '#' THEN
                       IF WS-PREV-ROW > 0 THEN
                          COMPUTE WS-SHIFT = WS-PREV-ROW - WS-ROW-IDX
                          PERFORM EMIT-COLUMN-SHIFT
                       END-IF
                       PERFORM EMIT-RECT
                       MOVE WS-ROW-IDX TO WS-PREV-ROW
                       MOVE 'Y' TO ROW-LIT(WS-ROW-IDX)
                    END-IF
              END-PERFORM
              IF WS-PREV-ROW > 1 THEN
                 COMPUTE WS-SHIFT = WS-PREV-ROW - 1
                 PERFORM EMIT-COLUMN-SHIFT
              END-IF
              MOVE WS-COL-IDX TO WS-LAST-COL
           END-IF.

       EMIT-RECT.
           MOVE 'rect 1x1' TO INST-REC.
           WRITE INST-REC.
           ADD 1 TO WS-INST-CNT.
           ADD 1 TO WS-RECT-CNT.

       EMIT-COLUMN-SHIFT.
           MOVE WS-SHIFT TO WS-SHOW-B.
           MOVE SPACES TO INST-REC.
           STRING 'rotate column x=0 by ' DELIMITED SIZE
              FUNCTION TRIM(WS-SHOW-B) DELIMITED SIZE
              INTO INST-REC
           END-STRING.
           WRITE INST-REC.
           ADD 1 TO WS-INST-CNT.

      *    Dark rows are left alone - rotating them changes nothing.
       EMIT-ROW-SHIFTS.
           MOVE WS-SHIFT TO WS-SHOW-B.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROWS
                 IF ROW-LIT(WS-ROW-IDX) = 'Y' THEN
                    COMPUTE WS-SHOW-A = WS-ROW-IDX - 1
                    MOVE SPACES TO INST-REC
                    STRING 'rotate row y=' DELIMITED SIZE
                       FUNCTION TRIM(WS-SHOW-A) DELIMITED SIZE
                       ' by ' DELIMITED SIZE
                       FUNCTION TRIM(WS-SHOW-B) DELIMITED SIZE
                       INTO INST-REC
                    END-STRING
                    WRITE INST-REC
                    ADD 1 TO WS-INST-CNT
                 END-IF
           END-PERFORM.

      *    Run the file through D8P1P2's deck mode on a one-entry
      *    deck at the target's size; deck mode keeps the rendered
      *    screen as <instruction file>.screen and summarizes the
      *    lit count and OCR decode in d8deck_summary.txt.
       CONFIRM-INSTRUCTIONS.
           OPEN OUTPUT DECKFILE.
           MOVE SPACES TO DECK-REC.
           MOVE WS-OUTPUT-NAME TO DECK-REC.
           WRITE DECK-REC.
           CLOSE DECKFILE.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING 'rm -f d8synth_screen_hold.txt; ' DELIMITED SIZE
              'cp d8p1p2_screen.txt d8synth_screen_hold.txt '
                 DELIMITED SIZE
              '2>/dev/null' DELIMITED SIZE
              INTO WS-SHELL-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SHELL-CMD.

           MOVE 'RESET' TO CC-FUNC.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           MOVE 'PUT' TO CC-FUNC.
           MOVE 'AOC-2016-D8P1P2' TO CC-PROGRAM.
           MOVE 'DECK' TO CC-KEYWORD.
           MOVE 'd8synth_deck.txt' TO CC-VALUE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           MOVE WS-ROWS TO WS-SHOW-A.
           MOVE WS-COLS TO WS-SHOW-B.
           MOVE SPACES TO WS-SIZE-TEXT.
           STRING FUNCTION TRIM(WS-SHOW-A) DELIMITED SIZE
              'x' DELIMITED SIZE
              FUNCTION TRIM(WS-SHOW-B) DELIMITED SIZE
              INTO WS-SIZE-TEXT
           END-STRING.
           MOVE 'PUT' TO CC-FUNC.
           MOVE 'SIZE' TO CC-KEYWORD.
           MOVE WS-SIZE-TEXT TO CC-VALUE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           CANCEL 'AOC-2016-D8P1P2'.
           MOVE 'Y' TO WS-LINKED.
           CALL 'AOC-2016-D8P1P2'
              ON EXCEPTION
                 MOVE 'N' TO WS-LINKED
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING 'if [ -f d8synth_screen_hold.txt ]; then '
                 DELIMITED SIZE
              'mv d8synth_screen_hold.txt d8p1p2_screen.txt; '
                 DELIMITED SIZE
              'else rm -f d8p1p2_screen.txt; fi' DELIMITED SIZE
              INTO WS-SHELL-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SHELL-CMD.
           MOVE 0 TO RETURN-CODE.
           IF WS-LINKED = 'N' THEN
              DISPLAY 'AOC-2016-D8P1P2 NOT LINKED - NOT CONFIRMED'
              GO TO CONFIRM-INSTRUCTIONS-EXIT
           END-IF.

           OPEN INPUT SUMFILE.
           IF WS-SUM-STATUS = '00' THEN
              READ SUMFILE
                 AT END
                    MOVE '10' TO WS-SUM-STATUS
              END-READ
              IF WS-SUM-STATUS = '00' THEN
                 READ SUMFILE
                    AT END
                       MOVE '10' TO WS-SUM-STATUS
                    NOT AT END
                       MOVE SUM-REC(31:3) TO WS-DECK-PIXELS
                       MOVE SUM-REC(37:30) TO WS-DECODED-TEXT
                 END-READ
              END-IF
              CLOSE SUMFILE
           END-IF.

           MOVE SPACES TO WS-REPLAY-NAME.
           STRING FUNCTION TRIM(WS-OUTPUT-NAME) DELIMITED SIZE
              '.screen' DELIMITED SIZE
              INTO WS-REPLAY-NAME
           END-STRING.
           OPEN INPUT REPLAYFILE.
           IF WS-REPLAY-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'NO RENDERED SCREEN FROM D8P1P2 - NOT CONFIRMED'
              GO TO CONFIRM-INSTRUCTIONS-EXIT
           END-IF.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROWS
                 MOVE SPACES TO REPLAY-REC
                 READ REPLAYFILE
                    AT END
                       MOVE SPACES TO REPLAY-REC
                 END-READ
                 INSPECT REPLAY-REC(1:WS-COLS) TALLYING WS-REPLAY-LIT
                    FOR ALL '#'
                 PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                    UNTIL WS-COL-IDX > WS-COLS
                       IF REPLAY-REC(WS-COL-IDX:1) IS NOT EQUAL TO
                          TG-ROW(WS-ROW-IDX)(WS-COL-IDX:1) THEN
                          ADD 1 TO WS-DIFF-CNT
                       END-IF
                 END-PERFORM
           END-PERFORM.
           CLOSE REPLAYFILE.
           IF WS-DIFF-CNT = 0 AND WS-REPLAY-LIT = WS-TARGET-LIT THEN
              MOVE 'Y' TO WS-CONFIRMED
           END-IF.
       CONFIRM-INSTRUCTIONS-EXIT.
           EXIT.

       WRITE-SYNTH-REPORT.
           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-REC.
           STRING 'D8 INSTRUCTION SYNTHESIS FROM ' DELIMITED SIZE
              FUNCTION TRIM(WS-TARGET-NAME) DELIMITED SIZE
              ' (' DELIMITED SIZE
              FUNCTION TRIM(WS-SIZE-TEXT) DELIMITED SIZE
              ')' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'INSTRUCTION FILE   ' DELIMITED SIZE
              FUNCTION TRIM(WS-OUTPUT-NAME) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'INSTRUCTIONS       ' DELIMITED SIZE
              WS-INST-CNT DELIMITED SIZE
              ' (' DELIMITED SIZE
              WS-RECT-CNT DELIMITED SIZE
              ' RECT)' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'TARGET LIT PIXELS  ' DELIMITED SIZE
              WS-TARGET-LIT DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'D8P1P2 LIT PIXELS  ' DELIMITED SIZE
              WS-REPLAY-LIT DELIMITED SIZE
              '   (DECK SUMMARY ' DELIMITED SIZE
              WS-DECK-PIXELS DELIMITED SIZE
              ')' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'PIXELS DIFFERING   ' DELIMITED SIZE
              WS-DIFF-CNT DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'OCR DECODE         ' DELIMITED SIZE
              FUNCTION TRIM(WS-DECODED-TEXT) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           IF WS-CONFIRMED = 'Y' THEN
              MOVE 'RESULT             CONFIRMED - EXACT MATCH'
                 TO REPORT-REC
           ELSE
              MOVE 'RESULT             NOT CONFIRMED' TO REPORT-REC
           END-IF.
           WRITE REPORT-REC.
           CLOSE REPORTFILE.

       END PROGRAM AOC-2016-D8SYNTH.
