      *    enforces, so every move actually lands on a key. A target
      *    key missing from the layout fails the run (CC 8), which is
      *    how a layout blessed by AOC-2016-KPLINT also gets a
      *    self-checking fixture. LAYOUT-ID=<id>[/<ver>] takes the
      *    layout from the keypad layout library instead of a file
      *    (latest version when none is given).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "keypad_library.cpy".

       01  WS-LAYOUT-NAME      PIC X(100) VALUE SPACES.
       01  WS-LAYOUT-SPEC      PIC X(30)  VALUE SPACES.
       01  WS-KEYPAD-STATUS    PIC XX.
       01  WS-OUTPUT-NAME      PIC X(100) VALUE 'd2p1_fixture.txt'.
       01  WS-TARGET-CODE      PIC X(20)  VALUE SPACES.
       GET-GEN-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-KPGEN' TO CC-PROGRAM.
           MOVE 'LAYOUT-ID' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
                 MOVE 'N' TO CC-LOADED
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-LAYOUT-SPEC
           END-IF.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'LAYOUT' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-LAYOUT-NAME
           ELSE

       LOAD-LAYOUT.
           MOVE SPACES TO KEYPAD.
           IF WS-LAYOUT-SPEC IS NOT EQUAL TO SPACES THEN
              PERFORM LOAD-LIBRARY-LAYOUT
              GO TO LOAD-LAYOUT-EXIT
           END-IF.
           IF WS-LAYOUT-NAME IS EQUAL TO SPACES THEN
              MOVE 5 TO KEYPAD-ROWS
              MOVE 5 TO KEYPAD-COLS
       LOAD-LAYOUT-EXIT.
           EXIT.

       LOAD-LIBRARY-LAYOUT.
           INITIALIZE KL-REQUEST.
           MOVE 'GET' TO KL-FUNC.
           MOVE WS-LAYOUT-SPEC TO KL-SPEC.
           CALL 'AOC-2016-KPLIB' USING KL-REQUEST
              ON EXCEPTION
                 MOVE 'NOLIB' TO KL-STATUS
           END-CALL.
           IF KL-STATUS IS NOT EQUAL TO 'FOUND' THEN
              DISPLAY 'LAYOUT NOT IN LIBRARY: '
                 FUNCTION TRIM(WS-LAYOUT-SPEC) ' ('
                 FUNCTION TRIM(KL-STATUS) ')'
              MOVE 'Y' TO WS-FAILED
           ELSE
              MOVE KL-ROWS TO KEYPAD-ROWS
              MOVE KL-COLS TO KEYPAD-COLS
              PERFORM VARYING WS-ROWS-READ FROM 1 BY 1
                 UNTIL WS-ROWS-READ > 9
                 MOVE KL-ROW-TEXT(WS-ROWS-READ) TO KP-ROW(WS-ROWS-READ)
              END-PERFORM
              DISPLAY 'LAYOUT ' FUNCTION TRIM(KL-TAG) ' FROM LIBRARY'
           END-IF.

       FIND-START-KEY.
           MOVE 0 TO WS-POS-ROW.
           MOVE 0 TO WS-POS-COL.
