      *    report in d2p1_keypad_lint.txt; any FAIL exits CC 8.
      *    Layout format matches the decoder: 'R C' header line, then
      *    R rows of key characters (blank = no key).
      *
      *    The lint is also the only way into the keypad layout
      *    library (AOC-2016-KPLIB):
      *        ADD-LAYOUT=<id>,<file>  lints the file and, only on a
      *                                PASS, adds it as the next
      *                                version of <id>
      *        LAYOUT-ID=<id>[/<ver>]  re-lints a layout already in
      *                                the library (latest version
      *                                when none is given)
      *    Both repeatable; a layout not added, or not found, is a
      *    FAIL like any other.
      *    Inside a change freeze (AOC-2016-FREEZE) a layout is only
      *    added under an emergency-change reference, card
      *    AOC-2016-KPLINT EMERGENCY=<ref>; the add is logged either
      *    way, and refused without one. With the freeze service not
      *    linked every add is refused and the exit is CC 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "keypad_library.cpy".
       COPY "change_freeze.cpy".

       01  WS-LAYOUT-NAME      PIC X(100).
       01  WS-KEYPAD-STATUS    PIC XX.
       01  WS-PARM             PIC X(100).
       01  WS-ADD-ID           PIC X(30).
       01  WS-ADD-FILE         PIC X(100).
       01  WS-EMERGENCY-REF    PIC X(20)  VALUE SPACES.
       01  WS-FZ-LINKED        PIC X      VALUE 'Y'.

       01  KEYPAD-MAX-DIM      PIC 9      VALUE 9.
       01  KEYPAD-ROWS         PIC 99     VALUE 0.
                    MOVE 'N' TO CC-FOUND
              END-CALL
           END-PERFORM.
           IF CC-LOADED IS NOT EQUAL TO 'N' THEN
              MOVE 'EMERGENCY' TO CC-KEYWORD
              MOVE 1 TO CC-OCCURRENCE
              MOVE 'GET' TO CC-FUNC
              CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              IF CC-FOUND = 'Y' THEN
                 MOVE CC-VALUE(1:20) TO WS-EMERGENCY-REF
              END-IF
              PERFORM LINT-LIBRARY-CARDS
           END-IF.
           IF WS-FILE-CNT = 0 AND CC-LOADED = 'N' THEN
              DISPLAY 'KEYPAD LAYOUT FILE (BLANK TO END LIST): '
                 WITH NO ADVANCING
              END-IF
           END-IF.
           CLOSE KEYPADFILE.
           PERFORM WRITE-VERDICT.
       LINT-ONE-LAYOUT-EXIT.
           EXIT.

       WRITE-VERDICT.
           MOVE SPACES TO REPORT-REC.
           IF WS-FILE-FAILED = 'Y' THEN
              STRING 'FAIL ' DELIMITED SIZE
           END-IF.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).

       LINT-LIBRARY-CARDS.
           MOVE 'ADD-LAYOUT' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           MOVE 'GET' TO CC-FUNC.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           PERFORM UNTIL CC-FOUND = 'N'
              ADD 1 TO WS-FILE-CNT
              PERFORM ADD-ONE-LAYOUT THRU ADD-ONE-LAYOUT-EXIT
              ADD 1 TO CC-OCCURRENCE
              MOVE 'GET' TO CC-FUNC
              CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
           END-PERFORM.
           MOVE 'LAYOUT-ID' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           MOVE 'GET' TO CC-FUNC.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           PERFORM UNTIL CC-FOUND = 'N'
              ADD 1 TO WS-FILE-CNT
              PERFORM LINT-LIBRARY-LAYOUT THRU
                 LINT-LIBRARY-LAYOUT-EXIT
              ADD 1 TO CC-OCCURRENCE
              MOVE 'GET' TO CC-FUNC
              CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
           END-PERFORM.

      *    ADD-LAYOUT=<id>,<file>: the file goes through the same lint
      *    as a LAYOUT= card and is handed to the library only when
      *    that verdict is PASS.
       ADD-ONE-LAYOUT.
           MOVE SPACES TO WS-ADD-ID.
           MOVE SPACES TO WS-ADD-FILE.
           UNSTRING CC-VALUE DELIMITED BY ','
              INTO WS-ADD-ID WS-ADD-FILE
           END-UNSTRING.
           IF WS-ADD-ID = SPACES OR WS-ADD-FILE = SPACES OR
              WS-ADD-ID(17:) IS NOT EQUAL TO SPACES THEN
              PERFORM NOTE-FAILURE
              MOVE SPACES TO REPORT-REC
              STRING 'FAIL ADD-LAYOUT=' DELIMITED SIZE
                 FUNCTION TRIM(CC-VALUE) DELIMITED SIZE
                 ' (EXPECTED <ID>,<FILE>; ID UP TO 16)' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              DISPLAY FUNCTION TRIM(REPORT-REC)
              GO TO ADD-ONE-LAYOUT-EXIT
           END-IF.
           MOVE WS-ADD-FILE TO WS-LAYOUT-NAME.
           PERFORM LINT-ONE-LAYOUT THRU LINT-ONE-LAYOUT-EXIT.
           MOVE SPACES TO REPORT-REC.
           IF WS-FILE-FAILED = 'Y' THEN
              STRING '    NOT ADDED TO LIBRARY AS ' DELIMITED SIZE
                 FUNCTION TRIM(WS-ADD-ID) DELIMITED SIZE
                 ' - LINT FAILED' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              DISPLAY FUNCTION TRIM(REPORT-REC)
              GO TO ADD-ONE-LAYOUT-EXIT
           END-IF.
           MOVE 'CHECK' TO FZ-FUNC.
           MOVE 'AOC-2016-KPLINT' TO FZ-PROGRAM.
           MOVE SPACES TO FZ-OPERATOR.
           MOVE SPACES TO FZ-CHANGE.
           STRING 'KEYPAD LIBRARY ADD ' DELIMITED SIZE
              FUNCTION TRIM(WS-ADD-ID) DELIMITED SIZE
              ' FROM ' DELIMITED SIZE
              FUNCTION TRIM(WS-ADD-FILE) DELIMITED SIZE
              INTO FZ-CHANGE
           END-STRING.
           MOVE WS-EMERGENCY-REF TO FZ-EMERGENCY-REF.
           MOVE 'Y' TO WS-FZ-LINKED.
           CALL 'AOC-2016-FREEZE' USING FZ-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO WS-FZ-LINKED
                 MOVE 'N' TO FZ-ALLOWED
           END-CALL.
           IF WS-FZ-LINKED = 'N' THEN
              DISPLAY 'FREEZE SERVICE UNAVAILABLE - CHANGE REFUSED'
              PERFORM NOTE-FAILURE
              MOVE SPACES TO REPORT-REC
              STRING '    NOT ADDED TO LIBRARY AS ' DELIMITED SIZE
                 FUNCTION TRIM(WS-ADD-ID) DELIMITED SIZE
                 ' - FREEZE SERVICE UNAVAILABLE' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              DISPLAY FUNCTION TRIM(REPORT-REC)
              GO TO ADD-ONE-LAYOUT-EXIT
           END-IF.
           IF FZ-ALLOWED IS NOT EQUAL TO 'Y' THEN
              PERFORM NOTE-FAILURE
              MOVE SPACES TO REPORT-REC
              STRING '    NOT ADDED TO LIBRARY AS ' DELIMITED SIZE
                 FUNCTION TRIM(WS-ADD-ID) DELIMITED SIZE
                 ' - CHANGE FREEZE UNTIL ' DELIMITED SIZE
                 FZ-UNTIL DELIMITED SIZE
                 ', NO EMERGENCY REF' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              DISPLAY FUNCTION TRIM(REPORT-REC)
              GO TO ADD-ONE-LAYOUT-EXIT
           END-IF.
           INITIALIZE KL-REQUEST.
           MOVE 'ADD' TO KL-FUNC.
           MOVE WS-ADD-ID TO KL-LAYOUT-ID.
           MOVE KEYPAD-ROWS TO KL-ROWS.
           MOVE KEYPAD-COLS TO KL-COLS.
           PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 9
              MOVE KP-ROW(WS-ROW) TO KL-ROW-TEXT(WS-ROW)
           END-PERFORM.
           MOVE WS-ADD-FILE TO KL-SOURCE.
           CALL 'AOC-2016-KPLIB' USING KL-REQUEST
              ON EXCEPTION
                 MOVE 'NOLIB' TO KL-STATUS
           END-CALL.
           MOVE SPACES TO REPORT-REC.
           IF KL-STATUS = 'ADDED' THEN
              STRING '    ADDED TO LIBRARY AS ' DELIMITED SIZE
                 FUNCTION TRIM(KL-TAG) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
           ELSE
              PERFORM NOTE-FAILURE
              STRING '    NOT ADDED TO LIBRARY AS ' DELIMITED SIZE
                 FUNCTION TRIM(WS-ADD-ID) DELIMITED SIZE
                 ' - LIBRARY STATUS ' DELIMITED SIZE
                 KL-STATUS DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
           END-IF.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).
       ADD-ONE-LAYOUT-EXIT.
           EXIT.

      *    LAYOUT-ID=<id>[/<ver>]: the stored rows get the same row
      *    width, duplicate and reachability checks as a file.
       LINT-LIBRARY-LAYOUT.
           MOVE 'N' TO WS-FILE-FAILED.
           MOVE SPACES TO KEYPAD.
           MOVE SPACES TO REACHED.
           INITIALIZE KL-REQUEST.
           MOVE 'GET' TO KL-FUNC.
           MOVE CC-VALUE TO KL-SPEC.
           CALL 'AOC-2016-KPLIB' USING KL-REQUEST
              ON EXCEPTION
                 MOVE 'NOLIB' TO KL-STATUS
           END-CALL.
           MOVE SPACES TO WS-LAYOUT-NAME.
           IF KL-STATUS IS NOT EQUAL TO 'FOUND' THEN
              PERFORM NOTE-FAILURE
              MOVE SPACES TO REPORT-REC
              STRING 'FAIL LAYOUT-ID=' DELIMITED SIZE
                 FUNCTION TRIM(CC-VALUE) DELIMITED SIZE
                 ' (LIBRARY STATUS ' DELIMITED SIZE
                 FUNCTION TRIM(KL-STATUS) DELIMITED SIZE
                 ')' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              DISPLAY FUNCTION TRIM(REPORT-REC)
              GO TO LINT-LIBRARY-LAYOUT-EXIT
           END-IF.
           STRING 'LAYOUT-ID=' DELIMITED SIZE
              FUNCTION TRIM(KL-TAG) DELIMITED SIZE
              INTO WS-LAYOUT-NAME
           END-STRING.
           MOVE KL-ROWS TO KEYPAD-ROWS.
           MOVE KL-COLS TO KEYPAD-COLS.
           MOVE 0 TO WS-ROWS-READ.
           PERFORM UNTIL WS-ROWS-READ >= KEYPAD-ROWS
              ADD 1 TO WS-ROWS-READ
              MOVE KL-ROW-TEXT(WS-ROWS-READ) TO KP-ROW(WS-ROWS-READ)
              MOVE 0 TO WS-ROW-LEN
              INSPECT FUNCTION REVERSE(KL-ROW-TEXT(WS-ROWS-READ))
                 TALLYING WS-ROW-LEN FOR LEADING SPACES
              COMPUTE WS-ROW-LEN = 9 - WS-ROW-LEN
              IF WS-ROW-LEN > KEYPAD-COLS THEN
                 PERFORM NOTE-FAILURE
                 MOVE SPACES TO REPORT-REC
                 STRING '    ROW ' DELIMITED SIZE
                    WS-ROWS-READ DELIMITED SIZE
                    ' WIDER THAN THE COLUMN HEADER' DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
                 WRITE REPORT-REC
              END-IF
           END-PERFORM.
           IF WS-FILE-FAILED = 'N' THEN
              PERFORM CHECK-DUPLICATE-KEYS
              PERFORM CHECK-REACHABILITY
           END-IF.
           PERFORM WRITE-VERDICT.
       LINT-LIBRARY-LAYOUT-EXIT.
           EXIT.

       FAIL-LAYOUT-MISSING.
