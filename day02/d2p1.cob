       COPY "ledger_service.cpy".
       COPY "manifest_lineage.cpy".
       COPY "run_registry.cpy".
       COPY "keypad_library.cpy".
       01 INDX        PIC 999    VALUE 001.
       01 OFFSET      PIC 999.
       01 LEN         PIC 999.
       01 WS-KEYPAD-PARM           PIC X(100).
       01 WS-KEYPAD-DIM-LINE       PIC X(20).

      *    LAYOUT-ID=name or name/version takes the keypad from the
      *    layout library instead of a file; the tag it resolves to
      *    is stamped into the summary and onto every ledger line.
       01 WS-LAYOUT-SPEC           PIC X(30)  VALUE SPACES.
       01 WS-LAYOUT-TAG            PIC X(20)  VALUE SPACES.
       01 WS-LAYOUT-OK             PIC X      VALUE 'Y'.
       01 WS-LAYOUT-CLAUSE         PIC X(30)  VALUE SPACES.

       01 START-X                  PIC 9 VALUE 0.
       01 START-Y                  PIC 9 VALUE 0.
       01 SCAN-X                   PIC 9 VALUE 0.
              GOBACK
           END-IF.
           PERFORM LOAD-KEYPAD.
           IF WS-LAYOUT-OK = 'N' THEN
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM FIND-START-POS.
           PERFORM GET-SESSION-LIST.

           PERFORM REPORT-WATERMARKS.
           PERFORM CAPTURE-METRICS-END.
           PERFORM WRITE-AOC-METRICS.
           MOVE SPACES TO ML-REFDATA-TAG.

           IF SESSIONS-RUN = 0 THEN
              MOVE 8 TO WS-STEP-CC
           MOVE SPACES TO SUMMARY-REC.
           MOVE RH-LINE(1:132) TO SUMMARY-REC.
           WRITE SUMMARY-REC.
           IF WS-LAYOUT-TAG IS NOT EQUAL TO SPACES THEN
              MOVE SPACES TO SUMMARY-REC
              STRING 'KEYPAD LAYOUT-ID=' DELIMITED SIZE
                 FUNCTION TRIM(WS-LAYOUT-TAG) DELIMITED SIZE
                 ' ADDED=' DELIMITED SIZE
                 KL-ADDED DELIMITED SIZE
                 ' FROM=' DELIMITED SIZE
                 FUNCTION TRIM(KL-SOURCE) DELIMITED SIZE
                 INTO SUMMARY-REC
              END-STRING
              WRITE SUMMARY-REC
           END-IF.

       LOAD-KEYPAD.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D2P1' TO CC-PROGRAM.
           MOVE 'LAYOUT-ID' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-LAYOUT-SPEC
              PERFORM LOAD-KEYPAD-FROM-LIBRARY
           ELSE
              PERFORM LOAD-KEYPAD-BY-NAME
           END-IF.

       LOAD-KEYPAD-BY-NAME.
           MOVE 'KEYPAD' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           MOVE SPACES TO WS-KEYPAD-PARM.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-KEYPAD-PARM
              PERFORM LOAD-KEYPAD-FROM-FILE
           END-IF.

      *    A library layout that cannot be found stops the step:
      *    falling back to a file or the diamond would decode
      *    against keys the deck did not ask for.
       LOAD-KEYPAD-FROM-LIBRARY.
           MOVE SPACES TO KEYPAD.
           INITIALIZE KL-REQUEST.
           MOVE 'GET' TO KL-FUNC.
           MOVE WS-LAYOUT-SPEC TO KL-SPEC.
           CALL 'AOC-2016-KPLIB' USING KL-REQUEST
              ON EXCEPTION
                 MOVE 'NOLIB' TO KL-STATUS
           END-CALL.
           IF KL-STATUS IS NOT EQUAL TO 'FOUND' THEN
              DISPLAY 'KEYPAD LAYOUT ' FUNCTION TRIM(WS-LAYOUT-SPEC)
                 ' NOT IN LIBRARY (' FUNCTION TRIM(KL-STATUS)
                 ') - STEP SKIPPED'
              MOVE WS-LAYOUT-SPEC(1:20) TO EL-REFERENCE
              MOVE 'AOC0105E' TO EL-MSG-ID
              MOVE WS-LAYOUT-SPEC TO EL-VALUE-1
              MOVE KL-STATUS TO EL-VALUE-2
              PERFORM LOG-ERROR
              MOVE 'N' TO WS-LAYOUT-OK
           ELSE
              MOVE KL-ROWS TO KEYPAD-ROWS
              MOVE KL-COLS TO KEYPAD-COLS
              PERFORM VARYING KEYPAD-DIM-IDX FROM 1 BY 1
                 UNTIL KEYPAD-DIM-IDX > KEYPAD-ROWS
                    MOVE KL-ROW-TEXT(KEYPAD-DIM-IDX)
                       TO KP-ROW(KEYPAD-DIM-IDX)
              END-PERFORM
              MOVE KL-TAG TO WS-LAYOUT-TAG
              STRING ' LAYOUT=' DELIMITED SIZE
                 FUNCTION TRIM(WS-LAYOUT-TAG) DELIMITED SIZE
                 INTO WS-LAYOUT-CLAUSE
              END-STRING
              MOVE SPACES TO ML-REFDATA-TAG
              STRING 'LAYOUT=' DELIMITED SIZE
                 FUNCTION TRIM(WS-LAYOUT-TAG) DELIMITED SIZE
                 INTO ML-REFDATA-TAG
              END-STRING
              DISPLAY 'KEYPAD LAYOUT ' FUNCTION TRIM(WS-LAYOUT-TAG)
                 ' FROM LIBRARY'
           END-IF.

       LOAD-DEFAULT-DIAMOND-KEYPAD.
           MOVE 5 TO KEYPAD-ROWS.
           MOVE 5 TO KEYPAD-COLS.
              END-STRING
              WRITE ERROR-REC
              PERFORM FLAG-STEP-WARNING
              MOVE WS-SESSION-FILE-NAME(1:20) TO EL-REFERENCE
              MOVE 'AOC0102E' TO EL-MSG-ID
              MOVE WS-SESSION-FILE-NAME TO EL-VALUE-1
              PERFORM LOG-ERROR
           ELSE
              DISPLAY 'SESSION ' WS-SESSION-FILE-NAME ' CODE: '
                 SESSION-CODE(1:SESSION-CODE-LEN) DELIMITED SIZE
                 ' BAD-CHARS-TOTAL=' DELIMITED SIZE
                 BAD-CHAR-TOTAL DELIMITED SIZE
                 WS-LAYOUT-CLAUSE DELIMITED BY '  '
                 INTO SUMMARY-REC
              END-STRING
              WRITE SUMMARY-REC
           END-STRING.
           WRITE ERROR-REC.
           PERFORM FLAG-STEP-WARNING.
           MOVE LINE-NUM TO EL-REFERENCE.
           MOVE 'AOC0201W' TO EL-MSG-ID.
           MOVE ERROR-REC TO EL-VALUE-1.
           PERFORM LOG-ERROR.

       GET-BOUNCE-PCT.
           IF WS-SES-RATE > WS-BOUNCE-PCT THEN
              MOVE 'LAYOUT-MISMATCH?' TO WS-SES-FLAG
              PERFORM FLAG-STEP-WARNING
              MOVE WS-SESSION-FILE-NAME(1:20) TO EL-REFERENCE
              MOVE 'AOC0603W' TO EL-MSG-ID
              MOVE WS-SES-RATE TO EL-VALUE-1
              MOVE WS-BOUNCE-PCT TO EL-VALUE-2
              PERFORM LOG-ERROR
           ELSE
              MOVE 'OK' TO WS-SES-FLAG
