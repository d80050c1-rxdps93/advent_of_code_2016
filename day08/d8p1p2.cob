004810     IF WS-INPUTFILE-STATUS IS NOT EQUAL TO '00' THEN
004820        DISPLAY 'INPUT FILE NOT FOUND: '
004830           FUNCTION TRIM(WS-INPUT-FILE-NAME) ' - SKIPPING STEP'
004831        MOVE WS-INPUT-FILE-NAME(1:20) TO EL-REFERENCE
004832        MOVE 'AOC0101E' TO EL-MSG-ID
004833        MOVE WS-INPUT-FILE-NAME TO EL-VALUE-1
004834        PERFORM LOG-ERROR
004835        MOVE 8 TO RETURN-CODE
004840        GOBACK
016940     IF WS-SNAPSHOT-STATUS IS NOT EQUAL TO '00' THEN
016950        DISPLAY 'SNAPSHOT FILE NOT FOUND: '
016960           FUNCTION TRIM(WS-SNAPSHOT-FILE-NAME)
016961        MOVE WS-SNAPSHOT-FILE-NAME(1:20) TO EL-REFERENCE
016962        MOVE 'AOC0103W' TO EL-MSG-ID
016963        MOVE WS-SNAPSHOT-FILE-NAME TO EL-VALUE-1
016965        PERFORM FLAG-STEP-WARNING
016966        PERFORM LOG-ERROR
016970        GO TO DIFF-SCREEN-EXIT
