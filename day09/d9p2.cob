004510     IF WS-INPUTFILE-STATUS IS NOT EQUAL TO '00' THEN
004520        DISPLAY 'INPUT FILE NOT FOUND: '
004530           FUNCTION TRIM(WS-INPUT-FILE-NAME) ' - SKIPPING STEP'
004531        MOVE WS-INPUT-FILE-NAME(1:20) TO EL-REFERENCE
004532        MOVE 'AOC0101E' TO EL-MSG-ID
004533        MOVE WS-INPUT-FILE-NAME TO EL-VALUE-1
004534        PERFORM LOG-ERROR
004535        MOVE 8 TO RETURN-CODE
004540        GOBACK
011600
011700     IF WS-BAD-MARKER = 'Y' THEN
011800        DISPLAY '    MALFORMED MARKER AT POSITION ' ORIG-PSN
011802        MOVE ORIG-PSN TO EL-REFERENCE
011804        MOVE 'AOC0206W' TO EL-MSG-ID
011806        MOVE ORIG-PSN TO EL-VALUE-1
011810        PERFORM FLAG-STEP-WARNING
011812        PERFORM LOG-ERROR
011900        MOVE ORIG-PSN TO PSN
012800        IF STK-TOP >= WS-STACK-MAX THEN
012900           DISPLAY '    MARKER NESTING TOO DEEP AT POSITION '
013000              ORIG-PSN ' -- INNER MULTIPLIER DROPPED'
013002           MOVE ORIG-PSN TO EL-REFERENCE
013004           MOVE 'AOC0301W' TO EL-MSG-ID
013006           MOVE 'MARKER NESTING STACK' TO EL-VALUE-1
013008           MOVE 'INNER MULTIPLIER DROPPED' TO EL-VALUE-2
013010           PERFORM FLAG-STEP-WARNING
013012           PERFORM LOG-ERROR
013100        ELSE
