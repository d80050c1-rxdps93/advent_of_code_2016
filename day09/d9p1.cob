           IF WS-INPUTFILE-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'INPUT FILE NOT FOUND: '
                 FUNCTION TRIM(WS-INPUT-FILE-NAME) ' - SKIPPING STEP'
              MOVE WS-INPUT-FILE-NAME(1:20) TO EL-REFERENCE
              MOVE 'AOC0101E' TO EL-MSG-ID
              MOVE WS-INPUT-FILE-NAME TO EL-VALUE-1
              PERFORM LOG-ERROR
              MOVE 8 TO RETURN-CODE
              GOBACK
