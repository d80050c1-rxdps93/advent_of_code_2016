           IF WS-INPUTFILE-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'INPUT FILE NOT FOUND: '
                 FUNCTION TRIM(WS-INPUT-FILE-NAME) ' - SKIPPING STEP'
              MOVE WS-INPUT-FILE-NAME(1:20) TO EL-REFERENCE
              MOVE 'AOC0101E' TO EL-MSG-ID
              MOVE WS-INPUT-FILE-NAME TO EL-VALUE-1
              PERFORM LOG-ERROR
              CLOSE AUDITFILE
              MOVE 8 TO RETURN-CODE
                       ' - WAITING FOR ITS SECOND CHIP'
                       DELIMITED BY SIZE INTO STALL-REC
                    WRITE STALL-REC
                    MOVE WS-STALL-BOT TO EL-REFERENCE
                    MOVE 'AOC0402E' TO EL-MSG-ID
                    MOVE WS-STALL-BOT TO EL-VALUE-1
                    MOVE WS-HELD-VAL TO EL-VALUE-2
                    PERFORM LOG-ERROR
                 END-IF
                 IF CHIPS-DONE IN CHIPS(TMP) = 'N' AND
                 DELIMITED BY SIZE INTO AUDIT-REC
              WRITE AUDIT-REC
              PERFORM FLAG-STEP-WARNING
              MOVE SPACES TO EL-REFERENCE
              MOVE 'AOC0207W' TO EL-MSG-ID
              MOVE TMP-R TO EL-VALUE-1
              PERFORM LOG-ERROR
           END-IF.

                    DELIMITED BY SIZE INTO AUDIT-REC
                 WRITE AUDIT-REC
                 PERFORM FLAG-STEP-WARNING
                 MOVE SPACES TO EL-REFERENCE
                 MOVE 'AOC0207W' TO EL-MSG-ID
                 MOVE TMP-R TO EL-VALUE-1
                 PERFORM LOG-ERROR
              END-IF

                    DELIMITED BY SIZE INTO AUDIT-REC
                 WRITE AUDIT-REC
                 PERFORM FLAG-STEP-WARNING
                 MOVE SPACES TO EL-REFERENCE
                 MOVE 'AOC0207W' TO EL-MSG-ID
                 MOVE TMP TO EL-VALUE-1
                 PERFORM LOG-ERROR
              END-IF
           END-IF.
