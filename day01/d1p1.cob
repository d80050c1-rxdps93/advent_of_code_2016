003110     IF WS-INPUTFILE-STATUS IS NOT EQUAL TO '00' THEN
003120        DISPLAY 'INPUT FILE NOT FOUND: '
003130           FUNCTION TRIM(WS-INPUT-FILE-NAME) ' - SKIPPING STEP'
003132        MOVE WS-INPUT-FILE-NAME(1:20) TO EL-REFERENCE
003133        MOVE 'AOC0101E' TO EL-MSG-ID
003134        MOVE WS-INPUT-FILE-NAME TO EL-VALUE-1
003136        PERFORM LOG-ERROR
003140        CLOSE TRAILFILE
003150        CLOSE REJECTFILE
003326                 MOVE 'Y' TO WS-TRIPS-FULL
003327                 DISPLAY 'TRIP TABLE FULL AT ' TRIP-MAX
003328                    ' - REMAINING RECORDS IGNORED'
003329                 MOVE TRIP-MAX TO EL-REFERENCE
003330                 MOVE 'AOC0301W' TO EL-MSG-ID
003331                 MOVE 'TRIP TABLE' TO EL-VALUE-1
003332                 MOVE 'REMAINING RECORDS IGNORED' TO EL-VALUE-2
003333                 PERFORM FLAG-STEP-WARNING
003334                 PERFORM LOG-ERROR
003335              END-IF
005560              INTO REJECT-REC
005570           END-STRING
005580           WRITE REJECT-REC
005582           MOVE INDX TO EL-REFERENCE
005583           MOVE 'AOC0201W' TO EL-MSG-ID
005584           MOVE REJECT-REC TO EL-VALUE-1
005585           PERFORM FLAG-STEP-WARNING
005586           PERFORM LOG-ERROR
005590        END-IF
008557
008558 WRITE-DIR-REJECT.
008558     WRITE REJECT-REC.
008558     MOVE INDX TO EL-REFERENCE.
008558     MOVE 'AOC0201W' TO EL-MSG-ID.
008558     MOVE REJECT-REC TO EL-VALUE-1.
008558     PERFORM FLAG-STEP-WARNING.
008558     PERFORM LOG-ERROR.
008559
008776        ELSE
008778           MOVE 'Y' TO VIS-OVERFLOW
008780           MOVE 12 TO WS-STEP-CC
008782           MOVE VIS-CNT TO EL-REFERENCE
008784           MOVE 'AOC0302E' TO EL-MSG-ID
008786           MOVE 'VISITED STORE' TO EL-VALUE-1
008787           MOVE 'STEP FAILED' TO EL-VALUE-2
008788           PERFORM LOG-ERROR
008789        END-IF
008790        END-IF
