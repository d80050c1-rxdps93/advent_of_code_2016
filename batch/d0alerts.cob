      *    AOC-2016-CONSOLE flips a record to ACKED (stamping who,
      *    when, and a note), and AOC-2016-SHIFTRPT carries every
      *    still-OPEN alert into each report until it is signed off.
      *
      *    A monitor running between batches (AOC-2016-ARRIVALS) sets
      *    the routing scope in alert_scope.cpy before calling: only
      *    its own just-logged error records are routed.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  METRICS-REC         PIC X(100).

       FD  ALERTFILE.
       01  ALERT-REC           PIC X(200).

       FD  ERRFILE.
       01  ERR-REC             PIC X(160).

       WORKING-STORAGE SECTION.
       COPY "run_registry.cpy".
       COPY "alert_scope.cpy".
       COPY "control_cards.cpy".

       01  WS-THRESH-NAME      PIC X(100) VALUE 'aoc_thresholds.txt'.
       01  WS-VALUE-TOKEN      PIC X(18).
       01  WS-ELAPSED          PIC 9(9).
       01  WS-RUN-TOKEN        PIC X(12).
       01  WS-ERR-STAMP        PIC X(14).
       01  WS-SCOPED           PIC X      VALUE 'N'.
       01  WS-BREACH-CNT       PIC 9(4)   VALUE 0.
       01  WS-ALERT-SEQ        PIC 9(4)   VALUE 0.
       01  WS-SEQ-LOADED       PIC X      VALUE 'N'.
       01  WS-RTE-TOK4         PIC X(8).
       01  WS-ERR-PROGRAM      PIC X(20).
       01  WS-ERR-SEV          PIC X.
       01  WS-ERR-MESSAGE      PIC X(89).
       01  WS-PAGE-CNT         PIC 9(4)   VALUE 0.
       01  WS-WARN-CNT         PIC 9(4)   VALUE 0.
       01  WS-LOGONLY-CNT      PIC 9(4)   VALUE 0.
              RR-RUN-NUMBER DELIMITED SIZE
              INTO WS-RUN-TOKEN
           END-STRING.
           MOVE 'N' TO WS-SCOPED.
           IF AL-SCOPE-PROGRAM IS NOT EQUAL TO SPACES AND
              AL-SCOPE-PROGRAM IS NOT EQUAL TO LOW-VALUES THEN
              MOVE 'Y' TO WS-SCOPED
           END-IF.
           IF WS-SCOPED = 'N' THEN
              PERFORM METRICS-ALERTING THRU METRICS-ALERTING-EXIT
           END-IF.
           PERFORM ERROR-ROUTING THRU ERROR-ROUTING-EXIT.
           IF WS-BREACH-CNT > 0 OR WS-PAGE-CNT > 0 THEN
              MOVE 8 TO RETURN-CODE
                 AT END
                    MOVE '10' TO WS-ERRFILE-STATUS
                 NOT AT END
                    IF WS-SCOPED = 'Y' THEN
                       MOVE SPACES TO WS-ERR-STAMP
                       STRING ERR-REC(12:8) DELIMITED SIZE
                          ERR-REC(21:6) DELIMITED SIZE
                          INTO WS-ERR-STAMP
                       END-STRING
                       IF ERR-REC(28:20) = AL-SCOPE-PROGRAM AND
                          WS-ERR-STAMP >= AL-SCOPE-SINCE THEN
                          PERFORM ROUTE-ERROR-REC
                       END-IF
                    ELSE
                       IF RR-RUN-NUMBER = 0 OR
                          ERR-REC(1:10) = WS-RUN-TOKEN(1:10) THEN
                          PERFORM ROUTE-ERROR-REC
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           END-IF.

      *    Error-record layout (see AOC-2016-ERRLOG): program at
      *    28-47, severity at 49, message from 72 - for a catalogued
      *    message the id and the 80-byte text, 89 bytes in all.
       ROUTE-ERROR-REC.
           MOVE ERR-REC(28:20) TO WS-ERR-PROGRAM.
           MOVE ERR-REC(49:1) TO WS-ERR-SEV.
           MOVE ERR-REC(72:89) TO WS-ERR-MESSAGE.
           MOVE 0 TO WS-RTE-HIT.
           PERFORM VARYING WS-RTE-IDX FROM 1 BY 1
              UNTIL WS-RTE-IDX > WS-RTE-CNT OR WS-RTE-HIT > 0
           UNSTRING METRICS-REC DELIMITED BY ' RUN='
              INTO WS-LINE-REST WS-LINE-TAIL
           END-UNSTRING.
      *    only whole-run elapsed lines measure against the limit:
      *    the phase, per-door and count lines share the program
      *    prefix, and a count (cache misses, hash calls) is no time
           IF RR-RUN-NUMBER IS NOT EQUAL TO 0 AND
              WS-LINE-TAIL(1:6) IS NOT EQUAL TO
                 WS-RUN-TOKEN(5:6) THEN
              CONTINUE
           ELSE
           IF WS-LINE-REST(21:20) IS NOT EQUAL TO
              ': ELAPSED SECONDS = ' THEN
              CONTINUE
           ELSE
              PERFORM VARYING WS-THR-IDX FROM 1 BY 1
                 UNTIL WS-THR-IDX > WS-THR-CNT
                       PERFORM CHECK-ONE-THRESHOLD
                    END-IF
              END-PERFORM
           END-IF
           END-IF.

       CHECK-ONE-THRESHOLD.
