      *                           / COMPLETE), and when every shard is
      *                           complete feed the partial names to
      *                           AOC-2016-D5-MERGE and run it
      *                  QUEUE  - work-queue run instead of fixed
      *                           ranges: cut 0-99999999 into CHUNK=
      *                           sized chunks (default 1000000) in
      *                           aoc_d5_queue_pN.txt, leases lapsing
      *                           after TIMEOUT= seconds (default
      *                           600), and write one worker deck per
      *                           shard (QUEUE= and SHARD= cards)
      *
      *    While a queue file exists for the part, STATUS reports
      *    the queue instead - chunks done and leased per shard, the
      *    free pool, leases reclaimed - and runs the merge over the
      *    workers' partials once every chunk is done.
      *
      *    A shard runs in its own terminal with
      *        cp aoc_d5_shard_NN.txt aoc_control_cards.txt
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PART-STATUS.

           SELECT QUEUEPROBE ASSIGN TO DYNAMIC WS-QUEUE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.

           SELECT BOARDFILE ASSIGN TO 'aoc_d5_shard_board.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       01  PART-REC            PIC X(40).


       FD  QUEUEPROBE.
       01  QUEUEPROBE-REC      PIC X(80).

       FD  BOARDFILE.
       01  BOARD-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "d5_queue.cpy".

       01  WS-DECK-NAME        PIC X(100).
       01  WS-CKPT-NAME        PIC X(100).
       01  WS-PART-NAME        PIC X(100).
       01  WS-PART-STATUS      PIC XX.
       01  WS-PARM             PIC X(40).
       01  WS-QUEUE-NAME       PIC X(100).
       01  WS-QUEUE-STATUS     PIC XX.
       01  WS-QUEUE-RUN        PIC X      VALUE 'N'.
       01  WS-CHUNK-SIZE       PIC 9(8)   VALUE 1000000.
       01  WS-TIMEOUT          PIC 9(6)   VALUE 600.
       01  WS-PROOF-NAME       PIC X(100).

       01  WS-DOOR-ID          PIC X(8)   VALUE 'abc'.
       01  WS-SHARD-CNT        PIC 99     VALUE 4.
              MOVE 'AOC-2016-D5P1' TO WS-TARGET-PROGRAM
           END-IF.
           PERFORM COMPUTE-SHARD-RANGES.
           PERFORM BUILD-QUEUE-NAME.
           EVALUATE WS-MODE
              WHEN 'PLAN'
                 PERFORM WRITE-SHARD-DECKS
              WHEN 'QUEUE'
                 PERFORM BUILD-WORK-QUEUE THRU BUILD-WORK-QUEUE-EXIT
              WHEN OTHER
                 PERFORM PROBE-WORK-QUEUE
                 IF WS-QUEUE-RUN = 'Y' THEN
                    PERFORM CHECK-QUEUE-PROGRESS
                 ELSE
                    PERFORM CHECK-SHARD-PROGRESS
                 END-IF
           END-EVALUATE.
           IF WS-QUEUE-RUN = 'Y' THEN
              PERFORM WRITE-QUEUE-BOARD
           ELSE
              IF WS-MODE IS NOT EQUAL TO 'QUEUE' THEN
                 PERFORM WRITE-SHARD-BOARD
              END-IF
           END-IF.
           IF WS-MODE IS NOT EQUAL TO 'PLAN' AND
              WS-MODE IS NOT EQUAL TO 'QUEUE' AND
              WS-COMPLETE-CNT = WS-SHARD-CNT THEN
              IF WS-QUEUE-RUN = 'Y' THEN
                 DISPLAY 'ALL CHUNKS DONE - RUNNING THE MERGE'
              ELSE
                 DISPLAY 'ALL SHARDS COMPLETE - RUNNING THE MERGE'
              END-IF
              PERFORM RUN-MERGE
           END-IF.
           GOBACK.
              MOVE CC-VALUE(1:6) TO WS-MODE
           ELSE
              IF CC-LOADED = 'N' THEN
                 DISPLAY 'MODE (PLAN/QUEUE/STATUS, BLANK = STATUS): '
                    WITH NO ADVANCING
                 MOVE SPACES TO WS-PARM
                 ACCEPT WS-PARM FROM SYSIN
              END-IF
           END-IF.

           MOVE 'GET' TO CC-FUNC.
           MOVE 'CHUNK' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:9)) = 0 THEN
              MOVE FUNCTION NUMVAL(CC-VALUE(1:9)) TO WS-CHUNK-SIZE
           END-IF.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'TIMEOUT' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:7)) = 0 THEN
              MOVE FUNCTION NUMVAL(CC-VALUE(1:7)) TO WS-TIMEOUT
           END-IF.

       COMPUTE-SHARD-RANGES.
           COMPUTE WS-SHARD-SIZE =
              (WS-FULL-END + 1 + WS-SHARD-CNT - 1) / WS-SHARD-CNT.
              INTO WS-CKPT-NAME
           END-STRING.

       BUILD-QUEUE-NAME.
           MOVE SPACES TO WS-QUEUE-NAME.
           STRING 'aoc_d5_queue_' DELIMITED SIZE
              FUNCTION LOWER-CASE(WS-PART) DELIMITED SIZE
              '.txt' DELIMITED SIZE
              INTO WS-QUEUE-NAME
           END-STRING.

       PROBE-WORK-QUEUE.
           OPEN INPUT QUEUEPROBE.
           IF WS-QUEUE-STATUS = '00' THEN
              MOVE 'Y' TO WS-QUEUE-RUN
              CLOSE QUEUEPROBE
           END-IF.

      *    An existing queue is never rebuilt - that would throw away
      *    every chunk already swept; it has to be removed by hand
      *    to start a door over.
       BUILD-WORK-QUEUE.
           MOVE 'Y' TO WS-QUEUE-RUN.
           INITIALIZE DQ-REQUEST.
           MOVE 'BUILD' TO DQ-FUNC.
           MOVE WS-QUEUE-NAME TO DQ-QUEUE-FILE.
           MOVE WS-DOOR-ID TO DQ-DOOR-ID.
           MOVE WS-PART TO DQ-PART.
           MOVE WS-CHUNK-SIZE TO DQ-CHUNK-SIZE.
           MOVE WS-TIMEOUT TO DQ-TIMEOUT.
           CALL 'AOC-2016-D5QUEUE' USING DQ-REQUEST
              ON EXCEPTION
                 MOVE 'NOQUEUE' TO DQ-STATUS
           END-CALL.
           EVALUATE DQ-STATUS
              WHEN 'OK'
                 DISPLAY 'WORK QUEUE WRITTEN: '
                    FUNCTION TRIM(WS-QUEUE-NAME) ' ('
                    DQ-CHUNK-CNT ' CHUNKS)'
              WHEN 'EXISTS'
                 DISPLAY 'WORK QUEUE ' FUNCTION TRIM(WS-QUEUE-NAME)
                    ' ALREADY EXISTS - KEPT AS IT IS'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY 'WORK QUEUE NOT WRITTEN: ' DQ-STATUS
                    ' (CHUNK SIZE 100000-100000000)'
                 MOVE 'N' TO WS-QUEUE-RUN
                 MOVE 8 TO RETURN-CODE
                 GO TO BUILD-WORK-QUEUE-EXIT
           END-EVALUATE.
           PERFORM VARYING WS-SHARD-IDX FROM 1 BY 1
              UNTIL WS-SHARD-IDX > WS-SHARD-CNT
              PERFORM WRITE-WORKER-DECK
           END-PERFORM.
       BUILD-WORK-QUEUE-EXIT.
           EXIT.

       WRITE-WORKER-DECK.
           PERFORM BUILD-SHARD-NAMES.
           MOVE SPACES TO WS-PROOF-NAME.
           STRING 'd5' DELIMITED SIZE
              FUNCTION LOWER-CASE(WS-PART) DELIMITED SIZE
              '_proof_s' DELIMITED SIZE
              SHARD-NO-DIGITS DELIMITED SIZE
              '.txt' DELIMITED SIZE
              INTO WS-PROOF-NAME
           END-STRING.
           MOVE SPACES TO WS-DECK-NAME.
           STRING 'aoc_d5_shard_' DELIMITED SIZE
              SHARD-NO-DIGITS DELIMITED SIZE
              '.txt' DELIMITED SIZE
              INTO WS-DECK-NAME
           END-STRING.
           OPEN OUTPUT DECKFILE.
           MOVE '* work-queue deck written by the D5 controller'
              TO DECK-REC.
           WRITE DECK-REC.
           MOVE SPACES TO DECK-REC.
           STRING WS-TARGET-PROGRAM DELIMITED SPACE
              ' DOOR-ID=' DELIMITED SIZE
              FUNCTION TRIM(WS-DOOR-ID) DELIMITED SIZE
              INTO DECK-REC
           END-STRING.
           WRITE DECK-REC.
           MOVE SPACES TO DECK-REC.
           STRING WS-TARGET-PROGRAM DELIMITED SPACE
              ' QUEUE=' DELIMITED SIZE
              FUNCTION TRIM(WS-QUEUE-NAME) DELIMITED SIZE
              INTO DECK-REC
           END-STRING.
           WRITE DECK-REC.
           MOVE SPACES TO DECK-REC.
           STRING WS-TARGET-PROGRAM DELIMITED SPACE
              ' SHARD=' DELIMITED SIZE
              SHARD-NO-DIGITS DELIMITED SIZE
              INTO DECK-REC
           END-STRING.
           WRITE DECK-REC.
           MOVE SPACES TO DECK-REC.
           STRING WS-TARGET-PROGRAM DELIMITED SPACE
              ' PARTIAL=' DELIMITED SIZE
              FUNCTION TRIM(WS-PART-NAME) DELIMITED SIZE
              INTO DECK-REC
           END-STRING.
           WRITE DECK-REC.
           MOVE SPACES TO DECK-REC.
           STRING WS-TARGET-PROGRAM DELIMITED SPACE
              ' PROOF=' DELIMITED SIZE
              FUNCTION TRIM(WS-PROOF-NAME) DELIMITED SIZE
              INTO DECK-REC
           END-STRING.
           WRITE DECK-REC.
           CLOSE DECKFILE.
           DISPLAY 'WORKER DECK WRITTEN: ' FUNCTION TRIM(WS-DECK-NAME).

       WRITE-SHARD-DECKS.
           PERFORM VARYING WS-SHARD-IDX FROM 1 BY 1
              UNTIL WS-SHARD-IDX > WS-SHARD-CNT
                 TO DECK-REC
              WRITE DECK-REC
              MOVE SPACES TO DECK-REC
              STRING WS-TARGET-PROGRAM DELIMITED SPACE
                 ' DOOR-ID=' DELIMITED SIZE
                 FUNCTION TRIM(WS-DOOR-ID) DELIMITED SIZE
                 INTO DECK-REC
              END-STRING
              WRITE DECK-REC
              MOVE SPACES TO DECK-REC
              STRING WS-TARGET-PROGRAM DELIMITED SPACE
                 ' START-INDX=' DELIMITED SIZE
                 SH-START(WS-SHARD-IDX) DELIMITED SIZE
                 INTO DECK-REC
              END-STRING
              WRITE DECK-REC
              MOVE SPACES TO DECK-REC
              STRING WS-TARGET-PROGRAM DELIMITED SPACE
                 ' END-INDX=' DELIMITED SIZE
                 SH-END(WS-SHARD-IDX) DELIMITED SIZE
                 INTO DECK-REC
              END-STRING
              WRITE DECK-REC
              MOVE SPACES TO DECK-REC
              STRING WS-TARGET-PROGRAM DELIMITED SPACE
                 ' PARTIAL=' DELIMITED SIZE
                 FUNCTION TRIM(WS-PART-NAME) DELIMITED SIZE
                 INTO DECK-REC
              END-STRING
              WRITE DECK-REC
              MOVE SPACES TO DECK-REC
              STRING WS-TARGET-PROGRAM DELIMITED SPACE
                 ' CKPT=' DELIMITED SIZE
                 FUNCTION TRIM(WS-CKPT-NAME) DELIMITED SIZE
                 INTO DECK-REC
              END-IF
           END-PERFORM.

      *    BOARD also returns lapsed leases to the pool, so running
      *    STATUS is enough to free a dead worker's chunk.
       CHECK-QUEUE-PROGRESS.
           INITIALIZE DQ-REQUEST.
           MOVE 'BOARD' TO DQ-FUNC.
           MOVE WS-QUEUE-NAME TO DQ-QUEUE-FILE.
           MOVE WS-DOOR-ID TO DQ-DOOR-ID.
           MOVE WS-PART TO DQ-PART.
           CALL 'AOC-2016-D5QUEUE' USING DQ-REQUEST
              ON EXCEPTION
                 MOVE 'NOQUEUE' TO DQ-STATUS
           END-CALL.
           MOVE 0 TO WS-COMPLETE-CNT.
           IF DQ-STATUS = 'OK' AND DQ-DONE-CNT = DQ-CHUNK-CNT AND
              DQ-CHUNK-CNT > 0 THEN
              MOVE WS-SHARD-CNT TO WS-COMPLETE-CNT
           END-IF.

       WRITE-QUEUE-BOARD.
           OPEN OUTPUT BOARDFILE.
           MOVE SPACES TO BOARD-REC.
           STRING 'D5 QUEUE BOARD DOOR-ID=' DELIMITED SIZE
              FUNCTION TRIM(WS-DOOR-ID) DELIMITED SIZE
              ' PART=' DELIMITED SIZE
              WS-PART DELIMITED SIZE
              ' MODE=' DELIMITED SIZE
              WS-MODE DELIMITED SIZE
              ' QUEUE=' DELIMITED SIZE
              FUNCTION TRIM(WS-QUEUE-NAME) DELIMITED SIZE
              INTO BOARD-REC
           END-STRING.
           WRITE BOARD-REC.
           DISPLAY FUNCTION TRIM(BOARD-REC).
           IF WS-MODE = 'QUEUE' THEN
              MOVE 'BOARD' TO DQ-FUNC
              CALL 'AOC-2016-D5QUEUE' USING DQ-REQUEST
                 ON EXCEPTION
                    MOVE 'NOQUEUE' TO DQ-STATUS
              END-CALL
           END-IF.
           IF DQ-STATUS IS NOT EQUAL TO 'OK' THEN
              MOVE SPACES TO BOARD-REC
              STRING 'QUEUE NOT READABLE: ' DELIMITED SIZE
                 DQ-STATUS DELIMITED SIZE
                 INTO BOARD-REC
              END-STRING
              WRITE BOARD-REC
              DISPLAY '    ' FUNCTION TRIM(BOARD-REC)
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM VARYING WS-SHARD-IDX FROM 1 BY 1
                 UNTIL WS-SHARD-IDX > WS-SHARD-CNT
                 PERFORM BUILD-SHARD-NAMES
                 MOVE SPACES TO BOARD-REC
                 STRING 'SHARD ' DELIMITED SIZE
                    SHARD-NO-DIGITS DELIMITED SIZE
                    ' CHUNKS DONE=' DELIMITED SIZE
                    DQ-SH-DONE(WS-SHARD-IDX) DELIMITED SIZE
                    ' LEASED=' DELIMITED SIZE
                    DQ-SH-LEASED(WS-SHARD-IDX) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    FUNCTION TRIM(WS-PART-NAME) DELIMITED SIZE
                    INTO BOARD-REC
                 END-STRING
                 WRITE BOARD-REC
                 DISPLAY '    ' FUNCTION TRIM(BOARD-REC)
              END-PERFORM
              MOVE SPACES TO BOARD-REC
              STRING 'CHUNKS ' DELIMITED SIZE
                 DQ-CHUNK-CNT DELIMITED SIZE
                 ' DONE=' DELIMITED SIZE
                 DQ-DONE-CNT DELIMITED SIZE
                 ' LEASED=' DELIMITED SIZE
                 DQ-LEASED-CNT DELIMITED SIZE
                 ' FREE=' DELIMITED SIZE
                 DQ-FREE-CNT DELIMITED SIZE
                 ' RECLAIMED-NOW=' DELIMITED SIZE
                 DQ-RECLAIM-CNT DELIMITED SIZE
                 INTO BOARD-REC
              END-STRING
              WRITE BOARD-REC
              DISPLAY '    ' FUNCTION TRIM(BOARD-REC)
           END-IF.
           CLOSE BOARDFILE.

       WRITE-SHARD-BOARD.
           OPEN OUTPUT BOARDFILE.
           MOVE SPACES TO BOARD-REC.

      *    All partial names go into the card service so the merge's
      *    GET-FILE-LIST finds them without prompting.
      *    A queue worker that never won a lease has no partial, so
      *    on a queue run only the partials actually written go in.
       RUN-MERGE.
           PERFORM VARYING WS-SHARD-IDX FROM 1 BY 1
              UNTIL WS-SHARD-IDX > WS-SHARD-CNT
              PERFORM BUILD-SHARD-NAMES
              MOVE '00' TO WS-PART-STATUS
              IF WS-QUEUE-RUN = 'Y' THEN
                 OPEN INPUT PARTFILE
                 IF WS-PART-STATUS = '00' THEN
                    CLOSE PARTFILE
                 END-IF
              END-IF
              IF WS-PART-STATUS = '00' THEN
                 MOVE 'PUT' TO CC-FUNC
                 MOVE 'AOC-2016-D5-MERGE' TO CC-PROGRAM
                 MOVE 'PARTIAL' TO CC-KEYWORD
                 MOVE WS-PART-NAME TO CC-VALUE
                 CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              END-IF
           END-PERFORM.
           CALL 'AOC-2016-D5-MERGE'
              ON EXCEPTION
