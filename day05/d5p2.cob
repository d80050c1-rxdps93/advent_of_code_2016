       01  PARTIAL-END-REC.
           05 PE-TAG       PIC X(6).
           05 PE-INDX      PIC 9(8).
      *    Work-queue workers open the partial with this record and
      *    then write one RANGE ... END block per chunk they sweep.
       01  PARTIAL-QUEUE-REC.
           05 PQ-TAG       PIC X(6).
           05 PQ-NAME      PIC X(100).

       FD  DOORLIST.
       01  DOORLIST-REC    PIC X(80).
       COPY "run_registry.cpy".
       COPY "d5_cache.cpy".
       COPY "checkpoint_registry.cpy".
       COPY "d5_queue.cpy".
       01  WS-CKPT-STATUS PIC XX.
       01  WS-CKPT-FILE-NAME PIC X(100) VALUE 'd5p2_checkpoint.txt'.
       01  WS-PARTIAL-FILE-NAME PIC X(100) VALUE 'd5p2_partial.txt'.
       01  WS-PROOF-STATUS     PIC XX.
       01  WS-CKPT-REGISTERED  PIC X VALUE 'N'.
       01  WS-HEART-STATUS     PIC XX.

      *    Work-queue mode (cards QUEUE=<queue file> and SHARD=nn,
      *    written by AOC-2016-D5CTL MODE=QUEUE): instead of one
      *    fixed range the step leases chunk after chunk from the
      *    shared queue until none is free. The lease, renewed as
      *    the sweep goes, replaces the checkpoint - a worker that
      *    dies just lets its lease run out and the chunk is swept
      *    again by whoever leases it next. The password is only
      *    known once every chunk is done, so a worker ledgers no
      *    answer; D5CTL STATUS runs the merge when the queue is
      *    empty.
       01  WS-QUEUE-MODE       PIC X VALUE 'N'.
       01  WS-QUEUE-FILE-NAME  PIC X(100) VALUE SPACES.
       01  WS-QUEUE-SHARD      PIC 99 VALUE 1.
       01  WS-CHUNK-LOST       PIC X VALUE 'N'.
       01  WS-CHUNKS-SWEPT     PIC 9(4) VALUE 0.
       01  WS-CHUNKS-LOST      PIC 9(4) VALUE 0.
       01  WS-RENEW-SECS       PIC 9(6).
       01  WS-RENEW-MARK       PIC 9(9).
       01  WS-RENEW-NOW        PIC 9(9).
       01  WS-RENEW-AGE        PIC 9(9).
       01  WS-HEART-PROG       PIC X(20) VALUE 'AOC-2016-D5P2'.

       01  LEN PIC 99 VALUE 00.
           PERFORM GET-CKPT-FILE-NAME.
           PERFORM GET-PROOF-FILE-NAME.
           PERFORM GET-DOOR-LIST THRU GET-DOOR-LIST-EXIT.
           PERFORM GET-QUEUE-PARMS.
      *    No manifest-listed input here - clear the lineage area
      *    so a prior program's tags cannot stamp these answers.
           MOVE 'GET' TO MF-FUNC.
           MOVE WS-CKPT-FILE-NAME TO WS-CKPT-BASE-NAME.
           MOVE WS-PARTIAL-FILE-NAME TO WS-PARTIAL-BASE-NAME.
           MOVE WS-PROOF-FILE-NAME TO WS-PROOF-BASE-NAME.
           IF WS-QUEUE-MODE = 'Y' THEN
              PERFORM RUN-QUEUE-WORKER THRU RUN-QUEUE-WORKER-EXIT
           ELSE
              PERFORM VARYING WS-DOOR-IDX FROM 1 BY 1
                 UNTIL WS-DOOR-IDX > WS-DOOR-CNT
                    PERFORM RUN-ONE-DOOR
              END-PERFORM
           END-IF.
           MOVE 'SOLVE PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.
           PERFORM DISPLAY-CACHE-STATS.
              INTO WS-PROOF-FILE-NAME
           END-STRING.

       GET-QUEUE-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D5P2' TO CC-PROGRAM.
           MOVE 'QUEUE' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND CC-VALUE IS NOT EQUAL TO SPACES THEN
              MOVE CC-VALUE TO WS-QUEUE-FILE-NAME
              MOVE 'Y' TO WS-QUEUE-MODE
              MOVE 'SHARD' TO CC-KEYWORD
              CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              IF CC-FOUND = 'Y' AND
                 FUNCTION TEST-NUMVAL(CC-VALUE(1:4)) = 0 THEN
                 MOVE FUNCTION NUMVAL(CC-VALUE(1:4)) TO WS-QUEUE-SHARD
              END-IF
           END-IF.

       RUN-QUEUE-WORKER.
           MOVE DOOR-ENTRY(1) TO DOOR-ID.
           PERFORM WRITE-RUN-HEADER.
           DISPLAY 'WORK-QUEUE MODE: ' FUNCTION TRIM(WS-QUEUE-FILE-NAME)
              ' SHARD ' WS-QUEUE-SHARD.
           INITIALIZE DQ-REQUEST.
           MOVE WS-QUEUE-FILE-NAME TO DQ-QUEUE-FILE.
           MOVE DOOR-ID TO DQ-DOOR-ID.
           MOVE 'P2' TO DQ-PART.
           MOVE WS-QUEUE-SHARD TO DQ-SHARD.
           MOVE 'LEASE' TO DQ-FUNC.
           PERFORM CALL-D5-QUEUE.
           IF DQ-STATUS IS NOT EQUAL TO 'OK' AND
              DQ-STATUS IS NOT EQUAL TO 'EMPTY' THEN
              DISPLAY 'WORK QUEUE NOT USABLE: ' DQ-STATUS
                 ' - NOTHING SWEPT'
              MOVE 8 TO RETURN-CODE
              GO TO RUN-QUEUE-WORKER-EXIT
           END-IF.
           COMPUTE WS-RENEW-SECS = DQ-TIMEOUT / 3.
           IF WS-RENEW-SECS = 0 THEN
              MOVE 1 TO WS-RENEW-SECS
           END-IF.
           OPEN EXTEND PARTIALFILE.
           IF WS-PARTIAL-STATUS IS NOT EQUAL TO '00' THEN
              OPEN OUTPUT PARTIALFILE
           END-IF.
           MOVE SPACES TO PARTIAL-QUEUE-REC.
           MOVE 'QUEUE ' TO PQ-TAG.
           MOVE WS-QUEUE-FILE-NAME TO PQ-NAME.
           WRITE PARTIAL-QUEUE-REC.
           OPEN EXTEND PROOFFILE.
           IF WS-PROOF-STATUS IS NOT EQUAL TO '00' THEN
              OPEN OUTPUT PROOFFILE
           END-IF.
           PERFORM UNTIL DQ-STATUS IS NOT EQUAL TO 'OK'
              PERFORM SWEEP-LEASED-CHUNK
              MOVE 'LEASE' TO DQ-FUNC
              PERFORM CALL-D5-QUEUE
           END-PERFORM.
           CLOSE PARTIALFILE.
           CLOSE PROOFFILE.
           DISPLAY 'CHUNKS SWEPT: ' WS-CHUNKS-SWEPT
              ' LEASES LOST: ' WS-CHUNKS-LOST
              ' QUEUE: ' DQ-STATUS.
           IF DQ-STATUS IS NOT EQUAL TO 'EMPTY' THEN
              MOVE 8 TO RETURN-CODE
           END-IF.
       RUN-QUEUE-WORKER-EXIT.
           EXIT.

       SWEEP-LEASED-CHUNK.
           DISPLAY 'LEASED CHUNK ' DQ-CHUNK-NO ': ' DQ-START
              ' - ' DQ-END.
           MOVE DQ-START TO INDX.
           MOVE DQ-END TO WS-END-INDX.
           MOVE '________' TO PSWD.
           MOVE 1 TO CURR.
           MOVE 'N' TO WS-CHUNK-LOST.
           PERFORM MARK-RENEW-TIME.
           MOVE 'RANGE ' TO PR-TAG.
           MOVE DQ-START TO PR-START.
           MOVE SPACE TO PR-SP1.
           MOVE DQ-END TO PR-END.
           WRITE PARTIAL-RANGE-REC.
           PERFORM GET-PASSWORD.
           IF WS-CHUNK-LOST = 'Y' THEN
              DISPLAY 'LEASE ON CHUNK ' DQ-CHUNK-NO
                 ' LOST - CHUNK DROPPED'
              ADD 1 TO WS-CHUNKS-LOST
              MOVE 'OK' TO DQ-STATUS
           ELSE
              MOVE 'END   ' TO PE-TAG
              MOVE INDX TO PE-INDX
              WRITE PARTIAL-END-REC
              MOVE 'DONE' TO DQ-FUNC
              PERFORM CALL-D5-QUEUE
              IF DQ-STATUS IS NOT EQUAL TO 'OK' THEN
                 DISPLAY 'CHUNK ' DQ-CHUNK-NO ' SWEPT BUT NOT MARKED '
                    'DONE (' DQ-STATUS ') - ITS LEASE WILL LAPSE'
              END-IF
              ADD 1 TO WS-CHUNKS-SWEPT
           END-IF.

       CALL-D5-QUEUE.
           CALL 'AOC-2016-D5QUEUE' USING DQ-REQUEST
              ON EXCEPTION
                 MOVE 'NOQUEUE' TO DQ-STATUS
           END-CALL.

       MARK-RENEW-TIME.
           MOVE FUNCTION CURRENT-DATE TO MT-DATE-TIME.
           COMPUTE WS-RENEW-MARK =
              (MT-HRS * 3600) + (MT-MIN * 60) + MT-SEC.

      *    Renewed a third of the way into the timeout, so a lease
      *    only lapses when its worker has really stopped.
       RENEW-CHUNK-LEASE.
           MOVE FUNCTION CURRENT-DATE TO MT-DATE-TIME.
           COMPUTE WS-RENEW-NOW =
              (MT-HRS * 3600) + (MT-MIN * 60) + MT-SEC.
           IF WS-RENEW-NOW < WS-RENEW-MARK THEN
              COMPUTE WS-RENEW-AGE =
                 (WS-RENEW-NOW + 86400) - WS-RENEW-MARK
           ELSE
              COMPUTE WS-RENEW-AGE = WS-RENEW-NOW - WS-RENEW-MARK
           END-IF.
           IF WS-RENEW-AGE >= WS-RENEW-SECS THEN
              MOVE 'RENEW' TO DQ-FUNC
              MOVE INDX TO DQ-AT
              PERFORM CALL-D5-QUEUE
              IF DQ-STATUS = 'LOST' THEN
                 MOVE 'Y' TO WS-CHUNK-LOST
              END-IF
              MOVE WS-RENEW-NOW TO WS-RENEW-MARK
           END-IF.

      *    Progress save at the sweep's cadence: the checkpoint for a
      *    fixed range, the lease renewal for a queued chunk.
       SAVE-PROGRESS.
           IF WS-QUEUE-MODE = 'Y' THEN
              PERFORM RENEW-CHUNK-LEASE
           ELSE
              PERFORM SAVE-CHECKPOINT
           END-IF.

       GET-DOOR-LIST.
           MOVE 1 TO WS-DOOR-CNT.
           MOVE DOOR-ID TO DOOR-ENTRY(1).
      *    A checkpoint exists from the very first candidate on, so a
      *    shard killed before its first cadence save still shows as
      *    in-progress instead of silently complete.
           IF WS-RESUMED = 'N' AND WS-QUEUE-MODE = 'N' THEN
              PERFORM SAVE-CHECKPOINT
           END-IF.
           PERFORM UNTIL CURR > 8 OR INDX > WS-END-INDX OR
                 WS-CHUNK-LOST = 'Y'
              PERFORM FETCH-HASH-BLOCK
              PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                 UNTIL WS-BLK-IDX > BLK-COUNT OR CURR > 8 OR
                    WS-CHUNK-LOST = 'Y'
                 MOVE SPACES TO HASH
                 MOVE BLK-DIGEST(WS-BLK-IDX) TO HASH(1:32)
                 IF FUNCTION MOD(INDX, 1000) = 0 THEN
                    DISPLAY INDX
                    PERFORM SAVE-PROGRESS
                    PERFORM WRITE-HEARTBEAT
                 END-IF
                 IF HASH(1:5) IS EQUAL TO 00000 THEN
                          PERFORM WRITE-PROOF-REC
                          ADD 1 TO CURR
                          DISPLAY 'PROGRESS: ' PSWD
                          PERFORM SAVE-PROGRESS
                       END-IF
                    END-IF
                 END-IF
                 ADD 1 TO INDX
              END-PERFORM
           END-PERFORM.
           IF WS-QUEUE-MODE = 'N' THEN
              PERFORM DELETE-CHECKPOINT
           END-IF.

       FETCH-HASH-BLOCK.
           COMPUTE BLK-COUNT = WS-END-INDX - INDX + 1
