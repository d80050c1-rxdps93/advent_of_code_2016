       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D5QUEUE.

      *    Lease-based work queue for the D5 brute force (requests
      *    through d5_queue.cpy). The queue is one small text file:
      *
      *        QUEUE door part chunk-size timeout chunk-count
      *        CHUNK nnnn start end state owner stamp at leases
      *
      *    state FREE / LEASED / DONE, owner the worker's shard
      *    number, stamp the lease time (yyyymmddhhmmss) and at the
      *    index the worker last reported. Every call takes the lock
      *    file (queue name + '.lck', the ledger's exclusive-open
      *    retry), reads the whole queue, changes it and writes it
      *    back before letting go - workers in other terminals never
      *    see a half-written queue or lease the same chunk twice.
      *    Leases older than the timeout are returned to the pool
      *    (and counted) on every LEASE and BOARD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUEFILE ASSIGN TO DYNAMIC WS-QUEUE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.

           SELECT LOCKFILE ASSIGN TO DYNAMIC WS-LOCK-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           LOCK MODE IS EXCLUSIVE
           FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUEUEFILE.
       01  QUEUE-HEAD-REC.
           05 QH-TAG           PIC X(6).
           05 QH-DOOR-ID       PIC X(8).
           05 QH-SP1           PIC X.
           05 QH-PART          PIC X(2).
           05 QH-SP2           PIC X.
           05 QH-CHUNK-SIZE    PIC 9(8).
           05 QH-SP3           PIC X.
           05 QH-TIMEOUT       PIC 9(6).
           05 QH-SP4           PIC X.
           05 QH-CHUNK-CNT     PIC 9(4).
       01  QUEUE-CHUNK-REC.
           05 QC-TAG           PIC X(6).
           05 QC-NO            PIC 9(4).
           05 QC-SP1           PIC X.
           05 QC-START         PIC 9(8).
           05 QC-SP2           PIC X.
           05 QC-END           PIC 9(8).
           05 QC-SP3           PIC X.
           05 QC-STATE         PIC X(6).
           05 QC-SP4           PIC X.
           05 QC-OWNER         PIC 99.
           05 QC-SP5           PIC X.
           05 QC-STAMP         PIC 9(14).
           05 QC-SP6           PIC X.
           05 QC-AT            PIC 9(8).
           05 QC-SP7           PIC X.
           05 QC-LEASES        PIC 9(3).

       FD  LOCKFILE.
       01  LOCK-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-NAME       PIC X(100).
       01  WS-QUEUE-STATUS     PIC XX.
       01  WS-LOCK-NAME        PIC X(110).
       01  WS-LOCK-STATUS      PIC XX.
       01  WS-LOCK-TRIES       PIC 99     VALUE 30.
       01  WS-LOCK-TRY         PIC 99.
       01  WS-LOCK-OK          PIC X.
       01  WS-SLEEP-SECS       PIC 9(8) COMP VALUE 1.

       01  WS-FULL-END         PIC 9(8)   VALUE 99999999.
       01  WS-CHUNK-MAX        PIC 9(4)   VALUE 1000.
       01  WS-Q-DOOR-ID        PIC X(8).
       01  WS-Q-PART           PIC X(2).
       01  WS-Q-CHUNK-SIZE     PIC 9(8).
       01  WS-Q-TIMEOUT        PIC 9(6).
       01  WS-Q-CHUNK-CNT      PIC 9(4)   VALUE 0.
       01  CHUNK-TABLE.
           05 CHUNK-ENTRY OCCURS 1000 TIMES.
              10 CH-START      PIC 9(8).
              10 CH-END        PIC 9(8).
              10 CH-STATE      PIC X(6).
              10 CH-OWNER      PIC 99.
              10 CH-STAMP      PIC 9(14).
              10 CH-AT         PIC 9(8).
              10 CH-LEASES     PIC 9(3).
       01  WS-CH-IDX           PIC 9(4).
       01  WS-NEXT-START       PIC 9(9).
       01  WS-DIRTY            PIC X.

       01  WS-NOW-STAMP        PIC 9(14).
       01  WS-NOW-SECS         PIC 9(12).
       01  WS-LEASE-SECS       PIC 9(12).
       01  WS-CALC-STAMP       PIC 9(14).
       01  WS-CALC-PARTS REDEFINES WS-CALC-STAMP.
           05 WS-CALC-DATE     PIC 9(8).
           05 WS-CALC-HH       PIC 99.
           05 WS-CALC-MM       PIC 99.
           05 WS-CALC-SS       PIC 99.
       01  WS-CALC-SECS        PIC 9(12).

       LINKAGE SECTION.
       COPY "d5_queue.cpy".

       PROCEDURE DIVISION USING DQ-REQUEST.
       MAIN.
           MOVE DQ-QUEUE-FILE TO WS-QUEUE-NAME.
           MOVE SPACES TO WS-LOCK-NAME.
           STRING FUNCTION TRIM(WS-QUEUE-NAME) DELIMITED SIZE
              '.lck' DELIMITED SIZE
              INTO WS-LOCK-NAME
           END-STRING.
           MOVE 'OK' TO DQ-STATUS.
           PERFORM TAKE-QUEUE-LOCK.
           IF WS-LOCK-OK = 'N' THEN
              MOVE 'LOCKED' TO DQ-STATUS
              GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP.
           MOVE WS-NOW-STAMP TO WS-CALC-STAMP.
           PERFORM STAMP-TO-SECS.
           MOVE WS-CALC-SECS TO WS-NOW-SECS.
           MOVE 'N' TO WS-DIRTY.
           EVALUATE DQ-FUNC
              WHEN 'BUILD'
                 PERFORM BUILD-QUEUE THRU BUILD-QUEUE-EXIT
              WHEN 'LEASE'
                 PERFORM LEASE-CHUNK THRU LEASE-CHUNK-EXIT
              WHEN 'RENEW'
                 PERFORM RENEW-LEASE THRU RENEW-LEASE-EXIT
              WHEN 'DONE'
                 PERFORM MARK-DONE THRU MARK-DONE-EXIT
              WHEN 'BOARD'
                 PERFORM COUNT-BOARD THRU COUNT-BOARD-EXIT
              WHEN OTHER
                 MOVE 'BADPARM' TO DQ-STATUS
           END-EVALUATE.
           IF WS-DIRTY = 'Y' THEN
              PERFORM WRITE-QUEUE
           END-IF.
           CLOSE LOCKFILE.
           GOBACK.

       TAKE-QUEUE-LOCK.
           MOVE 'N' TO WS-LOCK-OK.
           PERFORM VARYING WS-LOCK-TRY FROM 1 BY 1
              UNTIL WS-LOCK-TRY > WS-LOCK-TRIES OR WS-LOCK-OK = 'Y'
                 OPEN EXTEND LOCKFILE
                 IF WS-LOCK-STATUS = '35' THEN
                    OPEN OUTPUT LOCKFILE
                 END-IF
                 IF WS-LOCK-STATUS = '00' THEN
                    MOVE 'Y' TO WS-LOCK-OK
                 ELSE
                    CALL 'C$SLEEP' USING WS-SLEEP-SECS
                 END-IF
           END-PERFORM.

      *    yyyymmddhhmmss to seconds on one running scale, so a lease
      *    taken before midnight still ages correctly after it.
       STAMP-TO-SECS.
           COMPUTE WS-CALC-SECS =
              FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) * 86400
              + WS-CALC-HH * 3600 + WS-CALC-MM * 60 + WS-CALC-SS.

       BUILD-QUEUE.
           OPEN INPUT QUEUEFILE.
           IF WS-QUEUE-STATUS = '00' THEN
              CLOSE QUEUEFILE
              MOVE 'EXISTS' TO DQ-STATUS
              GO TO BUILD-QUEUE-EXIT
           END-IF.
           IF DQ-CHUNK-SIZE = 0 OR
              (WS-FULL-END + 1) / DQ-CHUNK-SIZE > WS-CHUNK-MAX THEN
              MOVE 'BADPARM' TO DQ-STATUS
              GO TO BUILD-QUEUE-EXIT
           END-IF.
           MOVE DQ-DOOR-ID TO WS-Q-DOOR-ID.
           MOVE DQ-PART TO WS-Q-PART.
           MOVE DQ-CHUNK-SIZE TO WS-Q-CHUNK-SIZE.
           MOVE DQ-TIMEOUT TO WS-Q-TIMEOUT.
           MOVE 0 TO WS-Q-CHUNK-CNT.
           MOVE 0 TO WS-NEXT-START.
           PERFORM UNTIL WS-NEXT-START > WS-FULL-END
              ADD 1 TO WS-Q-CHUNK-CNT
              MOVE WS-NEXT-START TO CH-START(WS-Q-CHUNK-CNT)
              COMPUTE WS-NEXT-START = WS-NEXT-START + DQ-CHUNK-SIZE
              IF WS-NEXT-START > WS-FULL-END THEN
                 MOVE WS-FULL-END TO CH-END(WS-Q-CHUNK-CNT)
              ELSE
                 COMPUTE CH-END(WS-Q-CHUNK-CNT) = WS-NEXT-START - 1
              END-IF
              MOVE 'FREE' TO CH-STATE(WS-Q-CHUNK-CNT)
              MOVE 0 TO CH-OWNER(WS-Q-CHUNK-CNT)
              MOVE 0 TO CH-STAMP(WS-Q-CHUNK-CNT)
              MOVE CH-START(WS-Q-CHUNK-CNT) TO CH-AT(WS-Q-CHUNK-CNT)
              MOVE 0 TO CH-LEASES(WS-Q-CHUNK-CNT)
           END-PERFORM.
           MOVE WS-Q-CHUNK-CNT TO DQ-CHUNK-CNT.
           MOVE 'Y' TO WS-DIRTY.
       BUILD-QUEUE-EXIT.
           EXIT.

      *    Loads the queue and checks it belongs to the caller's door
      *    and part; WS-QUEUE-STATUS is left '00' only when usable.
       LOAD-QUEUE.
           MOVE 0 TO WS-Q-CHUNK-CNT.
           OPEN INPUT QUEUEFILE.
           IF WS-QUEUE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'NOQUEUE' TO DQ-STATUS
           ELSE
              READ QUEUEFILE
                 AT END
                    MOVE SPACES TO QUEUE-HEAD-REC
              END-READ
              IF QH-TAG IS NOT EQUAL TO 'QUEUE ' THEN
                 MOVE 'NOQUEUE' TO DQ-STATUS
              ELSE
                 MOVE QH-DOOR-ID TO WS-Q-DOOR-ID
                 MOVE QH-PART TO WS-Q-PART
                 MOVE QH-CHUNK-SIZE TO WS-Q-CHUNK-SIZE
                 MOVE QH-TIMEOUT TO WS-Q-TIMEOUT
                 PERFORM UNTIL WS-QUEUE-STATUS IS NOT EQUAL TO '00'
                    READ QUEUEFILE
                       AT END
                          MOVE '10' TO WS-QUEUE-STATUS
                       NOT AT END
                          IF QC-TAG = 'CHUNK ' AND
                             WS-Q-CHUNK-CNT < WS-CHUNK-MAX THEN
                             ADD 1 TO WS-Q-CHUNK-CNT
                             PERFORM LOAD-ONE-CHUNK
                          END-IF
                    END-READ
                 END-PERFORM
                 MOVE '00' TO WS-QUEUE-STATUS
                 IF (DQ-DOOR-ID IS NOT EQUAL TO SPACES AND
                     DQ-DOOR-ID IS NOT EQUAL TO WS-Q-DOOR-ID) OR
                    (DQ-PART IS NOT EQUAL TO SPACES AND
                     DQ-PART IS NOT EQUAL TO WS-Q-PART) THEN
                    MOVE 'MISMATCH' TO DQ-STATUS
                 END-IF
              END-IF
              CLOSE QUEUEFILE
           END-IF.
           IF DQ-STATUS IS NOT EQUAL TO 'OK' THEN
              MOVE '99' TO WS-QUEUE-STATUS
           END-IF.
           MOVE WS-Q-DOOR-ID TO DQ-DOOR-ID.
           MOVE WS-Q-PART TO DQ-PART.
           MOVE WS-Q-CHUNK-SIZE TO DQ-CHUNK-SIZE.
           MOVE WS-Q-TIMEOUT TO DQ-TIMEOUT.
           MOVE WS-Q-CHUNK-CNT TO DQ-CHUNK-CNT.

       LOAD-ONE-CHUNK.
           MOVE QC-START TO CH-START(WS-Q-CHUNK-CNT).
           MOVE QC-END TO CH-END(WS-Q-CHUNK-CNT).
           MOVE QC-STATE TO CH-STATE(WS-Q-CHUNK-CNT).
           MOVE QC-OWNER TO CH-OWNER(WS-Q-CHUNK-CNT).
           MOVE QC-STAMP TO CH-STAMP(WS-Q-CHUNK-CNT).
           MOVE QC-AT TO CH-AT(WS-Q-CHUNK-CNT).
           MOVE QC-LEASES TO CH-LEASES(WS-Q-CHUNK-CNT).

      *    A lease whose stamp is older than the timeout belongs to a
      *    worker that died or stalled: the chunk goes back to FREE
      *    and is swept again from its start by whoever leases it.
       RECLAIM-EXPIRED.
           MOVE 0 TO DQ-RECLAIM-CNT.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
              UNTIL WS-CH-IDX > WS-Q-CHUNK-CNT
              IF CH-STATE(WS-CH-IDX) = 'LEASED' THEN
                 MOVE CH-STAMP(WS-CH-IDX) TO WS-CALC-STAMP
                 PERFORM STAMP-TO-SECS
                 MOVE WS-CALC-SECS TO WS-LEASE-SECS
                 IF WS-NOW-SECS > WS-LEASE-SECS + WS-Q-TIMEOUT THEN
                    MOVE 'FREE' TO CH-STATE(WS-CH-IDX)
                    MOVE CH-START(WS-CH-IDX) TO CH-AT(WS-CH-IDX)
                    ADD 1 TO DQ-RECLAIM-CNT
                    MOVE 'Y' TO WS-DIRTY
                 END-IF
              END-IF
           END-PERFORM.

       LEASE-CHUNK.
           PERFORM LOAD-QUEUE.
           IF WS-QUEUE-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LEASE-CHUNK-EXIT
           END-IF.
           PERFORM RECLAIM-EXPIRED.
           MOVE 0 TO DQ-CHUNK-NO.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
              UNTIL WS-CH-IDX > WS-Q-CHUNK-CNT OR DQ-CHUNK-NO > 0
              IF CH-STATE(WS-CH-IDX) = 'FREE' THEN
                 MOVE WS-CH-IDX TO DQ-CHUNK-NO
              END-IF
           END-PERFORM.
           IF DQ-CHUNK-NO = 0 THEN
              MOVE 'EMPTY' TO DQ-STATUS
              GO TO LEASE-CHUNK-EXIT
           END-IF.
           MOVE 'LEASED' TO CH-STATE(DQ-CHUNK-NO).
           MOVE DQ-SHARD TO CH-OWNER(DQ-CHUNK-NO).
           MOVE WS-NOW-STAMP TO CH-STAMP(DQ-CHUNK-NO).
           MOVE CH-START(DQ-CHUNK-NO) TO CH-AT(DQ-CHUNK-NO).
           IF CH-LEASES(DQ-CHUNK-NO) < 999 THEN
              ADD 1 TO CH-LEASES(DQ-CHUNK-NO)
           END-IF.
           MOVE CH-START(DQ-CHUNK-NO) TO DQ-START.
           MOVE CH-END(DQ-CHUNK-NO) TO DQ-END.
           MOVE CH-START(DQ-CHUNK-NO) TO DQ-AT.
           MOVE 'Y' TO WS-DIRTY.
       LEASE-CHUNK-EXIT.
           EXIT.

      *    A renewal only counts while the chunk is still this
      *    worker's lease; once it was reclaimed (or finished by the
      *    worker that picked it up) the caller drops the chunk.
       RENEW-LEASE.
           PERFORM LOAD-QUEUE.
           IF WS-QUEUE-STATUS IS NOT EQUAL TO '00' THEN
              GO TO RENEW-LEASE-EXIT
           END-IF.
           IF DQ-CHUNK-NO = 0 OR DQ-CHUNK-NO > WS-Q-CHUNK-CNT THEN
              MOVE 'BADPARM' TO DQ-STATUS
              GO TO RENEW-LEASE-EXIT
           END-IF.
           IF CH-STATE(DQ-CHUNK-NO) IS NOT EQUAL TO 'LEASED' OR
              CH-OWNER(DQ-CHUNK-NO) IS NOT EQUAL TO DQ-SHARD THEN
              MOVE 'LOST' TO DQ-STATUS
              GO TO RENEW-LEASE-EXIT
           END-IF.
           MOVE WS-NOW-STAMP TO CH-STAMP(DQ-CHUNK-NO).
           MOVE DQ-AT TO CH-AT(DQ-CHUNK-NO).
           MOVE 'Y' TO WS-DIRTY.
       RENEW-LEASE-EXIT.
           EXIT.

      *    A finished sweep is recorded even if the lease had lapsed
      *    meanwhile: the chunk really was swept, and the worker that
      *    re-leased it learns so from its next renewal.
       MARK-DONE.
           PERFORM LOAD-QUEUE.
           IF WS-QUEUE-STATUS IS NOT EQUAL TO '00' THEN
              GO TO MARK-DONE-EXIT
           END-IF.
           IF DQ-CHUNK-NO = 0 OR DQ-CHUNK-NO > WS-Q-CHUNK-CNT THEN
              MOVE 'BADPARM' TO DQ-STATUS
              GO TO MARK-DONE-EXIT
           END-IF.
           MOVE 'DONE' TO CH-STATE(DQ-CHUNK-NO).
           MOVE DQ-SHARD TO CH-OWNER(DQ-CHUNK-NO).
           MOVE WS-NOW-STAMP TO CH-STAMP(DQ-CHUNK-NO).
           MOVE CH-END(DQ-CHUNK-NO) TO CH-AT(DQ-CHUNK-NO).
           MOVE 'Y' TO WS-DIRTY.
       MARK-DONE-EXIT.
           EXIT.

       COUNT-BOARD.
           PERFORM LOAD-QUEUE.
           IF WS-QUEUE-STATUS IS NOT EQUAL TO '00' THEN
              GO TO COUNT-BOARD-EXIT
           END-IF.
           PERFORM RECLAIM-EXPIRED.
           MOVE 0 TO DQ-DONE-CNT.
           MOVE 0 TO DQ-LEASED-CNT.
           MOVE 0 TO DQ-FREE-CNT.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1 UNTIL WS-CH-IDX > 50
              MOVE 0 TO DQ-SH-DONE(WS-CH-IDX)
              MOVE 0 TO DQ-SH-LEASED(WS-CH-IDX)
           END-PERFORM.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
              UNTIL WS-CH-IDX > WS-Q-CHUNK-CNT
              EVALUATE CH-STATE(WS-CH-IDX)
                 WHEN 'DONE'
                    ADD 1 TO DQ-DONE-CNT
                    IF CH-OWNER(WS-CH-IDX) >= 1 AND
                       CH-OWNER(WS-CH-IDX) <= 50 THEN
                       ADD 1 TO DQ-SH-DONE(CH-OWNER(WS-CH-IDX))
                    END-IF
                 WHEN 'LEASED'
                    ADD 1 TO DQ-LEASED-CNT
                    IF CH-OWNER(WS-CH-IDX) >= 1 AND
                       CH-OWNER(WS-CH-IDX) <= 50 THEN
                       ADD 1 TO DQ-SH-LEASED(CH-OWNER(WS-CH-IDX))
                    END-IF
                 WHEN OTHER
                    ADD 1 TO DQ-FREE-CNT
              END-EVALUATE
           END-PERFORM.
       COUNT-BOARD-EXIT.
           EXIT.

       WRITE-QUEUE.
           OPEN OUTPUT QUEUEFILE.
           MOVE SPACES TO QUEUE-HEAD-REC.
           MOVE 'QUEUE ' TO QH-TAG.
           MOVE WS-Q-DOOR-ID TO QH-DOOR-ID.
           MOVE WS-Q-PART TO QH-PART.
           MOVE WS-Q-CHUNK-SIZE TO QH-CHUNK-SIZE.
           MOVE WS-Q-TIMEOUT TO QH-TIMEOUT.
           MOVE WS-Q-CHUNK-CNT TO QH-CHUNK-CNT.
           WRITE QUEUE-HEAD-REC.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
              UNTIL WS-CH-IDX > WS-Q-CHUNK-CNT
              MOVE SPACES TO QUEUE-CHUNK-REC
              MOVE 'CHUNK ' TO QC-TAG
              MOVE WS-CH-IDX TO QC-NO
              MOVE CH-START(WS-CH-IDX) TO QC-START
              MOVE CH-END(WS-CH-IDX) TO QC-END
              MOVE CH-STATE(WS-CH-IDX) TO QC-STATE
              MOVE CH-OWNER(WS-CH-IDX) TO QC-OWNER
              MOVE CH-STAMP(WS-CH-IDX) TO QC-STAMP
              MOVE CH-AT(WS-CH-IDX) TO QC-AT
              MOVE CH-LEASES(WS-CH-IDX) TO QC-LEASES
              WRITE QUEUE-CHUNK-REC
           END-PERFORM.
           CLOSE QUEUEFILE.

       END PROGRAM AOC-2016-D5QUEUE.
