      *    Request area for the AOC-2016-D5QUEUE lease-based work
      *    queue. Instead of fixed ranges per shard, the controller
      *    cuts 0-99999999 into small chunks in one shared queue
      *    file; every running D5P1/D5P2 worker leases the next free
      *    chunk, sweeps it, marks it done and takes another, so a
      *    slow or dead terminal only ever holds up one chunk. A
      *    lease not renewed within the queue's timeout goes back
      *    into the pool on the next LEASE or BOARD call.
      *
      *    DQ-FUNC: BUILD  - write a new queue (DQ-DOOR-ID, DQ-PART,
      *                      DQ-CHUNK-SIZE, DQ-TIMEOUT); refused
      *                      with EXISTS if the file is already there
      *             LEASE  - give shard DQ-SHARD the lowest free
      *                      chunk (DQ-CHUNK-NO, DQ-START, DQ-END);
      *                      EMPTY when none is free
      *             RENEW  - restamp DQ-SHARD's lease on DQ-CHUNK-NO
      *                      and record progress DQ-AT; LOST when
      *                      the chunk is no longer this shard's
      *             DONE   - mark DQ-CHUNK-NO swept by DQ-SHARD
      *             BOARD  - chunk counts overall and per shard
      *    Status: OK / EMPTY / LOST / EXISTS / NOQUEUE / LOCKED /
      *            MISMATCH (door or part differ) / BADPARM.
       01  DQ-REQUEST.
           05 DQ-FUNC          PIC X(8).
           05 DQ-QUEUE-FILE    PIC X(100).
           05 DQ-DOOR-ID       PIC X(8).
           05 DQ-PART          PIC X(2).
           05 DQ-CHUNK-SIZE    PIC 9(8).
           05 DQ-TIMEOUT       PIC 9(6).
           05 DQ-SHARD         PIC 99.
           05 DQ-CHUNK-NO      PIC 9(4).
           05 DQ-START         PIC 9(8).
           05 DQ-END           PIC 9(8).
           05 DQ-AT            PIC 9(8).
           05 DQ-CHUNK-CNT     PIC 9(4).
           05 DQ-DONE-CNT      PIC 9(4).
           05 DQ-LEASED-CNT    PIC 9(4).
           05 DQ-FREE-CNT      PIC 9(4).
           05 DQ-RECLAIM-CNT   PIC 9(4).
           05 DQ-SHARD-COUNTS OCCURS 50 TIMES.
              10 DQ-SH-DONE    PIC 9(4).
              10 DQ-SH-LEASED  PIC 9(4).
           05 DQ-STATUS        PIC X(8).
