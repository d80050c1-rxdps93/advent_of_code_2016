      *    without RANGE) contributes its candidates but no coverage
      *    and blocks a final declaration. Exits CC 4 when the
      *    password cannot be declared final.
      *
      *    Work-queue partials (first record 'QUEUE', see
      *    AOC-2016-D5QUEUE) carry one RANGE ... END block per chunk
      *    the worker swept. Each closed block is coverage on its
      *    own; a block left open by a worker that died is simply not
      *    coverage - the chunk went back to the pool, and if nobody
      *    swept it since, it shows up as a gap like any other. D5P1
      *    workers cannot know which password position a hit fills
      *    (that depends on every earlier chunk), so they write slot
      *    0: those hits are ranked by index across all partials here
      *    and fill the slots in order.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 AT-EOF VALUE 'Y'.

       01  WS-FULL-END      PIC 9(8) VALUE 99999999.
       01  WS-RANGE-MAX     PIC 9(4) VALUE 1200.
       01  WS-RANGE-CNT     PIC 9(4) VALUE 0.
       01  RANGE-TABLE.
           05 RANGE-ENTRY OCCURS 1200 TIMES.
              10 RNG-START  PIC 9(8).
              10 RNG-END    PIC 9(8).
       01  WS-RNG-IDX       PIC 9(4).
       01  WS-RNG-JDX       PIC 9(4).
       01  WS-HOLD-START    PIC 9(8).
       01  WS-HOLD-END      PIC 9(8).
       01  WS-NEXT-NEEDED   PIC 9(9).
       01  WS-PEND-START    PIC 9(8).
       01  WS-PEND-END      PIC 9(8).
       01  WS-FINAL-OK      PIC X    VALUE 'Y'.
       01  WS-FILE-QUEUED   PIC X.
       01  WS-RANGE-OPEN    PIC X.
       01  WS-OPEN-BLOCKS   PIC 9(4) VALUE 0.
       01  WS-HIT-CNT       PIC 99   VALUE 0.
       01  HIT-TABLE.
           05 HIT-ENTRY OCCURS 8 TIMES.
              10 HIT-INDX   PIC 9(8).
              10 HIT-CHAR   PIC X.
       01  WS-HIT-IDX       PIC 99.
       01  WS-HIT-POS       PIC 99.

       PROCEDURE DIVISION.
       MAIN.
              UNTIL FILE-IDX > FILE-CNT
                 PERFORM MERGE-ONE-FILE
           END-PERFORM.
           PERFORM RANK-UNSLOTTED-HITS.
           PERFORM RECONCILE-COVERAGE.
           PERFORM BUILD-MERGED-PSWD.
           IF WS-FINAL-OK = 'Y' THEN
           MOVE 'N' TO EOF-SW.
           MOVE 'N' TO WS-FILE-HAS-RANGE.
           MOVE 'N' TO WS-FILE-HAS-END.
           MOVE 'N' TO WS-FILE-QUEUED.
           MOVE 'N' TO WS-RANGE-OPEN.
           MOVE 0 TO WS-OPEN-BLOCKS.
           OPEN INPUT PARTIALFILE.
           PERFORM UNTIL AT-EOF
              READ PARTIALFILE
              END-READ
           END-PERFORM.
           CLOSE PARTIALFILE.
           IF WS-FILE-QUEUED = 'Y' THEN
              IF WS-RANGE-OPEN = 'Y' THEN
                 ADD 1 TO WS-OPEN-BLOCKS
              END-IF
              IF WS-OPEN-BLOCKS > 0 THEN
                 DISPLAY 'UNFINISHED CHUNK BLOCKS IN '
                    FUNCTION TRIM(WS-PARTIAL-FILE-NAME) ': '
                    WS-OPEN-BLOCKS ' - NOT COUNTED AS COVERAGE'
              END-IF
           ELSE
           IF WS-FILE-HAS-RANGE = 'N' THEN
              ADD 1 TO WS-NO-RANGE-CNT
              DISPLAY 'NO RANGE RECORDED IN '
                 ' - ITS COVERAGE CANNOT BE COUNTED'
           ELSE
              IF WS-FILE-HAS-END = 'Y' THEN
                 PERFORM ADD-COVERED-RANGE
              ELSE
                 DISPLAY 'SHARD UNFINISHED (NO END MARKER) IN '
                    FUNCTION TRIM(WS-PARTIAL-FILE-NAME)
                    ' - ITS COVERAGE CANNOT BE COUNTED'
                 MOVE 'N' TO WS-FINAL-OK
              END-IF
           END-IF
           END-IF.

       CONSIDER-PARTIAL-REC.
           IF PARTIAL-REC(1:6) = 'QUEUE ' THEN
              MOVE 'Y' TO WS-FILE-QUEUED
           ELSE
           IF PARTIAL-REC(1:6) = 'RANGE ' THEN
              IF PR-START IS NUMERIC AND PR-END IS NUMERIC THEN
                 IF WS-FILE-QUEUED = 'Y' AND WS-RANGE-OPEN = 'Y' THEN
                    ADD 1 TO WS-OPEN-BLOCKS
                 END-IF
                 MOVE 'Y' TO WS-FILE-HAS-RANGE
                 MOVE 'Y' TO WS-RANGE-OPEN
                 MOVE PR-START TO WS-PEND-START
                 MOVE PR-END TO WS-PEND-END
              END-IF
           ELSE
           IF PARTIAL-REC(1:4) = 'END ' THEN
              MOVE 'Y' TO WS-FILE-HAS-END
              IF WS-FILE-QUEUED = 'Y' AND WS-RANGE-OPEN = 'Y' THEN
                 PERFORM ADD-COVERED-RANGE
              END-IF
              MOVE 'N' TO WS-RANGE-OPEN
           ELSE
           IF PARTIAL-SLOT = 0 AND PARTIAL-INDX IS NUMERIC THEN
              PERFORM KEEP-UNSLOTTED-HIT
           ELSE
           IF PARTIAL-SLOT >= 1 AND PARTIAL-SLOT <= 8 THEN
              IF BEST-FOUND(PARTIAL-SLOT) = 0 OR
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       ADD-COVERED-RANGE.
           IF WS-RANGE-CNT < WS-RANGE-MAX THEN
              ADD 1 TO WS-RANGE-CNT
              MOVE WS-PEND-START TO RNG-START(WS-RANGE-CNT)
              MOVE WS-PEND-END TO RNG-END(WS-RANGE-CNT)
           END-IF.

      *    Only the eight lowest unslotted hits can matter; keep them
      *    in index order as they arrive (a hit swept twice, by a
      *    worker that lost its lease and the one that took over, is
      *    kept once).
       KEEP-UNSLOTTED-HIT.
           MOVE 0 TO WS-HIT-POS.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
              UNTIL WS-HIT-IDX > WS-HIT-CNT OR WS-HIT-POS > 0
              IF HIT-INDX(WS-HIT-IDX) = PARTIAL-INDX THEN
                 MOVE 99 TO WS-HIT-POS
              ELSE
                 IF HIT-INDX(WS-HIT-IDX) > PARTIAL-INDX THEN
                    MOVE WS-HIT-IDX TO WS-HIT-POS
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-HIT-POS = 99 THEN
              CONTINUE
           ELSE
              IF WS-HIT-POS = 0 THEN
                 IF WS-HIT-CNT < 8 THEN
                    ADD 1 TO WS-HIT-CNT
                    MOVE PARTIAL-INDX TO HIT-INDX(WS-HIT-CNT)
                    MOVE PARTIAL-CHAR TO HIT-CHAR(WS-HIT-CNT)
                 END-IF
              ELSE
                 IF WS-HIT-CNT < 8 THEN
                    ADD 1 TO WS-HIT-CNT
                 END-IF
                 PERFORM VARYING WS-HIT-IDX FROM WS-HIT-CNT BY -1
                    UNTIL WS-HIT-IDX <= WS-HIT-POS
                    MOVE HIT-ENTRY(WS-HIT-IDX - 1)
                       TO HIT-ENTRY(WS-HIT-IDX)
                 END-PERFORM
                 MOVE PARTIAL-INDX TO HIT-INDX(WS-HIT-POS)
                 MOVE PARTIAL-CHAR TO HIT-CHAR(WS-HIT-POS)
              END-IF
           END-IF.

       RANK-UNSLOTTED-HITS.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
              UNTIL WS-HIT-IDX > WS-HIT-CNT
              MOVE WS-HIT-IDX TO SLOT-IDX
              IF BEST-FOUND(SLOT-IDX) = 0 OR
                 HIT-INDX(WS-HIT-IDX) < BEST-INDX(SLOT-IDX) THEN
                 MOVE HIT-INDX(WS-HIT-IDX) TO BEST-INDX(SLOT-IDX)
                 MOVE HIT-CHAR(WS-HIT-IDX) TO BEST-CHAR(SLOT-IDX)
                 MOVE 1 TO BEST-FOUND(SLOT-IDX)
              END-IF
           END-PERFORM.

      *    Sort the recorded ranges, then sweep for gaps and overlaps
      *    against the full 0-99999999 index space.
       RECONCILE-COVERAGE.
