       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-TRAILDIFF.

      *    Trail-to-trail route comparison for two D1P1 runs - the
      *    route-level companion to AOC-2016-LEDGCOMP for promoting
      *    an upgraded instruction generator. Two trail.txt-format
      *    files (step, x, y, facing per record) are walked side by
      *    side and the report gives:
      *        - the first step where the two positions differ
      *        - the largest separation (city blocks) between the
      *          walkers at the same step number
      *        - where the new route first rejoins the old one after
      *          the divergence (any later block of the old route,
      *          with the step number on each side)
      *        - whether the endpoints agree
      *        - whether the first-revisited locations agree
      *    Either side may be an HOUSEKEEP run bundle
      *    (aoc_bundle_*.txt): only its '==== FILE: trail.txt'
      *    section is read. Any divergence - including trails of
      *    different lengths - exits CC 4, so the promotion job can
      *    gate on it as it does on LEDGCOMP; a missing or empty
      *    trail is CC 8. Output: d1p1_traildiff.txt plus the
      *    console.
      *    Cards: AOC-2016-TRAILDIFF OLD=<file> / NEW=<file>; prompts
      *    when run standalone without a deck.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAILFILE ASSIGN TO DYNAMIC WS-TRAIL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAIL-STATUS.

           SELECT DIFFFILE ASSIGN TO 'd1p1_traildiff.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAILFILE.
       01  TRAIL-REC           PIC X(1024).

       FD  DIFFFILE.
       01  DIFF-REC            PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".

       01  WS-TRAIL-NAME       PIC X(100).
       01  WS-TRAIL-STATUS     PIC XX.
       01  WS-OLD-NAME         PIC X(100) VALUE SPACES.
       01  WS-NEW-NAME         PIC X(100) VALUE SPACES.
       01  WS-PARM             PIC X(100).
       01  WS-SIDE             PIC X.

      *    Bundle handling: before any separator every record is
      *    trail data; after one, only the trail.txt section is.
       01  WS-SECTION-NAME     PIC X(100).
       01  WS-TAKE-RECORDS     PIC X.

       01  WS-TOK-STEP         PIC X(12).
       01  WS-TOK-X            PIC X(12).
       01  WS-TOK-Y            PIC X(12).
       01  WS-TOK-FACING       PIC X(12).
       01  WS-PT-X             PIC S9(7).
       01  WS-PT-Y             PIC S9(7).

      *    Position after each step, one table per side; entry n is
      *    the block the walker stands on after step n.
       01  WS-TRAIL-MAX        PIC 9(6)   VALUE 200000.
       01  WS-OLD-CNT          PIC 9(6)   VALUE 0.
       01  WS-NEW-CNT          PIC 9(6)   VALUE 0.
       01  WS-OLD-TRUNC        PIC X      VALUE 'N'.
       01  WS-NEW-TRUNC        PIC X      VALUE 'N'.
       01  OLD-TRAIL.
           05 OLD-POINT OCCURS 200000 TIMES.
              10 OLD-X         PIC S9(7) COMP.
              10 OLD-Y         PIC S9(7) COMP.
       01  NEW-TRAIL.
           05 NEW-POINT OCCURS 200000 TIMES.
              10 NEW-X         PIC S9(7) COMP.
              10 NEW-Y         PIC S9(7) COMP.

      *    Hashed block index over one side's steps, the same shape
      *    TRAILSTAT uses; chained through the step numbers.
       01  VIS-HASH-HEADS.
           05 VIS-HEAD OCCURS 39989 TIMES PIC 9(6) COMP VALUE 0.
       01  VIS-CHAIN.
           05 VIS-NEXT OCCURS 200000 TIMES PIC 9(6) COMP.
       01  VIS-HASH            PIC 9(8) COMP.
       01  VIS-PTR             PIC 9(6) COMP.
       01  VIS-FOUND           PIC 9(6) COMP.
       01  VIS-FLOOR           PIC 9(6) COMP.

       01  WS-IDX              PIC 9(6)   COMP.
       01  WS-COMMON-CNT       PIC 9(6)   VALUE 0.
       01  WS-DIVERGE-STEP     PIC 9(6)   VALUE 0.
       01  WS-SEP              PIC 9(8)   VALUE 0.
       01  WS-MAX-SEP          PIC 9(8)   VALUE 0.
       01  WS-MAX-SEP-STEP     PIC 9(6)   VALUE 0.
       01  WS-REJOIN-NEW       PIC 9(6)   VALUE 0.
       01  WS-REJOIN-OLD       PIC 9(6)   VALUE 0.
       01  WS-OLD-REVISIT      PIC 9(6)   VALUE 0.
       01  WS-NEW-REVISIT      PIC 9(6)   VALUE 0.
       01  WS-DIST             PIC 9(8).
       01  WS-DIVERGED         PIC X      VALUE 'N'.

       01  WS-SHOW-STEP        PIC Z(5)9.
       01  WS-SHOW-STEP2       PIC Z(5)9.
       01  WS-SHOW-X           PIC -(6)9.
       01  WS-SHOW-Y           PIC -(6)9.
       01  WS-SHOW-DIST        PIC Z(7)9.
       01  WS-SHOW-OLD         PIC X(40).
       01  WS-SHOW-NEW         PIC X(40).
       01  WS-POINT-TEXT       PIC X(40).

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM GET-DIFF-PARMS.
           IF WS-OLD-NAME IS EQUAL TO SPACES OR
              WS-NEW-NAME IS EQUAL TO SPACES THEN
              DISPLAY 'BOTH TRAIL NAMES ARE REQUIRED - NOTHING DONE'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 'O' TO WS-SIDE.
           MOVE WS-OLD-NAME TO WS-TRAIL-NAME.
           PERFORM LOAD-ONE-TRAIL THRU LOAD-ONE-TRAIL-EXIT.
           IF WS-OLD-CNT = 0 THEN
              DISPLAY 'NO TRAIL RECORDS IN '
                 FUNCTION TRIM(WS-OLD-NAME) ' - NO COMPARISON'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE 'N' TO WS-SIDE.
           MOVE WS-NEW-NAME TO WS-TRAIL-NAME.
           PERFORM LOAD-ONE-TRAIL THRU LOAD-ONE-TRAIL-EXIT.
           IF WS-NEW-CNT = 0 THEN
              DISPLAY 'NO TRAIL RECORDS IN '
                 FUNCTION TRIM(WS-NEW-NAME) ' - NO COMPARISON'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM FIND-DIVERGENCE.
           PERFORM FIND-OLD-REVISIT.
           PERFORM FIND-NEW-REVISIT-AND-REJOIN.
           PERFORM WRITE-DIFF-REPORT.
           IF WS-DIVERGED = 'Y' THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       GET-DIFF-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-TRAILDIFF' TO CC-PROGRAM.
           MOVE 'OLD' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
                 MOVE 'N' TO CC-LOADED
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-OLD-NAME
           ELSE
              IF CC-LOADED = 'N' THEN
                 DISPLAY 'OLD (BASELINE) TRAIL OR BUNDLE FILE: '
                    WITH NO ADVANCING
                 MOVE SPACES TO WS-PARM
                 ACCEPT WS-PARM FROM SYSIN
                 MOVE WS-PARM TO WS-OLD-NAME
              END-IF
           END-IF.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'NEW' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-NEW-NAME
           ELSE
              IF CC-LOADED = 'N' THEN
                 DISPLAY 'NEW (CANDIDATE) TRAIL OR BUNDLE FILE: '
                    WITH NO ADVANCING
                 MOVE SPACES TO WS-PARM
                 ACCEPT WS-PARM FROM SYSIN
                 MOVE WS-PARM TO WS-NEW-NAME
              END-IF
           END-IF.

       LOAD-ONE-TRAIL.
           OPEN INPUT TRAILFILE.
           IF WS-TRAIL-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'NO TRAIL FILE ' FUNCTION TRIM(WS-TRAIL-NAME)
              GO TO LOAD-ONE-TRAIL-EXIT
           END-IF.
           MOVE 'Y' TO WS-TAKE-RECORDS.
           PERFORM UNTIL WS-TRAIL-STATUS IS NOT EQUAL TO '00'
              READ TRAILFILE
                 AT END
                    MOVE '10' TO WS-TRAIL-STATUS
                 NOT AT END
                    PERFORM HANDLE-TRAIL-REC
              END-READ
           END-PERFORM.
           CLOSE TRAILFILE.
       LOAD-ONE-TRAIL-EXIT.
           EXIT.

       HANDLE-TRAIL-REC.
           IF TRAIL-REC(1:11) = '==== FILE: ' THEN
              MOVE SPACES TO WS-SECTION-NAME
              UNSTRING TRAIL-REC(12:) DELIMITED BY SPACE
                 INTO WS-SECTION-NAME
              END-UNSTRING
              IF WS-SECTION-NAME = 'trail.txt' THEN
                 MOVE 'Y' TO WS-TAKE-RECORDS
              ELSE
                 MOVE 'N' TO WS-TAKE-RECORDS
              END-IF
           ELSE
              IF WS-TAKE-RECORDS = 'Y' AND
                 TRAIL-REC IS NOT EQUAL TO SPACES AND
                 TRAIL-REC(1:4) IS NOT EQUAL TO 'RUN:' THEN
                 PERFORM TAKE-TRAIL-POINT
              END-IF
           END-IF.

       TAKE-TRAIL-POINT.
           MOVE SPACES TO WS-TOK-STEP.
           MOVE SPACES TO WS-TOK-X.
           MOVE SPACES TO WS-TOK-Y.
           MOVE SPACES TO WS-TOK-FACING.
           UNSTRING FUNCTION TRIM(TRAIL-REC LEADING)
              DELIMITED BY ALL SPACE
              INTO WS-TOK-STEP WS-TOK-X WS-TOK-Y WS-TOK-FACING
           END-UNSTRING.
           IF WS-TOK-X IS EQUAL TO SPACES OR
              WS-TOK-Y IS EQUAL TO SPACES OR
              WS-TOK-FACING(1:1) IS NOT NUMERIC THEN
              CONTINUE
           ELSE
              COMPUTE WS-PT-X = FUNCTION NUMVAL(WS-TOK-X)
              COMPUTE WS-PT-Y = FUNCTION NUMVAL(WS-TOK-Y)
              IF WS-SIDE = 'O' THEN
                 IF WS-OLD-CNT < WS-TRAIL-MAX THEN
                    ADD 1 TO WS-OLD-CNT
                    MOVE WS-PT-X TO OLD-X(WS-OLD-CNT)
                    MOVE WS-PT-Y TO OLD-Y(WS-OLD-CNT)
                 ELSE
                    MOVE 'Y' TO WS-OLD-TRUNC
                 END-IF
              ELSE
                 IF WS-NEW-CNT < WS-TRAIL-MAX THEN
                    ADD 1 TO WS-NEW-CNT
                    MOVE WS-PT-X TO NEW-X(WS-NEW-CNT)
                    MOVE WS-PT-Y TO NEW-Y(WS-NEW-CNT)
                 ELSE
                    MOVE 'Y' TO WS-NEW-TRUNC
                 END-IF
              END-IF
           END-IF.

      *    Same-step comparison over the steps both trails have. A
      *    trail that stops early diverges at the step after its
      *    last, if the shared steps never differed.
       FIND-DIVERGENCE.
           MOVE FUNCTION MIN(WS-OLD-CNT WS-NEW-CNT) TO WS-COMMON-CNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-COMMON-CNT
              COMPUTE WS-SEP =
                 FUNCTION ABS(OLD-X(WS-IDX) - NEW-X(WS-IDX)) +
                 FUNCTION ABS(OLD-Y(WS-IDX) - NEW-Y(WS-IDX))
              IF WS-SEP > 0 AND WS-DIVERGE-STEP = 0 THEN
                 MOVE WS-IDX TO WS-DIVERGE-STEP
              END-IF
              IF WS-SEP > WS-MAX-SEP THEN
                 MOVE WS-SEP TO WS-MAX-SEP
                 MOVE WS-IDX TO WS-MAX-SEP-STEP
              END-IF
           END-PERFORM.
           IF WS-DIVERGE-STEP = 0 AND WS-OLD-CNT NOT = WS-NEW-CNT THEN
              COMPUTE WS-DIVERGE-STEP = WS-COMMON-CNT + 1
           END-IF.
           IF WS-DIVERGE-STEP > 0 OR WS-OLD-TRUNC = 'Y' OR
              WS-NEW-TRUNC = 'Y' THEN
              MOVE 'Y' TO WS-DIVERGED
           END-IF.

       CLEAR-BLOCK-INDEX.
           INITIALIZE VIS-HASH-HEADS.

       HASH-POINT.
           COMPUTE VIS-HASH = FUNCTION MOD(
              (WS-PT-X + 1000000) * 4099 + WS-PT-Y + 1000000
              39989) + 1.

      *    First block the old walker steps onto twice - the D1
      *    part 2 location, so the origin counts as already walked.
      *    The index left behind covers every old block, for the
      *    rejoin search.
       FIND-OLD-REVISIT.
           PERFORM CLEAR-BLOCK-INDEX.
           MOVE 1 TO VIS-FLOOR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-OLD-CNT
              MOVE OLD-X(WS-IDX) TO WS-PT-X
              MOVE OLD-Y(WS-IDX) TO WS-PT-Y
              PERFORM HASH-POINT
              PERFORM FIND-OLD-BLOCK
              IF WS-PT-X = 0 AND WS-PT-Y = 0 THEN
                 MOVE WS-IDX TO VIS-FOUND
              END-IF
              IF VIS-FOUND > 0 AND WS-OLD-REVISIT = 0 THEN
                 MOVE WS-IDX TO WS-OLD-REVISIT
              END-IF
              MOVE VIS-HEAD(VIS-HASH) TO VIS-NEXT(WS-IDX)
              MOVE WS-IDX TO VIS-HEAD(VIS-HASH)
           END-PERFORM.

      *    Earliest old step at or after VIS-FLOOR that stands on
      *    the block in WS-PT-X/Y (0 = none). Chains run newest step
      *    first, so the last qualifying match is the earliest.
       FIND-OLD-BLOCK.
           MOVE 0 TO VIS-FOUND.
           MOVE VIS-HEAD(VIS-HASH) TO VIS-PTR.
           PERFORM UNTIL VIS-PTR = 0
              IF OLD-X(VIS-PTR) = WS-PT-X AND
                 OLD-Y(VIS-PTR) = WS-PT-Y AND
                 VIS-PTR >= VIS-FLOOR THEN
                 MOVE VIS-PTR TO VIS-FOUND
              END-IF
              MOVE VIS-NEXT(VIS-PTR) TO VIS-PTR
           END-PERFORM.

      *    The rejoin is the first new step after the divergence
      *    that lands on a block the old route walks from the
      *    divergence on. The new trail's own revisit needs its own
      *    index, built second so the old one is used first.
       FIND-NEW-REVISIT-AND-REJOIN.
           IF WS-DIVERGE-STEP > 0 THEN
              MOVE WS-DIVERGE-STEP TO VIS-FLOOR
              PERFORM VARYING WS-IDX FROM WS-DIVERGE-STEP BY 1
                 UNTIL WS-IDX > WS-NEW-CNT OR WS-REJOIN-NEW > 0
                 MOVE NEW-X(WS-IDX) TO WS-PT-X
                 MOVE NEW-Y(WS-IDX) TO WS-PT-Y
                 PERFORM HASH-POINT
                 PERFORM FIND-OLD-BLOCK
                 IF VIS-FOUND > 0 THEN
                    MOVE WS-IDX TO WS-REJOIN-NEW
                    MOVE VIS-FOUND TO WS-REJOIN-OLD
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM CLEAR-BLOCK-INDEX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-NEW-CNT OR WS-NEW-REVISIT > 0
              MOVE NEW-X(WS-IDX) TO WS-PT-X
              MOVE NEW-Y(WS-IDX) TO WS-PT-Y
              PERFORM HASH-POINT
              IF WS-PT-X = 0 AND WS-PT-Y = 0 THEN
                 MOVE WS-IDX TO WS-NEW-REVISIT
              END-IF
              MOVE VIS-HEAD(VIS-HASH) TO VIS-PTR
              PERFORM UNTIL VIS-PTR = 0
                 IF NEW-X(VIS-PTR) = WS-PT-X AND
                    NEW-Y(VIS-PTR) = WS-PT-Y THEN
                    MOVE WS-IDX TO WS-NEW-REVISIT
                    MOVE 0 TO VIS-PTR
                 ELSE
                    MOVE VIS-NEXT(VIS-PTR) TO VIS-PTR
                 END-IF
              END-PERFORM
              MOVE VIS-HEAD(VIS-HASH) TO VIS-NEXT(WS-IDX)
              MOVE WS-IDX TO VIS-HEAD(VIS-HASH)
           END-PERFORM.

       WRITE-DIFF-REPORT.
           OPEN OUTPUT DIFFFILE.
           MOVE SPACES TO DIFF-REC.
           STRING 'TRAIL COMPARE OLD=' DELIMITED SIZE
              FUNCTION TRIM(WS-OLD-NAME) DELIMITED SIZE
              ' NEW=' DELIMITED SIZE
              FUNCTION TRIM(WS-NEW-NAME) DELIMITED SIZE
              INTO DIFF-REC
           END-STRING.
           PERFORM PUT-DIFF-LINE.
           MOVE WS-OLD-CNT TO WS-SHOW-STEP.
           MOVE WS-NEW-CNT TO WS-SHOW-STEP2.
           MOVE SPACES TO DIFF-REC.
           STRING 'STEPS WALKED .......: OLD ' DELIMITED SIZE
              FUNCTION TRIM(WS-SHOW-STEP) DELIMITED SIZE
              '  NEW ' DELIMITED SIZE
              FUNCTION TRIM(WS-SHOW-STEP2) DELIMITED SIZE
              INTO DIFF-REC
           END-STRING.
           PERFORM PUT-DIFF-LINE.
           IF WS-OLD-TRUNC = 'Y' OR WS-NEW-TRUNC = 'Y' THEN
              MOVE 'WARNING: TRAIL LONGER THAN THE COMPARE TABLE - '
                 TO DIFF-REC
              MOVE 'TAIL NOT COMPARED' TO DIFF-REC(48:)
              PERFORM PUT-DIFF-LINE
           END-IF.
           PERFORM WRITE-DIVERGENCE-LINES.
           PERFORM WRITE-ENDPOINT-LINE.
           PERFORM WRITE-REVISIT-LINE.
           IF WS-DIVERGED = 'Y' THEN
              MOVE 'RESULT: ROUTES DIVERGE' TO DIFF-REC
           ELSE
              MOVE 'RESULT: ROUTES IDENTICAL' TO DIFF-REC
           END-IF.
           PERFORM PUT-DIFF-LINE.
           CLOSE DIFFFILE.
           DISPLAY 'TRAIL COMPARISON WRITTEN: d1p1_traildiff.txt'.

       WRITE-DIVERGENCE-LINES.
           MOVE SPACES TO DIFF-REC.
           IF WS-DIVERGE-STEP = 0 THEN
              MOVE 'FIRST DIVERGENCE ...: NONE' TO DIFF-REC
           ELSE
              MOVE WS-DIVERGE-STEP TO WS-SHOW-STEP
              MOVE WS-DIVERGE-STEP TO WS-IDX
              PERFORM SHOW-OLD-POINT
              PERFORM SHOW-NEW-POINT
              STRING 'FIRST DIVERGENCE ...: STEP ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-STEP) DELIMITED SIZE
                 '  OLD ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-OLD) DELIMITED SIZE
                 '  NEW ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-NEW) DELIMITED SIZE
                 INTO DIFF-REC
              END-STRING
           END-IF.
           PERFORM PUT-DIFF-LINE.
           MOVE WS-MAX-SEP TO WS-SHOW-DIST.
           MOVE SPACES TO DIFF-REC.
           IF WS-MAX-SEP = 0 THEN
              MOVE 'MAX SEPARATION .....: 0 BLOCKS' TO DIFF-REC
           ELSE
              MOVE WS-MAX-SEP-STEP TO WS-SHOW-STEP
              STRING 'MAX SEPARATION .....: ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-DIST) DELIMITED SIZE
                 ' BLOCKS AT STEP ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-STEP) DELIMITED SIZE
                 INTO DIFF-REC
              END-STRING
           END-IF.
           PERFORM PUT-DIFF-LINE.
           IF WS-DIVERGE-STEP > 0 THEN
              MOVE SPACES TO DIFF-REC
              IF WS-REJOIN-NEW = 0 THEN
                 MOVE 'ROUTES REJOIN ......: NEVER' TO DIFF-REC
              ELSE
                 MOVE WS-REJOIN-NEW TO WS-SHOW-STEP
                 MOVE WS-REJOIN-OLD TO WS-SHOW-STEP2
                 MOVE WS-REJOIN-NEW TO WS-IDX
                 PERFORM SHOW-NEW-POINT
                 STRING 'ROUTES REJOIN ......: AT ' DELIMITED SIZE
                    FUNCTION TRIM(WS-SHOW-NEW) DELIMITED SIZE
                    '  NEW STEP ' DELIMITED SIZE
                    FUNCTION TRIM(WS-SHOW-STEP) DELIMITED SIZE
                    '  OLD STEP ' DELIMITED SIZE
                    FUNCTION TRIM(WS-SHOW-STEP2) DELIMITED SIZE
                    INTO DIFF-REC
                 END-STRING
              END-IF
              PERFORM PUT-DIFF-LINE
           END-IF.

       WRITE-ENDPOINT-LINE.
           MOVE WS-OLD-CNT TO WS-IDX.
           PERFORM SHOW-OLD-POINT.
           MOVE WS-NEW-CNT TO WS-IDX.
           PERFORM SHOW-NEW-POINT.
           MOVE SPACES TO DIFF-REC.
           IF WS-SHOW-OLD = WS-SHOW-NEW THEN
              COMPUTE WS-DIST = FUNCTION ABS(OLD-X(WS-OLD-CNT)) +
                 FUNCTION ABS(OLD-Y(WS-OLD-CNT))
              MOVE WS-DIST TO WS-SHOW-DIST
              STRING 'ENDPOINTS ..........: AGREE ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-OLD) DELIMITED SIZE
                 '  DISTANCE ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-DIST) DELIMITED SIZE
                 INTO DIFF-REC
              END-STRING
           ELSE
              MOVE 'Y' TO WS-DIVERGED
              STRING 'ENDPOINTS ..........: DIFFER  OLD ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-OLD) DELIMITED SIZE
                 '  NEW ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-NEW) DELIMITED SIZE
                 INTO DIFF-REC
              END-STRING
           END-IF.
           PERFORM PUT-DIFF-LINE.

       WRITE-REVISIT-LINE.
           IF WS-OLD-REVISIT = 0 THEN
              MOVE 'NONE' TO WS-SHOW-OLD
           ELSE
              MOVE WS-OLD-REVISIT TO WS-IDX
              PERFORM SHOW-OLD-POINT
           END-IF.
           IF WS-NEW-REVISIT = 0 THEN
              MOVE 'NONE' TO WS-SHOW-NEW
           ELSE
              MOVE WS-NEW-REVISIT TO WS-IDX
              PERFORM SHOW-NEW-POINT
           END-IF.
           MOVE SPACES TO DIFF-REC.
           IF WS-SHOW-OLD = WS-SHOW-NEW THEN
              STRING 'FIRST REVISIT ......: AGREE ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-OLD) DELIMITED SIZE
                 INTO DIFF-REC
              END-STRING
           ELSE
              MOVE 'Y' TO WS-DIVERGED
              STRING 'FIRST REVISIT ......: DIFFER  OLD ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-OLD) DELIMITED SIZE
                 '  NEW ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-NEW) DELIMITED SIZE
                 INTO DIFF-REC
              END-STRING
           END-IF.
           PERFORM PUT-DIFF-LINE.

      *    (x,y) of step WS-IDX on either side; a step past the end
      *    of a trail shows as ENDED.
       SHOW-OLD-POINT.
           IF WS-IDX > WS-OLD-CNT THEN
              MOVE 'ENDED' TO WS-SHOW-OLD
           ELSE
              MOVE OLD-X(WS-IDX) TO WS-SHOW-X
              MOVE OLD-Y(WS-IDX) TO WS-SHOW-Y
              PERFORM BUILD-POINT-TEXT
              MOVE WS-POINT-TEXT TO WS-SHOW-OLD
           END-IF.

       SHOW-NEW-POINT.
           IF WS-IDX > WS-NEW-CNT THEN
              MOVE 'ENDED' TO WS-SHOW-NEW
           ELSE
              MOVE NEW-X(WS-IDX) TO WS-SHOW-X
              MOVE NEW-Y(WS-IDX) TO WS-SHOW-Y
              PERFORM BUILD-POINT-TEXT
              MOVE WS-POINT-TEXT TO WS-SHOW-NEW
           END-IF.

       BUILD-POINT-TEXT.
           MOVE SPACES TO WS-POINT-TEXT.
           STRING '(' DELIMITED SIZE
              FUNCTION TRIM(WS-SHOW-X) DELIMITED SIZE
              ',' DELIMITED SIZE
              FUNCTION TRIM(WS-SHOW-Y) DELIMITED SIZE
              ')' DELIMITED SIZE
              INTO WS-POINT-TEXT
           END-STRING.

       PUT-DIFF-LINE.
           WRITE DIFF-REC.
           DISPLAY '    ' FUNCTION TRIM(DIFF-REC).

       END PROGRAM AOC-2016-TRAILDIFF.
