       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D1GEN.

      *    Waypoint-to-instructions generator for D1P1 test fixtures,
      *    the D1 counterpart of AOC-2016-KPGEN. Takes an ordered list
      *    of city-grid waypoints (WAYPOINT=x,y cards, in order) and
      *    writes a one-trip D1P1 input (OUTPUT=, default
      *    d1p1_fixture.txt) of R/L-and-distance tokens that walks
      *    through each of them in turn from the origin facing north.
      *    Every token turns, as D1P1's relative dialect requires, so
      *    a waypoint straight ahead or behind is reached with a
      *    one-block side step out and back.
      *
      *    REVISIT=x,y adds a deliberate crossing: after the last
      *    waypoint the walk goes back to that block, which should
      *    already lie on the route (a waypoint, the origin, or any
      *    block walked between them); if it does not, the fixture is
      *    still written but the run ends CC 4.
      *
      *    The walk is simulated block by block as it is generated,
      *    so the expected answers come from the route itself: the
      *    Part 1 distance of the end point and, when the route
      *    crosses itself, the Part 2 distance of the first block
      *    walked twice. They are written (EXPECTED=, default
      *    d1p1_fixture_expected.txt) in the aoc_smoke_expected.txt
      *    shape, ready to add to that file or to hand to
      *    AOC-2016-VERIFY as its EXPECTED= file.
      *
      *    Cards: AOC-2016-D1GEN WAYPOINT= (repeated), REVISIT=,
      *    OUTPUT=, EXPECTED=; prompts for waypoints when run
      *    standalone without a deck. No waypoints, a route too long
      *    for one D1P1 record, or a route longer than D1P1's visited
      *    store is CC 8 and nothing is written.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFILE ASSIGN TO DYNAMIC WS-OUTPUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXPFILE ASSIGN TO DYNAMIC WS-EXPECTED-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTFILE.
       01  OUT-REC             PIC X(999).

       FD  EXPFILE.
       01  EXP-REC             PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".

       01  WS-OUTPUT-NAME      PIC X(100) VALUE 'd1p1_fixture.txt'.
       01  WS-EXPECTED-NAME    PIC X(100)
                               VALUE 'd1p1_fixture_expected.txt'.
       01  WS-PARM             PIC X(100).

       01  WS-WP-MAX           PIC 9(3)   VALUE 100.
       01  WS-WP-CNT           PIC 9(3)   VALUE 0.
       01  WAYPOINT-TABLE.
           05 WAYPOINT-ENTRY OCCURS 100 TIMES.
              10 WP-X          PIC S9(5).
              10 WP-Y          PIC S9(5).
       01  WS-WP-IDX           PIC 9(3).
       01  WS-HAVE-REVISIT     PIC X      VALUE 'N'.
       01  WS-REVISIT-X        PIC S9(5).
       01  WS-REVISIT-Y        PIC S9(5).
       01  WS-REVISIT-ON-ROUTE PIC X      VALUE 'N'.

       01  WS-PT-TEXT          PIC X(40).
       01  WS-TOK-X            PIC X(12).
       01  WS-TOK-Y            PIC X(12).
       01  WS-PT-X             PIC S9(7).
       01  WS-PT-Y             PIC S9(7).
       01  WS-PT-OK            PIC X.
       01  WS-PROMPTING        PIC X      VALUE 'Y'.

      *    Walker state while generating: position, facing
      *    (0=N 1=E 2=S 3=W) and the leg being emitted.
       01  WS-POS-X            PIC S9(7)  VALUE 0.
       01  WS-POS-Y            PIC S9(7)  VALUE 0.
       01  WS-FACING           PIC 9      VALUE 0.
       01  WS-NEW-DIR          PIC 9.
       01  WS-JOG-DIR          PIC 9.
       01  WS-MOVE-LEN         PIC 9(6).
       01  WS-DELTA-X          PIC S9(7).
       01  WS-DELTA-Y          PIC S9(7).
       01  WS-TARGET-X         PIC S9(7).
       01  WS-TARGET-Y         PIC S9(7).
       01  WS-BLOCK-IDX        PIC 9(6).
       01  WS-STEP-CNT         PIC 9(6)   VALUE 0.
       01  WS-TOKEN-CNT        PIC 9(5)   VALUE 0.

      *    The instruction record being built; D1P1 reads one trip
      *    per record of at most 999 characters.
       01  WS-LINE             PIC X(999) VALUE SPACES.
       01  WS-LINE-PTR         PIC 9(4)   VALUE 1.
       01  WS-LINE-LIMIT       PIC 9(4)   VALUE 990.
       01  WS-TOKEN            PIC X(10).
       01  WS-SHOW-LEN         PIC Z(5)9.
       01  WS-FAILED           PIC X      VALUE 'N'.
       01  WS-FAIL-WHY         PIC X(60)  VALUE SPACES.

      *    Same hashed visited store shape D1P1 uses, the same size,
      *    so a route this generator accepts fits D1P1 as well.
       01  VISITED-TABLE.
           05 VISITED-ENTRY OCCURS 200000 TIMES.
              10 VIS-X         PIC S9(7) COMP.
              10 VIS-Y         PIC S9(7) COMP.
              10 VIS-NEXT      PIC 9(6)  COMP.
       01  VIS-CNT             PIC 9(6)   VALUE 0.
       01  VIS-MAX             PIC 9(6)   VALUE 200000.
       01  VIS-HASH-HEADS.
           05 VIS-HEAD OCCURS 39989 TIMES PIC 9(6) COMP VALUE 0.
       01  VIS-HASH            PIC 9(8) COMP.
       01  VIS-PTR             PIC 9(6) COMP.
       01  WS-SEEN-BEFORE      PIC X.
       01  WS-FOUND-REPEAT     PIC X      VALUE 'N'.
       01  WS-REPEAT-X         PIC S9(7)  VALUE 0.
       01  WS-REPEAT-Y         PIC S9(7)  VALUE 0.
       01  WS-REPEAT-STEP      PIC 9(6)   VALUE 0.

       01  WS-ANSWER           PIC 9(6).
       01  WS-SHOW-X           PIC -(6)9.
       01  WS-SHOW-Y           PIC -(6)9.
       01  WS-SHOW-STEP        PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM GET-GEN-PARMS.
           IF WS-WP-CNT = 0 THEN
              DISPLAY 'NO WAYPOINTS GIVEN - NOTHING GENERATED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 0 TO WS-PT-X.
           MOVE 0 TO WS-PT-Y.
           PERFORM RECORD-VISIT.
           PERFORM VARYING WS-WP-IDX FROM 1 BY 1
              UNTIL WS-WP-IDX > WS-WP-CNT OR WS-FAILED = 'Y'
                 MOVE WP-X(WS-WP-IDX) TO WS-TARGET-X
                 MOVE WP-Y(WS-WP-IDX) TO WS-TARGET-Y
                 PERFORM WALK-TO-TARGET
           END-PERFORM.
           IF WS-HAVE-REVISIT = 'Y' AND WS-FAILED = 'N' THEN
              MOVE WS-REVISIT-X TO WS-PT-X
              MOVE WS-REVISIT-Y TO WS-PT-Y
              PERFORM LOOK-UP-VISIT
              MOVE WS-SEEN-BEFORE TO WS-REVISIT-ON-ROUTE
              MOVE WS-REVISIT-X TO WS-TARGET-X
              MOVE WS-REVISIT-Y TO WS-TARGET-Y
              PERFORM WALK-TO-TARGET
           END-IF.
           IF WS-FAILED = 'N' AND WS-TOKEN-CNT = 0 THEN
              MOVE 'Y' TO WS-FAILED
              MOVE 'EVERY WAYPOINT IS THE ORIGIN - NO ROUTE TO WALK'
                 TO WS-FAIL-WHY
           END-IF.
           IF WS-FAILED = 'Y' THEN
              DISPLAY 'FIXTURE NOT WRITTEN: ' FUNCTION TRIM(WS-FAIL-WHY)
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT OUTFILE.
           MOVE WS-LINE TO OUT-REC.
           WRITE OUT-REC.
           CLOSE OUTFILE.
           PERFORM WRITE-EXPECTED.
           PERFORM SHOW-SUMMARY.
           IF WS-HAVE-REVISIT = 'Y' AND WS-REVISIT-ON-ROUTE = 'N' THEN
              DISPLAY 'REVISIT POINT WAS NOT ON THE EARLIER ROUTE - '
                 'NOT A DELIBERATE CROSSING'
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       GET-GEN-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D1GEN' TO CC-PROGRAM.
           MOVE 'WAYPOINT' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
                 MOVE 'N' TO CC-LOADED
           END-CALL.
           IF CC-LOADED = 'N' THEN
              PERFORM PROMPT-WAYPOINTS
           ELSE
              PERFORM UNTIL CC-FOUND = 'N'
                 MOVE CC-VALUE TO WS-PT-TEXT
                 PERFORM ADD-WAYPOINT
                 ADD 1 TO CC-OCCURRENCE
                 CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              END-PERFORM
              MOVE 'GET' TO CC-FUNC
              MOVE 'REVISIT' TO CC-KEYWORD
              MOVE 1 TO CC-OCCURRENCE
              CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              IF CC-FOUND = 'Y' THEN
                 MOVE CC-VALUE TO WS-PT-TEXT
                 PERFORM SET-REVISIT
              END-IF
              MOVE 'OUTPUT' TO CC-KEYWORD
              CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              IF CC-FOUND = 'Y' THEN
                 MOVE CC-VALUE TO WS-OUTPUT-NAME
              END-IF
              MOVE 'EXPECTED' TO CC-KEYWORD
              CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              IF CC-FOUND = 'Y' THEN
                 MOVE CC-VALUE TO WS-EXPECTED-NAME
              END-IF
           END-IF.

       PROMPT-WAYPOINTS.
           MOVE 'Y' TO WS-PROMPTING.
           PERFORM UNTIL WS-PROMPTING = 'N'
              DISPLAY 'WAYPOINT X,Y (BLANK TO END): '
                 WITH NO ADVANCING
              MOVE SPACES TO WS-PARM
              ACCEPT WS-PARM FROM SYSIN
              IF WS-PARM = SPACES THEN
                 MOVE 'N' TO WS-PROMPTING
              ELSE
                 MOVE WS-PARM TO WS-PT-TEXT
                 PERFORM ADD-WAYPOINT
              END-IF
           END-PERFORM.
           DISPLAY 'REVISIT X,Y (BLANK FOR NONE): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-PARM.
           ACCEPT WS-PARM FROM SYSIN.
           IF WS-PARM IS NOT EQUAL TO SPACES THEN
              MOVE WS-PARM TO WS-PT-TEXT
              PERFORM SET-REVISIT
           END-IF.

       ADD-WAYPOINT.
           PERFORM PARSE-POINT.
           IF WS-PT-OK = 'N' THEN
              DISPLAY 'WAYPOINT IGNORED (NOT X,Y): '
                 FUNCTION TRIM(WS-PT-TEXT)
           ELSE
              IF WS-WP-CNT >= WS-WP-MAX THEN
                 DISPLAY 'WAYPOINT TABLE FULL - IGNORED: '
                    FUNCTION TRIM(WS-PT-TEXT)
              ELSE
                 ADD 1 TO WS-WP-CNT
                 MOVE WS-PT-X TO WP-X(WS-WP-CNT)
                 MOVE WS-PT-Y TO WP-Y(WS-WP-CNT)
              END-IF
           END-IF.

       SET-REVISIT.
           PERFORM PARSE-POINT.
           IF WS-PT-OK = 'N' THEN
              DISPLAY 'REVISIT IGNORED (NOT X,Y): '
                 FUNCTION TRIM(WS-PT-TEXT)
           ELSE
              MOVE 'Y' TO WS-HAVE-REVISIT
              MOVE WS-PT-X TO WS-REVISIT-X
              MOVE WS-PT-Y TO WS-REVISIT-Y
           END-IF.

      *    "x,y" (or "x y"); each coordinate within +/-99999 so no
      *    distance token or answer outgrows D1P1's PIC 9(6).
       PARSE-POINT.
           MOVE 'N' TO WS-PT-OK.
           MOVE SPACES TO WS-TOK-X.
           MOVE SPACES TO WS-TOK-Y.
           UNSTRING FUNCTION TRIM(WS-PT-TEXT)
              DELIMITED BY ',' OR ALL SPACE
              INTO WS-TOK-X WS-TOK-Y
           END-UNSTRING.
           IF WS-TOK-X IS NOT EQUAL TO SPACES AND
              WS-TOK-Y IS NOT EQUAL TO SPACES AND
              FUNCTION TEST-NUMVAL(WS-TOK-X) = 0 AND
              FUNCTION TEST-NUMVAL(WS-TOK-Y) = 0 THEN
              COMPUTE WS-PT-X = FUNCTION NUMVAL(WS-TOK-X)
              COMPUTE WS-PT-Y = FUNCTION NUMVAL(WS-TOK-Y)
              IF WS-PT-X >= -99999 AND WS-PT-X <= 99999 AND
                 WS-PT-Y >= -99999 AND WS-PT-Y <= 99999 THEN
                 MOVE 'Y' TO WS-PT-OK
              END-IF
           END-IF.

      *    One waypoint leg. The axis across the current facing is
      *    walked first (a plain turn), then the other axis, which
      *    is across the new facing. A target only straight ahead
      *    or behind needs a one-block side step to turn at all.
       WALK-TO-TARGET.
           COMPUTE WS-DELTA-X = WS-TARGET-X - WS-POS-X.
           COMPUTE WS-DELTA-Y = WS-TARGET-Y - WS-POS-Y.
           IF WS-FACING = 0 OR WS-FACING = 2 THEN
              IF WS-DELTA-X = 0 AND WS-DELTA-Y NOT = 0 THEN
                 PERFORM SIDE-STEP-Y
              ELSE
                 PERFORM WALK-X-LEG
                 PERFORM WALK-Y-LEG
              END-IF
           ELSE
              IF WS-DELTA-Y = 0 AND WS-DELTA-X NOT = 0 THEN
                 PERFORM SIDE-STEP-X
              ELSE
                 PERFORM WALK-Y-LEG
                 PERFORM WALK-X-LEG
              END-IF
           END-IF.

       WALK-X-LEG.
           IF WS-DELTA-X > 0 THEN
              MOVE 1 TO WS-NEW-DIR
           ELSE
              MOVE 3 TO WS-NEW-DIR
           END-IF.
           MOVE FUNCTION ABS(WS-DELTA-X) TO WS-MOVE-LEN.
           PERFORM EMIT-LEG.

       WALK-Y-LEG.
           IF WS-DELTA-Y > 0 THEN
              MOVE 0 TO WS-NEW-DIR
           ELSE
              MOVE 2 TO WS-NEW-DIR
           END-IF.
           MOVE FUNCTION ABS(WS-DELTA-Y) TO WS-MOVE-LEN.
           PERFORM EMIT-LEG.

       SIDE-STEP-Y.
           COMPUTE WS-JOG-DIR = FUNCTION MOD(WS-FACING + 1, 4).
           MOVE WS-JOG-DIR TO WS-NEW-DIR.
           MOVE 1 TO WS-MOVE-LEN.
           PERFORM EMIT-LEG.
           PERFORM WALK-Y-LEG.
           COMPUTE WS-NEW-DIR = FUNCTION MOD(WS-JOG-DIR + 2, 4).
           MOVE 1 TO WS-MOVE-LEN.
           PERFORM EMIT-LEG.

       SIDE-STEP-X.
           COMPUTE WS-JOG-DIR = FUNCTION MOD(WS-FACING + 1, 4).
           MOVE WS-JOG-DIR TO WS-NEW-DIR.
           MOVE 1 TO WS-MOVE-LEN.
           PERFORM EMIT-LEG.
           PERFORM WALK-X-LEG.
           COMPUTE WS-NEW-DIR = FUNCTION MOD(WS-JOG-DIR + 2, 4).
           MOVE 1 TO WS-MOVE-LEN.
           PERFORM EMIT-LEG.

      *    Turn to WS-NEW-DIR (always a quarter turn) and walk
      *    WS-MOVE-LEN blocks; a zero-length leg emits nothing.
       EMIT-LEG.
           IF WS-MOVE-LEN > 0 AND WS-FAILED = 'N' THEN
              MOVE SPACES TO WS-TOKEN
              MOVE WS-MOVE-LEN TO WS-SHOW-LEN
              IF WS-NEW-DIR = FUNCTION MOD(WS-FACING + 1, 4) THEN
                 STRING 'R' DELIMITED SIZE
                    FUNCTION TRIM(WS-SHOW-LEN) DELIMITED SIZE
                    INTO WS-TOKEN
                 END-STRING
              ELSE
                 STRING 'L' DELIMITED SIZE
                    FUNCTION TRIM(WS-SHOW-LEN) DELIMITED SIZE
                    INTO WS-TOKEN
                 END-STRING
              END-IF
              IF WS-LINE-PTR + 12 > WS-LINE-LIMIT THEN
                 MOVE 'Y' TO WS-FAILED
                 MOVE 'ROUTE NEEDS MORE THAN ONE D1P1 RECORD OF TOKENS'
                    TO WS-FAIL-WHY
              ELSE
                 IF WS-TOKEN-CNT > 0 THEN
                    STRING ', ' DELIMITED SIZE
                       INTO WS-LINE WITH POINTER WS-LINE-PTR
                    END-STRING
                 END-IF
                 STRING FUNCTION TRIM(WS-TOKEN) DELIMITED SIZE
                    INTO WS-LINE WITH POINTER WS-LINE-PTR
                 END-STRING
                 ADD 1 TO WS-TOKEN-CNT
                 MOVE WS-NEW-DIR TO WS-FACING
                 PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
                    UNTIL WS-BLOCK-IDX > WS-MOVE-LEN OR
                       WS-FAILED = 'Y'
                       PERFORM WALK-ONE-BLOCK
                 END-PERFORM
              END-IF
           END-IF.

       WALK-ONE-BLOCK.
           EVALUATE WS-FACING
              WHEN 0
                 ADD 1 TO WS-POS-Y
              WHEN 1
                 ADD 1 TO WS-POS-X
              WHEN 2
                 SUBTRACT 1 FROM WS-POS-Y
              WHEN 3
                 SUBTRACT 1 FROM WS-POS-X
           END-EVALUATE.
           ADD 1 TO WS-STEP-CNT.
           MOVE WS-POS-X TO WS-PT-X.
           MOVE WS-POS-Y TO WS-PT-Y.
           PERFORM LOOK-UP-VISIT.
           IF WS-SEEN-BEFORE = 'Y' THEN
              IF WS-FOUND-REPEAT = 'N' THEN
                 MOVE 'Y' TO WS-FOUND-REPEAT
                 MOVE WS-POS-X TO WS-REPEAT-X
                 MOVE WS-POS-Y TO WS-REPEAT-Y
                 MOVE WS-STEP-CNT TO WS-REPEAT-STEP
              END-IF
           ELSE
              PERFORM RECORD-VISIT
           END-IF.

       LOOK-UP-VISIT.
           MOVE 'N' TO WS-SEEN-BEFORE.
           COMPUTE VIS-HASH = FUNCTION MOD(
              (WS-PT-X + 1000000) * 4099 + WS-PT-Y + 1000000
              39989) + 1.
           MOVE VIS-HEAD(VIS-HASH) TO VIS-PTR.
           PERFORM UNTIL VIS-PTR = 0 OR WS-SEEN-BEFORE = 'Y'
              IF VIS-X(VIS-PTR) = WS-PT-X AND
                 VIS-Y(VIS-PTR) = WS-PT-Y THEN
                 MOVE 'Y' TO WS-SEEN-BEFORE
              ELSE
                 MOVE VIS-NEXT(VIS-PTR) TO VIS-PTR
              END-IF
           END-PERFORM.

       RECORD-VISIT.
           IF VIS-CNT >= VIS-MAX THEN
              MOVE 'Y' TO WS-FAILED
              MOVE 'ROUTE WALKS MORE BLOCKS THAN D1P1 CAN TRACK'
                 TO WS-FAIL-WHY
           ELSE
              COMPUTE VIS-HASH = FUNCTION MOD(
                 (WS-PT-X + 1000000) * 4099 + WS-PT-Y + 1000000
                 39989) + 1
              ADD 1 TO VIS-CNT
              MOVE WS-PT-X TO VIS-X(VIS-CNT)
              MOVE WS-PT-Y TO VIS-Y(VIS-CNT)
              MOVE VIS-HEAD(VIS-HASH) TO VIS-NEXT(VIS-CNT)
              MOVE VIS-CNT TO VIS-HEAD(VIS-HASH)
           END-IF.

      *    Same answer form D1P1 ledgers (PIC 9(6), zero-filled) and
      *    the same one-trip labels, so VERIFY compares exactly.
       WRITE-EXPECTED.
           OPEN OUTPUT EXPFILE.
           COMPUTE WS-ANSWER = FUNCTION ABS(WS-POS-X) +
              FUNCTION ABS(WS-POS-Y).
           MOVE SPACES TO EXP-REC.
           STRING 'AOC-2016-D1P1: PART 1 DISTANCE = ' DELIMITED SIZE
              WS-ANSWER DELIMITED SIZE
              INTO EXP-REC
           END-STRING.
           WRITE EXP-REC.
           IF WS-FOUND-REPEAT = 'Y' THEN
              COMPUTE WS-ANSWER = FUNCTION ABS(WS-REPEAT-X) +
                 FUNCTION ABS(WS-REPEAT-Y)
              MOVE SPACES TO EXP-REC
              STRING 'AOC-2016-D1P1: PART 2 FIRST-REVISITED DIST = '
                    DELIMITED SIZE
                 WS-ANSWER DELIMITED SIZE
                 INTO EXP-REC
              END-STRING
              WRITE EXP-REC
           END-IF.
           CLOSE EXPFILE.

       SHOW-SUMMARY.
           MOVE WS-TOKEN-CNT TO WS-SHOW-LEN.
           MOVE WS-STEP-CNT TO WS-SHOW-STEP.
           DISPLAY 'FIXTURE WRITTEN: ' FUNCTION TRIM(WS-OUTPUT-NAME)
              ' (' FUNCTION TRIM(WS-SHOW-LEN) ' TOKENS, '
              FUNCTION TRIM(WS-SHOW-STEP) ' BLOCKS)'.
           MOVE WS-POS-X TO WS-SHOW-X.
           MOVE WS-POS-Y TO WS-SHOW-Y.
           DISPLAY '    END POINT ......: (' FUNCTION TRIM(WS-SHOW-X)
              ',' FUNCTION TRIM(WS-SHOW-Y) ')'.
           IF WS-FOUND-REPEAT = 'Y' THEN
              MOVE WS-REPEAT-X TO WS-SHOW-X
              MOVE WS-REPEAT-Y TO WS-SHOW-Y
              MOVE WS-REPEAT-STEP TO WS-SHOW-STEP
              DISPLAY '    FIRST REVISIT ..: ('
                 FUNCTION TRIM(WS-SHOW-X) ','
                 FUNCTION TRIM(WS-SHOW-Y) ') AT BLOCK '
                 FUNCTION TRIM(WS-SHOW-STEP)
           ELSE
              DISPLAY '    FIRST REVISIT ..: NONE (NO PART 2 ANSWER)'
           END-IF.
           DISPLAY 'EXPECTED ANSWERS WRITTEN: '
              FUNCTION TRIM(WS-EXPECTED-NAME).

       END PROGRAM AOC-2016-D1GEN.
