       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-GEOFENCE.

      *    Restricted-zone check for the trail.txt audit file D1P1
      *    writes (step, x, y, facing per record). Planning supplies
      *    rectangles of the city grid the walker must never enter -
      *    construction sites, closed blocks - one per line of the
      *    zone file:
      *
      *        <zone-name> <x1> <y1> <x2> <y2>
      *
      *    (any two opposite corners, inclusive; '*' lines are
      *    comments). The trail is walked step by step and every
      *    step that moves into a zone from outside it is reported
      *    with its step number, coordinates, facing and zone, plus
      *    per-zone totals of entries and blocks walked inside.
      *    Every entry is also W-logged to AOC-2016-ERRLOG so it
      *    reaches the shift report and the alert chain, and any
      *    incursion exits CC 4. Zone lines that cannot be read are
      *    W-logged and skipped (CC 4); a missing trail or zone file
      *    is CC 8. Output: d1p1_geofence.txt plus the console.
      *    Cards: AOC-2016-GEOFENCE TRAIL= overrides the trail file,
      *    ZONES= the zone file (default aoc_d1_zones.txt).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAILFILE ASSIGN TO DYNAMIC WS-TRAIL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRAIL-STATUS.

           SELECT ZONEFILE ASSIGN TO DYNAMIC WS-ZONE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ZONE-STATUS.

           SELECT FENCEFILE ASSIGN TO 'd1p1_geofence.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAILFILE.
       01  TRAIL-REC           PIC X(40).

       FD  ZONEFILE.
       01  ZONE-REC            PIC X(120).

       FD  FENCEFILE.
       01  FENCE-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".
       COPY "watermark.cpy".

       01  WS-TRAIL-NAME       PIC X(100) VALUE 'trail.txt'.
       01  WS-TRAIL-STATUS     PIC XX.
       01  WS-ZONE-NAME        PIC X(100) VALUE 'aoc_d1_zones.txt'.
       01  WS-ZONE-STATUS      PIC XX.

       01  WS-TOK-STEP         PIC X(12).
       01  WS-TOK-X            PIC X(12).
       01  WS-TOK-Y            PIC X(12).
       01  WS-TOK-FACING       PIC X(12).
       01  WS-PT-STEP          PIC 9(7).
       01  WS-PT-X             PIC S9(7).
       01  WS-PT-Y             PIC S9(7).
       01  WS-FACING           PIC 9.
       01  WS-FACING-NAMES     PIC X(4)   VALUE 'NESW'.
       01  WS-FACING-CHAR      PIC X.

      *    The zones, normalized so LO <= HI on both axes, with the
      *    walker's inside/outside state and the running totals.
       01  WS-ZONE-MAX         PIC 9(3)   VALUE 200.
       01  WS-ZONE-CNT         PIC 9(3)   VALUE 0.
       01  ZONE-TABLE.
           05 ZONE-ENTRY OCCURS 200 TIMES.
              10 ZONE-ID       PIC X(20).
              10 ZONE-LO-X     PIC S9(7).
              10 ZONE-LO-Y     PIC S9(7).
              10 ZONE-HI-X     PIC S9(7).
              10 ZONE-HI-Y     PIC S9(7).
              10 ZONE-INSIDE   PIC X.
              10 ZONE-ENTRIES  PIC 9(7).
              10 ZONE-BLOCKS   PIC 9(7).
       01  WS-ZONE-IDX         PIC 9(3).
       01  WS-ZONE-FULL        PIC X      VALUE 'N'.

       01  WS-Z-NAME           PIC X(20).
       01  WS-Z-X1             PIC X(12).
       01  WS-Z-Y1             PIC X(12).
       01  WS-Z-X2             PIC X(12).
       01  WS-Z-Y2             PIC X(12).
       01  WS-Z-EXTRA          PIC X(12).
       01  WS-Z-LINE           PIC 9(5)   VALUE 0.
       01  WS-Z-A              PIC S9(7).
       01  WS-Z-B              PIC S9(7).

       01  WS-STEP-CNT         PIC 9(7)   VALUE 0.
       01  WS-INCURSIONS       PIC 9(7)   VALUE 0.
       01  WS-SHOW-STEP        PIC Z(6)9.
       01  WS-SHOW-X           PIC -(6)9.
       01  WS-SHOW-Y           PIC -(6)9.
       01  WS-SHOW-CNT         PIC Z(6)9.
       01  WS-SHOW-BLOCKS      PIC Z(6)9.
       01  WS-SHOW-LINE        PIC Z(4)9.
       01  WS-RESULT-CC        PIC 99     VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM GET-FENCE-PARMS.
           PERFORM LOAD-ZONES THRU LOAD-ZONES-EXIT.
           IF WS-ZONE-STATUS = '35' THEN
              DISPLAY 'NO ZONE FILE '
                 FUNCTION TRIM(WS-ZONE-NAME) ' - NO GEOFENCE CHECK'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN INPUT TRAILFILE.
           IF WS-TRAIL-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'NO TRAIL FILE '
                 FUNCTION TRIM(WS-TRAIL-NAME) ' - NO GEOFENCE CHECK'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT FENCEFILE.
           MOVE SPACES TO FENCE-REC.
           STRING 'GEOFENCE CHECK OF ' DELIMITED SIZE
              FUNCTION TRIM(WS-TRAIL-NAME) DELIMITED SIZE
              ' AGAINST ' DELIMITED SIZE
              FUNCTION TRIM(WS-ZONE-NAME) DELIMITED SIZE
              INTO FENCE-REC
           END-STRING.
           PERFORM PUT-FENCE-LINE.
           PERFORM UNTIL WS-TRAIL-STATUS IS NOT EQUAL TO '00'
              READ TRAILFILE
                 AT END
                    MOVE '10' TO WS-TRAIL-STATUS
                 NOT AT END
                    PERFORM HANDLE-TRAIL-REC
              END-READ
           END-PERFORM.
           CLOSE TRAILFILE.
           PERFORM WRITE-ZONE-TOTALS.
           CLOSE FENCEFILE.
           PERFORM REPORT-WATERMARKS.
           DISPLAY 'GEOFENCE REPORT WRITTEN: d1p1_geofence.txt'.

           IF WS-INCURSIONS > 0 THEN
              DISPLAY 'RESTRICTED ZONES ENTERED - SEE '
                 'd1p1_geofence.txt'
              MOVE 4 TO WS-RESULT-CC
           END-IF.
           MOVE WS-RESULT-CC TO RETURN-CODE.
           GOBACK.

       GET-FENCE-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-GEOFENCE' TO CC-PROGRAM.
           MOVE 'TRAIL' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-TRAIL-NAME
           END-IF.
           MOVE 'ZONES' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-ZONE-NAME
           END-IF.

       LOAD-ZONES.
           OPEN INPUT ZONEFILE.
           IF WS-ZONE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE '35' TO WS-ZONE-STATUS
              GO TO LOAD-ZONES-EXIT
           END-IF.
           PERFORM UNTIL WS-ZONE-STATUS IS NOT EQUAL TO '00'
              READ ZONEFILE
                 AT END
                    MOVE '10' TO WS-ZONE-STATUS
                 NOT AT END
                    ADD 1 TO WS-Z-LINE
                    IF ZONE-REC IS NOT EQUAL TO SPACES AND
                       ZONE-REC(1:1) IS NOT EQUAL TO '*' THEN
                       PERFORM ADD-ZONE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ZONEFILE.
       LOAD-ZONES-EXIT.
           EXIT.

       ADD-ZONE.
           MOVE SPACES TO WS-Z-NAME WS-Z-X1 WS-Z-Y1 WS-Z-X2 WS-Z-Y2
              WS-Z-EXTRA.
           UNSTRING FUNCTION TRIM(ZONE-REC LEADING)
              DELIMITED BY ALL SPACE
              INTO WS-Z-NAME WS-Z-X1 WS-Z-Y1 WS-Z-X2 WS-Z-Y2
                 WS-Z-EXTRA
           END-UNSTRING.
           IF WS-Z-Y2 = SPACES OR WS-Z-EXTRA IS NOT EQUAL TO SPACES OR
              FUNCTION TEST-NUMVAL(WS-Z-X1) IS NOT EQUAL TO 0 OR
              FUNCTION TEST-NUMVAL(WS-Z-Y1) IS NOT EQUAL TO 0 OR
              FUNCTION TEST-NUMVAL(WS-Z-X2) IS NOT EQUAL TO 0 OR
              FUNCTION TEST-NUMVAL(WS-Z-Y2) IS NOT EQUAL TO 0 THEN
              MOVE 'AOC0204W' TO EL-MSG-ID
              PERFORM LOG-ZONE-PROBLEM
           ELSE
              IF WS-ZONE-CNT >= WS-ZONE-MAX THEN
                 IF WS-ZONE-FULL = 'N' THEN
                    MOVE 'Y' TO WS-ZONE-FULL
                    MOVE 'AOC0301W' TO EL-MSG-ID
                    MOVE 'ZONE TABLE' TO EL-VALUE-1
                    MOVE 'REST OF ZONE FILE DROPPED' TO EL-VALUE-2
                    PERFORM LOG-ZONE-PROBLEM
                 END-IF
              ELSE
                 ADD 1 TO WS-ZONE-CNT
                 MOVE WS-Z-NAME TO ZONE-ID(WS-ZONE-CNT)
                 COMPUTE WS-Z-A = FUNCTION NUMVAL(WS-Z-X1)
                 COMPUTE WS-Z-B = FUNCTION NUMVAL(WS-Z-X2)
                 MOVE FUNCTION MIN(WS-Z-A WS-Z-B)
                    TO ZONE-LO-X(WS-ZONE-CNT)
                 MOVE FUNCTION MAX(WS-Z-A WS-Z-B)
                    TO ZONE-HI-X(WS-ZONE-CNT)
                 COMPUTE WS-Z-A = FUNCTION NUMVAL(WS-Z-Y1)
                 COMPUTE WS-Z-B = FUNCTION NUMVAL(WS-Z-Y2)
                 MOVE FUNCTION MIN(WS-Z-A WS-Z-B)
                    TO ZONE-LO-Y(WS-ZONE-CNT)
                 MOVE FUNCTION MAX(WS-Z-A WS-Z-B)
                    TO ZONE-HI-Y(WS-ZONE-CNT)
                 MOVE 'N' TO ZONE-INSIDE(WS-ZONE-CNT)
                 MOVE 0 TO ZONE-ENTRIES(WS-ZONE-CNT)
                 MOVE 0 TO ZONE-BLOCKS(WS-ZONE-CNT)
              END-IF
           END-IF.

       LOG-ZONE-PROBLEM.
           MOVE WS-Z-LINE TO WS-SHOW-LINE.
           MOVE SPACES TO EL-REFERENCE.
           STRING 'ZONE LINE ' DELIMITED SIZE
              FUNCTION TRIM(WS-SHOW-LINE) DELIMITED SIZE
              INTO EL-REFERENCE
           END-STRING.
           PERFORM LOG-ERROR.
           DISPLAY FUNCTION TRIM(EL-REFERENCE) ': ' EL-MSG-ID ' '
              FUNCTION TRIM(EL-MESSAGE).
           MOVE 4 TO WS-RESULT-CC.

       HANDLE-TRAIL-REC.
           IF TRAIL-REC IS EQUAL TO SPACES OR
              TRAIL-REC(1:4) = 'RUN:' THEN
              CONTINUE
           ELSE
              MOVE SPACES TO WS-TOK-STEP
              MOVE SPACES TO WS-TOK-X
              MOVE SPACES TO WS-TOK-Y
              MOVE SPACES TO WS-TOK-FACING
              UNSTRING FUNCTION TRIM(TRAIL-REC LEADING)
                 DELIMITED BY ALL SPACE
                 INTO WS-TOK-STEP WS-TOK-X WS-TOK-Y WS-TOK-FACING
              END-UNSTRING
              IF WS-TOK-X IS EQUAL TO SPACES OR
                 WS-TOK-Y IS EQUAL TO SPACES OR
                 WS-TOK-FACING(1:1) IS NOT NUMERIC THEN
                 CONTINUE
              ELSE
                 COMPUTE WS-PT-STEP = FUNCTION NUMVAL(WS-TOK-STEP)
                 COMPUTE WS-PT-X = FUNCTION NUMVAL(WS-TOK-X)
                 COMPUTE WS-PT-Y = FUNCTION NUMVAL(WS-TOK-Y)
                 MOVE WS-TOK-FACING(1:1) TO WS-FACING
                 ADD 1 TO WS-STEP-CNT
                 PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
                    UNTIL WS-ZONE-IDX > WS-ZONE-CNT
                       PERFORM CHECK-ZONE
                 END-PERFORM
              END-IF
           END-IF.

      *    A block inside counts toward the zone's time inside; only
      *    the step that crosses in from outside is an entry.
       CHECK-ZONE.
           IF WS-PT-X >= ZONE-LO-X(WS-ZONE-IDX) AND
              WS-PT-X <= ZONE-HI-X(WS-ZONE-IDX) AND
              WS-PT-Y >= ZONE-LO-Y(WS-ZONE-IDX) AND
              WS-PT-Y <= ZONE-HI-Y(WS-ZONE-IDX) THEN
              ADD 1 TO ZONE-BLOCKS(WS-ZONE-IDX)
              IF ZONE-INSIDE(WS-ZONE-IDX) = 'N' THEN
                 MOVE 'Y' TO ZONE-INSIDE(WS-ZONE-IDX)
                 ADD 1 TO ZONE-ENTRIES(WS-ZONE-IDX)
                 ADD 1 TO WS-INCURSIONS
                 PERFORM REPORT-ENTRY
              END-IF
           ELSE
              MOVE 'N' TO ZONE-INSIDE(WS-ZONE-IDX)
           END-IF.

       REPORT-ENTRY.
           MOVE WS-PT-STEP TO WS-SHOW-STEP.
           MOVE WS-PT-X TO WS-SHOW-X.
           MOVE WS-PT-Y TO WS-SHOW-Y.
           IF WS-FACING >= 1 AND WS-FACING <= 4 THEN
              MOVE WS-FACING-NAMES(WS-FACING:1) TO WS-FACING-CHAR
           ELSE
              MOVE '?' TO WS-FACING-CHAR
           END-IF.
           MOVE SPACES TO FENCE-REC.
           STRING 'ENTRY STEP ' DELIMITED SIZE
              WS-SHOW-STEP DELIMITED SIZE
              ' X ' DELIMITED SIZE
              WS-SHOW-X DELIMITED SIZE
              ' Y ' DELIMITED SIZE
              WS-SHOW-Y DELIMITED SIZE
              ' FACING ' DELIMITED SIZE
              WS-FACING-CHAR DELIMITED SIZE
              ' ZONE ' DELIMITED SIZE
              FUNCTION TRIM(ZONE-ID(WS-ZONE-IDX)) DELIMITED SIZE
              INTO FENCE-REC
           END-STRING.
           PERFORM PUT-FENCE-LINE.
           MOVE ZONE-ID(WS-ZONE-IDX) TO EL-REFERENCE.
           MOVE 'AOC0612W' TO EL-MSG-ID.
           MOVE FUNCTION TRIM(WS-SHOW-STEP) TO EL-VALUE-1.
           MOVE SPACES TO EL-VALUE-2.
           STRING FUNCTION TRIM(WS-SHOW-X) DELIMITED SIZE
              ',' DELIMITED SIZE
              FUNCTION TRIM(WS-SHOW-Y) DELIMITED SIZE
              INTO EL-VALUE-2
           END-STRING.
           MOVE WS-FACING-CHAR TO EL-VALUE-3.
           PERFORM LOG-ERROR.

       WRITE-ZONE-TOTALS.
           MOVE WS-STEP-CNT TO WS-SHOW-CNT.
           MOVE SPACES TO FENCE-REC.
           STRING 'STEPS CHECKED ......: ' DELIMITED SIZE
              FUNCTION TRIM(WS-SHOW-CNT) DELIMITED SIZE
              INTO FENCE-REC
           END-STRING.
           PERFORM PUT-FENCE-LINE.
           PERFORM VARYING WS-ZONE-IDX FROM 1 BY 1
              UNTIL WS-ZONE-IDX > WS-ZONE-CNT
                 MOVE ZONE-ENTRIES(WS-ZONE-IDX) TO WS-SHOW-CNT
                 MOVE ZONE-BLOCKS(WS-ZONE-IDX) TO WS-SHOW-BLOCKS
                 MOVE SPACES TO FENCE-REC
                 STRING 'ZONE ' DELIMITED SIZE
                    ZONE-ID(WS-ZONE-IDX) DELIMITED SIZE
                    ' ENTRIES=' DELIMITED SIZE
                    FUNCTION TRIM(WS-SHOW-CNT) DELIMITED SIZE
                    ' BLOCKS-INSIDE=' DELIMITED SIZE
                    FUNCTION TRIM(WS-SHOW-BLOCKS) DELIMITED SIZE
                    INTO FENCE-REC
                 END-STRING
                 PERFORM PUT-FENCE-LINE
           END-PERFORM.
           MOVE WS-INCURSIONS TO WS-SHOW-CNT.
           MOVE SPACES TO FENCE-REC.
           STRING 'TOTAL ZONE ENTRIES .: ' DELIMITED SIZE
              FUNCTION TRIM(WS-SHOW-CNT) DELIMITED SIZE
              INTO FENCE-REC
           END-STRING.
           PERFORM PUT-FENCE-LINE.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-GEOFENCE' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       REPORT-WATERMARKS.
           MOVE 'LOG' TO WM-FUNC.
           MOVE 'AOC-2016-GEOFENCE' TO WM-PROGRAM.
           MOVE 'ZONE-TABLE' TO WM-TABLE.
           MOVE WS-ZONE-CNT TO WM-USED.
           MOVE WS-ZONE-MAX TO WM-MAX.
           CALL 'AOC-2016-WATERMARK' USING WM-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       PUT-FENCE-LINE.
           WRITE FENCE-REC.
           DISPLAY '    ' FUNCTION TRIM(FENCE-REC).

       END PROGRAM AOC-2016-GEOFENCE.
