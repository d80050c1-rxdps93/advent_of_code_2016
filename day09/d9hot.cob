       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D9HOT.

      *    Marker hot-spot profiler for version-2 Day 9 expansion.
      *    AOC-2016-D9RECON says which records explode; this says
      *    which markers inside them did it. Each record's v2 length
      *    is split exactly between its literal characters and its
      *    markers: walking the record with the D9P2 frame stack, a
      *    marker is credited with the characters its repeat count
      *    adds on top of what the markers enclosing it already
      *    produce -
      *
      *        (repeat - 1) x enclosing multiplier x characters
      *                                      covered in the record
      *
      *    so literal count plus every marker's contribution is the
      *    record's v2 length, and each marker's share of it adds up
      *    with the others to 100%.
      *
      *    For every record d9_hotspot.txt lists the top contributing
      *    markers - position, (AxB) text, nesting depth, characters
      *    contributed and share of the record's length - then one
      *    line per nesting depth and a summary of how much of the
      *    expansion came from the deepest level. Malformed markers
      *    count as literal text and markers past the 60-frame stack
      *    are dropped, both as in D9P2.
      *
      *    Cards AOC-2016-D9HOT INPUT= (default: the D9P2 INPUT
      *    card) and TOP= (markers listed per record, default 10).
      *    CC 8 if the input file is missing.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "input_file_select.cpy"
              REPLACING ==FILE-NAME-FIELD== BY ==WS-INPUT-FILE-NAME==.
           SELECT REPORTFILE ASSIGN TO 'd9_hotspot.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "input_file_fd.cpy"
          REPLACING ==INPUT-LINE-PIC== BY ==X(99999)==.

       FD  REPORTFILE.
       01  REPORT-REC  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "run_registry.cpy".

       01  WS-INPUT-FILE-NAME PIC X(100) VALUE 'TEST'.
       01  WS-FILE-NAME-PARM  PIC X(100).
       01  WS-INPUTFILE-STATUS PIC XX.
       01  WS-CURRENT-DATE    PIC X(21).
       01  LOOP        PIC 9       VALUE 1.
       01  WS-TOP-N    PIC 99      VALUE 10.
       01  WS-TOP-PARM PIC X(10).

       01  WS-REC-NUM  PIC 9(7)    VALUE 0.
       01  IN-LEN      PIC 9(11).
       01  PSN         PIC 9(11).
       01  ORIG-PSN    PIC 9(11).
       01  TMP         PIC 9(11).
       01  LEN         PIC 9(11).
       01  CHRS        PIC 9(11).
       01  REPS        PIC 9(11).
       01  SCAN-LEN    PIC 9(11).
       01  WS-BAD-MARKER PIC X.

      *    D9P2 frame stack, each frame also carrying the marker it
      *    belongs to, the multiplier in force outside it, and the
      *    count of record characters read while it was open.
       01  WS-STACK-MAX  PIC 99    VALUE 60.
       01  STK-TOP       PIC 99    VALUE 0.
       01  CUR-MULT      PIC 9(18) VALUE 1.
       01  MARKER-STACK.
           05 STK-FRAME  OCCURS 60 TIMES.
              10 STK-END    PIC 9(11).
              10 STK-MULT   PIC 9(11).
              10 STK-OUTER  PIC 9(18).
              10 STK-MK     PIC 9(5).
              10 STK-RAW    PIC 9(11).

      *    Markers of the current record. Past the table's end a
      *    marker's contribution still counts toward its depth and
      *    the record total, but it cannot be ranked.
       01  WS-MK-MAX     PIC 9(5)  VALUE 5000.
       01  WS-MK-CNT     PIC 9(5)  VALUE 0.
       01  WS-MK-SEEN    PIC 9(7)  VALUE 0.
       01  WS-MK-IDX     PIC 9(5).
       01  MK-TABLE.
           05 MK-ENTRY OCCURS 5000 TIMES.
              10 MK-POS     PIC 9(11).
              10 MK-TEXT    PIC X(24).
              10 MK-DEPTH   PIC 99.
              10 MK-CONTRIB PIC S9(18).
              10 MK-RANKED  PIC X.
       01  WS-CUR-MK     PIC 9(5).

      *    Per-depth contribution for the current record.
       01  DEPTH-TABLE.
           05 DP-ENTRY OCCURS 60 TIMES.
              10 DP-MARKERS PIC 9(7).
              10 DP-CONTRIB PIC S9(18).
       01  WS-DP-IDX     PIC 99.
       01  WS-MAX-DEPTH  PIC 99.

       01  WS-LITERALS   PIC 9(11).
       01  WS-REC-LEN    PIC S9(18).
       01  WS-EXPANSION  PIC S9(18).
       01  WS-ADD        PIC S9(18).
       01  WS-POP-RAW    PIC 9(11).
       01  WS-BEST-IDX   PIC 9(5).
       01  WS-BEST-VAL   PIC S9(18).
       01  WS-RANK       PIC 99.
       01  WS-SHARE      PIC S9(5)V99.
       01  WS-SHARE-2    PIC S9(5)V99.
       01  WS-SHARE-SHOW PIC -(4)9.99.
       01  WS-SHARE-SHOW-2 PIC -(4)9.99.
       01  WS-NUM-SHOW   PIC -(17)9.
       01  WS-NUM-SHOW-2 PIC -(17)9.
       01  WS-POS-SHOW   PIC Z(10)9.
       01  WS-RANK-SHOW  PIC Z9.
       01  WS-CNT-SHOW   PIC Z(10)9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           IF RR-RUN-NUMBER IS NOT NUMERIC THEN
              MOVE 0 TO RR-RUN-NUMBER
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM GET-FILE-NAME.
           PERFORM GET-TOP-COUNT.
           OPEN INPUT INPUTFILE.
           IF WS-INPUTFILE-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'INPUT FILE NOT FOUND: '
                 FUNCTION TRIM(WS-INPUT-FILE-NAME)
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-REC.
           STRING 'D9 V2 MARKER HOT-SPOT PROFILE RUN=' DELIMITED SIZE
              RR-RUN-NUMBER DELIMITED SIZE
              ' DATE=' DELIMITED SIZE
              WS-CURRENT-DATE(1:8) DELIMITED SIZE
              ' INPUT=' DELIMITED SIZE
              FUNCTION TRIM(WS-INPUT-FILE-NAME) DELIMITED SIZE
              ' TOP=' DELIMITED SIZE
              WS-TOP-N DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           PERFORM UNTIL LOOP = 0
              READ INPUTFILE NEXT RECORD INTO INPUT-LINE
              AT END
                 MOVE 0 TO LOOP
              NOT AT END
                 ADD 1 TO WS-REC-NUM
                 PERFORM PROFILE-RECORD
                 PERFORM REPORT-RECORD
              END-READ
           END-PERFORM.
           CLOSE INPUTFILE.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'TOTALS RECORDS=' DELIMITED SIZE
              WS-REC-NUM DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).
           CLOSE REPORTFILE.
           GOBACK.

       GET-FILE-NAME.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D9HOT' TO CC-PROGRAM.
           MOVE 'INPUT' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
                 MOVE 'N' TO CC-LOADED
           END-CALL.
           IF CC-FOUND = 'N' THEN
              MOVE 'AOC-2016-D9P2' TO CC-PROGRAM
              CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
           END-IF.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-INPUT-FILE-NAME
           ELSE
              IF CC-LOADED = 'N' THEN
                 DISPLAY 'INPUT FILE NAME (BLANK = TEST): '
                    WITH NO ADVANCING
                 MOVE SPACES TO WS-FILE-NAME-PARM
                 ACCEPT WS-FILE-NAME-PARM FROM SYSIN
                 IF WS-FILE-NAME-PARM IS NOT EQUAL TO SPACES THEN
                    MOVE WS-FILE-NAME-PARM TO WS-INPUT-FILE-NAME
                 END-IF
              END-IF
           END-IF.

       GET-TOP-COUNT.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D9HOT' TO CC-PROGRAM.
           MOVE 'TOP' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE(1:10) TO WS-TOP-PARM
              IF TEST-NUMVAL(WS-TOP-PARM) = 0 THEN
                 IF NUMVAL(WS-TOP-PARM) > 0 AND
                    NUMVAL(WS-TOP-PARM) < 100 THEN
                    MOVE NUMVAL(WS-TOP-PARM) TO WS-TOP-N
                 END-IF
              END-IF
           END-IF.

      *    One pass over the record, crediting each marker as its
      *    frame closes.
       PROFILE-RECORD.
           MOVE LENGTH OF FUNCTION TRIM(INPUT-LINE) TO IN-LEN.
           MOVE 0 TO WS-MK-CNT.
           MOVE 0 TO WS-MK-SEEN.
           MOVE 0 TO WS-LITERALS.
           MOVE 0 TO WS-MAX-DEPTH.
           MOVE 0 TO STK-TOP.
           MOVE 1 TO CUR-MULT.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1 UNTIL WS-DP-IDX > 60
              MOVE 0 TO DP-MARKERS(WS-DP-IDX)
              MOVE 0 TO DP-CONTRIB(WS-DP-IDX)
           END-PERFORM.
           MOVE 1 TO PSN.
           PERFORM UNTIL PSN > IN-LEN
              PERFORM POP-FINISHED-FRAMES
              MOVE 'Y' TO WS-BAD-MARKER
              IF INPUT-LINE(PSN:1) = '(' THEN
                 PERFORM PARSE-MARKER
              END-IF
              IF WS-BAD-MARKER = 'Y' THEN
                 ADD 1 TO WS-LITERALS
                 IF STK-TOP > 0 THEN
                    ADD 1 TO STK-RAW(STK-TOP)
                 END-IF
                 ADD 1 TO PSN
              ELSE
                 PERFORM PUSH-MARKER
              END-IF
           END-PERFORM.
           MOVE IN-LEN TO PSN.
           ADD 1 TO PSN.
           PERFORM POP-FINISHED-FRAMES.
           MOVE WS-LITERALS TO WS-REC-LEN.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                 UNTIL WS-DP-IDX > WS-MAX-DEPTH
              ADD DP-CONTRIB(WS-DP-IDX) TO WS-REC-LEN
           END-PERFORM.
           COMPUTE WS-EXPANSION = WS-REC-LEN - WS-LITERALS.

       PUSH-MARKER.
           MOVE PSN TO ORIG-PSN.
           COMPUTE PSN = PSN + LEN + 3.
           ADD 1 TO WS-MK-SEEN.
           IF STK-TOP < WS-STACK-MAX THEN
              ADD 1 TO STK-TOP
              IF STK-TOP > WS-MAX-DEPTH THEN
                 MOVE STK-TOP TO WS-MAX-DEPTH
              END-IF
              COMPUTE STK-END(STK-TOP) = PSN + CHRS - 1
              MOVE REPS TO STK-MULT(STK-TOP)
              MOVE CUR-MULT TO STK-OUTER(STK-TOP)
              MOVE 0 TO STK-RAW(STK-TOP)
              MOVE 0 TO STK-MK(STK-TOP)
              ADD 1 TO DP-MARKERS(STK-TOP)
              IF WS-MK-CNT < WS-MK-MAX THEN
                 ADD 1 TO WS-MK-CNT
                 MOVE WS-MK-CNT TO STK-MK(STK-TOP)
                 MOVE ORIG-PSN TO MK-POS(WS-MK-CNT)
                 MOVE STK-TOP TO MK-DEPTH(WS-MK-CNT)
                 MOVE 0 TO MK-CONTRIB(WS-MK-CNT)
                 MOVE 'N' TO MK-RANKED(WS-MK-CNT)
                 MOVE SPACES TO MK-TEXT(WS-MK-CNT)
                 IF LEN + 3 > 24 THEN
                    MOVE INPUT-LINE(ORIG-PSN:24) TO MK-TEXT(WS-MK-CNT)
                 ELSE
                    MOVE INPUT-LINE(ORIG-PSN:LEN + 3)
                       TO MK-TEXT(WS-MK-CNT)
                 END-IF
              END-IF
              COMPUTE CUR-MULT = CUR-MULT * REPS
           END-IF.

      *    A closing frame's contribution is final: its repeat count
      *    less one, times the multiplier outside it, times the
      *    record characters it covered. Those characters then count
      *    toward the enclosing frame as well.
       POP-FINISHED-FRAMES.
           PERFORM UNTIL STK-TOP = 0 OR PSN <= STK-END(STK-TOP)
              COMPUTE WS-ADD = (STK-MULT(STK-TOP) - 1)
                 * STK-OUTER(STK-TOP) * STK-RAW(STK-TOP)
              ADD WS-ADD TO DP-CONTRIB(STK-TOP)
              IF STK-MK(STK-TOP) > 0 THEN
                 MOVE STK-MK(STK-TOP) TO WS-CUR-MK
                 MOVE WS-ADD TO MK-CONTRIB(WS-CUR-MK)
              END-IF
              MOVE STK-OUTER(STK-TOP) TO CUR-MULT
              MOVE STK-RAW(STK-TOP) TO WS-POP-RAW
              SUBTRACT 1 FROM STK-TOP
              IF STK-TOP > 0 THEN
                 ADD WS-POP-RAW TO STK-RAW(STK-TOP)
              END-IF
           END-PERFORM.

       REPORT-RECORD.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-REC-LEN TO WS-NUM-SHOW.
           MOVE WS-LITERALS TO WS-POS-SHOW.
           MOVE WS-MK-SEEN TO WS-CNT-SHOW.
           MOVE SPACES TO REPORT-REC.
           STRING 'RECORD ' DELIMITED SIZE
              WS-REC-NUM DELIMITED SIZE
              ' V2 LENGTH=' DELIMITED SIZE
              FUNCTION TRIM(WS-NUM-SHOW) DELIMITED SIZE
              ' LITERALS=' DELIMITED SIZE
              FUNCTION TRIM(WS-POS-SHOW) DELIMITED SIZE
              ' MARKERS=' DELIMITED SIZE
              FUNCTION TRIM(WS-CNT-SHOW) DELIMITED SIZE
              ' MAX-DEPTH=' DELIMITED SIZE
              WS-MAX-DEPTH DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).
           IF WS-MK-SEEN = 0 THEN
              MOVE '  NO MARKERS - RECORD IS ALL LITERAL TEXT'
                 TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              MOVE '  RANK    POSITION  MARKER                   DEPTH'
                 TO REPORT-REC
              MOVE '        CONTRIBUTED    SHARE' TO REPORT-REC(53:28)
              WRITE REPORT-REC
              PERFORM VARYING WS-RANK FROM 1 BY 1
                    UNTIL WS-RANK > WS-TOP-N
                 PERFORM RANK-NEXT-MARKER
              END-PERFORM
              PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                    UNTIL WS-DP-IDX > WS-MAX-DEPTH
                 PERFORM REPORT-DEPTH
              END-PERFORM
              PERFORM REPORT-DEEPEST
           END-IF.

      *    Largest contribution not yet listed.
       RANK-NEXT-MARKER.
           MOVE 0 TO WS-BEST-IDX.
           PERFORM VARYING WS-MK-IDX FROM 1 BY 1
                 UNTIL WS-MK-IDX > WS-MK-CNT
              IF MK-RANKED(WS-MK-IDX) = 'N' THEN
                 IF WS-BEST-IDX = 0 THEN
                    MOVE WS-MK-IDX TO WS-BEST-IDX
                    MOVE MK-CONTRIB(WS-MK-IDX) TO WS-BEST-VAL
                 ELSE
                    IF MK-CONTRIB(WS-MK-IDX) > WS-BEST-VAL THEN
                       MOVE WS-MK-IDX TO WS-BEST-IDX
                       MOVE MK-CONTRIB(WS-MK-IDX) TO WS-BEST-VAL
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-BEST-IDX > 0 THEN
              MOVE 'Y' TO MK-RANKED(WS-BEST-IDX)
              MOVE WS-RANK TO WS-RANK-SHOW
              MOVE MK-POS(WS-BEST-IDX) TO WS-POS-SHOW
              MOVE MK-CONTRIB(WS-BEST-IDX) TO WS-NUM-SHOW
              MOVE MK-CONTRIB(WS-BEST-IDX) TO WS-ADD
              PERFORM COMPUTE-SHARE
              MOVE SPACES TO REPORT-REC
              MOVE WS-RANK-SHOW TO REPORT-REC(5:2)
              MOVE WS-POS-SHOW TO REPORT-REC(9:11)
              MOVE MK-TEXT(WS-BEST-IDX) TO REPORT-REC(22:24)
              MOVE MK-DEPTH(WS-BEST-IDX) TO REPORT-REC(50:2)
              MOVE WS-NUM-SHOW TO REPORT-REC(53:18)
              MOVE WS-SHARE-SHOW TO REPORT-REC(72:8)
              MOVE '%' TO REPORT-REC(80:1)
              WRITE REPORT-REC
           END-IF.

       REPORT-DEPTH.
           MOVE DP-CONTRIB(WS-DP-IDX) TO WS-ADD.
           PERFORM COMPUTE-SHARE.
           MOVE DP-CONTRIB(WS-DP-IDX) TO WS-NUM-SHOW.
           MOVE SPACES TO REPORT-REC.
           STRING '  DEPTH ' DELIMITED SIZE
              WS-DP-IDX DELIMITED SIZE
              ' MARKERS=' DELIMITED SIZE
              DP-MARKERS(WS-DP-IDX) DELIMITED SIZE
              ' CONTRIBUTED=' DELIMITED SIZE
              FUNCTION TRIM(WS-NUM-SHOW) DELIMITED SIZE
              ' SHARE=' DELIMITED SIZE
              FUNCTION TRIM(WS-SHARE-SHOW) DELIMITED SIZE
              '%' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

      *    How much of the expansion the innermost level produced:
      *    as a share of the record's length and of the characters
      *    added over the literal text.
       REPORT-DEEPEST.
           MOVE DP-CONTRIB(WS-MAX-DEPTH) TO WS-ADD.
           PERFORM COMPUTE-SHARE.
           IF WS-EXPANSION = 0 THEN
              MOVE 0 TO WS-SHARE-2
           ELSE
              COMPUTE WS-SHARE-2 ROUNDED =
                 (WS-ADD * 100) / WS-EXPANSION
           END-IF.
           MOVE WS-SHARE-2 TO WS-SHARE-SHOW-2.
           MOVE DP-CONTRIB(WS-MAX-DEPTH) TO WS-NUM-SHOW.
           MOVE WS-EXPANSION TO WS-NUM-SHOW-2.
           MOVE SPACES TO REPORT-REC.
           STRING '  DEEPEST LEVEL ' DELIMITED SIZE
              WS-MAX-DEPTH DELIMITED SIZE
              ': CONTRIBUTED=' DELIMITED SIZE
              FUNCTION TRIM(WS-NUM-SHOW) DELIMITED SIZE
              ' OF ' DELIMITED SIZE
              FUNCTION TRIM(WS-NUM-SHOW-2) DELIMITED SIZE
              ' EXPANDED = ' DELIMITED SIZE
              FUNCTION TRIM(WS-SHARE-SHOW-2) DELIMITED SIZE
              '% OF EXPANSION, ' DELIMITED SIZE
              FUNCTION TRIM(WS-SHARE-SHOW) DELIMITED SIZE
              '% OF LENGTH' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).

      *    WS-ADD as a percentage of the record's v2 length.
       COMPUTE-SHARE.
           IF WS-REC-LEN = 0 THEN
              MOVE 0 TO WS-SHARE
           ELSE
              COMPUTE WS-SHARE ROUNDED = (WS-ADD * 100) / WS-REC-LEN
           END-IF.
           MOVE WS-SHARE TO WS-SHARE-SHOW.

      *    Same marker parse as D9RECON: on entry PSN sits on '(';
      *    returns CHRS, REPS and LEN with PSN unchanged, or
      *    WS-BAD-MARKER = 'Y'.
       PARSE-MARKER.
           MOVE PSN TO ORIG-PSN.
           MOVE 0 TO TMP.
           MOVE 0 TO REPS.
           MOVE 'N' TO WS-BAD-MARKER.
           COMPUTE SCAN-LEN = IN-LEN - PSN.
           IF SCAN-LEN = 0 THEN
              MOVE 'Y' TO WS-BAD-MARKER
           ELSE
              INSPECT INPUT-LINE(PSN + 1:SCAN-LEN) TALLYING TMP FOR
                 CHARACTERS BEFORE INITIAL 'x'
              IF TMP >= SCAN-LEN THEN
                 MOVE 'Y' TO WS-BAD-MARKER
              ELSE
                 COMPUTE SCAN-LEN = IN-LEN - (PSN + TMP + 1)
                 IF SCAN-LEN = 0 THEN
                    MOVE 'Y' TO WS-BAD-MARKER
                 ELSE
                    INSPECT INPUT-LINE(PSN + TMP + 2:SCAN-LEN)
                       TALLYING REPS FOR CHARACTERS BEFORE
                       INITIAL ')'
                    IF REPS >= SCAN-LEN THEN
                       MOVE 'Y' TO WS-BAD-MARKER
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF WS-BAD-MARKER = 'N' THEN
              ADD REPS TO TMP GIVING LEN
              MOVE INPUT-LINE(PSN + 1:TMP) TO CHRS
              MOVE INPUT-LINE(PSN + TMP + 2:REPS) TO REPS
           END-IF.

       END PROGRAM AOC-2016-D9HOT.
