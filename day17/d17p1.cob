       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D17P1.

      *    Two steps forward: the 4x4 vault maze. From the top-left
      *    room, the doors up/down/left/right are open when the
      *    first four characters of MD5(passcode + path so far) are
      *    b-f in that order; the vault is the bottom-right room.
      *        Part 1 - shortest U/D/L/R path to the vault,
      *                 breadth-first
      *        Part 2 - length of the longest path that reaches the
      *                 vault, by exhaustive depth-first search (a
      *                 path stops as soon as it reaches the vault)
      *    Every door state is hashed through AOC-2016-D5-HASH, as
      *    D5 does. A passcode+path longer than the 64-byte hash
      *    text is staged byte-for-byte in d17p1_hash.tmp and handed
      *    over as '@file', so the long exhaustive paths go through
      *    the same pipe.
      *    d17p1_path.txt carries both winning results with their
      *    lengths for AOC-2016-AUDITX to check against the ledger.
      *    No path to the vault is E-logged (CC 8) and ledgered as
      *    'NO PATH'; a BFS queue or DFS stack that overflows is
      *    E-logged (CC 12) and that part is not ledgered.
      *    Cards (program AOC-2016-D17P1): PASSCODE= (default
      *    ihgpwlah), MAX-DEPTH= (longest path searched, default
      *    2000).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATHFILE ASSIGN TO 'd17p1_path.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PATHFILE.
       01  PATH-REC            PIC X(2100).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".
       COPY "watermark.cpy".
       COPY "run_header.cpy".
       COPY "results_ledger.cpy".
       COPY "run_metrics.cpy".
       COPY "ledger_service.cpy".
       COPY "manifest_lineage.cpy".
       COPY "run_registry.cpy".

       01  PASSCODE            PIC X(16) VALUE 'ihgpwlah'.
       01  PASSCODE-PARM       PIC X(16).
       01  WS-PASS-LEN         PIC 99.
       01  WS-MAX-DEPTH        PIC 9(4) VALUE 2000.

       01  HASH-CMD            PIC X(16) VALUE 'md5sum'.
       01  HASH-INPUT          PIC X(64).
       01  HASH                PIC X(64).
       01  WS-HASH-CALLS       PIC 9(9) VALUE 0.
       01  WS-HASH-TEXT        PIC X(2100).
       01  WS-HASH-LEN         PIC 9(4).

      *    Byte-stream scratch file for texts past the 64-byte hash
      *    input: written without a record terminator so md5sum sees
      *    exactly passcode + path.
       01  WS-SCRATCH-NAME     PIC X(100) VALUE 'd17p1_hash.tmp'.
       01  WS-SCRATCH-ACCESS   PIC X COMP-X VALUE 2.
       01  WS-SCRATCH-DENY     PIC X COMP-X VALUE 0.
       01  WS-SCRATCH-DEVICE   PIC X COMP-X VALUE 0.
       01  WS-SCRATCH-HANDLE   PIC X(4).
       01  WS-SCRATCH-OFFSET   PIC X(8) COMP-X VALUE 0.
       01  WS-SCRATCH-BYTES    PIC X(4) COMP-X.
       01  WS-SCRATCH-FLAGS    PIC X COMP-X VALUE 0.
       01  WS-SCRATCH-USED     PIC X VALUE 'N'.

      *    Door order in the hash and the moves they make.
       01  WS-DIR-LETTERS      PIC X(4) VALUE 'UDLR'.
       01  WS-DIR-DX-TABLE.
           05 FILLER           PIC S9 VALUE 0.
           05 FILLER           PIC S9 VALUE 0.
           05 FILLER           PIC S9 VALUE -1.
           05 FILLER           PIC S9 VALUE +1.
       01  WS-DIR-DX REDEFINES WS-DIR-DX-TABLE.
           05 DIR-DX           PIC S9 OCCURS 4 TIMES.
       01  WS-DIR-DY-TABLE.
           05 FILLER           PIC S9 VALUE -1.
           05 FILLER           PIC S9 VALUE +1.
           05 FILLER           PIC S9 VALUE 0.
           05 FILLER           PIC S9 VALUE 0.
       01  WS-DIR-DY REDEFINES WS-DIR-DY-TABLE.
           05 DIR-DY           PIC S9 OCCURS 4 TIMES.
       01  WS-DIR              PIC 9.
       01  WS-DOORS            PIC X(4).
       01  WS-NEW-X            PIC S9.
       01  WS-NEW-Y            PIC S9.

      *    Breadth-first queue for part 1. Shortest paths are short;
      *    a queue entry carries its whole path.
       01  WS-Q-MAX            PIC 9(5) VALUE 20000.
       01  WS-Q-PATH-MAX       PIC 9(3) VALUE 200.
       01  WS-QUEUE.
           05 Q-ENTRY OCCURS 20000 TIMES.
              10 Q-X           PIC 9.
              10 Q-Y           PIC 9.
              10 Q-LEN         PIC 9(3).
              10 Q-PATH        PIC X(200).
       01  WS-Q-HEAD           PIC 9(5).
       01  WS-Q-TAIL           PIC 9(5).
       01  WS-Q-PEAK           PIC 9(5) VALUE 0.
       01  WS-Q-LIVE           PIC 9(5).
       01  WS-CUR-X            PIC 9.
       01  WS-CUR-Y            PIC 9.
       01  WS-CUR-LEN          PIC 9(4).
       01  WS-CUR-PATH         PIC X(2000).

      *    Depth-first stack for part 2: one frame per room on the
      *    current path, holding that room's open doors and the next
      *    door to try; the path itself is WS-DFS-PATH(1:depth).
       01  WS-S-MAX            PIC 9(4) VALUE 2000.
       01  WS-STACK.
           05 S-FRAME OCCURS 2001 TIMES.
              10 S-X           PIC 9.
              10 S-Y           PIC 9.
              10 S-DOORS       PIC X(4).
              10 S-NEXT        PIC 9.
       01  WS-S-TOP            PIC 9(4).
       01  WS-S-PEAK           PIC 9(4) VALUE 0.
       01  WS-DFS-PATH         PIC X(2000).
       01  WS-DEPTH            PIC 9(4).

       01  WS-SHORT-FOUND      PIC X VALUE 'N'.
       01  WS-SHORT-PATH       PIC X(200).
       01  WS-SHORT-LEN        PIC 9(4) VALUE 0.
       01  WS-LONG-FOUND       PIC X VALUE 'N'.
       01  WS-LONG-PATH        PIC X(2000).
       01  WS-LONG-LEN         PIC 9(4) VALUE 0.
       01  WS-OVERFLOW         PIC X VALUE 'N'.
       01  WS-DEPTH-CAPPED     PIC X VALUE 'N'.
       01  WS-NUM-ED           PIC Z(8)9.

      *    Step condition code reported to the batch driver through
      *    RETURN-CODE: 0 = ok, 4 = warnings written, 8 = no path,
      *    12 = search table overflow.
       01  WS-STEP-CC  PIC 99 VALUE 0.

      *    Phase-split timing scratch: WRITE-PHASE-METRIC stamps the
      *    seconds since the previous mark as a labeled metric line,
      *    so the trend report can tell a slow parse from a slow
      *    resolution loop.
       01  WS-PHASE-MARK     PIC 9(9) VALUE 0.
       01  WS-PHASE-NOW      PIC 9(9).
       01  WS-PHASE-ELAPSED  PIC 9(9).
       01  WS-PHASE-LABEL    PIC X(30).
       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO WS-STEP-CC.
           PERFORM GET-PASSCODE.
           PERFORM GET-RUN-PARMS.
      *    No manifest-listed input here - clear the lineage area
      *    so a prior program's tags cannot stamp these answers.
           MOVE 'GET' TO MF-FUNC.
           MOVE SPACES TO MF-FILE.
           CALL 'AOC-2016-MANIFEST' USING MF-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.
           PERFORM WRITE-RUN-HEADER.
           PERFORM CAPTURE-METRICS-START.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PASSCODE))
              TO WS-PASS-LEN.

           PERFORM FIND-SHORTEST-PATH.
           MOVE 'PART 1 PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.
           PERFORM FIND-LONGEST-PATH.
           MOVE 'PART 2 PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.

           PERFORM REPORT-RESULTS.
           PERFORM WRITE-PATH-FILE.
           PERFORM REPORT-WATERMARKS.
           IF WS-SCRATCH-USED = 'Y' THEN
              CALL 'CBL_DELETE_FILE' USING WS-SCRATCH-NAME
           END-IF.
           MOVE 'COUNT' TO LG-FUNC.
           MOVE 'AOC-2016-D17P1' TO LG-PROGRAM.
           MOVE 'MD5 HASH CALLS' TO LG-LABEL.
           MOVE WS-HASH-CALLS TO WS-NUM-ED.
           MOVE SPACES TO LG-VALUE.
           MOVE FUNCTION TRIM(WS-NUM-ED) TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.
           PERFORM CAPTURE-METRICS-END.
           PERFORM WRITE-AOC-METRICS.
           MOVE WS-STEP-CC TO RETURN-CODE.
           GOBACK.

      *    Part 1: plain breadth-first search; the first path to
      *    reach the vault is the shortest.
       FIND-SHORTEST-PATH.
           MOVE 1 TO WS-Q-HEAD.
           MOVE 1 TO WS-Q-TAIL.
           MOVE 0 TO Q-X(1) Q-Y(1) Q-LEN(1).
           MOVE SPACES TO Q-PATH(1).
           MOVE 1 TO WS-Q-PEAK.
           PERFORM UNTIL WS-Q-HEAD > WS-Q-TAIL
                      OR WS-SHORT-FOUND = 'Y' OR WS-OVERFLOW = 'Y'
              MOVE Q-X(WS-Q-HEAD) TO WS-CUR-X
              MOVE Q-Y(WS-Q-HEAD) TO WS-CUR-Y
              MOVE Q-LEN(WS-Q-HEAD) TO WS-CUR-LEN
              MOVE SPACES TO WS-CUR-PATH
              MOVE Q-PATH(WS-Q-HEAD) TO WS-CUR-PATH
              ADD 1 TO WS-Q-HEAD
              PERFORM HASH-DOORS
              PERFORM VARYING WS-DIR FROM 1 BY 1
                 UNTIL WS-DIR > 4 OR WS-SHORT-FOUND = 'Y'
                    OR WS-OVERFLOW = 'Y'
                 PERFORM TRY-BFS-DOOR
              END-PERFORM
           END-PERFORM.

       TRY-BFS-DOOR.
           IF WS-DOORS(WS-DIR:1) = 'Y' THEN
              COMPUTE WS-NEW-X = WS-CUR-X + DIR-DX(WS-DIR)
              COMPUTE WS-NEW-Y = WS-CUR-Y + DIR-DY(WS-DIR)
              IF WS-NEW-X >= 0 AND WS-NEW-X <= 3 AND
                 WS-NEW-Y >= 0 AND WS-NEW-Y <= 3 THEN
                 IF WS-NEW-X = 3 AND WS-NEW-Y = 3 THEN
                    MOVE 'Y' TO WS-SHORT-FOUND
                    COMPUTE WS-SHORT-LEN = WS-CUR-LEN + 1
                    MOVE SPACES TO WS-SHORT-PATH
                    IF WS-CUR-LEN > 0 THEN
                       MOVE WS-CUR-PATH(1:WS-CUR-LEN)
                          TO WS-SHORT-PATH
                    END-IF
                    MOVE WS-DIR-LETTERS(WS-DIR:1)
                       TO WS-SHORT-PATH(WS-SHORT-LEN:1)
                 ELSE
                    PERFORM QUEUE-BFS-ROOM
                 END-IF
              END-IF
           END-IF.

       QUEUE-BFS-ROOM.
           IF WS-Q-TAIL >= WS-Q-MAX OR
              WS-CUR-LEN + 1 > WS-Q-PATH-MAX THEN
              MOVE 'Y' TO WS-OVERFLOW
              MOVE 'BFS QUEUE' TO EL-REFERENCE
              MOVE 'AOC0302E' TO EL-MSG-ID
              MOVE 'BFS QUEUE' TO EL-VALUE-1
              MOVE 'SHORTEST PATH NOT LEDGERED' TO EL-VALUE-2
              PERFORM LOG-ERROR
              MOVE 12 TO WS-STEP-CC
           ELSE
              ADD 1 TO WS-Q-TAIL
              MOVE WS-NEW-X TO Q-X(WS-Q-TAIL)
              MOVE WS-NEW-Y TO Q-Y(WS-Q-TAIL)
              COMPUTE Q-LEN(WS-Q-TAIL) = WS-CUR-LEN + 1
              MOVE SPACES TO Q-PATH(WS-Q-TAIL)
              IF WS-CUR-LEN > 0 THEN
                 MOVE WS-CUR-PATH(1:WS-CUR-LEN) TO Q-PATH(WS-Q-TAIL)
              END-IF
              MOVE WS-DIR-LETTERS(WS-DIR:1)
                 TO Q-PATH(WS-Q-TAIL)(WS-CUR-LEN + 1:1)
              COMPUTE WS-Q-LIVE = WS-Q-TAIL - WS-Q-HEAD + 1
              IF WS-Q-LIVE > WS-Q-PEAK THEN
                 MOVE WS-Q-LIVE TO WS-Q-PEAK
              END-IF
           END-IF.

      *    Part 2: every path, depth-first with an explicit stack.
      *    Reaching the vault ends a path, so the longest is simply
      *    the deepest arrival.
       FIND-LONGEST-PATH.
           MOVE 'N' TO WS-OVERFLOW.
           MOVE 0 TO WS-DEPTH.
           MOVE SPACES TO WS-DFS-PATH.
           MOVE 0 TO WS-CUR-X WS-CUR-Y WS-CUR-LEN.
           MOVE SPACES TO WS-CUR-PATH.
           PERFORM HASH-DOORS.
           MOVE 1 TO WS-S-TOP.
           MOVE 0 TO S-X(1) S-Y(1).
           MOVE WS-DOORS TO S-DOORS(1).
           MOVE 1 TO S-NEXT(1).
           MOVE 1 TO WS-S-PEAK.
           PERFORM UNTIL WS-S-TOP = 0 OR WS-OVERFLOW = 'Y'
              IF S-NEXT(WS-S-TOP) > 4 THEN
                 SUBTRACT 1 FROM WS-S-TOP
                 IF WS-DEPTH > 0 THEN
                    SUBTRACT 1 FROM WS-DEPTH
                 END-IF
              ELSE
                 MOVE S-NEXT(WS-S-TOP) TO WS-DIR
                 ADD 1 TO S-NEXT(WS-S-TOP)
                 PERFORM TRY-DFS-DOOR
              END-IF
           END-PERFORM.

       TRY-DFS-DOOR.
           IF S-DOORS(WS-S-TOP)(WS-DIR:1) = 'Y' THEN
              COMPUTE WS-NEW-X = S-X(WS-S-TOP) + DIR-DX(WS-DIR)
              COMPUTE WS-NEW-Y = S-Y(WS-S-TOP) + DIR-DY(WS-DIR)
              IF WS-NEW-X >= 0 AND WS-NEW-X <= 3 AND
                 WS-NEW-Y >= 0 AND WS-NEW-Y <= 3 THEN
                 MOVE WS-DIR-LETTERS(WS-DIR:1)
                    TO WS-DFS-PATH(WS-DEPTH + 1:1)
                 IF WS-NEW-X = 3 AND WS-NEW-Y = 3 THEN
                    MOVE 'Y' TO WS-LONG-FOUND
                    IF WS-DEPTH + 1 > WS-LONG-LEN THEN
                       COMPUTE WS-LONG-LEN = WS-DEPTH + 1
                       MOVE SPACES TO WS-LONG-PATH
                       MOVE WS-DFS-PATH(1:WS-LONG-LEN)
                          TO WS-LONG-PATH
                    END-IF
                 ELSE
                    PERFORM PUSH-DFS-ROOM
                 END-IF
              END-IF
           END-IF.

       PUSH-DFS-ROOM.
           IF WS-DEPTH + 1 >= WS-MAX-DEPTH THEN
              MOVE 'Y' TO WS-DEPTH-CAPPED
           ELSE
              IF WS-S-TOP >= WS-S-MAX THEN
                 MOVE 'Y' TO WS-OVERFLOW
                 MOVE 'DFS STACK' TO EL-REFERENCE
                 MOVE 'AOC0302E' TO EL-MSG-ID
                 MOVE 'DFS STACK' TO EL-VALUE-1
                 MOVE 'LONGEST PATH NOT LEDGERED' TO EL-VALUE-2
                 PERFORM LOG-ERROR
                 MOVE 12 TO WS-STEP-CC
              ELSE
                 ADD 1 TO WS-DEPTH
                 MOVE WS-NEW-X TO WS-CUR-X
                 MOVE WS-NEW-Y TO WS-CUR-Y
                 MOVE WS-DEPTH TO WS-CUR-LEN
                 MOVE WS-DFS-PATH(1:WS-DEPTH) TO WS-CUR-PATH
                 PERFORM HASH-DOORS
                 ADD 1 TO WS-S-TOP
                 MOVE WS-NEW-X TO S-X(WS-S-TOP)
                 MOVE WS-NEW-Y TO S-Y(WS-S-TOP)
                 MOVE WS-DOORS TO S-DOORS(WS-S-TOP)
                 MOVE 1 TO S-NEXT(WS-S-TOP)
                 IF WS-S-TOP > WS-S-PEAK THEN
                    MOVE WS-S-TOP TO WS-S-PEAK
                 END-IF
              END-IF
           END-IF.

      *    Door states for the room reached by WS-CUR-PATH(1:len):
      *    'Y' per U/D/L/R when its hash character is b-f.
       HASH-DOORS.
           MOVE SPACES TO WS-HASH-TEXT.
           MOVE PASSCODE(1:WS-PASS-LEN) TO WS-HASH-TEXT.
           IF WS-CUR-LEN > 0 THEN
              MOVE WS-CUR-PATH(1:WS-CUR-LEN)
                 TO WS-HASH-TEXT(WS-PASS-LEN + 1:WS-CUR-LEN)
           END-IF.
           COMPUTE WS-HASH-LEN = WS-PASS-LEN + WS-CUR-LEN.
           MOVE SPACES TO HASH-INPUT.
           IF WS-HASH-LEN <= 64 THEN
              MOVE WS-HASH-TEXT(1:WS-HASH-LEN) TO HASH-INPUT
           ELSE
              PERFORM STAGE-HASH-TEXT
              STRING '@' DELIMITED SIZE
                 FUNCTION TRIM(WS-SCRATCH-NAME) DELIMITED SIZE
                 INTO HASH-INPUT
              END-STRING
           END-IF.
           CALL 'AOC-2016-D5-HASH' USING HASH-CMD HASH-INPUT HASH
           END-CALL.
           ADD 1 TO WS-HASH-CALLS.
           MOVE 'NNNN' TO WS-DOORS.
           PERFORM VARYING WS-DIR FROM 1 BY 1 UNTIL WS-DIR > 4
              IF HASH(WS-DIR:1) >= 'b' AND HASH(WS-DIR:1) <= 'f' THEN
                 MOVE 'Y' TO WS-DOORS(WS-DIR:1)
              END-IF
           END-PERFORM.

       STAGE-HASH-TEXT.
           MOVE 'Y' TO WS-SCRATCH-USED.
           MOVE WS-HASH-LEN TO WS-SCRATCH-BYTES.
           CALL 'CBL_CREATE_FILE' USING WS-SCRATCH-NAME
              WS-SCRATCH-ACCESS WS-SCRATCH-DENY WS-SCRATCH-DEVICE
              WS-SCRATCH-HANDLE
           END-CALL.
           CALL 'CBL_WRITE_FILE' USING WS-SCRATCH-HANDLE
              WS-SCRATCH-OFFSET WS-SCRATCH-BYTES WS-SCRATCH-FLAGS
              WS-HASH-TEXT
           END-CALL.
           CALL 'CBL_CLOSE_FILE' USING WS-SCRATCH-HANDLE
           END-CALL.

       REPORT-RESULTS.
           IF WS-SHORT-FOUND = 'Y' THEN
              DISPLAY 'PART 1 SHORTEST PATH: '
                 FUNCTION TRIM(WS-SHORT-PATH)
              MOVE 'PART 1 SHORTEST PATH' TO AR-PART-LABEL
              MOVE SPACES TO AR-ANSWER
              MOVE WS-SHORT-PATH TO AR-ANSWER
              PERFORM WRITE-AOC-RESULT
              IF WS-SHORT-LEN > 60 THEN
                 MOVE 'PART 1 PATH' TO EL-REFERENCE
                 MOVE 'AOC0305W' TO EL-MSG-ID
                 PERFORM LOG-ERROR
                 PERFORM FLAG-STEP-WARNING
              END-IF
           END-IF.
           IF WS-LONG-FOUND = 'Y' AND WS-OVERFLOW = 'N' THEN
              MOVE WS-LONG-LEN TO WS-NUM-ED
              DISPLAY 'PART 2 LONGEST PATH LENGTH: '
                 FUNCTION TRIM(WS-NUM-ED)
              MOVE 'PART 2 LONGEST PATH LENGTH' TO AR-PART-LABEL
              MOVE SPACES TO AR-ANSWER
              MOVE FUNCTION TRIM(WS-NUM-ED) TO AR-ANSWER
              PERFORM WRITE-AOC-RESULT
              IF WS-DEPTH-CAPPED = 'Y' THEN
                 MOVE 'MAX-DEPTH' TO EL-REFERENCE
                 MOVE 'AOC0306W' TO EL-MSG-ID
                 PERFORM LOG-ERROR
                 PERFORM FLAG-STEP-WARNING
              END-IF
           END-IF.
           IF WS-SHORT-FOUND = 'N' AND WS-STEP-CC < 12 THEN
              DISPLAY '    NO PATH TO THE VAULT'
              MOVE SPACES TO EL-REFERENCE
              MOVE 'AOC0408E' TO EL-MSG-ID
              PERFORM LOG-ERROR
              MOVE 'PART 1 SHORTEST PATH' TO AR-PART-LABEL
              MOVE SPACES TO AR-ANSWER
              MOVE 'NO PATH' TO AR-ANSWER
              PERFORM WRITE-AOC-RESULT
              MOVE 8 TO WS-STEP-CC
           END-IF.

      *    One line per part: tag, length, path - the audit
      *    recounts the path against LENGTH= and the ledger answer.
       WRITE-PATH-FILE.
           OPEN OUTPUT PATHFILE.
           IF WS-SHORT-FOUND = 'Y' THEN
              MOVE SPACES TO PATH-REC
              STRING 'SHORTEST LENGTH=' DELIMITED SIZE
                 WS-SHORT-LEN DELIMITED SIZE
                 ' PATH=' DELIMITED SIZE
                 WS-SHORT-PATH(1:WS-SHORT-LEN) DELIMITED SIZE
                 INTO PATH-REC
              END-STRING
              WRITE PATH-REC
           END-IF.
           IF WS-LONG-FOUND = 'Y' AND WS-OVERFLOW = 'N' THEN
              MOVE SPACES TO PATH-REC
              STRING 'LONGEST  LENGTH=' DELIMITED SIZE
                 WS-LONG-LEN DELIMITED SIZE
                 ' PATH=' DELIMITED SIZE
                 WS-LONG-PATH(1:WS-LONG-LEN) DELIMITED SIZE
                 INTO PATH-REC
              END-STRING
              WRITE PATH-REC
           END-IF.
           CLOSE PATHFILE.

       FLAG-STEP-WARNING.
           IF WS-STEP-CC < 4 THEN
              MOVE 4 TO WS-STEP-CC
           END-IF.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-D17P1' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       REPORT-WATERMARKS.
           MOVE 'LOG' TO WM-FUNC.
           MOVE 'AOC-2016-D17P1' TO WM-PROGRAM.
           MOVE 'BFS-QUEUE' TO WM-TABLE.
           MOVE WS-Q-PEAK TO WM-USED.
           MOVE WS-Q-MAX TO WM-MAX.
           CALL 'AOC-2016-WATERMARK' USING WM-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.
           MOVE 'DFS-STACK' TO WM-TABLE.
           MOVE WS-S-PEAK TO WM-USED.
           MOVE WS-S-MAX TO WM-MAX.
           CALL 'AOC-2016-WATERMARK' USING WM-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       GET-PASSCODE.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D17P1' TO CC-PROGRAM.
           MOVE 'PASSCODE' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO PASSCODE
           ELSE
              IF CC-LOADED = 'N' THEN
                 DISPLAY 'PASSCODE (BLANK = ihgpwlah): '
                    WITH NO ADVANCING
                 MOVE SPACES TO PASSCODE-PARM
                 ACCEPT PASSCODE-PARM FROM SYSIN
                 IF PASSCODE-PARM IS NOT EQUAL TO SPACES THEN
                    MOVE PASSCODE-PARM TO PASSCODE
                 END-IF
              END-IF
           END-IF.

       GET-RUN-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D17P1' TO CC-PROGRAM.
           MOVE 'MAX-DEPTH' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:4)) = 0 THEN
              MOVE FUNCTION NUMVAL(CC-VALUE(1:4)) TO WS-MAX-DEPTH
           END-IF.
           IF WS-MAX-DEPTH = 0 OR WS-MAX-DEPTH > WS-S-MAX THEN
              MOVE WS-S-MAX TO WS-MAX-DEPTH
           END-IF.

       WRITE-RUN-HEADER.
           IF RR-RUN-NUMBER IS NOT NUMERIC THEN
              MOVE 0 TO RR-RUN-NUMBER
           END-IF.
           MOVE 'AOC-2016-D17P1' TO RH-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CD-DATE TO RH-RUN-DATE.
           MOVE WS-CD-TIME TO RH-RUN-TIME.
           MOVE PASSCODE TO RH-INPUT-NAME.
           MOVE SPACES TO RH-LINE.
           STRING 'RUN: ' DELIMITED SIZE
              RH-PROGRAM-ID DELIMITED SIZE
              ' DATE=' DELIMITED SIZE
              RH-RUN-DATE DELIMITED SIZE
              ' TIME=' DELIMITED SIZE
              RH-RUN-TIME DELIMITED SIZE
              ' PASSCODE=' DELIMITED SIZE
              FUNCTION TRIM(RH-INPUT-NAME) DELIMITED SIZE
              ' RUN=' DELIMITED SIZE
              RR-RUN-NUMBER DELIMITED SIZE
              INTO RH-LINE
           END-STRING.
           DISPLAY FUNCTION TRIM(RH-LINE).

       WRITE-AOC-RESULT.
           MOVE 'RESULT' TO LG-FUNC.
           MOVE 'AOC-2016-D17P1' TO LG-PROGRAM.
           MOVE AR-PART-LABEL TO LG-LABEL.
           MOVE AR-ANSWER TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

       WRITE-PHASE-METRIC.
           MOVE FUNCTION CURRENT-DATE TO MT-DATE-TIME.
           COMPUTE WS-PHASE-NOW =
              (MT-HRS * 3600) + (MT-MIN * 60) + MT-SEC.
           IF WS-PHASE-NOW < WS-PHASE-MARK THEN
              COMPUTE WS-PHASE-ELAPSED =
                 (WS-PHASE-NOW + 86400) - WS-PHASE-MARK
           ELSE
              COMPUTE WS-PHASE-ELAPSED =
                 WS-PHASE-NOW - WS-PHASE-MARK
           END-IF.
           MOVE WS-PHASE-NOW TO WS-PHASE-MARK.
           MOVE 'METRIC' TO LG-FUNC.
           MOVE 'AOC-2016-D17P1' TO LG-PROGRAM.
           MOVE WS-PHASE-LABEL TO LG-LABEL.
           MOVE SPACES TO LG-VALUE.
           MOVE WS-PHASE-ELAPSED TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

       CAPTURE-METRICS-START.
           MOVE FUNCTION CURRENT-DATE TO MT-DATE-TIME.
           COMPUTE MT-START-SECS =
              (MT-HRS * 3600) + (MT-MIN * 60) + MT-SEC.
           MOVE MT-START-SECS TO WS-PHASE-MARK.

       CAPTURE-METRICS-END.
           MOVE FUNCTION CURRENT-DATE TO MT-DATE-TIME.
           COMPUTE MT-END-SECS =
              (MT-HRS * 3600) + (MT-MIN * 60) + MT-SEC.
           COMPUTE MT-ELAPSED-SECS = MT-END-SECS - MT-START-SECS.
           IF MT-ELAPSED-SECS < 0 THEN
              ADD 86400 TO MT-ELAPSED-SECS
           END-IF.

       WRITE-AOC-METRICS.
           MOVE 'METRIC' TO LG-FUNC.
           MOVE 'AOC-2016-D17P1' TO LG-PROGRAM.
           MOVE SPACES TO LG-LABEL.
           MOVE SPACES TO LG-VALUE.
           MOVE MT-ELAPSED-SECS TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

       END PROGRAM AOC-2016-D17P1.
