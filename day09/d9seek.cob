       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D9SEEK.

      *    Random-access seek into version-2 decompressed Day 9
      *    output. A v2 record can expand to billions of characters,
      *    far past what D9P1's decompressed-text mode can write, so
      *    the text is never built: each request is answered by
      *    walking the marker structure with lengths alone, the way
      *    D9P2 counts. At each level the walk skips whole markers
      *    whose expansion lies before the wanted offset; on the
      *    marker that covers it, the offset is reduced modulo one
      *    copy of the marker's data and the walk descends into that
      *    data, until it lands on a literal character.
      *
      *    Requests come from aoc_d9_seek_requests.txt, one per line
      *    ('*' comments):
      *
      *        <record> <offset> [<radius>]
      *
      *    record and offset count from 1 (records as D9P2 numbers
      *    them); a radius up to 40 asks for a window of text that
      *    many characters either side of the offset, clipped to the
      *    record. Answers go to d9_seek_report.txt in request order
      *    with the record's v2 length and the nesting depth at which
      *    the character sits. A malformed marker reads as a literal
      *    '(' as it does in D9P2; a marker whose data overruns its
      *    enclosing marker or the record is clipped there.
      *
      *    Cards AOC-2016-D9SEEK INPUT= (default: the D9P2 INPUT
      *    card) and REQUESTS=. CC 4 if any request could not be
      *    answered, CC 8 if either file is missing.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "input_file_select.cpy"
              REPLACING ==FILE-NAME-FIELD== BY ==WS-INPUT-FILE-NAME==.
           SELECT REQFILE ASSIGN TO DYNAMIC WS-REQ-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQ-STATUS.
           SELECT REPORTFILE ASSIGN TO 'd9_seek_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "input_file_fd.cpy"
          REPLACING ==INPUT-LINE-PIC== BY ==X(99999)==.

       FD  REQFILE.
       01  REQ-LINE    PIC X(80).

       FD  REPORTFILE.
       01  REPORT-REC  PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "run_registry.cpy".

       01  WS-INPUT-FILE-NAME PIC X(100) VALUE 'TEST'.
       01  WS-FILE-NAME-PARM  PIC X(100).
       01  WS-INPUTFILE-STATUS PIC XX.
       01  WS-REQ-NAME        PIC X(100)
                              VALUE 'aoc_d9_seek_requests.txt'.
       01  WS-REQ-STATUS      PIC XX.
       01  WS-CURRENT-DATE    PIC X(21).
       01  LOOP        PIC 9       VALUE 1.

      *    Requests, answered in place while the file is read once.
       01  WS-RQ-MAX       PIC 999     VALUE 500.
       01  WS-RQ-CNT       PIC 999     VALUE 0.
       01  WS-RQ-IDX       PIC 999.
       01  WS-RQ-BAD       PIC 999     VALUE 0.
       01  WS-RQ-MISSED    PIC 999     VALUE 0.
       01  RQ-TABLE.
           05 RQ-ENTRY OCCURS 500 TIMES.
              10 RQ-REC      PIC 9(7).
              10 RQ-OFFSET   PIC 9(15).
              10 RQ-RADIUS   PIC 99.
              10 RQ-DONE     PIC X.
              10 RQ-ANSWER   PIC X(150).
       01  WS-TOK-1        PIC X(20).
       01  WS-TOK-2        PIC X(20).
       01  WS-TOK-3        PIC X(20).
       01  WS-TOK-LEN      PIC 99.
       01  WS-TOK-OK       PIC X.
       01  WS-RADIUS-MAX   PIC 99      VALUE 40.

       01  WS-REC-NUM      PIC 9(7)    VALUE 0.
       01  IN-LEN          PIC 9(11).
       01  WS-REC-LEN      PIC 9(15).
       01  WS-REC-LEN-SHOW PIC Z(14)9.
       01  WS-OFF-SHOW     PIC Z(14)9.
       01  WS-REC-SHOW     PIC Z(6)9.
       01  WS-RQ-SHOW      PIC ZZ9.

      *    Seek state: the wanted offset within the current segment
      *    of the record, and the segment's bounds.
       01  WS-WANT         PIC 9(15).
       01  WS-REMAIN       PIC 9(15).
       01  SEG-START       PIC 9(11).
       01  SEG-END         PIC 9(11).
       01  SEEK-PSN        PIC 9(11).
       01  SEEK-DEPTH      PIC 99.
       01  WS-FOUND        PIC X.
       01  WS-FOUND-CHAR   PIC X.
       01  SEEK-LEN        PIC 9(11).
       01  SEEK-CHRS       PIC 9(11).
       01  SEEK-REPS       PIC 9(11).
       01  DATA-START      PIC 9(11).
       01  DATA-END        PIC 9(11).
       01  WS-SUB-LEN      PIC 9(15).
       01  WS-SPAN         PIC 9(18).
       01  WS-WIN-FROM     PIC 9(15).
       01  WS-WIN-TO       PIC 9(15).
       01  WS-WIN-TEXT     PIC X(81).
       01  WS-WIN-PSN      PIC 99.
       01  WS-CHAR-DEPTH   PIC 99.

      *    Range length: the D9P2 weighted-stack count restricted to
      *    RANGE-START thru RANGE-END.
       01  RANGE-START     PIC 9(11).
       01  RANGE-END       PIC 9(11).
       01  RANGE-LEN       PIC 9(15).
       01  PSN             PIC 9(11).
       01  WS-STACK-MAX    PIC 99      VALUE 60.
       01  STK-TOP         PIC 99      VALUE 0.
       01  CUR-MULT        PIC 9(15)   VALUE 1.
       01  MARKER-STACK.
           05 STK-FRAME    OCCURS 60 TIMES.
              10 STK-END   PIC 9(11).
              10 STK-MULT  PIC 9(11).

      *    Shared marker parse: MK-PSN on '(', MK-LIMIT the last
      *    position the marker may use.
       01  MK-PSN          PIC 9(11).
       01  MK-LIMIT        PIC 9(11).
       01  TMP             PIC 9(11).
       01  LEN             PIC 9(11).
       01  CHRS            PIC 9(11).
       01  REPS            PIC 9(11).
       01  SCAN-LEN        PIC 9(11).
       01  WS-BAD-MARKER   PIC X.

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           IF RR-RUN-NUMBER IS NOT NUMERIC THEN
              MOVE 0 TO RR-RUN-NUMBER
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           PERFORM GET-FILE-NAME.
           PERFORM GET-REQUEST-FILE.
           PERFORM LOAD-REQUESTS.
           IF WS-REQ-STATUS = '35' THEN
              DISPLAY 'SEEK REQUEST FILE NOT FOUND: '
                 FUNCTION TRIM(WS-REQ-NAME)
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT INPUTFILE.
           IF WS-INPUTFILE-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'INPUT FILE NOT FOUND: '
                 FUNCTION TRIM(WS-INPUT-FILE-NAME)
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL LOOP = 0
              READ INPUTFILE NEXT RECORD INTO INPUT-LINE
              AT END
                 MOVE 0 TO LOOP
              NOT AT END
                 ADD 1 TO WS-REC-NUM
                 PERFORM ANSWER-RECORD
              END-READ
           END-PERFORM.
           CLOSE INPUTFILE.

           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-REC.
           STRING 'D9 V2 SEEK RUN=' DELIMITED SIZE
              RR-RUN-NUMBER DELIMITED SIZE
              ' DATE=' DELIMITED SIZE
              WS-CURRENT-DATE(1:8) DELIMITED SIZE
              ' INPUT=' DELIMITED SIZE
              FUNCTION TRIM(WS-INPUT-FILE-NAME) DELIMITED SIZE
              ' REQUESTS=' DELIMITED SIZE
              FUNCTION TRIM(WS-REQ-NAME) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                 UNTIL WS-RQ-IDX > WS-RQ-CNT
              IF RQ-DONE(WS-RQ-IDX) = 'N' THEN
                 ADD 1 TO WS-RQ-MISSED
                 MOVE RQ-REC(WS-RQ-IDX) TO WS-REC-SHOW
                 MOVE SPACES TO RQ-ANSWER(WS-RQ-IDX)
                 STRING 'REC=' DELIMITED SIZE
                    FUNCTION TRIM(WS-REC-SHOW) DELIMITED SIZE
                    ' NO SUCH RECORD (FILE HAS ' DELIMITED SIZE
                    WS-REC-NUM DELIMITED SIZE
                    ')' DELIMITED SIZE
                    INTO RQ-ANSWER(WS-RQ-IDX)
                 END-STRING
              END-IF
              MOVE WS-RQ-IDX TO WS-RQ-SHOW
              MOVE SPACES TO REPORT-REC
              STRING 'REQ ' DELIMITED SIZE
                 WS-RQ-SHOW DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 RQ-ANSWER(WS-RQ-IDX) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              DISPLAY FUNCTION TRIM(REPORT-REC)
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'TOTALS REQUESTS=' DELIMITED SIZE
              WS-RQ-CNT DELIMITED SIZE
              ' UNANSWERED=' DELIMITED SIZE
              WS-RQ-MISSED DELIMITED SIZE
              ' BAD-REQUEST-LINES=' DELIMITED SIZE
              WS-RQ-BAD DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).
           CLOSE REPORTFILE.
           IF WS-RQ-MISSED > 0 OR WS-RQ-BAD > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       GET-FILE-NAME.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D9SEEK' TO CC-PROGRAM.
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

       GET-REQUEST-FILE.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D9SEEK' TO CC-PROGRAM.
           MOVE 'REQUESTS' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-REQ-NAME
           END-IF.

       LOAD-REQUESTS.
           OPEN INPUT REQFILE.
           IF WS-REQ-STATUS IS NOT EQUAL TO '00' THEN
              MOVE '35' TO WS-REQ-STATUS
           ELSE
              PERFORM UNTIL WS-REQ-STATUS IS NOT EQUAL TO '00'
                 READ REQFILE
                    AT END
                       MOVE '10' TO WS-REQ-STATUS
                    NOT AT END
                       PERFORM LOAD-ONE-REQUEST
                 END-READ
              END-PERFORM
              CLOSE REQFILE
           END-IF.

       LOAD-ONE-REQUEST.
           IF REQ-LINE = SPACES OR REQ-LINE(1:1) = '*' THEN
              CONTINUE
           ELSE
              MOVE SPACES TO WS-TOK-1 WS-TOK-2 WS-TOK-3
              UNSTRING REQ-LINE DELIMITED BY ALL SPACE
                 INTO WS-TOK-1 WS-TOK-2 WS-TOK-3
              END-UNSTRING
              MOVE 'Y' TO WS-TOK-OK
              MOVE 0 TO WS-TOK-LEN
              INSPECT WS-TOK-1 TALLYING WS-TOK-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-TOK-LEN = 0 OR WS-TOK-LEN > 7 THEN
                 MOVE 'N' TO WS-TOK-OK
              ELSE
                 IF WS-TOK-1(1:WS-TOK-LEN) IS NOT NUMERIC THEN
                    MOVE 'N' TO WS-TOK-OK
                 END-IF
              END-IF
              MOVE 0 TO WS-TOK-LEN
              INSPECT WS-TOK-2 TALLYING WS-TOK-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-TOK-LEN = 0 OR WS-TOK-LEN > 15 THEN
                 MOVE 'N' TO WS-TOK-OK
              ELSE
                 IF WS-TOK-2(1:WS-TOK-LEN) IS NOT NUMERIC THEN
                    MOVE 'N' TO WS-TOK-OK
                 END-IF
              END-IF
              IF WS-TOK-3 IS NOT EQUAL TO SPACES THEN
                 MOVE 0 TO WS-TOK-LEN
                 INSPECT WS-TOK-3 TALLYING WS-TOK-LEN
                    FOR CHARACTERS BEFORE INITIAL SPACE
                 IF WS-TOK-LEN > 2 THEN
                    MOVE 'N' TO WS-TOK-OK
                 ELSE
                    IF WS-TOK-3(1:WS-TOK-LEN) IS NOT NUMERIC THEN
                       MOVE 'N' TO WS-TOK-OK
                    END-IF
                 END-IF
              END-IF
              IF WS-TOK-OK = 'N' OR WS-RQ-CNT >= WS-RQ-MAX THEN
                 ADD 1 TO WS-RQ-BAD
                 DISPLAY 'SEEK REQUEST IGNORED: '
                    FUNCTION TRIM(REQ-LINE)
              ELSE
                 ADD 1 TO WS-RQ-CNT
                 MOVE NUMVAL(WS-TOK-1) TO RQ-REC(WS-RQ-CNT)
                 MOVE NUMVAL(WS-TOK-2) TO RQ-OFFSET(WS-RQ-CNT)
                 MOVE 0 TO RQ-RADIUS(WS-RQ-CNT)
                 IF WS-TOK-3 IS NOT EQUAL TO SPACES THEN
                    MOVE NUMVAL(WS-TOK-3) TO RQ-RADIUS(WS-RQ-CNT)
                 END-IF
                 IF RQ-RADIUS(WS-RQ-CNT) > WS-RADIUS-MAX THEN
                    MOVE WS-RADIUS-MAX TO RQ-RADIUS(WS-RQ-CNT)
                 END-IF
                 MOVE 'N' TO RQ-DONE(WS-RQ-CNT)
                 MOVE SPACES TO RQ-ANSWER(WS-RQ-CNT)
              END-IF
           END-IF.

      *    Every request naming this record is answered now; the v2
      *    length of the whole record is counted once for them all.
       ANSWER-RECORD.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                 UNTIL WS-RQ-IDX > WS-RQ-CNT
              IF RQ-REC(WS-RQ-IDX) = WS-REC-NUM THEN
                 MOVE 'Y' TO WS-FOUND
              END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y' THEN
              MOVE LENGTH OF FUNCTION TRIM(INPUT-LINE) TO IN-LEN
              MOVE 1 TO RANGE-START
              MOVE IN-LEN TO RANGE-END
              PERFORM COUNT-RANGE
              MOVE RANGE-LEN TO WS-REC-LEN
              MOVE WS-REC-LEN TO WS-REC-LEN-SHOW
              PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                    UNTIL WS-RQ-IDX > WS-RQ-CNT
                 IF RQ-REC(WS-RQ-IDX) = WS-REC-NUM THEN
                    PERFORM ANSWER-REQUEST
                 END-IF
              END-PERFORM
           END-IF.

       ANSWER-REQUEST.
           MOVE 'Y' TO RQ-DONE(WS-RQ-IDX).
           MOVE RQ-REC(WS-RQ-IDX) TO WS-REC-SHOW.
           MOVE RQ-OFFSET(WS-RQ-IDX) TO WS-OFF-SHOW.
           MOVE SPACES TO RQ-ANSWER(WS-RQ-IDX).
           IF RQ-OFFSET(WS-RQ-IDX) = 0 OR
              RQ-OFFSET(WS-RQ-IDX) > WS-REC-LEN THEN
              ADD 1 TO WS-RQ-MISSED
              STRING 'REC=' DELIMITED SIZE
                 FUNCTION TRIM(WS-REC-SHOW) DELIMITED SIZE
                 ' OFFSET=' DELIMITED SIZE
                 FUNCTION TRIM(WS-OFF-SHOW) DELIMITED SIZE
                 ' OUT OF RANGE (V2 LENGTH=' DELIMITED SIZE
                 FUNCTION TRIM(WS-REC-LEN-SHOW) DELIMITED SIZE
                 ')' DELIMITED SIZE
                 INTO RQ-ANSWER(WS-RQ-IDX)
              END-STRING
           ELSE
              MOVE RQ-OFFSET(WS-RQ-IDX) TO WS-WANT
              PERFORM SEEK-OFFSET
              MOVE SEEK-DEPTH TO WS-CHAR-DEPTH
              IF RQ-RADIUS(WS-RQ-IDX) = 0 THEN
                 STRING 'REC=' DELIMITED SIZE
                    FUNCTION TRIM(WS-REC-SHOW) DELIMITED SIZE
                    ' OFFSET=' DELIMITED SIZE
                    FUNCTION TRIM(WS-OFF-SHOW) DELIMITED SIZE
                    ' CHAR=' DELIMITED SIZE
                    WS-FOUND-CHAR DELIMITED SIZE
                    ' DEPTH=' DELIMITED SIZE
                    WS-CHAR-DEPTH DELIMITED SIZE
                    ' V2 LENGTH=' DELIMITED SIZE
                    FUNCTION TRIM(WS-REC-LEN-SHOW) DELIMITED SIZE
                    INTO RQ-ANSWER(WS-RQ-IDX)
                 END-STRING
              ELSE
                 PERFORM BUILD-WINDOW
                 STRING 'REC=' DELIMITED SIZE
                    FUNCTION TRIM(WS-REC-SHOW) DELIMITED SIZE
                    ' OFFSET=' DELIMITED SIZE
                    FUNCTION TRIM(WS-OFF-SHOW) DELIMITED SIZE
                    ' CHAR=' DELIMITED SIZE
                    WS-FOUND-CHAR DELIMITED SIZE
                    ' DEPTH=' DELIMITED SIZE
                    WS-CHAR-DEPTH DELIMITED SIZE
                    ' WINDOW=[' DELIMITED SIZE
                    WS-WIN-TEXT(1:WS-WIN-PSN) DELIMITED SIZE
                    ']' DELIMITED SIZE
                    INTO RQ-ANSWER(WS-RQ-IDX)
                 END-STRING
              END-IF
           END-IF.

      *    The window is read one seek per character, so it costs
      *    the same whatever the record expands to.
       BUILD-WINDOW.
           IF RQ-OFFSET(WS-RQ-IDX) > RQ-RADIUS(WS-RQ-IDX) THEN
              COMPUTE WS-WIN-FROM =
                 RQ-OFFSET(WS-RQ-IDX) - RQ-RADIUS(WS-RQ-IDX)
           ELSE
              MOVE 1 TO WS-WIN-FROM
           END-IF.
           COMPUTE WS-WIN-TO =
              RQ-OFFSET(WS-RQ-IDX) + RQ-RADIUS(WS-RQ-IDX).
           IF WS-WIN-TO > WS-REC-LEN THEN
              MOVE WS-REC-LEN TO WS-WIN-TO
           END-IF.
           MOVE SPACES TO WS-WIN-TEXT.
           MOVE 0 TO WS-WIN-PSN.
           PERFORM VARYING WS-WANT FROM WS-WIN-FROM BY 1
                 UNTIL WS-WANT > WS-WIN-TO
              PERFORM SEEK-OFFSET
              ADD 1 TO WS-WIN-PSN
              MOVE WS-FOUND-CHAR TO WS-WIN-TEXT(WS-WIN-PSN:1)
           END-PERFORM.
           MOVE RQ-OFFSET(WS-RQ-IDX) TO WS-WANT.
           PERFORM SEEK-OFFSET.

      *    Find decompressed offset WS-WANT of the current record.
       SEEK-OFFSET.
           MOVE 1 TO SEG-START.
           MOVE IN-LEN TO SEG-END.
           MOVE WS-WANT TO WS-REMAIN.
           MOVE SEG-START TO SEEK-PSN.
           MOVE 0 TO SEEK-DEPTH.
           MOVE 'N' TO WS-FOUND.
           MOVE SPACE TO WS-FOUND-CHAR.
           PERFORM SEEK-STEP
              UNTIL WS-FOUND = 'Y' OR SEEK-PSN > SEG-END.

      *    One item of the current segment: a literal character uses
      *    up one position; a marker either is skipped whole or, when
      *    the wanted position falls inside its expansion, becomes
      *    the new segment.
       SEEK-STEP.
           IF INPUT-LINE(SEEK-PSN:1) = '(' THEN
              MOVE SEEK-PSN TO MK-PSN
              MOVE SEG-END TO MK-LIMIT
              PERFORM PARSE-MARKER
           ELSE
              MOVE 'Y' TO WS-BAD-MARKER
           END-IF.
           IF WS-BAD-MARKER = 'Y' THEN
              IF WS-REMAIN = 1 THEN
                 MOVE 'Y' TO WS-FOUND
                 MOVE INPUT-LINE(SEEK-PSN:1) TO WS-FOUND-CHAR
              ELSE
                 SUBTRACT 1 FROM WS-REMAIN
                 ADD 1 TO SEEK-PSN
              END-IF
           ELSE
              MOVE LEN TO SEEK-LEN
              MOVE CHRS TO SEEK-CHRS
              MOVE REPS TO SEEK-REPS
              COMPUTE DATA-START = SEEK-PSN + SEEK-LEN + 3
              COMPUTE DATA-END = DATA-START + SEEK-CHRS - 1
              IF DATA-END > SEG-END THEN
                 MOVE SEG-END TO DATA-END
              END-IF
              IF SEEK-CHRS = 0 OR DATA-START > SEG-END THEN
                 MOVE 0 TO WS-SUB-LEN
              ELSE
                 MOVE DATA-START TO RANGE-START
                 MOVE DATA-END TO RANGE-END
                 PERFORM COUNT-RANGE
                 MOVE RANGE-LEN TO WS-SUB-LEN
              END-IF
              COMPUTE WS-SPAN = WS-SUB-LEN * SEEK-REPS
              IF WS-REMAIN <= WS-SPAN THEN
                 COMPUTE WS-REMAIN =
                    FUNCTION MOD(WS-REMAIN - 1, WS-SUB-LEN) + 1
                 MOVE DATA-START TO SEG-START
                 MOVE DATA-END TO SEG-END
                 MOVE DATA-START TO SEEK-PSN
                 ADD 1 TO SEEK-DEPTH
              ELSE
                 SUBTRACT WS-SPAN FROM WS-REMAIN
                 IF SEEK-CHRS = 0 OR DATA-START > SEG-END THEN
                    COMPUTE SEEK-PSN = SEEK-PSN + SEEK-LEN + 3
                 ELSE
                    COMPUTE SEEK-PSN = DATA-END + 1
                 END-IF
              END-IF
           END-IF.

      *    Version-2 length of RANGE-START thru RANGE-END, by the
      *    D9P2 weighted-stack rule with markers bounded by the
      *    range.
       COUNT-RANGE.
           MOVE 0 TO RANGE-LEN.
           MOVE 0 TO STK-TOP.
           MOVE 1 TO CUR-MULT.
           MOVE RANGE-START TO PSN.
           PERFORM UNTIL PSN > RANGE-END
              PERFORM POP-FINISHED-FRAMES
              MOVE 'Y' TO WS-BAD-MARKER
              IF INPUT-LINE(PSN:1) = '(' THEN
                 MOVE PSN TO MK-PSN
                 MOVE RANGE-END TO MK-LIMIT
                 PERFORM PARSE-MARKER
              END-IF
              IF WS-BAD-MARKER = 'Y' THEN
                 ADD CUR-MULT TO RANGE-LEN
                 ADD 1 TO PSN
              ELSE
                 COMPUTE PSN = PSN + LEN + 3
                 IF STK-TOP < WS-STACK-MAX THEN
                    ADD 1 TO STK-TOP
                    COMPUTE STK-END(STK-TOP) = PSN + CHRS - 1
                    MOVE REPS TO STK-MULT(STK-TOP)
                    COMPUTE CUR-MULT = CUR-MULT * REPS
                 END-IF
              END-IF
           END-PERFORM.

       POP-FINISHED-FRAMES.
           PERFORM UNTIL STK-TOP = 0 OR PSN <= STK-END(STK-TOP)
              COMPUTE CUR-MULT = CUR-MULT / STK-MULT(STK-TOP)
              SUBTRACT 1 FROM STK-TOP
           END-PERFORM.

      *    On entry MK-PSN sits on '('; returns CHRS, REPS and LEN
      *    (digits inside the marker), or WS-BAD-MARKER = 'Y' when
      *    the marker does not close by MK-LIMIT.
       PARSE-MARKER.
           MOVE 0 TO TMP.
           MOVE 0 TO REPS.
           MOVE 'N' TO WS-BAD-MARKER.
           COMPUTE SCAN-LEN = MK-LIMIT - MK-PSN.
           IF SCAN-LEN = 0 THEN
              MOVE 'Y' TO WS-BAD-MARKER
           ELSE
              INSPECT INPUT-LINE(MK-PSN + 1:SCAN-LEN) TALLYING TMP
                 FOR CHARACTERS BEFORE INITIAL 'x'
              IF TMP >= SCAN-LEN THEN
                 MOVE 'Y' TO WS-BAD-MARKER
              ELSE
                 COMPUTE SCAN-LEN = MK-LIMIT - (MK-PSN + TMP + 1)
                 IF SCAN-LEN = 0 THEN
                    MOVE 'Y' TO WS-BAD-MARKER
                 ELSE
                    INSPECT INPUT-LINE(MK-PSN + TMP + 2:SCAN-LEN)
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
              MOVE INPUT-LINE(MK-PSN + 1:TMP) TO CHRS
              MOVE INPUT-LINE(MK-PSN + TMP + 2:REPS) TO REPS
           END-IF.

       END PROGRAM AOC-2016-D9SEEK.
