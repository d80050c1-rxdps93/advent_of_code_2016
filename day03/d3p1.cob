       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D3P1.

      *    Triangle-spec validation. Every input line carries three
      *    side lengths; a triangle is valid when each pair of sides
      *    sums to more than the remaining side. Counted two ways:
      *        Part 1 - each line is one triangle
      *        Part 2 - the file is read down each column, three lines
      *                 at a time, so every group of three good lines
      *                 yields three column triangles
      *    A line that is not exactly three unsigned numbers is
      *    rejected to d3p1_reject.txt and ERRLOG (CC 4) and takes no
      *    part in either count; Part 2 groups are formed from the
      *    good lines only, and a short trailing group is reported
      *    rather than counted. Card AOC-2016-D3P1 INPUT= names the
      *    file.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "input_file_select.cpy"
              REPLACING ==FILE-NAME-FIELD== BY ==WS-INPUT-FILE-NAME==.
           SELECT REJECTFILE ASSIGN TO 'd3p1_reject.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "input_file_fd.cpy"
          REPLACING ==INPUT-LINE-PIC== BY ==X(200)==.

       FD  REJECTFILE.
       01  REJECT-REC  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".
       COPY "run_header.cpy".
       COPY "results_ledger.cpy".
       COPY "run_metrics.cpy".
       COPY "ledger_service.cpy".
       COPY "manifest_lineage.cpy".
       01  WS-LINEAGE-HOLD PIC X(160).
       COPY "run_registry.cpy".
       01  LOOP        PIC 9       VALUE 1.
       01  WS-INPUT-FILE-NAME PIC X(100) VALUE 'TEST'.
       01  WS-FILE-NAME-PARM  PIC X(100).
       01  WS-INPUTFILE-STATUS PIC XX.

      *    One line split into its side tokens. A fourth token (or a
      *    token too wide for PIC 9(9)) is as much a reject as a
      *    missing one.
       01  WS-LINE-WORK      PIC X(200).
       01  WS-TOKENS.
           05 WS-TOKEN   OCCURS 4 TIMES PIC X(20).
       01  WS-TOKEN-CNT      PIC 9     VALUE 0.
       01  WS-TOKEN-IDX      PIC 9.
       01  WS-TOKEN-LEN      PIC 99.
       01  WS-LINE-OK        PIC X     VALUE 'Y'.
       01  WS-REJECT-REASON  PIC X(30).
       01  WS-SIDES.
           05 WS-SIDE    OCCURS 3 TIMES PIC 9(9).

      *    Part 2 column buffer: the last (up to) three good lines,
      *    read back down each column once the group is complete.
       01  WS-GROUP-ROWS     PIC 9     VALUE 0.
       01  WS-GROUP-TABLE.
           05 WS-GROUP-ROW OCCURS 3 TIMES.
              10 WS-GROUP-SIDE OCCURS 3 TIMES PIC 9(9).
       01  WS-COL-IDX        PIC 9.

      *    Scratch for the triangle test itself.
       01  WS-TRI-A          PIC 9(9).
       01  WS-TRI-B          PIC 9(9).
       01  WS-TRI-C          PIC 9(9).
       01  WS-TRI-VALID      PIC X.

       01  WS-REC-NUM        PIC 9(7)  VALUE 0.
       01  WS-GOOD-CNT       PIC 9(7)  VALUE 0.
       01  WS-REJECT-CNT     PIC 9(7)  VALUE 0.
       01  WS-ROW-VALID-CNT  PIC 9(7)  VALUE 0.
       01  WS-COL-VALID-CNT  PIC 9(7)  VALUE 0.
       01  WS-COL-GROUP-CNT  PIC 9(7)  VALUE 0.

      *    Step condition code reported to the batch driver through
      *    RETURN-CODE: 0 = ok, 4 = warnings written, 8 = skipped.
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
           PERFORM GET-FILE-NAME.
           OPEN OUTPUT REJECTFILE.
           PERFORM WRITE-RUN-HEADER.
           PERFORM CAPTURE-METRICS-START.
           OPEN INPUT INPUTFILE.
           IF WS-INPUTFILE-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'INPUT FILE NOT FOUND: '
                 FUNCTION TRIM(WS-INPUT-FILE-NAME) ' - SKIPPING STEP'
              MOVE WS-INPUT-FILE-NAME(1:20) TO EL-REFERENCE
              MOVE 'AOC0101E' TO EL-MSG-ID
              MOVE WS-INPUT-FILE-NAME TO EL-VALUE-1
              PERFORM LOG-ERROR
              CLOSE REJECTFILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM UNTIL LOOP = 0
              READ INPUTFILE NEXT RECORD INTO INPUT-LINE
              AT END
                 MOVE 0 TO LOOP
              NOT AT END
                 ADD 1 TO WS-REC-NUM
                 IF INPUT-LINE IS NOT EQUAL TO SPACES THEN
                    PERFORM PARSE-LINE
                    IF WS-LINE-OK = 'Y' THEN
                       ADD 1 TO WS-GOOD-CNT
                       PERFORM CHECK-ROW-TRIANGLE
                       PERFORM ADD-TO-COLUMN-GROUP
                    ELSE
                       PERFORM WRITE-LINE-REJECT
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE INPUTFILE.
           MOVE 'PARSE PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.

           IF WS-GROUP-ROWS > 0 THEN
              PERFORM REPORT-SHORT-GROUP
           END-IF.
           CLOSE REJECTFILE.

           DISPLAY 'LINES READ ........: ' WS-REC-NUM.
           DISPLAY 'LINES REJECTED ....: ' WS-REJECT-CNT.
           DISPLAY 'PART 1 VALID ROWS .: ' WS-ROW-VALID-CNT.
           DISPLAY 'PART 2 VALID COLS .: ' WS-COL-VALID-CNT
              ' (' WS-COL-GROUP-CNT ' GROUPS)'.

           MOVE 'PART 1 VALID TRIANGLES' TO AR-PART-LABEL.
           MOVE SPACES TO AR-ANSWER.
           MOVE WS-ROW-VALID-CNT TO AR-ANSWER.
           PERFORM WRITE-AOC-RESULT.
           MOVE 'PART 2 VALID COLUMN TRIANGLES' TO AR-PART-LABEL.
           MOVE SPACES TO AR-ANSWER.
           MOVE WS-COL-VALID-CNT TO AR-ANSWER.
           PERFORM WRITE-AOC-RESULT.

           MOVE 'SOLVE PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.
           PERFORM CAPTURE-METRICS-END.
           PERFORM WRITE-AOC-METRICS.
           MOVE WS-STEP-CC TO RETURN-CODE.
           GOBACK.

       FLAG-STEP-WARNING.
           IF WS-STEP-CC < 4 THEN
              MOVE 4 TO WS-STEP-CC
           END-IF.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-D3P1' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      *    Split on runs of spaces and insist on exactly three
      *    all-digit tokens that fit the side picture.
       PARSE-LINE.
           MOVE 'Y' TO WS-LINE-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-TOKENS.
           MOVE 0 TO WS-TOKEN-CNT.
           MOVE FUNCTION TRIM(INPUT-LINE LEADING) TO WS-LINE-WORK.
           UNSTRING WS-LINE-WORK DELIMITED BY ALL SPACE
              INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
              TALLYING IN WS-TOKEN-CNT
           END-UNSTRING.
           IF WS-TOKEN(4) IS NOT EQUAL TO SPACES THEN
              MOVE 'N' TO WS-LINE-OK
              MOVE 'MORE THAN THREE FIELDS' TO WS-REJECT-REASON
           ELSE
              IF WS-TOKEN(3) IS EQUAL TO SPACES THEN
                 MOVE 'FEWER THAN THREE FIELDS' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-LINE-OK
              END-IF
           END-IF.
           PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
              UNTIL WS-TOKEN-IDX > 3 OR WS-LINE-OK = 'N'
                 MOVE 0 TO WS-TOKEN-LEN
                 INSPECT WS-TOKEN(WS-TOKEN-IDX) TALLYING WS-TOKEN-LEN
                    FOR CHARACTERS BEFORE INITIAL SPACE
                 IF WS-TOKEN-LEN > 9 THEN
                    MOVE 'N' TO WS-LINE-OK
                    MOVE 'SIDE TOO WIDE FOR PIC 9(9)'
                       TO WS-REJECT-REASON
                 ELSE
                    IF WS-TOKEN(WS-TOKEN-IDX)(1:WS-TOKEN-LEN)
                       IS NOT NUMERIC THEN
                       MOVE 'N' TO WS-LINE-OK
                       MOVE 'NON-NUMERIC SIDE' TO WS-REJECT-REASON
                    ELSE
                       MOVE WS-TOKEN(WS-TOKEN-IDX)(1:WS-TOKEN-LEN)
                          TO WS-SIDE(WS-TOKEN-IDX)
                    END-IF
                 END-IF
           END-PERFORM.

       WRITE-LINE-REJECT.
           ADD 1 TO WS-REJECT-CNT.
           MOVE SPACES TO REJECT-REC.
           STRING 'LINE ' DELIMITED SIZE
              WS-REC-NUM DELIMITED SIZE
              ' ' DELIMITED SIZE
              FUNCTION TRIM(WS-REJECT-REASON) DELIMITED SIZE
              ' VALUE=[' DELIMITED SIZE
              FUNCTION TRIM(INPUT-LINE) DELIMITED SIZE
              ']' DELIMITED SIZE
              INTO REJECT-REC
           END-STRING.
           WRITE REJECT-REC.
           MOVE SPACES TO EL-REFERENCE.
           STRING 'LINE ' DELIMITED SIZE
              WS-REC-NUM DELIMITED SIZE
              INTO EL-REFERENCE
           END-STRING.
           MOVE 'AOC0202W' TO EL-MSG-ID.
           MOVE WS-REJECT-REASON TO EL-VALUE-1.
           MOVE FUNCTION TRIM(INPUT-LINE) TO EL-VALUE-2.
           PERFORM FLAG-STEP-WARNING.
           PERFORM LOG-ERROR.

       CHECK-ROW-TRIANGLE.
           MOVE WS-SIDE(1) TO WS-TRI-A.
           MOVE WS-SIDE(2) TO WS-TRI-B.
           MOVE WS-SIDE(3) TO WS-TRI-C.
           PERFORM TEST-TRIANGLE.
           IF WS-TRI-VALID = 'Y' THEN
              ADD 1 TO WS-ROW-VALID-CNT
           END-IF.

      *    Park the good line in the column buffer; the third line of
      *    a group releases three column triangles.
       ADD-TO-COLUMN-GROUP.
           ADD 1 TO WS-GROUP-ROWS.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
              UNTIL WS-COL-IDX > 3
                 MOVE WS-SIDE(WS-COL-IDX)
                    TO WS-GROUP-SIDE(WS-GROUP-ROWS, WS-COL-IDX)
           END-PERFORM.
           IF WS-GROUP-ROWS = 3 THEN
              ADD 1 TO WS-COL-GROUP-CNT
              PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                 UNTIL WS-COL-IDX > 3
                    MOVE WS-GROUP-SIDE(1, WS-COL-IDX) TO WS-TRI-A
                    MOVE WS-GROUP-SIDE(2, WS-COL-IDX) TO WS-TRI-B
                    MOVE WS-GROUP-SIDE(3, WS-COL-IDX) TO WS-TRI-C
                    PERFORM TEST-TRIANGLE
                    IF WS-TRI-VALID = 'Y' THEN
                       ADD 1 TO WS-COL-VALID-CNT
                    END-IF
              END-PERFORM
              MOVE 0 TO WS-GROUP-ROWS
           END-IF.

       TEST-TRIANGLE.
           IF WS-TRI-A + WS-TRI-B > WS-TRI-C AND
              WS-TRI-A + WS-TRI-C > WS-TRI-B AND
              WS-TRI-B + WS-TRI-C > WS-TRI-A THEN
              MOVE 'Y' TO WS-TRI-VALID
           ELSE
              MOVE 'N' TO WS-TRI-VALID
           END-IF.

      *    The good-line count was not a multiple of three: the
      *    leftover lines cannot form column triangles, so say so
      *    instead of quietly dropping them from Part 2.
       REPORT-SHORT-GROUP.
           MOVE SPACES TO REJECT-REC.
           STRING 'INCOMPLETE COLUMN GROUP - ' DELIMITED SIZE
              WS-GROUP-ROWS DELIMITED SIZE
              ' TRAILING LINE(S) NOT COUNTED IN PART 2'
                 DELIMITED SIZE
              INTO REJECT-REC
           END-STRING.
           WRITE REJECT-REC.
           MOVE 'COLUMN GROUP' TO EL-REFERENCE.
           MOVE 'AOC0205W' TO EL-MSG-ID.
           MOVE WS-GROUP-ROWS TO EL-VALUE-1.
           PERFORM FLAG-STEP-WARNING.
           PERFORM LOG-ERROR.

       GET-FILE-NAME.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D3P1' TO CC-PROGRAM.
           MOVE 'INPUT' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
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

       WRITE-RUN-HEADER.
           IF RR-RUN-NUMBER IS NOT NUMERIC THEN
              MOVE 0 TO RR-RUN-NUMBER
           END-IF.
           MOVE 'AOC-2016-D3P1' TO RH-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CD-DATE TO RH-RUN-DATE.
           MOVE WS-CD-TIME TO RH-RUN-TIME.
           MOVE WS-INPUT-FILE-NAME TO RH-INPUT-NAME.
           MOVE SPACES TO RH-LINE.
           STRING 'RUN: ' DELIMITED SIZE
              RH-PROGRAM-ID DELIMITED SIZE
              ' DATE=' DELIMITED SIZE
              RH-RUN-DATE DELIMITED SIZE
              ' TIME=' DELIMITED SIZE
              RH-RUN-TIME DELIMITED SIZE
              ' INPUT=' DELIMITED SIZE
              FUNCTION TRIM(RH-INPUT-NAME) DELIMITED SIZE
              ' RUN=' DELIMITED SIZE
              RR-RUN-NUMBER DELIMITED SIZE
              INTO RH-LINE
           END-STRING.
           PERFORM STAMP-INPUT-LINEAGE.
           DISPLAY FUNCTION TRIM(RH-LINE).
           MOVE SPACES TO REJECT-REC.
           MOVE RH-LINE(1:80) TO REJECT-REC.
           WRITE REJECT-REC.

       WRITE-AOC-RESULT.
           MOVE 'RESULT' TO LG-FUNC.
           MOVE 'AOC-2016-D3P1' TO LG-PROGRAM.
           MOVE AR-PART-LABEL TO LG-LABEL.
           MOVE AR-ANSWER TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

      *    Resolve this input's manifest checksum and version tag:
      *    the service fills the EXTERNAL lineage area the ledger
      *    stamps on every RESULT record, and the run header carries
      *    the same tags for the human reader.
       STAMP-INPUT-LINEAGE.
           MOVE 'GET' TO MF-FUNC.
           MOVE WS-INPUT-FILE-NAME TO MF-FILE.
           CALL 'AOC-2016-MANIFEST' USING MF-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO MF-FOUND
           END-CALL.
           IF MF-FOUND = 'Y' THEN
              MOVE RH-LINE TO WS-LINEAGE-HOLD
              MOVE SPACES TO RH-LINE
              STRING FUNCTION TRIM(WS-LINEAGE-HOLD) DELIMITED SIZE
                 ' INPUT-SUM=' DELIMITED SIZE
                 MF-SUM(1:8) DELIMITED SIZE
                 ' INPUT-VER=' DELIMITED SIZE
                 FUNCTION TRIM(MF-VERSION) DELIMITED SIZE
                 INTO RH-LINE
              END-STRING
           END-IF.

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
           MOVE 'AOC-2016-D3P1' TO LG-PROGRAM.
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
           MOVE 'AOC-2016-D3P1' TO LG-PROGRAM.
           MOVE SPACES TO LG-LABEL.
           MOVE SPACES TO LG-VALUE.
           MOVE MT-ELAPSED-SECS TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

       END PROGRAM AOC-2016-D3P1.
