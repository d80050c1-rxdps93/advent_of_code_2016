       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D12P1.

      *    Day 12 leonardo's monorail: runs the assembunny program
      *    through AOC-2016-ASMBNY and ledgers register a.
      *        Part 1 - registers from the REG-A..REG-D cards
      *                 (default all zero)
      *        Part 2 - the same, with register c set to PART2-C
      *                 (default 1: the ignition key)
      *    LIMIT= is the instruction ceiling per run (default
      *    50000000); a run that reaches it is E-logged by the
      *    interpreter, its part is not ledgered, and the step ends
      *    CC 12. Program lines the interpreter could not parse are
      *    CC 4. TRACE=<file> writes the interpreter's register dump
      *    (TRACE-CAP= instructions per run, default 5000).
      *    Cards (program AOC-2016-D12P1): INPUT=, REG-A= .. REG-D=,
      *    PART2-C=, LIMIT=, TRACE=, TRACE-CAP=.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".
       COPY "watermark.cpy".
       COPY "run_header.cpy".
       COPY "results_ledger.cpy".
       COPY "run_metrics.cpy".
       COPY "ledger_service.cpy".
       COPY "manifest_lineage.cpy".
       01  WS-LINEAGE-HOLD PIC X(160).
       COPY "run_registry.cpy".
       COPY "assembunny.cpy".
       01  WS-INPUT-FILE-NAME PIC X(100) VALUE 'TEST'.
       01  WS-FILE-NAME-PARM  PIC X(100).

      *    Run parameters from the deck.
       01  WS-INIT-REGS.
           05 WS-INIT-REG    OCCURS 4 TIMES PIC S9(15) VALUE 0.
       01  WS-PART2-C        PIC S9(15) VALUE 1.
       01  WS-LIMIT          PIC 9(12)  VALUE 50000000.
       01  WS-TRACE-NAME     PIC X(100) VALUE SPACES.
       01  WS-TRACE-CAP      PIC 9(9)   VALUE 5000.
       01  WS-REG-KEYS       PIC X(20)
                             VALUE 'REG-AREG-BREG-CREG-D'.
       01  WS-REG-IDX        PIC 9.

       01  WS-PART-LABEL     PIC X(30).
       01  WS-REG-A-ED       PIC -(15)9.
       01  WS-EXEC-ED        PIC Z(11)9.

      *    Step condition code reported to the batch driver through
      *    RETURN-CODE: 0 = ok, 4 = warnings written, 8 = skipped,
      *    12 = a run hit the instruction ceiling.
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
           PERFORM GET-RUN-PARMS.
           PERFORM WRITE-RUN-HEADER.
           PERFORM CAPTURE-METRICS-START.
           INITIALIZE AB-REQUEST.
           MOVE 'LOAD' TO AB-FUNC.
           MOVE 'AOC-2016-D12P1' TO AB-CALLER.
           MOVE WS-INPUT-FILE-NAME TO AB-FILE.
           CALL 'AOC-2016-ASMBNY' USING AB-REQUEST.
           IF AB-STATUS = 'NOFILE' THEN
              DISPLAY 'INPUT FILE NOT FOUND: '
                 FUNCTION TRIM(WS-INPUT-FILE-NAME) ' - SKIPPING STEP'
              MOVE WS-INPUT-FILE-NAME(1:20) TO EL-REFERENCE
              MOVE 'AOC0101E' TO EL-MSG-ID
              MOVE WS-INPUT-FILE-NAME TO EL-VALUE-1
              PERFORM LOG-ERROR
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM REPORT-WATERMARKS.
           IF AB-STATUS IS NOT EQUAL TO 'LOADED' THEN
              DISPLAY 'PROGRAM NOT LOADED: ' AB-STATUS
              MOVE WS-INPUT-FILE-NAME(1:20) TO EL-REFERENCE
              MOVE 'AOC0106E' TO EL-MSG-ID
              MOVE AB-STATUS TO EL-VALUE-1
              PERFORM LOG-ERROR
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY 'INSTRUCTIONS LOADED: ' AB-INSTR-CNT.
           IF AB-REJECT-CNT > 0 THEN
              DISPLAY 'LINES KEPT AS NO-OPS: ' AB-REJECT-CNT
              PERFORM FLAG-STEP-WARNING
           END-IF.
           MOVE 'PARSE PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.

           PERFORM SET-RUN-REQUEST.
           MOVE 'PART 1 REGISTER A' TO WS-PART-LABEL.
           PERFORM RUN-ONE-PART.

           PERFORM SET-RUN-REQUEST.
           MOVE WS-PART2-C TO AB-REG(3).
           MOVE 'PART 2 REGISTER A' TO WS-PART-LABEL.
           PERFORM RUN-ONE-PART.

           MOVE 'SOLVE PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.
           PERFORM CAPTURE-METRICS-END.
           PERFORM WRITE-AOC-METRICS.
           MOVE WS-STEP-CC TO RETURN-CODE.
           GOBACK.

       SET-RUN-REQUEST.
           MOVE 'RUN' TO AB-FUNC.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1 UNTIL WS-REG-IDX > 4
              MOVE WS-INIT-REG(WS-REG-IDX) TO AB-REG(WS-REG-IDX)
           END-PERFORM.
           MOVE WS-LIMIT TO AB-LIMIT.
           MOVE 'N' TO AB-CLOCK-MODE.
           MOVE 0 TO AB-CLOCK-LEN.
           MOVE WS-TRACE-NAME TO AB-TRACE-FILE.
           MOVE WS-TRACE-CAP TO AB-TRACE-CAP.

       RUN-ONE-PART.
           CALL 'AOC-2016-ASMBNY' USING AB-REQUEST.
           MOVE AB-EXECUTED TO WS-EXEC-ED.
           IF AB-STATUS = 'HALTED' THEN
              MOVE AB-REG(1) TO WS-REG-A-ED
              DISPLAY FUNCTION TRIM(WS-PART-LABEL) ': '
                 FUNCTION TRIM(WS-REG-A-ED) ' ('
                 FUNCTION TRIM(WS-EXEC-ED) ' INSTRUCTIONS)'
              MOVE WS-PART-LABEL TO AR-PART-LABEL
              MOVE SPACES TO AR-ANSWER
              MOVE FUNCTION TRIM(WS-REG-A-ED) TO AR-ANSWER
              PERFORM WRITE-AOC-RESULT
           ELSE
              DISPLAY FUNCTION TRIM(WS-PART-LABEL) ': NOT LEDGERED - '
                 AB-STATUS ' AFTER ' FUNCTION TRIM(WS-EXEC-ED)
                 ' INSTRUCTIONS'
              MOVE 12 TO WS-STEP-CC
           END-IF.

       FLAG-STEP-WARNING.
           IF WS-STEP-CC < 4 THEN
              MOVE 4 TO WS-STEP-CC
           END-IF.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-D12P1' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       REPORT-WATERMARKS.
           MOVE 'LOG' TO WM-FUNC.
           MOVE 'AOC-2016-D12P1' TO WM-PROGRAM.
           MOVE 'PROGRAM-TABLE' TO WM-TABLE.
           MOVE AB-INSTR-CNT TO WM-USED.
           MOVE AB-INSTR-MAX TO WM-MAX.
           CALL 'AOC-2016-WATERMARK' USING WM-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       GET-RUN-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D12P1' TO CC-PROGRAM.
           MOVE 1 TO CC-OCCURRENCE.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1 UNTIL WS-REG-IDX > 4
              MOVE WS-REG-KEYS((WS-REG-IDX - 1) * 5 + 1:5)
                 TO CC-KEYWORD
              CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              IF CC-FOUND = 'Y' AND
                 FUNCTION TEST-NUMVAL(CC-VALUE(1:16)) = 0 THEN
                 MOVE FUNCTION NUMVAL(CC-VALUE(1:16))
                    TO WS-INIT-REG(WS-REG-IDX)
              END-IF
           END-PERFORM.
           MOVE 'PART2-C' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:16)) = 0 THEN
              MOVE FUNCTION NUMVAL(CC-VALUE(1:16)) TO WS-PART2-C
           END-IF.
           PERFORM GET-COMMON-PARMS.

      *    Ceiling and trace settings shared by all three assembunny
      *    steps.
       GET-COMMON-PARMS.
           MOVE 'LIMIT' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:12)) = 0 THEN
              MOVE FUNCTION NUMVAL(CC-VALUE(1:12)) TO WS-LIMIT
           END-IF.
           IF WS-LIMIT = 0 THEN
              MOVE 50000000 TO WS-LIMIT
           END-IF.
           MOVE 'TRACE' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-TRACE-NAME
           END-IF.
           MOVE 'TRACE-CAP' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:9)) = 0 THEN
              MOVE FUNCTION NUMVAL(CC-VALUE(1:9)) TO WS-TRACE-CAP
           END-IF.

       GET-FILE-NAME.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D12P1' TO CC-PROGRAM.
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
           MOVE 'AOC-2016-D12P1' TO RH-PROGRAM-ID.
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


       WRITE-AOC-RESULT.
           MOVE 'RESULT' TO LG-FUNC.
           MOVE 'AOC-2016-D12P1' TO LG-PROGRAM.
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
           MOVE 'AOC-2016-D12P1' TO LG-PROGRAM.
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
           MOVE 'AOC-2016-D12P1' TO LG-PROGRAM.
           MOVE SPACES TO LG-LABEL.
           MOVE SPACES TO LG-VALUE.
           MOVE MT-ELAPSED-SECS TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

       END PROGRAM AOC-2016-D12P1.
