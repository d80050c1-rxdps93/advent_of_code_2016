       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D20P1.

      *    Day 20 firewall rules: the input is a blacklist of
      *    'low-high' address ranges, overlapping and in no order.
      *    The ranges are SORTed on their low bound and merged on
      *    the way out of the sort - a range that overlaps or abuts
      *    the one being built extends it, anything else closes it.
      *        Part 1 - lowest address no range blocks
      *        Part 2 - number of addresses no range blocks
      *    Both count against the address space 0..MAX-ADDR (default
      *    4294967295, the full 32-bit range). The merged blacklist
      *    is written to d20p1_merged.txt, one 'low-high' range per
      *    line after the run header, for the network team. Lines
      *    that are not 'low-high', bounds past MAX-ADDR and ranges
      *    whose low bound is above their high bound are W-logged to
      *    ERRLOG (CC 4) and left out of the sort. A blacklist that
      *    blocks every address is E-logged, ledgered as NONE and
      *    ends CC 8.
      *    Cards (program AOC-2016-D20P1): INPUT=, MAX-ADDR=.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "input_file_select.cpy"
              REPLACING ==FILE-NAME-FIELD== BY ==WS-INPUT-FILE-NAME==.
           SELECT SORTFILE ASSIGN TO 'd20p1_sort.wrk'.
           SELECT MERGEDFILE ASSIGN TO 'd20p1_merged.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "input_file_fd.cpy"
          REPLACING ==INPUT-LINE-PIC== BY ==X(80)==.

       SD  SORTFILE.
       01  SORT-REC.
           05 SR-LOW       PIC 9(10).
           05 SR-HIGH      PIC 9(10).
           05 SR-LINE      PIC 9(7).

       FD  MERGEDFILE.
       01  MERGED-REC  PIC X(160).

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

       01  WS-MAX-ADDR       PIC 9(10) VALUE 4294967295.

      *    One blacklist line taken apart.
       01  WS-LOW-TEXT       PIC X(20).
       01  WS-HIGH-TEXT      PIC X(20).
       01  WS-EXTRA-TEXT     PIC X(20).
       01  WS-LOW            PIC 9(10).
       01  WS-HIGH           PIC 9(10).
       01  WS-LINE-OK        PIC X.
       01  WS-REJECT-REASON  PIC X(40).

      *    The range being built on the way out of the sort, and the
      *    gaps it leaves behind.
       01  WS-SORT-EOF       PIC X     VALUE 'N'.
       01  WS-CUR-OPEN       PIC X     VALUE 'N'.
       01  WS-CUR-LOW        PIC 9(10).
       01  WS-CUR-HIGH       PIC 9(10).
       01  WS-NEXT-FREE      PIC 9(11) VALUE 0.
       01  WS-GAP            PIC 9(11).
       01  WS-LOWEST-FREE    PIC 9(10) VALUE 0.
       01  WS-LOWEST-FOUND   PIC X     VALUE 'N'.
       01  WS-ALLOWED-CNT    PIC 9(11) VALUE 0.
       01  WS-LOW-ED         PIC Z(9)9.
       01  WS-HIGH-ED        PIC Z(9)9.
       01  WS-ANSWER-ED      PIC Z(10)9.

       01  WS-REC-NUM        PIC 9(7)  VALUE 0.
       01  WS-RANGE-CNT      PIC 9(7)  VALUE 0.
       01  WS-REJECT-CNT     PIC 9(7)  VALUE 0.
       01  WS-MERGED-CNT     PIC 9(7)  VALUE 0.

      *    Step condition code reported to the batch driver through
      *    RETURN-CODE: 0 = ok, 4 = warnings written, 8 = skipped or
      *    no address left open.
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
           PERFORM GET-MAX-ADDR.
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
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT MERGEDFILE.
           MOVE SPACES TO MERGED-REC.
           MOVE RH-LINE TO MERGED-REC.
           WRITE MERGED-REC.
           SORT SORTFILE
              ON ASCENDING KEY SR-LOW SR-HIGH
              INPUT PROCEDURE IS RELEASE-RANGES
              OUTPUT PROCEDURE IS MERGE-RANGES.
           CLOSE INPUTFILE.
           CLOSE MERGEDFILE.
           MOVE 'SOLVE PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.

           DISPLAY 'LINES READ .......: ' WS-REC-NUM.
           DISPLAY 'RANGES SORTED ....: ' WS-RANGE-CNT.
           DISPLAY 'LINES REJECTED ...: ' WS-REJECT-CNT.
           DISPLAY 'MERGED RANGES ....: ' WS-MERGED-CNT.

           IF WS-LOWEST-FOUND = 'Y' THEN
              MOVE WS-LOWEST-FREE TO WS-ANSWER-ED
              DISPLAY 'PART 1 LOWEST ALLOWED: '
                 FUNCTION TRIM(WS-ANSWER-ED)
              MOVE 'PART 1 LOWEST ALLOWED ADDRESS' TO AR-PART-LABEL
              MOVE SPACES TO AR-ANSWER
              MOVE FUNCTION TRIM(WS-ANSWER-ED) TO AR-ANSWER
              PERFORM WRITE-AOC-RESULT
           ELSE
              DISPLAY 'PART 1: EVERY ADDRESS IS BLACKLISTED'
              MOVE 'MAX-ADDR' TO EL-REFERENCE
              MOVE 'AOC0409E' TO EL-MSG-ID
              PERFORM LOG-ERROR
              MOVE 'PART 1 LOWEST ALLOWED ADDRESS' TO AR-PART-LABEL
              MOVE 'NONE' TO AR-ANSWER
              PERFORM WRITE-AOC-RESULT
              MOVE 8 TO WS-STEP-CC
           END-IF.
           MOVE WS-ALLOWED-CNT TO WS-ANSWER-ED.
           DISPLAY 'PART 2 ALLOWED COUNT : '
              FUNCTION TRIM(WS-ANSWER-ED).
           MOVE 'PART 2 ALLOWED ADDRESS COUNT' TO AR-PART-LABEL.
           MOVE SPACES TO AR-ANSWER.
           MOVE FUNCTION TRIM(WS-ANSWER-ED) TO AR-ANSWER.
           PERFORM WRITE-AOC-RESULT.
           PERFORM WRITE-RANGE-COUNTS.

           PERFORM CAPTURE-METRICS-END.
           PERFORM WRITE-AOC-METRICS.
           MOVE WS-STEP-CC TO RETURN-CODE.
           GOBACK.

      *    Sort input side: every well-formed range goes to the sort
      *    keyed on its bounds; the rest are logged and dropped.
       RELEASE-RANGES.
           PERFORM UNTIL LOOP = 0
              READ INPUTFILE NEXT RECORD INTO INPUT-LINE
              AT END
                 MOVE 0 TO LOOP
              NOT AT END
                 ADD 1 TO WS-REC-NUM
                 IF INPUT-LINE IS NOT EQUAL TO SPACES THEN
                    PERFORM PARSE-RANGE THRU PARSE-RANGE-EXIT
                    IF WS-LINE-OK = 'Y' THEN
                       MOVE WS-LOW TO SR-LOW
                       MOVE WS-HIGH TO SR-HIGH
                       MOVE WS-REC-NUM TO SR-LINE
                       RELEASE SORT-REC
                       ADD 1 TO WS-RANGE-CNT
                    ELSE
                       PERFORM LOG-BAD-LINE
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.
           MOVE 'PARSE PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.

      *    Sort output side: ranges arrive lowest bound first, so a
      *    range either reaches back into the one being built (low
      *    bound no more than one past its high bound) and stretches
      *    it, or starts a new one past a gap of allowed addresses.
       MERGE-RANGES.
           MOVE 'N' TO WS-SORT-EOF.
           MOVE 'N' TO WS-CUR-OPEN.
           MOVE 0 TO WS-NEXT-FREE.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
              RETURN SORTFILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF
              NOT AT END
                 IF WS-CUR-OPEN = 'Y' AND
                    SR-LOW <= WS-CUR-HIGH + 1 THEN
                    IF SR-HIGH > WS-CUR-HIGH THEN
                       MOVE SR-HIGH TO WS-CUR-HIGH
                    END-IF
                 ELSE
                    IF WS-CUR-OPEN = 'Y' THEN
                       PERFORM CLOSE-MERGED-RANGE
                    END-IF
                    MOVE SR-LOW TO WS-CUR-LOW
                    MOVE SR-HIGH TO WS-CUR-HIGH
                    MOVE 'Y' TO WS-CUR-OPEN
                 END-IF
              END-RETURN
           END-PERFORM.
           IF WS-CUR-OPEN = 'Y' THEN
              PERFORM CLOSE-MERGED-RANGE
           END-IF.
      *    Whatever lies past the last range up to MAX-ADDR is open.
           IF WS-NEXT-FREE <= WS-MAX-ADDR THEN
              IF WS-LOWEST-FOUND = 'N' THEN
                 MOVE WS-NEXT-FREE TO WS-LOWEST-FREE
                 MOVE 'Y' TO WS-LOWEST-FOUND
              END-IF
              COMPUTE WS-GAP = WS-MAX-ADDR - WS-NEXT-FREE + 1
              ADD WS-GAP TO WS-ALLOWED-CNT
           END-IF.

      *    The gap between the previous range and this one is open;
      *    the first such gap holds the lowest allowed address.
       CLOSE-MERGED-RANGE.
           IF WS-CUR-LOW > WS-NEXT-FREE THEN
              IF WS-LOWEST-FOUND = 'N' THEN
                 MOVE WS-NEXT-FREE TO WS-LOWEST-FREE
                 MOVE 'Y' TO WS-LOWEST-FOUND
              END-IF
              COMPUTE WS-GAP = WS-CUR-LOW - WS-NEXT-FREE
              ADD WS-GAP TO WS-ALLOWED-CNT
           END-IF.
           COMPUTE WS-NEXT-FREE = WS-CUR-HIGH + 1.
           ADD 1 TO WS-MERGED-CNT.
           MOVE WS-CUR-LOW TO WS-LOW-ED.
           MOVE WS-CUR-HIGH TO WS-HIGH-ED.
           MOVE SPACES TO MERGED-REC.
           STRING FUNCTION TRIM(WS-LOW-ED) DELIMITED SIZE
              '-' DELIMITED SIZE
              FUNCTION TRIM(WS-HIGH-ED) DELIMITED SIZE
              INTO MERGED-REC
           END-STRING.
           WRITE MERGED-REC.

      *    low-high: two unsigned whole numbers within the address
      *    space, low no greater than high.
       PARSE-RANGE.
           MOVE 'Y' TO WS-LINE-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-LOW-TEXT WS-HIGH-TEXT WS-EXTRA-TEXT.
           UNSTRING FUNCTION TRIM(INPUT-LINE) DELIMITED BY '-'
              INTO WS-LOW-TEXT WS-HIGH-TEXT WS-EXTRA-TEXT
           END-UNSTRING.
           IF WS-LOW-TEXT = SPACES OR WS-HIGH-TEXT = SPACES OR
              WS-EXTRA-TEXT IS NOT EQUAL TO SPACES THEN
              MOVE 'NOT IN LOW-HIGH FORMAT' TO WS-REJECT-REASON
              MOVE 'N' TO WS-LINE-OK
              GO TO PARSE-RANGE-EXIT
           END-IF.
           IF FUNCTION TRIM(WS-LOW-TEXT) IS NOT NUMERIC OR
              FUNCTION TRIM(WS-HIGH-TEXT) IS NOT NUMERIC THEN
              MOVE 'BOUND IS NOT A WHOLE NUMBER' TO WS-REJECT-REASON
              MOVE 'N' TO WS-LINE-OK
              GO TO PARSE-RANGE-EXIT
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-LOW-TEXT)) > 10 OR
              FUNCTION LENGTH(FUNCTION TRIM(WS-HIGH-TEXT)) > 10 THEN
              MOVE 'BOUND PAST MAX-ADDR' TO WS-REJECT-REASON
              MOVE 'N' TO WS-LINE-OK
              GO TO PARSE-RANGE-EXIT
           END-IF.
           MOVE FUNCTION NUMVAL(WS-LOW-TEXT) TO WS-LOW.
           MOVE FUNCTION NUMVAL(WS-HIGH-TEXT) TO WS-HIGH.
           IF WS-LOW > WS-MAX-ADDR OR WS-HIGH > WS-MAX-ADDR THEN
              MOVE 'BOUND PAST MAX-ADDR' TO WS-REJECT-REASON
              MOVE 'N' TO WS-LINE-OK
              GO TO PARSE-RANGE-EXIT
           END-IF.
           IF WS-LOW > WS-HIGH THEN
              MOVE 'LOW BOUND ABOVE HIGH BOUND' TO WS-REJECT-REASON
              MOVE 'N' TO WS-LINE-OK
           END-IF.
       PARSE-RANGE-EXIT.
           EXIT.

       LOG-BAD-LINE.
           ADD 1 TO WS-REJECT-CNT.
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

       FLAG-STEP-WARNING.
           IF WS-STEP-CC < 4 THEN
              MOVE 4 TO WS-STEP-CC
           END-IF.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-D20P1' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       GET-MAX-ADDR.
           MOVE 'MAX-ADDR' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:10)) = 0 THEN
              MOVE FUNCTION NUMVAL(CC-VALUE(1:10)) TO WS-MAX-ADDR
           END-IF.

      *    How much the sort had to chew through and how far the
      *    merge boiled it down, as COUNT lines in the metrics log.
       WRITE-RANGE-COUNTS.
           MOVE 'COUNT' TO LG-FUNC.
           MOVE 'AOC-2016-D20P1' TO LG-PROGRAM.
           MOVE 'RANGES SORTED' TO LG-LABEL.
           MOVE WS-RANGE-CNT TO WS-ANSWER-ED.
           MOVE SPACES TO LG-VALUE.
           MOVE FUNCTION TRIM(WS-ANSWER-ED) TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.
           MOVE 'MERGED RANGES' TO LG-LABEL.
           MOVE WS-MERGED-CNT TO WS-ANSWER-ED.
           MOVE SPACES TO LG-VALUE.
           MOVE FUNCTION TRIM(WS-ANSWER-ED) TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

       GET-FILE-NAME.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D20P1' TO CC-PROGRAM.
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
           MOVE 'AOC-2016-D20P1' TO RH-PROGRAM-ID.
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
           MOVE 'AOC-2016-D20P1' TO LG-PROGRAM.
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
           MOVE 'AOC-2016-D20P1' TO LG-PROGRAM.
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
           MOVE 'AOC-2016-D20P1' TO LG-PROGRAM.
           MOVE SPACES TO LG-LABEL.
           MOVE SPACES TO LG-VALUE.
           MOVE MT-ELAPSED-SECS TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

       END PROGRAM AOC-2016-D20P1.
