       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D4P1.

      *    Room-name checksum validator and decrypter. Each line is
      *    'encrypted-name-sector[checksum]'; a room is real when its
      *    checksum is the five most common letters of the name, most
      *    common first and ties broken alphabetically.
      *        Part 1 - sum of the sector IDs of the real rooms
      *        Part 2 - sector ID of the real room whose decrypted
      *                 name contains the SEARCH= phrase (default
      *                 'northpole object storage')
      *    Every real room's name is shifted forward by its sector ID
      *    (dashes become spaces) and written to d4p1_rooms.txt.
      *    Every decoy goes to d4p1_decoys.txt with the checksum it
      *    carried, the one its name actually produces, and the first
      *    position where the two part company with both letters'
      *    counts, so an auditor can see the failure without
      *    recounting by hand. Lines that are not in room format are
      *    W-logged to ERRLOG (CC 4) and skipped; a search phrase
      *    that matches no real room is also CC 4.
      *    Cards (program AOC-2016-D4P1): INPUT=, SEARCH=.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "input_file_select.cpy"
              REPLACING ==FILE-NAME-FIELD== BY ==WS-INPUT-FILE-NAME==.
           SELECT ROOMFILE ASSIGN TO 'd4p1_rooms.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECOYFILE ASSIGN TO 'd4p1_decoys.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "input_file_fd.cpy"
          REPLACING ==INPUT-LINE-PIC== BY ==X(200)==.

       FD  ROOMFILE.
       01  ROOM-REC    PIC X(160).

       FD  DECOYFILE.
       01  DECOY-REC   PIC X(200).

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

       01  WS-SEARCH-PHRASE  PIC X(100)
                             VALUE 'northpole object storage'.
       01  WS-SEARCH-LEN     PIC 9(3).

      *    One room line taken apart.
       01  WS-LINE-LEN       PIC 9(3).
       01  WS-BRACKET-POS    PIC 9(3).
       01  WS-DASH-POS       PIC 9(3).
       01  WS-NAME           PIC X(160).
       01  WS-NAME-LEN       PIC 9(3).
       01  WS-SECTOR-TEXT    PIC X(12).
       01  WS-SECTOR-LEN     PIC 9(3).
       01  WS-SECTOR         PIC 9(9).
       01  WS-GIVEN-SUM      PIC X(5).
       01  WS-LINE-OK        PIC X.
       01  WS-REJECT-REASON  PIC X(40).
       01  WS-POS            PIC 9(3).
       01  WS-CHAR           PIC X.

      *    Letter frequencies for the name, and the checksum built
      *    from them: five passes, each taking the highest remaining
      *    count with the lowest letter winning a tie.
       01  WS-ALPHABET       PIC X(26)
                             VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  WS-LETTER-COUNTS.
           05 WS-LETTER-CNT  OCCURS 26 TIMES PIC 9(3).
       01  WS-LETTER-USED.
           05 WS-LETTER-TAKEN OCCURS 26 TIMES PIC X.
       01  WS-LETTER-IDX     PIC 99.
       01  WS-BEST-IDX       PIC 99.
       01  WS-BEST-CNT       PIC 9(3).
       01  WS-PICK           PIC 9.
       01  WS-CALC-SUM       PIC X(5).

      *    Decoy explanation scratch.
       01  WS-DIFF-POS       PIC 9.
       01  WS-GIVEN-CHAR     PIC X.
       01  WS-CALC-CHAR      PIC X.
       01  WS-GIVEN-CNT      PIC 9(3).
       01  WS-CALC-CNT       PIC 9(3).
       01  WS-GIVEN-CNT-ED   PIC ZZ9.
       01  WS-CALC-CNT-ED    PIC ZZ9.
       01  WS-WHY            PIC X(80).

      *    Decryption scratch.
       01  WS-PLAIN-NAME     PIC X(160).
       01  WS-SHIFT          PIC 99.
       01  WS-NEW-IDX        PIC 99.
       01  WS-MATCH-CNT      PIC 9(3).

       01  WS-REC-NUM        PIC 9(7)  VALUE 0.
       01  WS-REAL-CNT       PIC 9(7)  VALUE 0.
       01  WS-DECOY-CNT      PIC 9(7)  VALUE 0.
       01  WS-REJECT-CNT     PIC 9(7)  VALUE 0.
       01  WS-SECTOR-SUM     PIC 9(12) VALUE 0.
       01  WS-FOUND-SECTOR   PIC 9(9)  VALUE 0.
       01  WS-FOUND-FLAG     PIC X     VALUE 'N'.
       01  WS-SECTOR-ED      PIC Z(8)9.

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
           PERFORM GET-SEARCH-PHRASE.
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
           OPEN OUTPUT ROOMFILE.
           OPEN OUTPUT DECOYFILE.
           MOVE SPACES TO ROOM-REC.
           MOVE RH-LINE TO ROOM-REC.
           WRITE ROOM-REC.
           MOVE SPACES TO DECOY-REC.
           MOVE RH-LINE TO DECOY-REC.
           WRITE DECOY-REC.
           PERFORM UNTIL LOOP = 0
              READ INPUTFILE NEXT RECORD INTO INPUT-LINE
              AT END
                 MOVE 0 TO LOOP
              NOT AT END
                 ADD 1 TO WS-REC-NUM
                 IF INPUT-LINE IS NOT EQUAL TO SPACES THEN
                    PERFORM PARSE-ROOM THRU PARSE-ROOM-EXIT
                    IF WS-LINE-OK = 'Y' THEN
                       PERFORM BUILD-CHECKSUM
                       IF WS-CALC-SUM = WS-GIVEN-SUM THEN
                          PERFORM PROCESS-REAL-ROOM
                       ELSE
                          PERFORM WRITE-DECOY
                       END-IF
                    ELSE
                       PERFORM LOG-BAD-LINE
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE INPUTFILE.
           CLOSE ROOMFILE.
           CLOSE DECOYFILE.
           MOVE 'SOLVE PHASE' TO WS-PHASE-LABEL.
           PERFORM WRITE-PHASE-METRIC.

           DISPLAY 'ROOMS READ .......: ' WS-REC-NUM.
           DISPLAY 'REAL ROOMS .......: ' WS-REAL-CNT.
           DISPLAY 'DECOY ROOMS ......: ' WS-DECOY-CNT.
           DISPLAY 'LINES REJECTED ...: ' WS-REJECT-CNT.
           DISPLAY 'PART 1 SECTOR SUM : ' WS-SECTOR-SUM.

           MOVE 'PART 1 REAL ROOM SECTOR SUM' TO AR-PART-LABEL.
           MOVE SPACES TO AR-ANSWER.
           MOVE WS-SECTOR-SUM TO AR-ANSWER.
           PERFORM WRITE-AOC-RESULT.

           IF WS-FOUND-FLAG = 'Y' THEN
              DISPLAY 'PART 2 SECTOR ID .: ' WS-FOUND-SECTOR
              MOVE 'PART 2 SEARCH ROOM SECTOR ID' TO AR-PART-LABEL
              MOVE SPACES TO AR-ANSWER
              MOVE WS-FOUND-SECTOR TO AR-ANSWER
              PERFORM WRITE-AOC-RESULT
           ELSE
              DISPLAY 'PART 2: NO REAL ROOM MATCHES ['
                 FUNCTION TRIM(WS-SEARCH-PHRASE) ']'
              MOVE 'SEARCH' TO EL-REFERENCE
              MOVE 'AOC0401W' TO EL-MSG-ID
              MOVE WS-SEARCH-PHRASE TO EL-VALUE-1
              PERFORM FLAG-STEP-WARNING
              PERFORM LOG-ERROR
           END-IF.

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
           MOVE 'AOC-2016-D4P1' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      *    name-sector[xxxxx]: the bracket closes the line, the last
      *    dash ahead of it opens the sector, and everything before
      *    that dash is the encrypted name.
       PARSE-ROOM.
           MOVE 'Y' TO WS-LINE-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE FUNCTION TRIM(INPUT-LINE) TO INPUT-LINE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-LINE))
              TO WS-LINE-LEN.
           MOVE 0 TO WS-BRACKET-POS.
           INSPECT INPUT-LINE(1:WS-LINE-LEN) TALLYING WS-BRACKET-POS
              FOR CHARACTERS BEFORE INITIAL '['.
           ADD 1 TO WS-BRACKET-POS.
           IF WS-BRACKET-POS > WS-LINE-LEN OR
              WS-LINE-LEN IS NOT EQUAL TO WS-BRACKET-POS + 6 OR
              INPUT-LINE(WS-LINE-LEN:1) IS NOT EQUAL TO ']' THEN
              MOVE 'N' TO WS-LINE-OK
              MOVE 'NO [xxxxx] CHECKSUM AT END OF LINE'
                 TO WS-REJECT-REASON
              GO TO PARSE-ROOM-EXIT
           END-IF.
           MOVE INPUT-LINE(WS-BRACKET-POS + 1:5) TO WS-GIVEN-SUM.
           IF WS-GIVEN-SUM IS NOT ALPHABETIC-LOWER THEN
              MOVE 'N' TO WS-LINE-OK
              MOVE 'CHECKSUM NOT FIVE LOWER-CASE LETTERS'
                 TO WS-REJECT-REASON
              GO TO PARSE-ROOM-EXIT
           END-IF.
           MOVE 0 TO WS-DASH-POS.
           PERFORM VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS >= WS-BRACKET-POS
                 IF INPUT-LINE(WS-POS:1) = '-' THEN
                    MOVE WS-POS TO WS-DASH-POS
                 END-IF
           END-PERFORM.
           IF WS-DASH-POS < 2 THEN
              MOVE 'N' TO WS-LINE-OK
              MOVE 'NO NAME-SECTOR SEPARATOR' TO WS-REJECT-REASON
              GO TO PARSE-ROOM-EXIT
           END-IF.
           COMPUTE WS-SECTOR-LEN = WS-BRACKET-POS - WS-DASH-POS - 1.
           IF WS-SECTOR-LEN = 0 OR WS-SECTOR-LEN > 9 THEN
              MOVE 'N' TO WS-LINE-OK
              MOVE 'SECTOR ID MISSING OR TOO WIDE'
                 TO WS-REJECT-REASON
              GO TO PARSE-ROOM-EXIT
           END-IF.
           MOVE SPACES TO WS-SECTOR-TEXT.
           MOVE INPUT-LINE(WS-DASH-POS + 1:WS-SECTOR-LEN)
              TO WS-SECTOR-TEXT.
           IF WS-SECTOR-TEXT(1:WS-SECTOR-LEN) IS NOT NUMERIC THEN
              MOVE 'N' TO WS-LINE-OK
              MOVE 'SECTOR ID NOT NUMERIC' TO WS-REJECT-REASON
              GO TO PARSE-ROOM-EXIT
           END-IF.
           MOVE WS-SECTOR-TEXT(1:WS-SECTOR-LEN) TO WS-SECTOR.
           COMPUTE WS-NAME-LEN = WS-DASH-POS - 1.
           MOVE SPACES TO WS-NAME.
           MOVE INPUT-LINE(1:WS-NAME-LEN) TO WS-NAME.
           PERFORM VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS > WS-NAME-LEN
                 IF WS-NAME(WS-POS:1) IS NOT EQUAL TO '-' AND
                    WS-NAME(WS-POS:1) IS NOT ALPHABETIC-LOWER THEN
                    MOVE 'N' TO WS-LINE-OK
                    MOVE 'NAME NOT LOWER-CASE LETTERS AND DASHES'
                       TO WS-REJECT-REASON
                 END-IF
           END-PERFORM.
       PARSE-ROOM-EXIT.
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

       BUILD-CHECKSUM.
           INITIALIZE WS-LETTER-COUNTS.
           MOVE SPACES TO WS-LETTER-USED.
           PERFORM VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS > WS-NAME-LEN
                 IF WS-NAME(WS-POS:1) IS NOT EQUAL TO '-' THEN
                    PERFORM FIND-LETTER-IDX
                    ADD 1 TO WS-LETTER-CNT(WS-LETTER-IDX)
                 END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CALC-SUM.
           PERFORM VARYING WS-PICK FROM 1 BY 1 UNTIL WS-PICK > 5
              MOVE 0 TO WS-BEST-IDX
              MOVE 0 TO WS-BEST-CNT
              PERFORM VARYING WS-LETTER-IDX FROM 1 BY 1
                 UNTIL WS-LETTER-IDX > 26
                    IF WS-LETTER-TAKEN(WS-LETTER-IDX) = SPACE AND
                       WS-LETTER-CNT(WS-LETTER-IDX) > WS-BEST-CNT THEN
                       MOVE WS-LETTER-IDX TO WS-BEST-IDX
                       MOVE WS-LETTER-CNT(WS-LETTER-IDX)
                          TO WS-BEST-CNT
                    END-IF
              END-PERFORM
              IF WS-BEST-IDX > 0 THEN
                 MOVE 'Y' TO WS-LETTER-TAKEN(WS-BEST-IDX)
                 MOVE WS-ALPHABET(WS-BEST-IDX:1)
                    TO WS-CALC-SUM(WS-PICK:1)
              END-IF
           END-PERFORM.

      *    WS-CHAR/WS-NAME(WS-POS) -> its 1-26 alphabet slot.
       FIND-LETTER-IDX.
           MOVE WS-NAME(WS-POS:1) TO WS-CHAR.
           MOVE 0 TO WS-LETTER-IDX.
           INSPECT WS-ALPHABET TALLYING WS-LETTER-IDX
              FOR CHARACTERS BEFORE INITIAL WS-CHAR.
           ADD 1 TO WS-LETTER-IDX.

       PROCESS-REAL-ROOM.
           ADD 1 TO WS-REAL-CNT.
           ADD WS-SECTOR TO WS-SECTOR-SUM.
           COMPUTE WS-SHIFT = FUNCTION MOD(WS-SECTOR, 26).
           MOVE SPACES TO WS-PLAIN-NAME.
           PERFORM VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS > WS-NAME-LEN
                 IF WS-NAME(WS-POS:1) = '-' THEN
                    MOVE SPACE TO WS-PLAIN-NAME(WS-POS:1)
                 ELSE
                    PERFORM FIND-LETTER-IDX
                    COMPUTE WS-NEW-IDX = WS-LETTER-IDX + WS-SHIFT
                    IF WS-NEW-IDX > 26 THEN
                       SUBTRACT 26 FROM WS-NEW-IDX
                    END-IF
                    MOVE WS-ALPHABET(WS-NEW-IDX:1)
                       TO WS-PLAIN-NAME(WS-POS:1)
                 END-IF
           END-PERFORM.
           MOVE WS-SECTOR TO WS-SECTOR-ED.
           MOVE SPACES TO ROOM-REC.
           STRING 'SECTOR ' DELIMITED SIZE
              WS-SECTOR-ED DELIMITED SIZE
              '  ' DELIMITED SIZE
              FUNCTION TRIM(WS-PLAIN-NAME) DELIMITED SIZE
              INTO ROOM-REC
           END-STRING.
           WRITE ROOM-REC.
           IF WS-FOUND-FLAG = 'N' THEN
              MOVE 0 TO WS-MATCH-CNT
              INSPECT WS-PLAIN-NAME TALLYING WS-MATCH-CNT
                 FOR ALL WS-SEARCH-PHRASE(1:WS-SEARCH-LEN)
              IF WS-MATCH-CNT > 0 THEN
                 MOVE 'Y' TO WS-FOUND-FLAG
                 MOVE WS-SECTOR TO WS-FOUND-SECTOR
              END-IF
           END-IF.

      *    Walk the carried and the computed checksum side by side;
      *    the first position that differs is the reason: either the
      *    carried letter is rarer than the one that belongs there,
      *    or the counts tie and the carried letter loses the
      *    alphabetical tie-break.
       WRITE-DECOY.
           ADD 1 TO WS-DECOY-CNT.
           MOVE 0 TO WS-DIFF-POS.
           PERFORM VARYING WS-PICK FROM 1 BY 1
              UNTIL WS-PICK > 5 OR WS-DIFF-POS > 0
                 IF WS-GIVEN-SUM(WS-PICK:1) IS NOT EQUAL TO
                    WS-CALC-SUM(WS-PICK:1) THEN
                    MOVE WS-PICK TO WS-DIFF-POS
                 END-IF
           END-PERFORM.
           MOVE WS-GIVEN-SUM(WS-DIFF-POS:1) TO WS-GIVEN-CHAR.
           MOVE WS-CALC-SUM(WS-DIFF-POS:1) TO WS-CALC-CHAR.
           MOVE WS-GIVEN-CHAR TO WS-CHAR.
           MOVE 0 TO WS-LETTER-IDX.
           INSPECT WS-ALPHABET TALLYING WS-LETTER-IDX
              FOR CHARACTERS BEFORE INITIAL WS-CHAR.
           ADD 1 TO WS-LETTER-IDX.
           MOVE WS-LETTER-CNT(WS-LETTER-IDX) TO WS-GIVEN-CNT.
           MOVE 0 TO WS-CALC-CNT.
           IF WS-CALC-CHAR IS NOT EQUAL TO SPACE THEN
              MOVE WS-CALC-CHAR TO WS-CHAR
              MOVE 0 TO WS-LETTER-IDX
              INSPECT WS-ALPHABET TALLYING WS-LETTER-IDX
                 FOR CHARACTERS BEFORE INITIAL WS-CHAR
              ADD 1 TO WS-LETTER-IDX
              MOVE WS-LETTER-CNT(WS-LETTER-IDX) TO WS-CALC-CNT
           END-IF.
           MOVE WS-GIVEN-CNT TO WS-GIVEN-CNT-ED.
           MOVE WS-CALC-CNT TO WS-CALC-CNT-ED.
           MOVE SPACES TO WS-WHY.
           EVALUATE TRUE
              WHEN WS-CALC-CHAR = SPACE
                 STRING 'NAME HAS FEWER THAN FIVE DISTINCT LETTERS'
                    DELIMITED SIZE
                    INTO WS-WHY
                 END-STRING
              WHEN WS-GIVEN-CNT = 0
                 STRING '''' DELIMITED SIZE
                    WS-GIVEN-CHAR DELIMITED SIZE
                    ''' DOES NOT OCCUR IN NAME, EXPECTED '''
                       DELIMITED SIZE
                    WS-CALC-CHAR DELIMITED SIZE
                    ''' X' DELIMITED SIZE
                    FUNCTION TRIM(WS-CALC-CNT-ED) DELIMITED SIZE
                    INTO WS-WHY
                 END-STRING
              WHEN WS-GIVEN-CNT < WS-CALC-CNT
                 STRING '''' DELIMITED SIZE
                    WS-GIVEN-CHAR DELIMITED SIZE
                    ''' X' DELIMITED SIZE
                    FUNCTION TRIM(WS-GIVEN-CNT-ED) DELIMITED SIZE
                    ' IS RARER THAN ''' DELIMITED SIZE
                    WS-CALC-CHAR DELIMITED SIZE
                    ''' X' DELIMITED SIZE
                    FUNCTION TRIM(WS-CALC-CNT-ED) DELIMITED SIZE
                    INTO WS-WHY
                 END-STRING
              WHEN OTHER
                 STRING 'TIE AT X' DELIMITED SIZE
                    FUNCTION TRIM(WS-CALC-CNT-ED) DELIMITED SIZE
                    ': ''' DELIMITED SIZE
                    WS-CALC-CHAR DELIMITED SIZE
                    ''' SORTS BEFORE ''' DELIMITED SIZE
                    WS-GIVEN-CHAR DELIMITED SIZE
                    '''' DELIMITED SIZE
                    INTO WS-WHY
                 END-STRING
           END-EVALUATE.
           MOVE WS-SECTOR TO WS-SECTOR-ED.
           MOVE SPACES TO DECOY-REC.
           STRING 'LINE ' DELIMITED SIZE
              WS-REC-NUM DELIMITED SIZE
              ' SECTOR ' DELIMITED SIZE
              WS-SECTOR-ED DELIMITED SIZE
              ' GIVEN=[' DELIMITED SIZE
              WS-GIVEN-SUM DELIMITED SIZE
              '] EXPECTED=[' DELIMITED SIZE
              WS-CALC-SUM DELIMITED SIZE
              '] POS ' DELIMITED SIZE
              WS-DIFF-POS DELIMITED SIZE
              ': ' DELIMITED SIZE
              FUNCTION TRIM(WS-WHY) DELIMITED SIZE
              INTO DECOY-REC
           END-STRING.
           WRITE DECOY-REC.

       GET-SEARCH-PHRASE.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D4P1' TO CC-PROGRAM.
           MOVE 'SEARCH' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND CC-VALUE IS NOT EQUAL TO SPACES THEN
              MOVE FUNCTION LOWER-CASE(CC-VALUE) TO WS-SEARCH-PHRASE
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEARCH-PHRASE))
              TO WS-SEARCH-LEN.

       GET-FILE-NAME.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D4P1' TO CC-PROGRAM.
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
           MOVE 'AOC-2016-D4P1' TO RH-PROGRAM-ID.
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
           MOVE 'AOC-2016-D4P1' TO LG-PROGRAM.
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
           MOVE 'AOC-2016-D4P1' TO LG-PROGRAM.
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
           MOVE 'AOC-2016-D4P1' TO LG-PROGRAM.
           MOVE SPACES TO LG-LABEL.
           MOVE SPACES TO LG-VALUE.
           MOVE MT-ELAPSED-SECS TO LG-VALUE.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST.

       END PROGRAM AOC-2016-D4P1.
