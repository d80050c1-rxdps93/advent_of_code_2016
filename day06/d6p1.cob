           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CANDFILE ASSIGN TO 'd6p1_candidates.txt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPFILE ASSIGN TO 'd6p1_suspect_rows.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CANDFILE.
       01  CAND-REC    PIC X(180).

       FD  SUSPFILE.
       01  SUSP-REC    PIC X(100).



       WORKING-STORAGE SECTION.
           05 BLOCK-ENTRY OCCURS 200 TIMES.
              10 BLK-MOST   PIC X(132).
              10 BLK-LEAST  PIC X(132).
              10 BLK-COL-STATS OCCURS 132 TIMES.
                 15 BLK-MARGIN PIC 9(7).
                 15 BLK-WINNER PIC 99.
       01  WS-BLOCK-IDX    PIC 999.

      *    Suspect-transmitter rows: a second pass scores every input
      *    row by how many positions disagree with its block's
      *    most-common decode, and the worst SUSPECT-TOP rows (card
      *    AOC-2016-D6P1 SUSPECT-TOP=n, default 10) go ranked to
      *    d6p1_suspect_rows.txt with their input line numbers. A
      *    third pass re-tallies every block without those rows and
      *    lists each column's margin before and after, so the radio
      *    team can see which re-requests would actually settle a
      *    weak column. Rows that agree everywhere are never suspect.
       01  WS-SUSPECT-TOP  PIC 99   VALUE 10.
       01  WS-ROW-MAX      PIC 9(5) VALUE 5000.
       01  WS-ROW-CNT      PIC 9(5) VALUE 0.
       01  WS-ROW-FULL     PIC X    VALUE 'N'.
       01  ROW-TABLE.
           05 ROW-ENTRY OCCURS 5000 TIMES.
              10 ROW-LINE     PIC 9(5).
              10 ROW-BLOCK    PIC 999.
              10 ROW-SCORE    PIC 999.
              10 ROW-PICKED   PIC X.
       01  WS-ROW-IDX      PIC 9(5).
       01  WS-ROW-BEST     PIC 9(5).
       01  WS-LINE-NO      PIC 9(5).
       01  WS-PASS-BLOCK   PIC 999.
       01  WS-PASS-LINES   PIC 9(5).
       01  WS-ROW-SCORE    PIC 999.
       01  WS-RANK         PIC 99.
       01  WS-PICKED-CNT   PIC 99   VALUE 0.
       01  WS-PICKED-LINE  PIC 9(5).
       01  WS-FLIP-CNT     PIC 9(5) VALUE 0.
       01  WS-WEAK-BEFORE  PIC 9(5) VALUE 0.
       01  WS-WEAK-AFTER   PIC 9(5) VALUE 0.
       01  WS-MARGIN-NOTE  PIC X(14).

      *    Low-margin alternates: a winner one vote ahead of its
      *    runner-up has shipped a wrong character before. Columns
      *    whose margin is below MARGIN-MIN (default 2, card
           PERFORM GET-FILE-NAME.
           PERFORM GET-CODE-WIDTH.
           PERFORM GET-MARGIN-MIN.
           PERFORM GET-SUSPECT-TOP.
           PERFORM CAPTURE-METRICS-START.
           MOVE FUNCTION ORD('a') TO OFFSET.
           SUBTRACT 1 FROM OFFSET.
           IF WS-INPUTFILE-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'INPUT FILE NOT FOUND: '
                 FUNCTION TRIM(WS-INPUT-FILE-NAME) ' - SKIPPING STEP'
              MOVE WS-INPUT-FILE-NAME(1:20) TO EL-REFERENCE
              MOVE 'AOC0101E' TO EL-MSG-ID
              MOVE WS-INPUT-FILE-NAME TO EL-VALUE-1
              PERFORM LOG-ERROR
              CLOSE OUTPUTFILE
              MOVE 8 TO RETURN-CODE
              DISPLAY 'LOW-MARGIN ALTERNATES: ' WS-CAND-TOTAL
                 ' CANDIDATE(S) IN d6p1_candidates.txt'
           END-IF.
           PERFORM REPORT-SUSPECT-ROWS THRU REPORT-SUSPECT-ROWS-EXIT.

           PERFORM WRITE-OUTPUT.
           MOVE 'REPORT PHASE' TO WS-PHASE-LABEL.
           END-IF.
           IF WS-BLOCK-CNT >= WS-BLOCK-MAX THEN
              DISPLAY 'BLOCK TABLE FULL - REMAINING BLOCKS IGNORED'
              MOVE WS-BLOCK-MAX TO EL-REFERENCE
              MOVE 'AOC0301W' TO EL-MSG-ID
              MOVE 'BLOCK TABLE' TO EL-VALUE-1
              MOVE 'MESSAGE BLOCKS IGNORED' TO EL-VALUE-2
              PERFORM FLAG-STEP-WARNING
              PERFORM LOG-ERROR
              MOVE 0 TO WS-BLOCK-LINES
           PERFORM VARYING COL-IDX FROM 1 BY 1
              UNTIL COL-IDX > WS-CODE-WIDTH
                 PERFORM FIND-MOST-AND-LEAST
                 MOVE CONF-MARGIN
                    TO BLK-MARGIN(WS-BLOCK-CNT, COL-IDX)
                 MOVE MOST-LETTER
                    TO BLK-WINNER(WS-BLOCK-CNT, COL-IDX)
                 PERFORM WRITE-CONFIDENCE-LINE
                 PERFORM NOTE-WEAK-COLUMN
                 PERFORM EXPORT-FREQ-COLUMN
           WRITE CAND-REC.
           ADD 1 TO WS-CAND-TOTAL.

       GET-SUSPECT-TOP.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D6P1' TO CC-PROGRAM.
           MOVE 'SUSPECT-TOP' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND
              FUNCTION TEST-NUMVAL(CC-VALUE(1:3)) = 0 THEN
              MOVE FUNCTION NUMVAL(CC-VALUE(1:3)) TO WS-SUSPECT-TOP
           END-IF.

      *    Score, rank, then re-tally without the ranked rows. The
      *    input is read twice more rather than held in storage -
      *    only line number, block and score are kept per row.
       REPORT-SUSPECT-ROWS.
           IF WS-BLOCK-CNT = 0 THEN
              GO TO REPORT-SUSPECT-ROWS-EXIT
           END-IF.
           OPEN OUTPUT SUSPFILE.
           MOVE 'RANK LINE  BLOCK DISAGREE' TO SUSP-REC.
           WRITE SUSP-REC.
           PERFORM SCORE-INPUT-ROWS.
           MOVE 0 TO WS-PICKED-CNT.
           PERFORM VARYING WS-RANK FROM 1 BY 1
              UNTIL WS-RANK > WS-SUSPECT-TOP
                 PERFORM PICK-NEXT-SUSPECT
           END-PERFORM.
           IF WS-ROW-FULL = 'Y' THEN
              MOVE 'ROW TABLE FULL - LATER ROWS NOT SCORED'
                 TO SUSP-REC
              WRITE SUSP-REC
           END-IF.
           IF WS-PICKED-CNT = 0 THEN
              MOVE 'NO SUSPECT ROWS - EVERY ROW MATCHES ITS DECODE'
                 TO SUSP-REC
              WRITE SUSP-REC
              CLOSE SUSPFILE
              DISPLAY 'SUSPECT ROWS: NONE'
              GO TO REPORT-SUSPECT-ROWS-EXIT
           END-IF.
           MOVE SPACES TO SUSP-REC.
           WRITE SUSP-REC.
           MOVE SPACES TO SUSP-REC.
           STRING 'MARGINS WITHOUT THE TOP ' DELIMITED SIZE
              WS-PICKED-CNT DELIMITED SIZE
              ' SUSPECT ROWS' DELIMITED SIZE
              INTO SUSP-REC
           END-STRING.
           WRITE SUSP-REC.
           MOVE 'BLK COL WAS     MARGIN  NOW     MARGIN' TO SUSP-REC.
           WRITE SUSP-REC.
           PERFORM RETALLY-WITHOUT-SUSPECTS.
           MOVE SPACES TO SUSP-REC.
           STRING 'WINNERS CHANGED: ' DELIMITED SIZE
              WS-FLIP-CNT DELIMITED SIZE
              '  WEAK COLUMNS BEFORE: ' DELIMITED SIZE
              WS-WEAK-BEFORE DELIMITED SIZE
              '  AFTER: ' DELIMITED SIZE
              WS-WEAK-AFTER DELIMITED SIZE
              INTO SUSP-REC
           END-STRING.
           WRITE SUSP-REC.
           CLOSE SUSPFILE.
           DISPLAY 'SUSPECT ROWS: ' WS-PICKED-CNT
              ' RANKED IN d6p1_suspect_rows.txt'.
           DISPLAY '    ' FUNCTION TRIM(SUSP-REC).
       REPORT-SUSPECT-ROWS-EXIT.
           EXIT.

       SCORE-INPUT-ROWS.
           MOVE 0 TO WS-ROW-CNT.
           MOVE 0 TO WS-LINE-NO.
           MOVE 1 TO WS-PASS-BLOCK.
           MOVE 0 TO WS-PASS-LINES.
           MOVE 1 TO LOOP.
           OPEN INPUT INPUTFILE.
           PERFORM UNTIL LOOP = 0
              READ INPUTFILE NEXT RECORD INTO INPUT-LINE
              AT END
                 MOVE 0 TO LOOP
              NOT AT END
                 ADD 1 TO WS-LINE-NO
                 IF INPUT-LINE IS EQUAL TO SPACES THEN
                    IF WS-PASS-LINES > 0 THEN
                       ADD 1 TO WS-PASS-BLOCK
                       MOVE 0 TO WS-PASS-LINES
                    END-IF
                 ELSE
                    ADD 1 TO WS-PASS-LINES
                    PERFORM SCORE-ONE-ROW
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE INPUTFILE.

      *    Rows of blocks past the block table were never decoded
      *    and are not scored.
       SCORE-ONE-ROW.
           IF WS-PASS-BLOCK <= WS-BLOCK-CNT THEN
              IF WS-ROW-CNT >= WS-ROW-MAX THEN
                 MOVE 'Y' TO WS-ROW-FULL
              ELSE
                 ADD 1 TO WS-ROW-CNT
                 MOVE 0 TO WS-ROW-SCORE
                 PERFORM VARYING COL-IDX FROM 1 BY 1
                    UNTIL COL-IDX > WS-CODE-WIDTH
                       IF INPUT-LINE(COL-IDX:1) IS NOT EQUAL TO
                          BLK-MOST(WS-PASS-BLOCK)(COL-IDX:1) THEN
                          ADD 1 TO WS-ROW-SCORE
                       END-IF
                 END-PERFORM
                 MOVE WS-LINE-NO TO ROW-LINE(WS-ROW-CNT)
                 MOVE WS-PASS-BLOCK TO ROW-BLOCK(WS-ROW-CNT)
                 MOVE WS-ROW-SCORE TO ROW-SCORE(WS-ROW-CNT)
                 MOVE 'N' TO ROW-PICKED(WS-ROW-CNT)
              END-IF
           END-IF.

      *    Highest score not yet picked; ties go to the earlier line.
       PICK-NEXT-SUSPECT.
           MOVE 0 TO WS-ROW-BEST.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-CNT
                 IF ROW-PICKED(WS-ROW-IDX) = 'N' AND
                    ROW-SCORE(WS-ROW-IDX) > 0 THEN
                    IF WS-ROW-BEST = 0 THEN
                       MOVE WS-ROW-IDX TO WS-ROW-BEST
                    ELSE
                       IF ROW-SCORE(WS-ROW-IDX) >
                          ROW-SCORE(WS-ROW-BEST) THEN
                          MOVE WS-ROW-IDX TO WS-ROW-BEST
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM.
           IF WS-ROW-BEST > 0 THEN
              MOVE 'Y' TO ROW-PICKED(WS-ROW-BEST)
              ADD 1 TO WS-PICKED-CNT
              MOVE SPACES TO SUSP-REC
              STRING WS-PICKED-CNT DELIMITED SIZE
                 '   ' DELIMITED SIZE
                 ROW-LINE(WS-ROW-BEST) DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 ROW-BLOCK(WS-ROW-BEST) DELIMITED SIZE
                 '   ' DELIMITED SIZE
                 ROW-SCORE(WS-ROW-BEST) DELIMITED SIZE
                 ' OF ' DELIMITED SIZE
                 WS-CODE-WIDTH DELIMITED SIZE
                 INTO SUSP-REC
              END-STRING
              WRITE SUSP-REC
           END-IF.

       RETALLY-WITHOUT-SUSPECTS.
           INITIALIZE FREQ-TABLE.
           MOVE 0 TO WS-FLIP-CNT.
           MOVE 0 TO WS-WEAK-BEFORE.
           MOVE 0 TO WS-WEAK-AFTER.
           MOVE 0 TO WS-ROW-IDX.
           MOVE 1 TO WS-PASS-BLOCK.
           MOVE 0 TO WS-PASS-LINES.
           MOVE 1 TO LOOP.
           OPEN INPUT INPUTFILE.
           PERFORM UNTIL LOOP = 0
              READ INPUTFILE NEXT RECORD INTO INPUT-LINE
              AT END
                 MOVE 0 TO LOOP
              NOT AT END
                 IF INPUT-LINE IS EQUAL TO SPACES THEN
                    PERFORM COMPARE-BLOCK-MARGINS
                 ELSE
                    ADD 1 TO WS-PASS-LINES
                    IF WS-PASS-BLOCK <= WS-BLOCK-CNT AND
                       WS-ROW-IDX < WS-ROW-CNT THEN
                       ADD 1 TO WS-ROW-IDX
                       IF ROW-PICKED(WS-ROW-IDX) = 'N' THEN
                          PERFORM TALLY-RECORD
                       END-IF
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.
           PERFORM COMPARE-BLOCK-MARGINS.
           CLOSE INPUTFILE.

       COMPARE-BLOCK-MARGINS.
           IF WS-PASS-LINES > 0 THEN
              IF WS-PASS-BLOCK <= WS-BLOCK-CNT THEN
                 PERFORM VARYING COL-IDX FROM 1 BY 1
                    UNTIL COL-IDX > WS-CODE-WIDTH
                       PERFORM FIND-MOST-AND-LEAST
                       PERFORM WRITE-MARGIN-CHANGE
                 END-PERFORM
              END-IF
              ADD 1 TO WS-PASS-BLOCK
              MOVE 0 TO WS-PASS-LINES
              INITIALIZE FREQ-TABLE
           END-IF.

       WRITE-MARGIN-CHANGE.
           MOVE SPACES TO WS-MARGIN-NOTE.
           IF MOST-LETTER IS NOT EQUAL TO
              BLK-WINNER(WS-PASS-BLOCK, COL-IDX) THEN
              MOVE 'WINNER CHANGED' TO WS-MARGIN-NOTE
              ADD 1 TO WS-FLIP-CNT
           END-IF.
           IF BLK-MARGIN(WS-PASS-BLOCK, COL-IDX) < WS-MARGIN-MIN THEN
              ADD 1 TO WS-WEAK-BEFORE
           END-IF.
           IF CONF-MARGIN < WS-MARGIN-MIN THEN
              ADD 1 TO WS-WEAK-AFTER
           END-IF.
           MOVE COL-IDX TO WS-SHOW-COL.
           MOVE SPACES TO SUSP-REC.
           STRING WS-PASS-BLOCK DELIMITED SIZE
              ' ' DELIMITED SIZE
              WS-SHOW-COL DELIMITED SIZE
              ' ' DELIMITED SIZE
              FUNCTION CHAR(BLK-WINNER(WS-PASS-BLOCK, COL-IDX)
                 + OFFSET) DELIMITED SIZE
              ' ' DELIMITED SIZE
              BLK-MARGIN(WS-PASS-BLOCK, COL-IDX) DELIMITED SIZE
              '  ' DELIMITED SIZE
              FUNCTION CHAR(MOST-LETTER + OFFSET) DELIMITED SIZE
              ' ' DELIMITED SIZE
              CONF-MARGIN DELIMITED SIZE
              ' ' DELIMITED SIZE
              WS-MARGIN-NOTE DELIMITED SIZE
              INTO SUSP-REC
           END-STRING.
           WRITE SUSP-REC.

       EXPORT-FREQ-COLUMN.
           PERFORM VARYING LETTER-IDX FROM 1 BY 1
              UNTIL LETTER-IDX > 26
