      *           D8P1P2's PART 1 LIT PIXEL COUNT answer
      *        4. the SSL=YES verdicts in d7p2_detail.txt versus
      *           D7P2's PART 2 SSL-SUPPORTING COUNT answer
      *        5. the paths in d17p1_path.txt versus their LENGTH=
      *           fields and D17P1's PART 1 SHORTEST PATH / PART 2
      *           LONGEST PATH LENGTH answers
      *        6. the chips seeded by D10P1's 'value X goes to bot N'
      *           lines versus the bins and held chips in
      *           d10p1_state.txt - every seeded value in exactly
      *           one place, none twice, none from nowhere; each
      *           imbalanced chip value is listed and E-logged
      *
      *    Each check reports AGREE / DISAGREE / SKIPPED (artifact or
      *    answer not on file) into aoc_audit_report.txt; any
       01  LEDGER-REC          PIC X(200).

       FD  ARTFILE.
       01  ART-REC             PIC X(2100).

       FD  ARTFILE2.
       01  ART2-REC            PIC X(132).
       01  REPORT-REC          PIC X(160).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".

       01  WS-LEDGER-STATUS    PIC XX.
       01  WS-ART-NAME         PIC X(100).
       01  WS-ART-STATUS       PIC XX.
       01  WS-ANSWER-NUM       PIC 9(9).
       01  WS-PIXEL-CNT        PIC 9(6)   VALUE 0.
       01  WS-YES-CNT          PIC 9(6)   VALUE 0.
       01  WS-PATH-STEPS       PIC 9(6).
       01  WS-PATH-FIELD       PIC 9(6).
       01  WS-SHORT-TEXT       PIC X(60).
       01  WS-SHORT-FOUND      PIC X.
       01  WS-LONG-FOUND       PIC X.
       01  WS-LONG-STEPS       PIC 9(6).
       01  WS-CODE-POS         PIC 9(4).
       01  WS-SUMMARY-CODE     PIC X(20).
       01  WS-CODE-LINE        PIC X(20).
       01  WS-VERDICT          PIC X(8).
       01  WS-DETAIL           PIC X(80).

      *    D10 chip conservation: one slot per chip value 0-999.
       01  WS-D10-INPUT        PIC X(100).
       01  CHIP-TABLE.
           05 CHIP-ENTRY OCCURS 1000 TIMES.
              10 CHIP-SEEDED  PIC 9(4).
              10 CHIP-PLACED  PIC 9(4).
              10 CHIP-WHERE   PIC X(9).
       01  WS-CHIP-IDX         PIC 9(4).
       01  WS-CHIP-VAL         PIC 9(4).
       01  WS-CHIP-TXT         PIC X(12).
       01  WS-SEED-TOTAL       PIC 9(6).
       01  WS-PLACED-TOTAL     PIC 9(6).
       01  WS-IMBALANCE-CNT    PIC 9(4).
       01  WS-CHIP-ED          PIC ZZ9.
       01  WS-CNT-ED           PIC ZZZ9.
       01  WS-CNT2-ED          PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM AUDIT-D2-CODES.
           PERFORM AUDIT-D8-PIXELS.
           PERFORM AUDIT-D7-SSL.
           PERFORM AUDIT-D17-PATHS.
           PERFORM AUDIT-D10-CHIPS.

           MOVE SPACES TO REPORT-REC.
           STRING 'DISAGREEMENTS: ' DELIMITED SIZE
           END-IF.
           PERFORM WRITE-AUDIT-LINE.

      *    d17p1_path.txt is 'SHORTEST LENGTH=nnnn PATH=...' and
      *    'LONGEST  LENGTH=nnnn PATH=...', the path from column 27.
      *    Each path must be as long as its LENGTH= says; the
      *    shortest path must be the ledgered part 1 answer and the
      *    longest path's length the ledgered part 2 answer.
       AUDIT-D17-PATHS.
           MOVE 'd17p1_path.txt' TO WS-ART-NAME.
           MOVE 'N' TO WS-SHORT-FOUND.
           MOVE 'N' TO WS-LONG-FOUND.
           MOVE 'N' TO WS-MISMATCH.
           MOVE SPACES TO WS-SHORT-TEXT.
           MOVE 0 TO WS-LONG-STEPS.
           OPEN INPUT ARTFILE.
           IF WS-ART-STATUS = '00' THEN
              PERFORM UNTIL WS-ART-STATUS IS NOT EQUAL TO '00'
                 READ ARTFILE
                    AT END
                       MOVE '10' TO WS-ART-STATUS
                    NOT AT END
                       PERFORM CHECK-D17-PATH-LINE
                 END-READ
              END-PERFORM
              CLOSE ARTFILE
           END-IF.
           MOVE 'AOC-2016-D17P1' TO WS-WANT-PROGRAM.
           MOVE 'PART 1 SHORTEST PATH' TO WS-WANT-LABEL.
           PERFORM FIND-LEDGER-ANSWER.
           IF WS-ANSWER-FOUND = 'N' OR WS-SHORT-FOUND = 'N' THEN
              MOVE 'SKIPPED' TO WS-VERDICT
              MOVE 'D17 SHORTEST PATH (ARTIFACT OR ANSWER MISSING)'
                 TO WS-DETAIL
           ELSE
              IF WS-MISMATCH = 'N' AND
                 WS-ANSWER-TEXT = WS-SHORT-TEXT THEN
                 MOVE 'AGREE' TO WS-VERDICT
              ELSE
                 MOVE 'DISAGREE' TO WS-VERDICT
              END-IF
              MOVE SPACES TO WS-DETAIL
              STRING 'D17 SHORTEST PATH ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHORT-TEXT) DELIMITED SIZE
                 ' VS LEDGER ANSWER' DELIMITED SIZE
                 INTO WS-DETAIL
              END-STRING
           END-IF.
           PERFORM WRITE-AUDIT-LINE.
           MOVE 'PART 2 LONGEST PATH LENGTH' TO WS-WANT-LABEL.
           PERFORM FIND-LEDGER-ANSWER.
           IF WS-ANSWER-FOUND = 'N' OR WS-LONG-FOUND = 'N' THEN
              MOVE 'SKIPPED' TO WS-VERDICT
              MOVE 'D17 LONGEST PATH (ARTIFACT OR ANSWER MISSING)'
                 TO WS-DETAIL
           ELSE
              COMPUTE WS-ANSWER-NUM =
                 FUNCTION NUMVAL(WS-ANSWER-TEXT(1:18))
              IF WS-MISMATCH = 'N' AND
                 WS-LONG-STEPS = WS-ANSWER-NUM THEN
                 MOVE 'AGREE' TO WS-VERDICT
              ELSE
                 MOVE 'DISAGREE' TO WS-VERDICT
              END-IF
              MOVE SPACES TO WS-DETAIL
              STRING 'D17 LONGEST PATH STEPS ' DELIMITED SIZE
                 WS-LONG-STEPS DELIMITED SIZE
                 ' VS LEDGER ' DELIMITED SIZE
                 WS-ANSWER-NUM DELIMITED SIZE
                 INTO WS-DETAIL
              END-STRING
           END-IF.
           PERFORM WRITE-AUDIT-LINE.

       CHECK-D17-PATH-LINE.
           MOVE 0 TO WS-PATH-STEPS.
           INSPECT ART-REC(27:) TALLYING WS-PATH-STEPS
              FOR ALL 'U' ALL 'D' ALL 'L' ALL 'R'.
           MOVE 0 TO WS-PATH-FIELD.
           IF ART-REC(17:4) IS NUMERIC THEN
              MOVE ART-REC(17:4) TO WS-PATH-FIELD
           END-IF.
           IF WS-PATH-STEPS IS NOT EQUAL TO WS-PATH-FIELD THEN
              MOVE 'Y' TO WS-MISMATCH
           END-IF.
           EVALUATE ART-REC(1:8)
              WHEN 'SHORTEST'
                 MOVE 'Y' TO WS-SHORT-FOUND
                 MOVE ART-REC(27:60) TO WS-SHORT-TEXT
              WHEN 'LONGEST '
                 MOVE 'Y' TO WS-LONG-FOUND
                 MOVE WS-PATH-STEPS TO WS-LONG-STEPS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    D10P1 reads the instruction file named on its own INPUT=
      *    card. A bot record's chips are still held only while it
      *    has not fired (done flag N); a fired bot's values have
      *    already moved on down its rule.
       AUDIT-D10-CHIPS.
           MOVE 'TEST' TO WS-D10-INPUT.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D10P1' TO CC-PROGRAM.
           MOVE 'INPUT' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-D10-INPUT
           END-IF.
           PERFORM VARYING WS-CHIP-IDX FROM 1 BY 1
              UNTIL WS-CHIP-IDX > 1000
              MOVE 0 TO CHIP-SEEDED(WS-CHIP-IDX)
              MOVE 0 TO CHIP-PLACED(WS-CHIP-IDX)
              MOVE SPACES TO CHIP-WHERE(WS-CHIP-IDX)
           END-PERFORM.
           MOVE 0 TO WS-SEED-TOTAL WS-PLACED-TOTAL WS-IMBALANCE-CNT.
           MOVE WS-D10-INPUT TO WS-ART-NAME.
           MOVE 'd10p1_state.txt' TO WS-ART2-NAME.
           OPEN INPUT ARTFILE.
           OPEN INPUT ARTFILE2.
           IF WS-ART-STATUS IS NOT EQUAL TO '00' OR
              WS-ART2-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'SKIPPED' TO WS-VERDICT
              MOVE 'D10 CHIP CONSERVATION (ARTIFACT MISSING)'
                 TO WS-DETAIL
              IF WS-ART-STATUS = '00' THEN
                 CLOSE ARTFILE
              END-IF
              IF WS-ART2-STATUS = '00' THEN
                 CLOSE ARTFILE2
              END-IF
              PERFORM WRITE-AUDIT-LINE
           ELSE
              PERFORM UNTIL WS-ART-STATUS IS NOT EQUAL TO '00'
                 READ ARTFILE
                    AT END
                       MOVE '10' TO WS-ART-STATUS
                    NOT AT END
                       PERFORM NOTE-D10-SEED
                 END-READ
              END-PERFORM
              CLOSE ARTFILE
              PERFORM UNTIL WS-ART2-STATUS IS NOT EQUAL TO '00'
                 READ ARTFILE2
                    AT END
                       MOVE '10' TO WS-ART2-STATUS
                    NOT AT END
                       PERFORM NOTE-D10-STATE
                 END-READ
              END-PERFORM
              CLOSE ARTFILE2
              PERFORM VARYING WS-CHIP-IDX FROM 1 BY 1
                 UNTIL WS-CHIP-IDX > 1000
                 IF CHIP-SEEDED(WS-CHIP-IDX) IS NOT EQUAL TO
                       CHIP-PLACED(WS-CHIP-IDX) OR
                    CHIP-PLACED(WS-CHIP-IDX) > 1 THEN
                    PERFORM CHECK-D10-CHIP
                 END-IF
              END-PERFORM
              IF WS-IMBALANCE-CNT = 0 THEN
                 MOVE 'AGREE' TO WS-VERDICT
              ELSE
                 MOVE 'DISAGREE' TO WS-VERDICT
              END-IF
              MOVE SPACES TO WS-DETAIL
              STRING 'D10 CHIPS SEEDED ' DELIMITED SIZE
                 WS-SEED-TOTAL DELIMITED SIZE
                 ' PLACED ' DELIMITED SIZE
                 WS-PLACED-TOTAL DELIMITED SIZE
                 ' IMBALANCED VALUES ' DELIMITED SIZE
                 WS-IMBALANCE-CNT DELIMITED SIZE
                 INTO WS-DETAIL
              END-STRING
              PERFORM WRITE-AUDIT-LINE
           END-IF.

      *    'value X goes to bot N' seeds chip X.
       NOTE-D10-SEED.
           IF ART-REC(1:6) = 'value ' THEN
              MOVE SPACES TO WS-CHIP-TXT
              UNSTRING ART-REC(7:20) DELIMITED BY ALL SPACE
                 INTO WS-CHIP-TXT
              END-UNSTRING
              IF FUNCTION TEST-NUMVAL(WS-CHIP-TXT) = 0 THEN
                 COMPUTE WS-CHIP-VAL = FUNCTION NUMVAL(WS-CHIP-TXT)
                 IF WS-CHIP-VAL < 1000 THEN
                    ADD 1 TO CHIP-SEEDED(WS-CHIP-VAL + 1)
                    ADD 1 TO WS-SEED-TOTAL
                 END-IF
              END-IF
           END-IF.

      *    'BOT nnnn lll hhh D' / 'BIN nnnn vvv'; 0 is an empty hand.
       NOTE-D10-STATE.
           EVALUATE ART2-REC(1:4)
              WHEN 'BOT '
                 IF ART2-REC(18:1) = 'N' THEN
                    IF ART2-REC(10:3) IS NUMERIC AND
                       ART2-REC(10:3) IS NOT EQUAL TO '000' THEN
                       MOVE ART2-REC(10:3) TO WS-CHIP-VAL
                       PERFORM PLACE-D10-CHIP
                    END-IF
                    IF ART2-REC(14:3) IS NUMERIC AND
                       ART2-REC(14:3) IS NOT EQUAL TO '000' THEN
                       MOVE ART2-REC(14:3) TO WS-CHIP-VAL
                       PERFORM PLACE-D10-CHIP
                    END-IF
                 END-IF
              WHEN 'BIN '
                 IF ART2-REC(10:3) IS NUMERIC THEN
                    MOVE ART2-REC(10:3) TO WS-CHIP-VAL
                    PERFORM PLACE-D10-CHIP
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       PLACE-D10-CHIP.
           ADD 1 TO CHIP-PLACED(WS-CHIP-VAL + 1).
           ADD 1 TO WS-PLACED-TOTAL.
           IF CHIP-WHERE(WS-CHIP-VAL + 1) = SPACES THEN
              MOVE ART2-REC(1:9) TO CHIP-WHERE(WS-CHIP-VAL + 1)
           END-IF.

      *    Report one chip value that did not turn up exactly as
      *    often as it was seeded (a seeded chip exactly once, an
      *    unseeded one not at all).
       CHECK-D10-CHIP.
           ADD 1 TO WS-IMBALANCE-CNT.
           COMPUTE WS-CHIP-ED = WS-CHIP-IDX - 1.
           MOVE SPACES TO WS-DETAIL.
           EVALUATE TRUE
              WHEN CHIP-SEEDED(WS-CHIP-IDX) = 0
                 MOVE CHIP-PLACED(WS-CHIP-IDX) TO WS-CNT-ED
                 STRING 'D10 CHIP ' DELIMITED SIZE
                    FUNCTION TRIM(WS-CHIP-ED) DELIMITED SIZE
                    ' NEVER SEEDED BUT FOUND ' DELIMITED SIZE
                    FUNCTION TRIM(WS-CNT-ED) DELIMITED SIZE
                    'X, FIRST AT ' DELIMITED SIZE
                    CHIP-WHERE(WS-CHIP-IDX) DELIMITED SIZE
                    INTO WS-DETAIL
                 END-STRING
              WHEN CHIP-PLACED(WS-CHIP-IDX) = 0
                 MOVE CHIP-SEEDED(WS-CHIP-IDX) TO WS-CNT-ED
                 STRING 'D10 CHIP ' DELIMITED SIZE
                    FUNCTION TRIM(WS-CHIP-ED) DELIMITED SIZE
                    ' SEEDED ' DELIMITED SIZE
                    FUNCTION TRIM(WS-CNT-ED) DELIMITED SIZE
                    'X BUT IN NO BIN AND HELD BY NO BOT'
                       DELIMITED SIZE
                    INTO WS-DETAIL
                 END-STRING
              WHEN OTHER
                 MOVE CHIP-SEEDED(WS-CHIP-IDX) TO WS-CNT-ED
                 MOVE CHIP-PLACED(WS-CHIP-IDX) TO WS-CNT2-ED
                 STRING 'D10 CHIP ' DELIMITED SIZE
                    FUNCTION TRIM(WS-CHIP-ED) DELIMITED SIZE
                    ' SEEDED ' DELIMITED SIZE
                    FUNCTION TRIM(WS-CNT-ED) DELIMITED SIZE
                    'X, FOUND ' DELIMITED SIZE
                    FUNCTION TRIM(WS-CNT2-ED) DELIMITED SIZE
                    'X, FIRST AT ' DELIMITED SIZE
                    CHIP-WHERE(WS-CHIP-IDX) DELIMITED SIZE
                    INTO WS-DETAIL
                 END-STRING
           END-EVALUATE.
           MOVE SPACES TO REPORT-REC.
           STRING '  IMBALANCE ' DELIMITED SIZE
              FUNCTION TRIM(WS-DETAIL) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           DISPLAY '    ' FUNCTION TRIM(REPORT-REC).
           MOVE SPACES TO EL-REFERENCE.
           STRING 'CHIP ' DELIMITED SIZE
              FUNCTION TRIM(WS-CHIP-ED) DELIMITED SIZE
              INTO EL-REFERENCE
           END-STRING.
           MOVE 'AOC0608E' TO EL-MSG-ID.
           MOVE WS-DETAIL TO EL-VALUE-1.
           PERFORM LOG-ERROR.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-AUDITX' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       END PROGRAM AOC-2016-AUDITX.
