       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D10VAL.

      *    Pre-flight validator for the Day 10 bot rule set, run
      *    ahead of D10P1 so a bad instruction file is held before
      *    the balance-bot step runs into a stall. The file is read
      *    once and checked for:
      *        - lines that are neither a value nor a give rule
      *        - bots defined by more than one give rule
      *        - bots referenced (by a rule or a value) but never
      *          defined by a give rule of their own
      *        - output bins fed by more than one rule
      *        - bots holding or receiving more than two chips
      *        - value assignments to bots with no rule
      *        - bots that can never collect the two chips they
      *          need to fire
      *    One PASS/FAIL line per check or finding, naming the input
      *    line numbers involved -> d10_validate.txt; any FAIL exits
      *    CC 8 so the driver holds D10P1. Card AOC-2016-D10VAL
      *    INPUT= names the file, else D10P1's INPUT= card is used.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "input_file_select.cpy"
              REPLACING ==FILE-NAME-FIELD== BY ==WS-INPUT-FILE-NAME==.
           SELECT REPORTFILE ASSIGN TO 'd10_validate.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "input_file_fd.cpy"
          REPLACING ==INPUT-LINE-PIC== BY ==X(99)==.

       FD  REPORTFILE.
       01  REPORT-REC  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".

       01  WS-INPUT-FILE-NAME PIC X(100) VALUE 'TEST'.
       01  WS-FILE-NAME-PARM  PIC X(100).
       01  WS-INPUTFILE-STATUS PIC XX.
       01  LOOP        PIC 9       VALUE 1.

       01  WS-LINE-NUM  PIC 9(6)   VALUE 0.
       01  WS-RULE-CNT  PIC 9(6)   VALUE 0.
       01  WS-VALUE-CNT PIC 9(6)   VALUE 0.
       01  WS-FAIL-CNT  PIC 9(6)   VALUE 0.
       01  WS-CHECK-FAILS PIC 9(6).
       01  WS-CHECK-NAME PIC X(40).

      *    Same table bound as D10P1: bot/output n lives at n + 1.
       01  WS-BOT-MAX   PIC 9(4)   VALUE 2000.
       01  WS-HIGH-BOT  PIC 9(4)   VALUE 0.
       01  WS-HIGH-OUT  PIC 9(4)   VALUE 0.
       01  BX           PIC 9(4).
       01  IX           PIC 9(4).

       01  BOT-TABLE.
           05 BOT-ENTRY OCCURS 2000 TIMES.
              10 BT-USED      PIC X.
              10 BT-DEF-CNT   PIC 9(3).
              10 BT-DEF-LINE  PIC 9(6).
              10 BT-DUP-LINE  PIC 9(6).
              10 BT-LO-TYPE   PIC X.
              10 BT-LO-NUM    PIC 9(4).
              10 BT-HI-TYPE   PIC X.
              10 BT-HI-NUM    PIC 9(4).
              10 BT-IN-CNT    PIC 9(4).
              10 BT-IN-LINE   PIC 9(6) OCCURS 3 TIMES.
              10 BT-SEED-CNT  PIC 9(4).
              10 BT-SEED-LINE PIC 9(6).
              10 BT-REF-LINE  PIC 9(6).
              10 BT-CHIPS     PIC 9(4).
              10 BT-FIRED     PIC X.

       01  OUT-TABLE.
           05 OUT-ENTRY OCCURS 2000 TIMES.
              10 OT-FEED-CNT  PIC 9(4).
              10 OT-FEED-LINE PIC 9(6) OCCURS 2 TIMES.

      *    Instruction tokens.
       01  WS-TOKENS.
           05 TK OCCURS 12 TIMES PIC X(12).
       01  WS-TOKEN-CNT PIC 99.
       01  WS-NUM-TXT   PIC X(12).
       01  WS-NUM-LEN   PIC 99.
       01  WS-NUM-OK    PIC X.
       01  WS-NUM       PIC 9(6).
       01  WS-SRC-BOT   PIC 9(6).
       01  WS-TGT-TYPE  PIC X.
       01  WS-TGT-NUM   PIC 9(6).
       01  WS-BAD-REASON PIC X(40).

       01  WS-CHANGED   PIC X.
       01  WS-PTR       PIC 999.
       01  WS-ED-NUM    PIC Z(5)9.
       01  WS-ED-SHORT  PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM GET-FILE-NAME.
           OPEN INPUT INPUTFILE.
           IF WS-INPUTFILE-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'INPUT FILE NOT FOUND: '
                 FUNCTION TRIM(WS-INPUT-FILE-NAME)
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORTFILE.
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > WS-BOT-MAX
              MOVE 'N' TO BT-USED(BX) BT-FIRED(BX)
              MOVE 0 TO BT-DEF-CNT(BX) BT-DEF-LINE(BX) BT-DUP-LINE(BX)
                 BT-LO-NUM(BX) BT-HI-NUM(BX) BT-IN-CNT(BX)
                 BT-IN-LINE(BX, 1) BT-IN-LINE(BX, 2) BT-IN-LINE(BX, 3)
                 BT-SEED-CNT(BX) BT-SEED-LINE(BX) BT-REF-LINE(BX)
                 BT-CHIPS(BX) OT-FEED-CNT(BX)
                 OT-FEED-LINE(BX, 1) OT-FEED-LINE(BX, 2)
              MOVE SPACE TO BT-LO-TYPE(BX) BT-HI-TYPE(BX)
           END-PERFORM.

           MOVE 'INSTRUCTION SYNTAX' TO WS-CHECK-NAME.
           MOVE 0 TO WS-CHECK-FAILS.
           PERFORM UNTIL LOOP = 0
              READ INPUTFILE NEXT RECORD INTO INPUT-LINE
              AT END
                 MOVE 0 TO LOOP
              NOT AT END
                 ADD 1 TO WS-LINE-NUM
                 IF INPUT-LINE IS NOT EQUAL TO SPACES THEN
                    PERFORM LOAD-LINE THRU LOAD-LINE-EXIT
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE INPUTFILE.
           PERFORM WRITE-CHECK-PASS.

           PERFORM CHECK-DUPLICATE-BOTS.
           PERFORM CHECK-UNDEFINED-BOTS.
           PERFORM CHECK-SHARED-OUTPUTS.
           PERFORM CHECK-CHIP-LOAD.
           PERFORM CHECK-ORPHAN-VALUES.
           PERFORM CHECK-NEVER-FIRE.

           MOVE SPACES TO REPORT-REC.
           STRING 'SUMMARY LINES=' DELIMITED SIZE
              WS-LINE-NUM DELIMITED SIZE
              ' RULES=' DELIMITED SIZE
              WS-RULE-CNT DELIMITED SIZE
              ' VALUES=' DELIMITED SIZE
              WS-VALUE-CNT DELIMITED SIZE
              ' FAILED=' DELIMITED SIZE
              WS-FAIL-CNT DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).
           CLOSE REPORTFILE.
           IF WS-FAIL-CNT > 0 THEN
              MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       GET-FILE-NAME.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D10VAL' TO CC-PROGRAM.
           MOVE 'INPUT' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
                 MOVE 'N' TO CC-LOADED
           END-CALL.
           IF CC-FOUND = 'N' AND CC-LOADED = 'Y' THEN
              MOVE 'AOC-2016-D10P1' TO CC-PROGRAM
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

      *    Split one instruction into words and record what it
      *    defines and what it feeds.
       LOAD-LINE.
           MOVE SPACES TO WS-TOKENS.
           MOVE 0 TO WS-TOKEN-CNT.
           UNSTRING FUNCTION TRIM(INPUT-LINE) DELIMITED BY ALL SPACE
              INTO TK(1) TK(2) TK(3) TK(4) TK(5) TK(6)
                   TK(7) TK(8) TK(9) TK(10) TK(11) TK(12)
              TALLYING IN WS-TOKEN-CNT
           END-UNSTRING.
           IF TK(1) = 'value' THEN
              IF WS-TOKEN-CNT NOT = 6 OR TK(3) NOT = 'goes'
                 OR TK(4) NOT = 'to' OR TK(5) NOT = 'bot' THEN
                 MOVE 'MALFORMED VALUE INSTRUCTION' TO WS-BAD-REASON
                 GO TO LOAD-LINE-BAD
              END-IF
              MOVE TK(2) TO WS-NUM-TXT
              PERFORM CONVERT-NUMBER
              IF WS-NUM-OK = 'N' THEN
                 MOVE 'NON-NUMERIC CHIP VALUE' TO WS-BAD-REASON
                 GO TO LOAD-LINE-BAD
              END-IF
              MOVE TK(6) TO WS-NUM-TXT
              PERFORM CONVERT-NUMBER
              IF WS-NUM-OK = 'N' THEN
                 MOVE 'NON-NUMERIC BOT NUMBER' TO WS-BAD-REASON
                 GO TO LOAD-LINE-BAD
              END-IF
              IF WS-NUM >= WS-BOT-MAX THEN
                 MOVE 'BOT NUMBER OUT OF RANGE' TO WS-BAD-REASON
                 GO TO LOAD-LINE-BAD
              END-IF
              ADD 1 TO WS-VALUE-CNT
              COMPUTE BX = WS-NUM + 1
              PERFORM NOTE-BOT-SEEN
              ADD 1 TO BT-SEED-CNT(BX)
              IF BT-SEED-LINE(BX) = 0 THEN
                 MOVE WS-LINE-NUM TO BT-SEED-LINE(BX)
              END-IF
              PERFORM NOTE-CHIP-IN
              GO TO LOAD-LINE-EXIT
           END-IF.
           IF TK(1) NOT = 'bot' OR WS-TOKEN-CNT NOT = 12
              OR TK(3) NOT = 'gives' OR TK(4) NOT = 'low'
              OR TK(5) NOT = 'to' OR TK(8) NOT = 'and'
              OR TK(9) NOT = 'high' OR TK(10) NOT = 'to' THEN
              MOVE 'UNRECOGNISED INSTRUCTION' TO WS-BAD-REASON
              GO TO LOAD-LINE-BAD
           END-IF.
           IF (TK(6) NOT = 'bot' AND TK(6) NOT = 'output')
              OR (TK(11) NOT = 'bot' AND TK(11) NOT = 'output') THEN
              MOVE 'TARGET IS NEITHER BOT NOR OUTPUT' TO WS-BAD-REASON
              GO TO LOAD-LINE-BAD
           END-IF.
           MOVE TK(2) TO WS-NUM-TXT.
           PERFORM CONVERT-NUMBER.
           IF WS-NUM-OK = 'N' OR WS-NUM >= WS-BOT-MAX THEN
              MOVE 'BAD OR OUT-OF-RANGE BOT NUMBER' TO WS-BAD-REASON
              GO TO LOAD-LINE-BAD
           END-IF.
           MOVE WS-NUM TO WS-SRC-BOT.
           MOVE TK(7) TO WS-NUM-TXT.
           PERFORM CONVERT-NUMBER.
           IF WS-NUM-OK = 'N' OR WS-NUM >= WS-BOT-MAX THEN
              MOVE 'BAD OR OUT-OF-RANGE LOW TARGET' TO WS-BAD-REASON
              GO TO LOAD-LINE-BAD
           END-IF.
           MOVE TK(12) TO WS-NUM-TXT.
           PERFORM CONVERT-NUMBER.
           IF WS-NUM-OK = 'N' OR WS-NUM >= WS-BOT-MAX THEN
              MOVE 'BAD OR OUT-OF-RANGE HIGH TARGET' TO WS-BAD-REASON
              GO TO LOAD-LINE-BAD
           END-IF.
           ADD 1 TO WS-RULE-CNT.
           COMPUTE BX = WS-SRC-BOT + 1.
           PERFORM NOTE-BOT-SEEN.
           ADD 1 TO BT-DEF-CNT(BX).
           IF BT-DEF-CNT(BX) = 1 THEN
              MOVE WS-LINE-NUM TO BT-DEF-LINE(BX)
              IF TK(6) = 'bot' THEN
                 MOVE 'B' TO BT-LO-TYPE(BX)
              ELSE
                 MOVE 'O' TO BT-LO-TYPE(BX)
              END-IF
              MOVE TK(7) TO WS-NUM-TXT
              PERFORM CONVERT-NUMBER
              MOVE WS-NUM TO BT-LO-NUM(BX)
              IF TK(11) = 'bot' THEN
                 MOVE 'B' TO BT-HI-TYPE(BX)
              ELSE
                 MOVE 'O' TO BT-HI-TYPE(BX)
              END-IF
              MOVE TK(12) TO WS-NUM-TXT
              PERFORM CONVERT-NUMBER
              MOVE WS-NUM TO BT-HI-NUM(BX)
           ELSE
              IF BT-DUP-LINE(BX) = 0 THEN
                 MOVE WS-LINE-NUM TO BT-DUP-LINE(BX)
              END-IF
           END-IF.
      *    Every rule, duplicate or not, feeds its two targets.
           MOVE TK(6)(1:1) TO WS-TGT-TYPE.
           MOVE TK(7) TO WS-NUM-TXT.
           PERFORM CONVERT-NUMBER.
           MOVE WS-NUM TO WS-TGT-NUM.
           PERFORM NOTE-TARGET.
           MOVE TK(11)(1:1) TO WS-TGT-TYPE.
           MOVE TK(12) TO WS-NUM-TXT.
           PERFORM CONVERT-NUMBER.
           MOVE WS-NUM TO WS-TGT-NUM.
           PERFORM NOTE-TARGET.
           GO TO LOAD-LINE-EXIT.
       LOAD-LINE-BAD.
           MOVE WS-LINE-NUM TO WS-ED-NUM.
           MOVE SPACES TO REPORT-REC.
           STRING 'FAIL INSTRUCTION SYNTAX LINE ' DELIMITED SIZE
              FUNCTION TRIM(WS-ED-NUM) DELIMITED SIZE
              ': ' DELIMITED SIZE
              FUNCTION TRIM(WS-BAD-REASON) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           PERFORM WRITE-FAIL.
       LOAD-LINE-EXIT.
           EXIT.

       CONVERT-NUMBER.
           MOVE 'N' TO WS-NUM-OK.
           MOVE 0 TO WS-NUM.
           MOVE 0 TO WS-NUM-LEN.
           INSPECT WS-NUM-TXT TALLYING WS-NUM-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-NUM-LEN > 0 AND WS-NUM-LEN < 7 THEN
              IF WS-NUM-TXT(1:WS-NUM-LEN) IS NUMERIC THEN
                 MOVE WS-NUM-TXT(1:WS-NUM-LEN) TO WS-NUM
                 MOVE 'Y' TO WS-NUM-OK
              END-IF
           END-IF.

       NOTE-BOT-SEEN.
           MOVE 'Y' TO BT-USED(BX).
           IF BX > WS-HIGH-BOT THEN
              MOVE BX TO WS-HIGH-BOT
           END-IF.

      *    One chip arriving at bot BX from the current line.
       NOTE-CHIP-IN.
           ADD 1 TO BT-IN-CNT(BX).
           IF BT-IN-CNT(BX) <= 3 THEN
              MOVE WS-LINE-NUM TO BT-IN-LINE(BX, BT-IN-CNT(BX))
           END-IF.

       NOTE-TARGET.
           COMPUTE BX = WS-TGT-NUM + 1.
           IF WS-TGT-TYPE = 'b' THEN
              PERFORM NOTE-BOT-SEEN
              IF BT-REF-LINE(BX) = 0 THEN
                 MOVE WS-LINE-NUM TO BT-REF-LINE(BX)
              END-IF
              PERFORM NOTE-CHIP-IN
           ELSE
              IF BX > WS-HIGH-OUT THEN
                 MOVE BX TO WS-HIGH-OUT
              END-IF
              ADD 1 TO OT-FEED-CNT(BX)
              IF OT-FEED-CNT(BX) <= 2 THEN
                 MOVE WS-LINE-NUM TO OT-FEED-LINE(BX, OT-FEED-CNT(BX))
              END-IF
           END-IF.

       CHECK-DUPLICATE-BOTS.
           MOVE 'BOT DEFINED ONCE' TO WS-CHECK-NAME.
           MOVE 0 TO WS-CHECK-FAILS.
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > WS-HIGH-BOT
              IF BT-DEF-CNT(BX) > 1 THEN
                 PERFORM START-BOT-FAIL
                 MOVE BT-DEF-CNT(BX) TO WS-ED-SHORT
                 STRING ' DEFINED ' DELIMITED SIZE
                    FUNCTION TRIM(WS-ED-SHORT) DELIMITED SIZE
                    ' TIMES LINES ' DELIMITED SIZE
                    INTO REPORT-REC WITH POINTER WS-PTR
                 END-STRING
                 MOVE BT-DEF-LINE(BX) TO WS-ED-NUM
                 PERFORM APPEND-LINE-NUM
                 MOVE BT-DUP-LINE(BX) TO WS-ED-NUM
                 PERFORM APPEND-LINE-NUM
                 PERFORM WRITE-FAIL
              END-IF
           END-PERFORM.
           PERFORM WRITE-CHECK-PASS.

       CHECK-UNDEFINED-BOTS.
           MOVE 'REFERENCED BOTS DEFINED' TO WS-CHECK-NAME.
           MOVE 0 TO WS-CHECK-FAILS.
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > WS-HIGH-BOT
              IF BT-USED(BX) = 'Y' AND BT-DEF-CNT(BX) = 0
                 AND BT-REF-LINE(BX) > 0 THEN
                 PERFORM START-BOT-FAIL
                 STRING ' NEVER DEFINED, REFERENCED LINE '
                    DELIMITED SIZE
                    INTO REPORT-REC WITH POINTER WS-PTR
                 END-STRING
                 MOVE BT-REF-LINE(BX) TO WS-ED-NUM
                 PERFORM APPEND-LINE-NUM
                 PERFORM WRITE-FAIL
              END-IF
           END-PERFORM.
           PERFORM WRITE-CHECK-PASS.

       CHECK-SHARED-OUTPUTS.
           MOVE 'OUTPUT BIN FED ONCE' TO WS-CHECK-NAME.
           MOVE 0 TO WS-CHECK-FAILS.
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > WS-HIGH-OUT
              IF OT-FEED-CNT(BX) > 1 THEN
                 MOVE SPACES TO REPORT-REC
                 MOVE 1 TO WS-PTR
                 COMPUTE WS-ED-SHORT = BX - 1
                 STRING 'FAIL OUTPUT ' DELIMITED SIZE
                    FUNCTION TRIM(WS-ED-SHORT) DELIMITED SIZE
                    ' FED BY ' DELIMITED SIZE
                    INTO REPORT-REC WITH POINTER WS-PTR
                 END-STRING
                 MOVE OT-FEED-CNT(BX) TO WS-ED-SHORT
                 STRING FUNCTION TRIM(WS-ED-SHORT) DELIMITED SIZE
                    ' RULES LINES ' DELIMITED SIZE
                    INTO REPORT-REC WITH POINTER WS-PTR
                 END-STRING
                 MOVE OT-FEED-LINE(BX, 1) TO WS-ED-NUM
                 PERFORM APPEND-LINE-NUM
                 MOVE OT-FEED-LINE(BX, 2) TO WS-ED-NUM
                 PERFORM APPEND-LINE-NUM
                 PERFORM WRITE-FAIL
              END-IF
           END-PERFORM.
           PERFORM WRITE-CHECK-PASS.

       CHECK-CHIP-LOAD.
           MOVE 'AT MOST TWO CHIPS PER BOT' TO WS-CHECK-NAME.
           MOVE 0 TO WS-CHECK-FAILS.
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > WS-HIGH-BOT
              IF BT-IN-CNT(BX) > 2 THEN
                 PERFORM START-BOT-FAIL
                 MOVE BT-IN-CNT(BX) TO WS-ED-SHORT
                 STRING ' RECEIVES ' DELIMITED SIZE
                    FUNCTION TRIM(WS-ED-SHORT) DELIMITED SIZE
                    ' CHIPS LINES ' DELIMITED SIZE
                    INTO REPORT-REC WITH POINTER WS-PTR
                 END-STRING
                 PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > 3
                    MOVE BT-IN-LINE(BX, IX) TO WS-ED-NUM
                    PERFORM APPEND-LINE-NUM
                 END-PERFORM
                 IF BT-IN-CNT(BX) > 3 THEN
                    STRING ' ...' DELIMITED SIZE
                       INTO REPORT-REC WITH POINTER WS-PTR
                    END-STRING
                 END-IF
                 PERFORM WRITE-FAIL
              END-IF
           END-PERFORM.
           PERFORM WRITE-CHECK-PASS.

       CHECK-ORPHAN-VALUES.
           MOVE 'VALUES GO TO DEFINED BOTS' TO WS-CHECK-NAME.
           MOVE 0 TO WS-CHECK-FAILS.
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > WS-HIGH-BOT
              IF BT-SEED-CNT(BX) > 0 AND BT-DEF-CNT(BX) = 0 THEN
                 MOVE SPACES TO REPORT-REC
                 MOVE 1 TO WS-PTR
                 STRING 'FAIL VALUE LINE ' DELIMITED SIZE
                    INTO REPORT-REC WITH POINTER WS-PTR
                 END-STRING
                 MOVE BT-SEED-LINE(BX) TO WS-ED-NUM
                 STRING FUNCTION TRIM(WS-ED-NUM) DELIMITED SIZE
                    ' GOES TO BOT ' DELIMITED SIZE
                    INTO REPORT-REC WITH POINTER WS-PTR
                 END-STRING
                 COMPUTE WS-ED-SHORT = BX - 1
                 STRING FUNCTION TRIM(WS-ED-SHORT) DELIMITED SIZE
                    ' WHICH HAS NO RULE' DELIMITED SIZE
                    INTO REPORT-REC WITH POINTER WS-PTR
                 END-STRING
                 PERFORM WRITE-FAIL
              END-IF
           END-PERFORM.
           PERFORM WRITE-CHECK-PASS.

      *    Propagate chip counts from the seeds: a defined bot fires
      *    once it holds two, handing one chip to each bot target.
      *    Whatever is still unfired at the fixpoint never fires.
       CHECK-NEVER-FIRE.
           MOVE 'EVERY BOT CAN FIRE' TO WS-CHECK-NAME.
           MOVE 0 TO WS-CHECK-FAILS.
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > WS-HIGH-BOT
              MOVE BT-SEED-CNT(BX) TO BT-CHIPS(BX)
           END-PERFORM.
           MOVE 'Y' TO WS-CHANGED.
           PERFORM UNTIL WS-CHANGED = 'N'
              MOVE 'N' TO WS-CHANGED
              PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > WS-HIGH-BOT
                 IF BT-DEF-CNT(BX) > 0 AND BT-FIRED(BX) = 'N'
                    AND BT-CHIPS(BX) >= 2 THEN
                    MOVE 'Y' TO BT-FIRED(BX)
                    MOVE 'Y' TO WS-CHANGED
                    IF BT-LO-TYPE(BX) = 'B' THEN
                       ADD 1 TO BT-CHIPS(BT-LO-NUM(BX) + 1)
                    END-IF
                    IF BT-HI-TYPE(BX) = 'B' THEN
                       ADD 1 TO BT-CHIPS(BT-HI-NUM(BX) + 1)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > WS-HIGH-BOT
              IF BT-DEF-CNT(BX) > 0 AND BT-FIRED(BX) = 'N' THEN
                 PERFORM START-BOT-FAIL
                 MOVE BT-CHIPS(BX) TO WS-ED-SHORT
                 STRING ' CAN NEVER FIRE, REACHES ' DELIMITED SIZE
                    FUNCTION TRIM(WS-ED-SHORT) DELIMITED SIZE
                    ' OF 2 CHIPS, RULE LINE ' DELIMITED SIZE
                    INTO REPORT-REC WITH POINTER WS-PTR
                 END-STRING
                 MOVE BT-DEF-LINE(BX) TO WS-ED-NUM
                 PERFORM APPEND-LINE-NUM
                 PERFORM WRITE-FAIL
              END-IF
           END-PERFORM.
           PERFORM WRITE-CHECK-PASS.

       START-BOT-FAIL.
           MOVE SPACES TO REPORT-REC.
           MOVE 1 TO WS-PTR.
           COMPUTE WS-ED-SHORT = BX - 1.
           STRING 'FAIL BOT ' DELIMITED SIZE
              FUNCTION TRIM(WS-ED-SHORT) DELIMITED SIZE
              INTO REPORT-REC WITH POINTER WS-PTR
           END-STRING.

       APPEND-LINE-NUM.
           IF WS-PTR > 1 AND REPORT-REC(WS-PTR - 1:1) NOT = SPACE THEN
              STRING ',' DELIMITED SIZE
                 INTO REPORT-REC WITH POINTER WS-PTR
              END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-ED-NUM) DELIMITED SIZE
              INTO REPORT-REC WITH POINTER WS-PTR
           END-STRING.

       WRITE-FAIL.
           ADD 1 TO WS-CHECK-FAILS.
           ADD 1 TO WS-FAIL-CNT.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).

       WRITE-CHECK-PASS.
           IF WS-CHECK-FAILS = 0 THEN
              MOVE SPACES TO REPORT-REC
              STRING 'PASS ' DELIMITED SIZE
                 FUNCTION TRIM(WS-CHECK-NAME) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              DISPLAY FUNCTION TRIM(REPORT-REC)
           END-IF.

       END PROGRAM AOC-2016-D10VAL.
