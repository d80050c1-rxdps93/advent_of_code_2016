       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-ASMBNY.

      *    Assembunny register-machine interpreter, CALLed by the
      *    Day 12, 23 and 25 steps (request area assembunny.cpy):
      *        cpy x y   y := x          inc x   x := x + 1
      *        jnz x y   jump y if x<>0  dec x   x := x - 1
      *        tgl x     toggle the instruction x away
      *        out x     transmit x
      *    Operands are a register (a-d) or a signed integer. A
      *    toggled instruction that no longer makes sense (cpy into a
      *    literal) is skipped, as the puzzle requires.
      *    The two loop shapes these programs spend all their time in
      *    are recognized and executed in one stroke, with the same
      *    register result the loop would produce:
      *        inc x / dec y / jnz y -2            x := x + y, y := 0
      *        cpy s c / inc a / dec c / jnz c -2 /
      *        dec d / jnz d -5                    a := a + s * d,
      *                                            c := 0, d := 0
      *    AB-EXECUTED counts instructions dispatched (a recognized
      *    loop counts once per instruction in its body), so the
      *    ceiling tracks interpreter effort rather than the abstract
      *    machine's step count.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGFILE ASSIGN TO DYNAMIC WS-PROG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROG-STATUS.
           SELECT TRACEFILE ASSIGN TO DYNAMIC WS-TRACE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRACE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROGFILE.
       01  PROG-REC    PIC X(80).

       FD  TRACEFILE.
       01  TRACE-REC   PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "error_log.cpy".

       01  WS-PROG-NAME      PIC X(100).
       01  WS-PROG-STATUS    PIC XX.
       01  WS-TRACE-NAME     PIC X(100).
       01  WS-TRACE-STATUS   PIC XX.
       01  WS-TRACE-OPEN     PIC X     VALUE 'N'.
       01  WS-TRACE-FRESH    PIC X     VALUE 'Y'.
       01  WS-TRACE-LINES    PIC 9(9).
       01  WS-RUN-NUM        PIC 9(6)  VALUE 0.
       01  LOOP              PIC 9     VALUE 1.
       01  WS-LINE-NUM       PIC 9(5).

      *    The program as loaded, and the working copy a RUN executes
      *    (tgl rewrites the working copy only, so every RUN - every
      *    D25 seed - starts from the program as written).
       01  WS-INS-MAX        PIC 9(4)  VALUE 200.
       01  WS-INS-CNT        PIC 9(4)  VALUE 0.
       01  WS-LOADED-TABLE.
           05 LD-INS OCCURS 200 TIMES.
              10 LD-OP        PIC X(3).
              10 LD-A-KIND    PIC X.
              10 LD-A-REG     PIC 9.
              10 LD-A-VAL     PIC S9(15).
              10 LD-A-TXT     PIC X(8).
              10 LD-B-KIND    PIC X.
              10 LD-B-REG     PIC 9.
              10 LD-B-VAL     PIC S9(15).
              10 LD-B-TXT     PIC X(8).
       01  WS-WORK-TABLE.
           05 WK-INS OCCURS 200 TIMES.
              10 WK-OP        PIC X(3).
              10 WK-A-KIND    PIC X.
              10 WK-A-REG     PIC 9.
              10 WK-A-VAL     PIC S9(15).
              10 WK-A-TXT     PIC X(8).
              10 WK-B-KIND    PIC X.
              10 WK-B-REG     PIC 9.
              10 WK-B-VAL     PIC S9(15).
              10 WK-B-TXT     PIC X(8).

      *    Line parsing scratch.
       01  WS-OP-TOKEN       PIC X(8).
       01  WS-ARG-TOKENS.
           05 WS-ARG-TOKEN   OCCURS 3 TIMES PIC X(8).
       01  WS-TOKEN          PIC X(8).
       01  WS-TOKEN-LEN      PIC 99.
       01  WS-TOKEN-KIND     PIC X.
       01  WS-TOKEN-REG      PIC 9.
       01  WS-TOKEN-VAL      PIC S9(15).
       01  WS-LINE-OK        PIC X.
       01  WS-REJECT-REASON  PIC X(40).

      *    Machine state.
       01  WS-REGS.
           05 WS-REG         OCCURS 4 TIMES PIC S9(15) COMP.
       01  WS-PC             PIC S9(9) COMP.
       01  WS-PC-BEFORE      PIC S9(9) COMP.
       01  WS-TARGET         PIC S9(9) COMP.
       01  WS-EXECUTED       PIC 9(12) COMP.
       01  WS-VAL-A          PIC S9(15) COMP.
       01  WS-VAL-B          PIC S9(15) COMP.
       01  WS-RUN-STATE      PIC X     VALUE 'R'.
       01  WS-DONE-BLOCK     PIC X.
       01  WS-EXPECT-OUT     PIC 9.
       01  WS-X              PIC 9.
       01  WS-Y              PIC 9.
       01  WS-C              PIC 9.
       01  WS-D              PIC 9.

      *    Trace formatting.
       01  WS-REG-EDITS.
           05 WS-REG-ED      OCCURS 4 TIMES PIC -(15)9.
       01  WS-EXEC-ED        PIC Z(11)9.
       01  WS-PC-ED          PIC ZZZ9.
       01  WS-LINE-ED        PIC ZZZZ9.
       01  WS-RUN-ED         PIC ZZZZZ9.

       LINKAGE SECTION.
       COPY "assembunny.cpy".

       PROCEDURE DIVISION USING AB-REQUEST.
       MAIN.
           MOVE WS-INS-MAX TO AB-INSTR-MAX.
           EVALUATE AB-FUNC
              WHEN 'LOAD'
                 PERFORM LOAD-PROGRAM THRU LOAD-PROGRAM-EXIT
              WHEN 'RUN'
                 PERFORM RUN-PROGRAM
              WHEN OTHER
                 MOVE 'BADFUNC' TO AB-STATUS
           END-EVALUATE.
           GOBACK.

       LOAD-PROGRAM.
           MOVE 0 TO WS-INS-CNT.
           MOVE 0 TO AB-INSTR-CNT.
           MOVE 0 TO AB-REJECT-CNT.
           MOVE 'Y' TO WS-TRACE-FRESH.
           MOVE 0 TO WS-RUN-NUM.
           MOVE AB-FILE TO WS-PROG-NAME.
           OPEN INPUT PROGFILE.
           IF WS-PROG-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'NOFILE' TO AB-STATUS
              GO TO LOAD-PROGRAM-EXIT
           END-IF.
           MOVE 'LOADED' TO AB-STATUS.
           MOVE 0 TO WS-LINE-NUM.
           MOVE 1 TO LOOP.
           PERFORM UNTIL LOOP = 0
              READ PROGFILE
                 AT END
                    MOVE 0 TO LOOP
                 NOT AT END
                    ADD 1 TO WS-LINE-NUM
                    IF PROG-REC IS NOT EQUAL TO SPACES THEN
                       IF WS-INS-CNT < WS-INS-MAX THEN
                          ADD 1 TO WS-INS-CNT
                          PERFORM PARSE-INSTRUCTION
                       ELSE
                          MOVE 'TOOBIG' TO AB-STATUS
                          MOVE 0 TO LOOP
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PROGFILE.
           MOVE WS-INS-CNT TO AB-INSTR-CNT.
           IF AB-STATUS = 'TOOBIG' THEN
              MOVE 'PROGRAM TABLE' TO EL-REFERENCE
              MOVE WS-INS-MAX TO WS-PC-ED
              MOVE 'AOC0303E' TO EL-MSG-ID
              MOVE FUNCTION TRIM(WS-PC-ED) TO EL-VALUE-1
              PERFORM LOG-ERROR
              MOVE 0 TO WS-INS-CNT
           END-IF.
           IF WS-INS-CNT = 0 AND AB-STATUS = 'LOADED' THEN
              MOVE 'EMPTY' TO AB-STATUS
           END-IF.
       LOAD-PROGRAM-EXIT.
           EXIT.

      *    op + one or two operands; a bad line keeps its slot as a
      *    no-op so every jump offset below it still lands where the
      *    author meant.
       PARSE-INSTRUCTION.
           MOVE 'Y' TO WS-LINE-OK.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-OP-TOKEN.
           MOVE SPACES TO WS-ARG-TOKEN(1) WS-ARG-TOKEN(2)
              WS-ARG-TOKEN(3).
           UNSTRING FUNCTION TRIM(PROG-REC) DELIMITED BY ALL SPACE
              INTO WS-OP-TOKEN WS-ARG-TOKEN(1) WS-ARG-TOKEN(2)
                 WS-ARG-TOKEN(3)
           END-UNSTRING.
           INITIALIZE LD-INS(WS-INS-CNT).
           MOVE WS-OP-TOKEN(1:3) TO LD-OP(WS-INS-CNT).
           MOVE SPACE TO LD-A-KIND(WS-INS-CNT).
           MOVE SPACE TO LD-B-KIND(WS-INS-CNT).
           MOVE WS-ARG-TOKEN(1) TO LD-A-TXT(WS-INS-CNT).
           MOVE WS-ARG-TOKEN(2) TO LD-B-TXT(WS-INS-CNT).
           EVALUATE WS-OP-TOKEN
              WHEN 'cpy'
              WHEN 'jnz'
                 IF WS-ARG-TOKEN(2) = SPACES OR
                    WS-ARG-TOKEN(3) IS NOT EQUAL TO SPACES THEN
                    MOVE 'N' TO WS-LINE-OK
                    MOVE 'NEEDS EXACTLY TWO OPERANDS'
                       TO WS-REJECT-REASON
                 END-IF
              WHEN 'inc'
              WHEN 'dec'
              WHEN 'tgl'
              WHEN 'out'
                 IF WS-ARG-TOKEN(1) = SPACES OR
                    WS-ARG-TOKEN(2) IS NOT EQUAL TO SPACES THEN
                    MOVE 'N' TO WS-LINE-OK
                    MOVE 'NEEDS EXACTLY ONE OPERAND'
                       TO WS-REJECT-REASON
                 END-IF
              WHEN OTHER
                 MOVE 'N' TO WS-LINE-OK
                 MOVE 'UNKNOWN OPERATION' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-LINE-OK = 'Y' THEN
              MOVE WS-ARG-TOKEN(1) TO WS-TOKEN
              PERFORM PARSE-OPERAND
              MOVE WS-TOKEN-KIND TO LD-A-KIND(WS-INS-CNT)
              MOVE WS-TOKEN-REG TO LD-A-REG(WS-INS-CNT)
              MOVE WS-TOKEN-VAL TO LD-A-VAL(WS-INS-CNT)
           END-IF.
           IF WS-LINE-OK = 'Y' AND
              WS-ARG-TOKEN(2) IS NOT EQUAL TO SPACES THEN
              MOVE WS-ARG-TOKEN(2) TO WS-TOKEN
              PERFORM PARSE-OPERAND
              MOVE WS-TOKEN-KIND TO LD-B-KIND(WS-INS-CNT)
              MOVE WS-TOKEN-REG TO LD-B-REG(WS-INS-CNT)
              MOVE WS-TOKEN-VAL TO LD-B-VAL(WS-INS-CNT)
           END-IF.
           IF WS-LINE-OK = 'N' THEN
              MOVE 'bad' TO LD-OP(WS-INS-CNT)
              ADD 1 TO AB-REJECT-CNT
              MOVE SPACES TO EL-REFERENCE
              MOVE WS-LINE-NUM TO WS-LINE-ED
              STRING 'ASMBNY LINE ' DELIMITED SIZE
                 FUNCTION TRIM(WS-LINE-ED) DELIMITED SIZE
                 INTO EL-REFERENCE
              END-STRING
              MOVE 'AOC0203W' TO EL-MSG-ID
              MOVE WS-REJECT-REASON TO EL-VALUE-1
              MOVE FUNCTION TRIM(PROG-REC) TO EL-VALUE-2
              PERFORM LOG-ERROR
           END-IF.

      *    WS-TOKEN -> register a-d, or a signed integer literal.
       PARSE-OPERAND.
           MOVE SPACE TO WS-TOKEN-KIND.
           MOVE 0 TO WS-TOKEN-REG.
           MOVE 0 TO WS-TOKEN-VAL.
           MOVE 0 TO WS-TOKEN-LEN.
           INSPECT WS-TOKEN TALLYING WS-TOKEN-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           EVALUATE TRUE
              WHEN WS-TOKEN = 'a'
                 MOVE 'R' TO WS-TOKEN-KIND
                 MOVE 1 TO WS-TOKEN-REG
              WHEN WS-TOKEN = 'b'
                 MOVE 'R' TO WS-TOKEN-KIND
                 MOVE 2 TO WS-TOKEN-REG
              WHEN WS-TOKEN = 'c'
                 MOVE 'R' TO WS-TOKEN-KIND
                 MOVE 3 TO WS-TOKEN-REG
              WHEN WS-TOKEN = 'd'
                 MOVE 'R' TO WS-TOKEN-KIND
                 MOVE 4 TO WS-TOKEN-REG
              WHEN WS-TOKEN(1:1) = '-' AND WS-TOKEN-LEN > 1
                 IF WS-TOKEN(2:WS-TOKEN-LEN - 1) IS NUMERIC THEN
                    MOVE 'V' TO WS-TOKEN-KIND
                    COMPUTE WS-TOKEN-VAL =
                       0 - FUNCTION NUMVAL(WS-TOKEN(2:WS-TOKEN-LEN - 1))
                 END-IF
              WHEN WS-TOKEN-LEN > 0
                 IF WS-TOKEN(1:WS-TOKEN-LEN) IS NUMERIC THEN
                    MOVE 'V' TO WS-TOKEN-KIND
                    MOVE FUNCTION NUMVAL(WS-TOKEN(1:WS-TOKEN-LEN))
                       TO WS-TOKEN-VAL
                 END-IF
           END-EVALUATE.
           IF WS-TOKEN-KIND = SPACE THEN
              MOVE 'N' TO WS-LINE-OK
              MOVE 'OPERAND NOT A REGISTER OR INTEGER'
                 TO WS-REJECT-REASON
           END-IF.

       RUN-PROGRAM.
           IF WS-INS-CNT = 0 THEN
              MOVE 'EMPTY' TO AB-STATUS
              MOVE 0 TO AB-EXECUTED
           ELSE
              MOVE WS-LOADED-TABLE TO WS-WORK-TABLE
              PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > 4
                 MOVE AB-REG(WS-X) TO WS-REG(WS-X)
              END-PERFORM
              MOVE 1 TO WS-PC
              MOVE 0 TO WS-EXECUTED
              MOVE 0 TO AB-OUT-CNT
              MOVE 0 TO AB-LAST-OUT
              MOVE 0 TO WS-EXPECT-OUT
              MOVE 'R' TO WS-RUN-STATE
              MOVE SPACES TO AB-STATUS
              ADD 1 TO WS-RUN-NUM
              PERFORM OPEN-TRACE
              PERFORM UNTIL WS-RUN-STATE IS NOT EQUAL TO 'R'
                 EVALUATE TRUE
                    WHEN WS-PC < 1 OR WS-PC > WS-INS-CNT
                       MOVE 'HALTED' TO AB-STATUS
                       MOVE 'H' TO WS-RUN-STATE
                    WHEN WS-EXECUTED >= AB-LIMIT
                       MOVE 'CEILING' TO AB-STATUS
                       MOVE 'C' TO WS-RUN-STATE
                    WHEN OTHER
                       PERFORM STEP-ONE
                 END-EVALUATE
              END-PERFORM
              PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > 4
                 MOVE WS-REG(WS-X) TO AB-REG(WS-X)
              END-PERFORM
              MOVE WS-EXECUTED TO AB-EXECUTED
              IF AB-STATUS = 'CEILING' THEN
                 PERFORM LOG-CEILING
              END-IF
              PERFORM CLOSE-TRACE
           END-IF.

       STEP-ONE.
           MOVE WS-PC TO WS-PC-BEFORE.
           MOVE 'N' TO WS-DONE-BLOCK.
           IF WK-OP(WS-PC) = 'cpy' THEN
              PERFORM TRY-MULTIPLY-LOOP
           END-IF.
           IF WS-DONE-BLOCK = 'N' AND
              (WK-OP(WS-PC) = 'inc' OR WK-OP(WS-PC) = 'dec') THEN
              PERFORM TRY-ADD-LOOP
           END-IF.
           IF WS-DONE-BLOCK = 'N' THEN
              PERFORM EXECUTE-INSTRUCTION
           END-IF.
           IF WS-TRACE-OPEN = 'Y' AND
              WS-TRACE-LINES < AB-TRACE-CAP THEN
              PERFORM WRITE-TRACE-STEP
           END-IF.

       EXECUTE-INSTRUCTION.
           ADD 1 TO WS-EXECUTED.
           EVALUATE WK-OP(WS-PC)
              WHEN 'cpy'
                 IF WK-B-KIND(WS-PC) = 'R' THEN
                    PERFORM FETCH-A
                    MOVE WS-VAL-A TO WS-REG(WK-B-REG(WS-PC))
                 END-IF
                 ADD 1 TO WS-PC
              WHEN 'inc'
                 IF WK-A-KIND(WS-PC) = 'R' THEN
                    ADD 1 TO WS-REG(WK-A-REG(WS-PC))
                 END-IF
                 ADD 1 TO WS-PC
              WHEN 'dec'
                 IF WK-A-KIND(WS-PC) = 'R' THEN
                    SUBTRACT 1 FROM WS-REG(WK-A-REG(WS-PC))
                 END-IF
                 ADD 1 TO WS-PC
              WHEN 'jnz'
                 PERFORM FETCH-A
                 IF WS-VAL-A IS NOT EQUAL TO 0 THEN
                    PERFORM FETCH-B
                    ADD WS-VAL-B TO WS-PC
                 ELSE
                    ADD 1 TO WS-PC
                 END-IF
              WHEN 'tgl'
                 PERFORM FETCH-A
                 COMPUTE WS-TARGET = WS-PC + WS-VAL-A
                 IF WS-TARGET >= 1 AND WS-TARGET <= WS-INS-CNT THEN
                    PERFORM TOGGLE-TARGET
                 END-IF
                 ADD 1 TO WS-PC
              WHEN 'out'
                 PERFORM FETCH-A
                 PERFORM TRANSMIT-VALUE
                 ADD 1 TO WS-PC
              WHEN OTHER
                 ADD 1 TO WS-PC
           END-EVALUATE.

       FETCH-A.
           IF WK-A-KIND(WS-PC) = 'R' THEN
              MOVE WS-REG(WK-A-REG(WS-PC)) TO WS-VAL-A
           ELSE
              MOVE WK-A-VAL(WS-PC) TO WS-VAL-A
           END-IF.

       FETCH-B.
           IF WK-B-KIND(WS-PC) = 'R' THEN
              MOVE WS-REG(WK-B-REG(WS-PC)) TO WS-VAL-B
           ELSE
              MOVE WK-B-VAL(WS-PC) TO WS-VAL-B
           END-IF.

      *    One-operand instructions: inc becomes dec, everything else
      *    becomes inc. Two-operand: jnz becomes cpy, everything else
      *    becomes jnz. A rejected line stays a no-op.
       TOGGLE-TARGET.
           IF WK-OP(WS-TARGET) IS NOT EQUAL TO 'bad' THEN
              IF WK-B-KIND(WS-TARGET) = SPACE THEN
                 IF WK-OP(WS-TARGET) = 'inc' THEN
                    MOVE 'dec' TO WK-OP(WS-TARGET)
                 ELSE
                    MOVE 'inc' TO WK-OP(WS-TARGET)
                 END-IF
              ELSE
                 IF WK-OP(WS-TARGET) = 'jnz' THEN
                    MOVE 'cpy' TO WK-OP(WS-TARGET)
                 ELSE
                    MOVE 'jnz' TO WK-OP(WS-TARGET)
                 END-IF
              END-IF
           END-IF.

       TRANSMIT-VALUE.
           ADD 1 TO AB-OUT-CNT.
           MOVE WS-VAL-A TO AB-LAST-OUT.
           IF AB-CLOCK-MODE = 'Y' THEN
              IF WS-VAL-A IS NOT EQUAL TO WS-EXPECT-OUT THEN
                 MOVE 'CLOCKBAD' TO AB-STATUS
                 MOVE 'B' TO WS-RUN-STATE
              ELSE
                 IF AB-OUT-CNT >= AB-CLOCK-LEN THEN
                    MOVE 'CLOCKOK' TO AB-STATUS
                    MOVE 'K' TO WS-RUN-STATE
                 END-IF
                 IF WS-EXPECT-OUT = 0 THEN
                    MOVE 1 TO WS-EXPECT-OUT
                 ELSE
                    MOVE 0 TO WS-EXPECT-OUT
                 END-IF
              END-IF
           END-IF.

      *    inc x / dec y / jnz y -2 (either order of the first two):
      *    x picks up y, y drains to zero.
       TRY-ADD-LOOP.
           IF WS-PC + 2 <= WS-INS-CNT THEN
              IF WK-OP(WS-PC + 2) = 'jnz' AND
                 WK-A-KIND(WS-PC) = 'R' AND
                 WK-A-KIND(WS-PC + 1) = 'R' AND
                 WK-A-KIND(WS-PC + 2) = 'R' AND
                 WK-B-KIND(WS-PC + 2) = 'V' AND
                 WK-B-VAL(WS-PC + 2) = -2 THEN
                 MOVE 0 TO WS-X
                 MOVE 0 TO WS-Y
                 IF WK-OP(WS-PC) = 'inc' AND
                    WK-OP(WS-PC + 1) = 'dec' THEN
                    MOVE WK-A-REG(WS-PC) TO WS-X
                    MOVE WK-A-REG(WS-PC + 1) TO WS-Y
                 END-IF
                 IF WK-OP(WS-PC) = 'dec' AND
                    WK-OP(WS-PC + 1) = 'inc' THEN
                    MOVE WK-A-REG(WS-PC + 1) TO WS-X
                    MOVE WK-A-REG(WS-PC) TO WS-Y
                 END-IF
                 IF WS-X > 0 AND WS-X IS NOT EQUAL TO WS-Y AND
                    WK-A-REG(WS-PC + 2) = WS-Y AND
                    WS-REG(WS-Y) > 0 THEN
                    ADD WS-REG(WS-Y) TO WS-REG(WS-X)
                    MOVE 0 TO WS-REG(WS-Y)
                    ADD 3 TO WS-EXECUTED
                    ADD 3 TO WS-PC
                    MOVE 'Y' TO WS-DONE-BLOCK
                 END-IF
              END-IF
           END-IF.

      *    cpy s c / inc a / dec c / jnz c -2 / dec d / jnz d -5:
      *    a picks up s * d; c and d drain to zero.
       TRY-MULTIPLY-LOOP.
           IF WS-PC + 5 <= WS-INS-CNT THEN
              IF WK-B-KIND(WS-PC) = 'R' AND
                 WK-OP(WS-PC + 1) = 'inc' AND
                 WK-OP(WS-PC + 2) = 'dec' AND
                 WK-OP(WS-PC + 3) = 'jnz' AND
                 WK-OP(WS-PC + 4) = 'dec' AND
                 WK-OP(WS-PC + 5) = 'jnz' AND
                 WK-A-KIND(WS-PC + 1) = 'R' AND
                 WK-A-KIND(WS-PC + 2) = 'R' AND
                 WK-A-KIND(WS-PC + 3) = 'R' AND
                 WK-A-KIND(WS-PC + 4) = 'R' AND
                 WK-A-KIND(WS-PC + 5) = 'R' AND
                 WK-B-KIND(WS-PC + 3) = 'V' AND
                 WK-B-VAL(WS-PC + 3) = -2 AND
                 WK-B-KIND(WS-PC + 5) = 'V' AND
                 WK-B-VAL(WS-PC + 5) = -5 THEN
                 MOVE WK-A-REG(WS-PC + 1) TO WS-X
                 MOVE WK-B-REG(WS-PC) TO WS-C
                 MOVE WK-A-REG(WS-PC + 4) TO WS-D
                 PERFORM FETCH-A
                 IF WK-A-REG(WS-PC + 2) = WS-C AND
                    WK-A-REG(WS-PC + 3) = WS-C AND
                    WK-A-REG(WS-PC + 5) = WS-D AND
                    WS-X IS NOT EQUAL TO WS-C AND
                    WS-X IS NOT EQUAL TO WS-D AND
                    WS-C IS NOT EQUAL TO WS-D AND
                    (WK-A-KIND(WS-PC) = 'V' OR
                     (WK-A-REG(WS-PC) IS NOT EQUAL TO WS-X AND
                      WK-A-REG(WS-PC) IS NOT EQUAL TO WS-C AND
                      WK-A-REG(WS-PC) IS NOT EQUAL TO WS-D)) AND
                    WS-VAL-A > 0 AND WS-REG(WS-D) > 0 THEN
                    COMPUTE WS-REG(WS-X) =
                       WS-REG(WS-X) + (WS-VAL-A * WS-REG(WS-D))
                    MOVE 0 TO WS-REG(WS-C)
                    MOVE 0 TO WS-REG(WS-D)
                    ADD 6 TO WS-EXECUTED
                    ADD 6 TO WS-PC
                    MOVE 'Y' TO WS-DONE-BLOCK
                 END-IF
              END-IF
           END-IF.

       LOG-CEILING.
           MOVE SPACES TO EL-REFERENCE.
           MOVE WS-PC TO WS-PC-ED.
           STRING 'ASMBNY PC ' DELIMITED SIZE
              FUNCTION TRIM(WS-PC-ED) DELIMITED SIZE
              INTO EL-REFERENCE
           END-STRING.
           MOVE AB-LIMIT TO WS-EXEC-ED.
           MOVE 'AOC0304E' TO EL-MSG-ID.
           MOVE FUNCTION TRIM(WS-EXEC-ED) TO EL-VALUE-1.
           PERFORM LOG-ERROR.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE AB-CALLER TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      *    The first RUN after a LOAD starts the trace file fresh;
      *    later runs (the next D25 seed) append to it.
       OPEN-TRACE.
           MOVE 'N' TO WS-TRACE-OPEN.
           MOVE 0 TO WS-TRACE-LINES.
           IF AB-TRACE-FILE IS NOT EQUAL TO SPACES THEN
              MOVE AB-TRACE-FILE TO WS-TRACE-NAME
              IF WS-TRACE-FRESH = 'Y' THEN
                 OPEN OUTPUT TRACEFILE
                 MOVE 'N' TO WS-TRACE-FRESH
              ELSE
                 OPEN EXTEND TRACEFILE
              END-IF
              IF WS-TRACE-STATUS = '00' THEN
                 MOVE 'Y' TO WS-TRACE-OPEN
                 MOVE WS-RUN-NUM TO WS-RUN-ED
                 MOVE SPACES TO TRACE-REC
                 STRING '==== RUN ' DELIMITED SIZE
                    FUNCTION TRIM(WS-RUN-ED) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    FUNCTION TRIM(AB-CALLER) DELIMITED SIZE
                    ' ====' DELIMITED SIZE
                    INTO TRACE-REC
                 END-STRING
                 WRITE TRACE-REC
                 MOVE SPACES TO TRACE-REC
                 MOVE 'START' TO TRACE-REC(1:5)
                 PERFORM FORMAT-TRACE-REGS
                 WRITE TRACE-REC
              END-IF
           END-IF.

       WRITE-TRACE-STEP.
           ADD 1 TO WS-TRACE-LINES.
           MOVE SPACES TO TRACE-REC.
           MOVE WS-EXECUTED TO WS-EXEC-ED.
           MOVE WS-PC-BEFORE TO WS-PC-ED.
           STRING WS-EXEC-ED DELIMITED SIZE
              ' PC ' DELIMITED SIZE
              WS-PC-ED DELIMITED SIZE
              ' ' DELIMITED SIZE
              WK-OP(WS-PC-BEFORE) DELIMITED SIZE
              ' ' DELIMITED SIZE
              WK-A-TXT(WS-PC-BEFORE) DELIMITED SIZE
              ' ' DELIMITED SIZE
              WK-B-TXT(WS-PC-BEFORE) DELIMITED SIZE
              INTO TRACE-REC
           END-STRING.
           IF WS-DONE-BLOCK = 'Y' THEN
              MOVE 'LOOP' TO TRACE-REC(41:4)
           END-IF.
           PERFORM FORMAT-TRACE-REGS.
           WRITE TRACE-REC.

      *    Registers go in columns 46 onward of the line being built.
       FORMAT-TRACE-REGS.
           PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > 4
              MOVE WS-REG(WS-X) TO WS-REG-ED(WS-X)
           END-PERFORM.
           STRING 'A=' DELIMITED SIZE
              FUNCTION TRIM(WS-REG-ED(1)) DELIMITED SIZE
              ' B=' DELIMITED SIZE
              FUNCTION TRIM(WS-REG-ED(2)) DELIMITED SIZE
              ' C=' DELIMITED SIZE
              FUNCTION TRIM(WS-REG-ED(3)) DELIMITED SIZE
              ' D=' DELIMITED SIZE
              FUNCTION TRIM(WS-REG-ED(4)) DELIMITED SIZE
              INTO TRACE-REC(46:87)
           END-STRING.

       CLOSE-TRACE.
           IF WS-TRACE-OPEN = 'Y' THEN
              MOVE SPACES TO TRACE-REC
              MOVE WS-EXECUTED TO WS-EXEC-ED
              STRING 'END ' DELIMITED SIZE
                 AB-STATUS DELIMITED SIZE
                 ' AFTER ' DELIMITED SIZE
                 FUNCTION TRIM(WS-EXEC-ED) DELIMITED SIZE
                 INTO TRACE-REC
              END-STRING
              PERFORM FORMAT-TRACE-REGS
              WRITE TRACE-REC
              CLOSE TRACEFILE
              MOVE 'N' TO WS-TRACE-OPEN
           END-IF.

       END PROGRAM AOC-2016-ASMBNY.
