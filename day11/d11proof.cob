       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D11PROOF.

      *    Independent replay validator for D11P1 solution plans.
      *    d11p1_plan.txt used to be trusted only because the search
      *    wrote it; this program proves or disproves it the way
      *    AOC-2016-D5PROOF proves a D5 password - without the
      *    search. The starting floors are parsed from the same
      *    floor description D11P1 read (plus its SUPP= items), then
      *    every 'STEP n: ELEVATOR UP|DOWN TO f CARRYING ...' line is
      *    replayed from scratch and must:
      *        - move the elevator exactly one floor, within the
      *          building
      *        - carry only items that are on the elevator's floor
      *        - carry at least one item and no more than the
      *          elevator capacity
      *        - leave no microchip on a floor with a foreign
      *          generator but without its own
      *    and the final state must have the elevator and every item
      *    on the top floor, in as many steps as the plan header
      *    claims.
      *
      *    Cards: AOC-2016-D11PROOF INPUT= / SUPP= / PLAN= (default
      *    d11p1_plan.txt); INPUT and SUPP fall back to D11P1's
      *    cards. The capacity is the one the plan header was
      *    written at (D11P1's ELEVATOR-CAPACITY card, else 2, for a
      *    plan without one). Output d11proof_report.txt: one line
      *    per legal step, then CERTIFIED, or REFUTED with the first
      *    illegal step and why - which exits CC 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "input_file_select.cpy"
              REPLACING ==FILE-NAME-FIELD== BY ==WS-INPUT-FILE-NAME==.
           SELECT SUPPFILE ASSIGN TO DYNAMIC WS-SUPP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPP-STATUS.
           SELECT PLANFILE ASSIGN TO DYNAMIC WS-PLAN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-STATUS.
           SELECT REPORTFILE ASSIGN TO 'd11proof_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "input_file_fd.cpy"
          REPLACING ==INPUT-LINE-PIC== BY ==X(999)==.

       FD  SUPPFILE.
       01  SUPP-REC        PIC X(80).

       FD  PLANFILE.
       01  PLAN-REC        PIC X(132).

       FD  REPORTFILE.
       01  REPORT-REC      PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".

       01  WS-INPUT-FILE-NAME PIC X(100) VALUE 'TEST'.
       01  WS-FILE-NAME-PARM  PIC X(100).
       01  WS-INPUTFILE-STATUS PIC XX.
       01  WS-SUPP-NAME    PIC X(100) VALUE SPACES.
       01  WS-SUPP-STATUS  PIC XX.
       01  WS-PLAN-NAME    PIC X(100) VALUE 'd11p1_plan.txt'.
       01  WS-PLAN-STATUS  PIC XX.

      *    Floor state, the D11P1 representation: each element's
      *    generator and microchip floor, plus the elevator.
       01  WS-MAX-FLOORS   PIC 9      VALUE 9.
       01  WS-NUM-FLOORS   PIC 9      VALUE 0.
       01  WS-MAX-ELEMENTS PIC 99     VALUE 10.
       01  WS-NUM-ELEMS    PIC 99     VALUE 0.
       01  ELEMENT-TABLE.
           05 ELEM-ENTRY OCCURS 10 TIMES.
              10 ELEM-NAME   PIC X(20).
              10 GEN-FLOOR   PIC 9.
              10 CHIP-FLOOR  PIC 9.
       01  WS-ELEVATOR     PIC 9      VALUE 1.
       01  WS-CAPACITY     PIC 9      VALUE 2.
       01  WS-CLAIMED      PIC 9(4)   VALUE 0.
       01  WS-HDR-SEEN     PIC X      VALUE 'N'.

       01  CURRENT         PIC 9      VALUE 0.
       01  EI              PIC 99.
       01  FI              PIC 9.
       01  WI              PIC 99.
       01  WS-ELEM-IDX     PIC 99.
       01  WS-TOKEN        PIC X(20).
       01  WS-WORD-COUNT   PIC 99.
       01  WS-WORDS.
           05 WORD-TAB OCCURS 40 TIMES PIC X(20).
       01  WS-SCAN-PTR     PIC 9(4).

       01  WS-SUPP-ELEM    PIC X(20).
       01  WS-SUPP-TYPE    PIC X(4).
       01  WS-SUPP-FLOOR   PIC X(4).
       01  WS-SUPP-NEW     PIC X.

      *    One plan step being replayed.
       01  WS-STEP-EXPECT  PIC 9(4)   VALUE 0.
       01  WS-STEP-NUM     PIC 9(4).
       01  WS-STEP-TXT     PIC X(8).
       01  WS-DIR-WORD     PIC X(8).
       01  WS-TO-TXT       PIC X(4).
       01  WS-TO-FLOOR     PIC 9.
       01  WS-CARRY-CNT    PIC 99.
       01  WS-ITEM-TXT     PIC X(30).
       01  WS-ITEM-NAME    PIC X(20).
       01  WS-ITEM-TYPE    PIC X(4).
       01  WS-ITEM-LEN     PIC 99.
       01  CARRY-TABLE.
           05 CARRY-ENTRY OCCURS 20 TIMES.
              10 CARRY-ELEM  PIC 99.
              10 CARRY-TYPE  PIC X.
       01  WS-CI           PIC 99.
       01  WS-CJ           PIC 99.
       01  WS-GEN-HERE     PIC X.
       01  WS-TOP-OK       PIC X.

       01  WS-REFUTED      PIC X      VALUE 'N'.
       01  WS-REASON       PIC X(80).
       01  WS-STEPS-DONE   PIC 9(4)   VALUE 0.
       01  WS-SHOW-STEP    PIC ZZZ9.
       01  WS-SHOW-CLAIM   PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM GET-CARDS.
           OPEN INPUT INPUTFILE.
           IF WS-INPUTFILE-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'INPUT FILE NOT FOUND: '
                 FUNCTION TRIM(WS-INPUT-FILE-NAME)
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > WS-MAX-ELEMENTS
              MOVE SPACES TO ELEM-NAME(EI)
              MOVE 0 TO GEN-FLOOR(EI) CHIP-FLOOR(EI)
           END-PERFORM.
           PERFORM UNTIL WS-INPUTFILE-STATUS IS NOT EQUAL TO '00'
              READ INPUTFILE NEXT RECORD INTO INPUT-LINE
                 AT END
                    MOVE '10' TO WS-INPUTFILE-STATUS
                 NOT AT END
                    ADD 1 TO CURRENT
                    IF CURRENT <= WS-MAX-FLOORS THEN
                       MOVE CURRENT TO WS-NUM-FLOORS
                       PERFORM PARSE-FLOOR-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INPUTFILE.
           PERFORM MERGE-SUPPLEMENTAL THRU MERGE-SUPPLEMENTAL-EXIT.

           OPEN INPUT PLANFILE.
           IF WS-PLAN-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'NO PLAN FILE (' FUNCTION TRIM(WS-PLAN-NAME)
                 ') - NOTHING TO CERTIFY'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-REC.
           STRING 'SOLUTION PLAN REPLAY: ' DELIMITED SIZE
              FUNCTION TRIM(WS-PLAN-NAME) DELIMITED SIZE
              ' AGAINST ' DELIMITED SIZE
              FUNCTION TRIM(WS-INPUT-FILE-NAME) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           PERFORM UNTIL WS-PLAN-STATUS IS NOT EQUAL TO '00'
              OR WS-REFUTED = 'Y'
              READ PLANFILE
                 AT END
                    MOVE '10' TO WS-PLAN-STATUS
                 NOT AT END
                    EVALUATE TRUE
                       WHEN PLAN-REC(1:16) = 'SOLUTION PLAN - '
                          PERFORM READ-PLAN-HEADER
                       WHEN PLAN-REC(1:5) = 'STEP '
                          PERFORM REPLAY-STEP THRU REPLAY-STEP-EXIT
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE PLANFILE.
           IF WS-REFUTED = 'N' THEN
              PERFORM CHECK-FINAL-STATE
           END-IF.

           MOVE SPACES TO REPORT-REC.
           MOVE WS-STEPS-DONE TO WS-SHOW-STEP.
           IF WS-REFUTED = 'N' THEN
              STRING 'CERTIFIED - ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-STEP) DELIMITED SIZE
                 ' LEGAL STEP(S) AT ELEVATOR CAPACITY ' DELIMITED SIZE
                 WS-CAPACITY DELIMITED SIZE
                 ' REACH THE TOP FLOOR' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
           ELSE
              STRING 'REFUTED - ' DELIMITED SIZE
                 FUNCTION TRIM(WS-REASON) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).
           CLOSE REPORTFILE.
           GOBACK.

       GET-CARDS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D11PROOF' TO CC-PROGRAM.
           MOVE 'INPUT' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
                 MOVE 'N' TO CC-LOADED
           END-CALL.
           IF CC-FOUND = 'N' AND CC-LOADED = 'Y' THEN
              MOVE 'AOC-2016-D11P1' TO CC-PROGRAM
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
           IF CC-LOADED = 'N' THEN
              GO TO GET-CARDS-EXIT
           END-IF.
           MOVE 'AOC-2016-D11PROOF' TO CC-PROGRAM.
           MOVE 'SUPP' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'N' THEN
              MOVE 'AOC-2016-D11P1' TO CC-PROGRAM
              CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
           END-IF.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-SUPP-NAME
           END-IF.
           MOVE 'AOC-2016-D11PROOF' TO CC-PROGRAM.
           MOVE 'PLAN' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-PLAN-NAME
           END-IF.
      *    Only a plan written before capacities were stamped needs
      *    this; READ-PLAN-HEADER overrides it from the plan.
           MOVE 'AOC-2016-D11P1' TO CC-PROGRAM.
           MOVE 'ELEVATOR-CAPACITY' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST.
           IF CC-FOUND = 'Y' AND CC-VALUE(1:1) IS NUMERIC AND
              CC-VALUE(1:1) IS NOT EQUAL TO '0' AND
              CC-VALUE(2:1) = SPACE THEN
              MOVE CC-VALUE(1:1) TO WS-CAPACITY
           END-IF.
       GET-CARDS-EXIT.
           EXIT.

      *    Same reading of the facility wording as D11P1: floor n is
      *    input line n, an item is the word before 'generator' or
      *    'microchip' with '-compatible' dropped.
       PARSE-FLOOR-LINE.
           INSPECT INPUT-LINE CONVERTING '.,' TO '  '.
           INSPECT INPUT-LINE REPLACING ALL '-compatible'
              BY '           '.
           MOVE 0 TO WS-WORD-COUNT.
           MOVE 1 TO WS-SCAN-PTR.
           PERFORM UNTIL WS-SCAN-PTR > LENGTH OF INPUT-LINE
              OR WS-WORD-COUNT >= 40
              OR INPUT-LINE(WS-SCAN-PTR:) = SPACES
              MOVE SPACES TO WS-TOKEN
              UNSTRING INPUT-LINE DELIMITED BY ALL SPACE
                 INTO WS-TOKEN
                 WITH POINTER WS-SCAN-PTR
              END-UNSTRING
              IF WS-TOKEN IS NOT EQUAL TO SPACES THEN
                 ADD 1 TO WS-WORD-COUNT
                 MOVE WS-TOKEN TO WORD-TAB(WS-WORD-COUNT)
              END-IF
           END-PERFORM.
           PERFORM VARYING WI FROM 2 BY 1 UNTIL WI > WS-WORD-COUNT
              IF WORD-TAB(WI) = 'generator' THEN
                 MOVE WORD-TAB(WI - 1) TO WS-TOKEN
                 PERFORM FIND-ELEMENT
                 IF WS-ELEM-IDX > 0 THEN
                    MOVE CURRENT TO GEN-FLOOR(WS-ELEM-IDX)
                 END-IF
              END-IF
              IF WORD-TAB(WI) = 'microchip' THEN
                 MOVE WORD-TAB(WI - 1) TO WS-TOKEN
                 PERFORM FIND-ELEMENT
                 IF WS-ELEM-IDX > 0 THEN
                    MOVE CURRENT TO CHIP-FLOOR(WS-ELEM-IDX)
                 END-IF
              END-IF
           END-PERFORM.

      *    Finds WS-TOKEN, adding it while there is room; 0 when the
      *    table is full.
       FIND-ELEMENT.
           MOVE 0 TO WS-ELEM-IDX.
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > WS-NUM-ELEMS
              IF ELEM-NAME(EI) = WS-TOKEN THEN
                 MOVE EI TO WS-ELEM-IDX
              END-IF
           END-PERFORM.
           IF WS-ELEM-IDX = 0 AND WS-NUM-ELEMS < WS-MAX-ELEMENTS THEN
              ADD 1 TO WS-NUM-ELEMS
              MOVE WS-TOKEN TO ELEM-NAME(WS-NUM-ELEMS)
              MOVE WS-NUM-ELEMS TO WS-ELEM-IDX
           END-IF.

      *    '<element> GEN|CHIP|PAIR <floor>'; a new element's twin
      *    item starts on floor 1, as D11P1 defaults it.
       MERGE-SUPPLEMENTAL.
           IF WS-SUPP-NAME IS EQUAL TO SPACES THEN
              GO TO MERGE-SUPPLEMENTAL-EXIT
           END-IF.
           OPEN INPUT SUPPFILE.
           IF WS-SUPP-STATUS IS NOT EQUAL TO '00' THEN
              GO TO MERGE-SUPPLEMENTAL-EXIT
           END-IF.
           PERFORM UNTIL WS-SUPP-STATUS IS NOT EQUAL TO '00'
              READ SUPPFILE
                 AT END
                    MOVE '10' TO WS-SUPP-STATUS
                 NOT AT END
                    PERFORM MERGE-ONE-SUPP-ITEM
              END-READ
           END-PERFORM.
           CLOSE SUPPFILE.
       MERGE-SUPPLEMENTAL-EXIT.
           EXIT.

       MERGE-ONE-SUPP-ITEM.
           IF SUPP-REC IS NOT EQUAL TO SPACES AND
              SUPP-REC(1:1) IS NOT EQUAL TO '*' THEN
              MOVE SPACES TO WS-SUPP-ELEM WS-SUPP-TYPE WS-SUPP-FLOOR
              UNSTRING SUPP-REC DELIMITED BY ALL SPACE
                 INTO WS-SUPP-ELEM WS-SUPP-TYPE WS-SUPP-FLOOR
              END-UNSTRING
              IF WS-SUPP-FLOOR(1:1) IS NUMERIC AND
                 WS-SUPP-FLOOR(1:1) IS NOT EQUAL TO '0' AND
                 WS-SUPP-FLOOR(2:1) = SPACE THEN
                 MOVE WS-SUPP-ELEM TO WS-TOKEN
                 MOVE 'N' TO WS-SUPP-NEW
                 IF WS-NUM-ELEMS < WS-MAX-ELEMENTS THEN
                    MOVE 'Y' TO WS-SUPP-NEW
                    PERFORM VARYING EI FROM 1 BY 1
                       UNTIL EI > WS-NUM-ELEMS
                       IF ELEM-NAME(EI) = WS-TOKEN THEN
                          MOVE 'N' TO WS-SUPP-NEW
                       END-IF
                    END-PERFORM
                 END-IF
                 PERFORM FIND-ELEMENT
                 IF WS-ELEM-IDX > 0 THEN
                    IF WS-SUPP-NEW = 'Y' THEN
                       MOVE 1 TO GEN-FLOOR(WS-ELEM-IDX)
                       MOVE 1 TO CHIP-FLOOR(WS-ELEM-IDX)
                    END-IF
                    IF WS-SUPP-TYPE = 'GEN' OR WS-SUPP-TYPE = 'PAIR'
                       MOVE WS-SUPP-FLOOR(1:1)
                          TO GEN-FLOOR(WS-ELEM-IDX)
                    END-IF
                    IF WS-SUPP-TYPE = 'CHIP' OR WS-SUPP-TYPE = 'PAIR'
                       MOVE WS-SUPP-FLOOR(1:1)
                          TO CHIP-FLOOR(WS-ELEM-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    'SOLUTION PLAN - nnnn STEP(S), ELEVATOR CAPACITY c, ...'
       READ-PLAN-HEADER.
           MOVE 'Y' TO WS-HDR-SEEN.
           IF PLAN-REC(17:4) IS NUMERIC THEN
              MOVE PLAN-REC(17:4) TO WS-CLAIMED
           END-IF.
           MOVE 0 TO WS-SCAN-PTR.
           INSPECT PLAN-REC TALLYING WS-SCAN-PTR
              FOR CHARACTERS BEFORE INITIAL 'ELEVATOR CAPACITY '.
           ADD 19 TO WS-SCAN-PTR.
           IF WS-SCAN-PTR < LENGTH OF PLAN-REC AND
              PLAN-REC(WS-SCAN-PTR:1) IS NUMERIC AND
              PLAN-REC(WS-SCAN-PTR:1) IS NOT EQUAL TO '0' THEN
              MOVE PLAN-REC(WS-SCAN-PTR:1) TO WS-CAPACITY
           END-IF.

      *    'STEP n: ELEVATOR UP|DOWN TO f CARRYING item item ...'
       REPLAY-STEP.
           ADD 1 TO WS-STEP-EXPECT.
           MOVE SPACES TO WS-STEP-TXT WS-DIR-WORD WS-TO-TXT.
           MOVE 6 TO WS-SCAN-PTR.
           UNSTRING PLAN-REC DELIMITED BY ':'
              INTO WS-STEP-TXT
              WITH POINTER WS-SCAN-PTR
           END-UNSTRING.
           MOVE 0 TO WS-STEP-NUM.
           IF FUNCTION TEST-NUMVAL(WS-STEP-TXT) = 0 THEN
              COMPUTE WS-STEP-NUM = FUNCTION NUMVAL(WS-STEP-TXT)
           END-IF.
           IF WS-STEP-NUM IS NOT EQUAL TO WS-STEP-EXPECT THEN
              MOVE 'STEP NUMBER OUT OF SEQUENCE' TO WS-REASON
              GO TO REPLAY-STEP-REFUTE
           END-IF.
           ADD 1 TO WS-SCAN-PTR.
           MOVE SPACES TO WS-TOKEN.
           UNSTRING PLAN-REC DELIMITED BY ALL SPACE
              INTO WS-TOKEN WS-DIR-WORD WS-ITEM-TXT WS-TO-TXT
              WITH POINTER WS-SCAN-PTR
           END-UNSTRING.
           IF WS-TOKEN IS NOT EQUAL TO 'ELEVATOR' OR
              (WS-DIR-WORD IS NOT EQUAL TO 'UP' AND
               WS-DIR-WORD IS NOT EQUAL TO 'DOWN') OR
              WS-TO-TXT(1:1) IS NOT NUMERIC OR
              WS-TO-TXT(2:1) IS NOT EQUAL TO SPACE THEN
              MOVE 'UNREADABLE STEP LINE' TO WS-REASON
              GO TO REPLAY-STEP-REFUTE
           END-IF.
           MOVE WS-TO-TXT(1:1) TO WS-TO-FLOOR.
           IF WS-TO-FLOOR < 1 OR WS-TO-FLOOR > WS-NUM-FLOORS THEN
              MOVE 'ELEVATOR LEAVES THE BUILDING' TO WS-REASON
              GO TO REPLAY-STEP-REFUTE
           END-IF.
           IF (WS-DIR-WORD = 'UP' AND
               WS-TO-FLOOR IS NOT EQUAL TO WS-ELEVATOR + 1) OR
              (WS-DIR-WORD = 'DOWN' AND
               WS-TO-FLOOR + 1 IS NOT EQUAL TO WS-ELEVATOR) THEN
              MOVE SPACES TO WS-REASON
              STRING 'ELEVATOR DOES NOT MOVE ONE FLOOR (FROM '
                 DELIMITED SIZE
                 WS-ELEVATOR DELIMITED SIZE
                 ' TO ' DELIMITED SIZE
                 WS-TO-FLOOR DELIMITED SIZE
                 ')' DELIMITED SIZE
                 INTO WS-REASON
              END-STRING
              GO TO REPLAY-STEP-REFUTE
           END-IF.
           MOVE SPACES TO WS-TOKEN.
           UNSTRING PLAN-REC DELIMITED BY ALL SPACE
              INTO WS-TOKEN
              WITH POINTER WS-SCAN-PTR
           END-UNSTRING.
           IF WS-TOKEN IS NOT EQUAL TO 'CARRYING' THEN
              MOVE 'UNREADABLE STEP LINE' TO WS-REASON
              GO TO REPLAY-STEP-REFUTE
           END-IF.
           MOVE 0 TO WS-CARRY-CNT.
           PERFORM UNTIL WS-SCAN-PTR > LENGTH OF PLAN-REC
              OR PLAN-REC(WS-SCAN-PTR:) = SPACES
              OR WS-REFUTED = 'Y'
              MOVE SPACES TO WS-ITEM-TXT
              UNSTRING PLAN-REC DELIMITED BY ALL SPACE
                 INTO WS-ITEM-TXT
                 WITH POINTER WS-SCAN-PTR
              END-UNSTRING
              IF WS-ITEM-TXT IS NOT EQUAL TO SPACES THEN
                 PERFORM NOTE-CARRIED-ITEM
              END-IF
           END-PERFORM.
           IF WS-REFUTED = 'Y' THEN
              GO TO REPLAY-STEP-REFUTE
           END-IF.
           IF WS-CARRY-CNT = 0 THEN
              MOVE 'ELEVATOR MOVES EMPTY' TO WS-REASON
              GO TO REPLAY-STEP-REFUTE
           END-IF.
           IF WS-CARRY-CNT > WS-CAPACITY THEN
              MOVE SPACES TO WS-REASON
              STRING 'CARRIES ' DELIMITED SIZE
                 WS-CARRY-CNT DELIMITED SIZE
                 ' ITEMS, CAPACITY IS ' DELIMITED SIZE
                 WS-CAPACITY DELIMITED SIZE
                 INTO WS-REASON
              END-STRING
              GO TO REPLAY-STEP-REFUTE
           END-IF.
      *    Everything carried must be on the elevator's floor, and
      *    carried once.
           PERFORM VARYING WS-CI FROM 1 BY 1
              UNTIL WS-CI > WS-CARRY-CNT OR WS-REFUTED = 'Y'
              MOVE CARRY-ELEM(WS-CI) TO EI
              IF (CARRY-TYPE(WS-CI) = 'G' AND
                  GEN-FLOOR(EI) IS NOT EQUAL TO WS-ELEVATOR) OR
                 (CARRY-TYPE(WS-CI) = 'M' AND
                  CHIP-FLOOR(EI) IS NOT EQUAL TO WS-ELEVATOR) THEN
                 MOVE 'Y' TO WS-REFUTED
                 MOVE SPACES TO WS-REASON
                 STRING 'CARRIES ' DELIMITED SIZE
                    FUNCTION TRIM(ELEM-NAME(EI)) DELIMITED SIZE
                    ' ITEM NOT ON ELEVATOR FLOOR ' DELIMITED SIZE
                    WS-ELEVATOR DELIMITED SIZE
                    INTO WS-REASON
                 END-STRING
              END-IF
              PERFORM VARYING WS-CJ FROM 1 BY 1
                 UNTIL WS-CJ >= WS-CI
                 IF CARRY-ELEM(WS-CJ) = CARRY-ELEM(WS-CI) AND
                    CARRY-TYPE(WS-CJ) = CARRY-TYPE(WS-CI) THEN
                    MOVE 'Y' TO WS-REFUTED
                    MOVE 'SAME ITEM CARRIED TWICE' TO WS-REASON
                 END-IF
              END-PERFORM
           END-PERFORM.
           IF WS-REFUTED = 'Y' THEN
              GO TO REPLAY-STEP-REFUTE
           END-IF.
           MOVE WS-TO-FLOOR TO WS-ELEVATOR.
           PERFORM VARYING WS-CI FROM 1 BY 1
              UNTIL WS-CI > WS-CARRY-CNT
              MOVE CARRY-ELEM(WS-CI) TO EI
              IF CARRY-TYPE(WS-CI) = 'G' THEN
                 MOVE WS-TO-FLOOR TO GEN-FLOOR(EI)
              ELSE
                 MOVE WS-TO-FLOOR TO CHIP-FLOOR(EI)
              END-IF
           END-PERFORM.
           PERFORM CHECK-FLOOR-SAFETY.
           IF WS-REFUTED = 'Y' THEN
              GO TO REPLAY-STEP-REFUTE
           END-IF.
           ADD 1 TO WS-STEPS-DONE.
           MOVE WS-STEP-NUM TO WS-SHOW-STEP.
           MOVE SPACES TO REPORT-REC.
           STRING 'STEP ' DELIMITED SIZE
              FUNCTION TRIM(WS-SHOW-STEP) DELIMITED SIZE
              ' LEGAL: ELEVATOR ON FLOOR ' DELIMITED SIZE
              WS-ELEVATOR DELIMITED SIZE
              ' WITH ' DELIMITED SIZE
              WS-CARRY-CNT DELIMITED SIZE
              ' ITEM(S)' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           GO TO REPLAY-STEP-EXIT.
       REPLAY-STEP-REFUTE.
           MOVE 'Y' TO WS-REFUTED.
           MOVE WS-STEP-EXPECT TO WS-SHOW-STEP.
           MOVE SPACES TO REPORT-REC.
           STRING 'STEP ' DELIMITED SIZE
              FUNCTION TRIM(WS-SHOW-STEP) DELIMITED SIZE
              ' ILLEGAL: ' DELIMITED SIZE
              FUNCTION TRIM(WS-REASON) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE REPORT-REC TO WS-REASON.
       REPLAY-STEP-EXIT.
           EXIT.

      *    'name-GEN' / 'name-CHIP' -> CARRY-TABLE entry.
       NOTE-CARRIED-ITEM.
           MOVE 0 TO WS-ITEM-LEN.
           INSPECT WS-ITEM-TXT TALLYING WS-ITEM-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE SPACES TO WS-ITEM-NAME WS-ITEM-TYPE.
           IF WS-ITEM-LEN > 4 AND
              WS-ITEM-TXT(WS-ITEM-LEN - 3:4) = '-GEN' THEN
              MOVE WS-ITEM-TXT(1:WS-ITEM-LEN - 4) TO WS-ITEM-NAME
              MOVE 'G' TO WS-ITEM-TYPE
           END-IF.
           IF WS-ITEM-LEN > 5 AND
              WS-ITEM-TXT(WS-ITEM-LEN - 4:5) = '-CHIP' THEN
              MOVE WS-ITEM-TXT(1:WS-ITEM-LEN - 5) TO WS-ITEM-NAME
              MOVE 'M' TO WS-ITEM-TYPE
           END-IF.
           MOVE 0 TO WS-ELEM-IDX.
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > WS-NUM-ELEMS
              IF ELEM-NAME(EI) = WS-ITEM-NAME THEN
                 MOVE EI TO WS-ELEM-IDX
              END-IF
           END-PERFORM.
           IF WS-ITEM-TYPE = SPACES OR WS-ELEM-IDX = 0 THEN
              MOVE 'Y' TO WS-REFUTED
              MOVE SPACES TO WS-REASON
              STRING 'UNKNOWN ITEM ' DELIMITED SIZE
                 FUNCTION TRIM(WS-ITEM-TXT) DELIMITED SIZE
                 INTO WS-REASON
              END-STRING
           ELSE
              IF WS-CARRY-CNT < 20 THEN
                 ADD 1 TO WS-CARRY-CNT
                 MOVE WS-ELEM-IDX TO CARRY-ELEM(WS-CARRY-CNT)
                 MOVE WS-ITEM-TYPE(1:1) TO CARRY-TYPE(WS-CARRY-CNT)
              END-IF
           END-IF.

      *    A microchip may share a floor with foreign generators only
      *    while its own generator is there too.
       CHECK-FLOOR-SAFETY.
           PERFORM VARYING FI FROM 1 BY 1
              UNTIL FI > WS-NUM-FLOORS OR WS-REFUTED = 'Y'
              MOVE 'N' TO WS-GEN-HERE
              PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > WS-NUM-ELEMS
                 IF GEN-FLOOR(EI) = FI THEN
                    MOVE 'Y' TO WS-GEN-HERE
                 END-IF
              END-PERFORM
              IF WS-GEN-HERE = 'Y' THEN
                 PERFORM VARYING EI FROM 1 BY 1
                    UNTIL EI > WS-NUM-ELEMS OR WS-REFUTED = 'Y'
                    IF CHIP-FLOOR(EI) = FI AND
                       GEN-FLOOR(EI) IS NOT EQUAL TO FI THEN
                       MOVE 'Y' TO WS-REFUTED
                       MOVE SPACES TO WS-REASON
                       STRING FUNCTION TRIM(ELEM-NAME(EI))
                          DELIMITED SIZE
                          '-CHIP FRIED ON FLOOR ' DELIMITED SIZE
                          FI DELIMITED SIZE
                          ' (FOREIGN GENERATOR, OWN ABSENT)'
                             DELIMITED SIZE
                          INTO WS-REASON
                       END-STRING
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       CHECK-FINAL-STATE.
           MOVE 'Y' TO WS-TOP-OK.
           IF WS-ELEVATOR IS NOT EQUAL TO WS-NUM-FLOORS THEN
              MOVE 'N' TO WS-TOP-OK
           END-IF.
           PERFORM VARYING EI FROM 1 BY 1 UNTIL EI > WS-NUM-ELEMS
              IF GEN-FLOOR(EI) IS NOT EQUAL TO WS-NUM-FLOORS OR
                 CHIP-FLOOR(EI) IS NOT EQUAL TO WS-NUM-FLOORS THEN
                 MOVE 'N' TO WS-TOP-OK
              END-IF
           END-PERFORM.
           MOVE WS-STEPS-DONE TO WS-SHOW-STEP.
           MOVE WS-CLAIMED TO WS-SHOW-CLAIM.
           EVALUATE TRUE
              WHEN WS-HDR-SEEN = 'N'
                 MOVE 'Y' TO WS-REFUTED
                 MOVE 'PLAN HAS NO SOLUTION PLAN HEADER' TO WS-REASON
              WHEN WS-TOP-OK = 'N'
                 MOVE 'Y' TO WS-REFUTED
                 MOVE SPACES TO WS-REASON
                 STRING 'AFTER STEP ' DELIMITED SIZE
                    FUNCTION TRIM(WS-SHOW-STEP) DELIMITED SIZE
                    ' NOT EVERYTHING IS ON TOP FLOOR '
                       DELIMITED SIZE
                    WS-NUM-FLOORS DELIMITED SIZE
                    INTO WS-REASON
                 END-STRING
              WHEN WS-STEPS-DONE IS NOT EQUAL TO WS-CLAIMED
                 MOVE 'Y' TO WS-REFUTED
                 MOVE SPACES TO WS-REASON
                 STRING 'PLAN CLAIMS ' DELIMITED SIZE
                    FUNCTION TRIM(WS-SHOW-CLAIM) DELIMITED SIZE
                    ' STEP(S) BUT LISTS ' DELIMITED SIZE
                    FUNCTION TRIM(WS-SHOW-STEP) DELIMITED SIZE
                    INTO WS-REASON
                 END-STRING
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-REFUTED = 'Y' THEN
              MOVE SPACES TO REPORT-REC
              STRING 'FINAL STATE ILLEGAL: ' DELIMITED SIZE
                 FUNCTION TRIM(WS-REASON) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF.

       END PROGRAM AOC-2016-D11PROOF.
