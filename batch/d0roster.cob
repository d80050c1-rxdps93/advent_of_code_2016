       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-ROSTER.

      *    Operator roster and authorization service (caller
      *    contract in operator_roster.cpy). The roster is
      *    aoc_operator_roster.txt (card AOC-2016-ROSTER ROSTER=),
      *    '*' comments, one operator per line:
      *
      *        <operator-id> <VIEWER|OPERATOR|SUPERVISOR>
      *
      *    It is read once per run unit. A refused CHECK is written
      *    to the operator audit in the console's own layout
      *    (date, time, operator id, action), as
      *    REFUSED <action> (ROLE=<role> NEEDS <role>), so the shift
      *    report can total refusals per operator.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTERFILE ASSIGN TO DYNAMIC WS-ROSTER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROSTER-STATUS.

           SELECT OPAUDIT ASSIGN TO 'aoc_operator_audit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROSTERFILE.
       01  ROSTER-REC          PIC X(80).

       FD  OPAUDIT.
       01  OPAUDIT-REC         PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".

       01  WS-ROSTER-NAME      PIC X(100)
                               VALUE 'aoc_operator_roster.txt'.
       01  WS-ROSTER-STATUS    PIC XX.
       01  WS-OPAUDIT-STATUS   PIC XX.
       01  WS-LOADED           PIC X      VALUE 'N'.
       01  WS-OPR-MAX          PIC 9(3)   VALUE 100.
       01  WS-OPR-CNT          PIC 9(3)   VALUE 0.
       01  WS-OPR-TABLE.
           05 OPR-ENTRY OCCURS 100 TIMES.
              10 OPR-ID        PIC X(8).
              10 OPR-ROLE      PIC X(10).
       01  WS-OPR-IDX          PIC 9(3).
       01  WS-TOK-ID           PIC X(20).
       01  WS-TOK-ROLE         PIC X(20).
       01  WS-HAVE-RANK        PIC 9.
       01  WS-NEED-RANK        PIC 9.
       01  WS-RANK-ROLE        PIC X(10).
       01  WS-RANK             PIC 9.
       01  WS-CURRENT-STAMP.
           05 WS-STAMP-DATE    PIC X(8).
           05 WS-STAMP-TIME    PIC X(6).
           05 WS-STAMP-REST    PIC X(7).

       LINKAGE SECTION.
       COPY "operator_roster.cpy".

       PROCEDURE DIVISION USING OR-REQUEST.
       MAIN.
           IF WS-LOADED = 'N' THEN
              PERFORM LOAD-ROSTER
           END-IF.
           MOVE 'VIEWER' TO OR-ROLE.
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
              UNTIL WS-OPR-IDX > WS-OPR-CNT
                 IF OPR-ID(WS-OPR-IDX) = OR-OPERATOR-ID AND
                    OR-OPERATOR-ID IS NOT EQUAL TO SPACES THEN
                    MOVE OPR-ROLE(WS-OPR-IDX) TO OR-ROLE
                 END-IF
           END-PERFORM.
           MOVE 'Y' TO OR-ALLOWED.
           IF OR-FUNC = 'CHECK' THEN
              MOVE OR-ROLE TO WS-RANK-ROLE
              PERFORM RANK-OF-ROLE
              MOVE WS-RANK TO WS-HAVE-RANK
              MOVE OR-NEEDED-ROLE TO WS-RANK-ROLE
              PERFORM RANK-OF-ROLE
              MOVE WS-RANK TO WS-NEED-RANK
              IF WS-HAVE-RANK < WS-NEED-RANK THEN
                 MOVE 'N' TO OR-ALLOWED
                 PERFORM WRITE-REFUSAL
              END-IF
           END-IF.
           GOBACK.

       LOAD-ROSTER.
           MOVE 'Y' TO WS-LOADED.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-ROSTER' TO CC-PROGRAM.
           MOVE 'ROSTER' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND CC-VALUE IS NOT EQUAL TO SPACES THEN
              MOVE CC-VALUE TO WS-ROSTER-NAME
           END-IF.
           OPEN INPUT ROSTERFILE.
           PERFORM UNTIL WS-ROSTER-STATUS IS NOT EQUAL TO '00'
              READ ROSTERFILE
                 AT END
                    MOVE '10' TO WS-ROSTER-STATUS
                 NOT AT END
                    IF ROSTER-REC IS NOT EQUAL TO SPACES AND
                       ROSTER-REC(1:1) IS NOT EQUAL TO '*' THEN
                       PERFORM PARSE-ROSTER-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ROSTERFILE.

       PARSE-ROSTER-REC.
           MOVE SPACES TO WS-TOK-ID.
           MOVE SPACES TO WS-TOK-ROLE.
           UNSTRING ROSTER-REC DELIMITED BY ALL SPACE
              INTO WS-TOK-ID WS-TOK-ROLE
           END-UNSTRING.
           IF (WS-TOK-ROLE = 'VIEWER' OR WS-TOK-ROLE = 'OPERATOR' OR
               WS-TOK-ROLE = 'SUPERVISOR') AND
              WS-OPR-CNT < WS-OPR-MAX THEN
              ADD 1 TO WS-OPR-CNT
              MOVE WS-TOK-ID TO OPR-ID(WS-OPR-CNT)
              MOVE WS-TOK-ROLE TO OPR-ROLE(WS-OPR-CNT)
           ELSE
              DISPLAY 'ROSTER LINE IGNORED: ' FUNCTION TRIM(ROSTER-REC)
           END-IF.

       RANK-OF-ROLE.
           EVALUATE WS-RANK-ROLE
              WHEN 'SUPERVISOR'
                 MOVE 3 TO WS-RANK
              WHEN 'OPERATOR'
                 MOVE 2 TO WS-RANK
              WHEN OTHER
                 MOVE 1 TO WS-RANK
           END-EVALUATE.

       WRITE-REFUSAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           OPEN EXTEND OPAUDIT.
           IF WS-OPAUDIT-STATUS = '35' THEN
              OPEN OUTPUT OPAUDIT
           END-IF.
           IF WS-OPAUDIT-STATUS = '00' THEN
              MOVE SPACES TO OPAUDIT-REC
              STRING WS-STAMP-DATE DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 WS-STAMP-TIME DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 OR-OPERATOR-ID DELIMITED SIZE
                 ' REFUSED ' DELIMITED SIZE
                 FUNCTION TRIM(OR-ACTION) DELIMITED SIZE
                 ' (ROLE=' DELIMITED SIZE
                 FUNCTION TRIM(OR-ROLE) DELIMITED SIZE
                 ' NEEDS ' DELIMITED SIZE
                 FUNCTION TRIM(OR-NEEDED-ROLE) DELIMITED SIZE
                 ')' DELIMITED SIZE
                 INTO OPAUDIT-REC
              END-STRING
              WRITE OPAUDIT-REC
              CLOSE OPAUDIT
           END-IF.

       END PROGRAM AOC-2016-ROSTER.
