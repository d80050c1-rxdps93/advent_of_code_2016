      *    Chronic-fault register. The AOC-2016-ERRLOG summary is
      *    per-run, so a warning that fires every single night looks
      *    identical to a brand-new one. This program walks the whole
      *    aoc_errors.txt history, keys recurring PROGRAM/MESSAGE-ID
      *    combinations (a record logged before the message catalog
      *    carries no id and keys on its message text), and writes
      *    aoc_fault_register.txt:
      *
      *        PROGRAM FIRST=run LAST=run RUNS=n COUNT=n STATE MSG
      *
      *    morning page until it genuinely goes away.
      *
      *    Error-record layout (see AOC-2016-ERRLOG): RUN=nnnnnn at
      *    1-10, program at 28-47, severity at 49, message from 72
      *    ('AOCnnnnS text' - the id at 72-79). MSG on the register
      *    line is the id's most recent expanded message, so values
      *    that differ night to night do not split one fault.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-FAULT-TABLE.
           05 FAULT-ENTRY OCCURS 200 TIMES.
              10 FLT-PROGRAM   PIC X(20).
              10 FLT-KEY       PIC X(80).
              10 FLT-MESSAGE   PIC X(89).
              10 FLT-FIRST-RUN PIC 9(6).
              10 FLT-LAST-RUN  PIC 9(6).
              10 FLT-RUN-CNT   PIC 9(4).
       01  WS-REC-RUN          PIC X(6).
       01  WS-REC-RUN-N        PIC 9(6).
       01  WS-REC-PROGRAM      PIC X(20).
       01  WS-REC-MESSAGE      PIC X(89).
       01  WS-REC-KEY          PIC X(80).
       01  WS-NEWEST-RUN       PIC 9(6)   VALUE 0.
       01  WS-CHRONIC-CNT      PIC 9(3)   VALUE 0.
       01  WS-OPEN-CNT         PIC 9(3)   VALUE 0.
              ELSE
                 MOVE WS-REC-RUN TO WS-REC-RUN-N
                 MOVE ERR-REC(28:20) TO WS-REC-PROGRAM
                 MOVE ERR-REC(72:89) TO WS-REC-MESSAGE
                 IF ERR-REC(72:3) = 'AOC' AND
                    ERR-REC(80:1) = SPACE THEN
                    MOVE ERR-REC(72:8) TO WS-REC-KEY
                 ELSE
                    MOVE ERR-REC(72:80) TO WS-REC-KEY
                 END-IF
                 IF WS-REC-RUN-N > WS-NEWEST-RUN THEN
                    MOVE WS-REC-RUN-N TO WS-NEWEST-RUN
                 END-IF
           PERFORM VARYING WS-FAULT-IDX FROM 1 BY 1
              UNTIL WS-FAULT-IDX > WS-FAULT-CNT
                 IF FLT-PROGRAM(WS-FAULT-IDX) = WS-REC-PROGRAM AND
                    FLT-KEY(WS-FAULT-IDX) = WS-REC-KEY THEN
                    MOVE WS-FAULT-IDX TO WS-FOUND-IDX
                 END-IF
           END-PERFORM.
                 ADD 1 TO WS-FAULT-CNT
                 MOVE WS-FAULT-CNT TO WS-FOUND-IDX
                 MOVE WS-REC-PROGRAM TO FLT-PROGRAM(WS-FOUND-IDX)
                 MOVE WS-REC-KEY TO FLT-KEY(WS-FOUND-IDX)
                 MOVE WS-REC-RUN-N TO FLT-FIRST-RUN(WS-FOUND-IDX)
                 MOVE 0 TO FLT-LAST-RUN(WS-FOUND-IDX)
                 MOVE 0 TO FLT-RUN-CNT(WS-FOUND-IDX)
           END-IF.
           IF WS-FOUND-IDX > 0 THEN
              ADD 1 TO FLT-OCCURS(WS-FOUND-IDX)
              MOVE WS-REC-MESSAGE TO FLT-MESSAGE(WS-FOUND-IDX)
      *       the history is appended in run order, so a run change
      *       on this key is a new distinct run
              IF FLT-LAST-RUN(WS-FOUND-IDX) IS NOT EQUAL TO
