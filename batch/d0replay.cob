       PROGRAM-ID. AOC-2016-REPLAY.

      *    Reject repair-and-replay. Rejected records in reject.txt
      *    (D1P1), d2p1_badchars.txt (D2P1) and d7p2_reject.txt
      *    (D7P2 bracket errors) used to be a dead end: the only
      *    fix was editing the production input and rerunning the
      *    whole step. Two modes (card
      *    AOC-2016-REPLAY MODE=COLLECT|REPLAY, default COLLECT):
      *
      *    COLLECT gathers the reject diagnostics into the repair
      *    second '|' of the REC line. rrrr names the production
      *    input record the correction REPLACES (prefilled from the
      *    LINE= number when the diagnostic carries one, as D2P1's
      *    and D7P2's do); 0000 means append the correction as a
      *    new record.
      *
      *    REPLAY merges the corrected records back: each affected
      *    program's production input (resolved from its own INPUT /
      *    SESSION card exactly as the program would) is copied
      *    record by record into aoc_replay_d1p1.txt /
      *    aoc_replay_d2p1.txt / aoc_replay_d7p2.txt with the named
      *    records replaced and the 0000 corrections appended, and
      *    the program reruns on the merged file - never on the
      *    corrected fragment alone.
      *    The replay registers its own run number through
      *    AOC-2016-RUNREG, so the corrected answers append under a
      *    new, higher run number: LATEST queries supersede the
           05 RP-SEP           PIC X.
           05 RP-RECNO         PIC X(4).
           05 RP-SEP2          PIC X.
           05 RP-CONTENT      PIC X(999).

       FD  PRODIN.
       01  PROD-REC            PIC X(999).
           05 FIX-ENTRY OCCURS 100 TIMES.
              10 FX-PROGRAM    PIC X(20).
              10 FX-RECNO      PIC 9(4).
              10 FX-TEXT       PIC X(999).
              10 FX-USED       PIC X.
       01  WS-FIX-IDX          PIC 9(3).
       01  WS-D1-RECS          PIC 9(5)   VALUE 0.
       01  WS-D2-RECS          PIC 9(5)   VALUE 0.
       01  WS-D7-RECS          PIC 9(5)   VALUE 0.
       01  WS-PROD-RECNO       PIC 9(4).
       01  WS-MERGED-CNT       PIC 9(5).
       01  WS-REPLACED-CNT     PIC 9(5).
       01  WS-MERGE-OK         PIC X.
       01  WS-D1-OK            PIC X.
       01  WS-D2-OK            PIC X.
       01  WS-D7-OK            PIC X.
       01  WS-RUN-PROGRAM      PIC X(20).
       01  WS-INPUT-KEYWORD    PIC X(12).
       01  WS-STEP-RC          PIC 9(4).
              TO REPAIR-REC.
           WRITE REPAIR-REC.
           PERFORM VARYING WS-SOURCE-IDX FROM 1 BY 1
              UNTIL WS-SOURCE-IDX > 3
                 EVALUATE WS-SOURCE-IDX
                    WHEN 1
                       MOVE 'reject.txt' TO WS-REJ-NAME
                       MOVE 'AOC-2016-D1P1' TO WS-SOURCE-PROGRAM
                    WHEN 2
                       MOVE 'd2p1_badchars.txt' TO WS-REJ-NAME
                       MOVE 'AOC-2016-D2P1' TO WS-SOURCE-PROGRAM
                    WHEN OTHER
                       MOVE 'd7p2_reject.txt' TO WS-REJ-NAME
                       MOVE 'AOC-2016-D7P2' TO WS-SOURCE-PROGRAM
                 END-EVALUATE
                 PERFORM COLLECT-ONE-SOURCE THRU
                    COLLECT-ONE-SOURCE-EXIT
           END-PERFORM.
       COLLECT-ONE-SOURCE-EXIT.
           EXIT.

      *    A diagnostic carrying 'LINE=n' (the D2P1 badchar and
      *    D7P2 bracket-error shape)
      *    prefills the record number to replace; everything else
      *    starts at 0000 for the operator to set.
       WRITE-REPAIR-PAIR.

       REPLAY-REPAIRS.
           PERFORM LOAD-REPAIR-FILE THRU LOAD-REPAIR-FILE-EXIT.
           IF WS-D1-RECS = 0 AND WS-D2-RECS = 0 AND
              WS-D7-RECS = 0 THEN
              DISPLAY 'NO CORRECTED RECORDS IN THE REPAIR FILE - '
                 'NOTHING TO REPLAY'
              MOVE 8 TO RETURN-CODE
      *    input must still resolve from the real cards.
           MOVE 'N' TO WS-D1-OK.
           MOVE 'N' TO WS-D2-OK.
           MOVE 'N' TO WS-D7-OK.
           IF WS-D1-RECS > 0 THEN
              MOVE 'AOC-2016-D1P1' TO WS-RUN-PROGRAM
              MOVE 'INPUT' TO WS-INPUT-KEYWORD
                 MERGE-ONE-PROGRAM-EXIT
              MOVE WS-MERGE-OK TO WS-D2-OK
           END-IF.
           IF WS-D7-RECS > 0 THEN
              MOVE 'AOC-2016-D7P2' TO WS-RUN-PROGRAM
              MOVE 'INPUT' TO WS-INPUT-KEYWORD
              MOVE 'aoc_replay_d7p2.txt' TO WS-REPLAY-NAME
              PERFORM MERGE-ONE-PROGRAM THRU
                 MERGE-ONE-PROGRAM-EXIT
              MOVE WS-MERGE-OK TO WS-D7-OK
           END-IF.
           IF WS-D1-OK = 'Y' THEN
              MOVE 'AOC-2016-D1P1' TO WS-RUN-PROGRAM
              MOVE 'INPUT' TO WS-INPUT-KEYWORD
              MOVE 'aoc_replay_d2p1.txt' TO WS-REPLAY-NAME
              PERFORM RERUN-ONE-PROGRAM
           END-IF.
           IF WS-D7-OK = 'Y' THEN
              MOVE 'AOC-2016-D7P2' TO WS-RUN-PROGRAM
              MOVE 'INPUT' TO WS-INPUT-KEYWORD
              MOVE 'aoc_replay_d7p2.txt' TO WS-REPLAY-NAME
              PERFORM RERUN-ONE-PROGRAM
           END-IF.
           CLOSE REPORTFILE.

           MOVE 'END' TO RR-FUNC.
                       END-IF
                       MOVE RP-CONTENT TO FX-TEXT(WS-FIX-CNT)
                       MOVE 'N' TO FX-USED(WS-FIX-CNT)
                       EVALUATE RP-PROGRAM
                          WHEN 'AOC-2016-D1P1'
                             ADD 1 TO WS-D1-RECS
                          WHEN 'AOC-2016-D7P2'
                             ADD 1 TO WS-D7-RECS
                          WHEN OTHER
                             ADD 1 TO WS-D2-RECS
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM.
