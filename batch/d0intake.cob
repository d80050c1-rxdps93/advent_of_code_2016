      *
      *    Cards: AOC-2016-INTAKE LANDING=<dir>  (default landing)
      *           AOC-2016-INTAKE STAGING=<dir>  (default .)
      *           AOC-2016-INTAKE VAULT=<dir>    (default vault)
      *    Every accepted version is also copied into the input
      *    vault under its md5 (vault/<checksum>) - content-
      *    addressed, so a version already vaulted is left alone and
      *    AOC-2016-REPRODUCE can restore exactly what any run read.
      *    Rejected files stay in the landing directory for a human.
      *    Exit CC 0 all accepted, CC 4 when anything was rejected,
      *    CC 8 when the landing directory was empty or absent.

       01  WS-LANDING-DIR      PIC X(100) VALUE 'landing'.
       01  WS-STAGING-DIR      PIC X(100) VALUE '.'.
       01  WS-VAULT-DIR        PIC X(100) VALUE 'vault'.
       01  WS-SHELL-CMD        PIC X(400).

      *    Programs whose inputs this shop expects, and the input
              MOVE CC-VALUE TO WS-STAGING-DIR
           END-IF.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'VAULT' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-VAULT-DIR
           END-IF.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-STAGEVER' TO CC-PROGRAM.
           MOVE 'MANIFEST' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           END-EVALUATE.

       BUILD-DEFAULT-STEPS.
           MOVE 29 TO WS-STEP-CNT.
           MOVE 'AOC-2016-D1P1' TO STEP-NAME(1).
           MOVE 'AOC-2016-D2P1' TO STEP-NAME(2).
           MOVE 'AOC-2016-D5P1' TO STEP-NAME(3).
           MOVE 'AOC-2016-D8P1P2' TO STEP-NAME(8).
           MOVE 'AOC-2016-D9P1' TO STEP-NAME(9).
           MOVE 'AOC-2016-D9P2' TO STEP-NAME(10).
           MOVE 'AOC-2016-D10VAL' TO STEP-NAME(11).
           MOVE 'AOC-2016-D10P1' TO STEP-NAME(12).
           MOVE 'AOC-2016-D11P1' TO STEP-NAME(13).
           MOVE 'AOC-2016-D3P1' TO STEP-NAME(14).
           MOVE 'AOC-2016-D4P1' TO STEP-NAME(15).
           MOVE 'AOC-2016-D12P1' TO STEP-NAME(16).
           MOVE 'AOC-2016-D23P1' TO STEP-NAME(17).
           MOVE 'AOC-2016-D25P1' TO STEP-NAME(18).
           MOVE 'AOC-2016-D14P1' TO STEP-NAME(19).
           MOVE 'AOC-2016-D17P1' TO STEP-NAME(20).
           MOVE 'AOC-2016-D20P1' TO STEP-NAME(21).
           MOVE 'AOC-2016-D21P1' TO STEP-NAME(22).
           MOVE 'AOC-2016-D13P1' TO STEP-NAME(23).
           MOVE 'AOC-2016-D22P1' TO STEP-NAME(24).
           MOVE 'AOC-2016-D24P1' TO STEP-NAME(25).
           MOVE 'AOC-2016-D6DICT' TO STEP-NAME(26).
           MOVE 'AOC-2016-D7WATCH' TO STEP-NAME(27).
           MOVE 'AOC-2016-D8RECON' TO STEP-NAME(28).
           MOVE 'AOC-2016-D16P1' TO STEP-NAME(29).
           MOVE 'INPUT' TO STEP-KEY(1) STEP-KEY(5) STEP-KEY(6)
              STEP-KEY(7) STEP-KEY(8) STEP-KEY(9) STEP-KEY(10)
              STEP-KEY(11) STEP-KEY(12) STEP-KEY(13) STEP-KEY(14)
              STEP-KEY(15) STEP-KEY(16) STEP-KEY(17) STEP-KEY(18)
              STEP-KEY(21) STEP-KEY(22) STEP-KEY(24) STEP-KEY(25).
           MOVE 'SESSION' TO STEP-KEY(2).
           MOVE SPACES TO STEP-KEY(3) STEP-KEY(4) STEP-KEY(19)
              STEP-KEY(20) STEP-KEY(23) STEP-KEY(26) STEP-KEY(27)
              STEP-KEY(28) STEP-KEY(29).

       RESOLVE-ONE-EXPECTED.
           IF STEP-KEY(WS-STEP-IDX) IS EQUAL TO SPACES THEN
           END-STRING.
           CALL 'SYSTEM' USING WS-SHELL-CMD.
           MOVE 0 TO RETURN-CODE.
           PERFORM VAULT-ARRIVAL.
           PERFORM UPDATE-MANIFEST-ENTRY.
           ADD 1 TO WS-ACCEPT-CNT.
           MOVE SPACES TO REPORT-REC.
       ACCEPT-ARRIVAL-EXIT.
           EXIT.

      *    The staged copy goes into the vault under its checksum;
      *    an object already there is the same content by definition.
       VAULT-ARRIVAL.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING 'mkdir -p ' DELIMITED SIZE
              FUNCTION TRIM(WS-VAULT-DIR) DELIMITED SIZE
              ' 2>/dev/null; test -f ' DELIMITED SIZE
              FUNCTION TRIM(WS-VAULT-DIR) DELIMITED SIZE
              '/' DELIMITED SIZE
              HASH(1:32) DELIMITED SIZE
              ' || cp ' DELIMITED SIZE
              FUNCTION TRIM(WS-STAGING-DIR) DELIMITED SIZE
              '/' DELIMITED SIZE
              FUNCTION TRIM(WS-ARRIVAL-BASE) DELIMITED SIZE
              ' ' DELIMITED SIZE
              FUNCTION TRIM(WS-VAULT-DIR) DELIMITED SIZE
              '/' DELIMITED SIZE
              HASH(1:32) DELIMITED SIZE
              INTO WS-SHELL-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SHELL-CMD.
           MOVE 0 TO RETURN-CODE.

       UPDATE-MANIFEST-ENTRY.
           MOVE 0 TO WS-MAN-FOUND.
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
