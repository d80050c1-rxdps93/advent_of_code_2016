      *    deck to the live name. The diff is kept as the change
      *    record aoc_deck_changes.txt. Lint errors exit CC 8 and
      *    block promotion.
      *
      *    Promotion is a SUPERVISOR function on the operator roster
      *    (AOC-2016-ROSTER): the operator id comes from the card
      *    AOC-2016-DECKLINT OPERATOR= or is asked for, and a refusal
      *    is audited, leaves the staged deck as is and exits CC 8.
      *
      *    Inside a change freeze (AOC-2016-FREEZE) promotion needs
      *    an emergency-change reference, card AOC-2016-DECKLINT
      *    EMERGENCY=<ref> or asked for; without one the promotion is
      *    refused and logged, the staged deck is left as is and the
      *    exit is CC 8. A DECKLINT linked without the freeze service
      *    refuses every promotion the same way.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "operator_roster.cpy".
       COPY "change_freeze.cpy".

       01  WS-STAGED-NAME      PIC X(100)
                               VALUE 'aoc_control_cards.staged'.
           05 ACT-LINE OCCURS 500 TIMES PIC X(140).
       01  WS-ACT-IDX          PIC 9(3).

      *    Known targets: the day programs plus the service
      *    programs the one deck legitimately parameterizes, plus
      *    anything the step catalog names.
       01  WS-TGT-MAX          PIC 9(3)   VALUE 200.
       01  WS-TGT-CNT          PIC 9(3)   VALUE 0.
       01  WS-TGT-TABLE.
           05 TGT-NAME OCCURS 200 TIMES PIC X(20).
       01  WS-TGT-IDX          PIC 9(3).
       01  WS-TGT-FOUND        PIC X.

       01  WS-WORK-LINE        PIC X(140).
       01  WS-MATCHED          PIC X.
       01  WS-APPROVE          PIC X(4).
       01  WS-ANSWER           PIC X.
       01  WS-OPERATOR-ID      PIC X(8).
       01  WS-EMERGENCY-REF    PIC X(20).
       01  WS-FZ-LINKED        PIC X.
       01  WS-SHELL-CMD        PIC X(400).
       01  WS-CAT-SEQ          PIC X(6).
       01  WS-CAT-PROGRAM      PIC X(24).
                 MOVE 'YES' TO WS-APPROVE
              END-IF
           END-IF.
           IF WS-APPROVE(1:3) = 'YES' THEN
              PERFORM AUTHORIZE-PROMOTION
           END-IF.
           IF WS-APPROVE(1:3) = 'YES' THEN
              PERFORM CHECK-CHANGE-FREEZE THRU
                 CHECK-CHANGE-FREEZE-EXIT
           END-IF.
           IF WS-APPROVE(1:3) = 'YES' THEN
              PERFORM PROMOTE-DECK
           ELSE
           MOVE 'AOC-2016-TIMELINE' TO TGT-NAME(53).
           MOVE 'AOC-2016-PATHS' TO TGT-NAME(54).
           MOVE 'AOC-2016-CKPTREG' TO TGT-NAME(55).
           MOVE 'AOC-2016-D3P1' TO TGT-NAME(56).
           MOVE 'AOC-2016-D4P1' TO TGT-NAME(57).
           MOVE 'AOC-2016-D12P1' TO TGT-NAME(58).
           MOVE 'AOC-2016-D23P1' TO TGT-NAME(59).
           MOVE 'AOC-2016-D25P1' TO TGT-NAME(60).
           MOVE 'AOC-2016-ASMBNY' TO TGT-NAME(61).
           MOVE 'AOC-2016-D14P1' TO TGT-NAME(62).
           MOVE 'AOC-2016-D17P1' TO TGT-NAME(63).
           MOVE 'AOC-2016-D20P1' TO TGT-NAME(64).
           MOVE 'AOC-2016-D21P1' TO TGT-NAME(65).
           MOVE 'AOC-2016-D13P1' TO TGT-NAME(66).
           MOVE 'AOC-2016-D22P1' TO TGT-NAME(67).
           MOVE 'AOC-2016-D24P1' TO TGT-NAME(68).
           MOVE 'AOC-2016-GEOFENCE' TO TGT-NAME(69).
           MOVE 'AOC-2016-TRAILDIFF' TO TGT-NAME(70).
           MOVE 'AOC-2016-D1GEN' TO TGT-NAME(71).
           MOVE 'AOC-2016-D6DICT' TO TGT-NAME(72).
           MOVE 'AOC-2016-D7WATCH' TO TGT-NAME(73).
           MOVE 'AOC-2016-D8SYNTH' TO TGT-NAME(74).
           MOVE 'AOC-2016-D8RECON' TO TGT-NAME(75).
           MOVE 'AOC-2016-D9SEEK' TO TGT-NAME(76).
           MOVE 'AOC-2016-D9HOT' TO TGT-NAME(77).
           MOVE 'AOC-2016-D10VAL' TO TGT-NAME(78).
           MOVE 'AOC-2016-D11PROOF' TO TGT-NAME(79).
           MOVE 'AOC-2016-DRIFT' TO TGT-NAME(80).
           MOVE 'AOC-2016-REPRODUCE' TO TGT-NAME(81).
           MOVE 'AOC-2016-DOSSIER' TO TGT-NAME(82).
           MOVE 'AOC-2016-DISPATCH' TO TGT-NAME(83).
           MOVE 'AOC-2016-ROSTER' TO TGT-NAME(84).
           MOVE 'AOC-2016-TRANSFER' TO TGT-NAME(85).
           MOVE 'AOC-2016-ANNOTATE' TO TGT-NAME(86).
           MOVE 'AOC-2016-ARRIVALS' TO TGT-NAME(87).
           MOVE 'AOC-2016-PIVOT' TO TGT-NAME(88).
           MOVE 'AOC-2016-STATPAGE' TO TGT-NAME(89).
           MOVE 'AOC-2016-FMTCHECK' TO TGT-NAME(90).
           MOVE 'AOC-2016-BNDAUDIT' TO TGT-NAME(91).
           MOVE 'AOC-2016-FREEZE' TO TGT-NAME(92).
           MOVE 'AOC-2016-CHARGEBK' TO TGT-NAME(93).
           MOVE 'AOC-2016-BENCH' TO TGT-NAME(94).
           MOVE 'AOC-2016-CRITPATH' TO TGT-NAME(95).
           MOVE 'AOC-2016-TRANSMIT' TO TGT-NAME(96).
           MOVE 'AOC-2016-D16P1' TO TGT-NAME(97).
           MOVE 97 TO WS-TGT-CNT.

       LOAD-CATALOG-TARGETS.
           OPEN INPUT CATALOGFILE.
              WHEN 'BUSINESS-DATE'
              WHEN 'MONTH'
              WHEN 'RETRY'
              WHEN 'RUN'
                 IF FUNCTION TEST-NUMVAL(
                    CRD-VALUE(WS-CARD-IDX)) IS NOT EQUAL TO 0 THEN
                    PERFORM REPORT-LINT-ERROR
           DISPLAY FUNCTION TRIM(CHANGE-REC).
           CLOSE CHANGEFILE.

       AUTHORIZE-PROMOTION.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-DECKLINT' TO CC-PROGRAM.
           MOVE 'OPERATOR' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE(1:8) TO WS-OPERATOR-ID
           ELSE
              DISPLAY 'OPERATOR ID: ' WITH NO ADVANCING
              ACCEPT WS-OPERATOR-ID FROM SYSIN
           END-IF.
           MOVE 'CHECK' TO OR-FUNC.
           MOVE WS-OPERATOR-ID TO OR-OPERATOR-ID.
           MOVE 'SUPERVISOR' TO OR-NEEDED-ROLE.
           MOVE 'PROMOTE STAGED DECK' TO OR-ACTION.
           CALL 'AOC-2016-ROSTER' USING OR-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO OR-ALLOWED
                 MOVE 'UNKNOWN' TO OR-ROLE
           END-CALL.
           IF OR-ALLOWED IS NOT EQUAL TO 'Y' THEN
              DISPLAY 'NOT AUTHORIZED: DECK PROMOTION NEEDS ROLE '
                 'SUPERVISOR (' FUNCTION TRIM(WS-OPERATOR-ID) ' IS '
                 FUNCTION TRIM(OR-ROLE) ')'
              MOVE 'NO' TO WS-APPROVE
              MOVE 8 TO RETURN-CODE
           END-IF.

      *    The reference is only asked for when a freeze is on.
       CHECK-CHANGE-FREEZE.
           MOVE 'STATUS' TO FZ-FUNC.
           MOVE 'AOC-2016-DECKLINT' TO FZ-PROGRAM.
           MOVE WS-OPERATOR-ID TO FZ-OPERATOR.
           MOVE 'PROMOTE STAGED DECK' TO FZ-CHANGE.
           MOVE SPACES TO FZ-EMERGENCY-REF.
           MOVE 'Y' TO WS-FZ-LINKED.
           CALL 'AOC-2016-FREEZE' USING FZ-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO WS-FZ-LINKED
                 MOVE 'Y' TO FZ-FROZEN
                 MOVE 'N' TO FZ-ALLOWED
           END-CALL.
           IF WS-FZ-LINKED = 'N' THEN
              DISPLAY 'FREEZE SERVICE UNAVAILABLE - CHANGE REFUSED'
              MOVE 'NO' TO WS-APPROVE
              MOVE 8 TO RETURN-CODE
              GO TO CHECK-CHANGE-FREEZE-EXIT
           END-IF.
           IF FZ-FROZEN IS NOT EQUAL TO 'Y' THEN
              GO TO CHECK-CHANGE-FREEZE-EXIT
           END-IF.
           DISPLAY 'CHANGE FREEZE UNTIL ' FZ-UNTIL ': '
              FUNCTION TRIM(FZ-REASON) ' (APPROVED BY '
              FUNCTION TRIM(FZ-APPROVER) ')'.
           MOVE SPACES TO WS-EMERGENCY-REF.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-DECKLINT' TO CC-PROGRAM.
           MOVE 'EMERGENCY' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE(1:20) TO WS-EMERGENCY-REF
           ELSE
              DISPLAY 'EMERGENCY-CHANGE REFERENCE (BLANK = NONE): '
                 WITH NO ADVANCING
              ACCEPT WS-EMERGENCY-REF FROM SYSIN
           END-IF.
           MOVE 'CHECK' TO FZ-FUNC.
           MOVE WS-EMERGENCY-REF TO FZ-EMERGENCY-REF.
           CALL 'AOC-2016-FREEZE' USING FZ-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO FZ-ALLOWED
           END-CALL.
           IF FZ-ALLOWED IS NOT EQUAL TO 'Y' THEN
              DISPLAY 'REFUSED: NO PROMOTION DURING A CHANGE FREEZE '
                 'WITHOUT AN EMERGENCY-CHANGE REFERENCE'
              MOVE 'NO' TO WS-APPROVE
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY 'EMERGENCY CHANGE '
                 FUNCTION TRIM(WS-EMERGENCY-REF)
                 ' - PROMOTION LOGGED AS MADE DURING THE FREEZE'
           END-IF.
       CHECK-CHANGE-FREEZE-EXIT.
           EXIT.

       PROMOTE-DECK.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING 'cp aoc_control_cards.txt '
