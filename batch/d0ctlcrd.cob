      *        RESET - drop every card but keep "deck loaded" state,
      *                so programs fall back to their defaults
      *                silently (the smoke mode's forcing move)
      *
      *    While the driver is working for a puzzle account
      *    (account_context.cpy), a GET of an INPUT or SESSION card
      *    answers the value resolved into that account's input
      *    directory by AOC-2016-PATHS - one deck serves every
      *    account, each reading its own files.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-KEYWORD-PART     PIC X(120).
       01  WS-VALUE-PART       PIC X(120).

       COPY "account_context.cpy".
       COPY "path_service.cpy".

       LINKAGE SECTION.
       COPY "control_cards.cpy".

                    END-IF
                 END-IF
           END-PERFORM.
           IF CC-FOUND = 'Y' AND
              (CC-KEYWORD = 'INPUT' OR CC-KEYWORD = 'SESSION') AND
              AC-ACCOUNT-ID IS NOT EQUAL TO SPACES AND
              AC-ACCOUNT-ID IS NOT EQUAL TO LOW-VALUES THEN
              PERFORM RESOLVE-ACCOUNT-INPUT
           END-IF.

       RESOLVE-ACCOUNT-INPUT.
           MOVE 'ACCOUNT' TO PS-FUNC.
           MOVE CC-VALUE TO PS-NAME.
           MOVE AC-ACCOUNT-ID TO PS-ACCOUNT.
           MOVE SPACES TO PS-PATH.
           CALL 'AOC-2016-PATHS' USING PS-REQUEST
              ON EXCEPTION
                 MOVE CC-VALUE TO PS-PATH
           END-CALL.
           IF PS-PATH IS NOT EQUAL TO SPACES THEN
              MOVE PS-PATH TO CC-VALUE
           END-IF.

       PUT-CARD.
           IF WS-CARD-CNT >= WS-CARD-MAX THEN
