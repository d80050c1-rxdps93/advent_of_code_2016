      *    ledger and pinpoints the first record where the chain
      *    breaks. The card AOC-2016-LEDGER CHAIN=NO turns the
      *    stamping off for environments without the hash pipe.
      *
      *    A line appended while the driver works for a puzzle
      *    account (account_context.cpy) carries ACCOUNT=id after the
      *    business date, so answers and timings of several accounts
      *    in one run stay apart; no account, no stamp.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  LEDGERIN-REC        PIC X(200).

       FD  METRICSFILE.
       01  METRICS-REC         PIC X(120).

       FD  MIRRORFILE.
       01  MIRROR-REC          PIC X(200).
       COPY "manifest_lineage.cpy".
       COPY "path_service.cpy".
       COPY "control_cards.cpy".
       COPY "account_context.cpy".

       01  WS-LEDGER-FILE-NAME  PIC X(100) VALUE 'aoc_results.txt'.
       01  WS-LEDGER-STATUS     PIC XX.
       01  WS-LOCK-TRY          PIC 99.
       01  WS-LOCK-OK           PIC X.
       01  WS-SLEEP-SECS        PIC 9(8) COMP VALUE 1.
       01  WS-CORRECTED-STAMP.
           05 WS-CORRECTED-DATE PIC X(8).
           05 FILLER            PIC X(13).

       LINKAGE SECTION.
       COPY "ledger_service.cpy".
           EVALUATE LG-FUNC
              WHEN 'RESULT'
                 PERFORM APPEND-RESULT
              WHEN 'CORRECT'
                 PERFORM APPEND-CORRECTION
              WHEN 'METRIC'
                 PERFORM APPEND-METRIC
              WHEN 'COUNT'
                 PERFORM APPEND-METRIC
              WHEN 'REDIRECT'
                 MOVE LG-LABEL TO WS-LEDGER-FILE-NAME
                 MOVE LG-VALUE TO WS-METRICS-FILE-NAME
              INTO WS-BUILT-LINE
           END-STRING.
           PERFORM STAMP-BUSINESS-DATE.
           PERFORM STAMP-ACCOUNT.
           PERFORM STAMP-INPUT-LINEAGE.
           PERFORM STAMP-REFDATA-LINEAGE.
           PERFORM OPEN-LEDGER-LOCKED.
           IF WS-LOCK-OK = 'N' THEN
              MOVE 'N' TO LG-STATUS
              MOVE 'Y' TO LG-STATUS
           END-IF.

      *    A correction keeps the answer layout every ledger reader
      *    already parses, under the original run's RUN= so keyed
      *    readers (results master, history, compare) see it as the
      *    latest answer of that run; CORRECTED= carries the date it
      *    was recorded and marks it for the extract and the monthly
      *    rollup. No business date or lineage - it was not computed.
       APPEND-CORRECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CORRECTED-STAMP.
           MOVE SPACES TO WS-BUILT-LINE.
           STRING LG-PROGRAM DELIMITED SIZE
              ': ' DELIMITED SIZE
              LG-LABEL DELIMITED SIZE
              ' = ' DELIMITED SIZE
              LG-VALUE DELIMITED SIZE
              ' RUN=' DELIMITED SIZE
              LG-ORIG-RUN DELIMITED SIZE
              ' CORRECTED=' DELIMITED SIZE
              WS-CORRECTED-DATE DELIMITED SIZE
              INTO WS-BUILT-LINE
           END-STRING.
           PERFORM STAMP-ACCOUNT.
           PERFORM OPEN-LEDGER-LOCKED.
           IF WS-LOCK-OK = 'N' THEN
              MOVE 'N' TO LG-STATUS
              DISPLAY 'COULD NOT OBTAIN LEDGER LOCK ON '
                 FUNCTION TRIM(WS-LEDGER-FILE-NAME)
                 ' - CORRECTION NOT WRITTEN: '
                 FUNCTION TRIM(WS-BUILT-LINE)
           ELSE
              PERFORM RESOLVE-CHAIN-MODE
              IF WS-CHAIN-MODE = 'Y' THEN
                 PERFORM STAMP-CHAIN-DIGEST
              END-IF
              MOVE SPACES TO LEDGER-REC
              MOVE WS-BUILT-LINE TO LEDGER-REC
              WRITE LEDGER-REC
              CLOSE LEDGERFILE
              IF WS-LEDGER-FILE-NAME = WS-PROD-RESULTS THEN
                 MOVE WS-RESULTS-MIRROR TO WS-MIRROR-NAME
                 PERFORM MIRROR-APPEND
              END-IF
              MOVE 'Y' TO LG-STATUS
           END-IF.

      *    Best-effort second copy; a mirror that cannot be written
      *    is reported once and never blocks the production append.
       MIRROR-APPEND.
              END-STRING
           END-IF.

      *    The puzzle account the line belongs to, when the driver is
      *    working for one.
       STAMP-ACCOUNT.
           IF AC-ACCOUNT-ID IS NOT EQUAL TO SPACES AND
              AC-ACCOUNT-ID IS NOT EQUAL TO LOW-VALUES THEN
              MOVE WS-BUILT-LINE TO WS-HOLD-LINE
              MOVE SPACES TO WS-BUILT-LINE
              STRING FUNCTION TRIM(WS-HOLD-LINE) DELIMITED SIZE
                 ' ACCOUNT=' DELIMITED SIZE
                 FUNCTION TRIM(AC-ACCOUNT-ID) DELIMITED SIZE
                 INTO WS-BUILT-LINE
              END-STRING
           END-IF.

      *    A blank LG-LABEL keeps the classic whole-run line; a label
      *    ('DOOR xyz', 'PARSE PHASE', ...) produces an additional
      *    finer-grained timing line in the same PROGRAM: ... = value
              END-IF
           END-IF.

      *    Reference data the answer was computed against, left by
      *    the day program as a ready-made KEYWORD=tag (a keypad
      *    layout from the library: LAYOUT=name/version).
       STAMP-REFDATA-LINEAGE.
           IF ML-REFDATA-TAG IS NOT EQUAL TO SPACES AND
              ML-REFDATA-TAG IS NOT EQUAL TO LOW-VALUES THEN
              MOVE WS-BUILT-LINE TO WS-HOLD-LINE
              MOVE SPACES TO WS-BUILT-LINE
              STRING FUNCTION TRIM(WS-HOLD-LINE) DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 FUNCTION TRIM(ML-REFDATA-TAG) DELIMITED SIZE
                 INTO WS-BUILT-LINE
              END-STRING
           END-IF.

       APPEND-METRIC.
           MOVE SPACES TO WS-BUILT-LINE.
           EVALUATE TRUE
              WHEN LG-LABEL IS EQUAL TO SPACES
                 STRING LG-PROGRAM DELIMITED SIZE
                    ': ELAPSED SECONDS = ' DELIMITED SIZE
                    FUNCTION TRIM(LG-VALUE) DELIMITED SIZE
                    ' RUN=' DELIMITED SIZE
                    RR-RUN-NUMBER DELIMITED SIZE
                    INTO WS-BUILT-LINE
                 END-STRING
              WHEN LG-FUNC = 'COUNT'
                 STRING LG-PROGRAM DELIMITED SIZE
                    ': ' DELIMITED SIZE
                    FUNCTION TRIM(LG-LABEL) DELIMITED SIZE
                    ' = ' DELIMITED SIZE
                    FUNCTION TRIM(LG-VALUE) DELIMITED SIZE
                    ' RUN=' DELIMITED SIZE
                    RR-RUN-NUMBER DELIMITED SIZE
                    INTO WS-BUILT-LINE
                 END-STRING
              WHEN OTHER
                 STRING LG-PROGRAM DELIMITED SIZE
                    ': ' DELIMITED SIZE
                    FUNCTION TRIM(LG-LABEL) DELIMITED SIZE
                    ' SECONDS = ' DELIMITED SIZE
                    FUNCTION TRIM(LG-VALUE) DELIMITED SIZE
                    ' RUN=' DELIMITED SIZE
                    RR-RUN-NUMBER DELIMITED SIZE
                    INTO WS-BUILT-LINE
                 END-STRING
           END-EVALUATE.
           PERFORM STAMP-BUSINESS-DATE.
           PERFORM STAMP-ACCOUNT.
           PERFORM OPEN-METRICS-LOCKED.
           IF WS-LOCK-OK = 'N' THEN
              MOVE 'N' TO LG-STATUS
                 FUNCTION TRIM(WS-BUILT-LINE)
           ELSE
              MOVE SPACES TO METRICS-REC
              MOVE WS-BUILT-LINE(1:120) TO METRICS-REC
              WRITE METRICS-REC
              CLOSE METRICSFILE
              IF WS-METRICS-FILE-NAME = WS-PROD-METRICS THEN
