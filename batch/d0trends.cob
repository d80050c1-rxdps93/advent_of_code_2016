                 MOVE FUNCTION NUMVAL(WS-VALUE-TOKEN)
                    TO WS-LINE-SECS
                 PERFORM BUILD-TREND-KEY
                 IF WS-LINE-KEY IS NOT EQUAL TO SPACES THEN
                    PERFORM FIND-PROGRAM-SLOT
                    IF WS-FOUND-IDX > 0 THEN
                       PERFORM APPLY-METRICS-VALUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    Whole-run lines keep the bare program-id key so existing
      *    history trends unchanged; labeled lines key as
      *    PROGRAM/LABEL (the trailing ' SECONDS' dropped). Labeled
      *    lines that are not timings (the ledger's COUNT lines) get
      *    a blank key and are left out of the trend.
       BUILD-TREND-KEY.
           MOVE SPACES TO WS-LINE-LABEL.
           IF WS-EQ-POS > 1 THEN
              INSPECT FUNCTION REVERSE(WS-LINE-LABEL)
                 TALLYING WS-LABEL-LEN FOR LEADING SPACES
              COMPUTE WS-LABEL-LEN = 40 - WS-LABEL-LEN
              MOVE SPACES TO WS-LINE-KEY
              IF WS-LABEL-LEN > 8 AND
                 WS-LINE-LABEL(WS-LABEL-LEN - 7:8) = ' SECONDS'
                 THEN
                 SUBTRACT 8 FROM WS-LABEL-LEN
                 STRING FUNCTION TRIM(WS-LINE-PROGRAM) DELIMITED SIZE
                    '/' DELIMITED SIZE
                    WS-LINE-LABEL(1:WS-LABEL-LEN) DELIMITED SIZE
                    INTO WS-LINE-KEY
                 END-STRING
              END-IF
           END-IF.

       FIND-PROGRAM-SLOT.
