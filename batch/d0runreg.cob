       WORKING-STORAGE SECTION.
       COPY "run_registry.cpy".
       COPY "business_date.cpy".
       COPY "annotation_register.cpy".

       01  WS-MASTER-STATUS    PIC XX.
       01  WS-HIGHEST-RUN      PIC 9(6).

      *    Morning sign-off: a CERTIFD record for the run named in
      *    RR-ANSWER-RUN (0 = the run unit's own number). Downstream
      *    extraction withholds answers from runs without one. A run
      *    with an answer still DISPUTED in the annotation register
      *    is refused with RR-OUTCOME-CC 8 until the dispute is
      *    confirmed or resolved.
       CERTIFY-RUN.
           MOVE 0 TO RR-OUTCOME-CC.
           IF RR-ANSWER-RUN = 0 THEN
              IF RR-RUN-NUMBER IS NUMERIC AND
                 RR-RUN-NUMBER > 0 THEN
                 MOVE RR-RUN-NUMBER TO RR-ANSWER-RUN
              END-IF
           END-IF.
           MOVE 0 TO AN-COUNT.
           IF RR-ANSWER-RUN > 0 THEN
              MOVE 'DISPUTES' TO AN-FUNC
              MOVE RR-ANSWER-RUN TO AN-RUN
              CALL 'AOC-2016-ANNOTATE' USING AN-REQUEST
                 ON EXCEPTION
                    MOVE 0 TO AN-COUNT
              END-CALL
           END-IF.
           IF RR-ANSWER-RUN = 0 THEN
              MOVE 8 TO RR-OUTCOME-CC
              DISPLAY 'RUNREG: NO RUN TO CERTIFY'
           ELSE
           IF AN-COUNT > 0 THEN
              MOVE 8 TO RR-OUTCOME-CC
              DISPLAY 'RUN ' RR-ANSWER-RUN ' NOT CERTIFIED - '
                 AN-COUNT ' DISPUTED ANSWER(S), FIRST '
                 FUNCTION TRIM(AN-PROGRAM) ' '
                 FUNCTION TRIM(AN-LABEL)
           ELSE
              MOVE RR-RUN-NUMBER TO WS-HIGHEST-RUN
              MOVE RR-ANSWER-RUN TO RR-RUN-NUMBER
              PERFORM APPEND-MASTER-REC
              MOVE WS-HIGHEST-RUN TO RR-RUN-NUMBER
              DISPLAY 'RUN ' RR-ANSWER-RUN ' CERTIFIED'
           END-IF
           END-IF.

      *    RR-OUTCOME-CC answers 1 when the run in RR-ANSWER-RUN
