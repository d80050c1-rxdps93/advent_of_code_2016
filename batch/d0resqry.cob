      *                       order
      *    Parameters come from control cards (PROGRAM=, PART=, MODE=)
      *    or the console prompts when run standalone. Results go to
      *    the console and aoc_query_report.txt. An answer with notes
      *    in the annotation register (AOC-2016-ANNOTATE) carries
      *    NOTE=<standing category> and is followed by its notes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 RM-KEY.
              10 RM-PROGRAM    PIC X(20).
              10 RM-LABEL      PIC X(30).
              10 RM-ACCOUNT    PIC X(8).
              10 RM-RUN        PIC 9(6).
           05 RM-ANSWER        PIC X(60).


       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "annotation_register.cpy".

       01  WS-MASTER-STATUS    PIC XX.
       01  WS-AN-OCC           PIC 9(3).
       01  WS-NOTE-PTR         PIC 9(3).
       01  WS-QUERY-PROGRAM    PIC X(20).
       01  WS-QUERY-LABEL      PIC X(30).
       01  WS-QUERY-MODE       PIC X(8)   VALUE 'LATEST'.
       01  WS-HIT-CNT          PIC 9(5)   VALUE 0.
       01  WS-BEST-RUN         PIC 9(6)   VALUE 0.
       01  WS-BEST-ANSWER      PIC X(60).
       01  WS-BEST-ACCOUNT     PIC X(8)   VALUE SPACES.
       01  WS-BEST-FOUND       PIC X      VALUE 'N'.
       01  WS-DONE             PIC X      VALUE 'N'.

       SCAN-KEY-RANGE.
           MOVE WS-QUERY-PROGRAM TO RM-PROGRAM.
           MOVE WS-QUERY-LABEL TO RM-LABEL.
           MOVE LOW-VALUES TO RM-ACCOUNT.
           MOVE 0 TO RM-RUN.
           START MASTERFILE KEY IS NOT LESS THAN RM-KEY
              INVALID KEY
                       IF RM-RUN >= WS-BEST-RUN THEN
                          MOVE RM-RUN TO WS-BEST-RUN
                          MOVE RM-ANSWER TO WS-BEST-ANSWER
                          MOVE RM-ACCOUNT TO WS-BEST-ACCOUNT
                          MOVE 'Y' TO WS-BEST-FOUND
                       END-IF
                    END-IF
              FUNCTION TRIM(RM-ANSWER) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           IF RM-ACCOUNT IS NOT EQUAL TO SPACES THEN
              COMPUTE WS-NOTE-PTR = FUNCTION LENGTH(
                 FUNCTION TRIM(REPORT-REC TRAILING)) + 1
              STRING ' ACCOUNT=' DELIMITED SIZE
                 FUNCTION TRIM(RM-ACCOUNT) DELIMITED SIZE
                 INTO REPORT-REC
                 WITH POINTER WS-NOTE-PTR
              END-STRING
           END-IF.
           MOVE RM-RUN TO AN-RUN.
           PERFORM FLAG-ANSWER-NOTES.
           DISPLAY FUNCTION TRIM(REPORT-REC).
           WRITE REPORT-REC.
           PERFORM REPORT-ANSWER-NOTES.

       REPORT-LATEST.
           IF WS-BEST-FOUND = 'Y' THEN
                 FUNCTION TRIM(WS-BEST-ANSWER) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              IF WS-BEST-ACCOUNT IS NOT EQUAL TO SPACES THEN
                 COMPUTE WS-NOTE-PTR = FUNCTION LENGTH(
                    FUNCTION TRIM(REPORT-REC TRAILING)) + 1
                 STRING ' ACCOUNT=' DELIMITED SIZE
                    FUNCTION TRIM(WS-BEST-ACCOUNT) DELIMITED SIZE
                    INTO REPORT-REC
                    WITH POINTER WS-NOTE-PTR
                 END-STRING
              END-IF
              MOVE WS-BEST-RUN TO AN-RUN
              PERFORM FLAG-ANSWER-NOTES
              DISPLAY FUNCTION TRIM(REPORT-REC)
              WRITE REPORT-REC
              PERFORM REPORT-ANSWER-NOTES
           END-IF.

      *    Notes for the queried key at run AN-RUN: the standing
      *    category goes on the answer line in REPORT-REC, the notes
      *    themselves follow it.
       FLAG-ANSWER-NOTES.
           MOVE 'LOOKUP' TO AN-FUNC.
           MOVE WS-QUERY-PROGRAM TO AN-PROGRAM.
           MOVE WS-QUERY-LABEL TO AN-LABEL.
           MOVE 1 TO AN-OCCURRENCE.
           CALL 'AOC-2016-ANNOTATE' USING AN-REQUEST
              ON EXCEPTION
                 MOVE 0 TO AN-COUNT
           END-CALL.
           IF AN-COUNT > 0 THEN
              COMPUTE WS-NOTE-PTR = FUNCTION LENGTH(
                 FUNCTION TRIM(REPORT-REC TRAILING)) + 1
              STRING ' NOTE=' DELIMITED SIZE
                 FUNCTION TRIM(AN-STANDING) DELIMITED SIZE
                 INTO REPORT-REC
                 WITH POINTER WS-NOTE-PTR
              END-STRING
           END-IF.

       REPORT-ANSWER-NOTES.
           MOVE 1 TO WS-AN-OCC.
           IF AN-COUNT = 0 THEN
              MOVE 0 TO WS-AN-OCC
           END-IF.
           PERFORM UNTIL WS-AN-OCC = 0
              MOVE SPACES TO REPORT-REC
              STRING '    NOTE ' DELIMITED SIZE
                 AN-NOTE-DATE DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 AN-CATEGORY DELIMITED SIZE
                 AN-OPERATOR DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 FUNCTION TRIM(AN-NOTE-TEXT) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              DISPLAY FUNCTION TRIM(REPORT-REC)
              WRITE REPORT-REC
              ADD 1 TO WS-AN-OCC
              MOVE 'LOOKUP' TO AN-FUNC
              MOVE WS-AN-OCC TO AN-OCCURRENCE
              CALL 'AOC-2016-ANNOTATE' USING AN-REQUEST
                 ON EXCEPTION
                    MOVE 'N' TO AN-STATUS
              END-CALL
              IF AN-STATUS IS NOT EQUAL TO 'Y' THEN
                 MOVE 0 TO WS-AN-OCC
              END-IF
           END-PERFORM.

       END PROGRAM AOC-2016-RESQRY.
