      *    <request>.rsp beside the request, the request file is
      *    renamed <request>.done, and the service is logged to
      *    aoc_query_log.txt. Cards: AOC-2016-RESPOND
      *    REQUEST-DIR=<dir> (default requests). An answer with
      *    notes in the annotation register (AOC-2016-ANNOTATE)
      *    carries NOTE=<standing category> and is followed by
      *    '    NOTE <date> <category> <operator> <text>' lines.
      *
      *    The requesting department is taken from a header record
      *    DEPARTMENT=<name> anywhere in the request, else from the
      *    request file's name up to the first '_', '-' or '.'
      *    (requests/FIN_0412.req is FIN). A record whose program-id
      *    is not an AOC-2016 one or whose mode is neither LATEST nor
      *    HISTORY is rejected in the response. Usage is accumulated
      *    per department per day in aoc_dropbox_usage.txt:
      *
      *        <date> <department> FILES= QUERIES= LATEST= HISTORY=
      *        RETURNED= REJECTED=
      *
      *    (one line per department and day, fixed columns - see
      *    USAGE-LINE), priced monthly by AOC-2016-CHARGEBK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RSPFILE ASSIGN TO DYNAMIC WS-RSP-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USAGEFILE ASSIGN TO 'aoc_dropbox_usage.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-USAGE-STATUS.

           SELECT LOGFILE ASSIGN TO 'aoc_query_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
           05 RM-KEY.
              10 RM-PROGRAM    PIC X(20).
              10 RM-LABEL      PIC X(30).
              10 RM-ACCOUNT    PIC X(8).
              10 RM-RUN        PIC 9(6).
           05 RM-ANSWER        PIC X(60).

       FD  RSPFILE.
       01  RSP-REC             PIC X(160).

       FD  USAGEFILE.
       01  USAGE-REC           PIC X(120).

       FD  LOGFILE.
       01  LOG-REC             PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "annotation_register.cpy".

       01  WS-MASTER-STATUS    PIC XX.
       01  WS-AN-OCC           PIC 9(3).
       01  WS-NOTE-PTR         PIC 9(3).
       01  WS-LIST-STATUS      PIC XX.
       01  WS-REQ-STATUS       PIC XX.
       01  WS-LOG-STATUS       PIC XX.
       01  WS-USAGE-STATUS     PIC XX.

       01  WS-REQUEST-DIR      PIC X(100) VALUE 'requests'.
       01  WS-REQ-NAME         PIC X(120).
       01  WS-SHELL-CMD        PIC X(400).
       01  WS-REQ-CNT          PIC 9(4)   VALUE 0.
       01  WS-REC-CNT          PIC 9(4).
       01  WS-LATEST-CNT       PIC 9(4).
       01  WS-HISTORY-CNT      PIC 9(4).
       01  WS-RETURNED-CNT     PIC 9(6).
       01  WS-REJECTED-CNT     PIC 9(4).
       01  WS-DEPT             PIC X(12).
       01  WS-BASE-NAME        PIC X(120).
       01  WS-SLASH-POS        PIC 9(3).
       01  WS-NAME-IDX         PIC 9(3).
       01  WS-HIT-CNT          PIC 9(5).
       01  WS-RUN-FROM         PIC 9(6).
       01  WS-RUN-TO           PIC 9(6).
       01  WS-BEST-RUN         PIC 9(6).
       01  WS-BEST-ANSWER      PIC X(60).
       01  WS-BEST-ACCOUNT     PIC X(8).
       01  WS-BEST-FOUND       PIC X.
       01  WS-SCAN-DONE        PIC X.
      *    aoc_dropbox_usage.txt, held whole and rewritten at the end
      *    of the run.
       01  USAGE-LINE.
           05 UL-DATE          PIC X(8).
           05 FILLER           PIC X      VALUE SPACE.
           05 UL-DEPT          PIC X(12).
           05 FILLER           PIC X(7)   VALUE ' FILES='.
           05 UL-FILES         PIC 9(5).
           05 FILLER           PIC X(9)   VALUE ' QUERIES='.
           05 UL-QUERIES       PIC 9(7).
           05 FILLER           PIC X(8)   VALUE ' LATEST='.
           05 UL-LATEST        PIC 9(7).
           05 FILLER           PIC X(9)   VALUE ' HISTORY='.
           05 UL-HISTORY       PIC 9(7).
           05 FILLER           PIC X(10)  VALUE ' RETURNED='.
           05 UL-RETURNED      PIC 9(7).
           05 FILLER           PIC X(10)  VALUE ' REJECTED='.
           05 UL-REJECTED      PIC 9(7).
       01  USAGE-TABLE.
           05 US-LINE          PIC X(120) OCCURS 3000 TIMES.
       01  WS-US-CNT           PIC 9(4)   VALUE 0.
       01  WS-US-IDX           PIC 9(4).
       01  WS-US-FOUND         PIC 9(4).
       01  WS-CURRENT-STAMP.
           05 WS-STAMP-DATE    PIC X(8).
           05 WS-STAMP-TIME    PIC X(6).
           END-STRING.
           CALL 'SYSTEM' USING WS-SHELL-CMD.
           MOVE 0 TO RETURN-CODE.
           PERFORM LOAD-USAGE THRU LOAD-USAGE-EXIT.

           OPEN INPUT LISTFILE.
           IF WS-LIST-STATUS = '00' THEN
              CLOSE LISTFILE
           END-IF.
           CLOSE MASTERFILE.
           IF WS-REQ-CNT > 0 THEN
              PERFORM REWRITE-USAGE
           END-IF.
           DISPLAY 'REQUESTS SERVICED: ' WS-REQ-CNT.
           IF WS-REQ-CNT = 0 THEN
              MOVE 8 TO RETURN-CODE
              INTO WS-RSP-NAME
           END-STRING.
           MOVE 0 TO WS-REC-CNT.
           MOVE 0 TO WS-LATEST-CNT.
           MOVE 0 TO WS-HISTORY-CNT.
           MOVE 0 TO WS-RETURNED-CNT.
           MOVE 0 TO WS-REJECTED-CNT.
           PERFORM DEPT-FROM-NAME.
           OPEN INPUT REQFILE.
           IF WS-REQ-STATUS IS NOT EQUAL TO '00' THEN
              GO TO SERVICE-ONE-REQUEST-EXIT
                 AT END
                    MOVE '10' TO WS-REQ-STATUS
                 NOT AT END
                    IF REQ-REC(1:11) = 'DEPARTMENT=' THEN
                       IF REQ-REC(12:12) IS NOT EQUAL TO SPACES THEN
                          MOVE FUNCTION UPPER-CASE(REQ-REC(12:12))
                             TO WS-DEPT
                       END-IF
                    ELSE
                       IF RQ-PROGRAM IS NOT EQUAL TO SPACES AND
                          RQ-PROGRAM(1:1) IS NOT EQUAL TO '*' THEN
                          ADD 1 TO WS-REC-CNT
                          PERFORM ANSWER-ONE-QUERY THRU
                             ANSWER-ONE-QUERY-EXIT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CALL 'SYSTEM' USING WS-SHELL-CMD.
           MOVE 0 TO RETURN-CODE.
           PERFORM LOG-REQUEST-SERVICE.
           PERFORM ACCUMULATE-USAGE.
       SERVICE-ONE-REQUEST-EXIT.
           EXIT.

      *    Department from the request file's name, overridden by a
      *    DEPARTMENT= header record.
       DEPT-FROM-NAME.
           MOVE 0 TO WS-SLASH-POS.
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
              UNTIL WS-NAME-IDX > 120
              IF WS-REQ-NAME(WS-NAME-IDX:1) = '/' THEN
                 MOVE WS-NAME-IDX TO WS-SLASH-POS
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-BASE-NAME.
           IF WS-SLASH-POS < 120 THEN
              MOVE WS-REQ-NAME(WS-SLASH-POS + 1:) TO WS-BASE-NAME
           END-IF.
           MOVE SPACES TO WS-DEPT.
           UNSTRING WS-BASE-NAME DELIMITED BY '_' OR '-' OR '.'
              INTO WS-DEPT
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-DEPT) TO WS-DEPT.
           IF WS-DEPT = SPACES THEN
              MOVE 'UNKNOWN' TO WS-DEPT
           END-IF.

       ANSWER-ONE-QUERY.
           MOVE 0 TO WS-RUN-FROM.
           MOVE 999999 TO WS-RUN-TO.
           MOVE 0 TO WS-HIT-CNT.
           MOVE 0 TO WS-BEST-RUN.
           MOVE SPACES TO WS-BEST-ANSWER.
           MOVE SPACES TO WS-BEST-ACCOUNT.
           MOVE 'N' TO WS-BEST-FOUND.
           MOVE SPACES TO RSP-REC.
           STRING 'QUERY ' DELIMITED SIZE
              INTO RSP-REC
           END-STRING.
           WRITE RSP-REC.
           IF RQ-PROGRAM(1:9) IS NOT EQUAL TO 'AOC-2016-' OR
              (RQ-MODE IS NOT EQUAL TO 'LATEST' AND
               RQ-MODE IS NOT EQUAL TO 'HISTORY') THEN
              ADD 1 TO WS-REJECTED-CNT
              MOVE 'REJECTED - PROGRAM-ID OR MODE (LATEST, HISTORY) BAD'
                 TO RSP-REC
              WRITE RSP-REC
              GO TO ANSWER-ONE-QUERY-EXIT
           END-IF.
           IF RQ-MODE = 'LATEST' THEN
              ADD 1 TO WS-LATEST-CNT
           ELSE
              ADD 1 TO WS-HISTORY-CNT
           END-IF.
           PERFORM SCAN-MASTER-KEY.
           IF RQ-MODE(1:6) = 'LATEST' AND WS-BEST-FOUND = 'Y' THEN
              MOVE SPACES TO RSP-REC
                 FUNCTION TRIM(WS-BEST-ANSWER) DELIMITED SIZE
                 INTO RSP-REC
              END-STRING
              IF WS-BEST-ACCOUNT IS NOT EQUAL TO SPACES THEN
                 COMPUTE WS-NOTE-PTR = FUNCTION LENGTH(
                    FUNCTION TRIM(RSP-REC TRAILING)) + 1
                 STRING ' ACCOUNT=' DELIMITED SIZE
                    FUNCTION TRIM(WS-BEST-ACCOUNT) DELIMITED SIZE
                    INTO RSP-REC
                    WITH POINTER WS-NOTE-PTR
                 END-STRING
              END-IF
              MOVE WS-BEST-RUN TO AN-RUN
              PERFORM FLAG-ANSWER-NOTES
              WRITE RSP-REC
              ADD 1 TO WS-RETURNED-CNT
              PERFORM WRITE-ANSWER-NOTES
           END-IF.
           IF WS-HIT-CNT = 0 THEN
              MOVE 'NO ANSWERS ON FILE FOR THIS KEY' TO RSP-REC
              WRITE RSP-REC
           END-IF.
       ANSWER-ONE-QUERY-EXIT.
           EXIT.

       SCAN-MASTER-KEY.
           MOVE RQ-PROGRAM TO RM-PROGRAM.
           MOVE RQ-LABEL TO RM-LABEL.
           MOVE LOW-VALUES TO RM-ACCOUNT.
           MOVE 0 TO RM-RUN.
           MOVE 'N' TO WS-SCAN-DONE.
           START MASTERFILE KEY IS GREATER THAN OR EQUAL TO RM-KEY
                                DELIMITED SIZE
                                INTO RSP-REC
                             END-STRING
                             IF RM-ACCOUNT IS NOT EQUAL TO SPACES THEN
                                COMPUTE WS-NOTE-PTR = FUNCTION LENGTH(
                                   FUNCTION TRIM(RSP-REC TRAILING)) + 1
                                STRING ' ACCOUNT=' DELIMITED SIZE
                                   FUNCTION TRIM(RM-ACCOUNT)
                                   DELIMITED SIZE
                                   INTO RSP-REC
                                   WITH POINTER WS-NOTE-PTR
                                END-STRING
                             END-IF
                             MOVE RM-RUN TO AN-RUN
                             PERFORM FLAG-ANSWER-NOTES
                             WRITE RSP-REC
                             ADD 1 TO WS-RETURNED-CNT
                             PERFORM WRITE-ANSWER-NOTES
                          END-IF
                          IF RM-RUN >= WS-BEST-RUN THEN
                             MOVE RM-RUN TO WS-BEST-RUN
                             MOVE RM-ANSWER TO WS-BEST-ANSWER
                             MOVE RM-ACCOUNT TO WS-BEST-ACCOUNT
                             MOVE 'Y' TO WS-BEST-FOUND
                          END-IF
                       END-IF
              END-READ
           END-PERFORM.

      *    Notes for the requested key at run AN-RUN: the standing
      *    category goes on the answer line in RSP-REC, the notes
      *    themselves follow it.
       FLAG-ANSWER-NOTES.
           MOVE 'LOOKUP' TO AN-FUNC.
           MOVE RQ-PROGRAM TO AN-PROGRAM.
           MOVE RQ-LABEL TO AN-LABEL.
           MOVE 1 TO AN-OCCURRENCE.
           CALL 'AOC-2016-ANNOTATE' USING AN-REQUEST
              ON EXCEPTION
                 MOVE 0 TO AN-COUNT
           END-CALL.
           IF AN-COUNT > 0 THEN
              COMPUTE WS-NOTE-PTR = FUNCTION LENGTH(
                 FUNCTION TRIM(RSP-REC TRAILING)) + 1
              STRING ' NOTE=' DELIMITED SIZE
                 FUNCTION TRIM(AN-STANDING) DELIMITED SIZE
                 INTO RSP-REC
                 WITH POINTER WS-NOTE-PTR
              END-STRING
           END-IF.

       WRITE-ANSWER-NOTES.
           MOVE 1 TO WS-AN-OCC.
           IF AN-COUNT = 0 THEN
              MOVE 0 TO WS-AN-OCC
           END-IF.
           PERFORM UNTIL WS-AN-OCC = 0
              MOVE SPACES TO RSP-REC
              STRING '    NOTE ' DELIMITED SIZE
                 AN-NOTE-DATE DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 AN-CATEGORY DELIMITED SIZE
                 AN-OPERATOR DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 FUNCTION TRIM(AN-NOTE-TEXT) DELIMITED SIZE
                 INTO RSP-REC
              END-STRING
              WRITE RSP-REC
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

       LOG-REQUEST-SERVICE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           OPEN EXTEND LOGFILE.
                 FUNCTION TRIM(WS-REQ-NAME) DELIMITED SIZE
                 ' RECORDS=' DELIMITED SIZE
                 WS-REC-CNT DELIMITED SIZE
                 ' DEPARTMENT=' DELIMITED SIZE
                 FUNCTION TRIM(WS-DEPT) DELIMITED SIZE
                 ' REJECTED=' DELIMITED SIZE
                 WS-REJECTED-CNT DELIMITED SIZE
                 INTO LOG-REC
              END-STRING
              WRITE LOG-REC
              CLOSE LOGFILE
           END-IF.

       LOAD-USAGE.
           OPEN INPUT USAGEFILE.
           IF WS-USAGE-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-USAGE-EXIT
           END-IF.
           PERFORM UNTIL WS-USAGE-STATUS IS NOT EQUAL TO '00'
              READ USAGEFILE
                 AT END
                    MOVE '10' TO WS-USAGE-STATUS
                 NOT AT END
                    IF USAGE-REC IS NOT EQUAL TO SPACES AND
                       WS-US-CNT < 3000 THEN
                       ADD 1 TO WS-US-CNT
                       MOVE USAGE-REC TO US-LINE(WS-US-CNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE USAGEFILE.
       LOAD-USAGE-EXIT.
           EXIT.

      *    The request's counts onto today's line for its department.
       ACCUMULATE-USAGE.
           MOVE 0 TO WS-US-FOUND.
           PERFORM VARYING WS-US-IDX FROM 1 BY 1
              UNTIL WS-US-IDX > WS-US-CNT OR WS-US-FOUND > 0
              IF US-LINE(WS-US-IDX)(1:8) = WS-STAMP-DATE AND
                 US-LINE(WS-US-IDX)(10:12) = WS-DEPT THEN
                 MOVE WS-US-IDX TO WS-US-FOUND
              END-IF
           END-PERFORM.
           IF WS-US-FOUND = 0 THEN
              IF WS-US-CNT >= 3000 THEN
                 DISPLAY 'DROP-BOX USAGE TABLE FULL - '
                    FUNCTION TRIM(WS-REQ-NAME) ' NOT ACCUMULATED'
              ELSE
                 ADD 1 TO WS-US-CNT
                 MOVE WS-US-CNT TO WS-US-FOUND
                 MOVE WS-STAMP-DATE TO UL-DATE
                 MOVE WS-DEPT TO UL-DEPT
                 MOVE 0 TO UL-FILES UL-QUERIES UL-LATEST UL-HISTORY
                    UL-RETURNED UL-REJECTED
                 MOVE USAGE-LINE TO US-LINE(WS-US-CNT)
              END-IF
           END-IF.
           IF WS-US-FOUND > 0 THEN
              MOVE US-LINE(WS-US-FOUND) TO USAGE-LINE
              ADD 1 TO UL-FILES
              ADD WS-REC-CNT TO UL-QUERIES
              ADD WS-LATEST-CNT TO UL-LATEST
              ADD WS-HISTORY-CNT TO UL-HISTORY
              ADD WS-RETURNED-CNT TO UL-RETURNED
              ADD WS-REJECTED-CNT TO UL-REJECTED
              MOVE USAGE-LINE TO US-LINE(WS-US-FOUND)
           END-IF.

       REWRITE-USAGE.
           OPEN OUTPUT USAGEFILE.
           PERFORM VARYING WS-US-IDX FROM 1 BY 1
              UNTIL WS-US-IDX > WS-US-CNT
              MOVE US-LINE(WS-US-IDX) TO USAGE-REC
              WRITE USAGE-REC
           END-PERFORM.
           CLOSE USAGEFILE.

       END PROGRAM AOC-2016-RESPOND.
