           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT EXPECTEDFILE ASSIGN TO DYNAMIC WS-EXPECTED-OPEN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPECTED-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOUNDS-STATUS.

           SELECT DOUBTFILE ASSIGN TO DYNAMIC WS-DOUBT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DOUBT-STATUS.

           SELECT REPORTFILE ASSIGN TO 'aoc_verify_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  BOUNDSFILE.
       01  BOUNDS-REC      PIC X(120).

       FD  DOUBTFILE.
       01  DOUBT-REC       PIC X(200).

       FD  REPORTFILE.
       01  REPORT-REC      PIC X(160).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "run_header.cpy".
       COPY "path_service.cpy".

       01  WS-LEDGER-FILE-NAME   PIC X(100) VALUE 'aoc_results.txt'.
       01  WS-LEDGER-FILE-PARM   PIC X(100).
       01  WS-EXPECTED-FILE-NAME PIC X(100) VALUE 'aoc_expected.txt'.
       01  WS-EXPECTED-FILE-PARM PIC X(100).
       01  WS-EXPECTED-OPEN-NAME PIC X(100).
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-EXPECTED-STATUS    PIC XX.

      *    "PROGRAM-ID : PART-LABEL = ANSWER" shape the ledger itself
      *    writes, so a maintainer builds the expected-results file by
      *    confirming one good run's aoc_results.txt and saving a copy.
      *    Each puzzle account keeps its own known-good answers: a
      *    ledger line stamped ACCOUNT=id is checked only against the
      *    expected file of the same name in that account's
      *    directory (AOC-2016-PATHS ACCOUNT), loaded the first time
      *    the account turns up. Unstamped lines use the shared file.
       01  WS-EXP-MAX            PIC 999    VALUE 600.
       01  WS-EXP-CNT            PIC 999    VALUE 0.
       01  EXPECTED-TABLE.
           05 EXP-ENTRY OCCURS 600 TIMES.
              10 EXP-KEY         PIC X(50).
              10 EXP-ANSWER      PIC X(60).
              10 EXP-ACCOUNT     PIC X(8).
       01  WS-LINE-ACCOUNT       PIC X(8).
       01  WS-LOAD-ACCOUNT       PIC X(8)   VALUE SPACES.
       01  WS-ACCT-HEAD          PIC X(200).
       01  WS-ACCT-TAIL          PIC X(60).
       01  WS-ACCT-MAX           PIC 99     VALUE 20.
       01  WS-ACCT-CNT           PIC 99     VALUE 0.
       01  WS-ACCT-IDX           PIC 99.
       01  WS-ACCT-LOADED        PIC X.
       01  WS-EOF-EXP            PIC X.
       01  ACCOUNT-TABLE.
           05 ACCT-LOADED-ID OCCURS 20 TIMES PIC X(8).

       01  WS-PROGRAM-ID         PIC X(20).
       01  WS-PART-LABEL         PIC X(30).
       01  WS-IMPLAUS-CNT        PIC 999    VALUE 0.
       01  WS-PLAUS-CNT          PIC 999    VALUE 0.

      *    Doubts: answers a downstream validator (AOC-2016-D6DICT,
      *    for one) has found reason to distrust even though they
      *    may pass every bound. Doubts file (card AOC-2016-VERIFY
      *    DOUBTS=, default aoc_verify_doubts.txt), '|'-delimited,
      *    '*' comments:
      *        PROGRAM-ID|PART LABEL|ANSWER|REASON
      *    A ledger line whose key and answer both match has a
      *    PLAUSIBLE verdict downgraded to UNKNOWN, and the reason
      *    is shown on its report line. MATCH (a confirmed known-good
      *    answer) and the failing verdicts are left as they are.
       01  WS-DOUBT-FILE-NAME    PIC X(100)
                                 VALUE 'aoc_verify_doubts.txt'.
       01  WS-DOUBT-STATUS       PIC XX.
       01  WS-DBT-MAX            PIC 999    VALUE 200.
       01  WS-DBT-CNT            PIC 999    VALUE 0.
       01  DOUBT-TABLE.
           05 DBT-ENTRY OCCURS 200 TIMES.
              10 DBT-KEY         PIC X(50).
              10 DBT-ANSWER      PIC X(60).
              10 DBT-REASON      PIC X(50).
       01  WS-DBT-IDX            PIC 999.
       01  WS-DBT-TOK4           PIC X(60).
       01  WS-DOUBT-NOTE         PIC X(50).
       01  WS-DOUBTED-CNT        PIC 999    VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM GET-LEDGER-FILE-NAME.
           PERFORM GET-EXPECTED-FILE-NAME.
           PERFORM GET-BOUNDS-FILE-NAME.
           PERFORM GET-DOUBT-FILE-NAME.

           OPEN OUTPUT REPORTFILE.
           PERFORM WRITE-RUN-HEADER.

           PERFORM LOAD-EXPECTED.
           PERFORM LOAD-BOUNDS THRU LOAD-BOUNDS-EXIT.
           PERFORM LOAD-DOUBTS THRU LOAD-DOUBTS-EXIT.
           PERFORM VERIFY-LEDGER.

           MOVE SPACES TO REPORT-REC.
           END-STRING.
           DISPLAY FUNCTION TRIM(REPORT-REC).
           WRITE REPORT-REC.
           IF WS-DOUBTED-CNT > 0 THEN
              MOVE SPACES TO REPORT-REC
              STRING 'DOUBTED=' DELIMITED SIZE
                 WS-DOUBTED-CNT DELIMITED SIZE
                 ' (SEE ' DELIMITED SIZE
                 FUNCTION TRIM(WS-DOUBT-FILE-NAME) DELIMITED SIZE
                 ')' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              DISPLAY FUNCTION TRIM(REPORT-REC)
              WRITE REPORT-REC
           END-IF.

           CLOSE REPORTFILE.

              MOVE CC-VALUE TO WS-BOUNDS-FILE-NAME
           END-IF.

       GET-DOUBT-FILE-NAME.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-VERIFY' TO CC-PROGRAM.
           MOVE 'DOUBTS' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-DOUBT-FILE-NAME
           END-IF.

       LOAD-DOUBTS.
           OPEN INPUT DOUBTFILE.
           IF WS-DOUBT-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-DOUBTS-EXIT
           END-IF.
           PERFORM UNTIL WS-DOUBT-STATUS IS NOT EQUAL TO '00'
              READ DOUBTFILE
                 AT END
                    MOVE '10' TO WS-DOUBT-STATUS
                 NOT AT END
                    PERFORM PARSE-DOUBT-REC
              END-READ
           END-PERFORM.
           CLOSE DOUBTFILE.
           IF WS-DBT-CNT > 0 THEN
              DISPLAY 'ANSWER DOUBTS LOADED: ' WS-DBT-CNT
           END-IF.
       LOAD-DOUBTS-EXIT.
           EXIT.

       PARSE-DOUBT-REC.
           IF DOUBT-REC IS EQUAL TO SPACES OR
              DOUBT-REC(1:1) = '*' THEN
              CONTINUE
           ELSE
              MOVE SPACES TO WS-BND-TOK1
              MOVE SPACES TO WS-BND-TOK2
              MOVE SPACES TO WS-BND-TOK3
              MOVE SPACES TO WS-DBT-TOK4
              UNSTRING DOUBT-REC DELIMITED BY '|'
                 INTO WS-BND-TOK1 WS-BND-TOK2 WS-BND-TOK3 WS-DBT-TOK4
              END-UNSTRING
              IF WS-BND-TOK1 IS NOT EQUAL TO SPACES AND
                 WS-BND-TOK2 IS NOT EQUAL TO SPACES AND
                 WS-DBT-CNT < WS-DBT-MAX THEN
                 ADD 1 TO WS-DBT-CNT
                 MOVE SPACES TO DBT-KEY(WS-DBT-CNT)
                 STRING FUNCTION TRIM(WS-BND-TOK1) DELIMITED SIZE
                    '/' DELIMITED SIZE
                    FUNCTION TRIM(WS-BND-TOK2) DELIMITED SIZE
                    INTO DBT-KEY(WS-DBT-CNT)
                 END-STRING
                 MOVE FUNCTION TRIM(WS-BND-TOK3)
                    TO DBT-ANSWER(WS-DBT-CNT)
                 MOVE WS-DBT-TOK4 TO DBT-REASON(WS-DBT-CNT)
              END-IF
           END-IF.

       CHECK-DOUBTS.
           MOVE SPACES TO WS-DOUBT-NOTE.
           PERFORM VARYING WS-DBT-IDX FROM 1 BY 1
              UNTIL WS-DBT-IDX > WS-DBT-CNT
                 IF FUNCTION TRIM(DBT-KEY(WS-DBT-IDX)) IS EQUAL TO
                    FUNCTION TRIM(WS-KEY) AND
                    FUNCTION TRIM(DBT-ANSWER(WS-DBT-IDX)) IS EQUAL TO
                    FUNCTION TRIM(WS-ANSWER) THEN
                    MOVE DBT-REASON(WS-DBT-IDX) TO WS-DOUBT-NOTE
                 END-IF
           END-PERFORM.
           IF WS-DOUBT-NOTE IS NOT EQUAL TO SPACES THEN
              ADD 1 TO WS-DOUBTED-CNT
              IF WS-VERDICT = 'PLAUSIBLE' THEN
                 SUBTRACT 1 FROM WS-PLAUS-CNT
                 ADD 1 TO WS-UNKNOWN-CNT
                 MOVE 'UNKNOWN' TO WS-VERDICT
              END-IF
           END-IF.

       LOAD-BOUNDS.
           OPEN INPUT BOUNDSFILE.
           IF WS-BOUNDS-STATUS IS NOT EQUAL TO '00' THEN
       LOAD-EXPECTED.
           MOVE 0 TO WS-EXP-CNT.
           MOVE 1 TO LOOP.
           MOVE SPACES TO WS-LOAD-ACCOUNT.
           MOVE WS-EXPECTED-FILE-NAME TO WS-EXPECTED-OPEN-NAME.
           OPEN INPUT EXPECTEDFILE.
           IF WS-EXPECTED-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'NO EXPECTED-RESULTS FILE FOUND: '
              ADD 1 TO WS-EXP-CNT
              MOVE WS-KEY TO EXP-KEY(WS-EXP-CNT)
              MOVE WS-ANSWER TO EXP-ANSWER(WS-EXP-CNT)
              MOVE WS-LOAD-ACCOUNT TO EXP-ACCOUNT(WS-EXP-CNT)
           END-IF.

      *    First ledger line of an account: pull in that account's
      *    own expected file. A missing file is reported once and
      *    leaves the account's answers to the bounds.
       LOAD-ACCOUNT-EXPECTED.
           IF WS-ACCT-CNT < WS-ACCT-MAX THEN
              ADD 1 TO WS-ACCT-CNT
              MOVE WS-LINE-ACCOUNT TO ACCT-LOADED-ID(WS-ACCT-CNT)
           END-IF.
           MOVE 'ACCOUNT' TO PS-FUNC.
           MOVE WS-EXPECTED-FILE-NAME TO PS-NAME.
           MOVE WS-LINE-ACCOUNT TO PS-ACCOUNT.
           MOVE SPACES TO PS-PATH.
           CALL 'AOC-2016-PATHS' USING PS-REQUEST
              ON EXCEPTION
                 MOVE SPACES TO PS-PATH
           END-CALL.
           IF PS-PATH IS EQUAL TO SPACES THEN
              MOVE WS-EXPECTED-FILE-NAME TO PS-PATH
           END-IF.
           MOVE PS-PATH TO WS-EXPECTED-OPEN-NAME.
           MOVE WS-LINE-ACCOUNT TO WS-LOAD-ACCOUNT.
           OPEN INPUT EXPECTEDFILE.
           IF WS-EXPECTED-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'NO EXPECTED-RESULTS FILE FOR ACCOUNT '
                 FUNCTION TRIM(WS-LINE-ACCOUNT) ': '
                 FUNCTION TRIM(WS-EXPECTED-OPEN-NAME)
           ELSE
              MOVE 'N' TO WS-EOF-EXP
              PERFORM UNTIL WS-EOF-EXP = 'Y'
                 READ EXPECTEDFILE
                    AT END
                       MOVE 'Y' TO WS-EOF-EXP
                    NOT AT END
                       PERFORM PARSE-EXPECTED-LINE
                 END-READ
              END-PERFORM
              CLOSE EXPECTEDFILE
           END-IF.
           MOVE SPACES TO WS-LOAD-ACCOUNT.

       VERIFY-LEDGER.
           MOVE 1 TO LOOP.
           IF LEDGER-REC IS NOT EQUAL TO SPACES THEN
              MOVE LEDGER-REC TO WS-PARSE-LINE
              PERFORM PARSE-RESULT-LINE
              IF WS-LINE-ACCOUNT IS NOT EQUAL TO SPACES THEN
                 MOVE 'N' TO WS-ACCT-LOADED
                 PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-CNT
                       IF ACCT-LOADED-ID(WS-ACCT-IDX) =
                          WS-LINE-ACCOUNT THEN
                          MOVE 'Y' TO WS-ACCT-LOADED
                       END-IF
                 END-PERFORM
      *          loading reuses the parse fields - parse again
                 IF WS-ACCT-LOADED = 'N' THEN
                    PERFORM LOAD-ACCOUNT-EXPECTED
                    MOVE LEDGER-REC TO WS-PARSE-LINE
                    PERFORM PARSE-RESULT-LINE
                 END-IF
              END-IF
              ADD 1 TO WS-TOTAL-CNT
              PERFORM FIND-EXPECTED
              IF WS-FOUND-IDX = 0 THEN
                 ADD 1 TO WS-UNKNOWN-CNT
                 MOVE 'UNKNOWN' TO WS-VERDICT
                 PERFORM CHECK-BOUNDS
                 PERFORM CHECK-DOUBTS
              ELSE
                 MOVE SPACES TO WS-DOUBT-NOTE
                 IF FUNCTION TRIM(WS-ANSWER) IS EQUAL TO
                    FUNCTION TRIM(EXP-ANSWER(WS-FOUND-IDX)) THEN
                    ADD 1 TO WS-MATCH-CNT
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
              UNTIL WS-EXP-IDX > WS-EXP-CNT
                 IF FUNCTION TRIM(EXP-KEY(WS-EXP-IDX)) IS EQUAL TO
                    FUNCTION TRIM(WS-KEY) AND
                    EXP-ACCOUNT(WS-EXP-IDX) = WS-LINE-ACCOUNT THEN
                    MOVE WS-EXP-IDX TO WS-FOUND-IDX
                 END-IF
           END-PERFORM.
              FUNCTION TRIM(WS-ANSWER) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           IF WS-LINE-ACCOUNT IS NOT EQUAL TO SPACES THEN
              MOVE REPORT-REC TO WS-PARSE-LINE
              MOVE SPACES TO REPORT-REC
              STRING FUNCTION TRIM(WS-PARSE-LINE) DELIMITED SIZE
                 ' ACCOUNT=' DELIMITED SIZE
                 FUNCTION TRIM(WS-LINE-ACCOUNT) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
           END-IF.
           IF WS-DOUBT-NOTE IS NOT EQUAL TO SPACES THEN
              MOVE REPORT-REC TO WS-PARSE-LINE
              MOVE SPACES TO REPORT-REC
              STRING FUNCTION TRIM(WS-PARSE-LINE) DELIMITED SIZE
                 ' DOUBT: ' DELIMITED SIZE
                 FUNCTION TRIM(WS-DOUBT-NOTE) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
           END-IF.
           DISPLAY FUNCTION TRIM(REPORT-REC).
           WRITE REPORT-REC.

           END-UNSTRING.
           MOVE WS-ANSWER-HEAD TO WS-ANSWER.

      *    The account stamp (' ACCOUNT=id', after the run and date
      *    stamps) says whose answer it is; blank when absent.
           MOVE SPACES TO WS-ACCT-HEAD.
           MOVE SPACES TO WS-ACCT-TAIL.
           MOVE SPACES TO WS-LINE-ACCOUNT.
           UNSTRING WS-PARSE-LINE DELIMITED BY ' ACCOUNT='
              INTO WS-ACCT-HEAD WS-ACCT-TAIL
           END-UNSTRING.
           UNSTRING WS-ACCT-TAIL DELIMITED BY SPACE
              INTO WS-LINE-ACCOUNT
           END-UNSTRING.

           MOVE SPACES TO WS-KEY.
           STRING FUNCTION TRIM(WS-PROGRAM-ID) DELIMITED SIZE
              '/' DELIMITED SIZE
