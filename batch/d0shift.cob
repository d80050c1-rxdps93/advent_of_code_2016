      *        - each ledger answer for the run, tagged with its
      *          verify verdict out of aoc_verify_report.txt
      *          (MATCH / MISMATCH / UNKNOWN, or NOT-VERIFIED when the
      *          verifier has no line for it), and with its standing
      *          annotation (AOC-2016-ANNOTATE) followed by each note
      *    When the night ran for several puzzle accounts (step-status
      *    and ledger records stamped with the account), each
      *    program section is broken out by account - that account's
      *    step status and answers - and an account summary follows
      *    the program sections.
      *    The run's aoc_errors.txt records are summed by message id
      *    and each distinct id is printed with the remediation steps
      *    from the message catalog (AOC-2016-ERRLOG LOOKUP); open
      *    chronic faults carry the same steps.
      *    Emergency changes made under a change freeze on the
      *    business date (aoc_freeze_log.txt, AOC-2016-FREEZE) are
      *    listed with their reference and the freeze they broke.
      *    Output: aoc_shift_report.txt

       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FAULT-STATUS.

           SELECT ERRFILE ASSIGN TO 'aoc_errors.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERRFILE-STATUS.

           SELECT ALERTFILE ASSIGN TO 'aoc_alerts.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HEARTIN-STATUS.

           SELECT DISPHIST ASSIGN TO 'aoc_dispatch_history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPHIST-STATUS.

           SELECT FREEZELOG ASSIGN TO 'aoc_freeze_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FREEZELOG-STATUS.

           SELECT REPORTFILE ASSIGN TO 'aoc_shift_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           05 BS-STATUS        PIC X(9).
           05 BS-SP4           PIC X.
           05 BS-CC            PIC XX.
           05 BS-SP5           PIC X.
           05 BS-ACCOUNT       PIC X(8).

       FD  FAULTFILE.
       01  FAULT-REC           PIC X(160).

       FD  ERRFILE.
       01  ERR-REC             PIC X(160).

       FD  ALERTFILE.
       01  ALERT-REC           PIC X(200).

       FD  HEARTIN.
       01  HEARTIN-REC         PIC X(80).

       FD  DISPHIST.
       01  DISPHIST-REC.
           05 DH-DUE           PIC X(8).
           05 FILLER           PIC X.
           05 DH-JOB           PIC X(12).
           05 FILLER           PIC X.
           05 DH-EVENT         PIC X(8).
           05 FILLER           PIC X(19).

       FD  FREEZELOG.
       01  FREEZELOG-REC.
           05 FL-DATE          PIC X(8).
           05 FILLER           PIC X.
           05 FL-TIME          PIC X(6).
           05 FILLER           PIC X.
           05 FL-EVENT         PIC X(9).
           05 FILLER           PIC X.
           05 FL-PROGRAM       PIC X(20).
           05 FILLER           PIC X.
           05 FL-OPERATOR      PIC X(8).
           05 FILLER           PIC X.
           05 FL-REF           PIC X(20).
           05 FILLER           PIC X.
           05 FL-CHANGE        PIC X(60).
           05 FILLER           PIC X.
           05 FL-UNTIL         PIC X(12).
           05 FILLER           PIC X.
           05 FL-APPROVER      PIC X(12).
           05 FILLER           PIC X.
           05 FL-REASON        PIC X(40).

       FD  REPORTFILE.
       01  REPORT-REC          PIC X(160).

       WORKING-STORAGE SECTION.
       COPY "run_registry.cpy".
       COPY "business_date.cpy".
       COPY "annotation_register.cpy".
       COPY "error_log.cpy".

       01  WS-LEDGER-STATUS    PIC XX.
       01  WS-METRICS-STATUS   PIC XX.
       01  WS-STATUS-STATUS    PIC XX.
       01  LOOP                PIC 9      VALUE 1.

       01  WS-STEP-MAX         PIC 99     VALUE 29.
       01  WS-STEP-TABLE.
           05 STEP-ENTRY OCCURS 30 TIMES.
              10 STEP-NAME     PIC X(20).
              10 STEP-STATUS-TXT PIC X(9).
              10 STEP-STATUS-CC  PIC XX.
              10 STEP-ELAPSED  PIC X(12).
       01  WS-STEP-IDX         PIC 99.

       01  WS-VFY-MAX          PIC 9(3)   VALUE 600.
       01  WS-VFY-CNT          PIC 9(3)   VALUE 0.
       01  VERIFY-TABLE.
           05 VFY-ENTRY OCCURS 600 TIMES.
              10 VFY-KEY       PIC X(60).
              10 VFY-VERDICT   PIC X(12).
       01  WS-VFY-IDX          PIC 9(3).

      *    Per-account breakout: each account seen in tonight's
      *    step-status records, its status for every step and its
      *    answer tallies for the summary section.
       01  WS-ACC-MAX          PIC 99     VALUE 10.
       01  WS-ACC-CNT          PIC 99     VALUE 0.
       01  WS-ACC-IDX          PIC 99.
       01  WS-ACC-FOUND        PIC 99.
       01  ACCOUNT-TABLE.
           05 ACC-ENTRY OCCURS 10 TIMES.
              10 ACC-ID        PIC X(8).
              10 ACC-ANSWERS   PIC 9(4).
              10 ACC-MATCH     PIC 9(4).
              10 ACC-EXCEPT    PIC 9(4).
              10 ACC-OTHER     PIC 9(4).
              10 ACC-FAILED    PIC 99.
              10 ACC-STEP OCCURS 30 TIMES.
                 15 ACC-STEP-TXT PIC X(9).
                 15 ACC-STEP-CC  PIC XX.
       01  WS-ANS-ACCOUNT      PIC X(8).
       01  WS-LINE-ACCOUNT     PIC X(8).
       01  WS-ACCT-HEAD        PIC X(200).
       01  WS-ACCT-TAIL        PIC X(60).
       01  WS-ACCT-KEY         PIC X(60).
       01  WS-STEP-SUB         PIC 99.

       01  WS-RUN-TOKEN        PIC X(12).
       01  WS-LINE-PROGRAM     PIC X(20).
       01  WS-LINE-REST        PIC X(140).
       01  WS-LINE-LABEL       PIC X(30).
       01  WS-LINE-ANSWER      PIC X(60).
       01  WS-LINE-TAIL        PIC X(60).
       01  WS-AN-OCC           PIC 9(3).
       01  WS-NOTE-PTR         PIC 9(3).
       01  WS-EQ-POS           PIC 9(3).
       01  WS-WORK-KEY         PIC X(60).
       01  WS-VERDICT          PIC X(12).
       01  WS-OPEN-ALERTS      PIC 9(3).
       01  WS-FAULT-STATUS     PIC XX.
       01  WS-OPEN-FAULTS      PIC 9(3).
       01  WS-ERRFILE-STATUS   PIC XX.
       01  WS-MSG-MAX          PIC 99     VALUE 50.
       01  WS-MSG-CNT          PIC 99     VALUE 0.
       01  WS-MSG-IDX          PIC 99.
       01  WS-MSG-FOUND        PIC 99.
       01  MESSAGE-TABLE.
           05 MSG-ENTRY OCCURS 50 TIMES.
              10 MSG-ID        PIC X(8).
              10 MSG-PROGRAM   PIC X(20).
              10 MSG-COUNT     PIC 9(5).
              10 MSG-TEXT      PIC X(80).
       01  WS-NOTES-STATUS     PIC XX.
       01  WS-OPEN-NOTES       PIC 9(3).
       01  WS-OPAUDIT-STATUS   PIC XX.
       01  WS-AUDIT-LINES      PIC 9(4).
       01  WS-RF-MAX           PIC 99     VALUE 50.
       01  WS-RF-CNT           PIC 99     VALUE 0.
       01  WS-RF-IDX           PIC 99.
       01  WS-RF-FOUND         PIC 99.
       01  REFUSAL-TABLE.
           05 RF-ENTRY OCCURS 50 TIMES.
              10 RF-OPERATOR   PIC X(8).
              10 RF-COUNT      PIC 9(4).
       01  WS-CKPTREG-STATUS   PIC XX.
       01  WS-FREEZELOG-STATUS PIC XX.
       01  WS-EMERGENCY-LINES  PIC 9(3).
       01  WS-CKPT-LINES       PIC 9(3).
       01  WS-HEART-NAME       PIC X(120).
       01  WS-HEARTIN-STATUS   PIC XX.
       01  WS-DISPHIST-STATUS  PIC XX.
       01  WS-DJ-MAX           PIC 99     VALUE 40.
       01  WS-DJ-CNT           PIC 99     VALUE 0.
       01  WS-DJ-IDX           PIC 99.
       01  WS-DJ-FOUND         PIC 99.
       01  WS-CARRIED-JOBS     PIC 99.
       01  DISPATCH-JOB-TABLE.
           05 DJ-ENTRY OCCURS 40 TIMES.
              10 DJ-JOB        PIC X(12).
              10 DJ-LAST-REC   PIC X(49).

       PROCEDURE DIVISION.
       MAIN.
              UNTIL WS-STEP-IDX > WS-STEP-MAX
                 PERFORM WRITE-PROGRAM-SECTION
           END-PERFORM.
           PERFORM WRITE-ACCOUNT-SECTION THRU
              WRITE-ACCOUNT-SECTION-EXIT.
           PERFORM WRITE-ALERT-SECTION THRU WRITE-ALERT-SECTION-EXIT.
           PERFORM WRITE-MESSAGE-SECTION THRU
              WRITE-MESSAGE-SECTION-EXIT.
           PERFORM WRITE-FAULT-SECTION THRU WRITE-FAULT-SECTION-EXIT.
           PERFORM WRITE-NOTES-SECTION THRU WRITE-NOTES-SECTION-EXIT.
           PERFORM WRITE-OPAUDIT-SECTION THRU
              WRITE-OPAUDIT-SECTION-EXIT.
           PERFORM WRITE-FREEZE-SECTION THRU
              WRITE-FREEZE-SECTION-EXIT.
           PERFORM WRITE-CKPT-SECTION THRU WRITE-CKPT-SECTION-EXIT.
           PERFORM WRITE-DISPATCH-SECTION THRU
              WRITE-DISPATCH-SECTION-EXIT.
           CLOSE REPORTFILE.
           DISPLAY 'SHIFT REPORT WRITTEN: aoc_shift_report.txt'.
           GOBACK.
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
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-MAX
                 MOVE 'NO-RECORD' TO STEP-STATUS-TXT(WS-STEP-IDX)
                 AT END
                    MOVE '10' TO WS-STATUS-STATUS
                 NOT AT END
                    IF BS-DATE = WS-BUSINESS-DATE AND
                       BS-ACCOUNT IS NOT EQUAL TO SPACES THEN
                       PERFORM FIND-ACCOUNT
                    END-IF
                    IF BS-DATE = WS-BUSINESS-DATE AND
                       BS-STATUS IS NOT EQUAL TO 'STARTED' THEN
                       PERFORM NOTE-STEP-STATUS
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-MAX
                 IF STEP-NAME(WS-STEP-IDX) = BS-STEP THEN
                    IF BS-ACCOUNT IS EQUAL TO SPACES THEN
                       MOVE BS-STATUS TO STEP-STATUS-TXT(WS-STEP-IDX)
                       MOVE BS-CC TO STEP-STATUS-CC(WS-STEP-IDX)
                    ELSE
                    IF WS-ACC-FOUND > 0 THEN
                       MOVE BS-STATUS TO
                          ACC-STEP-TXT(WS-ACC-FOUND, WS-STEP-IDX)
                       MOVE BS-CC TO
                          ACC-STEP-CC(WS-ACC-FOUND, WS-STEP-IDX)
                    END-IF
                    END-IF
                 END-IF
           END-PERFORM.

      *    WS-ACC-FOUND = the slot of account BS-ACCOUNT, registered
      *    on first sight (0 once the table is full).
       FIND-ACCOUNT.
           MOVE 0 TO WS-ACC-FOUND.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
              UNTIL WS-ACC-IDX > WS-ACC-CNT
                 IF ACC-ID(WS-ACC-IDX) = BS-ACCOUNT THEN
                    MOVE WS-ACC-IDX TO WS-ACC-FOUND
                 END-IF
           END-PERFORM.
           IF WS-ACC-FOUND = 0 AND WS-ACC-CNT < WS-ACC-MAX THEN
              ADD 1 TO WS-ACC-CNT
              MOVE WS-ACC-CNT TO WS-ACC-FOUND
              MOVE BS-ACCOUNT TO ACC-ID(WS-ACC-CNT)
              MOVE 0 TO ACC-ANSWERS(WS-ACC-CNT)
              MOVE 0 TO ACC-MATCH(WS-ACC-CNT)
              MOVE 0 TO ACC-EXCEPT(WS-ACC-CNT)
              MOVE 0 TO ACC-OTHER(WS-ACC-CNT)
              MOVE 0 TO ACC-FAILED(WS-ACC-CNT)
              PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                 UNTIL WS-STEP-SUB > 30
                    MOVE 'NO-RECORD' TO
                       ACC-STEP-TXT(WS-ACC-CNT, WS-STEP-SUB)
                    MOVE SPACES TO
                       ACC-STEP-CC(WS-ACC-CNT, WS-STEP-SUB)
              END-PERFORM
           END-IF.

       LOAD-VERIFY-VERDICTS.
           OPEN INPUT VERIFYFILE.
                 FOR CHARACTERS BEFORE INITIAL '='
              IF WS-EQ-POS < 60 THEN
                 MOVE VERIFY-REC(14:WS-EQ-POS - 1) TO WS-WORK-KEY
                 MOVE SPACES TO WS-ACCT-HEAD
                 MOVE SPACES TO WS-ACCT-TAIL
                 UNSTRING VERIFY-REC DELIMITED BY ' ACCOUNT='
                    INTO WS-ACCT-HEAD WS-ACCT-TAIL
                 END-UNSTRING
                 IF WS-ACCT-TAIL IS NOT EQUAL TO SPACES THEN
                    MOVE SPACES TO WS-ACCT-KEY
                    STRING FUNCTION TRIM(WS-WORK-KEY) DELIMITED SIZE
                       ' ACCOUNT=' DELIMITED SIZE
                       WS-ACCT-TAIL DELIMITED BY SPACE
                       INTO WS-ACCT-KEY
                    END-STRING
                    MOVE WS-ACCT-KEY TO WS-WORK-KEY
                 END-IF
                 IF WS-VFY-CNT < WS-VFY-MAX THEN
                    ADD 1 TO WS-VFY-CNT
                    MOVE WS-WORK-KEY TO VFY-KEY(WS-VFY-CNT)
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           IF WS-ACC-CNT = 0 THEN
              MOVE SPACES TO REPORT-REC
              STRING '    STEP STATUS : ' DELIMITED SIZE
                 STEP-STATUS-TXT(WS-STEP-IDX) DELIMITED SIZE
                 ' CC=' DELIMITED SIZE
                 STEP-STATUS-CC(WS-STEP-IDX) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF.
      *    A killed step's last heartbeat says how far it got - the
      *    difference between a wedged run and one the budget cut
      *    down minutes from an answer.
              PERFORM WRITE-HEARTBEAT-LINE
           END-IF.
           PERFORM WRITE-METRICS-LINE.
           IF WS-ACC-CNT = 0 THEN
              MOVE SPACES TO WS-ANS-ACCOUNT
              PERFORM WRITE-ANSWER-LINES
           ELSE
              PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                 UNTIL WS-ACC-IDX > WS-ACC-CNT
                    PERFORM WRITE-ACCOUNT-PART
              END-PERFORM
           END-IF.

      *    One account's share of a program section: its own step
      *    status, then its answers.
       WRITE-ACCOUNT-PART.
           MOVE ACC-ID(WS-ACC-IDX) TO WS-ANS-ACCOUNT.
           MOVE SPACES TO REPORT-REC.
           STRING '    ACCOUNT ' DELIMITED SIZE
              ACC-ID(WS-ACC-IDX) DELIMITED SIZE
              ' STEP STATUS : ' DELIMITED SIZE
              ACC-STEP-TXT(WS-ACC-IDX, WS-STEP-IDX) DELIMITED SIZE
              ' CC=' DELIMITED SIZE
              ACC-STEP-CC(WS-ACC-IDX, WS-STEP-IDX) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           IF ACC-STEP-TXT(WS-ACC-IDX, WS-STEP-IDX) = 'FAILED' OR
              ACC-STEP-TXT(WS-ACC-IDX, WS-STEP-IDX) = 'TIMEOUT' OR
              ACC-STEP-TXT(WS-ACC-IDX, WS-STEP-IDX) = 'UNSTABLE' THEN
              ADD 1 TO ACC-FAILED(WS-ACC-IDX)
           END-IF.
           PERFORM WRITE-ANSWER-LINES.

       WRITE-HEARTBEAT-LINE.
           UNSTRING LEDGER-REC DELIMITED BY ' RUN='
              INTO WS-LINE-REST WS-LINE-TAIL
           END-UNSTRING.
           MOVE SPACES TO WS-ACCT-HEAD.
           MOVE SPACES TO WS-ACCT-TAIL.
           MOVE SPACES TO WS-LINE-ACCOUNT.
           UNSTRING LEDGER-REC DELIMITED BY ' ACCOUNT='
              INTO WS-ACCT-HEAD WS-ACCT-TAIL
           END-UNSTRING.
           UNSTRING WS-ACCT-TAIL DELIMITED BY SPACE
              INTO WS-LINE-ACCOUNT
           END-UNSTRING.
           IF (RR-RUN-NUMBER IS NOT EQUAL TO 0 AND
               WS-LINE-TAIL(1:6) IS NOT EQUAL TO
                  WS-RUN-TOKEN(5:6)) OR
              (WS-ACC-CNT > 0 AND
               WS-LINE-ACCOUNT IS NOT EQUAL TO WS-ANS-ACCOUNT) THEN
              CONTINUE
           ELSE
      *       ledger layout is fixed: program in 1-20, ': ', label in
                 FUNCTION TRIM(WS-LINE-REST(23:30)) DELIMITED SIZE
                 INTO WS-WORK-KEY
              END-STRING
              IF WS-LINE-ACCOUNT IS NOT EQUAL TO SPACES THEN
                 MOVE SPACES TO WS-ACCT-KEY
                 STRING FUNCTION TRIM(WS-WORK-KEY) DELIMITED SIZE
                    ' ACCOUNT=' DELIMITED SIZE
                    FUNCTION TRIM(WS-LINE-ACCOUNT) DELIMITED SIZE
                    INTO WS-ACCT-KEY
                 END-STRING
                 MOVE WS-ACCT-KEY TO WS-WORK-KEY
              END-IF
              PERFORM FIND-VERDICT
              IF WS-ACC-CNT > 0 THEN
                 PERFORM TALLY-ACCOUNT-ANSWER
              END-IF
              ADD 1 TO WS-SECTION-LINES
              MOVE 'LOOKUP' TO AN-FUNC
              MOVE WS-LINE-REST(1:20) TO AN-PROGRAM
              MOVE WS-LINE-REST(23:30) TO AN-LABEL
              MOVE 0 TO AN-RUN
              IF WS-LINE-TAIL(1:6) IS NUMERIC THEN
                 MOVE WS-LINE-TAIL(1:6) TO AN-RUN
              END-IF
              MOVE 1 TO AN-OCCURRENCE
              CALL 'AOC-2016-ANNOTATE' USING AN-REQUEST
                 ON EXCEPTION
                    MOVE 0 TO AN-COUNT
              END-CALL
              MOVE SPACES TO REPORT-REC
              STRING '    ANSWER      : ' DELIMITED SIZE
                 FUNCTION TRIM(WS-LINE-REST) DELIMITED SIZE
                 ']' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              IF AN-COUNT > 0 THEN
                 COMPUTE WS-NOTE-PTR = FUNCTION LENGTH(
                    FUNCTION TRIM(REPORT-REC TRAILING)) + 1
                 STRING ' NOTE=' DELIMITED SIZE
                    FUNCTION TRIM(AN-STANDING) DELIMITED SIZE
                    INTO REPORT-REC
                    WITH POINTER WS-NOTE-PTR
                 END-STRING
              END-IF
              WRITE REPORT-REC
              IF AN-COUNT > 0 THEN
                 PERFORM WRITE-ANSWER-NOTES
              END-IF
           END-IF.

      *    AN-REQUEST still holds the answer's key and its first
      *    note from the lookup above.
       WRITE-ANSWER-NOTES.
           MOVE 1 TO WS-AN-OCC.
           PERFORM UNTIL WS-AN-OCC = 0
              MOVE SPACES TO REPORT-REC
              STRING '                  NOTE ' DELIMITED SIZE
                 AN-NOTE-DATE DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 AN-CATEGORY DELIMITED SIZE
                 AN-OPERATOR DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 FUNCTION TRIM(AN-NOTE-TEXT) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
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

       TALLY-ACCOUNT-ANSWER.
           ADD 1 TO ACC-ANSWERS(WS-ACC-IDX).
           EVALUATE WS-VERDICT
              WHEN 'MATCH'
                 ADD 1 TO ACC-MATCH(WS-ACC-IDX)
              WHEN 'MISMATCH'
              WHEN 'IMPLAUSIBLE'
                 ADD 1 TO ACC-EXCEPT(WS-ACC-IDX)
              WHEN OTHER
                 ADD 1 TO ACC-OTHER(WS-ACC-IDX)
           END-EVALUATE.

      *    Account summary: one line per account, so a bad account
      *    stands out without reading every program section.
       WRITE-ACCOUNT-SECTION.
           IF WS-ACC-CNT = 0 THEN
              GO TO WRITE-ACCOUNT-SECTION-EXIT
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE '==== ACCOUNT SUMMARY ====' TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
              UNTIL WS-ACC-IDX > WS-ACC-CNT
                 MOVE SPACES TO REPORT-REC
                 STRING '    ACCOUNT ' DELIMITED SIZE
                    ACC-ID(WS-ACC-IDX) DELIMITED SIZE
                    ' ANSWERS=' DELIMITED SIZE
                    ACC-ANSWERS(WS-ACC-IDX) DELIMITED SIZE
                    ' MATCH=' DELIMITED SIZE
                    ACC-MATCH(WS-ACC-IDX) DELIMITED SIZE
                    ' EXCEPTIONS=' DELIMITED SIZE
                    ACC-EXCEPT(WS-ACC-IDX) DELIMITED SIZE
                    ' OTHER=' DELIMITED SIZE
                    ACC-OTHER(WS-ACC-IDX) DELIMITED SIZE
                    ' FAILED-STEPS=' DELIMITED SIZE
                    ACC-FAILED(WS-ACC-IDX) DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
                 WRITE REPORT-REC
           END-PERFORM.
       WRITE-ACCOUNT-SECTION-EXIT.
           EXIT.

       FIND-VERDICT.
           MOVE 'NOT-VERIFIED' TO WS-VERDICT.
       WRITE-ALERT-SECTION-EXIT.
           EXIT.

      *    The run's error-log records summed by message id (id at
      *    columns 72-79, text from 81 - see AOC-2016-ERRLOG), each
      *    with its latest text and the catalog's remediation steps.
      *    Records logged without an id are counted, not listed.
       WRITE-MESSAGE-SECTION.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE '==== MESSAGES AND REMEDIATION ====' TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 0 TO WS-MSG-CNT.
           OPEN INPUT ERRFILE.
           IF WS-ERRFILE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE '    NONE' TO REPORT-REC
              WRITE REPORT-REC
              GO TO WRITE-MESSAGE-SECTION-EXIT
           END-IF.
           PERFORM UNTIL WS-ERRFILE-STATUS IS NOT EQUAL TO '00'
              READ ERRFILE
                 AT END
                    MOVE '10' TO WS-ERRFILE-STATUS
                 NOT AT END
                    IF (RR-RUN-NUMBER = 0 OR
                        ERR-REC(1:10) = WS-RUN-TOKEN(1:10)) AND
                       ERR-REC(72:3) = 'AOC' AND
                       ERR-REC(80:1) = SPACE THEN
                       PERFORM NOTE-MESSAGE-ID
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ERRFILE.
           IF WS-MSG-CNT = 0 THEN
              MOVE '    NONE' TO REPORT-REC
              WRITE REPORT-REC
              GO TO WRITE-MESSAGE-SECTION-EXIT
           END-IF.
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
              UNTIL WS-MSG-IDX > WS-MSG-CNT
                 MOVE SPACES TO REPORT-REC
                 STRING '    ' DELIMITED SIZE
                    MSG-ID(WS-MSG-IDX) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    MSG-PROGRAM(WS-MSG-IDX) DELIMITED SIZE
                    ' COUNT=' DELIMITED SIZE
                    MSG-COUNT(WS-MSG-IDX) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    MSG-TEXT(WS-MSG-IDX) DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
                 WRITE REPORT-REC
                 MOVE MSG-ID(WS-MSG-IDX) TO EL-MSG-ID
                 PERFORM WRITE-REMEDY-LINES
           END-PERFORM.
       WRITE-MESSAGE-SECTION-EXIT.
           EXIT.

      *    One entry per distinct id; the program is the first one
      *    that logged it, the text the latest expansion.
       NOTE-MESSAGE-ID.
           MOVE 0 TO WS-MSG-FOUND.
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
              UNTIL WS-MSG-IDX > WS-MSG-CNT OR WS-MSG-FOUND > 0
                 IF MSG-ID(WS-MSG-IDX) = ERR-REC(72:8) THEN
                    MOVE WS-MSG-IDX TO WS-MSG-FOUND
                 END-IF
           END-PERFORM.
           IF WS-MSG-FOUND = 0 AND WS-MSG-CNT < WS-MSG-MAX THEN
              ADD 1 TO WS-MSG-CNT
              MOVE WS-MSG-CNT TO WS-MSG-FOUND
              MOVE ERR-REC(72:8) TO MSG-ID(WS-MSG-FOUND)
              MOVE ERR-REC(28:20) TO MSG-PROGRAM(WS-MSG-FOUND)
              MOVE 0 TO MSG-COUNT(WS-MSG-FOUND)
           END-IF.
           IF WS-MSG-FOUND > 0 THEN
              ADD 1 TO MSG-COUNT(WS-MSG-FOUND)
              MOVE ERR-REC(81:80) TO MSG-TEXT(WS-MSG-FOUND)
           END-IF.

      *    Remediation steps of EL-MSG-ID out of the message catalog
      *    (AOC-2016-ERRLOG LOOKUP returns them in EL-VALUE-1..3).
       WRITE-REMEDY-LINES.
           MOVE 'LOOKUP' TO EL-FUNC.
           MOVE SPACES TO EL-MESSAGE.
           MOVE SPACES TO EL-VALUE-1.
           MOVE SPACES TO EL-VALUE-2.
           MOVE SPACES TO EL-VALUE-3.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.
           IF EL-MESSAGE = SPACES THEN
              MOVE '        FIX: NOT IN MESSAGE CATALOG' TO REPORT-REC
              WRITE REPORT-REC
           END-IF.
           IF EL-VALUE-1 IS NOT EQUAL TO SPACES THEN
              MOVE SPACES TO REPORT-REC
              STRING '        FIX: ' DELIMITED SIZE
                 EL-VALUE-1 DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF.
           IF EL-VALUE-2 IS NOT EQUAL TO SPACES THEN
              MOVE SPACES TO REPORT-REC
              STRING '        FIX: ' DELIMITED SIZE
                 EL-VALUE-2 DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF.
           IF EL-VALUE-3 IS NOT EQUAL TO SPACES THEN
              MOVE SPACES TO REPORT-REC
              STRING '        FIX: ' DELIMITED SIZE
                 EL-VALUE-3 DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF.

      *    Open chronic faults out of the AOC-2016-FAULTREG register
      *    (state word at columns 69-75 of the fixed layout); an
      *    entry stays here night after night until the fault stops
                       MOVE SPACES TO REPORT-REC
                       MOVE FAULT-REC(1:156) TO REPORT-REC(5:156)
                       WRITE REPORT-REC
                       IF FAULT-REC(77:3) = 'AOC' AND
                          FAULT-REC(85:1) = SPACE THEN
                          MOVE FAULT-REC(77:8) TO EL-MSG-ID
                          PERFORM WRITE-REMEDY-LINES
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *    The night's console actions (aoc_operator_audit.txt lines
      *    whose leading date is the business date), so change
      *    control reads who set what from the same page as
      *    everything else. Attempts the operator roster refused
      *    (REFUSED after the operator id) are totalled per operator
      *    under the lines.
       WRITE-OPAUDIT-SECTION.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
                       MOVE OPAUDIT-REC(1:156)
                          TO REPORT-REC(5:156)
                       WRITE REPORT-REC
                       IF OPAUDIT-REC(26:8) = 'REFUSED ' THEN
                          PERFORM COUNT-REFUSAL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
              MOVE '    NONE' TO REPORT-REC
              WRITE REPORT-REC
           END-IF.
           IF WS-RF-CNT > 0 THEN
              MOVE '    REFUSED ATTEMPTS BY OPERATOR:' TO REPORT-REC
              WRITE REPORT-REC
              PERFORM VARYING WS-RF-IDX FROM 1 BY 1
                 UNTIL WS-RF-IDX > WS-RF-CNT
                    MOVE SPACES TO REPORT-REC
                    STRING '        ' DELIMITED SIZE
                       RF-OPERATOR(WS-RF-IDX) DELIMITED SIZE
                       ' ' DELIMITED SIZE
                       RF-COUNT(WS-RF-IDX) DELIMITED SIZE
                       INTO REPORT-REC
                    END-STRING
                    WRITE REPORT-REC
              END-PERFORM
              DISPLAY 'SHIFT REPORT: ' WS-RF-CNT
                 ' OPERATOR(S) WITH REFUSED ATTEMPTS'
           END-IF.
       WRITE-OPAUDIT-SECTION-EXIT.
           EXIT.

      *    Each emergency change of the business date: when, who,
      *    the reference, the change, and the freeze it was made in.
       WRITE-FREEZE-SECTION.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE '==== EMERGENCY CHANGES DURING A CHANGE FREEZE ===='
              TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 0 TO WS-EMERGENCY-LINES.
           OPEN INPUT FREEZELOG.
           IF WS-FREEZELOG-STATUS IS NOT EQUAL TO '00' THEN
              MOVE '    NONE' TO REPORT-REC
              WRITE REPORT-REC
              GO TO WRITE-FREEZE-SECTION-EXIT
           END-IF.
           PERFORM UNTIL WS-FREEZELOG-STATUS IS NOT EQUAL TO '00'
              READ FREEZELOG
                 AT END
                    MOVE '10' TO WS-FREEZELOG-STATUS
                 NOT AT END
                    IF FL-DATE = WS-BUSINESS-DATE AND
                       FL-EVENT = 'EMERGENCY' THEN
                       ADD 1 TO WS-EMERGENCY-LINES
                       MOVE SPACES TO REPORT-REC
                       STRING '    ' DELIMITED SIZE
                          FL-DATE DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          FL-TIME DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          FL-PROGRAM DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          FL-OPERATOR DELIMITED SIZE
                          ' REF=' DELIMITED SIZE
                          FUNCTION TRIM(FL-REF) DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          FUNCTION TRIM(FL-CHANGE) DELIMITED SIZE
                          INTO REPORT-REC
                       END-STRING
                       WRITE REPORT-REC
                       MOVE SPACES TO REPORT-REC
                       STRING '        FREEZE UNTIL ' DELIMITED SIZE
                          FL-UNTIL DELIMITED SIZE
                          ' APPROVED BY ' DELIMITED SIZE
                          FUNCTION TRIM(FL-APPROVER) DELIMITED SIZE
                          ': ' DELIMITED SIZE
                          FUNCTION TRIM(FL-REASON) DELIMITED SIZE
                          INTO REPORT-REC
                       END-STRING
                       WRITE REPORT-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FREEZELOG.
           IF WS-EMERGENCY-LINES = 0 THEN
              MOVE '    NONE' TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              DISPLAY 'SHIFT REPORT: ' WS-EMERGENCY-LINES
                 ' EMERGENCY CHANGE(S) DURING A CHANGE FREEZE'
           END-IF.
       WRITE-FREEZE-SECTION-EXIT.
           EXIT.

       COUNT-REFUSAL.
           MOVE 0 TO WS-RF-FOUND.
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
              UNTIL WS-RF-IDX > WS-RF-CNT
                 IF RF-OPERATOR(WS-RF-IDX) = OPAUDIT-REC(17:8) THEN
                    MOVE WS-RF-IDX TO WS-RF-FOUND
                 END-IF
           END-PERFORM.
           IF WS-RF-FOUND = 0 AND WS-RF-CNT < WS-RF-MAX THEN
              ADD 1 TO WS-RF-CNT
              MOVE WS-RF-CNT TO WS-RF-FOUND
              MOVE OPAUDIT-REC(17:8) TO RF-OPERATOR(WS-RF-FOUND)
              MOVE 0 TO RF-COUNT(WS-RF-FOUND)
           END-IF.
           IF WS-RF-FOUND > 0 THEN
              ADD 1 TO RF-COUNT(WS-RF-FOUND)
           END-IF.

      *    In-flight resumable work: whatever the checkpoint
      *    registry (AOC-2016-CKPTREG) still holds open - a killed
      *    brute force or search someone can resume instead of
       WRITE-CKPT-SECTION-EXIT.
           EXIT.

      *    Scheduled jobs whose latest outcome in the dispatcher's
      *    history (AOC-2016-DISPATCH) is FAILED or MISSED - they
      *    stay here until a later occurrence ends OK.
       WRITE-DISPATCH-SECTION.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE '==== CARRIED-FORWARD SCHEDULED JOBS ===='
              TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 0 TO WS-CARRIED-JOBS.
           MOVE 0 TO WS-DJ-CNT.
           OPEN INPUT DISPHIST.
           IF WS-DISPHIST-STATUS IS NOT EQUAL TO '00' THEN
              MOVE '    NONE' TO REPORT-REC
              WRITE REPORT-REC
              GO TO WRITE-DISPATCH-SECTION-EXIT
           END-IF.
           PERFORM UNTIL WS-DISPHIST-STATUS IS NOT EQUAL TO '00'
              READ DISPHIST
                 AT END
                    MOVE '10' TO WS-DISPHIST-STATUS
                 NOT AT END
                    IF DH-EVENT = 'OK' OR DH-EVENT = 'FAILED' OR
                       DH-EVENT = 'MISSED' THEN
                       PERFORM NOTE-DISPATCH-OUTCOME
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DISPHIST.
           PERFORM VARYING WS-DJ-IDX FROM 1 BY 1
              UNTIL WS-DJ-IDX > WS-DJ-CNT
                 IF DJ-LAST-REC(WS-DJ-IDX)(23:2) IS NOT EQUAL TO 'OK'
                    THEN
                    ADD 1 TO WS-CARRIED-JOBS
                    MOVE SPACES TO REPORT-REC
                    MOVE DJ-LAST-REC(WS-DJ-IDX) TO REPORT-REC(5:49)
                    WRITE REPORT-REC
                 END-IF
           END-PERFORM.
           IF WS-CARRIED-JOBS = 0 THEN
              MOVE '    NONE' TO REPORT-REC
              WRITE REPORT-REC
           ELSE
              DISPLAY 'SHIFT REPORT: ' WS-CARRIED-JOBS
                 ' SCHEDULED JOB(S) CARRIED FORWARD'
           END-IF.
       WRITE-DISPATCH-SECTION-EXIT.
           EXIT.

       NOTE-DISPATCH-OUTCOME.
           MOVE 0 TO WS-DJ-FOUND.
           PERFORM VARYING WS-DJ-IDX FROM 1 BY 1
              UNTIL WS-DJ-IDX > WS-DJ-CNT
                 IF DJ-JOB(WS-DJ-IDX) = DH-JOB THEN
                    MOVE WS-DJ-IDX TO WS-DJ-FOUND
                 END-IF
           END-PERFORM.
           IF WS-DJ-FOUND = 0 AND WS-DJ-CNT < WS-DJ-MAX THEN
              ADD 1 TO WS-DJ-CNT
              MOVE WS-DJ-CNT TO WS-DJ-FOUND
              MOVE DH-JOB TO DJ-JOB(WS-DJ-FOUND)
           END-IF.
           IF WS-DJ-FOUND > 0 THEN
              MOVE DISPHIST-REC TO DJ-LAST-REC(WS-DJ-FOUND)
           END-IF.

       END PROGRAM AOC-2016-SHIFTRPT.
