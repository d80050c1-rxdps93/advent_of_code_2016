      *    window span, busy time, utilization percent, idle time
      *    between steps, and how much the parallel groups actually
      *    overlapped. Output: aoc_timeline_report.txt.
      *    A multi-account night runs every step once per account;
      *    the chart is one account's passes - card ACCOUNT=<id>, or
      *    without it the default (blank) account of a single-account
      *    night.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 BS-STATUS    PIC X(9).
           05 BS-SP4       PIC X.
           05 BS-CC        PIC XX.
           05 BS-SP5       PIC X.
           05 BS-ACCOUNT   PIC X(8).

       FD  CATALOGFILE.
       01  CATALOG-REC     PIC X(140).
       01  WS-CATALOG-STATUS   PIC XX.
       01  WS-WANT-DATE        PIC X(8)   VALUE SPACES.
       01  WS-NEWEST-DATE      PIC X(8)   VALUE SPACES.
       01  WS-WANT-ACCOUNT     PIC X(8)   VALUE SPACES.
       01  WS-SHOW-ACCOUNT     PIC X(9).
       01  WS-KEPT-CNT         PIC 9(5)   VALUE 0.
       01  WS-OTHER-ACCT-CNT   PIC 9(5)   VALUE 0.

       01  WS-STEP-MAX         PIC 99     VALUE 40.
       01  WS-STEP-CNT         PIC 99     VALUE 0.
           IF CC-FOUND = 'Y' AND CC-VALUE(1:8) IS NUMERIC THEN
              MOVE CC-VALUE(1:8) TO WS-WANT-DATE
           END-IF.
           MOVE 'ACCOUNT' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE(1:8) TO WS-WANT-ACCOUNT
           END-IF.
           IF WS-WANT-ACCOUNT = SPACES THEN
              MOVE '(DEFAULT)' TO WS-SHOW-ACCOUNT
           ELSE
              MOVE WS-WANT-ACCOUNT TO WS-SHOW-ACCOUNT
           END-IF.

           IF WS-WANT-DATE IS EQUAL TO SPACES THEN
              PERFORM FIND-NEWEST-DATE THRU FIND-NEWEST-DATE-EXIT

           PERFORM LOAD-STEP-GROUPS THRU LOAD-STEP-GROUPS-EXIT.
           PERFORM SCAN-STATUS-FILE THRU SCAN-STATUS-FILE-EXIT.
           IF WS-KEPT-CNT = 0 AND WS-OTHER-ACCT-CNT > 0 THEN
              DISPLAY 'NO RECORDS FOR ' WS-WANT-DATE ' ACCOUNT '
                 WS-SHOW-ACCOUNT ' - OTHER ACCOUNTS RAN, GIVE ACCOUNT='
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-STEP-CNT = 0 THEN
              DISPLAY 'NO RECORDS FOR ' WS-WANT-DATE
                 ' - NO TIMELINE'
                 NOT AT END
                    IF BS-DATE = WS-WANT-DATE AND
                       BS-TIME IS NUMERIC THEN
                       IF BS-ACCOUNT = WS-WANT-ACCOUNT THEN
                          ADD 1 TO WS-KEPT-CNT
                          PERFORM NOTE-STATUS-REC
                       ELSE
                          ADD 1 TO WS-OTHER-ACCT-CNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           STRING 'BATCH WINDOW TIMELINE FOR ' DELIMITED SIZE
              WS-WANT-DATE DELIMITED SIZE
              ' ACCOUNT ' DELIMITED SIZE
              FUNCTION TRIM(WS-SHOW-ACCOUNT) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
