       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-FREEZE.

      *    Change-freeze service (caller contract in
      *    change_freeze.cpy). During month-end and audit periods
      *    nothing used to stop a deck promotion, a step-catalog
      *    edit or a glyph or keypad library update from going live.
      *    The freeze calendar is aoc_freeze_calendar.txt (card
      *    AOC-2016-FREEZE CALENDAR=), '*' comments, one window per
      *    line:
      *
      *        <start YYYYMMDD> <HHMM> <end YYYYMMDD> <HHMM>
      *           <approver> <reason...>
      *
      *    (one line; the end minute is inside the window). It is
      *    re-read on every call, so a window declared while the
      *    console is open applies at once. Every decision taken
      *    inside a freeze is appended to aoc_freeze_log.txt:
      *
      *        date time EMERGENCY|REFUSED program operator ref
      *        change until approver reason
      *
      *    in fixed columns (see FREEZELOG-REC), read by the shift
      *    report and the monthly rollup, and logged to the error
      *    log (AOC0712W refused, AOC0713W emergency change).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARFILE ASSIGN TO DYNAMIC WS-CALENDAR-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT FREEZELOG ASSIGN TO 'aoc_freeze_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FREEZELOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARFILE.
       01  CALENDAR-REC        PIC X(160).

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

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".

       01  WS-CALENDAR-NAME    PIC X(100)
                               VALUE 'aoc_freeze_calendar.txt'.
       01  WS-CALENDAR-STATUS  PIC XX.
       01  WS-FREEZELOG-STATUS PIC XX.
       01  WS-CARD-READ        PIC X      VALUE 'N'.
       01  WS-EVENT            PIC X(9).
       01  WS-NOW              PIC X(12).
       01  WS-WIN-START        PIC X(12).
       01  WS-WIN-END          PIC X(12).
       01  WS-TOK-START-DATE   PIC X(8).
       01  WS-TOK-START-TIME   PIC X(4).
       01  WS-TOK-END-DATE     PIC X(8).
       01  WS-TOK-END-TIME     PIC X(4).
       01  WS-TOK-APPROVER     PIC X(12).
       01  WS-TOK-REASON       PIC X(160).
       01  WS-TOK-PTR          PIC 9(3).
       01  WS-CURRENT-STAMP.
           05 WS-STAMP-DATE    PIC X(8).
           05 WS-STAMP-TIME    PIC X(6).
           05 WS-STAMP-REST    PIC X(7).

       LINKAGE SECTION.
       COPY "change_freeze.cpy".

       PROCEDURE DIVISION USING FZ-REQUEST.
       MAIN.
           IF WS-CARD-READ = 'N' THEN
              PERFORM GET-CALENDAR-NAME
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE SPACES TO WS-NOW.
           STRING WS-STAMP-DATE DELIMITED SIZE
              WS-STAMP-TIME(1:4) DELIMITED SIZE
              INTO WS-NOW
           END-STRING.
           MOVE 'N' TO FZ-FROZEN.
           MOVE 'Y' TO FZ-ALLOWED.
           MOVE SPACES TO FZ-UNTIL.
           MOVE SPACES TO FZ-APPROVER.
           MOVE SPACES TO FZ-REASON.
           PERFORM SCAN-CALENDAR THRU SCAN-CALENDAR-EXIT.
           IF FZ-FUNC = 'CHECK' AND FZ-FROZEN = 'Y' THEN
              IF FZ-EMERGENCY-REF = SPACES THEN
                 MOVE 'N' TO FZ-ALLOWED
                 MOVE 'REFUSED' TO WS-EVENT
                 MOVE 'AOC0712W' TO EL-MSG-ID
              ELSE
                 MOVE 'EMERGENCY' TO WS-EVENT
                 MOVE 'AOC0713W' TO EL-MSG-ID
              END-IF
              PERFORM WRITE-FREEZE-LOG
           END-IF.
           GOBACK.

       GET-CALENDAR-NAME.
           MOVE 'Y' TO WS-CARD-READ.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-FREEZE' TO CC-PROGRAM.
           MOVE 'CALENDAR' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND CC-VALUE IS NOT EQUAL TO SPACES THEN
              MOVE CC-VALUE TO WS-CALENDAR-NAME
           END-IF.

      *    The first window covering the current minute wins; no
      *    calendar means no freeze.
       SCAN-CALENDAR.
           OPEN INPUT CALENDARFILE.
           IF WS-CALENDAR-STATUS IS NOT EQUAL TO '00' THEN
              GO TO SCAN-CALENDAR-EXIT
           END-IF.
           PERFORM UNTIL WS-CALENDAR-STATUS IS NOT EQUAL TO '00'
              READ CALENDARFILE
                 AT END
                    MOVE '10' TO WS-CALENDAR-STATUS
                 NOT AT END
                    IF CALENDAR-REC IS NOT EQUAL TO SPACES AND
                       CALENDAR-REC(1:1) IS NOT EQUAL TO '*' AND
                       FZ-FROZEN = 'N' THEN
                       PERFORM TEST-WINDOW
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CALENDARFILE.
       SCAN-CALENDAR-EXIT.
           EXIT.

       TEST-WINDOW.
           MOVE SPACES TO WS-TOK-START-DATE WS-TOK-START-TIME
              WS-TOK-END-DATE WS-TOK-END-TIME WS-TOK-APPROVER
              WS-TOK-REASON.
           MOVE 1 TO WS-TOK-PTR.
           UNSTRING CALENDAR-REC DELIMITED BY ALL SPACE
              INTO WS-TOK-START-DATE WS-TOK-START-TIME
                 WS-TOK-END-DATE WS-TOK-END-TIME WS-TOK-APPROVER
              WITH POINTER WS-TOK-PTR
           END-UNSTRING.
           IF WS-TOK-PTR <= 160 THEN
              MOVE CALENDAR-REC(WS-TOK-PTR:) TO WS-TOK-REASON
           END-IF.
           IF WS-TOK-START-DATE IS NOT NUMERIC OR
              WS-TOK-START-TIME IS NOT NUMERIC OR
              WS-TOK-END-DATE IS NOT NUMERIC OR
              WS-TOK-END-TIME IS NOT NUMERIC THEN
              DISPLAY 'FREEZE CALENDAR LINE IGNORED: '
                 FUNCTION TRIM(CALENDAR-REC)
           ELSE
              MOVE SPACES TO WS-WIN-START
              STRING WS-TOK-START-DATE DELIMITED SIZE
                 WS-TOK-START-TIME DELIMITED SIZE
                 INTO WS-WIN-START
              END-STRING
              MOVE SPACES TO WS-WIN-END
              STRING WS-TOK-END-DATE DELIMITED SIZE
                 WS-TOK-END-TIME DELIMITED SIZE
                 INTO WS-WIN-END
              END-STRING
              IF WS-NOW >= WS-WIN-START AND WS-NOW <= WS-WIN-END THEN
                 MOVE 'Y' TO FZ-FROZEN
                 MOVE WS-WIN-END TO FZ-UNTIL
                 MOVE WS-TOK-APPROVER TO FZ-APPROVER
                 MOVE FUNCTION TRIM(WS-TOK-REASON) TO FZ-REASON
              END-IF
           END-IF.

       WRITE-FREEZE-LOG.
           MOVE SPACES TO FREEZELOG-REC.
           MOVE WS-STAMP-DATE TO FL-DATE.
           MOVE WS-STAMP-TIME TO FL-TIME.
           MOVE WS-EVENT TO FL-EVENT.
           MOVE FZ-PROGRAM TO FL-PROGRAM.
           MOVE FZ-OPERATOR TO FL-OPERATOR.
           MOVE FZ-EMERGENCY-REF TO FL-REF.
           MOVE FZ-CHANGE TO FL-CHANGE.
           MOVE FZ-UNTIL TO FL-UNTIL.
           MOVE FZ-APPROVER TO FL-APPROVER.
           MOVE FZ-REASON TO FL-REASON.
           OPEN EXTEND FREEZELOG.
           IF WS-FREEZELOG-STATUS = '35' THEN
              OPEN OUTPUT FREEZELOG
           END-IF.
           WRITE FREEZELOG-REC.
           CLOSE FREEZELOG.
           MOVE 'LOG' TO EL-FUNC.
           MOVE FZ-PROGRAM TO EL-PROGRAM.
           MOVE FZ-EMERGENCY-REF TO EL-REFERENCE.
           MOVE FZ-CHANGE TO EL-VALUE-1.
           MOVE FZ-UNTIL TO EL-VALUE-2.
           MOVE FZ-EMERGENCY-REF TO EL-VALUE-3.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       END PROGRAM AOC-2016-FREEZE.
