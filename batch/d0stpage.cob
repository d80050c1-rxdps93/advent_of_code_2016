       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-STATPAGE.

      *    Operations status page for readers who will not open text
      *    files on the batch host: one self-contained HTML page (no
      *    external style sheet, script or image) rebuilt at the end
      *    of every batch from what the night already wrote -
      *
      *        aoc_batch_beacon.txt   run, date, highest CC and each
      *                               step's outcome
      *        aoc_batch_status.txt   the step timeline chart (first
      *                               STARTED to last event per step)
      *        aoc_results.txt        the run's answers, with their
      *        aoc_verify_report.txt  verify verdicts
      *        aoc_runs_master.txt    certification (AOC-2016-RUNREG
      *                               ISCERT)
      *        aoc_alerts.txt         unacknowledged alerts
      *        aoc_fault_register.txt open chronic faults
      *
      *    Step and verdict states are color coded (green / amber /
      *    red / grey). The page is written whole - OPEN OUTPUT, never
      *    appended - to aoc_status_<yyyymmdd>.html for the business
      *    date and again to aoc_status.html, the page to bookmark.
      *    aoc_status_pages.txt lists the dates on file, newest first;
      *    the seven nights before tonight stay as linked pages and an
      *    older page is deleted when it drops off the list. A rerun
      *    of the same date replaces that date's page. Run standalone
      *    it republishes from the current beacon. Exit CC 0, or 4
      *    when there is no beacon to publish from.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BEACONFILE ASSIGN TO 'aoc_batch_beacon.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BEACON-STATUS.

           SELECT STATUSFILE ASSIGN TO 'aoc_batch_status.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STATUS.

           SELECT LEDGERFILE ASSIGN TO 'aoc_results.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT VERIFYFILE ASSIGN TO 'aoc_verify_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VERIFY-STATUS.

           SELECT ALERTFILE ASSIGN TO 'aoc_alerts.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

           SELECT FAULTFILE ASSIGN TO 'aoc_fault_register.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FAULT-STATUS.

           SELECT PAGELIST ASSIGN TO 'aoc_status_pages.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT PAGEFILE ASSIGN TO DYNAMIC WS-PAGE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BEACONFILE.
       01  BEACON-REC          PIC X(80).

       FD  STATUSFILE.
       01  STATUS-REC.
           05 BS-DATE          PIC X(8).
           05 BS-SP1           PIC X.
           05 BS-TIME          PIC X(6).
           05 BS-SP2           PIC X.
           05 BS-STEP          PIC X(20).
           05 BS-SP3           PIC X.
           05 BS-STATUS        PIC X(9).
           05 BS-SP4           PIC X.
           05 BS-CC            PIC XX.
           05 BS-SP5           PIC X.
           05 BS-ACCOUNT       PIC X(8).

       FD  LEDGERFILE.
       01  LEDGER-REC          PIC X(200).

       FD  VERIFYFILE.
       01  VERIFY-REC          PIC X(200).

       FD  ALERTFILE.
       01  ALERT-REC           PIC X(200).

       FD  FAULTFILE.
       01  FAULT-REC           PIC X(160).

       FD  PAGELIST.
       01  PAGELIST-REC        PIC X(8).

       FD  PAGEFILE.
       01  PAGE-REC            PIC X(400).

       WORKING-STORAGE SECTION.
       COPY "run_registry.cpy".

       01  RR-REQUEST.
           05 RR-FUNC          PIC X(8).
           05 RR-OUTCOME-CC    PIC 99.
           05 RR-QUERY-DATE    PIC X(8).
           05 RR-ANSWER-RUN    PIC 9(6).
           05 RR-PARENT-RUN    PIC 9(6).

       01  WS-BEACON-STATUS    PIC XX.
       01  WS-STATUS-STATUS    PIC XX.
       01  WS-LEDGER-STATUS    PIC XX.
       01  WS-VERIFY-STATUS    PIC XX.
       01  WS-ALERT-STATUS     PIC XX.
       01  WS-FAULT-STATUS     PIC XX.
       01  WS-LIST-STATUS      PIC XX.
       01  WS-PAGE-STATUS      PIC XX.
       01  WS-PAGE-NAME        PIC X(60).
       01  WS-DELETE-NAME      PIC X(60).

       01  WS-PAGE-RUN         PIC X(6)   VALUE SPACES.
       01  WS-PAGE-DATE        PIC X(8)   VALUE SPACES.
       01  WS-PAGE-CC          PIC X(2)   VALUE SPACES.
       01  WS-CERTIFIED        PIC X      VALUE 'N'.
       01  WS-ARRIVALS         PIC X(80)  VALUE SPACES.

      *    Beacon STEP records, in beacon order.
       01  WS-BK-CNT           PIC 99     VALUE 0.
       01  WS-BK-IDX           PIC 99.
       01  WS-BEACON-TABLE.
           05 BK-ENTRY OCCURS 40 TIMES.
              10 BK-STEP       PIC X(20).
              10 BK-CC         PIC XX.
              10 BK-STATUS     PIC X(10).

      *    Timeline: per step, first STARTED and last event of the
      *    date in seconds past the window's first midnight.
       01  WS-TL-CNT           PIC 99     VALUE 0.
       01  WS-TL-IDX           PIC 99.
       01  WS-TL-FOUND         PIC 99.
       01  WS-TIMELINE-TABLE.
           05 TL-ENTRY OCCURS 40 TIMES.
              10 TL-STEP       PIC X(20).
              10 TL-START      PIC 9(6).
              10 TL-END        PIC 9(6).
              10 TL-START-TXT  PIC X(6).
              10 TL-END-TXT    PIC X(6).
              10 TL-STATUS     PIC X(9).
       01  WS-EVENT-SECS       PIC 9(6).
       01  WS-FIRST-SECS       PIC 9(6).
       01  WS-FIRST-SET        PIC X      VALUE 'N'.
       01  WS-WIN-START        PIC 9(6).
       01  WS-WIN-END          PIC 9(6).
       01  WS-WIN-SPAN         PIC 9(6).
       01  WS-BAR-LEFT         PIC 999.
       01  WS-BAR-WIDTH        PIC 999.
       01  WS-BAR-LEFT-TXT     PIC ZZ9.
       01  WS-BAR-WIDTH-TXT    PIC ZZ9.
       01  WS-HH               PIC 99.
       01  WS-MM               PIC 99.
       01  WS-SS               PIC 99.

       01  WS-VFY-MAX          PIC 9(3)   VALUE 600.
       01  WS-VFY-CNT          PIC 9(3)   VALUE 0.
       01  WS-VFY-IDX          PIC 9(3).
       01  VERIFY-TABLE.
           05 VFY-ENTRY OCCURS 600 TIMES.
              10 VFY-KEY       PIC X(60).
              10 VFY-VERDICT   PIC X(12).
       01  WS-VERDICT          PIC X(12).
       01  WS-EQ-POS           PIC 9(3).
       01  WS-WORK-KEY         PIC X(60).
       01  WS-ACCT-HEAD        PIC X(200).
       01  WS-ACCT-TAIL        PIC X(60).
       01  WS-ACCT-KEY         PIC X(60).
       01  WS-LINE-REST        PIC X(200).
       01  WS-LINE-TAIL        PIC X(60).
       01  WS-LINE-ACCOUNT     PIC X(8).

      *    Dates with a page on file, newest first; tonight plus the
      *    seven nights before it are kept.
       01  WS-KEEP-PAGES       PIC 99     VALUE 8.
       01  WS-PG-CNT           PIC 99     VALUE 0.
       01  WS-PG-IDX           PIC 99.
       01  WS-PAGE-DATES.
           05 PG-DATE OCCURS 30 TIMES PIC X(8).

       01  WS-CLASS            PIC X(4).
       01  WS-SECTION-CNT      PIC 9(4).
       01  WS-HTML-IN          PIC X(200).
       01  WS-HTML-OUT         PIC X(400).
       01  WS-HTML-PTR         PIC 9(3).
       01  WS-CHAR-IDX         PIC 9(3).
       01  WS-CELL-1           PIC X(400).
       01  WS-CELL-2           PIC X(400).
       01  WS-CELL-3           PIC X(400).
       01  WS-PAGE-PTR         PIC 9(3).

       01  WS-CURRENT-STAMP.
           05 WS-STAMP-DATE    PIC X(8).
           05 WS-STAMP-TIME    PIC X(6).
           05 WS-STAMP-REST    PIC X(7).

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           PERFORM LOAD-BEACON THRU LOAD-BEACON-EXIT.
           IF WS-PAGE-DATE = SPACES THEN
              DISPLAY 'STATUS PAGE: NO BEACON - NOTHING PUBLISHED'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE 'N' TO WS-CERTIFIED.
           IF WS-PAGE-RUN IS NUMERIC THEN
              MOVE 'ISCERT' TO RR-FUNC
              MOVE WS-PAGE-RUN TO RR-ANSWER-RUN
              MOVE 0 TO RR-OUTCOME-CC
              CALL 'AOC-2016-RUNREG' USING RR-REQUEST
                 ON EXCEPTION
                    MOVE 0 TO RR-OUTCOME-CC
              END-CALL
              IF RR-OUTCOME-CC = 1 THEN
                 MOVE 'Y' TO WS-CERTIFIED
              END-IF
           END-IF.

           PERFORM LOAD-TIMELINE THRU LOAD-TIMELINE-EXIT.
           PERFORM LOAD-VERIFY THRU LOAD-VERIFY-EXIT.
           PERFORM ROLL-PAGE-LIST.

           MOVE SPACES TO WS-PAGE-NAME.
           STRING 'aoc_status_' DELIMITED SIZE
              WS-PAGE-DATE DELIMITED SIZE
              '.html' DELIMITED SIZE
              INTO WS-PAGE-NAME
           END-STRING.
           PERFORM WRITE-STATUS-PAGE.
           MOVE 'aoc_status.html' TO WS-PAGE-NAME.
           PERFORM WRITE-STATUS-PAGE.

           DISPLAY 'STATUS PAGE WRITTEN: aoc_status.html (RUN '
              WS-PAGE-RUN ' DATE ' WS-PAGE-DATE ')'.
           GOBACK.

      *    Beacon layout (AOC-2016-BATCH WRITE-STATUS-BEACON):
      *        RUN=nnnnnn DATE=yyyymmdd HIGHEST-CC=nn
      *        STEP <name 20> CC=nn STATUS=<word 10>
      *        ARRIVALS ...
       LOAD-BEACON.
           OPEN INPUT BEACONFILE.
           IF WS-BEACON-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-BEACON-EXIT
           END-IF.
           PERFORM UNTIL WS-BEACON-STATUS IS NOT EQUAL TO '00'
              READ BEACONFILE
                 AT END
                    MOVE '10' TO WS-BEACON-STATUS
                 NOT AT END
                    EVALUATE TRUE
                       WHEN BEACON-REC(1:4) = 'RUN='
                          MOVE BEACON-REC(5:6) TO WS-PAGE-RUN
                          MOVE BEACON-REC(17:8) TO WS-PAGE-DATE
                          MOVE BEACON-REC(37:2) TO WS-PAGE-CC
                       WHEN BEACON-REC(1:5) = 'STEP '
                          IF WS-BK-CNT < 40 THEN
                             ADD 1 TO WS-BK-CNT
                             MOVE BEACON-REC(6:20)
                                TO BK-STEP(WS-BK-CNT)
                             MOVE BEACON-REC(30:2)
                                TO BK-CC(WS-BK-CNT)
                             MOVE BEACON-REC(40:10)
                                TO BK-STATUS(WS-BK-CNT)
                          END-IF
                       WHEN BEACON-REC(1:9) = 'ARRIVALS '
                          MOVE BEACON-REC TO WS-ARRIVALS
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE BEACONFILE.
       LOAD-BEACON-EXIT.
           EXIT.

      *    Every account's records fold into the one bar per step:
      *    earliest start, latest event, last outcome written.
       LOAD-TIMELINE.
           OPEN INPUT STATUSFILE.
           IF WS-STATUS-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-TIMELINE-EXIT
           END-IF.
           PERFORM UNTIL WS-STATUS-STATUS IS NOT EQUAL TO '00'
              READ STATUSFILE
                 AT END
                    MOVE '10' TO WS-STATUS-STATUS
                 NOT AT END
                    IF BS-DATE = WS-PAGE-DATE AND
                       BS-TIME IS NUMERIC THEN
                       PERFORM NOTE-TIMELINE-EVENT THRU
                          NOTE-TIMELINE-EVENT-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STATUSFILE.
       LOAD-TIMELINE-EXIT.
           EXIT.

       NOTE-TIMELINE-EVENT.
           MOVE BS-TIME(1:2) TO WS-HH.
           MOVE BS-TIME(3:2) TO WS-MM.
           MOVE BS-TIME(5:2) TO WS-SS.
           COMPUTE WS-EVENT-SECS = WS-HH * 3600 + WS-MM * 60 + WS-SS.
      *    a window that runs past midnight keeps counting upward
           IF WS-FIRST-SET = 'N' THEN
              MOVE WS-EVENT-SECS TO WS-FIRST-SECS
              MOVE 'Y' TO WS-FIRST-SET
           END-IF.
           IF WS-EVENT-SECS < WS-FIRST-SECS THEN
              ADD 86400 TO WS-EVENT-SECS
           END-IF.
           MOVE 0 TO WS-TL-FOUND.
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
              UNTIL WS-TL-IDX > WS-TL-CNT
                 IF TL-STEP(WS-TL-IDX) = BS-STEP THEN
                    MOVE WS-TL-IDX TO WS-TL-FOUND
                 END-IF
           END-PERFORM.
           IF WS-TL-FOUND = 0 THEN
              IF WS-TL-CNT >= 40 THEN
                 GO TO NOTE-TIMELINE-EVENT-EXIT
              END-IF
              ADD 1 TO WS-TL-CNT
              MOVE WS-TL-CNT TO WS-TL-FOUND
              MOVE BS-STEP TO TL-STEP(WS-TL-CNT)
              MOVE WS-EVENT-SECS TO TL-START(WS-TL-CNT)
              MOVE WS-EVENT-SECS TO TL-END(WS-TL-CNT)
              MOVE BS-TIME TO TL-START-TXT(WS-TL-CNT)
              MOVE BS-TIME TO TL-END-TXT(WS-TL-CNT)
              MOVE 'STARTED' TO TL-STATUS(WS-TL-CNT)
           END-IF.
           IF WS-EVENT-SECS < TL-START(WS-TL-FOUND) THEN
              MOVE WS-EVENT-SECS TO TL-START(WS-TL-FOUND)
              MOVE BS-TIME TO TL-START-TXT(WS-TL-FOUND)
           END-IF.
           IF WS-EVENT-SECS >= TL-END(WS-TL-FOUND) THEN
              MOVE WS-EVENT-SECS TO TL-END(WS-TL-FOUND)
              MOVE BS-TIME TO TL-END-TXT(WS-TL-FOUND)
           END-IF.
           IF BS-STATUS IS NOT EQUAL TO 'STARTED' THEN
              MOVE BS-STATUS TO TL-STATUS(WS-TL-FOUND)
           END-IF.
       NOTE-TIMELINE-EVENT-EXIT.
           EXIT.

      *    Verify report lines read 'VERDICT      PROG: LABEL =
      *    ANSWER [ACCOUNT=id]' (see AOC-2016-VERIFY).
       LOAD-VERIFY.
           OPEN INPUT VERIFYFILE.
           IF WS-VERIFY-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-VERIFY-EXIT
           END-IF.
           PERFORM UNTIL WS-VERIFY-STATUS IS NOT EQUAL TO '00'
              READ VERIFYFILE
                 AT END
                    MOVE '10' TO WS-VERIFY-STATUS
                 NOT AT END
                    PERFORM NOTE-VERIFY-LINE
              END-READ
           END-PERFORM.
           CLOSE VERIFYFILE.
       LOAD-VERIFY-EXIT.
           EXIT.

       NOTE-VERIFY-LINE.
           IF VERIFY-REC(1:5) = 'MATCH' OR
              VERIFY-REC(1:8) = 'MISMATCH' OR
              VERIFY-REC(1:7) = 'UNKNOWN' OR
              VERIFY-REC(1:9) = 'PLAUSIBLE' OR
              VERIFY-REC(1:11) = 'IMPLAUSIBLE' THEN
              MOVE SPACES TO WS-WORK-KEY
              MOVE 0 TO WS-EQ-POS
              INSPECT VERIFY-REC(14:146) TALLYING WS-EQ-POS
                 FOR CHARACTERS BEFORE INITIAL '='
              IF WS-EQ-POS > 1 AND WS-EQ-POS < 60 THEN
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
                    MOVE VERIFY-REC(1:12) TO VFY-VERDICT(WS-VFY-CNT)
                 END-IF
              END-IF
           END-IF.

      *    Tonight goes to the head of the page list (a rerun of the
      *    date only moves it there); dates past the keep count lose
      *    their page.
       ROLL-PAGE-LIST.
           MOVE 1 TO WS-PG-CNT.
           MOVE WS-PAGE-DATE TO PG-DATE(1).
           OPEN INPUT PAGELIST.
           IF WS-LIST-STATUS = '00' THEN
              PERFORM UNTIL WS-LIST-STATUS IS NOT EQUAL TO '00'
                 READ PAGELIST
                    AT END
                       MOVE '10' TO WS-LIST-STATUS
                    NOT AT END
                       IF PAGELIST-REC IS NOT EQUAL TO WS-PAGE-DATE
                          AND PAGELIST-REC IS NOT EQUAL TO SPACES
                          AND WS-PG-CNT < 30 THEN
                          ADD 1 TO WS-PG-CNT
                          MOVE PAGELIST-REC TO PG-DATE(WS-PG-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGELIST
           END-IF.
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
              UNTIL WS-PG-IDX > WS-PG-CNT
                 IF WS-PG-IDX > WS-KEEP-PAGES THEN
                    MOVE SPACES TO WS-DELETE-NAME
                    STRING 'aoc_status_' DELIMITED SIZE
                       PG-DATE(WS-PG-IDX) DELIMITED SIZE
                       '.html' DELIMITED SIZE
                       INTO WS-DELETE-NAME
                    END-STRING
                    CALL 'CBL_DELETE_FILE' USING WS-DELETE-NAME
                 END-IF
           END-PERFORM.
           IF WS-PG-CNT > WS-KEEP-PAGES THEN
              MOVE WS-KEEP-PAGES TO WS-PG-CNT
           END-IF.
           OPEN OUTPUT PAGELIST.
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
              UNTIL WS-PG-IDX > WS-PG-CNT
                 MOVE PG-DATE(WS-PG-IDX) TO PAGELIST-REC
                 WRITE PAGELIST-REC
           END-PERFORM.
           CLOSE PAGELIST.

       WRITE-STATUS-PAGE.
           OPEN OUTPUT PAGEFILE.
           IF WS-PAGE-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'STATUS PAGE: CANNOT WRITE '
                 FUNCTION TRIM(WS-PAGE-NAME)
              MOVE 4 TO RETURN-CODE
           ELSE
              PERFORM WRITE-PAGE-HEAD
              PERFORM WRITE-STEP-PART
              PERFORM WRITE-TIMELINE-PART
              PERFORM WRITE-ANSWER-PART THRU WRITE-ANSWER-PART-EXIT
              PERFORM WRITE-ALERT-PART THRU WRITE-ALERT-PART-EXIT
              PERFORM WRITE-FAULT-PART THRU WRITE-FAULT-PART-EXIT
              PERFORM WRITE-HISTORY-PART
              MOVE '</body></html>' TO PAGE-REC
              WRITE PAGE-REC
              CLOSE PAGEFILE
           END-IF.

       WRITE-PAGE-HEAD.
           MOVE '<!DOCTYPE html>' TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE '<html><head><meta charset="utf-8">' TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE SPACES TO PAGE-REC.
           STRING '<title>AOC-2016 BATCH STATUS ' DELIMITED SIZE
              WS-PAGE-DATE DELIMITED SIZE
              '</title>' DELIMITED SIZE
              INTO PAGE-REC
           END-STRING.
           WRITE PAGE-REC.
           MOVE '<style>' TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE 'body{font-family:sans-serif;margin:1em}' TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE 'table{border-collapse:collapse;margin-bottom:1em}'
              TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE 'th,td{border:1px solid #999;padding:2px 6px}'
              TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE 'th{background:#ddd;text-align:left}' TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE '.ok{background:#bfe5bf}.warn{background:#ffe08a}'
              TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE '.bad{background:#f4a6a6}.info{background:#e4e4e4}'
              TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE '.lane{width:480px;background:#f4f4f4}' TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE '.bar{height:12px;background:#4a78b8}' TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE '</style></head><body>' TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE SPACES TO PAGE-REC.
           STRING '<h1>AOC-2016 batch status - business date '
              DELIMITED SIZE
              WS-PAGE-DATE DELIMITED SIZE
              '</h1>' DELIMITED SIZE
              INTO PAGE-REC
           END-STRING.
           WRITE PAGE-REC.
           EVALUATE TRUE
              WHEN WS-PAGE-CC IS NOT NUMERIC
                 MOVE 'info' TO WS-CLASS
              WHEN WS-PAGE-CC = '00'
                 MOVE 'ok' TO WS-CLASS
              WHEN WS-PAGE-CC <= '04'
                 MOVE 'warn' TO WS-CLASS
              WHEN OTHER
                 MOVE 'bad' TO WS-CLASS
           END-EVALUATE.
           MOVE '<table><tr><th>Run</th><th>Highest CC</th>'
              TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE '<th>Certification</th><th>Published</th></tr>'
              TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE SPACES TO PAGE-REC.
           STRING '<tr><td>' DELIMITED SIZE
              WS-PAGE-RUN DELIMITED SIZE
              '</td><td class="' DELIMITED SIZE
              FUNCTION TRIM(WS-CLASS) DELIMITED SIZE
              '">' DELIMITED SIZE
              WS-PAGE-CC DELIMITED SIZE
              '</td>' DELIMITED SIZE
              INTO PAGE-REC
           END-STRING.
           WRITE PAGE-REC.
           IF WS-CERTIFIED = 'Y' THEN
              MOVE '<td class="ok">CERTIFIED</td>' TO PAGE-REC
           ELSE
              MOVE '<td class="warn">AWAITING SIGN-OFF</td>'
                 TO PAGE-REC
           END-IF.
           WRITE PAGE-REC.
           MOVE SPACES TO PAGE-REC.
           STRING '<td>' DELIMITED SIZE
              WS-STAMP-DATE DELIMITED SIZE
              ' ' DELIMITED SIZE
              WS-STAMP-TIME DELIMITED SIZE
              '</td></tr></table>' DELIMITED SIZE
              INTO PAGE-REC
           END-STRING.
           WRITE PAGE-REC.
           IF WS-ARRIVALS IS NOT EQUAL TO SPACES THEN
              MOVE WS-ARRIVALS TO WS-HTML-IN
              PERFORM ESCAPE-HTML
              MOVE SPACES TO PAGE-REC
              STRING '<p>' DELIMITED SIZE
                 FUNCTION TRIM(WS-HTML-OUT) DELIMITED SIZE
                 '</p>' DELIMITED SIZE
                 INTO PAGE-REC
              END-STRING
              WRITE PAGE-REC
           END-IF.

       WRITE-STEP-PART.
           MOVE '<h2>Steps</h2>' TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE '<table><tr><th>Step</th><th>CC</th><th>Status</th>'
              TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE '</tr>' TO PAGE-REC.
           WRITE PAGE-REC.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
              UNTIL WS-BK-IDX > WS-BK-CNT
                 EVALUATE BK-STATUS(WS-BK-IDX)
                    WHEN 'COMPLETED'
                       IF BK-CC(WS-BK-IDX) = '00' THEN
                          MOVE 'ok' TO WS-CLASS
                       ELSE
                          MOVE 'warn' TO WS-CLASS
                       END-IF
                    WHEN 'FAILED'
                    WHEN 'TIMEOUT'
                    WHEN 'UNSTABLE'
                       MOVE 'bad' TO WS-CLASS
                    WHEN 'SUPPRESSED'
                       MOVE 'warn' TO WS-CLASS
                    WHEN OTHER
                       MOVE 'info' TO WS-CLASS
                 END-EVALUATE
                 MOVE SPACES TO PAGE-REC
                 STRING '<tr><td>' DELIMITED SIZE
                    FUNCTION TRIM(BK-STEP(WS-BK-IDX)) DELIMITED SIZE
                    '</td><td>' DELIMITED SIZE
                    BK-CC(WS-BK-IDX) DELIMITED SIZE
                    '</td><td class="' DELIMITED SIZE
                    FUNCTION TRIM(WS-CLASS) DELIMITED SIZE
                    '">' DELIMITED SIZE
                    FUNCTION TRIM(BK-STATUS(WS-BK-IDX))
                       DELIMITED SIZE
                    '</td></tr>' DELIMITED SIZE
                    INTO PAGE-REC
                 END-STRING
                 WRITE PAGE-REC
           END-PERFORM.
           MOVE '</table>' TO PAGE-REC.
           WRITE PAGE-REC.

      *    Gantt-style chart: each bar's offset and width are its
      *    share of the window from the first start to the last event.
       WRITE-TIMELINE-PART.
           MOVE '<h2>Timeline</h2>' TO PAGE-REC.
           WRITE PAGE-REC.
           IF WS-TL-CNT = 0 THEN
              MOVE '<p>No step-status records for the date.</p>'
                 TO PAGE-REC
              WRITE PAGE-REC
           ELSE
              MOVE TL-START(1) TO WS-WIN-START
              MOVE TL-END(1) TO WS-WIN-END
              PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                 UNTIL WS-TL-IDX > WS-TL-CNT
                    IF TL-START(WS-TL-IDX) < WS-WIN-START THEN
                       MOVE TL-START(WS-TL-IDX) TO WS-WIN-START
                    END-IF
                    IF TL-END(WS-TL-IDX) > WS-WIN-END THEN
                       MOVE TL-END(WS-TL-IDX) TO WS-WIN-END
                    END-IF
              END-PERFORM
              COMPUTE WS-WIN-SPAN = WS-WIN-END - WS-WIN-START
              IF WS-WIN-SPAN = 0 THEN
                 MOVE 1 TO WS-WIN-SPAN
              END-IF
              MOVE '<table><tr><th>Step</th><th>Start</th>'
                 TO PAGE-REC
              WRITE PAGE-REC
              MOVE '<th>End</th><th>Outcome</th><th>Window</th></tr>'
                 TO PAGE-REC
              WRITE PAGE-REC
              PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                 UNTIL WS-TL-IDX > WS-TL-CNT
                    PERFORM WRITE-TIMELINE-ROW
              END-PERFORM
              MOVE '</table>' TO PAGE-REC
              WRITE PAGE-REC
           END-IF.

       WRITE-TIMELINE-ROW.
           COMPUTE WS-BAR-LEFT =
              (TL-START(WS-TL-IDX) - WS-WIN-START) * 100
              / WS-WIN-SPAN.
           COMPUTE WS-BAR-WIDTH =
              (TL-END(WS-TL-IDX) - TL-START(WS-TL-IDX)) * 100
              / WS-WIN-SPAN.
           IF WS-BAR-WIDTH < 1 THEN
              MOVE 1 TO WS-BAR-WIDTH
           END-IF.
           IF WS-BAR-LEFT + WS-BAR-WIDTH > 100 THEN
              COMPUTE WS-BAR-LEFT = 100 - WS-BAR-WIDTH
           END-IF.
           EVALUATE TL-STATUS(WS-TL-IDX)
              WHEN 'COMPLETED'
                 MOVE 'ok' TO WS-CLASS
              WHEN 'FAILED'
              WHEN 'TIMEOUT'
              WHEN 'UNSTABLE'
                 MOVE 'bad' TO WS-CLASS
              WHEN 'RETRYING'
              WHEN 'STARTED'
                 MOVE 'warn' TO WS-CLASS
              WHEN OTHER
                 MOVE 'info' TO WS-CLASS
           END-EVALUATE.
           MOVE SPACES TO PAGE-REC.
           STRING '<tr><td>' DELIMITED SIZE
              FUNCTION TRIM(TL-STEP(WS-TL-IDX)) DELIMITED SIZE
              '</td><td>' DELIMITED SIZE
              TL-START-TXT(WS-TL-IDX)(1:2) DELIMITED SIZE
              ':' DELIMITED SIZE
              TL-START-TXT(WS-TL-IDX)(3:2) DELIMITED SIZE
              ':' DELIMITED SIZE
              TL-START-TXT(WS-TL-IDX)(5:2) DELIMITED SIZE
              '</td><td>' DELIMITED SIZE
              TL-END-TXT(WS-TL-IDX)(1:2) DELIMITED SIZE
              ':' DELIMITED SIZE
              TL-END-TXT(WS-TL-IDX)(3:2) DELIMITED SIZE
              ':' DELIMITED SIZE
              TL-END-TXT(WS-TL-IDX)(5:2) DELIMITED SIZE
              '</td><td class="' DELIMITED SIZE
              FUNCTION TRIM(WS-CLASS) DELIMITED SIZE
              '">' DELIMITED SIZE
              FUNCTION TRIM(TL-STATUS(WS-TL-IDX)) DELIMITED SIZE
              '</td>' DELIMITED SIZE
              INTO PAGE-REC
           END-STRING.
           WRITE PAGE-REC.
           MOVE WS-BAR-LEFT TO WS-BAR-LEFT-TXT.
           MOVE WS-BAR-WIDTH TO WS-BAR-WIDTH-TXT.
           MOVE SPACES TO PAGE-REC.
           STRING '<td class="lane"><div class="bar" style="'
              DELIMITED SIZE
              'margin-left:' DELIMITED SIZE
              FUNCTION TRIM(WS-BAR-LEFT-TXT) DELIMITED SIZE
              '%;width:' DELIMITED SIZE
              FUNCTION TRIM(WS-BAR-WIDTH-TXT) DELIMITED SIZE
              '%"></div></td></tr>' DELIMITED SIZE
              INTO PAGE-REC
           END-STRING.
           WRITE PAGE-REC.

      *    Tonight's answers: ledger lines stamped with the page's run
      *    number, each with its verdict from the verify report.
       WRITE-ANSWER-PART.
           MOVE '<h2>Answers</h2>' TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE 0 TO WS-SECTION-CNT.
           OPEN INPUT LEDGERFILE.
           IF WS-LEDGER-STATUS IS NOT EQUAL TO '00' THEN
              MOVE '<p>No results ledger on file.</p>' TO PAGE-REC
              WRITE PAGE-REC
              GO TO WRITE-ANSWER-PART-EXIT
           END-IF.
           MOVE '<table><tr><th>Program</th><th>Part</th>'
              TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE '<th>Answer</th><th>Verdict</th></tr>' TO PAGE-REC.
           WRITE PAGE-REC.
           PERFORM UNTIL WS-LEDGER-STATUS IS NOT EQUAL TO '00'
              READ LEDGERFILE
                 AT END
                    MOVE '10' TO WS-LEDGER-STATUS
                 NOT AT END
                    PERFORM WRITE-ANSWER-ROW THRU
                       WRITE-ANSWER-ROW-EXIT
              END-READ
           END-PERFORM.
           CLOSE LEDGERFILE.
           MOVE '</table>' TO PAGE-REC.
           WRITE PAGE-REC.
           IF WS-SECTION-CNT = 0 THEN
              MOVE '<p>No answers recorded for this run.</p>'
                 TO PAGE-REC
              WRITE PAGE-REC
           END-IF.
       WRITE-ANSWER-PART-EXIT.
           EXIT.

       WRITE-ANSWER-ROW.
           MOVE SPACES TO WS-LINE-REST.
           MOVE SPACES TO WS-LINE-TAIL.
           UNSTRING LEDGER-REC DELIMITED BY ' RUN='
              INTO WS-LINE-REST WS-LINE-TAIL
           END-UNSTRING.
           IF WS-LINE-TAIL(1:6) IS NOT EQUAL TO WS-PAGE-RUN THEN
              GO TO WRITE-ANSWER-ROW-EXIT
           END-IF.
           ADD 1 TO WS-SECTION-CNT.
           MOVE SPACES TO WS-ACCT-HEAD.
           MOVE SPACES TO WS-ACCT-TAIL.
           MOVE SPACES TO WS-LINE-ACCOUNT.
           UNSTRING LEDGER-REC DELIMITED BY ' ACCOUNT='
              INTO WS-ACCT-HEAD WS-ACCT-TAIL
           END-UNSTRING.
           UNSTRING WS-ACCT-TAIL DELIMITED BY SPACE
              INTO WS-LINE-ACCOUNT
           END-UNSTRING.
           MOVE SPACES TO WS-WORK-KEY.
           STRING FUNCTION TRIM(WS-LINE-REST(1:20)) DELIMITED SIZE
              ': ' DELIMITED SIZE
              FUNCTION TRIM(WS-LINE-REST(23:30)) DELIMITED SIZE
              INTO WS-WORK-KEY
           END-STRING.
           IF WS-LINE-ACCOUNT IS NOT EQUAL TO SPACES THEN
              MOVE SPACES TO WS-ACCT-KEY
              STRING FUNCTION TRIM(WS-WORK-KEY) DELIMITED SIZE
                 ' ACCOUNT=' DELIMITED SIZE
                 FUNCTION TRIM(WS-LINE-ACCOUNT) DELIMITED SIZE
                 INTO WS-ACCT-KEY
              END-STRING
              MOVE WS-ACCT-KEY TO WS-WORK-KEY
           END-IF.
           MOVE 'NOT-VERIFIED' TO WS-VERDICT.
           PERFORM VARYING WS-VFY-IDX FROM 1 BY 1
              UNTIL WS-VFY-IDX > WS-VFY-CNT
                 IF VFY-KEY(WS-VFY-IDX) = WS-WORK-KEY THEN
                    MOVE VFY-VERDICT(WS-VFY-IDX) TO WS-VERDICT
                 END-IF
           END-PERFORM.
           EVALUATE WS-VERDICT
              WHEN 'MATCH'
                 MOVE 'ok' TO WS-CLASS
              WHEN 'MISMATCH'
              WHEN 'IMPLAUSIBLE'
                 MOVE 'bad' TO WS-CLASS
              WHEN 'NOT-VERIFIED'
                 MOVE 'info' TO WS-CLASS
              WHEN OTHER
                 MOVE 'warn' TO WS-CLASS
           END-EVALUATE.
           MOVE WS-LINE-REST(1:20) TO WS-HTML-IN.
           PERFORM ESCAPE-HTML.
           MOVE WS-HTML-OUT TO WS-CELL-1.
           MOVE SPACES TO WS-HTML-IN.
           IF WS-LINE-ACCOUNT IS NOT EQUAL TO SPACES THEN
              STRING FUNCTION TRIM(WS-LINE-REST(23:30))
                 DELIMITED SIZE
                 ' (' DELIMITED SIZE
                 FUNCTION TRIM(WS-LINE-ACCOUNT) DELIMITED SIZE
                 ')' DELIMITED SIZE
                 INTO WS-HTML-IN
              END-STRING
           ELSE
              MOVE WS-LINE-REST(23:30) TO WS-HTML-IN
           END-IF.
           PERFORM ESCAPE-HTML.
           MOVE WS-HTML-OUT TO WS-CELL-2.
           MOVE WS-LINE-REST(56:145) TO WS-HTML-IN.
           PERFORM ESCAPE-HTML.
           MOVE WS-HTML-OUT TO WS-CELL-3.
           MOVE SPACES TO PAGE-REC.
           STRING '<tr><td>' DELIMITED SIZE
              FUNCTION TRIM(WS-CELL-1) DELIMITED SIZE
              '</td><td>' DELIMITED SIZE
              FUNCTION TRIM(WS-CELL-2) DELIMITED SIZE
              '</td><td>' DELIMITED SIZE
              FUNCTION TRIM(WS-CELL-3) DELIMITED SIZE
              '</td><td class="' DELIMITED SIZE
              FUNCTION TRIM(WS-CLASS) DELIMITED SIZE
              '">' DELIMITED SIZE
              FUNCTION TRIM(WS-VERDICT) DELIMITED SIZE
              '</td></tr>' DELIMITED SIZE
              INTO PAGE-REC
           END-STRING.
           WRITE PAGE-REC.
       WRITE-ANSWER-ROW-EXIT.
           EXIT.

      *    Open alerts (AOC-2016-ALERTS: 'ALERT=nnnnn OPEN ...').
       WRITE-ALERT-PART.
           MOVE '<h2>Unacknowledged alerts</h2>' TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE 0 TO WS-SECTION-CNT.
           OPEN INPUT ALERTFILE.
           IF WS-ALERT-STATUS IS NOT EQUAL TO '00' THEN
              MOVE '<p class="ok">None.</p>' TO PAGE-REC
              WRITE PAGE-REC
              GO TO WRITE-ALERT-PART-EXIT
           END-IF.
           PERFORM UNTIL WS-ALERT-STATUS IS NOT EQUAL TO '00'
              READ ALERTFILE
                 AT END
                    MOVE '10' TO WS-ALERT-STATUS
                 NOT AT END
                    IF ALERT-REC(1:6) = 'ALERT=' AND
                       ALERT-REC(12:5) = 'OPEN ' THEN
                       IF WS-SECTION-CNT = 0 THEN
                          MOVE '<ul>' TO PAGE-REC
                          WRITE PAGE-REC
                       END-IF
                       ADD 1 TO WS-SECTION-CNT
                       MOVE ALERT-REC TO WS-HTML-IN
                       PERFORM ESCAPE-HTML
                       MOVE SPACES TO PAGE-REC
                       STRING '<li class="bad">' DELIMITED SIZE
                          FUNCTION TRIM(WS-HTML-OUT) DELIMITED SIZE
                          '</li>' DELIMITED SIZE
                          INTO PAGE-REC
                       END-STRING
                       WRITE PAGE-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ALERTFILE.
           IF WS-SECTION-CNT = 0 THEN
              MOVE '<p class="ok">None.</p>' TO PAGE-REC
           ELSE
              MOVE '</ul>' TO PAGE-REC
           END-IF.
           WRITE PAGE-REC.
       WRITE-ALERT-PART-EXIT.
           EXIT.

      *    Open chronic faults (AOC-2016-FAULTREG register, state word
      *    at columns 69-75).
       WRITE-FAULT-PART.
           MOVE '<h2>Open chronic faults</h2>' TO PAGE-REC.
           WRITE PAGE-REC.
           MOVE 0 TO WS-SECTION-CNT.
           OPEN INPUT FAULTFILE.
           IF WS-FAULT-STATUS IS NOT EQUAL TO '00' THEN
              MOVE '<p class="ok">None.</p>' TO PAGE-REC
              WRITE PAGE-REC
              GO TO WRITE-FAULT-PART-EXIT
           END-IF.
           PERFORM UNTIL WS-FAULT-STATUS IS NOT EQUAL TO '00'
              READ FAULTFILE
                 AT END
                    MOVE '10' TO WS-FAULT-STATUS
                 NOT AT END
                    IF FAULT-REC(69:5) = 'OPEN ' THEN
                       IF WS-SECTION-CNT = 0 THEN
                          MOVE '<ul>' TO PAGE-REC
                          WRITE PAGE-REC
                       END-IF
                       ADD 1 TO WS-SECTION-CNT
                       MOVE FAULT-REC TO WS-HTML-IN
                       PERFORM ESCAPE-HTML
                       MOVE SPACES TO PAGE-REC
                       STRING '<li class="warn">' DELIMITED SIZE
                          FUNCTION TRIM(WS-HTML-OUT) DELIMITED SIZE
                          '</li>' DELIMITED SIZE
                          INTO PAGE-REC
                       END-STRING
                       WRITE PAGE-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FAULTFILE.
           IF WS-SECTION-CNT = 0 THEN
              MOVE '<p class="ok">None.</p>' TO PAGE-REC
           ELSE
              MOVE '</ul>' TO PAGE-REC
           END-IF.
           WRITE PAGE-REC.
       WRITE-FAULT-PART-EXIT.
           EXIT.

      *    Links to the earlier nights still on the page list.
       WRITE-HISTORY-PART.
           MOVE '<h2>Previous nights</h2>' TO PAGE-REC.
           WRITE PAGE-REC.
           IF WS-PG-CNT < 2 THEN
              MOVE '<p>None on file.</p>' TO PAGE-REC
              WRITE PAGE-REC
           ELSE
              MOVE '<ul>' TO PAGE-REC
              WRITE PAGE-REC
              PERFORM VARYING WS-PG-IDX FROM 2 BY 1
                 UNTIL WS-PG-IDX > WS-PG-CNT
                    MOVE SPACES TO PAGE-REC
                    STRING '<li><a href="aoc_status_' DELIMITED SIZE
                       PG-DATE(WS-PG-IDX) DELIMITED SIZE
                       '.html">' DELIMITED SIZE
                       PG-DATE(WS-PG-IDX) DELIMITED SIZE
                       '</a></li>' DELIMITED SIZE
                       INTO PAGE-REC
                    END-STRING
                    WRITE PAGE-REC
              END-PERFORM
              MOVE '</ul>' TO PAGE-REC
              WRITE PAGE-REC
           END-IF.

      *    WS-HTML-IN with & < > " made safe for the page, into
      *    WS-HTML-OUT.
       ESCAPE-HTML.
           MOVE SPACES TO WS-HTML-OUT.
           MOVE 1 TO WS-HTML-PTR.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
              UNTIL WS-CHAR-IDX > 200 OR WS-HTML-PTR > 394
                 EVALUATE WS-HTML-IN(WS-CHAR-IDX:1)
                    WHEN '&'
                       STRING '&amp;' DELIMITED SIZE
                          INTO WS-HTML-OUT
                          WITH POINTER WS-HTML-PTR
                       END-STRING
                    WHEN '<'
                       STRING '&lt;' DELIMITED SIZE
                          INTO WS-HTML-OUT
                          WITH POINTER WS-HTML-PTR
                       END-STRING
                    WHEN '>'
                       STRING '&gt;' DELIMITED SIZE
                          INTO WS-HTML-OUT
                          WITH POINTER WS-HTML-PTR
                       END-STRING
                    WHEN '"'
                       STRING '&quot;' DELIMITED SIZE
                          INTO WS-HTML-OUT
                          WITH POINTER WS-HTML-PTR
                       END-STRING
                    WHEN OTHER
                       MOVE WS-HTML-IN(WS-CHAR-IDX:1)
                          TO WS-HTML-OUT(WS-HTML-PTR:1)
                       ADD 1 TO WS-HTML-PTR
                 END-EVALUATE
           END-PERFORM.

       END PROGRAM AOC-2016-STATPAGE.
