       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-ARRIVALS.

      *    Late-arrival monitor for expected puzzle input deliveries.
      *    AOC-2016-INTAKE takes in whatever has landed; nobody was
      *    told when something had not, until the step was skipped at
      *    2am. The arrival-expectation file (card AOC-2016-ARRIVALS
      *    EXPECT=, default aoc_arrival_expectations.txt), '*'
      *    comments, one expected input per line:
      *
      *        <input-file> <due HHMM> <cutoff HHMM>
      *
      *    Times are on the business date's clock; a time earlier than
      *    the card AOC-2016-ARRIVALS DAY-START=HHMM (default 1200)
      *    falls on the morning after it, so DUE 2200 CUTOFF 0130 is
      *    one night. An input has arrived when it sits in the landing
      *    zone (AOC-2016-INTAKE LANDING=, as <name> or <name>.new) or
      *    the manifest already carries it with tonight's version tag
      *    (V<business date> - intake has taken it in). One not
      *    arrived by its due time is OVERDUE and raised as a W record
      *    through AOC-2016-ERRLOG; one not arrived by its cutoff is
      *    PAST-CUTOFF and raised as an E record - the night's batch
      *    is at risk. Each is raised once per business date and
      *    level (aoc_arrival_raised.txt remembers), so a monitor
      *    scheduled several times a night escalates instead of
      *    repeating itself. Run between batches (run number 0), the
      *    records just raised are routed at once by AOC-2016-ALERTS
      *    under the alert_scope.cpy scope; inside a batch run they
      *    route with the run's own error records.
      *
      *    Detail goes to aoc_arrival_report.txt, and the status beacon
      *    aoc_batch_beacon.txt gets (or has replaced) one fixed-column
      *    summary record ahead of its END record,
      *
      *        ARRIVALS DATE=yyyymmdd EXPECTED=nn ARRIVED=nn
      *                 OVERDUE=nn PAST-CUTOFF=nn HOLD=Y|N
      *
      *    (one line), HOLD=Y whenever anything is past its cutoff, so
      *    the scheduler can hold the batch. Exit CC 0 all arrived or
      *    not yet due, CC 4 something overdue, CC 8 something past
      *    its cutoff.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPECTFILE ASSIGN TO DYNAMIC WS-EXPECT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPECT-STATUS.

           SELECT LISTFILE ASSIGN TO 'aoc_arrivals_landing.lst'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT MANIFESTFILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT RAISEDFILE ASSIGN TO 'aoc_arrival_raised.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RAISED-STATUS.

           SELECT BEACONFILE ASSIGN TO 'aoc_batch_beacon.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BEACON-STATUS.

           SELECT REPORTFILE ASSIGN TO 'aoc_arrival_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPECTFILE.
       01  EXPECT-REC          PIC X(120).

       FD  LISTFILE.
       01  LIST-REC            PIC X(100).

       FD  MANIFESTFILE.
       01  MANIFEST-REC        PIC X(160).

      *    yyyymmdd, severity, input name.
       FD  RAISEDFILE.
       01  RAISED-REC.
           05 RZ-DATE          PIC X(8).
           05 RZ-SP1           PIC X.
           05 RZ-SEV           PIC X.
           05 RZ-SP2           PIC X.
           05 RZ-FILE          PIC X(100).

       FD  BEACONFILE.
       01  BEACON-REC          PIC X(80).

       FD  REPORTFILE.
       01  REPORT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "business_date.cpy".
       COPY "run_registry.cpy".
       COPY "error_log.cpy".
       COPY "alert_scope.cpy".

       01  WS-EXPECT-NAME      PIC X(100)
                               VALUE 'aoc_arrival_expectations.txt'.
       01  WS-EXPECT-STATUS    PIC XX.
       01  WS-LIST-STATUS      PIC XX.
       01  WS-MANIFEST-NAME    PIC X(100)
                               VALUE 'aoc_input_manifest.txt'.
       01  WS-MANIFEST-STATUS  PIC XX.
       01  WS-RAISED-STATUS    PIC XX.
       01  WS-BEACON-STATUS    PIC XX.
       01  WS-LANDING-DIR      PIC X(100) VALUE 'landing'.
       01  WS-SHELL-CMD        PIC X(400).
       01  WS-DAY-START        PIC 9(4)   VALUE 1200.

       01  WS-EXP-MAX          PIC 99     VALUE 30.
       01  WS-EXP-CNT          PIC 99     VALUE 0.
       01  WS-EXP-TABLE.
           05 EXP-ENTRY OCCURS 30 TIMES.
              10 EXP-FILE      PIC X(100).
              10 EXP-DUE       PIC 9(4).
              10 EXP-CUTOFF    PIC 9(4).
              10 EXP-STATE     PIC X(12).
              10 EXP-RAISED    PIC X.
       01  WS-EXP-IDX          PIC 99.

       01  WS-LND-MAX          PIC 999    VALUE 200.
       01  WS-LND-CNT          PIC 999    VALUE 0.
       01  WS-LND-TABLE.
           05 LND-FILE OCCURS 200 TIMES PIC X(100).
       01  WS-LND-IDX          PIC 999.

       01  WS-MAN-MAX          PIC 999    VALUE 100.
       01  WS-MAN-CNT          PIC 999    VALUE 0.
       01  WS-MAN-TABLE.
           05 MAN-ENTRY OCCURS 100 TIMES.
              10 MAN-FILE      PIC X(100).
              10 MAN-VERSION   PIC X(12).
       01  WS-MAN-IDX          PIC 999.

       01  WS-BKN-MAX          PIC 99     VALUE 60.
       01  WS-BKN-CNT          PIC 99     VALUE 0.
       01  WS-BKN-TABLE.
           05 BKN-LINE OCCURS 60 TIMES PIC X(80).
       01  WS-BKN-IDX          PIC 99.

       01  WS-TOK-1            PIC X(100).
       01  WS-TOK-2            PIC X(20).
       01  WS-TOK-3            PIC X(20).
       01  WS-NEW-NAME         PIC X(100).
       01  WS-VERSION-TAG      PIC X(12).
       01  WS-BIZ-DATE         PIC X(8).
       01  WS-BIZ-DATE-NUM     PIC 9(8).
       01  WS-TODAY-NUM        PIC 9(8).
       01  WS-DAY-OFFSET       PIC S9(5).
       01  WS-NOW-MIN          PIC S9(7).
       01  WS-DUE-MIN          PIC S9(7).
       01  WS-CUTOFF-MIN       PIC S9(7).
       01  WS-CLOCK-HHMM       PIC 9(4).
       01  WS-CLOCK-PARTS REDEFINES WS-CLOCK-HHMM.
           05 WS-CLOCK-HH      PIC 99.
           05 WS-CLOCK-MM      PIC 99.
       01  WS-CLOCK-MIN        PIC S9(7).
       01  WS-ARRIVED          PIC X.
       01  WS-ARRIVED-CNT      PIC 99     VALUE 0.
       01  WS-OVERDUE-CNT      PIC 99     VALUE 0.
       01  WS-CUTOFF-CNT       PIC 99     VALUE 0.
       01  WS-RAISED-NOW       PIC 99     VALUE 0.
       01  WS-HOLD             PIC X      VALUE 'N'.
       01  WS-PASS-START       PIC X(14).
       01  WS-CURRENT-STAMP.
           05 WS-STAMP-DATE    PIC X(8).
           05 WS-STAMP-TIME    PIC X(6).
           05 WS-STAMP-REST    PIC X(7).

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           IF RR-RUN-NUMBER IS NOT NUMERIC THEN
              MOVE 0 TO RR-RUN-NUMBER
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE SPACES TO WS-PASS-START.
           STRING WS-STAMP-DATE DELIMITED SIZE
              WS-STAMP-TIME DELIMITED SIZE
              INTO WS-PASS-START
           END-STRING.
           PERFORM GET-ARRIVAL-PARMS.
           IF BD-BUSINESS-DATE IS NOT NUMERIC THEN
              CALL 'AOC-2016-BIZDATE'
                 ON EXCEPTION
                    MOVE WS-STAMP-DATE TO BD-BUSINESS-DATE
              END-CALL
           END-IF.
           IF BD-BUSINESS-DATE IS NUMERIC THEN
              MOVE BD-BUSINESS-DATE TO WS-BIZ-DATE
           ELSE
              MOVE WS-STAMP-DATE TO WS-BIZ-DATE
           END-IF.
           MOVE SPACES TO WS-VERSION-TAG.
           STRING 'V' DELIMITED SIZE
              WS-BIZ-DATE DELIMITED SIZE
              INTO WS-VERSION-TAG
           END-STRING.

           PERFORM LOAD-EXPECTATIONS THRU LOAD-EXPECTATIONS-EXIT.
           IF WS-EXP-CNT = 0 THEN
              DISPLAY 'NO ARRIVAL EXPECTATIONS ('
                 FUNCTION TRIM(WS-EXPECT-NAME)
                 ') - NOTHING TO MONITOR'
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LOAD-LANDING-ZONE THRU LOAD-LANDING-ZONE-EXIT.
           PERFORM LOAD-MANIFEST THRU LOAD-MANIFEST-EXIT.
           PERFORM LOAD-RAISED THRU LOAD-RAISED-EXIT.

      *    Minutes since midnight of the business date, so a pass
      *    after midnight still measures against last night's window.
           MOVE WS-BIZ-DATE TO WS-BIZ-DATE-NUM.
           MOVE WS-STAMP-DATE TO WS-TODAY-NUM.
           COMPUTE WS-DAY-OFFSET =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE-NUM).
           MOVE WS-STAMP-TIME(1:4) TO WS-CLOCK-HHMM.
           COMPUTE WS-NOW-MIN = WS-DAY-OFFSET * 1440 +
              WS-CLOCK-HH * 60 + WS-CLOCK-MM.

           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
              UNTIL WS-EXP-IDX > WS-EXP-CNT
                 PERFORM ASSESS-EXPECTATION
           END-PERFORM.

           PERFORM WRITE-ARRIVAL-REPORT.
           PERFORM UPDATE-BEACON THRU UPDATE-BEACON-EXIT.

           IF WS-RAISED-NOW > 0 AND RR-RUN-NUMBER = 0 THEN
              MOVE 'AOC-2016-ARRIVALS' TO AL-SCOPE-PROGRAM
              MOVE WS-PASS-START TO AL-SCOPE-SINCE
              CALL 'AOC-2016-ALERTS'
                 ON EXCEPTION
                    DISPLAY 'ALERT ROUTING NOT LINKED - RECORDS '
                       'LEFT IN THE ERROR LOG'
              END-CALL
              MOVE SPACES TO AL-SCOPE-PROGRAM
              MOVE SPACES TO AL-SCOPE-SINCE
           END-IF.

           DISPLAY 'ARRIVALS ' WS-BIZ-DATE ': ' WS-EXP-CNT
              ' EXPECTED, ' WS-ARRIVED-CNT ' ARRIVED, '
              WS-OVERDUE-CNT ' OVERDUE, ' WS-CUTOFF-CNT
              ' PAST CUTOFF'.
           EVALUATE TRUE
              WHEN WS-CUTOFF-CNT > 0
                 MOVE 8 TO RETURN-CODE
              WHEN WS-OVERDUE-CNT > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

       GET-ARRIVAL-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-ARRIVALS' TO CC-PROGRAM.
           MOVE 'EXPECT' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND CC-VALUE IS NOT EQUAL TO SPACES THEN
              MOVE CC-VALUE TO WS-EXPECT-NAME
           END-IF.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'DAY-START' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND CC-VALUE(1:4) IS NUMERIC THEN
              MOVE CC-VALUE(1:4) TO WS-DAY-START
           END-IF.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-INTAKE' TO CC-PROGRAM.
           MOVE 'LANDING' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-LANDING-DIR
           END-IF.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-STAGEVER' TO CC-PROGRAM.
           MOVE 'MANIFEST' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-MANIFEST-NAME
           END-IF.

       LOAD-EXPECTATIONS.
           OPEN INPUT EXPECTFILE.
           IF WS-EXPECT-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-EXPECTATIONS-EXIT
           END-IF.
           PERFORM UNTIL WS-EXPECT-STATUS IS NOT EQUAL TO '00'
              READ EXPECTFILE
                 AT END
                    MOVE '10' TO WS-EXPECT-STATUS
                 NOT AT END
                    IF EXPECT-REC IS NOT EQUAL TO SPACES AND
                       EXPECT-REC(1:1) IS NOT EQUAL TO '*' THEN
                       PERFORM PARSE-EXPECT-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EXPECTFILE.
       LOAD-EXPECTATIONS-EXIT.
           EXIT.

       PARSE-EXPECT-REC.
           MOVE SPACES TO WS-TOK-1.
           MOVE SPACES TO WS-TOK-2.
           MOVE SPACES TO WS-TOK-3.
           UNSTRING FUNCTION TRIM(EXPECT-REC LEADING)
              DELIMITED BY ALL SPACE
              INTO WS-TOK-1 WS-TOK-2 WS-TOK-3
           END-UNSTRING.
           IF WS-TOK-2(1:4) IS NUMERIC AND WS-TOK-2(5:1) = SPACE AND
              WS-TOK-3(1:4) IS NUMERIC AND WS-TOK-3(5:1) = SPACE AND
              WS-TOK-2(1:4) < '2400' AND WS-TOK-2(3:2) < '60' AND
              WS-TOK-3(1:4) < '2400' AND WS-TOK-3(3:2) < '60' AND
              WS-EXP-CNT < WS-EXP-MAX THEN
              ADD 1 TO WS-EXP-CNT
              MOVE WS-TOK-1 TO EXP-FILE(WS-EXP-CNT)
              MOVE WS-TOK-2(1:4) TO EXP-DUE(WS-EXP-CNT)
              MOVE WS-TOK-3(1:4) TO EXP-CUTOFF(WS-EXP-CNT)
              MOVE SPACES TO EXP-STATE(WS-EXP-CNT)
              MOVE SPACE TO EXP-RAISED(WS-EXP-CNT)
           ELSE
              DISPLAY 'EXPECTATION LINE IGNORED: '
                 FUNCTION TRIM(EXPECT-REC)
           END-IF.

       LOAD-LANDING-ZONE.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING 'ls -1 ' DELIMITED SIZE
              FUNCTION TRIM(WS-LANDING-DIR) DELIMITED SIZE
              ' >aoc_arrivals_landing.lst 2>/dev/null'
              DELIMITED SIZE
              INTO WS-SHELL-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SHELL-CMD.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT LISTFILE.
           IF WS-LIST-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-LANDING-ZONE-EXIT
           END-IF.
           PERFORM UNTIL WS-LIST-STATUS IS NOT EQUAL TO '00'
              READ LISTFILE
                 AT END
                    MOVE '10' TO WS-LIST-STATUS
                 NOT AT END
                    IF LIST-REC IS NOT EQUAL TO SPACES AND
                       WS-LND-CNT < WS-LND-MAX THEN
                       ADD 1 TO WS-LND-CNT
                       MOVE LIST-REC TO LND-FILE(WS-LND-CNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LISTFILE.
       LOAD-LANDING-ZONE-EXIT.
           EXIT.

      *    Manifest: <input-file> <md5-checksum> [<version-tag>].
       LOAD-MANIFEST.
           OPEN INPUT MANIFESTFILE.
           IF WS-MANIFEST-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-MANIFEST-EXIT
           END-IF.
           PERFORM UNTIL WS-MANIFEST-STATUS IS NOT EQUAL TO '00'
              READ MANIFESTFILE
                 AT END
                    MOVE '10' TO WS-MANIFEST-STATUS
                 NOT AT END
                    IF MANIFEST-REC IS NOT EQUAL TO SPACES AND
                       MANIFEST-REC(1:1) IS NOT EQUAL TO '*' AND
                       WS-MAN-CNT < WS-MAN-MAX THEN
                       MOVE SPACES TO WS-TOK-1
                       MOVE SPACES TO WS-TOK-2
                       MOVE SPACES TO WS-TOK-3
                       UNSTRING MANIFEST-REC DELIMITED BY ALL SPACE
                          INTO WS-TOK-1 WS-TOK-2 WS-TOK-3
                       END-UNSTRING
                       ADD 1 TO WS-MAN-CNT
                       MOVE WS-TOK-1 TO MAN-FILE(WS-MAN-CNT)
                       MOVE WS-TOK-3 TO MAN-VERSION(WS-MAN-CNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MANIFESTFILE.
       LOAD-MANIFEST-EXIT.
           EXIT.

      *    What earlier passes already raised for this business date.
       LOAD-RAISED.
           OPEN INPUT RAISEDFILE.
           IF WS-RAISED-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-RAISED-EXIT
           END-IF.
           PERFORM UNTIL WS-RAISED-STATUS IS NOT EQUAL TO '00'
              READ RAISEDFILE
                 AT END
                    MOVE '10' TO WS-RAISED-STATUS
                 NOT AT END
                    IF RZ-DATE = WS-BIZ-DATE THEN
                       PERFORM NOTE-RAISED-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RAISEDFILE.
       LOAD-RAISED-EXIT.
           EXIT.

       NOTE-RAISED-REC.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
              UNTIL WS-EXP-IDX > WS-EXP-CNT
                 IF EXP-FILE(WS-EXP-IDX) = RZ-FILE THEN
                    IF RZ-SEV = 'E' OR EXP-RAISED(WS-EXP-IDX) = SPACE
                       THEN
                       MOVE RZ-SEV TO EXP-RAISED(WS-EXP-IDX)
                    END-IF
                 END-IF
           END-PERFORM.

       CLOCK-TO-MINUTES.
           COMPUTE WS-CLOCK-MIN = WS-CLOCK-HH * 60 + WS-CLOCK-MM.
           IF WS-CLOCK-HHMM < WS-DAY-START THEN
              ADD 1440 TO WS-CLOCK-MIN
           END-IF.

       ASSESS-EXPECTATION.
           MOVE 'N' TO WS-ARRIVED.
           MOVE SPACES TO WS-NEW-NAME.
           STRING FUNCTION TRIM(EXP-FILE(WS-EXP-IDX)) DELIMITED SIZE
              '.new' DELIMITED SIZE
              INTO WS-NEW-NAME
           END-STRING.
           PERFORM VARYING WS-LND-IDX FROM 1 BY 1
              UNTIL WS-LND-IDX > WS-LND-CNT
                 IF LND-FILE(WS-LND-IDX) = EXP-FILE(WS-EXP-IDX) OR
                    LND-FILE(WS-LND-IDX) = WS-NEW-NAME THEN
                    MOVE 'Y' TO WS-ARRIVED
                    MOVE 'LANDED' TO EXP-STATE(WS-EXP-IDX)
                 END-IF
           END-PERFORM.
           IF WS-ARRIVED = 'N' THEN
              PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                 UNTIL WS-MAN-IDX > WS-MAN-CNT
                    IF MAN-FILE(WS-MAN-IDX) = EXP-FILE(WS-EXP-IDX) AND
                       MAN-VERSION(WS-MAN-IDX) = WS-VERSION-TAG THEN
                       MOVE 'Y' TO WS-ARRIVED
                       MOVE 'STAGED' TO EXP-STATE(WS-EXP-IDX)
                    END-IF
              END-PERFORM
           END-IF.
           IF WS-ARRIVED = 'Y' THEN
              ADD 1 TO WS-ARRIVED-CNT
           ELSE
              MOVE EXP-DUE(WS-EXP-IDX) TO WS-CLOCK-HHMM
              PERFORM CLOCK-TO-MINUTES
              MOVE WS-CLOCK-MIN TO WS-DUE-MIN
              MOVE EXP-CUTOFF(WS-EXP-IDX) TO WS-CLOCK-HHMM
              PERFORM CLOCK-TO-MINUTES
              MOVE WS-CLOCK-MIN TO WS-CUTOFF-MIN
              EVALUATE TRUE
                 WHEN WS-NOW-MIN >= WS-CUTOFF-MIN
                    MOVE 'PAST-CUTOFF' TO EXP-STATE(WS-EXP-IDX)
                    ADD 1 TO WS-CUTOFF-CNT
                    MOVE 'Y' TO WS-HOLD
                    IF EXP-RAISED(WS-EXP-IDX) IS NOT EQUAL TO 'E' THEN
                       MOVE 'AOC0706E' TO EL-MSG-ID
                       PERFORM RAISE-LATE-ARRIVAL
                    END-IF
                 WHEN WS-NOW-MIN >= WS-DUE-MIN
                    MOVE 'OVERDUE' TO EXP-STATE(WS-EXP-IDX)
                    ADD 1 TO WS-OVERDUE-CNT
                    IF EXP-RAISED(WS-EXP-IDX) = SPACE THEN
                       MOVE 'AOC0705W' TO EL-MSG-ID
                       PERFORM RAISE-LATE-ARRIVAL
                    END-IF
                 WHEN OTHER
                    MOVE 'PENDING' TO EXP-STATE(WS-EXP-IDX)
              END-EVALUATE
           END-IF.

      *    EL-MSG-ID is set by the caller: AOC0705W overdue,
      *    AOC0706E past cutoff; the id's last byte is the severity
      *    remembered in the raised file.
       RAISE-LATE-ARRIVAL.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-ARRIVALS' TO EL-PROGRAM.
           MOVE EXP-FILE(WS-EXP-IDX) TO EL-REFERENCE.
           MOVE EL-MSG-ID(8:1) TO EL-SEVERITY.
           MOVE EXP-FILE(WS-EXP-IDX) TO EL-VALUE-1.
           IF EL-SEVERITY = 'E' THEN
              MOVE EXP-CUTOFF(WS-EXP-IDX) TO EL-VALUE-2
              MOVE WS-BIZ-DATE TO EL-VALUE-3
           ELSE
              MOVE EXP-DUE(WS-EXP-IDX) TO EL-VALUE-2
              MOVE EXP-CUTOFF(WS-EXP-IDX) TO EL-VALUE-3
           END-IF.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 DISPLAY EL-MSG-ID ' '
                    FUNCTION TRIM(EXP-FILE(WS-EXP-IDX))
           END-CALL.
           MOVE EL-MSG-ID(8:1) TO EXP-RAISED(WS-EXP-IDX).
           ADD 1 TO WS-RAISED-NOW.
           OPEN EXTEND RAISEDFILE.
           IF WS-RAISED-STATUS = '35' THEN
              OPEN OUTPUT RAISEDFILE
           END-IF.
           MOVE SPACES TO RAISED-REC.
           MOVE WS-BIZ-DATE TO RZ-DATE.
           MOVE EL-SEVERITY TO RZ-SEV.
           MOVE EXP-FILE(WS-EXP-IDX) TO RZ-FILE.
           WRITE RAISED-REC.
           CLOSE RAISEDFILE.

       WRITE-ARRIVAL-REPORT.
           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-REC.
           STRING 'ARRIVAL MONITOR ' DELIMITED SIZE
              WS-STAMP-DATE DELIMITED SIZE
              ' ' DELIMITED SIZE
              WS-STAMP-TIME DELIMITED SIZE
              ' BUSINESS DATE ' DELIMITED SIZE
              WS-BIZ-DATE DELIMITED SIZE
              ' LANDING=' DELIMITED SIZE
              FUNCTION TRIM(WS-LANDING-DIR) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
              UNTIL WS-EXP-IDX > WS-EXP-CNT
                 MOVE SPACES TO REPORT-REC
                 MOVE EXP-FILE(WS-EXP-IDX) TO REPORT-REC(1:40)
                 STRING 'DUE=' DELIMITED SIZE
                    EXP-DUE(WS-EXP-IDX) DELIMITED SIZE
                    ' CUTOFF=' DELIMITED SIZE
                    EXP-CUTOFF(WS-EXP-IDX) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    EXP-STATE(WS-EXP-IDX) DELIMITED SIZE
                    INTO REPORT-REC(42:60)
                 END-STRING
                 WRITE REPORT-REC
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'ARRIVALS: ' DELIMITED SIZE
              WS-EXP-CNT DELIMITED SIZE
              ' EXPECTED, ' DELIMITED SIZE
              WS-ARRIVED-CNT DELIMITED SIZE
              ' ARRIVED, ' DELIMITED SIZE
              WS-OVERDUE-CNT DELIMITED SIZE
              ' OVERDUE, ' DELIMITED SIZE
              WS-CUTOFF-CNT DELIMITED SIZE
              ' PAST CUTOFF, HOLD=' DELIMITED SIZE
              WS-HOLD DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           CLOSE REPORTFILE.

      *    The beacon's other records belong to the batch driver and
      *    are kept as they are; only the ARRIVALS record is ours.
       UPDATE-BEACON.
           OPEN INPUT BEACONFILE.
           IF WS-BEACON-STATUS = '00' THEN
              PERFORM UNTIL WS-BEACON-STATUS IS NOT EQUAL TO '00'
                 READ BEACONFILE
                    AT END
                       MOVE '10' TO WS-BEACON-STATUS
                    NOT AT END
                       IF BEACON-REC(1:9) IS NOT EQUAL TO
                          'ARRIVALS ' AND
                          BEACON-REC IS NOT EQUAL TO 'END' AND
                          WS-BKN-CNT < WS-BKN-MAX THEN
                          ADD 1 TO WS-BKN-CNT
                          MOVE BEACON-REC TO BKN-LINE(WS-BKN-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BEACONFILE
           END-IF.
           OPEN OUTPUT BEACONFILE.
           IF WS-BEACON-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'STATUS BEACON NOT WRITABLE (STATUS '
                 WS-BEACON-STATUS ')'
              GO TO UPDATE-BEACON-EXIT
           END-IF.
           PERFORM VARYING WS-BKN-IDX FROM 1 BY 1
              UNTIL WS-BKN-IDX > WS-BKN-CNT
                 MOVE BKN-LINE(WS-BKN-IDX) TO BEACON-REC
                 WRITE BEACON-REC
           END-PERFORM.
           MOVE SPACES TO BEACON-REC.
           STRING 'ARRIVALS DATE=' DELIMITED SIZE
              WS-BIZ-DATE DELIMITED SIZE
              ' EXPECTED=' DELIMITED SIZE
              WS-EXP-CNT DELIMITED SIZE
              ' ARRIVED=' DELIMITED SIZE
              WS-ARRIVED-CNT DELIMITED SIZE
              ' OVERDUE=' DELIMITED SIZE
              WS-OVERDUE-CNT DELIMITED SIZE
              ' PAST-CUTOFF=' DELIMITED SIZE
              WS-CUTOFF-CNT DELIMITED SIZE
              ' HOLD=' DELIMITED SIZE
              WS-HOLD DELIMITED SIZE
              INTO BEACON-REC
           END-STRING.
           WRITE BEACON-REC.
           MOVE 'END' TO BEACON-REC.
           WRITE BEACON-REC.
           CLOSE BEACONFILE.
       UPDATE-BEACON-EXIT.
           EXIT.

       END PROGRAM AOC-2016-ARRIVALS.
