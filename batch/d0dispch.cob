       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-DISPATCH.

      *    Calendar-driven dispatcher for the jobs that run outside
      *    the nightly batch (the morning mirror check, the weekly
      *    housekeeping, the month-end report, the Friday fault
      *    review), which used to start only when somebody
      *    remembered. Run periodically (every few minutes from the
      *    scheduler of the host), each pass works out from the
      *    business date (AOC-2016-BIZDATE) and the processing
      *    calendar what is due and not yet done, launches it in the
      *    foreground, and records every dispatch and its outcome.
      *
      *    Schedule aoc_schedule.txt (card AOC-2016-DISPATCH
      *    SCHEDULE=<file>), '*' comments, one job per line:
      *
      *        <job> <frequency> <HHMM> <prerequisites> <command>
      *
      *        frequency      DAILY          every processing day
      *                       WEEKLY=<day>   MON..SUN (the last such
      *                                      processing day)
      *                       MONTHLY=<n>    n-th processing day of
      *                                      the month
      *                       MONTHLY=LAST   last processing day
      *        HHMM           earliest start on the due date
      *        prerequisites  AFTER=job[,job...] or '-'; a job is a
      *                       prerequisite once it is done for its own
      *                       latest occurrence, and BATCH means the
      *                       nightly run of the due date ENDED below
      *                       CC 8 on aoc_runs_master.txt
      *        command        rest of the line, run through the shell
      *                       with its output in aoc_dispatch_<job>.log
      *
      *    History aoc_dispatch_history.txt, one record per event:
      *    due date, job, DISPATCH / OK / FAILED / MISSED, when, CC.
      *    A command ending CC 0 or 4 is OK. One attempt is made per
      *    occurrence; a FAILED occurrence, or one that went by with
      *    no attempt at all (recorded MISSED when the next one comes
      *    due), carries forward: the job is dispatched at the next
      *    occurrence without waiting for its start time, and stays
      *    on the shift report (AOC-2016-SHIFTRPT) until an OK.
      *    Processing days come from the same calendar as the
      *    business date (AOC-2016-BIZDATE CALENDAR=, default
      *    aoc_calendar.txt: HOLIDAY / NORUN dates).
      *    Exit CC 0, CC 4 when a job failed or was found missed on
      *    this pass, CC 8 when there is no schedule.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDFILE ASSIGN TO DYNAMIC WS-SCHED-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHED-STATUS.

           SELECT CALFILE ASSIGN TO DYNAMIC WS-CAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

           SELECT HISTFILE ASSIGN TO 'aoc_dispatch_history.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

           SELECT MASTERFILE ASSIGN TO 'aoc_runs_master.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT RCFILE ASSIGN TO 'aoc_dispatch.rc'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDFILE.
       01  SCHED-REC           PIC X(200).

       FD  CALFILE.
       01  CAL-REC             PIC X(80).

       FD  HISTFILE.
       01  HIST-REC.
           05 DH-DUE           PIC X(8).
           05 DH-SP1           PIC X.
           05 DH-JOB           PIC X(12).
           05 DH-SP2           PIC X.
           05 DH-EVENT         PIC X(8).
           05 DH-SP3           PIC X.
           05 DH-DATE          PIC X(8).
           05 DH-SP4           PIC X.
           05 DH-TIME          PIC X(6).
           05 DH-SP5           PIC X.
           05 DH-CC            PIC 99.

       FD  MASTERFILE.
       01  MASTER-REC.
           05 RM-RUN-NUMBER    PIC 9(6).
           05 RM-SP1           PIC X.
           05 RM-DATE          PIC X(8).
           05 RM-SP2           PIC X.
           05 RM-TIME          PIC X(6).
           05 RM-SP3           PIC X.
           05 RM-EVENT         PIC X(7).
           05 RM-SP4           PIC X.
           05 RM-CC            PIC 99.
           05 RM-SP5           PIC X.
           05 RM-PARENT        PIC X(6).

       FD  RCFILE.
       01  RC-REC              PIC X(10).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "business_date.cpy".
       COPY "error_log.cpy".

       01  WS-SCHED-NAME       PIC X(100) VALUE 'aoc_schedule.txt'.
       01  WS-SCHED-STATUS     PIC XX.
       01  WS-CAL-NAME         PIC X(100) VALUE 'aoc_calendar.txt'.
       01  WS-CAL-STATUS       PIC XX.
       01  WS-HIST-STATUS      PIC XX.
       01  WS-MASTER-STATUS    PIC XX.
       01  WS-RC-STATUS        PIC XX.
       01  WS-RC-VALUE         PIC X(10).
       01  WS-HIGHEST-CC       PIC 99     VALUE 0.

       01  WS-CURRENT-STAMP.
           05 WS-STAMP-DATE    PIC X(8).
           05 WS-STAMP-TIME    PIC X(6).
           05 WS-STAMP-REST    PIC X(7).
       01  WS-BIZ-DATE         PIC 9(8).

      *    Non-processing days (HOLIDAY / NORUN) from the calendar.
       01  WS-NORUN-MAX        PIC 9(3)   VALUE 100.
       01  WS-NORUN-CNT        PIC 9(3)   VALUE 0.
       01  WS-NORUN-TABLE.
           05 NORUN-DATE OCCURS 100 TIMES PIC X(8).
       01  WS-NORUN-IDX        PIC 9(3).
       01  WS-TOK-KEYWORD      PIC X(12).
       01  WS-TOK-VALUE        PIC X(12).

       01  WS-JOB-MAX          PIC 99     VALUE 40.
       01  WS-JOB-CNT          PIC 99     VALUE 0.
       01  WS-JOB-IDX          PIC 99.
       01  WS-PRE-IDX          PIC 99.
       01  SCHEDULE-TABLE.
           05 SJ-ENTRY OCCURS 40 TIMES.
              10 SJ-JOB        PIC X(12).
              10 SJ-FREQ       PIC X(7).
              10 SJ-DAY        PIC 9.
              10 SJ-BDAY       PIC 99.
              10 SJ-START      PIC X(4).
              10 SJ-AFTER      PIC X(60).
              10 SJ-COMMAND    PIC X(140).
              10 SJ-DUE        PIC 9(8).
              10 SJ-PREV       PIC 9(8).
              10 SJ-SEEN       PIC X.
              10 SJ-LAST-OK    PIC 9(8).
              10 SJ-LAST-TRY   PIC 9(8).
              10 SJ-LAST-MISS  PIC 9(8).

      *    Schedule-line parse fields.
       01  WS-PTR              PIC 999.
       01  WS-TOK-JOB          PIC X(20).
       01  WS-TOK-FREQ         PIC X(20).
       01  WS-TOK-START        PIC X(10).
       01  WS-TOK-AFTER        PIC X(80).
       01  WS-FREQ-KIND        PIC X(10).
       01  WS-FREQ-ARG         PIC X(10).
       01  WS-LINE-OK          PIC X.

       01  WS-DAY-NAMES        PIC X(21)
                               VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-IDX          PIC 9.

      *    Occurrence arithmetic.
       01  WS-REF-DATE         PIC 9(8).
       01  WS-WORK-DATE        PIC 9(8).
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05 WS-WORK-YYYYMM   PIC 9(6).
           05 WS-WORK-DD       PIC 99.
       01  WS-WORK-DAYNO       PIC 9(8).
       01  WS-OCC-DATE         PIC 9(8).
       01  WS-MONTH-BASE       PIC 9(6).
       01  WS-DOW              PIC 9.
       01  WS-STEP-LIMIT       PIC 999.
       01  WS-DATE-IS-NORUN    PIC X.
       01  WS-BDAY-CNT         PIC 99.
       01  WS-DD               PIC 99.

      *    Per-job pass state.
       01  WS-CARRIED          PIC X.
       01  WS-PREREQ-OK        PIC X.
       01  WS-PREREQ-NAME      PIC X(12).
       01  WS-HELD-BY          PIC X(12).
       01  WS-AFTER-LIST       PIC X(60).
       01  WS-AFTER-PTR        PIC 99.
       01  WS-FOUND-IDX        PIC 99.
       01  WS-BATCH-OK         PIC X.
       01  WS-EVENT            PIC X(8).
       01  WS-EVENT-DUE        PIC 9(8).
       01  WS-EVENT-CC         PIC 99.
       01  WS-JOB-RC           PIC 9(4).
       01  WS-SHELL-CMD        PIC X(400).
       01  WS-DISPATCH-CNT     PIC 99     VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           PERFORM GET-DISPATCH-PARMS.
           CALL 'AOC-2016-BIZDATE'
              ON EXCEPTION
                 MOVE WS-STAMP-DATE TO BD-BUSINESS-DATE
           END-CALL.
           IF BD-BUSINESS-DATE IS NUMERIC THEN
              MOVE BD-BUSINESS-DATE TO WS-BIZ-DATE
           ELSE
              MOVE WS-STAMP-DATE TO WS-BIZ-DATE
           END-IF.
           DISPLAY 'DISPATCH PASS ' WS-STAMP-DATE ' ' WS-STAMP-TIME
              ' BUSINESS DATE ' WS-BIZ-DATE.
           PERFORM LOAD-CALENDAR.
           PERFORM LOAD-SCHEDULE.
           IF WS-JOB-CNT = 0 THEN
              DISPLAY 'NO SCHEDULED JOBS ('
                 FUNCTION TRIM(WS-SCHED-NAME) ')'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LOAD-HISTORY.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-CNT
                 PERFORM COMPUTE-JOB-OCCURRENCES
           END-PERFORM.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-CNT
                 PERFORM CONSIDER-JOB THRU CONSIDER-JOB-EXIT
           END-PERFORM.
           DISPLAY 'DISPATCH PASS COMPLETE - ' WS-DISPATCH-CNT
              ' JOB(S) LAUNCHED'.
           MOVE WS-HIGHEST-CC TO RETURN-CODE.
           GOBACK.

       GET-DISPATCH-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-DISPATCH' TO CC-PROGRAM.
           MOVE 'SCHEDULE' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND CC-VALUE IS NOT EQUAL TO SPACES THEN
              MOVE CC-VALUE TO WS-SCHED-NAME
           END-IF.
           MOVE 'AOC-2016-BIZDATE' TO CC-PROGRAM.
           MOVE 'CALENDAR' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND CC-VALUE IS NOT EQUAL TO SPACES THEN
              MOVE CC-VALUE TO WS-CAL-NAME
           END-IF.

      *    Only the non-processing days matter here; the cutoff is
      *    already applied to the business date by AOC-2016-BIZDATE.
       LOAD-CALENDAR.
           OPEN INPUT CALFILE.
           PERFORM UNTIL WS-CAL-STATUS IS NOT EQUAL TO '00'
              READ CALFILE
                 AT END
                    MOVE '10' TO WS-CAL-STATUS
                 NOT AT END
                    IF CAL-REC IS NOT EQUAL TO SPACES AND
                       CAL-REC(1:1) IS NOT EQUAL TO '*' THEN
                       MOVE SPACES TO WS-TOK-KEYWORD
                       MOVE SPACES TO WS-TOK-VALUE
                       UNSTRING CAL-REC DELIMITED BY ALL SPACE
                          INTO WS-TOK-KEYWORD WS-TOK-VALUE
                       END-UNSTRING
                       IF (WS-TOK-KEYWORD = 'HOLIDAY' OR
                           WS-TOK-KEYWORD = 'NORUN') AND
                          WS-TOK-VALUE(1:8) IS NUMERIC AND
                          WS-NORUN-CNT < WS-NORUN-MAX THEN
                          ADD 1 TO WS-NORUN-CNT
                          MOVE WS-TOK-VALUE(1:8)
                             TO NORUN-DATE(WS-NORUN-CNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CALFILE.

       LOAD-SCHEDULE.
           OPEN INPUT SCHEDFILE.
           PERFORM UNTIL WS-SCHED-STATUS IS NOT EQUAL TO '00'
              READ SCHEDFILE
                 AT END
                    MOVE '10' TO WS-SCHED-STATUS
                 NOT AT END
                    IF SCHED-REC IS NOT EQUAL TO SPACES AND
                       SCHED-REC(1:1) IS NOT EQUAL TO '*' THEN
                       PERFORM PARSE-SCHEDULE-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SCHEDFILE.

       PARSE-SCHEDULE-REC.
           MOVE SPACES TO WS-TOK-JOB.
           MOVE SPACES TO WS-TOK-FREQ.
           MOVE SPACES TO WS-TOK-START.
           MOVE SPACES TO WS-TOK-AFTER.
           MOVE 1 TO WS-PTR.
           UNSTRING SCHED-REC DELIMITED BY ALL SPACE
              INTO WS-TOK-JOB WS-TOK-FREQ WS-TOK-START WS-TOK-AFTER
              WITH POINTER WS-PTR
           END-UNSTRING.
           MOVE 'Y' TO WS-LINE-OK.
           MOVE SPACES TO WS-FREQ-KIND.
           MOVE SPACES TO WS-FREQ-ARG.
           UNSTRING WS-TOK-FREQ DELIMITED BY '='
              INTO WS-FREQ-KIND WS-FREQ-ARG
           END-UNSTRING.
           IF WS-TOK-START(1:4) IS NOT NUMERIC OR
              WS-PTR > 200 OR
              SCHED-REC(WS-PTR:) = SPACES THEN
              MOVE 'N' TO WS-LINE-OK
           END-IF.
           IF WS-JOB-CNT NOT < WS-JOB-MAX THEN
              MOVE 'N' TO WS-LINE-OK
           END-IF.
           IF WS-LINE-OK = 'Y' THEN
              ADD 1 TO WS-JOB-CNT
              MOVE WS-TOK-JOB TO SJ-JOB(WS-JOB-CNT)
              MOVE WS-TOK-START(1:4) TO SJ-START(WS-JOB-CNT)
              MOVE 0 TO SJ-DAY(WS-JOB-CNT)
              MOVE 0 TO SJ-BDAY(WS-JOB-CNT)
              MOVE SPACES TO SJ-AFTER(WS-JOB-CNT)
              IF WS-TOK-AFTER(1:6) = 'AFTER=' THEN
                 MOVE WS-TOK-AFTER(7:60) TO SJ-AFTER(WS-JOB-CNT)
              END-IF
              MOVE SCHED-REC(WS-PTR:) TO SJ-COMMAND(WS-JOB-CNT)
              MOVE 'N' TO SJ-SEEN(WS-JOB-CNT)
              MOVE 0 TO SJ-LAST-OK(WS-JOB-CNT)
              MOVE 0 TO SJ-LAST-TRY(WS-JOB-CNT)
              MOVE 0 TO SJ-LAST-MISS(WS-JOB-CNT)
              EVALUATE WS-FREQ-KIND
                 WHEN 'DAILY'
                    MOVE 'DAILY' TO SJ-FREQ(WS-JOB-CNT)
                 WHEN 'WEEKLY'
                    MOVE 'WEEKLY' TO SJ-FREQ(WS-JOB-CNT)
                    MOVE 9 TO WS-DAY-IDX
                    PERFORM VARYING WS-DOW FROM 0 BY 1
                       UNTIL WS-DOW > 6
                          IF WS-DAY-NAMES(WS-DOW * 3 + 1:3) =
                             WS-FREQ-ARG(1:3) THEN
                             MOVE WS-DOW TO WS-DAY-IDX
                          END-IF
                    END-PERFORM
                    IF WS-DAY-IDX = 9 THEN
                       MOVE 'N' TO WS-LINE-OK
                    ELSE
                       MOVE WS-DAY-IDX TO SJ-DAY(WS-JOB-CNT)
                    END-IF
                 WHEN 'MONTHLY'
                    MOVE 'MONTHLY' TO SJ-FREQ(WS-JOB-CNT)
                    IF WS-FREQ-ARG = 'LAST' THEN
                       MOVE 0 TO SJ-BDAY(WS-JOB-CNT)
                    ELSE
                       IF FUNCTION TEST-NUMVAL(WS-FREQ-ARG) = 0 AND
                          FUNCTION NUMVAL(WS-FREQ-ARG) > 0 AND
                          FUNCTION NUMVAL(WS-FREQ-ARG) < 24 THEN
                          COMPUTE SJ-BDAY(WS-JOB-CNT) =
                             FUNCTION NUMVAL(WS-FREQ-ARG)
                       ELSE
                          MOVE 'N' TO WS-LINE-OK
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE 'N' TO WS-LINE-OK
              END-EVALUATE
              IF WS-LINE-OK = 'N' THEN
                 SUBTRACT 1 FROM WS-JOB-CNT
              END-IF
           END-IF.
           IF WS-LINE-OK = 'N' THEN
              DISPLAY 'BAD SCHEDULE ENTRY IGNORED: '
                 FUNCTION TRIM(SCHED-REC)
           END-IF.

      *    Per job: the latest due date with an OK, the latest due
      *    date attempted at all, the latest one recorded MISSED.
       LOAD-HISTORY.
           OPEN INPUT HISTFILE.
           PERFORM UNTIL WS-HIST-STATUS IS NOT EQUAL TO '00'
              READ HISTFILE
                 AT END
                    MOVE '10' TO WS-HIST-STATUS
                 NOT AT END
                    IF DH-DUE IS NUMERIC THEN
                       PERFORM NOTE-HISTORY-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HISTFILE.

       NOTE-HISTORY-REC.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
              UNTIL WS-JOB-IDX > WS-JOB-CNT
                 IF SJ-JOB(WS-JOB-IDX) = DH-JOB THEN
                    MOVE 'Y' TO SJ-SEEN(WS-JOB-IDX)
                    MOVE DH-DUE TO WS-EVENT-DUE
                    EVALUATE DH-EVENT
                       WHEN 'OK'
                          IF WS-EVENT-DUE > SJ-LAST-OK(WS-JOB-IDX)
                             THEN
                             MOVE WS-EVENT-DUE
                                TO SJ-LAST-OK(WS-JOB-IDX)
                          END-IF
                          IF WS-EVENT-DUE > SJ-LAST-TRY(WS-JOB-IDX)
                             THEN
                             MOVE WS-EVENT-DUE
                                TO SJ-LAST-TRY(WS-JOB-IDX)
                          END-IF
                       WHEN 'MISSED'
                          IF WS-EVENT-DUE >
                             SJ-LAST-MISS(WS-JOB-IDX) THEN
                             MOVE WS-EVENT-DUE
                                TO SJ-LAST-MISS(WS-JOB-IDX)
                          END-IF
                       WHEN OTHER
                          IF WS-EVENT-DUE > SJ-LAST-TRY(WS-JOB-IDX)
                             THEN
                             MOVE WS-EVENT-DUE
                                TO SJ-LAST-TRY(WS-JOB-IDX)
                          END-IF
                    END-EVALUATE
                 END-IF
           END-PERFORM.

      *    The due occurrence is the latest one on or before the
      *    business date; the previous one is the latest before that.
       COMPUTE-JOB-OCCURRENCES.
           MOVE WS-BIZ-DATE TO WS-REF-DATE.
           PERFORM FIND-OCCURRENCE.
           MOVE WS-OCC-DATE TO SJ-DUE(WS-JOB-IDX).
           MOVE 0 TO SJ-PREV(WS-JOB-IDX).
           IF WS-OCC-DATE > 0 THEN
              COMPUTE WS-WORK-DAYNO =
                 FUNCTION INTEGER-OF-DATE(WS-OCC-DATE) - 1
              COMPUTE WS-REF-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-WORK-DAYNO)
              PERFORM FIND-OCCURRENCE
              MOVE WS-OCC-DATE TO SJ-PREV(WS-JOB-IDX)
           END-IF.

       FIND-OCCURRENCE.
           MOVE 0 TO WS-OCC-DATE.
           EVALUATE SJ-FREQ(WS-JOB-IDX)
              WHEN 'DAILY'
                 MOVE WS-REF-DATE TO WS-WORK-DATE
                 MOVE 0 TO WS-STEP-LIMIT
                 PERFORM CHECK-NORUN-DATE
                 PERFORM UNTIL WS-DATE-IS-NORUN = 'N' OR
                    WS-STEP-LIMIT > 31
                    PERFORM STEP-BACK-ONE-DAY
                    ADD 1 TO WS-STEP-LIMIT
                    PERFORM CHECK-NORUN-DATE
                 END-PERFORM
                 IF WS-DATE-IS-NORUN = 'N' THEN
                    MOVE WS-WORK-DATE TO WS-OCC-DATE
                 END-IF
              WHEN 'WEEKLY'
                 MOVE WS-REF-DATE TO WS-WORK-DATE
                 MOVE 0 TO WS-STEP-LIMIT
                 PERFORM UNTIL WS-OCC-DATE > 0 OR WS-STEP-LIMIT > 62
                    COMPUTE WS-DOW = FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1, 7)
                    PERFORM CHECK-NORUN-DATE
                    IF WS-DOW = SJ-DAY(WS-JOB-IDX) AND
                       WS-DATE-IS-NORUN = 'N' THEN
                       MOVE WS-WORK-DATE TO WS-OCC-DATE
                    ELSE
                       PERFORM STEP-BACK-ONE-DAY
                       ADD 1 TO WS-STEP-LIMIT
                    END-IF
                 END-PERFORM
              WHEN 'MONTHLY'
                 MOVE WS-REF-DATE TO WS-WORK-DATE
                 MOVE WS-WORK-YYYYMM TO WS-MONTH-BASE
                 PERFORM FIND-MONTH-OCCURRENCE
                 IF WS-OCC-DATE = 0 OR WS-OCC-DATE > WS-REF-DATE THEN
                    MOVE WS-MONTH-BASE TO WS-WORK-YYYYMM
                    MOVE 1 TO WS-WORK-DD
                    PERFORM STEP-BACK-ONE-DAY
                    MOVE WS-WORK-YYYYMM TO WS-MONTH-BASE
                    PERFORM FIND-MONTH-OCCURRENCE
                 END-IF
           END-EVALUATE.

      *    n-th (or, for 0, the last) processing day of the month in
      *    WS-MONTH-BASE; 0 when the month has too few.
       FIND-MONTH-OCCURRENCE.
           MOVE 0 TO WS-OCC-DATE.
           MOVE 0 TO WS-BDAY-CNT.
           PERFORM VARYING WS-DD FROM 1 BY 1 UNTIL WS-DD > 31
              MOVE WS-MONTH-BASE TO WS-WORK-YYYYMM
              MOVE WS-DD TO WS-WORK-DD
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) = 0 THEN
                 PERFORM CHECK-NORUN-DATE
                 IF WS-DATE-IS-NORUN = 'N' THEN
                    ADD 1 TO WS-BDAY-CNT
                    IF SJ-BDAY(WS-JOB-IDX) = 0 OR
                       SJ-BDAY(WS-JOB-IDX) = WS-BDAY-CNT THEN
                       MOVE WS-WORK-DATE TO WS-OCC-DATE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       STEP-BACK-ONE-DAY.
           COMPUTE WS-WORK-DAYNO =
              FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1.
           COMPUTE WS-WORK-DATE =
              FUNCTION DATE-OF-INTEGER(WS-WORK-DAYNO).

       CHECK-NORUN-DATE.
           MOVE 'N' TO WS-DATE-IS-NORUN.
           PERFORM VARYING WS-NORUN-IDX FROM 1 BY 1
              UNTIL WS-NORUN-IDX > WS-NORUN-CNT
                 IF NORUN-DATE(WS-NORUN-IDX) = WS-WORK-DATE THEN
                    MOVE 'Y' TO WS-DATE-IS-NORUN
                 END-IF
           END-PERFORM.

       CONSIDER-JOB.
           IF SJ-DUE(WS-JOB-IDX) = 0 THEN
              DISPLAY '  ' SJ-JOB(WS-JOB-IDX) ' NO OCCURRENCE FOUND'
              GO TO CONSIDER-JOB-EXIT
           END-IF.
           IF SJ-LAST-OK(WS-JOB-IDX) NOT < SJ-DUE(WS-JOB-IDX) THEN
              DISPLAY '  ' SJ-JOB(WS-JOB-IDX) ' DONE FOR '
                 SJ-DUE(WS-JOB-IDX)
              GO TO CONSIDER-JOB-EXIT
           END-IF.
           IF SJ-LAST-TRY(WS-JOB-IDX) NOT < SJ-DUE(WS-JOB-IDX) THEN
              DISPLAY '  ' SJ-JOB(WS-JOB-IDX) ' FAILED FOR '
                 SJ-DUE(WS-JOB-IDX) ' - CARRIED TO NEXT OCCURRENCE'
              GO TO CONSIDER-JOB-EXIT
           END-IF.
      *    The previous occurrence went by without an attempt: it is
      *    recorded once, and the job is now overdue.
           IF SJ-SEEN(WS-JOB-IDX) = 'Y' AND
              SJ-PREV(WS-JOB-IDX) > 0 AND
              SJ-LAST-TRY(WS-JOB-IDX) < SJ-PREV(WS-JOB-IDX) AND
              SJ-LAST-MISS(WS-JOB-IDX) < SJ-PREV(WS-JOB-IDX) THEN
              MOVE 'MISSED' TO WS-EVENT
              MOVE SJ-PREV(WS-JOB-IDX) TO WS-EVENT-DUE
              MOVE 0 TO WS-EVENT-CC
              PERFORM APPEND-HISTORY
              MOVE SJ-PREV(WS-JOB-IDX) TO SJ-LAST-MISS(WS-JOB-IDX)
              DISPLAY '  ' SJ-JOB(WS-JOB-IDX) ' MISSED FOR '
                 SJ-PREV(WS-JOB-IDX)
              MOVE SJ-JOB(WS-JOB-IDX) TO EL-REFERENCE
              MOVE 'AOC0702W' TO EL-MSG-ID
              MOVE SJ-PREV(WS-JOB-IDX) TO EL-VALUE-1
              PERFORM LOG-ERROR
              IF WS-HIGHEST-CC < 4 THEN
                 MOVE 4 TO WS-HIGHEST-CC
              END-IF
           END-IF.
           MOVE 'N' TO WS-CARRIED.
           IF SJ-SEEN(WS-JOB-IDX) = 'Y' AND
              SJ-LAST-OK(WS-JOB-IDX) < SJ-PREV(WS-JOB-IDX) THEN
              MOVE 'Y' TO WS-CARRIED
           END-IF.
           IF WS-CARRIED = 'N' AND
              SJ-DUE(WS-JOB-IDX) = WS-STAMP-DATE AND
              WS-STAMP-TIME(1:4) < SJ-START(WS-JOB-IDX) THEN
              DISPLAY '  ' SJ-JOB(WS-JOB-IDX) ' WAITING - DUE '
                 SJ-DUE(WS-JOB-IDX) ' AT ' SJ-START(WS-JOB-IDX)
              GO TO CONSIDER-JOB-EXIT
           END-IF.
           PERFORM CHECK-PREREQUISITES.
           IF WS-PREREQ-OK = 'N' THEN
              DISPLAY '  ' SJ-JOB(WS-JOB-IDX) ' HELD - WAITING FOR '
                 FUNCTION TRIM(WS-HELD-BY)
              GO TO CONSIDER-JOB-EXIT
           END-IF.
           PERFORM DISPATCH-JOB.
       CONSIDER-JOB-EXIT.
           EXIT.

      *    AFTER=a,b,...: each named job must be done for its own
      *    latest occurrence; BATCH is the nightly run of the due
      *    date.
       CHECK-PREREQUISITES.
           MOVE 'Y' TO WS-PREREQ-OK.
           MOVE SPACES TO WS-HELD-BY.
           MOVE SJ-AFTER(WS-JOB-IDX) TO WS-AFTER-LIST.
           MOVE 1 TO WS-AFTER-PTR.
           PERFORM UNTIL WS-AFTER-PTR > 60 OR WS-PREREQ-OK = 'N'
              MOVE SPACES TO WS-PREREQ-NAME
              UNSTRING WS-AFTER-LIST DELIMITED BY ',' OR SPACE
                 INTO WS-PREREQ-NAME
                 WITH POINTER WS-AFTER-PTR
              END-UNSTRING
              IF WS-PREREQ-NAME = SPACES THEN
                 MOVE 61 TO WS-AFTER-PTR
              ELSE
                 PERFORM CHECK-ONE-PREREQUISITE
                 IF WS-PREREQ-OK = 'N' THEN
                    MOVE WS-PREREQ-NAME TO WS-HELD-BY
                 END-IF
              END-IF
           END-PERFORM.

       CHECK-ONE-PREREQUISITE.
           IF WS-PREREQ-NAME = 'BATCH' THEN
              PERFORM CHECK-BATCH-ENDED
              MOVE WS-BATCH-OK TO WS-PREREQ-OK
           ELSE
              MOVE 0 TO WS-FOUND-IDX
              PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                 UNTIL WS-PRE-IDX > WS-JOB-CNT
                    IF SJ-JOB(WS-PRE-IDX) = WS-PREREQ-NAME THEN
                       MOVE WS-PRE-IDX TO WS-FOUND-IDX
                    END-IF
              END-PERFORM
              IF WS-FOUND-IDX = 0 THEN
                 MOVE 'N' TO WS-PREREQ-OK
              ELSE
                 IF SJ-DUE(WS-FOUND-IDX) = 0 OR
                    SJ-LAST-OK(WS-FOUND-IDX) < SJ-DUE(WS-FOUND-IDX)
                    THEN
                    MOVE 'N' TO WS-PREREQ-OK
                 END-IF
              END-IF
           END-IF.

       CHECK-BATCH-ENDED.
           MOVE 'N' TO WS-BATCH-OK.
           OPEN INPUT MASTERFILE.
           PERFORM UNTIL WS-MASTER-STATUS IS NOT EQUAL TO '00'
              READ MASTERFILE
                 AT END
                    MOVE '10' TO WS-MASTER-STATUS
                 NOT AT END
                    IF RM-EVENT = 'ENDED' AND
                       RM-DATE = SJ-DUE(WS-JOB-IDX) AND
                       RM-CC IS NUMERIC AND RM-CC < 8 THEN
                       MOVE 'Y' TO WS-BATCH-OK
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MASTERFILE.

      *    The command runs in the foreground; the wrapper leaves its
      *    exit code in aoc_dispatch.rc the way the batch driver's
      *    child wrapper does.
       DISPATCH-JOB.
           MOVE 'DISPATCH' TO WS-EVENT.
           MOVE SJ-DUE(WS-JOB-IDX) TO WS-EVENT-DUE.
           MOVE 0 TO WS-EVENT-CC.
           PERFORM APPEND-HISTORY.
           ADD 1 TO WS-DISPATCH-CNT.
           IF WS-CARRIED = 'Y' THEN
              DISPLAY '  ' SJ-JOB(WS-JOB-IDX) ' DISPATCHED FOR '
                 SJ-DUE(WS-JOB-IDX) ' (CARRIED FORWARD): '
                 FUNCTION TRIM(SJ-COMMAND(WS-JOB-IDX))
           ELSE
              DISPLAY '  ' SJ-JOB(WS-JOB-IDX) ' DISPATCHED FOR '
                 SJ-DUE(WS-JOB-IDX) ': '
                 FUNCTION TRIM(SJ-COMMAND(WS-JOB-IDX))
           END-IF.
           CALL 'CBL_DELETE_FILE' USING 'aoc_dispatch.rc'.
           MOVE SPACES TO WS-SHELL-CMD.
           STRING FUNCTION TRIM(SJ-COMMAND(WS-JOB-IDX)) DELIMITED SIZE
              ' >aoc_dispatch_' DELIMITED SIZE
              FUNCTION TRIM(SJ-JOB(WS-JOB-IDX)) DELIMITED SIZE
              '.log 2>&1; echo $? >aoc_dispatch.rc' DELIMITED SIZE
              INTO WS-SHELL-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-SHELL-CMD.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-RC-VALUE.
           OPEN INPUT RCFILE.
           IF WS-RC-STATUS = '00' THEN
              READ RCFILE INTO WS-RC-VALUE
                 AT END
                    CONTINUE
              END-READ
              CLOSE RCFILE
           END-IF.
           MOVE 99 TO WS-JOB-RC.
           IF WS-RC-VALUE IS NOT EQUAL TO SPACES AND
              FUNCTION TEST-NUMVAL(WS-RC-VALUE) = 0 THEN
              COMPUTE WS-JOB-RC = FUNCTION NUMVAL(WS-RC-VALUE)
           END-IF.
           IF WS-JOB-RC > 99 THEN
              MOVE 99 TO WS-EVENT-CC
           ELSE
              MOVE WS-JOB-RC TO WS-EVENT-CC
           END-IF.
           MOVE SJ-DUE(WS-JOB-IDX) TO SJ-LAST-TRY(WS-JOB-IDX).
           MOVE 'Y' TO SJ-SEEN(WS-JOB-IDX).
           IF WS-EVENT-CC NOT > 4 THEN
              MOVE 'OK' TO WS-EVENT
              MOVE SJ-DUE(WS-JOB-IDX) TO SJ-LAST-OK(WS-JOB-IDX)
              DISPLAY '  ' SJ-JOB(WS-JOB-IDX) ' ENDED OK CC='
                 WS-EVENT-CC
           ELSE
              MOVE 'FAILED' TO WS-EVENT
              DISPLAY '  ' SJ-JOB(WS-JOB-IDX) ' FAILED CC='
                 WS-EVENT-CC ' - SEE aoc_dispatch_'
                 FUNCTION TRIM(SJ-JOB(WS-JOB-IDX)) '.log'
              MOVE SJ-JOB(WS-JOB-IDX) TO EL-REFERENCE
              MOVE 'AOC0703W' TO EL-MSG-ID
              MOVE WS-EVENT-CC TO EL-VALUE-1
              MOVE SJ-DUE(WS-JOB-IDX) TO EL-VALUE-2
              PERFORM LOG-ERROR
              IF WS-HIGHEST-CC < 4 THEN
                 MOVE 4 TO WS-HIGHEST-CC
              END-IF
           END-IF.
           PERFORM APPEND-HISTORY.

       APPEND-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           OPEN EXTEND HISTFILE.
           IF WS-HIST-STATUS = '35' THEN
              OPEN OUTPUT HISTFILE
           END-IF.
           MOVE SPACES TO HIST-REC.
           MOVE WS-EVENT-DUE TO DH-DUE.
           MOVE SJ-JOB(WS-JOB-IDX) TO DH-JOB.
           MOVE WS-EVENT TO DH-EVENT.
           MOVE WS-STAMP-DATE TO DH-DATE.
           MOVE WS-STAMP-TIME TO DH-TIME.
           MOVE WS-EVENT-CC TO DH-CC.
           WRITE HIST-REC.
           CLOSE HISTFILE.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-DISPATCH' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       END PROGRAM AOC-2016-DISPATCH.
