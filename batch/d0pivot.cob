       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-PIVOT.

      *    Answer-history pivot over the indexed results master
      *    (AOC-2016-RESMIG): one row per program-id / part label
      *    (and account, on a multi-account shop), one column per run
      *    for the last RUNS= runs, so the monthly review gets the
      *    answer history as a grid instead of a HISTORY query per
      *    key. Cards (AOC-2016-PIVOT):
      *        RUNS=n          columns, the n latest runs (default 6,
      *                        at most 10)
      *        FROM-RUN=n      lowest run number eligible (default 1)
      *        TO-RUN=n        highest run number eligible (default
      *                        the latest allocated)
      *        PROGRAM=prog    rows for this program only; the card
      *                        may repeat (up to 20), none = all
      *    Each column header carries the run's date (its STARTED
      *    record in aoc_runs_master.txt) and CERT / UNCERT from the
      *    run's CERTIFD sign-off. A cell is flagged
      *        *  the answer differs from the key's previous answer
      *           (the previous run on file, even one left of the
      *           window)
      *        ?  not verified - the run is not certified and the
      *           verify report holds no MATCH for this exact answer
      *    Two outputs: aoc_pivot_report.txt, fixed width for print
      *    (answers cut to 13 characters), and aoc_pivot_export.csv,
      *    comma separated with quoted full-width cells, for a
      *    spreadsheet. Exit CC 0 grid written, CC 4 no rows or no
      *    runs in range, CC 8 results master not available.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTERFILE ASSIGN TO 'aoc_results_master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT RUNSFILE ASSIGN TO 'aoc_runs_master.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNS-STATUS.

           SELECT VERIFYFILE ASSIGN TO 'aoc_verify_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VERIFY-STATUS.

           SELECT PRINTFILE ASSIGN TO 'aoc_pivot_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CSVFILE ASSIGN TO 'aoc_pivot_export.csv'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTERFILE.
       01  RM-REC.
           05 RM-KEY.
              10 RM-PROGRAM    PIC X(20).
              10 RM-LABEL      PIC X(30).
              10 RM-ACCOUNT    PIC X(8).
              10 RM-RUN        PIC 9(6).
           05 RM-ANSWER        PIC X(60).

       FD  RUNSFILE.
       01  RUNS-REC.
           05 RN-RUN-NUMBER    PIC 9(6).
           05 RN-SP1           PIC X.
           05 RN-DATE          PIC X(8).
           05 RN-SP2           PIC X.
           05 RN-TIME          PIC X(6).
           05 RN-SP3           PIC X.
           05 RN-EVENT         PIC X(7).
           05 RN-SP4           PIC X.
           05 RN-CC            PIC 99.
           05 RN-SP5           PIC X.
           05 RN-PARENT        PIC X(6).

       FD  VERIFYFILE.
       01  VERIFY-REC          PIC X(200).

       FD  PRINTFILE.
       01  PRINT-REC           PIC X(240).

       FD  CSVFILE.
       01  CSV-REC             PIC X(1000).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".

       01  WS-MASTER-STATUS    PIC XX.
       01  WS-RUNS-STATUS      PIC XX.
       01  WS-VERIFY-STATUS    PIC XX.
       01  WS-DONE             PIC X      VALUE 'N'.

       01  WS-COL-LIMIT        PIC 99     VALUE 10.
       01  WS-COL-WANT         PIC 99     VALUE 6.
       01  WS-FROM-RUN         PIC 9(6)   VALUE 1.
       01  WS-TO-RUN           PIC 9(6)   VALUE 999999.
       01  WS-NUM-PARM         PIC X(6).

      *    The window: the WS-COL-WANT highest eligible runs, oldest
      *    first. Runs arrive in run order, so a full window drops
      *    its oldest column to take the next run.
       01  WS-COL-CNT          PIC 99     VALUE 0.
       01  WS-COL-IDX          PIC 99.
       01  WS-COL-SHIFT        PIC 99.
       01  WS-COLUMN-TABLE.
           05 COL-ENTRY OCCURS 10 TIMES.
              10 COL-RUN       PIC 9(6).
              10 COL-DATE      PIC X(8).
              10 COL-CERT      PIC X.

       01  WS-PGM-CNT          PIC 99     VALUE 0.
       01  WS-PGM-IDX          PIC 99.
       01  WS-PGM-TABLE.
           05 PGM-FILTER OCCURS 20 TIMES PIC X(20).
       01  WS-PGM-WANTED       PIC X.
       01  WS-PGM-LIST         PIC X(80).

      *    MATCH verdicts from the verify report: key 'PROG: LABEL'
      *    (plus ' ACCOUNT=id' when stamped) and the matched answer.
       01  WS-VFY-MAX          PIC 9(3)   VALUE 600.
       01  WS-VFY-CNT          PIC 9(3)   VALUE 0.
       01  WS-VFY-IDX          PIC 9(3).
       01  VERIFY-TABLE.
           05 VFY-ENTRY OCCURS 600 TIMES.
              10 VFY-KEY       PIC X(60).
              10 VFY-ANSWER    PIC X(60).
       01  WS-EQ-POS           PIC 9(3).
       01  WS-WORK-KEY         PIC X(60).
       01  WS-WORK-ANSWER      PIC X(60).
       01  WS-ACCT-HEAD        PIC X(200).
       01  WS-ACCT-TAIL        PIC X(60).
       01  WS-ACCT-KEY         PIC X(60).
       01  WS-ANSWER-REST      PIC X(200).

      *    The row being gathered: one key, its answer per column.
       01  WS-ROW-OPEN         PIC X      VALUE 'N'.
       01  WS-ROW-PROGRAM      PIC X(20).
       01  WS-ROW-LABEL        PIC X(30).
       01  WS-ROW-ACCOUNT      PIC X(8).
       01  WS-ROW-PRIOR        PIC X(60).
       01  WS-ROW-PRIOR-SET    PIC X.
       01  WS-ROW-CELLS        PIC 99.
       01  WS-ROW-TABLE.
           05 ROW-CELL OCCURS 10 TIMES.
              10 CELL-ANSWER   PIC X(60).
              10 CELL-SET      PIC X.
              10 CELL-CHANGED  PIC X.
              10 CELL-UNVERIFIED PIC X.
       01  WS-LAST-ANSWER      PIC X(60).
       01  WS-LAST-SET         PIC X.
       01  WS-VERIFIED         PIC X.

       01  WS-ROW-CNT          PIC 9(5)   VALUE 0.
       01  WS-CHANGED-CNT      PIC 9(5)   VALUE 0.
       01  WS-UNVERIFIED-CNT   PIC 9(5)   VALUE 0.
       01  WS-PRINT-PTR        PIC 9(3).
       01  WS-CSV-PTR          PIC 9(4).
       01  WS-CELL-TEXT        PIC X(16).
       01  WS-MARKS            PIC XX.
       01  WS-HEAD-TEXT        PIC X(40).

       01  WS-CURRENT-STAMP.
           05 WS-STAMP-DATE    PIC X(8).
           05 WS-STAMP-TIME    PIC X(6).
           05 WS-STAMP-REST    PIC X(7).

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           PERFORM GET-PIVOT-PARMS.

           OPEN INPUT MASTERFILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'RESULTS MASTER NOT FOUND OR NOT OPENABLE '
                 '(STATUS ' WS-MASTER-STATUS ') - RUN AOC-2016-RESMIG'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           PERFORM LOAD-RUN-COLUMNS THRU LOAD-RUN-COLUMNS-EXIT.
           PERFORM LOAD-VERIFY-MATCHES THRU LOAD-VERIFY-MATCHES-EXIT.

           OPEN OUTPUT PRINTFILE.
           OPEN OUTPUT CSVFILE.
           PERFORM WRITE-PIVOT-HEADINGS.

           IF WS-COL-CNT > 0 THEN
              PERFORM SCAN-MASTER
           END-IF.

           IF WS-ROW-CNT = 0 THEN
              MOVE 'NO ANSWERS ON FILE FOR THE SELECTED RUNS'
                 TO PRINT-REC
              WRITE PRINT-REC
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           STRING 'ROWS=' DELIMITED SIZE
              WS-ROW-CNT DELIMITED SIZE
              ' CHANGED-CELLS=' DELIMITED SIZE
              WS-CHANGED-CNT DELIMITED SIZE
              ' UNVERIFIED-CELLS=' DELIMITED SIZE
              WS-UNVERIFIED-CNT DELIMITED SIZE
              INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           DISPLAY 'ANSWER PIVOT: ' FUNCTION TRIM(PRINT-REC).
           DISPLAY 'PIVOT WRITTEN: aoc_pivot_report.txt, '
              'aoc_pivot_export.csv'.

           CLOSE PRINTFILE.
           CLOSE CSVFILE.
           CLOSE MASTERFILE.
           GOBACK.

       GET-PIVOT-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-PIVOT' TO CC-PROGRAM.
           MOVE 'RUNS' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
                 MOVE 'N' TO CC-LOADED
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE SPACES TO WS-NUM-PARM
              MOVE FUNCTION TRIM(CC-VALUE) TO WS-NUM-PARM
              IF FUNCTION TEST-NUMVAL(WS-NUM-PARM) = 0 THEN
                 MOVE FUNCTION NUMVAL(WS-NUM-PARM) TO WS-COL-WANT
              END-IF
           END-IF.
           IF WS-COL-WANT = 0 OR WS-COL-WANT > WS-COL-LIMIT THEN
              MOVE WS-COL-LIMIT TO WS-COL-WANT
           END-IF.

           MOVE 'GET' TO CC-FUNC.
           MOVE 'FROM-RUN' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE SPACES TO WS-NUM-PARM
              MOVE FUNCTION TRIM(CC-VALUE) TO WS-NUM-PARM
              IF FUNCTION TEST-NUMVAL(WS-NUM-PARM) = 0 THEN
                 MOVE FUNCTION NUMVAL(WS-NUM-PARM) TO WS-FROM-RUN
              END-IF
           END-IF.

           MOVE 'GET' TO CC-FUNC.
           MOVE 'TO-RUN' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE SPACES TO WS-NUM-PARM
              MOVE FUNCTION TRIM(CC-VALUE) TO WS-NUM-PARM
              IF FUNCTION TEST-NUMVAL(WS-NUM-PARM) = 0 THEN
                 MOVE FUNCTION NUMVAL(WS-NUM-PARM) TO WS-TO-RUN
              END-IF
           END-IF.

           MOVE 0 TO WS-PGM-CNT.
           MOVE 'Y' TO CC-FOUND.
           PERFORM UNTIL CC-FOUND IS NOT EQUAL TO 'Y' OR
              WS-PGM-CNT >= 20
              MOVE 'GET' TO CC-FUNC
              MOVE 'PROGRAM' TO CC-KEYWORD
              COMPUTE CC-OCCURRENCE = WS-PGM-CNT + 1
              CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
                 ON EXCEPTION
                    MOVE 'N' TO CC-FOUND
              END-CALL
              IF CC-FOUND = 'Y' THEN
                 ADD 1 TO WS-PGM-CNT
                 MOVE CC-VALUE TO PGM-FILTER(WS-PGM-CNT)
              END-IF
           END-PERFORM.

      *    Column window from the run registry: STARTED records name
      *    the runs and their dates, CERTIFD records the sign-offs.
       LOAD-RUN-COLUMNS.
           MOVE 0 TO WS-COL-CNT.
           OPEN INPUT RUNSFILE.
           IF WS-RUNS-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'RUN REGISTRY NOT FOUND - NO RUN COLUMNS'
              GO TO LOAD-RUN-COLUMNS-EXIT
           END-IF.
           PERFORM UNTIL WS-RUNS-STATUS IS NOT EQUAL TO '00'
              READ RUNSFILE
                 AT END
                    MOVE '10' TO WS-RUNS-STATUS
                 NOT AT END
                    IF RN-EVENT = 'STARTED' AND
                       RN-RUN-NUMBER IS NUMERIC AND
                       RN-RUN-NUMBER >= WS-FROM-RUN AND
                       RN-RUN-NUMBER <= WS-TO-RUN THEN
                       PERFORM ADD-RUN-COLUMN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RUNSFILE.

           OPEN INPUT RUNSFILE.
           PERFORM UNTIL WS-RUNS-STATUS IS NOT EQUAL TO '00'
              READ RUNSFILE
                 AT END
                    MOVE '10' TO WS-RUNS-STATUS
                 NOT AT END
                    IF RN-EVENT = 'CERTIFD' AND
                       RN-RUN-NUMBER IS NUMERIC THEN
                       PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                          UNTIL WS-COL-IDX > WS-COL-CNT
                             IF COL-RUN(WS-COL-IDX) = RN-RUN-NUMBER
                                THEN
                                MOVE 'Y' TO COL-CERT(WS-COL-IDX)
                             END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RUNSFILE.
       LOAD-RUN-COLUMNS-EXIT.
           EXIT.

       ADD-RUN-COLUMN.
           IF WS-COL-CNT >= WS-COL-WANT THEN
              PERFORM VARYING WS-COL-SHIFT FROM 2 BY 1
                 UNTIL WS-COL-SHIFT > WS-COL-CNT
                    MOVE COL-ENTRY(WS-COL-SHIFT) TO
                       COL-ENTRY(WS-COL-SHIFT - 1)
              END-PERFORM
              SUBTRACT 1 FROM WS-COL-CNT
           END-IF.
           ADD 1 TO WS-COL-CNT.
           MOVE RN-RUN-NUMBER TO COL-RUN(WS-COL-CNT).
           MOVE RN-DATE TO COL-DATE(WS-COL-CNT).
           MOVE 'N' TO COL-CERT(WS-COL-CNT).

      *    Verify report lines read 'VERDICT      PROG: LABEL =
      *    ANSWER [ACCOUNT=id] [DOUBT: ...]' (see AOC-2016-VERIFY);
      *    only MATCH lines matter here.
       LOAD-VERIFY-MATCHES.
           OPEN INPUT VERIFYFILE.
           IF WS-VERIFY-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-VERIFY-MATCHES-EXIT
           END-IF.
           PERFORM UNTIL WS-VERIFY-STATUS IS NOT EQUAL TO '00'
              READ VERIFYFILE
                 AT END
                    MOVE '10' TO WS-VERIFY-STATUS
                 NOT AT END
                    IF VERIFY-REC(1:5) = 'MATCH' THEN
                       PERFORM NOTE-VERIFY-MATCH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE VERIFYFILE.
       LOAD-VERIFY-MATCHES-EXIT.
           EXIT.

       NOTE-VERIFY-MATCH.
           MOVE SPACES TO WS-WORK-KEY.
           MOVE 0 TO WS-EQ-POS.
           INSPECT VERIFY-REC(14:146) TALLYING WS-EQ-POS
              FOR CHARACTERS BEFORE INITIAL '='.
           IF WS-EQ-POS < 2 OR WS-EQ-POS >= 60 THEN
              GO TO NOTE-VERIFY-MATCH-EXIT
           END-IF.
           MOVE VERIFY-REC(14:WS-EQ-POS - 1) TO WS-WORK-KEY.
           MOVE SPACES TO WS-ANSWER-REST.
           MOVE VERIFY-REC(14 + WS-EQ-POS + 2:) TO WS-ANSWER-REST.
           MOVE SPACES TO WS-WORK-ANSWER.
           UNSTRING WS-ANSWER-REST DELIMITED BY ' ACCOUNT='
              OR ' DOUBT:'
              INTO WS-WORK-ANSWER
           END-UNSTRING.
           MOVE SPACES TO WS-ACCT-HEAD.
           MOVE SPACES TO WS-ACCT-TAIL.
           UNSTRING VERIFY-REC DELIMITED BY ' ACCOUNT='
              INTO WS-ACCT-HEAD WS-ACCT-TAIL
           END-UNSTRING.
           IF WS-ACCT-TAIL IS NOT EQUAL TO SPACES THEN
              MOVE SPACES TO WS-ACCT-KEY
              STRING FUNCTION TRIM(WS-WORK-KEY) DELIMITED SIZE
                 ' ACCOUNT=' DELIMITED SIZE
                 WS-ACCT-TAIL DELIMITED BY SPACE
                 INTO WS-ACCT-KEY
              END-STRING
              MOVE WS-ACCT-KEY TO WS-WORK-KEY
           END-IF.
           IF WS-VFY-CNT < WS-VFY-MAX THEN
              ADD 1 TO WS-VFY-CNT
              MOVE WS-WORK-KEY TO VFY-KEY(WS-VFY-CNT)
              MOVE FUNCTION TRIM(WS-WORK-ANSWER) TO
                 VFY-ANSWER(WS-VFY-CNT)
           END-IF.
       NOTE-VERIFY-MATCH-EXIT.
           EXIT.

       WRITE-PIVOT-HEADINGS.
           MOVE SPACES TO WS-PGM-LIST.
           IF WS-PGM-CNT = 0 THEN
              MOVE 'ALL' TO WS-PGM-LIST
           ELSE
              MOVE 1 TO WS-PRINT-PTR
              PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                 UNTIL WS-PGM-IDX > WS-PGM-CNT
                    IF WS-PGM-IDX > 1 THEN
                       STRING ',' DELIMITED SIZE
                          INTO WS-PGM-LIST
                          WITH POINTER WS-PRINT-PTR
                       END-STRING
                    END-IF
                    STRING FUNCTION TRIM(PGM-FILTER(WS-PGM-IDX))
                       DELIMITED SIZE
                       INTO WS-PGM-LIST
                       WITH POINTER WS-PRINT-PTR
                    END-STRING
              END-PERFORM
           END-IF.
           MOVE SPACES TO PRINT-REC.
           STRING 'AOC-2016 ANSWER HISTORY PIVOT  GENERATED '
              DELIMITED SIZE
              WS-STAMP-DATE DELIMITED SIZE
              '  RUNS=' DELIMITED SIZE
              WS-COL-CNT DELIMITED SIZE
              '  PROGRAM=' DELIMITED SIZE
              FUNCTION TRIM(WS-PGM-LIST) DELIMITED SIZE
              INTO PRINT-REC
           END-STRING.
           WRITE PRINT-REC.
           MOVE '  * ANSWER CHANGED FROM PREVIOUS RUN   ? NOT VERIFIED'
              TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE '  - NO ANSWER IN THIS RUN' TO PRINT-REC.
           WRITE PRINT-REC.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC.

           MOVE SPACES TO PRINT-REC.
           MOVE 'PROGRAM' TO PRINT-REC(1:20).
           MOVE 'PART LABEL' TO PRINT-REC(22:30).
           MOVE 'ACCOUNT' TO PRINT-REC(53:8).
           MOVE SPACES TO CSV-REC.
           MOVE 1 TO WS-CSV-PTR.
           STRING '"PROGRAM","PART","ACCOUNT"' DELIMITED SIZE
              INTO CSV-REC
              WITH POINTER WS-CSV-PTR
           END-STRING.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
              UNTIL WS-COL-IDX > WS-COL-CNT
                 COMPUTE WS-PRINT-PTR = 62 + (WS-COL-IDX - 1) * 16
                 STRING 'RUN ' DELIMITED SIZE
                    COL-RUN(WS-COL-IDX) DELIMITED SIZE
                    INTO PRINT-REC
                    WITH POINTER WS-PRINT-PTR
                 END-STRING
                 MOVE SPACES TO WS-HEAD-TEXT
                 IF COL-CERT(WS-COL-IDX) = 'Y' THEN
                    STRING 'RUN ' DELIMITED SIZE
                       COL-RUN(WS-COL-IDX) DELIMITED SIZE
                       ' ' DELIMITED SIZE
                       COL-DATE(WS-COL-IDX) DELIMITED SIZE
                       ' CERTIFIED' DELIMITED SIZE
                       INTO WS-HEAD-TEXT
                    END-STRING
                 ELSE
                    STRING 'RUN ' DELIMITED SIZE
                       COL-RUN(WS-COL-IDX) DELIMITED SIZE
                       ' ' DELIMITED SIZE
                       COL-DATE(WS-COL-IDX) DELIMITED SIZE
                       ' NOT CERTIFIED' DELIMITED SIZE
                       INTO WS-HEAD-TEXT
                    END-STRING
                 END-IF
                 STRING ',"' DELIMITED SIZE
                    FUNCTION TRIM(WS-HEAD-TEXT) DELIMITED SIZE
                    '"' DELIMITED SIZE
                    INTO CSV-REC
                    WITH POINTER WS-CSV-PTR
                 END-STRING
           END-PERFORM.
           WRITE PRINT-REC.
           WRITE CSV-REC.

           MOVE SPACES TO PRINT-REC.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
              UNTIL WS-COL-IDX > WS-COL-CNT
                 COMPUTE WS-PRINT-PTR = 62 + (WS-COL-IDX - 1) * 16
                 IF COL-CERT(WS-COL-IDX) = 'Y' THEN
                    STRING COL-DATE(WS-COL-IDX) DELIMITED SIZE
                       ' CERT' DELIMITED SIZE
                       INTO PRINT-REC
                       WITH POINTER WS-PRINT-PTR
                    END-STRING
                 ELSE
                    STRING COL-DATE(WS-COL-IDX) DELIMITED SIZE
                       ' UNCERT' DELIMITED SIZE
                       INTO PRINT-REC
                       WITH POINTER WS-PRINT-PTR
                    END-STRING
                 END-IF
           END-PERFORM.
           WRITE PRINT-REC.
           MOVE ALL '-' TO PRINT-REC.
           COMPUTE WS-PRINT-PTR = 61 + WS-COL-CNT * 16.
           MOVE SPACES TO PRINT-REC(WS-PRINT-PTR:).
           WRITE PRINT-REC.

      *    The master is read front to back in key order (program,
      *    label, account, run), so each key's runs arrive together
      *    and oldest first; a key break writes the finished row.
       SCAN-MASTER.
           MOVE LOW-VALUES TO RM-KEY.
           MOVE 'N' TO WS-DONE.
           START MASTERFILE KEY IS NOT LESS THAN RM-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-DONE
           END-START.
           PERFORM UNTIL WS-DONE = 'Y'
              READ MASTERFILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-DONE
                 NOT AT END
                    PERFORM CHECK-PROGRAM-WANTED
                    IF WS-PGM-WANTED = 'Y' THEN
                       PERFORM TAKE-MASTER-REC
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-ROW-OPEN = 'Y' THEN
              PERFORM WRITE-PIVOT-ROW
           END-IF.

       CHECK-PROGRAM-WANTED.
           MOVE 'Y' TO WS-PGM-WANTED.
           IF WS-PGM-CNT > 0 THEN
              MOVE 'N' TO WS-PGM-WANTED
              PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                 UNTIL WS-PGM-IDX > WS-PGM-CNT
                    IF PGM-FILTER(WS-PGM-IDX) = RM-PROGRAM THEN
                       MOVE 'Y' TO WS-PGM-WANTED
                    END-IF
              END-PERFORM
           END-IF.

       TAKE-MASTER-REC.
           IF WS-ROW-OPEN = 'Y' AND
              (RM-PROGRAM IS NOT EQUAL TO WS-ROW-PROGRAM OR
               RM-LABEL IS NOT EQUAL TO WS-ROW-LABEL OR
               RM-ACCOUNT IS NOT EQUAL TO WS-ROW-ACCOUNT) THEN
              PERFORM WRITE-PIVOT-ROW
           END-IF.
           IF WS-ROW-OPEN = 'N' THEN
              PERFORM START-PIVOT-ROW
           END-IF.
           IF RM-RUN < COL-RUN(1) THEN
              MOVE RM-ANSWER TO WS-ROW-PRIOR
              MOVE 'Y' TO WS-ROW-PRIOR-SET
           ELSE
              PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                 UNTIL WS-COL-IDX > WS-COL-CNT
                    IF COL-RUN(WS-COL-IDX) = RM-RUN THEN
                       MOVE RM-ANSWER TO CELL-ANSWER(WS-COL-IDX)
                       MOVE 'Y' TO CELL-SET(WS-COL-IDX)
                       ADD 1 TO WS-ROW-CELLS
                    END-IF
              END-PERFORM
           END-IF.

       START-PIVOT-ROW.
           MOVE 'Y' TO WS-ROW-OPEN.
           MOVE RM-PROGRAM TO WS-ROW-PROGRAM.
           MOVE RM-LABEL TO WS-ROW-LABEL.
           MOVE RM-ACCOUNT TO WS-ROW-ACCOUNT.
           MOVE SPACES TO WS-ROW-PRIOR.
           MOVE 'N' TO WS-ROW-PRIOR-SET.
           MOVE 0 TO WS-ROW-CELLS.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
              UNTIL WS-COL-IDX > WS-COL-LIMIT
                 MOVE SPACES TO CELL-ANSWER(WS-COL-IDX)
                 MOVE 'N' TO CELL-SET(WS-COL-IDX)
                 MOVE 'N' TO CELL-CHANGED(WS-COL-IDX)
                 MOVE 'N' TO CELL-UNVERIFIED(WS-COL-IDX)
           END-PERFORM.

      *    Flag the row's cells, then print it both ways. A key with
      *    no answer inside the window is not a row.
       WRITE-PIVOT-ROW.
           MOVE 'N' TO WS-ROW-OPEN.
           IF WS-ROW-CELLS = 0 THEN
              GO TO WRITE-PIVOT-ROW-EXIT
           END-IF.
           ADD 1 TO WS-ROW-CNT.
           MOVE WS-ROW-PRIOR TO WS-LAST-ANSWER.
           MOVE WS-ROW-PRIOR-SET TO WS-LAST-SET.
           MOVE SPACES TO WS-WORK-KEY.
           STRING FUNCTION TRIM(WS-ROW-PROGRAM) DELIMITED SIZE
              ': ' DELIMITED SIZE
              FUNCTION TRIM(WS-ROW-LABEL) DELIMITED SIZE
              INTO WS-WORK-KEY
           END-STRING.
           IF WS-ROW-ACCOUNT IS NOT EQUAL TO SPACES THEN
              MOVE SPACES TO WS-ACCT-KEY
              STRING FUNCTION TRIM(WS-WORK-KEY) DELIMITED SIZE
                 ' ACCOUNT=' DELIMITED SIZE
                 FUNCTION TRIM(WS-ROW-ACCOUNT) DELIMITED SIZE
                 INTO WS-ACCT-KEY
              END-STRING
              MOVE WS-ACCT-KEY TO WS-WORK-KEY
           END-IF.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
              UNTIL WS-COL-IDX > WS-COL-CNT
                 IF CELL-SET(WS-COL-IDX) = 'Y' THEN
                    PERFORM FLAG-PIVOT-CELL
                 END-IF
           END-PERFORM.

           MOVE SPACES TO PRINT-REC.
           MOVE WS-ROW-PROGRAM TO PRINT-REC(1:20).
           MOVE WS-ROW-LABEL TO PRINT-REC(22:30).
           MOVE WS-ROW-ACCOUNT TO PRINT-REC(53:8).
           MOVE SPACES TO CSV-REC.
           MOVE 1 TO WS-CSV-PTR.
           STRING '"' DELIMITED SIZE
              FUNCTION TRIM(WS-ROW-PROGRAM) DELIMITED SIZE
              '","' DELIMITED SIZE
              FUNCTION TRIM(WS-ROW-LABEL) DELIMITED SIZE
              '","' DELIMITED SIZE
              FUNCTION TRIM(WS-ROW-ACCOUNT) DELIMITED SIZE
              '"' DELIMITED SIZE
              INTO CSV-REC
              WITH POINTER WS-CSV-PTR
           END-STRING.
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
              UNTIL WS-COL-IDX > WS-COL-CNT
                 PERFORM WRITE-PIVOT-CELL
           END-PERFORM.
           WRITE PRINT-REC.
           WRITE CSV-REC.
       WRITE-PIVOT-ROW-EXIT.
           EXIT.

       FLAG-PIVOT-CELL.
           IF WS-LAST-SET = 'Y' AND
              CELL-ANSWER(WS-COL-IDX) IS NOT EQUAL TO WS-LAST-ANSWER
              THEN
              MOVE 'Y' TO CELL-CHANGED(WS-COL-IDX)
              ADD 1 TO WS-CHANGED-CNT
           END-IF.
           MOVE CELL-ANSWER(WS-COL-IDX) TO WS-LAST-ANSWER.
           MOVE 'Y' TO WS-LAST-SET.
           MOVE COL-CERT(WS-COL-IDX) TO WS-VERIFIED.
           IF WS-VERIFIED IS NOT EQUAL TO 'Y' THEN
              PERFORM VARYING WS-VFY-IDX FROM 1 BY 1
                 UNTIL WS-VFY-IDX > WS-VFY-CNT
                    IF VFY-KEY(WS-VFY-IDX) = WS-WORK-KEY AND
                       VFY-ANSWER(WS-VFY-IDX) =
                          CELL-ANSWER(WS-COL-IDX) THEN
                       MOVE 'Y' TO WS-VERIFIED
                    END-IF
              END-PERFORM
           END-IF.
           IF WS-VERIFIED IS NOT EQUAL TO 'Y' THEN
              MOVE 'Y' TO CELL-UNVERIFIED(WS-COL-IDX)
              ADD 1 TO WS-UNVERIFIED-CNT
           END-IF.

       WRITE-PIVOT-CELL.
           MOVE SPACES TO WS-MARKS.
           IF CELL-CHANGED(WS-COL-IDX) = 'Y' THEN
              MOVE '*' TO WS-MARKS(1:1)
           END-IF.
           IF CELL-UNVERIFIED(WS-COL-IDX) = 'Y' THEN
              MOVE '?' TO WS-MARKS(2:1)
           END-IF.
           MOVE SPACES TO WS-CELL-TEXT.
           IF CELL-SET(WS-COL-IDX) = 'Y' THEN
              MOVE CELL-ANSWER(WS-COL-IDX) TO WS-CELL-TEXT(1:13)
              MOVE WS-MARKS TO WS-CELL-TEXT(14:2)
           ELSE
              MOVE '-' TO WS-CELL-TEXT(1:1)
           END-IF.
           COMPUTE WS-PRINT-PTR = 62 + (WS-COL-IDX - 1) * 16.
           MOVE WS-CELL-TEXT TO PRINT-REC(WS-PRINT-PTR:16).

           STRING ',"' DELIMITED SIZE
              INTO CSV-REC
              WITH POINTER WS-CSV-PTR
           END-STRING.
           IF CELL-SET(WS-COL-IDX) = 'Y' THEN
              STRING FUNCTION TRIM(CELL-ANSWER(WS-COL-IDX))
                 DELIMITED SIZE
                 INTO CSV-REC
                 WITH POINTER WS-CSV-PTR
              END-STRING
              IF WS-MARKS IS NOT EQUAL TO SPACES THEN
                 STRING ' ' DELIMITED SIZE
                    FUNCTION TRIM(WS-MARKS) DELIMITED SIZE
                    INTO CSV-REC
                    WITH POINTER WS-CSV-PTR
                 END-STRING
              END-IF
           END-IF.
           STRING '"' DELIMITED SIZE
              INTO CSV-REC
              WITH POINTER WS-CSV-PTR
           END-STRING.

       END PROGRAM AOC-2016-PIVOT.
