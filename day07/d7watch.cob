       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D7WATCH.

      *    Security watchlist matching over the night's D7P2 output.
      *    The security team keeps its indicators of interest in
      *    aoc_d7_watchlist.txt, one per line ('*' comments):
      *
      *        <pattern> <S|H|ABA> <HIGH|MEDIUM|LOW> <ticket>
      *
      *    S and H patterns are sequences matched anywhere inside a
      *    supernet or hypernet segment of d7p2_segments.txt; an ABA
      *    pattern (three letters, first and last alike, middle
      *    different) is matched inside supernet segments, where the
      *    SSL rules look for it. d7p2_detail.txt supplies the
      *    address for each line number, so every hit is reported
      *    under its IP line in d7watch_report.txt.
      *
      *    A HIGH hit is W-logged to AOC-2016-ERRLOG once per
      *    indicator per line with a message starting WATCHLIST-HIGH,
      *    so a routing rule such as
      *
      *        AOC-2016-D7WATCH W WATCHLIST-HIGH PAGE
      *
      *    in the severity routes pages on it; any HIGH hit is CC 4.
      *
      *    The cumulative hit history aoc_d7_watch_history.txt keeps
      *    one record per indicator ever hit -
      *
      *        <pattern> <type> <first-run> <first-date> <last-run>
      *        <last-date> <total-hits> <nights-hit>
      *
      *    so the report can say when an indicator first appeared
      *    and flag the ones new tonight. Indicators taken off the
      *    watchlist keep their history records.
      *
      *    No watchlist: CC 0, nothing to match. No segment catalog:
      *    CC 8. Cards: AOC-2016-D7WATCH WATCHLIST=, SEGMENTS=,
      *    DETAIL=, HISTORY= override the file names.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHFILE ASSIGN TO DYNAMIC WS-WATCH-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WATCH-STATUS.

           SELECT SEGFILE ASSIGN TO DYNAMIC WS-SEG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEG-STATUS.

           SELECT DETAILFILE ASSIGN TO DYNAMIC WS-DETAIL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETAIL-STATUS.

           SELECT HISTFILE ASSIGN TO DYNAMIC WS-HIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

           SELECT REPORTFILE ASSIGN TO 'd7watch_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCHFILE.
       01  WATCH-REC           PIC X(120).

       FD  SEGFILE.
       01  SEG-REC             PIC X(1020).

       FD  DETAILFILE.
       01  DETAIL-REC          PIC X(1020).

       FD  HISTFILE.
       01  HIST-REC            PIC X(132).

       FD  REPORTFILE.
       01  REPORT-REC          PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".
       COPY "run_registry.cpy".

       01  WS-WATCH-NAME       PIC X(100)
                               VALUE 'aoc_d7_watchlist.txt'.
       01  WS-WATCH-STATUS     PIC XX.
       01  WS-SEG-NAME         PIC X(100)
                               VALUE 'd7p2_segments.txt'.
       01  WS-SEG-STATUS       PIC XX.
       01  WS-DETAIL-NAME      PIC X(100)
                               VALUE 'd7p2_detail.txt'.
       01  WS-DETAIL-STATUS    PIC XX.
       01  WS-HIST-NAME        PIC X(100)
                               VALUE 'aoc_d7_watch_history.txt'.
       01  WS-HIST-STATUS      PIC XX.
       01  WS-CURRENT-DATE     PIC X(21).
       01  WS-TODAY            PIC X(8).

      *    The watchlist, with tonight's hit counts and the history
      *    entry each indicator maps to.
       01  WS-WL-MAX           PIC 999    VALUE 200.
       01  WS-WL-CNT           PIC 999    VALUE 0.
       01  WS-WL-BAD           PIC 999    VALUE 0.
       01  WL-TABLE.
           05 WL-ENTRY OCCURS 200 TIMES.
              10 WL-PATTERN    PIC X(40).
              10 WL-LEN        PIC 99.
              10 WL-TYPE       PIC X(3).
              10 WL-SEV        PIC X(6).
              10 WL-TICKET     PIC X(20).
              10 WL-HITS       PIC 9(7).
              10 WL-LINES      PIC 9(7).
              10 WL-LAST-LINE  PIC X(12).
              10 WL-HIST-IDX   PIC 999.
              10 WL-NEW        PIC X.
       01  WS-WL-IDX           PIC 999.
       01  WS-TOK-PATTERN      PIC X(60).
       01  WS-TOK-WTYPE        PIC X(10).
       01  WS-TOK-SEV          PIC X(10).
       01  WS-TOK-TICKET       PIC X(30).

      *    Cumulative history, loaded whole and written back.
       01  WS-HS-MAX           PIC 9(4)   VALUE 1000.
       01  WS-HS-CNT           PIC 9(4)   VALUE 0.
       01  HS-TABLE.
           05 HS-ENTRY OCCURS 1000 TIMES.
              10 HS-PATTERN    PIC X(40).
              10 HS-TYPE       PIC X(3).
              10 HS-FIRST-RUN  PIC 9(6).
              10 HS-FIRST-DATE PIC X(8).
              10 HS-LAST-RUN   PIC 9(6).
              10 HS-LAST-DATE  PIC X(8).
              10 HS-TOTAL      PIC 9(9).
              10 HS-NIGHTS     PIC 9(5).
       01  WS-HS-IDX           PIC 9(4).
       01  WS-HS-FOUND         PIC 9(4).
       01  WS-HT-1             PIC X(60).
       01  WS-HT-2             PIC X(10).
       01  WS-HT-3             PIC X(10).
       01  WS-HT-4             PIC X(10).
       01  WS-HT-5             PIC X(10).
       01  WS-HT-6             PIC X(10).
       01  WS-HT-7             PIC X(10).
       01  WS-HT-8             PIC X(10).

      *    Segment and detail scan state.
       01  WS-TOK-LINE         PIC X(12).
       01  WS-TOK-ORD          PIC X(8).
       01  WS-TOK-TYPE         PIC X(4).
       01  WS-TOK-TEXT         PIC X(900).
       01  WS-CUR-LINE         PIC X(12)  VALUE SPACES.
       01  WS-CUR-LINE-NUM     PIC 9(6).
       01  WS-LINE-SHOWN       PIC X      VALUE 'N'.
       01  WS-DETAIL-NUM       PIC 9(6)   VALUE 0.
       01  WS-DETAIL-OPEN      PIC X      VALUE 'N'.
       01  WS-ADDRESS          PIC X(200).
       01  WS-MATCH-CNT        PIC 9(4).
       01  WS-SEG-CNT          PIC 9(7)   VALUE 0.

       01  WS-HIT-CNT          PIC 9(7)   VALUE 0.
       01  WS-HIGH-CNT         PIC 9(7)   VALUE 0.
       01  WS-LINES-HIT        PIC 9(7)   VALUE 0.
       01  WS-NEW-IND-CNT      PIC 999    VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           IF RR-RUN-NUMBER IS NOT NUMERIC THEN
              MOVE 0 TO RR-RUN-NUMBER
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM GET-WATCH-PARMS.
           PERFORM LOAD-WATCHLIST THRU LOAD-WATCHLIST-EXIT.
           IF WS-WL-CNT = 0 THEN
              DISPLAY 'NO WATCHLIST INDICATORS ('
                 FUNCTION TRIM(WS-WATCH-NAME) ') - NOTHING MATCHED'
              GOBACK
           END-IF.
           OPEN INPUT SEGFILE.
           IF WS-SEG-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'NO SEGMENT CATALOG ('
                 FUNCTION TRIM(WS-SEG-NAME) ') - NOTHING MATCHED'
              MOVE WS-SEG-NAME(1:20) TO EL-REFERENCE
              MOVE 'AOC0104E' TO EL-MSG-ID
              MOVE WS-SEG-NAME TO EL-VALUE-1
              PERFORM LOG-ERROR
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LOAD-HISTORY THRU LOAD-HISTORY-EXIT.
           OPEN INPUT DETAILFILE.
           IF WS-DETAIL-STATUS = '00' THEN
              MOVE 'Y' TO WS-DETAIL-OPEN
           END-IF.

           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-REC.
           STRING 'D7 WATCHLIST HITS RUN=' DELIMITED SIZE
              RR-RUN-NUMBER DELIMITED SIZE
              ' DATE=' DELIMITED SIZE
              WS-TODAY DELIMITED SIZE
              ' WATCHLIST=' DELIMITED SIZE
              FUNCTION TRIM(WS-WATCH-NAME) DELIMITED SIZE
              ' (' DELIMITED SIZE
              WS-WL-CNT DELIMITED SIZE
              ' INDICATORS)' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM UNTIL WS-SEG-STATUS IS NOT EQUAL TO '00'
              READ SEGFILE
                 AT END
                    MOVE '10' TO WS-SEG-STATUS
                 NOT AT END
                    PERFORM MATCH-SEGMENT-REC
              END-READ
           END-PERFORM.
           CLOSE SEGFILE.
           IF WS-DETAIL-OPEN = 'Y' THEN
              CLOSE DETAILFILE
           END-IF.

           PERFORM UPDATE-HISTORY.
           PERFORM WRITE-INDICATOR-SUMMARY.
           CLOSE REPORTFILE.
           PERFORM SAVE-HISTORY.

           DISPLAY 'WATCHLIST: ' WS-HIT-CNT ' HIT(S) ON '
              WS-LINES-HIT ' LINE(S), ' WS-HIGH-CNT ' HIGH, '
              WS-NEW-IND-CNT ' NEW INDICATOR(S)'.
           IF WS-HIGH-CNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       GET-WATCH-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D7WATCH' TO CC-PROGRAM.
           MOVE 1 TO CC-OCCURRENCE.
           MOVE 'WATCHLIST' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-WATCH-NAME
           END-IF.
           MOVE 'SEGMENTS' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-SEG-NAME
           END-IF.
           MOVE 'DETAIL' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-DETAIL-NAME
           END-IF.
           MOVE 'HISTORY' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-HIST-NAME
           END-IF.

       LOAD-WATCHLIST.
           OPEN INPUT WATCHFILE.
           IF WS-WATCH-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-WATCHLIST-EXIT
           END-IF.
           PERFORM UNTIL WS-WATCH-STATUS IS NOT EQUAL TO '00'
              READ WATCHFILE
                 AT END
                    MOVE '10' TO WS-WATCH-STATUS
                 NOT AT END
                    IF WATCH-REC IS NOT EQUAL TO SPACES AND
                       WATCH-REC(1:1) IS NOT EQUAL TO '*' THEN
                       PERFORM PARSE-WATCH-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE WATCHFILE.
           IF WS-WL-BAD > 0 THEN
              DISPLAY WS-WL-BAD ' WATCHLIST LINE(S) IGNORED'
           END-IF.
       LOAD-WATCHLIST-EXIT.
           EXIT.

      *    A usable indicator has all four fields, a known type and
      *    a pattern of at most 40 characters; ABA patterns must be
      *    a real ABA.
       PARSE-WATCH-REC.
           MOVE SPACES TO WS-TOK-PATTERN.
           MOVE SPACES TO WS-TOK-WTYPE.
           MOVE SPACES TO WS-TOK-SEV.
           MOVE SPACES TO WS-TOK-TICKET.
           UNSTRING WATCH-REC DELIMITED BY ALL SPACE
              INTO WS-TOK-PATTERN WS-TOK-WTYPE WS-TOK-SEV
                 WS-TOK-TICKET
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-TOK-WTYPE) TO WS-TOK-WTYPE.
           MOVE FUNCTION UPPER-CASE(WS-TOK-SEV) TO WS-TOK-SEV.
           IF WS-TOK-TICKET = SPACES OR WS-WL-CNT >= WS-WL-MAX OR
              WS-TOK-PATTERN(41:20) IS NOT EQUAL TO SPACES OR
              (WS-TOK-WTYPE IS NOT EQUAL TO 'S' AND
               WS-TOK-WTYPE IS NOT EQUAL TO 'H' AND
               WS-TOK-WTYPE IS NOT EQUAL TO 'ABA') THEN
              ADD 1 TO WS-WL-BAD
              DISPLAY 'WATCHLIST LINE IGNORED: '
                 FUNCTION TRIM(WATCH-REC)
           ELSE
              IF WS-TOK-WTYPE = 'ABA' AND
                 (WS-TOK-PATTERN(4:1) IS NOT EQUAL TO SPACE OR
                  WS-TOK-PATTERN(1:1) IS NOT EQUAL TO
                     WS-TOK-PATTERN(3:1) OR
                  WS-TOK-PATTERN(1:1) = WS-TOK-PATTERN(2:1)) THEN
                 ADD 1 TO WS-WL-BAD
                 DISPLAY 'WATCHLIST LINE IGNORED (NOT AN ABA): '
                    FUNCTION TRIM(WATCH-REC)
              ELSE
                 ADD 1 TO WS-WL-CNT
                 MOVE WS-TOK-PATTERN TO WL-PATTERN(WS-WL-CNT)
                 MOVE 0 TO WL-LEN(WS-WL-CNT)
                 INSPECT WS-TOK-PATTERN TALLYING WL-LEN(WS-WL-CNT)
                    FOR CHARACTERS BEFORE SPACE
                 MOVE WS-TOK-WTYPE TO WL-TYPE(WS-WL-CNT)
                 MOVE WS-TOK-SEV TO WL-SEV(WS-WL-CNT)
                 MOVE WS-TOK-TICKET TO WL-TICKET(WS-WL-CNT)
                 MOVE 0 TO WL-HITS(WS-WL-CNT)
                 MOVE 0 TO WL-LINES(WS-WL-CNT)
                 MOVE SPACES TO WL-LAST-LINE(WS-WL-CNT)
                 MOVE 0 TO WL-HIST-IDX(WS-WL-CNT)
                 MOVE 'N' TO WL-NEW(WS-WL-CNT)
              END-IF
           END-IF.

       LOAD-HISTORY.
           OPEN INPUT HISTFILE.
           IF WS-HIST-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-HISTORY-EXIT
           END-IF.
           PERFORM UNTIL WS-HIST-STATUS IS NOT EQUAL TO '00'
              READ HISTFILE
                 AT END
                    MOVE '10' TO WS-HIST-STATUS
                 NOT AT END
                    IF HIST-REC IS NOT EQUAL TO SPACES AND
                       HIST-REC(1:1) IS NOT EQUAL TO '*' AND
                       WS-HS-CNT < WS-HS-MAX THEN
                       PERFORM PARSE-HIST-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HISTFILE.
       LOAD-HISTORY-EXIT.
           EXIT.

       PARSE-HIST-REC.
           MOVE SPACES TO WS-HT-1 WS-HT-2 WS-HT-3 WS-HT-4
              WS-HT-5 WS-HT-6 WS-HT-7 WS-HT-8.
           UNSTRING HIST-REC DELIMITED BY ALL SPACE
              INTO WS-HT-1 WS-HT-2 WS-HT-3 WS-HT-4 WS-HT-5
                 WS-HT-6 WS-HT-7 WS-HT-8
           END-UNSTRING.
           IF WS-HT-8 IS NOT EQUAL TO SPACES AND
              FUNCTION TEST-NUMVAL(WS-HT-3) = 0 AND
              FUNCTION TEST-NUMVAL(WS-HT-5) = 0 AND
              FUNCTION TEST-NUMVAL(WS-HT-7) = 0 AND
              FUNCTION TEST-NUMVAL(WS-HT-8) = 0 THEN
              ADD 1 TO WS-HS-CNT
              MOVE WS-HT-1 TO HS-PATTERN(WS-HS-CNT)
              MOVE WS-HT-2 TO HS-TYPE(WS-HS-CNT)
              MOVE FUNCTION NUMVAL(WS-HT-3)
                 TO HS-FIRST-RUN(WS-HS-CNT)
              MOVE WS-HT-4 TO HS-FIRST-DATE(WS-HS-CNT)
              MOVE FUNCTION NUMVAL(WS-HT-5)
                 TO HS-LAST-RUN(WS-HS-CNT)
              MOVE WS-HT-6 TO HS-LAST-DATE(WS-HS-CNT)
              MOVE FUNCTION NUMVAL(WS-HT-7) TO HS-TOTAL(WS-HS-CNT)
              MOVE FUNCTION NUMVAL(WS-HT-8) TO HS-NIGHTS(WS-HS-CNT)
           END-IF.

      *    Segment records arrive in line order; every indicator of
      *    the segment's kind is tried against its text.
       MATCH-SEGMENT-REC.
           IF SEG-REC IS EQUAL TO SPACES THEN
              CONTINUE
           ELSE
              MOVE SPACES TO WS-TOK-LINE
              MOVE SPACES TO WS-TOK-ORD
              MOVE SPACES TO WS-TOK-TYPE
              MOVE SPACES TO WS-TOK-TEXT
              UNSTRING SEG-REC DELIMITED BY '|'
                 INTO WS-TOK-LINE WS-TOK-ORD WS-TOK-TYPE
                    WS-TOK-TEXT
              END-UNSTRING
              IF WS-TOK-TEXT IS NOT EQUAL TO SPACES THEN
                 ADD 1 TO WS-SEG-CNT
                 IF WS-TOK-LINE IS NOT EQUAL TO WS-CUR-LINE THEN
                    MOVE WS-TOK-LINE TO WS-CUR-LINE
                    MOVE 'N' TO WS-LINE-SHOWN
                 END-IF
                 PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                    UNTIL WS-WL-IDX > WS-WL-CNT
                       PERFORM MATCH-ONE-INDICATOR
                 END-PERFORM
              END-IF
           END-IF.

       MATCH-ONE-INDICATOR.
           IF (WL-TYPE(WS-WL-IDX) = 'H' AND
               WS-TOK-TYPE(1:1) = 'H') OR
              (WL-TYPE(WS-WL-IDX) IS NOT EQUAL TO 'H' AND
               WS-TOK-TYPE(1:1) = 'S') THEN
              MOVE 0 TO WS-MATCH-CNT
              INSPECT WS-TOK-TEXT TALLYING WS-MATCH-CNT
                 FOR ALL WL-PATTERN(WS-WL-IDX)
                    (1:WL-LEN(WS-WL-IDX))
              IF WS-MATCH-CNT > 0 THEN
                 PERFORM RECORD-HIT
              END-IF
           END-IF.

       RECORD-HIT.
           IF WS-LINE-SHOWN = 'N' THEN
              PERFORM WRITE-LINE-HEADING
           END-IF.
           ADD WS-MATCH-CNT TO WL-HITS(WS-WL-IDX).
           ADD WS-MATCH-CNT TO WS-HIT-CNT.
           MOVE SPACES TO REPORT-REC.
           STRING '    ' DELIMITED SIZE
              WL-SEV(WS-WL-IDX) DELIMITED SIZE
              ' ' DELIMITED SIZE
              WL-TYPE(WS-WL-IDX) DELIMITED SIZE
              ' ' DELIMITED SIZE
              WL-PATTERN(WS-WL-IDX) DELIMITED SIZE
              ' SEG=' DELIMITED SIZE
              FUNCTION TRIM(WS-TOK-ORD) DELIMITED SIZE
              ' x' DELIMITED SIZE
              WS-MATCH-CNT DELIMITED SIZE
              ' TICKET=' DELIMITED SIZE
              FUNCTION TRIM(WL-TICKET(WS-WL-IDX)) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
      *    first hit of this indicator on this line
           IF WL-LAST-LINE(WS-WL-IDX) IS NOT EQUAL TO WS-CUR-LINE
              THEN
              MOVE WS-CUR-LINE TO WL-LAST-LINE(WS-WL-IDX)
              ADD 1 TO WL-LINES(WS-WL-IDX)
              IF WL-SEV(WS-WL-IDX)(1:1) = 'H' THEN
                 ADD 1 TO WS-HIGH-CNT
                 MOVE WL-TICKET(WS-WL-IDX) TO EL-REFERENCE
                 MOVE 'AOC0605W' TO EL-MSG-ID
                 MOVE WL-TYPE(WS-WL-IDX) TO EL-VALUE-1
                 MOVE WL-PATTERN(WS-WL-IDX)(1:WL-LEN(WS-WL-IDX))
                    TO EL-VALUE-2
                 MOVE SPACES TO EL-VALUE-3
                 STRING WS-CUR-LINE-NUM DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WS-ADDRESS DELIMITED SPACE
                    INTO EL-VALUE-3
                 END-STRING
                 PERFORM LOG-ERROR
              END-IF
           END-IF.

      *    The detail file has one record per input line after its
      *    RUN: header (rejected lines included), so line n is the
      *    n-th data record.
       WRITE-LINE-HEADING.
           MOVE 'Y' TO WS-LINE-SHOWN.
           ADD 1 TO WS-LINES-HIT.
           MOVE 0 TO WS-CUR-LINE-NUM.
           IF FUNCTION TEST-NUMVAL(WS-CUR-LINE) = 0 THEN
              MOVE FUNCTION NUMVAL(WS-CUR-LINE) TO WS-CUR-LINE-NUM
           END-IF.
           MOVE '(ADDRESS NOT IN DETAIL FILE)' TO WS-ADDRESS.
           PERFORM UNTIL WS-DETAIL-OPEN = 'N' OR
              WS-DETAIL-NUM >= WS-CUR-LINE-NUM
              READ DETAILFILE
                 AT END
                    MOVE 'N' TO WS-DETAIL-OPEN
                    CLOSE DETAILFILE
                 NOT AT END
                    IF DETAIL-REC(1:4) IS NOT EQUAL TO 'RUN:' THEN
                       ADD 1 TO WS-DETAIL-NUM
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-DETAIL-NUM = WS-CUR-LINE-NUM AND
              WS-DETAIL-OPEN = 'Y' THEN
              MOVE SPACES TO WS-ADDRESS
              UNSTRING DETAIL-REC DELIMITED BY ALL SPACE
                 INTO WS-ADDRESS
              END-UNSTRING
           END-IF.
           MOVE SPACES TO REPORT-REC.
           STRING 'LINE=' DELIMITED SIZE
              WS-CUR-LINE-NUM DELIMITED SIZE
              ' ' DELIMITED SIZE
              FUNCTION TRIM(WS-ADDRESS) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

      *    Tonight's hits fold into the history: a first sighting
      *    opens a record stamped with this run and date; a rerun
      *    on the same date adds hits but not another night.
       UPDATE-HISTORY.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
              UNTIL WS-WL-IDX > WS-WL-CNT
                 PERFORM FIND-HISTORY-ENTRY
                 IF WL-HITS(WS-WL-IDX) > 0 THEN
                    IF WS-HS-FOUND = 0 AND WS-HS-CNT < WS-HS-MAX
                       THEN
                       ADD 1 TO WS-HS-CNT
                       MOVE WS-HS-CNT TO WS-HS-FOUND
                       MOVE WL-PATTERN(WS-WL-IDX)
                          TO HS-PATTERN(WS-HS-FOUND)
                       MOVE WL-TYPE(WS-WL-IDX) TO HS-TYPE(WS-HS-FOUND)
                       MOVE RR-RUN-NUMBER
                          TO HS-FIRST-RUN(WS-HS-FOUND)
                       MOVE WS-TODAY TO HS-FIRST-DATE(WS-HS-FOUND)
                       MOVE 0 TO HS-TOTAL(WS-HS-FOUND)
                       MOVE 0 TO HS-NIGHTS(WS-HS-FOUND)
                       MOVE SPACES TO HS-LAST-DATE(WS-HS-FOUND)
                       MOVE 'Y' TO WL-NEW(WS-WL-IDX)
                       ADD 1 TO WS-NEW-IND-CNT
                    END-IF
                    IF WS-HS-FOUND > 0 THEN
                       IF HS-LAST-DATE(WS-HS-FOUND) IS NOT EQUAL TO
                          WS-TODAY THEN
                          ADD 1 TO HS-NIGHTS(WS-HS-FOUND)
                       END-IF
                       MOVE RR-RUN-NUMBER TO HS-LAST-RUN(WS-HS-FOUND)
                       MOVE WS-TODAY TO HS-LAST-DATE(WS-HS-FOUND)
                       ADD WL-HITS(WS-WL-IDX)
                          TO HS-TOTAL(WS-HS-FOUND)
                    END-IF
                 END-IF
                 MOVE WS-HS-FOUND TO WL-HIST-IDX(WS-WL-IDX)
           END-PERFORM.

       FIND-HISTORY-ENTRY.
           MOVE 0 TO WS-HS-FOUND.
           PERFORM VARYING WS-HS-IDX FROM 1 BY 1
              UNTIL WS-HS-IDX > WS-HS-CNT OR WS-HS-FOUND > 0
                 IF HS-PATTERN(WS-HS-IDX) = WL-PATTERN(WS-WL-IDX) AND
                    HS-TYPE(WS-HS-IDX) = WL-TYPE(WS-WL-IDX) THEN
                    MOVE WS-HS-IDX TO WS-HS-FOUND
                 END-IF
           END-PERFORM.

       WRITE-INDICATOR-SUMMARY.
           IF WS-LINES-HIT = 0 THEN
              MOVE 'NO WATCHLIST HITS' TO REPORT-REC
              WRITE REPORT-REC
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'INDICATOR SUMMARY' TO REPORT-REC.
           WRITE REPORT-REC.
           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
              UNTIL WS-WL-IDX > WS-WL-CNT
                 MOVE SPACES TO REPORT-REC
                 STRING '    ' DELIMITED SIZE
                    WL-SEV(WS-WL-IDX) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WL-TYPE(WS-WL-IDX) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    WL-PATTERN(WS-WL-IDX) DELIMITED SIZE
                    ' HITS=' DELIMITED SIZE
                    WL-HITS(WS-WL-IDX) DELIMITED SIZE
                    ' LINES=' DELIMITED SIZE
                    WL-LINES(WS-WL-IDX) DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
                 MOVE WL-HIST-IDX(WS-WL-IDX) TO WS-HS-IDX
                 IF WS-HS-IDX > 0 THEN
                    STRING FUNCTION TRIM(REPORT-REC, TRAILING)
                          DELIMITED SIZE
                       ' FIRST-SEEN RUN=' DELIMITED SIZE
                       HS-FIRST-RUN(WS-HS-IDX) DELIMITED SIZE
                       ' ' DELIMITED SIZE
                       HS-FIRST-DATE(WS-HS-IDX) DELIMITED SIZE
                       ' NIGHTS=' DELIMITED SIZE
                       HS-NIGHTS(WS-HS-IDX) DELIMITED SIZE
                       INTO REPORT-REC
                    END-STRING
                 END-IF
                 IF WL-NEW(WS-WL-IDX) = 'Y' THEN
                    STRING FUNCTION TRIM(REPORT-REC, TRAILING)
                          DELIMITED SIZE
                       ' NEW TONIGHT' DELIMITED SIZE
                       INTO REPORT-REC
                    END-STRING
                 END-IF
                 WRITE REPORT-REC
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           STRING 'TOTALS SEGMENTS=' DELIMITED SIZE
              WS-SEG-CNT DELIMITED SIZE
              ' LINES-HIT=' DELIMITED SIZE
              WS-LINES-HIT DELIMITED SIZE
              ' HITS=' DELIMITED SIZE
              WS-HIT-CNT DELIMITED SIZE
              ' HIGH=' DELIMITED SIZE
              WS-HIGH-CNT DELIMITED SIZE
              ' NEW-INDICATORS=' DELIMITED SIZE
              WS-NEW-IND-CNT DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.

       SAVE-HISTORY.
           OPEN OUTPUT HISTFILE.
           MOVE SPACES TO HIST-REC.
           STRING '* pattern type first-run first-date last-run '
                 DELIMITED SIZE
              'last-date total-hits nights-hit' DELIMITED SIZE
              INTO HIST-REC
           END-STRING.
           WRITE HIST-REC.
           PERFORM VARYING WS-HS-IDX FROM 1 BY 1
              UNTIL WS-HS-IDX > WS-HS-CNT
                 MOVE SPACES TO HIST-REC
                 STRING FUNCTION TRIM(HS-PATTERN(WS-HS-IDX))
                       DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    FUNCTION TRIM(HS-TYPE(WS-HS-IDX)) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    HS-FIRST-RUN(WS-HS-IDX) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    HS-FIRST-DATE(WS-HS-IDX) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    HS-LAST-RUN(WS-HS-IDX) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    HS-LAST-DATE(WS-HS-IDX) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    HS-TOTAL(WS-HS-IDX) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    HS-NIGHTS(WS-HS-IDX) DELIMITED SIZE
                    INTO HIST-REC
                 END-STRING
                 WRITE HIST-REC
           END-PERFORM.
           CLOSE HISTFILE.

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-D7WATCH' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       END PROGRAM AOC-2016-D7WATCH.
