      *    one glance that says whether the night was clean.
      *
      *    Record: RUN=nnnnnn DATE TIME PROGRAM SEV REFERENCE MESSAGE
      *
      *    Messages are logged by id out of aoc_message_catalog.txt:
      *
      *        AOCnnnnS S TEXT template, &1 &2 &3 = substitution values
      *        AOCnnnnS   FIX  one remediation step (up to 3 per id)
      *
      *    LOG expands the template and writes the id in front of the
      *    text (MESSAGE = 'AOCnnnnS text' from column 72, so readers
      *    of the fixed layout are unaffected); an id missing from the
      *    catalog is logged with its values as the text. SUMMARY adds
      *    each distinct id of the run with its count and remediation
      *    steps, and LOOKUP hands one id's catalog entry back to a
      *    caller (AOC-2016-SHIFTRPT): severity in EL-SEVERITY,
      *    template in EL-MESSAGE, FIX steps in EL-VALUE-1..3.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT SUMMARYFILE ASSIGN TO 'aoc_error_summary.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOGFILE ASSIGN TO 'aoc_message_catalog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERRFILE.
       FD  SUMMARYFILE.
       01  SUMMARY-REC         PIC X(132).

       FD  CATALOGFILE.
       01  CATALOG-REC         PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "run_registry.cpy".

       01  WS-TOTAL-W          PIC 9(6).
       01  WS-TOTAL-E          PIC 9(6).

       01  WS-CATALOG-STATUS   PIC XX.
       01  WS-CAT-LOADED       PIC X      VALUE 'N'.
       01  WS-CAT-MAX          PIC 9(3)   VALUE 150.
       01  WS-CAT-CNT          PIC 9(3)   VALUE 0.
       01  WS-CAT-IDX          PIC 9(3).
       01  WS-CAT-FOUND        PIC 9(3).
       01  MESSAGE-CATALOG.
           05 MC-ENTRY OCCURS 150 TIMES.
              10 MC-ID         PIC X(8).
              10 MC-SEV        PIC X.
              10 MC-TEXT       PIC X(80).
              10 MC-FIX-CNT    PIC 9.
              10 MC-FIX        PIC X(60) OCCURS 3 TIMES.
       01  WS-LOOK-ID          PIC X(8).
       01  WS-EXPANDED         PIC X(80).
       01  WS-EXP-PTR          PIC 9(3).
       01  WS-TPL-IDX          PIC 9(3).
       01  WS-TPL-CHAR         PIC X.
       01  WS-TPL-NEXT         PIC X.
       01  WS-SUBST            PIC X(80).
       01  WS-SUBST-LEN        PIC 9(3).
       01  WS-FIX-IDX          PIC 9.

       01  WS-MSG-MAX          PIC 9(3)   VALUE 100.
       01  WS-MSG-CNT          PIC 9(3)   VALUE 0.
       01  WS-MSG-IDX          PIC 9(3).
       01  WS-MSG-FOUND        PIC 9(3).
       01  MESSAGE-TABLE.
           05 MSG-ENTRY OCCURS 100 TIMES.
              10 MSG-ID        PIC X(8).
              10 MSG-COUNT     PIC 9(6).
              10 MSG-TEXT      PIC X(80).

       LINKAGE SECTION.
       COPY "error_log.cpy".

                 PERFORM APPEND-ERROR
              WHEN 'SUMMARY'
                 PERFORM WRITE-ERROR-SUMMARY
              WHEN 'LOOKUP'
                 PERFORM LOOKUP-MESSAGE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       APPEND-ERROR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           IF EL-MSG-ID IS NOT EQUAL TO SPACES THEN
              PERFORM EXPAND-MESSAGE
           END-IF.
           MOVE SPACES TO WS-BUILT-LINE.
           STRING 'RUN=' DELIMITED SIZE
              RR-RUN-NUMBER DELIMITED SIZE
              ' ' DELIMITED SIZE
              EL-REFERENCE DELIMITED SIZE
              ' ' DELIMITED SIZE
              INTO WS-BUILT-LINE
           END-STRING.
           IF EL-MSG-ID IS NOT EQUAL TO SPACES THEN
              STRING EL-MSG-ID DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 EL-MESSAGE DELIMITED SIZE
                 INTO WS-BUILT-LINE(72:89)
              END-STRING
           ELSE
              MOVE EL-MESSAGE TO WS-BUILT-LINE(72:80)
           END-IF.
           MOVE SPACES TO EL-VALUE-1.
           MOVE SPACES TO EL-VALUE-2.
           MOVE SPACES TO EL-VALUE-3.
           PERFORM OPEN-ERRFILE-LOCKED.
           IF WS-LOCK-OK = 'N' THEN
              DISPLAY 'COULD NOT OBTAIN ERROR-LOG LOCK - '
                 END-IF
           END-PERFORM.

      *    The catalog is read once per run unit; a missing file
      *    leaves the table empty and every id falls back to its
      *    values.
       LOAD-CATALOG.
           MOVE 'Y' TO WS-CAT-LOADED.
           MOVE 0 TO WS-CAT-CNT.
           OPEN INPUT CATALOGFILE.
           IF WS-CATALOG-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'MESSAGE CATALOG aoc_message_catalog.txt NOT '
                 'FOUND - MESSAGES LOGGED WITHOUT TEXT'
           ELSE
              PERFORM UNTIL WS-CATALOG-STATUS IS NOT EQUAL TO '00'
                 READ CATALOGFILE
                    AT END
                       MOVE '10' TO WS-CATALOG-STATUS
                    NOT AT END
                       IF CATALOG-REC(1:3) = 'AOC' THEN
                          PERFORM NOTE-CATALOG-REC
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CATALOGFILE
           END-IF.

      *    Layout: id 1-8, severity 10 (TEXT lines), kind 12-15,
      *    text from 17.
       NOTE-CATALOG-REC.
           MOVE CATALOG-REC(1:8) TO WS-LOOK-ID.
           PERFORM FIND-CATALOG-ENTRY.
           IF WS-CAT-FOUND = 0 THEN
              IF WS-CAT-CNT < WS-CAT-MAX THEN
                 ADD 1 TO WS-CAT-CNT
                 MOVE WS-CAT-CNT TO WS-CAT-FOUND
                 MOVE WS-LOOK-ID TO MC-ID(WS-CAT-FOUND)
                 MOVE WS-LOOK-ID(8:1) TO MC-SEV(WS-CAT-FOUND)
                 MOVE SPACES TO MC-TEXT(WS-CAT-FOUND)
                 MOVE 0 TO MC-FIX-CNT(WS-CAT-FOUND)
                 MOVE SPACES TO MC-FIX(WS-CAT-FOUND, 1)
                 MOVE SPACES TO MC-FIX(WS-CAT-FOUND, 2)
                 MOVE SPACES TO MC-FIX(WS-CAT-FOUND, 3)
              ELSE
                 DISPLAY 'MESSAGE CATALOG FULL AT ' WS-CAT-MAX
                    ' - ' WS-LOOK-ID ' IGNORED'
              END-IF
           END-IF.
           IF WS-CAT-FOUND > 0 THEN
              EVALUATE CATALOG-REC(12:4)
                 WHEN 'TEXT'
                    IF CATALOG-REC(10:1) = 'W' OR
                       CATALOG-REC(10:1) = 'E' THEN
                       MOVE CATALOG-REC(10:1) TO MC-SEV(WS-CAT-FOUND)
                    END-IF
                    MOVE CATALOG-REC(17:80) TO MC-TEXT(WS-CAT-FOUND)
                 WHEN 'FIX '
                    IF MC-FIX-CNT(WS-CAT-FOUND) < 3 THEN
                       ADD 1 TO MC-FIX-CNT(WS-CAT-FOUND)
                       MOVE CATALOG-REC(17:60) TO
                          MC-FIX(WS-CAT-FOUND, MC-FIX-CNT(WS-CAT-FOUND))
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *    WS-CAT-FOUND = the catalog slot of WS-LOOK-ID, 0 if none.
       FIND-CATALOG-ENTRY.
           MOVE 0 TO WS-CAT-FOUND.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
              UNTIL WS-CAT-IDX > WS-CAT-CNT OR WS-CAT-FOUND > 0
                 IF MC-ID(WS-CAT-IDX) = WS-LOOK-ID THEN
                    MOVE WS-CAT-IDX TO WS-CAT-FOUND
                 END-IF
           END-PERFORM.

      *    EL-MESSAGE = the template with &1..&3 replaced by the
      *    trimmed values, EL-SEVERITY = the catalog severity. An
      *    unknown id keeps the caller's severity (or the id's own
      *    suffix) and carries its values as the text.
       EXPAND-MESSAGE.
           IF WS-CAT-LOADED = 'N' THEN
              PERFORM LOAD-CATALOG
           END-IF.
           MOVE EL-MSG-ID TO WS-LOOK-ID.
           PERFORM FIND-CATALOG-ENTRY.
           MOVE SPACES TO WS-EXPANDED.
           MOVE 1 TO WS-EXP-PTR.
           IF WS-CAT-FOUND = 0 THEN
              IF EL-MSG-ID(8:1) = 'W' OR EL-MSG-ID(8:1) = 'E' THEN
                 MOVE EL-MSG-ID(8:1) TO EL-SEVERITY
              END-IF
              PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                 UNTIL WS-TPL-IDX > 3
                    EVALUATE WS-TPL-IDX
                       WHEN 1 MOVE EL-VALUE-1 TO WS-SUBST
                       WHEN 2 MOVE EL-VALUE-2 TO WS-SUBST
                       WHEN OTHER MOVE EL-VALUE-3 TO WS-SUBST
                    END-EVALUATE
                    IF WS-SUBST IS NOT EQUAL TO SPACES THEN
                       PERFORM APPEND-SUBST
                       PERFORM APPEND-ONE-SPACE
                    END-IF
              END-PERFORM
           ELSE
              MOVE MC-SEV(WS-CAT-FOUND) TO EL-SEVERITY
              PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                 UNTIL WS-TPL-IDX > 80 OR WS-EXP-PTR > 80
                    MOVE MC-TEXT(WS-CAT-FOUND)(WS-TPL-IDX:1)
                       TO WS-TPL-CHAR
                    MOVE SPACE TO WS-TPL-NEXT
                    IF WS-TPL-IDX < 80 THEN
                       MOVE MC-TEXT(WS-CAT-FOUND)(WS-TPL-IDX + 1:1)
                          TO WS-TPL-NEXT
                    END-IF
                    IF WS-TPL-CHAR = '&' AND
                       WS-TPL-NEXT >= '1' AND WS-TPL-NEXT <= '3' THEN
                       EVALUATE WS-TPL-NEXT
                          WHEN '1' MOVE EL-VALUE-1 TO WS-SUBST
                          WHEN '2' MOVE EL-VALUE-2 TO WS-SUBST
                          WHEN OTHER MOVE EL-VALUE-3 TO WS-SUBST
                       END-EVALUATE
                       PERFORM APPEND-SUBST
                       ADD 1 TO WS-TPL-IDX
                    ELSE
                       MOVE WS-TPL-CHAR TO WS-EXPANDED(WS-EXP-PTR:1)
                       ADD 1 TO WS-EXP-PTR
                    END-IF
              END-PERFORM
           END-IF.
           MOVE WS-EXPANDED TO EL-MESSAGE.

       APPEND-SUBST.
           MOVE 0 TO WS-SUBST-LEN.
           INSPECT FUNCTION REVERSE(WS-SUBST)
              TALLYING WS-SUBST-LEN FOR LEADING SPACES.
           COMPUTE WS-SUBST-LEN = 80 - WS-SUBST-LEN.
           IF WS-SUBST-LEN > 0 AND WS-EXP-PTR <= 80 THEN
              STRING WS-SUBST(1:WS-SUBST-LEN) DELIMITED SIZE
                 INTO WS-EXPANDED WITH POINTER WS-EXP-PTR
              END-STRING
           END-IF.

       APPEND-ONE-SPACE.
           IF WS-EXP-PTR <= 80 THEN
              ADD 1 TO WS-EXP-PTR
           END-IF.

       LOOKUP-MESSAGE.
           IF WS-CAT-LOADED = 'N' THEN
              PERFORM LOAD-CATALOG
           END-IF.
           MOVE EL-MSG-ID TO WS-LOOK-ID.
           PERFORM FIND-CATALOG-ENTRY.
           IF WS-CAT-FOUND = 0 THEN
              MOVE SPACES TO EL-MESSAGE
              MOVE SPACES TO EL-VALUE-1
              MOVE SPACES TO EL-VALUE-2
              MOVE SPACES TO EL-VALUE-3
           ELSE
              MOVE MC-SEV(WS-CAT-FOUND) TO EL-SEVERITY
              MOVE MC-TEXT(WS-CAT-FOUND) TO EL-MESSAGE
              MOVE MC-FIX(WS-CAT-FOUND, 1) TO EL-VALUE-1
              MOVE MC-FIX(WS-CAT-FOUND, 2) TO EL-VALUE-2
              MOVE MC-FIX(WS-CAT-FOUND, 3) TO EL-VALUE-3
           END-IF.

      *    Summary covers the current run when one is allocated
      *    (records from parallel children carry the same number);
      *    run 0 - standalone use - summarizes the whole file.
       WRITE-ERROR-SUMMARY.
           MOVE 0 TO WS-SUM-CNT.
           MOVE 0 TO WS-MSG-CNT.
           MOVE 0 TO WS-TOTAL-W.
           MOVE 0 TO WS-TOTAL-E.
           MOVE SPACES TO WS-RUN-TOKEN.
           END-STRING.
           WRITE SUMMARY-REC.
           DISPLAY 'ERROR SUMMARY: ' FUNCTION TRIM(SUMMARY-REC).
           IF WS-MSG-CNT > 0 THEN
              PERFORM WRITE-MESSAGE-REMEDIES
           END-IF.
           CLOSE SUMMARYFILE.

      *    One block per distinct message id: count, latest expanded
      *    text, then the catalog's remediation steps.
       WRITE-MESSAGE-REMEDIES.
           IF WS-CAT-LOADED = 'N' THEN
              PERFORM LOAD-CATALOG
           END-IF.
           MOVE SPACES TO SUMMARY-REC.
           WRITE SUMMARY-REC.
           MOVE 'MESSAGES AND REMEDIATION' TO SUMMARY-REC.
           WRITE SUMMARY-REC.
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
              UNTIL WS-MSG-IDX > WS-MSG-CNT
                 MOVE SPACES TO SUMMARY-REC
                 STRING MSG-ID(WS-MSG-IDX) DELIMITED SIZE
                    ' COUNT=' DELIMITED SIZE
                    MSG-COUNT(WS-MSG-IDX) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    MSG-TEXT(WS-MSG-IDX) DELIMITED SIZE
                    INTO SUMMARY-REC
                 END-STRING
                 WRITE SUMMARY-REC
                 MOVE MSG-ID(WS-MSG-IDX) TO WS-LOOK-ID
                 PERFORM FIND-CATALOG-ENTRY
                 IF WS-CAT-FOUND = 0 THEN
                    MOVE '    FIX: NOT IN MESSAGE CATALOG'
                       TO SUMMARY-REC
                    WRITE SUMMARY-REC
                 ELSE
                    PERFORM VARYING WS-FIX-IDX FROM 1 BY 1
                       UNTIL WS-FIX-IDX > MC-FIX-CNT(WS-CAT-FOUND)
                          MOVE SPACES TO SUMMARY-REC
                          STRING '    FIX: ' DELIMITED SIZE
                             MC-FIX(WS-CAT-FOUND, WS-FIX-IDX)
                                DELIMITED SIZE
                             INTO SUMMARY-REC
                          END-STRING
                          WRITE SUMMARY-REC
                    END-PERFORM
                 END-IF
           END-PERFORM.

       TALLY-ERROR-REC.
      *    Layout: RUN=nnnnnn(10) sp date(8) sp time(6) sp -> the
      *    program-id starts at column 28 and the severity at 49.
           IF ERR-REC(72:3) = 'AOC' AND ERR-REC(80:1) = SPACE THEN
              PERFORM TALLY-MESSAGE-ID
           END-IF.
           MOVE ERR-REC(28:20) TO WS-REC-PROGRAM.
           MOVE ERR-REC(49:1) TO WS-REC-SEV.
           MOVE 0 TO WS-FOUND-IDX.
              END-IF
           END-IF.

       TALLY-MESSAGE-ID.
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
              MOVE 0 TO MSG-COUNT(WS-MSG-FOUND)
           END-IF.
           IF WS-MSG-FOUND > 0 THEN
              ADD 1 TO MSG-COUNT(WS-MSG-FOUND)
              MOVE ERR-REC(81:80) TO MSG-TEXT(WS-MSG-FOUND)
           END-IF.

       END PROGRAM AOC-2016-ERRLOG.
