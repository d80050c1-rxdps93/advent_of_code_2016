       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-BNDAUDIT.

      *    Integrity audit of the run bundles and ledger generations
      *    kept by AOC-2016-HOUSEKEEP. A bundle is the only copy of
      *    the run's per-run artifacts once the next run overwrites
      *    them, and nothing reads it until somebody needs it, so a
      *    damaged one used to go unnoticed until it mattered. Every
      *    file on aoc_bundle_registry.txt is checked against the
      *    fingerprint HOUSEKEEP took when it wrote the file
      *    (aoc_bundle_index.txt):
      *
      *      MISSING       registered, but not on disk
      *      DAMAGED       the md5 no longer matches, a section's
      *                    separator header is not the one written,
      *                    a section's line count differs, or the
      *                    file has lines missing or added
      *      UNINDEXED     on disk, written before fingerprinting
      *                    (present, nothing more can be checked)
      *      INTACT        everything matches
      *
      *    Bundle files and ledger generations (the LEDGER entries of
      *    the retention manifest, card AOC-2016-HOUSEKEEP MANIFEST=)
      *    on disk but not on the registry are listed UNREGISTERED:
      *    HOUSEKEEP will never age them out.
      *
      *    For a damaged or missing file the report names the
      *    next-newest intact copy of the same kind (bundle, or
      *    generation of the same ledger) and the day it ages out,
      *    so it can be secured first. Scheduled weekly, the day
      *    before housekeeping (aoc_schedule.txt); the report warns
      *    when KEEP-DAYS is short enough for a copy to be purged
      *    between two audits.
      *
      *    Report aoc_bundle_audit.txt; every finding is also on the
      *    error log. Exit CC 0 clean, CC 4 unregistered or unindexed
      *    files only, CC 8 any file damaged or missing.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFESTFILE ASSIGN TO DYNAMIC WS-MANIFEST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT REGISTRYFILE ASSIGN TO 'aoc_bundle_registry.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT INDEXFILE ASSIGN TO 'aoc_bundle_index.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INDEX-STATUS.

           SELECT BUNDLEFILE ASSIGN TO DYNAMIC WS-BUNDLE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUNDLE-STATUS.

           SELECT LISTFILE ASSIGN TO 'aoc_bundle_audit.lst'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT REPORTFILE ASSIGN TO 'aoc_bundle_audit.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MANIFESTFILE.
       01  MANIFEST-REC        PIC X(120).

       FD  REGISTRYFILE.
       01  REGISTRY-REC.
           05 RG-DATE          PIC X(8).
           05 RG-SP1           PIC X.
           05 RG-FILE          PIC X(110).

       FD  INDEXFILE.
       01  INDEX-REC           PIC X(250).

       FD  BUNDLEFILE.
       01  BUNDLE-REC          PIC X(1024).

       FD  LISTFILE.
       01  LIST-REC            PIC X(200).

       FD  REPORTFILE.
       01  REPORT-REC          PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".

       01  WS-MANIFEST-NAME    PIC X(100) VALUE 'aoc_retention.txt'.
       01  WS-MANIFEST-STATUS  PIC XX.
       01  WS-REGISTRY-STATUS  PIC XX.
       01  WS-INDEX-STATUS     PIC XX.
       01  WS-BUNDLE-NAME      PIC X(110).
       01  WS-BUNDLE-STATUS    PIC XX.
       01  WS-LIST-STATUS      PIC XX.
       01  WS-REPORT-STATUS    PIC XX.

       01  LOOP                PIC 9      VALUE 1.
       01  WS-KEEP-DAYS        PIC 9(3)   VALUE 7.
       01  WS-AUDIT-DAYS       PIC 9(3)   VALUE 7.
       01  WS-ENTRY-TYPE       PIC X(10).
       01  WS-ENTRY-NAME       PIC X(110).

       01  WS-LDG-MAX          PIC 99     VALUE 50.
       01  WS-LDG-CNT          PIC 99     VALUE 0.
       01  LEDGER-TABLE.
           05 LDG-NAME OCCURS 50 TIMES PIC X(110).
       01  WS-LDG-IDX          PIC 99.

       01  WS-REG-MAX          PIC 9(3)   VALUE 500.
       01  WS-REG-CNT          PIC 9(3)   VALUE 0.
       01  REGISTRY-TABLE.
           05 REG-ENTRY OCCURS 500 TIMES.
              10 REG-DATE      PIC X(8).
              10 REG-FILE      PIC X(110).
              10 REG-FAMILY    PIC X(110).
              10 REG-STATE     PIC X.
                 88 REG-INTACT            VALUE 'I'.
                 88 REG-DAMAGED           VALUE 'D'.
                 88 REG-MISSING           VALUE 'M'.
                 88 REG-UNINDEXED         VALUE 'U'.
              10 REG-REASON    PIC X(60).
       01  WS-REG-IDX          PIC 9(3).
       01  WS-CPY-IDX          PIC 9(3).
       01  WS-BEST-IDX         PIC 9(3).

       01  WS-FIL-MAX          PIC 9(3)   VALUE 500.
       01  WS-FIL-CNT          PIC 9(3)   VALUE 0.
       01  FILE-TABLE.
           05 FIL-ENTRY OCCURS 500 TIMES.
              10 FIL-NAME      PIC X(110).
              10 FIL-MD5       PIC X(32).
              10 FIL-LINES     PIC 9(7).
              10 FIL-SECTIONS  PIC 99.
       01  WS-FIL-IDX          PIC 9(3).
       01  WS-CUR-FIL          PIC 9(3).

       01  WS-SEC-MAX          PIC 9(4)   VALUE 5000.
       01  WS-SEC-CNT          PIC 9(4)   VALUE 0.
       01  SECTION-TABLE.
           05 SEC-ENTRY OCCURS 5000 TIMES.
              10 SEC-FIL       PIC 9(3).
              10 SEC-NO        PIC 99.
              10 SEC-LINES     PIC 9(7).
              10 SEC-PRESENT   PIC X.
              10 SEC-NAME      PIC X(110).

       01  WS-TOKENS.
           05 WS-TOKEN-1       PIC X(110).
           05 WS-TOKEN-2       PIC X(60).
           05 WS-TOKEN-3       PIC X(60).
           05 WS-TOKEN-4       PIC X(60).
           05 WS-TOKEN-5       PIC X(110).
       01  WS-TAG              PIC X(20).
       01  WS-TAG-VALUE        PIC X(60).

       01  WS-NAME-LEN         PIC 9(3).
       01  WS-STAMP-POS        PIC 9(3).

      *    Walk of one file against its recorded sections
       01  WS-WALK-SEC         PIC 99.
       01  WS-WALK-LEFT        PIC 9(7).
       01  WS-WALK-LINES       PIC 9(7).
       01  WS-WALK-SEC-IDX     PIC 9(4).
       01  WS-NEXT-SEC-IDX     PIC 9(4).
       01  WS-EXPECT-HEADER    PIC X(200).
       01  WS-SHOW-N           PIC Z(6)9.
       01  WS-SHOW-M           PIC Z(6)9.
       01  WS-SHOW-SEC         PIC Z9.

       01  HASH-CMD            PIC X(16)  VALUE 'md5sum'.
       01  HASH-INPUT          PIC X(64).
       01  HASH                PIC X(64).

       01  WS-SHELL-CMD        PIC X(2000).
       01  WS-CMD-PTR          PIC 9(4).
       01  WS-LIST-NAME        PIC X(110).
       01  WS-FOUND-SW         PIC X.

       01  WS-CURRENT-STAMP.
           05 WS-STAMP-DATE    PIC X(8).
           05 WS-STAMP-TIME    PIC X(6).
           05 WS-STAMP-REST    PIC X(7).
       01  WS-EXPIRY-INT       PIC 9(8).
       01  WS-EXPIRY-DATE      PIC 9(8).

       01  WS-INTACT-CNT       PIC 9(3)   VALUE 0.
       01  WS-DAMAGED-CNT      PIC 9(3)   VALUE 0.
       01  WS-MISSING-CNT      PIC 9(3)   VALUE 0.
       01  WS-UNINDEXED-CNT    PIC 9(3)   VALUE 0.
       01  WS-UNREG-CNT        PIC 9(3)   VALUE 0.
       01  WS-RC               PIC 9(2)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           PERFORM GET-MANIFEST-NAME.
           PERFORM LOAD-MANIFEST THRU LOAD-MANIFEST-EXIT.
           PERFORM LOAD-REGISTRY THRU LOAD-REGISTRY-EXIT.
           PERFORM LOAD-INDEX THRU LOAD-INDEX-EXIT.

           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-REC.
           STRING 'BUNDLE INTEGRITY AUDIT ' DELIMITED SIZE
              WS-STAMP-DATE DELIMITED SIZE
              ' ' DELIMITED SIZE
              WS-STAMP-TIME DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'REGISTRY aoc_bundle_registry.txt ' DELIMITED SIZE
              WS-REG-CNT DELIMITED SIZE
              ' ENTRIES, KEEP-DAYS ' DELIMITED SIZE
              WS-KEEP-DAYS DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           IF WS-KEEP-DAYS NOT > WS-AUDIT-DAYS THEN
              MOVE SPACES TO REPORT-REC
              STRING 'WARNING: KEEP-DAYS ' DELIMITED SIZE
                 WS-KEEP-DAYS DELIMITED SIZE
                 ' - A COPY CAN AGE OUT BEFORE THE NEXT WEEKLY AUDIT'
                 DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.

           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-CNT
                 PERFORM AUDIT-ONE-ENTRY THRU AUDIT-ONE-ENTRY-EXIT
           END-PERFORM.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-CNT
                 PERFORM REPORT-ONE-ENTRY
           END-PERFORM.
           PERFORM FIND-UNREGISTERED THRU FIND-UNREGISTERED-EXIT.

           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'AUDIT SUMMARY: ' DELIMITED SIZE
              WS-INTACT-CNT DELIMITED SIZE
              ' INTACT, ' DELIMITED SIZE
              WS-DAMAGED-CNT DELIMITED SIZE
              ' DAMAGED, ' DELIMITED SIZE
              WS-MISSING-CNT DELIMITED SIZE
              ' MISSING, ' DELIMITED SIZE
              WS-UNINDEXED-CNT DELIMITED SIZE
              ' UNINDEXED, ' DELIMITED SIZE
              WS-UNREG-CNT DELIMITED SIZE
              ' UNREGISTERED' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           CLOSE REPORTFILE.
           DISPLAY FUNCTION TRIM(REPORT-REC).

           IF WS-UNINDEXED-CNT > 0 OR WS-UNREG-CNT > 0 THEN
              MOVE 4 TO WS-RC
           END-IF.
           IF WS-DAMAGED-CNT > 0 OR WS-MISSING-CNT > 0 THEN
              MOVE 8 TO WS-RC
           END-IF.
           MOVE WS-RC TO RETURN-CODE.
           GOBACK.

       GET-MANIFEST-NAME.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-HOUSEKEEP' TO CC-PROGRAM.
           MOVE 'MANIFEST' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-MANIFEST-NAME
           END-IF.

      *    Only KEEP-DAYS and the LEDGER names are wanted here.
       LOAD-MANIFEST.
           OPEN INPUT MANIFESTFILE.
           IF WS-MANIFEST-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-MANIFEST-EXIT
           END-IF.
           MOVE 1 TO LOOP.
           PERFORM UNTIL LOOP = 0
              READ MANIFESTFILE
                 AT END
                    MOVE 0 TO LOOP
                 NOT AT END
                    IF MANIFEST-REC IS NOT EQUAL TO SPACES AND
                       MANIFEST-REC(1:1) IS NOT EQUAL TO '*' THEN
                       MOVE SPACES TO WS-ENTRY-TYPE
                       MOVE SPACES TO WS-ENTRY-NAME
                       UNSTRING MANIFEST-REC DELIMITED BY ALL SPACE
                          INTO WS-ENTRY-TYPE WS-ENTRY-NAME
                       END-UNSTRING
                       EVALUATE WS-ENTRY-TYPE
                          WHEN 'KEEP-DAYS'
                             MOVE FUNCTION NUMVAL(WS-ENTRY-NAME(1:8))
                                TO WS-KEEP-DAYS
                          WHEN 'LEDGER'
                             IF WS-LDG-CNT < WS-LDG-MAX THEN
                                ADD 1 TO WS-LDG-CNT
                                MOVE WS-ENTRY-NAME
                                   TO LDG-NAME(WS-LDG-CNT)
                             END-IF
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MANIFESTFILE.
       LOAD-MANIFEST-EXIT.
           EXIT.

       LOAD-REGISTRY.
           OPEN INPUT REGISTRYFILE.
           IF WS-REGISTRY-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-REGISTRY-EXIT
           END-IF.
           MOVE 1 TO LOOP.
           PERFORM UNTIL LOOP = 0
              READ REGISTRYFILE
                 AT END
                    MOVE 0 TO LOOP
                 NOT AT END
                    IF RG-FILE IS NOT EQUAL TO SPACES AND
                       WS-REG-CNT < WS-REG-MAX THEN
                       ADD 1 TO WS-REG-CNT
                       MOVE RG-DATE TO REG-DATE(WS-REG-CNT)
                       MOVE RG-FILE TO REG-FILE(WS-REG-CNT)
                       MOVE SPACE TO REG-STATE(WS-REG-CNT)
                       MOVE SPACES TO REG-REASON(WS-REG-CNT)
                       PERFORM SET-FAMILY
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REGISTRYFILE.
       LOAD-REGISTRY-EXIT.
           EXIT.

      *    Bundles form one family; a generation belongs with the
      *    other generations of its ledger (name.gYYYYMMDDHHMMSS).
       SET-FAMILY.
           MOVE REG-FILE(WS-REG-CNT) TO REG-FAMILY(WS-REG-CNT).
           IF REG-FILE(WS-REG-CNT)(1:11) = 'aoc_bundle_' THEN
              MOVE 'aoc_bundle_' TO REG-FAMILY(WS-REG-CNT)
           ELSE
              MOVE FUNCTION LENGTH(FUNCTION TRIM(REG-FILE(WS-REG-CNT)))
                 TO WS-NAME-LEN
              IF WS-NAME-LEN > 16 THEN
                 COMPUTE WS-STAMP-POS = WS-NAME-LEN - 15
                 IF REG-FILE(WS-REG-CNT)(WS-STAMP-POS:2) = '.g' THEN
                    MOVE SPACES TO REG-FAMILY(WS-REG-CNT)
                    MOVE REG-FILE(WS-REG-CNT)(1:WS-STAMP-POS - 1)
                       TO REG-FAMILY(WS-REG-CNT)
                 END-IF
              END-IF
           END-IF.

       LOAD-INDEX.
           OPEN INPUT INDEXFILE.
           IF WS-INDEX-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-INDEX-EXIT
           END-IF.
           MOVE 1 TO LOOP.
           PERFORM UNTIL LOOP = 0
              READ INDEXFILE
                 AT END
                    MOVE 0 TO LOOP
                 NOT AT END
                    IF INDEX-REC IS NOT EQUAL TO SPACES THEN
                       PERFORM PARSE-INDEX-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INDEXFILE.
       LOAD-INDEX-EXIT.
           EXIT.

       PARSE-INDEX-REC.
           MOVE SPACES TO WS-TOKENS.
           UNSTRING INDEX-REC DELIMITED BY ALL SPACE
              INTO WS-TOKEN-1 WS-TOKEN-2 WS-TOKEN-3 WS-TOKEN-4
                 WS-TOKEN-5
           END-UNSTRING.
           IF WS-TOKEN-2(1:4) = 'MD5=' THEN
              IF WS-FIL-CNT < WS-FIL-MAX THEN
                 ADD 1 TO WS-FIL-CNT
                 MOVE WS-TOKEN-1 TO FIL-NAME(WS-FIL-CNT)
                 MOVE WS-TOKEN-2(5:32) TO FIL-MD5(WS-FIL-CNT)
                 MOVE WS-TOKEN-3 TO WS-TAG-VALUE
                 PERFORM TAG-VALUE
                 MOVE FUNCTION NUMVAL(WS-TAG-VALUE)
                    TO FIL-LINES(WS-FIL-CNT)
                 MOVE WS-TOKEN-4 TO WS-TAG-VALUE
                 PERFORM TAG-VALUE
                 MOVE FUNCTION NUMVAL(WS-TAG-VALUE)
                    TO FIL-SECTIONS(WS-FIL-CNT)
              END-IF
           ELSE
              IF WS-TOKEN-2(1:8) = 'SECTION=' AND
                 WS-SEC-CNT < WS-SEC-MAX THEN
                 PERFORM FIND-INDEXED-FILE
                 IF WS-CUR-FIL > 0 THEN
                    ADD 1 TO WS-SEC-CNT
                    MOVE WS-CUR-FIL TO SEC-FIL(WS-SEC-CNT)
                    MOVE WS-TOKEN-2 TO WS-TAG-VALUE
                    PERFORM TAG-VALUE
                    MOVE FUNCTION NUMVAL(WS-TAG-VALUE)
                       TO SEC-NO(WS-SEC-CNT)
                    MOVE WS-TOKEN-3 TO WS-TAG-VALUE
                    PERFORM TAG-VALUE
                    MOVE FUNCTION NUMVAL(WS-TAG-VALUE)
                       TO SEC-LINES(WS-SEC-CNT)
                    MOVE WS-TOKEN-4(9:1) TO SEC-PRESENT(WS-SEC-CNT)
                    MOVE WS-TOKEN-5 TO SEC-NAME(WS-SEC-CNT)
                 END-IF
              END-IF
           END-IF.

      *    TAG=value -> value (in WS-TAG-VALUE).
       TAG-VALUE.
           MOVE SPACES TO WS-TAG.
           UNSTRING WS-TAG-VALUE DELIMITED BY '='
              INTO WS-TAG WS-TAG-VALUE
           END-UNSTRING.

      *    Latest fingerprint on file for WS-TOKEN-1 (0 = none).
       FIND-INDEXED-FILE.
           MOVE 0 TO WS-CUR-FIL.
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
              UNTIL WS-FIL-IDX > WS-FIL-CNT
                 IF FIL-NAME(WS-FIL-IDX) = WS-TOKEN-1 THEN
                    MOVE WS-FIL-IDX TO WS-CUR-FIL
                 END-IF
           END-PERFORM.

       AUDIT-ONE-ENTRY.
           MOVE REG-FILE(WS-REG-IDX) TO WS-BUNDLE-NAME.
           OPEN INPUT BUNDLEFILE.
           IF WS-BUNDLE-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'M' TO REG-STATE(WS-REG-IDX)
              GO TO AUDIT-ONE-ENTRY-EXIT
           END-IF.
           CLOSE BUNDLEFILE.
           MOVE REG-FILE(WS-REG-IDX) TO WS-TOKEN-1.
           PERFORM FIND-INDEXED-FILE.
           IF WS-CUR-FIL = 0 THEN
              MOVE 'U' TO REG-STATE(WS-REG-IDX)
              GO TO AUDIT-ONE-ENTRY-EXIT
           END-IF.
           MOVE 'I' TO REG-STATE(WS-REG-IDX).
           PERFORM WALK-SECTIONS THRU WALK-SECTIONS-EXIT.
           IF REG-INTACT(WS-REG-IDX) THEN
              PERFORM CHECK-CHECKSUM
           END-IF.
       AUDIT-ONE-ENTRY-EXIT.
           EXIT.

       CHECK-CHECKSUM.
           MOVE SPACES TO HASH-INPUT.
           STRING '@' DELIMITED SIZE
              FUNCTION TRIM(WS-BUNDLE-NAME) DELIMITED SIZE
              INTO HASH-INPUT
           END-STRING.
           MOVE SPACES TO HASH.
           CALL 'AOC-2016-D5-HASH' USING HASH-CMD HASH-INPUT HASH
              ON EXCEPTION
                 MOVE SPACES TO HASH
           END-CALL.
           IF HASH(1:32) IS NOT EQUAL TO FIL-MD5(WS-CUR-FIL) THEN
              MOVE 'D' TO REG-STATE(WS-REG-IDX)
              MOVE 'CHECKSUM DOES NOT MATCH THE ONE RECORDED'
                 TO REG-REASON(WS-REG-IDX)
           END-IF.

      *    Reads the file through once against its recorded sections:
      *    a header is expected where the previous section's recorded
      *    lines run out. The first discrepancy is kept as the reason.
       WALK-SECTIONS.
           MOVE 0 TO WS-WALK-SEC.
           MOVE 0 TO WS-WALK-LEFT.
           MOVE 0 TO WS-WALK-LINES.
           PERFORM NEXT-EXPECTED-HEADER.
           OPEN INPUT BUNDLEFILE.
           MOVE 1 TO LOOP.
           PERFORM UNTIL LOOP = 0
              READ BUNDLEFILE
                 AT END
                    MOVE 0 TO LOOP
                 NOT AT END
                    ADD 1 TO WS-WALK-LINES
                    PERFORM WALK-ONE-LINE
              END-READ
           END-PERFORM.
           CLOSE BUNDLEFILE.
           IF NOT REG-INTACT(WS-REG-IDX) THEN
              GO TO WALK-SECTIONS-EXIT
           END-IF.
           IF WS-WALK-LEFT > 0 THEN
              MOVE WS-WALK-SEC TO WS-SHOW-SEC
              MOVE WS-WALK-LEFT TO WS-SHOW-N
              MOVE SPACES TO REG-REASON(WS-REG-IDX)
              STRING 'SECTION ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-SEC) DELIMITED SIZE
                 ' SHORT BY ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-N) DELIMITED SIZE
                 ' LINE(S) AT END OF FILE' DELIMITED SIZE
                 INTO REG-REASON(WS-REG-IDX)
              END-STRING
              MOVE 'D' TO REG-STATE(WS-REG-IDX)
              GO TO WALK-SECTIONS-EXIT
           END-IF.
           IF WS-NEXT-SEC-IDX > 0 THEN
              COMPUTE WS-SHOW-SEC = WS-WALK-SEC + 1
              MOVE SPACES TO REG-REASON(WS-REG-IDX)
              STRING 'SECTION ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-SEC) DELIMITED SIZE
                 ' AND AFTER ARE MISSING' DELIMITED SIZE
                 INTO REG-REASON(WS-REG-IDX)
              END-STRING
              MOVE 'D' TO REG-STATE(WS-REG-IDX)
              GO TO WALK-SECTIONS-EXIT
           END-IF.
           IF WS-WALK-LINES IS NOT EQUAL TO FIL-LINES(WS-CUR-FIL) THEN
              MOVE WS-WALK-LINES TO WS-SHOW-N
              MOVE FIL-LINES(WS-CUR-FIL) TO WS-SHOW-M
              MOVE SPACES TO REG-REASON(WS-REG-IDX)
              STRING FUNCTION TRIM(WS-SHOW-N) DELIMITED SIZE
                 ' LINES, ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-M) DELIMITED SIZE
                 ' RECORDED' DELIMITED SIZE
                 INTO REG-REASON(WS-REG-IDX)
              END-STRING
              MOVE 'D' TO REG-STATE(WS-REG-IDX)
           END-IF.
       WALK-SECTIONS-EXIT.
           EXIT.

       WALK-ONE-LINE.
           IF NOT REG-INTACT(WS-REG-IDX) OR
              FIL-SECTIONS(WS-CUR-FIL) = 0 THEN
              CONTINUE
           ELSE
              IF WS-WALK-LEFT > 0 THEN
                 IF WS-NEXT-SEC-IDX > 0 AND
                    BUNDLE-REC = WS-EXPECT-HEADER THEN
                    MOVE WS-WALK-SEC TO WS-SHOW-SEC
                    MOVE WS-WALK-LEFT TO WS-SHOW-N
                    MOVE SPACES TO REG-REASON(WS-REG-IDX)
                    STRING 'SECTION ' DELIMITED SIZE
                       FUNCTION TRIM(WS-SHOW-SEC) DELIMITED SIZE
                       ' SHORT BY ' DELIMITED SIZE
                       FUNCTION TRIM(WS-SHOW-N) DELIMITED SIZE
                       ' LINE(S)' DELIMITED SIZE
                       INTO REG-REASON(WS-REG-IDX)
                    END-STRING
                    MOVE 'D' TO REG-STATE(WS-REG-IDX)
                 ELSE
                    SUBTRACT 1 FROM WS-WALK-LEFT
                 END-IF
              ELSE
                 IF WS-NEXT-SEC-IDX = 0 THEN
                    MOVE 'LINES FOLLOW THE LAST SECTION'
                       TO REG-REASON(WS-REG-IDX)
                    MOVE 'D' TO REG-STATE(WS-REG-IDX)
                 ELSE
                    ADD 1 TO WS-WALK-SEC
                    IF BUNDLE-REC IS NOT EQUAL TO WS-EXPECT-HEADER
                       THEN
                       MOVE WS-WALK-SEC TO WS-SHOW-SEC
                       MOVE SPACES TO REG-REASON(WS-REG-IDX)
                       STRING 'SECTION ' DELIMITED SIZE
                          FUNCTION TRIM(WS-SHOW-SEC) DELIMITED SIZE
                          ' SEPARATOR HEADER IS NOT THE ONE WRITTEN'
                          DELIMITED SIZE
                          INTO REG-REASON(WS-REG-IDX)
                       END-STRING
                       MOVE 'D' TO REG-STATE(WS-REG-IDX)
                    ELSE
                       MOVE SEC-LINES(WS-NEXT-SEC-IDX)
                          TO WS-WALK-LEFT
                       PERFORM NEXT-EXPECTED-HEADER
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    Section WS-WALK-SEC + 1 of the current file and the header
      *    HOUSEKEEP wrote for it (WS-NEXT-SEC-IDX 0 = no more).
       NEXT-EXPECTED-HEADER.
           MOVE 0 TO WS-NEXT-SEC-IDX.
           MOVE SPACES TO WS-EXPECT-HEADER.
           PERFORM VARYING WS-WALK-SEC-IDX FROM 1 BY 1
              UNTIL WS-WALK-SEC-IDX > WS-SEC-CNT
                 OR WS-NEXT-SEC-IDX > 0
                 IF SEC-FIL(WS-WALK-SEC-IDX) = WS-CUR-FIL AND
                    SEC-NO(WS-WALK-SEC-IDX) = WS-WALK-SEC + 1 THEN
                    MOVE WS-WALK-SEC-IDX TO WS-NEXT-SEC-IDX
                 END-IF
           END-PERFORM.
           IF WS-NEXT-SEC-IDX > 0 THEN
              IF SEC-PRESENT(WS-NEXT-SEC-IDX) = 'N' THEN
                 STRING '==== FILE: ' DELIMITED SIZE
                    FUNCTION TRIM(SEC-NAME(WS-NEXT-SEC-IDX))
                    DELIMITED SIZE
                    ' (NOT PRESENT THIS RUN) ====' DELIMITED SIZE
                    INTO WS-EXPECT-HEADER
                 END-STRING
              ELSE
                 STRING '==== FILE: ' DELIMITED SIZE
                    FUNCTION TRIM(SEC-NAME(WS-NEXT-SEC-IDX))
                    DELIMITED SIZE
                    ' ====' DELIMITED SIZE
                    INTO WS-EXPECT-HEADER
                 END-STRING
              END-IF
           END-IF.

       REPORT-ONE-ENTRY.
           MOVE SPACES TO REPORT-REC.
           EVALUATE TRUE
              WHEN REG-INTACT(WS-REG-IDX)
                 ADD 1 TO WS-INTACT-CNT
                 STRING 'INTACT       ' DELIMITED SIZE
                    FUNCTION TRIM(REG-FILE(WS-REG-IDX)) DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
                 WRITE REPORT-REC
              WHEN REG-UNINDEXED(WS-REG-IDX)
                 ADD 1 TO WS-UNINDEXED-CNT
                 STRING 'UNINDEXED    ' DELIMITED SIZE
                    FUNCTION TRIM(REG-FILE(WS-REG-IDX)) DELIMITED SIZE
                    ' - PRESENT, NO FINGERPRINT ON FILE'
                    DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
                 WRITE REPORT-REC
              WHEN REG-DAMAGED(WS-REG-IDX)
                 ADD 1 TO WS-DAMAGED-CNT
                 STRING 'DAMAGED      ' DELIMITED SIZE
                    FUNCTION TRIM(REG-FILE(WS-REG-IDX)) DELIMITED SIZE
                    ' - ' DELIMITED SIZE
                    FUNCTION TRIM(REG-REASON(WS-REG-IDX))
                    DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
                 WRITE REPORT-REC
                 MOVE 'AOC0614E' TO EL-MSG-ID
                 MOVE REG-FILE(WS-REG-IDX) TO EL-VALUE-1
                 MOVE REG-REASON(WS-REG-IDX) TO EL-VALUE-2
                 MOVE SPACES TO EL-VALUE-3
                 PERFORM LOG-FINDING
                 PERFORM REPORT-NEXT-COPY
              WHEN OTHER
                 ADD 1 TO WS-MISSING-CNT
                 STRING 'MISSING      ' DELIMITED SIZE
                    FUNCTION TRIM(REG-FILE(WS-REG-IDX)) DELIMITED SIZE
                    ' (REGISTERED ' DELIMITED SIZE
                    REG-DATE(WS-REG-IDX) DELIMITED SIZE
                    ')' DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
                 WRITE REPORT-REC
                 MOVE 'AOC0615E' TO EL-MSG-ID
                 MOVE REG-FILE(WS-REG-IDX) TO EL-VALUE-1
                 MOVE REG-DATE(WS-REG-IDX) TO EL-VALUE-2
                 MOVE SPACES TO EL-VALUE-3
                 PERFORM LOG-FINDING
                 PERFORM REPORT-NEXT-COPY
           END-EVALUATE.

      *    Newest intact copy of the same family, with the day
      *    housekeeping will purge it (registered + KEEP-DAYS + 1).
       REPORT-NEXT-COPY.
           MOVE 0 TO WS-BEST-IDX.
           PERFORM VARYING WS-CPY-IDX FROM 1 BY 1
              UNTIL WS-CPY-IDX > WS-REG-CNT
                 IF WS-CPY-IDX IS NOT EQUAL TO WS-REG-IDX AND
                    REG-INTACT(WS-CPY-IDX) AND
                    REG-FAMILY(WS-CPY-IDX) = REG-FAMILY(WS-REG-IDX)
                    THEN
                    IF WS-BEST-IDX = 0 THEN
                       MOVE WS-CPY-IDX TO WS-BEST-IDX
                    ELSE
                       IF REG-FILE(WS-CPY-IDX) > REG-FILE(WS-BEST-IDX)
                          THEN
                          MOVE WS-CPY-IDX TO WS-BEST-IDX
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           IF WS-BEST-IDX = 0 THEN
              MOVE '             NO INTACT COPY OF THIS KIND REMAINS'
                 TO REPORT-REC
           ELSE
              MOVE 0 TO WS-EXPIRY-DATE
              IF REG-DATE(WS-BEST-IDX) IS NUMERIC THEN
                 COMPUTE WS-EXPIRY-INT = FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(REG-DATE(WS-BEST-IDX)))
                    + WS-KEEP-DAYS + 1
                 MOVE FUNCTION DATE-OF-INTEGER(WS-EXPIRY-INT)
                    TO WS-EXPIRY-DATE
              END-IF
              STRING '             NEXT-NEWEST INTACT COPY '
                 DELIMITED SIZE
                 FUNCTION TRIM(REG-FILE(WS-BEST-IDX)) DELIMITED SIZE
                 ', PURGED FROM ' DELIMITED SIZE
                 WS-EXPIRY-DATE DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
           END-IF.
           WRITE REPORT-REC.

      *    Bundles and generations on disk that the registry does not
      *    know; HOUSEKEEP would never purge them.
       FIND-UNREGISTERED.
           MOVE SPACES TO WS-SHELL-CMD.
           MOVE 1 TO WS-CMD-PTR.
           STRING 'ls -1d aoc_bundle_[0-9]*.txt' DELIMITED SIZE
              INTO WS-SHELL-CMD WITH POINTER WS-CMD-PTR
           END-STRING.
           PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
              UNTIL WS-LDG-IDX > WS-LDG-CNT
                 STRING ' ' DELIMITED SIZE
                    FUNCTION TRIM(LDG-NAME(WS-LDG-IDX)) DELIMITED SIZE
                    '.g[0-9]*' DELIMITED SIZE
                    INTO WS-SHELL-CMD WITH POINTER WS-CMD-PTR
                 END-STRING
           END-PERFORM.
           STRING ' >aoc_bundle_audit.lst 2>/dev/null' DELIMITED SIZE
              INTO WS-SHELL-CMD WITH POINTER WS-CMD-PTR
           END-STRING.
           CALL 'SYSTEM' USING WS-SHELL-CMD.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT LISTFILE.
           IF WS-LIST-STATUS IS NOT EQUAL TO '00' THEN
              GO TO FIND-UNREGISTERED-EXIT
           END-IF.
           PERFORM UNTIL WS-LIST-STATUS IS NOT EQUAL TO '00'
              READ LISTFILE
                 AT END
                    MOVE '10' TO WS-LIST-STATUS
                 NOT AT END
                    IF LIST-REC IS NOT EQUAL TO SPACES THEN
                       MOVE LIST-REC TO WS-LIST-NAME
                       PERFORM CHECK-LISTED-FILE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LISTFILE.
       FIND-UNREGISTERED-EXIT.
           EXIT.

       CHECK-LISTED-FILE.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
              UNTIL WS-REG-IDX > WS-REG-CNT OR WS-FOUND-SW = 'Y'
                 IF REG-FILE(WS-REG-IDX) = WS-LIST-NAME THEN
                    MOVE 'Y' TO WS-FOUND-SW
                 END-IF
           END-PERFORM.
           IF WS-FOUND-SW = 'N' THEN
              ADD 1 TO WS-UNREG-CNT
              MOVE SPACES TO REPORT-REC
              STRING 'UNREGISTERED ' DELIMITED SIZE
                 FUNCTION TRIM(WS-LIST-NAME) DELIMITED SIZE
                 ' - ON DISK, NOT ON THE REGISTRY' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              MOVE 'AOC0616W' TO EL-MSG-ID
              MOVE WS-LIST-NAME TO EL-VALUE-1
              MOVE SPACES TO EL-VALUE-2
              MOVE SPACES TO EL-VALUE-3
              PERFORM LOG-FINDING
           END-IF.

       LOG-FINDING.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-BNDAUDIT' TO EL-PROGRAM.
           MOVE EL-VALUE-1 TO EL-REFERENCE.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       END PROGRAM AOC-2016-BNDAUDIT.
