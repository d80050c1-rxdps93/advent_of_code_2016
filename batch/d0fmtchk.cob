       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-FMTCHECK.

      *    Artifact layout conformance checker (caller contract in
      *    format_check.cpy). GOLDREG compares an artifact's content
      *    with last month's; nothing checked its structure, so a
      *    format change was found only when a downstream parse
      *    broke. Each artifact declared in aoc_layout_registry.txt
      *    (card AOC-2016-FMTCHECK LAYOUTS= overrides the name) -
      *
      *        ARTIFACT <file> DELIM=<c> | FIXED
      *        TYPE <name> [FIELDS=n] [LEN=n] [KEY=<at>:<prefix>]
      *        FIELD <n> <class> [NAME=x] [POS=<col>:<len>] [PARTS=c]
      *
      *    - is read record by record. A record takes the first TYPE
      *    of its artifact whose FIELDS= count (delimited layouts),
      *    LEN= trimmed record length and KEY= prefix all fit; the KEY
      *    is tested against field <at> of a delimited record or the
      *    columns from <at> of a fixed one. The type's FIELD lines
      *    then class-check its fields (delimited: the n-th field;
      *    fixed: columns POS=):
      *
      *        NUM  digits only       ALPHA  letters only
      *        TEXT not blank         ANY    anything
      *        ENUM=v1,v2,..  one of the values listed
      *        PREFIX=lit     begins with the literal
      *
      *    PARTS=c applies the class to each c-separated part of the
      *    field instead. A record no TYPE fits, an empty record, and
      *    every field failing its class is listed in
      *    aoc_format_report.txt by line and field; an artifact with
      *    any such record is a BREAK, is E-logged through ERRLOG and
      *    exits CC 8 (the driver then holds the night's extract). A
      *    declared artifact not on disk is MISSING - a step that did
      *    not run tonight - and does not escalate.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECLFILE ASSIGN TO DYNAMIC WS-DECL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECL-STATUS.

           SELECT ARTFILE ASSIGN TO DYNAMIC WS-ART-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ART-STATUS.

           SELECT REPORTFILE ASSIGN TO 'aoc_format_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECLFILE.
       01  DECL-REC            PIC X(220).

       FD  ARTFILE.
       01  ART-REC             PIC X(1020).

       FD  REPORTFILE.
       01  REPORT-REC          PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".

       01  WS-DECL-NAME        PIC X(100)
                               VALUE 'aoc_layout_registry.txt'.
       01  WS-DECL-STATUS      PIC XX.
       01  WS-ART-NAME         PIC X(100).
       01  WS-ART-STATUS       PIC XX.
       01  WS-REPORT-STATUS    PIC XX.

      *    The registry, loaded afresh on every call.
       01  WS-ART-MAX          PIC 9(3)   VALUE 30.
       01  WS-ART-CNT          PIC 9(3)   VALUE 0.
       01  ART-TABLE.
           05 ART-ENTRY OCCURS 30 TIMES.
              10 AT-NAME       PIC X(100).
              10 AT-DELIM      PIC X.
              10 AT-FIXED      PIC X.
              10 AT-TYPE-1     PIC 9(3).
              10 AT-TYPE-CNT   PIC 9(3).
       01  WS-TYP-MAX          PIC 9(3)   VALUE 100.
       01  WS-TYP-CNT          PIC 9(3)   VALUE 0.
       01  TYPE-TABLE.
           05 TYP-ENTRY OCCURS 100 TIMES.
              10 TY-NAME       PIC X(16).
              10 TY-FIELDS     PIC 9(3).
              10 TY-LEN        PIC 9(4).
              10 TY-KEY-AT     PIC 9(4).
              10 TY-KEY        PIC X(40).
              10 TY-FLD-1      PIC 9(3).
              10 TY-FLD-CNT    PIC 9(3).
       01  WS-FD-MAX           PIC 9(3)   VALUE 500.
       01  WS-FD-CNT           PIC 9(3)   VALUE 0.
       01  FIELD-DEF-TABLE.
           05 FD-ENTRY OCCURS 500 TIMES.
              10 FD-NUMBER     PIC 9(3).
              10 FD-NAME       PIC X(20).
              10 FD-CLASS      PIC X(6).
              10 FD-VALUE      PIC X(120).
              10 FD-POS        PIC 9(4).
              10 FD-LEN        PIC 9(4).
              10 FD-PARTS      PIC X.

      *    Registry line tokens.
       01  WS-TOK-TABLE.
           05 WS-TOK OCCURS 7 TIMES PIC X(120).
       01  WS-TOK-IDX          PIC 9.
       01  WS-OPT              PIC X(120).
       01  WS-OPT-KEY          PIC X(20).
       01  WS-OPT-VAL          PIC X(120).
       01  WS-OPT-A            PIC X(20).
       01  WS-OPT-B            PIC X(100).
       01  WS-DECL-LINE        PIC 9(5).
       01  WS-SPLIT-AT         PIC 9(3).
       01  WS-ART-IDX          PIC 9(3).

      *    The record being checked: delimited field boundaries.
       01  WS-REC-NO           PIC 9(7).
       01  WS-REC-LEN          PIC 9(4).
       01  WS-FLD-MAX          PIC 9(3)   VALUE 60.
       01  WS-FLD-CNT          PIC 9(3).
       01  FLD-BOUNDS.
           05 FLD-BOUND OCCURS 60 TIMES.
              10 FLD-START     PIC 9(4).
              10 FLD-LEN       PIC 9(4).
       01  WS-SCAN-POS         PIC 9(4).
       01  WS-REC-BAD          PIC X.
       01  WS-TYPE-FIT         PIC X.
       01  WS-CUR-ART          PIC 9(3).
       01  WS-CUR-TYP          PIC 9(3).
       01  WS-TYP-IDX          PIC 9(3).
       01  WS-TYP-END          PIC 9(3).
       01  WS-FD-IDX           PIC 9(3).
       01  WS-FD-END           PIC 9(3).
       01  WS-AT               PIC 9(4).

      *    Value under test (a field or one PARTS= part of it).
       01  WS-CV-START         PIC 9(4).
       01  WS-CV-LEN           PIC 9(4).
       01  WS-CV-BAD           PIC X.
       01  WS-CV-REASON        PIC X(40).
       01  WS-PT-START         PIC 9(4).
       01  WS-PT-POS           PIC 9(4).
       01  WS-PT-END           PIC 9(4).
       01  WS-FV-START         PIC 9(4).
       01  WS-FV-LEN           PIC 9(4).
       01  WS-SPACE-CNT        PIC 9(4).
       01  WS-PFX-LEN          PIC 9(3).
       01  WS-ENUM-TOK         PIC X(40).
       01  WS-ENUM-PTR         PIC 9(3).
       01  WS-ENUM-HIT         PIC X.
       01  WS-KEY-TEXT         PIC X(40).

      *    Per-artifact and per-call tallies.
       01  WS-BAD-RECS         PIC 9(7).
       01  WS-FIRST-BAD        PIC 9(7).
       01  WS-DETAIL-MAX       PIC 9(3)   VALUE 25.
       01  WS-DETAIL-CNT       PIC 9(3).
       01  WS-UNLISTED         PIC 9(7).
       01  WS-PASS-CNT         PIC 9(4).
       01  WS-BREAK-CNT        PIC 9(4).
       01  WS-MISS-CNT         PIC 9(4).
       01  WS-ART-RESULT       PIC X.
       01  WS-NOTE-FIELD       PIC 9(3).
       01  WS-NOTE-REASON      PIC X(60).
       01  WS-REC-ED           PIC Z(6)9.
       01  WS-CNT-ED           PIC Z(6)9.
       01  WS-FLD-ED           PIC ZZ9.
       01  WS-SHOW-VALUE       PIC X(40).
       01  WS-LAYOUT-NOTE      PIC X(120).

       LINKAGE SECTION.
       COPY "format_check.cpy".

       PROCEDURE DIVISION USING FC-REQUEST.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO FC-BREAKS.
           MOVE 'U' TO FC-STATUS.
           MOVE 0 TO WS-PASS-CNT.
           MOVE 0 TO WS-BREAK-CNT.
           MOVE 0 TO WS-MISS-CNT.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-FMTCHECK' TO CC-PROGRAM.
           MOVE 'LAYOUTS' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-DECL-NAME
           END-IF.

           PERFORM LOAD-REGISTRY THRU LOAD-REGISTRY-EXIT.
      *    No registry just means no layouts are under contract yet
      *    - not a batch-escalating condition.
           IF WS-ART-CNT = 0 THEN
              DISPLAY 'NO ARTIFACT LAYOUTS DECLARED ('
                 FUNCTION TRIM(WS-DECL-NAME)
                 ') - NOTHING TO CHECK'
              GOBACK
           END-IF.

           EVALUATE FC-FUNC
              WHEN 'ONE'
                 PERFORM CHECK-NAMED-FILE THRU CHECK-NAMED-FILE-EXIT
              WHEN OTHER
                 PERFORM CHECK-ALL-ARTIFACTS
           END-EVALUATE.
           IF FC-BREAKS > 0 THEN
              MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       CHECK-ALL-ARTIFACTS.
           OPEN OUTPUT REPORTFILE.
           PERFORM VARYING WS-CUR-ART FROM 1 BY 1
              UNTIL WS-CUR-ART > WS-ART-CNT
                 MOVE AT-NAME(WS-CUR-ART) TO WS-ART-NAME
                 MOVE SPACES TO WS-LAYOUT-NOTE
                 PERFORM CHECK-ONE-ARTIFACT THRU
                    CHECK-ONE-ARTIFACT-EXIT
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           STRING 'FORMAT SUMMARY: PASS=' DELIMITED SIZE
              WS-PASS-CNT DELIMITED SIZE
              ' BREAK=' DELIMITED SIZE
              WS-BREAK-CNT DELIMITED SIZE
              ' MISSING=' DELIMITED SIZE
              WS-MISS-CNT DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).
           CLOSE REPORTFILE.
           MOVE WS-BREAK-CNT TO FC-BREAKS.

      *    A dated copy (an extract sequence file, say) checked
      *    against the layout its contract name declares.
       CHECK-NAMED-FILE.
           MOVE 0 TO WS-CUR-ART.
           PERFORM VARYING WS-ART-IDX FROM 1 BY 1
              UNTIL WS-ART-IDX > WS-ART-CNT
                 IF AT-NAME(WS-ART-IDX) = FC-LAYOUT THEN
                    MOVE WS-ART-IDX TO WS-CUR-ART
                 END-IF
           END-PERFORM.
           IF WS-CUR-ART = 0 THEN
              GO TO CHECK-NAMED-FILE-EXIT
           END-IF.
           OPEN EXTEND REPORTFILE.
           IF WS-REPORT-STATUS = '35' THEN
              OPEN OUTPUT REPORTFILE
           END-IF.
           MOVE FC-ARTIFACT TO WS-ART-NAME.
           MOVE SPACES TO WS-LAYOUT-NOTE.
           STRING ' (LAYOUT ' DELIMITED SIZE
              FUNCTION TRIM(FC-LAYOUT) DELIMITED SIZE
              ')' DELIMITED SIZE
              INTO WS-LAYOUT-NOTE
           END-STRING.
           PERFORM CHECK-ONE-ARTIFACT THRU CHECK-ONE-ARTIFACT-EXIT.
           CLOSE REPORTFILE.
           MOVE WS-ART-RESULT TO FC-STATUS.
           IF WS-ART-RESULT = 'B' THEN
              MOVE WS-BAD-RECS TO FC-BREAKS
           END-IF.
       CHECK-NAMED-FILE-EXIT.
           EXIT.

      *    WS-ART-NAME read against the layout of WS-CUR-ART;
      *    WS-ART-RESULT = P, B or M.
       CHECK-ONE-ARTIFACT.
           MOVE 0 TO WS-REC-NO.
           MOVE 0 TO WS-BAD-RECS.
           MOVE 0 TO WS-FIRST-BAD.
           MOVE 0 TO WS-DETAIL-CNT.
           MOVE 0 TO WS-UNLISTED.
           OPEN INPUT ARTFILE.
           IF WS-ART-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'M' TO WS-ART-RESULT
              ADD 1 TO WS-MISS-CNT
              MOVE SPACES TO REPORT-REC
              STRING 'MISSING ' DELIMITED SIZE
                 FUNCTION TRIM(WS-ART-NAME) DELIMITED SIZE
                 FUNCTION TRIM(WS-LAYOUT-NOTE) DELIMITED SIZE
                 ' (STATUS ' DELIMITED SIZE
                 WS-ART-STATUS DELIMITED SIZE
                 ')' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
              DISPLAY '    ' FUNCTION TRIM(REPORT-REC)
              GO TO CHECK-ONE-ARTIFACT-EXIT
           END-IF.
      *    Detail lines are written as they are found, so the verdict
      *    line goes last; the header line says what is checked.
           MOVE SPACES TO REPORT-REC.
           STRING 'CHECK   ' DELIMITED SIZE
              FUNCTION TRIM(WS-ART-NAME) DELIMITED SIZE
              WS-LAYOUT-NOTE DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           PERFORM UNTIL WS-ART-STATUS IS NOT EQUAL TO '00'
              MOVE SPACES TO ART-REC
              READ ARTFILE
                 AT END
                    MOVE '10' TO WS-ART-STATUS
                 NOT AT END
                    PERFORM CHECK-RECORD THRU CHECK-RECORD-EXIT
              END-READ
           END-PERFORM.
           CLOSE ARTFILE.
           IF WS-UNLISTED > 0 THEN
              MOVE WS-UNLISTED TO WS-CNT-ED
              MOVE SPACES TO REPORT-REC
              STRING '    ... ' DELIMITED SIZE
                 FUNCTION TRIM(WS-CNT-ED) DELIMITED SIZE
                 ' MORE NONCONFORMING FIELD(S) NOT LISTED'
                    DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF.
           MOVE WS-REC-NO TO WS-REC-ED.
           MOVE SPACES TO REPORT-REC.
           IF WS-BAD-RECS = 0 THEN
              MOVE 'P' TO WS-ART-RESULT
              ADD 1 TO WS-PASS-CNT
              STRING 'PASS    ' DELIMITED SIZE
                 FUNCTION TRIM(WS-ART-NAME) DELIMITED SIZE
                 ' (' DELIMITED SIZE
                 FUNCTION TRIM(WS-REC-ED) DELIMITED SIZE
                 ' RECORDS)' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
           ELSE
              MOVE 'B' TO WS-ART-RESULT
              ADD 1 TO WS-BREAK-CNT
              MOVE WS-BAD-RECS TO WS-CNT-ED
              STRING 'BREAK   ' DELIMITED SIZE
                 FUNCTION TRIM(WS-ART-NAME) DELIMITED SIZE
                 ' - ' DELIMITED SIZE
                 FUNCTION TRIM(WS-CNT-ED) DELIMITED SIZE
                 ' OF ' DELIMITED SIZE
                 FUNCTION TRIM(WS-REC-ED) DELIMITED SIZE
                 ' RECORDS NONCONFORMING' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              PERFORM LOG-BREAK
           END-IF.
           WRITE REPORT-REC.
           DISPLAY '    ' FUNCTION TRIM(REPORT-REC).
       CHECK-ONE-ARTIFACT-EXIT.
           EXIT.

       CHECK-RECORD.
           ADD 1 TO WS-REC-NO.
           MOVE 'N' TO WS-REC-BAD.
           IF ART-REC = SPACES THEN
              MOVE 0 TO WS-NOTE-FIELD
              MOVE 'EMPTY RECORD' TO WS-NOTE-REASON
              MOVE SPACES TO WS-SHOW-VALUE
              PERFORM NOTE-BREAK
              GO TO CHECK-RECORD-EXIT
           END-IF.
           COMPUTE WS-REC-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(ART-REC TRAILING)).
           IF AT-FIXED(WS-CUR-ART) = 'N' THEN
              PERFORM SPLIT-RECORD
           END-IF.
           MOVE 0 TO WS-CUR-TYP.
           COMPUTE WS-TYP-END = AT-TYPE-1(WS-CUR-ART) +
              AT-TYPE-CNT(WS-CUR-ART) - 1.
           PERFORM VARYING WS-TYP-IDX FROM AT-TYPE-1(WS-CUR-ART)
              BY 1 UNTIL WS-TYP-IDX > WS-TYP-END OR WS-CUR-TYP > 0
                 PERFORM TRY-TYPE
                 IF WS-TYPE-FIT = 'Y' THEN
                    MOVE WS-TYP-IDX TO WS-CUR-TYP
                 END-IF
           END-PERFORM.
           IF WS-CUR-TYP = 0 THEN
              MOVE 0 TO WS-NOTE-FIELD
              MOVE SPACES TO WS-NOTE-REASON
              IF AT-FIXED(WS-CUR-ART) = 'N' THEN
                 MOVE WS-FLD-CNT TO WS-FLD-ED
                 STRING 'NO RECORD TYPE FITS - ' DELIMITED SIZE
                    FUNCTION TRIM(WS-FLD-ED) DELIMITED SIZE
                    ' FIELD(S)' DELIMITED SIZE
                    INTO WS-NOTE-REASON
                 END-STRING
              ELSE
                 MOVE WS-REC-LEN TO WS-CNT-ED
                 STRING 'NO RECORD TYPE FITS - LENGTH ' DELIMITED SIZE
                    FUNCTION TRIM(WS-CNT-ED) DELIMITED SIZE
                    INTO WS-NOTE-REASON
                 END-STRING
              END-IF
              MOVE ART-REC(1:40) TO WS-SHOW-VALUE
              PERFORM NOTE-BREAK
              GO TO CHECK-RECORD-EXIT
           END-IF.
           COMPUTE WS-FD-END = TY-FLD-1(WS-CUR-TYP) +
              TY-FLD-CNT(WS-CUR-TYP) - 1.
           PERFORM VARYING WS-FD-IDX FROM TY-FLD-1(WS-CUR-TYP) BY 1
              UNTIL WS-FD-IDX > WS-FD-END
                 PERFORM CHECK-FIELD
           END-PERFORM.
       CHECK-RECORD-EXIT.
           IF WS-REC-BAD = 'Y' THEN
              ADD 1 TO WS-BAD-RECS
              IF WS-FIRST-BAD = 0 THEN
                 MOVE WS-REC-NO TO WS-FIRST-BAD
              END-IF
           END-IF.

      *    Field boundaries of a delimited record; a record with no
      *    delimiter is one field.
       SPLIT-RECORD.
           MOVE 1 TO WS-FLD-CNT.
           MOVE 1 TO FLD-START(1).
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
              UNTIL WS-SCAN-POS > WS-REC-LEN
                 IF ART-REC(WS-SCAN-POS:1) = AT-DELIM(WS-CUR-ART)
                    THEN
                    COMPUTE FLD-LEN(WS-FLD-CNT) =
                       WS-SCAN-POS - FLD-START(WS-FLD-CNT)
                    IF WS-FLD-CNT < WS-FLD-MAX THEN
                       ADD 1 TO WS-FLD-CNT
                    END-IF
                    COMPUTE FLD-START(WS-FLD-CNT) = WS-SCAN-POS + 1
                 END-IF
           END-PERFORM.
           COMPUTE FLD-LEN(WS-FLD-CNT) =
              WS-REC-LEN + 1 - FLD-START(WS-FLD-CNT).

      *    WS-TYPE-FIT = Y when type WS-TYP-IDX fits the record.
       TRY-TYPE.
           MOVE 'Y' TO WS-TYPE-FIT.
           IF AT-FIXED(WS-CUR-ART) = 'N' AND
              TY-FIELDS(WS-TYP-IDX) > 0 AND
              TY-FIELDS(WS-TYP-IDX) IS NOT EQUAL TO WS-FLD-CNT THEN
              MOVE 'N' TO WS-TYPE-FIT
           END-IF.
           IF TY-LEN(WS-TYP-IDX) > 0 AND
              TY-LEN(WS-TYP-IDX) IS NOT EQUAL TO WS-REC-LEN THEN
              MOVE 'N' TO WS-TYPE-FIT
           END-IF.
           IF WS-TYPE-FIT = 'Y' AND TY-KEY-AT(WS-TYP-IDX) > 0 THEN
              MOVE TY-KEY(WS-TYP-IDX) TO WS-KEY-TEXT
              MOVE TY-KEY-AT(WS-TYP-IDX) TO WS-AT
              IF AT-FIXED(WS-CUR-ART) = 'Y' THEN
                 MOVE WS-AT TO WS-CV-START
                 COMPUTE WS-CV-LEN = WS-REC-LEN + 1 - WS-AT
                 IF WS-AT > WS-REC-LEN THEN
                    MOVE 0 TO WS-CV-LEN
                 END-IF
              ELSE
                 IF WS-AT > WS-FLD-CNT THEN
                    MOVE 1 TO WS-CV-START
                    MOVE 0 TO WS-CV-LEN
                 ELSE
                    MOVE FLD-START(WS-AT) TO WS-CV-START
                    MOVE FLD-LEN(WS-AT) TO WS-CV-LEN
                 END-IF
              END-IF
              PERFORM TEST-PREFIX THRU TEST-PREFIX-EXIT
              IF WS-CV-BAD = 'Y' THEN
                 MOVE 'N' TO WS-TYPE-FIT
              END-IF
           END-IF.

      *    One FIELD line of the record's type.
       CHECK-FIELD.
           IF AT-FIXED(WS-CUR-ART) = 'Y' THEN
              MOVE FD-POS(WS-FD-IDX) TO WS-FV-START
              MOVE FD-LEN(WS-FD-IDX) TO WS-FV-LEN
              IF WS-FV-START + WS-FV-LEN - 1 > 1020 THEN
                 COMPUTE WS-FV-LEN = 1021 - WS-FV-START
              END-IF
           ELSE
              IF FD-NUMBER(WS-FD-IDX) > WS-FLD-CNT THEN
                 MOVE 1 TO WS-FV-START
                 MOVE 0 TO WS-FV-LEN
              ELSE
                 MOVE FLD-START(FD-NUMBER(WS-FD-IDX)) TO WS-FV-START
                 MOVE FLD-LEN(FD-NUMBER(WS-FD-IDX)) TO WS-FV-LEN
              END-IF
           END-IF.
           IF FD-PARTS(WS-FD-IDX) = SPACE THEN
              MOVE WS-FV-START TO WS-CV-START
              MOVE WS-FV-LEN TO WS-CV-LEN
              PERFORM CHECK-VALUE THRU CHECK-VALUE-EXIT
           ELSE
              MOVE 'N' TO WS-CV-BAD
              MOVE WS-FV-START TO WS-PT-START
              COMPUTE WS-PT-END = WS-FV-START + WS-FV-LEN
              PERFORM VARYING WS-PT-POS FROM WS-FV-START BY 1
                 UNTIL WS-PT-POS > WS-PT-END OR WS-CV-BAD = 'Y'
                    IF WS-PT-POS = WS-PT-END OR
                       ART-REC(WS-PT-POS:1) = FD-PARTS(WS-FD-IDX)
                       THEN
                       MOVE WS-PT-START TO WS-CV-START
                       COMPUTE WS-CV-LEN = WS-PT-POS - WS-PT-START
                       PERFORM CHECK-VALUE THRU CHECK-VALUE-EXIT
                       COMPUTE WS-PT-START = WS-PT-POS + 1
                    END-IF
              END-PERFORM
           END-IF.
           IF WS-CV-BAD = 'Y' THEN
              MOVE FD-NUMBER(WS-FD-IDX) TO WS-NOTE-FIELD
              MOVE WS-CV-REASON TO WS-NOTE-REASON
              MOVE SPACES TO WS-SHOW-VALUE
              IF WS-FV-LEN > 0 THEN
                 MOVE ART-REC(WS-FV-START:WS-FV-LEN) TO WS-SHOW-VALUE
              END-IF
              PERFORM NOTE-BREAK
           END-IF.

      *    Class test of ART-REC(WS-CV-START:WS-CV-LEN) for field
      *    definition WS-FD-IDX; WS-CV-BAD/WS-CV-REASON.
       CHECK-VALUE.
           MOVE 'N' TO WS-CV-BAD.
           MOVE SPACES TO WS-CV-REASON.
           IF WS-CV-LEN = 0 THEN
              IF FD-CLASS(WS-FD-IDX) IS NOT EQUAL TO 'ANY' THEN
                 MOVE 'Y' TO WS-CV-BAD
                 MOVE 'EMPTY' TO WS-CV-REASON
              END-IF
              GO TO CHECK-VALUE-EXIT
           END-IF.
           EVALUATE FD-CLASS(WS-FD-IDX)
              WHEN 'NUM'
                 IF ART-REC(WS-CV-START:WS-CV-LEN) IS NOT NUMERIC
                    THEN
                    MOVE 'Y' TO WS-CV-BAD
                    MOVE 'NOT NUMERIC' TO WS-CV-REASON
                 END-IF
              WHEN 'ALPHA'
                 MOVE 0 TO WS-SPACE-CNT
                 INSPECT ART-REC(WS-CV-START:WS-CV-LEN)
                    TALLYING WS-SPACE-CNT FOR ALL SPACE
                 IF ART-REC(WS-CV-START:WS-CV-LEN) IS NOT ALPHABETIC
                    OR WS-SPACE-CNT > 0 THEN
                    MOVE 'Y' TO WS-CV-BAD
                    MOVE 'NOT ALPHABETIC' TO WS-CV-REASON
                 END-IF
              WHEN 'TEXT'
                 IF ART-REC(WS-CV-START:WS-CV-LEN) = SPACES THEN
                    MOVE 'Y' TO WS-CV-BAD
                    MOVE 'BLANK' TO WS-CV-REASON
                 END-IF
              WHEN 'ENUM'
                 PERFORM TEST-ENUM
              WHEN 'PREFIX'
                 MOVE FD-VALUE(WS-FD-IDX) TO WS-KEY-TEXT
                 PERFORM TEST-PREFIX THRU TEST-PREFIX-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       CHECK-VALUE-EXIT.
           EXIT.

       TEST-ENUM.
           MOVE 'N' TO WS-ENUM-HIT.
           MOVE 1 TO WS-ENUM-PTR.
           IF WS-CV-LEN <= 40 THEN
              PERFORM UNTIL WS-ENUM-PTR > 120 OR WS-ENUM-HIT = 'Y'
                 MOVE SPACES TO WS-ENUM-TOK
                 UNSTRING FD-VALUE(WS-FD-IDX) DELIMITED BY ',' OR ' '
                    INTO WS-ENUM-TOK
                    WITH POINTER WS-ENUM-PTR
                 END-UNSTRING
                 IF WS-ENUM-TOK = SPACES THEN
                    MOVE 121 TO WS-ENUM-PTR
                 ELSE
                    IF WS-ENUM-TOK = ART-REC(WS-CV-START:WS-CV-LEN)
                       THEN
                       MOVE 'Y' TO WS-ENUM-HIT
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-ENUM-HIT = 'N' THEN
              MOVE 'Y' TO WS-CV-BAD
              MOVE 'NOT AN ALLOWED VALUE' TO WS-CV-REASON
           END-IF.

      *    ART-REC(WS-CV-START:WS-CV-LEN) begins with WS-KEY-TEXT.
       TEST-PREFIX.
           MOVE 'N' TO WS-CV-BAD.
           MOVE SPACES TO WS-CV-REASON.
           IF WS-KEY-TEXT = SPACES THEN
              GO TO TEST-PREFIX-EXIT
           END-IF.
           COMPUTE WS-PFX-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(WS-KEY-TEXT)).
           IF WS-CV-LEN < WS-PFX-LEN THEN
              MOVE 'Y' TO WS-CV-BAD
           ELSE
              IF ART-REC(WS-CV-START:WS-PFX-LEN) IS NOT EQUAL TO
                 WS-KEY-TEXT(1:WS-PFX-LEN) THEN
                 MOVE 'Y' TO WS-CV-BAD
              END-IF
           END-IF.
           IF WS-CV-BAD = 'Y' THEN
              STRING 'DOES NOT START ' DELIMITED SIZE
                 FUNCTION TRIM(WS-KEY-TEXT) DELIMITED SIZE
                 INTO WS-CV-REASON
              END-STRING
           END-IF.
       TEST-PREFIX-EXIT.
           EXIT.

      *    One nonconformity of record WS-REC-NO; the listing stops
      *    at WS-DETAIL-MAX lines per artifact and counts the rest.
       NOTE-BREAK.
           MOVE 'Y' TO WS-REC-BAD.
           IF WS-DETAIL-CNT >= WS-DETAIL-MAX THEN
              ADD 1 TO WS-UNLISTED
           ELSE
              ADD 1 TO WS-DETAIL-CNT
              MOVE WS-REC-NO TO WS-REC-ED
              MOVE SPACES TO REPORT-REC
              IF WS-NOTE-FIELD = 0 THEN
                 STRING '    LINE ' DELIMITED SIZE
                    FUNCTION TRIM(WS-REC-ED) DELIMITED SIZE
                    ': ' DELIMITED SIZE
                    FUNCTION TRIM(WS-NOTE-REASON) DELIMITED SIZE
                    ' [' DELIMITED SIZE
                    FUNCTION TRIM(WS-SHOW-VALUE) DELIMITED SIZE
                    ']' DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
              ELSE
                 MOVE WS-NOTE-FIELD TO WS-FLD-ED
                 STRING '    LINE ' DELIMITED SIZE
                    FUNCTION TRIM(WS-REC-ED) DELIMITED SIZE
                    ' FIELD ' DELIMITED SIZE
                    FUNCTION TRIM(WS-FLD-ED) DELIMITED SIZE
                    ' ' DELIMITED SIZE
                    FUNCTION TRIM(FD-NAME(WS-FD-IDX)) DELIMITED SIZE
                    ' (' DELIMITED SIZE
                    FUNCTION TRIM(TY-NAME(WS-CUR-TYP)) DELIMITED SIZE
                    '): ' DELIMITED SIZE
                    FUNCTION TRIM(WS-NOTE-REASON) DELIMITED SIZE
                    ' [' DELIMITED SIZE
                    FUNCTION TRIM(WS-SHOW-VALUE) DELIMITED SIZE
                    ']' DELIMITED SIZE
                    INTO REPORT-REC
                 END-STRING
              END-IF
              WRITE REPORT-REC
           END-IF.

       LOG-BREAK.
           MOVE WS-FIRST-BAD TO WS-REC-ED.
           MOVE SPACES TO EL-REFERENCE.
           STRING 'LINE ' DELIMITED SIZE
              FUNCTION TRIM(WS-REC-ED) DELIMITED SIZE
              INTO EL-REFERENCE
           END-STRING.
           MOVE 'AOC0613E' TO EL-MSG-ID.
           MOVE WS-ART-NAME TO EL-VALUE-1.
           MOVE FUNCTION TRIM(WS-CNT-ED) TO EL-VALUE-2.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-FMTCHECK' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

      *    Registry load. A TYPE or FIELD line belongs to the
      *    ARTIFACT or TYPE line above it; a line out of place or
      *    a table overflow is reported and skipped.
       LOAD-REGISTRY.
           MOVE 0 TO WS-ART-CNT.
           MOVE 0 TO WS-TYP-CNT.
           MOVE 0 TO WS-FD-CNT.
           MOVE 0 TO WS-DECL-LINE.
           OPEN INPUT DECLFILE.
           IF WS-DECL-STATUS IS NOT EQUAL TO '00' THEN
              GO TO LOAD-REGISTRY-EXIT
           END-IF.
           PERFORM UNTIL WS-DECL-STATUS IS NOT EQUAL TO '00'
              READ DECLFILE
                 AT END
                    MOVE '10' TO WS-DECL-STATUS
                 NOT AT END
                    ADD 1 TO WS-DECL-LINE
                    IF DECL-REC IS NOT EQUAL TO SPACES AND
                       DECL-REC(1:1) IS NOT EQUAL TO '*' THEN
                       PERFORM NOTE-REGISTRY-LINE THRU
                          NOTE-REGISTRY-LINE-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DECLFILE.
       LOAD-REGISTRY-EXIT.
           EXIT.

       NOTE-REGISTRY-LINE.
           MOVE SPACES TO WS-TOK-TABLE.
           UNSTRING DECL-REC DELIMITED BY ALL SPACE
              INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                 WS-TOK(5) WS-TOK(6) WS-TOK(7)
           END-UNSTRING.
           IF WS-TOK(1) = SPACES THEN
              MOVE SPACES TO WS-TOK-TABLE
              UNSTRING FUNCTION TRIM(DECL-REC) DELIMITED BY ALL SPACE
                 INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                    WS-TOK(5) WS-TOK(6) WS-TOK(7)
              END-UNSTRING
           END-IF.
           EVALUATE WS-TOK(1)
              WHEN 'ARTIFACT'
                 IF WS-ART-CNT >= WS-ART-MAX THEN
                    DISPLAY 'LAYOUT REGISTRY FULL AT LINE '
                       WS-DECL-LINE ' - ARTIFACT IGNORED'
                    GO TO NOTE-REGISTRY-LINE-EXIT
                 END-IF
                 ADD 1 TO WS-ART-CNT
                 MOVE WS-TOK(2) TO AT-NAME(WS-ART-CNT)
                 MOVE SPACE TO AT-DELIM(WS-ART-CNT)
                 MOVE 'Y' TO AT-FIXED(WS-ART-CNT)
                 IF WS-TOK(3)(1:6) = 'DELIM=' THEN
                    MOVE WS-TOK(3)(7:1) TO AT-DELIM(WS-ART-CNT)
                    MOVE 'N' TO AT-FIXED(WS-ART-CNT)
                 END-IF
                 COMPUTE AT-TYPE-1(WS-ART-CNT) = WS-TYP-CNT + 1
                 MOVE 0 TO AT-TYPE-CNT(WS-ART-CNT)
              WHEN 'TYPE'
                 IF WS-ART-CNT = 0 OR WS-TYP-CNT >= WS-TYP-MAX THEN
                    DISPLAY 'LAYOUT REGISTRY LINE ' WS-DECL-LINE
                       ' - TYPE IGNORED'
                    GO TO NOTE-REGISTRY-LINE-EXIT
                 END-IF
                 ADD 1 TO WS-TYP-CNT
                 ADD 1 TO AT-TYPE-CNT(WS-ART-CNT)
                 MOVE WS-TOK(2) TO TY-NAME(WS-TYP-CNT)
                 MOVE 0 TO TY-FIELDS(WS-TYP-CNT)
                 MOVE 0 TO TY-LEN(WS-TYP-CNT)
                 MOVE 0 TO TY-KEY-AT(WS-TYP-CNT)
                 MOVE SPACES TO TY-KEY(WS-TYP-CNT)
                 COMPUTE TY-FLD-1(WS-TYP-CNT) = WS-FD-CNT + 1
                 MOVE 0 TO TY-FLD-CNT(WS-TYP-CNT)
                 PERFORM VARYING WS-TOK-IDX FROM 3 BY 1
                    UNTIL WS-TOK-IDX > 7
                       MOVE WS-TOK(WS-TOK-IDX) TO WS-OPT
                       PERFORM SPLIT-OPTION
                       PERFORM NOTE-TYPE-OPTION
                 END-PERFORM
              WHEN 'FIELD'
                 IF WS-TYP-CNT = 0 OR WS-FD-CNT >= WS-FD-MAX OR
                    FUNCTION TEST-NUMVAL(WS-TOK(2)) IS NOT EQUAL
                       TO 0 THEN
                    DISPLAY 'LAYOUT REGISTRY LINE ' WS-DECL-LINE
                       ' - FIELD IGNORED'
                    GO TO NOTE-REGISTRY-LINE-EXIT
                 END-IF
                 ADD 1 TO WS-FD-CNT
                 ADD 1 TO TY-FLD-CNT(WS-TYP-CNT)
                 MOVE FUNCTION NUMVAL(WS-TOK(2))
                    TO FD-NUMBER(WS-FD-CNT)
                 MOVE SPACES TO FD-NAME(WS-FD-CNT)
                 MOVE SPACES TO FD-VALUE(WS-FD-CNT)
                 MOVE 1 TO FD-POS(WS-FD-CNT)
                 MOVE 0 TO FD-LEN(WS-FD-CNT)
                 MOVE SPACE TO FD-PARTS(WS-FD-CNT)
                 MOVE WS-TOK(3) TO WS-OPT
                 PERFORM SPLIT-OPTION
                 MOVE WS-OPT-KEY TO FD-CLASS(WS-FD-CNT)
                 MOVE WS-OPT-VAL TO FD-VALUE(WS-FD-CNT)
                 PERFORM VARYING WS-TOK-IDX FROM 4 BY 1
                    UNTIL WS-TOK-IDX > 7
                       MOVE WS-TOK(WS-TOK-IDX) TO WS-OPT
                       PERFORM SPLIT-OPTION
                       PERFORM NOTE-FIELD-OPTION
                 END-PERFORM
              WHEN OTHER
                 DISPLAY 'LAYOUT REGISTRY LINE ' WS-DECL-LINE
                    ' NOT UNDERSTOOD - IGNORED'
           END-EVALUATE.
       NOTE-REGISTRY-LINE-EXIT.
           EXIT.

      *    WS-OPT 'KEY=VALUE' into WS-OPT-KEY / WS-OPT-VAL, and a
      *    VALUE of the form a:b further into WS-OPT-A / WS-OPT-B.
      *    Only the first '=' and ':' split, so a value or prefix
      *    may itself carry them (PREFIX=CORRECTS=).
       SPLIT-OPTION.
           MOVE SPACES TO WS-OPT-KEY.
           MOVE SPACES TO WS-OPT-VAL.
           MOVE SPACES TO WS-OPT-A.
           MOVE SPACES TO WS-OPT-B.
           MOVE 0 TO WS-SPLIT-AT.
           INSPECT WS-OPT TALLYING WS-SPLIT-AT
              FOR CHARACTERS BEFORE INITIAL '='.
           IF WS-SPLIT-AT >= 120 THEN
              MOVE WS-OPT TO WS-OPT-KEY
           ELSE
              IF WS-SPLIT-AT > 0 THEN
                 MOVE WS-OPT(1:WS-SPLIT-AT) TO WS-OPT-KEY
              END-IF
              IF WS-SPLIT-AT < 119 THEN
                 MOVE WS-OPT(WS-SPLIT-AT + 2:) TO WS-OPT-VAL
              END-IF
           END-IF.
           MOVE 0 TO WS-SPLIT-AT.
           INSPECT WS-OPT-VAL TALLYING WS-SPLIT-AT
              FOR CHARACTERS BEFORE INITIAL ':'.
           IF WS-SPLIT-AT > 0 AND WS-SPLIT-AT < 119 THEN
              MOVE WS-OPT-VAL(1:WS-SPLIT-AT) TO WS-OPT-A
              MOVE WS-OPT-VAL(WS-SPLIT-AT + 2:) TO WS-OPT-B
           END-IF.

       NOTE-TYPE-OPTION.
           EVALUATE WS-OPT-KEY
              WHEN 'FIELDS'
                 IF FUNCTION TEST-NUMVAL(WS-OPT-VAL) = 0 THEN
                    MOVE FUNCTION NUMVAL(WS-OPT-VAL)
                       TO TY-FIELDS(WS-TYP-CNT)
                 END-IF
              WHEN 'LEN'
                 IF FUNCTION TEST-NUMVAL(WS-OPT-VAL) = 0 THEN
                    MOVE FUNCTION NUMVAL(WS-OPT-VAL)
                       TO TY-LEN(WS-TYP-CNT)
                 END-IF
              WHEN 'KEY'
                 IF FUNCTION TEST-NUMVAL(WS-OPT-A) = 0 THEN
                    MOVE FUNCTION NUMVAL(WS-OPT-A)
                       TO TY-KEY-AT(WS-TYP-CNT)
                    MOVE WS-OPT-B TO TY-KEY(WS-TYP-CNT)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       NOTE-FIELD-OPTION.
           EVALUATE WS-OPT-KEY
              WHEN 'NAME'
                 MOVE WS-OPT-VAL TO FD-NAME(WS-FD-CNT)
              WHEN 'POS'
                 IF FUNCTION TEST-NUMVAL(WS-OPT-A) = 0 AND
                    FUNCTION TEST-NUMVAL(WS-OPT-B) = 0 THEN
                    MOVE FUNCTION NUMVAL(WS-OPT-A)
                       TO FD-POS(WS-FD-CNT)
                    MOVE FUNCTION NUMVAL(WS-OPT-B)
                       TO FD-LEN(WS-FD-CNT)
                 END-IF
              WHEN 'PARTS'
                 MOVE WS-OPT-VAL(1:1) TO FD-PARTS(WS-FD-CNT)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       END PROGRAM AOC-2016-FMTCHECK.
