       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-D6DICT.

      *    Dictionary validation of the D6P1 decodes. A message can
      *    clear every margin check and still be gibberish on a bad
      *    night, so each block's most-common and least-common decode
      *    (read back from d6p1_decoded.txt) is split into words from
      *    the maintained list aoc_d6_wordlist.txt - one word per
      *    line, '*' comments, case ignored, up to 20 letters.
      *
      *    A message that segments fully is reported with its split
      *    ("SEGMENTED: east er"). One that cannot be segmented is
      *    reported with the unmatched stretch - the text from the
      *    end of its longest segmentable prefix up to the nearest
      *    point a segmentation of the remainder can resume - and is
      *    W-logged to AOC-2016-ERRLOG; the step then exits CC 4.
      *
      *    Unsegmented messages are also written to the verifier's
      *    doubts file (aoc_verify_doubts.txt) as
      *
      *        AOC-2016-D6P1|<part label>|<answer>|<reason>
      *
      *    under the same part label D6P1 ledgered the answer with,
      *    so AOC-2016-VERIFY downgrades that answer's verdict to
      *    UNKNOWN for the morning certifier. Every run replaces the
      *    D6P1 entries in that file and keeps any other program's.
      *
      *    A missing decode file or word list (or a word list with no
      *    usable words) is CC 8 and leaves the doubts file alone.
      *    Output: d6dict_report.txt plus the console.
      *    Cards: AOC-2016-D6DICT DECODED= overrides the decode file,
      *    WORDLIST= the word list, DOUBTS= the doubts file.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECODEDFILE ASSIGN TO DYNAMIC WS-DECODED-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DECODED-STATUS.

           SELECT WORDFILE ASSIGN TO DYNAMIC WS-WORD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORD-STATUS.

           SELECT DOUBTFILE ASSIGN TO DYNAMIC WS-DOUBT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DOUBT-STATUS.

           SELECT REPORTFILE ASSIGN TO 'd6dict_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DECODEDFILE.
       01  DECODED-REC         PIC X(200).

       FD  WORDFILE.
       01  WORD-REC            PIC X(80).

       FD  DOUBTFILE.
       01  DOUBT-REC           PIC X(200).

       FD  REPORTFILE.
       01  REPORT-REC          PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".

       01  WS-DECODED-NAME     PIC X(100) VALUE 'd6p1_decoded.txt'.
       01  WS-DECODED-STATUS   PIC XX.
       01  WS-WORD-NAME        PIC X(100) VALUE 'aoc_d6_wordlist.txt'.
       01  WS-WORD-STATUS      PIC XX.
       01  WS-DOUBT-NAME       PIC X(100)
                               VALUE 'aoc_verify_doubts.txt'.
       01  WS-DOUBT-STATUS     PIC XX.

      *    The word list, lower-cased, with each word's length.
       01  WS-WORD-MAX         PIC 9(4)   VALUE 3000.
       01  WS-WORD-CNT         PIC 9(4)   VALUE 0.
       01  WS-WORD-SKIPPED     PIC 9(4)   VALUE 0.
       01  WORD-TABLE.
           05 WORD-ENTRY OCCURS 3000 TIMES.
              10 WORD-TEXT     PIC X(20).
              10 WORD-LEN      PIC 99.
       01  WS-WORD-IDX         PIC 9(4).
       01  WS-WORD-HOLD        PIC X(80).
       01  WS-WORD-SIZE        PIC 99.

      *    Decoded messages as D6P1 wrote them, one per BLOCK line.
       01  WS-MSG-MAX          PIC 999    VALUE 400.
       01  WS-MSG-CNT          PIC 999    VALUE 0.
       01  WS-HI-BLOCK         PIC 999    VALUE 0.
       01  MSG-TABLE.
           05 MSG-ENTRY OCCURS 400 TIMES.
              10 MSG-HEAD      PIC X(30).
              10 MSG-BLOCK     PIC 999.
              10 MSG-KIND      PIC X(12).
              10 MSG-TEXT      PIC X(132).
       01  WS-MSG-IDX          PIC 999.
       01  WS-HEAD-PART        PIC X(40).
       01  WS-TEXT-PART        PIC X(160).
       01  WS-TOK-WORD         PIC X(10).
       01  WS-TOK-BLOCK        PIC X(10).
       01  WS-TOK-KIND         PIC X(20).

      *    Segmentation scratch. REACH(p + 1) says the first p
      *    characters split into words, REACH-LEN holding the length
      *    of the word that ends there; RESUME(p) says the text from
      *    column p to the end splits into words.
       01  WS-MSG              PIC X(132).
       01  WS-MSG-LEN          PIC 999.
       01  SEG-TABLE.
           05 SEG-ENTRY OCCURS 133 TIMES.
              10 REACH-OK      PIC X.
              10 REACH-LEN     PIC 99.
              10 RESUME-OK     PIC X.
              10 WORD-START    PIC X.
       01  WS-POS              PIC 999.
       01  WS-END-POS          PIC 999.
       01  WS-BEST-PREFIX      PIC 999.
       01  WS-RESUME-POS       PIC 999.
       01  WS-STRETCH-LEN      PIC 999.
       01  WS-SEG-TEXT         PIC X(270).
       01  WS-SEG-PTR          PIC 999.
       01  WS-SHOW-COL         PIC ZZ9.

       01  WS-LABEL            PIC X(30).
       01  WS-REASON           PIC X(40).
       01  WS-CHECKED-CNT      PIC 999    VALUE 0.
       01  WS-SEGMENTED-CNT    PIC 999    VALUE 0.
       01  WS-UNSEG-CNT        PIC 999    VALUE 0.

      *    Doubts file: the other programs' entries are carried over,
      *    this run's D6P1 entries are appended behind them.
       01  WS-KEEP-MAX         PIC 999    VALUE 200.
       01  WS-KEEP-CNT         PIC 999    VALUE 0.
       01  KEEP-TABLE.
           05 KEEP-LINE OCCURS 200 TIMES PIC X(200).
       01  WS-KEEP-IDX         PIC 999.
       01  WS-NEW-CNT          PIC 999    VALUE 0.
       01  NEW-TABLE.
           05 NEW-LINE OCCURS 400 TIMES PIC X(200).
       01  WS-NEW-IDX          PIC 999.

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM GET-DICT-PARMS.
           PERFORM LOAD-WORD-LIST THRU LOAD-WORD-LIST-EXIT.
           IF WS-WORD-STATUS = '35' THEN
              DISPLAY 'NO WORD LIST '
                 FUNCTION TRIM(WS-WORD-NAME) ' - NO DICTIONARY CHECK'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-WORD-CNT = 0 THEN
              DISPLAY 'WORD LIST '
                 FUNCTION TRIM(WS-WORD-NAME) ' HAS NO USABLE WORDS'
                 ' - NO DICTIONARY CHECK'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM LOAD-DECODES THRU LOAD-DECODES-EXIT.
           IF WS-DECODED-STATUS = '35' THEN
              DISPLAY 'NO DECODE FILE '
                 FUNCTION TRIM(WS-DECODED-NAME)
                 ' - NO DICTIONARY CHECK'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-REC.
           STRING 'DICTIONARY CHECK OF ' DELIMITED SIZE
              FUNCTION TRIM(WS-DECODED-NAME) DELIMITED SIZE
              ' AGAINST ' DELIMITED SIZE
              FUNCTION TRIM(WS-WORD-NAME) DELIMITED SIZE
              ' (' DELIMITED SIZE
              WS-WORD-CNT DELIMITED SIZE
              ' WORDS)' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           PERFORM PUT-REPORT-LINE.
           IF WS-WORD-SKIPPED > 0 THEN
              MOVE SPACES TO REPORT-REC
              STRING 'WORD LIST ENTRIES SKIPPED (OVER 20 LETTERS OR '
                 DELIMITED SIZE
                 'TABLE FULL): ' DELIMITED SIZE
                 WS-WORD-SKIPPED DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              PERFORM PUT-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
              UNTIL WS-MSG-IDX > WS-MSG-CNT
                 PERFORM CHECK-ONE-MESSAGE
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           STRING 'MESSAGES CHECKED: ' DELIMITED SIZE
              WS-CHECKED-CNT DELIMITED SIZE
              '  SEGMENTED: ' DELIMITED SIZE
              WS-SEGMENTED-CNT DELIMITED SIZE
              '  NO SEGMENTATION: ' DELIMITED SIZE
              WS-UNSEG-CNT DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           PERFORM PUT-REPORT-LINE.
           CLOSE REPORTFILE.
           PERFORM REWRITE-DOUBTS.
           IF WS-UNSEG-CNT > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       GET-DICT-PARMS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-D6DICT' TO CC-PROGRAM.
           MOVE 1 TO CC-OCCURRENCE.
           MOVE 'DECODED' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-DECODED-NAME
           END-IF.
           MOVE 'WORDLIST' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-WORD-NAME
           END-IF.
           MOVE 'DOUBTS' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' THEN
              MOVE CC-VALUE TO WS-DOUBT-NAME
           END-IF.

       LOAD-WORD-LIST.
           OPEN INPUT WORDFILE.
           IF WS-WORD-STATUS IS NOT EQUAL TO '00' THEN
              MOVE '35' TO WS-WORD-STATUS
              GO TO LOAD-WORD-LIST-EXIT
           END-IF.
           PERFORM UNTIL WS-WORD-STATUS IS NOT EQUAL TO '00'
              READ WORDFILE
                 AT END
                    MOVE '10' TO WS-WORD-STATUS
                 NOT AT END
                    PERFORM KEEP-ONE-WORD
              END-READ
           END-PERFORM.
           CLOSE WORDFILE.
       LOAD-WORD-LIST-EXIT.
           EXIT.

       KEEP-ONE-WORD.
           IF WORD-REC IS NOT EQUAL TO SPACES AND
              WORD-REC(1:1) IS NOT EQUAL TO '*' THEN
              MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(WORD-REC))
                 TO WS-WORD-HOLD
              MOVE 0 TO WS-WORD-SIZE
              INSPECT WS-WORD-HOLD TALLYING WS-WORD-SIZE
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-WORD-SIZE > 20 OR WS-WORD-CNT >= WS-WORD-MAX
                 THEN
                 ADD 1 TO WS-WORD-SKIPPED
              ELSE
                 ADD 1 TO WS-WORD-CNT
                 MOVE WS-WORD-HOLD(1:20) TO WORD-TEXT(WS-WORD-CNT)
                 MOVE WS-WORD-SIZE TO WORD-LEN(WS-WORD-CNT)
              END-IF
           END-IF.

      *    Only the BLOCK lines carry decodes; the run header and
      *    anything else in the file is passed over.
       LOAD-DECODES.
           OPEN INPUT DECODEDFILE.
           IF WS-DECODED-STATUS IS NOT EQUAL TO '00' THEN
              MOVE '35' TO WS-DECODED-STATUS
              GO TO LOAD-DECODES-EXIT
           END-IF.
           PERFORM UNTIL WS-DECODED-STATUS IS NOT EQUAL TO '00'
              READ DECODEDFILE
                 AT END
                    MOVE '10' TO WS-DECODED-STATUS
                 NOT AT END
                    IF DECODED-REC(1:6) = 'BLOCK ' AND
                       WS-MSG-CNT < WS-MSG-MAX THEN
                       PERFORM KEEP-ONE-DECODE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DECODEDFILE.
       LOAD-DECODES-EXIT.
           EXIT.

       KEEP-ONE-DECODE.
           MOVE SPACES TO WS-HEAD-PART.
           MOVE SPACES TO WS-TEXT-PART.
           UNSTRING DECODED-REC DELIMITED BY ':'
              INTO WS-HEAD-PART WS-TEXT-PART
           END-UNSTRING.
           MOVE SPACES TO WS-TOK-WORD.
           MOVE SPACES TO WS-TOK-BLOCK.
           MOVE SPACES TO WS-TOK-KIND.
           UNSTRING WS-HEAD-PART DELIMITED BY ALL SPACE
              INTO WS-TOK-WORD WS-TOK-BLOCK WS-TOK-KIND
           END-UNSTRING.
           IF FUNCTION TEST-NUMVAL(WS-TOK-BLOCK) = 0 THEN
              ADD 1 TO WS-MSG-CNT
              MOVE WS-HEAD-PART TO MSG-HEAD(WS-MSG-CNT)
              MOVE FUNCTION NUMVAL(WS-TOK-BLOCK)
                 TO MSG-BLOCK(WS-MSG-CNT)
              MOVE WS-TOK-KIND TO MSG-KIND(WS-MSG-CNT)
              MOVE FUNCTION TRIM(WS-TEXT-PART)
                 TO MSG-TEXT(WS-MSG-CNT)
              IF MSG-BLOCK(WS-MSG-CNT) > WS-HI-BLOCK THEN
                 MOVE MSG-BLOCK(WS-MSG-CNT) TO WS-HI-BLOCK
              END-IF
           END-IF.

       CHECK-ONE-MESSAGE.
           ADD 1 TO WS-CHECKED-CNT.
           MOVE FUNCTION LOWER-CASE(MSG-TEXT(WS-MSG-IDX)) TO WS-MSG.
           MOVE 0 TO WS-MSG-LEN.
           INSPECT WS-MSG TALLYING WS-MSG-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
           PERFORM BUILD-PART-LABEL.
           PERFORM SEGMENT-PREFIXES.
           IF WS-MSG-LEN > 0 AND REACH-OK(WS-MSG-LEN + 1) = 'Y' THEN
              ADD 1 TO WS-SEGMENTED-CNT
              PERFORM BUILD-SEGMENTATION
              MOVE SPACES TO REPORT-REC
              STRING FUNCTION TRIM(MSG-HEAD(WS-MSG-IDX)) DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 WS-MSG(1:WS-MSG-LEN) DELIMITED SIZE
                 '  SEGMENTED: ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SEG-TEXT) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              PERFORM PUT-REPORT-LINE
           ELSE
              ADD 1 TO WS-UNSEG-CNT
              PERFORM FIND-UNMATCHED-STRETCH
              PERFORM REPORT-UNSEGMENTED
           END-IF.

      *    The same labels D6P1 puts on the ledger: a one-block file
      *    keeps PART 1 / PART 2, several blocks use the BLOCK heads.
       BUILD-PART-LABEL.
           MOVE SPACES TO WS-LABEL.
           IF WS-HI-BLOCK = 1 THEN
              IF MSG-KIND(WS-MSG-IDX) = 'MOST-COMMON' THEN
                 MOVE 'PART 1 MOST-COMMON' TO WS-LABEL
              ELSE
                 MOVE 'PART 2 LEAST-COMMON' TO WS-LABEL
              END-IF
           ELSE
              MOVE MSG-HEAD(WS-MSG-IDX) TO WS-LABEL
           END-IF.

       SEGMENT-PREFIXES.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 133
              MOVE 'N' TO REACH-OK(WS-POS)
              MOVE 0 TO REACH-LEN(WS-POS)
              MOVE 'N' TO RESUME-OK(WS-POS)
              MOVE 'N' TO WORD-START(WS-POS)
           END-PERFORM.
           MOVE 'Y' TO REACH-OK(1).
           PERFORM VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS > WS-MSG-LEN
              IF REACH-OK(WS-POS) = 'Y' THEN
                 PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                    UNTIL WS-WORD-IDX > WS-WORD-CNT
                    COMPUTE WS-END-POS =
                       WS-POS + WORD-LEN(WS-WORD-IDX)
                    IF WS-END-POS <= WS-MSG-LEN + 1 THEN
                       IF REACH-OK(WS-END-POS) = 'N' AND
                          WS-MSG(WS-POS:WORD-LEN(WS-WORD-IDX)) =
                          WORD-TEXT(WS-WORD-IDX)
                             (1:WORD-LEN(WS-WORD-IDX)) THEN
                          MOVE 'Y' TO REACH-OK(WS-END-POS)
                          MOVE WORD-LEN(WS-WORD-IDX)
                             TO REACH-LEN(WS-END-POS)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

      *    Walk the word lengths back from the end, marking where
      *    each word starts, then copy the message out with a blank
      *    ahead of every word but the first.
       BUILD-SEGMENTATION.
           MOVE WS-MSG-LEN TO WS-POS.
           ADD 1 TO WS-POS.
           PERFORM UNTIL WS-POS <= 1
              SUBTRACT REACH-LEN(WS-POS) FROM WS-POS
              MOVE 'Y' TO WORD-START(WS-POS)
           END-PERFORM.
           MOVE SPACES TO WS-SEG-TEXT.
           MOVE 1 TO WS-SEG-PTR.
           PERFORM VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS > WS-MSG-LEN
              IF WORD-START(WS-POS) = 'Y' AND WS-POS > 1 THEN
                 ADD 1 TO WS-SEG-PTR
              END-IF
              MOVE WS-MSG(WS-POS:1) TO WS-SEG-TEXT(WS-SEG-PTR:1)
              ADD 1 TO WS-SEG-PTR
           END-PERFORM.

      *    The stretch starts where the longest segmentable prefix
      *    stops and runs to the nearest later column from which the
      *    rest of the message does split into words (the end of the
      *    message when nothing after it does).
       FIND-UNMATCHED-STRETCH.
           MOVE 0 TO WS-BEST-PREFIX.
           PERFORM VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS > WS-MSG-LEN + 1
              IF REACH-OK(WS-POS) = 'Y' THEN
                 COMPUTE WS-BEST-PREFIX = WS-POS - 1
              END-IF
           END-PERFORM.
           MOVE 'Y' TO RESUME-OK(WS-MSG-LEN + 1).
           PERFORM VARYING WS-POS FROM WS-MSG-LEN BY -1
              UNTIL WS-POS < 1
              PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                 UNTIL WS-WORD-IDX > WS-WORD-CNT OR
                    RESUME-OK(WS-POS) = 'Y'
                 COMPUTE WS-END-POS = WS-POS + WORD-LEN(WS-WORD-IDX)
                 IF WS-END-POS <= WS-MSG-LEN + 1 THEN
                    IF RESUME-OK(WS-END-POS) = 'Y' AND
                       WS-MSG(WS-POS:WORD-LEN(WS-WORD-IDX)) =
                       WORD-TEXT(WS-WORD-IDX)
                          (1:WORD-LEN(WS-WORD-IDX)) THEN
                       MOVE 'Y' TO RESUME-OK(WS-POS)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.
           COMPUTE WS-RESUME-POS = WS-BEST-PREFIX + 2.
           PERFORM UNTIL WS-RESUME-POS > WS-MSG-LEN OR
              RESUME-OK(WS-RESUME-POS) = 'Y'
              ADD 1 TO WS-RESUME-POS
           END-PERFORM.
           COMPUTE WS-STRETCH-LEN =
              WS-RESUME-POS - WS-BEST-PREFIX - 1.

       REPORT-UNSEGMENTED.
           COMPUTE WS-SHOW-COL = WS-BEST-PREFIX + 1.
           MOVE SPACES TO REPORT-REC.
           IF WS-MSG-LEN = 0 THEN
              STRING FUNCTION TRIM(MSG-HEAD(WS-MSG-IDX)) DELIMITED SIZE
                 ' (EMPTY)  NO SEGMENTATION' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              MOVE 'EMPTY DECODE' TO WS-REASON
           ELSE
              STRING FUNCTION TRIM(MSG-HEAD(WS-MSG-IDX)) DELIMITED SIZE
                 ' ' DELIMITED SIZE
                 WS-MSG(1:WS-MSG-LEN) DELIMITED SIZE
                 '  NO SEGMENTATION - UNMATCHED "' DELIMITED SIZE
                 WS-MSG(WS-BEST-PREFIX + 1:WS-STRETCH-LEN)
                    DELIMITED SIZE
                 '" AT COL ' DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-COL) DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              MOVE SPACES TO WS-REASON
              STRING 'NO DICTIONARY SEGMENTATION AT COL '
                 DELIMITED SIZE
                 FUNCTION TRIM(WS-SHOW-COL) DELIMITED SIZE
                 INTO WS-REASON
              END-STRING
           END-IF.
           PERFORM PUT-REPORT-LINE.
           MOVE WS-LABEL(1:20) TO EL-REFERENCE.
           MOVE 'AOC0601W' TO EL-MSG-ID.
           MOVE WS-REASON TO EL-VALUE-1.
           PERFORM LOG-ERROR.
           IF WS-NEW-CNT < 400 THEN
              ADD 1 TO WS-NEW-CNT
              MOVE SPACES TO NEW-LINE(WS-NEW-CNT)
              STRING 'AOC-2016-D6P1|' DELIMITED SIZE
                 FUNCTION TRIM(WS-LABEL) DELIMITED SIZE
                 '|' DELIMITED SIZE
                 FUNCTION TRIM(MSG-TEXT(WS-MSG-IDX)) DELIMITED SIZE
                 '|' DELIMITED SIZE
                 FUNCTION TRIM(WS-REASON) DELIMITED SIZE
                 INTO NEW-LINE(WS-NEW-CNT)
              END-STRING
           END-IF.

      *    Carry over every line that is not a D6P1 entry, then this
      *    run's findings. A clean run therefore clears old D6P1
      *    doubts.
       REWRITE-DOUBTS.
           MOVE 0 TO WS-KEEP-CNT.
           OPEN INPUT DOUBTFILE.
           IF WS-DOUBT-STATUS = '00' THEN
              PERFORM UNTIL WS-DOUBT-STATUS IS NOT EQUAL TO '00'
                 READ DOUBTFILE
                    AT END
                       MOVE '10' TO WS-DOUBT-STATUS
                    NOT AT END
                       IF DOUBT-REC(1:14) IS NOT EQUAL TO
                          'AOC-2016-D6P1|' AND
                          WS-KEEP-CNT < WS-KEEP-MAX THEN
                          ADD 1 TO WS-KEEP-CNT
                          MOVE DOUBT-REC TO KEEP-LINE(WS-KEEP-CNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DOUBTFILE
           END-IF.
           OPEN OUTPUT DOUBTFILE.
           PERFORM VARYING WS-KEEP-IDX FROM 1 BY 1
              UNTIL WS-KEEP-IDX > WS-KEEP-CNT
              MOVE KEEP-LINE(WS-KEEP-IDX) TO DOUBT-REC
              WRITE DOUBT-REC
           END-PERFORM.
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
              UNTIL WS-NEW-IDX > WS-NEW-CNT
              MOVE NEW-LINE(WS-NEW-IDX) TO DOUBT-REC
              WRITE DOUBT-REC
           END-PERFORM.
           CLOSE DOUBTFILE.
           IF WS-NEW-CNT > 0 THEN
              DISPLAY 'VERIFY DOUBTS WRITTEN: ' WS-NEW-CNT ' IN '
                 FUNCTION TRIM(WS-DOUBT-NAME)
           END-IF.

       PUT-REPORT-LINE.
           WRITE REPORT-REC.
           DISPLAY FUNCTION TRIM(REPORT-REC).

       LOG-ERROR.
           MOVE 'LOG' TO EL-FUNC.
           MOVE 'AOC-2016-D6DICT' TO EL-PROGRAM.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       END PROGRAM AOC-2016-D6DICT.
