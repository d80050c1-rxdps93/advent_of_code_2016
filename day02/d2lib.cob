       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-KPLIB.

      *    Keypad layout library. Loose layout files passed around by
      *    name let a night decode against a stale copy; the library
      *    keeps every blessed layout under an ID and a version
      *    number instead, so LAYOUT-ID=name (latest) or
      *    LAYOUT-ID=name/version on a D2P1, KPLINT or KPGEN card
      *    always means the same keys. Versions are never rewritten:
      *    a changed layout is added again and gets the next number.
      *
      *    Master: aoc_keypad_library.dat, INDEXED on layout ID +
      *    version; each record holds the dimensions and rows exactly
      *    as a layout file carries them, plus the file it was added
      *    from and when. Requests through keypad_library.cpy.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRARYFILE ASSIGN TO 'aoc_keypad_library.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIB-KEY
           FILE STATUS IS WS-LIBRARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIBRARYFILE.
       01  LIB-REC.
           05 LIB-KEY.
              10 LIB-LAYOUT-ID PIC X(16).
              10 LIB-VERSION   PIC 9(3).
           05 LIB-ROWS         PIC 9.
           05 LIB-COLS         PIC 9.
           05 LIB-ROW-TEXT     PIC X(9) OCCURS 9 TIMES.
           05 LIB-SOURCE       PIC X(100).
           05 LIB-ADDED        PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-LIBRARY-STATUS   PIC XX.
       01  WS-WANT-ID          PIC X(16).
       01  WS-WANT-VERSION     PIC 9(3).
       01  WS-SPEC-ID          PIC X(30).
       01  WS-SPEC-VERSION     PIC X(10).
       01  WS-LATEST           PIC 9(3).
       01  WS-DONE             PIC X.
       01  WS-ROW-IDX          PIC 99.
       01  WS-SHOW-VERSION     PIC ZZ9.

       LINKAGE SECTION.
       01  KL-REQUEST.
           05 KL-FUNC          PIC X(8).
           05 KL-SPEC          PIC X(30).
           05 KL-LAYOUT-ID     PIC X(16).
           05 KL-VERSION       PIC 9(3).
           05 KL-ROWS          PIC 9.
           05 KL-COLS          PIC 9.
           05 KL-ROW-TEXT      PIC X(9) OCCURS 9 TIMES.
           05 KL-SOURCE        PIC X(100).
           05 KL-ADDED         PIC X(14).
           05 KL-TAG           PIC X(20).
           05 KL-STATUS        PIC X(8).

       PROCEDURE DIVISION USING KL-REQUEST.
       MAIN.
           EVALUATE KL-FUNC
              WHEN 'GET'
                 PERFORM GET-LAYOUT THRU GET-LAYOUT-EXIT
              WHEN 'ADD'
                 PERFORM ADD-LAYOUT THRU ADD-LAYOUT-EXIT
              WHEN OTHER
                 MOVE 'BADFUNC' TO KL-STATUS
           END-EVALUATE.
           GOBACK.

      *    'name' or 'name/version'; IDs are kept upper case so a
      *    card typed in lower case still finds its layout.
       GET-LAYOUT.
           MOVE SPACES TO WS-SPEC-ID.
           MOVE SPACES TO WS-SPEC-VERSION.
           UNSTRING FUNCTION TRIM(KL-SPEC) DELIMITED BY '/'
              INTO WS-SPEC-ID WS-SPEC-VERSION
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-SPEC-ID) TO WS-WANT-ID.
           MOVE 0 TO WS-WANT-VERSION.
           IF WS-SPEC-ID = SPACES OR WS-SPEC-ID(17:) NOT = SPACES THEN
              MOVE 'BADSPEC' TO KL-STATUS
              GO TO GET-LAYOUT-EXIT
           END-IF.
           IF WS-SPEC-VERSION IS NOT EQUAL TO SPACES THEN
              IF FUNCTION TEST-NUMVAL(WS-SPEC-VERSION) = 0 THEN
                 COMPUTE WS-WANT-VERSION =
                    FUNCTION NUMVAL(WS-SPEC-VERSION)
              END-IF
              IF WS-WANT-VERSION = 0 THEN
                 MOVE 'BADSPEC' TO KL-STATUS
                 GO TO GET-LAYOUT-EXIT
              END-IF
           END-IF.
           OPEN INPUT LIBRARYFILE.
           IF WS-LIBRARY-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'NOLIB' TO KL-STATUS
              GO TO GET-LAYOUT-EXIT
           END-IF.
           IF WS-WANT-VERSION = 0 THEN
              PERFORM FIND-LATEST-VERSION
              MOVE WS-LATEST TO WS-WANT-VERSION
           END-IF.
           MOVE 'NOTFOUND' TO KL-STATUS.
           IF WS-WANT-VERSION > 0 THEN
              MOVE WS-WANT-ID TO LIB-LAYOUT-ID
              MOVE WS-WANT-VERSION TO LIB-VERSION
              READ LIBRARYFILE
                 INVALID KEY
                    MOVE 'NOTFOUND' TO KL-STATUS
                 NOT INVALID KEY
                    PERFORM ANSWER-LAYOUT
              END-READ
           END-IF.
           CLOSE LIBRARYFILE.
       GET-LAYOUT-EXIT.
           EXIT.

       ANSWER-LAYOUT.
           MOVE LIB-LAYOUT-ID TO KL-LAYOUT-ID.
           MOVE LIB-VERSION TO KL-VERSION.
           MOVE LIB-ROWS TO KL-ROWS.
           MOVE LIB-COLS TO KL-COLS.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL WS-ROW-IDX > 9
              MOVE LIB-ROW-TEXT(WS-ROW-IDX) TO KL-ROW-TEXT(WS-ROW-IDX)
           END-PERFORM.
           MOVE LIB-SOURCE TO KL-SOURCE.
           MOVE LIB-ADDED TO KL-ADDED.
           PERFORM BUILD-TAG.
           MOVE 'FOUND' TO KL-STATUS.

       BUILD-TAG.
           MOVE KL-VERSION TO WS-SHOW-VERSION.
           MOVE SPACES TO KL-TAG.
           STRING FUNCTION TRIM(KL-LAYOUT-ID) DELIMITED SIZE
              '/' DELIMITED SIZE
              FUNCTION TRIM(WS-SHOW-VERSION) DELIMITED SIZE
              INTO KL-TAG
           END-STRING.

      *    Highest version on file for WS-WANT-ID (0 = none): start
      *    at version 000 and read forward while the ID matches.
       FIND-LATEST-VERSION.
           MOVE 0 TO WS-LATEST.
           MOVE 'N' TO WS-DONE.
           MOVE WS-WANT-ID TO LIB-LAYOUT-ID.
           MOVE 0 TO LIB-VERSION.
           START LIBRARYFILE KEY IS NOT LESS THAN LIB-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-DONE
           END-START.
           PERFORM UNTIL WS-DONE = 'Y'
              READ LIBRARYFILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-DONE
                 NOT AT END
                    IF LIB-LAYOUT-ID IS NOT EQUAL TO WS-WANT-ID THEN
                       MOVE 'Y' TO WS-DONE
                    ELSE
                       MOVE LIB-VERSION TO WS-LATEST
                    END-IF
              END-READ
           END-PERFORM.

       ADD-LAYOUT.
           MOVE FUNCTION UPPER-CASE(KL-LAYOUT-ID) TO WS-WANT-ID.
           IF WS-WANT-ID = SPACES OR KL-ROWS = 0 OR KL-COLS = 0 THEN
              MOVE 'BADSPEC' TO KL-STATUS
              GO TO ADD-LAYOUT-EXIT
           END-IF.
           OPEN I-O LIBRARYFILE.
           IF WS-LIBRARY-STATUS IS NOT EQUAL TO '00' THEN
              OPEN OUTPUT LIBRARYFILE
              CLOSE LIBRARYFILE
              OPEN I-O LIBRARYFILE
           END-IF.
           IF WS-LIBRARY-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'IOERROR' TO KL-STATUS
              GO TO ADD-LAYOUT-EXIT
           END-IF.
           PERFORM FIND-LATEST-VERSION.
           IF WS-LATEST >= 999 THEN
              MOVE 'FULL' TO KL-STATUS
              CLOSE LIBRARYFILE
              GO TO ADD-LAYOUT-EXIT
           END-IF.
           MOVE WS-WANT-ID TO LIB-LAYOUT-ID.
           COMPUTE LIB-VERSION = WS-LATEST + 1.
           MOVE KL-ROWS TO LIB-ROWS.
           MOVE KL-COLS TO LIB-COLS.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL WS-ROW-IDX > 9
              MOVE KL-ROW-TEXT(WS-ROW-IDX) TO LIB-ROW-TEXT(WS-ROW-IDX)
           END-PERFORM.
           MOVE KL-SOURCE TO LIB-SOURCE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO LIB-ADDED.
           WRITE LIB-REC
              INVALID KEY
                 MOVE 'IOERROR' TO KL-STATUS
              NOT INVALID KEY
                 MOVE LIB-LAYOUT-ID TO KL-LAYOUT-ID
                 MOVE LIB-VERSION TO KL-VERSION
                 MOVE LIB-ADDED TO KL-ADDED
                 PERFORM BUILD-TAG
                 MOVE 'ADDED' TO KL-STATUS
           END-WRITE.
           CLOSE LIBRARYFILE.
       ADD-LAYOUT-EXIT.
           EXIT.

       END PROGRAM AOC-2016-KPLIB.
