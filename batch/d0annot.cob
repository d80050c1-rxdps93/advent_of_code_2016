       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-ANNOTATE.

      *    Answer annotation register service (caller contract in
      *    annotation_register.cpy). The register is
      *    aoc_annotations.txt, append-only, one note per line in
      *    fixed columns (part labels carry spaces):
      *
      *        cols   1-6    run number
      *        cols   8-27   program-id
      *        cols  29-58   part label
      *        cols  60-67   date noted
      *        cols  69-74   time noted
      *        cols  76-83   operator id
      *        cols  85-95   category
      *        cols  97-196  note text
      *
      *    The register is re-read at every DISPUTES and at a LOOKUP
      *    of note 1 or of a new key, so a note added at the console
      *    is seen by a batch already running.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTEFILE ASSIGN TO 'aoc_annotations.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTEFILE.
       01  NOTE-REC.
           05 NR-RUN           PIC X(6).
           05 FILLER           PIC X.
           05 NR-PROGRAM       PIC X(20).
           05 FILLER           PIC X.
           05 NR-LABEL         PIC X(30).
           05 FILLER           PIC X.
           05 NR-DATE          PIC X(8).
           05 FILLER           PIC X.
           05 NR-TIME          PIC X(6).
           05 FILLER           PIC X.
           05 NR-OPERATOR      PIC X(8).
           05 FILLER           PIC X.
           05 NR-CATEGORY      PIC X(11).
           05 FILLER           PIC X.
           05 NR-TEXT          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-NOTE-STATUS      PIC XX.
       01  WS-NOTE-MAX         PIC 9(4)   VALUE 1000.
       01  WS-NOTE-CNT         PIC 9(4)   VALUE 0.
       01  WS-NOTE-TABLE.
           05 NT-ENTRY OCCURS 1000 TIMES.
              10 NT-RUN        PIC 9(6).
              10 NT-PROGRAM    PIC X(20).
              10 NT-LABEL      PIC X(30).
              10 NT-DATE       PIC X(8).
              10 NT-OPERATOR   PIC X(8).
              10 NT-CATEGORY   PIC X(11).
              10 NT-TEXT       PIC X(100).
       01  WS-NOTE-IDX         PIC 9(4).
       01  WS-NOTE-IDX2        PIC 9(4).
       01  WS-NOTE-SEEN        PIC 9(4).
       01  WS-FIRST-OF-KEY     PIC X.
       01  WS-OPEN-DISPUTE     PIC X.
       01  WS-KEY-PROGRAM      PIC X(20).
       01  WS-KEY-LABEL        PIC X(30).
       01  WS-KEY-RUN          PIC 9(6).
       01  WS-LOADED-KEY       PIC X(56)  VALUE SPACES.
       01  WS-ASKED-KEY.
           05 WS-ASKED-PROGRAM PIC X(20).
           05 WS-ASKED-LABEL   PIC X(30).
           05 WS-ASKED-RUN     PIC 9(6).
       01  WS-CURRENT-STAMP.
           05 WS-STAMP-DATE    PIC X(8).
           05 WS-STAMP-TIME    PIC X(6).
           05 WS-STAMP-REST    PIC X(7).

       LINKAGE SECTION.
       COPY "annotation_register.cpy".

       PROCEDURE DIVISION USING AN-REQUEST.
       MAIN.
           MOVE 'N' TO AN-STATUS.
           EVALUATE AN-FUNC
              WHEN 'ADD'
                 PERFORM ADD-NOTE THRU ADD-NOTE-EXIT
              WHEN 'LOOKUP'
                 PERFORM LOOKUP-NOTE
              WHEN 'DISPUTES'
                 PERFORM COUNT-RUN-DISPUTES
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           GOBACK.

       LOAD-REGISTER.
           MOVE 0 TO WS-NOTE-CNT.
           OPEN INPUT NOTEFILE.
           PERFORM UNTIL WS-NOTE-STATUS IS NOT EQUAL TO '00'
              READ NOTEFILE
                 AT END
                    MOVE '10' TO WS-NOTE-STATUS
                 NOT AT END
                    IF NR-RUN IS NUMERIC AND
                       WS-NOTE-CNT < WS-NOTE-MAX THEN
                       ADD 1 TO WS-NOTE-CNT
                       MOVE NR-RUN TO NT-RUN(WS-NOTE-CNT)
                       MOVE NR-PROGRAM TO NT-PROGRAM(WS-NOTE-CNT)
                       MOVE NR-LABEL TO NT-LABEL(WS-NOTE-CNT)
                       MOVE NR-DATE TO NT-DATE(WS-NOTE-CNT)
                       MOVE NR-OPERATOR TO NT-OPERATOR(WS-NOTE-CNT)
                       MOVE NR-CATEGORY TO NT-CATEGORY(WS-NOTE-CNT)
                       MOVE NR-TEXT TO NT-TEXT(WS-NOTE-CNT)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE NOTEFILE.

       ADD-NOTE.
           IF AN-PROGRAM = SPACES OR AN-LABEL = SPACES OR
              AN-RUN = 0 THEN
              GO TO ADD-NOTE-EXIT
           END-IF.
           IF AN-CATEGORY IS NOT EQUAL TO 'KNOWN-ISSUE' AND
              AN-CATEGORY IS NOT EQUAL TO 'CONFIRMED' AND
              AN-CATEGORY IS NOT EQUAL TO 'DISPUTED' AND
              AN-CATEGORY IS NOT EQUAL TO 'RESOLVED' THEN
              GO TO ADD-NOTE-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           OPEN EXTEND NOTEFILE.
           IF WS-NOTE-STATUS = '35' THEN
              OPEN OUTPUT NOTEFILE
           END-IF.
           IF WS-NOTE-STATUS IS NOT EQUAL TO '00' THEN
              GO TO ADD-NOTE-EXIT
           END-IF.
           MOVE SPACES TO NOTE-REC.
           MOVE AN-RUN TO NR-RUN.
           MOVE AN-PROGRAM TO NR-PROGRAM.
           MOVE AN-LABEL TO NR-LABEL.
           MOVE WS-STAMP-DATE TO NR-DATE.
           MOVE WS-STAMP-TIME TO NR-TIME.
           MOVE AN-OPERATOR TO NR-OPERATOR.
           MOVE AN-CATEGORY TO NR-CATEGORY.
           MOVE AN-NOTE-TEXT TO NR-TEXT.
           WRITE NOTE-REC.
           CLOSE NOTEFILE.
           MOVE WS-STAMP-DATE TO AN-NOTE-DATE.
           MOVE 'Y' TO AN-STATUS.
       ADD-NOTE-EXIT.
           EXIT.

       LOOKUP-NOTE.
           MOVE AN-PROGRAM TO WS-ASKED-PROGRAM.
           MOVE AN-LABEL TO WS-ASKED-LABEL.
           MOVE AN-RUN TO WS-ASKED-RUN.
           IF AN-OCCURRENCE <= 1 OR
              WS-ASKED-KEY IS NOT EQUAL TO WS-LOADED-KEY THEN
              PERFORM LOAD-REGISTER
              MOVE WS-ASKED-KEY TO WS-LOADED-KEY
           END-IF.
           MOVE AN-PROGRAM TO WS-KEY-PROGRAM.
           MOVE AN-LABEL TO WS-KEY-LABEL.
           MOVE AN-RUN TO WS-KEY-RUN.
           PERFORM STANDING-OF-KEY.
           MOVE 0 TO WS-NOTE-SEEN.
           PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
              UNTIL WS-NOTE-IDX > WS-NOTE-CNT
                 IF NT-RUN(WS-NOTE-IDX) = WS-KEY-RUN AND
                    NT-PROGRAM(WS-NOTE-IDX) = WS-KEY-PROGRAM AND
                    NT-LABEL(WS-NOTE-IDX) = WS-KEY-LABEL THEN
                    ADD 1 TO WS-NOTE-SEEN
                    IF WS-NOTE-SEEN = AN-OCCURRENCE OR
                       (WS-NOTE-SEEN = 1 AND AN-OCCURRENCE = 0) THEN
                       MOVE NT-DATE(WS-NOTE-IDX) TO AN-NOTE-DATE
                       MOVE NT-CATEGORY(WS-NOTE-IDX) TO AN-CATEGORY
                       MOVE NT-OPERATOR(WS-NOTE-IDX) TO AN-OPERATOR
                       MOVE NT-TEXT(WS-NOTE-IDX) TO AN-NOTE-TEXT
                       MOVE 'Y' TO AN-STATUS
                    END-IF
                 END-IF
           END-PERFORM.

      *    Notes on WS-KEY-*, oldest first: DISPUTED opens a dispute,
      *    a later CONFIRMED or RESOLVED closes it, KNOWN-ISSUE
      *    leaves it as it was.
       STANDING-OF-KEY.
           MOVE 0 TO AN-COUNT.
           MOVE SPACES TO AN-STANDING.
           MOVE 'N' TO WS-OPEN-DISPUTE.
           PERFORM VARYING WS-NOTE-IDX2 FROM 1 BY 1
              UNTIL WS-NOTE-IDX2 > WS-NOTE-CNT
                 IF NT-RUN(WS-NOTE-IDX2) = WS-KEY-RUN AND
                    NT-PROGRAM(WS-NOTE-IDX2) = WS-KEY-PROGRAM AND
                    NT-LABEL(WS-NOTE-IDX2) = WS-KEY-LABEL THEN
                    ADD 1 TO AN-COUNT
                    MOVE NT-CATEGORY(WS-NOTE-IDX2) TO AN-STANDING
                    EVALUATE NT-CATEGORY(WS-NOTE-IDX2)
                       WHEN 'DISPUTED'
                          MOVE 'Y' TO WS-OPEN-DISPUTE
                       WHEN 'CONFIRMED'
                       WHEN 'RESOLVED'
                          MOVE 'N' TO WS-OPEN-DISPUTE
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
           END-PERFORM.
           IF WS-OPEN-DISPUTE = 'Y' THEN
              MOVE 'DISPUTED' TO AN-STANDING
           END-IF.

      *    Each answer of the run is judged once, at its first note.
       COUNT-RUN-DISPUTES.
           PERFORM LOAD-REGISTER.
           MOVE SPACES TO WS-LOADED-KEY.
           MOVE 0 TO WS-NOTE-SEEN.
           MOVE SPACES TO AN-PROGRAM.
           MOVE SPACES TO AN-LABEL.
           PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
              UNTIL WS-NOTE-IDX > WS-NOTE-CNT
                 IF NT-RUN(WS-NOTE-IDX) = AN-RUN THEN
                    MOVE 'Y' TO WS-FIRST-OF-KEY
                    PERFORM VARYING WS-NOTE-IDX2 FROM 1 BY 1
                       UNTIL WS-NOTE-IDX2 >= WS-NOTE-IDX
                          IF NT-RUN(WS-NOTE-IDX2) = AN-RUN AND
                             NT-PROGRAM(WS-NOTE-IDX2) =
                                NT-PROGRAM(WS-NOTE-IDX) AND
                             NT-LABEL(WS-NOTE-IDX2) =
                                NT-LABEL(WS-NOTE-IDX) THEN
                             MOVE 'N' TO WS-FIRST-OF-KEY
                          END-IF
                    END-PERFORM
                    IF WS-FIRST-OF-KEY = 'Y' THEN
                       MOVE NT-RUN(WS-NOTE-IDX) TO WS-KEY-RUN
                       MOVE NT-PROGRAM(WS-NOTE-IDX) TO WS-KEY-PROGRAM
                       MOVE NT-LABEL(WS-NOTE-IDX) TO WS-KEY-LABEL
                       PERFORM STANDING-OF-KEY
                       IF WS-OPEN-DISPUTE = 'Y' THEN
                          ADD 1 TO WS-NOTE-SEEN
                          IF WS-NOTE-SEEN = 1 THEN
                             MOVE WS-KEY-PROGRAM TO AN-PROGRAM
                             MOVE WS-KEY-LABEL TO AN-LABEL
                          END-IF
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM.
           MOVE WS-NOTE-SEEN TO AN-COUNT.
           MOVE 'Y' TO AN-STATUS.

       END PROGRAM AOC-2016-ANNOTATE.
