           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPAUDIT-STATUS.

           SELECT MASTERFILE ASSIGN TO 'aoc_results_master.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RM-KEY
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT VERIFYFILE ASSIGN TO 'aoc_verify_report.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VERIFY-STATUS.

           SELECT RUNSFILE ASSIGN TO 'aoc_runs_master.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNS-STATUS.

           SELECT CATALOGFILE ASSIGN TO 'aoc_step_catalog.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

           SELECT CATGENFILE ASSIGN TO DYNAMIC WS-CATGEN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATGEN-STATUS.

           SELECT LEDGERFILE ASSIGN TO 'aoc_results.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTINGSFILE.
       FD  OPAUDIT.
       01  OPAUDIT-REC         PIC X(200).

       FD  MASTERFILE.
       01  RM-REC.
           05 RM-KEY.
              10 RM-PROGRAM    PIC X(20).
              10 RM-LABEL      PIC X(30).
              10 RM-ACCOUNT    PIC X(8).
              10 RM-RUN        PIC 9(6).
           05 RM-ANSWER        PIC X(60).

       FD  VERIFYFILE.
       01  VERIFY-REC          PIC X(200).

       FD  RUNSFILE.
       01  RUNS-REC            PIC X(40).

       FD  CATALOGFILE.
       01  CATALOG-REC         PIC X(140).

       FD  CATGENFILE.
       01  CATGEN-REC          PIC X(140).

       FD  LEDGERFILE.
       01  LEDGER-REC          PIC X(200).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "path_service.cpy".
       COPY "operator_roster.cpy".
       COPY "change_freeze.cpy".
       COPY "annotation_register.cpy".
       COPY "ledger_service.cpy".
       COPY "account_context.cpy".

       01  WS-SETTINGS-STATUS  PIC XX.
       01  WS-DECK-STATUS      PIC XX.
       01  WS-OPAUDIT-STATUS   PIC XX.
       01  WS-OPERATOR-ID      PIC X(8)   VALUE 'UNKNOWN'.
       01  WS-OPERATOR-PARM    PIC X(8).
      *    Role from the operator roster (AOC-2016-ROSTER), fixed at
      *    sign-on: VIEWER reads handover notes, OPERATOR launches
      *    and acknowledges, SUPERVISOR alone certifies, promotes
      *    glyphs and launches a RESTART=FRESH batch. Refusals are
      *    audited by the roster service.
       01  WS-OPERATOR-ROLE    PIC X(10)  VALUE 'VIEWER'.
       01  WS-FRESH-RESTART    PIC X      VALUE 'N'.
       01  WS-AUDIT-ACTION     PIC X(150).
      *    Inside a change freeze (AOC-2016-FREEZE) a catalog save or
      *    a glyph approval goes live only under the emergency-change
      *    reference asked for when the function is opened (blank:
      *    the catalog can still be browsed, nothing is approved).
       01  WS-FZ-REF           PIC X(20).
      *    A console linked without the freeze service refuses every
      *    change it guards and ends the session CC 8.
       01  WS-FZ-LINKED        PIC X      VALUE 'Y'.
       01  WS-FZ-MISSING       PIC X      VALUE 'N'.
       01  WS-RC-SHOW          PIC 9(4).
       01  RR-REQUEST.
           05 RR-FUNC          PIC X(8).
           05 RR-ANSWER-RUN    PIC 9(6).
           05 RR-PARENT-RUN    PIC 9(6).
       01  WS-CERT-RUN-PARM    PIC X(6).
       01  WS-AN-PARM          PIC X(40).
       01  WS-AN-KEY-PROGRAM   PIC X(20).
       01  WS-AN-KEY-LABEL     PIC X(30).
       01  WS-AN-KEY-RUN       PIC 9(6).
       01  WS-AN-OCC           PIC 9(3).
       01  WS-AN-NOTES         PIC 9(4).

      *    Answer correction: the answer being replaced is the
      *    latest ledger line for the program / part label / run /
      *    puzzle account.
       01  WS-LEDGER-STATUS    PIC XX.
       01  WS-CR-FOUND         PIC X.
       01  WS-CR-ACCOUNT       PIC X(8).
       01  WS-CR-OLD-ANSWER    PIC X(60).
       01  WS-CR-NEW-ANSWER    PIC X(60).
       01  WS-CR-LINE-REST     PIC X(140).
       01  WS-CR-LINE-TAIL     PIC X(60).
       01  WS-CR-ACCT-HEAD     PIC X(60).
       01  WS-CR-ACCT-TAIL     PIC X(60).
       01  WS-CR-LINE-ACCOUNT  PIC X(8).
       01  WS-CR-PTR           PIC 9(3).

      *    Results-master browse: the matching records of the
      *    indexed master (AOC-2016-RESMIG) in key order, each
      *    flagged when its answer differs from the previous run of
      *    the same program / part label, paged twelve to a screen.
       01  WS-MASTER-STATUS    PIC XX.
       01  WS-VERIFY-STATUS    PIC XX.
       01  WS-RUNS-STATUS      PIC XX.
       01  WS-BR-FILTER.
           05 BR-PREFIX        PIC X(20)  VALUE SPACES.
           05 BR-PART          PIC X(30)  VALUE SPACES.
           05 BR-RUN-FROM      PIC 9(6)   VALUE 0.
           05 BR-RUN-TO        PIC 9(6)   VALUE 999999.
       01  WS-BR-COMMAND       PIC X      VALUE SPACES.
       01  WS-BR-ROW           PIC 99     VALUE 0.
       01  WS-BR-DONE          PIC X.
       01  WS-BR-MAX           PIC 9(3)   VALUE 500.
       01  WS-BR-CNT           PIC 9(3)   VALUE 0.
       01  WS-BR-TABLE.
           05 BR-ENTRY OCCURS 500 TIMES.
              10 BR-PROGRAM    PIC X(20).
              10 BR-LABEL      PIC X(30).
              10 BR-RUN        PIC 9(6).
              10 BR-ANSWER     PIC X(60).
              10 BR-CHANGED    PIC X.
       01  WS-BR-IDX           PIC 9(3).
       01  WS-BR-TOP           PIC 9(3)   VALUE 1.
       01  WS-BR-PAGE          PIC 9(3).
       01  WS-BR-PAGES         PIC 9(3).
       01  WS-BR-LINE-NO       PIC 99.
       01  WS-BR-PREFIX-LEN    PIC 99.
       01  WS-BR-PART-LEN      PIC 99.
       01  WS-BR-PREV-PROGRAM  PIC X(20).
       01  WS-BR-PREV-LABEL    PIC X(30).
       01  WS-BR-PREV-ANSWER   PIC X(60).
       01  WS-BR-PREV-ACCOUNT  PIC X(8).
       01  WS-BR-SCAN-END      PIC X.
       01  WS-BR-ROWS.
           05 BR-ROW-LINE OCCURS 12 TIMES PIC X(76).
       01  WS-BR-STATUS-LINE   PIC X(76).
       01  WS-BR-DRILL-1       PIC X(76).
       01  WS-BR-DRILL-2       PIC X(76).
       01  WS-BR-MESSAGE       PIC X(76).
       01  WS-BR-KEY           PIC X(120).
       01  WS-BR-KEY-LEN       PIC 9(3).
       01  WS-BR-TALLY         PIC 9(3).
       01  WS-BR-VERDICT       PIC X(12).
       01  WS-BR-CERT          PIC X(40).

      *    Step-catalog maintenance: the catalog held in seq order
      *    with each entry's line as last read or saved (CT-ORIG,
      *    blank for an added step) so a save can audit before and
      *    after. The limit is the driver's own step-table size.
       01  WS-CATALOG-STATUS   PIC XX.
       01  WS-CATGEN-STATUS    PIC XX.
       01  WS-CATGEN-NAME      PIC X(100).
       01  WS-CT-MAX           PIC 9(3)   VALUE 30.
       01  WS-CT-CNT           PIC 9(3)   VALUE 0.
       01  WS-CT-TABLE.
           05 CT-ENTRY OCCURS 30 TIMES.
              10 CT-SEQ        PIC 9(3).
              10 CT-PROGRAM    PIC X(20).
              10 CT-GROUP      PIC X(8).
              10 CT-ENABLED    PIC X.
              10 CT-DEPS       PIC X(64).
              10 CT-DESC       PIC X(60).
              10 CT-ORIG       PIC X(140).
              10 CT-RESOLVED   PIC X.
       01  WS-CT-HOLD          PIC X(297).
       01  WS-CT-NOTE-CNT      PIC 99     VALUE 0.
       01  WS-CT-NOTES.
           05 CT-NOTE OCCURS 20 TIMES PIC X(140).
      *    Programs linked into the batch run unit (build_batch.sh)
      *    that can run as a step; anything else in the catalog is a
      *    typo the driver would fail to CALL.
       01  WS-KS-MAX           PIC 99     VALUE 29.
       01  WS-KS-TABLE.
           05 KS-NAME OCCURS 40 TIMES PIC X(20).
       01  WS-KS-IDX           PIC 99.
       01  WS-CT-ENTRY-FIELDS.
           05 CM-ROW           PIC 99     VALUE 0.
           05 CM-SEQ           PIC 9(3)   VALUE 0.
           05 CM-PROGRAM       PIC X(20)  VALUE SPACES.
           05 CM-GROUP         PIC X(8)   VALUE SPACES.
           05 CM-DEPS          PIC X(64)  VALUE SPACES.
           05 CM-DESC          PIC X(60)  VALUE SPACES.
       01  WS-CT-COMMAND       PIC X      VALUE SPACES.
       01  WS-CT-DONE          PIC X.
       01  WS-CT-WARNED        PIC X.
       01  WS-CT-TOP           PIC 9(3).
       01  WS-CT-IDX           PIC 9(3).
       01  WS-CT-IDX2          PIC 9(3).
       01  WS-CT-SEL           PIC 9(3).
       01  WS-CT-FIND          PIC 9(3).
       01  WS-CT-LINE-NO       PIC 99.
       01  WS-CT-ROWS.
           05 CT-ROW-LINE OCCURS 12 TIMES PIC X(76).
       01  WS-CT-MSG-1         PIC X(76).
       01  WS-CT-MSG-2         PIC X(76).
       01  WS-CT-WORK          PIC X(140).
       01  WS-CT-LINE          PIC X(140).
       01  WS-CT-PTR           PIC 9(3).
       01  WS-CT-TOK-SEQ       PIC X(10).
       01  WS-CT-TOK-PROGRAM   PIC X(30).
       01  WS-CT-TOK-GROUP     PIC X(10).
       01  WS-CT-TOK-ENABLED   PIC X(5).
       01  WS-CT-TOK-DEPS      PIC X(80).
       01  WS-CT-REST          PIC X(140).
       01  WS-CT-DEP-LIST      PIC X(64).
       01  WS-CT-DEP-NAME      PIC X(30).
       01  WS-CT-DEP-REST      PIC X(64).
       01  WS-CT-READY         PIC X.
       01  WS-CT-PROGRESS      PIC X.
       01  WS-CT-ERRORS        PIC 9(3).
       01  WS-CT-CHANGES       PIC 9(3).
       01  WS-CT-ERROR-TEXT    PIC X(76).
       01  WS-CT-CYCLE-TEXT    PIC X(76).
       01  WS-OLD-SETTINGS.
           05 OLD-INPUT        PIC X(60).
           05 OLD-KEYPAD       PIC X(60).
           05 LINE 5 COL 10 VALUE '04 D5P2   05 D6P1   06 D7P2'.
           05 LINE 6 COL 10 VALUE '07 D8P1   08 D8P1P2 09 D9P1'.
           05 LINE 7 COL 10 VALUE '10 D9P2   11 D10P1  12 D11P1'.
           05 LINE 9 COL 10 VALUE
              '13 FULL BATCH (ALL STEPS)   18 FULL BATCH RESTART=FRESH'.
           05 LINE 10 COL 10 VALUE
              '14 ACKNOWLEDGE ALERTS   15 REVIEW PENDING GLYPHS'.
           05 LINE 11 COL 10 VALUE
              '16 HANDOVER NOTES       17 CERTIFY RUN'.
           05 LINE 11 COL 53 VALUE '21 ANNOTATE ANSWER'.
           05 LINE 12 COL 10 VALUE
              '19 BROWSE RESULTS MASTER  20 STEP CATALOG'.
           05 LINE 12 COL 53 VALUE '22 CORRECT ANSWER'.
           05 LINE 13 COL 53 VALUE '99 EXIT CONSOLE'.
           05 LINE 13 COL 10 VALUE 'SELECTION: '.
           05 LINE 13 COL 22 PIC XX USING WS-MENU-CHOICE.
           05 LINE 15 COL 10 VALUE 'OPERATOR: '.
           05 LINE 15 COL 20 PIC X(8) FROM WS-OPERATOR-ID.
           05 LINE 15 COL 30 VALUE 'ROLE: '.
           05 LINE 15 COL 36 PIC X(10) FROM WS-OPERATOR-ROLE.

       01  BROWSE-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COL 20 VALUE 'RESULTS MASTER BROWSE'.
           05 LINE 2 COL 2 VALUE 'PROGRAM PREFIX: '.
           05 LINE 2 COL 18 PIC X(20) USING BR-PREFIX.
           05 LINE 2 COL 40 VALUE 'PART: '.
           05 LINE 2 COL 46 PIC X(30) USING BR-PART.
           05 LINE 3 COL 2 VALUE 'RUN FROM .....: '.
           05 LINE 3 COL 18 PIC 9(6) USING BR-RUN-FROM.
           05 LINE 3 COL 26 VALUE 'TO: '.
           05 LINE 3 COL 30 PIC 9(6) USING BR-RUN-TO.
           05 LINE 5 COL 2 VALUE
              'NO  PROGRAM              PART LABEL               RUN'.
           05 LINE 5 COL 58 VALUE 'ANSWER'.
           05 LINE 6 COL 2 PIC X(76) FROM BR-ROW-LINE(1).
           05 LINE 7 COL 2 PIC X(76) FROM BR-ROW-LINE(2).
           05 LINE 8 COL 2 PIC X(76) FROM BR-ROW-LINE(3).
           05 LINE 9 COL 2 PIC X(76) FROM BR-ROW-LINE(4).
           05 LINE 10 COL 2 PIC X(76) FROM BR-ROW-LINE(5).
           05 LINE 11 COL 2 PIC X(76) FROM BR-ROW-LINE(6).
           05 LINE 12 COL 2 PIC X(76) FROM BR-ROW-LINE(7).
           05 LINE 13 COL 2 PIC X(76) FROM BR-ROW-LINE(8).
           05 LINE 14 COL 2 PIC X(76) FROM BR-ROW-LINE(9).
           05 LINE 15 COL 2 PIC X(76) FROM BR-ROW-LINE(10).
           05 LINE 16 COL 2 PIC X(76) FROM BR-ROW-LINE(11).
           05 LINE 17 COL 2 PIC X(76) FROM BR-ROW-LINE(12).
           05 LINE 18 COL 2 PIC X(76) FROM WS-BR-STATUS-LINE.
           05 LINE 19 COL 2 PIC X(76) FROM WS-BR-DRILL-1.
           05 LINE 20 COL 2 PIC X(76) FROM WS-BR-DRILL-2.
           05 LINE 21 COL 2 PIC X(76) FROM WS-BR-MESSAGE.
           05 LINE 23 COL 2 VALUE
              'F=FILTER N=NEXT P=PREV D=DRILL X=EXIT  COMMAND: '.
           05 LINE 23 COL 51 PIC X USING WS-BR-COMMAND.
           05 LINE 23 COL 54 VALUE 'ROW: '.
           05 LINE 23 COL 59 PIC 99 USING WS-BR-ROW.

       01  CATALOG-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COL 20 VALUE 'STEP CATALOG MAINTENANCE'.
           05 LINE 2 COL 2 VALUE
              'NO SEQ PROGRAM              GROUP    ON '.
           05 LINE 2 COL 42 VALUE 'DEPENDS-ON / DESCRIPTION'.
           05 LINE 3 COL 2 PIC X(76) FROM CT-ROW-LINE(1).
           05 LINE 4 COL 2 PIC X(76) FROM CT-ROW-LINE(2).
           05 LINE 5 COL 2 PIC X(76) FROM CT-ROW-LINE(3).
           05 LINE 6 COL 2 PIC X(76) FROM CT-ROW-LINE(4).
           05 LINE 7 COL 2 PIC X(76) FROM CT-ROW-LINE(5).
           05 LINE 8 COL 2 PIC X(76) FROM CT-ROW-LINE(6).
           05 LINE 9 COL 2 PIC X(76) FROM CT-ROW-LINE(7).
           05 LINE 10 COL 2 PIC X(76) FROM CT-ROW-LINE(8).
           05 LINE 11 COL 2 PIC X(76) FROM CT-ROW-LINE(9).
           05 LINE 12 COL 2 PIC X(76) FROM CT-ROW-LINE(10).
           05 LINE 13 COL 2 PIC X(76) FROM CT-ROW-LINE(11).
           05 LINE 14 COL 2 PIC X(76) FROM CT-ROW-LINE(12).
           05 LINE 16 COL 2 VALUE 'ROW: '.
           05 LINE 16 COL 7 PIC 99 USING CM-ROW.
           05 LINE 16 COL 11 VALUE 'SEQ: '.
           05 LINE 16 COL 16 PIC 9(3) USING CM-SEQ.
           05 LINE 16 COL 21 VALUE 'PROGRAM: '.
           05 LINE 16 COL 30 PIC X(20) USING CM-PROGRAM.
           05 LINE 16 COL 52 VALUE 'GROUP: '.
           05 LINE 16 COL 59 PIC X(8) USING CM-GROUP.
           05 LINE 17 COL 2 VALUE 'DEPENDS-ON: '.
           05 LINE 17 COL 14 PIC X(64) USING CM-DEPS.
           05 LINE 18 COL 2 VALUE 'DESCRIPTION: '.
           05 LINE 18 COL 15 PIC X(60) USING CM-DESC.
           05 LINE 20 COL 2 PIC X(76) FROM WS-CT-MSG-1.
           05 LINE 21 COL 2 PIC X(76) FROM WS-CT-MSG-2.
           05 LINE 23 COL 2 VALUE
              'G=GET A=ADD E=EDIT D=DISABLE R=ENABLE Q=RESEQ'.
           05 LINE 24 COL 2 VALUE
              'N=NEXT P=PREV S=SAVE X=EXIT   COMMAND: '.
           05 LINE 24 COL 41 PIC X USING WS-CT-COMMAND.

       01  PARM-SCREEN.
           05 BLANK SCREEN.
           IF WS-OPERATOR-PARM IS NOT EQUAL TO SPACES THEN
              MOVE WS-OPERATOR-PARM TO WS-OPERATOR-ID
           END-IF.
           MOVE 'ROLE' TO OR-FUNC.
           MOVE WS-OPERATOR-ID TO OR-OPERATOR-ID.
           MOVE 'VIEWER' TO OR-ROLE.
           CALL 'AOC-2016-ROSTER' USING OR-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.
           MOVE OR-ROLE TO WS-OPERATOR-ROLE.
           DISPLAY 'SIGNED ON AS ' FUNCTION TRIM(WS-OPERATOR-ID)
              ' ROLE=' FUNCTION TRIM(WS-OPERATOR-ROLE).
           MOVE SPACES TO WS-AUDIT-ACTION.
           STRING 'CONSOLE SESSION STARTED ROLE=' DELIMITED SIZE
              FUNCTION TRIM(WS-OPERATOR-ROLE) DELIMITED SIZE
              INTO WS-AUDIT-ACTION
           END-STRING.
           PERFORM WRITE-OP-AUDIT.
           PERFORM UNTIL WS-DONE = 'Y'
              MOVE SPACES TO WS-MENU-CHOICE
                    MOVE 'Y' TO WS-DONE
                 WHEN '13'
                    MOVE 'AOC-2016-BATCH' TO WS-TARGET-NAME
                    MOVE 'OPERATOR' TO OR-NEEDED-ROLE
                    MOVE 'LAUNCH AOC-2016-BATCH' TO OR-ACTION
                    PERFORM AUTHORIZE-FUNCTION
                    IF OR-ALLOWED = 'Y' THEN
                       PERFORM CONFIGURE-AND-LAUNCH
                    END-IF
                 WHEN '18'
                    MOVE 'AOC-2016-BATCH' TO WS-TARGET-NAME
                    MOVE 'SUPERVISOR' TO OR-NEEDED-ROLE
                    MOVE 'LAUNCH AOC-2016-BATCH RESTART=FRESH'
                       TO OR-ACTION
                    PERFORM AUTHORIZE-FUNCTION
                    IF OR-ALLOWED = 'Y' THEN
                       MOVE 'Y' TO WS-FRESH-RESTART
                       PERFORM CONFIGURE-AND-LAUNCH
                       MOVE 'N' TO WS-FRESH-RESTART
                    END-IF
                 WHEN '14'
                    MOVE 'OPERATOR' TO OR-NEEDED-ROLE
                    MOVE 'ACKNOWLEDGE ALERTS' TO OR-ACTION
                    PERFORM AUTHORIZE-FUNCTION
                    IF OR-ALLOWED = 'Y' THEN
                       PERFORM ACK-ALERTS THRU ACK-ALERTS-EXIT
                    END-IF
                 WHEN '15'
                    MOVE 'SUPERVISOR' TO OR-NEEDED-ROLE
                    MOVE 'REVIEW PENDING GLYPHS' TO OR-ACTION
                    PERFORM AUTHORIZE-FUNCTION
                    IF OR-ALLOWED = 'Y' THEN
                       PERFORM REVIEW-GLYPHS THRU REVIEW-GLYPHS-EXIT
                    END-IF
                 WHEN '16'
                    PERFORM HANDOVER-NOTES THRU HANDOVER-NOTES-EXIT
                 WHEN '19'
                    PERFORM BROWSE-RESULTS
                 WHEN '21'
                    MOVE 'OPERATOR' TO OR-NEEDED-ROLE
                    MOVE 'ANNOTATE ANSWER' TO OR-ACTION
                    PERFORM AUTHORIZE-FUNCTION
                    IF OR-ALLOWED = 'Y' THEN
                       PERFORM ANNOTATE-ANSWER THRU ANNOTATE-ANSWER-EXIT
                    END-IF
                 WHEN '22'
                    MOVE 'SUPERVISOR' TO OR-NEEDED-ROLE
                    MOVE 'CORRECT ANSWER' TO OR-ACTION
                    PERFORM AUTHORIZE-FUNCTION
                    IF OR-ALLOWED = 'Y' THEN
                       PERFORM CORRECT-ANSWER THRU CORRECT-ANSWER-EXIT
                    END-IF
                 WHEN '20'
                    MOVE 'SUPERVISOR' TO OR-NEEDED-ROLE
                    MOVE 'MAINTAIN STEP CATALOG' TO OR-ACTION
                    PERFORM AUTHORIZE-FUNCTION
                    IF OR-ALLOWED = 'Y' THEN
                       PERFORM MAINTAIN-CATALOG
                    END-IF
                 WHEN '17'
                    MOVE 'SUPERVISOR' TO OR-NEEDED-ROLE
                    MOVE 'CERTIFY RUN' TO OR-ACTION
                    PERFORM AUTHORIZE-FUNCTION
                    IF OR-ALLOWED = 'Y' THEN
                       PERFORM CERTIFY-RUN-FN THRU CERTIFY-RUN-FN-EXIT
                    END-IF
                 WHEN OTHER
                    IF WS-MENU-CHOICE IS NUMERIC THEN
                       MOVE WS-MENU-CHOICE TO WS-CHOICE-NUM
                          WS-CHOICE-NUM <= WS-STEP-MAX THEN
                          MOVE STEP-NAME(WS-CHOICE-NUM)
                             TO WS-TARGET-NAME
                          MOVE 'OPERATOR' TO OR-NEEDED-ROLE
                          MOVE SPACES TO OR-ACTION
                          STRING 'LAUNCH ' DELIMITED SIZE
                             FUNCTION TRIM(WS-TARGET-NAME)
                                DELIMITED SIZE
                             INTO OR-ACTION
                          END-STRING
                          PERFORM AUTHORIZE-FUNCTION
                          IF OR-ALLOWED = 'Y' THEN
                             PERFORM CONFIGURE-AND-LAUNCH
                          END-IF
                       END-IF
                    END-IF
              END-EVALUATE
           END-PERFORM.
           IF WS-FZ-MISSING = 'Y' THEN
              MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    The roster service decides and audits a refusal itself;
      *    a console linked without it allows nothing above VIEWER.
       AUTHORIZE-FUNCTION.
           MOVE 'CHECK' TO OR-FUNC.
           MOVE WS-OPERATOR-ID TO OR-OPERATOR-ID.
           CALL 'AOC-2016-ROSTER' USING OR-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO OR-ALLOWED
                 DISPLAY 'OPERATOR ROSTER SERVICE NOT LINKED'
           END-CALL.
           IF OR-ALLOWED IS NOT EQUAL TO 'Y' THEN
              DISPLAY 'NOT AUTHORIZED: ' FUNCTION TRIM(OR-ACTION)
                 ' NEEDS ROLE ' FUNCTION TRIM(OR-NEEDED-ROLE)
                 ' (' FUNCTION TRIM(WS-OPERATOR-ID) ' IS '
                 FUNCTION TRIM(WS-OPERATOR-ROLE) ')'
           END-IF.

       BUILD-STEP-TABLE.
           MOVE 'AOC-2016-D1P1' TO STEP-NAME(1).
           MOVE 'AOC-2016-D2P1' TO STEP-NAME(2).
           OPEN OUTPUT DECKFILE.
           MOVE '* written by the operator console' TO DECK-REC.
           WRITE DECK-REC.
           IF WS-FRESH-RESTART = 'Y' THEN
              MOVE 'AOC-2016-BATCH RESTART=FRESH' TO DECK-REC
              WRITE DECK-REC
           END-IF.
           IF WS-TARGET-NAME = 'AOC-2016-BATCH' THEN
              MOVE 'Y' TO WS-FULL-BATCH
              PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                 DISPLAY 'RUN REGISTRY NOT LINKED'
                 GO TO CERTIFY-RUN-FN-EXIT
           END-CALL.
           IF RR-OUTCOME-CC > 0 THEN
              MOVE SPACES TO WS-AUDIT-ACTION
              STRING 'CERTIFY REFUSED RUN ' DELIMITED SIZE
                 RR-ANSWER-RUN DELIMITED SIZE
                 ' - DISPUTED ANSWERS' DELIMITED SIZE
                 INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM WRITE-OP-AUDIT
              GO TO CERTIFY-RUN-FN-EXIT
           END-IF.
           MOVE SPACES TO WS-AUDIT-ACTION.
           STRING 'CERTIFIED RUN ' DELIMITED SIZE
              RR-ANSWER-RUN DELIMITED SIZE
       CERTIFY-RUN-FN-EXIT.
           EXIT.

      *    Answer annotation. The answer is named by program-id, part
      *    label and run (blank = the date's final run); its notes so
      *    far are shown before the new one is taken. RESOLVED lifts
      *    a certification block, so it takes the same SUPERVISOR
      *    role as certifying.
       ANNOTATE-ANSWER.
           DISPLAY 'PROGRAM-ID: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-AN-PARM.
           ACCEPT WS-AN-PARM FROM SYSIN.
           MOVE FUNCTION UPPER-CASE(WS-AN-PARM) TO WS-AN-KEY-PROGRAM.
           DISPLAY 'PART LABEL: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-AN-PARM.
           ACCEPT WS-AN-PARM FROM SYSIN.
           MOVE FUNCTION UPPER-CASE(WS-AN-PARM) TO WS-AN-KEY-LABEL.
           IF WS-AN-KEY-PROGRAM = SPACES OR WS-AN-KEY-LABEL = SPACES
              THEN
              DISPLAY 'PROGRAM-ID AND PART LABEL ARE BOTH NEEDED'
              GO TO ANNOTATE-ANSWER-EXIT
           END-IF.
           DISPLAY 'RUN NUMBER (BLANK = TODAY): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-CERT-RUN-PARM.
           ACCEPT WS-CERT-RUN-PARM FROM SYSIN.
           MOVE 0 TO RR-ANSWER-RUN.
           IF WS-CERT-RUN-PARM IS NUMERIC THEN
              MOVE WS-CERT-RUN-PARM TO RR-ANSWER-RUN
           ELSE
              MOVE 'FINAL' TO RR-FUNC
              MOVE SPACES TO RR-QUERY-DATE
              CALL 'AOC-2016-RUNREG' USING RR-REQUEST
                 ON EXCEPTION
                    CONTINUE
              END-CALL
           END-IF.
           IF RR-ANSWER-RUN = 0 THEN
              DISPLAY 'NO RUN TO ANNOTATE'
              GO TO ANNOTATE-ANSWER-EXIT
           END-IF.
           MOVE RR-ANSWER-RUN TO WS-AN-KEY-RUN.
           MOVE 0 TO WS-AN-NOTES.
           MOVE 1 TO WS-AN-OCC.
           PERFORM UNTIL WS-AN-OCC = 0
              MOVE 'LOOKUP' TO AN-FUNC
              MOVE WS-AN-KEY-PROGRAM TO AN-PROGRAM
              MOVE WS-AN-KEY-LABEL TO AN-LABEL
              MOVE WS-AN-KEY-RUN TO AN-RUN
              MOVE WS-AN-OCC TO AN-OCCURRENCE
              CALL 'AOC-2016-ANNOTATE' USING AN-REQUEST
                 ON EXCEPTION
                    MOVE 'N' TO AN-STATUS
              END-CALL
              IF AN-STATUS = 'Y' THEN
                 ADD 1 TO WS-AN-NOTES
                 DISPLAY '    ' AN-NOTE-DATE ' ' AN-CATEGORY
                    AN-OPERATOR ' ' FUNCTION TRIM(AN-NOTE-TEXT)
                 ADD 1 TO WS-AN-OCC
              ELSE
                 MOVE 0 TO WS-AN-OCC
              END-IF
           END-PERFORM.
           IF WS-AN-NOTES = 0 THEN
              DISPLAY 'NO NOTES ON THIS ANSWER YET'
           ELSE
              DISPLAY 'STANDING: ' FUNCTION TRIM(AN-STANDING)
           END-IF.
           DISPLAY 'CATEGORY (K=KNOWN-ISSUE C=CONFIRMED D=DISPUTED '
              'R=RESOLVED, BLANK=BACK): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-AN-PARM.
           ACCEPT WS-AN-PARM FROM SYSIN.
           MOVE FUNCTION UPPER-CASE(WS-AN-PARM) TO WS-AN-PARM.
           EVALUATE WS-AN-PARM(1:1)
              WHEN 'K'
                 MOVE 'KNOWN-ISSUE' TO AN-CATEGORY
              WHEN 'C'
                 MOVE 'CONFIRMED' TO AN-CATEGORY
              WHEN 'D'
                 MOVE 'DISPUTED' TO AN-CATEGORY
              WHEN 'R'
                 MOVE 'RESOLVED' TO AN-CATEGORY
              WHEN OTHER
                 GO TO ANNOTATE-ANSWER-EXIT
           END-EVALUATE.
           IF AN-CATEGORY = 'RESOLVED' THEN
              MOVE 'SUPERVISOR' TO OR-NEEDED-ROLE
              MOVE 'RESOLVE DISPUTED ANSWER' TO OR-ACTION
              PERFORM AUTHORIZE-FUNCTION
              IF OR-ALLOWED IS NOT EQUAL TO 'Y' THEN
                 GO TO ANNOTATE-ANSWER-EXIT
              END-IF
           END-IF.
           DISPLAY 'NOTE TEXT: ' WITH NO ADVANCING.
           MOVE SPACES TO AN-NOTE-TEXT.
           ACCEPT AN-NOTE-TEXT FROM SYSIN.
           IF AN-NOTE-TEXT = SPACES THEN
              DISPLAY 'EMPTY NOTE NOT RECORDED'
              GO TO ANNOTATE-ANSWER-EXIT
           END-IF.
           MOVE 'ADD' TO AN-FUNC.
           MOVE WS-AN-KEY-PROGRAM TO AN-PROGRAM.
           MOVE WS-AN-KEY-LABEL TO AN-LABEL.
           MOVE WS-AN-KEY-RUN TO AN-RUN.
           MOVE WS-OPERATOR-ID TO AN-OPERATOR.
           CALL 'AOC-2016-ANNOTATE' USING AN-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO AN-STATUS
           END-CALL.
           IF AN-STATUS IS NOT EQUAL TO 'Y' THEN
              DISPLAY 'ANNOTATION NOT RECORDED'
              GO TO ANNOTATE-ANSWER-EXIT
           END-IF.
           DISPLAY 'ANNOTATION RECORDED'.
           MOVE SPACES TO WS-AUDIT-ACTION.
           STRING 'ANNOTATED ' DELIMITED SIZE
              FUNCTION TRIM(WS-AN-KEY-PROGRAM) DELIMITED SIZE
              ' ' DELIMITED SIZE
              FUNCTION TRIM(WS-AN-KEY-LABEL) DELIMITED SIZE
              ' RUN=' DELIMITED SIZE
              WS-AN-KEY-RUN DELIMITED SIZE
              ' ' DELIMITED SIZE
              FUNCTION TRIM(AN-CATEGORY) DELIMITED SIZE
              INTO WS-AUDIT-ACTION
           END-STRING.
           PERFORM WRITE-OP-AUDIT.
       ANNOTATE-ANSWER-EXIT.
           EXIT.

      *    Answer correction. The wrong answer is named as for an
      *    annotation (program-id, part label, run - blank = the
      *    date's final run) and must be on the ledger; the
      *    corrected value goes onto the ledger as a CORRECTION
      *    against that run through AOC-2016-LEDGER, and the next
      *    extract sequence carries it downstream as a recall record
      *    (see AOC-2016-EXTRACT). Old and new values are audited.
      *    The puzzle account (blank = none) picks the account's own
      *    ledger line, and the correction is stamped with it so the
      *    recall goes out under the same account.
       CORRECT-ANSWER.
           DISPLAY 'PROGRAM-ID: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-AN-PARM.
           ACCEPT WS-AN-PARM FROM SYSIN.
           MOVE FUNCTION UPPER-CASE(WS-AN-PARM) TO WS-AN-KEY-PROGRAM.
           DISPLAY 'PART LABEL: ' WITH NO ADVANCING.
           MOVE SPACES TO WS-AN-PARM.
           ACCEPT WS-AN-PARM FROM SYSIN.
           MOVE FUNCTION UPPER-CASE(WS-AN-PARM) TO WS-AN-KEY-LABEL.
           IF WS-AN-KEY-PROGRAM = SPACES OR WS-AN-KEY-LABEL = SPACES
              THEN
              DISPLAY 'PROGRAM-ID AND PART LABEL ARE BOTH NEEDED'
              GO TO CORRECT-ANSWER-EXIT
           END-IF.
           DISPLAY 'PUZZLE ACCOUNT (BLANK = NONE): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-AN-PARM.
           ACCEPT WS-AN-PARM FROM SYSIN.
           MOVE FUNCTION UPPER-CASE(WS-AN-PARM) TO WS-CR-ACCOUNT.
           DISPLAY 'RUN NUMBER (BLANK = TODAY): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-CERT-RUN-PARM.
           ACCEPT WS-CERT-RUN-PARM FROM SYSIN.
           MOVE 0 TO RR-ANSWER-RUN.
           IF WS-CERT-RUN-PARM IS NUMERIC THEN
              MOVE WS-CERT-RUN-PARM TO RR-ANSWER-RUN
           ELSE
              MOVE 'FINAL' TO RR-FUNC
              MOVE SPACES TO RR-QUERY-DATE
              CALL 'AOC-2016-RUNREG' USING RR-REQUEST
                 ON EXCEPTION
                    CONTINUE
              END-CALL
           END-IF.
           IF RR-ANSWER-RUN = 0 THEN
              DISPLAY 'NO RUN TO CORRECT'
              GO TO CORRECT-ANSWER-EXIT
           END-IF.
           MOVE RR-ANSWER-RUN TO WS-AN-KEY-RUN.
           PERFORM FIND-LEDGER-ANSWER THRU FIND-LEDGER-ANSWER-EXIT.
           IF WS-CR-FOUND = 'N' THEN
              IF WS-CR-ACCOUNT = SPACES THEN
                 DISPLAY 'NO SUCH ANSWER ON THE LEDGER FOR RUN '
                    WS-AN-KEY-RUN
              ELSE
                 DISPLAY 'NO SUCH ANSWER ON THE LEDGER FOR RUN '
                    WS-AN-KEY-RUN ' ACCOUNT '
                    FUNCTION TRIM(WS-CR-ACCOUNT)
              END-IF
              GO TO CORRECT-ANSWER-EXIT
           END-IF.
           DISPLAY 'ANSWER ON RECORD: ' FUNCTION TRIM(WS-CR-OLD-ANSWER).
           DISPLAY 'CORRECTED ANSWER (BLANK=BACK): ' WITH NO ADVANCING.
           MOVE SPACES TO WS-CR-NEW-ANSWER.
           ACCEPT WS-CR-NEW-ANSWER FROM SYSIN.
           IF WS-CR-NEW-ANSWER = SPACES THEN
              GO TO CORRECT-ANSWER-EXIT
           END-IF.
           IF FUNCTION TRIM(WS-CR-NEW-ANSWER) =
              FUNCTION TRIM(WS-CR-OLD-ANSWER) THEN
              DISPLAY 'SAME AS THE ANSWER ON RECORD - NOT RECORDED'
              GO TO CORRECT-ANSWER-EXIT
           END-IF.
           DISPLAY 'RECORD AND RECALL DOWNSTREAM (Y/N): '
              WITH NO ADVANCING.
           MOVE SPACES TO WS-AN-PARM.
           ACCEPT WS-AN-PARM FROM SYSIN.
           IF WS-AN-PARM(1:1) IS NOT EQUAL TO 'Y' AND
              WS-AN-PARM(1:1) IS NOT EQUAL TO 'y' THEN
              DISPLAY 'CORRECTION NOT RECORDED'
              GO TO CORRECT-ANSWER-EXIT
           END-IF.
           MOVE 'CORRECT' TO LG-FUNC.
           MOVE WS-AN-KEY-PROGRAM TO LG-PROGRAM.
           MOVE WS-AN-KEY-LABEL TO LG-LABEL.
           MOVE FUNCTION TRIM(WS-CR-NEW-ANSWER) TO LG-VALUE.
           MOVE WS-AN-KEY-RUN TO LG-ORIG-RUN.
           MOVE 'N' TO LG-STATUS.
           MOVE WS-CR-ACCOUNT TO AC-ACCOUNT-ID.
           CALL 'AOC-2016-LEDGER' USING LG-REQUEST
              ON EXCEPTION
                 DISPLAY 'LEDGER SERVICE NOT LINKED'
           END-CALL.
           MOVE SPACES TO AC-ACCOUNT-ID.
           IF LG-STATUS IS NOT EQUAL TO 'Y' THEN
              DISPLAY 'CORRECTION NOT RECORDED'
              GO TO CORRECT-ANSWER-EXIT
           END-IF.
           DISPLAY 'CORRECTION RECORDED - GOES OUT WITH THE NEXT '
              'EXTRACT'.
           MOVE SPACES TO WS-AUDIT-ACTION.
           MOVE 1 TO WS-CR-PTR.
           STRING 'CORRECTED ' DELIMITED SIZE
              FUNCTION TRIM(WS-AN-KEY-PROGRAM) DELIMITED SIZE
              ' ' DELIMITED SIZE
              FUNCTION TRIM(WS-AN-KEY-LABEL) DELIMITED SIZE
              ' RUN=' DELIMITED SIZE
              WS-AN-KEY-RUN DELIMITED SIZE
              ' OLD=' DELIMITED SIZE
              FUNCTION TRIM(WS-CR-OLD-ANSWER) DELIMITED SIZE
              ' NEW=' DELIMITED SIZE
              FUNCTION TRIM(WS-CR-NEW-ANSWER) DELIMITED SIZE
              INTO WS-AUDIT-ACTION
              WITH POINTER WS-CR-PTR
           END-STRING.
           IF WS-CR-ACCOUNT IS NOT EQUAL TO SPACES THEN
              STRING ' ACCOUNT=' DELIMITED SIZE
                 FUNCTION TRIM(WS-CR-ACCOUNT) DELIMITED SIZE
                 INTO WS-AUDIT-ACTION
                 WITH POINTER WS-CR-PTR
              END-STRING
           END-IF.
           PERFORM WRITE-OP-AUDIT.
       CORRECT-ANSWER-EXIT.
           EXIT.

      *    Ledger layout is fixed: program 1-20, label 23-52, answer
      *    from 56, RUN= after it, then ACCOUNT= when the line was
      *    written for a puzzle account. The last matching line wins,
      *    so a second correction replaces the first.
       FIND-LEDGER-ANSWER.
           MOVE 'N' TO WS-CR-FOUND.
           MOVE SPACES TO WS-CR-OLD-ANSWER.
           OPEN INPUT LEDGERFILE.
           IF WS-LEDGER-STATUS IS NOT EQUAL TO '00' THEN
              GO TO FIND-LEDGER-ANSWER-EXIT
           END-IF.
           PERFORM UNTIL WS-LEDGER-STATUS IS NOT EQUAL TO '00'
              READ LEDGERFILE
                 AT END
                    MOVE '10' TO WS-LEDGER-STATUS
                 NOT AT END
                    MOVE SPACES TO WS-CR-LINE-REST
                    MOVE SPACES TO WS-CR-LINE-TAIL
                    UNSTRING LEDGER-REC DELIMITED BY ' RUN='
                       INTO WS-CR-LINE-REST WS-CR-LINE-TAIL
                    END-UNSTRING
                    PERFORM GET-CR-LINE-ACCOUNT
                    IF WS-CR-LINE-REST(1:20) = WS-AN-KEY-PROGRAM AND
                       WS-CR-LINE-REST(23:30) = WS-AN-KEY-LABEL AND
                       WS-CR-LINE-TAIL(1:6) = WS-AN-KEY-RUN AND
                       WS-CR-LINE-ACCOUNT = WS-CR-ACCOUNT THEN
                       MOVE 'Y' TO WS-CR-FOUND
                       MOVE WS-CR-LINE-REST(56:60) TO WS-CR-OLD-ANSWER
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LEDGERFILE.
       FIND-LEDGER-ANSWER-EXIT.
           EXIT.

       GET-CR-LINE-ACCOUNT.
           MOVE SPACES TO WS-CR-ACCT-HEAD.
           MOVE SPACES TO WS-CR-ACCT-TAIL.
           MOVE SPACES TO WS-CR-LINE-ACCOUNT.
           UNSTRING WS-CR-LINE-TAIL DELIMITED BY ' ACCOUNT='
              INTO WS-CR-ACCT-HEAD WS-CR-ACCT-TAIL
           END-UNSTRING.
           UNSTRING WS-CR-ACCT-TAIL DELIMITED BY SPACE
              INTO WS-CR-LINE-ACCOUNT
           END-UNSTRING.

      *    Results-master browse. One screen for the whole
      *    investigation: the filter fields stay on it, F rescans
      *    with them, N / P page through the matches in key order,
      *    D with a row number drills into that row's verify verdict
      *    and its run's certification. '*' after the row number
      *    marks an answer that differs from the previous run's for
      *    the same key (judged across the whole master, not just
      *    the run range shown).
       BROWSE-RESULTS.
           MOVE 'N' TO WS-BR-DONE.
           MOVE SPACES TO WS-BR-DRILL-1.
           MOVE SPACES TO WS-BR-DRILL-2.
           PERFORM SCAN-RESULTS-MASTER THRU SCAN-RESULTS-MASTER-EXIT.
           PERFORM UNTIL WS-BR-DONE = 'Y'
              PERFORM FILL-BROWSE-PAGE
              MOVE SPACE TO WS-BR-COMMAND
              MOVE 0 TO WS-BR-ROW
              DISPLAY BROWSE-SCREEN
              ACCEPT BROWSE-SCREEN
              MOVE SPACES TO WS-BR-MESSAGE
              EVALUATE WS-BR-COMMAND
                 WHEN 'X'
                 WHEN 'x'
                    MOVE 'Y' TO WS-BR-DONE
                 WHEN 'F'
                 WHEN 'f'
                    MOVE SPACES TO WS-BR-DRILL-1
                    MOVE SPACES TO WS-BR-DRILL-2
                    PERFORM SCAN-RESULTS-MASTER THRU
                       SCAN-RESULTS-MASTER-EXIT
                 WHEN 'N'
                 WHEN 'n'
                    IF WS-BR-TOP + 12 <= WS-BR-CNT THEN
                       ADD 12 TO WS-BR-TOP
                    ELSE
                       MOVE 'LAST PAGE' TO WS-BR-MESSAGE
                    END-IF
                 WHEN 'P'
                 WHEN 'p'
                    IF WS-BR-TOP > 12 THEN
                       SUBTRACT 12 FROM WS-BR-TOP
                    ELSE
                       MOVE 'FIRST PAGE' TO WS-BR-MESSAGE
                    END-IF
                 WHEN 'D'
                 WHEN 'd'
                    PERFORM DRILL-BROWSE-ROW THRU
                       DRILL-BROWSE-ROW-EXIT
                 WHEN OTHER
                    MOVE 'UNKNOWN COMMAND' TO WS-BR-MESSAGE
              END-EVALUATE
           END-PERFORM.

       SCAN-RESULTS-MASTER.
           MOVE 0 TO WS-BR-CNT.
           MOVE 1 TO WS-BR-TOP.
           MOVE 0 TO WS-BR-PREFIX-LEN.
           IF BR-PREFIX IS NOT EQUAL TO SPACES THEN
              COMPUTE WS-BR-PREFIX-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(BR-PREFIX TRAILING))
           END-IF.
           MOVE 0 TO WS-BR-PART-LEN.
           IF BR-PART IS NOT EQUAL TO SPACES THEN
              COMPUTE WS-BR-PART-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(BR-PART TRAILING))
           END-IF.
           IF BR-RUN-TO = 0 THEN
              MOVE 999999 TO BR-RUN-TO
           END-IF.
           OPEN INPUT MASTERFILE.
           IF WS-MASTER-STATUS IS NOT EQUAL TO '00' THEN
              MOVE SPACES TO WS-BR-MESSAGE
              STRING 'RESULTS MASTER NOT OPENABLE (STATUS '
                 DELIMITED SIZE
                 WS-MASTER-STATUS DELIMITED SIZE
                 ') - RUN AOC-2016-RESMIG' DELIMITED SIZE
                 INTO WS-BR-MESSAGE
              END-STRING
              GO TO SCAN-RESULTS-MASTER-EXIT
           END-IF.
           MOVE LOW-VALUES TO RM-KEY.
           IF WS-BR-PREFIX-LEN > 0 THEN
              MOVE BR-PREFIX(1:WS-BR-PREFIX-LEN)
                 TO RM-PROGRAM(1:WS-BR-PREFIX-LEN)
           END-IF.
           MOVE 'N' TO WS-BR-SCAN-END.
           START MASTERFILE KEY IS NOT LESS THAN RM-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BR-SCAN-END
           END-START.
           MOVE SPACES TO WS-BR-PREV-PROGRAM.
           MOVE SPACES TO WS-BR-PREV-LABEL.
           MOVE SPACES TO WS-BR-PREV-ANSWER.
           MOVE SPACES TO WS-BR-PREV-ACCOUNT.
           PERFORM UNTIL WS-BR-SCAN-END = 'Y'
              READ MASTERFILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-BR-SCAN-END
                 NOT AT END
                    PERFORM TAKE-MASTER-RECORD
              END-READ
           END-PERFORM.
           CLOSE MASTERFILE.
           IF WS-BR-CNT = 0 THEN
              MOVE 'NO RECORDS MATCH THE FILTER' TO WS-BR-MESSAGE
           END-IF.
           IF WS-BR-CNT = WS-BR-MAX THEN
              MOVE 'SHOWING THE FIRST 500 MATCHES - NARROW THE FILTER'
                 TO WS-BR-MESSAGE
           END-IF.
       SCAN-RESULTS-MASTER-EXIT.
           EXIT.

      *    Key order puts every run of one program / label together,
      *    so the previous record read is the previous run of the
      *    same key whenever program and label still agree.
       TAKE-MASTER-RECORD.
           IF WS-BR-PREFIX-LEN > 0 THEN
              IF RM-PROGRAM(1:WS-BR-PREFIX-LEN) >
                 BR-PREFIX(1:WS-BR-PREFIX-LEN) THEN
                 MOVE 'Y' TO WS-BR-SCAN-END
              END-IF
           END-IF.
           IF WS-BR-SCAN-END = 'N' AND
              (WS-BR-PART-LEN = 0 OR
               RM-LABEL(1:WS-BR-PART-LEN) =
                  BR-PART(1:WS-BR-PART-LEN)) AND
              RM-RUN NOT < BR-RUN-FROM AND
              RM-RUN NOT > BR-RUN-TO AND
              WS-BR-CNT < WS-BR-MAX THEN
              ADD 1 TO WS-BR-CNT
              MOVE RM-PROGRAM TO BR-PROGRAM(WS-BR-CNT)
              MOVE RM-LABEL TO BR-LABEL(WS-BR-CNT)
              MOVE RM-RUN TO BR-RUN(WS-BR-CNT)
              MOVE RM-ANSWER TO BR-ANSWER(WS-BR-CNT)
              MOVE SPACE TO BR-CHANGED(WS-BR-CNT)
              IF RM-PROGRAM = WS-BR-PREV-PROGRAM AND
                 RM-LABEL = WS-BR-PREV-LABEL AND
                 RM-ACCOUNT = WS-BR-PREV-ACCOUNT AND
                 RM-ANSWER IS NOT EQUAL TO WS-BR-PREV-ANSWER THEN
                 MOVE '*' TO BR-CHANGED(WS-BR-CNT)
              END-IF
           END-IF.
           MOVE RM-PROGRAM TO WS-BR-PREV-PROGRAM.
           MOVE RM-LABEL TO WS-BR-PREV-LABEL.
           MOVE RM-ANSWER TO WS-BR-PREV-ANSWER.
           MOVE RM-ACCOUNT TO WS-BR-PREV-ACCOUNT.

       FILL-BROWSE-PAGE.
           MOVE SPACES TO WS-BR-ROWS.
           PERFORM VARYING WS-BR-LINE-NO FROM 1 BY 1
              UNTIL WS-BR-LINE-NO > 12
                 COMPUTE WS-BR-IDX = WS-BR-TOP + WS-BR-LINE-NO - 1
                 IF WS-BR-IDX <= WS-BR-CNT THEN
                    STRING WS-BR-LINE-NO DELIMITED SIZE
                       BR-CHANGED(WS-BR-IDX) DELIMITED SIZE
                       ' ' DELIMITED SIZE
                       BR-PROGRAM(WS-BR-IDX) DELIMITED SIZE
                       ' ' DELIMITED SIZE
                       BR-LABEL(WS-BR-IDX)(1:24) DELIMITED SIZE
                       ' ' DELIMITED SIZE
                       BR-RUN(WS-BR-IDX) DELIMITED SIZE
                       ' ' DELIMITED SIZE
                       BR-ANSWER(WS-BR-IDX)(1:19) DELIMITED SIZE
                       INTO BR-ROW-LINE(WS-BR-LINE-NO)
                    END-STRING
                 END-IF
           END-PERFORM.
           MOVE 0 TO WS-BR-PAGE.
           MOVE 0 TO WS-BR-PAGES.
           IF WS-BR-CNT > 0 THEN
              COMPUTE WS-BR-PAGE = (WS-BR-TOP + 11) / 12
              COMPUTE WS-BR-PAGES = (WS-BR-CNT + 11) / 12
           END-IF.
           MOVE SPACES TO WS-BR-STATUS-LINE.
           STRING 'PAGE ' DELIMITED SIZE
              WS-BR-PAGE DELIMITED SIZE
              ' OF ' DELIMITED SIZE
              WS-BR-PAGES DELIMITED SIZE
              '   MATCHES: ' DELIMITED SIZE
              WS-BR-CNT DELIMITED SIZE
              '   * = ANSWER CHANGED FROM PREVIOUS RUN' DELIMITED SIZE
              INTO WS-BR-STATUS-LINE
           END-STRING.

      *    Verdict from the live verify report (the verifier judges
      *    every line still on the live ledger), certification from
      *    the run's CERTIFD record on aoc_runs_master.txt.
       DRILL-BROWSE-ROW.
           MOVE SPACES TO WS-BR-DRILL-1.
           MOVE SPACES TO WS-BR-DRILL-2.
           IF WS-BR-ROW < 1 OR WS-BR-ROW > 12 THEN
              MOVE 'ENTER A ROW NUMBER 01-12 WITH D' TO WS-BR-MESSAGE
              GO TO DRILL-BROWSE-ROW-EXIT
           END-IF.
           COMPUTE WS-BR-IDX = WS-BR-TOP + WS-BR-ROW - 1.
           IF WS-BR-IDX > WS-BR-CNT THEN
              MOVE 'NO RECORD ON THAT ROW' TO WS-BR-MESSAGE
              GO TO DRILL-BROWSE-ROW-EXIT
           END-IF.
           MOVE SPACES TO WS-BR-KEY.
           STRING ' ' DELIMITED SIZE
              FUNCTION TRIM(BR-PROGRAM(WS-BR-IDX)) DELIMITED SIZE
              ': ' DELIMITED SIZE
              FUNCTION TRIM(BR-LABEL(WS-BR-IDX)) DELIMITED SIZE
              ' = ' DELIMITED SIZE
              FUNCTION TRIM(BR-ANSWER(WS-BR-IDX)) DELIMITED SIZE
              INTO WS-BR-KEY
           END-STRING.
           COMPUTE WS-BR-KEY-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(WS-BR-KEY TRAILING)) + 1.
           MOVE SPACES TO WS-BR-VERDICT.
           OPEN INPUT VERIFYFILE.
           PERFORM UNTIL WS-VERIFY-STATUS IS NOT EQUAL TO '00'
              READ VERIFYFILE
                 AT END
                    MOVE '10' TO WS-VERIFY-STATUS
                 NOT AT END
                    MOVE 0 TO WS-BR-TALLY
                    INSPECT VERIFY-REC TALLYING WS-BR-TALLY
                       FOR ALL WS-BR-KEY(1:WS-BR-KEY-LEN)
                    IF WS-BR-TALLY > 0 THEN
                       UNSTRING VERIFY-REC DELIMITED BY SPACE
                          INTO WS-BR-VERDICT
                       END-UNSTRING
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE VERIFYFILE.
           IF WS-BR-VERDICT = SPACES THEN
              MOVE 'NOT IN THE CURRENT VERIFY REPORT' TO WS-BR-VERDICT
           END-IF.
           MOVE 'NOT CERTIFIED' TO WS-BR-CERT.
           OPEN INPUT RUNSFILE.
           PERFORM UNTIL WS-RUNS-STATUS IS NOT EQUAL TO '00'
              READ RUNSFILE
                 AT END
                    MOVE '10' TO WS-RUNS-STATUS
                 NOT AT END
                    IF RUNS-REC(1:6) = BR-RUN(WS-BR-IDX) AND
                       RUNS-REC(24:7) = 'CERTIFD' THEN
                       MOVE SPACES TO WS-BR-CERT
                       STRING 'CERTIFIED ' DELIMITED SIZE
                          RUNS-REC(8:8) DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          RUNS-REC(17:6) DELIMITED SIZE
                          INTO WS-BR-CERT
                       END-STRING
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RUNSFILE.
           STRING 'ROW ' DELIMITED SIZE
              WS-BR-ROW DELIMITED SIZE
              ' ' DELIMITED SIZE
              FUNCTION TRIM(BR-PROGRAM(WS-BR-IDX)) DELIMITED SIZE
              ' RUN ' DELIMITED SIZE
              BR-RUN(WS-BR-IDX) DELIMITED SIZE
              ' = ' DELIMITED SIZE
              FUNCTION TRIM(BR-ANSWER(WS-BR-IDX)) DELIMITED SIZE
              INTO WS-BR-DRILL-1
           END-STRING.
           STRING '    VERIFY: ' DELIMITED SIZE
              FUNCTION TRIM(WS-BR-VERDICT) DELIMITED SIZE
              '   RUN: ' DELIMITED SIZE
              FUNCTION TRIM(WS-BR-CERT) DELIMITED SIZE
              INTO WS-BR-DRILL-2
           END-STRING.
       DRILL-BROWSE-ROW-EXIT.
           EXIT.

      *    Step-catalog maintenance. G copies a row into the entry
      *    fields; A adds the entry fields as a new step; E puts the
      *    entry fields' group, prerequisites (- for none) and
      *    description on a row (blank keeps the row's value); D / R
      *    disable / re-enable a row; Q moves a row to the entry
      *    SEQ. Nothing reaches aoc_step_catalog.txt until S, and S
      *    writes nothing while any step names a program the batch
      *    does not link, a prerequisite that is not in the catalog,
      *    or a prerequisite cycle. A good save first keeps the old
      *    catalog as aoc_step_catalog.txt.g<stamp>, then audits
      *    each changed step as a BEFORE / AFTER pair.
       MAINTAIN-CATALOG.
           PERFORM ASK-EMERGENCY-REF.
           PERFORM BUILD-KNOWN-STEPS.
           PERFORM LOAD-CATALOG-FOR-EDIT.
           MOVE 1 TO WS-CT-TOP.
           MOVE 'N' TO WS-CT-DONE.
           MOVE 'N' TO WS-CT-WARNED.
           INITIALIZE WS-CT-ENTRY-FIELDS.
           PERFORM UNTIL WS-CT-DONE = 'Y'
              PERFORM FILL-CATALOG-PAGE
              MOVE SPACE TO WS-CT-COMMAND
              DISPLAY CATALOG-SCREEN
              ACCEPT CATALOG-SCREEN
              MOVE SPACES TO WS-CT-MSG-1
              MOVE SPACES TO WS-CT-MSG-2
              MOVE FUNCTION UPPER-CASE(WS-CT-COMMAND) TO WS-CT-COMMAND
              IF WS-CT-COMMAND IS NOT EQUAL TO 'X' THEN
                 MOVE 'N' TO WS-CT-WARNED
              END-IF
              EVALUATE WS-CT-COMMAND
                 WHEN 'X'
                    PERFORM COUNT-CATALOG-CHANGES
                    IF WS-CT-CHANGES > 0 AND WS-CT-WARNED = 'N' THEN
                       MOVE 'Y' TO WS-CT-WARNED
                       MOVE 'UNSAVED CHANGES - S SAVES, X DISCARDS'
                          TO WS-CT-MSG-1
                    ELSE
                       MOVE 'Y' TO WS-CT-DONE
                    END-IF
                 WHEN 'N'
                    IF WS-CT-TOP + 12 <= WS-CT-CNT THEN
                       ADD 12 TO WS-CT-TOP
                    END-IF
                 WHEN 'P'
                    IF WS-CT-TOP > 12 THEN
                       SUBTRACT 12 FROM WS-CT-TOP
                    END-IF
                 WHEN 'G'
                    PERFORM CATALOG-GET THRU CATALOG-GET-EXIT
                 WHEN 'A'
                    PERFORM CATALOG-ADD THRU CATALOG-ADD-EXIT
                 WHEN 'E'
                    PERFORM CATALOG-EDIT THRU CATALOG-EDIT-EXIT
                 WHEN 'D'
                 WHEN 'R'
                    PERFORM CATALOG-ENABLE THRU CATALOG-ENABLE-EXIT
                 WHEN 'Q'
                    PERFORM CATALOG-RESEQ THRU CATALOG-RESEQ-EXIT
                 WHEN 'S'
                    PERFORM SAVE-CATALOG THRU SAVE-CATALOG-EXIT
                 WHEN OTHER
                    MOVE 'UNKNOWN COMMAND' TO WS-CT-MSG-1
              END-EVALUATE
           END-PERFORM.

       BUILD-KNOWN-STEPS.
           MOVE 'AOC-2016-D1P1' TO KS-NAME(1).
           MOVE 'AOC-2016-D2P1' TO KS-NAME(2).
           MOVE 'AOC-2016-D3P1' TO KS-NAME(3).
           MOVE 'AOC-2016-D4P1' TO KS-NAME(4).
           MOVE 'AOC-2016-D5P1' TO KS-NAME(5).
           MOVE 'AOC-2016-D5P2' TO KS-NAME(6).
           MOVE 'AOC-2016-D6P1' TO KS-NAME(7).
           MOVE 'AOC-2016-D6DICT' TO KS-NAME(8).
           MOVE 'AOC-2016-D7P2' TO KS-NAME(9).
           MOVE 'AOC-2016-D7WATCH' TO KS-NAME(10).
           MOVE 'AOC-2016-D8P1' TO KS-NAME(11).
           MOVE 'AOC-2016-D8P1P2' TO KS-NAME(12).
           MOVE 'AOC-2016-D8RECON' TO KS-NAME(13).
           MOVE 'AOC-2016-D9P1' TO KS-NAME(14).
           MOVE 'AOC-2016-D9P2' TO KS-NAME(15).
           MOVE 'AOC-2016-D10P1' TO KS-NAME(16).
           MOVE 'AOC-2016-D10VAL' TO KS-NAME(17).
           MOVE 'AOC-2016-D11P1' TO KS-NAME(18).
           MOVE 'AOC-2016-D12P1' TO KS-NAME(19).
           MOVE 'AOC-2016-D13P1' TO KS-NAME(20).
           MOVE 'AOC-2016-D14P1' TO KS-NAME(21).
           MOVE 'AOC-2016-D16P1' TO KS-NAME(22).
           MOVE 'AOC-2016-D17P1' TO KS-NAME(23).
           MOVE 'AOC-2016-D20P1' TO KS-NAME(24).
           MOVE 'AOC-2016-D21P1' TO KS-NAME(25).
           MOVE 'AOC-2016-D22P1' TO KS-NAME(26).
           MOVE 'AOC-2016-D23P1' TO KS-NAME(27).
           MOVE 'AOC-2016-D24P1' TO KS-NAME(28).
           MOVE 'AOC-2016-D25P1' TO KS-NAME(29).

      *    Same tokenizing as the driver's own catalog load; comment
      *    lines are kept to be written back ahead of the steps.
       LOAD-CATALOG-FOR-EDIT.
           MOVE 0 TO WS-CT-CNT.
           MOVE 0 TO WS-CT-NOTE-CNT.
           MOVE SPACES TO WS-CT-MSG-1.
           MOVE SPACES TO WS-CT-MSG-2.
           OPEN INPUT CATALOGFILE.
           IF WS-CATALOG-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'NO STEP CATALOG YET - ADDED STEPS START A NEW ONE'
                 TO WS-CT-MSG-1
           END-IF.
           PERFORM UNTIL WS-CATALOG-STATUS IS NOT EQUAL TO '00'
              READ CATALOGFILE
                 AT END
                    MOVE '10' TO WS-CATALOG-STATUS
                 NOT AT END
                    PERFORM PARSE-CATALOG-FOR-EDIT
              END-READ
           END-PERFORM.
           CLOSE CATALOGFILE.
           PERFORM SORT-CATALOG.

       PARSE-CATALOG-FOR-EDIT.
           IF CATALOG-REC IS EQUAL TO SPACES OR
              CATALOG-REC(1:1) = '*' THEN
              IF CATALOG-REC(1:1) = '*' AND WS-CT-NOTE-CNT < 20 THEN
                 ADD 1 TO WS-CT-NOTE-CNT
                 MOVE CATALOG-REC TO CT-NOTE(WS-CT-NOTE-CNT)
              END-IF
           ELSE
              IF WS-CT-CNT >= WS-CT-MAX THEN
                 MOVE 'CATALOG HOLDS MORE STEPS THAN THE BATCH RUNS'
                    TO WS-CT-MSG-2
              ELSE
                 MOVE SPACES TO WS-CT-TOK-SEQ WS-CT-TOK-PROGRAM
                    WS-CT-TOK-GROUP WS-CT-TOK-ENABLED WS-CT-REST
                 MOVE FUNCTION TRIM(CATALOG-REC LEADING) TO WS-CT-WORK
                 MOVE 1 TO WS-CT-PTR
                 UNSTRING WS-CT-WORK DELIMITED BY ALL SPACE
                    INTO WS-CT-TOK-SEQ WS-CT-TOK-PROGRAM
                       WS-CT-TOK-GROUP WS-CT-TOK-ENABLED
                    WITH POINTER WS-CT-PTR
                 END-UNSTRING
                 IF WS-CT-PTR <= 140 THEN
                    MOVE WS-CT-WORK(WS-CT-PTR:) TO WS-CT-REST
                 END-IF
                 ADD 1 TO WS-CT-CNT
                 MOVE 0 TO CT-SEQ(WS-CT-CNT)
                 IF FUNCTION TRIM(WS-CT-TOK-SEQ) IS NUMERIC THEN
                    MOVE FUNCTION NUMVAL(WS-CT-TOK-SEQ)
                       TO CT-SEQ(WS-CT-CNT)
                 END-IF
                 MOVE WS-CT-TOK-PROGRAM TO CT-PROGRAM(WS-CT-CNT)
                 MOVE WS-CT-TOK-GROUP TO CT-GROUP(WS-CT-CNT)
                 IF WS-CT-TOK-ENABLED(1:1) = 'N' THEN
                    MOVE 'N' TO CT-ENABLED(WS-CT-CNT)
                 ELSE
                    MOVE 'Y' TO CT-ENABLED(WS-CT-CNT)
                 END-IF
                 MOVE SPACES TO CT-DEPS(WS-CT-CNT)
                 IF WS-CT-REST(1:11) = 'DEPENDS-ON=' THEN
                    MOVE SPACES TO WS-CT-TOK-DEPS
                    MOVE 1 TO WS-CT-PTR
                    UNSTRING WS-CT-REST DELIMITED BY ' '
                       INTO WS-CT-TOK-DEPS
                       WITH POINTER WS-CT-PTR
                    END-UNSTRING
                    MOVE WS-CT-TOK-DEPS(12:64) TO CT-DEPS(WS-CT-CNT)
                    MOVE SPACES TO WS-CT-WORK
                    IF WS-CT-PTR <= 140 THEN
                       MOVE WS-CT-REST(WS-CT-PTR:) TO WS-CT-WORK
                    END-IF
                    MOVE WS-CT-WORK TO WS-CT-REST
                 END-IF
                 MOVE WS-CT-REST TO CT-DESC(WS-CT-CNT)
                 MOVE WS-CT-CNT TO WS-CT-IDX
                 PERFORM BUILD-CATALOG-LINE
                 MOVE WS-CT-LINE TO CT-ORIG(WS-CT-CNT)
              END-IF
           END-IF.

      *    The line as the save will write it, for entry WS-CT-IDX.
       BUILD-CATALOG-LINE.
           MOVE SPACES TO WS-CT-LINE.
           MOVE 1 TO WS-CT-PTR.
           STRING CT-SEQ(WS-CT-IDX) DELIMITED SIZE
              ' ' DELIMITED SIZE
              FUNCTION TRIM(CT-PROGRAM(WS-CT-IDX)) DELIMITED SIZE
              ' ' DELIMITED SIZE
              FUNCTION TRIM(CT-GROUP(WS-CT-IDX)) DELIMITED SIZE
              ' ' DELIMITED SIZE
              CT-ENABLED(WS-CT-IDX) DELIMITED SIZE
              INTO WS-CT-LINE
              WITH POINTER WS-CT-PTR
           END-STRING.
           IF CT-DEPS(WS-CT-IDX) IS NOT EQUAL TO SPACES THEN
              STRING ' DEPENDS-ON=' DELIMITED SIZE
                 FUNCTION TRIM(CT-DEPS(WS-CT-IDX)) DELIMITED SIZE
                 INTO WS-CT-LINE
                 WITH POINTER WS-CT-PTR
              END-STRING
           END-IF.
           IF CT-DESC(WS-CT-IDX) IS NOT EQUAL TO SPACES THEN
              STRING ' ' DELIMITED SIZE
                 FUNCTION TRIM(CT-DESC(WS-CT-IDX)) DELIMITED SIZE
                 INTO WS-CT-LINE
                 WITH POINTER WS-CT-PTR
              END-STRING
           END-IF.

       SORT-CATALOG.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX >= WS-CT-CNT
                 PERFORM VARYING WS-CT-IDX2 FROM 1 BY 1
                    UNTIL WS-CT-IDX2 > WS-CT-CNT - WS-CT-IDX
                       IF CT-SEQ(WS-CT-IDX2) > CT-SEQ(WS-CT-IDX2 + 1)
                          THEN
                          MOVE CT-ENTRY(WS-CT-IDX2) TO WS-CT-HOLD
                          MOVE CT-ENTRY(WS-CT-IDX2 + 1)
                             TO CT-ENTRY(WS-CT-IDX2)
                          MOVE WS-CT-HOLD TO CT-ENTRY(WS-CT-IDX2 + 1)
                       END-IF
                 END-PERFORM
           END-PERFORM.

       FILL-CATALOG-PAGE.
           MOVE SPACES TO WS-CT-ROWS.
           PERFORM VARYING WS-CT-LINE-NO FROM 1 BY 1
              UNTIL WS-CT-LINE-NO > 12
                 COMPUTE WS-CT-IDX = WS-CT-TOP + WS-CT-LINE-NO - 1
                 IF WS-CT-IDX <= WS-CT-CNT THEN
                    MOVE SPACES TO WS-CT-WORK
                    IF CT-DEPS(WS-CT-IDX) IS NOT EQUAL TO SPACES THEN
                       STRING 'DEP=' DELIMITED SIZE
                          CT-DEPS(WS-CT-IDX) DELIMITED SIZE
                          INTO WS-CT-WORK
                       END-STRING
                    ELSE
                       MOVE CT-DESC(WS-CT-IDX) TO WS-CT-WORK
                    END-IF
                    STRING WS-CT-LINE-NO DELIMITED SIZE
                       ' ' DELIMITED SIZE
                       CT-SEQ(WS-CT-IDX) DELIMITED SIZE
                       ' ' DELIMITED SIZE
                       CT-PROGRAM(WS-CT-IDX) DELIMITED SIZE
                       ' ' DELIMITED SIZE
                       CT-GROUP(WS-CT-IDX) DELIMITED SIZE
                       ' ' DELIMITED SIZE
                       CT-ENABLED(WS-CT-IDX) DELIMITED SIZE
                       '  ' DELIMITED SIZE
                       WS-CT-WORK(1:35) DELIMITED SIZE
                       INTO CT-ROW-LINE(WS-CT-LINE-NO)
                    END-STRING
                 END-IF
           END-PERFORM.

      *    Row number on the current page to table entry.
       SELECT-CATALOG-ROW.
           MOVE 0 TO WS-CT-SEL.
           IF CM-ROW >= 1 AND CM-ROW <= 12 THEN
              COMPUTE WS-CT-SEL = WS-CT-TOP + CM-ROW - 1
              IF WS-CT-SEL > WS-CT-CNT THEN
                 MOVE 0 TO WS-CT-SEL
              END-IF
           END-IF.
           IF WS-CT-SEL = 0 THEN
              MOVE 'ENTER THE ROW NUMBER OF A LISTED STEP'
                 TO WS-CT-MSG-1
           END-IF.

       FIND-CATALOG-PROGRAM.
           MOVE 0 TO WS-CT-FIND.
           PERFORM VARYING WS-CT-IDX2 FROM 1 BY 1
              UNTIL WS-CT-IDX2 > WS-CT-CNT
                 IF CT-PROGRAM(WS-CT-IDX2) = WS-CT-DEP-NAME THEN
                    MOVE WS-CT-IDX2 TO WS-CT-FIND
                 END-IF
           END-PERFORM.

       FIND-CATALOG-SEQ.
           MOVE 0 TO WS-CT-FIND.
           PERFORM VARYING WS-CT-IDX2 FROM 1 BY 1
              UNTIL WS-CT-IDX2 > WS-CT-CNT
                 IF CT-SEQ(WS-CT-IDX2) = CM-SEQ THEN
                    MOVE WS-CT-IDX2 TO WS-CT-FIND
                 END-IF
           END-PERFORM.

       CATALOG-GET.
           PERFORM SELECT-CATALOG-ROW.
           IF WS-CT-SEL = 0 THEN
              GO TO CATALOG-GET-EXIT
           END-IF.
           MOVE CT-SEQ(WS-CT-SEL) TO CM-SEQ.
           MOVE CT-PROGRAM(WS-CT-SEL) TO CM-PROGRAM.
           MOVE CT-GROUP(WS-CT-SEL) TO CM-GROUP.
           MOVE CT-DEPS(WS-CT-SEL) TO CM-DEPS.
           MOVE CT-DESC(WS-CT-SEL) TO CM-DESC.
       CATALOG-GET-EXIT.
           EXIT.

       CATALOG-ADD.
           MOVE FUNCTION UPPER-CASE(CM-PROGRAM) TO CM-PROGRAM.
           MOVE FUNCTION UPPER-CASE(CM-GROUP) TO CM-GROUP.
           MOVE FUNCTION UPPER-CASE(CM-DEPS) TO CM-DEPS.
           IF CM-SEQ = 0 OR CM-PROGRAM = SPACES OR CM-GROUP = SPACES
              THEN
              MOVE 'ADD NEEDS SEQ, PROGRAM AND GROUP' TO WS-CT-MSG-1
              GO TO CATALOG-ADD-EXIT
           END-IF.
           IF WS-CT-CNT >= WS-CT-MAX THEN
              MOVE 'CATALOG FULL - THE BATCH RUNS AT MOST 30 STEPS'
                 TO WS-CT-MSG-1
              GO TO CATALOG-ADD-EXIT
           END-IF.
           MOVE CM-PROGRAM TO WS-CT-DEP-NAME.
           PERFORM FIND-CATALOG-PROGRAM.
           IF WS-CT-FIND > 0 THEN
              MOVE 'PROGRAM IS ALREADY A STEP - USE R TO RE-ENABLE IT'
                 TO WS-CT-MSG-1
              GO TO CATALOG-ADD-EXIT
           END-IF.
           PERFORM FIND-CATALOG-SEQ.
           IF WS-CT-FIND > 0 THEN
              MOVE 'SEQ ALREADY IN USE' TO WS-CT-MSG-1
              GO TO CATALOG-ADD-EXIT
           END-IF.
           ADD 1 TO WS-CT-CNT.
           MOVE CM-SEQ TO CT-SEQ(WS-CT-CNT).
           MOVE CM-PROGRAM TO CT-PROGRAM(WS-CT-CNT).
           MOVE CM-GROUP TO CT-GROUP(WS-CT-CNT).
           MOVE 'Y' TO CT-ENABLED(WS-CT-CNT).
           MOVE SPACES TO CT-DEPS(WS-CT-CNT).
           IF CM-DEPS IS NOT EQUAL TO '-' THEN
              MOVE CM-DEPS TO CT-DEPS(WS-CT-CNT)
           END-IF.
           MOVE CM-DESC TO CT-DESC(WS-CT-CNT).
           MOVE SPACES TO CT-ORIG(WS-CT-CNT).
           PERFORM SORT-CATALOG.
           STRING 'ADDED ' DELIMITED SIZE
              FUNCTION TRIM(CM-PROGRAM) DELIMITED SIZE
              ' - NOT SAVED YET' DELIMITED SIZE
              INTO WS-CT-MSG-1
           END-STRING.
       CATALOG-ADD-EXIT.
           EXIT.

       CATALOG-EDIT.
           PERFORM SELECT-CATALOG-ROW.
           IF WS-CT-SEL = 0 THEN
              GO TO CATALOG-EDIT-EXIT
           END-IF.
           IF CM-GROUP IS NOT EQUAL TO SPACES THEN
              MOVE FUNCTION UPPER-CASE(CM-GROUP) TO CT-GROUP(WS-CT-SEL)
           END-IF.
           IF CM-DEPS = '-' THEN
              MOVE SPACES TO CT-DEPS(WS-CT-SEL)
           ELSE
              IF CM-DEPS IS NOT EQUAL TO SPACES THEN
                 MOVE FUNCTION UPPER-CASE(CM-DEPS) TO CT-DEPS(WS-CT-SEL)
              END-IF
           END-IF.
           IF CM-DESC IS NOT EQUAL TO SPACES THEN
              MOVE CM-DESC TO CT-DESC(WS-CT-SEL)
           END-IF.
           STRING 'EDITED ' DELIMITED SIZE
              FUNCTION TRIM(CT-PROGRAM(WS-CT-SEL)) DELIMITED SIZE
              ' - NOT SAVED YET' DELIMITED SIZE
              INTO WS-CT-MSG-1
           END-STRING.
       CATALOG-EDIT-EXIT.
           EXIT.

       CATALOG-ENABLE.
           PERFORM SELECT-CATALOG-ROW.
           IF WS-CT-SEL = 0 THEN
              GO TO CATALOG-ENABLE-EXIT
           END-IF.
           IF WS-CT-COMMAND = 'D' THEN
              MOVE 'N' TO CT-ENABLED(WS-CT-SEL)
              MOVE 'DISABLED ' TO WS-CT-WORK
           ELSE
              MOVE 'Y' TO CT-ENABLED(WS-CT-SEL)
              MOVE 'ENABLED ' TO WS-CT-WORK
           END-IF.
           STRING FUNCTION TRIM(WS-CT-WORK) DELIMITED SIZE
              ' ' DELIMITED SIZE
              FUNCTION TRIM(CT-PROGRAM(WS-CT-SEL)) DELIMITED SIZE
              ' - NOT SAVED YET' DELIMITED SIZE
              INTO WS-CT-MSG-1
           END-STRING.
       CATALOG-ENABLE-EXIT.
           EXIT.

       CATALOG-RESEQ.
           PERFORM SELECT-CATALOG-ROW.
           IF WS-CT-SEL = 0 THEN
              GO TO CATALOG-RESEQ-EXIT
           END-IF.
           IF CM-SEQ = 0 THEN
              MOVE 'ENTER THE NEW SEQ' TO WS-CT-MSG-1
              GO TO CATALOG-RESEQ-EXIT
           END-IF.
           PERFORM FIND-CATALOG-SEQ.
           IF WS-CT-FIND > 0 THEN
              MOVE 'SEQ ALREADY IN USE' TO WS-CT-MSG-1
              GO TO CATALOG-RESEQ-EXIT
           END-IF.
           MOVE CM-SEQ TO CT-SEQ(WS-CT-SEL).
           STRING 'MOVED ' DELIMITED SIZE
              FUNCTION TRIM(CT-PROGRAM(WS-CT-SEL)) DELIMITED SIZE
              ' TO SEQ ' DELIMITED SIZE
              CM-SEQ DELIMITED SIZE
              ' - NOT SAVED YET' DELIMITED SIZE
              INTO WS-CT-MSG-1
           END-STRING.
           PERFORM SORT-CATALOG.
       CATALOG-RESEQ-EXIT.
           EXIT.

       COUNT-CATALOG-CHANGES.
           MOVE 0 TO WS-CT-CHANGES.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-CNT
                 PERFORM BUILD-CATALOG-LINE
                 IF WS-CT-LINE IS NOT EQUAL TO CT-ORIG(WS-CT-IDX) THEN
                    ADD 1 TO WS-CT-CHANGES
                 END-IF
           END-PERFORM.

       SAVE-CATALOG.
           PERFORM COUNT-CATALOG-CHANGES.
           IF WS-CT-CHANGES = 0 THEN
              MOVE 'NO CHANGES TO SAVE' TO WS-CT-MSG-1
              GO TO SAVE-CATALOG-EXIT
           END-IF.
           PERFORM VALIDATE-CATALOG.
           IF WS-CT-ERRORS > 0 THEN
              MOVE WS-CT-ERROR-TEXT TO WS-CT-MSG-1
              STRING 'SAVE REJECTED - ' DELIMITED SIZE
                 WS-CT-ERRORS DELIMITED SIZE
                 ' ERROR(S), CATALOG NOT WRITTEN' DELIMITED SIZE
                 INTO WS-CT-MSG-2
              END-STRING
              GO TO SAVE-CATALOG-EXIT
           END-IF.
           MOVE SPACES TO FZ-CHANGE.
           STRING 'STEP CATALOG SAVE, ' DELIMITED SIZE
              WS-CT-CHANGES DELIMITED SIZE
              ' STEP(S) CHANGED' DELIMITED SIZE
              INTO FZ-CHANGE
           END-STRING.
           PERFORM CHECK-FREEZE.
           IF WS-FZ-LINKED = 'N' THEN
              MOVE 'FREEZE SERVICE UNAVAILABLE - CHANGE REFUSED'
                 TO WS-CT-MSG-1
              MOVE 'CATALOG NOT WRITTEN' TO WS-CT-MSG-2
              GO TO SAVE-CATALOG-EXIT
           END-IF.
           IF FZ-ALLOWED IS NOT EQUAL TO 'Y' THEN
              STRING 'CHANGE FREEZE UNTIL ' DELIMITED SIZE
                 FZ-UNTIL DELIMITED SIZE
                 ' - SAVE REFUSED, NO EMERGENCY REF' DELIMITED SIZE
                 INTO WS-CT-MSG-1
              END-STRING
              STRING FUNCTION TRIM(FZ-REASON) DELIMITED SIZE
                 ' (APPROVED BY ' DELIMITED SIZE
                 FUNCTION TRIM(FZ-APPROVER) DELIMITED SIZE
                 ')' DELIMITED SIZE
                 INTO WS-CT-MSG-2
              END-STRING
              GO TO SAVE-CATALOG-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE SPACES TO WS-CATGEN-NAME.
           STRING 'aoc_step_catalog.txt.g' DELIMITED SIZE
              WS-STAMP-DATE DELIMITED SIZE
              WS-STAMP-TIME DELIMITED SIZE
              INTO WS-CATGEN-NAME
           END-STRING.
           OPEN INPUT CATALOGFILE.
           IF WS-CATALOG-STATUS = '00' THEN
              OPEN OUTPUT CATGENFILE
              IF WS-CATGEN-STATUS IS NOT EQUAL TO '00' THEN
                 CLOSE CATALOGFILE
                 MOVE 'CANNOT WRITE THE CATALOG GENERATION - NOT SAVED'
                    TO WS-CT-MSG-1
                 GO TO SAVE-CATALOG-EXIT
              END-IF
              PERFORM UNTIL WS-CATALOG-STATUS IS NOT EQUAL TO '00'
                 READ CATALOGFILE
                    AT END
                       MOVE '10' TO WS-CATALOG-STATUS
                    NOT AT END
                       MOVE CATALOG-REC TO CATGEN-REC
                       WRITE CATGEN-REC
                 END-READ
              END-PERFORM
              CLOSE CATGENFILE
              CLOSE CATALOGFILE
           ELSE
              MOVE SPACES TO WS-CATGEN-NAME
           END-IF.
           OPEN OUTPUT CATALOGFILE.
           IF WS-CATALOG-STATUS IS NOT EQUAL TO '00' THEN
              MOVE 'CANNOT WRITE AOC_STEP_CATALOG.TXT' TO WS-CT-MSG-1
              GO TO SAVE-CATALOG-EXIT
           END-IF.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-NOTE-CNT
                 MOVE CT-NOTE(WS-CT-IDX) TO CATALOG-REC
                 WRITE CATALOG-REC
           END-PERFORM.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-CNT
                 PERFORM BUILD-CATALOG-LINE
                 MOVE WS-CT-LINE TO CATALOG-REC
                 WRITE CATALOG-REC
           END-PERFORM.
           CLOSE CATALOGFILE.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-CNT
                 PERFORM BUILD-CATALOG-LINE
                 IF WS-CT-LINE IS NOT EQUAL TO CT-ORIG(WS-CT-IDX) THEN
                    PERFORM AUDIT-CATALOG-CHANGE
                    MOVE WS-CT-LINE TO CT-ORIG(WS-CT-IDX)
                 END-IF
           END-PERFORM.
           STRING 'CATALOG SAVED - ' DELIMITED SIZE
              WS-CT-CHANGES DELIMITED SIZE
              ' STEP(S) CHANGED' DELIMITED SIZE
              INTO WS-CT-MSG-1
           END-STRING.
           IF WS-CATGEN-NAME IS NOT EQUAL TO SPACES THEN
              STRING 'PREVIOUS CATALOG KEPT AS ' DELIMITED SIZE
                 FUNCTION TRIM(WS-CATGEN-NAME) DELIMITED SIZE
                 INTO WS-CT-MSG-2
              END-STRING
           END-IF.
       SAVE-CATALOG-EXIT.
           EXIT.

       AUDIT-CATALOG-CHANGE.
           MOVE SPACES TO WS-AUDIT-ACTION.
           IF CT-ORIG(WS-CT-IDX) = SPACES THEN
              MOVE 'STEP CATALOG BEFORE (NEW STEP)' TO WS-AUDIT-ACTION
           ELSE
              STRING 'STEP CATALOG BEFORE ' DELIMITED SIZE
                 FUNCTION TRIM(CT-ORIG(WS-CT-IDX)) DELIMITED SIZE
                 INTO WS-AUDIT-ACTION
              END-STRING
           END-IF.
           PERFORM WRITE-OP-AUDIT.
           MOVE SPACES TO WS-AUDIT-ACTION.
           STRING 'STEP CATALOG AFTER  ' DELIMITED SIZE
              FUNCTION TRIM(WS-CT-LINE) DELIMITED SIZE
              INTO WS-AUDIT-ACTION
           END-STRING.
           PERFORM WRITE-OP-AUDIT.

      *    Unknown programs and prerequisites are reported by name;
      *    a cycle is whatever cannot be resolved once every step
      *    whose prerequisites are all resolved has been resolved,
      *    repeatedly.
       VALIDATE-CATALOG.
           MOVE 0 TO WS-CT-ERRORS.
           MOVE SPACES TO WS-CT-ERROR-TEXT.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-CNT
                 MOVE 'N' TO WS-CT-READY
                 PERFORM VARYING WS-KS-IDX FROM 1 BY 1
                    UNTIL WS-KS-IDX > WS-KS-MAX
                       IF KS-NAME(WS-KS-IDX) = CT-PROGRAM(WS-CT-IDX)
                          THEN
                          MOVE 'Y' TO WS-CT-READY
                       END-IF
                 END-PERFORM
                 IF WS-CT-READY = 'N' THEN
                    ADD 1 TO WS-CT-ERRORS
                    IF WS-CT-ERROR-TEXT = SPACES THEN
                       STRING 'UNKNOWN PROGRAM ' DELIMITED SIZE
                          FUNCTION TRIM(CT-PROGRAM(WS-CT-IDX))
                             DELIMITED SIZE
                          ' AT SEQ ' DELIMITED SIZE
                          CT-SEQ(WS-CT-IDX) DELIMITED SIZE
                          INTO WS-CT-ERROR-TEXT
                       END-STRING
                    END-IF
                 END-IF
                 MOVE CT-DEPS(WS-CT-IDX) TO WS-CT-DEP-LIST
                 PERFORM UNTIL WS-CT-DEP-LIST = SPACES
                    MOVE SPACES TO WS-CT-DEP-NAME
                    MOVE SPACES TO WS-CT-DEP-REST
                    UNSTRING WS-CT-DEP-LIST DELIMITED BY ','
                       INTO WS-CT-DEP-NAME WS-CT-DEP-REST
                    END-UNSTRING
                    MOVE WS-CT-DEP-REST TO WS-CT-DEP-LIST
                    IF WS-CT-DEP-NAME IS NOT EQUAL TO SPACES THEN
                       PERFORM FIND-CATALOG-PROGRAM
                       IF WS-CT-FIND = 0 THEN
                          ADD 1 TO WS-CT-ERRORS
                          IF WS-CT-ERROR-TEXT = SPACES THEN
                             STRING 'UNKNOWN PREREQUISITE '
                                   DELIMITED SIZE
                                FUNCTION TRIM(WS-CT-DEP-NAME)
                                   DELIMITED SIZE
                                ' ON ' DELIMITED SIZE
                                FUNCTION TRIM(CT-PROGRAM(WS-CT-IDX))
                                   DELIMITED SIZE
                                INTO WS-CT-ERROR-TEXT
                             END-STRING
                          END-IF
                       END-IF
                    END-IF
                 END-PERFORM
                 MOVE 'N' TO CT-RESOLVED(WS-CT-IDX)
           END-PERFORM.
           MOVE 'Y' TO WS-CT-PROGRESS.
           PERFORM UNTIL WS-CT-PROGRESS = 'N'
              MOVE 'N' TO WS-CT-PROGRESS
              PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                 UNTIL WS-CT-IDX > WS-CT-CNT
                    IF CT-RESOLVED(WS-CT-IDX) = 'N' THEN
                       PERFORM CHECK-CATALOG-DEPS-RESOLVED
                       IF WS-CT-READY = 'Y' THEN
                          MOVE 'Y' TO CT-RESOLVED(WS-CT-IDX)
                          MOVE 'Y' TO WS-CT-PROGRESS
                       END-IF
                    END-IF
              END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-CT-CYCLE-TEXT.
           MOVE 1 TO WS-CT-PTR.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CT-CNT
                 IF CT-RESOLVED(WS-CT-IDX) = 'N' THEN
                    IF WS-CT-PTR = 1 THEN
                       ADD 1 TO WS-CT-ERRORS
                       STRING 'PREREQUISITE CYCLE:' DELIMITED SIZE
                          INTO WS-CT-CYCLE-TEXT
                          WITH POINTER WS-CT-PTR
                       END-STRING
                    END-IF
                    STRING ' ' DELIMITED SIZE
                       FUNCTION TRIM(CT-PROGRAM(WS-CT-IDX))
                          DELIMITED SIZE
                       INTO WS-CT-CYCLE-TEXT
                       WITH POINTER WS-CT-PTR
                       ON OVERFLOW
                          CONTINUE
                    END-STRING
                 END-IF
           END-PERFORM.
           IF WS-CT-CYCLE-TEXT IS NOT EQUAL TO SPACES AND
              WS-CT-ERROR-TEXT = SPACES THEN
              MOVE WS-CT-CYCLE-TEXT TO WS-CT-ERROR-TEXT
           END-IF.

      *    Unknown prerequisites were reported above and do not
      *    hold a step back here.
       CHECK-CATALOG-DEPS-RESOLVED.
           MOVE 'Y' TO WS-CT-READY.
           MOVE CT-DEPS(WS-CT-IDX) TO WS-CT-DEP-LIST.
           PERFORM UNTIL WS-CT-DEP-LIST = SPACES
              MOVE SPACES TO WS-CT-DEP-NAME
              MOVE SPACES TO WS-CT-DEP-REST
              UNSTRING WS-CT-DEP-LIST DELIMITED BY ','
                 INTO WS-CT-DEP-NAME WS-CT-DEP-REST
              END-UNSTRING
              MOVE WS-CT-DEP-REST TO WS-CT-DEP-LIST
              IF WS-CT-DEP-NAME IS NOT EQUAL TO SPACES THEN
                 PERFORM FIND-CATALOG-PROGRAM
                 IF WS-CT-FIND > 0 THEN
                    IF CT-RESOLVED(WS-CT-FIND) = 'N' THEN
                       MOVE 'N' TO WS-CT-READY
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *    Alert sign-off. Lists every OPEN alert (ALERT=nnnn at 1-10,
      *    state at 12-16, see AOC-2016-ALERTS), asks which one to
      *    acknowledge and by whom, flips the state to ACKED with the
              DISPLAY 'NO PENDING GLYPHS TO REVIEW'
              GO TO REVIEW-GLYPHS-EXIT
           END-IF.
           PERFORM ASK-EMERGENCY-REF.
           IF FZ-FROZEN = 'Y' AND WS-FZ-REF = SPACES THEN
              MOVE 'REVIEW PENDING GLYPHS' TO FZ-CHANGE
              PERFORM CHECK-FREEZE
              DISPLAY 'REFUSED: NO GLYPH APPROVALS DURING A CHANGE '
                 'FREEZE WITHOUT AN EMERGENCY-CHANGE REFERENCE'
              GO TO REVIEW-GLYPHS-EXIT
           END-IF.
           PERFORM VARYING WS-PGL-IDX FROM 1 BY 1
              UNTIL WS-PGL-IDX > WS-PGL-CNT
                 PERFORM REVIEW-ONE-GLYPH
           MOVE SPACE TO WS-PGL-LETTER.
           ACCEPT WS-PGL-LETTER FROM SYSIN.
           IF WS-PGL-LETTER IS NOT EQUAL TO SPACE THEN
              MOVE 'Y' TO PGL-DONE(WS-PGL-IDX)
              PERFORM APPEND-GLYPH-TO-LIBRARY THRU
                 APPEND-GLYPH-TO-LIBRARY-EXIT
           END-IF.

       APPEND-GLYPH-TO-LIBRARY.
           MOVE SPACES TO FZ-CHANGE.
           STRING 'GLYPH APPROVED AS ' DELIMITED SIZE
              WS-PGL-LETTER DELIMITED SIZE
              INTO FZ-CHANGE
           END-STRING.
           PERFORM CHECK-FREEZE.
           IF FZ-ALLOWED IS NOT EQUAL TO 'Y' THEN
              IF WS-FZ-LINKED = 'Y' THEN
                 DISPLAY 'CHANGE FREEZE UNTIL ' FZ-UNTIL
                    ' - NOT APPROVED'
              END-IF
              MOVE 'N' TO PGL-DONE(WS-PGL-IDX)
              GO TO APPEND-GLYPH-TO-LIBRARY-EXIT
           END-IF.
           OPEN EXTEND GLYPHLIB.
           IF WS-GLYPHLIB-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'GLYPH LIBRARY UNAVAILABLE (STATUS '
              END-STRING
              PERFORM WRITE-OP-AUDIT
           END-IF.
       APPEND-GLYPH-TO-LIBRARY-EXIT.
           EXIT.

      *    Freeze state when a changing function is opened; the
      *    reference is asked for only while a freeze is on.
       ASK-EMERGENCY-REF.
           MOVE SPACES TO WS-FZ-REF.
           MOVE 'STATUS' TO FZ-FUNC.
           CALL 'AOC-2016-FREEZE' USING FZ-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO FZ-FROZEN
           END-CALL.
           IF FZ-FROZEN = 'Y' THEN
              DISPLAY 'CHANGE FREEZE UNTIL ' FZ-UNTIL ': '
                 FUNCTION TRIM(FZ-REASON) ' (APPROVED BY '
                 FUNCTION TRIM(FZ-APPROVER) ')'
              DISPLAY 'EMERGENCY-CHANGE REFERENCE (BLANK = NONE): '
                 WITH NO ADVANCING
              ACCEPT WS-FZ-REF FROM SYSIN
           END-IF.

      *    FZ-CHANGE set by the caller; the freeze service logs the
      *    decision when a freeze is on. Without the service nothing
      *    can say the change is outside a freeze, so it is refused.
       CHECK-FREEZE.
           MOVE 'CHECK' TO FZ-FUNC.
           MOVE 'AOC-2016-CONSOLE' TO FZ-PROGRAM.
           MOVE WS-OPERATOR-ID TO FZ-OPERATOR.
           MOVE WS-FZ-REF TO FZ-EMERGENCY-REF.
           MOVE 'Y' TO WS-FZ-LINKED.
           CALL 'AOC-2016-FREEZE' USING FZ-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO WS-FZ-LINKED
                 MOVE 'N' TO FZ-ALLOWED
           END-CALL.
           IF WS-FZ-LINKED = 'N' THEN
              DISPLAY 'FREEZE SERVICE UNAVAILABLE - CHANGE REFUSED'
              MOVE 'Y' TO WS-FZ-MISSING
           END-IF.

       REWRITE-PENDING-FILE.
           MOVE 0 TO WS-PGL-KEPT.
