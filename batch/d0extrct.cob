      *
      *    with the verdict taken from the verify pass that just ran
      *    (MATCH / MISMATCH / UNKNOWN, NOT-VERIFIED when the verifier
      *    has no line for the answer). An answer carrying notes in
      *    the annotation register has its standing annotation
      *    flagged onto the verdict, as MATCH+DISPUTED, MATCH+
      *    KNOWN-ISSUE and so on - the column stays one field. Field
      *    values are trimmed; the six fields and their order are the
      *    interface contract.
      *
      *    The feed is sequenced so a missed night is never simply
      *    gone: each extract also lands in aoc_extract_nnnnnn.txt,
      *    NOT-VERIFIED where the verifier no longer has lines).
      *    aoc_extract.txt remains a copy of the newest sequence for
      *    readers of the original contract.
      *
      *    Corrections (ledger lines stamped CORRECTED= by the
      *    AOC-2016-LEDGER CORRECT function) are not answers of a
      *    run: each goes out once, in the next sequence produced
      *    after it was recorded, as a recall record in the same six
      *    fields -
      *
      *        RUNNO|CORRECTED-DATE|PROGRAM-ID|PART-LABEL|ANSWER|
      *        CORRECTS=nnnnnn
      *
      *    RUNNO being the corrected run and nnnnnn the sequence that
      *    carried its original answer (000000 when that run never
      *    shipped). aoc_feed_corrections.txt ('SEQ=n CORR=n ORIG=n')
      *    records which sequence carried which correction (CORR= is
      *    its ordinal among the ledger's corrections), so an
      *    unacknowledged sequence is regenerated with its recall
      *    records too and acknowledgment needs nothing new.
      *
      *    An answer (or correction) of a puzzle account - a ledger
      *    line stamped ACCOUNT=id - carries a seventh field after
      *    the six, ACCOUNT=id, and takes the verdict the verifier
      *    gave that account's line. Lines without an account keep
      *    exactly six fields.
      *
      *    Every sequence written (regenerated ones too) is checked
      *    by AOC-2016-FMTCHECK against the layout declared for
      *    aoc_extract.txt before it is logged. A sequence that
      *    breaks the layout is rewritten as a withholding notice -
      *    numbering stays dense, and the loader never acknowledges
      *    it, so it is rebuilt on a later night - and the step ends
      *    CC 8.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEEDLOG-STATUS.

           SELECT FEEDCORR ASSIGN TO 'aoc_feed_corrections.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEEDCORR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGERFILE.
       FD  FEEDLOG.
       01  FEEDLOG-REC         PIC X(60).

       FD  FEEDCORR.
       01  FEEDCORR-REC        PIC X(60).

       WORKING-STORAGE SECTION.
       COPY "run_registry.cpy".
       COPY "annotation_register.cpy".
       COPY "format_check.cpy".

       01  WS-LEDGER-STATUS    PIC XX.
       01  WS-VERIFY-STATUS    PIC XX.

       01  WS-VFY-MAX          PIC 9(3)   VALUE 600.
       01  WS-VFY-CNT          PIC 9(3)   VALUE 0.
       01  VERIFY-TABLE.
           05 VFY-ENTRY OCCURS 600 TIMES.
              10 VFY-KEY       PIC X(60).
              10 VFY-VERDICT   PIC X(12).
       01  WS-VFY-IDX          PIC 9(3).
       01  WS-LINE-REST        PIC X(140).
       01  WS-LINE-TAIL        PIC X(60).
       01  WS-WORK-KEY         PIC X(60).
       01  WS-VERDICT          PIC X(25).
       01  WS-FLAGGED-VERDICT  PIC X(25).
       01  WS-EQ-POS           PIC 9(3).
       01  WS-OUT-CNT          PIC 9(5)   VALUE 0.
       01  WS-EXTRACT-NAME     PIC X(100).
              10 LOG-RUN       PIC 9(6).
       01  WS-LOG-IDX          PIC 999.
       01  WS-REGEN-CNT        PIC 9(4)   VALUE 0.
       01  WS-FEEDCORR-STATUS  PIC XX.
       01  WS-COR-MAX          PIC 999    VALUE 500.
       01  WS-COR-CNT          PIC 999    VALUE 0.
       01  WS-COR-TABLE.
           05 COR-ENTRY OCCURS 500 TIMES.
              10 COR-SEQ       PIC 9(6).
              10 COR-NUM       PIC 9(6).
              10 COR-ORIG      PIC 9(6).
       01  WS-COR-IDX          PIC 999.
       01  WS-COR-ISSUED       PIC 9(6)   VALUE 0.
       01  WS-COR-ORDINAL      PIC 9(6).
       01  WS-COR-MODE         PIC X.
       01  WS-COR-SHIP         PIC X.
       01  WS-COR-ORIG-SEQ     PIC 9(6).
       01  WS-COR-OUT-CNT      PIC 9(5)   VALUE 0.
       01  WS-COR-TALLY        PIC 9(3).
       01  WS-COR-DATE         PIC X(8).
       01  WS-COR-TAIL         PIC X(60).
       01  WS-COPY-CMD         PIC X(300).
       01  WS-LINE-ACCOUNT     PIC X(8).
       01  WS-ACCT-HEAD        PIC X(200).
       01  WS-ACCT-TAIL        PIC X(60).
       01  WS-ACCT-KEY         PIC X(60).
       01  WS-OUT-PTR          PIC 9(3).
       01  WS-LAYOUT-HELD      PIC X      VALUE 'N'.
       01  RR-REQUEST.
           05 RR-FUNC          PIC X(8).
           05 RR-OUTCOME-CC    PIC 99.
                    PERFORM BUILD-SEQ-NAME
                    PERFORM WRITE-ONE-EXTRACT THRU
                       WRITE-ONE-EXTRACT-EXIT
                    MOVE 'R' TO WS-COR-MODE
                    PERFORM WRITE-CORRECTIONS THRU
                       WRITE-CORRECTIONS-EXIT
                    PERFORM CHECK-EXTRACT-LAYOUT
                    ADD 1 TO WS-REGEN-CNT
                    DISPLAY 'REGENERATED UNACKNOWLEDGED SEQUENCE '
                       LOG-SEQ(WS-LOG-IDX) ' (RUN '
           IF RETURN-CODE = 8 THEN
              GOBACK
           END-IF.
           MOVE 0 TO WS-COR-OUT-CNT.
           MOVE 'N' TO WS-COR-MODE.
           PERFORM WRITE-CORRECTIONS THRU WRITE-CORRECTIONS-EXIT.
           PERFORM CHECK-EXTRACT-LAYOUT.
           PERFORM APPEND-FEED-LOG.
           PERFORM WRITE-FEED-CONTROL.
      *    The original single-file contract stays served with a
           MOVE 0 TO RETURN-CODE.
           DISPLAY 'EXTRACT SEQUENCE ' WS-NEW-SEQ ' WRITTEN: '
              FUNCTION TRIM(WS-EXTRACT-NAME) ' ('
              WS-OUT-CNT ' RECORD(S), ' WS-COR-OUT-CNT
              ' CORRECTION(S), ' WS-REGEN-CNT ' REGENERATED)'.
           IF WS-LAYOUT-HELD = 'Y' THEN
              MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    The sequence file just written against the declared
      *    extract layout; a break replaces it with the notice.
       CHECK-EXTRACT-LAYOUT.
           MOVE 'ONE' TO FC-FUNC.
           MOVE WS-EXTRACT-NAME TO FC-ARTIFACT.
           MOVE 'aoc_extract.txt' TO FC-LAYOUT.
           MOVE 0 TO FC-BREAKS.
           CALL 'AOC-2016-FMTCHECK' USING FC-REQUEST
              ON EXCEPTION
                 MOVE 0 TO FC-BREAKS
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           IF FC-BREAKS > 0 THEN
              MOVE 'Y' TO WS-LAYOUT-HELD
              OPEN OUTPUT EXTRACTFILE
              MOVE SPACES TO EXTRACT-REC
              STRING 'RUN ' DELIMITED SIZE
                 WS-FILTER-RUN DELIMITED SIZE
                 ' BREAKS THE EXTRACT LAYOUT - ANSWERS WITHHELD'
                 DELIMITED SIZE
                 INTO EXTRACT-REC
              END-STRING
              WRITE EXTRACT-REC
              CLOSE EXTRACTFILE
              DISPLAY 'SEQUENCE ' WS-SEQ-DIGITS
                 ' BREAKS THE EXTRACT LAYOUT - WITHHELD (SEE '
                 'aoc_format_report.txt)'
           END-IF.

       BUILD-SEQ-NAME.
           MOVE SPACES TO WS-EXTRACT-NAME.
           STRING 'aoc_extract_' DELIMITED SIZE
              END-PERFORM
              CLOSE FEEDLOG
           END-IF.
           OPEN INPUT FEEDCORR.
           IF WS-FEEDCORR-STATUS = '00' THEN
              PERFORM UNTIL WS-FEEDCORR-STATUS IS NOT EQUAL TO '00'
                 READ FEEDCORR
                    AT END
                       MOVE '10' TO WS-FEEDCORR-STATUS
                    NOT AT END
                       IF FEEDCORR-REC(1:4) = 'SEQ=' AND
                          FEEDCORR-REC(5:6) IS NUMERIC AND
                          FEEDCORR-REC(17:6) IS NUMERIC AND
                          FEEDCORR-REC(29:6) IS NUMERIC AND
                          WS-COR-CNT < WS-COR-MAX THEN
                          ADD 1 TO WS-COR-CNT
                          MOVE FEEDCORR-REC(5:6)
                             TO COR-SEQ(WS-COR-CNT)
                          MOVE FEEDCORR-REC(17:6)
                             TO COR-NUM(WS-COR-CNT)
                          MOVE FEEDCORR-REC(29:6)
                             TO COR-ORIG(WS-COR-CNT)
                          IF COR-NUM(WS-COR-CNT) > WS-COR-ISSUED THEN
                             MOVE COR-NUM(WS-COR-CNT)
                                TO WS-COR-ISSUED
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FEEDCORR
           END-IF.
       LOAD-FEED-STATE-EXIT.
           EXIT.

                 MOVE VERIFY-REC(14:WS-EQ-POS - 1)
                    TO VFY-KEY(WS-VFY-CNT)
                 MOVE VERIFY-REC(1:12) TO VFY-VERDICT(WS-VFY-CNT)
                 MOVE SPACES TO WS-ACCT-HEAD
                 MOVE SPACES TO WS-ACCT-TAIL
                 UNSTRING VERIFY-REC DELIMITED BY ' ACCOUNT='
                    INTO WS-ACCT-HEAD WS-ACCT-TAIL
                 END-UNSTRING
                 IF WS-ACCT-TAIL IS NOT EQUAL TO SPACES THEN
                    MOVE SPACES TO WS-ACCT-KEY
                    STRING FUNCTION TRIM(VFY-KEY(WS-VFY-CNT))
                       DELIMITED SIZE
                       ' ACCOUNT=' DELIMITED SIZE
                       WS-ACCT-TAIL DELIMITED BY SPACE
                       INTO WS-ACCT-KEY
                    END-STRING
                    MOVE WS-ACCT-KEY TO VFY-KEY(WS-VFY-CNT)
                 END-IF
              END-IF
           END-IF.

      *    standalone run 0 extracts everything). Ledger layout is
      *    fixed: program 1-20, label 23-52, answer from 56.
       EXTRACT-LINE.
           MOVE 0 TO WS-COR-TALLY.
           INSPECT LEDGER-REC TALLYING WS-COR-TALLY
              FOR ALL ' CORRECTED='.
           IF LEDGER-REC IS EQUAL TO SPACES OR WS-COR-TALLY > 0 THEN
              CONTINUE
           ELSE
              MOVE SPACES TO WS-LINE-REST
                    FUNCTION TRIM(WS-LINE-REST(23:30)) DELIMITED SIZE
                    INTO WS-WORK-KEY
                 END-STRING
                 PERFORM GET-LINE-ACCOUNT
                 IF WS-LINE-ACCOUNT IS NOT EQUAL TO SPACES THEN
                    MOVE SPACES TO WS-ACCT-KEY
                    STRING FUNCTION TRIM(WS-WORK-KEY) DELIMITED SIZE
                       ' ACCOUNT=' DELIMITED SIZE
                       FUNCTION TRIM(WS-LINE-ACCOUNT) DELIMITED SIZE
                       INTO WS-ACCT-KEY
                    END-STRING
                    MOVE WS-ACCT-KEY TO WS-WORK-KEY
                 END-IF
                 PERFORM FIND-VERDICT
                 PERFORM FLAG-ANNOTATION
                 ADD 1 TO WS-OUT-CNT
                 MOVE SPACES TO EXTRACT-REC
                 STRING WS-RUN-DIGITS DELIMITED SIZE
                    FUNCTION TRIM(WS-VERDICT) DELIMITED SIZE
                    INTO EXTRACT-REC
                 END-STRING
                 PERFORM APPEND-ACCOUNT-FIELD
                 WRITE EXTRACT-REC
              END-IF
           END-IF.

      *    Recall records appended to the sequence file just
      *    written (WS-EXTRACT-NAME). Mode R re-issues exactly the
      *    corrections logged against the sequence being regenerated
      *    (WS-SEQ-DIGITS); mode N issues every correction recorded
      *    since the last one shipped and logs it against tonight's
      *    sequence.
       WRITE-CORRECTIONS.
           IF WS-COR-MODE = 'R' AND WS-COR-CNT = 0 THEN
              GO TO WRITE-CORRECTIONS-EXIT
           END-IF.
           OPEN INPUT LEDGERFILE.
           IF WS-LEDGER-STATUS IS NOT EQUAL TO '00' THEN
              GO TO WRITE-CORRECTIONS-EXIT
           END-IF.
           OPEN EXTEND EXTRACTFILE.
           MOVE 0 TO WS-COR-ORDINAL.
           PERFORM UNTIL WS-LEDGER-STATUS IS NOT EQUAL TO '00'
              READ LEDGERFILE
                 AT END
                    MOVE '10' TO WS-LEDGER-STATUS
                 NOT AT END
                    MOVE 0 TO WS-COR-TALLY
                    INSPECT LEDGER-REC TALLYING WS-COR-TALLY
                       FOR ALL ' CORRECTED='
                    IF WS-COR-TALLY > 0 THEN
                       ADD 1 TO WS-COR-ORDINAL
                       PERFORM CORRECTION-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LEDGERFILE.
           CLOSE EXTRACTFILE.
       WRITE-CORRECTIONS-EXIT.
           EXIT.

       CORRECTION-LINE.
           MOVE 'N' TO WS-COR-SHIP.
           MOVE 0 TO WS-COR-ORIG-SEQ.
           IF WS-COR-MODE = 'R' THEN
              PERFORM VARYING WS-COR-IDX FROM 1 BY 1
                 UNTIL WS-COR-IDX > WS-COR-CNT
                    IF COR-NUM(WS-COR-IDX) = WS-COR-ORDINAL AND
                       COR-SEQ(WS-COR-IDX) = WS-SEQ-DIGITS THEN
                       MOVE 'Y' TO WS-COR-SHIP
                       MOVE COR-ORIG(WS-COR-IDX) TO WS-COR-ORIG-SEQ
                    END-IF
              END-PERFORM
           ELSE
              IF WS-COR-ORDINAL > WS-COR-ISSUED THEN
                 MOVE 'Y' TO WS-COR-SHIP
              END-IF
           END-IF.
           IF WS-COR-SHIP = 'N' THEN
              CONTINUE
           ELSE
              MOVE SPACES TO WS-LINE-REST
              MOVE SPACES TO WS-LINE-TAIL
              UNSTRING LEDGER-REC DELIMITED BY ' RUN='
                 INTO WS-LINE-REST WS-LINE-TAIL
              END-UNSTRING
              MOVE WS-LINE-TAIL(1:6) TO WS-RUN-DIGITS
              IF WS-RUN-DIGITS IS NOT NUMERIC THEN
                 MOVE '000000' TO WS-RUN-DIGITS
              END-IF
              MOVE SPACES TO WS-COR-TAIL
              UNSTRING LEDGER-REC DELIMITED BY ' CORRECTED='
                 INTO WS-LINE-TAIL WS-COR-TAIL
              END-UNSTRING
              MOVE WS-COR-TAIL(1:8) TO WS-COR-DATE
      *       The original answer went out in the newest sequence
      *       logged for its run.
              IF WS-COR-MODE = 'N' THEN
                 PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                    UNTIL WS-LOG-IDX > WS-LOG-CNT
                       IF LOG-RUN(WS-LOG-IDX) = WS-RUN-DIGITS THEN
                          MOVE LOG-SEQ(WS-LOG-IDX) TO WS-COR-ORIG-SEQ
                       END-IF
                 END-PERFORM
                 PERFORM LOG-CORRECTION
              END-IF
              ADD 1 TO WS-COR-OUT-CNT
              MOVE SPACES TO EXTRACT-REC
              STRING WS-RUN-DIGITS DELIMITED SIZE
                 '|' DELIMITED SIZE
                 WS-COR-DATE DELIMITED SIZE
                 '|' DELIMITED SIZE
                 FUNCTION TRIM(WS-LINE-REST(1:20)) DELIMITED SIZE
                 '|' DELIMITED SIZE
                 FUNCTION TRIM(WS-LINE-REST(23:30)) DELIMITED SIZE
                 '|' DELIMITED SIZE
                 FUNCTION TRIM(WS-LINE-REST(56:60)) DELIMITED SIZE
                 '|CORRECTS=' DELIMITED SIZE
                 WS-COR-ORIG-SEQ DELIMITED SIZE
                 INTO EXTRACT-REC
              END-STRING
              PERFORM GET-LINE-ACCOUNT
              PERFORM APPEND-ACCOUNT-FIELD
              WRITE EXTRACT-REC
           END-IF.

      *    Correction log layout is fixed: sequence at 5, ordinal at
      *    17, original sequence at 29.
       LOG-CORRECTION.
           OPEN EXTEND FEEDCORR.
           IF WS-FEEDCORR-STATUS = '35' THEN
              OPEN OUTPUT FEEDCORR
           END-IF.
           MOVE SPACES TO FEEDCORR-REC.
           STRING 'SEQ=' DELIMITED SIZE
              WS-NEW-SEQ DELIMITED SIZE
              ' CORR=' DELIMITED SIZE
              WS-COR-ORDINAL DELIMITED SIZE
              ' ORIG=' DELIMITED SIZE
              WS-COR-ORIG-SEQ DELIMITED SIZE
              INTO FEEDCORR-REC
           END-STRING.
           WRITE FEEDCORR-REC.
           CLOSE FEEDCORR.

      *    The ledger line's ACCOUNT= stamp, blank when it has none.
       GET-LINE-ACCOUNT.
           MOVE SPACES TO WS-ACCT-HEAD.
           MOVE SPACES TO WS-ACCT-TAIL.
           MOVE SPACES TO WS-LINE-ACCOUNT.
           UNSTRING LEDGER-REC DELIMITED BY ' ACCOUNT='
              INTO WS-ACCT-HEAD WS-ACCT-TAIL
           END-UNSTRING.
           UNSTRING WS-ACCT-TAIL DELIMITED BY SPACE
              INTO WS-LINE-ACCOUNT
           END-UNSTRING.

       APPEND-ACCOUNT-FIELD.
           IF WS-LINE-ACCOUNT IS NOT EQUAL TO SPACES THEN
              COMPUTE WS-OUT-PTR = FUNCTION LENGTH(
                 FUNCTION TRIM(EXTRACT-REC TRAILING)) + 1
              STRING '|ACCOUNT=' DELIMITED SIZE
                 FUNCTION TRIM(WS-LINE-ACCOUNT) DELIMITED SIZE
                 INTO EXTRACT-REC
                 WITH POINTER WS-OUT-PTR
              END-STRING
           END-IF.

       FIND-VERDICT.
           MOVE 'NOT-VERIFIED' TO WS-VERDICT.
           PERFORM VARYING WS-VFY-IDX FROM 1 BY 1
                 END-IF
           END-PERFORM.

       FLAG-ANNOTATION.
           MOVE 'LOOKUP' TO AN-FUNC.
           MOVE WS-LINE-REST(1:20) TO AN-PROGRAM.
           MOVE WS-LINE-REST(23:30) TO AN-LABEL.
           MOVE WS-RUN-DIGITS TO AN-RUN.
           MOVE 1 TO AN-OCCURRENCE.
           CALL 'AOC-2016-ANNOTATE' USING AN-REQUEST
              ON EXCEPTION
                 MOVE 0 TO AN-COUNT
           END-CALL.
           IF AN-COUNT > 0 THEN
              MOVE SPACES TO WS-FLAGGED-VERDICT
              STRING FUNCTION TRIM(WS-VERDICT) DELIMITED SIZE
                 '+' DELIMITED SIZE
                 FUNCTION TRIM(AN-STANDING) DELIMITED SIZE
                 INTO WS-FLAGGED-VERDICT
              END-STRING
              MOVE WS-FLAGGED-VERDICT TO WS-VERDICT
           END-IF.

       END PROGRAM AOC-2016-EXTRACT.
