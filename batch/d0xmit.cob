       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-TRANSMIT.

      *    Transmission file for the group mainframe, which cannot
      *    take the pipe-delimited ASCII aoc_extract.txt. Run after
      *    the extract, this rebuilds the current extract's records
      *    as fixed-length 80-byte EBCDIC (code page 037) records -
      *    no line ends - in aoc_transmit_nnnnnn.dat, nnnnnn being
      *    the transmission sequence, with a copy in aoc_transmit.dat
      *    for the transfer job:
      *
      *        H  header   - one, see TX-HEADER
      *        D  answer   - one per answer record of the extract
      *        C  recall   - one per correction (recall) record; the
      *                      run field is the corrected run
      *        T  trailer  - detail count, total record count and the
      *                      hash total, see TX-TRAILER
      *
      *    Numeric answers (digits only, optional leading minus, no
      *    leading zero - a zero-led code stays text) go in the
      *    18-digit zoned-decimal answer field, type N, sign in the
      *    zone of the last digit (C plus, D minus); anything else
      *    left-justified in the 18-byte text field, type T. The
      *    hash total is the signed sum of the numeric answers, low
      *    order 18 digits, zoned the same way. The verdict and the
      *    annotation standing travel as one-letter codes (see
      *    SET-VERDICT-CODES).
      *
      *    Nothing is ever clipped to fit: a program name (less the
      *    AOC-2016- prefix) over 12, a label over 30, an answer over
      *    18, or an account over 8 is logged (AOC0413E) and the
      *    transmission is not produced - CC 8, and the sequence is
      *    not used, so the partner sees no gap.
      *
      *    The transmission sequence (aoc_transmit_control.txt,
      *    LAST-TX=) is separate from the extract feed sequence and
      *    goes up by one per file produced, in the header and the
      *    trailer, so the partner can detect a missing or duplicate
      *    transmission. aoc_transmit_log.txt records which extract
      *    sequence each transmission carried; an extract sequence
      *    already transmitted is not sent again (CC 4) unless the
      *    card AOC-2016-TRANSMIT RESEND=YES asks for it. A withheld
      *    extract (uncertified run, broken layout) has no answer
      *    records and is not transmitted (CC 4).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRACTFILE ASSIGN TO 'aoc_extract.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT TXFILE ASSIGN TO DYNAMIC WS-TX-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TX-STATUS.

           SELECT TXCTL ASSIGN TO 'aoc_transmit_control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXCTL-STATUS.

           SELECT TXLOG ASSIGN TO 'aoc_transmit_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TXLOG-STATUS.

           SELECT FEEDCTL ASSIGN TO 'aoc_feed_control.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEEDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACTFILE.
       01  EXTRACT-REC         PIC X(200).

       FD  TXFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TX-OUT-REC          PIC X(80).

       FD  TXCTL.
       01  TXCTL-REC           PIC X(40).

      *    Log layout is fixed: TX= at 1, run at 15, extract
      *    sequence at 30.
       FD  TXLOG.
       01  TXLOG-REC           PIC X(120).

       FD  FEEDCTL.
       01  FEEDCTL-REC         PIC X(40).

       WORKING-STORAGE SECTION.
       COPY "run_registry.cpy".
       COPY "control_cards.cpy".
       COPY "error_log.cpy".

      *    The three record layouts, built in native characters and
      *    converted to EBCDIC as each is written.
       01  TX-HEADER.
           05 TH-REC-TYPE      PIC X.
           05 TH-SENDER        PIC X(8).
           05 TH-FILE-ID       PIC X(8).
           05 TH-TX-SEQ        PIC 9(6).
           05 TH-CREATED-DATE  PIC 9(8).
           05 TH-CREATED-TIME  PIC 9(6).
           05 TH-RUN           PIC 9(6).
           05 TH-RUN-DATE      PIC 9(8).
           05 TH-EXTRACT-SEQ   PIC 9(6).
           05 FILLER           PIC X(23).

       01  TX-DETAIL.
           05 TD-REC-TYPE      PIC X.
           05 TD-RUN           PIC 9(6).
           05 TD-PROGRAM       PIC X(12).
           05 TD-LABEL         PIC X(30).
           05 TD-ANSWER-TYPE   PIC X.
           05 TD-ANSWER-TEXT   PIC X(18).
           05 TD-ANSWER-NUM REDEFINES TD-ANSWER-TEXT.
              10 TD-ANSWER-HIGH PIC 9(17).
              10 TD-ANSWER-LOW PIC X.
           05 TD-VERDICT       PIC X.
           05 TD-STANDING      PIC X.
           05 TD-ACCOUNT       PIC X(8).
           05 FILLER           PIC X(2).

       01  TX-TRAILER.
           05 TT-REC-TYPE      PIC X.
           05 TT-TX-SEQ        PIC 9(6).
           05 TT-DETAIL-COUNT  PIC 9(8).
           05 TT-RECORD-COUNT  PIC 9(8).
           05 TT-HASH-TOTAL.
              10 TT-HASH-HIGH  PIC 9(17).
              10 TT-HASH-LOW   PIC X.
           05 FILLER           PIC X(39).

      *    Code page 037 for the printable characters X'20'-X'7E';
      *    the two tables pair up byte for byte.
       01  TX-NATIVE-SET.
           05 FILLER           PIC X(16)
              VALUE X'202122232425262728292A2B2C2D2E2F'.
           05 FILLER           PIC X(16)
              VALUE X'303132333435363738393A3B3C3D3E3F'.
           05 FILLER           PIC X(16)
              VALUE X'404142434445464748494A4B4C4D4E4F'.
           05 FILLER           PIC X(16)
              VALUE X'505152535455565758595A5B5C5D5E5F'.
           05 FILLER           PIC X(16)
              VALUE X'606162636465666768696A6B6C6D6E6F'.
           05 FILLER           PIC X(15)
              VALUE X'707172737475767778797A7B7C7D7E'.
       01  TX-EBCDIC-SET.
           05 FILLER           PIC X(16)
              VALUE X'405A7F7B5B6C507D4D5D5C4E6B604B61'.
           05 FILLER           PIC X(16)
              VALUE X'F0F1F2F3F4F5F6F7F8F97A5E4C7E6E6F'.
           05 FILLER           PIC X(16)
              VALUE X'7CC1C2C3C4C5C6C7C8C9D1D2D3D4D5D6'.
           05 FILLER           PIC X(16)
              VALUE X'D7D8D9E2E3E4E5E6E7E8E9BAE0BBB06D'.
           05 FILLER           PIC X(16)
              VALUE X'79818283848586878889919293949596'.
           05 FILLER           PIC X(15)
              VALUE X'979899A2A3A4A5A6A7A8A9C04FD0A1'.

      *    Last digit with its sign zone: these characters are
      *    X'C0'-X'C9' (plus) and X'D0'-X'D9' (minus) in code page
      *    037, so the conversion above leaves a true zoned sign.
       01  TX-PLUS-DIGITS      PIC X(10)  VALUE '{ABCDEFGHI'.
       01  TX-MINUS-DIGITS     PIC X(10)  VALUE '}JKLMNOPQR'.

       01  WS-EXTRACT-STATUS   PIC XX.
       01  WS-TX-STATUS        PIC XX.
       01  WS-TXCTL-STATUS     PIC XX.
       01  WS-TXLOG-STATUS     PIC XX.
       01  WS-FEEDCTL-STATUS   PIC XX.
       01  WS-TX-NAME          PIC X(100).
       01  WS-TX-DIGITS        PIC X(6).
       01  WS-LAST-TX          PIC 9(6)   VALUE 0.
       01  WS-NEW-TX           PIC 9(6).
       01  WS-EXTRACT-SEQ      PIC 9(6)   VALUE 0.
       01  WS-SENT-TX          PIC 9(6)   VALUE 0.
       01  WS-RESEND           PIC X      VALUE 'N'.
       01  WS-HDR-RUN          PIC 9(6)   VALUE 0.
       01  WS-HDR-DATE         PIC 9(8)   VALUE 0.
       01  WS-ANSWER-CNT       PIC 9(6)   VALUE 0.
       01  WS-LINE-CNT         PIC 9(6)   VALUE 0.
       01  WS-DETAIL-CNT       PIC 9(8)   VALUE 0.
       01  WS-RECALL-CNT       PIC 9(8)   VALUE 0.
       01  WS-TRUNC-CNT        PIC 9(4)   VALUE 0.
       01  WS-PIPE-CNT         PIC 9(3).
       01  WS-REC-LEN          PIC 9(3).
       01  WS-HASH             PIC S9(20) VALUE 0.
       01  WS-HASH-ABS         PIC 9(18).
       01  WS-HASH-SHOW        PIC -(18)9.
       01  WS-COPY-CMD         PIC X(300).

      *    One extract record's fields, sized past their transmission
      *    fields so an overlong value is seen, never cut.
       01  XF-RUN              PIC X(10).
       01  XF-DATE             PIC X(10).
       01  XF-PROGRAM          PIC X(40).
       01  XF-LABEL            PIC X(40).
       01  XF-ANSWER           PIC X(80).
       01  XF-VERDICT          PIC X(30).
       01  XF-ACCOUNT          PIC X(30).
       01  XL-PROGRAM          PIC 9(3).
       01  XL-LABEL            PIC 9(3).
       01  XL-ANSWER           PIC 9(3).
       01  XL-ACCOUNT          PIC 9(3).
       01  WS-PROG-START       PIC 9(3).
       01  WS-PROG-LEN         PIC S9(3).
       01  WS-DIGIT-START      PIC 9(3).
       01  WS-DIGIT-LEN        PIC S9(3).
       01  WS-NEGATIVE         PIC X.
       01  WS-ANSWER-DIGITS    PIC 9(18).
       01  WS-ANSWER-SPLIT REDEFINES WS-ANSWER-DIGITS.
           05 WS-ANSWER-HIGH   PIC 9(17).
           05 WS-ANSWER-LAST   PIC 9.
       01  WS-HASH-SPLIT.
           05 WS-HASH-HIGH     PIC 9(17).
           05 WS-HASH-LAST     PIC 9.
       01  WS-VERDICT-WORD     PIC X(20).
       01  WS-STANDING-WORD    PIC X(20).
       01  WS-BAD-FIELD        PIC X(10).
       01  WS-BAD-VALUE        PIC X(80).
       01  WS-RECORD-OK        PIC X.
       01  WS-CURRENT-STAMP.
           05 WS-STAMP-DATE    PIC X(8).
           05 WS-STAMP-TIME    PIC X(6).
           05 WS-STAMP-REST    PIC X(7).

       PROCEDURE DIVISION.
       MAIN.
           IF RR-RUN-NUMBER IS NOT NUMERIC THEN
              MOVE 0 TO RR-RUN-NUMBER
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           PERFORM GET-TRANSMIT-CARDS.
           PERFORM LOAD-TX-STATE.

           PERFORM SCAN-EXTRACT THRU SCAN-EXTRACT-EXIT.
           IF WS-EXTRACT-STATUS = '35' THEN
              DISPLAY 'NO EXTRACT (aoc_extract.txt) - NOTHING '
                 'TRANSMITTED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-ANSWER-CNT = 0 AND WS-LINE-CNT > 0 THEN
              DISPLAY 'EXTRACT IS WITHHELD - NOTHING TRANSMITTED'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.
           IF WS-EXTRACT-SEQ > 0 AND WS-SENT-TX > 0 AND
              WS-RESEND = 'N' THEN
              DISPLAY 'EXTRACT SEQUENCE ' WS-EXTRACT-SEQ
                 ' ALREADY TRANSMITTED AS ' WS-SENT-TX
                 ' - NOT SENT AGAIN (RESEND=YES TO FORCE)'
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF.

           COMPUTE WS-NEW-TX = WS-LAST-TX + 1.
           MOVE WS-NEW-TX TO WS-TX-DIGITS.
           MOVE SPACES TO WS-TX-NAME.
           STRING 'aoc_transmit_' DELIMITED SIZE
              WS-TX-DIGITS DELIMITED SIZE
              '.dat' DELIMITED SIZE
              INTO WS-TX-NAME
           END-STRING.
           PERFORM WRITE-TRANSMISSION THRU WRITE-TRANSMISSION-EXIT.

           IF WS-TRUNC-CNT > 0 THEN
              CALL 'CBL_DELETE_FILE' USING WS-TX-NAME
              DISPLAY 'TRANSMISSION NOT PRODUCED - ' WS-TRUNC-CNT
                 ' FIELD(S) TOO LONG FOR THE RECORD LAYOUT'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM APPEND-TX-LOG.
           PERFORM WRITE-TX-CONTROL.
           MOVE SPACES TO WS-COPY-CMD.
           STRING 'cp ' DELIMITED SIZE
              FUNCTION TRIM(WS-TX-NAME) DELIMITED SIZE
              ' aoc_transmit.dat' DELIMITED SIZE
              INTO WS-COPY-CMD
           END-STRING.
           CALL 'SYSTEM' USING WS-COPY-CMD.
           MOVE WS-HASH TO WS-HASH-SHOW.
           DISPLAY 'TRANSMISSION ' WS-NEW-TX ' WRITTEN: '
              FUNCTION TRIM(WS-TX-NAME) ' (' WS-DETAIL-CNT
              ' DETAIL RECORD(S), HASH '
              FUNCTION TRIM(WS-HASH-SHOW) ')'.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       GET-TRANSMIT-CARDS.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-TRANSMIT' TO CC-PROGRAM.
           MOVE 'RESEND' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND CC-VALUE(1:3) = 'YES' THEN
              MOVE 'Y' TO WS-RESEND
           END-IF.

      *    LAST-TX= from the control record, the extract sequence
      *    aoc_extract.txt is a copy of, and whether a logged
      *    transmission already carried that sequence.
       LOAD-TX-STATE.
           OPEN INPUT TXCTL.
           IF WS-TXCTL-STATUS = '00' THEN
              READ TXCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF TXCTL-REC(1:8) = 'LAST-TX=' AND
                       TXCTL-REC(9:6) IS NUMERIC THEN
                       MOVE TXCTL-REC(9:6) TO WS-LAST-TX
                    END-IF
              END-READ
              CLOSE TXCTL
           END-IF.
           OPEN INPUT FEEDCTL.
           IF WS-FEEDCTL-STATUS = '00' THEN
              READ FEEDCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    IF FEEDCTL-REC(1:9) = 'LAST-SEQ=' AND
                       FEEDCTL-REC(10:6) IS NUMERIC THEN
                       MOVE FEEDCTL-REC(10:6) TO WS-EXTRACT-SEQ
                    END-IF
              END-READ
              CLOSE FEEDCTL
           END-IF.
           OPEN INPUT TXLOG.
           IF WS-TXLOG-STATUS = '00' THEN
              PERFORM UNTIL WS-TXLOG-STATUS IS NOT EQUAL TO '00'
                 READ TXLOG
                    AT END
                       MOVE '10' TO WS-TXLOG-STATUS
                    NOT AT END
                       IF TXLOG-REC(1:3) = 'TX=' AND
                          TXLOG-REC(4:6) IS NUMERIC AND
                          TXLOG-REC(30:6) IS NUMERIC AND
                          TXLOG-REC(30:6) = WS-EXTRACT-SEQ THEN
                          MOVE TXLOG-REC(4:6) TO WS-SENT-TX
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TXLOG
           END-IF.

      *    Counts the extract's lines and answer records, and takes
      *    the header's run and run date from the first answer
      *    record that is not a recall.
       SCAN-EXTRACT.
           OPEN INPUT EXTRACTFILE.
           IF WS-EXTRACT-STATUS IS NOT EQUAL TO '00' THEN
              MOVE '35' TO WS-EXTRACT-STATUS
              GO TO SCAN-EXTRACT-EXIT
           END-IF.
           MOVE RR-RUN-NUMBER TO WS-HDR-RUN.
           PERFORM UNTIL WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
              READ EXTRACTFILE
                 AT END
                    MOVE '10' TO WS-EXTRACT-STATUS
                 NOT AT END
                    IF EXTRACT-REC IS NOT EQUAL TO SPACES THEN
                       ADD 1 TO WS-LINE-CNT
                       MOVE 0 TO WS-PIPE-CNT
                       INSPECT EXTRACT-REC TALLYING WS-PIPE-CNT
                          FOR ALL '|'
                       IF WS-PIPE-CNT >= 5 THEN
                          ADD 1 TO WS-ANSWER-CNT
                          PERFORM SPLIT-EXTRACT-REC
                          IF XF-VERDICT(1:9) IS NOT EQUAL TO
                             'CORRECTS=' AND WS-HDR-DATE = 0 THEN
                             IF XF-DATE(1:8) IS NUMERIC THEN
                                MOVE XF-DATE(1:8) TO WS-HDR-DATE
                             END-IF
                             IF WS-HDR-RUN = 0 AND
                                XF-RUN(1:6) IS NUMERIC THEN
                                MOVE XF-RUN(1:6) TO WS-HDR-RUN
                             END-IF
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EXTRACTFILE.
           MOVE '00' TO WS-EXTRACT-STATUS.
       SCAN-EXTRACT-EXIT.
           EXIT.

       SPLIT-EXTRACT-REC.
           MOVE SPACES TO XF-RUN XF-DATE XF-PROGRAM XF-LABEL
              XF-ANSWER XF-VERDICT XF-ACCOUNT.
           MOVE 0 TO XL-PROGRAM XL-LABEL XL-ANSWER XL-ACCOUNT.
      *    Only up to the last non-blank, so the count of the last
      *    field is its true length.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(EXTRACT-REC TRAILING))
              TO WS-REC-LEN.
           UNSTRING EXTRACT-REC(1:WS-REC-LEN) DELIMITED BY '|'
              INTO XF-RUN
                   XF-DATE
                   XF-PROGRAM COUNT IN XL-PROGRAM
                   XF-LABEL COUNT IN XL-LABEL
                   XF-ANSWER COUNT IN XL-ANSWER
                   XF-VERDICT
                   XF-ACCOUNT COUNT IN XL-ACCOUNT
           END-UNSTRING.

       WRITE-TRANSMISSION.
           OPEN OUTPUT TXFILE.
           IF WS-TX-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'CANNOT OPEN ' FUNCTION TRIM(WS-TX-NAME)
                 ' STATUS ' WS-TX-STATUS
              ADD 1 TO WS-TRUNC-CNT
              GO TO WRITE-TRANSMISSION-EXIT
           END-IF.
           MOVE SPACES TO TX-HEADER.
           MOVE 'H' TO TH-REC-TYPE.
           MOVE 'AOC2016' TO TH-SENDER.
           MOVE 'ANSWERS' TO TH-FILE-ID.
           MOVE WS-NEW-TX TO TH-TX-SEQ.
           MOVE WS-STAMP-DATE TO TH-CREATED-DATE.
           MOVE WS-STAMP-TIME TO TH-CREATED-TIME.
           MOVE WS-HDR-RUN TO TH-RUN.
           MOVE WS-HDR-DATE TO TH-RUN-DATE.
           MOVE WS-EXTRACT-SEQ TO TH-EXTRACT-SEQ.
           MOVE TX-HEADER TO TX-OUT-REC.
           PERFORM PUT-TX-RECORD.
           OPEN INPUT EXTRACTFILE.
           PERFORM UNTIL WS-EXTRACT-STATUS IS NOT EQUAL TO '00'
              READ EXTRACTFILE
                 AT END
                    MOVE '10' TO WS-EXTRACT-STATUS
                 NOT AT END
                    MOVE 0 TO WS-PIPE-CNT
                    INSPECT EXTRACT-REC TALLYING WS-PIPE-CNT
                       FOR ALL '|'
                    IF WS-PIPE-CNT >= 5 THEN
                       PERFORM BUILD-DETAIL THRU BUILD-DETAIL-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EXTRACTFILE.
           MOVE SPACES TO TX-TRAILER.
           MOVE 'T' TO TT-REC-TYPE.
           MOVE WS-NEW-TX TO TT-TX-SEQ.
           MOVE WS-DETAIL-CNT TO TT-DETAIL-COUNT.
           COMPUTE TT-RECORD-COUNT = WS-DETAIL-CNT + 2.
           IF WS-HASH < 0 THEN
              COMPUTE WS-HASH-ABS =
                 FUNCTION MOD(0 - WS-HASH, 1000000000000000000)
           ELSE
              COMPUTE WS-HASH-ABS =
                 FUNCTION MOD(WS-HASH, 1000000000000000000)
           END-IF.
           MOVE WS-HASH-ABS TO WS-HASH-SPLIT.
           MOVE WS-HASH-HIGH TO TT-HASH-HIGH.
           IF WS-HASH < 0 THEN
              MOVE TX-MINUS-DIGITS(WS-HASH-LAST + 1:1) TO TT-HASH-LOW
           ELSE
              MOVE TX-PLUS-DIGITS(WS-HASH-LAST + 1:1) TO TT-HASH-LOW
           END-IF.
           MOVE TX-TRAILER TO TX-OUT-REC.
           PERFORM PUT-TX-RECORD.
           CLOSE TXFILE.
       WRITE-TRANSMISSION-EXIT.
           EXIT.

       PUT-TX-RECORD.
           INSPECT TX-OUT-REC CONVERTING TX-NATIVE-SET
              TO TX-EBCDIC-SET.
           WRITE TX-OUT-REC.

      *    One D or C record; any field that would not fit is a
      *    truncation error and the record is left out.
       BUILD-DETAIL.
           PERFORM SPLIT-EXTRACT-REC.
           MOVE 'Y' TO WS-RECORD-OK.
           MOVE SPACES TO TX-DETAIL.
           IF XF-VERDICT(1:9) = 'CORRECTS=' THEN
              MOVE 'C' TO TD-REC-TYPE
           ELSE
              MOVE 'D' TO TD-REC-TYPE
           END-IF.
           IF XF-RUN(1:6) IS NUMERIC THEN
              MOVE XF-RUN(1:6) TO TD-RUN
           ELSE
              MOVE 0 TO TD-RUN
           END-IF.

           MOVE 1 TO WS-PROG-START.
           MOVE XL-PROGRAM TO WS-PROG-LEN.
           IF XF-PROGRAM(1:9) = 'AOC-2016-' THEN
              MOVE 10 TO WS-PROG-START
              SUBTRACT 9 FROM WS-PROG-LEN
           END-IF.
           IF WS-PROG-LEN > 12 OR XL-PROGRAM > 40 THEN
              MOVE 'PROGRAM' TO WS-BAD-FIELD
              MOVE XF-PROGRAM TO WS-BAD-VALUE
              PERFORM NOTE-TRUNCATION
           ELSE
              IF WS-PROG-LEN > 0 THEN
                 MOVE XF-PROGRAM(WS-PROG-START:WS-PROG-LEN)
                    TO TD-PROGRAM
              END-IF
           END-IF.

           IF XL-LABEL > 30 THEN
              MOVE 'LABEL' TO WS-BAD-FIELD
              MOVE XF-LABEL TO WS-BAD-VALUE
              PERFORM NOTE-TRUNCATION
           ELSE
              MOVE XF-LABEL TO TD-LABEL
           END-IF.

           PERFORM BUILD-ANSWER-FIELD.

           IF XF-ACCOUNT(1:8) = 'ACCOUNT=' THEN
              IF XL-ACCOUNT > 16 THEN
                 MOVE 'ACCOUNT' TO WS-BAD-FIELD
                 MOVE XF-ACCOUNT TO WS-BAD-VALUE
                 PERFORM NOTE-TRUNCATION
              ELSE
                 MOVE XF-ACCOUNT(9:8) TO TD-ACCOUNT
              END-IF
           END-IF.

           IF TD-REC-TYPE = 'D' THEN
              PERFORM SET-VERDICT-CODES
           END-IF.
           IF WS-RECORD-OK = 'N' THEN
              GO TO BUILD-DETAIL-EXIT
           END-IF.
           ADD 1 TO WS-DETAIL-CNT.
           IF TD-REC-TYPE = 'C' THEN
              ADD 1 TO WS-RECALL-CNT
           END-IF.
           MOVE TX-DETAIL TO TX-OUT-REC.
           PERFORM PUT-TX-RECORD.
       BUILD-DETAIL-EXIT.
           EXIT.

      *    All digits after an optional minus, and no leading zero
      *    (other than a bare 0), is a numeric answer.
       BUILD-ANSWER-FIELD.
           MOVE 'N' TO WS-NEGATIVE.
           MOVE 1 TO WS-DIGIT-START.
           MOVE XL-ANSWER TO WS-DIGIT-LEN.
           IF XL-ANSWER > 1 AND XF-ANSWER(1:1) = '-' THEN
              MOVE 'Y' TO WS-NEGATIVE
              MOVE 2 TO WS-DIGIT-START
              SUBTRACT 1 FROM WS-DIGIT-LEN
           END-IF.
           IF WS-DIGIT-LEN > 0 AND XL-ANSWER <= 80 AND
              XF-ANSWER(WS-DIGIT-START:WS-DIGIT-LEN) IS NUMERIC AND
              (WS-DIGIT-LEN = 1 OR
               XF-ANSWER(WS-DIGIT-START:1) IS NOT EQUAL TO '0') THEN
              MOVE 'N' TO TD-ANSWER-TYPE
              IF WS-DIGIT-LEN > 18 THEN
                 MOVE 'ANSWER' TO WS-BAD-FIELD
                 MOVE XF-ANSWER TO WS-BAD-VALUE
                 PERFORM NOTE-TRUNCATION
              ELSE
                 MOVE 0 TO WS-ANSWER-DIGITS
                 MOVE XF-ANSWER(WS-DIGIT-START:WS-DIGIT-LEN)
                    TO WS-ANSWER-DIGITS(19 - WS-DIGIT-LEN:WS-DIGIT-LEN)
                 MOVE WS-ANSWER-HIGH TO TD-ANSWER-HIGH
                 IF WS-NEGATIVE = 'Y' THEN
                    MOVE TX-MINUS-DIGITS(WS-ANSWER-LAST + 1:1)
                       TO TD-ANSWER-LOW
                    SUBTRACT WS-ANSWER-DIGITS FROM WS-HASH
                 ELSE
                    MOVE TX-PLUS-DIGITS(WS-ANSWER-LAST + 1:1)
                       TO TD-ANSWER-LOW
                    ADD WS-ANSWER-DIGITS TO WS-HASH
                 END-IF
              END-IF
           ELSE
              MOVE 'T' TO TD-ANSWER-TYPE
              IF XL-ANSWER > 18 THEN
                 MOVE 'ANSWER' TO WS-BAD-FIELD
                 MOVE XF-ANSWER TO WS-BAD-VALUE
                 PERFORM NOTE-TRUNCATION
              ELSE
                 MOVE XF-ANSWER TO TD-ANSWER-TEXT
              END-IF
           END-IF.

      *    Verdict M MATCH, X MISMATCH, U UNKNOWN, P PLAUSIBLE,
      *    I IMPLAUSIBLE, N NOT-VERIFIED; standing (after the '+')
      *    D DISPUTED, K KNOWN-ISSUE, C CONFIRMED, R RESOLVED, blank
      *    when the answer has no notes.
       SET-VERDICT-CODES.
           MOVE SPACES TO WS-VERDICT-WORD WS-STANDING-WORD.
           UNSTRING XF-VERDICT DELIMITED BY '+'
              INTO WS-VERDICT-WORD WS-STANDING-WORD
           END-UNSTRING.
           EVALUATE WS-VERDICT-WORD
              WHEN 'MATCH'
                 MOVE 'M' TO TD-VERDICT
              WHEN 'MISMATCH'
                 MOVE 'X' TO TD-VERDICT
              WHEN 'UNKNOWN'
                 MOVE 'U' TO TD-VERDICT
              WHEN 'PLAUSIBLE'
                 MOVE 'P' TO TD-VERDICT
              WHEN 'IMPLAUSIBLE'
                 MOVE 'I' TO TD-VERDICT
              WHEN OTHER
                 MOVE 'N' TO TD-VERDICT
           END-EVALUATE.
           EVALUATE WS-STANDING-WORD
              WHEN 'DISPUTED'
                 MOVE 'D' TO TD-STANDING
              WHEN 'KNOWN-ISSUE'
                 MOVE 'K' TO TD-STANDING
              WHEN 'CONFIRMED'
                 MOVE 'C' TO TD-STANDING
              WHEN 'RESOLVED'
                 MOVE 'R' TO TD-STANDING
              WHEN OTHER
                 MOVE SPACE TO TD-STANDING
           END-EVALUATE.

       NOTE-TRUNCATION.
           MOVE 'N' TO WS-RECORD-OK.
           ADD 1 TO WS-TRUNC-CNT.
           MOVE 'AOC0413E' TO EL-MSG-ID.
           MOVE 'AOC-2016-TRANSMIT' TO EL-PROGRAM.
           MOVE SPACES TO EL-REFERENCE.
           STRING 'TX=' DELIMITED SIZE
              WS-NEW-TX DELIMITED SIZE
              INTO EL-REFERENCE
           END-STRING.
           MOVE SPACES TO EL-VALUE-1.
           STRING FUNCTION TRIM(XF-PROGRAM) DELIMITED SIZE
              ' ' DELIMITED SIZE
              FUNCTION TRIM(XF-LABEL) DELIMITED SIZE
              INTO EL-VALUE-1
           END-STRING.
           MOVE WS-BAD-FIELD TO EL-VALUE-2.
           MOVE WS-BAD-VALUE TO EL-VALUE-3.
           MOVE 'LOG' TO EL-FUNC.
           CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.
           DISPLAY 'TRUNCATION: ' FUNCTION TRIM(WS-BAD-FIELD) ' '
              FUNCTION TRIM(WS-BAD-VALUE) ' DOES NOT FIT'.

       APPEND-TX-LOG.
           OPEN EXTEND TXLOG.
           IF WS-TXLOG-STATUS = '35' THEN
              OPEN OUTPUT TXLOG
           END-IF.
           MOVE WS-HASH TO WS-HASH-SHOW.
           MOVE SPACES TO TXLOG-REC.
           STRING 'TX=' DELIMITED SIZE
              WS-NEW-TX DELIMITED SIZE
              ' RUN=' DELIMITED SIZE
              WS-HDR-RUN DELIMITED SIZE
              ' EXTRACT=' DELIMITED SIZE
              WS-EXTRACT-SEQ DELIMITED SIZE
              ' DATE=' DELIMITED SIZE
              WS-STAMP-DATE DELIMITED SIZE
              ' RECORDS=' DELIMITED SIZE
              WS-DETAIL-CNT DELIMITED SIZE
              ' HASH=' DELIMITED SIZE
              FUNCTION TRIM(WS-HASH-SHOW) DELIMITED SIZE
              INTO TXLOG-REC
           END-STRING.
           WRITE TXLOG-REC.
           CLOSE TXLOG.

       WRITE-TX-CONTROL.
           OPEN OUTPUT TXCTL.
           MOVE SPACES TO TXCTL-REC.
           STRING 'LAST-TX=' DELIMITED SIZE
              WS-NEW-TX DELIMITED SIZE
              INTO TXCTL-REC
           END-STRING.
           WRITE TXCTL-REC.
           CLOSE TXCTL.

       END PROGRAM AOC-2016-TRANSMIT.
