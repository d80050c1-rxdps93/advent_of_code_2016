000858     FILE STATUS IS WS-IPM-STATUS.
000860     SELECT IPCHANGEFILE ASSIGN TO 'd7p2_ipchanges.txt'
000862     ORGANIZATION IS LINE SEQUENTIAL.
000864     SELECT REJECTFILE ASSIGN TO 'd7p2_reject.txt'
000866     ORGANIZATION IS LINE SEQUENTIAL.
000900
001000 DATA DIVISION.
001100 FILE SECTION.
001596
001598 FD  IPCHANGEFILE.
001600 01  IPCHANGE-REC  PIC X(260).
001602
001604*    Malformed addresses, one diagnostic per line in the shape
001606*    AOC-2016-REPLAY collects: LINE= names the input record a
001608*    repaired address replaces.
001610 FD  REJECTFILE.
001612 01  REJECT-REC    PIC X(120).
001570
001595
001600
003110 01 WS-IPM-GONE-CNT PIC 9(5) VALUE 0.
003111 01 WS-HOLD-TLS     PIC XXX.
003112 01 WS-HOLD-SSL     PIC XXX.
003113
003114*    Bracket-structure check: a '[' inside a hypernet, a ']'
003115*    outside one, or a hypernet still open at end of line
003116*    leaves the supernet/hypernet split undefined, so the line
003117*    is rejected instead of classified.
003118 01 WS-BRK-PSN      PIC 9(4).
003119 01 WS-BRK-OPEN     PIC 9(4).
003120 01 WS-REJ-POS      PIC 9(4) VALUE 0.
003121 01 WS-REJ-REASON   PIC X(40).
003122 01 WS-REJECT-CNT   PIC 9(5) VALUE 0.
003100

003100*    Phase-split timing scratch: WRITE-PHASE-METRIC stamps the
003410     OPEN OUTPUT RESULTFILE.
003420     OPEN OUTPUT DETAILFILE.
003422     OPEN OUTPUT SEGMENTFILE.
003423     OPEN OUTPUT REJECTFILE.
003425     PERFORM WRITE-RUN-HEADER.
003400     OPEN INPUT INPUTFILE.
003401     IF WS-INPUTFILE-STATUS IS NOT EQUAL TO '00' THEN
003402        DISPLAY 'INPUT FILE NOT FOUND: '
003403           FUNCTION TRIM(WS-INPUT-FILE-NAME) ' - SKIPPING STEP'
003403        MOVE WS-INPUT-FILE-NAME(1:20) TO EL-REFERENCE
003403        MOVE 'AOC0101E' TO EL-MSG-ID
003403        MOVE WS-INPUT-FILE-NAME TO EL-VALUE-1
003403        PERFORM LOG-ERROR
003404        CLOSE RESULTFILE
003406        CLOSE DETAILFILE
003407        CLOSE REJECTFILE
003408        MOVE 8 TO RETURN-CODE
003407        GOBACK
003405     END-IF.
004310     CLOSE RESULTFILE.
004320     CLOSE DETAILFILE.
004325     CLOSE SEGMENTFILE.
004325     CLOSE REJECTFILE.
004326     MOVE 'SOLVE PHASE' TO WS-PHASE-LABEL.
004326     PERFORM WRITE-PHASE-METRIC.
004327     PERFORM FINISH-IP-MASTER THRU FINISH-IP-MASTER-EXIT.
004330     PERFORM WRITE-ABA-REUSE-REPORT.
004400     DISPLAY 'TLS-SUPPORTING COUNT: ' TLS-CNT
004410     DISPLAY 'SSL-SUPPORTING COUNT: ' CNT
004415     IF WS-REJECT-CNT > 0 THEN
004416        DISPLAY 'REJECTED LINES:       ' WS-REJECT-CNT
004417           ' (SEE d7p2_reject.txt)'
004418     END-IF
004420     MOVE 'PART 1 TLS-SUPPORTING COUNT' TO AR-PART-LABEL
004430     MOVE SPACES TO AR-ANSWER
004440     MOVE TLS-CNT TO AR-ANSWER
005100     INSPECT INPUT-LINE TALLYING RAW-LEN
005110        FOR CHARACTERS BEFORE SPACE
005120     MOVE RAW-LEN TO LEN
005130     PERFORM VALIDATE-BRACKETS
005132     IF WS-REJ-POS > 0 THEN
005134        PERFORM REJECT-LINE
005136     ELSE
005138        PERFORM CLASSIFY-LINE
005140     END-IF.
005142
005144 CLASSIFY-LINE.
005150     PERFORM CATALOG-SEGMENTS
005200     SUBTRACT 2 FROM LEN
005300     PERFORM VARYING PSN FROM 1 BY 1 UNTIL PSN > LEN
007640     END-IF
008700     ADD LOOP2 TO CNT
008710     ADD TLS-OK TO TLS-CNT.
008720
008730*    First structural fault wins; an unclosed hypernet is
008740*    reported at its opening bracket.
008750 VALIDATE-BRACKETS.
008752     MOVE 0 TO WS-REJ-POS.
008754     MOVE 0 TO WS-BRK-OPEN.
008756     MOVE SPACES TO WS-REJ-REASON.
008758     PERFORM VARYING WS-BRK-PSN FROM 1 BY 1
008760        UNTIL WS-BRK-PSN > RAW-LEN OR WS-REJ-POS > 0
008762           IF INPUT-LINE(WS-BRK-PSN:1) = '[' THEN
008764              IF WS-BRK-OPEN > 0 THEN
008766                 MOVE WS-BRK-PSN TO WS-REJ-POS
008768                 MOVE 'NESTED [ INSIDE A HYPERNET'
008770                    TO WS-REJ-REASON
008772              ELSE
008774                 MOVE WS-BRK-PSN TO WS-BRK-OPEN
008776              END-IF
008778           ELSE
008780              IF INPUT-LINE(WS-BRK-PSN:1) = ']' THEN
008782                 IF WS-BRK-OPEN = 0 THEN
008784                    MOVE WS-BRK-PSN TO WS-REJ-POS
008786                    MOVE 'STRAY ] WITH NO OPEN HYPERNET'
008788                       TO WS-REJ-REASON
008790                 ELSE
008792                    MOVE 0 TO WS-BRK-OPEN
008794                 END-IF
008796              END-IF
008798           END-IF
008800     END-PERFORM.
008802     IF WS-REJ-POS = 0 AND WS-BRK-OPEN > 0 THEN
008804        MOVE WS-BRK-OPEN TO WS-REJ-POS
008806        MOVE 'UNCLOSED [ AT END OF LINE' TO WS-REJ-REASON
008808     END-IF.
008810
008812*    A rejected address stays out of both counts, the result
008814*    file, the segment catalog and the IP master; the detail
008816*    file still shows it so the line numbering lines up.
008818 REJECT-LINE.
008820     ADD 1 TO WS-REJECT-CNT.
008822     MOVE SPACES TO REJECT-REC.
008824     STRING 'BRACKET-ERROR LINE=' DELIMITED SIZE
008826        WS-LINE-NUM DELIMITED SIZE
008828        ' POS=' DELIMITED SIZE
008830        WS-REJ-POS DELIMITED SIZE
008832        ' ' DELIMITED SIZE
008834        FUNCTION TRIM(WS-REJ-REASON) DELIMITED SIZE
008836        INTO REJECT-REC
008838     END-STRING.
008840     WRITE REJECT-REC.
008842     MOVE SPACES TO DETAIL-REC.
008844     STRING INPUT-LINE(1:RAW-LEN) DELIMITED SIZE
008846        ' REJECTED ' DELIMITED SIZE
008848        FUNCTION TRIM(WS-REJ-REASON) DELIMITED SIZE
008850        ' POS=' DELIMITED SIZE
008852        WS-REJ-POS DELIMITED SIZE
008854        INTO DETAIL-REC
008856     END-STRING.
008858     WRITE DETAIL-REC.
008860     MOVE WS-LINE-NUM TO EL-REFERENCE.
008862     MOVE 'AOC0201W' TO EL-MSG-ID.
008864     MOVE REJECT-REC TO EL-VALUE-1.
008866     PERFORM FLAG-STEP-WARNING.
008868     PERFORM LOG-ERROR.
008800
009000 CHECK-ABA-BAB.
009010     IF INPUT-LINE(PSN:1) = INPUT-LINE(PSN + 2:1) AND
009130        ADD 1 TO A-CNT
009140     ELSE
009150        DISPLAY 'WARNING: ABA TABLE FULL, SKIPPING CANDIDATE'
009151        MOVE PSN TO EL-REFERENCE
009152        MOVE 'AOC0301W' TO EL-MSG-ID
009153        MOVE 'ABA TABLE' TO EL-VALUE-1
009153        MOVE 'CANDIDATE SKIPPED' TO EL-VALUE-2
009155        PERFORM FLAG-STEP-WARNING
009156        PERFORM LOG-ERROR
009160     END-IF.
009210        ADD 1 TO B-CNT
009220     ELSE
009230        DISPLAY 'WARNING: BAB TABLE FULL, SKIPPING CANDIDATE'
009231        MOVE PSN TO EL-REFERENCE
009232        MOVE 'AOC0301W' TO EL-MSG-ID
009233        MOVE 'BAB TABLE' TO EL-VALUE-1
009233        MOVE 'CANDIDATE SKIPPED' TO EL-VALUE-2
009235        PERFORM FLAG-STEP-WARNING
009236        PERFORM LOG-ERROR
009240     END-IF.
011002     MOVE SPACES TO DETAIL-REC.
011003     MOVE RH-LINE TO DETAIL-REC(1:160).
011004     WRITE DETAIL-REC.
011005     MOVE SPACES TO REJECT-REC.
011006     MOVE RH-LINE(1:120) TO REJECT-REC.
011007     WRITE REJECT-REC.
011010
011011 WRITE-AOC-RESULT.
011011     MOVE 'RESULT' TO LG-FUNC.
