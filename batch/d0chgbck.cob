       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOC-2016-CHARGEBK.

      *    Monthly chargeback of the query drop-box (AOC-2016-RESPOND)
      *    to the departments that use it. The daily usage lines RESPOND
      *    accumulates in aoc_dropbox_usage.txt for the month named by
      *    the card AOC-2016-CHARGEBK MONTH=YYYYMM (default: the month
      *    before the current one - the run is scheduled for the first
      *    of the month) are totalled per department and priced from
      *    the rate card aoc_rate_card.txt (card RATES=), '*' comments:
      *
      *        RATE <LATEST|HISTORY|RETURNED|REJECTED|FILE> <amount>
      *        QUOTA <department|*> <query records per month>
      *
      *    A rate is per query of that mode (LATEST, HISTORY), per
      *    rejected query, per answer record returned or per request
      *    file; a type with no RATE line is free. QUOTA * applies to
      *    every department without a QUOTA line of its own; no quota
      *    means none is enforced.
      *
      *    Report aoc_chargeback.txt. A department over its quota is
      *    marked on the report and logged to the error log (AOC0617W).
      *    Exit CC 0, CC 4 a department over quota, CC 8 no rate card.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEFILE ASSIGN TO DYNAMIC WS-RATE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.

           SELECT USAGEFILE ASSIGN TO 'aoc_dropbox_usage.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-USAGE-STATUS.

           SELECT REPORTFILE ASSIGN TO 'aoc_chargeback.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RATEFILE.
       01  RATE-REC            PIC X(120).

       FD  USAGEFILE.
       01  USAGE-REC.
           05 UL-DATE          PIC X(8).
           05 FILLER           PIC X.
           05 UL-DEPT          PIC X(12).
           05 FILLER           PIC X(7).
           05 UL-FILES         PIC 9(5).
           05 FILLER           PIC X(9).
           05 UL-QUERIES       PIC 9(7).
           05 FILLER           PIC X(8).
           05 UL-LATEST        PIC 9(7).
           05 FILLER           PIC X(9).
           05 UL-HISTORY       PIC 9(7).
           05 FILLER           PIC X(10).
           05 UL-RETURNED      PIC 9(7).
           05 FILLER           PIC X(10).
           05 UL-REJECTED      PIC 9(7).

       FD  REPORTFILE.
       01  REPORT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "control_cards.cpy".
       COPY "error_log.cpy".

       01  WS-RATE-NAME        PIC X(100) VALUE 'aoc_rate_card.txt'.
       01  WS-RATE-STATUS      PIC XX.
       01  WS-USAGE-STATUS     PIC XX.
       01  WS-MONTH            PIC X(6).
       01  WS-YEAR-N           PIC 9(4).
       01  WS-MONTH-N          PIC 9(2).
       01  WS-RC               PIC 9(2)   VALUE 0.
       01  WS-TOK-1            PIC X(12).
       01  WS-TOK-2            PIC X(12).
       01  WS-TOK-3            PIC X(20).
       01  WS-BAD-LINES        PIC 9(4)   VALUE 0.
       01  WS-CURRENT-STAMP.
           05 WS-STAMP-DATE    PIC X(8).
           05 WS-STAMP-TIME    PIC X(6).
           05 WS-STAMP-REST    PIC X(7).

       01  WS-RATE-LATEST      PIC 9(3)V9(4) VALUE 0.
       01  WS-RATE-HISTORY     PIC 9(3)V9(4) VALUE 0.
       01  WS-RATE-RETURNED    PIC 9(3)V9(4) VALUE 0.
       01  WS-RATE-REJECTED    PIC 9(3)V9(4) VALUE 0.
       01  WS-RATE-FILE        PIC 9(3)V9(4) VALUE 0.
       01  WS-RATE-VALUE       PIC 9(3)V9(4).
       01  WS-DEFAULT-QUOTA    PIC 9(7)   VALUE 0.

       01  QUOTA-TABLE.
           05 QT-ENTRY OCCURS 100 TIMES.
              10 QT-DEPT       PIC X(12).
              10 QT-QUOTA      PIC 9(7).
       01  WS-QT-CNT           PIC 9(3)   VALUE 0.
       01  WS-QT-IDX           PIC 9(3).

      *    One entry per department seen in the month.
       01  DEPT-TABLE.
           05 DT-ENTRY OCCURS 200 TIMES.
              10 DT-DEPT       PIC X(12).
              10 DT-DAYS       PIC 9(3).
              10 DT-FILES      PIC 9(7).
              10 DT-QUERIES    PIC 9(7).
              10 DT-LATEST     PIC 9(7).
              10 DT-HISTORY    PIC 9(7).
              10 DT-RETURNED   PIC 9(7).
              10 DT-REJECTED   PIC 9(7).
              10 DT-CHARGE     PIC 9(9)V99.
              10 DT-QUOTA      PIC 9(7).
       01  WS-DT-CNT           PIC 9(3)   VALUE 0.
       01  WS-DT-IDX           PIC 9(3).
       01  WS-DT-FOUND         PIC 9(3).
       01  WS-OVER-CNT         PIC 9(3)   VALUE 0.
       01  WS-TOTAL-QUERIES    PIC 9(9)   VALUE 0.
       01  WS-TOTAL-CHARGE     PIC 9(11)V99 VALUE 0.

       01  WS-RATE-ED          PIC ZZ9.9999.
       01  WS-QUOTA-ED         PIC Z(6)9.
       01  WS-TOTAL-ED         PIC Z(10)9.99.

       01  CB-LINE.
           05 CB-DEPT          PIC X(12).
           05 FILLER           PIC X      VALUE SPACE.
           05 CB-DAYS          PIC ZZ9.
           05 FILLER           PIC X      VALUE SPACE.
           05 CB-FILES         PIC Z(6)9.
           05 FILLER           PIC X      VALUE SPACE.
           05 CB-QUERIES       PIC Z(6)9.
           05 FILLER           PIC X      VALUE SPACE.
           05 CB-LATEST        PIC Z(6)9.
           05 FILLER           PIC X      VALUE SPACE.
           05 CB-HISTORY       PIC Z(6)9.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 CB-RETURNED      PIC Z(6)9.
           05 FILLER           PIC X(2)   VALUE SPACES.
           05 CB-REJECTED      PIC Z(6)9.
           05 FILLER           PIC X      VALUE SPACE.
           05 CB-CHARGE        PIC Z(8)9.99.
           05 FILLER           PIC X      VALUE SPACE.
           05 CB-QUOTA         PIC X(7).
           05 FILLER           PIC X      VALUE SPACE.
           05 CB-FLAG          PIC X(10).

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
           MOVE WS-STAMP-DATE(1:4) TO WS-YEAR-N.
           MOVE WS-STAMP-DATE(5:2) TO WS-MONTH-N.
           IF WS-MONTH-N = 1 THEN
              SUBTRACT 1 FROM WS-YEAR-N
              MOVE 12 TO WS-MONTH-N
           ELSE
              SUBTRACT 1 FROM WS-MONTH-N
           END-IF.
           MOVE SPACES TO WS-MONTH.
           STRING WS-YEAR-N DELIMITED SIZE
              WS-MONTH-N DELIMITED SIZE
              INTO WS-MONTH
           END-STRING.
           MOVE 'GET' TO CC-FUNC.
           MOVE 'AOC-2016-CHARGEBK' TO CC-PROGRAM.
           MOVE 'MONTH' TO CC-KEYWORD.
           MOVE 1 TO CC-OCCURRENCE.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND CC-VALUE(1:6) IS NUMERIC THEN
              MOVE CC-VALUE(1:6) TO WS-MONTH
           END-IF.
           MOVE 'RATES' TO CC-KEYWORD.
           CALL 'AOC-2016-CTLCARDS' USING CC-REQUEST
              ON EXCEPTION
                 MOVE 'N' TO CC-FOUND
           END-CALL.
           IF CC-FOUND = 'Y' AND CC-VALUE IS NOT EQUAL TO SPACES THEN
              MOVE CC-VALUE TO WS-RATE-NAME
           END-IF.

           PERFORM LOAD-RATE-CARD THRU LOAD-RATE-CARD-EXIT.
           IF WS-RC = 8 THEN
              MOVE WS-RC TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM SCAN-USAGE THRU SCAN-USAGE-EXIT.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
              UNTIL WS-DT-IDX > WS-DT-CNT
                 PERFORM PRICE-ONE-DEPT
           END-PERFORM.
           PERFORM WRITE-CHARGEBACK-REPORT.

           MOVE WS-TOTAL-CHARGE TO WS-TOTAL-ED.
           DISPLAY 'CHARGEBACK WRITTEN: aoc_chargeback.txt ('
              WS-MONTH ') ' WS-DT-CNT ' DEPARTMENT(S), TOTAL '
              FUNCTION TRIM(WS-TOTAL-ED).
           IF WS-OVER-CNT > 0 THEN
              DISPLAY 'DEPARTMENTS OVER QUOTA: ' WS-OVER-CNT
              MOVE 4 TO WS-RC
           END-IF.
           MOVE WS-RC TO RETURN-CODE.
           GOBACK.

       LOAD-RATE-CARD.
           OPEN INPUT RATEFILE.
           IF WS-RATE-STATUS IS NOT EQUAL TO '00' THEN
              DISPLAY 'RATE CARD ' FUNCTION TRIM(WS-RATE-NAME)
                 ' NOT FOUND - NO CHARGEBACK'
              MOVE 8 TO WS-RC
              GO TO LOAD-RATE-CARD-EXIT
           END-IF.
           PERFORM UNTIL WS-RATE-STATUS IS NOT EQUAL TO '00'
              READ RATEFILE
                 AT END
                    MOVE '10' TO WS-RATE-STATUS
                 NOT AT END
                    IF RATE-REC IS NOT EQUAL TO SPACES AND
                       RATE-REC(1:1) IS NOT EQUAL TO '*' THEN
                       PERFORM PARSE-RATE-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RATEFILE.
       LOAD-RATE-CARD-EXIT.
           EXIT.

       PARSE-RATE-LINE.
           MOVE SPACES TO WS-TOK-1 WS-TOK-2 WS-TOK-3.
           UNSTRING RATE-REC DELIMITED BY ALL SPACE
              INTO WS-TOK-1 WS-TOK-2 WS-TOK-3
           END-UNSTRING.
           IF WS-TOK-3 = SPACES OR
              FUNCTION TEST-NUMVAL(WS-TOK-3) IS NOT EQUAL TO 0 THEN
              PERFORM REPORT-BAD-RATE-LINE
           ELSE
              EVALUATE WS-TOK-1
                 WHEN 'RATE'
                    MOVE FUNCTION NUMVAL(WS-TOK-3) TO WS-RATE-VALUE
                    EVALUATE WS-TOK-2
                       WHEN 'LATEST'
                          MOVE WS-RATE-VALUE TO WS-RATE-LATEST
                       WHEN 'HISTORY'
                          MOVE WS-RATE-VALUE TO WS-RATE-HISTORY
                       WHEN 'RETURNED'
                          MOVE WS-RATE-VALUE TO WS-RATE-RETURNED
                       WHEN 'REJECTED'
                          MOVE WS-RATE-VALUE TO WS-RATE-REJECTED
                       WHEN 'FILE'
                          MOVE WS-RATE-VALUE TO WS-RATE-FILE
                       WHEN OTHER
                          PERFORM REPORT-BAD-RATE-LINE
                    END-EVALUATE
                 WHEN 'QUOTA'
                    IF WS-TOK-2 = '*' THEN
                       MOVE FUNCTION NUMVAL(WS-TOK-3)
                          TO WS-DEFAULT-QUOTA
                    ELSE
                       IF WS-QT-CNT < 100 THEN
                          ADD 1 TO WS-QT-CNT
                          MOVE FUNCTION UPPER-CASE(WS-TOK-2)
                             TO QT-DEPT(WS-QT-CNT)
                          MOVE FUNCTION NUMVAL(WS-TOK-3)
                             TO QT-QUOTA(WS-QT-CNT)
                       END-IF
                    END-IF
                 WHEN OTHER
                    PERFORM REPORT-BAD-RATE-LINE
              END-EVALUATE
           END-IF.

       REPORT-BAD-RATE-LINE.
           ADD 1 TO WS-BAD-LINES.
           DISPLAY 'RATE CARD LINE IGNORED: ' FUNCTION TRIM(RATE-REC).

       SCAN-USAGE.
           OPEN INPUT USAGEFILE.
           IF WS-USAGE-STATUS IS NOT EQUAL TO '00' THEN
              GO TO SCAN-USAGE-EXIT
           END-IF.
           PERFORM UNTIL WS-USAGE-STATUS IS NOT EQUAL TO '00'
              READ USAGEFILE
                 AT END
                    MOVE '10' TO WS-USAGE-STATUS
                 NOT AT END
                    IF UL-DATE(1:6) = WS-MONTH AND
                       UL-QUERIES IS NUMERIC THEN
                       PERFORM ADD-USAGE-LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE USAGEFILE.
       SCAN-USAGE-EXIT.
           EXIT.

       ADD-USAGE-LINE.
           MOVE 0 TO WS-DT-FOUND.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
              UNTIL WS-DT-IDX > WS-DT-CNT OR WS-DT-FOUND > 0
              IF DT-DEPT(WS-DT-IDX) = UL-DEPT THEN
                 MOVE WS-DT-IDX TO WS-DT-FOUND
              END-IF
           END-PERFORM.
           IF WS-DT-FOUND = 0 THEN
              IF WS-DT-CNT >= 200 THEN
                 DISPLAY 'DEPARTMENT TABLE FULL - ' UL-DEPT
                    ' NOT CHARGED'
              ELSE
                 ADD 1 TO WS-DT-CNT
                 MOVE WS-DT-CNT TO WS-DT-FOUND
                 INITIALIZE DT-ENTRY(WS-DT-CNT)
                 MOVE UL-DEPT TO DT-DEPT(WS-DT-CNT)
              END-IF
           END-IF.
           IF WS-DT-FOUND > 0 THEN
              ADD 1 TO DT-DAYS(WS-DT-FOUND)
              ADD UL-FILES TO DT-FILES(WS-DT-FOUND)
              ADD UL-QUERIES TO DT-QUERIES(WS-DT-FOUND)
              ADD UL-LATEST TO DT-LATEST(WS-DT-FOUND)
              ADD UL-HISTORY TO DT-HISTORY(WS-DT-FOUND)
              ADD UL-RETURNED TO DT-RETURNED(WS-DT-FOUND)
              ADD UL-REJECTED TO DT-REJECTED(WS-DT-FOUND)
           END-IF.

      *    Charge and quota for DT-ENTRY(WS-DT-IDX); a department over
      *    its quota is logged.
       PRICE-ONE-DEPT.
           COMPUTE DT-CHARGE(WS-DT-IDX) ROUNDED =
              DT-LATEST(WS-DT-IDX) * WS-RATE-LATEST +
              DT-HISTORY(WS-DT-IDX) * WS-RATE-HISTORY +
              DT-RETURNED(WS-DT-IDX) * WS-RATE-RETURNED +
              DT-REJECTED(WS-DT-IDX) * WS-RATE-REJECTED +
              DT-FILES(WS-DT-IDX) * WS-RATE-FILE
           END-COMPUTE.
           ADD DT-CHARGE(WS-DT-IDX) TO WS-TOTAL-CHARGE.
           ADD DT-QUERIES(WS-DT-IDX) TO WS-TOTAL-QUERIES.
           MOVE WS-DEFAULT-QUOTA TO DT-QUOTA(WS-DT-IDX).
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
              UNTIL WS-QT-IDX > WS-QT-CNT
              IF QT-DEPT(WS-QT-IDX) = DT-DEPT(WS-DT-IDX) THEN
                 MOVE QT-QUOTA(WS-QT-IDX) TO DT-QUOTA(WS-DT-IDX)
              END-IF
           END-PERFORM.
           IF DT-QUOTA(WS-DT-IDX) > 0 AND
              DT-QUERIES(WS-DT-IDX) > DT-QUOTA(WS-DT-IDX) THEN
              ADD 1 TO WS-OVER-CNT
              MOVE 'AOC0617W' TO EL-MSG-ID
              MOVE DT-DEPT(WS-DT-IDX) TO EL-VALUE-1
              MOVE DT-QUERIES(WS-DT-IDX) TO EL-VALUE-2
              MOVE DT-QUOTA(WS-DT-IDX) TO EL-VALUE-3
              MOVE 'LOG' TO EL-FUNC
              MOVE 'AOC-2016-CHARGEBK' TO EL-PROGRAM
              MOVE DT-DEPT(WS-DT-IDX) TO EL-REFERENCE
              CALL 'AOC-2016-ERRLOG' USING EL-REQUEST
                 ON EXCEPTION
                    CONTINUE
              END-CALL
           END-IF.

       WRITE-CHARGEBACK-REPORT.
           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-REC.
           STRING 'QUERY DROP-BOX CHARGEBACK FOR ' DELIMITED SIZE
              WS-MONTH DELIMITED SIZE
              ' (PRODUCED ' DELIMITED SIZE
              WS-STAMP-DATE DELIMITED SIZE
              ')' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'RATE CARD ' DELIMITED SIZE
              FUNCTION TRIM(WS-RATE-NAME) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE WS-RATE-LATEST TO WS-RATE-ED.
           MOVE SPACES TO REPORT-REC.
           STRING '    LATEST ' DELIMITED SIZE
              FUNCTION TRIM(WS-RATE-ED) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE WS-RATE-HISTORY TO WS-RATE-ED.
           MOVE SPACES TO REPORT-REC.
           STRING '    HISTORY ' DELIMITED SIZE
              FUNCTION TRIM(WS-RATE-ED) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE WS-RATE-RETURNED TO WS-RATE-ED.
           MOVE SPACES TO REPORT-REC.
           STRING '    RETURNED ' DELIMITED SIZE
              FUNCTION TRIM(WS-RATE-ED) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE WS-RATE-REJECTED TO WS-RATE-ED.
           MOVE SPACES TO REPORT-REC.
           STRING '    REJECTED ' DELIMITED SIZE
              FUNCTION TRIM(WS-RATE-ED) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE WS-RATE-FILE TO WS-RATE-ED.
           MOVE SPACES TO REPORT-REC.
           STRING '    FILE ' DELIMITED SIZE
              FUNCTION TRIM(WS-RATE-ED) DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           IF WS-DEFAULT-QUOTA > 0 THEN
              MOVE WS-DEFAULT-QUOTA TO WS-QUOTA-ED
              MOVE SPACES TO REPORT-REC
              STRING '    DEFAULT QUOTA ' DELIMITED SIZE
                 FUNCTION TRIM(WS-QUOTA-ED) DELIMITED SIZE
                 ' QUERIES A MONTH' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF.
           IF WS-BAD-LINES > 0 THEN
              MOVE SPACES TO REPORT-REC
              STRING '    ' DELIMITED SIZE
                 WS-BAD-LINES DELIMITED SIZE
                 ' RATE CARD LINE(S) IGNORED' DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
              WRITE REPORT-REC
           END-IF.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'DEPARTMENT  DAYS   FILES QUERIES  LATEST HISTORY'
              TO REPORT-REC.
           MOVE 'RETURNED REJECTED       CHARGE   QUOTA'
              TO REPORT-REC(50:).
           WRITE REPORT-REC.
           IF WS-DT-CNT = 0 THEN
              MOVE '    NO DROP-BOX USAGE RECORDED IN THE MONTH'
                 TO REPORT-REC
              WRITE REPORT-REC
           END-IF.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
              UNTIL WS-DT-IDX > WS-DT-CNT
                 PERFORM WRITE-DEPT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE WS-TOTAL-CHARGE TO WS-TOTAL-ED.
           MOVE SPACES TO REPORT-REC.
           STRING 'TOTAL ' DELIMITED SIZE
              WS-TOTAL-QUERIES DELIMITED SIZE
              ' QUERIES, CHARGE ' DELIMITED SIZE
              FUNCTION TRIM(WS-TOTAL-ED) DELIMITED SIZE
              ', ' DELIMITED SIZE
              WS-OVER-CNT DELIMITED SIZE
              ' DEPARTMENT(S) OVER QUOTA' DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           CLOSE REPORTFILE.

       WRITE-DEPT-LINE.
           MOVE DT-DEPT(WS-DT-IDX) TO CB-DEPT.
           MOVE DT-DAYS(WS-DT-IDX) TO CB-DAYS.
           MOVE DT-FILES(WS-DT-IDX) TO CB-FILES.
           MOVE DT-QUERIES(WS-DT-IDX) TO CB-QUERIES.
           MOVE DT-LATEST(WS-DT-IDX) TO CB-LATEST.
           MOVE DT-HISTORY(WS-DT-IDX) TO CB-HISTORY.
           MOVE DT-RETURNED(WS-DT-IDX) TO CB-RETURNED.
           MOVE DT-REJECTED(WS-DT-IDX) TO CB-REJECTED.
           MOVE DT-CHARGE(WS-DT-IDX) TO CB-CHARGE.
           MOVE SPACES TO CB-FLAG.
           IF DT-QUOTA(WS-DT-IDX) = 0 THEN
              MOVE '   NONE' TO CB-QUOTA
           ELSE
              MOVE DT-QUOTA(WS-DT-IDX) TO WS-QUOTA-ED
              MOVE WS-QUOTA-ED TO CB-QUOTA
              IF DT-QUERIES(WS-DT-IDX) > DT-QUOTA(WS-DT-IDX) THEN
                 MOVE 'OVER QUOTA' TO CB-FLAG
              END-IF
           END-IF.
           MOVE CB-LINE TO REPORT-REC.
           WRITE REPORT-REC.

       END PROGRAM AOC-2016-CHARGEBK.
