      *        aoc_alerts.txt         alert history
      *        aoc_verify_report.txt  verdict counts (latest run only,
      *                               the verifier keeps no history)
      *        aoc_results.txt        answer corrections recorded in
      *                               the month (CORRECTED= lines)
      *        aoc_freeze_log.txt     emergency changes made during a
      *                               change freeze (AOC-2016-FREEZE)
      *
      *    and writes aoc_monthly_rollup.txt: per-step success rate,
      *    average and worst elapsed, timeout and restart counts, the
      *    month's alert and correction counts, the five worst
      *    nights (ranked by worst run condition code, then failed
      *    steps), and every emergency change of the month.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VERIFY-STATUS.

           SELECT LEDGERFILE ASSIGN TO 'aoc_results.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT FREEZELOG ASSIGN TO 'aoc_freeze_log.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FREEZELOG-STATUS.

           SELECT REPORTFILE ASSIGN TO 'aoc_monthly_rollup.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

       FD  VERIFYFILE.
       01  VERIFY-REC      PIC X(160).

       FD  LEDGERFILE.
       01  LEDGER-REC      PIC X(200).

       FD  FREEZELOG.
       01  FREEZELOG-REC.
           05 FL-DATE      PIC X(8).
           05 FILLER       PIC X.
           05 FL-TIME      PIC X(6).
           05 FILLER       PIC X.
           05 FL-EVENT     PIC X(9).
           05 FILLER       PIC X.
           05 FL-PROGRAM   PIC X(20).
           05 FILLER       PIC X.
           05 FL-OPERATOR  PIC X(8).
           05 FILLER       PIC X.
           05 FL-REF       PIC X(20).
           05 FILLER       PIC X.
           05 FL-CHANGE    PIC X(60).
           05 FILLER       PIC X.
           05 FL-UNTIL     PIC X(12).
           05 FILLER       PIC X.
           05 FL-APPROVER  PIC X(12).
           05 FILLER       PIC X.
           05 FL-REASON    PIC X(40).

       FD  REPORTFILE.
       01  REPORT-REC      PIC X(132).

       01  WS-MASTER-STATUS    PIC XX.
       01  WS-ALERT-STATUS     PIC XX.
       01  WS-VERIFY-STATUS    PIC XX.
       01  WS-LEDGER-STATUS    PIC XX.
       01  WS-FREEZELOG-STATUS PIC XX.
       01  WS-EMERGENCY-CNT    PIC 9(5)   VALUE 0.

       01  WS-MONTH            PIC X(6).
       01  WS-CURRENT-STAMP.
       01  WS-VALUE-TOKEN      PIC X(18).
       01  WS-ELAPSED          PIC 9(9).
       01  WS-ALERT-CNT        PIC 9(5)   VALUE 0.
       01  WS-CORRECTION-CNT   PIC 9(5)   VALUE 0.
       01  WS-CORRECTED-TAIL   PIC X(60).
       01  WS-TOK-1            PIC X(20).
       01  WS-TOK-2            PIC X(20).
       01  WS-TOK-3            PIC X(20).
           PERFORM SCAN-RUNS-MASTER THRU SCAN-RUNS-MASTER-EXIT.
           PERFORM SCAN-ALERTS THRU SCAN-ALERTS-EXIT.
           PERFORM SCAN-VERIFY THRU SCAN-VERIFY-EXIT.
           PERFORM SCAN-CORRECTIONS THRU SCAN-CORRECTIONS-EXIT.
           PERFORM WRITE-ROLLUP-REPORT.
           GOBACK.

       SCAN-VERIFY-EXIT.
           EXIT.

      *    Corrections: ledger lines carrying CORRECTED=yyyymmdd,
      *    counted by the date the correction was recorded.
       SCAN-CORRECTIONS.
           OPEN INPUT LEDGERFILE.
           IF WS-LEDGER-STATUS IS NOT EQUAL TO '00' THEN
              GO TO SCAN-CORRECTIONS-EXIT
           END-IF.
           PERFORM UNTIL WS-LEDGER-STATUS IS NOT EQUAL TO '00'
              READ LEDGERFILE
                 AT END
                    MOVE '10' TO WS-LEDGER-STATUS
                 NOT AT END
                    MOVE SPACES TO WS-LINE-REST
                    MOVE SPACES TO WS-CORRECTED-TAIL
                    UNSTRING LEDGER-REC DELIMITED BY ' CORRECTED='
                       INTO WS-LINE-REST WS-CORRECTED-TAIL
                    END-UNSTRING
                    IF WS-CORRECTED-TAIL(1:6) = WS-MONTH THEN
                       ADD 1 TO WS-CORRECTION-CNT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LEDGERFILE.
       SCAN-CORRECTIONS-EXIT.
           EXIT.

       WRITE-ROLLUP-REPORT.
           OPEN OUTPUT REPORTFILE.
           MOVE SPACES TO REPORT-REC.
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'ANSWER CORRECTIONS THIS MONTH: ' DELIMITED SIZE
              WS-CORRECTION-CNT DELIMITED SIZE
              INTO REPORT-REC
           END-STRING.
           WRITE REPORT-REC.
           MOVE SPACES TO REPORT-REC.
           STRING 'VERIFY VERDICTS (LATEST RUN ONLY): MATCH='
              DELIMITED SIZE
              WS-VFY-MATCH DELIMITED SIZE
              MOVE '    NO NIGHTS RECORDED' TO REPORT-REC
              WRITE REPORT-REC
           END-IF.
           PERFORM WRITE-EMERGENCY-CHANGES THRU
              WRITE-EMERGENCY-CHANGES-EXIT.
           CLOSE REPORTFILE.
           DISPLAY 'MONTHLY ROLLUP WRITTEN: aoc_monthly_rollup.txt'
              ' (' WS-MONTH ')'.
           WRITE REPORT-REC.
           DISPLAY '    ' FUNCTION TRIM(REPORT-REC).

      *    Emergency changes made during a change freeze in the
      *    month, one line each, then the count.
       WRITE-EMERGENCY-CHANGES.
           MOVE SPACES TO REPORT-REC.
           WRITE REPORT-REC.
           MOVE 'EMERGENCY CHANGES DURING A CHANGE FREEZE:'
              TO REPORT-REC.
           WRITE REPORT-REC.
           OPEN INPUT FREEZELOG.
           IF WS-FREEZELOG-STATUS IS NOT EQUAL TO '00' THEN
              MOVE '    NONE' TO REPORT-REC
              WRITE REPORT-REC
              GO TO WRITE-EMERGENCY-CHANGES-EXIT
           END-IF.
           PERFORM UNTIL WS-FREEZELOG-STATUS IS NOT EQUAL TO '00'
              READ FREEZELOG
                 AT END
                    MOVE '10' TO WS-FREEZELOG-STATUS
                 NOT AT END
                    IF FL-DATE(1:6) = WS-MONTH AND
                       FL-EVENT = 'EMERGENCY' THEN
                       ADD 1 TO WS-EMERGENCY-CNT
                       MOVE SPACES TO REPORT-REC
                       STRING '    ' DELIMITED SIZE
                          FL-DATE DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          FL-TIME(1:4) DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          FUNCTION TRIM(FL-PROGRAM) DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          FUNCTION TRIM(FL-OPERATOR) DELIMITED SIZE
                          ' REF=' DELIMITED SIZE
                          FUNCTION TRIM(FL-REF) DELIMITED SIZE
                          ' ' DELIMITED SIZE
                          FUNCTION TRIM(FL-CHANGE) DELIMITED SIZE
                          ' (' DELIMITED SIZE
                          FUNCTION TRIM(FL-REASON) DELIMITED SIZE
                          ')' DELIMITED SIZE
                          INTO REPORT-REC
                       END-STRING
                       WRITE REPORT-REC
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FREEZELOG.
           MOVE SPACES TO REPORT-REC.
           IF WS-EMERGENCY-CNT = 0 THEN
              MOVE '    NONE' TO REPORT-REC
           ELSE
              STRING '    TOTAL ' DELIMITED SIZE
                 WS-EMERGENCY-CNT DELIMITED SIZE
                 INTO REPORT-REC
              END-STRING
           END-IF.
           WRITE REPORT-REC.
       WRITE-EMERGENCY-CHANGES-EXIT.
           EXIT.

      *    Selection sort, worst first.
       SORT-NIGHTS.
           PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
