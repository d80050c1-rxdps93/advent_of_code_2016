      *    this migration is rerunnable and brings the master up to
      *    date from it (WRITE, REWRITE on a duplicate key), after
      *    which AOC-2016-RESQRY answers latest-answer and history
      *    lookups by key instead of re-parsing strings. The puzzle
      *    account (a line's ACCOUNT= stamp, blank without one) is
      *    part of the key, so two accounts' answers from the same
      *    run are two records.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 RM-KEY.
              10 RM-PROGRAM    PIC X(20).
              10 RM-LABEL      PIC X(30).
              10 RM-ACCOUNT    PIC X(8).
              10 RM-RUN        PIC 9(6).
           05 RM-ANSWER        PIC X(60).

       01  WS-LINE-REST        PIC X(140).
       01  WS-LINE-TAIL        PIC X(60).
       01  WS-RUN-DIGITS       PIC X(6).
       01  WS-ACCT-HEAD        PIC X(200).
       01  WS-ACCT-TAIL        PIC X(60).
       01  WS-EQ-POS           PIC 9(3).
       01  WS-LOADED-CNT       PIC 9(6)   VALUE 0.
       01  WS-UPDATED-CNT      PIC 9(6)   VALUE 0.
                 ELSE
                    MOVE 0 TO RM-RUN
                 END-IF
                 MOVE SPACES TO WS-ACCT-HEAD
                 MOVE SPACES TO WS-ACCT-TAIL
                 UNSTRING LEDGER-REC DELIMITED BY ' ACCOUNT='
                    INTO WS-ACCT-HEAD WS-ACCT-TAIL
                 END-UNSTRING
                 MOVE SPACES TO RM-ACCOUNT
                 UNSTRING WS-ACCT-TAIL DELIMITED BY SPACE
                    INTO RM-ACCOUNT
                 END-UNSTRING
                 WRITE RM-REC
                    INVALID KEY
                       REWRITE RM-REC
