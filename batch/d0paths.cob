      *    .aoc_profile marker), which is what keeps a rehearsal's
      *    dozens of hardcoded artifact names out of the production
      *    directory without touching every SELECT in the suite.
      *
      *    The same file maps each puzzle account to the directory
      *    holding its own inputs and expected answers:
      *
      *        ACCOUNT ALICE DIR=accounts/alice
      *
      *    ACCOUNT prefixes that directory onto an input name (an
      *    account with no entry uses accounts/<id>). It is answered
      *    before the profile is resolved, because the control-card
      *    service calls it while handing out INPUT cards and the
      *    profile lookup would call the card service back.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-TOK-3            PIC X(110).
       01  WS-CHDIR-RC         PIC 9(4) COMP.
       01  WS-SHELL-CMD        PIC X(400).
       01  WS-ACCOUNT-DIR      PIC X(100).

       LINKAGE SECTION.
       COPY "path_service.cpy".

       PROCEDURE DIVISION USING PS-REQUEST.
       MAIN.
           IF PS-FUNC = 'ACCOUNT' THEN
              PERFORM RESOLVE-ACCOUNT-PATH THRU
                 RESOLVE-ACCOUNT-PATH-EXIT
              GOBACK
           END-IF.
           IF WS-RESOLVED = 'N' THEN
              PERFORM RESOLVE-PROFILE THRU RESOLVE-PROFILE-EXIT
           END-IF.
              END-STRING
           END-IF.

       RESOLVE-ACCOUNT-PATH.
           MOVE PS-NAME TO PS-PATH.
           IF PS-ACCOUNT IS EQUAL TO SPACES OR
              PS-ACCOUNT IS EQUAL TO LOW-VALUES OR
              PS-NAME IS EQUAL TO SPACES OR
              PS-NAME(1:1) = '/' THEN
              GO TO RESOLVE-ACCOUNT-PATH-EXIT
           END-IF.
           MOVE SPACES TO WS-ACCOUNT-DIR.
           STRING 'accounts/' DELIMITED SIZE
              FUNCTION TRIM(PS-ACCOUNT) DELIMITED SIZE
              INTO WS-ACCOUNT-DIR
           END-STRING.
           OPEN INPUT PROFILEFILE.
           IF WS-PROFILE-STATUS = '00' THEN
              PERFORM UNTIL WS-PROFILE-STATUS IS NOT EQUAL TO '00'
                 READ PROFILEFILE
                    AT END
                       MOVE '10' TO WS-PROFILE-STATUS
                    NOT AT END
                       PERFORM PARSE-ACCOUNT-REC
                 END-READ
              END-PERFORM
              CLOSE PROFILEFILE
           END-IF.
           IF WS-ACCOUNT-DIR IS EQUAL TO SPACES OR
              WS-ACCOUNT-DIR = '.' THEN
              GO TO RESOLVE-ACCOUNT-PATH-EXIT
           END-IF.
           MOVE SPACES TO PS-PATH.
           STRING FUNCTION TRIM(WS-ACCOUNT-DIR) DELIMITED SIZE
              '/' DELIMITED SIZE
              FUNCTION TRIM(PS-NAME) DELIMITED SIZE
              INTO PS-PATH
           END-STRING.
       RESOLVE-ACCOUNT-PATH-EXIT.
           EXIT.

       PARSE-ACCOUNT-REC.
           IF PROFILE-REC IS EQUAL TO SPACES OR
              PROFILE-REC(1:1) = '*' THEN
              CONTINUE
           ELSE
              MOVE SPACES TO WS-TOK-1
              MOVE SPACES TO WS-TOK-2
              MOVE SPACES TO WS-TOK-3
              UNSTRING PROFILE-REC DELIMITED BY ALL SPACE
                 INTO WS-TOK-1 WS-TOK-2 WS-TOK-3
              END-UNSTRING
              IF WS-TOK-1 = 'ACCOUNT' AND
                 WS-TOK-2(1:8) = PS-ACCOUNT AND
                 WS-TOK-3(1:4) = 'DIR=' THEN
                 MOVE WS-TOK-3(5:96) TO WS-ACCOUNT-DIR
              END-IF
           END-IF.

       ACTIVATE-PROFILE.
           IF WS-PROFILE-DIR IS EQUAL TO SPACES OR
              WS-PROFILE-DIR = '.' THEN
              DELIMITED SIZE
              'aoc_profiles.txt aoc_retention.txt '
              DELIMITED SIZE
              'aoc_message_catalog.txt ' DELIMITED SIZE
              FUNCTION TRIM(WS-PROFILE-DIR) DELIMITED SIZE
              '/ 2>/dev/null' DELIMITED SIZE
              INTO WS-SHELL-CMD
