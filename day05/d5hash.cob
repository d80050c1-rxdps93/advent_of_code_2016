      *    saved at end of step. A cache that cannot be opened (for
      *    instance another shard holds it) is simply skipped for
      *    that block.
      *
      *    Key stretching (Day 14): a hash command of the form
      *    'md5sum 2016' - command word, blank, round count - has
      *    the shell loop re-hash each digest's hex text that many
      *    more times before it comes back. Stretched digests are
      *    cached under their own prefix 'S<rounds>:<text>', so they
      *    can never be served for (or collide with) the plain
      *    digests of the same text.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-PIPE-START    PIC 9(8).
       01  WS-PIPE-COUNT    PIC 9(4).
       01  WS-PIPE-SLOT     PIC 9(4).
       01  WS-HASH-WORD     PIC X(16).
       01  WS-ROUNDS-TEXT   PIC X(16).
       01  WS-STRETCH-ROUNDS PIC 9(4).
       01  WS-ROUNDS-SHOW   PIC Z(3)9.
       01  WS-CACHE-PREFIX  PIC X(16).

       01  PIPE-LINE   PIC X(32768).

       01  READ-LENGTH PIC 9(5).

       01  PIPE-COMMAND PIC X(400).

       01  PIPE-RECORD.
           05 PIPE-POINTER   USAGE POINTER.
           IF BLK-COUNT = 0 OR BLK-COUNT > 500 THEN
              GOBACK
           END-IF.
           PERFORM SPLIT-HASH-CMD.
           PERFORM OPEN-CACHE.
           MOVE 0 TO WS-LEAD-HITS.
           IF WS-CACHE-OPEN = 'Y' THEN
           END-IF.
           GOBACK.

       SPLIT-HASH-CMD.
           MOVE SPACES TO WS-HASH-WORD WS-ROUNDS-TEXT.
           MOVE 0 TO WS-STRETCH-ROUNDS.
           UNSTRING LS-HASH-CMD DELIMITED BY ALL SPACE
              INTO WS-HASH-WORD WS-ROUNDS-TEXT
           END-UNSTRING.
           IF WS-ROUNDS-TEXT IS NOT EQUAL TO SPACES AND
              FUNCTION TEST-NUMVAL(WS-ROUNDS-TEXT) = 0 THEN
              MOVE FUNCTION NUMVAL(WS-ROUNDS-TEXT)
                 TO WS-STRETCH-ROUNDS
           END-IF.
           MOVE WS-STRETCH-ROUNDS TO WS-ROUNDS-SHOW.
           IF WS-STRETCH-ROUNDS = 0 THEN
              MOVE BLK-PREFIX TO WS-CACHE-PREFIX
           ELSE
              MOVE SPACES TO WS-CACHE-PREFIX
              STRING 'S' DELIMITED SIZE
                 FUNCTION TRIM(WS-ROUNDS-SHOW) DELIMITED SIZE
                 ':' DELIMITED SIZE
                 FUNCTION TRIM(BLK-PREFIX) DELIMITED SIZE
                 INTO WS-CACHE-PREFIX
              END-STRING
           END-IF.

      *    EXTEND-or-create protocol like the ledger's: status 35
      *    means no cache yet. A cache held by another run unit (or
      *    a runtime without indexed support) leaves WS-CACHE-OPEN
           MOVE 'N' TO WS-SCAN-DONE.
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
              UNTIL WS-BLK-IDX > BLK-COUNT OR WS-SCAN-DONE = 'Y'
                 MOVE WS-CACHE-PREFIX TO D5C-PREFIX
                 COMPUTE D5C-INDX = BLK-START + WS-BLK-IDX - 1
                 READ CACHEFILE
                    INVALID KEY
           MOVE WS-PIPE-START TO WS-START-SHOW.
           MOVE WS-LAST-INDX TO WS-LAST-SHOW.
           MOVE SPACES TO PIPE-COMMAND.
           IF WS-STRETCH-ROUNDS = 0 THEN
              STRING 'i=' DELIMITED SIZE
                 FUNCTION TRIM(WS-START-SHOW) DELIMITED SIZE
                 '; while [ $i -le ' DELIMITED SIZE
                 FUNCTION TRIM(WS-LAST-SHOW) DELIMITED SIZE
                 ' ]; do printf ' DELIMITED SIZE
                 X'27' DELIMITED SIZE
                 FUNCTION TRIM(BLK-PREFIX) DELIMITED SIZE
                 '%d' DELIMITED SIZE
                 X'27' DELIMITED SIZE
                 ' $i | ' DELIMITED SIZE
                 FUNCTION TRIM(WS-HASH-WORD) DELIMITED SIZE
                 '; i=$((i+1)); done' DELIMITED SIZE
                 INTO PIPE-COMMAND
              END-STRING
           ELSE
              STRING 'i=' DELIMITED SIZE
                 FUNCTION TRIM(WS-START-SHOW) DELIMITED SIZE
                 '; while [ $i -le ' DELIMITED SIZE
                 FUNCTION TRIM(WS-LAST-SHOW) DELIMITED SIZE
                 ' ]; do h=$(printf ' DELIMITED SIZE
                 X'27' DELIMITED SIZE
                 FUNCTION TRIM(BLK-PREFIX) DELIMITED SIZE
                 '%d' DELIMITED SIZE
                 X'27' DELIMITED SIZE
                 ' $i | ' DELIMITED SIZE
                 FUNCTION TRIM(WS-HASH-WORD) DELIMITED SIZE
                 '); h=${h%% *}; j=0; while [ $j -lt ' DELIMITED SIZE
                 FUNCTION TRIM(WS-ROUNDS-SHOW) DELIMITED SIZE
                 ' ]; do h=$(printf %s $h | ' DELIMITED SIZE
                 FUNCTION TRIM(WS-HASH-WORD) DELIMITED SIZE
                 '); h=${h%% *}; j=$((j+1)); done; echo $h;'
                    DELIMITED SIZE
                 ' i=$((i+1)); done' DELIMITED SIZE
                 INTO PIPE-COMMAND
              END-STRING
           END-IF.
           COMPUTE WS-PIPE-SLOT = WS-LEAD-HITS + 1.
           MOVE PIPE-OPEN(PIPE-COMMAND, "r") TO PIPE-RECORD.
           IF PIPE-RETURN IS NOT EQUAL TO 255 THEN
      *    Duplicate keys (another shard got there first) are fine -
      *    the digest is the same either way.
       STORE-CACHE-REC.
           MOVE WS-CACHE-PREFIX TO D5C-PREFIX.
           COMPUTE D5C-INDX = BLK-START + WS-BLK-IDX - 1.
           MOVE BLK-DIGEST(WS-BLK-IDX) TO D5C-DIGEST.
           WRITE CACHE-REC
