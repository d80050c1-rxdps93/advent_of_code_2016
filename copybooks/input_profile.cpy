      *    One input-file shape profile, as AOC-2016-DRIFT keeps them
      *    in aoc_input_profiles.txt (one line per file per content
      *    version). :TAG: is replaced by the caller so the stored
      *    line and the profile it is compared against can both be
      *    held at once. Character counts are over the record data
      *    only (no line ends); a token is a run of characters that
      *    are neither space nor comma. The leading-word table holds
      *    the first token of each record - an instruction verb
      *    ('value', 'bot', 'rect', 'cpy') where the format has one,
      *    '#NUM' for a number, '#MIXED' otherwise; more than eight
      *    distinct words means free-form text (OVERFLOW = 'Y').
       01  :TAG:-PROFILE.
           05 :TAG:-FILE        PIC X(60).
           05 FILLER            PIC X.
           05 :TAG:-VERSION     PIC X(12).
           05 FILLER            PIC X.
           05 :TAG:-SUM         PIC X(32).
           05 FILLER            PIC X.
           05 :TAG:-RECS        PIC 9(7).
           05 FILLER            PIC X.
           05 :TAG:-MIN-LEN     PIC 9(5).
           05 FILLER            PIC X.
           05 :TAG:-MAX-LEN     PIC 9(5).
           05 FILLER            PIC X.
           05 :TAG:-AVG-LEN     PIC 9(5).
           05 FILLER            PIC X.
           05 :TAG:-UPPER       PIC 9(9).
           05 FILLER            PIC X.
           05 :TAG:-LOWER       PIC 9(9).
           05 FILLER            PIC X.
           05 :TAG:-DIGIT       PIC 9(9).
           05 FILLER            PIC X.
           05 :TAG:-SPACE       PIC 9(9).
           05 FILLER            PIC X.
           05 :TAG:-OTHER       PIC 9(9).
           05 FILLER            PIC X.
           05 :TAG:-TOKENS      PIC 9(9).
           05 FILLER            PIC X.
           05 :TAG:-OVERFLOW    PIC X.
           05 FILLER            PIC X.
           05 :TAG:-WORD-CNT    PIC 9.
           05 :TAG:-WORD-ENTRY OCCURS 8 TIMES.
              10 FILLER         PIC X.
              10 :TAG:-WORD     PIC X(12).
              10 FILLER         PIC X.
              10 :TAG:-WORD-RECS PIC 9(7).
