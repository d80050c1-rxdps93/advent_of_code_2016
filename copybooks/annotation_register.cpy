      *    Request area for the AOC-2016-ANNOTATE answer annotation
      *    register (aoc_annotations.txt). Handover notes are per
      *    date; an annotation belongs to one answer - program-id,
      *    part label and run number - and carries a category:
      *        KNOWN-ISSUE  CONFIRMED  DISPUTED  RESOLVED
      *    A DISPUTED answer stays disputed until a later CONFIRMED
      *    or RESOLVED note on the same answer; while any answer of a
      *    run is disputed the run cannot be certified.
      *
      *    AN-FUNC: ADD      - append a note (key, AN-CATEGORY,
      *                        AN-OPERATOR, AN-NOTE-TEXT; dated now).
      *                        AN-STATUS = N when the key or the
      *                        category is not acceptable
      *             LOOKUP   - AN-COUNT notes on the key, AN-STANDING
      *                        its standing category (DISPUTED while
      *                        a dispute is open, else the latest
      *                        note's category, blank with no notes)
      *                        and note number AN-OCCURRENCE (oldest
      *                        first) in AN-NOTE-DATE / AN-CATEGORY /
      *                        AN-OPERATOR / AN-NOTE-TEXT; AN-STATUS
      *                        = Y when that note exists
      *             DISPUTES - AN-COUNT answers of run AN-RUN with an
      *                        open dispute, the first of them in
      *                        AN-PROGRAM / AN-LABEL
       01  AN-REQUEST.
           05 AN-FUNC          PIC X(8).
           05 AN-PROGRAM       PIC X(20).
           05 AN-LABEL         PIC X(30).
           05 AN-RUN           PIC 9(6).
           05 AN-OCCURRENCE    PIC 9(3).
           05 AN-CATEGORY      PIC X(12).
           05 AN-OPERATOR      PIC X(8).
           05 AN-NOTE-DATE     PIC X(8).
           05 AN-NOTE-TEXT     PIC X(100).
           05 AN-COUNT         PIC 9(4).
           05 AN-STANDING      PIC X(12).
           05 AN-STATUS        PIC X.
