      *    Request area for the AOC-2016-FMTCHECK artifact layout
      *    checker. Layouts are declared in aoc_layout_registry.txt
      *    (record types, field count, delimiter or column positions
      *    and field classes per artifact); the checker reports each
      *    nonconforming record with its line number and field in
      *    aoc_format_report.txt.
      *
      *    FC-FUNC:     ALL - check every declared artifact; the
      *                       report is rewritten
      *                 ONE - check the file FC-ARTIFACT against the
      *                       layout declared for FC-LAYOUT (a dated
      *                       copy checked under its contract name);
      *                       the result is appended to the report
      *    FC-BREAKS:   nonconforming records found (ONE), artifacts
      *                 with any (ALL); RETURN-CODE is 8 when nonzero
      *    FC-STATUS:   ONE only - P pass, B break, M file missing,
      *                 U layout not declared (nothing checked)
       01  FC-REQUEST.
           05 FC-FUNC          PIC X(8).
           05 FC-ARTIFACT      PIC X(100).
           05 FC-LAYOUT        PIC X(100).
           05 FC-BREAKS        PIC 9(5).
           05 FC-STATUS        PIC X.
