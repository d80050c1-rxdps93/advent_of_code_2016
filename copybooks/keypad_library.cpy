      *    Request area for the AOC-2016-KPLIB keypad layout library
      *    service. The library (aoc_keypad_library.dat, INDEXED) is
      *    keyed by layout ID and version and holds each layout in the
      *    same shape LOAD-KEYPAD-FROM-FILE reads from a layout file:
      *    the row/column dimensions and up to nine rows of keys.
      *
      *    KL-FUNC: GET - KL-SPEC is 'name' (latest version) or
      *                   'name/version'; answers the ID, version,
      *                   dimensions and rows
      *             ADD - stores the dimensions and rows in the
      *                   request as the next version of KL-LAYOUT-ID
      *                   (version 1 for a new ID) and answers the
      *                   version assigned. Only AOC-2016-KPLINT adds,
      *                   and only a layout that has just passed lint.
      *    KL-STATUS: FOUND / ADDED, or NOTFOUND, BADSPEC (empty ID,
      *    bad version), NOLIB (no library file yet), FULL (version
      *    999 already used), IOERROR.
      *    KL-TAG is the 'name/version' the callers stamp on their
      *    reports and ledger lines, so an answer names the exact
      *    layout that produced it.
       01  KL-REQUEST.
           05 KL-FUNC          PIC X(8).
           05 KL-SPEC          PIC X(30).
           05 KL-LAYOUT-ID     PIC X(16).
           05 KL-VERSION       PIC 9(3).
           05 KL-ROWS          PIC 9.
           05 KL-COLS          PIC 9.
           05 KL-ROW-TEXT      PIC X(9) OCCURS 9 TIMES.
           05 KL-SOURCE        PIC X(100).
           05 KL-ADDED         PIC X(14).
           05 KL-TAG           PIC X(20).
           05 KL-STATUS        PIC X(8).
