      *    Request area for the AOC-2016-FREEZE change-freeze
      *    service. Month-end and audit freezes are declared in
      *    aoc_freeze_calendar.txt (start and end date/time, approver,
      *    reason); the promotion paths (deck promotion, step
      *    catalog, glyph library, keypad layout library) ask before
      *    a change goes live.
      *
      *    FZ-FUNC: STATUS - is a freeze on now; nothing is logged
      *             CHECK  - may this change go live now: outside a
      *                      freeze always; inside one only with an
      *                      emergency-change reference in
      *                      FZ-EMERGENCY-REF. Inside a freeze the
      *                      decision is logged to aoc_freeze_log.txt
      *                      (EMERGENCY or REFUSED) and the error log
      *    FZ-CHANGE:   what is being changed, as the log shows it
      *    FZ-FROZEN:   Y when a freeze window covers the current
      *                 date and time; FZ-UNTIL (YYYYMMDDHHMM),
      *                 FZ-APPROVER and FZ-REASON describe it
      *    FZ-ALLOWED:  Y or N (CHECK)
       01  FZ-REQUEST.
           05 FZ-FUNC          PIC X(8).
           05 FZ-PROGRAM       PIC X(20).
           05 FZ-OPERATOR      PIC X(8).
           05 FZ-CHANGE        PIC X(60).
           05 FZ-EMERGENCY-REF PIC X(20).
           05 FZ-FROZEN        PIC X.
           05 FZ-ALLOWED       PIC X.
           05 FZ-UNTIL         PIC X(12).
           05 FZ-APPROVER      PIC X(12).
           05 FZ-REASON        PIC X(40).
