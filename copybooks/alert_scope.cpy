      *    Routing scope for an AOC-2016-ALERTS call made by a
      *    standalone monitor between batches (run number 0), EXTERNAL
      *    so the caller can hand it over without a USING list (the
      *    run_registry.cpy sharing pattern). A non-blank
      *    AL-SCOPE-PROGRAM limits the pass to severity routing of
      *    that program's error records stamped at or after
      *    AL-SCOPE-SINCE (yyyymmddhhmmss) - the records the monitor
      *    has just logged - so a daytime pass neither re-routes the
      *    whole error log nor re-checks the night's metrics. The
      *    caller clears it again after the call.
       01  AL-SCOPE-PROGRAM EXTERNAL PIC X(20).
       01  AL-SCOPE-SINCE   EXTERNAL PIC X(14).
