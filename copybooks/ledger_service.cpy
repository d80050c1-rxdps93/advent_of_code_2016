      *                      LG-LABEL appends "PROGRAM: LABEL
      *                      SECONDS = VALUE RUN=n" instead, for
      *                      per-door and per-phase timing lines
      *             COUNT  - append "PROGRAM: LABEL = VALUE RUN=n"
      *                      to the metrics log, for counters that
      *                      are not timings (the trend report
      *                      leaves them out)
      *             REDIRECT - point subsequent appends at the files
      *                      named in LG-LABEL (results) and LG-VALUE
      *                      (metrics); the smoke mode uses this to
      *                      in LG-LABEL / LG-VALUE, so a caller can
      *                      REDIRECT temporarily and restore exactly
      *                      what was in effect before
      *             CORRECT - append a supervisor's corrected answer
      *                      for an earlier run: "PROGRAM: LABEL =
      *                      VALUE RUN=n CORRECTED=yyyymmdd", n being
      *                      LG-ORIG-RUN, the run whose answer it
      *                      replaces; chained like any result line
      *    LG-STATUS: 'Y' = line appended, 'N' = the ledger lock could
      *    not be obtained within the bounded wait and the line was
      *    NOT written (the service also reports the failure on the
           05 LG-LABEL         PIC X(30).
           05 LG-VALUE         PIC X(60).
           05 LG-STATUS        PIC X.
           05 LG-ORIG-RUN      PIC 9(6).
