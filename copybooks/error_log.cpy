      *                 SUMMARY - write aoc_error_summary.txt with
      *                           counts by program and severity for
      *                           the current run
      *                 LOOKUP  - catalog entry for EL-MSG-ID: the
      *                           severity, the unexpanded text in
      *                           EL-MESSAGE and the remediation
      *                           steps in EL-VALUE-1..3 (all blank
      *                           when the id is not in the catalog)
      *    EL-SEVERITY: W = warning (answer produced, trust reduced)
      *                 E = error (work skipped or lost)
      *    EL-REFERENCE: free-form record/line/position reference
      *    EL-MSG-ID:   message id out of aoc_message_catalog.txt
      *                 (AOCnnnnS - S is the catalog severity). LOG
      *                 expands the catalog text with EL-VALUE-1..3
      *                 in place of &1..&3 and hands the expanded
      *                 text back in EL-MESSAGE and the catalog
      *                 severity back in EL-SEVERITY; the summary and
      *                 the shift report print the catalog's
      *                 remediation steps under each distinct id.
      *                 LOG clears EL-VALUE-1..3 once the record is
      *                 written, so a caller sets only the values its
      *                 message uses.
      *                 Blank = EL-MESSAGE/EL-SEVERITY logged as given.
       01  EL-REQUEST.
           05 EL-FUNC          PIC X(8).
           05 EL-PROGRAM       PIC X(20).
           05 EL-SEVERITY      PIC X.
           05 EL-REFERENCE     PIC X(20).
           05 EL-MESSAGE       PIC X(80).
           05 EL-MSG-ID        PIC X(8).
           05 EL-VALUE-1       PIC X(80).
           05 EL-VALUE-2       PIC X(80).
           05 EL-VALUE-3       PIC X(80).
