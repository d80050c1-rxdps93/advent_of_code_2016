      *    Request area for the AOC-2016-ROSTER operator roster
      *    service. Anyone who could open the console could certify
      *    a run or launch a fresh restart, and the operator audit
      *    only said afterwards who had. The roster
      *    (aoc_operator_roster.txt) gives each operator id a role,
      *    lowest to highest: VIEWER, OPERATOR, SUPERVISOR. An id
      *    not on the roster (or blank) is a VIEWER.
      *
      *    OR-FUNC: ROLE    - return the role of OR-OPERATOR-ID in
      *                       OR-ROLE
      *             CHECK   - also compare it with OR-NEEDED-ROLE;
      *                       OR-ALLOWED = Y when the operator's
      *                       role is at least that high, else N
      *                       and a REFUSED line naming OR-ACTION is
      *                       appended to aoc_operator_audit.txt
       01  OR-REQUEST.
           05 OR-FUNC          PIC X(8).
           05 OR-OPERATOR-ID   PIC X(8).
           05 OR-NEEDED-ROLE   PIC X(10).
           05 OR-ACTION        PIC X(60).
           05 OR-ROLE          PIC X(10).
           05 OR-ALLOWED       PIC X.
