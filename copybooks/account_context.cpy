      *    Puzzle account the run unit is currently working for,
      *    EXTERNAL so the driver sets it once per account pass and
      *    every program in the run unit sees it without a USING list
      *    (the run_registry.cpy sharing pattern). The driver walks
      *    the AOC-2016-BATCH ACCOUNTS= list (a spawned child gets it
      *    through AOC_ACCOUNT); AOC-2016-CTLCARDS resolves INPUT and
      *    SESSION cards into the account's input directory through
      *    AOC-2016-PATHS, and AOC-2016-LEDGER stamps ACCOUNT=id on
      *    every ledger and metrics line. Blank (or never set - a
      *    standalone run, or a shop with one account) means no
      *    account: names and lines stay exactly as they were.
       01  AC-ACCOUNT-ID    EXTERNAL PIC X(8).
