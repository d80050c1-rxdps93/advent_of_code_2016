      *    input content it came from. A GET for a file the manifest
      *    does not list clears the area, so one program's lineage
      *    can never bleed onto the next program's answers in the
      *    same run unit. ML-REFDATA-TAG is the same idea for
      *    reference data rather than input: a program that loaded a
      *    versioned table (a keypad layout from the library) leaves
      *    KEYWORD=tag there for the ledger and clears it on exit.
       01  MF-REQUEST.
           05 MF-FUNC          PIC X(8).
           05 MF-FILE          PIC X(100).
           05 MF-FOUND         PIC X.
       01  ML-INPUT-SUM EXTERNAL PIC X(32).
       01  ML-INPUT-VER EXTERNAL PIC X(12).
       01  ML-REFDATA-TAG EXTERNAL PIC X(30).
