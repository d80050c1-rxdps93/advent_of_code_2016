      *    Request area for the AOC-2016-ASMBNY assembunny
      *    interpreter shared by the Day 12, 23 and 25 steps.
      *    LOAD reads and parses AB-FILE into the interpreter's own
      *    program table (bad lines stay in place as no-ops so jump
      *    offsets still line up, and are W-logged); RUN executes a
      *    fresh copy of the loaded program - tgl rewrites only the
      *    copy - from the registers in AB-REG (a, b, c, d) and hands
      *    the final registers back in the same slots.
      *    AB-LIMIT is the instruction ceiling: a program that reaches
      *    it is stopped with AB-STATUS 'CEILING' and an E-level
      *    ERRLOG entry instead of spinning through the window.
      *    With AB-CLOCK-MODE 'Y' the run stops at the first 'out'
      *    that breaks the 0,1,0,1... clock ('CLOCKBAD') or once
      *    AB-CLOCK-LEN clean values have gone out ('CLOCKOK').
      *    A non-blank AB-TRACE-FILE receives a register dump per
      *    executed instruction (first AB-TRACE-CAP per run) and a
      *    closing dump per run.
       01  AB-REQUEST.
           05 AB-FUNC          PIC X(8).
           05 AB-CALLER        PIC X(20).
           05 AB-FILE          PIC X(100).
           05 AB-REGS.
              10 AB-REG        OCCURS 4 TIMES PIC S9(15).
           05 AB-LIMIT         PIC 9(12).
           05 AB-EXECUTED      PIC 9(12).
           05 AB-CLOCK-MODE    PIC X.
           05 AB-CLOCK-LEN     PIC 9(4).
           05 AB-OUT-CNT       PIC 9(9).
           05 AB-LAST-OUT      PIC S9(15).
           05 AB-TRACE-FILE    PIC X(100).
           05 AB-TRACE-CAP     PIC 9(9).
           05 AB-INSTR-CNT     PIC 9(4).
           05 AB-INSTR-MAX     PIC 9(4).
           05 AB-REJECT-CNT    PIC 9(4).
           05 AB-STATUS        PIC X(8).
