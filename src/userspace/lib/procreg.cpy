      * CoreA Driver Process Register Record (COBOL)
      * One record of a driver's .running file - tasksched.running,
      * core_batch.running or corectl.running - the driver's own
      * record of what it has running right now: a D row for the
      * driver process itself and a C row for each child it has
      * launched and not yet reaped, with the program it runs and
      * when it started. CORE-PROCREG keeps the files; PROCMON reads
      * them for its live view. PR-PID stays first: a driver that
      * launches through CALL "system" has the shell write the row
      * under its own PID, everything after the PID ready-made
       01 PROC-REG-RECORD.
           05 PR-PID         PIC 9(9).
           05 PR-PARENT-PID  PIC 9(9).
           05 PR-KIND        PIC X(1).
           05 PR-DRIVER      PIC X(10).
           05 PR-NAME        PIC X(20).
           05 PR-PATH        PIC X(60).
           05 PR-START-DATE  PIC 9(8).
           05 PR-START-TIME  PIC 9(8).
