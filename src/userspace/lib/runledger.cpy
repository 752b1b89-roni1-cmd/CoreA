      * CoreA Run Ledger Record (COBOL)
      * One record of core_run.ledger, the shop-wide record of what
      * ran, with what RC and for how long, that TASKSCHED, CORE-BATCH
      * and CORECTL all append to and CORE-DEPCHECK, RUN-LEDGER and
      * POOL-UTIL read. Writers clear the record before filling it,
      * so the columns another driver owns go out blank
       01 RUN-LEDGER-RECORD.
           05 RL-DATE        PIC 9(8).
           05 RL-TIME        PIC 9(8).
           05 RL-DRIVER      PIC X(10).
           05 RL-NAME        PIC X(20).
           05 RL-RC          PIC 9(5).
           05 RL-ELAPSED-CS  PIC 9(8).
      * The queue id behind a TASKSCHED record, so other drivers can
      * wait on a task by TASK-nnnn whatever program it runs
           05 RL-TASK-ID     PIC 9(4).
      * Set on a CORE-BATCH record from an operator-directed run - a
      * restart point or step bypass given on the command line - with
      * the operator who directed it: O the step ran in such a run,
      * B the operator bypassed it and it did not run at all
           05 RL-DIRECTED    PIC X(1).
           05 RL-OPERATOR    PIC X(8).
      * What the run cost as the driver reaped it (RUSAGE-DATA): user
      * and system CPU hundredths and peak memory KB. Zero where
      * nothing ran or the child could not be reaped - a hung task
      * terminated, a bypassed or refused step - and blank on records
      * written before the figures were kept
           05 RL-USER-CS     PIC 9(8).
           05 RL-SYSTEM-CS   PIC 9(8).
           05 RL-PEAK-KB     PIC 9(9).
      * The registered program the run executed, the name the shop
      * RC policy judges it under - for a CORE-BATCH step the program
      * its executable is registered as, which its step name need not
      * be. Blank on records written before it was kept; a reader
      * judges those under RL-NAME
           05 RL-PROGRAM     PIC X(20).
