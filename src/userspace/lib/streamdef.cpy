      * CoreA Job Stream Definition Record (COBOL)
      * One record of a <name>.stream file, the lineup CORE-BATCH
      * loads and STREAM-CHECK validates before it goes live. One
      * step per record, fixed columns: name, path, condition rule,
      * condition step, condition RC threshold and time budget,
      * mirroring CORE-BATCH's in-memory STEP-TABLE entry. Two
      * control records share the layout: SD-NAME *CHAIN names in
      * SD-PATH the stream handed off to once this one ends clean,
      * *CALENDAR holds in SD-PATH the business-day rule (BUSINESS,
      * NTHBDAY nn, LASTBDAY) the stream is due on, and *BALANCE,
      * with nothing else on the record, has each step's control
      * totals balanced through CTL-BALANCE as the step ends
       01 STREAM-DEF-RECORD.
           05 SD-NAME          PIC X(20).
           05 SD-PATH          PIC X(60).
           05 SD-COND-TYPE     PIC X(6).
           05 SD-COND-STEP     PIC X(20).
           05 SD-COND-RC       PIC 9(5).
           05 SD-TIMEOUT       PIC 9(5).
      * "Y" marks a step that may run concurrently with the parallel
      * steps beside it; a run of consecutive "Y" steps forms one
      * group, dispatched together under the worker limit and
      * collected before the next plain step's condition is judged
           05 SD-PARALLEL      PIC X(1).
      * Up to SD-RETRY-MAX extra attempts after a failed or timed-out
      * one, with SD-RETRY-PAUSE seconds between attempts; 0 retries
      * keeps the original fail-once behavior
           05 SD-RETRY-MAX     PIC 9(2).
           05 SD-RETRY-PAUSE   PIC 9(3).
      * Up to three space-separated data files the step cannot run
      * without; each is opened before the fork, and a missing one
      * marks the step SKIPPED(MISSING-INPUT) instead of burning its
      * whole time budget - the same check PLAN mode runs on
      * executables, but for data
           05 SD-INPUT-FILES   PIC X(60).
      * Work another driver runs that must have completed on this
      * run's processing date before the step may start - a TASKSCHED
      * task (TASK-nnnn, or the program it runs), a CORECTL job, or a
      * step of another stream - as core_run.ledger records it. The
      * step waits for it up to its time budget; a blank driver
      * matches the name under any driver
           05 SD-AFTER-DRIVER  PIC X(10).
           05 SD-AFTER-NAME    PIC X(20).
