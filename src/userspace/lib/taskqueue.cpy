      * CoreA Task Queue Record (COBOL)
      * One entry of tasksched.queue, the indexed file TASKSCHED
      * dispatches from. The primary key is TQ-ID, so CORE-QADM and
      * CORE-QSUB reach one entry with a keyed READ and TASKSCHED
      * rewrites only the entries a cycle changed. TQ-DISPATCH-KEY
      * is the alternate key, status then filed priority, with
      * duplicates: a START on it with status "P" reads the ready
      * work in priority order. It repeats TQ-STATUS and TQ-PRIORITY,
      * so every writer sets it from them before a WRITE or REWRITE.
      * Every program that opens the queue declares the same keys:
      *     RECORD KEY IS TQ-ID
      *     ALTERNATE RECORD KEY IS TQ-DISPATCH-KEY WITH DUPLICATES
       01 TASK-QUEUE-RECORD.
           05 TQ-ID          PIC 9(4).
           05 TQ-PRIORITY    PIC 9(4).
           05 TQ-STATUS      PIC X(1).
      * TQ-PRED1/TQ-PRED2 name up to two predecessor task ids that
      * must reach "D" status before this task may start; 0000 means
      * no predecessor in that slot. TQ-PROGRAM names the shop program
      * the task runs (resolved to an executable path the same way
      * CORECTL resolves its JOB-TABLE) with TQ-PARAMS passed along;
      * a blank TQ-PROGRAM keeps the original built-in sum task
           05 TQ-PRED1       PIC 9(4).
           05 TQ-PRED2       PIC 9(4).
           05 TQ-PROGRAM     PIC X(20).
           05 TQ-PARAMS      PIC X(40).
      * TQ-RETRY-COUNT rides in the queue so hang retries survive a
      * scheduler restart; a task that reaches TQ-RETRY-MAX goes to
      * "F" status and stays out of cycles until an operator clears
      * it. A max of 00 means no limit, the original behavior
           05 TQ-RETRY-COUNT PIC 9(2).
           05 TQ-RETRY-MAX   PIC 9(2).
      * Optional clock-time start window, HHMM on the 24-hour clock:
      * the task may not dispatch before TQ-NOT-BEFORE or after
      * TQ-NOT-AFTER within an eligible day; 0000 in either column
      * leaves that side of the window open
           05 TQ-NOT-BEFORE  PIC 9(4).
           05 TQ-NOT-AFTER   PIC 9(4).
      * How many consecutive cycles this entry has waited in "P"
      * status; rides in the file so aging survives a restart, and
      * resets to zero when the task finally runs
           05 TQ-AGE-CYCLES  PIC 9(4).
      * Resource class the task draws on (SHM, PIPE, CPU...), capped
      * per class by tasksched.classes so two tasks that would wreck
      * each other's measurements never run side by side; EXCLUSIVE
      * runs alone, and blank is unclassed, the original behavior
           05 TQ-CLASS       PIC X(10).
      * Repeat-interval entry: with TQ-REPEAT-MINS set the task runs
      * every that many minutes of wall-clock time (inside its start
      * window, if it has one) instead of once per cycle. TQ-NEXT-DUE
      * is the yyyymmddhhmm of its next slot; after each completion
      * it moves one interval on and the entry goes back to "P".
      * Slots that passed with no run - the daemon was down, or a
      * cycle ran long - are reported as skipped, never run late to
      * catch up. Zero repeat minutes is an ordinary entry
           05 TQ-REPEAT-MINS PIC 9(4).
           05 TQ-NEXT-DUE    PIC 9(12).
      * Cross-driver predecessor: work another driver runs - a
      * CORE-BATCH step, a CORECTL job, or another queue's task - that
      * must have completed on today's processing date, by
      * core_run.ledger and the RC policy, before this task may
      * start. A blank driver matches the name under any driver
           05 TQ-AFTER-DRIVER PIC X(10).
           05 TQ-AFTER-NAME  PIC X(20).
           05 TQ-DISPATCH-KEY.
               10 TQ-DISP-STATUS   PIC X(1).
               10 TQ-DISP-PRIORITY PIC 9(4).
