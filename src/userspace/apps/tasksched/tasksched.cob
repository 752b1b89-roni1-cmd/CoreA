               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOP-FLAG-STATUS.
           SELECT TASK-QUEUE-FILE ASSIGN TO "tasksched.queue"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TQ-ID
               ALTERNATE RECORD KEY IS TQ-DISPATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT SUBMIT-FILE ASSIGN TO "tasksched.submit"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBMIT-STATUS.
           SELECT SLA-RULE-FILE ASSIGN TO "tasksched.sla"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLA-FILE-STATUS.
           SELECT CLASS-CAP-FILE ASSIGN TO "tasksched.classes"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLS-FILE-STATUS.
           SELECT TRIGGER-CHECK-FILE ASSIGN TO TRIG-CHECK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIG-CHECK-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LEDGER-FILE ASSIGN TO "core_run.ledger"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POOL-WAIT-FILE ASSIGN TO "core_pool.waits"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTRY-FILE ASSIGN TO "corectl.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
       FD  STOP-FLAG-FILE.
       01 STOP-FLAG-RECORD PIC X(1).
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
      * Ad-hoc submission inbox in the TASK-QUEUE-RECORD shape:
      * CORE-QSUB validates and appends entries here, and the daemon
      * drains them into the queue at each cycle boundary, so one-off
           05 SB-NOT-BEFORE  PIC 9(4).
           05 SB-NOT-AFTER   PIC 9(4).
           05 SB-AGE-CYCLES  PIC 9(4).
           05 SB-CLASS       PIC X(10).
           05 SB-REPEAT-MINS PIC 9(4).
           05 SB-NEXT-DUE    PIC 9(12).
           05 SB-AFTER-DRIVER PIC X(10).
           05 SB-AFTER-NAME  PIC X(20).
       FD  CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CKPT-TASK-ID    PIC 9(4).
           05 CAL-REC-ID     PIC 9(4).
           05 CAL-REC-DOW    PIC X(7).
           05 CAL-REC-DOM    PIC 9(2).
      * Business-day rule, judged against the shop calendar
      * CORE-CALENDAR keeps: "B" any business day, "N" the Nth
      * business day of the month (CAL-REC-BD-NUM), "L" the last
      * business day of the month; blank leaves the day-of-month
      * rule above in charge
           05 CAL-REC-BDAY   PIC X(1).
           05 CAL-REC-BD-NUM PIC 9(2).
      * What a day-of-week/day-of-month rule does when the day it
      * picks is a weekend or shop holiday: "N" moves the run to the
      * next business day, "P" back to the previous one, "S" skips
      * it; blank runs on the day regardless, the original behavior
           05 CAL-REC-SHIFT  PIC X(1).
      * One optional file-arrival trigger per task: the task is not
      * ready until the named file exists, deferred through the same
      * machinery the predecessor passes use, so it no longer burns
       01 SLA-RULE-RECORD.
           05 SLA-REC-ID     PIC 9(4).
           05 SLA-LIMIT-CS   PIC 9(8).
      * One concurrency cap per resource class: at most CLS-REC-CAP
      * tasks of the class in flight at once, whatever the worker
      * count allows. A class with no record, or a cap of 0, is not
      * limited beyond the worker count
       FD  CLASS-CAP-FILE.
       01 CLASS-CAP-RECORD.
           05 CLS-REC-NAME   PIC X(10).
           05 CLS-REC-CAP    PIC 9(4).
      * One elapsed-time record per completed task per cycle, appended
      * across runs so TASK-RUNTIME can attribute cycle-time creep
       FD  TASK-HISTORY-FILE.
           05 TH-TIME        PIC 9(8).
           05 TH-TASK-ID     PIC 9(4).
           05 TH-ELAPSED-CS  PIC 9(8).
           05 TH-USER-CS     PIC 9(8).
           05 TH-SYSTEM-CS   PIC 9(8).
           05 TH-PEAK-KB     PIC 9(9).
      * The shop-wide run ledger all three drivers append to - one
      * record shape for "what ran, with what RC, for how long"
      * whether the run came through here, CORE-BATCH or CORECTL
       FD  RUN-LEDGER-FILE.
       COPY "runledger.cpy".
      * One record each time a driver's worker pool fills with work
      * still ready behind it: when it filled, how long the queued
      * work waited for slots to open, and how much of it there was
       FD  POOL-WAIT-FILE.
       01 POOL-WAIT-RECORD.
           05 PQ-DATE        PIC 9(8).
           05 PQ-TIME        PIC 9(8).
           05 PQ-DRIVER      PIC X(10).
           05 PQ-WAIT-CS     PIC 9(8).
           05 PQ-QUEUED      PIC 9(4).
           05 PQ-WORKERS     PIC 9(4).
      * The same job registry CORECTL resolves through, so a program
      * registered (or disabled) there is dispatchable (or held)
      * here without recompiling the scheduler
       FD  REGISTRY-FILE.
       COPY "registry.cpy".
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER      PIC X(100).
       01 RECV-BUF    PIC X(100).
       01 MSG-LEN     PIC 9(9).
       01 OUT-FD      PIC 9(9)  VALUE 1.
       01 PIPEFD      TYPE PIPE-FD.
       01 SEM-DATA    TYPE SEMAPHORE-DATA.
       01 PID         PIC S9(9).
       01 RESULT      PIC 9(9).
       01 TASKS       PIC 9(4)  VALUE 3.
       01 TASK-SUM    PIC 9(9)  VALUE 0.
               10 QT-NOT-BEFORE  PIC 9(4).
               10 QT-NOT-AFTER   PIC 9(4).
               10 QT-AGE-CYCLES  PIC 9(4).
               10 QT-CLASS       PIC X(10).
               10 QT-REPEAT-MINS PIC 9(4).
               10 QT-NEXT-DUE    PIC 9(12).
               10 QT-AFTER-DRIVER PIC X(10).
               10 QT-AFTER-NAME  PIC X(20).
      * Where TQ-NEXT-DUE moves to if this cycle's run completes -
      * worked out when the slot is found due, never written back
               10 QT-NEXT-SLOT   PIC 9(12).
      * Working copy of the priority after aging credit - what the
      * dispatch order actually sorts on, never written back
               10 QT-EFF-PRIORITY PIC 9(4).
               10 QT-TRIED       PIC X(1).
      * The entry's record image as last read from or written to
      * the file, so PERSIST-TASK-QUEUE rewrites only what changed;
      * spaces for an entry not yet on file
               10 QT-FILED       PIC X(149).
       01 QUEUE-FILE-STATUS  PIC XX.
       01 SUBMIT-STATUS      PIC XX.
       01 SUBMIT-ADDED       PIC 9(4).
       01 SUB-DUP-IDX        PIC 9(4).
       01 SUB-DUP-SWITCH     PIC X(1).
      * Daemon liveness: the shell this spawns is a direct child, so
      * its $PPID is this scheduler - the PID TASKWATCH probes with
      * signal 0 between cycles. The pidfile only exists while a
       01 QT-SWAP-NOT-BEFORE  PIC 9(4).
       01 QT-SWAP-NOT-AFTER   PIC 9(4).
       01 QT-SWAP-AGE-CYCLES  PIC 9(4).
       01 QT-SWAP-CLASS       PIC X(10).
       01 QT-SWAP-REPEAT-MINS PIC 9(4).
       01 QT-SWAP-NEXT-DUE    PIC 9(12).
       01 QT-SWAP-AFTER-DRIVER PIC X(10).
       01 QT-SWAP-AFTER-NAME  PIC X(20).
       01 QT-SWAP-EFF-PRIORITY PIC 9(4).
       01 QT-SWAP-FILED       PIC X(149).
       01 QUEUE-ORDER-SWITCH  PIC X(1).
       01 ORDER-PREV-PRIORITY PIC 9(4).
       01 AGING-STEP          PIC 9(4)  VALUE 100.
       01 AGE-CREDIT          PIC 9(9).
       01 TASK-PROGRAM-PATH   PIC X(60).
      * the registry at all (fall back to the built-in ladder)
       01 REG-HIT-SWITCH      PIC X.
       01 CHILD-RC            PIC 9(9).
      * The name a task is known by on the run ledger and in the
      * shop RC policy - its program, or TASK-nnnn for the built-in
      * task - and the policy's verdict on its exit code
       01 TASK-RUN-NAME       PIC X(20).
       01 RCP-VERDICT         PIC X(4).
      * In-flight worker table: one row per forked child whose pipe
      * report has not been collected yet, at most WORKER-LIMIT rows
      * outstanding at any moment
               10 WF-START-MICROS PIC 9(6).
       01 DISP-CLOCK          TYPE CLOCK-DATA.
       01 COLL-CLOCK          TYPE CLOCK-DATA.
      * What the collected child cost, reaped once its report is in
       01 COLL-USAGE          TYPE RUSAGE-DATA.
      * Work found ready behind a full pool, and when the pool filled
       01 POOL-CLOCK          TYPE CLOCK-DATA.
       01 POOL-FULL-TIME      PIC 9(8).
       01 POOL-QUEUED         PIC 9(4).
       01 POOL-IDX            PIC 9(4).
       01 POOL-READY-SWITCH   PIC X(1).
       01 POOL-WAIT-CS        PIC 9(8).
       01 TASK-ELAPSED-CS     PIC 9(8).
       01 PASS-NUM            PIC 9(4).
       01 PROGRESS-SWITCH     PIC X(1).
               10 TRIG-PRESENT-FLAG PIC X(1)  VALUE "N".
               10 TRIG-PATH         PIC X(60).
       01 SLA-FILE-STATUS     PIC XX.
       01 CLS-FILE-STATUS     PIC XX.
       01 CLS-COUNT           PIC 9(2)  VALUE 0.
       01 CLS-IDX             PIC 9(2).
       01 CLS-TABLE.
           05 CLS-ENTRY OCCURS 50 TIMES.
               10 CLS-NAME        PIC X(10).
               10 CLS-CAP         PIC 9(4).
       01 CLS-BUSY            PIC 9(4).
       01 CLS-LIMIT           PIC 9(4).
       01 EXCL-IN-FLIGHT-SWITCH PIC X(1).
      * Per task, whether this cycle's class-capacity deferral has
      * been reported yet - once per cycle, not once per pass
       01 CLS-NOTED-TABLE.
           05 CLS-NOTED-FLAG OCCURS 9999 TIMES PIC X(1) VALUE "N".
      * Per-cycle deferral tallies for the cycle summary line
       01 CAL-DEFER-COUNT     PIC 9(4).
       01 WIN-DEFER-COUNT     PIC 9(4).
       01 BLK-DEFER-COUNT     PIC 9(4).
       01 CLS-DEFER-COUNT     PIC 9(4).
       01 PRED-DEFER-COUNT    PIC 9(4).
       01 SLA-TABLE.
           05 SLA-LIMIT OCCURS 9999 TIMES PIC 9(8) VALUE 0.
       01 CAL-TABLE.
               10 CAL-PRESENT-FLAG PIC X(1)  VALUE "N".
               10 CAL-DOW-FLAGS    PIC X(7).
               10 CAL-DOM-RULE     PIC 9(2).
               10 CAL-BDAY-RULE    PIC X(1).
               10 CAL-BD-NUM       PIC 9(2).
               10 CAL-SHIFT-RULE   PIC X(1).
       01 TODAY-DATE          PIC 9(8).
       01 TODAY-INT           PIC 9(9).
       01 DOW-NUM             PIC 9(1).
       01 NEXT-YYYY           PIC 9(4).
       01 MONTH-END-DATE      PIC 9(8).
       01 MONTH-END-DAY       PIC 9(2).
       01 IN-CAL-SWITCH       PIC X(1).
      * Today's place in the shop business-day calendar, fetched once
      * per cycle from CORE-CALENDAR: whether today is a working day,
      * its ordinal in the month, the month's last business day and
      * the business days either side of today
       01 TODAY-BDAY-SWITCH   PIC X(1).
       01 TODAY-BD-NUM        PIC 9(2).
       01 MONTH-LAST-BDAY     PIC 9(8).
       01 PREV-BDAY-INT       PIC 9(9).
       01 NEXT-BDAY-INT       PIC 9(9).
       01 CAL-TEST-DATE       PIC 9(8).
       01 CAL-TEST-INT        PIC 9(9).
       01 CAL-TEST-DD         PIC 9(2).
       01 CAL-TEST-SWITCH     PIC X(1).
       01 BD-ACTION           PIC X(5).
       01 BD-DATE             PIC 9(8).
       01 BD-NUMBER           PIC 9(2).
       01 BD-RESULT           PIC 9(8).
       01 BD-FLAG             PIC X(1).
      * Maintenance-blackout verdict from CORE-BLACKOUT, and per task
      * what has already been recorded about the window in force -
      * "D" deferral, "O" override - so the ledger and audit trail
      * get one entry per task per window, not one per cycle
       01 BLK-DRIVER          PIC X(10) VALUE "TASKSCHED".
       01 BLK-NAME            PIC X(20).
       01 BLK-VERDICT         PIC X(1).
       01 BLK-REASON          PIC X(40).
       01 BLK-OPERATOR        PIC X(8).
       01 BLK-NOTED-TABLE.
           05 BLK-NOTED-FLAG OCCURS 9999 TIMES PIC X(1) VALUE "N".
       01 NOW-TIME-RAW        PIC 9(8).
       01 NOW-HHMM            PIC 9(4).
       01 IN-WINDOW-SWITCH    PIC X(1).
      * Repeat-interval arithmetic runs in whole minutes since the
      * start of the day-integer calendar, so slots cross midnight
      * cleanly; stamps are held as yyyymmddhhmm wall-clock figures
       01 NOW-WALL-DATE       PIC 9(8).
       01 NOW-MINS            PIC 9(11).
       01 DUE-MINS            PIC 9(11).
       01 SLOT-MINS           PIC 9(11).
       01 SLOT-DAY-INT        PIC 9(7).
       01 MISSED-RUNS         PIC 9(6).
       01 STAMP-WORK          PIC 9(12).
       01 STAMP-PARTS REDEFINES STAMP-WORK.
           05 STAMP-DATE      PIC 9(8).
           05 STAMP-HH        PIC 9(2).
           05 STAMP-MM        PIC 9(2).
       01 NOT-DUE-COUNT       PIC 9(4).
      * Cross-driver predecessor verdict from CORE-DEPCHECK
       01 DEP-MET             PIC X(1).
       01 AWAIT-COUNT         PIC 9(4).
       01 ERR-LOOKUP-NUM      PIC 9(4).
       01 ERR-LOOKUP-CODE     PIC X(4).
       01 ERR-IDX             PIC 9(2).
       01 AUD-SEVERITY  PIC X(5).
       01 AUDIT-DATE          PIC 9(8).
       01 AUDIT-TIME          PIC 9(8).
      * Plumbing for the shared CORE-PROCREG process register
       01 PRG-ACTION    PIC X(5).
       01 PRG-DRIVER    PIC X(10) VALUE "TASKSCHED".
       01 PRG-PID       PIC 9(9).
       01 PRG-NAME      PIC X(20).
       01 PRG-PATH      PIC X(60).
       01 PRG-ROW       PIC X(116).
      * The queue and the submission inbox are rewritten under their
      * named locks through CORE-FILELOCK; QUEUE-GENERATION is the
      * queue's generation when this daemon last read or wrote it
       COPY "filelock.cpy".
       01 QUEUE-GENERATION    PIC 9(9)  VALUE 0.
       01 QUEUE-WROTE-SWITCH  PIC X(1)  VALUE "N".
      * Write-back merge work areas: this daemon's image of an entry,
      * and that image folded into the one another program filed
       01 PERSIST-MINE        PIC X(154).
       01 PERSIST-MERGED      PIC X(149).
       01 QF-IDX              PIC 9(2).
      * Where each column of a queue record sits, as offset and
      * length, so an entry another program changed under this
      * daemon can be merged a column at a time
       01 QUEUE-FIELD-VALUES.
           05 FILLER PIC X(54) VALUE
               "001004005004009001010004014004018020038040078002080002".
           05 FILLER PIC X(48) VALUE
               "082004086004090004094010104004108012120010130020".
       01 QUEUE-FIELD-TABLE REDEFINES QUEUE-FIELD-VALUES.
           05 QUEUE-FIELD OCCURS 17 TIMES.
               10 QF-OFFSET   PIC 9(3).
               10 QF-LENGTH   PIC 9(3).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Name this program to the fault-injection check
           MOVE "TASKSCHED" TO FAULT-PROGRAM.
      * Read the compiled configuration CONFIG-FLAGS emits instead of
      * shelling out to Perl at startup; a missing file means the
      * config has not been compiled yet, so the built-in defaults
      * the queue just quietly stopping
               CALL "system" USING PIDFILE-WRITE-CMD
           END-IF.
      * This scheduler and every task it forks go on its process
      * register, tasksched.running, for PROCMON's live view; a clean
      * finish empties it, a death leaves it standing
           MOVE "START" TO PRG-ACTION.
           MOVE 0 TO PRG-PID.
           MOVE "TASKSCHED" TO PRG-NAME.
           MOVE "src/userspace/apps/tasksched/tasksched" TO PRG-PATH.
           CALL "CORE-PROCREG" USING PRG-ACTION PRG-DRIVER PRG-PID
               PRG-NAME PRG-PATH PRG-ROW.
           STRING "sleep " DELIMITED BY SIZE
                  CYCLE-SECONDS DELIMITED BY SIZE
                  INTO SLEEP-CMD.
      * Load the priority queue if one exists on disk; otherwise build
      * a default queue of TASKS entries, one per task, priority
      * equal to task id, so a bare kernel.conf still behaves as before.
      * The file is read through its dispatch key, so the pending
      * entries arrive already in filed priority order
           PERFORM READ-QUEUE-GENERATION
           OPEN INPUT TASK-QUEUE-FILE
           IF QUEUE-FILE-STATUS = "00"
               PERFORM START-DISPATCH-ORDER
               PERFORM UNTIL QUEUE-FILE-STATUS NOT = "00"
                       AND QUEUE-FILE-STATUS NOT = "02"
                   READ TASK-QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO QUEUE-FILE-STATUS
                       NOT AT END
                           ELSE
                               MOVE 0 TO QT-AGE-CYCLES(QUEUE-COUNT)
                           END-IF
                           MOVE TQ-CLASS TO QT-CLASS(QUEUE-COUNT)
                           MOVE TQ-AFTER-DRIVER
                               TO QT-AFTER-DRIVER(QUEUE-COUNT)
                           MOVE TQ-AFTER-NAME
                               TO QT-AFTER-NAME(QUEUE-COUNT)
                           IF TQ-REPEAT-MINS IS NUMERIC
                               AND TQ-NEXT-DUE IS NUMERIC
                               MOVE TQ-REPEAT-MINS
                                   TO QT-REPEAT-MINS(QUEUE-COUNT)
                               MOVE TQ-NEXT-DUE
                                   TO QT-NEXT-DUE(QUEUE-COUNT)
                           ELSE
                               MOVE 0 TO QT-REPEAT-MINS(QUEUE-COUNT)
                               MOVE 0 TO QT-NEXT-DUE(QUEUE-COUNT)
                           END-IF
                           MOVE "N" TO QT-TRIED(QUEUE-COUNT)
                           MOVE TASK-QUEUE-RECORD(1:149)
                               TO QT-FILED(QUEUE-COUNT)
      * A task already in "D" status satisfies its dependents the same
      * way a checkpointed completion does
                           IF TQ-STATUS = "D"
                   MOVE 0 TO QT-NOT-BEFORE(QIDX)
                   MOVE 0 TO QT-NOT-AFTER(QIDX)
                   MOVE 0 TO QT-AGE-CYCLES(QIDX)
                   MOVE SPACES TO QT-CLASS(QIDX)
                   MOVE 0 TO QT-REPEAT-MINS(QIDX)
                   MOVE 0 TO QT-NEXT-DUE(QIDX)
                   MOVE SPACES TO QT-AFTER-DRIVER(QIDX)
                   MOVE SPACES TO QT-AFTER-NAME(QIDX)
                   MOVE "N" TO QT-TRIED(QIDX)
                   MOVE SPACES TO QT-FILED(QIDX)
               END-PERFORM
               MOVE TASKS TO QUEUE-COUNT
           END-IF.
      * Order the queue by effective priority (lower value runs
      * first); SORT-TASK-QUEUE only exchanges entries when aging
      * has moved one out of the order the file delivered
           PERFORM SORT-TASK-QUEUE.
      * Load the run calendar if one exists on disk; a task with no
      * calendar record stays eligible every day, so a queue without a
                               ELSE
                                   MOVE 0 TO CAL-DOM-RULE(CAL-REC-ID)
                               END-IF
      * A calendar written before the business-day columns existed
      * reads back with spaces there - no business-day rule, no shift
                               MOVE CAL-REC-BDAY
                                   TO CAL-BDAY-RULE(CAL-REC-ID)
                               IF CAL-REC-BD-NUM IS NUMERIC
                                   MOVE CAL-REC-BD-NUM
                                       TO CAL-BD-NUM(CAL-REC-ID)
                               ELSE
                                   MOVE 0 TO CAL-BD-NUM(CAL-REC-ID)
                               END-IF
                               MOVE CAL-REC-SHIFT
                                   TO CAL-SHIFT-RULE(CAL-REC-ID)
                           END-IF
                   END-READ
               END-PERFORM
               END-PERFORM
               CLOSE SLA-RULE-FILE
           END-IF.
      * Load the resource-class caps if any exist on disk; with no
      * file every class is limited only by the worker count
           OPEN INPUT CLASS-CAP-FILE
           IF CLS-FILE-STATUS = "00"
               PERFORM UNTIL CLS-FILE-STATUS NOT = "00"
                   READ CLASS-CAP-FILE
                       AT END
                           MOVE "10" TO CLS-FILE-STATUS
                       NOT AT END
                           IF CLS-REC-NAME NOT = SPACES
                               AND CLS-REC-CAP IS NUMERIC
                               AND CLS-COUNT < 50
                               ADD 1 TO CLS-COUNT
                               MOVE CLS-REC-NAME TO CLS-NAME(CLS-COUNT)
                               MOVE CLS-REC-CAP TO CLS-CAP(CLS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-CAP-FILE
           END-IF.
      * Load any prior checkpoint so a restart skips finished tasks
           OPEN INPUT CHECKPOINT-FILE
           IF CKPT-FILE-STATUS = "00"
      * Re-read the queue from disk at the top of every later cycle,
      * so a CORE-QADM hold, release or cancel applied while the
      * daemon was sleeping takes effect instead of being clobbered
      * by this daemon's next write-back of the entry. The done
      * table is rebuilt from the statuses read back; nothing is in
      * flight at a cycle boundary, so the swap is safe
           IF CYCLE-NUM > 1
               PERFORM READ-QUEUE-GENERATION
               OPEN INPUT TASK-QUEUE-FILE
               IF QUEUE-FILE-STATUS = "00"
                   MOVE 0 TO QUEUE-COUNT
                   PERFORM START-DISPATCH-ORDER
                   PERFORM UNTIL QUEUE-FILE-STATUS NOT = "00"
                           AND QUEUE-FILE-STATUS NOT = "02"
                       READ TASK-QUEUE-FILE NEXT RECORD
                           AT END
                               MOVE "10" TO QUEUE-FILE-STATUS
                           NOT AT END
                               ELSE
                                   MOVE 0 TO QT-AGE-CYCLES(QUEUE-COUNT)
                               END-IF
                               MOVE TQ-CLASS TO QT-CLASS(QUEUE-COUNT)
                               MOVE TQ-AFTER-DRIVER
                                   TO QT-AFTER-DRIVER(QUEUE-COUNT)
                               MOVE TQ-AFTER-NAME
                                   TO QT-AFTER-NAME(QUEUE-COUNT)
                               IF TQ-REPEAT-MINS IS NUMERIC
                                   AND TQ-NEXT-DUE IS NUMERIC
                                   MOVE TQ-REPEAT-MINS
                                       TO QT-REPEAT-MINS(QUEUE-COUNT)
                                   MOVE TQ-NEXT-DUE
                                       TO QT-NEXT-DUE(QUEUE-COUNT)
                               ELSE
                                   MOVE 0 TO QT-REPEAT-MINS(QUEUE-COUNT)
                                   MOVE 0 TO QT-NEXT-DUE(QUEUE-COUNT)
                               END-IF
                               MOVE "N" TO QT-TRIED(QUEUE-COUNT)
                               MOVE TASK-QUEUE-RECORD(1:149)
                                   TO QT-FILED(QUEUE-COUNT)
                               IF TQ-STATUS = "D"
                                   MOVE 1 TO TASK-DONE-FLAG(
                                       QT-ID(QUEUE-COUNT))
                   END-PERFORM
                   CLOSE TASK-QUEUE-FILE
      * Order the refreshed queue by priority again, the same
      * sort the startup load uses
                   PERFORM SORT-TASK-QUEUE
               END-IF
           END-IF
               PERFORM SORT-TASK-QUEUE
               PERFORM PERSIST-TASK-QUEUE
           END-IF
      * Calendar gate: place today in the shop business-day calendar,
      * then take any task whose calendar rule rules today out of
      * this cycle up front. "Today" is the shop processing date from
      * CORE-DATE, not the clock, so a rerun of last night's queue
      * picks last night's tasks; it is re-read every cycle so a
      * daemon follows an operator's roll or pin without a restart
           CALL "CORE-DATE" USING TODAY-DATE
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
           MOVE 0 TO CAL-DEFER-COUNT
           MOVE 0 TO WIN-DEFER-COUNT
           MOVE 0 TO BLK-DEFER-COUNT
           MOVE 0 TO CLS-DEFER-COUNT
           MOVE 0 TO PRED-DEFER-COUNT
           MOVE 0 TO NOT-DUE-COUNT
           MOVE 0 TO AWAIT-COUNT
           MOVE ALL "N" TO CLS-NOTED-TABLE
           MOVE "CHECK" TO BD-ACTION
           MOVE TODAY-DATE TO BD-DATE
           CALL "CORE-CALENDAR" USING BD-ACTION BD-DATE BD-NUMBER
               BD-RESULT BD-FLAG
           MOVE BD-FLAG TO TODAY-BDAY-SWITCH
           MOVE BD-NUMBER TO TODAY-BD-NUM
           MOVE "LAST " TO BD-ACTION
           CALL "CORE-CALENDAR" USING BD-ACTION BD-DATE BD-NUMBER
               BD-RESULT BD-FLAG
           MOVE BD-RESULT TO MONTH-LAST-BDAY
      * The business days either side of today bound the span a
      * shifted rule may have been carried across
           MOVE "PREV " TO BD-ACTION
           COMPUTE BD-DATE = FUNCTION DATE-OF-INTEGER(TODAY-INT - 1)
           CALL "CORE-CALENDAR" USING BD-ACTION BD-DATE BD-NUMBER
               BD-RESULT BD-FLAG
           IF BD-RESULT = 0
               COMPUTE PREV-BDAY-INT = TODAY-INT - 1
           ELSE
               COMPUTE PREV-BDAY-INT =
                   FUNCTION INTEGER-OF-DATE(BD-RESULT)
           END-IF
           MOVE "NEXT " TO BD-ACTION
           COMPUTE BD-DATE = FUNCTION DATE-OF-INTEGER(TODAY-INT + 1)
           CALL "CORE-CALENDAR" USING BD-ACTION BD-DATE BD-NUMBER
               BD-RESULT BD-FLAG
           IF BD-RESULT = 0
               COMPUTE NEXT-BDAY-INT = TODAY-INT + 1
           ELSE
               COMPUTE NEXT-BDAY-INT =
                   FUNCTION INTEGER-OF-DATE(BD-RESULT)
           END-IF
      * The cycle's wall-clock time, HHMM, for the per-task start
      * windows - fetched once per cycle alongside the date
           ACCEPT NOW-TIME-RAW FROM TIME
           MOVE NOW-TIME-RAW(1:4) TO NOW-HHMM
           ACCEPT NOW-WALL-DATE FROM DATE YYYYMMDD
           COMPUTE STAMP-WORK = NOW-WALL-DATE * 10000 + NOW-HHMM
           PERFORM STAMP-TO-MINUTES
           MOVE SLOT-MINS TO NOW-MINS
           PERFORM VARYING QIDX FROM 1 BY 1 UNTIL QIDX > QUEUE-COUNT
               MOVE QT-ID(QIDX) TO CUR-TASK-ID
               IF CAL-PRESENT-FLAG(CUR-TASK-ID) = "Y"
                   AND QT-STATUS(QIDX) NOT = "D"
                   AND QT-STATUS(QIDX) NOT = "F"
                   AND QT-STATUS(QIDX) NOT = "H"
                   PERFORM CHECK-TASK-CALENDAR
                   IF IN-CAL-SWITCH = "N"
                       MOVE "Y" TO QT-TRIED(QIDX)
                       MOVE SPACES TO BUFFER
                              QT-ID(QIDX) DELIMITED BY SIZE
                              " NOT SCHEDULED TODAY" DELIMITED BY SIZE
                              INTO BUFFER
                       ADD 1 TO CAL-DEFER-COUNT
                       MOVE 0 TO QT-NEXT-DUE(QIDX)
                       MOVE 30 TO MSG-LEN
                       CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                           GIVING RESULT
                              " OUTSIDE TIME WINDOW"
                                  DELIMITED BY SIZE
                              INTO BUFFER
                       ADD 1 TO WIN-DEFER-COUNT
                       MOVE 0 TO QT-NEXT-DUE(QIDX)
                       MOVE 30 TO MSG-LEN
                       CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                           GIVING RESULT
                   END-IF
               END-IF
      * Repeat-interval gate: a repeating entry sits quietly until
      * its next slot comes round. Being outside its calendar or
      * start window clears the slot above, so the first run of each
      * window starts a fresh series rather than counting the hours
      * the window was shut as missed runs
               IF QT-REPEAT-MINS(QIDX) NOT = 0
                   AND QT-TRIED(QIDX) = "N"
                   AND TASK-DONE-FLAG(CUR-TASK-ID) NOT = 1
                   AND QT-STATUS(QIDX) NOT = "D"
                   AND QT-STATUS(QIDX) NOT = "F"
                   AND QT-STATUS(QIDX) NOT = "H"
                   PERFORM CHECK-TASK-REPEAT
               END-IF
      * Cross-driver gate: a task waiting on another driver's work
      * sits the cycle out until the ledger shows that work completed
      * today, and is looked at again next cycle
               IF QT-AFTER-NAME(QIDX) NOT = SPACES
                   AND QT-TRIED(QIDX) = "N"
                   AND TASK-DONE-FLAG(CUR-TASK-ID) NOT = 1
                   AND QT-STATUS(QIDX) NOT = "D"
                   AND QT-STATUS(QIDX) NOT = "F"
                   AND QT-STATUS(QIDX) NOT = "H"
                   CALL "CORE-DEPCHECK" USING QT-AFTER-DRIVER(QIDX)
                       QT-AFTER-NAME(QIDX) TODAY-DATE DEP-MET
                   IF DEP-MET = "N"
                       MOVE "Y" TO QT-TRIED(QIDX)
                       ADD 1 TO AWAIT-COUNT
                       MOVE SPACES TO BUFFER
                       STRING "Task " DELIMITED BY SIZE
                              QT-ID(QIDX) DELIMITED BY SIZE
                              " WAITING FOR " DELIMITED BY SIZE
                              QT-AFTER-DRIVER(QIDX) DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              QT-AFTER-NAME(QIDX) DELIMITED BY SPACE
                              INTO BUFFER
                       MOVE 60 TO MSG-LEN
                       CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                           GIVING RESULT
                   END-IF
               END-IF
      * Maintenance-blackout gate: inside a change window a task that
      * would otherwise be offered sits the cycle out, unless an
      * operator override lets it through
               IF QT-TRIED(QIDX) = "N"
                   AND TASK-DONE-FLAG(CUR-TASK-ID) NOT = 1
                   AND QT-STATUS(QIDX) NOT = "D"
                   AND QT-STATUS(QIDX) NOT = "F"
                   AND QT-STATUS(QIDX) NOT = "H"
                   PERFORM CHECK-TASK-BLACKOUT
               END-IF
           END-PERFORM
      * Dispatch runs in repeated passes over the priority-ordered
      * queue: a task whose predecessors have not finished yet is
                       MOVE "N" TO PRED-OK-SWITCH
                   END-IF
               END-IF
      * Resource-class gate: a ready task whose class is already at
      * its cap holds back even with worker slots free, and is
      * offered again on the next pass once the group in flight has
      * been collected
               IF PRED-OK-SWITCH = "Y"
                   PERFORM CHECK-TASK-CLASS
               END-IF
               IF PRED-OK-SWITCH = "N"
                   ADD 1 TO PENDING-LEFT
               ELSE
               MOVE "Y" TO QT-TRIED(QIDX)
               MOVE "Y" TO PROGRESS-SWITCH
               ADD 1 TO TASKS-SPAWNED
               MOVE "PIPE" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_pipe_c" USING PIPEFD GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               IF RESULT NOT = 0
                   MOVE RESULT TO ERR-LOOKUP-NUM
                   MOVE ERR-LOOKUP-NUM TO ERR-LOOKUP-CODE
                       AUD-RC AUD-SEVERITY
                   CALL "sys_exit_c" USING 1
               END-IF
               MOVE "FORK" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_fork_c" GIVING PID
               ELSE
                   MOVE -1 TO PID
                   MOVE FAULT-RC TO RESULT
               END-IF
               IF PID = -1
                   MOVE RESULT TO ERR-LOOKUP-NUM
                   MOVE ERR-LOOKUP-NUM TO ERR-LOOKUP-CODE
               MOVE QIDX TO WF-QIDX(WF-COUNT)
               MOVE PID TO WF-PID(WF-COUNT)
               MOVE READ-FD OF PIPEFD TO WF-READ-FD(WF-COUNT)
               MOVE "ADD  " TO PRG-ACTION
               MOVE PID TO PRG-PID
               IF QT-PROGRAM(QIDX) = SPACES
                   MOVE SPACES TO PRG-NAME
                   STRING "TASK-" DELIMITED BY SIZE
                          QT-ID(QIDX) DELIMITED BY SIZE
                          INTO PRG-NAME
               ELSE
                   MOVE QT-PROGRAM(QIDX) TO PRG-NAME
               END-IF
               MOVE SPACES TO PRG-PATH
               CALL "CORE-PROCREG" USING PRG-ACTION PRG-DRIVER PRG-PID
                   PRG-NAME PRG-PATH PRG-ROW
      * Stamp the dispatch clock so the collect side can report how
      * long the task ran, the way IPC-STATS brackets its pipe pass
               MOVE "CLOCK" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_clock_c" USING DISP-CLOCK GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               MOVE CLOCK-SECONDS OF DISP-CLOCK
                   TO WF-START-SECS(WF-COUNT)
               MOVE CLOCK-MICROS OF DISP-CLOCK
               IF WF-COUNT > 0 AND
                   (WF-COUNT NOT < WORKER-LIMIT
                       OR QIDX = QUEUE-COUNT)
      * A full pool with entries still to offer this pass holds back
      * whatever of them is ready; count it for the utilization
      * figures before the collect makes it wait
               MOVE 0 TO POOL-QUEUED
               IF WF-COUNT NOT < WORKER-LIMIT AND QIDX < QUEUE-COUNT
                   PERFORM COUNT-POOL-QUEUE
               END-IF
               PERFORM VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WF-COUNT
               MOVE WF-QIDX(WIDX) TO COLL-QIDX
               MOVE QT-ID(COLL-QIDX) TO CUR-TASK-ID
      * cycle retries it
                   MOVE WF-PID(WIDX) TO SIG-PID OF SIG-DATA
                   MOVE 15 TO SIG-NUMBER OF SIG-DATA
                   MOVE "SIGNAL" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_signal_c" USING SIG-DATA GIVING RESULT
                   ELSE
                       MOVE FAULT-RC TO RESULT
                   END-IF
                   PERFORM UNREGISTER-TASK
                   MOVE "Task hung, terminated" TO BUFFER
                   MOVE 21 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               ELSE
                   MOVE 0 TO CHILD-RC
               END-IF
               IF QT-PROGRAM(COLL-QIDX) = SPACES
                   MOVE SPACES TO TASK-RUN-NAME
                   STRING "TASK-" DELIMITED BY SIZE
                          CUR-TASK-ID DELIMITED BY SIZE
                          INTO TASK-RUN-NAME
               ELSE
                   MOVE QT-PROGRAM(COLL-QIDX) TO TASK-RUN-NAME
               END-IF
      * Whether the task worked is the shop RC policy's verdict; a
      * failed task is not checkpointed, so a restart runs it again
               CALL "CORE-RCPOLICY" USING TASK-RUN-NAME CHILD-RC
                   RCP-VERDICT
               IF RCP-VERDICT NOT = "FAIL"
                   MOVE CUR-TASK-ID TO CKPT-TASK-ID
                   MOVE WF-PID(WIDX) TO CKPT-PID
                   MOVE CHILD-RC TO CKPT-RESULT
                   WRITE CHECKPOINT-RECORD
               END-IF
      * Time the dispatch-to-report round trip and append it to the
      * task history so cycle-time creep is attributable per task
               MOVE "CLOCK" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_clock_c" USING COLL-CLOCK GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               IF CLOCK-MICROS OF COLL-CLOCK < WF-START-MICROS(WIDX)
                   COMPUTE TASK-ELAPSED-CS =
                       (CLOCK-SECONDS OF COLL-CLOCK
                       + (CLOCK-MICROS OF COLL-CLOCK
                           - WF-START-MICROS(WIDX)) / 10000
               END-IF
               PERFORM REAP-TASK-USAGE
      * History and ledger carry the processing date the task ran
      * for; the time of day stays the wall-clock completion time
               CALL "CORE-DATE" USING AUDIT-DATE
               ACCEPT AUDIT-TIME FROM TIME
               OPEN EXTEND TASK-HISTORY-FILE
               MOVE AUDIT-DATE TO TH-DATE
               MOVE AUDIT-TIME TO TH-TIME
               MOVE CUR-TASK-ID TO TH-TASK-ID
               MOVE TASK-ELAPSED-CS TO TH-ELAPSED-CS
               MOVE RU-USER-CS OF COLL-USAGE TO TH-USER-CS
               MOVE RU-SYSTEM-CS OF COLL-USAGE TO TH-SYSTEM-CS
               MOVE RU-PEAK-KB OF COLL-USAGE TO TH-PEAK-KB
               WRITE TASK-HISTORY-RECORD
               CLOSE TASK-HISTORY-FILE
      * The same completion goes on the shop-wide run ledger, named
      * by the program it ran (or its task id for the built-in task)
               OPEN EXTEND RUN-LEDGER-FILE
               MOVE SPACES TO RUN-LEDGER-RECORD
               MOVE AUDIT-DATE TO RL-DATE
               MOVE AUDIT-TIME TO RL-TIME
               MOVE "TASKSCHED" TO RL-DRIVER
               MOVE TASK-RUN-NAME TO RL-NAME
               MOVE TASK-RUN-NAME TO RL-PROGRAM
               MOVE CHILD-RC TO RL-RC
               MOVE TASK-ELAPSED-CS TO RL-ELAPSED-CS
               MOVE CUR-TASK-ID TO RL-TASK-ID
               MOVE RU-USER-CS OF COLL-USAGE TO RL-USER-CS
               MOVE RU-SYSTEM-CS OF COLL-USAGE TO RL-SYSTEM-CS
               MOVE RU-PEAK-KB OF COLL-USAGE TO RL-PEAK-KB
               WRITE RUN-LEDGER-RECORD
               CLOSE RUN-LEDGER-FILE
      * Runtime SLA check: a completion that ran past its expected
                   CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                       AUD-RC AUD-SEVERITY
               END-IF
      * A failed task is left unmarked, like a hung one, so its
      * successors hold and the next cycle retries it against the
      * same retry budget; a WARN completes, journaled as a WARN
               IF RCP-VERDICT = "FAIL"
                   MOVE SPACES TO BUFFER
                   STRING "Task " DELIMITED BY SIZE
                          CUR-TASK-ID DELIMITED BY SIZE
                          " failed RC:" DELIMITED BY SIZE
                          CHILD-RC DELIMITED BY SIZE
                          INTO BUFFER
                   MOVE 29 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   MOVE SPACES TO AUD-EVENT
                   STRING "TASK-FAIL:T" DELIMITED BY SIZE
                          CUR-TASK-ID DELIMITED BY SIZE
                          INTO AUD-EVENT
                   MOVE CHILD-RC TO AUD-RC
                   MOVE "ERROR" TO AUD-SEVERITY
                   CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                       AUD-RC AUD-SEVERITY
                   ADD 1 TO QT-RETRY-COUNT(COLL-QIDX)
                   IF QT-RETRY-MAX(COLL-QIDX) NOT = 0
                       AND QT-RETRY-COUNT(COLL-QIDX)
                           NOT < QT-RETRY-MAX(COLL-QIDX)
                       MOVE "F" TO QT-STATUS(COLL-QIDX)
                       MOVE SPACES TO BUFFER
                       STRING "Task " DELIMITED BY SIZE
                              QT-ID(COLL-QIDX) DELIMITED BY SIZE
                              " retry budget exhausted, marked failed"
                                  DELIMITED BY SIZE
                              INTO BUFFER
                       MOVE 47 TO MSG-LEN
                       CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                           GIVING RESULT
                       MOVE SPACES TO AUD-EVENT
                       STRING "TASK-RETRY:T" DELIMITED BY SIZE
                              QT-ID(COLL-QIDX) DELIMITED BY SIZE
                              INTO AUD-EVENT
                       MOVE CHILD-RC TO AUD-RC
                       MOVE "ERROR" TO AUD-SEVERITY
                       CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                           AUD-RC AUD-SEVERITY
                   END-IF
               ELSE
                   IF RCP-VERDICT = "WARN"
                       MOVE SPACES TO AUD-EVENT
                       STRING "TASK-WARN:T" DELIMITED BY SIZE
                              CUR-TASK-ID DELIMITED BY SIZE
                              INTO AUD-EVENT
                       MOVE CHILD-RC TO AUD-RC
                       MOVE "WARN " TO AUD-SEVERITY
                       CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                           AUD-RC AUD-SEVERITY
                   END-IF
                   MOVE 1 TO TASK-DONE-FLAG(CUR-TASK-ID)
                   MOVE "D" TO QT-STATUS(COLL-QIDX)
                   MOVE 0 TO QT-RETRY-COUNT(COLL-QIDX)
      * A repeating entry is done for this cycle's dependents but goes
      * straight back to pending on file with its next slot, so a
      * restart finds it waiting for that slot rather than finished
                   IF QT-REPEAT-MINS(COLL-QIDX) NOT = 0
                       MOVE QT-NEXT-SLOT(COLL-QIDX)
                           TO QT-NEXT-DUE(COLL-QIDX)
                       MOVE "P" TO QT-STATUS(COLL-QIDX)
                   END-IF
               END-IF
      * Persist the queue's status column so a restart sees which
      * tasks already finished, same idea as the checkpoint file
               PERFORM PERSIST-TASK-QUEUE
               END-IF
               END-PERFORM
               IF POOL-QUEUED > 0
                   PERFORM RECORD-POOL-WAIT
               END-IF
               MOVE 0 TO WF-COUNT
               END-IF
           END-PERFORM
                       AND QT-STATUS(QIDX) NOT = "F"
                       AND QT-STATUS(QIDX) NOT = "H"
                       AND QT-TRIED(QIDX) = "N"
                       ADD 1 TO PRED-DEFER-COUNT
                       MOVE SPACES TO BUFFER
      * A task whose trigger file never landed is waiting, not
      * wedged - name the file so the operator chases the producer
                   AND QT-STATUS(QIDX) NOT = "H"
      * Aging bookkeeping: a task that completed starts the next
      * cycle with a clean slate, one that sat pending all cycle
      * gains a cycle of aging credit toward its effective priority.
      * A repeating entry waits on the clock, not the queue, and
      * never ages
                   IF QT-STATUS(QIDX) = "D"
                       OR QT-REPEAT-MINS(QIDX) NOT = 0
                       MOVE 0 TO QT-AGE-CYCLES(QIDX)
                   ELSE
                       IF QT-AGE-CYCLES(QIDX) < 9999
           MOVE "Cycle completed" TO BUFFER
           MOVE 15 TO MSG-LEN
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT
      * Cycle summary: how many tasks sat the cycle out, and why
           MOVE SPACES TO BUFFER
           STRING "Deferred CAL:" DELIMITED BY SIZE
                  CAL-DEFER-COUNT DELIMITED BY SIZE
                  " WINDOW:" DELIMITED BY SIZE
                  WIN-DEFER-COUNT DELIMITED BY SIZE
                  " BLACKOUT:" DELIMITED BY SIZE
                  BLK-DEFER-COUNT DELIMITED BY SIZE
                  " BLOCKED:" DELIMITED BY SIZE
                  PRED-DEFER-COUNT DELIMITED BY SIZE
                  " CLASS:" DELIMITED BY SIZE
                  CLS-DEFER-COUNT DELIMITED BY SIZE
                  " NOTDUE:" DELIMITED BY SIZE
                  NOT-DUE-COUNT DELIMITED BY SIZE
                  " AWAIT:" DELIMITED BY SIZE
                  AWAIT-COUNT DELIMITED BY SIZE
                  INTO BUFFER
           MOVE 90 TO MSG-LEN
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT
      * In daemon mode, pause between cycles and watch for the operator
      * stop-flag file so the scheduler can be shut down cleanly
           IF CYCLE-NUM < CYCLE-LIMIT
                   GIVING RESULT
           END-IF
           CALL "system" USING PIDFILE-CLEAN-CMD
           MOVE "END  " TO PRG-ACTION
           CALL "CORE-PROCREG" USING PRG-ACTION PRG-DRIVER PRG-PID
               PRG-NAME PRG-PATH PRG-ROW
           MOVE "Scheduler completed" TO BUFFER
           MOVE 20 TO MSG-LEN
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT
               AUD-RC AUD-SEVERITY
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       REAP-TASK-USAGE.
      * The child has reported, so it is finishing or gone: reap it
      * for what it cost - CPU and peak memory beside the wall time
      * the history already keeps, so a task slowing down can be told
      * apart from one merely waiting longer. A failed or drilled call
      * records zero rather than holding up the collect
           MOVE WF-PID(WIDX) TO RU-PID OF COLL-USAGE.
           MOVE "RUSAGE" TO FAULT-CALL.
           CALL "CORE-FAULT" USING FAULT-CHECK.
           IF FAULT-RC = 0
               CALL "sys_rusage_c" USING COLL-USAGE GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF.
           IF RESULT NOT = 0
               MOVE 0 TO RU-USER-CS OF COLL-USAGE
               MOVE 0 TO RU-SYSTEM-CS OF COLL-USAGE
               MOVE 0 TO RU-PEAK-KB OF COLL-USAGE
           END-IF.
           PERFORM UNREGISTER-TASK.
       UNREGISTER-TASK.
      * The collected or terminated child leaves the process register
           MOVE "DROP " TO PRG-ACTION.
           MOVE WF-PID(WIDX) TO PRG-PID.
           CALL "CORE-PROCREG" USING PRG-ACTION PRG-DRIVER PRG-PID
               PRG-NAME PRG-PATH PRG-ROW.
       COUNT-POOL-QUEUE.
      * Entries later in this pass that are pending, not yet offered
      * and have their predecessors done are ready work the full pool
      * is holding back. Start the wait clock on the pool filling
           PERFORM VARYING POOL-IDX FROM QIDX BY 1
                   UNTIL POOL-IDX > QUEUE-COUNT
               IF POOL-IDX > QIDX
                   AND QT-STATUS(POOL-IDX) = "P"
                   AND QT-TRIED(POOL-IDX) = "N"
                   AND TASK-DONE-FLAG(QT-ID(POOL-IDX)) NOT = 1
                   MOVE "Y" TO POOL-READY-SWITCH
                   IF QT-PRED1(POOL-IDX) NOT = 0
                       AND TASK-DONE-FLAG(QT-PRED1(POOL-IDX)) NOT = 1
                       MOVE "N" TO POOL-READY-SWITCH
                   END-IF
                   IF QT-PRED2(POOL-IDX) NOT = 0
                       AND TASK-DONE-FLAG(QT-PRED2(POOL-IDX)) NOT = 1
                       MOVE "N" TO POOL-READY-SWITCH
                   END-IF
                   IF POOL-READY-SWITCH = "Y"
                       ADD 1 TO POOL-QUEUED
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "CLOCK" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_clock_c" USING POOL-CLOCK GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF.
           ACCEPT POOL-FULL-TIME FROM TIME.
       RECORD-POOL-WAIT.
      * The queued work waited from the pool filling until the whole
      * group was collected and the slots opened again
           MOVE "CLOCK" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_clock_c" USING COLL-CLOCK GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF.
           IF CLOCK-MICROS OF COLL-CLOCK < CLOCK-MICROS OF POOL-CLOCK
               COMPUTE POOL-WAIT-CS =
                   (CLOCK-SECONDS OF COLL-CLOCK
                       - CLOCK-SECONDS OF POOL-CLOCK - 1) * 100
                   + (CLOCK-MICROS OF COLL-CLOCK + 1000000
                       - CLOCK-MICROS OF POOL-CLOCK) / 10000
           ELSE
               COMPUTE POOL-WAIT-CS =
                   (CLOCK-SECONDS OF COLL-CLOCK
                       - CLOCK-SECONDS OF POOL-CLOCK) * 100
                   + (CLOCK-MICROS OF COLL-CLOCK
                       - CLOCK-MICROS OF POOL-CLOCK) / 10000
           END-IF.
           CALL "CORE-DATE" USING AUDIT-DATE.
           OPEN EXTEND POOL-WAIT-FILE.
           MOVE AUDIT-DATE TO PQ-DATE.
           MOVE POOL-FULL-TIME TO PQ-TIME.
           MOVE "TASKSCHED" TO PQ-DRIVER.
           MOVE POOL-WAIT-CS TO PQ-WAIT-CS.
           MOVE POOL-QUEUED TO PQ-QUEUED.
           MOVE WORKER-LIMIT TO PQ-WORKERS.
           WRITE POOL-WAIT-RECORD.
           CLOSE POOL-WAIT-FILE.
       CHECK-TASK-CALENDAR.
      * Judge CUR-TASK-ID's calendar rule against today. A business-
      * day rule asks only where today sits in the shop calendar; a
      * plain day-of-week/day-of-month rule is tested on the day
      * itself or, when it carries a shift, on every calendar day the
      * shift folds into today
           MOVE "Y" TO IN-CAL-SWITCH.
           IF CAL-BDAY-RULE(CUR-TASK-ID) NOT = SPACE
               IF TODAY-BDAY-SWITCH NOT = "Y"
                   MOVE "N" TO IN-CAL-SWITCH
               END-IF
               IF CAL-BDAY-RULE(CUR-TASK-ID) = "N"
                   AND TODAY-BD-NUM NOT = CAL-BD-NUM(CUR-TASK-ID)
                   MOVE "N" TO IN-CAL-SWITCH
               END-IF
               IF CAL-BDAY-RULE(CUR-TASK-ID) = "L"
                   AND TODAY-DATE NOT = MONTH-LAST-BDAY
                   MOVE "N" TO IN-CAL-SWITCH
               END-IF
      * The weekday columns still narrow a business-day rule when
      * they are filled in
               IF CAL-DOW-FLAGS(CUR-TASK-ID) NOT = SPACES
                   MOVE TODAY-INT TO CAL-TEST-INT
                   COMPUTE DOW-NUM = FUNCTION MOD(CAL-TEST-INT 7)
                   IF DOW-NUM = 0
                       MOVE 7 TO DOW-NUM
                   END-IF
                   IF CAL-DOW-FLAGS(CUR-TASK-ID)(DOW-NUM:1) NOT = "Y"
                       MOVE "N" TO IN-CAL-SWITCH
                   END-IF
               END-IF
           ELSE
           IF CAL-SHIFT-RULE(CUR-TASK-ID) = "N"
               OR CAL-SHIFT-RULE(CUR-TASK-ID) = "P"
               OR CAL-SHIFT-RULE(CUR-TASK-ID) = "S"
      * Shifted rules only ever run on a business day. "N" owns every
      * day since the previous business day, "P" every day up to the
      * next one, "S" just today
               MOVE "N" TO IN-CAL-SWITCH
               IF TODAY-BDAY-SWITCH = "Y"
                   IF CAL-SHIFT-RULE(CUR-TASK-ID) = "N"
                       COMPUTE CAL-TEST-INT = PREV-BDAY-INT + 1
                       PERFORM UNTIL CAL-TEST-INT > TODAY-INT
                               OR IN-CAL-SWITCH = "Y"
                           PERFORM TEST-CAL-DATE
                           MOVE CAL-TEST-SWITCH TO IN-CAL-SWITCH
                           ADD 1 TO CAL-TEST-INT
                       END-PERFORM
                   END-IF
                   IF CAL-SHIFT-RULE(CUR-TASK-ID) = "P"
                       MOVE TODAY-INT TO CAL-TEST-INT
                       PERFORM UNTIL CAL-TEST-INT NOT < NEXT-BDAY-INT
                               OR IN-CAL-SWITCH = "Y"
                           PERFORM TEST-CAL-DATE
                           MOVE CAL-TEST-SWITCH TO IN-CAL-SWITCH
                           ADD 1 TO CAL-TEST-INT
                       END-PERFORM
                   END-IF
                   IF CAL-SHIFT-RULE(CUR-TASK-ID) = "S"
                       MOVE TODAY-INT TO CAL-TEST-INT
                       PERFORM TEST-CAL-DATE
                       MOVE CAL-TEST-SWITCH TO IN-CAL-SWITCH
                   END-IF
               END-IF
           ELSE
               MOVE TODAY-INT TO CAL-TEST-INT
               PERFORM TEST-CAL-DATE
               MOVE CAL-TEST-SWITCH TO IN-CAL-SWITCH
           END-IF
           END-IF.
       TEST-CAL-DATE.
      * Does CUR-TASK-ID's day-of-week/day-of-month rule pick the day
      * CAL-TEST-INT? Day 1 of the INTEGER-OF-DATE epoch was a Monday,
      * so the value modulo 7 gives Monday=1 .. Saturday=6 with
      * Sunday landing on 0
           COMPUTE CAL-TEST-DATE =
               FUNCTION DATE-OF-INTEGER(CAL-TEST-INT).
           MOVE CAL-TEST-DATE(7:2) TO CAL-TEST-DD.
           COMPUTE DOW-NUM = FUNCTION MOD(CAL-TEST-INT 7).
           IF DOW-NUM = 0
               MOVE 7 TO DOW-NUM
           END-IF.
           MOVE CAL-TEST-DATE(1:4) TO NEXT-YYYY.
           MOVE CAL-TEST-DATE(5:2) TO NEXT-MM.
           IF NEXT-MM = 12
               ADD 1 TO NEXT-YYYY
               MOVE 1 TO NEXT-MM
           ELSE
               ADD 1 TO NEXT-MM
           END-IF.
           COMPUTE NEXT-FIRST-DATE =
               NEXT-YYYY * 10000 + NEXT-MM * 100 + 1.
           COMPUTE MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NEXT-FIRST-DATE) - 1).
           MOVE MONTH-END-DATE(7:2) TO MONTH-END-DAY.
           MOVE "Y" TO CAL-TEST-SWITCH.
           IF CAL-DOW-FLAGS(CUR-TASK-ID)(DOW-NUM:1) NOT = "Y"
               MOVE "N" TO CAL-TEST-SWITCH
           END-IF.
           IF CAL-DOM-RULE(CUR-TASK-ID) = 99
               IF CAL-TEST-DD NOT = MONTH-END-DAY
                   MOVE "N" TO CAL-TEST-SWITCH
               END-IF
           ELSE
               IF CAL-DOM-RULE(CUR-TASK-ID) NOT = 0
                   AND CAL-DOM-RULE(CUR-TASK-ID) NOT = CAL-TEST-DD
                   MOVE "N" TO CAL-TEST-SWITCH
               END-IF
           END-IF.
       CHECK-TASK-BLACKOUT.
      * Ask CORE-BLACKOUT about this task by the program it runs (or
      * its task id for the built-in task), the name the run ledger
      * knows it by. A deferral goes on the ledger with RC 997 and
      * through CORE-AUDIT the first cycle it happens in a window; an
      * override is journaled with the operator it is attributed to
           IF QT-PROGRAM(QIDX) = SPACES
               MOVE SPACES TO BLK-NAME
               STRING "TASK-" DELIMITED BY SIZE
                      CUR-TASK-ID DELIMITED BY SIZE
                      INTO BLK-NAME
           ELSE
               MOVE QT-PROGRAM(QIDX) TO BLK-NAME
           END-IF.
           CALL "CORE-BLACKOUT" USING BLK-DRIVER BLK-NAME BLK-VERDICT
               BLK-REASON BLK-OPERATOR.
           IF BLK-VERDICT = "R"
               MOVE "N" TO BLK-NOTED-FLAG(CUR-TASK-ID)
           END-IF.
           IF BLK-VERDICT = "D"
               MOVE "Y" TO QT-TRIED(QIDX)
               MOVE SPACES TO BUFFER
               STRING "Task " DELIMITED BY SIZE
                      QT-ID(QIDX) DELIMITED BY SIZE
                      " DEFERRED BY BLACKOUT: " DELIMITED BY SIZE
                      BLK-REASON DELIMITED BY SIZE
                      INTO BUFFER
               ADD 1 TO BLK-DEFER-COUNT
               MOVE 72 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               IF BLK-NOTED-FLAG(CUR-TASK-ID) NOT = "D"
                   MOVE "D" TO BLK-NOTED-FLAG(CUR-TASK-ID)
                   CALL "CORE-DATE" USING AUDIT-DATE
                   ACCEPT AUDIT-TIME FROM TIME
                   OPEN EXTEND RUN-LEDGER-FILE
                   MOVE SPACES TO RUN-LEDGER-RECORD
                   MOVE AUDIT-DATE TO RL-DATE
                   MOVE AUDIT-TIME TO RL-TIME
                   MOVE "TASKSCHED" TO RL-DRIVER
                   MOVE BLK-NAME TO RL-NAME
                   MOVE BLK-NAME TO RL-PROGRAM
                   MOVE 997 TO RL-RC
                   MOVE 0 TO RL-ELAPSED-CS
                   MOVE CUR-TASK-ID TO RL-TASK-ID
                   MOVE 0 TO RL-USER-CS
                   MOVE 0 TO RL-SYSTEM-CS
                   MOVE 0 TO RL-PEAK-KB
                   WRITE RUN-LEDGER-RECORD
                   CLOSE RUN-LEDGER-FILE
                   MOVE SPACES TO AUD-EVENT
                   STRING "BLACKOUT-DEFER:T" DELIMITED BY SIZE
                          CUR-TASK-ID DELIMITED BY SIZE
                          INTO AUD-EVENT
                   MOVE 997 TO AUD-RC
                   MOVE "WARN " TO AUD-SEVERITY
                   CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                       AUD-RC AUD-SEVERITY
               END-IF
           END-IF.
           IF BLK-VERDICT = "O"
               MOVE SPACES TO BUFFER
               STRING "Task " DELIMITED BY SIZE
                      QT-ID(QIDX) DELIMITED BY SIZE
                      " BLACKOUT OVERRIDE BY " DELIMITED BY SIZE
                      BLK-OPERATOR DELIMITED BY SPACE
                      INTO BUFFER
               MOVE 40 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               IF BLK-NOTED-FLAG(CUR-TASK-ID) NOT = "O"
                   MOVE "O" TO BLK-NOTED-FLAG(CUR-TASK-ID)
                   MOVE SPACES TO AUD-EVENT
                   STRING "BO-OVERRIDE:T" DELIMITED BY SIZE
                          CUR-TASK-ID DELIMITED BY SIZE
                          ":" DELIMITED BY SIZE
                          BLK-OPERATOR DELIMITED BY SPACE
                          INTO AUD-EVENT
                   MOVE 0 TO AUD-RC
                   MOVE "WARN " TO AUD-SEVERITY
                   CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                       AUD-RC AUD-SEVERITY
               END-IF
           END-IF.
       CHECK-TASK-CLASS.
      * Count what is already in flight in this task's class: an
      * EXCLUSIVE task waits for an empty floor and keeps it empty
      * while it runs; any other class waits while its cap is
      * reached. A class deferral is reported once per task per cycle
           MOVE 0 TO CLS-BUSY.
           MOVE "N" TO EXCL-IN-FLIGHT-SWITCH.
           PERFORM VARYING WIDX FROM 1 BY 1 UNTIL WIDX > WF-COUNT
               IF QT-CLASS(WF-QIDX(WIDX)) = "EXCLUSIVE"
                   MOVE "Y" TO EXCL-IN-FLIGHT-SWITCH
               END-IF
               IF QT-CLASS(QIDX) NOT = SPACES
                   AND QT-CLASS(WF-QIDX(WIDX)) = QT-CLASS(QIDX)
                   ADD 1 TO CLS-BUSY
               END-IF
           END-PERFORM.
           IF EXCL-IN-FLIGHT-SWITCH = "Y"
               MOVE "N" TO PRED-OK-SWITCH
           END-IF.
           IF QT-CLASS(QIDX) = "EXCLUSIVE" AND WF-COUNT > 0
               MOVE "N" TO PRED-OK-SWITCH
           END-IF.
           IF QT-CLASS(QIDX) NOT = SPACES
               AND QT-CLASS(QIDX) NOT = "EXCLUSIVE"
               MOVE 0 TO CLS-LIMIT
               PERFORM VARYING CLS-IDX FROM 1 BY 1
                       UNTIL CLS-IDX > CLS-COUNT
                   IF CLS-NAME(CLS-IDX) = QT-CLASS(QIDX)
                       MOVE CLS-CAP(CLS-IDX) TO CLS-LIMIT
                   END-IF
               END-PERFORM
               IF CLS-LIMIT NOT = 0 AND CLS-BUSY NOT < CLS-LIMIT
                   MOVE "N" TO PRED-OK-SWITCH
               END-IF
           END-IF.
           IF PRED-OK-SWITCH = "N"
               AND CLS-NOTED-FLAG(CUR-TASK-ID) = "N"
               MOVE "Y" TO CLS-NOTED-FLAG(CUR-TASK-ID)
               ADD 1 TO CLS-DEFER-COUNT
               MOVE SPACES TO BUFFER
               IF EXCL-IN-FLIGHT-SWITCH = "Y"
                   STRING "Task " DELIMITED BY SIZE
                          QT-ID(QIDX) DELIMITED BY SIZE
                          " HELD BEHIND EXCLUSIVE TASK"
                              DELIMITED BY SIZE
                          INTO BUFFER
               ELSE
                   STRING "Task " DELIMITED BY SIZE
                          QT-ID(QIDX) DELIMITED BY SIZE
                          " CLASS " DELIMITED BY SIZE
                          QT-CLASS(QIDX) DELIMITED BY SPACE
                          " AT CAPACITY" DELIMITED BY SIZE
                          INTO BUFFER
               END-IF
               MOVE 40 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
           END-IF.
       CHECK-TASK-REPEAT.
      * A slot not reached yet leaves the task out of this cycle. A
      * due slot runs once; every further whole interval that has
      * already gone by since it fell due was a run nobody made, and
      * is reported skipped, not run late. The first run of a series
      * (no slot on file) is due now
           IF QT-NEXT-DUE(QIDX) = 0
               MOVE NOW-MINS TO DUE-MINS
           ELSE
               MOVE QT-NEXT-DUE(QIDX) TO STAMP-WORK
               PERFORM STAMP-TO-MINUTES
               MOVE SLOT-MINS TO DUE-MINS
           END-IF.
           IF NOW-MINS < DUE-MINS
               MOVE "Y" TO QT-TRIED(QIDX)
               ADD 1 TO NOT-DUE-COUNT
           ELSE
               COMPUTE MISSED-RUNS =
                   (NOW-MINS - DUE-MINS) / QT-REPEAT-MINS(QIDX)
               COMPUTE SLOT-MINS = DUE-MINS
                   + (MISSED-RUNS + 1) * QT-REPEAT-MINS(QIDX)
               PERFORM MINUTES-TO-STAMP
               MOVE STAMP-WORK TO QT-NEXT-SLOT(QIDX)
               IF MISSED-RUNS > 0
                   MOVE SPACES TO BUFFER
                   STRING "Task " DELIMITED BY SIZE
                          QT-ID(QIDX) DELIMITED BY SIZE
                          " SKIPPED " DELIMITED BY SIZE
                          MISSED-RUNS DELIMITED BY SIZE
                          " MISSED RUN(S)" DELIMITED BY SIZE
                          INTO BUFFER
                   MOVE 40 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   MOVE SPACES TO AUD-EVENT
                   STRING "TASK-SKIP:T" DELIMITED BY SIZE
                          QT-ID(QIDX) DELIMITED BY SIZE
                          INTO AUD-EVENT
                   MOVE MISSED-RUNS TO AUD-RC
                   MOVE "WARN " TO AUD-SEVERITY
                   CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                       AUD-RC AUD-SEVERITY
               END-IF
           END-IF.
       STAMP-TO-MINUTES.
      * yyyymmddhhmm in STAMP-WORK to minutes in SLOT-MINS
           COMPUTE SLOT-MINS =
               FUNCTION INTEGER-OF-DATE(STAMP-DATE) * 1440
               + STAMP-HH * 60 + STAMP-MM.
       MINUTES-TO-STAMP.
      * Minutes in SLOT-MINS back to yyyymmddhhmm in STAMP-WORK
           COMPUTE SLOT-DAY-INT = SLOT-MINS / 1440.
           COMPUTE STAMP-DATE = FUNCTION DATE-OF-INTEGER(SLOT-DAY-INT).
           COMPUTE STAMP-HH = FUNCTION MOD(SLOT-MINS, 1440) / 60.
           COMPUTE STAMP-MM = FUNCTION MOD(SLOT-MINS, 60).
       PERSIST-TASK-QUEUE.
      * Keyed write-back of the queue: each entry is rebuilt into the
      * record image and compared with the image it was read back or
      * last written with, and only the entries that changed are
      * rewritten, one record each by task id, so a completion no
      * longer costs a rewrite of the whole queue. An entry new to
      * the file - a drained submission, or the built-in default
      * queue on first use - is written; one that was on file but
      * has since gone was cancelled by CORE-QADM, and is not put
      * back. The write-back runs under the queue's named lock, so
      * no other program's rewrite can interleave with it
           MOVE "LOCK" TO FL-FUNCTION.
           MOVE AUD-PROGRAM TO FL-PROGRAM.
           MOVE "tasksched.queue" TO FL-FILE.
           MOVE "Y" TO FL-CHECK.
           MOVE QUEUE-GENERATION TO FL-GENERATION.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           IF FL-RC NOT = 0
      * No lock, no write-back: the entries keep their changed images
      * in memory and go at the next persist
               MOVE "Queue lock not available" TO BUFFER
               MOVE 24 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               MOVE "QUEUE-LOCK" TO AUD-EVENT
               MOVE FL-RC TO AUD-RC
               MOVE "ERROR" TO AUD-SEVERITY
               CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                   AUD-RC AUD-SEVERITY
           ELSE
               MOVE "N" TO QUEUE-WROTE-SWITCH
               PERFORM WRITE-BACK-TASK-QUEUE
               MOVE "UNLOCK" TO FL-FUNCTION
               MOVE QUEUE-WROTE-SWITCH TO FL-CHANGED
               CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST
               MOVE FL-GENERATION TO QUEUE-GENERATION
           END-IF.
       WRITE-BACK-TASK-QUEUE.
           OPEN I-O TASK-QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "35"
               OPEN OUTPUT TASK-QUEUE-FILE
               IF QUEUE-FILE-STATUS = "00"
                   CLOSE TASK-QUEUE-FILE
                   OPEN I-O TASK-QUEUE-FILE
               END-IF
           END-IF.
           IF QUEUE-FILE-STATUS NOT = "00"
               MOVE "Queue file not writable" TO BUFFER
               MOVE 23 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               MOVE "QUEUE-PERSIST" TO AUD-EVENT
           ELSE
               PERFORM VARYING QIDX2 FROM 1 BY 1
                       UNTIL QIDX2 > QUEUE-COUNT
                   MOVE QT-ID(QIDX2)       TO TQ-ID
                   MOVE QT-PRIORITY(QIDX2) TO TQ-PRIORITY
                   MOVE QT-STATUS(QIDX2)   TO TQ-STATUS
                   MOVE QT-PRED1(QIDX2)    TO TQ-PRED1
                   MOVE QT-PRED2(QIDX2)    TO TQ-PRED2
                   MOVE QT-PROGRAM(QIDX2)  TO TQ-PROGRAM
                   MOVE QT-PARAMS(QIDX2)   TO TQ-PARAMS
                   MOVE QT-RETRY-COUNT(QIDX2) TO TQ-RETRY-COUNT
                   MOVE QT-RETRY-MAX(QIDX2)   TO TQ-RETRY-MAX
                   MOVE QT-NOT-BEFORE(QIDX2)  TO TQ-NOT-BEFORE
                   MOVE QT-NOT-AFTER(QIDX2)   TO TQ-NOT-AFTER
                   MOVE QT-AGE-CYCLES(QIDX2)  TO TQ-AGE-CYCLES
                   MOVE QT-CLASS(QIDX2)       TO TQ-CLASS
                   MOVE QT-REPEAT-MINS(QIDX2) TO TQ-REPEAT-MINS
                   MOVE QT-NEXT-DUE(QIDX2)    TO TQ-NEXT-DUE
                   MOVE QT-AFTER-DRIVER(QIDX2) TO TQ-AFTER-DRIVER
                   MOVE QT-AFTER-NAME(QIDX2)  TO TQ-AFTER-NAME
                   MOVE QT-STATUS(QIDX2)   TO TQ-DISP-STATUS
                   MOVE QT-PRIORITY(QIDX2) TO TQ-DISP-PRIORITY
                   IF TASK-QUEUE-RECORD(1:149) NOT = QT-FILED(QIDX2)
                       IF QT-FILED(QIDX2) = SPACES
                           WRITE TASK-QUEUE-RECORD
                               INVALID KEY
                                   REWRITE TASK-QUEUE-RECORD
                           END-WRITE
                       ELSE
                           PERFORM REWRITE-CHANGED-ENTRY
                       END-IF
                       MOVE "Y" TO QUEUE-WROTE-SWITCH
                       MOVE TASK-QUEUE-RECORD(1:149) TO QT-FILED(QIDX2)
                   END-IF
               END-PERFORM
               CLOSE TASK-QUEUE-FILE
           END-IF.
       REWRITE-CHANGED-ENTRY.
      * The entry is read back first, under the lock: if it still
      * stands as this daemon last saw it, this daemon's image goes
      * straight back. If another program has changed it since - an
      * operator's hold landing between this daemon's read and this
      * write - the entry is merged a column at a time: the columns
      * this daemon changed take its values, every other column
      * keeps what is on file, and the merged entry becomes this
      * daemon's own copy too, so the hold is kept instead of being
      * overwritten. An entry that has gone was cancelled and stays
      * gone
           MOVE TASK-QUEUE-RECORD TO PERSIST-MINE.
           READ TASK-QUEUE-FILE KEY IS TQ-ID
               INVALID KEY
                   MOVE PERSIST-MINE TO TASK-QUEUE-RECORD
               NOT INVALID KEY
                   IF TASK-QUEUE-RECORD(1:149) = QT-FILED(QIDX2)
                       MOVE PERSIST-MINE TO TASK-QUEUE-RECORD
                   ELSE
                       MOVE TASK-QUEUE-RECORD(1:149) TO PERSIST-MERGED
                       PERFORM VARYING QF-IDX FROM 1 BY 1
                               UNTIL QF-IDX > 17
                           IF PERSIST-MINE(QF-OFFSET(QF-IDX):
                                   QF-LENGTH(QF-IDX))
                               NOT = QT-FILED(QIDX2)(QF-OFFSET(QF-IDX):
                                   QF-LENGTH(QF-IDX))
                               MOVE PERSIST-MINE(QF-OFFSET(QF-IDX):
                                   QF-LENGTH(QF-IDX))
                                   TO PERSIST-MERGED(QF-OFFSET(QF-IDX):
                                   QF-LENGTH(QF-IDX))
                           END-IF
                       END-PERFORM
                       MOVE PERSIST-MERGED TO TASK-QUEUE-RECORD(1:149)
                       MOVE TQ-STATUS TO TQ-DISP-STATUS
                       MOVE TQ-PRIORITY TO TQ-DISP-PRIORITY
                       PERFORM ADOPT-MERGED-ENTRY
                       MOVE SPACES TO BUFFER
                       STRING "Queue entry merged with file:"
                                  DELIMITED BY SIZE
                              TQ-ID DELIMITED BY SIZE
                              INTO BUFFER
                       MOVE 33 TO MSG-LEN
                       CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                           GIVING RESULT
                   END-IF
                   REWRITE TASK-QUEUE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
       ADOPT-MERGED-ENTRY.
      * The merged entry back into the in-memory queue, columns a
      * record written before they existed holds as spaces reading
      * as zero, the way the cycle-boundary refresh reads them
           MOVE TQ-PRIORITY TO QT-PRIORITY(QIDX2).
           MOVE TQ-STATUS TO QT-STATUS(QIDX2).
           IF TQ-PRED1 IS NUMERIC
               MOVE TQ-PRED1 TO QT-PRED1(QIDX2)
           ELSE
               MOVE 0 TO QT-PRED1(QIDX2)
           END-IF.
           IF TQ-PRED2 IS NUMERIC
               MOVE TQ-PRED2 TO QT-PRED2(QIDX2)
           ELSE
               MOVE 0 TO QT-PRED2(QIDX2)
           END-IF.
           MOVE TQ-PROGRAM TO QT-PROGRAM(QIDX2).
           MOVE TQ-PARAMS TO QT-PARAMS(QIDX2).
           IF TQ-RETRY-COUNT IS NUMERIC
               MOVE TQ-RETRY-COUNT TO QT-RETRY-COUNT(QIDX2)
           ELSE
               MOVE 0 TO QT-RETRY-COUNT(QIDX2)
           END-IF.
           IF TQ-RETRY-MAX IS NUMERIC
               MOVE TQ-RETRY-MAX TO QT-RETRY-MAX(QIDX2)
           ELSE
               MOVE 0 TO QT-RETRY-MAX(QIDX2)
           END-IF.
           IF TQ-NOT-BEFORE IS NUMERIC
               MOVE TQ-NOT-BEFORE TO QT-NOT-BEFORE(QIDX2)
           ELSE
               MOVE 0 TO QT-NOT-BEFORE(QIDX2)
           END-IF.
           IF TQ-NOT-AFTER IS NUMERIC
               MOVE TQ-NOT-AFTER TO QT-NOT-AFTER(QIDX2)
           ELSE
               MOVE 0 TO QT-NOT-AFTER(QIDX2)
           END-IF.
           IF TQ-AGE-CYCLES IS NUMERIC
               MOVE TQ-AGE-CYCLES TO QT-AGE-CYCLES(QIDX2)
           ELSE
               MOVE 0 TO QT-AGE-CYCLES(QIDX2)
           END-IF.
           MOVE TQ-CLASS TO QT-CLASS(QIDX2).
           MOVE TQ-AFTER-DRIVER TO QT-AFTER-DRIVER(QIDX2).
           MOVE TQ-AFTER-NAME TO QT-AFTER-NAME(QIDX2).
           IF TQ-REPEAT-MINS IS NUMERIC AND TQ-NEXT-DUE IS NUMERIC
               MOVE TQ-REPEAT-MINS TO QT-REPEAT-MINS(QIDX2)
               MOVE TQ-NEXT-DUE TO QT-NEXT-DUE(QIDX2)
           ELSE
               MOVE 0 TO QT-REPEAT-MINS(QIDX2)
               MOVE 0 TO QT-NEXT-DUE(QIDX2)
           END-IF.
       READ-QUEUE-GENERATION.
      * The queue's generation as this daemon reads it, handed back
      * on the next write-back's lock so a rewrite by any other
      * program in between is counted as a conflict
           MOVE "READ" TO FL-FUNCTION.
           MOVE AUD-PROGRAM TO FL-PROGRAM.
           MOVE "tasksched.queue" TO FL-FILE.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           MOVE FL-GENERATION TO QUEUE-GENERATION.
       START-DISPATCH-ORDER.
      * Position the open queue at the head of its dispatch key -
      * status, then filed priority - for the READ NEXT loops. Two
      * entries sharing a status and priority read back with "02",
      * a good read, so the loops run while it is "00" or "02"; an
      * empty file leaves the status at "23", which ends the loop
           MOVE LOW-VALUES TO TQ-DISPATCH-KEY.
           START TASK-QUEUE-FILE KEY IS NOT LESS THAN TQ-DISPATCH-KEY
               INVALID KEY
                   CONTINUE
           END-START.
       SORT-TASK-QUEUE.
      * Work out each entry's effective priority first: the filed
      * TQ-PRIORITY less one aging step per cycle the entry has sat
                   MOVE 0 TO QT-EFF-PRIORITY(QIDX)
               END-IF
           END-PERFORM.
      * The file is read in dispatch-key order, so the pending
      * entries usually arrive already ordered; the exchange sort is
      * only needed when aging credit or a drained submission has put
      * a pending entry ahead of one it should follow
           MOVE "Y" TO QUEUE-ORDER-SWITCH.
           MOVE 0 TO ORDER-PREV-PRIORITY.
           PERFORM VARYING QIDX FROM 1 BY 1 UNTIL QIDX > QUEUE-COUNT
               IF QT-STATUS(QIDX) = "P"
                   IF QT-EFF-PRIORITY(QIDX) < ORDER-PREV-PRIORITY
                       MOVE "N" TO QUEUE-ORDER-SWITCH
                       EXIT PERFORM
                   END-IF
                   MOVE QT-EFF-PRIORITY(QIDX) TO ORDER-PREV-PRIORITY
               END-IF
           END-PERFORM.
           IF QUEUE-ORDER-SWITCH = "N"
               PERFORM EXCHANGE-SORT-QUEUE
           END-IF.
       EXCHANGE-SORT-QUEUE.
      * In-place exchange sort of the queue table by effective
      * priority, lower value first - shared by the startup load, the
      * cycle-boundary refresh and the submission drain
                       MOVE QT-NOT-BEFORE(QIDX)  TO QT-SWAP-NOT-BEFORE
                       MOVE QT-NOT-AFTER(QIDX)   TO QT-SWAP-NOT-AFTER
                       MOVE QT-AGE-CYCLES(QIDX)  TO QT-SWAP-AGE-CYCLES
                       MOVE QT-CLASS(QIDX)       TO QT-SWAP-CLASS
                       MOVE QT-REPEAT-MINS(QIDX) TO QT-SWAP-REPEAT-MINS
                       MOVE QT-NEXT-DUE(QIDX)    TO QT-SWAP-NEXT-DUE
                       MOVE QT-AFTER-DRIVER(QIDX)
                           TO QT-SWAP-AFTER-DRIVER
                       MOVE QT-AFTER-NAME(QIDX)  TO QT-SWAP-AFTER-NAME
                       MOVE QT-EFF-PRIORITY(QIDX)
                           TO QT-SWAP-EFF-PRIORITY
                       MOVE QT-FILED(QIDX) TO QT-SWAP-FILED
                       MOVE QT-ID(QIDX2)       TO QT-ID(QIDX)
                       MOVE QT-PRIORITY(QIDX2) TO QT-PRIORITY(QIDX)
                       MOVE QT-STATUS(QIDX2)   TO QT-STATUS(QIDX)
                           TO QT-NOT-AFTER(QIDX)
                       MOVE QT-AGE-CYCLES(QIDX2)
                           TO QT-AGE-CYCLES(QIDX)
                       MOVE QT-CLASS(QIDX2) TO QT-CLASS(QIDX)
                       MOVE QT-REPEAT-MINS(QIDX2)
                           TO QT-REPEAT-MINS(QIDX)
                       MOVE QT-NEXT-DUE(QIDX2) TO QT-NEXT-DUE(QIDX)
                       MOVE QT-AFTER-DRIVER(QIDX2)
                           TO QT-AFTER-DRIVER(QIDX)
                       MOVE QT-AFTER-NAME(QIDX2) TO QT-AFTER-NAME(QIDX)
                       MOVE QT-EFF-PRIORITY(QIDX2)
                           TO QT-EFF-PRIORITY(QIDX)
                       MOVE QT-FILED(QIDX2) TO QT-FILED(QIDX)
                       MOVE QT-SWAP-ID         TO QT-ID(QIDX2)
                       MOVE QT-SWAP-PRIORITY   TO QT-PRIORITY(QIDX2)
                       MOVE QT-SWAP-STATUS     TO QT-STATUS(QIDX2)
                           TO QT-NOT-AFTER(QIDX2)
                       MOVE QT-SWAP-AGE-CYCLES
                           TO QT-AGE-CYCLES(QIDX2)
                       MOVE QT-SWAP-CLASS TO QT-CLASS(QIDX2)
                       MOVE QT-SWAP-REPEAT-MINS
                           TO QT-REPEAT-MINS(QIDX2)
                       MOVE QT-SWAP-NEXT-DUE TO QT-NEXT-DUE(QIDX2)
                       MOVE QT-SWAP-AFTER-DRIVER
                           TO QT-AFTER-DRIVER(QIDX2)
                       MOVE QT-SWAP-AFTER-NAME TO QT-AFTER-NAME(QIDX2)
                       MOVE QT-SWAP-EFF-PRIORITY
                           TO QT-EFF-PRIORITY(QIDX2)
                       MOVE QT-SWAP-FILED TO QT-FILED(QIDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.
      * the in-memory queue, then empty the inbox so nothing is
      * accepted twice. CORE-QSUB already validated each entry; the
      * duplicate-id check is repeated here because the queue may
      * have moved between submission and this drain. The read and
      * the emptying run under the inbox's named lock, the one every
      * submitter appends under, so a submission landing between the
      * two can no longer be emptied away unread
           MOVE 0 TO SUBMIT-ADDED.
           MOVE "LOCK" TO FL-FUNCTION.
           MOVE AUD-PROGRAM TO FL-PROGRAM.
           MOVE "tasksched.submit" TO FL-FILE.
           MOVE "N" TO FL-CHECK.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           IF FL-RC = 0
               MOVE "N" TO FL-CHANGED
               OPEN INPUT SUBMIT-FILE
               IF SUBMIT-STATUS = "00"
                   PERFORM UNTIL SUBMIT-STATUS NOT = "00"
                       READ SUBMIT-FILE
                           AT END
                               MOVE "10" TO SUBMIT-STATUS
                           NOT AT END
                               PERFORM ACCEPT-SUBMIT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SUBMIT-FILE
                   OPEN OUTPUT SUBMIT-FILE
                   CLOSE SUBMIT-FILE
                   MOVE "Y" TO FL-CHANGED
               END-IF
               MOVE "UNLOCK" TO FL-FUNCTION
               CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST
           END-IF.
       ACCEPT-SUBMIT-RECORD.
      * One submitted entry: a malformed or duplicate id is reported
                       MOVE 0 TO QT-NOT-AFTER(QUEUE-COUNT)
                   END-IF
                   MOVE 0 TO QT-AGE-CYCLES(QUEUE-COUNT)
                   MOVE SB-CLASS TO QT-CLASS(QUEUE-COUNT)
                   MOVE SB-AFTER-DRIVER TO QT-AFTER-DRIVER(QUEUE-COUNT)
                   MOVE SB-AFTER-NAME TO QT-AFTER-NAME(QUEUE-COUNT)
                   IF SB-REPEAT-MINS IS NUMERIC
                       AND SB-NEXT-DUE IS NUMERIC
                       MOVE SB-REPEAT-MINS
                           TO QT-REPEAT-MINS(QUEUE-COUNT)
                       MOVE SB-NEXT-DUE TO QT-NEXT-DUE(QUEUE-COUNT)
                   ELSE
                       MOVE 0 TO QT-REPEAT-MINS(QUEUE-COUNT)
                       MOVE 0 TO QT-NEXT-DUE(QUEUE-COUNT)
                   END-IF
                   MOVE "N" TO QT-TRIED(QUEUE-COUNT)
                   MOVE SPACES TO QT-FILED(QUEUE-COUNT)
                   MOVE 0 TO TASK-DONE-FLAG(SB-ID)
                   MOVE SPACES TO BUFFER
                   STRING "Task " DELIMITED BY SIZE
