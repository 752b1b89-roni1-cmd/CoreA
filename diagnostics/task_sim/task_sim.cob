       IDENTIFICATION DIVISION.
       PROGRAM-ID. TASK-SIM.
      * CoreA Task Cycle Simulator (COBOL)
      * Plays out one TASKSCHED cycle over tasksched.queue without
      * launching anything, to forecast when each task will start and
      * finish and when the cycle will end against the batch
      * deadline. TASK-CRITPATH gives the longest dependency chain;
      * this adds what the chain alone leaves out - the worker limit,
      * the start windows, the run calendar, held and failed entries,
      * file triggers, resource-class caps and priority aging - by
      * dispatching the queue the way the daemon does: repeated passes
      * in effective-priority order, each ready task joining the
      * in-flight group, and the whole group collected (the slowest
      * member setting the pace) once it fills the worker limit or the
      * pass runs out of entries. Each task is costed at its average
      * elapsed time from tasksched.history.
      * Operands try a change before it is made to the live queue:
      *   WORKERS n          simulate with n worker slots
      *   PRIORITY id pri    file task id at priority pri (repeatable)
      *   START hhmm         start the cycle at hhmm, not now
      *   DATE yyyymmdd      judge the calendar for that date, not the
      *                      shop processing date
      * Work the simulator cannot foresee is reported, not guessed:
      * a trigger file not on disk yet or another driver's work not
      * on the ledger yet leaves the task out of the forecast
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORE-PARAMS-FILE ASSIGN TO "config/core.params"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CP-FILE-STATUS.
           SELECT TASK-QUEUE-FILE ASSIGN TO "tasksched.queue"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TQ-ID
               ALTERNATE RECORD KEY IS TQ-DISPATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT TASK-HISTORY-FILE ASSIGN TO "tasksched.history"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TH-FILE-STATUS.
           SELECT RUN-CALENDAR-FILE ASSIGN TO "tasksched.calendar"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT TRIGGER-RULE-FILE ASSIGN TO "tasksched.triggers"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIG-FILE-STATUS.
           SELECT CLASS-CAP-FILE ASSIGN TO "tasksched.classes"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLS-FILE-STATUS.
           SELECT TRIGGER-CHECK-FILE ASSIGN TO TRIG-CHECK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIG-CHECK-STATUS.
           SELECT SIM-REPORT-FILE ASSIGN TO "task_sim.report"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CORE-PARAMS-FILE.
       COPY "coreparams.cpy".
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
       FD  TASK-HISTORY-FILE.
       01 TASK-HISTORY-RECORD.
           05 TH-DATE        PIC 9(8).
           05 TH-TIME        PIC 9(8).
           05 TH-TASK-ID     PIC 9(4).
           05 TH-ELAPSED-CS  PIC 9(8).
           05 FILLER         PIC X(25).
       FD  RUN-CALENDAR-FILE.
       01 RUN-CALENDAR-RECORD.
           05 CAL-REC-ID     PIC 9(4).
           05 CAL-REC-DOW    PIC X(7).
           05 CAL-REC-DOM    PIC 9(2).
           05 CAL-REC-BDAY   PIC X(1).
           05 CAL-REC-BD-NUM PIC 9(2).
           05 CAL-REC-SHIFT  PIC X(1).
       FD  TRIGGER-RULE-FILE.
       01 TRIGGER-RULE-RECORD.
           05 TG-REC-ID      PIC 9(4).
           05 TG-PATH        PIC X(60).
       FD  CLASS-CAP-FILE.
       01 CLASS-CAP-RECORD.
           05 CLS-REC-NAME   PIC X(10).
           05 CLS-REC-CAP    PIC 9(4).
       FD  TRIGGER-CHECK-FILE.
       01 TRIGGER-CHECK-RECORD PIC X(100).
       FD  SIM-REPORT-FILE.
       01 SIM-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
       01 RESULT          PIC 9(9).
       01 REPORT-LINE     PIC X(100).
       01 CP-FILE-STATUS  PIC XX.
       01 QUEUE-FILE-STATUS PIC XX.
       01 TH-FILE-STATUS  PIC XX.
       01 CAL-FILE-STATUS PIC XX.
       01 TRIG-FILE-STATUS PIC XX.
       01 CLS-FILE-STATUS PIC XX.
       01 TRIG-CHECK-STATUS PIC XX.
       01 TRIG-CHECK-NAME PIC X(60).
       01 CMD-ARG-COUNT   PIC 9(2).
       01 CMD-ARG-NUM     PIC 9(2).
       01 CMD-ARG-VAL     PIC X(20).
      * Simulation settings: the live configuration unless an operand
      * overrides it, in which case the report says it is a what-if
       01 WORKER-LIMIT    PIC 9(4)  VALUE 1.
       01 AGING-STEP      PIC 9(4)  VALUE 100.
       01 DEADLINE-HHMM   PIC 9(4)  VALUE 0600.
       01 WHAT-IF-SWITCH  PIC X(1)  VALUE "N".
       01 START-HHMM      PIC 9(4).
       01 START-SET-SWITCH PIC X(1) VALUE "N".
       01 NOW-TIME-RAW    PIC 9(8).
       01 WORK-HH         PIC 9(2).
       01 WORK-MM         PIC 9(2).
       01 WORK-SS         PIC 9(2).
       01 PRIO-OVR-COUNT  PIC 9(2)  VALUE 0.
       01 PRIO-OVR-IDX    PIC 9(2).
       01 PRIO-OVR-TABLE.
           05 PRIO-OVR OCCURS 20 TIMES.
               10 PO-ID          PIC 9(4).
               10 PO-PRIORITY    PIC 9(4).
      * Per-task-id state, direct-indexed the way TASKSCHED indexes
      * its done table. SIM-STATE is P while the task is still to be
      * placed, R once the simulation has run it, D when it was
      * already done on file, and X when a gate keeps it out of the
      * cycle, SIM-REASON saying which
       01 SIM-TABLE.
           05 SIM-ENTRY OCCURS 9999 TIMES.
               10 SIM-PRESENT     PIC X(1)  VALUE "N".
               10 SIM-PRIORITY    PIC 9(4).
               10 SIM-EFF-PRIORITY PIC 9(4).
               10 SIM-AGE         PIC 9(4).
               10 SIM-STATUS      PIC X(1).
               10 SIM-PRED1       PIC 9(4).
               10 SIM-PRED2       PIC 9(4).
               10 SIM-NOT-BEFORE  PIC 9(4).
               10 SIM-NOT-AFTER   PIC 9(4).
               10 SIM-CLASS       PIC X(10).
               10 SIM-REPEAT-MINS PIC 9(4).
               10 SIM-NEXT-DUE    PIC 9(12).
               10 SIM-AFTER-DRIVER PIC X(10).
               10 SIM-AFTER-NAME  PIC X(20).
               10 SIM-RUNS        PIC 9(6)  VALUE 0.
               10 SIM-TOTAL-CS    PIC 9(12) VALUE 0.
               10 SIM-DUR-SECS    PIC 9(7)  VALUE 0.
               10 SIM-STATE       PIC X(1).
               10 SIM-REASON      PIC X(40).
               10 SIM-TRIED       PIC X(1).
               10 SIM-START-SECS  PIC 9(7).
               10 SIM-END-SECS    PIC 9(7).
               10 SIM-WAVE        PIC 9(4).
               10 CAL-PRESENT-FLAG PIC X(1) VALUE "N".
               10 CAL-DOW-FLAGS   PIC X(7).
               10 CAL-DOM-RULE    PIC 9(2).
               10 CAL-BDAY-RULE   PIC X(1).
               10 CAL-BD-NUM      PIC 9(2).
               10 CAL-SHIFT-RULE  PIC X(1).
               10 TRIG-PRESENT-FLAG PIC X(1) VALUE "N".
               10 TRIG-PATH       PIC X(60).
      * The queue's ids in dispatch order, effective priority first
       01 ORD-COUNT       PIC 9(4)  VALUE 0.
       01 ORD-TABLE.
           05 ORD-ID OCCURS 500 TIMES PIC 9(4).
       01 L               PIC 9(4).
       01 L2              PIC 9(4).
       01 CUR-ID          PIC 9(4).
       01 SWAP-ID         PIC 9(4).
       01 AGE-CREDIT      PIC 9(8).
       01 CLS-COUNT       PIC 9(2)  VALUE 0.
       01 CLS-IDX         PIC 9(2).
       01 CLS-TABLE.
           05 CLS-ENTRY OCCURS 50 TIMES.
               10 CLS-NAME        PIC X(10).
               10 CLS-CAP         PIC 9(4).
       01 CLS-BUSY        PIC 9(4).
       01 CLS-LIMIT       PIC 9(4).
       01 EXCL-IN-WAVE-SWITCH PIC X(1).
      * The group in flight: its members, and the clock it started on
       01 WAVE-COUNT      PIC 9(4)  VALUE 0.
       01 WAVE-NUM        PIC 9(4)  VALUE 0.
       01 WAVE-IDX        PIC 9(4).
       01 WAVE-TABLE.
           05 WAVE-ID OCCURS 100 TIMES PIC 9(4).
       01 WAVE-LEN-SECS   PIC 9(7).
       01 WAVE-BUSY-SECS  PIC 9(9).
       01 WAVE-IDLE-SECS  PIC 9(9).
       01 TOTAL-IDLE-SECS PIC 9(9)  VALUE 0.
       01 TOTAL-SLOT-SECS PIC 9(9)  VALUE 0.
       01 IDLE-PCT        PIC 9(3).
      * Each collected wave, kept for the report: when it started
      * and ended on the simulated clock, its size and idle slot time
       01 WLOG-COUNT      PIC 9(4)  VALUE 0.
       01 WLOG-IDX        PIC 9(4).
       01 WLOG-TABLE.
           05 WLOG-ENTRY OCCURS 500 TIMES.
               10 WLOG-START-SECS PIC 9(7).
               10 WLOG-END-SECS   PIC 9(7).
               10 WLOG-TASKS      PIC 9(4).
               10 WLOG-IDLE-SECS  PIC 9(9).
       01 READY-SWITCH    PIC X(1).
       01 PROGRESS-SWITCH PIC X(1).
      * Simulated clock, seconds since midnight of the start day;
      * it runs past 86400 when the cycle crosses midnight
       01 SIM-CLOCK       PIC 9(7).
       01 START-SECS      PIC 9(7).
       01 DEADLINE-SECS   PIC 9(7).
       01 MARGIN-SECS     PIC 9(7).
       01 CLOCK-IN        PIC 9(7).
       01 CLOCK-TEXT      PIC X(8).
       01 CLOCK-DAY-SECS  PIC 9(5).
       01 START-TEXT      PIC X(8).
       01 END-TEXT        PIC X(8).
       01 RUN-COUNT       PIC 9(4)  VALUE 0.
       01 OUT-COUNT       PIC 9(4)  VALUE 0.
       01 DONE-COUNT      PIC 9(4)  VALUE 0.
       01 NOHIST-MARK     PIC X(11).
       01 PRED-DONE-SWITCH PIC X(1).
       01 DEP-MET         PIC X(1).
       01 SIM-STAMP       PIC 9(12).
      * Today in the shop calendar, the same figures TASKSCHED works
      * out at the top of each cycle
       01 TODAY-DATE      PIC 9(8).
       01 TODAY-INT       PIC 9(9).
       01 DOW-NUM         PIC 9(1).
       01 NEXT-YYYY       PIC 9(4).
       01 NEXT-MM         PIC 9(2).
       01 NEXT-FIRST-DATE PIC 9(8).
       01 MONTH-END-DATE  PIC 9(8).
       01 MONTH-END-DAY   PIC 9(2).
       01 IN-CAL-SWITCH   PIC X(1).
       01 TODAY-BDAY-SWITCH PIC X(1).
       01 TODAY-BD-NUM    PIC 9(2).
       01 MONTH-LAST-BDAY PIC 9(8).
       01 PREV-BDAY-INT   PIC 9(9).
       01 NEXT-BDAY-INT   PIC 9(9).
       01 CAL-TEST-DATE   PIC 9(8).
       01 CAL-TEST-INT    PIC 9(9).
       01 CAL-TEST-DD     PIC 9(2).
       01 CAL-TEST-SWITCH PIC X(1).
       01 BD-ACTION       PIC X(5).
       01 BD-DATE         PIC 9(8).
       01 BD-NUMBER       PIC 9(2).
       01 BD-RESULT       PIC 9(8).
       01 BD-FLAG         PIC X(1).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Live settings first: worker count, aging step and batch
      * deadline from the compiled configuration, the built-in
      * defaults when it has not been compiled
           OPEN INPUT CORE-PARAMS-FILE.
           IF CP-FILE-STATUS = "00"
               READ CORE-PARAMS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-WORKERS IS NUMERIC
                           MOVE CP-WORKERS TO WORKER-LIMIT
                       END-IF
                       IF CP-AGING-STEP IS NUMERIC
                           MOVE CP-AGING-STEP TO AGING-STEP
                       END-IF
                       IF CP-BATCH-DEADLINE IS NUMERIC
                           AND CP-BATCH-DEADLINE NOT = 0
                           MOVE CP-BATCH-DEADLINE TO DEADLINE-HHMM
                       END-IF
               END-READ
               CLOSE CORE-PARAMS-FILE
           END-IF.
           CALL "CORE-DATE" USING TODAY-DATE.
      * Then the what-if operands
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           MOVE 1 TO CMD-ARG-NUM.
           PERFORM UNTIL CMD-ARG-NUM > CMD-ARG-COUNT
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               IF CMD-ARG-VAL = "WORKERS"
                   ADD 1 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   COMPUTE WORKER-LIMIT = FUNCTION NUMVAL(CMD-ARG-VAL)
                   MOVE "Y" TO WHAT-IF-SWITCH
               ELSE
               IF CMD-ARG-VAL = "PRIORITY"
                   ADD 1 TO CMD-ARG-NUM
                   IF PRIO-OVR-COUNT < 20
                       ADD 1 TO PRIO-OVR-COUNT
                       DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                       ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                       COMPUTE PO-ID(PRIO-OVR-COUNT) =
                           FUNCTION NUMVAL(CMD-ARG-VAL)
                       ADD 1 TO CMD-ARG-NUM
                       DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                       ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                       COMPUTE PO-PRIORITY(PRIO-OVR-COUNT) =
                           FUNCTION NUMVAL(CMD-ARG-VAL)
                       MOVE "Y" TO WHAT-IF-SWITCH
                   ELSE
                       ADD 1 TO CMD-ARG-NUM
                   END-IF
               ELSE
               IF CMD-ARG-VAL = "START"
                   ADD 1 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   COMPUTE START-HHMM = FUNCTION NUMVAL(CMD-ARG-VAL)
                   MOVE "Y" TO START-SET-SWITCH
               ELSE
               IF CMD-ARG-VAL = "DATE"
                   ADD 1 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   COMPUTE TODAY-DATE = FUNCTION NUMVAL(CMD-ARG-VAL)
               END-IF
               END-IF
               END-IF
               END-IF
               ADD 1 TO CMD-ARG-NUM
           END-PERFORM.
           IF WORKER-LIMIT = 0
               MOVE 1 TO WORKER-LIMIT
           END-IF.
           IF WORKER-LIMIT > 100
               MOVE 100 TO WORKER-LIMIT
           END-IF.
           IF START-SET-SWITCH = "Y"
               MOVE START-HHMM(1:2) TO WORK-HH
               MOVE START-HHMM(3:2) TO WORK-MM
               MOVE 0 TO WORK-SS
           ELSE
               ACCEPT NOW-TIME-RAW FROM TIME
               MOVE NOW-TIME-RAW(1:2) TO WORK-HH
               MOVE NOW-TIME-RAW(3:2) TO WORK-MM
               MOVE NOW-TIME-RAW(5:2) TO WORK-SS
               COMPUTE START-HHMM = WORK-HH * 100 + WORK-MM
           END-IF.
           COMPUTE START-SECS = WORK-HH * 3600 + WORK-MM * 60 + WORK-SS.
           MOVE START-SECS TO SIM-CLOCK.
      * A deadline earlier in the day than the start falls after
      * midnight
           MOVE DEADLINE-HHMM(1:2) TO WORK-HH.
           MOVE DEADLINE-HHMM(3:2) TO WORK-MM.
           COMPUTE DEADLINE-SECS = WORK-HH * 3600 + WORK-MM * 60.
           IF DEADLINE-SECS < START-SECS
               ADD 86400 TO DEADLINE-SECS
           END-IF.
           COMPUTE SIM-STAMP = TODAY-DATE * 10000 + START-HHMM.
      * Load the queue, applying any priority what-ifs
           OPEN INPUT TASK-QUEUE-FILE.
           IF QUEUE-FILE-STATUS NOT = "00"
               MOVE "TASK-SIM: no tasksched.queue" TO BUFFER
               MOVE 28 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           PERFORM UNTIL QUEUE-FILE-STATUS NOT = "00"
               READ TASK-QUEUE-FILE
                   AT END
                       MOVE "10" TO QUEUE-FILE-STATUS
                   NOT AT END
                       IF TQ-ID IS NUMERIC AND TQ-ID NOT = 0
                           AND ORD-COUNT < 500
                           PERFORM LOAD-QUEUE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TASK-QUEUE-FILE.
      * Cost each task at its average elapsed time, rounded up to
      * the second; a task with no history costs nothing and is
      * flagged so the forecast is read with that in mind
           OPEN INPUT TASK-HISTORY-FILE.
           IF TH-FILE-STATUS = "00"
               PERFORM UNTIL TH-FILE-STATUS NOT = "00"
                   READ TASK-HISTORY-FILE
                       AT END
                           MOVE "10" TO TH-FILE-STATUS
                       NOT AT END
                           IF TH-TASK-ID IS NUMERIC
                               AND TH-TASK-ID NOT = 0
                               AND TH-ELAPSED-CS IS NUMERIC
                               ADD 1 TO SIM-RUNS(TH-TASK-ID)
                               ADD TH-ELAPSED-CS
                                   TO SIM-TOTAL-CS(TH-TASK-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASK-HISTORY-FILE
           END-IF.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > ORD-COUNT
               MOVE ORD-ID(L) TO CUR-ID
               IF SIM-RUNS(CUR-ID) NOT = 0
                   COMPUTE SIM-DUR-SECS(CUR-ID) =
                       (SIM-TOTAL-CS(CUR-ID) / SIM-RUNS(CUR-ID) + 99)
                           / 100
               END-IF
           END-PERFORM.
           PERFORM LOAD-RULE-FILES.
      * Today's place in the shop business-day calendar
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           MOVE "CHECK" TO BD-ACTION.
           MOVE TODAY-DATE TO BD-DATE.
           CALL "CORE-CALENDAR" USING BD-ACTION BD-DATE BD-NUMBER
               BD-RESULT BD-FLAG.
           MOVE BD-FLAG TO TODAY-BDAY-SWITCH.
           MOVE BD-NUMBER TO TODAY-BD-NUM.
           MOVE "LAST " TO BD-ACTION.
           CALL "CORE-CALENDAR" USING BD-ACTION BD-DATE BD-NUMBER
               BD-RESULT BD-FLAG.
           MOVE BD-RESULT TO MONTH-LAST-BDAY.
           MOVE "PREV " TO BD-ACTION.
           COMPUTE BD-DATE = FUNCTION DATE-OF-INTEGER(TODAY-INT - 1).
           CALL "CORE-CALENDAR" USING BD-ACTION BD-DATE BD-NUMBER
               BD-RESULT BD-FLAG.
           IF BD-RESULT = 0
               COMPUTE PREV-BDAY-INT = TODAY-INT - 1
           ELSE
               COMPUTE PREV-BDAY-INT =
                   FUNCTION INTEGER-OF-DATE(BD-RESULT)
           END-IF.
           MOVE "NEXT " TO BD-ACTION.
           COMPUTE BD-DATE = FUNCTION DATE-OF-INTEGER(TODAY-INT + 1).
           CALL "CORE-CALENDAR" USING BD-ACTION BD-DATE BD-NUMBER
               BD-RESULT BD-FLAG.
           IF BD-RESULT = 0
               COMPUTE NEXT-BDAY-INT = TODAY-INT + 1
           ELSE
               COMPUTE NEXT-BDAY-INT =
                   FUNCTION INTEGER-OF-DATE(BD-RESULT)
           END-IF.
      * Dispatch order: effective priority, the filed priority less
      * the aging credit, with the same exchange sort TASKSCHED runs
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > ORD-COUNT
               MOVE ORD-ID(L) TO CUR-ID
               COMPUTE AGE-CREDIT = SIM-AGE(CUR-ID) * AGING-STEP
               IF AGE-CREDIT < SIM-PRIORITY(CUR-ID)
                   COMPUTE SIM-EFF-PRIORITY(CUR-ID) =
                       SIM-PRIORITY(CUR-ID) - AGE-CREDIT
               ELSE
                   MOVE 0 TO SIM-EFF-PRIORITY(CUR-ID)
               END-IF
           END-PERFORM.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > ORD-COUNT
               PERFORM VARYING L2 FROM L BY 1 UNTIL L2 > ORD-COUNT
                   IF SIM-EFF-PRIORITY(ORD-ID(L2))
                           < SIM-EFF-PRIORITY(ORD-ID(L))
                       MOVE ORD-ID(L) TO SWAP-ID
                       MOVE ORD-ID(L2) TO ORD-ID(L)
                       MOVE SWAP-ID TO ORD-ID(L2)
                   END-IF
               END-PERFORM
           END-PERFORM.
      * Cycle-start gates, in the daemon's order: entries already
      * done, failed or held; the run calendar; the start window and
      * the repeat slot as of the start time; then what the simulator
      * can only take as it stands now - trigger files and other
      * drivers' work
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > ORD-COUNT
               MOVE ORD-ID(L) TO CUR-ID
               PERFORM GATE-SIM-TASK
           END-PERFORM.
      * Play the cycle: passes over the ordered queue until one adds
      * nothing, each ready task joining the wave in flight
           MOVE "Y" TO PROGRESS-SWITCH.
           PERFORM UNTIL PROGRESS-SWITCH = "N"
               MOVE "N" TO PROGRESS-SWITCH
               PERFORM VARYING L FROM 1 BY 1 UNTIL L > ORD-COUNT
                   MOVE ORD-ID(L) TO CUR-ID
                   IF SIM-STATE(CUR-ID) = "P"
                       AND SIM-TRIED(CUR-ID) = "N"
                       PERFORM CHECK-SIM-READY
                       IF READY-SWITCH = "Y"
                           MOVE "Y" TO SIM-TRIED(CUR-ID)
                           MOVE "Y" TO PROGRESS-SWITCH
                           ADD 1 TO WAVE-COUNT
                           MOVE CUR-ID TO WAVE-ID(WAVE-COUNT)
                       END-IF
                   END-IF
                   IF WAVE-COUNT > 0
                       AND (WAVE-COUNT NOT < WORKER-LIMIT
                           OR L = ORD-COUNT)
                       PERFORM COLLECT-SIM-WAVE
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > ORD-COUNT
               MOVE ORD-ID(L) TO CUR-ID
               IF SIM-STATE(CUR-ID) = "P"
                   MOVE "X" TO SIM-STATE(CUR-ID)
                   MOVE "BLOCKED BY PREDECESSOR" TO SIM-REASON(CUR-ID)
               END-IF
           END-PERFORM.
      * The report: settings, the waves, every task, the verdict
           OPEN OUTPUT SIM-REPORT-FILE.
           MOVE "CoreA Task Cycle Simulation" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE SIM-REPORT-RECORD FROM REPORT-LINE.
           MOVE START-SECS TO CLOCK-IN.
           PERFORM FORMAT-CLOCK.
           MOVE SPACES TO REPORT-LINE.
           STRING "DATE:" DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  " START:" DELIMITED BY SIZE
                  CLOCK-TEXT DELIMITED BY SIZE
                  " WORKERS:" DELIMITED BY SIZE
                  WORKER-LIMIT DELIMITED BY SIZE
                  " AGING:" DELIMITED BY SIZE
                  AGING-STEP DELIMITED BY SIZE
                  INTO REPORT-LINE.
           IF WHAT-IF-SWITCH = "Y"
               MOVE "WHAT-IF" TO REPORT-LINE(60:7)
           END-IF.
           PERFORM EMIT-SIM-LINE.
           PERFORM VARYING PRIO-OVR-IDX FROM 1 BY 1
                   UNTIL PRIO-OVR-IDX > PRIO-OVR-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "WHAT-IF TASK:" DELIMITED BY SIZE
                      PO-ID(PRIO-OVR-IDX) DELIMITED BY SIZE
                      " PRIORITY:" DELIMITED BY SIZE
                      PO-PRIORITY(PRIO-OVR-IDX) DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM EMIT-SIM-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE SIM-REPORT-RECORD FROM REPORT-LINE.
           PERFORM VARYING WLOG-IDX FROM 1 BY 1
                   UNTIL WLOG-IDX > WLOG-COUNT
               MOVE WLOG-START-SECS(WLOG-IDX) TO CLOCK-IN
               PERFORM FORMAT-CLOCK
               MOVE CLOCK-TEXT TO START-TEXT
               MOVE WLOG-END-SECS(WLOG-IDX) TO CLOCK-IN
               PERFORM FORMAT-CLOCK
               MOVE SPACES TO REPORT-LINE
               STRING "WAVE:" DELIMITED BY SIZE
                      WLOG-IDX DELIMITED BY SIZE
                      " START:" DELIMITED BY SIZE
                      START-TEXT DELIMITED BY SIZE
                      " END:" DELIMITED BY SIZE
                      CLOCK-TEXT DELIMITED BY SIZE
                      " TASKS:" DELIMITED BY SIZE
                      WLOG-TASKS(WLOG-IDX) DELIMITED BY SIZE
                      " IDLE-SLOT-SECS:" DELIMITED BY SIZE
                      WLOG-IDLE-SECS(WLOG-IDX) DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM EMIT-SIM-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE SIM-REPORT-RECORD FROM REPORT-LINE.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > ORD-COUNT
               MOVE ORD-ID(L) TO CUR-ID
               PERFORM REPORT-SIM-TASK
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE SIM-REPORT-RECORD FROM REPORT-LINE.
           MOVE SIM-CLOCK TO CLOCK-IN.
           PERFORM FORMAT-CLOCK.
           MOVE DEADLINE-SECS TO CLOCK-IN.
           MOVE CLOCK-TEXT TO END-TEXT.
           PERFORM FORMAT-CLOCK.
           MOVE SPACES TO REPORT-LINE.
           IF SIM-CLOCK > DEADLINE-SECS
               COMPUTE MARGIN-SECS = SIM-CLOCK - DEADLINE-SECS
               STRING "CYCLE END:" DELIMITED BY SIZE
                      END-TEXT DELIMITED BY SIZE
                      " DEADLINE:" DELIMITED BY SIZE
                      CLOCK-TEXT DELIMITED BY SIZE
                      " OVERRUN-SECS:" DELIMITED BY SIZE
                      MARGIN-SECS DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               COMPUTE MARGIN-SECS = DEADLINE-SECS - SIM-CLOCK
               STRING "CYCLE END:" DELIMITED BY SIZE
                      END-TEXT DELIMITED BY SIZE
                      " DEADLINE:" DELIMITED BY SIZE
                      CLOCK-TEXT DELIMITED BY SIZE
                      " MARGIN-SECS:" DELIMITED BY SIZE
                      MARGIN-SECS DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           PERFORM EMIT-SIM-LINE.
           MOVE 0 TO IDLE-PCT.
           IF TOTAL-SLOT-SECS > 0
               COMPUTE IDLE-PCT =
                   TOTAL-IDLE-SECS * 100 / TOTAL-SLOT-SECS
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUMMARY TASKS:" DELIMITED BY SIZE
                  ORD-COUNT DELIMITED BY SIZE
                  " RUN:" DELIMITED BY SIZE
                  RUN-COUNT DELIMITED BY SIZE
                  " DONE:" DELIMITED BY SIZE
                  DONE-COUNT DELIMITED BY SIZE
                  " NOT-RUN:" DELIMITED BY SIZE
                  OUT-COUNT DELIMITED BY SIZE
                  " WAVES:" DELIMITED BY SIZE
                  WAVE-NUM DELIMITED BY SIZE
                  " IDLE-SECS:" DELIMITED BY SIZE
                  TOTAL-IDLE-SECS DELIMITED BY SIZE
                  " IDLE-PCT:" DELIMITED BY SIZE
                  IDLE-PCT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM EMIT-SIM-LINE.
           CLOSE SIM-REPORT-FILE.
           MOVE "CoreA Task Cycle Simulation complete" TO BUFFER.
           MOVE 36 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           IF SIM-CLOCK > DEADLINE-SECS
               CALL "sys_exit_c" USING 1
           END-IF.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       LOAD-QUEUE-ENTRY.
      * One queue record into the per-id table; columns written
      * before a feature existed read back blank and default off
           ADD 1 TO ORD-COUNT.
           MOVE TQ-ID TO ORD-ID(ORD-COUNT).
           MOVE TQ-ID TO CUR-ID.
           MOVE "Y" TO SIM-PRESENT(CUR-ID).
           MOVE "P" TO SIM-STATE(CUR-ID).
           MOVE "N" TO SIM-TRIED(CUR-ID).
           MOVE SPACES TO SIM-REASON(CUR-ID).
           MOVE TQ-STATUS TO SIM-STATUS(CUR-ID).
           MOVE TQ-CLASS TO SIM-CLASS(CUR-ID).
           MOVE TQ-AFTER-DRIVER TO SIM-AFTER-DRIVER(CUR-ID).
           MOVE TQ-AFTER-NAME TO SIM-AFTER-NAME(CUR-ID).
           MOVE 9999 TO SIM-PRIORITY(CUR-ID).
           MOVE 0 TO SIM-PRED1(CUR-ID).
           MOVE 0 TO SIM-PRED2(CUR-ID).
           MOVE 0 TO SIM-NOT-BEFORE(CUR-ID).
           MOVE 0 TO SIM-NOT-AFTER(CUR-ID).
           MOVE 0 TO SIM-AGE(CUR-ID).
           MOVE 0 TO SIM-REPEAT-MINS(CUR-ID).
           MOVE 0 TO SIM-NEXT-DUE(CUR-ID).
           MOVE 0 TO SIM-WAVE(CUR-ID).
           IF TQ-PRIORITY IS NUMERIC
               MOVE TQ-PRIORITY TO SIM-PRIORITY(CUR-ID)
           END-IF.
           IF TQ-PRED1 IS NUMERIC
               MOVE TQ-PRED1 TO SIM-PRED1(CUR-ID)
           END-IF.
           IF TQ-PRED2 IS NUMERIC
               MOVE TQ-PRED2 TO SIM-PRED2(CUR-ID)
           END-IF.
           IF TQ-NOT-BEFORE IS NUMERIC
               MOVE TQ-NOT-BEFORE TO SIM-NOT-BEFORE(CUR-ID)
           END-IF.
           IF TQ-NOT-AFTER IS NUMERIC
               MOVE TQ-NOT-AFTER TO SIM-NOT-AFTER(CUR-ID)
           END-IF.
           IF TQ-AGE-CYCLES IS NUMERIC
               MOVE TQ-AGE-CYCLES TO SIM-AGE(CUR-ID)
           END-IF.
           IF TQ-REPEAT-MINS IS NUMERIC AND TQ-NEXT-DUE IS NUMERIC
               MOVE TQ-REPEAT-MINS TO SIM-REPEAT-MINS(CUR-ID)
               MOVE TQ-NEXT-DUE TO SIM-NEXT-DUE(CUR-ID)
           END-IF.
           PERFORM VARYING PRIO-OVR-IDX FROM 1 BY 1
                   UNTIL PRIO-OVR-IDX > PRIO-OVR-COUNT
               IF PO-ID(PRIO-OVR-IDX) = CUR-ID
                   MOVE PO-PRIORITY(PRIO-OVR-IDX)
                       TO SIM-PRIORITY(CUR-ID)
               END-IF
           END-PERFORM.
       LOAD-RULE-FILES.
      * The run calendar, trigger rules and class caps TASKSCHED
      * reads, each optional
           OPEN INPUT RUN-CALENDAR-FILE.
           IF CAL-FILE-STATUS = "00"
               PERFORM UNTIL CAL-FILE-STATUS NOT = "00"
                   READ RUN-CALENDAR-FILE
                       AT END
                           MOVE "10" TO CAL-FILE-STATUS
                       NOT AT END
                           IF CAL-REC-ID IS NUMERIC
                               AND CAL-REC-ID NOT = 0
                               MOVE "Y"
                                   TO CAL-PRESENT-FLAG(CAL-REC-ID)
                               MOVE CAL-REC-DOW
                                   TO CAL-DOW-FLAGS(CAL-REC-ID)
                               IF CAL-REC-DOM IS NUMERIC
                                   MOVE CAL-REC-DOM
                                       TO CAL-DOM-RULE(CAL-REC-ID)
                               ELSE
                                   MOVE 0 TO CAL-DOM-RULE(CAL-REC-ID)
                               END-IF
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
               CLOSE RUN-CALENDAR-FILE
           END-IF.
           OPEN INPUT TRIGGER-RULE-FILE.
           IF TRIG-FILE-STATUS = "00"
               PERFORM UNTIL TRIG-FILE-STATUS NOT = "00"
                   READ TRIGGER-RULE-FILE
                       AT END
                           MOVE "10" TO TRIG-FILE-STATUS
                       NOT AT END
                           IF TG-REC-ID IS NUMERIC
                               AND TG-REC-ID NOT = 0
                               AND TG-PATH NOT = SPACES
                               MOVE "Y"
                                   TO TRIG-PRESENT-FLAG(TG-REC-ID)
                               MOVE TG-PATH TO TRIG-PATH(TG-REC-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRIGGER-RULE-FILE
           END-IF.
           OPEN INPUT CLASS-CAP-FILE.
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
       GATE-SIM-TASK.
      * Decide whether CUR-ID takes part in the cycle at all
           IF SIM-STATUS(CUR-ID) = "D"
               MOVE "D" TO SIM-STATE(CUR-ID)
               MOVE "ALREADY DONE" TO SIM-REASON(CUR-ID)
           ELSE
           IF SIM-STATUS(CUR-ID) = "F"
               MOVE "X" TO SIM-STATE(CUR-ID)
               MOVE "FAILED, HELD FOR OPERATOR" TO SIM-REASON(CUR-ID)
           ELSE
           IF SIM-STATUS(CUR-ID) = "H"
               MOVE "X" TO SIM-STATE(CUR-ID)
               MOVE "ON HOLD" TO SIM-REASON(CUR-ID)
           END-IF
           END-IF
           END-IF.
           IF SIM-STATE(CUR-ID) = "P"
               AND CAL-PRESENT-FLAG(CUR-ID) = "Y"
               PERFORM CHECK-TASK-CALENDAR
               IF IN-CAL-SWITCH = "N"
                   MOVE "X" TO SIM-STATE(CUR-ID)
                   MOVE "NOT SCHEDULED TODAY" TO SIM-REASON(CUR-ID)
               END-IF
           END-IF.
           IF SIM-STATE(CUR-ID) = "P"
               IF (SIM-NOT-BEFORE(CUR-ID) NOT = 0
                       AND START-HHMM < SIM-NOT-BEFORE(CUR-ID))
                   OR (SIM-NOT-AFTER(CUR-ID) NOT = 0
                       AND START-HHMM > SIM-NOT-AFTER(CUR-ID))
                   MOVE "X" TO SIM-STATE(CUR-ID)
                   MOVE "OUTSIDE TIME WINDOW" TO SIM-REASON(CUR-ID)
               END-IF
           END-IF.
           IF SIM-STATE(CUR-ID) = "P"
               AND SIM-REPEAT-MINS(CUR-ID) NOT = 0
               AND SIM-NEXT-DUE(CUR-ID) > SIM-STAMP
               MOVE "X" TO SIM-STATE(CUR-ID)
               MOVE "REPEAT SLOT NOT DUE" TO SIM-REASON(CUR-ID)
           END-IF.
           IF SIM-STATE(CUR-ID) = "P"
               AND TRIG-PRESENT-FLAG(CUR-ID) = "Y"
               MOVE TRIG-PATH(CUR-ID) TO TRIG-CHECK-NAME
               OPEN INPUT TRIGGER-CHECK-FILE
               IF TRIG-CHECK-STATUS = "00"
                   CLOSE TRIGGER-CHECK-FILE
               ELSE
                   MOVE "X" TO SIM-STATE(CUR-ID)
                   MOVE SPACES TO SIM-REASON(CUR-ID)
                   STRING "WAITING FOR FILE " DELIMITED BY SIZE
                          TRIG-PATH(CUR-ID) DELIMITED BY SPACE
                          INTO SIM-REASON(CUR-ID)
               END-IF
           END-IF.
           IF SIM-STATE(CUR-ID) = "P"
               AND SIM-AFTER-NAME(CUR-ID) NOT = SPACES
               CALL "CORE-DEPCHECK" USING SIM-AFTER-DRIVER(CUR-ID)
                   SIM-AFTER-NAME(CUR-ID) TODAY-DATE DEP-MET
               IF DEP-MET = "N"
                   MOVE "X" TO SIM-STATE(CUR-ID)
                   MOVE SPACES TO SIM-REASON(CUR-ID)
                   STRING "WAITING FOR " DELIMITED BY SIZE
                          SIM-AFTER-DRIVER(CUR-ID) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          SIM-AFTER-NAME(CUR-ID) DELIMITED BY SPACE
                          INTO SIM-REASON(CUR-ID)
               END-IF
           END-IF.
       CHECK-SIM-READY.
      * Ready when both predecessors have finished in an earlier
      * wave (or were done on file) and its class has room in the
      * wave being built
           MOVE "Y" TO READY-SWITCH.
           IF SIM-PRED1(CUR-ID) NOT = 0
               MOVE SIM-PRED1(CUR-ID) TO SWAP-ID
               PERFORM CHECK-PRED-DONE
               IF PRED-DONE-SWITCH = "N"
                   MOVE "N" TO READY-SWITCH
               END-IF
           END-IF.
           IF SIM-PRED2(CUR-ID) NOT = 0
               MOVE SIM-PRED2(CUR-ID) TO SWAP-ID
               PERFORM CHECK-PRED-DONE
               IF PRED-DONE-SWITCH = "N"
                   MOVE "N" TO READY-SWITCH
               END-IF
           END-IF.
           IF READY-SWITCH = "Y"
               MOVE 0 TO CLS-BUSY
               MOVE "N" TO EXCL-IN-WAVE-SWITCH
               PERFORM VARYING WAVE-IDX FROM 1 BY 1
                       UNTIL WAVE-IDX > WAVE-COUNT
                   IF SIM-CLASS(WAVE-ID(WAVE-IDX)) = "EXCLUSIVE"
                       MOVE "Y" TO EXCL-IN-WAVE-SWITCH
                   END-IF
                   IF SIM-CLASS(CUR-ID) NOT = SPACES
                       AND SIM-CLASS(WAVE-ID(WAVE-IDX))
                           = SIM-CLASS(CUR-ID)
                       ADD 1 TO CLS-BUSY
                   END-IF
               END-PERFORM
               IF EXCL-IN-WAVE-SWITCH = "Y"
                   MOVE "N" TO READY-SWITCH
               END-IF
               IF SIM-CLASS(CUR-ID) = "EXCLUSIVE" AND WAVE-COUNT > 0
                   MOVE "N" TO READY-SWITCH
               END-IF
               IF SIM-CLASS(CUR-ID) NOT = SPACES
                   AND SIM-CLASS(CUR-ID) NOT = "EXCLUSIVE"
                   MOVE 0 TO CLS-LIMIT
                   PERFORM VARYING CLS-IDX FROM 1 BY 1
                           UNTIL CLS-IDX > CLS-COUNT
                       IF CLS-NAME(CLS-IDX) = SIM-CLASS(CUR-ID)
                           MOVE CLS-CAP(CLS-IDX) TO CLS-LIMIT
                       END-IF
                   END-PERFORM
                   IF CLS-LIMIT NOT = 0 AND CLS-BUSY NOT < CLS-LIMIT
                       MOVE "N" TO READY-SWITCH
                   END-IF
               END-IF
           END-IF.
       CHECK-PRED-DONE.
           MOVE "N" TO PRED-DONE-SWITCH.
           IF SIM-PRESENT(SWAP-ID) = "Y"
               IF SIM-STATE(SWAP-ID) = "D"
                   OR (SIM-STATE(SWAP-ID) = "R"
                       AND SIM-WAVE(SWAP-ID) NOT = 0)
                   MOVE "Y" TO PRED-DONE-SWITCH
               END-IF
           END-IF.
       COLLECT-SIM-WAVE.
      * Every member of the wave starts on the current clock; the
      * wave is collected when its slowest member finishes, and the
      * slot time not spent running a task is the idle time
           ADD 1 TO WAVE-NUM.
           MOVE 0 TO WAVE-LEN-SECS.
           MOVE 0 TO WAVE-BUSY-SECS.
           PERFORM VARYING WAVE-IDX FROM 1 BY 1
                   UNTIL WAVE-IDX > WAVE-COUNT
               MOVE WAVE-ID(WAVE-IDX) TO SWAP-ID
               MOVE "R" TO SIM-STATE(SWAP-ID)
               MOVE WAVE-NUM TO SIM-WAVE(SWAP-ID)
               MOVE SIM-CLOCK TO SIM-START-SECS(SWAP-ID)
               COMPUTE SIM-END-SECS(SWAP-ID) =
                   SIM-CLOCK + SIM-DUR-SECS(SWAP-ID)
               ADD SIM-DUR-SECS(SWAP-ID) TO WAVE-BUSY-SECS
               IF SIM-DUR-SECS(SWAP-ID) > WAVE-LEN-SECS
                   MOVE SIM-DUR-SECS(SWAP-ID) TO WAVE-LEN-SECS
               END-IF
           END-PERFORM.
           COMPUTE WAVE-IDLE-SECS =
               WAVE-LEN-SECS * WORKER-LIMIT - WAVE-BUSY-SECS.
           ADD WAVE-IDLE-SECS TO TOTAL-IDLE-SECS.
           COMPUTE TOTAL-SLOT-SECS =
               TOTAL-SLOT-SECS + WAVE-LEN-SECS * WORKER-LIMIT.
           IF WLOG-COUNT < 500
               ADD 1 TO WLOG-COUNT
               MOVE SIM-CLOCK TO WLOG-START-SECS(WLOG-COUNT)
               COMPUTE WLOG-END-SECS(WLOG-COUNT) =
                   SIM-CLOCK + WAVE-LEN-SECS
               MOVE WAVE-COUNT TO WLOG-TASKS(WLOG-COUNT)
               MOVE WAVE-IDLE-SECS TO WLOG-IDLE-SECS(WLOG-COUNT)
           END-IF.
           ADD WAVE-LEN-SECS TO SIM-CLOCK.
           MOVE 0 TO WAVE-COUNT.
       REPORT-SIM-TASK.
           MOVE SPACES TO REPORT-LINE.
           IF SIM-STATE(CUR-ID) = "R"
               ADD 1 TO RUN-COUNT
               MOVE SIM-START-SECS(CUR-ID) TO CLOCK-IN
               PERFORM FORMAT-CLOCK
               MOVE CLOCK-TEXT TO START-TEXT
               MOVE SIM-END-SECS(CUR-ID) TO CLOCK-IN
               PERFORM FORMAT-CLOCK
               IF SIM-RUNS(CUR-ID) = 0
                   MOVE " NO-HISTORY" TO NOHIST-MARK
               ELSE
                   MOVE SPACES TO NOHIST-MARK
               END-IF
               STRING "TASK:" DELIMITED BY SIZE
                      CUR-ID DELIMITED BY SIZE
                      " START:" DELIMITED BY SIZE
                      START-TEXT DELIMITED BY SIZE
                      " END:" DELIMITED BY SIZE
                      CLOCK-TEXT DELIMITED BY SIZE
                      " EST-SECS:" DELIMITED BY SIZE
                      SIM-DUR-SECS(CUR-ID) DELIMITED BY SIZE
                      " WAVE:" DELIMITED BY SIZE
                      SIM-WAVE(CUR-ID) DELIMITED BY SIZE
                      NOHIST-MARK DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               IF SIM-STATE(CUR-ID) = "D"
                   ADD 1 TO DONE-COUNT
               ELSE
                   ADD 1 TO OUT-COUNT
               END-IF
               STRING "TASK:" DELIMITED BY SIZE
                      CUR-ID DELIMITED BY SIZE
                      " NOT RUN: " DELIMITED BY SIZE
                      SIM-REASON(CUR-ID) DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           PERFORM EMIT-SIM-LINE.
       EMIT-SIM-LINE.
           WRITE SIM-REPORT-RECORD FROM REPORT-LINE.
           MOVE 100 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD REPORT-LINE MSG-LEN
               GIVING RESULT.
       FORMAT-CLOCK.
      * Seconds since midnight of the start day, as hh:mm:ss on the
      * wall clock
           COMPUTE CLOCK-DAY-SECS = FUNCTION MOD(CLOCK-IN, 86400).
           COMPUTE WORK-HH = CLOCK-DAY-SECS / 3600.
           COMPUTE WORK-MM = FUNCTION MOD(CLOCK-DAY-SECS, 3600) / 60.
           COMPUTE WORK-SS = FUNCTION MOD(CLOCK-DAY-SECS, 60).
           MOVE SPACES TO CLOCK-TEXT.
           STRING WORK-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WORK-MM DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WORK-SS DELIMITED BY SIZE
                  INTO CLOCK-TEXT.
       CHECK-TASK-CALENDAR.
      * Judge CUR-ID's calendar rule against the simulated day, the
      * same judgment TASKSCHED makes at the top of a cycle
           MOVE "Y" TO IN-CAL-SWITCH.
           IF CAL-BDAY-RULE(CUR-ID) NOT = SPACE
               IF TODAY-BDAY-SWITCH NOT = "Y"
                   MOVE "N" TO IN-CAL-SWITCH
               END-IF
               IF CAL-BDAY-RULE(CUR-ID) = "N"
                   AND TODAY-BD-NUM NOT = CAL-BD-NUM(CUR-ID)
                   MOVE "N" TO IN-CAL-SWITCH
               END-IF
               IF CAL-BDAY-RULE(CUR-ID) = "L"
                   AND TODAY-DATE NOT = MONTH-LAST-BDAY
                   MOVE "N" TO IN-CAL-SWITCH
               END-IF
               IF CAL-DOW-FLAGS(CUR-ID) NOT = SPACES
                   MOVE TODAY-INT TO CAL-TEST-INT
                   COMPUTE DOW-NUM = FUNCTION MOD(CAL-TEST-INT 7)
                   IF DOW-NUM = 0
                       MOVE 7 TO DOW-NUM
                   END-IF
                   IF CAL-DOW-FLAGS(CUR-ID)(DOW-NUM:1) NOT = "Y"
                       MOVE "N" TO IN-CAL-SWITCH
                   END-IF
               END-IF
           ELSE
           IF CAL-SHIFT-RULE(CUR-ID) = "N"
               OR CAL-SHIFT-RULE(CUR-ID) = "P"
               OR CAL-SHIFT-RULE(CUR-ID) = "S"
               MOVE "N" TO IN-CAL-SWITCH
               IF TODAY-BDAY-SWITCH = "Y"
                   IF CAL-SHIFT-RULE(CUR-ID) = "N"
                       COMPUTE CAL-TEST-INT = PREV-BDAY-INT + 1
                       PERFORM UNTIL CAL-TEST-INT > TODAY-INT
                               OR IN-CAL-SWITCH = "Y"
                           PERFORM TEST-CAL-DATE
                           MOVE CAL-TEST-SWITCH TO IN-CAL-SWITCH
                           ADD 1 TO CAL-TEST-INT
                       END-PERFORM
                   END-IF
                   IF CAL-SHIFT-RULE(CUR-ID) = "P"
                       MOVE TODAY-INT TO CAL-TEST-INT
                       PERFORM UNTIL CAL-TEST-INT NOT < NEXT-BDAY-INT
                               OR IN-CAL-SWITCH = "Y"
                           PERFORM TEST-CAL-DATE
                           MOVE CAL-TEST-SWITCH TO IN-CAL-SWITCH
                           ADD 1 TO CAL-TEST-INT
                       END-PERFORM
                   END-IF
                   IF CAL-SHIFT-RULE(CUR-ID) = "S"
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
      * Does CUR-ID's day-of-week/day-of-month rule pick the day
      * CAL-TEST-INT? Day 1 of the INTEGER-OF-DATE epoch was a Monday
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
           IF CAL-DOW-FLAGS(CUR-ID)(DOW-NUM:1) NOT = "Y"
               MOVE "N" TO CAL-TEST-SWITCH
           END-IF.
           IF CAL-DOM-RULE(CUR-ID) = 99
               IF CAL-TEST-DD NOT = MONTH-END-DAY
                   MOVE "N" TO CAL-TEST-SWITCH
               END-IF
           ELSE
               IF CAL-DOM-RULE(CUR-ID) NOT = 0
                   AND CAL-DOM-RULE(CUR-ID) NOT = CAL-TEST-DD
                   MOVE "N" TO CAL-TEST-SWITCH
               END-IF
           END-IF.
