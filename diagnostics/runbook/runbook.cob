       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBOOK.
      * CoreA Operations Runbook Generator (COBOL)
      * Builds the night shift's runbook from the definitions the
      * drivers actually run - the <name>.stream files, the
      * corectl.registry and the scheduler's queue, calendar, trigger
      * and SLA files - so the printed document changes the day a
      * definition does. For every stream it lists the steps in run
      * order with their program and registry entry, run condition,
      * time budget and retries, parallel grouping, input
      * prerequisites, cross-driver waits, approval points and the
      * chain link in and out; for every queue entry its schedule,
      * start window, repeat interval, trigger file, SLA limit,
      * predecessors and retry limit. Each step and task closes with
      * the restart instruction the checkpoint rules give it: what a
      * RESTART does with it, and how an operator directs a rerun or
      * a bypass. The document goes to runbook.report through
      * CORE-PRINT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-LIST-FILE ASSIGN TO "config/.rb-list"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
           SELECT STREAM-DEF-FILE ASSIGN TO STREAM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STREAM-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "corectl.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT TASK-QUEUE-FILE ASSIGN TO "tasksched.queue"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TQ-ID
               ALTERNATE RECORD KEY IS TQ-DISPATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT RUN-CALENDAR-FILE ASSIGN TO "tasksched.calendar"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT TRIGGER-RULE-FILE ASSIGN TO "tasksched.triggers"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIG-FILE-STATUS.
           SELECT SLA-RULE-FILE ASSIGN TO "tasksched.sla"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLA-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-LIST-FILE.
       01 STREAM-LIST-RECORD PIC X(60).
       FD  STREAM-DEF-FILE.
       COPY "streamdef.cpy".
       FD  REGISTRY-FILE.
       COPY "registry.cpy".
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
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
       FD  SLA-RULE-FILE.
       01 SLA-RULE-RECORD.
           05 SLA-REC-ID     PIC 9(4).
           05 SLA-LIMIT-CS   PIC 9(8).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 RESULT        PIC 9(9).
       01 REPORT-LINE   PIC X(100).
       01 CMD-LINE      PIC X(100).
       01 LIST-FILE-STATUS   PIC XX.
       01 STREAM-FILE-STATUS PIC XX.
       01 REG-FILE-STATUS    PIC XX.
       01 QUEUE-FILE-STATUS  PIC XX.
       01 CAL-FILE-STATUS    PIC XX.
       01 TRIG-FILE-STATUS   PIC XX.
       01 SLA-FILE-STATUS    PIC XX.
       01 STREAM-FILE-NAME PIC X(30).
      * Plumbing for the shared CORE-PRINT report formatter
       01 PRT-ACTION    PIC X(5).
       01 PRT-FILE-NAME PIC X(30).
       01 PRT-TITLE     PIC X(40).
       01 PRT-COLHEAD   PIC X(80).
       01 PRT-LINE      PIC X(100).
       01 PRT-PROGRAM   PIC X(20)  VALUE "RUNBOOK".
      * Every stream in the shop with its calendar rule and the
      * stream its *CHAIN record hands off to, so each stream's entry
      * can say what starts it as well as what it starts
       01 STREAM-COUNT  PIC 9(4)  VALUE 0.
       01 S-IDX         PIC 9(4).
       01 S-IDX2        PIC 9(4).
       01 STREAM-TABLE.
           05 STREAM-ENTRY OCCURS 50 TIMES.
               10 ST-NAME        PIC X(20).
               10 ST-CHAIN       PIC X(20).
               10 ST-CAL-RULE    PIC X(12).
               10 ST-BALANCE     PIC X(1).
       01 PARENT-COUNT  PIC 9(4).
       01 STEP-NUM      PIC 9(2).
       01 STEP-EXE      PIC X(60).
       01 STREAM-STEP-TOTAL PIC 9(4) VALUE 0.
      * Registered programs: the name CORECTL and the queue know a
      * program by, the executable its path names, and whether the
      * entry is enabled
       01 REG-COUNT     PIC 9(4)  VALUE 0.
       01 REG-IDX       PIC 9(4).
       01 REG-HIT-IDX   PIC 9(4).
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 100 TIMES.
               10 REG-NAME     PIC X(20).
               10 REG-PATH     PIC X(60).
               10 REG-EXE      PIC X(60).
               10 REG-ENABLED  PIC X(1).
      * The scheduler's per-task rule files, direct-indexed by task id
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 9999 TIMES.
               10 CAL-PRESENT-FLAG PIC X(1) VALUE "N".
               10 CAL-DOW-FLAGS   PIC X(7).
               10 CAL-DOM-RULE    PIC 9(2).
               10 CAL-BDAY-RULE   PIC X(1).
               10 CAL-BD-NUM      PIC 9(2).
               10 CAL-SHIFT-RULE  PIC X(1).
               10 TRIG-PRESENT-FLAG PIC X(1) VALUE "N".
               10 TRIG-PATH       PIC X(60).
               10 SLA-LIMIT       PIC 9(8)  VALUE 0.
       01 CUR-ID        PIC 9(4).
       01 TASK-COUNT    PIC 9(4)  VALUE 0.
       01 NUM-TEXT      PIC 9(4).
       01 SCHED-TEXT    PIC X(80).
       01 AUD-PROGRAM   PIC X(20) VALUE "RUNBOOK".
       01 AUD-EVENT     PIC X(30).
       01 AUD-RC        PIC 9(9)  VALUE 0.
       01 AUD-SEVERITY  PIC X(5)  VALUE "INFO ".
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
           MOVE "runbook.report" TO PRT-FILE-NAME.
           MOVE "CoreA Operations Runbook" TO PRT-TITLE.
           MOVE SPACES TO PRT-COLHEAD.
           MOVE SPACES TO PRT-LINE.
           MOVE "INIT " TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           PERFORM LOAD-REGISTRY.
      * Every stream file in the shop, with its control records
           MOVE "ls -1 *.stream > config/.rb-list 2>/dev/null"
               TO CMD-LINE.
           CALL "system" USING CMD-LINE.
           OPEN INPUT STREAM-LIST-FILE.
           IF LIST-FILE-STATUS = "00"
               PERFORM UNTIL LIST-FILE-STATUS NOT = "00"
                   READ STREAM-LIST-FILE
                       AT END
                           MOVE "10" TO LIST-FILE-STATUS
                       NOT AT END
                           IF STREAM-COUNT < 50
                               ADD 1 TO STREAM-COUNT
                               MOVE SPACES TO ST-NAME(STREAM-COUNT)
                               UNSTRING STREAM-LIST-RECORD
                                   DELIMITED BY ".stream"
                                   INTO ST-NAME(STREAM-COUNT)
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-LIST-FILE
           END-IF.
           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > STREAM-COUNT
               PERFORM LOAD-STREAM-CONTROL
           END-PERFORM.
           MOVE "SECTION 1  BATCH JOB STREAMS (CORE-BATCH)"
               TO REPORT-LINE.
           PERFORM EMIT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM EMIT-LINE.
           IF STREAM-COUNT = 0
               MOVE "  No stream files are defined." TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > STREAM-COUNT
               PERFORM WRITE-STREAM-ENTRY
           END-PERFORM.
      * The scheduler's queue, with the rule files it is judged by
           MOVE "SECTION 2  SCHEDULED TASKS (TASKSCHED)"
               TO REPORT-LINE.
           PERFORM EMIT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM EMIT-LINE.
           PERFORM LOAD-TASK-RULES.
           OPEN INPUT TASK-QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "00"
               PERFORM UNTIL QUEUE-FILE-STATUS NOT = "00"
                   READ TASK-QUEUE-FILE
                       AT END
                           MOVE "10" TO QUEUE-FILE-STATUS
                       NOT AT END
                           IF TQ-ID IS NUMERIC AND TQ-ID NOT = 0
                               ADD 1 TO TASK-COUNT
                               PERFORM WRITE-TASK-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASK-QUEUE-FILE
           END-IF.
           IF TASK-COUNT = 0
               MOVE "  The task queue is empty or not built."
                   TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
           MOVE "CLOSE" TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           MOVE SPACES TO AUD-EVENT.
           STRING "RUNBOOK:S" DELIMITED BY SIZE
                  STREAM-COUNT DELIMITED BY SIZE
                  ":T" DELIMITED BY SIZE
                  TASK-COUNT DELIMITED BY SIZE
                  INTO AUD-EVENT.
           CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
               AUD-RC AUD-SEVERITY.
           MOVE SPACES TO BUFFER.
           STRING "RUNBOOK STREAMS:" DELIMITED BY SIZE
                  STREAM-COUNT DELIMITED BY SIZE
                  " STEPS:" DELIMITED BY SIZE
                  STREAM-STEP-TOTAL DELIMITED BY SIZE
                  " TASKS:" DELIMITED BY SIZE
                  TASK-COUNT DELIMITED BY SIZE
                  INTO BUFFER.
           MOVE 43 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       EMIT-LINE.
           MOVE REPORT-LINE TO PRT-LINE.
           MOVE "LINE " TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           MOVE SPACES TO REPORT-LINE.
       LOAD-REGISTRY.
      * A step is matched to its registry entry by the executable,
      * the first word of the path, as STREAM-CHECK matches it
           OPEN INPUT REGISTRY-FILE.
           IF REG-FILE-STATUS = "00"
               PERFORM UNTIL REG-FILE-STATUS NOT = "00"
                   READ REGISTRY-FILE
                       AT END
                           MOVE "10" TO REG-FILE-STATUS
                       NOT AT END
                           IF RG-NAME NOT = SPACES AND REG-COUNT < 100
                               ADD 1 TO REG-COUNT
                               MOVE RG-NAME TO REG-NAME(REG-COUNT)
                               MOVE RG-PATH TO REG-PATH(REG-COUNT)
                               MOVE SPACES TO REG-EXE(REG-COUNT)
                               UNSTRING RG-PATH DELIMITED BY ALL " "
                                   INTO REG-EXE(REG-COUNT)
                               END-UNSTRING
                               MOVE RG-ENABLED
                                   TO REG-ENABLED(REG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.
       LOAD-STREAM-CONTROL.
      * Only the *CHAIN, *CALENDAR and *BALANCE records on this pass;
      * CORE-BATCH keeps the last of each it reads
           MOVE SPACES TO ST-CHAIN(S-IDX).
           MOVE SPACES TO ST-CAL-RULE(S-IDX).
           MOVE "N" TO ST-BALANCE(S-IDX).
           PERFORM OPEN-STREAM-FILE.
           IF STREAM-FILE-STATUS = "00"
               PERFORM UNTIL STREAM-FILE-STATUS NOT = "00"
                   READ STREAM-DEF-FILE
                       AT END
                           MOVE "10" TO STREAM-FILE-STATUS
                       NOT AT END
                           IF SD-NAME = "*CHAIN"
                               MOVE SD-PATH(1:20) TO ST-CHAIN(S-IDX)
                           END-IF
                           IF SD-NAME = "*CALENDAR"
                               MOVE SD-PATH(1:12)
                                   TO ST-CAL-RULE(S-IDX)
                           END-IF
                           IF SD-NAME = "*BALANCE"
                               MOVE "Y" TO ST-BALANCE(S-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-DEF-FILE
           END-IF.
       OPEN-STREAM-FILE.
           MOVE SPACES TO STREAM-FILE-NAME.
           STRING ST-NAME(S-IDX) DELIMITED BY SPACE
                  ".stream" DELIMITED BY SIZE
                  INTO STREAM-FILE-NAME.
           OPEN INPUT STREAM-DEF-FILE.
       WRITE-STREAM-ENTRY.
      * The stream's heading - when it is due, what starts it and what
      * it starts - then its steps in the order CORE-BATCH runs them
           MOVE ALL "-" TO REPORT-LINE.
           PERFORM EMIT-LINE.
           STRING "STREAM " DELIMITED BY SIZE
                  ST-NAME(S-IDX) DELIMITED BY SPACE
                  "   RUN: core_batch " DELIMITED BY SIZE
                  ST-NAME(S-IDX) DELIMITED BY SPACE
                  INTO REPORT-LINE.
           PERFORM EMIT-LINE.
           IF ST-CAL-RULE(S-IDX) = SPACES
               MOVE "  CALENDAR:   runs whenever it is started"
                   TO REPORT-LINE
           ELSE
           IF ST-CAL-RULE(S-IDX)(1:8) = "BUSINESS"
               MOVE "  CALENDAR:   business days only (BUSINESS)"
                   TO REPORT-LINE
           ELSE
           IF ST-CAL-RULE(S-IDX)(1:8) = "LASTBDAY"
               MOVE "  CALENDAR:   last business day of the month (LASTB
      -            "DAY)" TO REPORT-LINE
           ELSE
           IF ST-CAL-RULE(S-IDX)(1:8) = "NTHBDAY "
               STRING "  CALENDAR:   business day " DELIMITED BY SIZE
                      ST-CAL-RULE(S-IDX)(9:2) DELIMITED BY SIZE
                      " of the month (NTHBDAY)" DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING "  CALENDAR:   unrecognized rule " DELIMITED BY
                          SIZE
                      ST-CAL-RULE(S-IDX) DELIMITED BY SIZE
                      " - runs whenever started" DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM EMIT-LINE.
           MOVE 0 TO PARENT-COUNT.
           PERFORM VARYING S-IDX2 FROM 1 BY 1
                   UNTIL S-IDX2 > STREAM-COUNT
               IF ST-CHAIN(S-IDX2) = ST-NAME(S-IDX)
                   ADD 1 TO PARENT-COUNT
                   STRING "  STARTED BY: chain from stream "
                              DELIMITED BY SIZE
                          ST-NAME(S-IDX2) DELIMITED BY SPACE
                          " when it ends clean" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM EMIT-LINE
               END-IF
           END-PERFORM.
           IF PARENT-COUNT = 0
               MOVE "  STARTED BY: operator or schedule - no stream chai
      -            "ns to it" TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF ST-CHAIN(S-IDX) = SPACES
               MOVE "  CHAINS TO:  nothing - the night ends here"
                   TO REPORT-LINE
           ELSE
               STRING "  CHAINS TO:  stream " DELIMITED BY SIZE
                      ST-CHAIN(S-IDX) DELIMITED BY SPACE
                      " once every step has ended clean"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           PERFORM EMIT-LINE.
           STRING "  CHECKPOINT: core_batch.checkpoint - a step is check
      -            "pointed when the RC policy" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM EMIT-LINE.
           MOVE "              does not call its RC a failure; RESTART s
      -         "kips checkpointed steps" TO REPORT-LINE.
           PERFORM EMIT-LINE.
           IF ST-BALANCE(S-IDX) = "Y"
               MOVE "  BALANCING:  each step's control totals are balanc
      -            "ed (CTL-BALANCE) as it ends;" TO REPORT-LINE
               PERFORM EMIT-LINE
               MOVE "              a step out of balance fails RC 996 an
      -            "d halts the stream" TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM EMIT-LINE.
           MOVE 0 TO STEP-NUM.
           PERFORM OPEN-STREAM-FILE.
           IF STREAM-FILE-STATUS = "00"
               PERFORM UNTIL STREAM-FILE-STATUS NOT = "00"
                   READ STREAM-DEF-FILE
                       AT END
                           MOVE "10" TO STREAM-FILE-STATUS
                       NOT AT END
                           IF SD-NAME NOT = "*CHAIN"
                               AND SD-NAME NOT = "*CALENDAR"
                               AND SD-NAME NOT = "*BALANCE"
                               AND SD-NAME NOT = SPACES
                               AND STEP-NUM < 20
                               ADD 1 TO STEP-NUM
                               ADD 1 TO STREAM-STEP-TOTAL
                               PERFORM WRITE-STEP-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-DEF-FILE
           END-IF.
           IF STEP-NUM = 0
               MOVE "  (no steps)" TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM EMIT-LINE.
       WRITE-STEP-ENTRY.
      * One step, from the stream record just read
           STRING "  STEP " DELIMITED BY SIZE
                  STEP-NUM DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SD-NAME DELIMITED BY SPACE
                  INTO REPORT-LINE.
           PERFORM EMIT-LINE.
           STRING "      PROGRAM:  " DELIMITED BY SIZE
                  SD-PATH DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM EMIT-LINE.
           MOVE SPACES TO STEP-EXE.
           UNSTRING SD-PATH DELIMITED BY ALL " " INTO STEP-EXE
           END-UNSTRING.
           MOVE 0 TO REG-HIT-IDX.
           PERFORM VARYING REG-IDX FROM 1 BY 1 UNTIL REG-IDX > REG-COUNT
               IF REG-EXE(REG-IDX) = STEP-EXE AND REG-HIT-IDX = 0
                   MOVE REG-IDX TO REG-HIT-IDX
               END-IF
           END-PERFORM.
           IF REG-HIT-IDX = 0
               MOVE "      REGISTRY: not registered in corectl.registry"
                   TO REPORT-LINE
           ELSE
               STRING "      REGISTRY: " DELIMITED BY SIZE
                      REG-NAME(REG-HIT-IDX) DELIMITED BY SPACE
                      INTO REPORT-LINE
               IF REG-ENABLED(REG-HIT-IDX) = "N"
                   MOVE "(DISABLED)" TO REPORT-LINE(40:10)
               END-IF
           END-IF.
           PERFORM EMIT-LINE.
           IF SD-COND-TYPE = "ALWAYS"
               MOVE "      RUNS:     always, even after a failure (ALWAY
      -            "S)" TO REPORT-LINE
           ELSE
           IF SD-COND-TYPE = "ONFAIL"
               STRING "      RUNS:     only when step " DELIMITED BY
                          SIZE
                      SD-COND-STEP DELIMITED BY SPACE
                      " failed (ONFAIL recovery step)" DELIMITED BY
                          SIZE
                      INTO REPORT-LINE
           ELSE
           IF SD-COND-TYPE = "SKIPIF"
               STRING "      RUNS:     while the stream is clean, skippe
      -                "d if " DELIMITED BY SIZE
                      SD-COND-STEP DELIMITED BY SPACE
                      " RC > " DELIMITED BY SIZE
                      SD-COND-RC DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
           IF SD-COND-TYPE = "APPROV"
               STRING "      RUNS:     APPROVAL POINT - waits for flag f
      -                "ile " DELIMITED BY SIZE
                      ST-NAME(S-IDX) DELIMITED BY SPACE
                      "." DELIMITED BY SIZE
                      SD-NAME DELIMITED BY SPACE
                      ".approve" DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               MOVE "      RUNS:     while the stream is clean"
                   TO REPORT-LINE
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM EMIT-LINE.
           IF SD-TIMEOUT IS NUMERIC AND SD-TIMEOUT NOT = 0
               STRING "      BUDGET:   " DELIMITED BY SIZE
                      SD-TIMEOUT DELIMITED BY SIZE
                      " seconds, then killed as TIMEOUT"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               MOVE "      BUDGET:   none - runs unwatched"
                   TO REPORT-LINE
           END-IF.
      * On an approval point the budget is the wait for the flag
           IF SD-COND-TYPE = "APPROV"
               MOVE SPACES TO REPORT-LINE
               IF SD-TIMEOUT IS NUMERIC AND SD-TIMEOUT NOT = 0
                   STRING "      BUDGET:   approval wait " DELIMITED
                              BY SIZE
                          SD-TIMEOUT DELIMITED BY SIZE
                          " seconds" DELIMITED BY SIZE
                          INTO REPORT-LINE
               ELSE
                   MOVE "      BUDGET:   approval wait 00300 seconds"
                       TO REPORT-LINE
               END-IF
           END-IF.
           PERFORM EMIT-LINE.
           IF SD-RETRY-MAX IS NUMERIC AND SD-RETRY-MAX NOT = 0
               STRING "      RETRIES:  " DELIMITED BY SIZE
                      SD-RETRY-MAX DELIMITED BY SIZE
                      " more attempts, " DELIMITED BY SIZE
                      SD-RETRY-PAUSE DELIMITED BY SIZE
                      " seconds apart, before it counts as failed"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF SD-PARALLEL = "Y"
               MOVE "      PARALLEL: runs beside the parallel steps next
      -            " to it" TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF SD-INPUT-FILES NOT = SPACES
               STRING "      INPUTS:   " DELIMITED BY SIZE
                      SD-INPUT-FILES DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF SD-AFTER-NAME NOT = SPACES
               STRING "      WAITS:    for " DELIMITED BY SIZE
                      SD-AFTER-DRIVER DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      SD-AFTER-NAME DELIMITED BY SPACE
                      " on the run ledger today" DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF ST-BALANCE(S-IDX) = "Y"
               STRING "      BALANCE:  if RC 996, see ctl_balance.report
      -                " and correct the data before any restart"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
      * The restart instruction the checkpoint rules give this step
           IF SD-COND-TYPE = "ONFAIL"
               STRING "      RESTART:  recovery only; core_batch "
                          DELIMITED BY SIZE
                      ST-NAME(S-IDX) DELIMITED BY SPACE
                      " RESTART reruns it if " DELIMITED BY SIZE
                      SD-COND-STEP DELIMITED BY SPACE
                      " is still failed" DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
           IF SD-COND-TYPE = "APPROV"
               STRING "      RESTART:  drop the approval flag, then core
      -                "_batch " DELIMITED BY SIZE
                      ST-NAME(S-IDX) DELIMITED BY SPACE
                      " RESTART" DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING "      RESTART:  fix the cause, then core_batch "
                          DELIMITED BY SIZE
                      ST-NAME(S-IDX) DELIMITED BY SPACE
                      " RESTART - resumes at this step" DELIMITED BY
                          SIZE
                      INTO REPORT-LINE
           END-IF
           END-IF.
           PERFORM EMIT-LINE.
           STRING "      DIRECTED: core_batch " DELIMITED BY SIZE
                  ST-NAME(S-IDX) DELIMITED BY SPACE
                  " FROM=" DELIMITED BY SIZE
                  SD-NAME DELIMITED BY SPACE
                  " OPER=<id> to rerun from here" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM EMIT-LINE.
           STRING "                core_batch " DELIMITED BY SIZE
                  ST-NAME(S-IDX) DELIMITED BY SPACE
                  " RESTART BYPASS=" DELIMITED BY SIZE
                  SD-NAME DELIMITED BY SPACE
                  " OPER=<id> once done by hand" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM EMIT-LINE.
       LOAD-TASK-RULES.
      * The run calendar, trigger and SLA rules TASKSCHED reads, each
      * optional
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
           OPEN INPUT SLA-RULE-FILE.
           IF SLA-FILE-STATUS = "00"
               PERFORM UNTIL SLA-FILE-STATUS NOT = "00"
                   READ SLA-RULE-FILE
                       AT END
                           MOVE "10" TO SLA-FILE-STATUS
                       NOT AT END
                           IF SLA-REC-ID IS NUMERIC
                               AND SLA-REC-ID NOT = 0
                               AND SLA-LIMIT-CS IS NUMERIC
                               MOVE SLA-LIMIT-CS
                                   TO SLA-LIMIT(SLA-REC-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SLA-RULE-FILE
           END-IF.
       WRITE-TASK-ENTRY.
      * One queue entry, from the record just read
           MOVE TQ-ID TO CUR-ID.
           MOVE ALL "-" TO REPORT-LINE.
           PERFORM EMIT-LINE.
           IF TQ-PROGRAM = SPACES
               STRING "TASK " DELIMITED BY SIZE
                      TQ-ID DELIMITED BY SIZE
                      "  PROGRAM: built-in sum task (TASK-"
                          DELIMITED BY SIZE
                      TQ-ID DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING "TASK " DELIMITED BY SIZE
                      TQ-ID DELIMITED BY SIZE
                      "  PROGRAM: " DELIMITED BY SIZE
                      TQ-PROGRAM DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      TQ-PARAMS DELIMITED BY "  "
                      INTO REPORT-LINE
           END-IF.
           PERFORM EMIT-LINE.
           STRING "      PRIORITY: " DELIMITED BY SIZE
                  TQ-PRIORITY DELIMITED BY SIZE
                  "   STATUS ON FILE: " DELIMITED BY SIZE
                  TQ-STATUS DELIMITED BY SIZE
                  "   CLASS: " DELIMITED BY SIZE
                  TQ-CLASS DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM EMIT-LINE.
           IF TQ-PROGRAM NOT = SPACES
               MOVE 0 TO REG-HIT-IDX
               PERFORM VARYING REG-IDX FROM 1 BY 1
                       UNTIL REG-IDX > REG-COUNT
                   IF REG-NAME(REG-IDX) = TQ-PROGRAM
                       AND REG-HIT-IDX = 0
                       MOVE REG-IDX TO REG-HIT-IDX
                   END-IF
               END-PERFORM
               IF REG-HIT-IDX = 0
                   MOVE "      REGISTRY: not registered - resolved by th
      -                "e built-in program ladder" TO REPORT-LINE
               ELSE
                   STRING "      REGISTRY: " DELIMITED BY SIZE
                          REG-PATH(REG-HIT-IDX) DELIMITED BY "  "
                          INTO REPORT-LINE
                   IF REG-ENABLED(REG-HIT-IDX) = "N"
                       MOVE "(DISABLED - held)" TO REPORT-LINE(80:17)
                   END-IF
               END-IF
               PERFORM EMIT-LINE
           END-IF.
           PERFORM BUILD-SCHEDULE-TEXT.
           STRING "      SCHEDULE: " DELIMITED BY SIZE
                  SCHED-TEXT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM EMIT-LINE.
           IF TQ-NOT-BEFORE IS NUMERIC AND TQ-NOT-AFTER IS NUMERIC
               AND (TQ-NOT-BEFORE NOT = 0 OR TQ-NOT-AFTER NOT = 0)
               STRING "      WINDOW:   not before " DELIMITED BY SIZE
                      TQ-NOT-BEFORE DELIMITED BY SIZE
                      ", not after " DELIMITED BY SIZE
                      TQ-NOT-AFTER DELIMITED BY SIZE
                      " (0000 = open)" DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               MOVE "      WINDOW:   any time of day" TO REPORT-LINE
           END-IF.
           PERFORM EMIT-LINE.
           IF TQ-REPEAT-MINS IS NUMERIC AND TQ-REPEAT-MINS NOT = 0
               STRING "      REPEAT:   every " DELIMITED BY SIZE
                      TQ-REPEAT-MINS DELIMITED BY SIZE
                      " minutes; missed slots are skipped"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF TRIG-PRESENT-FLAG(CUR-ID) = "Y"
               STRING "      TRIGGER:  waits for file " DELIMITED BY
                          SIZE
                      TRIG-PATH(CUR-ID) DELIMITED BY SPACE
                      INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF SLA-LIMIT(CUR-ID) NOT = 0
               STRING "      SLA:      " DELIMITED BY SIZE
                      SLA-LIMIT(CUR-ID) DELIMITED BY SIZE
                      " centiseconds; a slower run is flagged WARN"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF TQ-PRED1 IS NUMERIC AND TQ-PRED2 IS NUMERIC
               AND (TQ-PRED1 NOT = 0 OR TQ-PRED2 NOT = 0)
               STRING "      AFTER:    task " DELIMITED BY SIZE
                      TQ-PRED1 DELIMITED BY SIZE
                      " and task " DELIMITED BY SIZE
                      TQ-PRED2 DELIMITED BY SIZE
                      " reach D status (0000 = none)" DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF TQ-AFTER-NAME NOT = SPACES
               STRING "      WAITS:    for " DELIMITED BY SIZE
                      TQ-AFTER-DRIVER DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      TQ-AFTER-NAME DELIMITED BY SPACE
                      " on the run ledger today" DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF TQ-RETRY-MAX IS NUMERIC AND TQ-RETRY-MAX NOT = 0
               STRING "      RETRIES:  " DELIMITED BY SIZE
                      TQ-RETRY-MAX DELIMITED BY SIZE
                      " hang retries, then held in F status"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               MOVE "      RETRIES:  no limit" TO REPORT-LINE
           END-IF.
           PERFORM EMIT-LINE.
      * The scheduler's checkpoint rules: a completion the RC policy
      * does not fail is checkpointed and skipped on a restart; a
      * failure is not, and runs again
           MOVE "      RESTART:  a failed run is not checkpointed; the n
      -         "ext cycle or restart reruns it" TO REPORT-LINE.
           PERFORM EMIT-LINE.
           STRING "                held or failed (H/F): fix, then core_
      -            "qadm RELEASE " DELIMITED BY SIZE
                  TQ-ID DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM EMIT-LINE.
       BUILD-SCHEDULE-TEXT.
      * The task's calendar rule in words, read the way TASKSCHED
      * judges it: a business-day rule first, narrowed by any
      * day-of-week flags; otherwise the day-of-week and day-of-month
      * rule with its holiday shift
           MOVE SPACES TO SCHED-TEXT.
           IF CAL-PRESENT-FLAG(CUR-ID) = "N"
               MOVE "every cycle, every day (no calendar rule)"
                   TO SCHED-TEXT
           ELSE
           IF CAL-BDAY-RULE(CUR-ID) NOT = SPACE
               IF CAL-BDAY-RULE(CUR-ID) = "N"
                   STRING "business day " DELIMITED BY SIZE
                          CAL-BD-NUM(CUR-ID) DELIMITED BY SIZE
                          " of the month" DELIMITED BY SIZE
                          INTO SCHED-TEXT
               ELSE
               IF CAL-BDAY-RULE(CUR-ID) = "L"
                   MOVE "last business day of the month"
                       TO SCHED-TEXT
               ELSE
                   MOVE "every business day" TO SCHED-TEXT
               END-IF
               END-IF
               IF CAL-DOW-FLAGS(CUR-ID) NOT = SPACES
                   STRING "; only on days " DELIMITED BY SIZE
                          CAL-DOW-FLAGS(CUR-ID) DELIMITED BY SIZE
                          " (Mon-Sun)" DELIMITED BY SIZE
                          INTO SCHED-TEXT(31:40)
               END-IF
           ELSE
               IF CAL-DOM-RULE(CUR-ID) = 0
                   STRING "days " DELIMITED BY SIZE
                          CAL-DOW-FLAGS(CUR-ID) DELIMITED BY SIZE
                          " (Mon-Sun), any date" DELIMITED BY SIZE
                          INTO SCHED-TEXT
               ELSE
               IF CAL-DOM-RULE(CUR-ID) = 99
                   STRING "days " DELIMITED BY SIZE
                          CAL-DOW-FLAGS(CUR-ID) DELIMITED BY SIZE
                          " (Mon-Sun), month-end only"
                              DELIMITED BY SIZE
                          INTO SCHED-TEXT
               ELSE
                   STRING "days " DELIMITED BY SIZE
                          CAL-DOW-FLAGS(CUR-ID) DELIMITED BY SIZE
                          " (Mon-Sun), date " DELIMITED BY SIZE
                          CAL-DOM-RULE(CUR-ID) DELIMITED BY SIZE
                          " only" DELIMITED BY SIZE
                          INTO SCHED-TEXT
               END-IF
               END-IF
               IF CAL-SHIFT-RULE(CUR-ID) = "N"
                   MOVE "; holiday: next bday" TO SCHED-TEXT(41:20)
               END-IF
               IF CAL-SHIFT-RULE(CUR-ID) = "P"
                   MOVE "; holiday: prev bday" TO SCHED-TEXT(41:20)
               END-IF
               IF CAL-SHIFT-RULE(CUR-ID) = "S"
                   MOVE "; holiday: skipped" TO SCHED-TEXT(41:20)
               END-IF
           END-IF
           END-IF.
