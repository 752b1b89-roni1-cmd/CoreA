               FILE STATUS IS PLAN-EXE-STATUS.
           SELECT RUN-LEDGER-FILE ASSIGN TO "core_run.ledger"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POOL-WAIT-FILE ASSIGN TO "core_pool.waits"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATORS-FILE ASSIGN TO "config/core.operators"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "corectl.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
           05 CKPT-STREAM      PIC X(20).
       FD  BATCH-REPORT-FILE.
       01 BATCH-REPORT-RECORD PIC X(100).
       FD  STREAM-DEF-FILE.
       COPY "streamdef.cpy".
       FD  CORE-PARAMS-FILE.
       COPY "coreparams.cpy".
      * Stream start/end/overrun events, appended across runs so the
      * The shop-wide run ledger all three drivers append to - one
      * record shape for "what ran, with what RC, for how long"
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
      * One operator per record: the sign-on id and whether that id
      * may perform destructive actions - the same file CORE-QADM
      * and CORE-PROCDATE check
       FD  OPERATORS-FILE.
       01 OPERATORS-RECORD.
           05 OP-ID         PIC X(8).
           05 OP-DESTRUCT   PIC X(1).
      * The program registry, read only to learn which registered
      * program each step's executable is
       FD  REGISTRY-FILE.
       COPY "registry.cpy".
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 CKPT-EOF-SWITCH   PIC X     VALUE "N".
       01 CMD-ARG-COUNT PIC 9(2).
       01 CMD-ARG-NUM   PIC 9(2).
       01 CMD-ARG-VAL   PIC X(30).
       01 RESTART-SWITCH PIC X      VALUE "N".
      * Operator direction for this run only: FROM=<step> restarts at
      * that step whatever the checkpoint says, BYPASS=<step> (up to
      * ten) passes over a step finished by hand, and OPER=<id> names
      * the operator answerable for it, who must hold the destructive-
      * actions column in config/core.operators
       01 DIRECTED-SWITCH PIC X     VALUE "N".
       01 FROM-STEP-NAME PIC X(20)  VALUE SPACES.
       01 FROM-STEP-IDX  PIC 9(4)   VALUE 0.
       01 OPERATOR-ID    PIC X(8)   VALUE SPACES.
       01 OPERATOR-OK-SWITCH PIC X  VALUE "N".
       01 OPER-FILE-STATUS PIC XX.
       01 BYPASS-COUNT   PIC 9(2)   VALUE 0.
       01 BYPASS-IDX     PIC 9(2).
       01 BYPASS-TABLE.
           05 BYPASS-NAME OCCURS 10 TIMES PIC X(20).
       01 DIRECTED-BAD-NAME PIC X(20).
       01 STEP-COUNT    PIC 9(4)  VALUE 5.
       01 STEP-IDX      PIC 9(4).
       01 COND-IDX      PIC 9(4).
       01 RECV-BUF      PIC X(100).
       01 PIPEFD        TYPE PIPE-FD.
       01 SIG-DATA      TYPE SIGNAL-DATA.
       01 STEP-PID      PIC S9(9).
       01 STEP-START-CLOCK TYPE CLOCK-DATA.
       01 STEP-CUR-CLOCK   TYPE CLOCK-DATA.
      * Parallel steps queued behind a full group, and when it filled
       01 POOL-CLOCK       TYPE CLOCK-DATA.
       01 POOL-FULL-TIME   PIC 9(8).
       01 POOL-QUEUED      PIC 9(4).
       01 POOL-IDX         PIC 9(4).
       01 STEP-ELAPSED-SECS PIC 9(8).
       01 STEP-REPORT-SWITCH PIC X.
       01 STEP-TIMED-OUT-SWITCH PIC X.
       01 WORK-MM        PIC 9(2).
       01 WORK-SS        PIC 9(2).
       01 STEP-DUR-SECS  PIC 9(7).
      * What the step cost as its children were reaped, summed over
      * its attempts (peak memory is the largest any attempt reached)
      * and cleared once FINISH-STEP has written it to the ledger
       01 STEP-USAGE     TYPE RUSAGE-DATA.
       01 STEP-USER-CS   PIC 9(8)  VALUE 0.
       01 STEP-SYSTEM-CS PIC 9(8)  VALUE 0.
       01 STEP-PEAK-KB   PIC 9(9)  VALUE 0.
       01 STEP-END-SECS  PIC 9(7).
       01 STEP-BGN-SECS  PIC 9(7).
       01 TOTAL-DUR-SECS PIC 9(7)  VALUE 0.
      * Failures journal through the shared CORE-AUDIT writer, the
      * only program that touches audit.log now
       01 AUD-PROGRAM    PIC X(20) VALUE "CORE-BATCH".
      * Plumbing for the shared CORE-PROCREG process register
       01 PRG-ACTION    PIC X(5).
       01 PRG-DRIVER    PIC X(10) VALUE "CORE-BATCH".
       01 PRG-PID       PIC 9(9).
       01 PRG-NAME      PIC X(20).
       01 PRG-PATH      PIC X(60).
       01 PRG-ROW       PIC X(116).
       01 AUD-EVENT      PIC X(30).
       01 AUD-RC         PIC 9(9).
       01 AUD-SEVERITY   PIC X(5).
      * launched when this stream ends clean so a DAILY-then-WEEKLY
      * night runs unattended end to end
       01 CHAIN-NEXT-STREAM PIC X(20) VALUE SPACES.
      * Stream calendar rule named by a *CALENDAR record, judged
      * against the shop business-day calendar CORE-CALENDAR keeps:
      * BUSINESS runs on any business day, NTHBDAY nn on the nn'th
      * business day of the month, LASTBDAY on the month's last
      * business day. No record means the stream runs whenever it is
      * started, the original behavior
       01 STREAM-CAL-RULE PIC X(12) VALUE SPACES.
      * A *BALANCE record makes the stream balance each step's
      * control totals through CTL-BALANCE as the step ends; a step
      * out of balance is failed with RC 996 and halts the stream
       01 BALANCE-SWITCH PIC X     VALUE "N".
       01 BALANCE-CMD    PIC X(100).
       01 STREAM-DUE-SWITCH PIC X  VALUE "Y".
       01 BD-ACTION      PIC X(5).
       01 BD-DATE        PIC 9(8).
       01 BD-NUMBER      PIC 9(2).
       01 BD-RESULT      PIC 9(8).
       01 BD-FLAG        PIC X(1).
       01 TODAY-BD-FLAG  PIC X(1).
       01 TODAY-BD-NUM   PIC 9(2).
      * Maintenance-blackout verdict per step from CORE-BLACKOUT
       01 BLK-DRIVER     PIC X(10) VALUE "CORE-BATCH".
       01 BLK-VERDICT    PIC X(1).
       01 BLK-REASON     PIC X(40).
       01 BLK-OPERATOR   PIC X(8).
      * Shop verdict on a step's RC from CORE-RCPOLICY: OK, WARN or
      * FAIL, so a step exiting with a count or severity is not
      * taken for a failure just because its RC is nonzero
       01 RCP-RC         PIC 9(9).
       01 RCP-VERDICT    PIC X(4).
      * The policy is kept per registered program, so each step is
      * judged under the registry name of the executable it runs,
      * found the way STREAM-CHECK and JOB-ACCOUNT match it: by the
      * first word of the path. A step whose executable the registry
      * does not list is judged under its own step name
       01 REG-FILE-STATUS PIC XX.
       01 REG-COUNT      PIC 9(3)  VALUE 0.
       01 REG-IDX        PIC 9(3).
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 100 TIMES.
               10 REG-NAME   PIC X(20).
               10 REG-EXE    PIC X(60).
       01 STEP-EXE       PIC X(60).
       01 CKPT-PROGRAM   PIC X(20).
       01 CKPT-IDX       PIC 9(4).
       01 COND-VERDICT-VAL PIC X(4).
       01 CHAIN-CMD      PIC X(80).
       01 STREAM-CHECK-CMD PIC X(80).
       01 INPUT-OK-SWITCH PIC X    VALUE "Y".
      * APPROVAL steps wait on an operator-created flag file named
      * <stream>.<step>.approve before launching; the wait is bounded
       01 APPROVE-ELAPSED   PIC 9(5).
       01 APPROVED-SWITCH   PIC X.
       01 APPROVE-RM-CMD    PIC X(60).
      * The wait is also posted to the operators on shift in CHAT,
      * where an APPROVE reply drops the flag
       01 BUL-TEXT          PIC X(200).
       01 BUL-COUNT         PIC 9(4).
       01 MISSING-INPUT-NAME PIC X(60).
      * Cross-driver wait: CORE-DEPCHECK reads the ledger between
      * ten-second sleeps until the named work shows as completed
      * or the step's budget (300 seconds when it has none) runs out
       01 DEP-MET        PIC X(1).
       01 DEP-WAIT-SECS  PIC 9(5).
       01 DEP-ELAPSED    PIC 9(5).
       01 DEP-SLEEP-CMD  PIC X(20) VALUE "sleep 10".
       01 INPUT-IDX      PIC 9(1).
       01 INPUT-TOK-TABLE.
           05 INPUT-TOK OCCURS 3 TIMES PIC X(60).
      * Per-step condition rules, evaluated JCL-style by the step
      * loop: blank COND-TYPE runs only while the stream is clean,
      * ALWAYS runs no matter what came before, ONFAIL runs only when
      * the named step failed (by the RC policy's verdict, not a bare
      * nonzero RC), SKIPIF skips the step when the named
      * step's RC exceeded the stated threshold, and APPROV holds the
      * step for an operator approval flag file
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 20 TIMES.
               10 STEP-NAME      PIC X(20).
               10 STEP-PATH      PIC X(60).
               10 STEP-PROGRAM   PIC X(20).
               10 STEP-DONE-FLAG PIC X       VALUE "N".
               10 STEP-RC        PIC 9(5)    VALUE 0.
               10 STEP-VERDICT   PIC X(4)    VALUE "OK  ".
               10 STEP-RAN-FLAG  PIC X       VALUE "N".
               10 STEP-COND-TYPE PIC X(6)    VALUE SPACES.
               10 STEP-COND-STEP PIC X(20)   VALUE SPACES.
               10 STEP-RETRY-MAX PIC 9(2)    VALUE 0.
               10 STEP-RETRY-PAUSE PIC 9(3)  VALUE 0.
               10 STEP-INPUT-FILES PIC X(60) VALUE SPACES.
               10 STEP-AFTER-DRIVER PIC X(10) VALUE SPACES.
               10 STEP-AFTER-NAME PIC X(20)  VALUE SPACES.
               10 STEP-BYPASS-FLAG PIC X     VALUE "N".
               10 STEP-DUR-TOTAL PIC 9(9)   VALUE 0.
               10 STEP-DUR-RUNS  PIC 9(4)   VALUE 0.
      * Plumbing for the shared CORE-PRINT report formatter, used
      * only to file the finished report in the report archive
       01 PRT-ACTION    PIC X(5)   VALUE "FILE ".
       01 PRT-FILE-NAME PIC X(30)  VALUE "core_batch.report".
       01 PRT-TITLE     PIC X(40)  VALUE SPACES.
       01 PRT-COLHEAD   PIC X(80)  VALUE SPACES.
       01 PRT-LINE      PIC X(100) VALUE SPACES.
       01 PRT-PROGRAM   PIC X(20)  VALUE "CORE-BATCH".
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Name this program to the fault-injection check
           MOVE "CORE-BATCH" TO FAULT-PROGRAM.
      * A RESTART argument resumes a prior run instead of starting the
      * whole stream over; any other argument names the job stream to
      * load from <name>.stream, so DAILY, WEEKLY and ADHOC lineups
      * live in their own files instead of the program. FROM=<step>,
      * BYPASS=<step> and OPER=<id> direct this one run past what the
      * checkpoint says, without anyone editing the checkpoint file
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING CMD-ARG-NUM FROM 1 BY 1
                   UNTIL CMD-ARG-NUM > CMD-ARG-COUNT
               IF CMD-ARG-VAL(1:5) = "PLAN "
                   MOVE "Y" TO PLAN-SWITCH
               ELSE
               IF CMD-ARG-VAL(1:5) = "FROM="
                   MOVE CMD-ARG-VAL(6:20) TO FROM-STEP-NAME
                   MOVE "Y" TO DIRECTED-SWITCH
               ELSE
               IF CMD-ARG-VAL(1:7) = "BYPASS="
                   IF BYPASS-COUNT < 10
                       ADD 1 TO BYPASS-COUNT
                       MOVE CMD-ARG-VAL(8:20)
                           TO BYPASS-NAME(BYPASS-COUNT)
                   END-IF
                   MOVE "Y" TO DIRECTED-SWITCH
               ELSE
               IF CMD-ARG-VAL(1:5) = "OPER="
                   MOVE CMD-ARG-VAL(6:8) TO OPERATOR-ID
               ELSE
      * The first bare word names the stream; anything after it is
      * an operator operand for the &1-&4 symbolics
               IF STREAM-NAME-SET-SWITCH = "N"
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM.
      * The run date is the shop processing date, not the clock: a
      * stream rerun the next morning resolves &DATE, judges its
      * calendar and dates its ledger entries as of the night it is
      * rerunning. Step start and end times stay on the wall clock
           CALL "CORE-DATE" USING SYM-RUN-DATE.
           MOVE "TASKSCHED"    TO STEP-NAME(1)
           MOVE "src/userspace/apps/tasksched/tasksched"
               TO STEP-PATH(1)
                       GIVING RESULT
                   CALL "sys_exit_c" USING 2
               END-IF
      * A stream STREAM-CHECK finds errors in never starts: the bad
      * step would only fail hours into the night. PLAN mode still
      * walks the stream, with the verdict on its first line
               MOVE SPACES TO STREAM-CHECK-CMD
               STRING "diagnostics/stream_check/stream_check "
                          DELIMITED BY SIZE
                      STREAM-NAME DELIMITED BY SPACE
                      INTO STREAM-CHECK-CMD
               CALL "system" USING STREAM-CHECK-CMD
               IF RETURN-CODE NOT = 0
                   MOVE SPACES TO BUFFER
                   STRING "Stream failed STREAM-CHECK, see "
                              DELIMITED BY SIZE
                          "stream_check.report: " DELIMITED BY SIZE
                          STREAM-NAME DELIMITED BY SPACE
                          INTO BUFFER
                   MOVE 75 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   IF PLAN-SWITCH = "N"
                       CLOSE STREAM-DEF-FILE
                       MOVE SPACES TO AUD-EVENT
                       STRING "STREAM-INVALID:" DELIMITED BY SIZE
                              STREAM-NAME DELIMITED BY SPACE
                              INTO AUD-EVENT
                       MOVE 2 TO AUD-RC
                       MOVE "ERROR" TO AUD-SEVERITY
                       CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                           AUD-RC AUD-SEVERITY
                       CALL "sys_exit_c" USING 2
                   END-IF
               END-IF
               MOVE 0 TO STEP-COUNT
               PERFORM UNTIL STREAM-FILE-STATUS NOT = "00"
                   READ STREAM-DEF-FILE
                           IF SD-NAME = "*CHAIN"
                               MOVE SD-PATH(1:20) TO CHAIN-NEXT-STREAM
                           ELSE
      * Nor is a *CALENDAR record: it says which days the stream is
      * due on
                           IF SD-NAME = "*CALENDAR"
                               MOVE SD-PATH(1:12) TO STREAM-CAL-RULE
                           ELSE
      * Nor is a *BALANCE record: it turns on the balancing gate
                           IF SD-NAME = "*BALANCE"
                               MOVE "Y" TO BALANCE-SWITCH
                           ELSE
      * STEP-TABLE holds at most 20 entries - stop reading once full
      * rather than overflow it, the same guard CORECTL uses
                           IF STEP-COUNT < 20
                               PERFORM SUBSTITUTE-SYMBOLS
                               MOVE SYM-OUT TO
                                   STEP-INPUT-FILES(STEP-COUNT)
                               MOVE SD-AFTER-DRIVER TO
                                   STEP-AFTER-DRIVER(STEP-COUNT)
                               MOVE SD-AFTER-NAME TO
                                   STEP-AFTER-NAME(STEP-COUNT)
                           ELSE
                               MOVE "10" TO STREAM-FILE-STATUS
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-DEF-FILE
           END-IF.
           PERFORM RESOLVE-STEP-PROGRAMS.
           PERFORM CHECK-STREAM-CALENDAR.
           IF DIRECTED-SWITCH = "Y"
               PERFORM APPLY-OPERATOR-DIRECTION
           END-IF.
      * PLAN mode walks the step table without launching anything:
      * which steps a restart would skip as already checkpointed,
      * which would run and in what order, whether each executable is
                           AT END
                               MOVE "Y" TO CKPT-EOF-SWITCH
                           NOT AT END
                               PERFORM JUDGE-CHECKPOINT-RC
                               PERFORM VARYING STEP-IDX FROM 1 BY 1
                                       UNTIL STEP-IDX > STEP-COUNT
                                   IF STEP-NAME(STEP-IDX)
                                           = CKPT-STEP-NAME
                                       AND RCP-VERDICT NOT = "FAIL"
                                       AND CKPT-STREAM = STREAM-NAME
                                       AND (FROM-STEP-IDX = 0
                                         OR STEP-IDX < FROM-STEP-IDX)
                                       MOVE "Y" TO
                                           STEP-DONE-FLAG(STEP-IDX)
                                   END-IF
                   END-PERFORM
                   CLOSE DURATIONS-FILE
               END-IF
               IF STREAM-DUE-SWITCH = "N"
                   MOVE SPACES TO REPORT-LINE
                   STRING "PLAN STREAM:" DELIMITED BY SIZE
                          STREAM-NAME DELIMITED BY SPACE
                          " NOT DUE TODAY CALENDAR:" DELIMITED BY SIZE
                          STREAM-CAL-RULE DELIMITED BY SIZE
                          INTO REPORT-LINE
                   MOVE 70 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD REPORT-LINE
                       MSG-LEN GIVING RESULT
               END-IF
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > STEP-COUNT
                   MOVE SPACES TO REPORT-LINE
                   IF STEP-DONE-FLAG(STEP-IDX) = "Y"
                       AND STEP-IDX < FROM-STEP-IDX
                       STRING "PLAN STEP:" DELIMITED BY SIZE
                              STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                              " WOULD:SKIP(BEFORE RESTART POINT)"
                                  DELIMITED BY SIZE
                              INTO REPORT-LINE
                   ELSE
                   IF STEP-DONE-FLAG(STEP-IDX) = "Y"
                       STRING "PLAN STEP:" DELIMITED BY SIZE
                              STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                              " WOULD:SKIP(CHECKPOINTED)"
                                  DELIMITED BY SIZE
                              INTO REPORT-LINE
                   ELSE
                   IF STEP-BYPASS-FLAG(STEP-IDX) = "Y"
                       STRING "PLAN STEP:" DELIMITED BY SIZE
                              STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                              " WOULD:SKIP(BYPASSED)"
                                  DELIMITED BY SIZE
                              INTO REPORT-LINE
                   ELSE
                       ADD 1 TO PLAN-RUN-ORDER
                       MOVE 0 TO PLAN-EST-SECS
                                  INTO REPORT-LINE
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   MOVE 70 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD REPORT-LINE
                       MSG-LEN GIVING RESULT
               END-READ
               CLOSE CORE-PARAMS-FILE
           END-IF.
      * Calendar gate: a stream that is not due today on the shop
      * business-day calendar does no work, but says so in its report,
      * the window history and the audit journal, and still hands off
      * to its successor so a DAILY-MONTHEND-WEEKLY chain is not cut
      * short on the nights MONTHEND sits out. An operator RESTART is
      * a deliberate rerun and is never held back by the calendar
           IF STREAM-DUE-SWITCH = "N" AND RESTART-SWITCH = "N"
               OPEN OUTPUT BATCH-REPORT-FILE
               MOVE SPACES TO REPORT-LINE
               STRING "STREAM:" DELIMITED BY SIZE
                      STREAM-NAME DELIMITED BY SPACE
                      " STATUS:NOT-DUE CALENDAR:" DELIMITED BY SIZE
                      STREAM-CAL-RULE DELIMITED BY SIZE
                      " DATE:" DELIMITED BY SIZE
                      SYM-RUN-DATE DELIMITED BY SIZE
                      " ENV:" DELIMITED BY SIZE
                      ENV-NAME DELIMITED BY SPACE
                      INTO REPORT-LINE
               WRITE BATCH-REPORT-RECORD FROM REPORT-LINE
               CLOSE BATCH-REPORT-FILE
               CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
                   PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM
               MOVE 90 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD REPORT-LINE MSG-LEN
                   GIVING RESULT
               ACCEPT STREAM-DATE FROM DATE YYYYMMDD
               ACCEPT STREAM-TIME FROM TIME
               OPEN EXTEND BATCH-WINDOW-FILE
               MOVE STREAM-NAME TO BW-STREAM
               MOVE "NOTDUE" TO BW-EVENT
               MOVE STREAM-DATE TO BW-DATE
               MOVE STREAM-TIME TO BW-TIME
               WRITE BATCH-WINDOW-RECORD
               CLOSE BATCH-WINDOW-FILE
               MOVE SPACES TO AUD-EVENT
               STRING "STREAM-NOTDUE:" DELIMITED BY SIZE
                      STREAM-NAME DELIMITED BY SPACE
                      INTO AUD-EVENT
               MOVE 0 TO AUD-RC
               MOVE "INFO " TO AUD-SEVERITY
               CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                   AUD-RC AUD-SEVERITY
               IF CHAIN-NEXT-STREAM NOT = SPACES
                   MOVE SPACES TO CHAIN-CMD
                   STRING "src/userspace/apps/core_batch/core_batch "
                              DELIMITED BY SIZE
                          CHAIN-NEXT-STREAM DELIMITED BY SPACE
                          INTO CHAIN-CMD
                   CALL "system" USING CHAIN-CMD
                   IF RETURN-CODE NOT = 0
                       CALL "sys_exit_c" USING 1
                   END-IF
               END-IF
               CALL "sys_exit_c" USING 0
           END-IF.
      * Record the stream start in the batch-window file and fix the
      * deadline on the seconds-since-midnight scale; a deadline
      * earlier than the start time is tomorrow morning's, so it gets
           MOVE STREAM-TIME TO BW-TIME.
           WRITE BATCH-WINDOW-RECORD.
           CLOSE BATCH-WINDOW-FILE.
      * This driver and each step child it forks go on its process
      * register, core_batch.running, for PROCMON's live view; a
      * stream that ends empties it, a driver that dies leaves it
           MOVE "START" TO PRG-ACTION.
           MOVE 0 TO PRG-PID.
           MOVE STREAM-NAME TO PRG-NAME.
           MOVE "src/userspace/apps/core_batch/core_batch" TO PRG-PATH.
           CALL "CORE-PROCREG" USING PRG-ACTION PRG-DRIVER PRG-PID
               PRG-NAME PRG-PATH PRG-ROW.
           MOVE STREAM-TIME(1:2) TO WORK-HH.
           MOVE STREAM-TIME(3:2) TO WORK-MM.
           MOVE STREAM-TIME(5:2) TO WORK-SS.
               ADD 86400 TO DEADLINE-SECS
           END-IF.
      * In restart mode, load which steps a prior run already
      * completed successfully so this run skips them - "successfully"
      * as the shop RC policy judges it, so a step that ended WARN is
      * not run a second time
           IF RESTART-SWITCH = "Y"
               OPEN INPUT CHECKPOINT-FILE
               IF CKPT-FILE-STATUS = "00"
                           AT END
                               MOVE "Y" TO CKPT-EOF-SWITCH
                           NOT AT END
                               PERFORM JUDGE-CHECKPOINT-RC
                               PERFORM VARYING STEP-IDX FROM 1 BY 1
                                       UNTIL STEP-IDX > STEP-COUNT
                                   IF STEP-NAME(STEP-IDX)
                                           = CKPT-STEP-NAME
                                       AND RCP-VERDICT NOT = "FAIL"
                                       AND CKPT-STREAM = STREAM-NAME
                                       AND (FROM-STEP-IDX = 0
                                         OR STEP-IDX < FROM-STEP-IDX)
                                       MOVE "Y"
                                           TO STEP-DONE-FLAG(STEP-IDX)
                                       MOVE CKPT-STEP-RC
                                           TO STEP-RC(STEP-IDX)
                                       MOVE RCP-VERDICT
                                           TO STEP-VERDICT(STEP-IDX)
                                   END-IF
                               END-PERFORM
                       END-READ
                   END-PERFORM
                   CLOSE CHECKPOINT-FILE
               END-IF
      * A restart point rewrites the checkpoint to what this run
      * treats as done, so a RESTART after it resumes from here and
      * never on the strength of the steps being rerun
               IF FROM-STEP-IDX NOT = 0
                   OPEN OUTPUT CHECKPOINT-FILE
                   PERFORM VARYING STEP-IDX FROM 1 BY 1
                           UNTIL STEP-IDX NOT < FROM-STEP-IDX
                       MOVE STEP-NAME(STEP-IDX) TO CKPT-STEP-NAME
                       MOVE STEP-RC(STEP-IDX) TO CKPT-STEP-RC
                       MOVE STREAM-NAME TO CKPT-STREAM
                       WRITE CHECKPOINT-RECORD
                   END-PERFORM
                   CLOSE CHECKPOINT-FILE
               END-IF
               OPEN EXTEND CHECKPOINT-FILE
           ELSE
               OPEN OUTPUT CHECKPOINT-FILE
               OPEN EXTEND CHECKPOINT-FILE
           END-IF.
           OPEN OUTPUT BATCH-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ENV:" DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE BATCH-REPORT-RECORD FROM REPORT-LINE.
      * An operator-directed run says so at the head of its report
      * and in the audit journal, with who directed it
           IF DIRECTED-SWITCH = "Y"
               MOVE SPACES TO REPORT-LINE
               STRING "RUN:OPERATOR-DIRECTED OP:" DELIMITED BY SIZE
                      OPERATOR-ID DELIMITED BY SPACE
                      " FROM:" DELIMITED BY SIZE
                      FROM-STEP-NAME DELIMITED BY SPACE
                      " BYPASS:" DELIMITED BY SIZE
                      BYPASS-COUNT DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE BATCH-REPORT-RECORD FROM REPORT-LINE
               MOVE SPACES TO AUD-EVENT
               STRING "OP-DIRECTED:" DELIMITED BY SIZE
                      STREAM-NAME DELIMITED BY SPACE
                      ":" DELIMITED BY SIZE
                      OPERATOR-ID DELIMITED BY SPACE
                      INTO AUD-EVENT
               MOVE 0 TO AUD-RC
               MOVE "WARN " TO AUD-SEVERITY
               CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                   AUD-RC AUD-SEVERITY
           END-IF.
      * Run each step in sequence, evaluating its condition rule
      * against what has already happened: a failure still halts the
      * plain steps downstream, the way a JCL job stream halts on a
               IF STEP-DONE-FLAG(STEP-IDX) = "Y"
                   MOVE "Y" TO STEP-RAN-FLAG(STEP-IDX)
                   MOVE SPACES TO REPORT-LINE
                   IF STEP-IDX < FROM-STEP-IDX
                       STRING "STEP:" DELIMITED BY SIZE
                              STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                              " STATUS:SKIPPED(BEFORE RESTART POINT)"
                                  DELIMITED BY SIZE
                              INTO REPORT-LINE
                   ELSE
                       STRING "STEP:" DELIMITED BY SIZE
                              STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                              " STATUS:SKIPPED(ALREADY DONE)"
                                  DELIMITED BY SIZE
                              INTO REPORT-LINE
                   END-IF
                   WRITE BATCH-REPORT-RECORD FROM REPORT-LINE
               ELSE
               IF STEP-BYPASS-FLAG(STEP-IDX) = "Y"
                   PERFORM BYPASS-STEP
               ELSE
               MOVE "Y" TO RUN-STEP-SWITCH
               MOVE SPACES TO SKIP-REASON
               MOVE 0 TO COND-RC-VAL
               MOVE "N" TO COND-RAN-VAL
               MOVE "OK  " TO COND-VERDICT-VAL
               IF STEP-COND-STEP(STEP-IDX) NOT = SPACES
                   PERFORM VARYING COND-IDX FROM 1 BY 1
                           UNTIL COND-IDX > STEP-COUNT
                       IF STEP-NAME(COND-IDX)
                               = STEP-COND-STEP(STEP-IDX)
                           MOVE STEP-RC(COND-IDX) TO COND-RC-VAL
                           MOVE STEP-VERDICT(COND-IDX)
                               TO COND-VERDICT-VAL
                           MOVE STEP-RAN-FLAG(COND-IDX)
                               TO COND-RAN-VAL
                           EXIT PERFORM
                   CONTINUE
               ELSE
               IF STEP-COND-TYPE(STEP-IDX) = "ONFAIL"
                   IF COND-RAN-VAL NOT = "Y"
                       OR COND-VERDICT-VAL NOT = "FAIL"
                       MOVE "N" TO RUN-STEP-SWITCH
                       MOVE "COND-NOT-MET" TO SKIP-REASON
                   END-IF
                   END-IF
               END-IF
               END-IF
      * Cross-driver gate, ahead of the input check since the work
      * waited on is usually what writes the step's inputs: the step
      * waits for it, and a wait that runs out halts the stream here
      * so a RESTART once it has finished picks up from this step
               IF RUN-STEP-SWITCH = "Y"
                   AND STEP-AFTER-NAME(STEP-IDX) NOT = SPACES
                   PERFORM WAIT-FOR-DEPENDENCY
                   IF DEP-MET = "N"
                       MOVE "N" TO RUN-STEP-SWITCH
                       MOVE "DEP-NOT-MET" TO SKIP-REASON
                       IF STOPPED-SWITCH = "N"
                           MOVE "Y" TO STOPPED-SWITCH
                           MOVE STEP-IDX TO HALT-STEP-IDX
                       END-IF
                   END-IF
               END-IF
      * Input-file gate: a step missing any of its declared data
      * files is skipped with the offending name, never launched
               IF RUN-STEP-SWITCH = "Y"
                       MOVE "NO-APPROVAL" TO SKIP-REASON
                   END-IF
               END-IF
      * Maintenance-blackout gate, the last check before launch: a
      * step that would start inside a change window is deferred and
      * the stream halts behind it, so a RESTART once the window has
      * closed picks up from this step; an operator override lets
      * the step run and is journaled with the operator's id
               IF RUN-STEP-SWITCH = "Y"
                   PERFORM CHECK-STEP-BLACKOUT
                   IF BLK-VERDICT = "D"
                       MOVE "N" TO RUN-STEP-SWITCH
                       MOVE "BLACKOUT" TO SKIP-REASON
                       IF STOPPED-SWITCH = "N"
                           MOVE "Y" TO STOPPED-SWITCH
                           MOVE STEP-IDX TO HALT-STEP-IDX
                       END-IF
                   END-IF
               END-IF
               IF RUN-STEP-SWITCH = "N"
                   MOVE SPACES TO REPORT-LINE
                   STRING "STEP:" DELIMITED BY SIZE
                              INTO REPORT-LINE
                       WRITE BATCH-REPORT-RECORD FROM REPORT-LINE
                   END-IF
                   IF SKIP-REASON = "BLACKOUT"
                       MOVE SPACES TO REPORT-LINE
                       STRING "STEP:" DELIMITED BY SIZE
                              STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                              " BLACKOUT:" DELIMITED BY SIZE
                              BLK-REASON DELIMITED BY SIZE
                              INTO REPORT-LINE
                       WRITE BATCH-REPORT-RECORD FROM REPORT-LINE
                   END-IF
               ELSE
                   ACCEPT START-DATE FROM DATE YYYYMMDD
                   ACCEPT START-TIME FROM TIME
                   IF STEP-PARALLEL(STEP-IDX) = "Y"
                       PERFORM DISPATCH-PARALLEL-STEP
                       IF PW-COUNT NOT < WORKER-LIMIT
                           PERFORM COUNT-POOL-QUEUE
                           PERFORM COLLECT-PARALLEL-GROUP
                           IF POOL-QUEUED > 0
                               PERFORM RECORD-POOL-WAIT
                           END-IF
                       END-IF
                   ELSE
                       MOVE 1 TO ATTEMPT-NUM
                       PERFORM RUN-STEP-WATCHED
                       PERFORM JUDGE-STEP-RC
      * Most overnight step failures are transient - burn the step's
      * retry budget, with its pause between attempts, before the
      * failure is allowed to halt anything
                       IF STEP-VERDICT(STEP-IDX) = "FAIL"
                           AND STEP-RETRY-MAX(STEP-IDX) NOT = 0
                           PERFORM RETRY-STEP-ATTEMPTS
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
               MOVE 90 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD REPORT-LINE MSG-LEN
                   GIVING RESULT
           END-IF.
           CLOSE BATCH-WINDOW-FILE.
           CLOSE BATCH-REPORT-FILE.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           CLOSE CHECKPOINT-FILE.
           MOVE "END  " TO PRG-ACTION.
           CALL "CORE-PROCREG" USING PRG-ACTION PRG-DRIVER PRG-PID
               PRG-NAME PRG-PATH PRG-ROW.
           IF STOPPED-SWITCH = "Y"
               CALL "sys_exit_c" USING 1
           END-IF.
           END-IF.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       CHECK-STEP-BLACKOUT.
      * Ask CORE-BLACKOUT about this step by its step name, the name
      * the run ledger knows it by. A deferral goes on the ledger with
      * RC 997 and zero elapsed and through CORE-AUDIT; an override
      * is noted on the report and journaled with its operator
           CALL "CORE-BLACKOUT" USING BLK-DRIVER STEP-NAME(STEP-IDX)
               BLK-VERDICT BLK-REASON BLK-OPERATOR.
           IF BLK-VERDICT = "D"
               ACCEPT END-TIME FROM TIME
               OPEN EXTEND RUN-LEDGER-FILE
               MOVE SPACES TO RUN-LEDGER-RECORD
               MOVE SYM-RUN-DATE TO RL-DATE
               MOVE END-TIME TO RL-TIME
               MOVE "CORE-BATCH" TO RL-DRIVER
               MOVE STEP-NAME(STEP-IDX) TO RL-NAME
               MOVE STEP-PROGRAM(STEP-IDX) TO RL-PROGRAM
               MOVE 997 TO RL-RC
               MOVE 0 TO RL-ELAPSED-CS
               MOVE 0 TO RL-USER-CS
               MOVE 0 TO RL-SYSTEM-CS
               MOVE 0 TO RL-PEAK-KB
               WRITE RUN-LEDGER-RECORD
               CLOSE RUN-LEDGER-FILE
               MOVE SPACES TO AUD-EVENT
               STRING "BLACKOUT-DEFER:" DELIMITED BY SIZE
                      STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                      INTO AUD-EVENT
               MOVE 997 TO AUD-RC
               MOVE "WARN " TO AUD-SEVERITY
               CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                   AUD-RC AUD-SEVERITY
           END-IF.
           IF BLK-VERDICT = "O"
               MOVE SPACES TO REPORT-LINE
               STRING "STEP:" DELIMITED BY SIZE
                      STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                      " BLACKOUT-OVERRIDE OP:" DELIMITED BY SIZE
                      BLK-OPERATOR DELIMITED BY SPACE
                      INTO REPORT-LINE
               WRITE BATCH-REPORT-RECORD FROM REPORT-LINE
               MOVE SPACES TO AUD-EVENT
               STRING "BO-OVERRIDE:" DELIMITED BY SIZE
                      STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                      ":" DELIMITED BY SIZE
                      BLK-OPERATOR DELIMITED BY SPACE
                      INTO AUD-EVENT
               MOVE 0 TO AUD-RC
               MOVE "WARN " TO AUD-SEVERITY
               CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                   AUD-RC AUD-SEVERITY
           END-IF.
       CHECK-STREAM-CALENDAR.
      * Judge the stream's *CALENDAR rule against the run date; an
      * unrecognized rule is reported and treated as no rule, so a
      * typo never silently drops a night's stream
           MOVE "Y" TO STREAM-DUE-SWITCH.
           IF STREAM-CAL-RULE NOT = SPACES
               MOVE "CHECK" TO BD-ACTION
               MOVE SYM-RUN-DATE TO BD-DATE
               CALL "CORE-CALENDAR" USING BD-ACTION BD-DATE BD-NUMBER
                   BD-RESULT BD-FLAG
               MOVE BD-FLAG TO TODAY-BD-FLAG
               MOVE BD-NUMBER TO TODAY-BD-NUM
               IF STREAM-CAL-RULE(1:8) = "BUSINESS"
                   IF TODAY-BD-FLAG NOT = "Y"
                       MOVE "N" TO STREAM-DUE-SWITCH
                   END-IF
               ELSE
               IF STREAM-CAL-RULE(1:8) = "LASTBDAY"
                   MOVE "LAST " TO BD-ACTION
                   CALL "CORE-CALENDAR" USING BD-ACTION BD-DATE
                       BD-NUMBER BD-RESULT BD-FLAG
                   IF BD-RESULT NOT = SYM-RUN-DATE
                       MOVE "N" TO STREAM-DUE-SWITCH
                   END-IF
               ELSE
               IF STREAM-CAL-RULE(1:8) = "NTHBDAY "
                   AND STREAM-CAL-RULE(9:2) IS NUMERIC
                   IF TODAY-BD-FLAG NOT = "Y"
                       OR TODAY-BD-NUM NOT = STREAM-CAL-RULE(9:2)
                       MOVE "N" TO STREAM-DUE-SWITCH
                   END-IF
               ELSE
                   MOVE SPACES TO BUFFER
                   STRING "Unknown stream calendar rule ignored: "
                              DELIMITED BY SIZE
                          STREAM-CAL-RULE DELIMITED BY SIZE
                          INTO BUFFER
                   MOVE 50 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
               END-IF
               END-IF
               END-IF
           END-IF.
       APPLY-OPERATOR-DIRECTION.
      * Resolve the operator's restart point and bypass list against
      * the loaded stream. A name that is not a step of it, or an
      * operator without the destructive-actions column, stops the
      * run before anything starts: a mistyped instruction must not
      * turn into a full rerun. PLAN previews the direction and needs
      * no operator
           MOVE SPACES TO DIRECTED-BAD-NAME.
           IF FROM-STEP-NAME NOT = SPACES
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > STEP-COUNT
                   IF STEP-NAME(STEP-IDX) = FROM-STEP-NAME
                       MOVE STEP-IDX TO FROM-STEP-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF FROM-STEP-IDX = 0
                   MOVE FROM-STEP-NAME TO DIRECTED-BAD-NAME
               END-IF
           END-IF.
           PERFORM VARYING BYPASS-IDX FROM 1 BY 1
                   UNTIL BYPASS-IDX > BYPASS-COUNT
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > STEP-COUNT
                   IF STEP-NAME(STEP-IDX) = BYPASS-NAME(BYPASS-IDX)
                       MOVE "Y" TO STEP-BYPASS-FLAG(STEP-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF STEP-IDX > STEP-COUNT
                   MOVE BYPASS-NAME(BYPASS-IDX) TO DIRECTED-BAD-NAME
               END-IF
           END-PERFORM.
           IF DIRECTED-BAD-NAME NOT = SPACES
               MOVE SPACES TO BUFFER
               STRING "Step not in stream: " DELIMITED BY SIZE
                      DIRECTED-BAD-NAME DELIMITED BY SPACE
                      INTO BUFFER
               MOVE 50 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 2
           END-IF.
           IF PLAN-SWITCH = "N"
               PERFORM CHECK-OPERATOR
               IF OPERATOR-OK-SWITCH = "N"
                   MOVE "Directed run needs an authorized OPER=id"
                       TO BUFFER
                   MOVE 40 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 2
               END-IF
           END-IF.
      * Everything ahead of the restart point counts as done - with
      * its checkpointed RC where the checkpoint has one, RC 0 where
      * it does not - and the restart machinery takes it from there
           IF FROM-STEP-IDX NOT = 0
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX NOT < FROM-STEP-IDX
                   MOVE "Y" TO STEP-DONE-FLAG(STEP-IDX)
                   MOVE 0 TO STEP-RC(STEP-IDX)
                   MOVE "OK  " TO STEP-VERDICT(STEP-IDX)
               END-PERFORM
               MOVE "Y" TO RESTART-SWITCH
           END-IF.
       CHECK-OPERATOR.
      * The id must exist in the permissions file with the
      * destructive-actions column set; no file means nobody is
      * authorized, which fails closed rather than open
           MOVE "N" TO OPERATOR-OK-SWITCH.
           IF OPERATOR-ID NOT = SPACES
               OPEN INPUT OPERATORS-FILE
               IF OPER-FILE-STATUS = "00"
                   PERFORM UNTIL OPER-FILE-STATUS NOT = "00"
                       READ OPERATORS-FILE
                           AT END
                               MOVE "10" TO OPER-FILE-STATUS
                           NOT AT END
                               IF OP-ID = OPERATOR-ID
                                   AND OP-DESTRUCT = "Y"
                                   MOVE "Y" TO OPERATOR-OK-SWITCH
                                   MOVE "10" TO OPER-FILE-STATUS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERATORS-FILE
               END-IF
           END-IF.
       BYPASS-STEP.
      * A bypassed step was finished by hand: it is not launched, and
      * downstream conditions judge it as a clean RC 0. It is
      * checkpointed so a RESTART does not run it either, and goes on
      * the ledger marked B with the operator, so work waiting on it
      * through CORE-DEPCHECK is released the same way
           MOVE "Y" TO STEP-RAN-FLAG(STEP-IDX).
           MOVE "Y" TO STEP-DONE-FLAG(STEP-IDX).
           MOVE 0 TO STEP-RC(STEP-IDX).
           MOVE "OK  " TO STEP-VERDICT(STEP-IDX).
           MOVE SPACES TO REPORT-LINE.
           STRING "STEP:" DELIMITED BY SIZE
                  STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                  " STATUS:SKIPPED(BYPASSED) OP:" DELIMITED BY SIZE
                  OPERATOR-ID DELIMITED BY SPACE
                  INTO REPORT-LINE.
           WRITE BATCH-REPORT-RECORD FROM REPORT-LINE.
           MOVE STEP-NAME(STEP-IDX) TO CKPT-STEP-NAME.
           MOVE 0 TO CKPT-STEP-RC.
           MOVE STREAM-NAME TO CKPT-STREAM.
           WRITE CHECKPOINT-RECORD.
           ACCEPT END-TIME FROM TIME.
           OPEN EXTEND RUN-LEDGER-FILE.
           MOVE SPACES TO RUN-LEDGER-RECORD.
           MOVE SYM-RUN-DATE TO RL-DATE.
           MOVE END-TIME TO RL-TIME.
           MOVE "CORE-BATCH" TO RL-DRIVER.
           MOVE STEP-NAME(STEP-IDX) TO RL-NAME.
           MOVE STEP-PROGRAM(STEP-IDX) TO RL-PROGRAM.
           MOVE 0 TO RL-RC.
           MOVE 0 TO RL-ELAPSED-CS.
           MOVE 0 TO RL-USER-CS.
           MOVE 0 TO RL-SYSTEM-CS.
           MOVE 0 TO RL-PEAK-KB.
           MOVE "B" TO RL-DIRECTED.
           MOVE OPERATOR-ID TO RL-OPERATOR.
           WRITE RUN-LEDGER-RECORD.
           CLOSE RUN-LEDGER-FILE.
       RUN-STEP-WATCHED.
      * A step with a time budget runs as a forked child reporting its
      * RC back over a pipe while this side watches the clock, the
           IF STEP-TIMEOUT-SECS(STEP-IDX) = 0
               CALL "system" USING STEP-CMD
               MOVE RETURN-CODE TO STEP-RC(STEP-IDX)
               MOVE 0 TO RU-PID OF STEP-USAGE
               PERFORM TAKE-STEP-USAGE
           ELSE
           MOVE "PIPE" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_pipe_c" USING PIPEFD GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF
           IF RESULT NOT = 0
               CALL "system" USING STEP-CMD
               MOVE RETURN-CODE TO STEP-RC(STEP-IDX)
               MOVE 0 TO RU-PID OF STEP-USAGE
               PERFORM TAKE-STEP-USAGE
           ELSE
           MOVE "FORK" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_fork_c" GIVING STEP-PID
           ELSE
               MOVE -1 TO STEP-PID
           END-IF
           IF STEP-PID = -1
               CALL "system" USING STEP-CMD
               MOVE RETURN-CODE TO STEP-RC(STEP-IDX)
               MOVE 0 TO RU-PID OF STEP-USAGE
               PERFORM TAKE-STEP-USAGE
           ELSE
           IF STEP-PID = 0
               CALL "system" USING STEP-CMD
                   BUFFER MSG-LEN GIVING RESULT
               CALL "sys_exit_c" USING 0
           END-IF
           MOVE STEP-PID TO PRG-PID
           PERFORM REGISTER-STEP-CHILD
           MOVE "CLOCK" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_clock_c" USING STEP-START-CLOCK
                   GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF
           MOVE "N" TO STEP-REPORT-SWITCH
           MOVE 0 TO STEP-ELAPSED-SECS
           PERFORM UNTIL STEP-REPORT-SWITCH = "Y"
                   ELSE
                       MOVE 1 TO STEP-RC(STEP-IDX)
                   END-IF
                   MOVE STEP-PID TO RU-PID OF STEP-USAGE
                   PERFORM TAKE-STEP-USAGE
               ELSE
                   CALL "system" USING SLEEP1-CMD
                   MOVE "CLOCK" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_clock_c" USING STEP-CUR-CLOCK
                           GIVING RESULT
                   ELSE
                       MOVE FAULT-RC TO RESULT
                   END-IF
                   COMPUTE STEP-ELAPSED-SECS =
                       CLOCK-SECONDS OF STEP-CUR-CLOCK
                       - CLOCK-SECONDS OF STEP-START-CLOCK
           IF STEP-TIMED-OUT-SWITCH = "Y"
               MOVE STEP-PID TO SIG-PID OF SIG-DATA
               MOVE 15 TO SIG-NUMBER OF SIG-DATA
               MOVE "SIGNAL" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_signal_c" USING SIG-DATA
                       GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               MOVE 99999 TO STEP-RC(STEP-IDX)
           END-IF
           MOVE STEP-PID TO PRG-PID
           PERFORM UNREGISTER-STEP-CHILD
           END-IF
           END-IF
           END-IF.
       REGISTER-STEP-CHILD.
      * A forked step child, PID in PRG-PID, goes on the register
      * under its step name and the program it runs
           MOVE "ADD  " TO PRG-ACTION.
           MOVE STEP-NAME(STEP-IDX) TO PRG-NAME.
           MOVE STEP-PATH(STEP-IDX) TO PRG-PATH.
           CALL "CORE-PROCREG" USING PRG-ACTION PRG-DRIVER PRG-PID
               PRG-NAME PRG-PATH PRG-ROW.
       UNREGISTER-STEP-CHILD.
      * ... and comes off it once collected or terminated
           MOVE "DROP " TO PRG-ACTION.
           CALL "CORE-PROCREG" USING PRG-ACTION PRG-DRIVER PRG-PID
               PRG-NAME PRG-PATH PRG-ROW.
       TAKE-STEP-USAGE.
      * Reap the attempt just finished - the forked child named in
      * RU-PID, or with 0 the shell the last in-place CALL ran - and
      * add what it cost to the step's figures. A failed or drilled
      * call adds nothing rather than holding the step up
           MOVE "RUSAGE" TO FAULT-CALL.
           CALL "CORE-FAULT" USING FAULT-CHECK.
           IF FAULT-RC = 0
               CALL "sys_rusage_c" USING STEP-USAGE GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF.
           IF RESULT = 0
               ADD RU-USER-CS OF STEP-USAGE TO STEP-USER-CS
               ADD RU-SYSTEM-CS OF STEP-USAGE TO STEP-SYSTEM-CS
               IF RU-PEAK-KB OF STEP-USAGE > STEP-PEAK-KB
                   MOVE RU-PEAK-KB OF STEP-USAGE TO STEP-PEAK-KB
               END-IF
           END-IF.
       FINISH-STEP.
      * Everything a completed execution owes the night: ran flags,
      * the checkpoint record, the status and log report lines, the
      * here
           MOVE "Y" TO STEP-RAN-FLAG(STEP-IDX).
           MOVE "Y" TO STEP-EXECUTED-SWITCH.
           PERFORM JUDGE-STEP-RC.
           IF BALANCE-SWITCH = "Y"
               AND STEP-TIMED-OUT-SWITCH = "N"
               AND STEP-VERDICT(STEP-IDX) NOT = "FAIL"
               PERFORM CHECK-STEP-BALANCE
           END-IF.
           MOVE STEP-NAME(STEP-IDX) TO CKPT-STEP-NAME.
           MOVE STEP-RC(STEP-IDX) TO CKPT-STEP-RC.
           MOVE STREAM-NAME TO CKPT-STREAM.
                   MOVE STEP-IDX TO HALT-STEP-IDX
               END-IF
           ELSE
           IF STEP-VERDICT(STEP-IDX) = "OK  "
               STRING "STEP:" DELIMITED BY SIZE
                      STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                      " START:" DELIMITED BY SIZE
                      " STATUS:OK" DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
      * Completed with warnings: reported with its RC, but the stream
      * carries on behind it
           IF STEP-VERDICT(STEP-IDX) = "WARN"
               STRING "STEP:" DELIMITED BY SIZE
                      STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                      " START:" DELIMITED BY SIZE
                      START-DATE DELIMITED BY SIZE
                      START-TIME DELIMITED BY SIZE
                      " END:" DELIMITED BY SIZE
                      END-DATE DELIMITED BY SIZE
                      END-TIME DELIMITED BY SIZE
                      " STATUS:WARN RC:" DELIMITED BY SIZE
                      STEP-RC(STEP-IDX) DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
      * Ran clean but its control totals did not balance: failed,
      * left off the checkpoint's done list by its RC, and the stream
      * halts behind it
           IF STEP-RC(STEP-IDX) = 996
               STRING "STEP:" DELIMITED BY SIZE
                      STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                      " START:" DELIMITED BY SIZE
                      START-DATE DELIMITED BY SIZE
                      START-TIME DELIMITED BY SIZE
                      " END:" DELIMITED BY SIZE
                      END-DATE DELIMITED BY SIZE
                      END-TIME DELIMITED BY SIZE
                      " STATUS:OUT-OF-BALANCE RC:00996"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               IF STOPPED-SWITCH = "N"
                   MOVE "Y" TO STOPPED-SWITCH
                   MOVE STEP-IDX TO HALT-STEP-IDX
               END-IF
           ELSE
               STRING "STEP:" DELIMITED BY SIZE
                      STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                      " START:" DELIMITED BY SIZE
                   MOVE STEP-IDX TO HALT-STEP-IDX
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           WRITE BATCH-REPORT-RECORD FROM REPORT-LINE.
      * Record where this step's own output went, on its own line so
      * estimate from it
           OPEN EXTEND DURATIONS-FILE.
           MOVE STEP-NAME(STEP-IDX) TO DU-STEP-NAME.
           MOVE SYM-RUN-DATE TO DU-DATE.
           MOVE STEP-DUR-SECS TO DU-SECS.
           WRITE DURATIONS-RECORD.
           CLOSE DURATIONS-FILE.
      * The same execution goes on the shop-wide run ledger
           OPEN EXTEND RUN-LEDGER-FILE.
           MOVE SPACES TO RUN-LEDGER-RECORD.
           MOVE SYM-RUN-DATE TO RL-DATE.
           MOVE END-TIME TO RL-TIME.
           MOVE "CORE-BATCH" TO RL-DRIVER.
           MOVE STEP-NAME(STEP-IDX) TO RL-NAME.
           MOVE STEP-PROGRAM(STEP-IDX) TO RL-PROGRAM.
           MOVE STEP-RC(STEP-IDX) TO RL-RC.
           COMPUTE RL-ELAPSED-CS = STEP-DUR-SECS * 100.
           MOVE STEP-USER-CS TO RL-USER-CS.
           MOVE STEP-SYSTEM-CS TO RL-SYSTEM-CS.
           MOVE STEP-PEAK-KB TO RL-PEAK-KB.
           IF DIRECTED-SWITCH = "Y"
               MOVE "O" TO RL-DIRECTED
               MOVE OPERATOR-ID TO RL-OPERATOR
           END-IF.
           WRITE RUN-LEDGER-RECORD.
           CLOSE RUN-LEDGER-FILE.
           MOVE 0 TO STEP-USER-CS.
           MOVE 0 TO STEP-SYSTEM-CS.
           MOVE 0 TO STEP-PEAK-KB.
           ADD STEP-DUR-SECS TO TOTAL-DUR-SECS.
           ADD 1 TO STEPS-RUN-COUNT.
           MOVE STEP-END-SECS TO BOUNDARY-SECS.
                       MSG-LEN GIVING RESULT
               END-IF
           END-IF.
       CHECK-STEP-BALANCE.
      * Balance the control totals this step posted, against its own
      * rule and against the step that produced its input. A step
      * that posted nothing has nothing to balance and passes; one
      * out of balance takes RC 996, the driver's out-of-balance
      * code, and is journaled
           MOVE SPACES TO BALANCE-CMD.
           STRING "diagnostics/ctl_balance/ctl_balance DATE "
                      DELIMITED BY SIZE
                  SYM-RUN-DATE DELIMITED BY SIZE
                  " STREAM " DELIMITED BY SIZE
                  STREAM-NAME DELIMITED BY SPACE
                  " STEP " DELIMITED BY SIZE
                  STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                  INTO BALANCE-CMD.
           CALL "system" USING BALANCE-CMD.
           IF RETURN-CODE NOT = 0
               MOVE 996 TO STEP-RC(STEP-IDX)
               PERFORM JUDGE-STEP-RC
               MOVE SPACES TO AUD-EVENT
               STRING "OUT-OF-BALANCE:" DELIMITED BY SIZE
                      STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                      INTO AUD-EVENT
               MOVE 996 TO AUD-RC
               MOVE "ERROR" TO AUD-SEVERITY
               CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                   AUD-RC AUD-SEVERITY
           END-IF.
       JUDGE-STEP-RC.
      * The step's verdict is the shop RC policy's, looked up by the
      * registered program the step runs - the name the policy table
      * and TASKSCHED know it by, and the one its ledger records
      * carry; a step killed for its time budget failed whatever RC
      * the timeout left behind
           MOVE STEP-RC(STEP-IDX) TO RCP-RC.
           CALL "CORE-RCPOLICY" USING STEP-PROGRAM(STEP-IDX) RCP-RC
               RCP-VERDICT.
           IF STEP-TIMED-OUT-SWITCH = "Y"
               MOVE "FAIL" TO RCP-VERDICT
           END-IF.
           MOVE RCP-VERDICT TO STEP-VERDICT(STEP-IDX).
       JUDGE-CHECKPOINT-RC.
      * Same policy verdict for a checkpointed step, under the
      * program the step of that name runs in this stream; 99999 is
      * the RC a timed-out step was checkpointed with
           MOVE CKPT-STEP-NAME TO CKPT-PROGRAM.
           PERFORM VARYING CKPT-IDX FROM 1 BY 1
                   UNTIL CKPT-IDX > STEP-COUNT
               IF STEP-NAME(CKPT-IDX) = CKPT-STEP-NAME
                   MOVE STEP-PROGRAM(CKPT-IDX) TO CKPT-PROGRAM
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE CKPT-STEP-RC TO RCP-RC.
           CALL "CORE-RCPOLICY" USING CKPT-PROGRAM RCP-RC
               RCP-VERDICT.
           IF CKPT-STEP-RC = 99999
               MOVE "FAIL" TO RCP-VERDICT
           END-IF.
       RESOLVE-STEP-PROGRAMS.
      * Registered program behind each step, by its executable; a
      * missing registry leaves every step under its step name
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
                               MOVE SPACES TO REG-EXE(REG-COUNT)
                               UNSTRING RG-PATH DELIMITED BY ALL " "
                                   INTO REG-EXE(REG-COUNT)
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               MOVE STEP-NAME(STEP-IDX) TO STEP-PROGRAM(STEP-IDX)
               MOVE SPACES TO STEP-EXE
               UNSTRING STEP-PATH(STEP-IDX) DELIMITED BY ALL " "
                   INTO STEP-EXE
               END-UNSTRING
               PERFORM VARYING REG-IDX FROM 1 BY 1
                       UNTIL REG-IDX > REG-COUNT
                   IF REG-EXE(REG-IDX) = STEP-EXE
                       MOVE REG-NAME(REG-IDX) TO STEP-PROGRAM(STEP-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.
       WAIT-FOR-APPROVAL.
      * Announce the wait in the report, then poll for the flag file
      * between one-second sleeps until it appears or the budget is
           IF APPROVE-WAIT-SECS = 0
               MOVE 300 TO APPROVE-WAIT-SECS
           END-IF.
           MOVE SPACES TO BUL-TEXT.
           STRING "APPROVAL WAIT STREAM:" DELIMITED BY SIZE
                  STREAM-NAME DELIMITED BY SPACE
                  " STEP:" DELIMITED BY SIZE
                  STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                  " FOR UP TO " DELIMITED BY SIZE
                  APPROVE-WAIT-SECS DELIMITED BY SIZE
                  "S - REPLY APPROVE " DELIMITED BY SIZE
                  STREAM-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                  INTO BUL-TEXT.
           CALL "CORE-BULLETIN" USING AUD-PROGRAM BUL-TEXT BUL-COUNT.
           MOVE "N" TO APPROVED-SWITCH.
           MOVE 0 TO APPROVE-ELAPSED.
           PERFORM UNTIL APPROVED-SWITCH = "Y"
                      INTO APPROVE-RM-CMD
               CALL "system" USING APPROVE-RM-CMD
           END-IF.
       WAIT-FOR-DEPENDENCY.
      * Look once; if the work has not completed yet, announce the
      * wait in the report and poll the ledger until it has or the
      * budget is spent. A wait that runs out is journaled
           CALL "CORE-DEPCHECK" USING STEP-AFTER-DRIVER(STEP-IDX)
               STEP-AFTER-NAME(STEP-IDX) SYM-RUN-DATE DEP-MET.
           IF DEP-MET = "N"
               MOVE SPACES TO REPORT-LINE
               STRING "STEP:" DELIMITED BY SIZE
                      STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                      " STATUS:AWAITING " DELIMITED BY SIZE
                      STEP-AFTER-DRIVER(STEP-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      STEP-AFTER-NAME(STEP-IDX) DELIMITED BY SPACE
                      INTO REPORT-LINE
               WRITE BATCH-REPORT-RECORD FROM REPORT-LINE
               MOVE 90 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD REPORT-LINE MSG-LEN
                   GIVING RESULT
               MOVE STEP-TIMEOUT-SECS(STEP-IDX) TO DEP-WAIT-SECS
               IF DEP-WAIT-SECS = 0
                   MOVE 300 TO DEP-WAIT-SECS
               END-IF
               MOVE 0 TO DEP-ELAPSED
               PERFORM UNTIL DEP-MET = "Y"
                       OR DEP-ELAPSED NOT < DEP-WAIT-SECS
                   CALL "system" USING DEP-SLEEP-CMD
                   ADD 10 TO DEP-ELAPSED
                   CALL "CORE-DEPCHECK" USING
                       STEP-AFTER-DRIVER(STEP-IDX)
                       STEP-AFTER-NAME(STEP-IDX) SYM-RUN-DATE DEP-MET
               END-PERFORM
               IF DEP-MET = "N"
                   MOVE SPACES TO AUD-EVENT
                   STRING "DEP-WAIT:" DELIMITED BY SIZE
                          STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                          INTO AUD-EVENT
                   MOVE DEP-ELAPSED TO AUD-RC
                   MOVE "ERROR" TO AUD-SEVERITY
                   CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                       AUD-RC AUD-SEVERITY
               END-IF
           END-IF.
       BUILD-STEP-CMD.
      * The command carries the whole path-and-parameter text up to
      * its last significant character, so a stream can hand a step
           IF PATH-SIG-LEN = 0
               MOVE 1 TO PATH-SIG-LEN
           END-IF.
      * The step finds its stream and step names in the environment
      * it inherits, for the control totals it posts
           DISPLAY "COREA_STREAM" UPON ENVIRONMENT-NAME.
           DISPLAY STREAM-NAME UPON ENVIRONMENT-VALUE.
           DISPLAY "COREA_STEP" UPON ENVIRONMENT-NAME.
           DISPLAY STEP-NAME(STEP-IDX) UPON ENVIRONMENT-VALUE.
           MOVE SPACES TO STEP-CMD.
           STRING STEP-PATH(STEP-IDX)(1:PATH-SIG-LEN)
                      DELIMITED BY SIZE
           END-PERFORM.
       RETRY-STEP-ATTEMPTS.
      * One report line per spent attempt, a pause, then the next
      * try; the loop ends on the first attempt the RC policy does
      * not judge a failure or once the budget is gone, and
      * FINISH-STEP then judges only the final attempt
           PERFORM UNTIL STEP-VERDICT(STEP-IDX) NOT = "FAIL"
                   OR ATTEMPT-NUM > STEP-RETRY-MAX(STEP-IDX)
               MOVE SPACES TO REPORT-LINE
               STRING "STEP:" DELIMITED BY SIZE
               ADD 1 TO ATTEMPT-NUM
               MOVE "N" TO STEP-TIMED-OUT-SWITCH
               PERFORM RUN-STEP-WATCHED
               PERFORM JUDGE-STEP-RC
           END-PERFORM.
       DISPATCH-PARALLEL-STEP.
      * Fork this step into the in-flight group, remembering who it
      * is and when it left, so the collect pass can pair the RC
      * report and the timings back up; any trouble with the pipe or
      * fork simply runs the step in place instead
           MOVE "PIPE" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_pipe_c" USING PIPEFD GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF.
           IF RESULT NOT = 0
               PERFORM RUN-STEP-WATCHED
               ACCEPT END-DATE FROM DATE YYYYMMDD
               ACCEPT END-TIME FROM TIME
               PERFORM FINISH-STEP
           ELSE
               MOVE "FORK" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_fork_c" GIVING STEP-PID
               ELSE
                   MOVE -1 TO STEP-PID
               END-IF
               IF STEP-PID = -1
                   PERFORM RUN-STEP-WATCHED
                   ACCEPT END-DATE FROM DATE YYYYMMDD
               MOVE STEP-IDX TO PW-STEP-IDX(PW-COUNT)
               MOVE STEP-PID TO PW-PID(PW-COUNT)
               MOVE READ-FD OF PIPEFD TO PW-READ-FD(PW-COUNT)
               MOVE STEP-PID TO PRG-PID
               PERFORM REGISTER-STEP-CHILD
               MOVE "CLOCK" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_clock_c" USING STEP-START-CLOCK
                       GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               MOVE CLOCK-SECONDS OF STEP-START-CLOCK
                   TO PW-START-SECS(PW-COUNT)
               MOVE START-DATE TO PW-START-DATE(PW-COUNT)
               WRITE BATCH-REPORT-RECORD FROM REPORT-LINE
               END-IF
           END-IF.
       COUNT-POOL-QUEUE.
      * The parallel steps following this one in the same group are
      * ready work the full group is holding back; start the wait
      * clock on the group filling
           MOVE 0 TO POOL-QUEUED.
           COMPUTE POOL-IDX = STEP-IDX + 1.
           PERFORM UNTIL POOL-IDX > STEP-COUNT
                   OR STEP-PARALLEL(POOL-IDX) NOT = "Y"
               ADD 1 TO POOL-QUEUED
               ADD 1 TO POOL-IDX
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
      * The queued steps waited from the group filling until all of
      * it was collected and the slots opened again
           MOVE "CLOCK" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_clock_c" USING STEP-CUR-CLOCK GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF.
           OPEN EXTEND POOL-WAIT-FILE.
           MOVE SYM-RUN-DATE TO PQ-DATE.
           MOVE POOL-FULL-TIME TO PQ-TIME.
           MOVE "CORE-BATCH" TO PQ-DRIVER.
           COMPUTE PQ-WAIT-CS = (CLOCK-SECONDS OF STEP-CUR-CLOCK
               - CLOCK-SECONDS OF POOL-CLOCK) * 100.
           MOVE POOL-QUEUED TO PQ-QUEUED.
           MOVE WORKER-LIMIT TO PQ-WORKERS.
           WRITE POOL-WAIT-RECORD.
           CLOSE POOL-WAIT-FILE.
       COLLECT-PARALLEL-GROUP.
      * Collect every outstanding parallel child, in dispatch order,
      * each against its own time budget counted from its own
                       ELSE
                           MOVE 1 TO STEP-RC(STEP-IDX)
                       END-IF
                       MOVE PW-PID(PW-IDX) TO RU-PID OF STEP-USAGE
                       PERFORM TAKE-STEP-USAGE
                   ELSE
                       CALL "system" USING SLEEP1-CMD
                       MOVE "CLOCK" TO FAULT-CALL
                       CALL "CORE-FAULT" USING FAULT-CHECK
                       IF FAULT-RC = 0
                           CALL "sys_clock_c" USING STEP-CUR-CLOCK
                               GIVING RESULT
                       ELSE
                           MOVE FAULT-RC TO RESULT
                       END-IF
                       COMPUTE STEP-ELAPSED-SECS =
                           CLOCK-SECONDS OF STEP-CUR-CLOCK
                           - PW-START-SECS(PW-IDX)
               IF STEP-TIMED-OUT-SWITCH = "Y"
                   MOVE PW-PID(PW-IDX) TO SIG-PID OF SIG-DATA
                   MOVE 15 TO SIG-NUMBER OF SIG-DATA
                   MOVE "SIGNAL" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_signal_c" USING SIG-DATA GIVING RESULT
                   ELSE
                       MOVE FAULT-RC TO RESULT
                   END-IF
                   MOVE 99999 TO STEP-RC(STEP-IDX)
               END-IF
               MOVE PW-PID(PW-IDX) TO PRG-PID
               PERFORM UNREGISTER-STEP-CHILD
               PERFORM JUDGE-STEP-RC
      * A failed parallel attempt retries in place, synchronously,
      * against the same budget a sequential step's retries get; the
      * command is rebuilt (over the log name set above) because the
      * group shares one work area
               IF STEP-VERDICT(STEP-IDX) = "FAIL"
                   AND STEP-RETRY-MAX(STEP-IDX) NOT = 0
                   PERFORM BUILD-STEP-CMD
                   MOVE 1 TO ATTEMPT-NUM
