       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-ACCOUNT.
      * CoreA Monthly Job Accounting and Chargeback (COBOL)
      * Charges a month of batch time to the business areas that own
      * the work. Every run is charged to the department and cost
      * centre its program carries in corectl.registry - a CORECTL
      * job and a TASKSCHED task by the program they name, a
      * CORE-BATCH step through its stream definition to the
      * executable it runs - and anything the registry cannot place,
      * the built-in sum task included, is charged to UNASSIGNED so
      * nothing drops out of the totals. Per department and cost
      * centre it totals the runs, the elapsed time, the longest
      * single run, the failures (by the shop RC policy) and the
      * reruns (a second or later run of the same work on the same
      * processing date), with the department's share of all the
      * batch time charged that month; a detail section breaks each
      * department down by program. The runs come from
      * core_run.ledger, the one record with an RC; tasksched.history
      * and core_batch.durations reach further back than the ledger,
      * so a run either of them holds beyond what the ledger carries
      * for the same task or step and processing date is charged
      * from there, without an RC. Blackout deferrals and bypassed
      * steps never ran and are not charged.
      *   JOB-ACCOUNT [MONTH yyyymm]
      * defaults to the month of the shop processing date. The report
      * goes to job_account.report through CORE-PRINT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LEDGER-FILE ASSIGN TO "core_run.ledger"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT TASK-HISTORY-FILE ASSIGN TO "tasksched.history"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TH-FILE-STATUS.
           SELECT DURATIONS-FILE ASSIGN TO "core_batch.durations"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DU-FILE-STATUS.
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
           SELECT STREAM-LIST-FILE ASSIGN TO "config/.ja-list"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
           SELECT STREAM-DEF-FILE ASSIGN TO STREAM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STREAM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LEDGER-FILE.
       COPY "runledger.cpy".
       FD  TASK-HISTORY-FILE.
       01 TASK-HISTORY-RECORD.
           05 TH-DATE        PIC 9(8).
           05 TH-TIME        PIC 9(8).
           05 TH-TASK-ID     PIC 9(4).
           05 TH-ELAPSED-CS  PIC 9(8).
           05 FILLER         PIC X(25).
       FD  DURATIONS-FILE.
       01 DURATIONS-RECORD.
           05 DU-STEP-NAME     PIC X(20).
           05 DU-DATE          PIC 9(8).
           05 DU-SECS          PIC 9(7).
       FD  REGISTRY-FILE.
       COPY "registry.cpy".
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
       FD  STREAM-LIST-FILE.
       01 STREAM-LIST-RECORD PIC X(60).
       FD  STREAM-DEF-FILE.
       COPY "streamdef.cpy".
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 RESULT        PIC 9(9).
       01 REPORT-LINE   PIC X(100).
       01 CMD-LINE      PIC X(100).
       01 LEDGER-FILE-STATUS PIC XX.
       01 TH-FILE-STATUS     PIC XX.
       01 DU-FILE-STATUS     PIC XX.
       01 REG-FILE-STATUS    PIC XX.
       01 QUEUE-FILE-STATUS  PIC XX.
       01 LIST-FILE-STATUS   PIC XX.
       01 STREAM-FILE-STATUS PIC XX.
       01 STREAM-FILE-NAME PIC X(30).
       01 STREAM-NAME   PIC X(20).
      * Plumbing for the shared CORE-PRINT report formatter
       01 PRT-ACTION    PIC X(5).
       01 PRT-FILE-NAME PIC X(30).
       01 PRT-TITLE     PIC X(40).
       01 PRT-COLHEAD   PIC X(80).
       01 PRT-LINE      PIC X(100).
       01 PRT-PROGRAM   PIC X(20)  VALUE "JOB-ACCOUNT".
       01 CMD-ARG-COUNT PIC 9(2).
       01 CMD-ARG-NUM   PIC 9(2).
       01 CMD-ARG-VAL   PIC X(20).
       01 PROC-DATE     PIC 9(8).
       01 ACCT-MONTH    PIC 9(6).
       01 RCP-PROGRAM   PIC X(20).
       01 RCP-RC        PIC 9(9).
       01 RCP-VERDICT   PIC X(4).
       01 FOUND-SWITCH  PIC X(1).
      * Registered programs with the department and cost centre
      * their runs are charged to
       01 REG-COUNT     PIC 9(4)  VALUE 0.
       01 REG-IDX       PIC 9(4).
       01 REG-HIT-IDX   PIC 9(4).
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 100 TIMES.
               10 REG-NAME     PIC X(20).
               10 REG-EXE      PIC X(60).
               10 REG-DEPT     PIC X(10).
               10 REG-CC       PIC X(8).
      * Every stream step in the shop and the executable it runs, so
      * a CORE-BATCH ledger record, which names the step, reaches the
      * program; a step name used in two streams is charged by the
      * first stream listed
       01 STEP-MAP-COUNT PIC 9(4) VALUE 0.
       01 SM-IDX        PIC 9(4).
       01 STEP-MAP-TABLE.
           05 STEP-MAP OCCURS 1000 TIMES.
               10 SM-STEP      PIC X(20).
               10 SM-EXE       PIC X(60).
      * The program each queued task runs, direct-indexed by task id,
      * for the history records, which carry only the id
       01 TASK-PROG-TABLE.
           05 TASK-PROG OCCURS 9999 TIMES PIC X(20).
      * One row per task, step or job and processing date: the runs
      * the ledger charged, how many of them a history or durations
      * record has since been matched to, and every run charged so
      * far, which marks the next one a rerun
       01 RUN-KEY-COUNT PIC 9(4)  VALUE 0.
       01 RK-IDX        PIC 9(4).
       01 RUN-KEY-TABLE.
           05 RUN-KEY OCCURS 5000 TIMES.
               10 RK-DATE      PIC 9(8).
               10 RK-KEY       PIC X(21).
               10 RK-LEDGER    PIC 9(4).
               10 RK-MATCHED   PIC 9(4).
               10 RK-SEEN      PIC 9(4).
       01 CUR-DATE      PIC 9(8).
       01 CUR-KEY       PIC X(21).
       01 CUR-NAME      PIC X(20).
       01 CUR-STEP-SWITCH PIC X(1).
       01 CUR-ELAPSED   PIC 9(8).
       01 CUR-FAIL-SWITCH PIC X(1).
       01 CUR-RERUN-SWITCH PIC X(1).
       01 CUR-DEPT      PIC X(10).
       01 CUR-CC        PIC X(8).
       01 CUR-PROG      PIC X(20).
       01 TASK-ID-TEXT  PIC 9(4).
      * Charges by program within department and cost centre, and the
      * department totals they roll up to
       01 ACCT-COUNT    PIC 9(4)  VALUE 0.
       01 AC-IDX        PIC 9(4).
       01 ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 500 TIMES.
               10 AC-DEPT      PIC X(10).
               10 AC-CC        PIC X(8).
               10 AC-PROG      PIC X(20).
               10 AC-RUNS      PIC 9(6).
               10 AC-TOTAL-CS  PIC 9(12).
               10 AC-PEAK-CS   PIC 9(8).
               10 AC-FAILS     PIC 9(6).
               10 AC-RERUNS    PIC 9(6).
       01 DEPT-COUNT    PIC 9(4)  VALUE 0.
       01 DP-IDX        PIC 9(4).
       01 DP-IDX2       PIC 9(4).
       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 100 TIMES.
               10 DP-DEPT      PIC X(10).
               10 DP-CC        PIC X(8).
               10 DP-RUNS      PIC 9(6).
               10 DP-TOTAL-CS  PIC 9(12).
               10 DP-PEAK-CS   PIC 9(8).
               10 DP-FAILS     PIC 9(6).
               10 DP-RERUNS    PIC 9(6).
       01 DEPT-HOLD     PIC X(56).
       01 GRAND-RUNS    PIC 9(6)  VALUE 0.
       01 GRAND-TOTAL-CS PIC 9(12) VALUE 0.
       01 GRAND-PEAK-CS PIC 9(8)  VALUE 0.
       01 GRAND-FAILS   PIC 9(6)  VALUE 0.
       01 GRAND-RERUNS  PIC 9(6)  VALUE 0.
       01 BACKFILL-COUNT PIC 9(6) VALUE 0.
       01 SHARE-PCT     PIC 9(3)V9.
      * One printed row of either section
       01 ACCT-LINE.
           05 AL-DEPT       PIC X(10).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AL-CC         PIC X(8).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AL-PROG       PIC X(20).
           05 FILLER        PIC X(1)  VALUE SPACE.
           05 AL-RUNS       PIC ZZZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 AL-SECS       PIC ZZZZZZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 AL-PEAK       PIC ZZZZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 AL-FAILS      PIC ZZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 AL-RERUNS     PIC ZZZZ9.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 AL-SHARE      PIC ZZ9.9.
           05 FILLER        PIC X(11) VALUE SPACES.
       01 ACCT-HEAD-LINE PIC X(100) VALUE
           "DEPARTMENT COST-CTR PROGRAM                RUNS    SECONDS  
      -    "   PEAK  FAILS  RERUN  SHARE%".
       01 AUD-PROGRAM   PIC X(20) VALUE "JOB-ACCOUNT".
       01 AUD-EVENT     PIC X(30).
       01 AUD-RC        PIC 9(9)  VALUE 0.
       01 AUD-SEVERITY  PIC X(5)  VALUE "INFO ".
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
           CALL "CORE-DATE" USING PROC-DATE.
           MOVE PROC-DATE(1:6) TO ACCT-MONTH.
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           MOVE 1 TO CMD-ARG-NUM.
           PERFORM UNTIL CMD-ARG-NUM > CMD-ARG-COUNT
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               MOVE SPACES TO CMD-ARG-VAL
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               IF CMD-ARG-VAL = "MONTH"
                   AND CMD-ARG-NUM < CMD-ARG-COUNT
                   ADD 1 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   MOVE SPACES TO CMD-ARG-VAL
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   IF CMD-ARG-VAL(1:6) IS NUMERIC
                       AND CMD-ARG-VAL(7:1) = SPACE
                       AND CMD-ARG-VAL(5:2) > "00"
                       AND CMD-ARG-VAL(5:2) < "13"
                       MOVE CMD-ARG-VAL(1:6) TO ACCT-MONTH
                   ELSE
                       MOVE "JOB-ACCOUNT: MONTH must be yyyymm"
                           TO BUFFER
                       MOVE 33 TO MSG-LEN
                       CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                           GIVING RESULT
                       CALL "sys_exit_c" USING 2
                       STOP RUN
                   END-IF
               END-IF
               ADD 1 TO CMD-ARG-NUM
           END-PERFORM.
           MOVE SPACES TO TASK-PROG-TABLE.
           PERFORM LOAD-REGISTRY.
           PERFORM LOAD-STEP-MAP.
           PERFORM LOAD-TASK-PROGRAMS.
      * The ledger first: every run it holds for the month is charged,
      * with its RC judged by the shop policy
           OPEN INPUT RUN-LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL LEDGER-FILE-STATUS NOT = "00"
                   READ RUN-LEDGER-FILE
                       AT END
                           MOVE "10" TO LEDGER-FILE-STATUS
                       NOT AT END
                           IF RL-DATE IS NUMERIC
                               AND RL-DATE(1:6) = ACCT-MONTH
                               AND RL-RC IS NUMERIC
                               AND RL-RC NOT = 997
                               AND RL-DIRECTED NOT = "B"
                               AND RL-DRIVER NOT = SPACES
                               PERFORM CHARGE-LEDGER-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LEDGER-FILE
           END-IF.
      * Then the runs the ledger does not carry, from the files that
      * reach further back
           OPEN INPUT TASK-HISTORY-FILE.
           IF TH-FILE-STATUS = "00"
               PERFORM UNTIL TH-FILE-STATUS NOT = "00"
                   READ TASK-HISTORY-FILE
                       AT END
                           MOVE "10" TO TH-FILE-STATUS
                       NOT AT END
                           IF TH-DATE IS NUMERIC
                               AND TH-DATE(1:6) = ACCT-MONTH
                               AND TH-TASK-ID IS NUMERIC
                               AND TH-TASK-ID NOT = 0
                               AND TH-ELAPSED-CS IS NUMERIC
                               PERFORM CHARGE-HISTORY-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASK-HISTORY-FILE
           END-IF.
           OPEN INPUT DURATIONS-FILE.
           IF DU-FILE-STATUS = "00"
               PERFORM UNTIL DU-FILE-STATUS NOT = "00"
                   READ DURATIONS-FILE
                       AT END
                           MOVE "10" TO DU-FILE-STATUS
                       NOT AT END
                           IF DU-DATE IS NUMERIC
                               AND DU-DATE(1:6) = ACCT-MONTH
                               AND DU-STEP-NAME NOT = SPACES
                               AND DU-SECS IS NUMERIC
                               PERFORM CHARGE-DURATION-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DURATIONS-FILE
           END-IF.
           PERFORM SORT-DEPARTMENTS.
           PERFORM WRITE-REPORT.
           MOVE SPACES TO AUD-EVENT.
           STRING "JOB-ACCOUNT:" DELIMITED BY SIZE
                  ACCT-MONTH DELIMITED BY SIZE
                  ":R" DELIMITED BY SIZE
                  GRAND-RUNS DELIMITED BY SIZE
                  INTO AUD-EVENT.
           CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
               AUD-RC AUD-SEVERITY.
           MOVE SPACES TO BUFFER.
           STRING "JOB-ACCOUNT MONTH:" DELIMITED BY SIZE
                  ACCT-MONTH DELIMITED BY SIZE
                  " DEPTS:" DELIMITED BY SIZE
                  DEPT-COUNT DELIMITED BY SIZE
                  " RUNS:" DELIMITED BY SIZE
                  GRAND-RUNS DELIMITED BY SIZE
                  INTO BUFFER.
           MOVE 47 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       LOAD-REGISTRY.
      * A step is matched to its entry by the executable, the first
      * word of the path, as STREAM-CHECK matches it
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
                               MOVE RG-DEPT TO REG-DEPT(REG-COUNT)
                               MOVE RG-COST-CENTRE
                                   TO REG-CC(REG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.
       LOAD-STEP-MAP.
           MOVE "ls -1 *.stream > config/.ja-list 2>/dev/null"
               TO CMD-LINE.
           CALL "system" USING CMD-LINE.
           OPEN INPUT STREAM-LIST-FILE.
           IF LIST-FILE-STATUS = "00"
               PERFORM UNTIL LIST-FILE-STATUS NOT = "00"
                   READ STREAM-LIST-FILE
                       AT END
                           MOVE "10" TO LIST-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO STREAM-NAME
                           UNSTRING STREAM-LIST-RECORD
                               DELIMITED BY ".stream"
                               INTO STREAM-NAME
                           END-UNSTRING
                           PERFORM LOAD-ONE-STREAM
                   END-READ
               END-PERFORM
               CLOSE STREAM-LIST-FILE
           END-IF.
       LOAD-ONE-STREAM.
           MOVE SPACES TO STREAM-FILE-NAME.
           STRING STREAM-NAME DELIMITED BY SPACE
                  ".stream" DELIMITED BY SIZE
                  INTO STREAM-FILE-NAME.
           OPEN INPUT STREAM-DEF-FILE.
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
                               AND STEP-MAP-COUNT < 1000
                               ADD 1 TO STEP-MAP-COUNT
                               MOVE SD-NAME TO SM-STEP(STEP-MAP-COUNT)
                               MOVE SPACES TO SM-EXE(STEP-MAP-COUNT)
                               UNSTRING SD-PATH DELIMITED BY ALL " "
                                   INTO SM-EXE(STEP-MAP-COUNT)
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-DEF-FILE
           END-IF.
       LOAD-TASK-PROGRAMS.
           OPEN INPUT TASK-QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "00"
               PERFORM UNTIL QUEUE-FILE-STATUS NOT = "00"
                   READ TASK-QUEUE-FILE
                       AT END
                           MOVE "10" TO QUEUE-FILE-STATUS
                       NOT AT END
                           IF TQ-ID IS NUMERIC AND TQ-ID NOT = 0
                               MOVE TQ-PROGRAM TO TASK-PROG(TQ-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASK-QUEUE-FILE
           END-IF.
       CHARGE-LEDGER-RUN.
      * A TASKSCHED run is keyed by its task id, the only thing its
      * history record shares; CORE-BATCH runs by step, CORECTL runs
      * by job
           MOVE RL-DATE TO CUR-DATE.
           MOVE RL-NAME TO CUR-NAME.
           MOVE "N" TO CUR-STEP-SWITCH.
           MOVE SPACES TO CUR-KEY.
           IF RL-DRIVER = "TASKSCHED" AND RL-TASK-ID IS NUMERIC
               AND RL-TASK-ID NOT = 0
               STRING "T" DELIMITED BY SIZE
                      RL-TASK-ID DELIMITED BY SIZE
                      INTO CUR-KEY
           ELSE
           IF RL-DRIVER = "CORE-BATCH"
               MOVE "Y" TO CUR-STEP-SWITCH
               STRING "B" DELIMITED BY SIZE
                      RL-NAME DELIMITED BY SIZE
                      INTO CUR-KEY
           ELSE
               STRING "C" DELIMITED BY SIZE
                      RL-NAME DELIMITED BY SIZE
                      INTO CUR-KEY
           END-IF
           END-IF.
           PERFORM FIND-RUN-KEY.
           ADD 1 TO RK-LEDGER(RK-IDX).
           PERFORM NOTE-RERUN.
           IF RL-ELAPSED-CS IS NUMERIC
               MOVE RL-ELAPSED-CS TO CUR-ELAPSED
           ELSE
               MOVE 0 TO CUR-ELAPSED
           END-IF.
      * Failed by the policy under the program the run executed, or
      * the run's name on a record from before the ledger kept it
           IF RL-PROGRAM = SPACES
               MOVE RL-NAME TO RCP-PROGRAM
           ELSE
               MOVE RL-PROGRAM TO RCP-PROGRAM
           END-IF.
           MOVE RL-RC TO RCP-RC.
           CALL "CORE-RCPOLICY" USING RCP-PROGRAM RCP-RC RCP-VERDICT.
           IF RCP-VERDICT = "FAIL"
               MOVE "Y" TO CUR-FAIL-SWITCH
           ELSE
               MOVE "N" TO CUR-FAIL-SWITCH
           END-IF.
           PERFORM RESOLVE-OWNER.
           PERFORM POST-CHARGE.
       CHARGE-HISTORY-RUN.
      * A history record the ledger already charged is matched off;
      * one past the ledger's count for the task and date is a run
      * the ledger never saw
           MOVE TH-DATE TO CUR-DATE.
           MOVE SPACES TO CUR-KEY.
           STRING "T" DELIMITED BY SIZE
                  TH-TASK-ID DELIMITED BY SIZE
                  INTO CUR-KEY.
           PERFORM FIND-RUN-KEY.
           IF RK-MATCHED(RK-IDX) < RK-LEDGER(RK-IDX)
               ADD 1 TO RK-MATCHED(RK-IDX)
           ELSE
               ADD 1 TO BACKFILL-COUNT
               PERFORM NOTE-RERUN
               MOVE TH-ELAPSED-CS TO CUR-ELAPSED
               MOVE "N" TO CUR-FAIL-SWITCH
               MOVE "N" TO CUR-STEP-SWITCH
               IF TASK-PROG(TH-TASK-ID) NOT = SPACES
                   MOVE TASK-PROG(TH-TASK-ID) TO CUR-NAME
               ELSE
                   MOVE TH-TASK-ID TO TASK-ID-TEXT
                   MOVE SPACES TO CUR-NAME
                   STRING "TASK-" DELIMITED BY SIZE
                          TASK-ID-TEXT DELIMITED BY SIZE
                          INTO CUR-NAME
               END-IF
               PERFORM RESOLVE-OWNER
               PERFORM POST-CHARGE
           END-IF.
       CHARGE-DURATION-RUN.
           MOVE DU-DATE TO CUR-DATE.
           MOVE SPACES TO CUR-KEY.
           STRING "B" DELIMITED BY SIZE
                  DU-STEP-NAME DELIMITED BY SIZE
                  INTO CUR-KEY.
           PERFORM FIND-RUN-KEY.
           IF RK-MATCHED(RK-IDX) < RK-LEDGER(RK-IDX)
               ADD 1 TO RK-MATCHED(RK-IDX)
           ELSE
               ADD 1 TO BACKFILL-COUNT
               PERFORM NOTE-RERUN
               COMPUTE CUR-ELAPSED = DU-SECS * 100
               MOVE "N" TO CUR-FAIL-SWITCH
               MOVE "Y" TO CUR-STEP-SWITCH
               MOVE DU-STEP-NAME TO CUR-NAME
               PERFORM RESOLVE-OWNER
               PERFORM POST-CHARGE
           END-IF.
       FIND-RUN-KEY.
      * Point RK-IDX at the row for CUR-DATE and CUR-KEY, opening one
      * if it is new; past the table's end the last row is shared
           MOVE "N" TO FOUND-SWITCH.
           PERFORM VARYING RK-IDX FROM 1 BY 1
                   UNTIL RK-IDX > RUN-KEY-COUNT
               IF RK-DATE(RK-IDX) = CUR-DATE
                   AND RK-KEY(RK-IDX) = CUR-KEY
                   MOVE "Y" TO FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF FOUND-SWITCH = "N"
               IF RUN-KEY-COUNT < 5000
                   ADD 1 TO RUN-KEY-COUNT
                   MOVE RUN-KEY-COUNT TO RK-IDX
                   MOVE CUR-DATE TO RK-DATE(RK-IDX)
                   MOVE CUR-KEY TO RK-KEY(RK-IDX)
                   MOVE 0 TO RK-LEDGER(RK-IDX)
                   MOVE 0 TO RK-MATCHED(RK-IDX)
                   MOVE 0 TO RK-SEEN(RK-IDX)
               ELSE
                   MOVE RUN-KEY-COUNT TO RK-IDX
               END-IF
           END-IF.
       NOTE-RERUN.
           IF RK-SEEN(RK-IDX) > 0
               MOVE "Y" TO CUR-RERUN-SWITCH
           ELSE
               MOVE "N" TO CUR-RERUN-SWITCH
           END-IF.
           ADD 1 TO RK-SEEN(RK-IDX).
       RESOLVE-OWNER.
      * A step reaches its registry entry through the executable its
      * stream runs, anything else through the program name; a run
      * the registry cannot place, or whose entry names no
      * department, is charged to UNASSIGNED under its own name
           MOVE 0 TO REG-HIT-IDX.
           IF CUR-STEP-SWITCH = "Y"
               PERFORM VARYING SM-IDX FROM 1 BY 1
                       UNTIL SM-IDX > STEP-MAP-COUNT
                   IF SM-STEP(SM-IDX) = CUR-NAME
                       PERFORM VARYING REG-IDX FROM 1 BY 1
                               UNTIL REG-IDX > REG-COUNT
                           IF REG-EXE(REG-IDX) = SM-EXE(SM-IDX)
                               MOVE REG-IDX TO REG-HIT-IDX
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING REG-IDX FROM 1 BY 1
                       UNTIL REG-IDX > REG-COUNT
                   IF REG-NAME(REG-IDX) = CUR-NAME
                       MOVE REG-IDX TO REG-HIT-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF REG-HIT-IDX = 0
               MOVE "UNASSIGNED" TO CUR-DEPT
               MOVE SPACES TO CUR-CC
               MOVE CUR-NAME TO CUR-PROG
           ELSE
               MOVE REG-NAME(REG-HIT-IDX) TO CUR-PROG
               IF REG-DEPT(REG-HIT-IDX) = SPACES
                   MOVE "UNASSIGNED" TO CUR-DEPT
                   MOVE SPACES TO CUR-CC
               ELSE
                   MOVE REG-DEPT(REG-HIT-IDX) TO CUR-DEPT
                   MOVE REG-CC(REG-HIT-IDX) TO CUR-CC
               END-IF
           END-IF.
       POST-CHARGE.
      * Fold one run into its program row and its department row
           MOVE "N" TO FOUND-SWITCH.
           PERFORM VARYING AC-IDX FROM 1 BY 1 UNTIL AC-IDX > ACCT-COUNT
               IF AC-DEPT(AC-IDX) = CUR-DEPT
                   AND AC-CC(AC-IDX) = CUR-CC
                   AND AC-PROG(AC-IDX) = CUR-PROG
                   MOVE "Y" TO FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF FOUND-SWITCH = "N"
               IF ACCT-COUNT < 500
                   ADD 1 TO ACCT-COUNT
                   MOVE ACCT-COUNT TO AC-IDX
                   MOVE CUR-DEPT TO AC-DEPT(AC-IDX)
                   MOVE CUR-CC TO AC-CC(AC-IDX)
                   MOVE CUR-PROG TO AC-PROG(AC-IDX)
                   MOVE 0 TO AC-RUNS(AC-IDX) AC-TOTAL-CS(AC-IDX)
                       AC-PEAK-CS(AC-IDX) AC-FAILS(AC-IDX)
                       AC-RERUNS(AC-IDX)
               ELSE
                   MOVE ACCT-COUNT TO AC-IDX
               END-IF
           END-IF.
           ADD 1 TO AC-RUNS(AC-IDX).
           ADD CUR-ELAPSED TO AC-TOTAL-CS(AC-IDX).
           IF CUR-ELAPSED > AC-PEAK-CS(AC-IDX)
               MOVE CUR-ELAPSED TO AC-PEAK-CS(AC-IDX)
           END-IF.
           IF CUR-FAIL-SWITCH = "Y"
               ADD 1 TO AC-FAILS(AC-IDX)
           END-IF.
           IF CUR-RERUN-SWITCH = "Y"
               ADD 1 TO AC-RERUNS(AC-IDX)
           END-IF.
           MOVE "N" TO FOUND-SWITCH.
           PERFORM VARYING DP-IDX FROM 1 BY 1 UNTIL DP-IDX > DEPT-COUNT
               IF DP-DEPT(DP-IDX) = CUR-DEPT
                   AND DP-CC(DP-IDX) = CUR-CC
                   MOVE "Y" TO FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF FOUND-SWITCH = "N"
               IF DEPT-COUNT < 100
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT TO DP-IDX
                   MOVE CUR-DEPT TO DP-DEPT(DP-IDX)
                   MOVE CUR-CC TO DP-CC(DP-IDX)
                   MOVE 0 TO DP-RUNS(DP-IDX) DP-TOTAL-CS(DP-IDX)
                       DP-PEAK-CS(DP-IDX) DP-FAILS(DP-IDX)
                       DP-RERUNS(DP-IDX)
               ELSE
                   MOVE DEPT-COUNT TO DP-IDX
               END-IF
           END-IF.
           ADD 1 TO DP-RUNS(DP-IDX).
           ADD CUR-ELAPSED TO DP-TOTAL-CS(DP-IDX).
           IF CUR-ELAPSED > DP-PEAK-CS(DP-IDX)
               MOVE CUR-ELAPSED TO DP-PEAK-CS(DP-IDX)
           END-IF.
           IF CUR-FAIL-SWITCH = "Y"
               ADD 1 TO DP-FAILS(DP-IDX)
           END-IF.
           IF CUR-RERUN-SWITCH = "Y"
               ADD 1 TO DP-RERUNS(DP-IDX)
           END-IF.
           ADD 1 TO GRAND-RUNS.
           ADD CUR-ELAPSED TO GRAND-TOTAL-CS.
           IF CUR-ELAPSED > GRAND-PEAK-CS
               MOVE CUR-ELAPSED TO GRAND-PEAK-CS
           END-IF.
           IF CUR-FAIL-SWITCH = "Y"
               ADD 1 TO GRAND-FAILS
           END-IF.
           IF CUR-RERUN-SWITCH = "Y"
               ADD 1 TO GRAND-RERUNS
           END-IF.
       SORT-DEPARTMENTS.
      * Departments in name order for finance, UNASSIGNED among them;
      * the table is small enough for an exchange sort
           PERFORM VARYING DP-IDX FROM 1 BY 1 UNTIL DP-IDX >= DEPT-COUNT
               PERFORM VARYING DP-IDX2 FROM DP-IDX BY 1
                       UNTIL DP-IDX2 > DEPT-COUNT
                   IF DP-DEPT(DP-IDX2) < DP-DEPT(DP-IDX)
                       OR (DP-DEPT(DP-IDX2) = DP-DEPT(DP-IDX)
                       AND DP-CC(DP-IDX2) < DP-CC(DP-IDX))
                       MOVE DEPT-ENTRY(DP-IDX) TO DEPT-HOLD
                       MOVE DEPT-ENTRY(DP-IDX2) TO DEPT-ENTRY(DP-IDX)
                       MOVE DEPT-HOLD TO DEPT-ENTRY(DP-IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM.
       WRITE-REPORT.
           MOVE "job_account.report" TO PRT-FILE-NAME.
           MOVE "CoreA Job Accounting and Chargeback" TO PRT-TITLE.
           MOVE SPACES TO PRT-COLHEAD.
           MOVE SPACES TO PRT-LINE.
           MOVE "INIT " TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           STRING "MONTH:" DELIMITED BY SIZE
                  ACCT-MONTH DELIMITED BY SIZE
                  "  RUNS CHARGED:" DELIMITED BY SIZE
                  GRAND-RUNS DELIMITED BY SIZE
                  "  FROM HISTORY/DURATIONS ONLY:" DELIMITED BY SIZE
                  BACKFILL-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM EMIT-LINE.
           MOVE "SHARE% is the department's part of all batch time charg
      -         "ed for the month;" TO REPORT-LINE.
           PERFORM EMIT-LINE.
           MOVE "SECONDS and PEAK are elapsed run time, PEAK the longest
      -         " single run." TO REPORT-LINE.
           PERFORM EMIT-LINE.
           PERFORM EMIT-LINE.
           MOVE "SECTION 1  DEPARTMENT TOTALS" TO REPORT-LINE.
           PERFORM EMIT-LINE.
           PERFORM EMIT-LINE.
           MOVE ACCT-HEAD-LINE TO REPORT-LINE.
           PERFORM EMIT-LINE.
           IF DEPT-COUNT = 0
               MOVE "  No runs were recorded for the month." TO
                   REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
           PERFORM VARYING DP-IDX FROM 1 BY 1 UNTIL DP-IDX > DEPT-COUNT
               MOVE DP-DEPT(DP-IDX) TO AL-DEPT
               MOVE DP-CC(DP-IDX) TO AL-CC
               MOVE SPACES TO AL-PROG
               MOVE DP-RUNS(DP-IDX) TO AL-RUNS
               COMPUTE AL-SECS = DP-TOTAL-CS(DP-IDX) / 100
               COMPUTE AL-PEAK = DP-PEAK-CS(DP-IDX) / 100
               MOVE DP-FAILS(DP-IDX) TO AL-FAILS
               MOVE DP-RERUNS(DP-IDX) TO AL-RERUNS
               IF GRAND-TOTAL-CS = 0
                   MOVE 0 TO SHARE-PCT
               ELSE
                   COMPUTE SHARE-PCT ROUNDED =
                       DP-TOTAL-CS(DP-IDX) * 100 / GRAND-TOTAL-CS
               END-IF
               MOVE SHARE-PCT TO AL-SHARE
               MOVE ACCT-LINE TO REPORT-LINE
               PERFORM EMIT-LINE
           END-PERFORM.
           MOVE "TOTAL" TO AL-DEPT.
           MOVE SPACES TO AL-CC.
           MOVE SPACES TO AL-PROG.
           MOVE GRAND-RUNS TO AL-RUNS.
           COMPUTE AL-SECS = GRAND-TOTAL-CS / 100.
           COMPUTE AL-PEAK = GRAND-PEAK-CS / 100.
           MOVE GRAND-FAILS TO AL-FAILS.
           MOVE GRAND-RERUNS TO AL-RERUNS.
           IF GRAND-TOTAL-CS = 0
               MOVE 0 TO AL-SHARE
           ELSE
               MOVE 100 TO AL-SHARE
           END-IF.
           MOVE ACCT-LINE TO REPORT-LINE.
           PERFORM EMIT-LINE.
           PERFORM EMIT-LINE.
      * The detail: each department's programs under it, in the
      * department order above
           MOVE "SECTION 2  DETAIL BY PROGRAM" TO REPORT-LINE.
           PERFORM EMIT-LINE.
           PERFORM EMIT-LINE.
           MOVE ACCT-HEAD-LINE TO REPORT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING DP-IDX FROM 1 BY 1 UNTIL DP-IDX > DEPT-COUNT
               PERFORM VARYING AC-IDX FROM 1 BY 1
                       UNTIL AC-IDX > ACCT-COUNT
                   IF AC-DEPT(AC-IDX) = DP-DEPT(DP-IDX)
                       AND AC-CC(AC-IDX) = DP-CC(DP-IDX)
                       MOVE AC-DEPT(AC-IDX) TO AL-DEPT
                       MOVE AC-CC(AC-IDX) TO AL-CC
                       MOVE AC-PROG(AC-IDX) TO AL-PROG
                       MOVE AC-RUNS(AC-IDX) TO AL-RUNS
                       COMPUTE AL-SECS = AC-TOTAL-CS(AC-IDX) / 100
                       COMPUTE AL-PEAK = AC-PEAK-CS(AC-IDX) / 100
                       MOVE AC-FAILS(AC-IDX) TO AL-FAILS
                       MOVE AC-RERUNS(AC-IDX) TO AL-RERUNS
                       IF GRAND-TOTAL-CS = 0
                           MOVE 0 TO SHARE-PCT
                       ELSE
                           COMPUTE SHARE-PCT ROUNDED =
                               AC-TOTAL-CS(AC-IDX) * 100
                               / GRAND-TOTAL-CS
                       END-IF
                       MOVE SHARE-PCT TO AL-SHARE
                       MOVE ACCT-LINE TO REPORT-LINE
                       PERFORM EMIT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM EMIT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUMMARY DEPARTMENTS:" DELIMITED BY SIZE
                  DEPT-COUNT DELIMITED BY SIZE
                  " PROGRAMS:" DELIMITED BY SIZE
                  ACCT-COUNT DELIMITED BY SIZE
                  " RUNS:" DELIMITED BY SIZE
                  GRAND-RUNS DELIMITED BY SIZE
                  " FAILS:" DELIMITED BY SIZE
                  GRAND-FAILS DELIMITED BY SIZE
                  " RERUNS:" DELIMITED BY SIZE
                  GRAND-RERUNS DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM EMIT-LINE.
           MOVE "CLOSE" TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
       EMIT-LINE.
           MOVE REPORT-LINE TO PRT-LINE.
           MOVE "LINE " TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           MOVE SPACES TO REPORT-LINE.
