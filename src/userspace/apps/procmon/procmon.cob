       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROCMON.
      * CoreA Enhanced Process Monitor (COBOL)
      * Creates a process tree and reports status via pipes, then
      * shows the shop's real process tree: the TASKSCHED daemon and
      * its dispatched tasks, the CORE-BATCH driver and its step
      * children and CORECTL's jobs, built from the registers those
      * drivers keep (tasksched.running, core_batch.running,
      * corectl.running) and tasksched.pid, with every PID probed by
      * signal 0. A process its driver still lists but which is gone
      * is reported STATUS:DEAD, and a child still running after its
      * driver has gone STATUS:ORPHANED, for CORE-ALERT to pick up.
      * A "LIVE" argument skips the demonstration trees and gives
      * only the live view
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS CP-FILE-STATUS.
           SELECT EXPORT-FILE ASSIGN TO "procmon.export"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNNING-FILE ASSIGN TO RUN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "corectl.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT PID-FILE ASSIGN TO "tasksched.pid"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PID-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CORE-PARAMS-FILE.
       COPY "coreparams.cpy".
       FD  EXPORT-FILE.
       01 EXPORT-RECORD PIC X(100).
       FD  RUNNING-FILE.
       COPY "procreg.cpy".
       FD  REGISTRY-FILE.
       COPY "registry.cpy".
       FD  PID-FILE.
       01 PID-FILE-RECORD PIC X(12).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER      PIC X(100).
       01 RECV-BUF    PIC X(100).
       01 MSG-LEN     PIC 9(9).
       01 OUT-FD      PIC 9(9)  VALUE 1.
       01 PIPEFD      TYPE PIPE-FD.
       01 PID         PIC S9(9).
       01 RESULT      PIC 9(9).
       01 ITERATIONS  PIC 9(4)  VALUE 3.
       01 MAX-DEPTH   PIC 9(4)  VALUE 2.
       01 PRT-TITLE     PIC X(40).
       01 PRT-COLHEAD   PIC X(80).
       01 PRT-LINE      PIC X(100).
       01 PRT-PROGRAM   PIC X(20)  VALUE "PROCMON".
      * Plumbing for the shared PERF-STORE observation writer
       01 PS-PROGRAM    PIC X(20) VALUE "PROCMON".
       01 PS-METRIC     PIC X(20).
       01 PS-VALUE      PIC 9(9).
      * Live view of the drivers' process registers
       01 LIVE-SWITCH     PIC X       VALUE "N".
       01 RUN-FILE-NAME   PIC X(30).
       01 RUN-FILE-STATUS PIC XX.
       01 REG-FILE-STATUS PIC XX.
       01 PID-FILE-STATUS PIC XX.
       01 DAEMON-PID      PIC 9(9)    VALUE 0.
       01 RUNNING-VALUES.
           05 FILLER PIC X(30) VALUE "tasksched.running".
           05 FILLER PIC X(30) VALUE "core_batch.running".
           05 FILLER PIC X(30) VALUE "corectl.running".
       01 RUNNING-TABLE REDEFINES RUNNING-VALUES.
           05 RUNNING-NAME OCCURS 3 TIMES PIC X(30).
       01 RUN-IDX         PIC 9(1).
      * corectl.registry, to name each process by the program its
      * path runs
       01 REG-COUNT       PIC 9(4)    VALUE 0.
       01 REG-IDX         PIC 9(4).
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 50 TIMES.
               10 REG-NAME     PIC X(20).
               10 REG-PATH     PIC X(60).
       01 LV-COUNT        PIC 9(4)    VALUE 0.
       01 LV-IDX          PIC 9(4).
       01 LV-CHILD        PIC 9(4).
       01 LV-DRV          PIC 9(4).
       01 LIVE-TABLE.
           05 LV-ENTRY OCCURS 300 TIMES.
               10 LV-PID        PIC 9(9).
               10 LV-PARENT-PID PIC 9(9).
               10 LV-KIND       PIC X(1).
               10 LV-DRIVER     PIC X(10).
               10 LV-NAME       PIC X(20).
               10 LV-START-DATE PIC 9(8).
               10 LV-START-TIME PIC 9(8).
               10 LV-ALIVE      PIC X(1).
               10 LV-STATUS     PIC X(8).
               10 LV-DRIVER-IDX PIC 9(4).
       01 LIVE-DEAD-COUNT   PIC 9(4)  VALUE 0.
       01 LIVE-ORPHAN-COUNT PIC 9(4)  VALUE 0.
       01 LIVE-FLAG-COUNT   PIC 9(4)  VALUE 0.
       01 NOW-DATE        PIC 9(8).
       01 NOW-TIME        PIC 9(8).
       01 NOW-TIME-PARTS REDEFINES NOW-TIME.
           05 NOW-HH      PIC 9(2).
           05 NOW-MM      PIC 9(2).
           05 NOW-SS      PIC 9(2).
           05 NOW-CC      PIC 9(2).
       01 START-TIME      PIC 9(8).
       01 START-TIME-PARTS REDEFINES START-TIME.
           05 START-HH    PIC 9(2).
           05 START-MM    PIC 9(2).
           05 START-SS    PIC 9(2).
           05 START-CC    PIC 9(2).
       01 ELAPSED-WORK    PIC S9(11).
       01 ELAPSED-SECS    PIC 9(7).
      * Linux PIDs run to seven digits, which keeps a line to 100
       01 SHOW-PID        PIC 9(7).
       01 SHOW-PARENT-PID PIC 9(7).
       01 SHOW-CHILD      PIC X       VALUE "N".
       01 LIVE-DETAIL     PIC X(98).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Name this program to the fault-injection check
           MOVE "PROCMON" TO FAULT-PROGRAM.
      * Read the compiled configuration CONFIG-FLAGS emits instead of
      * shelling out to Perl at startup; a missing file means the
      * config has not been compiled yet, so the built-in defaults
               IF CMD-ARG-VAL(1:6) = "EXPORT"
                   MOVE "Y" TO EXPORT-SWITCH
               END-IF
               IF CMD-ARG-VAL(1:4) = "LIVE"
                   MOVE "Y" TO LIVE-SWITCH
               END-IF
           END-PERFORM.
      * The live view alone: no demonstration trees are forked, so
      * no fork latency is observed either
           IF LIVE-SWITCH = "Y"
               MOVE 0 TO ITERATIONS
           END-IF.
      * Structured process-tree report, one line per tree, replacing
      * the old ad hoc console-only writes
           MOVE "procmon.report" TO PRT-FILE-NAME
           MOVE SPACES TO PRT-LINE
           MOVE "INIT " TO PRT-ACTION
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
      * Parent process - one tree per iteration, each tree a chain of
      * forks MAX-DEPTH deep
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITERATIONS
               MOVE 0 TO LEVEL
               MOVE "CLOCK" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_clock_c" USING TREE-START-CLOCK
                       GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
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
                   CALL "sys_exit_c" USING 1
               END-IF
               PERFORM VARYING DEPTH FROM 1 BY 1 UNTIL DEPTH > MAX-DEPTH
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
      * direct child instead of leaving the tree running unsupervised
                   MOVE PID TO SIG-PID OF SIG-DATA
                   MOVE 15 TO SIG-NUMBER OF SIG-DATA
                   MOVE "SIGNAL" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_signal_c" USING SIG-DATA GIVING RESULT
                   ELSE
                       MOVE FAULT-RC TO RESULT
                   END-IF
                   STRING "TREE:" DELIMITED BY SIZE
                          I DELIMITED BY SIZE
                          " STATUS:ORPHANED_TERMINATED"
               MOVE REPORT-LINE TO PRT-LINE
               MOVE "LINE " TO PRT-ACTION
               CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
                   PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM
      * Close the bracket around this tree's fork-and-report round
      * trip and report the elapsed time on its own line
               MOVE "CLOCK" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_clock_c" USING TREE-END-CLOCK GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               IF CLOCK-MICROS OF TREE-END-CLOCK
                       < CLOCK-MICROS OF TREE-START-CLOCK
                   COMPUTE TREE-ELAPSED-CS =
               MOVE REPORT-LINE TO PRT-LINE
               MOVE "LINE " TO PRT-ACTION
               CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
                   PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM
           END-PERFORM.
           STRING "Parent PID: " DELIMITED BY SIZE
                  PID DELIMITED BY SIZE
           MOVE REPORT-LINE TO PRT-LINE
           MOVE "LINE " TO PRT-ACTION
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
      * Then the shop's real process tree, as the drivers record it
           PERFORM LOAD-PROGRAM-REGISTRY.
           PERFORM LOAD-LIVE-REGISTERS.
           PERFORM PROBE-LIVE-ENTRIES.
           PERFORM REPORT-LIVE-VIEW.
      * Feed the average per-tree fork latency into the shared
      * cross-run history so the existing trend machinery starts
      * covering process creation too
                      ORPHAN-COUNT DELIMITED BY SIZE
                      INTO EXPORT-LINE
               WRITE EXPORT-RECORD FROM EXPORT-LINE
               MOVE SPACES TO EXPORT-LINE
               STRING "LIVE_DEAD=" DELIMITED BY SIZE
                      LIVE-DEAD-COUNT DELIMITED BY SIZE
                      INTO EXPORT-LINE
               WRITE EXPORT-RECORD FROM EXPORT-LINE
               MOVE SPACES TO EXPORT-LINE
               STRING "LIVE_ORPHANED=" DELIMITED BY SIZE
                      LIVE-ORPHAN-COUNT DELIMITED BY SIZE
                      INTO EXPORT-LINE
               WRITE EXPORT-RECORD FROM EXPORT-LINE
               CLOSE EXPORT-FILE
           END-IF.
           MOVE "CLOSE" TO PRT-ACTION
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           MOVE "END" TO AUD-EVENT
           MOVE 0 TO AUD-RC
           MOVE "INFO " TO AUD-SEVERITY
               AUD-RC AUD-SEVERITY
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       LOAD-PROGRAM-REGISTRY.
      * Shop names by executable path; no registry leaves each process
      * under the name its driver recorded
           MOVE 0 TO REG-COUNT.
           OPEN INPUT REGISTRY-FILE.
           IF REG-FILE-STATUS = "00"
               PERFORM UNTIL REG-FILE-STATUS NOT = "00"
                   READ REGISTRY-FILE
                       AT END
                           MOVE "10" TO REG-FILE-STATUS
                       NOT AT END
                           IF REG-COUNT < 50
                               ADD 1 TO REG-COUNT
                               MOVE RG-NAME TO REG-NAME(REG-COUNT)
                               MOVE RG-PATH TO REG-PATH(REG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.
       LOAD-LIVE-REGISTERS.
      * Every row of every driver's register; a driver that finished
      * cleanly left its file empty
           MOVE 0 TO LV-COUNT.
           PERFORM VARYING RUN-IDX FROM 1 BY 1 UNTIL RUN-IDX > 3
               MOVE RUNNING-NAME(RUN-IDX) TO RUN-FILE-NAME
               OPEN INPUT RUNNING-FILE
               IF RUN-FILE-STATUS = "00"
                   PERFORM UNTIL RUN-FILE-STATUS NOT = "00"
                       READ RUNNING-FILE
                           AT END
                               MOVE "10" TO RUN-FILE-STATUS
                           NOT AT END
                               IF LV-COUNT < 300
                                   AND PR-PID IS NUMERIC
                                   PERFORM ADD-LIVE-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUNNING-FILE
               END-IF
           END-PERFORM.
      * The daemon's pidfile stands for the scheduler even when its
      * register holds no row for it
           MOVE 0 TO DAEMON-PID.
           OPEN INPUT PID-FILE.
           IF PID-FILE-STATUS = "00"
               READ PID-FILE
                   AT END
                       MOVE SPACES TO PID-FILE-RECORD
               END-READ
               CLOSE PID-FILE
               IF PID-FILE-RECORD NOT = SPACES
                   COMPUTE DAEMON-PID =
                       FUNCTION NUMVAL(PID-FILE-RECORD)
               END-IF
           END-IF.
           IF DAEMON-PID NOT = 0
               MOVE 0 TO LV-DRV
               PERFORM VARYING LV-IDX FROM 1 BY 1
                       UNTIL LV-IDX > LV-COUNT
                   IF LV-PID(LV-IDX) = DAEMON-PID
                       MOVE LV-IDX TO LV-DRV
                   END-IF
               END-PERFORM
               IF LV-DRV = 0 AND LV-COUNT < 300
                   MOVE SPACES TO PROC-REG-RECORD
                   MOVE DAEMON-PID TO PR-PID
                   MOVE 0 TO PR-PARENT-PID
                   MOVE "D" TO PR-KIND
                   MOVE "TASKSCHED" TO PR-DRIVER
                   MOVE "TASKSCHED" TO PR-NAME
                   MOVE 0 TO PR-START-DATE
                   MOVE 0 TO PR-START-TIME
                   PERFORM ADD-LIVE-ENTRY
               END-IF
           END-IF.
       ADD-LIVE-ENTRY.
           ADD 1 TO LV-COUNT.
           MOVE PR-PID TO LV-PID(LV-COUNT).
           MOVE PR-PARENT-PID TO LV-PARENT-PID(LV-COUNT).
           MOVE PR-KIND TO LV-KIND(LV-COUNT).
           MOVE PR-DRIVER TO LV-DRIVER(LV-COUNT).
           MOVE PR-NAME TO LV-NAME(LV-COUNT).
           IF PR-PATH NOT = SPACES
               PERFORM VARYING REG-IDX FROM 1 BY 1
                       UNTIL REG-IDX > REG-COUNT
                   IF REG-PATH(REG-IDX) = PR-PATH
                       MOVE REG-NAME(REG-IDX) TO LV-NAME(LV-COUNT)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           MOVE PR-START-DATE TO LV-START-DATE(LV-COUNT).
           MOVE PR-START-TIME TO LV-START-TIME(LV-COUNT).
           MOVE "N" TO LV-ALIVE(LV-COUNT).
           MOVE SPACES TO LV-STATUS(LV-COUNT).
           MOVE 0 TO LV-DRIVER-IDX(LV-COUNT).
       PROBE-LIVE-ENTRIES.
      * Signal 0 asks whether each PID is alive without disturbing
      * it; a PID never learned is taken as gone rather than probed
           PERFORM VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX > LV-COUNT
               IF LV-PID(LV-IDX) NOT = 0
                   MOVE LV-PID(LV-IDX) TO SIG-PID OF SIG-DATA
                   MOVE 0 TO SIG-NUMBER OF SIG-DATA
                   MOVE "SIGNAL" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_signal_c" USING SIG-DATA
                           GIVING RESULT
                   ELSE
                       MOVE FAULT-RC TO RESULT
                   END-IF
                   IF RESULT = 0
                       MOVE "Y" TO LV-ALIVE(LV-IDX)
                   END-IF
               END-IF
           END-PERFORM.
      * Drivers first, then each child against the driver that
      * launched it
           PERFORM VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX > LV-COUNT
               IF LV-KIND(LV-IDX) = "D"
                   IF LV-ALIVE(LV-IDX) = "Y"
                       MOVE "RUNNING" TO LV-STATUS(LV-IDX)
                   ELSE
                       MOVE "DEAD" TO LV-STATUS(LV-IDX)
                       ADD 1 TO LIVE-DEAD-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX > LV-COUNT
               IF LV-KIND(LV-IDX) NOT = "D"
                   PERFORM VARYING LV-DRV FROM 1 BY 1
                           UNTIL LV-DRV > LV-COUNT
                       IF LV-KIND(LV-DRV) = "D"
                           AND LV-PID(LV-DRV) = LV-PARENT-PID(LV-IDX)
                           AND LV-DRIVER(LV-DRV) = LV-DRIVER(LV-IDX)
                           MOVE LV-DRV TO LV-DRIVER-IDX(LV-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   MOVE LV-DRIVER-IDX(LV-IDX) TO LV-DRV
                   IF LV-ALIVE(LV-IDX) NOT = "Y"
                       MOVE "DEAD" TO LV-STATUS(LV-IDX)
                       ADD 1 TO LIVE-DEAD-COUNT
                   ELSE
                       IF LV-DRV = 0
                           MOVE "ORPHANED" TO LV-STATUS(LV-IDX)
                           ADD 1 TO LIVE-ORPHAN-COUNT
                       ELSE
                           IF LV-ALIVE(LV-DRV) NOT = "Y"
                               MOVE "ORPHANED" TO LV-STATUS(LV-IDX)
                               ADD 1 TO LIVE-ORPHAN-COUNT
                           ELSE
                               MOVE "RUNNING" TO LV-STATUS(LV-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE LIVE-FLAG-COUNT =
               LIVE-DEAD-COUNT + LIVE-ORPHAN-COUNT.
       REPORT-LIVE-VIEW.
      * Each driver with its children indented beneath it, then any
      * child whose driver is not in the registers at all
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE SPACES TO REPORT-LINE.
           STRING "LIVE PROCESS VIEW DRIVERS: TASKSCHED CORE-BATCH"
                      DELIMITED BY SIZE
                  " CORECTL" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM WRITE-LIVE-LINE.
           PERFORM VARYING LV-DRV FROM 1 BY 1 UNTIL LV-DRV > LV-COUNT
               IF LV-KIND(LV-DRV) = "D"
                   MOVE LV-DRV TO LV-IDX
                   MOVE "N" TO SHOW-CHILD
                   PERFORM FORMAT-LIVE-ENTRY
                   PERFORM VARYING LV-CHILD FROM 1 BY 1
                           UNTIL LV-CHILD > LV-COUNT
                       IF LV-KIND(LV-CHILD) NOT = "D"
                           AND LV-DRIVER-IDX(LV-CHILD) = LV-DRV
                           MOVE LV-CHILD TO LV-IDX
                           MOVE "Y" TO SHOW-CHILD
                           PERFORM FORMAT-LIVE-ENTRY
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX > LV-COUNT
               IF LV-KIND(LV-IDX) NOT = "D"
                   AND LV-DRIVER-IDX(LV-IDX) = 0
                   MOVE "N" TO SHOW-CHILD
                   PERFORM FORMAT-LIVE-ENTRY
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUMMARY LIVE-FLAGGED:" DELIMITED BY SIZE
                  LIVE-FLAG-COUNT DELIMITED BY SIZE
                  " DEAD:" DELIMITED BY SIZE
                  LIVE-DEAD-COUNT DELIMITED BY SIZE
                  " ORPHANED:" DELIMITED BY SIZE
                  LIVE-ORPHAN-COUNT DELIMITED BY SIZE
                  " PROCESSES:" DELIMITED BY SIZE
                  LV-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM WRITE-LIVE-LINE.
       FORMAT-LIVE-ENTRY.
      * Elapsed seconds since the recorded start; a start the driver
      * never recorded shows as zero
           MOVE 0 TO ELAPSED-SECS.
           IF LV-START-DATE(LV-IDX) NOT = 0
               MOVE LV-START-TIME(LV-IDX) TO START-TIME
               COMPUTE ELAPSED-WORK =
                   (FUNCTION INTEGER-OF-DATE(NOW-DATE)
                    - FUNCTION INTEGER-OF-DATE(LV-START-DATE(LV-IDX)))
                       * 86400
                   + (NOW-HH * 3600 + NOW-MM * 60 + NOW-SS)
                   - (START-HH * 3600 + START-MM * 60 + START-SS)
               IF ELAPSED-WORK > 9999999
                   MOVE 9999999 TO ELAPSED-SECS
               ELSE
                   IF ELAPSED-WORK > 0
                       MOVE ELAPSED-WORK TO ELAPSED-SECS
                   END-IF
               END-IF
           END-IF.
           MOVE LV-PID(LV-IDX) TO SHOW-PID.
           MOVE LV-PARENT-PID(LV-IDX) TO SHOW-PARENT-PID.
           MOVE SPACES TO LIVE-DETAIL.
           STRING "STATUS:" DELIMITED BY SIZE
                  LV-STATUS(LV-IDX) DELIMITED BY SIZE
                  " PID:" DELIMITED BY SIZE
                  SHOW-PID DELIMITED BY SIZE
                  " PPID:" DELIMITED BY SIZE
                  SHOW-PARENT-PID DELIMITED BY SIZE
                  " PROG:" DELIMITED BY SIZE
                  LV-NAME(LV-IDX) DELIMITED BY SIZE
                  " START:" DELIMITED BY SIZE
                  LV-START-DATE(LV-IDX)(5:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  LV-START-TIME(LV-IDX)(1:4) DELIMITED BY SIZE
                  " ELAPSED:" DELIMITED BY SIZE
                  ELAPSED-SECS DELIMITED BY SIZE
                  INTO LIVE-DETAIL.
           MOVE SPACES TO REPORT-LINE.
           IF SHOW-CHILD = "Y"
               STRING "  " DELIMITED BY SIZE
                      LIVE-DETAIL DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               MOVE LIVE-DETAIL TO REPORT-LINE
           END-IF.
           PERFORM WRITE-LIVE-LINE.
       WRITE-LIVE-LINE.
           MOVE REPORT-LINE TO PRT-LINE.
           MOVE "LINE " TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           MOVE REPORT-LINE TO BUFFER.
           MOVE 100 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               GIVING RESULT.
