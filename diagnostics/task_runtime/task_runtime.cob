      * Folds the per-task elapsed-time history TASKSCHED appends to
      * tasksched.history into one entry per task id, then ranks tasks
      * by average elapsed time so a slowing nightly cycle can be
      * attributed to the task responsible. Where the history carries
      * what each run cost (user plus system CPU, as TASKSCHED reaped
      * it) the elapsed time splits into CPU and wait - elapsed less
      * CPU, time spent on anything but this task's own work - and a
      * task whose latest run has moved past its first measured run
      * by the trend threshold is listed as WAIT-GROWING or
      * CPU-GROWING: a task doing more work is a different problem
      * from one queued or blocked for longer
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 TH-TIME        PIC 9(8).
           05 TH-TASK-ID     PIC 9(4).
           05 TH-ELAPSED-CS  PIC 9(8).
           05 TH-USER-CS     PIC 9(8).
           05 TH-SYSTEM-CS   PIC 9(8).
           05 TH-PEAK-KB     PIC 9(9).
       FD  RUNTIME-REPORT-FILE.
       01 RUNTIME-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
       01 T2              PIC 9(4).
       01 T-TOTAL         PIC 9(4)  VALUE 0.
       01 FOUND-SWITCH    PIC X     VALUE "N".
      * Growth past the first measured run, in percent as PERF-TREND
      * judges it, and only once it is more than a noise floor of
      * hundredths - a 1cs task going to 2cs is not a trend
       01 THRESHOLD-PCT   PIC 9(3)  VALUE 10.
       01 GROWTH-FLOOR-CS PIC 9(4)  VALUE 10.
       01 RUN-CPU-CS      PIC 9(9).
       01 RUN-WAIT-CS     PIC 9(8).
       01 WAIT-GROWING-COUNT PIC 9(4) VALUE 0.
       01 CPU-GROWING-COUNT  PIC 9(4) VALUE 0.
       01 RT-TABLE.
           05 RT-ENTRY OCCURS 200 TIMES.
               10 RT-TASK-ID      PIC 9(4).
               10 RT-TOTAL-CS     PIC 9(12) VALUE 0.
               10 RT-LATEST-CS    PIC 9(8).
               10 RT-AVG-CS       PIC 9(8).
      * The runs that carried CPU figures, and their split
               10 RT-MEASURED     PIC 9(6)  VALUE 0.
               10 RT-CPU-TOTAL    PIC 9(12) VALUE 0.
               10 RT-WAIT-TOTAL   PIC 9(12) VALUE 0.
               10 RT-FIRST-CPU    PIC 9(8).
               10 RT-FIRST-WAIT   PIC 9(8).
               10 RT-LATEST-CPU   PIC 9(8).
               10 RT-LATEST-WAIT  PIC 9(8).
               10 RT-AVG-CPU      PIC 9(8).
               10 RT-AVG-WAIT     PIC 9(8).
               10 RT-WAIT-FLAG    PIC X(1).
               10 RT-CPU-FLAG     PIC X(1).
       01 RT-SWAP-ENTRY    PIC X(118).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Fold every history record into a per-task entry, keeping the
      * most recent value seen as the latest and a running total for
      * the average, the same folding shape PERF-TREND uses
                                   TO RT-TOTAL-CS(T-TOTAL)
                               MOVE TH-ELAPSED-CS
                                   TO RT-LATEST-CS(T-TOTAL)
                               MOVE T-TOTAL TO T
                               MOVE "Y" TO FOUND-SWITCH
                           END-IF
                           IF FOUND-SWITCH = "Y"
                               PERFORM FOLD-RUN-USAGE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > T-TOTAL
               COMPUTE RT-AVG-CS(T) = RT-TOTAL-CS(T) / RT-RUNS(T)
               PERFORM JUDGE-USAGE-GROWTH
           END-PERFORM.
      * Rank by average elapsed, slowest first, with the same simple
      * in-place exchange sort the scheduler uses on its queue
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > T-TOTAL
               PERFORM VARYING T2 FROM T BY 1 UNTIL T2 > T-TOTAL
                   IF RT-AVG-CS(T2) > RT-AVG-CS(T)
                       MOVE RT-ENTRY(T)   TO RT-SWAP-ENTRY
                       MOVE RT-ENTRY(T2)  TO RT-ENTRY(T)
                       MOVE RT-SWAP-ENTRY TO RT-ENTRY(T2)
                   END-IF
               END-PERFORM
           END-PERFORM.
           OPEN OUTPUT RUNTIME-REPORT-FILE.
           MOVE "CoreA Task Runtime Report" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE RUNTIME-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE RUNTIME-REPORT-RECORD FROM REPORT-LINE.
           MOVE "TASK   RUNS     LATEST-CS  AVG-CS  AVG-CPU  AVG-WAIT"
               TO REPORT-LINE.
           WRITE RUNTIME-REPORT-RECORD FROM REPORT-LINE.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > T-TOTAL
               MOVE SPACES TO REPORT-LINE
                      " AVG:" DELIMITED BY SIZE
                      RT-AVG-CS(T) DELIMITED BY SIZE
                      INTO REPORT-LINE
               IF RT-MEASURED(T) > 0
                   STRING " CPU:" DELIMITED BY SIZE
                          RT-AVG-CPU(T) DELIMITED BY SIZE
                          " WAIT:" DELIMITED BY SIZE
                          RT-AVG-WAIT(T) DELIMITED BY SIZE
                          INTO REPORT-LINE(51:)
               END-IF
               WRITE RUNTIME-REPORT-RECORD FROM REPORT-LINE
               MOVE 80 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD REPORT-LINE MSG-LEN
                   GIVING RESULT
           END-PERFORM.
      * Wait growth and CPU growth are listed apart - the first points
      * at contention or the pool, the second at the task itself
           MOVE SPACES TO REPORT-LINE.
           WRITE RUNTIME-REPORT-RECORD FROM REPORT-LINE.
           MOVE "TASKS WITH WAIT TIME GROWING" TO REPORT-LINE.
           WRITE RUNTIME-REPORT-RECORD FROM REPORT-LINE.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > T-TOTAL
               IF RT-WAIT-FLAG(T) = "Y"
                   MOVE SPACES TO REPORT-LINE
                   STRING "WAIT-GROWING TASK:" DELIMITED BY SIZE
                          RT-TASK-ID(T) DELIMITED BY SIZE
                          " FIRST-WAIT:" DELIMITED BY SIZE
                          RT-FIRST-WAIT(T) DELIMITED BY SIZE
                          " LATEST-WAIT:" DELIMITED BY SIZE
                          RT-LATEST-WAIT(T) DELIMITED BY SIZE
                          " LATEST-CPU:" DELIMITED BY SIZE
                          RT-LATEST-CPU(T) DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE RUNTIME-REPORT-RECORD FROM REPORT-LINE
                   MOVE 90 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD REPORT-LINE MSG-LEN
                       GIVING RESULT
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE RUNTIME-REPORT-RECORD FROM REPORT-LINE.
           MOVE "TASKS WITH CPU TIME GROWING" TO REPORT-LINE.
           WRITE RUNTIME-REPORT-RECORD FROM REPORT-LINE.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > T-TOTAL
               IF RT-CPU-FLAG(T) = "Y"
                   MOVE SPACES TO REPORT-LINE
                   STRING "CPU-GROWING TASK:" DELIMITED BY SIZE
                          RT-TASK-ID(T) DELIMITED BY SIZE
                          " FIRST-CPU:" DELIMITED BY SIZE
                          RT-FIRST-CPU(T) DELIMITED BY SIZE
                          " LATEST-CPU:" DELIMITED BY SIZE
                          RT-LATEST-CPU(T) DELIMITED BY SIZE
                          " LATEST-WAIT:" DELIMITED BY SIZE
                          RT-LATEST-WAIT(T) DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE RUNTIME-REPORT-RECORD FROM REPORT-LINE
                   MOVE 90 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD REPORT-LINE MSG-LEN
                       GIVING RESULT
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE RUNTIME-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUMMARY TASKS:" DELIMITED BY SIZE
                  T-TOTAL DELIMITED BY SIZE
                  " WAIT-GROWING:" DELIMITED BY SIZE
                  WAIT-GROWING-COUNT DELIMITED BY SIZE
                  " CPU-GROWING:" DELIMITED BY SIZE
                  CPU-GROWING-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE RUNTIME-REPORT-RECORD FROM REPORT-LINE.
           CLOSE RUNTIME-REPORT-FILE.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       FOLD-RUN-USAGE.
      * A run recorded before the CPU figures were kept carries blanks
      * there and counts toward elapsed only. Wait is what the run's
      * elapsed time holds beyond its CPU
           IF TH-USER-CS IS NUMERIC AND TH-SYSTEM-CS IS NUMERIC
               COMPUTE RUN-CPU-CS = TH-USER-CS + TH-SYSTEM-CS
               IF RUN-CPU-CS < TH-ELAPSED-CS
                   COMPUTE RUN-WAIT-CS = TH-ELAPSED-CS - RUN-CPU-CS
               ELSE
                   MOVE 0 TO RUN-WAIT-CS
               END-IF
               IF RUN-CPU-CS > 99999999
                   MOVE 99999999 TO RUN-CPU-CS
               END-IF
               ADD 1 TO RT-MEASURED(T)
               ADD RUN-CPU-CS TO RT-CPU-TOTAL(T)
               ADD RUN-WAIT-CS TO RT-WAIT-TOTAL(T)
               IF RT-MEASURED(T) = 1
                   MOVE RUN-CPU-CS TO RT-FIRST-CPU(T)
                   MOVE RUN-WAIT-CS TO RT-FIRST-WAIT(T)
               END-IF
               MOVE RUN-CPU-CS TO RT-LATEST-CPU(T)
               MOVE RUN-WAIT-CS TO RT-LATEST-WAIT(T)
           END-IF.
       JUDGE-USAGE-GROWTH.
      * Averages over the measured runs, and each half of the split
      * judged against its own first measured run
           MOVE "N" TO RT-WAIT-FLAG(T).
           MOVE "N" TO RT-CPU-FLAG(T).
           MOVE 0 TO RT-AVG-CPU(T).
           MOVE 0 TO RT-AVG-WAIT(T).
           IF RT-MEASURED(T) > 0
               COMPUTE RT-AVG-CPU(T) =
                   RT-CPU-TOTAL(T) / RT-MEASURED(T)
               COMPUTE RT-AVG-WAIT(T) =
                   RT-WAIT-TOTAL(T) / RT-MEASURED(T)
           END-IF.
           IF RT-MEASURED(T) NOT < 2
               IF RT-LATEST-WAIT(T) * 100 >
                       RT-FIRST-WAIT(T) * (100 + THRESHOLD-PCT)
                   AND RT-LATEST-WAIT(T) >
                       RT-FIRST-WAIT(T) + GROWTH-FLOOR-CS
                   MOVE "Y" TO RT-WAIT-FLAG(T)
                   ADD 1 TO WAIT-GROWING-COUNT
               END-IF
               IF RT-LATEST-CPU(T) * 100 >
                       RT-FIRST-CPU(T) * (100 + THRESHOLD-PCT)
                   AND RT-LATEST-CPU(T) >
                       RT-FIRST-CPU(T) + GROWTH-FLOOR-CS
                   MOVE "Y" TO RT-CPU-FLAG(T)
                   ADD 1 TO CPU-GROWING-COUNT
               END-IF
           END-IF.
