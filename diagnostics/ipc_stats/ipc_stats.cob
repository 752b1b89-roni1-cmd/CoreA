      * Measures pipe throughput, and times every round trip on its
      * own so a lone two-second stall shows up as the maximum and
      * the worst-percentile figure instead of disappearing into the
      * average - stalls, not averages, eat the batch window.
      * A "SCALE" argument adds a concurrency scaling test: 1, 2, 4
      * and so on up to IPC_SCALE_PAIRS producer/consumer pairs run
      * at once over pipes, message queues and shared memory, and
      * each level reports aggregate and per-pair throughput and the
      * worst-percentile latency across every pair. The first level
      * that adds less than KNEE-PCT percent to the throughput before
      * it is flagged FLAT, the level before it is the knee, and the
      * knee and peak throughput per transport go to the performance
      * history so they can be followed across hardware and kernel
      * changes
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPORT-FILE ASSIGN TO "ipc_stats.export"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BROKER-REG-FILE ASSIGN TO "msgbroker.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BROKER-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CORE-PARAMS-FILE.
       01 CSV-RECORD PIC X(100).
       FD  EXPORT-FILE.
       01 EXPORT-RECORD PIC X(100).
       FD  BROKER-REG-FILE.
       01 BROKER-REG-RECORD.
           05 BR-NAME       PIC X(20).
           05 BR-ID         PIC 9(9).
           05 BR-MSG-COUNT  PIC 9(9).
           05 FILLER        PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER      PIC X(100) VALUE "x".
       01 RECV-BUF    PIC X(100).
       01 MSG-LEN     PIC 9(9)   VALUE 1.
       01 OUT-FD      PIC 9(9)   VALUE 1.
       01 PIPEFD      TYPE PIPE-FD.
       01 PID         PIC S9(9).
       01 RESULT      PIC 9(9).
       01 ITERATIONS  PIC 9(4)   VALUE 1000.
       01 PAYLOAD-SIZE PIC 9(4)  VALUE 1.
       01 AUD-RC        PIC 9(9).
       01 AUD-SEVERITY  PIC X(5).
       01 CP-FILE-STATUS   PIC XX.
      * Plumbing for the shared CORE-SHMREG segment registry
       01 SRG-ACTION    PIC X(5).
       01 SRG-PROGRAM   PIC X(20) VALUE "IPC-STATS".
       01 SRG-FOREIGN   PIC X(1).
      * Plumbing for the shared PERF-STORE observation writer
       01 PS-PROGRAM    PIC X(20) VALUE "IPC-STATS".
       01 PS-METRIC     PIC X(20).
       01 DIST-LABEL       PIC X(4).
       01 DIST-BUCKET-TABLE.
           05 DIST-BUCKET OCCURS 5 TIMES PIC 9(9).
      * Concurrency scaling test. Each consumer reports its pair's
      * figures to the parent as one record over a shared result
      * pipe - under the pipe's atomic-write size, so concurrent
      * reports never interleave
       01 SCALE-SWITCH     PIC X       VALUE "N".
       01 SCALE-SHM-SWITCH PIC X       VALUE "Y".
       01 SCALE-MAX-PAIRS  PIC 9(4)    VALUE 8.
       01 SCALE-PAIRS      PIC 9(4).
       01 SCALE-PAIR       PIC 9(4).
       01 SCALE-FORKED     PIC 9(4).
       01 SCALE-REPORTED   PIC 9(4).
       01 SCALE-DONE-SWITCH PIC X.
       01 SCALE-TRANSPORT  PIC X(4).
       01 SCALE-TR-IDX     PIC 9(1).
       01 SCALE-TRANSPORT-VALUES.
           05 FILLER PIC X(4) VALUE "PIPE".
           05 FILLER PIC X(4) VALUE "MSGQ".
           05 FILLER PIC X(4) VALUE "SHM ".
       01 SCALE-TRANSPORT-TABLE REDEFINES SCALE-TRANSPORT-VALUES.
           05 SCALE-TRANSPORT-NAME OCCURS 3 TIMES PIC X(4).
       01 SCALE-PID-TABLE.
           05 SCALE-PID OCCURS 64 TIMES PIC S9(9).
       01 SCALE-RESULT-PIPE TYPE PIPE-FD.
       01 SCALE-DATA-PIPE   TYPE PIPE-FD.
       01 SCALE-PRODUCER-PID PIC S9(9).
       01 SCALE-USAGE       TYPE RUSAGE-DATA.
      * Message-queue pairs share the IPC-SCALE queue, each pair on
      * its own message type clear of the ones CHAT routes on
       01 SCALE-MSGQ        TYPE MSG-QUEUE-DATA.
       01 SCALE-QUEUE-ID    PIC 9(9)   VALUE 1.
       01 SCALE-MSG-TYPE    PIC 9(4).
       01 SCALE-RETRY       PIC 9(6).
       01 SCALE-RETRY-MAX   PIC 9(6)   VALUE 100000.
       01 SCALE-CMD         PIC X(80).
       01 BROKER-REG-STATUS PIC XX.
       01 SCALE-FROM-CLOCK  TYPE CLOCK-DATA.
       01 SCALE-TO-CLOCK    TYPE CLOCK-DATA.
      * Throughput is worked from microseconds: a fast pass can
      * finish inside a single centisecond
       01 SCALE-US          PIC 9(11).
       01 SCALE-LEVEL-START TYPE CLOCK-DATA.
       01 SCALE-LEVEL-US    PIC 9(11).
       01 SCALE-MSGS        PIC 9(9).
       01 SCALE-AGG-MPS     PIC 9(9).
       01 SCALE-PAIR-MPS    PIC 9(9).
       01 SCALE-PAIR-MPS-SUM PIC 9(11).
       01 SCALE-PREV-MPS    PIC 9(9).
       01 SCALE-PREV-PAIRS  PIC 9(4).
       01 SCALE-PEAK-MPS    PIC 9(9).
       01 SCALE-PEAK-PAIRS  PIC 9(4).
       01 SCALE-KNEE-PAIRS  PIC 9(4).
       01 SCALE-FLAT-FLAG   PIC X(5).
       01 KNEE-PCT          PIC 9(3)   VALUE 10.
       01 SCALE-RESULT-LEN  PIC 9(9)   VALUE 102.
       01 SCALE-RESULT-RECORD.
           05 SR-PAIR        PIC 9(4).
           05 SR-ELAPSED-US  PIC 9(11).
           05 SR-N           PIC 9(9).
           05 SR-MIN-US      PIC 9(9).
           05 SR-MAX-US      PIC 9(9).
           05 SR-SUM-US      PIC 9(15).
           05 SR-BUCKET OCCURS 5 TIMES PIC 9(9).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Name this program to the fault-injection check
           MOVE "IPC-STATS" TO FAULT-PROGRAM.
      * Read the compiled configuration CONFIG-FLAGS emits instead of
      * shelling out to Perl at startup; a missing file means the
      * config has not been compiled yet, so the built-in defaults
      * apply with every feature on
           MOVE 1000 TO ITERATIONS.
           MOVE 1 TO PAYLOAD-SIZE.
           MOVE 8 TO SCALE-MAX-PAIRS.
           OPEN INPUT CORE-PARAMS-FILE.
           IF CP-FILE-STATUS = "00"
               READ CORE-PARAMS-FILE
                       END-IF
                       MOVE CP-IPC-ITERATIONS TO ITERATIONS
                       MOVE CP-IPC-PAYLOAD TO PAYLOAD-SIZE
      * A record compiled before the scaling test existed carries
      * no pair count, so the default stands
                       IF CP-IPC-SCALE-PAIRS IS NUMERIC
                           AND CP-IPC-SCALE-PAIRS > 0
                           MOVE CP-IPC-SCALE-PAIRS TO SCALE-MAX-PAIRS
                       END-IF
                       IF CP-IPC-SHM = 0
                           MOVE "N" TO SCALE-SHM-SWITCH
                       END-IF
               END-READ
               CLOSE CORE-PARAMS-FILE
           END-IF.
               IF CMD-ARG-VAL(1:6) = "EXPORT"
                   MOVE "Y" TO EXPORT-SWITCH
               END-IF
               IF CMD-ARG-VAL(1:5) = "SCALE"
                   MOVE "Y" TO SCALE-SWITCH
               END-IF
           END-PERFORM.
           IF SCALE-MAX-PAIRS > 64
               MOVE 64 TO SCALE-MAX-PAIRS
           END-IF.
      * Create pipe
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
      * Fork to test pipe
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
      * special register so a pass that crosses a minute or hour
      * boundary is still timed correctly
           PERFORM RESET-DIST.
           MOVE "CLOCK" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_clock_c" USING START-CLOCK GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITERATIONS
               MOVE "CLOCK" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_clock_c" USING ITER-START-CLOCK
                       GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               CALL "sys_write_c" USING READ-FD OF PIPEFD RECV-BUF
                   MSG-LEN GIVING RESULT
               MOVE "CLOCK" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_clock_c" USING ITER-END-CLOCK
                       GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               PERFORM NOTE-DIST-SAMPLE
           END-PERFORM.
           MOVE "CLOCK" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_clock_c" USING END-CLOCK GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF.
           IF CLOCK-MICROS OF END-CLOCK < CLOCK-MICROS OF START-CLOCK
               COMPUTE ELAPSED-CS =
                   (CLOCK-SECONDS OF END-CLOCK
      * so the comparable cost is the in-process copy a real SHM
      * consumer would pay on every message
               MOVE 1024 TO SHM-SIZE OF SHM-INSTANCE
               MOVE "SHM" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_shm_c" USING SHM-INSTANCE GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               IF RESULT NOT = 0
                   MOVE RESULT TO ERR-LOOKUP-NUM
                   MOVE ERR-LOOKUP-NUM TO ERR-LOOKUP-CODE
                   CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                       AUD-RC AUD-SEVERITY
               ELSE
                   MOVE "ALLOC" TO SRG-ACTION
                   CALL "CORE-SHMREG" USING SRG-ACTION SRG-PROGRAM
                       SHM-INSTANCE SRG-FOREIGN
                   PERFORM RESET-DIST
                   MOVE "CLOCK" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_clock_c" USING SHM-START-CLOCK
                           GIVING RESULT
                   ELSE
                       MOVE FAULT-RC TO RESULT
                   END-IF
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITERATIONS
                       MOVE "CLOCK" TO FAULT-CALL
                       CALL "CORE-FAULT" USING FAULT-CHECK
                       IF FAULT-RC = 0
                           CALL "sys_clock_c" USING ITER-START-CLOCK
                               GIVING RESULT
                       ELSE
                           MOVE FAULT-RC TO RESULT
                       END-IF
                       MOVE BUFFER(1:PAYLOAD-SIZE)
                           TO SHM-BUF(1:PAYLOAD-SIZE)
                       MOVE "CLOCK" TO FAULT-CALL
                       CALL "CORE-FAULT" USING FAULT-CHECK
                       IF FAULT-RC = 0
                           CALL "sys_clock_c" USING ITER-END-CLOCK
                               GIVING RESULT
                       ELSE
                           MOVE FAULT-RC TO RESULT
                       END-IF
                       PERFORM NOTE-DIST-SAMPLE
                   END-PERFORM
                   MOVE "CLOCK" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_clock_c" USING SHM-END-CLOCK
                           GIVING RESULT
                   ELSE
                       MOVE FAULT-RC TO RESULT
                   END-IF
      * The timed copies are done, so the segment goes back now
      * instead of being left registered to a finished run
                   CALL "sys_shm_free_c" USING SHM-INSTANCE
                       GIVING RESULT
                   IF RESULT = 0
                       MOVE "FREE " TO SRG-ACTION
                       CALL "CORE-SHMREG" USING SRG-ACTION SRG-PROGRAM
                           SHM-INSTANCE SRG-FOREIGN
                   END-IF
                   IF CLOCK-MICROS OF SHM-END-CLOCK
                           < CLOCK-MICROS OF SHM-START-CLOCK
                       COMPUTE SHM-ELAPSED-CS =
                   END-IF
               END-IF
           END-IF.
           IF SCALE-SWITCH = "Y"
               PERFORM RUN-SCALE-TEST
           END-IF.
           CLOSE CSV-FILE.
           MOVE "END" TO AUD-EVENT
           MOVE 0 TO AUD-RC
               CONTINUE
           ELSE
               COMPUTE DIST-AVG-US = DIST-SUM-US / DIST-N
               PERFORM FIND-DIST-P99
               MOVE SPACES TO BUFFER
               STRING "IPC Latency " DELIMITED BY SIZE
                      DIST-LABEL DELIMITED BY SPACE
                      INTO CSV-LINE
               WRITE CSV-RECORD FROM CSV-LINE
           END-IF.
       FIND-DIST-P99.
           COMPUTE DIST-TARGET = (DIST-N * 99) / 100.
           IF DIST-TARGET = 0
               MOVE 1 TO DIST-TARGET
           END-IF.
           MOVE 0 TO DIST-CUM.
           MOVE DIST-MAX-US TO DIST-P99-US.
           PERFORM VARYING DB-IDX FROM 1 BY 1 UNTIL DB-IDX > 5
               ADD DIST-BUCKET(DB-IDX) TO DIST-CUM
               IF DIST-CUM NOT < DIST-TARGET
                   EVALUATE DB-IDX
                       WHEN 1 MOVE 100 TO DIST-P99-US
                       WHEN 2 MOVE 1000 TO DIST-P99-US
                       WHEN 3 MOVE 10000 TO DIST-P99-US
                       WHEN 4 MOVE 100000 TO DIST-P99-US
                       WHEN 5 MOVE DIST-MAX-US TO DIST-P99-US
                   END-EVALUATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       RUN-SCALE-TEST.
      * The message-queue pairs use the IPC-SCALE queue, resolved by
      * its well-known name through the broker registry the way CHAT
      * resolves its own; anything going wrong leaves queue 1
           MOVE SPACES TO SCALE-CMD
           STRING "src/userspace/apps/msgbroker/msgbroker"
                      DELIMITED BY SIZE
                  " REGISTER IPC-SCALE" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
                  INTO SCALE-CMD
           CALL "system" USING SCALE-CMD
           OPEN INPUT BROKER-REG-FILE
           IF BROKER-REG-STATUS = "00"
               PERFORM UNTIL BROKER-REG-STATUS NOT = "00"
                   READ BROKER-REG-FILE
                       AT END
                           MOVE "10" TO BROKER-REG-STATUS
                       NOT AT END
                           IF BR-NAME = "IPC-SCALE"
                               AND BR-ID IS NUMERIC
                               AND BR-ID NOT = 0
                               MOVE BR-ID TO SCALE-QUEUE-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BROKER-REG-FILE
           END-IF.
           PERFORM VARYING SCALE-TR-IDX FROM 1 BY 1
                   UNTIL SCALE-TR-IDX > 3
               MOVE SCALE-TRANSPORT-NAME(SCALE-TR-IDX)
                   TO SCALE-TRANSPORT
               IF SCALE-TRANSPORT NOT = "SHM " OR SCALE-SHM-SWITCH = "Y"
                   PERFORM RUN-SCALE-TRANSPORT
               END-IF
           END-PERFORM.
       RUN-SCALE-TRANSPORT.
      * Double the pairs each level, finishing on the configured
      * most even when that is not a power of two
           MOVE 0 TO SCALE-PREV-MPS.
           MOVE 0 TO SCALE-PREV-PAIRS.
           MOVE 0 TO SCALE-PEAK-MPS.
           MOVE 0 TO SCALE-PEAK-PAIRS.
           MOVE 0 TO SCALE-KNEE-PAIRS.
           MOVE 1 TO SCALE-PAIRS.
           MOVE "N" TO SCALE-DONE-SWITCH.
           PERFORM UNTIL SCALE-DONE-SWITCH = "Y"
               PERFORM RUN-SCALE-LEVEL
               IF SCALE-PAIRS NOT < SCALE-MAX-PAIRS
                   MOVE "Y" TO SCALE-DONE-SWITCH
               ELSE
                   COMPUTE SCALE-PAIRS = SCALE-PAIRS * 2
                   IF SCALE-PAIRS > SCALE-MAX-PAIRS
                       MOVE SCALE-MAX-PAIRS TO SCALE-PAIRS
                   END-IF
               END-IF
           END-PERFORM.
      * Throughput still climbing at the top level means the knee
      * lies beyond the pairs tested; the top level stands for it
           MOVE SPACES TO BUFFER.
           IF SCALE-KNEE-PAIRS = 0
               MOVE SCALE-PAIRS TO SCALE-KNEE-PAIRS
               STRING "IPC Scale " DELIMITED BY SIZE
                      SCALE-TRANSPORT DELIMITED BY SPACE
                      " KNEE PAIRS:" DELIMITED BY SIZE
                      SCALE-KNEE-PAIRS DELIMITED BY SIZE
                      " NOT REACHED PEAK-MPS:" DELIMITED BY SIZE
                      SCALE-PEAK-MPS DELIMITED BY SIZE
                      " AT PAIRS:" DELIMITED BY SIZE
                      SCALE-PEAK-PAIRS DELIMITED BY SIZE
                      INTO BUFFER
           ELSE
               STRING "IPC Scale " DELIMITED BY SIZE
                      SCALE-TRANSPORT DELIMITED BY SPACE
                      " KNEE PAIRS:" DELIMITED BY SIZE
                      SCALE-KNEE-PAIRS DELIMITED BY SIZE
                      " PEAK-MPS:" DELIMITED BY SIZE
                      SCALE-PEAK-MPS DELIMITED BY SIZE
                      " AT PAIRS:" DELIMITED BY SIZE
                      SCALE-PEAK-PAIRS DELIMITED BY SIZE
                      INTO BUFFER
           END-IF.
           MOVE 90 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           MOVE SPACES TO CSV-LINE.
           STRING SCALE-TRANSPORT DELIMITED BY SPACE
                  "KNEE," DELIMITED BY SIZE
                  SCALE-KNEE-PAIRS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  SCALE-PEAK-MPS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  SCALE-PEAK-PAIRS DELIMITED BY SIZE
                  INTO CSV-LINE.
           WRITE CSV-RECORD FROM CSV-LINE.
           MOVE SPACES TO PS-METRIC.
           STRING SCALE-TRANSPORT DELIMITED BY SPACE
                  "_SCALE_KNEE" DELIMITED BY SIZE
                  INTO PS-METRIC.
           MOVE SCALE-KNEE-PAIRS TO PS-VALUE.
           CALL "PERF-STORE" USING PS-PROGRAM PS-METRIC PS-VALUE.
           MOVE SPACES TO PS-METRIC.
           STRING SCALE-TRANSPORT DELIMITED BY SPACE
                  "_SCALE_PEAK_MPS" DELIMITED BY SIZE
                  INTO PS-METRIC.
           MOVE SCALE-PEAK-MPS TO PS-VALUE.
           CALL "PERF-STORE" USING PS-PROGRAM PS-METRIC PS-VALUE.
           IF EXPORT-SWITCH = "Y"
               OPEN EXTEND EXPORT-FILE
               MOVE SPACES TO EXPORT-LINE
               STRING SCALE-TRANSPORT DELIMITED BY SPACE
                      "_SCALE_KNEE=" DELIMITED BY SIZE
                      SCALE-KNEE-PAIRS DELIMITED BY SIZE
                      INTO EXPORT-LINE
               WRITE EXPORT-RECORD FROM EXPORT-LINE
               MOVE SPACES TO EXPORT-LINE
               STRING SCALE-TRANSPORT DELIMITED BY SPACE
                      "_SCALE_PEAK_MPS=" DELIMITED BY SIZE
                      SCALE-PEAK-MPS DELIMITED BY SIZE
                      INTO EXPORT-LINE
               WRITE EXPORT-RECORD FROM EXPORT-LINE
               CLOSE EXPORT-FILE
           END-IF.
       RUN-SCALE-LEVEL.
      * One consumer process per pair, all started before any is
      * waited on, then one result record collected from each
           MOVE "PIPE" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_pipe_c" USING SCALE-RESULT-PIPE GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF
           IF RESULT NOT = 0
               MOVE "sys_pipe_c" TO AUD-EVENT
               MOVE RESULT TO AUD-RC
               MOVE "ERROR" TO AUD-SEVERITY
               CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                   AUD-RC AUD-SEVERITY
               MOVE SCALE-MAX-PAIRS TO SCALE-PAIRS
           ELSE
               MOVE "CLOCK" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_clock_c" USING SCALE-LEVEL-START
                       GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               MOVE 0 TO SCALE-FORKED
               PERFORM VARYING SCALE-PAIR FROM 1 BY 1
                       UNTIL SCALE-PAIR > SCALE-PAIRS
                   MOVE "FORK" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_fork_c" GIVING PID
                   ELSE
                       MOVE -1 TO PID
                       MOVE FAULT-RC TO RESULT
                   END-IF
                   IF PID = -1
                       MOVE "sys_fork_c" TO AUD-EVENT
                       MOVE RESULT TO AUD-RC
                       MOVE "ERROR" TO AUD-SEVERITY
                       CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                           AUD-RC AUD-SEVERITY
                       EXIT PERFORM
                   END-IF
                   IF PID = 0
                       PERFORM RUN-SCALE-PAIR
                       CALL "sys_exit_c" USING 0
                   END-IF
                   ADD 1 TO SCALE-FORKED
                   MOVE PID TO SCALE-PID(SCALE-FORKED)
               END-PERFORM
               PERFORM RESET-DIST
               MOVE 0 TO SCALE-MSGS
               MOVE 0 TO SCALE-PAIR-MPS-SUM
               MOVE 0 TO SCALE-REPORTED
               PERFORM VARYING SCALE-PAIR FROM 1 BY 1
                       UNTIL SCALE-PAIR > SCALE-FORKED
                   MOVE SCALE-RESULT-LEN TO MSG-LEN
                   CALL "sys_write_c" USING READ-FD OF SCALE-RESULT-PIPE
                       SCALE-RESULT-RECORD MSG-LEN GIVING RESULT
                   IF RESULT = 0 AND SR-N IS NUMERIC AND SR-N > 0
                       PERFORM FOLD-SCALE-RESULT
                   END-IF
               END-PERFORM
               PERFORM VARYING SCALE-PAIR FROM 1 BY 1
                       UNTIL SCALE-PAIR > SCALE-FORKED
                   MOVE SCALE-PID(SCALE-PAIR) TO RU-PID OF SCALE-USAGE
                   MOVE "RUSAGE" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_rusage_c" USING SCALE-USAGE
                           GIVING RESULT
                   END-IF
               END-PERFORM
               MOVE SCALE-LEVEL-START TO SCALE-FROM-CLOCK
               PERFORM TAKE-SCALE-ELAPSED
               MOVE SCALE-US TO SCALE-LEVEL-US
               PERFORM REPORT-SCALE-LEVEL
           END-IF.
       FOLD-SCALE-RESULT.
      * One pair's figures into the level's: message count, its own
      * throughput, and its latency buckets merged into the level's
      * distribution
           ADD 1 TO SCALE-REPORTED.
           ADD SR-N TO SCALE-MSGS.
           IF SR-ELAPSED-US = 0
               MOVE 1 TO SR-ELAPSED-US
           END-IF.
           COMPUTE SCALE-PAIR-MPS-SUM = SCALE-PAIR-MPS-SUM
               + (SR-N * 1000000) / SR-ELAPSED-US.
           ADD SR-N TO DIST-N.
           ADD SR-SUM-US TO DIST-SUM-US.
           IF SR-MIN-US < DIST-MIN-US
               MOVE SR-MIN-US TO DIST-MIN-US
           END-IF.
           IF SR-MAX-US > DIST-MAX-US
               MOVE SR-MAX-US TO DIST-MAX-US
           END-IF.
           PERFORM VARYING DB-IDX FROM 1 BY 1 UNTIL DB-IDX > 5
               ADD SR-BUCKET(DB-IDX) TO DIST-BUCKET(DB-IDX)
           END-PERFORM.
       REPORT-SCALE-LEVEL.
           IF SCALE-LEVEL-US = 0
               MOVE 1 TO SCALE-LEVEL-US
           END-IF.
           COMPUTE SCALE-AGG-MPS =
               (SCALE-MSGS * 1000000) / SCALE-LEVEL-US.
           MOVE 0 TO SCALE-PAIR-MPS.
           MOVE 0 TO DIST-P99-US.
           IF SCALE-REPORTED NOT = 0
               COMPUTE SCALE-PAIR-MPS =
                   SCALE-PAIR-MPS-SUM / SCALE-REPORTED
               PERFORM FIND-DIST-P99
           END-IF.
      * Flat: this level's pairs bought less than KNEE-PCT percent
      * more throughput than the level before - the first such level
      * puts the knee at the level before it
           MOVE SPACES TO SCALE-FLAT-FLAG.
           IF SCALE-PREV-PAIRS NOT = 0
               AND SCALE-AGG-MPS * 100
                   < SCALE-PREV-MPS * (100 + KNEE-PCT)
               MOVE " FLAT" TO SCALE-FLAT-FLAG
               IF SCALE-KNEE-PAIRS = 0
                   MOVE SCALE-PREV-PAIRS TO SCALE-KNEE-PAIRS
               END-IF
           END-IF.
           IF SCALE-AGG-MPS > SCALE-PEAK-MPS
               MOVE SCALE-AGG-MPS TO SCALE-PEAK-MPS
               MOVE SCALE-PAIRS TO SCALE-PEAK-PAIRS
           END-IF.
           MOVE SCALE-AGG-MPS TO SCALE-PREV-MPS.
           MOVE SCALE-PAIRS TO SCALE-PREV-PAIRS.
           MOVE SPACES TO BUFFER.
           STRING "IPC Scale " DELIMITED BY SIZE
                  SCALE-TRANSPORT DELIMITED BY SPACE
                  " PAIRS:" DELIMITED BY SIZE
                  SCALE-PAIRS DELIMITED BY SIZE
                  " AGG-MPS:" DELIMITED BY SIZE
                  SCALE-AGG-MPS DELIMITED BY SIZE
                  " PAIR-MPS:" DELIMITED BY SIZE
                  SCALE-PAIR-MPS DELIMITED BY SIZE
                  " P99:" DELIMITED BY SIZE
                  DIST-P99-US DELIMITED BY SIZE
                  " us" DELIMITED BY SIZE
                  SCALE-FLAT-FLAG DELIMITED BY SIZE
                  INTO BUFFER.
           MOVE 90 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           MOVE SPACES TO CSV-LINE.
           STRING SCALE-TRANSPORT DELIMITED BY SPACE
                  "SCALE," DELIMITED BY SIZE
                  SCALE-PAIRS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  SCALE-AGG-MPS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  SCALE-PAIR-MPS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  DIST-P99-US DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  SCALE-FLAT-FLAG(2:4) DELIMITED BY SIZE
                  INTO CSV-LINE.
           WRITE CSV-RECORD FROM CSV-LINE.
       RUN-SCALE-PAIR.
      * Consumer side of one pair, in its own process: the pipe and
      * message-queue pairs fork a producer to feed it, the shared
      * memory pair pays the per-message copy as the COMPARE pass
      * does; every message is timed, then the pair's figures go to
      * the parent as one result record
           PERFORM RESET-DIST.
           MOVE PAYLOAD-SIZE TO MSG-LEN.
           COMPUTE SCALE-MSG-TYPE = 500 + SCALE-PAIR.
           MOVE "CLOCK" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_clock_c" USING SCALE-FROM-CLOCK GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF.
           IF SCALE-TRANSPORT = "PIPE"
               PERFORM RUN-SCALE-PIPE-PAIR
           END-IF.
           IF SCALE-TRANSPORT = "MSGQ"
               PERFORM RUN-SCALE-MSGQ-PAIR
           END-IF.
           IF SCALE-TRANSPORT = "SHM "
               PERFORM RUN-SCALE-SHM-PAIR
           END-IF.
           PERFORM TAKE-SCALE-ELAPSED.
           IF SCALE-TRANSPORT = "SHM " AND SRG-ACTION = "FREE "
               CALL "CORE-SHMREG" USING SRG-ACTION SRG-PROGRAM
                   SHM-INSTANCE SRG-FOREIGN
           END-IF.
           MOVE SCALE-PAIR TO SR-PAIR.
           MOVE SCALE-US TO SR-ELAPSED-US.
           MOVE DIST-N TO SR-N.
           MOVE DIST-MIN-US TO SR-MIN-US.
           MOVE DIST-MAX-US TO SR-MAX-US.
           MOVE DIST-SUM-US TO SR-SUM-US.
           PERFORM VARYING DB-IDX FROM 1 BY 1 UNTIL DB-IDX > 5
               MOVE DIST-BUCKET(DB-IDX) TO SR-BUCKET(DB-IDX)
           END-PERFORM.
           MOVE SCALE-RESULT-LEN TO MSG-LEN.
           CALL "sys_write_c" USING WRITE-FD OF SCALE-RESULT-PIPE
               SCALE-RESULT-RECORD MSG-LEN GIVING RESULT.
       RUN-SCALE-PIPE-PAIR.
           MOVE "PIPE" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_pipe_c" USING SCALE-DATA-PIPE GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF
           IF RESULT = 0
               MOVE "FORK" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_fork_c" GIVING SCALE-PRODUCER-PID
               ELSE
                   MOVE -1 TO SCALE-PRODUCER-PID
               END-IF
               IF SCALE-PRODUCER-PID = 0
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITERATIONS
                       CALL "sys_write_c" USING WRITE-FD OF
                           SCALE-DATA-PIPE BUFFER MSG-LEN GIVING RESULT
                   END-PERFORM
                   CALL "sys_exit_c" USING 0
               END-IF
               IF SCALE-PRODUCER-PID > 0
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITERATIONS
                       PERFORM START-SCALE-SAMPLE
                       CALL "sys_write_c" USING READ-FD OF
                           SCALE-DATA-PIPE RECV-BUF MSG-LEN
                           GIVING RESULT
                       PERFORM END-SCALE-SAMPLE
                   END-PERFORM
                   PERFORM REAP-SCALE-PRODUCER
               END-IF
           END-IF.
       RUN-SCALE-MSGQ-PAIR.
           MOVE "FORK" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_fork_c" GIVING SCALE-PRODUCER-PID
           ELSE
               MOVE -1 TO SCALE-PRODUCER-PID
           END-IF.
      * Producer: a full queue is retried, not counted as sent
           IF SCALE-PRODUCER-PID = 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITERATIONS
                   MOVE 1 TO RESULT
                   MOVE 0 TO SCALE-RETRY
                   PERFORM UNTIL RESULT = 0
                           OR SCALE-RETRY > SCALE-RETRY-MAX
                       MOVE SCALE-QUEUE-ID TO MQ-ID OF SCALE-MSGQ
                       MOVE SCALE-MSG-TYPE TO MQ-TYPE OF SCALE-MSGQ
                       MOVE PAYLOAD-SIZE TO MQ-PAYLOAD-LEN OF SCALE-MSGQ
                       MOVE BUFFER TO MQ-PAYLOAD OF SCALE-MSGQ
                       MOVE "MSGQUEUE" TO FAULT-CALL
                       CALL "CORE-FAULT" USING FAULT-CHECK
                       IF FAULT-RC = 0
                           CALL "sys_msgqueue_c" USING SCALE-MSGQ
                               GIVING RESULT
                       ELSE
                           MOVE FAULT-RC TO RESULT
                       END-IF
                       ADD 1 TO SCALE-RETRY
                   END-PERFORM
               END-PERFORM
               CALL "sys_exit_c" USING 0
           END-IF.
      * Consumer: each receive is timed from first asking to having
      * the message, so waiting on an empty queue counts as latency
           IF SCALE-PRODUCER-PID > 0
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITERATIONS
                   PERFORM START-SCALE-SAMPLE
                   MOVE 1 TO RESULT
                   MOVE 0 TO SCALE-RETRY
                   PERFORM UNTIL RESULT = 0
                           OR SCALE-RETRY > SCALE-RETRY-MAX
                       MOVE SCALE-QUEUE-ID TO MQ-ID OF SCALE-MSGQ
                       MOVE SCALE-MSG-TYPE TO MQ-TYPE OF SCALE-MSGQ
                       MOVE 0 TO MQ-PAYLOAD-LEN OF SCALE-MSGQ
                       MOVE "MSGQUEUE" TO FAULT-CALL
                       CALL "CORE-FAULT" USING FAULT-CHECK
                       IF FAULT-RC = 0
                           CALL "sys_msgqueue_c" USING SCALE-MSGQ
                               GIVING RESULT
                       ELSE
                           MOVE FAULT-RC TO RESULT
                       END-IF
                       ADD 1 TO SCALE-RETRY
                   END-PERFORM
                   PERFORM END-SCALE-SAMPLE
               END-PERFORM
               PERFORM REAP-SCALE-PRODUCER
           END-IF.
       RUN-SCALE-SHM-PAIR.
           MOVE 1024 TO SHM-SIZE OF SHM-INSTANCE
           MOVE "SHM" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_shm_c" USING SHM-INSTANCE GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF
           MOVE SPACES TO SRG-ACTION
           IF RESULT = 0
      * The registry bookkeeping is serialized shop-wide, so it is
      * kept out of the pair's timing: the clock restarts once the
      * segment is registered, and the release is registered by
      * RUN-SCALE-PAIR after the elapsed time is taken
               MOVE "ALLOC" TO SRG-ACTION
               CALL "CORE-SHMREG" USING SRG-ACTION SRG-PROGRAM
                   SHM-INSTANCE SRG-FOREIGN
               MOVE SPACES TO SRG-ACTION
               MOVE "CLOCK" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_clock_c" USING SCALE-FROM-CLOCK
                       GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > ITERATIONS
                   PERFORM START-SCALE-SAMPLE
                   MOVE BUFFER(1:PAYLOAD-SIZE)
                       TO SHM-BUF(1:PAYLOAD-SIZE)
                   PERFORM END-SCALE-SAMPLE
               END-PERFORM
               CALL "sys_shm_free_c" USING SHM-INSTANCE GIVING RESULT
               IF RESULT = 0
                   MOVE "FREE " TO SRG-ACTION
               END-IF
           END-IF.
       START-SCALE-SAMPLE.
           MOVE "CLOCK" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_clock_c" USING ITER-START-CLOCK GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF.
       END-SCALE-SAMPLE.
           MOVE "CLOCK" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_clock_c" USING ITER-END-CLOCK GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF.
           PERFORM NOTE-DIST-SAMPLE.
       REAP-SCALE-PRODUCER.
           MOVE SCALE-PRODUCER-PID TO RU-PID OF SCALE-USAGE.
           MOVE "RUSAGE" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_rusage_c" USING SCALE-USAGE GIVING RESULT
           END-IF.
       TAKE-SCALE-ELAPSED.
      * Microseconds from SCALE-FROM-CLOCK to now
           MOVE "CLOCK" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_clock_c" USING SCALE-TO-CLOCK GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF.
           IF CLOCK-MICROS OF SCALE-TO-CLOCK
                   < CLOCK-MICROS OF SCALE-FROM-CLOCK
               COMPUTE SCALE-US =
                   (CLOCK-SECONDS OF SCALE-TO-CLOCK
                       - CLOCK-SECONDS OF SCALE-FROM-CLOCK - 1)
                       * 1000000
                   + CLOCK-MICROS OF SCALE-TO-CLOCK + 1000000
                   - CLOCK-MICROS OF SCALE-FROM-CLOCK
           ELSE
               COMPUTE SCALE-US =
                   (CLOCK-SECONDS OF SCALE-TO-CLOCK
                       - CLOCK-SECONDS OF SCALE-FROM-CLOCK)
                       * 1000000
                   + CLOCK-MICROS OF SCALE-TO-CLOCK
                   - CLOCK-MICROS OF SCALE-FROM-CLOCK
           END-IF.
