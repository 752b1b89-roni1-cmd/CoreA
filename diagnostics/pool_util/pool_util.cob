       IDENTIFICATION DIVISION.
       PROGRAM-ID. POOL-UTIL.
      * CoreA Worker-Slot Utilization by Hour (COBOL)
      * How busy the CP-WORKERS slots really are, hour by hour through
      * the night, so the case for more workers is argued from figures
      * rather than one slow night. For each driver it lays every run
      * over the clock - TASKSCHED's from tasksched.history, the other
      * drivers' from core_run.ledger - and adds up, per hour of the
      * day, the slot time spent running work, the slot time left
      * idle, and the work that sat queued behind a full pool, as the
      * drivers record it in core_pool.waits whenever their pool
      * fills with more work ready behind it. Figures are averaged per
      * night over a processing-date range:
      *   POOL-UTIL [from-yyyymmdd [to-yyyymmdd]]
      * which defaults to the seven nights ending on the shop
      * processing date. TASKSCHED and CORE-BATCH run CP-WORKERS
      * slots; CORECTL and anything else runs one at a time
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORE-PARAMS-FILE ASSIGN TO "config/core.params"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CP-FILE-STATUS.
           SELECT TASK-HISTORY-FILE ASSIGN TO "tasksched.history"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TH-FILE-STATUS.
           SELECT RUN-LEDGER-FILE ASSIGN TO "core_run.ledger"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT POOL-WAIT-FILE ASSIGN TO "core_pool.waits"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PQ-FILE-STATUS.
           SELECT UTIL-REPORT-FILE ASSIGN TO "pool_util.report"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CORE-PARAMS-FILE.
       COPY "coreparams.cpy".
       FD  TASK-HISTORY-FILE.
       01 TASK-HISTORY-RECORD.
           05 TH-DATE        PIC 9(8).
           05 TH-TIME        PIC 9(8).
           05 TH-TASK-ID     PIC 9(4).
           05 TH-ELAPSED-CS  PIC 9(8).
           05 FILLER         PIC X(25).
       FD  RUN-LEDGER-FILE.
       COPY "runledger.cpy".
       FD  POOL-WAIT-FILE.
       01 POOL-WAIT-RECORD.
           05 PQ-DATE        PIC 9(8).
           05 PQ-TIME        PIC 9(8).
           05 PQ-DRIVER      PIC X(10).
           05 PQ-WAIT-CS     PIC 9(8).
           05 PQ-QUEUED      PIC 9(4).
           05 PQ-WORKERS     PIC 9(4).
       FD  UTIL-REPORT-FILE.
       01 UTIL-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
       01 RESULT          PIC 9(9).
       01 REPORT-LINE     PIC X(100).
       01 CP-FILE-STATUS  PIC XX.
       01 TH-FILE-STATUS  PIC XX.
       01 LEDGER-FILE-STATUS PIC XX.
       01 PQ-FILE-STATUS  PIC XX.
       01 CMD-ARG-COUNT   PIC 9(2).
       01 CMD-ARG-NUM     PIC 9(2).
       01 CMD-ARG-VAL     PIC X(20).
       01 WORKER-LIMIT    PIC 9(4)  VALUE 1.
       01 FROM-DATE       PIC 9(8).
       01 TO-DATE         PIC 9(8).
       01 DAY-INT         PIC 9(7).
       01 NIGHT-COUNT     PIC 9(5).
       01 T               PIC 9(2).
       01 H               PIC 9(2).
       01 FOUND-SWITCH    PIC X.
      * One row per driver, with its slot count and an hour-of-day
      * bucket of busy slot time, queued task time and pool-full
      * events; hour 1 is 00:00-00:59
       01 DRV-TOTAL       PIC 9(2)  VALUE 0.
       01 DRIVER-TABLE.
           05 DV-ENTRY OCCURS 10 TIMES.
               10 DV-DRIVER      PIC X(10).
               10 DV-SLOTS       PIC 9(4).
               10 DV-RUNS        PIC 9(6).
               10 DV-HOUR OCCURS 24 TIMES.
                   15 DV-BUSY-CS     PIC 9(12).
                   15 DV-QUEUED-CS   PIC 9(12).
                   15 DV-FULL-COUNT  PIC 9(6).
       01 CUR-DRIVER      PIC X(10).
      * A span of clock time, in centiseconds since midnight, laid
      * over the hour buckets backwards from its end; each
      * centisecond counts SPAN-WEIGHT times, the number of tasks it
      * stands for
       01 SPAN-END        PIC 9(9).
       01 SPAN-LEFT       PIC 9(9).
       01 SPAN-WEIGHT     PIC 9(4).
       01 SPAN-KIND       PIC X(1).
       01 HOUR-START      PIC 9(9).
       01 PORTION         PIC 9(9).
       01 CLOCK-STAMP     PIC 9(8).
       01 CLOCK-HH        PIC 9(2).
       01 CLOCK-MM        PIC 9(2).
       01 CLOCK-SS        PIC 9(2).
       01 CLOCK-CC        PIC 9(2).
       01 AVG-BUSY        PIC 9(4)V99.
       01 AVG-IDLE        PIC 9(4)V99.
       01 AVG-BUSY-ED     PIC ZZZ9.99.
       01 AVG-IDLE-ED     PIC ZZZ9.99.
       01 UTIL-PCT        PIC 9(3).
       01 AVG-QUEUED-SECS PIC 9(9).
       01 HOUR-LABEL      PIC 9(2).
       01 DRV-BUSY-CS     PIC 9(12).
       01 DRV-QUEUED-CS   PIC 9(12).
       01 PEAK-BUSY-CS    PIC 9(12).
       01 PEAK-HOUR       PIC 9(2).
       01 ACTIVE-HOURS    PIC 9(2).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
           OPEN INPUT CORE-PARAMS-FILE.
           IF CP-FILE-STATUS = "00"
               READ CORE-PARAMS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-WORKERS IS NUMERIC AND CP-WORKERS > 0
                           MOVE CP-WORKERS TO WORKER-LIMIT
                       END-IF
               END-READ
               CLOSE CORE-PARAMS-FILE
           END-IF.
      * Date range: to-date defaults to the processing date, from-date
      * to six days before it
           CALL "CORE-DATE" USING TO-DATE.
           MOVE 0 TO FROM-DATE.
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT NOT < 1
               MOVE 1 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               IF CMD-ARG-VAL(1:8) IS NUMERIC
                   MOVE CMD-ARG-VAL(1:8) TO FROM-DATE
               END-IF
           END-IF.
           IF CMD-ARG-COUNT NOT < 2
               MOVE 2 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               IF CMD-ARG-VAL(1:8) IS NUMERIC
                   MOVE CMD-ARG-VAL(1:8) TO TO-DATE
               END-IF
           END-IF.
           IF FROM-DATE = 0
               COMPUTE DAY-INT = FUNCTION INTEGER-OF-DATE(TO-DATE) - 6
               COMPUTE FROM-DATE = FUNCTION DATE-OF-INTEGER(DAY-INT)
           END-IF.
           IF FROM-DATE > TO-DATE
               MOVE "POOL-UTIL: from-date is after to-date" TO BUFFER
               MOVE 37 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           COMPUTE NIGHT-COUNT = FUNCTION INTEGER-OF-DATE(TO-DATE)
               - FUNCTION INTEGER-OF-DATE(FROM-DATE) + 1.
      * TASKSCHED's runs come from its own history, which reaches
      * further back than the shared ledger
           OPEN INPUT TASK-HISTORY-FILE.
           IF TH-FILE-STATUS = "00"
               MOVE "TASKSCHED" TO CUR-DRIVER
               PERFORM FIND-DRIVER
               PERFORM UNTIL TH-FILE-STATUS NOT = "00"
                   READ TASK-HISTORY-FILE
                       AT END
                           MOVE "10" TO TH-FILE-STATUS
                       NOT AT END
                           IF TH-DATE IS NUMERIC
                               AND TH-TIME IS NUMERIC
                               AND TH-ELAPSED-CS IS NUMERIC
                               AND TH-DATE NOT < FROM-DATE
                               AND TH-DATE NOT > TO-DATE
                               MOVE TH-TIME TO CLOCK-STAMP
                               MOVE TH-ELAPSED-CS TO SPAN-LEFT
                               PERFORM LAY-BUSY-SPAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASK-HISTORY-FILE
           END-IF.
      * Every other driver's runs from the ledger; TASKSCHED's ledger
      * records repeat its history and are passed over, as are
      * blackout deferrals, which never occupied a slot
           OPEN INPUT RUN-LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL LEDGER-FILE-STATUS NOT = "00"
                   READ RUN-LEDGER-FILE
                       AT END
                           MOVE "10" TO LEDGER-FILE-STATUS
                       NOT AT END
                           IF RL-DATE IS NUMERIC
                               AND RL-TIME IS NUMERIC
                               AND RL-ELAPSED-CS IS NUMERIC
                               AND RL-RC IS NUMERIC
                               AND RL-RC NOT = 997
                               AND RL-DRIVER NOT = "TASKSCHED"
                               AND RL-DRIVER NOT = SPACES
                               AND RL-DATE NOT < FROM-DATE
                               AND RL-DATE NOT > TO-DATE
                               MOVE RL-DRIVER TO CUR-DRIVER
                               PERFORM FIND-DRIVER
                               MOVE RL-TIME TO CLOCK-STAMP
                               MOVE RL-ELAPSED-CS TO SPAN-LEFT
                               PERFORM LAY-BUSY-SPAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LEDGER-FILE
           END-IF.
      * Work queued behind a full pool: each record's wait counts once
      * per task that was held, starting when the pool filled
           OPEN INPUT POOL-WAIT-FILE.
           IF PQ-FILE-STATUS = "00"
               PERFORM UNTIL PQ-FILE-STATUS NOT = "00"
                   READ POOL-WAIT-FILE
                       AT END
                           MOVE "10" TO PQ-FILE-STATUS
                       NOT AT END
                           IF PQ-DATE IS NUMERIC
                               AND PQ-TIME IS NUMERIC
                               AND PQ-WAIT-CS IS NUMERIC
                               AND PQ-QUEUED IS NUMERIC
                               AND PQ-DRIVER NOT = SPACES
                               AND PQ-DATE NOT < FROM-DATE
                               AND PQ-DATE NOT > TO-DATE
                               PERFORM LAY-QUEUE-SPAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POOL-WAIT-FILE
           END-IF.
           OPEN OUTPUT UTIL-REPORT-FILE.
           MOVE "CoreA Worker-Slot Utilization by Hour" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE UTIL-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FROM:" DELIMITED BY SIZE
                  FROM-DATE DELIMITED BY SIZE
                  " TO:" DELIMITED BY SIZE
                  TO-DATE DELIMITED BY SIZE
                  " NIGHTS:" DELIMITED BY SIZE
                  NIGHT-COUNT DELIMITED BY SIZE
                  " WORKERS:" DELIMITED BY SIZE
                  WORKER-LIMIT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM EMIT-UTIL-LINE.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > DRV-TOTAL
               PERFORM REPORT-DRIVER
           END-PERFORM.
           CLOSE UTIL-REPORT-FILE.
           MOVE "CoreA Worker-Slot Utilization complete" TO BUFFER.
           MOVE 38 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       FIND-DRIVER.
      * Point T at CUR-DRIVER's row, opening one if it is new; rows
      * past the tenth driver fold into the last
           MOVE "N" TO FOUND-SWITCH.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > DRV-TOTAL
               IF DV-DRIVER(T) = CUR-DRIVER
                   MOVE "Y" TO FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF FOUND-SWITCH = "N"
               IF DRV-TOTAL < 10
                   ADD 1 TO DRV-TOTAL
                   MOVE DRV-TOTAL TO T
                   MOVE CUR-DRIVER TO DV-DRIVER(T)
                   MOVE 0 TO DV-RUNS(T)
                   IF CUR-DRIVER = "TASKSCHED"
                       OR CUR-DRIVER = "CORE-BATCH"
                       MOVE WORKER-LIMIT TO DV-SLOTS(T)
                   ELSE
                       MOVE 1 TO DV-SLOTS(T)
                   END-IF
                   PERFORM VARYING H FROM 1 BY 1 UNTIL H > 24
                       MOVE 0 TO DV-BUSY-CS(T H)
                       MOVE 0 TO DV-QUEUED-CS(T H)
                       MOVE 0 TO DV-FULL-COUNT(T H)
                   END-PERFORM
               ELSE
                   MOVE DRV-TOTAL TO T
               END-IF
           END-IF.
       LAY-BUSY-SPAN.
      * A run ended at the HHMMSScc time in CLOCK-STAMP and ran for
      * SPAN-LEFT centiseconds; it occupied one slot throughout
           ADD 1 TO DV-RUNS(T).
           PERFORM CLOCK-TO-CS.
           MOVE 1 TO SPAN-WEIGHT.
           MOVE "B" TO SPAN-KIND.
           PERFORM LAY-SPAN-HOUR UNTIL SPAN-LEFT = 0.
       LAY-QUEUE-SPAN.
      * The wait began when the pool filled and lasted PQ-WAIT-CS, so
      * lay it back from its end like a run
           MOVE PQ-DRIVER TO CUR-DRIVER.
           PERFORM FIND-DRIVER.
           MOVE PQ-TIME TO CLOCK-STAMP.
           PERFORM CLOCK-TO-CS.
           MOVE PQ-TIME(1:2) TO CLOCK-HH.
           COMPUTE H = CLOCK-HH + 1.
           IF H > 24
               MOVE 24 TO H
           END-IF.
           ADD 1 TO DV-FULL-COUNT(T H).
           ADD PQ-WAIT-CS TO SPAN-END.
           IF SPAN-END > 8640000
               SUBTRACT 8640000 FROM SPAN-END
           END-IF.
           MOVE PQ-WAIT-CS TO SPAN-LEFT.
           MOVE PQ-QUEUED TO SPAN-WEIGHT.
           MOVE "Q" TO SPAN-KIND.
           PERFORM LAY-SPAN-HOUR UNTIL SPAN-LEFT = 0.
       CLOCK-TO-CS.
      * HHMMSScc in CLOCK-STAMP to centiseconds since midnight;
      * midnight itself is taken as the end of the day before, so a
      * run ending then is laid over the hour that led up to it
           MOVE CLOCK-STAMP(1:2) TO CLOCK-HH.
           MOVE CLOCK-STAMP(3:2) TO CLOCK-MM.
           MOVE CLOCK-STAMP(5:2) TO CLOCK-SS.
           MOVE CLOCK-STAMP(7:2) TO CLOCK-CC.
           COMPUTE SPAN-END = CLOCK-HH * 360000 + CLOCK-MM * 6000
               + CLOCK-SS * 100 + CLOCK-CC.
           IF SPAN-END = 0
               MOVE 8640000 TO SPAN-END
           END-IF.
       LAY-SPAN-HOUR.
      * Fill the hour SPAN-END falls in, back to the hour's start or
      * the span's start, then step back into the hour before,
      * wrapping from midnight into the previous evening
           COMPUTE H = (SPAN-END - 1) / 360000.
           COMPUTE HOUR-START = H * 360000.
           ADD 1 TO H.
           COMPUTE PORTION = SPAN-END - HOUR-START.
           IF PORTION > SPAN-LEFT
               MOVE SPAN-LEFT TO PORTION
           END-IF.
           IF SPAN-KIND = "B"
               ADD PORTION TO DV-BUSY-CS(T H)
           ELSE
               COMPUTE DV-QUEUED-CS(T H) =
                   DV-QUEUED-CS(T H) + PORTION * SPAN-WEIGHT
           END-IF.
           SUBTRACT PORTION FROM SPAN-LEFT.
           MOVE HOUR-START TO SPAN-END.
           IF SPAN-END = 0
               MOVE 8640000 TO SPAN-END
           END-IF.
       REPORT-DRIVER.
      * One line per hour the driver was active in, averaged over the
      * nights in the range, then the driver's summary line
           MOVE SPACES TO REPORT-LINE.
           WRITE UTIL-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DRIVER:" DELIMITED BY SIZE
                  DV-DRIVER(T) DELIMITED BY SPACE
                  " SLOTS:" DELIMITED BY SIZE
                  DV-SLOTS(T) DELIMITED BY SIZE
                  " RUNS:" DELIMITED BY SIZE
                  DV-RUNS(T) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM EMIT-UTIL-LINE.
           MOVE 0 TO DRV-BUSY-CS.
           MOVE 0 TO DRV-QUEUED-CS.
           MOVE 0 TO PEAK-BUSY-CS.
           MOVE 0 TO PEAK-HOUR.
           MOVE 0 TO ACTIVE-HOURS.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > 24
               IF DV-BUSY-CS(T H) > 0 OR DV-QUEUED-CS(T H) > 0
                   OR DV-FULL-COUNT(T H) > 0
                   PERFORM REPORT-DRIVER-HOUR
               END-IF
           END-PERFORM.
           MOVE 0 TO UTIL-PCT.
           IF ACTIVE-HOURS > 0
               COMPUTE UTIL-PCT = DRV-BUSY-CS * 100
                   / (ACTIVE-HOURS * 360000 * NIGHT-COUNT
                       * DV-SLOTS(T))
           END-IF.
           COMPUTE AVG-QUEUED-SECS = DRV-QUEUED-CS / 100 / NIGHT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  TOTAL ACTIVE-HOURS:" DELIMITED BY SIZE
                  ACTIVE-HOURS DELIMITED BY SIZE
                  " UTIL-PCT:" DELIMITED BY SIZE
                  UTIL-PCT DELIMITED BY SIZE
                  " PEAK-HOUR:" DELIMITED BY SIZE
                  PEAK-HOUR DELIMITED BY SIZE
                  " QUEUED-TASK-SECS:" DELIMITED BY SIZE
                  AVG-QUEUED-SECS DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM EMIT-UTIL-LINE.
       REPORT-DRIVER-HOUR.
      * Busy slots is the average number of slots occupied through
      * the hour; the queued figure is task-seconds spent waiting
      * for a slot, per night
           ADD 1 TO ACTIVE-HOURS.
           ADD DV-BUSY-CS(T H) TO DRV-BUSY-CS.
           ADD DV-QUEUED-CS(T H) TO DRV-QUEUED-CS.
           COMPUTE HOUR-LABEL = H - 1.
           IF DV-BUSY-CS(T H) > PEAK-BUSY-CS
               MOVE DV-BUSY-CS(T H) TO PEAK-BUSY-CS
               MOVE HOUR-LABEL TO PEAK-HOUR
           END-IF.
           COMPUTE AVG-BUSY ROUNDED =
               DV-BUSY-CS(T H) / (360000 * NIGHT-COUNT).
           IF AVG-BUSY > DV-SLOTS(T)
               MOVE DV-SLOTS(T) TO AVG-BUSY
           END-IF.
           COMPUTE AVG-IDLE = DV-SLOTS(T) - AVG-BUSY.
           COMPUTE UTIL-PCT ROUNDED = AVG-BUSY * 100 / DV-SLOTS(T).
           COMPUTE AVG-QUEUED-SECS =
               DV-QUEUED-CS(T H) / 100 / NIGHT-COUNT.
           MOVE AVG-BUSY TO AVG-BUSY-ED.
           MOVE AVG-IDLE TO AVG-IDLE-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "  HOUR:" DELIMITED BY SIZE
                  HOUR-LABEL DELIMITED BY SIZE
                  " BUSY-SLOTS:" DELIMITED BY SIZE
                  AVG-BUSY-ED DELIMITED BY SIZE
                  " IDLE-SLOTS:" DELIMITED BY SIZE
                  AVG-IDLE-ED DELIMITED BY SIZE
                  " UTIL-PCT:" DELIMITED BY SIZE
                  UTIL-PCT DELIMITED BY SIZE
                  " QUEUED-TASK-SECS:" DELIMITED BY SIZE
                  AVG-QUEUED-SECS DELIMITED BY SIZE
                  " FULL:" DELIMITED BY SIZE
                  DV-FULL-COUNT(T H) DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM EMIT-UTIL-LINE.
       EMIT-UTIL-LINE.
           WRITE UTIL-REPORT-RECORD FROM REPORT-LINE.
           MOVE 100 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD REPORT-LINE MSG-LEN
               GIVING RESULT.
