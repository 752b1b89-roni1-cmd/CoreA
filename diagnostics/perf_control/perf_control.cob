       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERF-CONTROL.
      * CoreA Performance Control Charts (COBOL)
      * Watches each metric in perf_current.dat against control
      * limits set from its own recent history, where PERF-TREND
      * only compares first to latest and PERF-LIMITS only checks
      * hand-set bounds that go stale after every hardware change.
      * PERF-STORE folds every observation into the metric's rolling
      * window (count, sum and sum of squares) and judges it against
      * the limits in force; this run reads what was gathered and
      * writes perf_control.report for CORE-ALERT's nightly scan:
      *   STATUS:OUT-OF-CONTROL  an observation since the last run
      *                          fell outside mean +/- PERF_CONTROL_
      *                          SIGMA standard deviations
      *   STATUS:SHIFT           PERF_CONTROL_RUN or more observations
      *                          in a row on one side of the mean
      *   STATUS:WIDENING        the window's spread has grown to half
      *                          as much again as the limits' own
      * Once a metric's window holds PERF_CONTROL_WINDOW observations
      * its limits are recalculated from it and a new window starts.
      * After a planned change an operator can fix the baseline:
      *   FREEZE <program>|ALL [<metric>]
      *          set the limits from the window gathered so far (the
      *          runs since the change) and stop recalculating them
      *   UNFREEZE <program>|ALL [<metric>]
      *          let them follow the windows again
      * The summary rewrite is serialized through the reserved mutex
      * 99, the same bracket PERF-STORE takes
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORE-PARAMS-FILE ASSIGN TO "config/core.params"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CP-FILE-STATUS.
           SELECT CURRENT-FILE ASSIGN TO "perf_current.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENT-FILE-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO "perf_control.report"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CORE-PARAMS-FILE.
       COPY "coreparams.cpy".
       FD  CURRENT-FILE.
       COPY "perfcur.cpy".
       FD  CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       COPY "perfctl.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
       01 RESULT          PIC 9(9).
       01 REPORT-LINE     PIC X(100).
       01 CP-FILE-STATUS  PIC XX.
       01 CURRENT-FILE-STATUS PIC XX.
       01 CMD-ARG-COUNT   PIC 9(2).
       01 CMD-ARG-NUM     PIC 9(2).
       01 CMD-ARG-VAL     PIC X(20).
      * FREEZE or UNFREEZE, and which metrics: a program or ALL, and
      * optionally one metric of it
       01 CTL-ACTION      PIC X(8)  VALUE SPACES.
       01 CTL-PROGRAM     PIC X(20) VALUE SPACES.
       01 CTL-METRIC      PIC X(20) VALUE SPACES.
       01 CTL-MATCHED     PIC 9(4)  VALUE 0.
       01 CTL-WINDOW      PIC 9(4)  VALUE 20.
       01 CTL-SIGMA       PIC 9(4)  VALUE 3.
       01 CTL-RUN         PIC 9(4)  VALUE 7.
      * A window spread this many percent of the limits' own counts
      * as widening, once the window holds WIDEN-MIN-N observations
       01 WIDEN-PCT       PIC 9(3)  VALUE 150.
       01 WIDEN-MIN-N     PIC 9(4)  VALUE 5.
       01 MUTEX-INSTANCE  TYPE MUTEX-DATA.
       01 SERIAL-RESULT   PIC 9(9).
      * Mutex 99 is reserved shop-wide for shared-file serialization
       01 SERIAL-MUTEX-ID PIC 9(9)  VALUE 99.
       01 PC-COUNT        PIC 9(3)  VALUE 0.
       01 PC-IDX          PIC 9(3).
       01 CURRENT-TABLE.
           05 CT-ENTRY OCCURS 200 TIMES.
               10 CT-PROGRAM PIC X(20).
               10 CT-METRIC  PIC X(20).
               10 CT-FIRST   PIC X(9).
               10 CT-LAST    PIC X(9).
               10 CT-RUNS    PIC X(6).
               10 CT-TOTAL   PIC X(12).
               10 CT-MAX     PIC X(9).
               10 CT-CONTROL TYPE PERF-CONTROL-DATA.
       01 CONTROL-WORK    TYPE PERF-CONTROL-DATA.
       01 TODAY-DATE      PIC 9(8).
      * The window's own statistics, worked out from its sums
       01 WIN-MEAN        PIC 9(9)V9(4).
       01 WIN-VAR         PIC S9(20)V9(4).
       01 WIN-SD          PIC 9(9)V9(4).
       01 LIMIT-WORK      PIC S9(11)V9(4).
       01 SD-SHOW         PIC 9(9).
       01 SIDE-TEXT       PIC X(5).
       01 LIMIT-TEXT      PIC X(10).
       01 FLAG-SWITCH     PIC X(1).
       01 FLAGGED-COUNT   PIC 9(4)  VALUE 0.
       01 CHECKED-COUNT   PIC 9(4)  VALUE 0.
       01 AUD-PROGRAM     PIC X(20) VALUE "PERF-CONTROL".
       01 AUD-EVENT       PIC X(30).
       01 AUD-RC          PIC 9(9).
       01 AUD-SEVERITY    PIC X(5).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Name this program to the fault-injection check
           MOVE "PERF-CONTROL" TO FAULT-PROGRAM.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
      * A record compiled before the control charts existed carries
      * none of their settings, so the defaults stand
           OPEN INPUT CORE-PARAMS-FILE.
           IF CP-FILE-STATUS = "00"
               READ CORE-PARAMS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CP-PERF-CTL-WINDOW IS NUMERIC
                           AND CP-PERF-CTL-WINDOW > 1
                           MOVE CP-PERF-CTL-WINDOW TO CTL-WINDOW
                       END-IF
                       IF CP-PERF-CTL-SIGMA IS NUMERIC
                           AND CP-PERF-CTL-SIGMA > 0
                           MOVE CP-PERF-CTL-SIGMA TO CTL-SIGMA
                       END-IF
                       IF CP-PERF-CTL-RUN IS NUMERIC
                           AND CP-PERF-CTL-RUN > 1
                           MOVE CP-PERF-CTL-RUN TO CTL-RUN
                       END-IF
               END-READ
               CLOSE CORE-PARAMS-FILE
           END-IF.
      * No argument is the nightly check; FREEZE and UNFREEZE name
      * the metrics whose baseline they fix or release
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT NOT < 1
               MOVE 1 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               MOVE CMD-ARG-VAL(1:8) TO CTL-ACTION
               IF (CTL-ACTION NOT = "FREEZE" AND NOT = "UNFREEZE")
                   OR CMD-ARG-COUNT < 2
                   MOVE "PERF-CONTROL: usage [FREEZE|UNFREEZE prog|ALL [
      -             "metric]]" TO BUFFER
                   MOVE 55 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 1
               END-IF
               MOVE 2 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CTL-PROGRAM FROM ARGUMENT-VALUE
               IF CMD-ARG-COUNT NOT < 3
                   MOVE 3 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT CTL-METRIC FROM ARGUMENT-VALUE
               END-IF
           END-IF.
      * Load, judge and rewrite inside the shared serialization
      * bracket, so an observation PERF-STORE folds in meanwhile is
      * neither lost nor judged against half-set limits
           MOVE SERIAL-MUTEX-ID TO MUTEX-ID OF MUTEX-INSTANCE.
           MOVE 1 TO MUTEX-LOCK OF MUTEX-INSTANCE.
           MOVE "MUTEX" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_mutex_c" USING MUTEX-INSTANCE
                   GIVING SERIAL-RESULT
           ELSE
               MOVE FAULT-RC TO SERIAL-RESULT
           END-IF.
           MOVE 0 TO PC-COUNT.
           OPEN INPUT CURRENT-FILE.
           IF CURRENT-FILE-STATUS = "00"
               PERFORM UNTIL CURRENT-FILE-STATUS NOT = "00"
                   READ CURRENT-FILE
                       AT END
                           MOVE "10" TO CURRENT-FILE-STATUS
                       NOT AT END
                           IF PC-COUNT < 200
                               ADD 1 TO PC-COUNT
                               MOVE PC-PROGRAM
                                   TO CT-PROGRAM(PC-COUNT)
                               MOVE PC-METRIC TO CT-METRIC(PC-COUNT)
                               MOVE PC-FIRST-VALUE
                                   TO CT-FIRST(PC-COUNT)
                               MOVE PC-LAST-VALUE TO CT-LAST(PC-COUNT)
                               MOVE PC-RUNS TO CT-RUNS(PC-COUNT)
                               MOVE PC-TOTAL TO CT-TOTAL(PC-COUNT)
                               MOVE PC-MAX TO CT-MAX(PC-COUNT)
                               MOVE PC-CONTROL TO CONTROL-WORK
                               IF SPC-WIN-N OF CONTROL-WORK
                                   IS NOT NUMERIC
                                   INITIALIZE CONTROL-WORK
                               END-IF
                               MOVE CONTROL-WORK
                                   TO CT-CONTROL(PC-COUNT)
                           ELSE
                               MOVE "10" TO CURRENT-FILE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRENT-FILE
           END-IF.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           MOVE "CoreA Performance Control Charts" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE CONTROL-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "WINDOW:" DELIMITED BY SIZE
                  CTL-WINDOW DELIMITED BY SIZE
                  " SIGMA:" DELIMITED BY SIZE
                  CTL-SIGMA DELIMITED BY SIZE
                  " RUN:" DELIMITED BY SIZE
                  CTL-RUN DELIMITED BY SIZE
                  " WIDEN-PCT:" DELIMITED BY SIZE
                  WIDEN-PCT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE CONTROL-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE CONTROL-REPORT-RECORD FROM REPORT-LINE.
           PERFORM VARYING PC-IDX FROM 1 BY 1 UNTIL PC-IDX > PC-COUNT
               MOVE CT-CONTROL(PC-IDX) TO CONTROL-WORK
               PERFORM JUDGE-ONE-METRIC
               IF CTL-ACTION NOT = SPACES
                   AND (CTL-PROGRAM = "ALL"
                        OR CTL-PROGRAM = CT-PROGRAM(PC-IDX))
                   AND (CTL-METRIC = SPACES
                        OR CTL-METRIC = CT-METRIC(PC-IDX))
                   PERFORM APPLY-FREEZE-ACTION
               END-IF
      * A full window sets the next limits, unless the baseline is
      * frozen
               IF SPC-FROZEN OF CONTROL-WORK NOT = "Y"
                   AND SPC-WIN-N OF CONTROL-WORK NOT < CTL-WINDOW
                   PERFORM SET-LIMITS-FROM-WINDOW
                   MOVE "LIMITS-SET" TO LIMIT-TEXT
                   PERFORM WRITE-LIMITS-LINE
               END-IF
               MOVE CONTROL-WORK TO CT-CONTROL(PC-IDX)
           END-PERFORM.
           OPEN OUTPUT CURRENT-FILE.
           PERFORM VARYING PC-IDX FROM 1 BY 1 UNTIL PC-IDX > PC-COUNT
               MOVE CT-PROGRAM(PC-IDX) TO PC-PROGRAM
               MOVE CT-METRIC(PC-IDX) TO PC-METRIC
               MOVE CT-FIRST(PC-IDX) TO PC-FIRST-VALUE
               MOVE CT-LAST(PC-IDX) TO PC-LAST-VALUE
               MOVE CT-RUNS(PC-IDX) TO PC-RUNS
               MOVE CT-TOTAL(PC-IDX) TO PC-TOTAL
               MOVE CT-MAX(PC-IDX) TO PC-MAX
               MOVE CT-CONTROL(PC-IDX) TO PC-CONTROL
               WRITE PERF-CURRENT-RECORD
           END-PERFORM.
           CLOSE CURRENT-FILE.
           MOVE 0 TO MUTEX-LOCK OF MUTEX-INSTANCE.
           CALL "sys_mutex_c" USING MUTEX-INSTANCE GIVING SERIAL-RESULT.
           IF CTL-ACTION NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING CTL-ACTION DELIMITED BY SPACE
                      " PROG:" DELIMITED BY SIZE
                      CTL-PROGRAM DELIMITED BY SPACE
                      " METRIC:" DELIMITED BY SIZE
                      CTL-METRIC DELIMITED BY SPACE
                      " MATCHED:" DELIMITED BY SIZE
                      CTL-MATCHED DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE CONTROL-REPORT-RECORD FROM REPORT-LINE
      * A baseline fixed or released is a change to what the nightly
      * check judges by, so it goes on the audit trail
               MOVE SPACES TO AUD-EVENT
               STRING "PERF-" DELIMITED BY SIZE
                      CTL-ACTION DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      CTL-PROGRAM DELIMITED BY SPACE
                      INTO AUD-EVENT
               MOVE CTL-MATCHED TO AUD-RC
               MOVE "INFO " TO AUD-SEVERITY
               CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                   AUD-RC AUD-SEVERITY
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUMMARY CONTROL-FLAGGED:" DELIMITED BY SIZE
                  FLAGGED-COUNT DELIMITED BY SIZE
                  " OF:" DELIMITED BY SIZE
                  CHECKED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE CONTROL-REPORT-RECORD FROM REPORT-LINE.
           CLOSE CONTROL-REPORT-FILE.
           MOVE REPORT-LINE TO BUFFER.
           MOVE 40 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           IF FLAGGED-COUNT NOT = 0
               CALL "sys_exit_c" USING 1
           END-IF.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       JUDGE-ONE-METRIC.
      * Each finding gets a line of its own, marker first, so every
      * one reaches CORE-ALERT; a metric with no limits yet is still
      * gathering its first window and is only reported as such
           PERFORM WINDOW-STATISTICS.
           MOVE "N" TO FLAG-SWITCH.
           IF SPC-LIM-N OF CONTROL-WORK = 0
               MOVE SPACES TO REPORT-LINE
               STRING "METRIC:" DELIMITED BY SIZE
                      CT-PROGRAM(PC-IDX) DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      CT-METRIC(PC-IDX) DELIMITED BY SPACE
                      " STATUS:NO-LIMITS WINDOW:" DELIMITED BY SIZE
                      SPC-WIN-N OF CONTROL-WORK DELIMITED BY SIZE
                      " OF:" DELIMITED BY SIZE
                      CTL-WINDOW DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE CONTROL-REPORT-RECORD FROM REPORT-LINE
           ELSE
               ADD 1 TO CHECKED-COUNT
               IF SPC-OUT-COUNT OF CONTROL-WORK NOT = 0
                   MOVE "Y" TO FLAG-SWITCH
                   MOVE SPACES TO REPORT-LINE
                   STRING "METRIC:" DELIMITED BY SIZE
                          CT-PROGRAM(PC-IDX) DELIMITED BY SPACE
                          "/" DELIMITED BY SIZE
                          CT-METRIC(PC-IDX) DELIMITED BY SPACE
                          " STATUS:OUT-OF-CONTROL OUT:" DELIMITED BY
                              SIZE
                          SPC-OUT-COUNT OF CONTROL-WORK
                              DELIMITED BY SIZE
                          " LAST:" DELIMITED BY SIZE
                          SPC-OUT-VALUE OF CONTROL-WORK
                              DELIMITED BY SIZE
                          " LCL:" DELIMITED BY SIZE
                          SPC-LOWER OF CONTROL-WORK DELIMITED BY SIZE
                          " UCL:" DELIMITED BY SIZE
                          SPC-UPPER OF CONTROL-WORK DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE CONTROL-REPORT-RECORD FROM REPORT-LINE
               END-IF
               IF SPC-RUN-LENGTH OF CONTROL-WORK NOT < CTL-RUN
                   MOVE "Y" TO FLAG-SWITCH
                   IF SPC-RUN-SIDE OF CONTROL-WORK = "A"
                       MOVE "ABOVE" TO SIDE-TEXT
                   ELSE
                       MOVE "BELOW" TO SIDE-TEXT
                   END-IF
                   MOVE SPACES TO REPORT-LINE
                   STRING "METRIC:" DELIMITED BY SIZE
                          CT-PROGRAM(PC-IDX) DELIMITED BY SPACE
                          "/" DELIMITED BY SIZE
                          CT-METRIC(PC-IDX) DELIMITED BY SPACE
                          " STATUS:SHIFT RUN:" DELIMITED BY SIZE
                          SPC-RUN-LENGTH OF CONTROL-WORK
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SIDE-TEXT DELIMITED BY SIZE
                          " MEAN:" DELIMITED BY SIZE
                          SPC-MEAN OF CONTROL-WORK DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE CONTROL-REPORT-RECORD FROM REPORT-LINE
               END-IF
      * Widening: the window's spread against the spread the limits
      * were set from; limits set from a flat window widen on any
      * spread at all
               IF SPC-WIN-N OF CONTROL-WORK NOT < WIDEN-MIN-N
                   AND ((SPC-SD OF CONTROL-WORK = 0 AND WIN-SD > 1)
                     OR (SPC-SD OF CONTROL-WORK NOT = 0
                         AND WIN-SD * 100 >
                             SPC-SD OF CONTROL-WORK * WIDEN-PCT))
                   MOVE "Y" TO FLAG-SWITCH
                   COMPUTE SD-SHOW ROUNDED = WIN-SD
                   MOVE SPACES TO REPORT-LINE
                   STRING "METRIC:" DELIMITED BY SIZE
                          CT-PROGRAM(PC-IDX) DELIMITED BY SPACE
                          "/" DELIMITED BY SIZE
                          CT-METRIC(PC-IDX) DELIMITED BY SPACE
                          " STATUS:WIDENING SD:" DELIMITED BY SIZE
                          SD-SHOW DELIMITED BY SIZE
                          " WAS:" DELIMITED BY SIZE
                          SPC-SD OF CONTROL-WORK DELIMITED BY SIZE
                          " N:" DELIMITED BY SIZE
                          SPC-WIN-N OF CONTROL-WORK DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE CONTROL-REPORT-RECORD FROM REPORT-LINE
               END-IF
               IF FLAG-SWITCH = "Y"
                   ADD 1 TO FLAGGED-COUNT
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING "METRIC:" DELIMITED BY SIZE
                          CT-PROGRAM(PC-IDX) DELIMITED BY SPACE
                          "/" DELIMITED BY SIZE
                          CT-METRIC(PC-IDX) DELIMITED BY SPACE
                          " STATUS:IN-CONTROL MEAN:" DELIMITED BY SIZE
                          SPC-MEAN OF CONTROL-WORK DELIMITED BY SIZE
                          " LCL:" DELIMITED BY SIZE
                          SPC-LOWER OF CONTROL-WORK DELIMITED BY SIZE
                          " UCL:" DELIMITED BY SIZE
                          SPC-UPPER OF CONTROL-WORK DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE CONTROL-REPORT-RECORD FROM REPORT-LINE
               END-IF
           END-IF.
      * Outside observations are reported once; the next run starts
      * counting afresh
           MOVE 0 TO SPC-OUT-COUNT OF CONTROL-WORK.
           MOVE 0 TO SPC-OUT-VALUE OF CONTROL-WORK.
       WINDOW-STATISTICS.
      * Mean and sample standard deviation of the window so far,
      * from its count, sum and sum of squares
           MOVE 0 TO WIN-MEAN.
           MOVE 0 TO WIN-SD.
           IF SPC-WIN-N OF CONTROL-WORK NOT = 0
               COMPUTE WIN-MEAN = SPC-WIN-SUM OF CONTROL-WORK
                   / SPC-WIN-N OF CONTROL-WORK
           END-IF.
           IF SPC-WIN-N OF CONTROL-WORK > 1
               COMPUTE WIN-VAR =
                   (SPC-WIN-SUMSQ OF CONTROL-WORK
                    - SPC-WIN-SUM OF CONTROL-WORK
                    * SPC-WIN-SUM OF CONTROL-WORK
                    / SPC-WIN-N OF CONTROL-WORK)
                   / (SPC-WIN-N OF CONTROL-WORK - 1)
               IF WIN-VAR > 0
                   COMPUTE WIN-SD = FUNCTION SQRT(WIN-VAR)
               END-IF
           END-IF.
       SET-LIMITS-FROM-WINDOW.
      * Centre line and limits from the window, then a new window
      * and a new run start behind them
           PERFORM WINDOW-STATISTICS.
           MOVE SPC-WIN-N OF CONTROL-WORK TO SPC-LIM-N OF CONTROL-WORK.
           COMPUTE SPC-MEAN OF CONTROL-WORK ROUNDED = WIN-MEAN.
           COMPUTE SPC-SD OF CONTROL-WORK ROUNDED = WIN-SD.
           COMPUTE LIMIT-WORK = WIN-MEAN - CTL-SIGMA * WIN-SD.
           IF LIMIT-WORK < 0
               MOVE 0 TO SPC-LOWER OF CONTROL-WORK
           ELSE
               MOVE LIMIT-WORK TO SPC-LOWER OF CONTROL-WORK
           END-IF.
           COMPUTE LIMIT-WORK ROUNDED = WIN-MEAN + CTL-SIGMA * WIN-SD.
           IF LIMIT-WORK > 999999999
               MOVE 999999999 TO SPC-UPPER OF CONTROL-WORK
           ELSE
               MOVE LIMIT-WORK TO SPC-UPPER OF CONTROL-WORK
           END-IF.
           MOVE TODAY-DATE TO SPC-LIM-DATE OF CONTROL-WORK.
           MOVE 0 TO SPC-WIN-N OF CONTROL-WORK.
           MOVE 0 TO SPC-WIN-SUM OF CONTROL-WORK.
           MOVE 0 TO SPC-WIN-SUMSQ OF CONTROL-WORK.
           MOVE SPACE TO SPC-RUN-SIDE OF CONTROL-WORK.
           MOVE 0 TO SPC-RUN-LENGTH OF CONTROL-WORK.
       APPLY-FREEZE-ACTION.
      * Freezing takes the runs gathered since the planned change as
      * the new baseline when there are enough of them to have a
      * spread; otherwise the limits already in force are kept
           ADD 1 TO CTL-MATCHED.
           IF CTL-ACTION = "FREEZE"
               IF SPC-WIN-N OF CONTROL-WORK > 1
                   PERFORM SET-LIMITS-FROM-WINDOW
               END-IF
               MOVE "Y" TO SPC-FROZEN OF CONTROL-WORK
               MOVE "FROZEN" TO LIMIT-TEXT
           ELSE
               MOVE "N" TO SPC-FROZEN OF CONTROL-WORK
               MOVE "UNFROZEN" TO LIMIT-TEXT
           END-IF.
           PERFORM WRITE-LIMITS-LINE.
       WRITE-LIMITS-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "METRIC:" DELIMITED BY SIZE
                  CT-PROGRAM(PC-IDX) DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  CT-METRIC(PC-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  LIMIT-TEXT DELIMITED BY SPACE
                  " MEAN:" DELIMITED BY SIZE
                  SPC-MEAN OF CONTROL-WORK DELIMITED BY SIZE
                  " LCL:" DELIMITED BY SIZE
                  SPC-LOWER OF CONTROL-WORK DELIMITED BY SIZE
                  " UCL:" DELIMITED BY SIZE
                  SPC-UPPER OF CONTROL-WORK DELIMITED BY SIZE
                  " N:" DELIMITED BY SIZE
                  SPC-LIM-N OF CONTROL-WORK DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE CONTROL-REPORT-RECORD FROM REPORT-LINE.
