      * current-summary file perf_current.dat - one record per
      * program/metric carrying first, latest, run count, total and
      * maximum - so the nightly readers stop re-scanning a history
      * that grows every single day. Each record also carries the
      * metric's control-chart statistics (perfctl.cpy), folded here
      * at every observation for PERF-CONTROL. The summary rewrite is
      * serialized through the reserved mutex 99, the same bracket
      * the shop's other shared-file rewrites take
       ENVIRONMENT DIVISION.
           05 PH-METRIC    PIC X(20).
           05 PH-VALUE     PIC 9(9).
       FD  CURRENT-FILE.
       COPY "perfcur.cpy".
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       COPY "perfctl.cpy".
       01 PARTITION-NAME  PIC X(30).
       01 CURRENT-FILE-STATUS PIC XX.
       01 STAMP-DATE      PIC 9(8).
               10 CT-RUNS    PIC 9(6).
               10 CT-TOTAL   PIC 9(12).
               10 CT-MAX     PIC 9(9).
               10 CT-CONTROL TYPE PERF-CONTROL-DATA.
       01 CONTROL-WORK    TYPE PERF-CONTROL-DATA.
       01 RUN-SIDE-NOW    PIC X(1).
       LINKAGE SECTION.
       01 PS-PROGRAM   PIC X(20).
       01 PS-METRIC    PIC X(20).
       01 PS-VALUE     PIC 9(9).
       PROCEDURE DIVISION USING PS-PROGRAM PS-METRIC PS-VALUE.
      * The caller's name is the one its fault-injection rules use
           MOVE PS-PROGRAM TO FAULT-PROGRAM.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
      * Full detail goes to this month's partition
      * rewrite
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
           MOVE 0 TO FOUND-IDX.
           OPEN INPUT CURRENT-FILE.
                               ELSE
                                   MOVE 0 TO CT-MAX(PC-COUNT)
                               END-IF
                               MOVE PC-CONTROL TO CONTROL-WORK
                               IF SPC-WIN-N OF CONTROL-WORK
                                   IS NOT NUMERIC
                                   INITIALIZE CONTROL-WORK
                               END-IF
                               MOVE CONTROL-WORK
                                   TO CT-CONTROL(PC-COUNT)
                               IF CT-PROGRAM(PC-COUNT) = PS-PROGRAM
                                   AND CT-METRIC(PC-COUNT)
                                       = PS-METRIC
               MOVE 0 TO CT-RUNS(FOUND-IDX)
               MOVE 0 TO CT-TOTAL(FOUND-IDX)
               MOVE 0 TO CT-MAX(FOUND-IDX)
               INITIALIZE CT-CONTROL(FOUND-IDX)
           END-IF.
           IF FOUND-IDX NOT = 0
               MOVE PS-VALUE TO CT-LAST(FOUND-IDX)
               IF PS-VALUE > CT-MAX(FOUND-IDX)
                   MOVE PS-VALUE TO CT-MAX(FOUND-IDX)
               END-IF
               PERFORM FOLD-CONTROL
           END-IF.
           OPEN OUTPUT CURRENT-FILE.
           PERFORM VARYING PC-IDX FROM 1 BY 1 UNTIL PC-IDX > PC-COUNT
               MOVE CT-RUNS(PC-IDX) TO PC-RUNS
               MOVE CT-TOTAL(PC-IDX) TO PC-TOTAL
               MOVE CT-MAX(PC-IDX) TO PC-MAX
               MOVE CT-CONTROL(PC-IDX) TO PC-CONTROL
               WRITE PERF-CURRENT-RECORD
           END-PERFORM.
           CLOSE CURRENT-FILE.
           MOVE 0 TO MUTEX-LOCK OF MUTEX-INSTANCE.
           CALL "sys_mutex_c" USING MUTEX-INSTANCE GIVING SERIAL-RESULT.
           GOBACK.
       FOLD-CONTROL.
      * The observation joins the rolling window and, once limits
      * are set, is judged against them: outside the band counts
      * for PERF-CONTROL's next report, and each observation on the
      * same side of the mean as the one before lengthens the run
           MOVE CT-CONTROL(FOUND-IDX) TO CONTROL-WORK.
           IF SPC-WIN-N OF CONTROL-WORK < 999999
               ADD 1 TO SPC-WIN-N OF CONTROL-WORK
               ADD PS-VALUE TO SPC-WIN-SUM OF CONTROL-WORK
               COMPUTE SPC-WIN-SUMSQ OF CONTROL-WORK =
                   SPC-WIN-SUMSQ OF CONTROL-WORK + PS-VALUE * PS-VALUE
           END-IF.
           IF SPC-LIM-N OF CONTROL-WORK NOT = 0
               IF PS-VALUE < SPC-LOWER OF CONTROL-WORK
                   OR PS-VALUE > SPC-UPPER OF CONTROL-WORK
                   IF SPC-OUT-COUNT OF CONTROL-WORK < 9999
                       ADD 1 TO SPC-OUT-COUNT OF CONTROL-WORK
                   END-IF
                   MOVE PS-VALUE TO SPC-OUT-VALUE OF CONTROL-WORK
               END-IF
               IF PS-VALUE = SPC-MEAN OF CONTROL-WORK
                   MOVE SPACE TO SPC-RUN-SIDE OF CONTROL-WORK
                   MOVE 0 TO SPC-RUN-LENGTH OF CONTROL-WORK
               ELSE
                   IF PS-VALUE > SPC-MEAN OF CONTROL-WORK
                       MOVE "A" TO RUN-SIDE-NOW
                   ELSE
                       MOVE "B" TO RUN-SIDE-NOW
                   END-IF
                   IF RUN-SIDE-NOW = SPC-RUN-SIDE OF CONTROL-WORK
                       IF SPC-RUN-LENGTH OF CONTROL-WORK < 9999
                           ADD 1 TO SPC-RUN-LENGTH OF CONTROL-WORK
                       END-IF
                   ELSE
                       MOVE RUN-SIDE-NOW
                           TO SPC-RUN-SIDE OF CONTROL-WORK
                       MOVE 1 TO SPC-RUN-LENGTH OF CONTROL-WORK
                   END-IF
               END-IF
           END-IF.
           MOVE CONTROL-WORK TO CT-CONTROL(FOUND-IDX).
