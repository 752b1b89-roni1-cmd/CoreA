      * partitioned store PERF-STORE writes: each record goes to its
      * monthly partition perf_history.YYYYMM.dat by its own PH-DATE,
      * and the per-program/metric summary in perf_current.dat is
      * rebuilt - first value, latest, run count, total, maximum and
      * the control-chart window - merged over whatever the summary
      * already holds. The migrated source is renamed
      * perf_history.dat.migrated, so a rerun finds nothing to do and
      * the readers never double-count
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 PT-METRIC    PIC X(20).
           05 PT-VALUE     PIC 9(9).
       FD  CURRENT-FILE.
       COPY "perfcur.cpy".
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       COPY "perfctl.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
               10 CT-RUNS    PIC 9(6).
               10 CT-TOTAL   PIC 9(12).
               10 CT-MAX     PIC 9(9).
               10 CT-CONTROL TYPE PERF-CONTROL-DATA.
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Anything already summarized stays the baseline - the old
      * detail folds in behind it, so first-value history survives
           OPEN INPUT CURRENT-FILE.
                               MOVE PC-RUNS TO CT-RUNS(PC-COUNT)
                               MOVE PC-TOTAL TO CT-TOTAL(PC-COUNT)
                               MOVE PC-MAX TO CT-MAX(PC-COUNT)
                               MOVE PC-CONTROL TO CT-CONTROL(PC-COUNT)
                               IF SPC-WIN-N OF CT-ENTRY(PC-COUNT)
                                   IS NOT NUMERIC
                                   INITIALIZE CT-CONTROL(PC-COUNT)
                               END-IF
                           ELSE
                               MOVE "10" TO CURRENT-FILE-STATUS
                           END-IF
               MOVE CT-RUNS(PC-IDX) TO PC-RUNS
               MOVE CT-TOTAL(PC-IDX) TO PC-TOTAL
               MOVE CT-MAX(PC-IDX) TO PC-MAX
               MOVE CT-CONTROL(PC-IDX) TO PC-CONTROL
               WRITE PERF-CURRENT-RECORD
           END-PERFORM.
           CLOSE CURRENT-FILE.
                   IF PH-VALUE > CT-MAX(PC-IDX)
                       MOVE PH-VALUE TO CT-MAX(PC-IDX)
                   END-IF
                   PERFORM FOLD-WINDOW
                   MOVE "Y" TO FOUND-SWITCH
                   EXIT PERFORM
               END-IF
               MOVE 1 TO CT-RUNS(PC-COUNT)
               MOVE PH-VALUE TO CT-TOTAL(PC-COUNT)
               MOVE PH-VALUE TO CT-MAX(PC-COUNT)
               INITIALIZE CT-CONTROL(PC-COUNT)
               MOVE PC-COUNT TO PC-IDX
               PERFORM FOLD-WINDOW
           END-IF.
       FOLD-WINDOW.
      * Old detail goes into the control-chart window only - it is
      * history, not a run to judge - so PERF-CONTROL can set the
      * first limits from it
           IF SPC-WIN-N OF CT-ENTRY(PC-IDX) < 999999
               ADD 1 TO SPC-WIN-N OF CT-ENTRY(PC-IDX)
               ADD PH-VALUE TO SPC-WIN-SUM OF CT-ENTRY(PC-IDX)
               COMPUTE SPC-WIN-SUMSQ OF CT-ENTRY(PC-IDX) =
                   SPC-WIN-SUMSQ OF CT-ENTRY(PC-IDX)
                   + PH-VALUE * PH-VALUE
           END-IF.
