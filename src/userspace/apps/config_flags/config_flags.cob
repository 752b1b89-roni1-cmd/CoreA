           05 OP-DESTRUCT   PIC X(1).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER       PIC X(100).
       01 MSG-LEN      PIC 9(9).
       01 OUT-FD       PIC 9(9)  VALUE 1.
               10 DP-IF-KEY   PIC X(20).
               10 DP-THEN-KEY PIC X(20).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Optional commands beside the interactive menu: REPORT lists
      * the change journal, ROLLBACK <yyyymmdd> restores kernel.conf
      * to its state as of the end of that date by undoing every
           MOVE 100 TO PARAM-DEFAULT.
           PERFORM FETCH-PARAM-VALUE.
           MOVE PARAM-OUT TO CP-AGING-STEP.
           MOVE "IPC_SCALE_PAIRS" TO LOOKUP-KEY.
           MOVE 8 TO PARAM-DEFAULT.
           PERFORM FETCH-PARAM-VALUE.
           MOVE PARAM-OUT TO CP-IPC-SCALE-PAIRS.
           MOVE "PERF_CONTROL_WINDOW" TO LOOKUP-KEY.
           MOVE 20 TO PARAM-DEFAULT.
           PERFORM FETCH-PARAM-VALUE.
           MOVE PARAM-OUT TO CP-PERF-CTL-WINDOW.
           MOVE "PERF_CONTROL_SIGMA" TO LOOKUP-KEY.
           MOVE 3 TO PARAM-DEFAULT.
           PERFORM FETCH-PARAM-VALUE.
           MOVE PARAM-OUT TO CP-PERF-CTL-SIGMA.
           MOVE "PERF_CONTROL_RUN" TO LOOKUP-KEY.
           MOVE 7 TO PARAM-DEFAULT.
           PERFORM FETCH-PARAM-VALUE.
           MOVE PARAM-OUT TO CP-PERF-CTL-RUN.
           OPEN OUTPUT CORE-PARAMS-FILE.
           WRITE CORE-PARAMS-RECORD.
           CLOSE CORE-PARAMS-FILE.
