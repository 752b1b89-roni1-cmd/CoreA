       DATA DIVISION.
       FILE SECTION.
       FD  PERF-CURRENT-FILE.
       COPY "perfcur.cpy".
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
       01 PRT-TITLE     PIC X(40).
       01 PRT-COLHEAD   PIC X(80).
       01 PRT-LINE      PIC X(100).
       01 PRT-PROGRAM   PIC X(20)  VALUE "PERF-TREND".
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * The summary already carries each metric's baseline and
      * latest - one record per metric, straight into the table
           OPEN INPUT PERF-CURRENT-FILE.
           MOVE SPACES TO PRT-LINE.
           MOVE "INIT " TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
      * Elapsed-time metrics regress by going up; throughput metrics
      * regress by going down
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > T-TOTAL
               MOVE REPORT-LINE TO PRT-LINE
               MOVE "LINE " TO PRT-ACTION
               CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
                   PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUMMARY REGRESSED:" DELIMITED BY SIZE
           MOVE REPORT-LINE TO PRT-LINE.
           MOVE "LINE " TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           MOVE "CLOSE" TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           MOVE "CoreA Performance Trend Report complete" TO BUFFER.
           MOVE 40 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
