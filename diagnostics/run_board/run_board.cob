       01 BOARD-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
       01 WORK-MM         PIC 9(2).
       01 WORK-SS         PIC 9(2).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Walk the journal in order, tracking each program's latest
      * state transition, straight from the fixed columns
      * CORE-AUDIT writes
               WORK-HH * 3600 + WORK-MM * 60 + WORK-SS.
           OPEN OUTPUT BOARD-REPORT-FILE.
           MOVE "CoreA Run-State Board" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE BOARD-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE BOARD-REPORT-RECORD FROM REPORT-LINE.
