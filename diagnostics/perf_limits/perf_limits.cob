       DATA DIVISION.
       FILE SECTION.
       FD  PERF-CURRENT-FILE.
       COPY "perfcur.cpy".
      * One bound per record, keyed like the history itself: a
      * minimum and a maximum, either of which may be zero to leave
      * that side unbounded
       01 LIMITS-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
               10 OB-METRIC    PIC X(20).
               10 OB-VALUE     PIC 9(9).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
           OPEN INPUT PERF-CURRENT-FILE.
           IF PC-FILE-STATUS = "00"
               PERFORM UNTIL PC-FILE-STATUS NOT = "00"
           END-IF.
           OPEN OUTPUT LIMITS-REPORT-FILE.
           MOVE "CoreA Performance Limit Watch" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE LIMITS-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE LIMITS-REPORT-RECORD FROM REPORT-LINE.
