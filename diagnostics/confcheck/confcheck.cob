       01 CONFCHECK-REPORT-RECORD PIC X(100).
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
      * Dump the current flag set into a control file, then load it
      * into a working table, the same way KCONFREPT reads it
           CALL "system" USING
           END-IF.
           OPEN OUTPUT CONFCHECK-REPORT-FILE.
           MOVE "CoreA Configuration Check" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE CONFCHECK-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE CONFCHECK-REPORT-RECORD FROM REPORT-LINE.
