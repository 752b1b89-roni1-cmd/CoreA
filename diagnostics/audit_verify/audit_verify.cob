       01 VERIFY-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 TIME-COUNT    PIC 9(4)  VALUE 0.
       01 FAULT-TOTAL   PIC 9(4)  VALUE 0.
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
           OPEN OUTPUT VERIFY-REPORT-FILE.
           MOVE "CoreA Audit-Trail Verification" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE VERIFY-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE VERIFY-REPORT-RECORD FROM REPORT-LINE.
