       01 HC-HISTORY-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
               10 CAT-NAME   PIC X(16).
               10 CAT-STRIP  PIC X(200).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * First pass into memory: note each distinct run timestamp in
      * order of appearance, and file each record's status letter in
      * its category's strip at that run's column
           END-IF.
           OPEN OUTPUT HC-HISTORY-REPORT-FILE.
           MOVE "CoreA Health Check History" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE HC-HISTORY-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE HC-HISTORY-REPORT-RECORD FROM REPORT-LINE.
