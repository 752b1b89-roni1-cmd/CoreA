       01 SYSREPT-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
       01 PM-ORPHAN-COUNT PIC 9(4)  VALUE 0.
       01 PM-ITERATIONS   PIC 9(4)  VALUE 0.
       01 IPC-RUN-COUNT   PIC 9(4)  VALUE 0.
      * Plumbing for the shared CORE-PRINT report formatter, used
      * only to file the finished report in the report archive
       01 PRT-ACTION    PIC X(5)   VALUE "FILE ".
       01 PRT-FILE-NAME PIC X(30)  VALUE "sysrept.report".
       01 PRT-TITLE     PIC X(40)  VALUE SPACES.
       01 PRT-COLHEAD   PIC X(80)  VALUE SPACES.
       01 PRT-LINE      PIC X(100) VALUE SPACES.
       01 PRT-PROGRAM   PIC X(20)  VALUE "SYSREPT".
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Pull the leak total out of MEM-ANALYZER's own summary line
           OPEN INPUT MEM-REPORT-FILE.
           IF MEM-FILE-STATUS = "00"
               END-PERFORM
               CLOSE IPC-CSV-FILE
           END-IF.
      * Reported as of the shop processing date, not the clock
           CALL "CORE-DATE" USING RPT-DATE.
           ACCEPT RPT-TIME FROM TIME.
           OPEN OUTPUT SYSREPT-REPORT-FILE.
      * Page header, in the style of a classic report writer listing
           MOVE SPACES TO REPORT-LINE.
           MOVE "CoreA End-of-Day Operations Report" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE SYSREPT-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Date: " DELIMITED BY SIZE
           MOVE "END OF REPORT" TO REPORT-LINE.
           WRITE SYSREPT-REPORT-RECORD FROM REPORT-LINE.
           CLOSE SYSREPT-REPORT-FILE.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
      * Echo the same listing to the console
           MOVE "CoreA End-of-Day Operations Report" TO BUFFER.
           MOVE 35 TO MSG-LEN.
