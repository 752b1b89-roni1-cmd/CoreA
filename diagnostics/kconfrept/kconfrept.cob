       01 KCONF-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER       PIC X(100).
       01 MSG-LEN      PIC 9(9).
       01 OUT-FD       PIC 9(9)  VALUE 1.
       01 FLAG-COUNT   PIC 9(4)  VALUE 0.
       01 EOF-SWITCH   PIC X     VALUE "N".
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Dump every key/value pair out of the shared Perl config hash,
      * sorted so the report reads the same way run to run
           CALL "system" USING
           END-IF.
           OPEN INPUT FLAGS-CONF-FILE.
           OPEN OUTPUT KCONF-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ENV:" DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE KCONF-REPORT-RECORD FROM REPORT-LINE.
           PERFORM UNTIL EOF-SWITCH = "Y"
               READ FLAGS-CONF-FILE
                   AT END
