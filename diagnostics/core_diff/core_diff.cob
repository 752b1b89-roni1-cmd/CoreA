           05 LY-TYPE     PIC X(1).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 B-IDX         PIC 9(4).
       01 HIT-IDX       PIC 9(4).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * The two files to compare are the two positional arguments
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT < 2
           END-PERFORM.
           CLOSE FILE-B.
           OPEN OUTPUT DIFF-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ENV:" DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE DIFF-REPORT-RECORD FROM REPORT-LINE.
           IF DIFF-MODE = "KEY "
               PERFORM KEYED-COMPARE
               PERFORM WRITE-DIFF-SUMMARY
