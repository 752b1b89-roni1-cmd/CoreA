           05 FV-DATA     PIC X(90).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER      PIC X(100).
       01 MSG-LEN     PIC 9(9).
       01 OUT-FD      PIC 9(9)  VALUE 1.
       01 UPDATE-COUNT       PIC 9(9)   VALUE 0.
       01 DELETE-COUNT       PIC 9(9)   VALUE 0.
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Positional arguments: an optional leading MERGE or DELETE
      * action, then 1 = input file, 2 = key start column, 3 = key
      * length (1-9), 4 = index file name (default <input>.idx);
