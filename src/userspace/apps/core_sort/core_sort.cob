           05 LY-TYPE     PIC X(1).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER      PIC X(100).
       01 MSG-LEN     PIC 9(9).
       01 OUT-FD      PIC 9(9)  VALUE 1.
       01 CMP-NUM-B          PIC 9(12)  VALUE 0.
       01 SWAP-SWITCH        PIC X(1).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Positional arguments: 1 = input file, 2 = output file, then
      * one to three field names, with an optional trailing DESC
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
