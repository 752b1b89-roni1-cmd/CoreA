       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       COPY "retcodes.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
       01 LOOKUP-TEXT     PIC X(40).
       01 RC-IDX          PIC 9(2).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * The raw code to translate is the program's one command-line
      * argument
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           MOVE LOOKUP-NUM TO LOOKUP-CODE.
           MOVE "9999Unrecognized return code               "
               TO LOOKUP-TEXT.
           PERFORM VARYING RC-IDX FROM 1 BY 1 UNTIL RC-IDX > 16
               IF RC-LOOKUP-CODE(RC-IDX) = LOOKUP-CODE
                   MOVE RC-LOOKUP-TEXT(RC-IDX) TO LOOKUP-TEXT
                   EXIT PERFORM
