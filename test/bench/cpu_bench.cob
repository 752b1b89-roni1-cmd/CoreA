       01 CSV-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 ITER-COUNT   PIC 9(7) VALUE 0.
       01 RESULT       PIC 9(18) VALUE 0.
       01 OUTPUT-BUF   PIC X(50).
       01 BASELINE-ITERS PIC 9(7)  VALUE 0.
       01 EFF-PCT        PIC 9(3)  VALUE 0.
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Read the configured benchmark window from the compiled
      * configuration CONFIG-FLAGS emits; a missing or empty file
      * keeps the built-in default
