       DATA DIVISION.
       FILE SECTION.
       FD  SCAN-FILE.
       01 SCAN-RECORD PIC X(106).
       FD  SIDE-FILE.
       COPY "auditrec.cpy".
       FD  REJECT-FILE.
       01 GEN-LIST-RECORD PIC X(60).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 CONV-COUNT    PIC 9(6).
       01 REJ-COUNT     PIC 9(6).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
           MOVE "ls -1 audit.log.*.gen > config/.ac-list 2>/dev/null"
               TO CMD-LINE.
           CALL "system" USING CMD-LINE.
                   MOVE AL-DATE TO AU-DATE
                   MOVE AL-TIME TO AU-TIME
                   MOVE 0 TO AU-RUN-PID
                   MOVE SPACES TO AU-ENV
                   MOVE "N" TO AU-DRILL
                   WRITE AUDIT-LOG-RECORD
               END-IF
           END-IF.
