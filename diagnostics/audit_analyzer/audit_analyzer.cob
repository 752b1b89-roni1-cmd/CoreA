       01 ANALYZER-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
       01 ERR-LOOKUP-TEXT PIC X(40).
       01 ERR-IDX         PIC 9(2).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Fold every audit record into the rollup tables, straight
      * from the fixed columns CORE-AUDIT writes
           OPEN INPUT AUDIT-LOG-FILE.
      * The audit log is a run journal, not only a failure log:
      * START/END records carry RC 0 and INFO severity, and folding
      * those in would let a program simply run often read as a
      * failure spike - only real failures reach the rollups. A
      * failure a fault-injection drill caused is not a real one
                           IF AL-PROG NOT = SPACES
                               AND AL-RC-NUM NOT = 0
                               AND AL-SEV(1:4) NOT = "INFO"
                               AND AU-DRILL NOT = "Y"
                               PERFORM FOLD-ONE-LINE
                           END-IF
                   END-READ
           END-PERFORM.
           OPEN OUTPUT ANALYZER-REPORT-FILE.
           MOVE "CoreA Audit Log Analysis" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE ANALYZER-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE ANALYZER-REPORT-RECORD FROM REPORT-LINE.
