      * count, total and worst wait per mutex id - so the cost of a
      * contended mutex (99, which now serializes every audit write
      * in the shop, above all) is a number instead of a suspicion,
      * and the read stays the size of the mutex set. The named
      * control-file locks CORE-FILELOCK takes also post a
      * CONFLICT-M<mutex> row each time a rewrite found its file
      * changed since it was read; those are counted beside the
      * waits, and a named lock's line carries its file's name from
      * config/lock.names. A mutex taken SHARED as well gets a second
      * line: the readers' waits at the gate (SWAIT-M<mutex>) and the
      * writers' waits for readers to drain (DRAIN-M<mutex>), priced
      * the same way
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS PC-FILE-STATUS.
           SELECT STATS-REPORT-FILE ASSIGN TO "lock_stats.report"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCK-NAMES-FILE ASSIGN TO "config/lock.names"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERF-CURRENT-FILE.
       COPY "perfcur.cpy".
       FD  STATS-REPORT-FILE.
       01 STATS-REPORT-RECORD PIC X(120).
       FD  LOCK-NAMES-FILE.
       COPY "locknames.cpy".
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
       01 RESULT          PIC 9(9).
       01 REPORT-LINE     PIC X(120).
       01 PC-FILE-STATUS  PIC XX.
       01 LN-FILE-STATUS  PIC XX.
       01 FIND-MUTEX      PIC 9(9).
       01 T               PIC 9(4).
       01 T-TOTAL         PIC 9(4)  VALUE 0.
       01 LS-TABLE.
               10 LS-COUNT     PIC 9(6).
               10 LS-TOTAL-CS  PIC 9(12).
               10 LS-WORST-CS  PIC 9(9).
               10 LS-CONFLICTS PIC 9(6).
               10 LS-SWAITS    PIC 9(6).
               10 LS-STOTAL-CS PIC 9(12).
               10 LS-SWORST-CS PIC 9(9).
               10 LS-DRAINS    PIC 9(6).
               10 LS-DTOTAL-CS PIC 9(12).
               10 LS-FILE      PIC X(30).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * One summary row per mutex, read straight off the store
           OPEN INPUT PERF-CURRENT-FILE.
           IF PC-FILE-STATUS = "00"
                           IF PC-PROGRAM = "LOCKMGR"
                               AND PC-METRIC(1:6) = "WAIT-M"
                               AND PC-METRIC(7:9) IS NUMERIC
                               MOVE PC-METRIC(7:9) TO FIND-MUTEX
                               PERFORM FIND-MUTEX-ENTRY
                               IF T NOT = 0
                                   PERFORM TAKE-WAIT-ROW
                               END-IF
                           END-IF
                           IF PC-PROGRAM = "LOCKMGR"
                               AND PC-METRIC(1:10) = "CONFLICT-M"
                               AND PC-METRIC(11:9) IS NUMERIC
                               MOVE PC-METRIC(11:9) TO FIND-MUTEX
                               PERFORM FIND-MUTEX-ENTRY
                               IF T NOT = 0 AND PC-RUNS IS NUMERIC
                                   MOVE PC-RUNS TO LS-CONFLICTS(T)
                               END-IF
                           END-IF
                           IF PC-PROGRAM = "LOCKMGR"
                               AND PC-METRIC(1:7) = "SWAIT-M"
                               AND PC-METRIC(8:9) IS NUMERIC
                               MOVE PC-METRIC(8:9) TO FIND-MUTEX
                               PERFORM FIND-MUTEX-ENTRY
                               IF T NOT = 0
                                   PERFORM TAKE-SHARED-ROW
                               END-IF
                           END-IF
                           IF PC-PROGRAM = "LOCKMGR"
                               AND PC-METRIC(1:7) = "DRAIN-M"
                               AND PC-METRIC(8:9) IS NUMERIC
                               MOVE PC-METRIC(8:9) TO FIND-MUTEX
                               PERFORM FIND-MUTEX-ENTRY
                               IF T NOT = 0
                                   PERFORM TAKE-DRAIN-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERF-CURRENT-FILE
           END-IF.
      * Name each mutex that is a control file's lock
           OPEN INPUT LOCK-NAMES-FILE.
           IF LN-FILE-STATUS = "00"
               PERFORM UNTIL LN-FILE-STATUS NOT = "00"
                   READ LOCK-NAMES-FILE
                       AT END
                           MOVE "10" TO LN-FILE-STATUS
                       NOT AT END
                           PERFORM VARYING T FROM 1 BY 1
                                   UNTIL T > T-TOTAL
                               IF LS-MUTEX(T) = LN-MUTEX-ID
                                   MOVE LN-FILE TO LS-FILE(T)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE LOCK-NAMES-FILE
           END-IF.
           OPEN OUTPUT STATS-REPORT-FILE.
           MOVE "CoreA Lock Contention Report" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE STATS-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE STATS-REPORT-RECORD FROM REPORT-LINE.
                      LS-TOTAL-CS(T) DELIMITED BY SIZE
                      " WORST-CS:" DELIMITED BY SIZE
                      LS-WORST-CS(T) DELIMITED BY SIZE
                      " CONFL:" DELIMITED BY SIZE
                      LS-CONFLICTS(T) DELIMITED BY SIZE
                      INTO REPORT-LINE
               IF LS-FILE(T) NOT = SPACES
                   STRING " FILE:" DELIMITED BY SIZE
                          LS-FILE(T) DELIMITED BY SPACE
                          INTO REPORT-LINE(83:)
               END-IF
               WRITE STATS-REPORT-RECORD FROM REPORT-LINE
               MOVE 120 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD REPORT-LINE MSG-LEN
                   GIVING RESULT
               IF LS-SWAITS(T) NOT = 0 OR LS-DRAINS(T) NOT = 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "  SHARED-WAITS:" DELIMITED BY SIZE
                          LS-SWAITS(T) DELIMITED BY SIZE
                          " TOTAL-CS:" DELIMITED BY SIZE
                          LS-STOTAL-CS(T) DELIMITED BY SIZE
                          " WORST-CS:" DELIMITED BY SIZE
                          LS-SWORST-CS(T) DELIMITED BY SIZE
                          " DRAINS:" DELIMITED BY SIZE
                          LS-DRAINS(T) DELIMITED BY SIZE
                          " DRAIN-CS:" DELIMITED BY SIZE
                          LS-DTOTAL-CS(T) DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE STATS-REPORT-RECORD FROM REPORT-LINE
                   MOVE 120 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD REPORT-LINE MSG-LEN
                       GIVING RESULT
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUMMARY MUTEXES:" DELIMITED BY SIZE
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       FIND-MUTEX-ENTRY.
      * The mutex's line, started at zero the first time one of its
      * rows is seen; T is left 0 once the table is full
           MOVE 0 TO T.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > T-TOTAL
               IF LS-MUTEX(T) = FIND-MUTEX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF T > T-TOTAL
               IF T-TOTAL < 100
                   ADD 1 TO T-TOTAL
                   MOVE T-TOTAL TO T
                   MOVE FIND-MUTEX TO LS-MUTEX(T)
                   MOVE 0 TO LS-COUNT(T)
                   MOVE 0 TO LS-TOTAL-CS(T)
                   MOVE 0 TO LS-WORST-CS(T)
                   MOVE 0 TO LS-CONFLICTS(T)
                   MOVE 0 TO LS-SWAITS(T)
                   MOVE 0 TO LS-STOTAL-CS(T)
                   MOVE 0 TO LS-SWORST-CS(T)
                   MOVE 0 TO LS-DRAINS(T)
                   MOVE 0 TO LS-DTOTAL-CS(T)
                   MOVE SPACES TO LS-FILE(T)
               ELSE
                   MOVE 0 TO T
               END-IF
           END-IF.
       TAKE-WAIT-ROW.
           IF PC-RUNS IS NUMERIC
               MOVE PC-RUNS TO LS-COUNT(T)
           END-IF.
           IF PC-TOTAL IS NUMERIC
               MOVE PC-TOTAL TO LS-TOTAL-CS(T)
           END-IF.
           IF PC-MAX IS NUMERIC
               MOVE PC-MAX TO LS-WORST-CS(T)
           END-IF.
       TAKE-SHARED-ROW.
           IF PC-RUNS IS NUMERIC
               MOVE PC-RUNS TO LS-SWAITS(T)
           END-IF.
           IF PC-TOTAL IS NUMERIC
               MOVE PC-TOTAL TO LS-STOTAL-CS(T)
           END-IF.
           IF PC-MAX IS NUMERIC
               MOVE PC-MAX TO LS-SWORST-CS(T)
           END-IF.
       TAKE-DRAIN-ROW.
           IF PC-RUNS IS NUMERIC
               MOVE PC-RUNS TO LS-DRAINS(T)
           END-IF.
           IF PC-TOTAL IS NUMERIC
               MOVE PC-TOTAL TO LS-DTOTAL-CS(T)
           END-IF.
