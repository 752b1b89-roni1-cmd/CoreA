       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-TRACE.
      * CoreA Run Trace (COBOL)
      * Reconstructs everything one execution did from the run PID
      * CORE-AUDIT stamps on every audit record: its START/END and
      * failure events, its run-ledger entry, the performance
      * observations it left, the locks it took and released, the
      * shared memory it still has registered in shm.registry, the
      * bulletins it posted, and the tail of each step log behind
      * its ledger entries - pulled into one time-ordered listing in
      * run_trace.report instead of five separate greps. The rotated
      * generations HOUSEKEEP leaves behind are searched along with
      * the live files, so last week's run can still be traced.
      * Operands are PID nnn [DATE yyyymmdd] for one run (the latest
      * processing date the PID journaled under unless DATE narrows
      * it), or PROG name DATE yyyymmdd for every run of a program on
      * one processing date. Records that carry no run PID (ledger,
      * performance, bulletins) are matched by program name inside
      * the run's time window, widened five minutes either side for
      * what is written just before START or just after END
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-SCAN-FILE ASSIGN TO SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-FILE-STATUS.
           SELECT PERF-SCAN-FILE ASSIGN TO SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-FILE-STATUS.
           SELECT JOURNAL-SCAN-FILE ASSIGN TO SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-FILE-STATUS.
           SELECT CHAT-SCAN-FILE ASSIGN TO SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-FILE-STATUS.
           SELECT STEP-LOG-FILE ASSIGN TO SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-FILE-STATUS.
           SELECT RUN-LEDGER-FILE ASSIGN TO "core_run.ledger"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT LOCK-REGISTRY-FILE ASSIGN TO "lockmgr.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LREG-FILE-STATUS.
           SELECT SHM-REGISTRY-FILE ASSIGN TO "shm.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SREG-FILE-STATUS.
           SELECT GEN-LIST-FILE ASSIGN TO "config/.rt-list"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
           SELECT TRACE-REPORT-FILE ASSIGN TO "run_trace.report"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-SCAN-FILE.
       COPY "auditrec.cpy".
       FD  PERF-SCAN-FILE.
       01 PERF-HISTORY-RECORD.
           05 PH-DATE      PIC 9(8).
           05 PH-TIME      PIC 9(8).
           05 PH-PROGRAM   PIC X(20).
           05 PH-METRIC    PIC X(20).
           05 PH-VALUE     PIC 9(9).
       FD  JOURNAL-SCAN-FILE.
       01 LOCK-JOURNAL-RECORD.
           05 LJ-DATE       PIC 9(8).
           05 LJ-TIME       PIC 9(8).
           05 LJ-ACTION     PIC X(8).
           05 LJ-MUTEX-ID   PIC 9(9).
           05 LJ-HOLDER-PID PIC 9(9).
       FD  CHAT-SCAN-FILE.
       01 CHAT-LOG-RECORD PIC X(100).
       FD  STEP-LOG-FILE.
       01 STEP-LOG-RECORD PIC X(100).
       FD  RUN-LEDGER-FILE.
       COPY "runledger.cpy".
       FD  LOCK-REGISTRY-FILE.
       01 LOCK-REGISTRY-RECORD.
           05 LR-MUTEX-ID   PIC 9(9).
           05 LR-HOLDER-PID PIC 9(9).
           05 LR-ACQ-DATE   PIC 9(8).
           05 LR-ACQ-TIME   PIC 9(8).
           05 LR-MODE       PIC X(1).
       FD  SHM-REGISTRY-FILE.
       COPY "shmreg.cpy".
       FD  GEN-LIST-FILE.
       01 GEN-LIST-RECORD PIC X(60).
       FD  TRACE-REPORT-FILE.
       01 TRACE-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 RESULT        PIC 9(9).
       01 REPORT-LINE   PIC X(100).
       01 CMD-ARG-COUNT PIC 9(2).
       01 CMD-ARG-NUM   PIC 9(2).
       01 CMD-ARG-VAL   PIC X(20).
       01 SCAN-NAME     PIC X(60).
       01 SCAN-FILE-STATUS   PIC XX.
       01 LEDGER-FILE-STATUS PIC XX.
       01 LREG-FILE-STATUS   PIC XX.
       01 SREG-FILE-STATUS   PIC XX.
       01 LIST-FILE-STATUS   PIC XX.
       01 CMD-LINE      PIC X(100).
       01 LIST-PATTERN  PIC X(60).
       01 GEN-COUNT     PIC 9(3)  VALUE 0.
       01 G-IDX         PIC 9(3).
       01 GEN-NAME-TABLE.
           05 GEN-FILE-NAME OCCURS 60 TIMES PIC X(60).
      * What is being traced: one PID, or a program on a date
       01 TRACE-MODE    PIC X(4)  VALUE SPACES.
       01 TRACE-PID     PIC 9(9)  VALUE 0.
       01 TRACE-PROGRAM PIC X(20) VALUE SPACES.
       01 TRACE-DATE    PIC 9(8)  VALUE 0.
       01 PROG-LEN      PIC 9(2)  VALUE 0.
      * The processing date the traced run journaled under
       01 ANCHOR-DATE   PIC 9(8)  VALUE 0.
       01 PID-TOTAL     PIC 9(3)  VALUE 0.
       01 PID-SET.
           05 SET-PID OCCURS 50 TIMES PIC 9(9).
       01 P             PIC 9(3).
       01 CHECK-PID     PIC 9(9).
       01 PID-HIT-SWITCH PIC X.
      * First and last audit stamps of the run, then the window the
      * unkeyed sources are matched in
       01 RUN-FIRST.
           05 RUN-FIRST-DATE PIC 9(8) VALUE 0.
           05 RUN-FIRST-TIME PIC 9(8) VALUE 0.
       01 RUN-LAST.
           05 RUN-LAST-DATE  PIC 9(8) VALUE 0.
           05 RUN-LAST-TIME  PIC 9(8) VALUE 0.
       01 WINDOW-START.
           05 WINDOW-START-DATE PIC 9(8).
           05 WINDOW-START-TIME PIC 9(8).
       01 WINDOW-END.
           05 WINDOW-END-DATE PIC 9(8).
           05 WINDOW-END-TIME PIC 9(8).
       01 WINDOW-SLACK-CS PIC S9(9) VALUE 30000.
       01 SHIFT-TIME.
           05 SHIFT-HH  PIC 9(2).
           05 SHIFT-MM  PIC 9(2).
           05 SHIFT-SS  PIC 9(2).
           05 SHIFT-CC  PIC 9(2).
       01 SHIFT-BY-CS   PIC S9(9).
       01 SHIFT-CS      PIC S9(9).
       01 SHIFT-REST    PIC S9(9).
      * The trace itself, kept in stamp order as it is built - each
      * new entry goes in after every entry stamped at or before it,
      * so a step log excerpt stays right behind its ledger line
       01 TRACE-TOTAL   PIC 9(4)  VALUE 0.
       01 TRACE-MAX     PIC 9(4)  VALUE 600.
       01 DROPPED-COUNT PIC 9(4)  VALUE 0.
       01 T             PIC 9(4).
       01 TRACE-TABLE.
           05 TRACE-ENTRY OCCURS 601 TIMES.
               10 TE-STAMP.
                   15 TE-DATE   PIC 9(8).
                   15 TE-TIME   PIC 9(8).
               10 TE-SOURCE PIC X(7).
               10 TE-TEXT   PIC X(74).
       01 NEW-ENTRY.
           05 NEW-STAMP.
               10 NEW-DATE  PIC 9(8).
               10 NEW-TIME  PIC 9(8).
           05 NEW-SOURCE PIC X(7).
           05 NEW-TEXT   PIC X(74).
       01 AUDIT-COUNT   PIC 9(4)  VALUE 0.
       01 FAIL-COUNT    PIC 9(4)  VALUE 0.
       01 LEDGER-COUNT  PIC 9(4)  VALUE 0.
       01 PERF-COUNT    PIC 9(4)  VALUE 0.
       01 LOCK-COUNT    PIC 9(4)  VALUE 0.
       01 SHM-COUNT     PIC 9(4)  VALUE 0.
       01 MSG-COUNT     PIC 9(4)  VALUE 0.
       01 STEPLOG-COUNT PIC 9(4)  VALUE 0.
      * Step log tail: the last lines of the log are where a failing
      * step says why, so a small ring keeps only those
       01 TAIL-MAX      PIC 9(2)  VALUE 10.
       01 TAIL-TOTAL    PIC 9(6).
       01 TAIL-IDX      PIC 9(2).
       01 TAIL-FIRST    PIC 9(6).
       01 TAIL-N        PIC 9(6).
       01 TAIL-TABLE.
           05 TAIL-LINE OCCURS 10 TIMES PIC X(100).
       01 TAIL-DATE     PIC 9(8).
       01 TAIL-TIME     PIC 9(8).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * PID nnn [DATE yyyymmdd] or PROG name DATE yyyymmdd
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           PERFORM VARYING CMD-ARG-NUM FROM 1 BY 2
                   UNTIL CMD-ARG-NUM > CMD-ARG-COUNT
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               IF CMD-ARG-VAL = "PID"
                   MOVE "PID " TO TRACE-MODE
                   ADD 1 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   SUBTRACT 1 FROM CMD-ARG-NUM
                   PERFORM VARYING T FROM 20 BY -1
                           UNTIL T = 0 OR CMD-ARG-VAL(T:1) NOT = SPACE
                       CONTINUE
                   END-PERFORM
                   IF T > 0 AND T < 10
                       AND CMD-ARG-VAL(1:T) IS NUMERIC
                       MOVE CMD-ARG-VAL(1:T) TO TRACE-PID
                   END-IF
               ELSE
               IF CMD-ARG-VAL = "PROG"
                   MOVE "PROG" TO TRACE-MODE
                   ADD 1 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT TRACE-PROGRAM FROM ARGUMENT-VALUE
                   SUBTRACT 1 FROM CMD-ARG-NUM
               ELSE
               IF CMD-ARG-VAL = "DATE"
                   ADD 1 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   SUBTRACT 1 FROM CMD-ARG-NUM
                   IF CMD-ARG-VAL(1:8) IS NUMERIC
                       MOVE CMD-ARG-VAL(1:8) TO TRACE-DATE
                   END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM.
           IF (TRACE-MODE = "PID " AND TRACE-PID = 0)
               OR (TRACE-MODE = "PROG"
                   AND (TRACE-PROGRAM = SPACES OR TRACE-DATE = 0))
               OR TRACE-MODE = SPACES
               MOVE "RUN-TRACE: usage PID n [DATE d] | PROG p DATE d"
                   TO BUFFER
               MOVE 48 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           IF TRACE-MODE = "PID "
               MOVE 1 TO PID-TOTAL
               MOVE TRACE-PID TO SET-PID(1)
           ELSE
               MOVE TRACE-DATE TO ANCHOR-DATE
           END-IF.
      * Pass one over the audit trail settles which run is meant:
      * the date a PID journaled under, or every PID a program ran
      * as on the given date
           MOVE "audit.log audit.log.*.gen" TO LIST-PATTERN.
           PERFORM LIST-GENERATIONS.
           PERFORM VARYING G-IDX FROM 1 BY 1 UNTIL G-IDX > GEN-COUNT
               MOVE GEN-FILE-NAME(G-IDX) TO SCAN-NAME
               PERFORM ANCHOR-ONE-AUDIT
           END-PERFORM.
           OPEN OUTPUT TRACE-REPORT-FILE.
           MOVE "CoreA Run Trace" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE TRACE-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE TRACE-REPORT-RECORD FROM REPORT-LINE.
           IF ANCHOR-DATE = 0 OR PID-TOTAL = 0
               MOVE SPACES TO REPORT-LINE
               IF TRACE-MODE = "PID "
                   STRING "NO AUDIT RECORDS FOR PID:" DELIMITED BY SIZE
                          TRACE-PID DELIMITED BY SIZE
                          INTO REPORT-LINE
               ELSE
                   STRING "NO AUDIT RECORDS FOR PROGRAM:"
                              DELIMITED BY SIZE
                          TRACE-PROGRAM DELIMITED BY SPACE
                          " DATE:" DELIMITED BY SIZE
                          TRACE-DATE DELIMITED BY SIZE
                          INTO REPORT-LINE
               END-IF
               WRITE TRACE-REPORT-RECORD FROM REPORT-LINE
               CLOSE TRACE-REPORT-FILE
               MOVE REPORT-LINE TO BUFFER
               MOVE 70 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           PERFORM VARYING PROG-LEN FROM 20 BY -1
                   UNTIL PROG-LEN = 0
                       OR TRACE-PROGRAM(PROG-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
      * Pass two takes the run's own audit records and fixes its
      * first and last stamps
           PERFORM VARYING G-IDX FROM 1 BY 1 UNTIL G-IDX > GEN-COUNT
               MOVE GEN-FILE-NAME(G-IDX) TO SCAN-NAME
               PERFORM TRACE-ONE-AUDIT
           END-PERFORM.
           MOVE RUN-FIRST-DATE TO WINDOW-START-DATE.
           MOVE RUN-FIRST-TIME TO SHIFT-TIME.
           COMPUTE SHIFT-BY-CS = 0 - WINDOW-SLACK-CS.
           PERFORM SHIFT-STAMP.
           MOVE SHIFT-TIME TO WINDOW-START-TIME.
           MOVE RUN-LAST-DATE TO WINDOW-END-DATE.
           MOVE RUN-LAST-TIME TO SHIFT-TIME.
           MOVE WINDOW-SLACK-CS TO SHIFT-BY-CS.
           PERFORM SHIFT-STAMP.
           MOVE SHIFT-TIME TO WINDOW-END-TIME.
           PERFORM TRACE-LEDGER.
           MOVE "perf_history.*.dat perf_history.dat*"
               TO LIST-PATTERN.
           PERFORM LIST-GENERATIONS.
           PERFORM VARYING G-IDX FROM 1 BY 1 UNTIL G-IDX > GEN-COUNT
               MOVE GEN-FILE-NAME(G-IDX) TO SCAN-NAME
               PERFORM TRACE-ONE-PERF
           END-PERFORM.
           MOVE "lockmgr.journal lockmgr.journal.*.gen"
               TO LIST-PATTERN.
           PERFORM LIST-GENERATIONS.
           PERFORM VARYING G-IDX FROM 1 BY 1 UNTIL G-IDX > GEN-COUNT
               MOVE GEN-FILE-NAME(G-IDX) TO SCAN-NAME
               PERFORM TRACE-ONE-JOURNAL
           END-PERFORM.
           PERFORM TRACE-REGISTRY.
           PERFORM TRACE-SHM-REGISTRY.
           IF PROG-LEN > 0
               MOVE "chat.log chat.log.*.gen" TO LIST-PATTERN
               PERFORM LIST-GENERATIONS
               PERFORM VARYING G-IDX FROM 1 BY 1
                       UNTIL G-IDX > GEN-COUNT
                   MOVE GEN-FILE-NAME(G-IDX) TO SCAN-NAME
                   PERFORM TRACE-ONE-CHAT
               END-PERFORM
           END-IF.
      * Heading, the merged listing, and the per-source counts
           MOVE SPACES TO REPORT-LINE.
           IF TRACE-MODE = "PID "
               STRING "RUN PID:" DELIMITED BY SIZE
                      TRACE-PID DELIMITED BY SIZE
                      " PROGRAM:" DELIMITED BY SIZE
                      TRACE-PROGRAM DELIMITED BY SPACE
                      " DATE:" DELIMITED BY SIZE
                      ANCHOR-DATE DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING "PROGRAM:" DELIMITED BY SIZE
                      TRACE-PROGRAM DELIMITED BY SPACE
                      " DATE:" DELIMITED BY SIZE
                      ANCHOR-DATE DELIMITED BY SIZE
                      " RUNS:" DELIMITED BY SIZE
                      PID-TOTAL DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           WRITE TRACE-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "WINDOW:" DELIMITED BY SIZE
                  WINDOW-START-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WINDOW-START-TIME DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WINDOW-END-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WINDOW-END-TIME DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE TRACE-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE TRACE-REPORT-RECORD FROM REPORT-LINE.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > TRACE-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING TE-DATE(T) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TE-TIME(T) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TE-SOURCE(T) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TE-TEXT(T) DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE TRACE-REPORT-RECORD FROM REPORT-LINE
           END-PERFORM.
           IF DROPPED-COUNT NOT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "TRUNCATED: " DELIMITED BY SIZE
                      DROPPED-COUNT DELIMITED BY SIZE
                      " LATER RECORDS NOT LISTED" DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE TRACE-REPORT-RECORD FROM REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE TRACE-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUMMARY AUDIT:" DELIMITED BY SIZE
                  AUDIT-COUNT DELIMITED BY SIZE
                  " FAILURES:" DELIMITED BY SIZE
                  FAIL-COUNT DELIMITED BY SIZE
                  " LEDGER:" DELIMITED BY SIZE
                  LEDGER-COUNT DELIMITED BY SIZE
                  " PERF:" DELIMITED BY SIZE
                  PERF-COUNT DELIMITED BY SIZE
                  " LOCKS:" DELIMITED BY SIZE
                  LOCK-COUNT DELIMITED BY SIZE
                  " MSGS:" DELIMITED BY SIZE
                  MSG-COUNT DELIMITED BY SIZE
                  " STEPLOG:" DELIMITED BY SIZE
                  STEPLOG-COUNT DELIMITED BY SIZE
                  " SHM:" DELIMITED BY SIZE
                  SHM-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE TRACE-REPORT-RECORD FROM REPORT-LINE.
           CLOSE TRACE-REPORT-FILE.
           MOVE REPORT-LINE TO BUFFER.
           MOVE 97 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       LIST-GENERATIONS.
      * Name the live file and its rotated generations; the order
      * does not matter, since every entry is placed by its stamp
           MOVE 0 TO GEN-COUNT.
           MOVE SPACES TO CMD-LINE.
           STRING "ls -1 " DELIMITED BY SIZE
                  LIST-PATTERN DELIMITED BY "  "
                  " > config/.rt-list 2>/dev/null" DELIMITED BY SIZE
                  INTO CMD-LINE.
           CALL "system" USING CMD-LINE.
           OPEN INPUT GEN-LIST-FILE.
           IF LIST-FILE-STATUS = "00"
               PERFORM UNTIL LIST-FILE-STATUS NOT = "00"
                   READ GEN-LIST-FILE
                       AT END
                           MOVE "10" TO LIST-FILE-STATUS
                       NOT AT END
                           IF GEN-COUNT < 60
                               ADD 1 TO GEN-COUNT
                               MOVE GEN-LIST-RECORD
                                   TO GEN-FILE-NAME(GEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-LIST-FILE
           END-IF.
       ANCHOR-ONE-AUDIT.
           OPEN INPUT AUDIT-SCAN-FILE.
           IF SCAN-FILE-STATUS = "00"
               PERFORM UNTIL SCAN-FILE-STATUS NOT = "00"
                   READ AUDIT-SCAN-FILE
                       AT END
                           MOVE "10" TO SCAN-FILE-STATUS
                       NOT AT END
                           IF AU-RUN-PID IS NUMERIC
                               AND AU-DATE IS NUMERIC
                               PERFORM ANCHOR-ONE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-SCAN-FILE
           END-IF.
       ANCHOR-ONE-RECORD.
      * A PID is recycled by the system sooner or later, so without
      * a DATE the latest processing date it journaled under wins
           IF TRACE-MODE = "PID "
               IF AU-RUN-PID = TRACE-PID
                   AND (TRACE-DATE = 0 OR AU-DATE = TRACE-DATE)
                   IF AU-DATE > ANCHOR-DATE
                       MOVE AU-DATE TO ANCHOR-DATE
                       MOVE AU-PROGRAM TO TRACE-PROGRAM
                   END-IF
               END-IF
           ELSE
               IF AU-PROGRAM = TRACE-PROGRAM
                   AND AU-DATE = TRACE-DATE
                   AND AU-RUN-PID NOT = 0
                   MOVE AU-RUN-PID TO CHECK-PID
                   PERFORM CHECK-PID-SET
                   IF PID-HIT-SWITCH = "N" AND PID-TOTAL < 50
                       ADD 1 TO PID-TOTAL
                       MOVE AU-RUN-PID TO SET-PID(PID-TOTAL)
                   END-IF
               END-IF
           END-IF.
       CHECK-PID-SET.
           MOVE "N" TO PID-HIT-SWITCH.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > PID-TOTAL
               IF SET-PID(P) = CHECK-PID
                   MOVE "Y" TO PID-HIT-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       TRACE-ONE-AUDIT.
      * Every record the run journaled - whatever program name it
      * journaled under - with ERROR records counted as failures
           OPEN INPUT AUDIT-SCAN-FILE.
           IF SCAN-FILE-STATUS = "00"
               PERFORM UNTIL SCAN-FILE-STATUS NOT = "00"
                   READ AUDIT-SCAN-FILE
                       AT END
                           MOVE "10" TO SCAN-FILE-STATUS
                       NOT AT END
                           IF AU-RUN-PID IS NUMERIC
                               AND AU-DATE IS NUMERIC
                               AND AU-TIME IS NUMERIC
                               AND AU-DATE = ANCHOR-DATE
                               MOVE AU-RUN-PID TO CHECK-PID
                               PERFORM CHECK-PID-SET
                               IF PID-HIT-SWITCH = "Y"
                                   PERFORM NOTE-AUDIT-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-SCAN-FILE
           END-IF.
       NOTE-AUDIT-RECORD.
           MOVE AU-DATE TO NEW-DATE.
           MOVE AU-TIME TO NEW-TIME.
           IF RUN-FIRST-DATE = 0 OR NEW-STAMP < RUN-FIRST
               MOVE NEW-STAMP TO RUN-FIRST
           END-IF.
           IF NEW-STAMP > RUN-LAST
               MOVE NEW-STAMP TO RUN-LAST
           END-IF.
           MOVE "AUDIT" TO NEW-SOURCE.
           MOVE SPACES TO NEW-TEXT.
           STRING "PID:" DELIMITED BY SIZE
                  AU-RUN-PID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AU-PROGRAM DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AU-EVENT DELIMITED BY "  "
                  " RC:" DELIMITED BY SIZE
                  AU-RC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AU-SEVERITY DELIMITED BY SIZE
                  INTO NEW-TEXT.
           IF AU-SEVERITY = "ERROR"
               ADD 1 TO FAIL-COUNT
           END-IF.
           ADD 1 TO AUDIT-COUNT.
           PERFORM ADD-TRACE-ENTRY.
       TRACE-LEDGER.
      * The run's ledger rows are those naming the traced program,
      * as what ran - by run name or by the registered program a
      * step executes - or as the driver that ran it - a
      * CORE-BATCH run brings every step it drove, each followed by
      * the tail of its step log
           OPEN INPUT RUN-LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "00"
               PERFORM UNTIL LEDGER-FILE-STATUS NOT = "00"
                   READ RUN-LEDGER-FILE
                       AT END
                           MOVE "10" TO LEDGER-FILE-STATUS
                       NOT AT END
                           IF RL-DATE IS NUMERIC
                               AND RL-TIME IS NUMERIC
                               AND (RL-NAME = TRACE-PROGRAM
                                   OR RL-PROGRAM = TRACE-PROGRAM
                                   OR RL-DRIVER = TRACE-PROGRAM)
                               MOVE RL-DATE TO NEW-DATE
                               MOVE RL-TIME TO NEW-TIME
                               IF NEW-STAMP NOT < WINDOW-START
                                   AND NEW-STAMP NOT > WINDOW-END
                                   PERFORM NOTE-LEDGER-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LEDGER-FILE
           END-IF.
       NOTE-LEDGER-RECORD.
           MOVE "LEDGER" TO NEW-SOURCE.
           MOVE SPACES TO NEW-TEXT.
           STRING RL-DRIVER DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  RL-NAME DELIMITED BY SPACE
                  " RC:" DELIMITED BY SIZE
                  RL-RC DELIMITED BY SIZE
                  " CS:" DELIMITED BY SIZE
                  RL-ELAPSED-CS DELIMITED BY SIZE
                  INTO NEW-TEXT.
           IF RL-DIRECTED = "O" OR RL-DIRECTED = "B"
               MOVE SPACES TO NEW-TEXT(50:)
               STRING " DIRECTED:" DELIMITED BY SIZE
                      RL-DIRECTED DELIMITED BY SIZE
                      " OP:" DELIMITED BY SIZE
                      RL-OPERATOR DELIMITED BY SPACE
                      INTO NEW-TEXT(50:)
           END-IF.
           ADD 1 TO LEDGER-COUNT.
           PERFORM ADD-TRACE-ENTRY.
           IF RL-DRIVER = "CORE-BATCH"
               MOVE RL-DATE TO TAIL-DATE
               MOVE RL-TIME TO TAIL-TIME
               MOVE SPACES TO SCAN-NAME
               STRING RL-NAME DELIMITED BY SPACE
                      "." DELIMITED BY SIZE
                      RL-DATE DELIMITED BY SIZE
                      ".steplog" DELIMITED BY SIZE
                      INTO SCAN-NAME
               PERFORM NOTE-STEP-LOG-TAIL
           END-IF.
       NOTE-STEP-LOG-TAIL.
      * Read the whole log through a ring of the last few lines,
      * then list them stamped with the ledger row they belong to
           MOVE 0 TO TAIL-TOTAL.
           OPEN INPUT STEP-LOG-FILE.
           IF SCAN-FILE-STATUS = "00"
               PERFORM UNTIL SCAN-FILE-STATUS NOT = "00"
                   READ STEP-LOG-FILE
                       AT END
                           MOVE "10" TO SCAN-FILE-STATUS
                       NOT AT END
                           ADD 1 TO TAIL-TOTAL
                           DIVIDE TAIL-TOTAL BY TAIL-MAX
                               GIVING TAIL-N REMAINDER TAIL-IDX
                           ADD 1 TO TAIL-IDX
                           MOVE STEP-LOG-RECORD TO TAIL-LINE(TAIL-IDX)
                   END-READ
               END-PERFORM
               CLOSE STEP-LOG-FILE
           END-IF.
           IF TAIL-TOTAL > TAIL-MAX
               COMPUTE TAIL-FIRST = TAIL-TOTAL - TAIL-MAX + 1
           ELSE
               MOVE 1 TO TAIL-FIRST
           END-IF.
           PERFORM VARYING TAIL-N FROM TAIL-FIRST BY 1
                   UNTIL TAIL-N > TAIL-TOTAL
               DIVIDE TAIL-N BY TAIL-MAX
                   GIVING T REMAINDER TAIL-IDX
               ADD 1 TO TAIL-IDX
               MOVE TAIL-DATE TO NEW-DATE
               MOVE TAIL-TIME TO NEW-TIME
               MOVE "STEPLOG" TO NEW-SOURCE
               MOVE SPACES TO NEW-TEXT
               STRING "| " DELIMITED BY SIZE
                      TAIL-LINE(TAIL-IDX) DELIMITED BY SIZE
                      INTO NEW-TEXT
               ADD 1 TO STEPLOG-COUNT
               PERFORM ADD-TRACE-ENTRY
           END-PERFORM.
       TRACE-ONE-PERF.
           OPEN INPUT PERF-SCAN-FILE.
           IF SCAN-FILE-STATUS = "00"
               PERFORM UNTIL SCAN-FILE-STATUS NOT = "00"
                   READ PERF-SCAN-FILE
                       AT END
                           MOVE "10" TO SCAN-FILE-STATUS
                       NOT AT END
                           IF PH-DATE IS NUMERIC
                               AND PH-TIME IS NUMERIC
                               AND PH-PROGRAM = TRACE-PROGRAM
                               MOVE PH-DATE TO NEW-DATE
                               MOVE PH-TIME TO NEW-TIME
                               IF NEW-STAMP NOT < WINDOW-START
                                   AND NEW-STAMP NOT > WINDOW-END
                                   MOVE "PERF" TO NEW-SOURCE
                                   MOVE SPACES TO NEW-TEXT
                                   STRING PH-METRIC DELIMITED BY SPACE
                                          " VALUE:" DELIMITED BY SIZE
                                          PH-VALUE DELIMITED BY SIZE
                                          INTO NEW-TEXT
                                   ADD 1 TO PERF-COUNT
                                   PERFORM ADD-TRACE-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERF-SCAN-FILE
           END-IF.
       TRACE-ONE-JOURNAL.
      * Locks are keyed by the holder PID LOCKMGR recorded, which is
      * the same caller PID CORE-AUDIT stamps
           OPEN INPUT JOURNAL-SCAN-FILE.
           IF SCAN-FILE-STATUS = "00"
               PERFORM UNTIL SCAN-FILE-STATUS NOT = "00"
                   READ JOURNAL-SCAN-FILE
                       AT END
                           MOVE "10" TO SCAN-FILE-STATUS
                       NOT AT END
                           IF LJ-DATE IS NUMERIC
                               AND LJ-TIME IS NUMERIC
                               AND LJ-HOLDER-PID IS NUMERIC
                               MOVE LJ-HOLDER-PID TO CHECK-PID
                               PERFORM CHECK-PID-SET
                               MOVE LJ-DATE TO NEW-DATE
                               MOVE LJ-TIME TO NEW-TIME
                               IF PID-HIT-SWITCH = "Y"
                                   AND NEW-STAMP NOT < WINDOW-START
                                   AND NEW-STAMP NOT > WINDOW-END
                                   MOVE "LOCK" TO NEW-SOURCE
                                   MOVE SPACES TO NEW-TEXT
                                   STRING LJ-ACTION DELIMITED BY SPACE
                                          " MUTEX:" DELIMITED BY SIZE
                                          LJ-MUTEX-ID DELIMITED BY SIZE
                                          " PID:" DELIMITED BY SIZE
                                          LJ-HOLDER-PID
                                              DELIMITED BY SIZE
                                          INTO NEW-TEXT
                                   ADD 1 TO LOCK-COUNT
                                   PERFORM ADD-TRACE-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-SCAN-FILE
           END-IF.
       TRACE-REGISTRY.
      * A lock the run took and never gave back is still in the
      * registry under its PID
           OPEN INPUT LOCK-REGISTRY-FILE.
           IF LREG-FILE-STATUS = "00"
               PERFORM UNTIL LREG-FILE-STATUS NOT = "00"
                   READ LOCK-REGISTRY-FILE
                       AT END
                           MOVE "10" TO LREG-FILE-STATUS
                       NOT AT END
                           IF LR-ACQ-DATE IS NUMERIC
                               AND LR-ACQ-TIME IS NUMERIC
                               AND LR-HOLDER-PID IS NUMERIC
                               MOVE LR-HOLDER-PID TO CHECK-PID
                               PERFORM CHECK-PID-SET
                               MOVE LR-ACQ-DATE TO NEW-DATE
                               MOVE LR-ACQ-TIME TO NEW-TIME
                               IF PID-HIT-SWITCH = "Y"
                                   AND NEW-STAMP NOT < WINDOW-START
                                   AND NEW-STAMP NOT > WINDOW-END
                                   MOVE "LOCK" TO NEW-SOURCE
                                   MOVE SPACES TO NEW-TEXT
                                   STRING "STILL-HELD MUTEX:"
                                              DELIMITED BY SIZE
                                          LR-MUTEX-ID DELIMITED BY SIZE
                                          " PID:" DELIMITED BY SIZE
                                          LR-HOLDER-PID
                                              DELIMITED BY SIZE
                                          INTO NEW-TEXT
                                   ADD 1 TO LOCK-COUNT
                                   PERFORM ADD-TRACE-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-REGISTRY-FILE
           END-IF.
       TRACE-SHM-REGISTRY.
      * A segment the run allocated and never released is still in
      * shm.registry. The owner is the process that attached it,
      * which for a program that allocates in forked children is not
      * the run PID, so a row made under the traced program's name
      * inside the run's window is the run's as well
           OPEN INPUT SHM-REGISTRY-FILE.
           IF SREG-FILE-STATUS = "00"
               PERFORM UNTIL SREG-FILE-STATUS NOT = "00"
                   READ SHM-REGISTRY-FILE
                       AT END
                           MOVE "10" TO SREG-FILE-STATUS
                       NOT AT END
                           IF SG-ALLOC-DATE IS NUMERIC
                               AND SG-ALLOC-TIME IS NUMERIC
                               AND SG-OWNER-PID IS NUMERIC
                               MOVE SG-OWNER-PID TO CHECK-PID
                               PERFORM CHECK-PID-SET
                               IF TRACE-PROGRAM NOT = SPACES
                                   AND SG-PROGRAM = TRACE-PROGRAM
                                   MOVE "Y" TO PID-HIT-SWITCH
                               END-IF
                               MOVE SG-ALLOC-DATE TO NEW-DATE
                               MOVE SG-ALLOC-TIME TO NEW-TIME
                               IF PID-HIT-SWITCH = "Y"
                                   AND NEW-STAMP NOT < WINDOW-START
                                   AND NEW-STAMP NOT > WINDOW-END
                                   MOVE "SHM" TO NEW-SOURCE
                                   MOVE SPACES TO NEW-TEXT
                                   STRING "STILL-ALLOCATED SEG:"
                                              DELIMITED BY SIZE
                                          SG-SEG-ID DELIMITED BY SIZE
                                          " SIZE:" DELIMITED BY SIZE
                                          SG-SIZE DELIMITED BY SIZE
                                          " PID:" DELIMITED BY SIZE
                                          SG-OWNER-PID
                                              DELIMITED BY SIZE
                                          INTO NEW-TEXT
                                   ADD 1 TO SHM-COUNT
                                   PERFORM ADD-TRACE-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHM-REGISTRY-FILE
           END-IF.
       TRACE-ONE-CHAT.
      * Bulletins CORE-BULLETIN logged on the program's behalf:
      * "date time BULLETIN TO:nnnn FROM:program QUEUED|PARKED"
           OPEN INPUT CHAT-SCAN-FILE.
           IF SCAN-FILE-STATUS = "00"
               PERFORM UNTIL SCAN-FILE-STATUS NOT = "00"
                   READ CHAT-SCAN-FILE
                       AT END
                           MOVE "10" TO SCAN-FILE-STATUS
                       NOT AT END
                           IF CHAT-LOG-RECORD(1:8) IS NUMERIC
                               AND CHAT-LOG-RECORD(10:8) IS NUMERIC
                               AND CHAT-LOG-RECORD(19:12)
                                   = "BULLETIN TO:"
                               AND CHAT-LOG-RECORD(35:6) = " FROM:"
                               AND CHAT-LOG-RECORD(41:PROG-LEN)
                                   = TRACE-PROGRAM(1:PROG-LEN)
                               AND CHAT-LOG-RECORD(41 + PROG-LEN:1)
                                   = SPACE
                               MOVE CHAT-LOG-RECORD(1:8) TO NEW-DATE
                               MOVE CHAT-LOG-RECORD(10:8) TO NEW-TIME
                               IF NEW-STAMP NOT < WINDOW-START
                                   AND NEW-STAMP NOT > WINDOW-END
                                   MOVE "MSG" TO NEW-SOURCE
                                   MOVE CHAT-LOG-RECORD(19:74)
                                       TO NEW-TEXT
                                   ADD 1 TO MSG-COUNT
                                   PERFORM ADD-TRACE-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHAT-SCAN-FILE
           END-IF.
       ADD-TRACE-ENTRY.
      * Insert behind every entry stamped at or before the new one;
      * past the table's size the remainder is only counted
           IF TRACE-TOTAL NOT < TRACE-MAX
               ADD 1 TO DROPPED-COUNT
           ELSE
               MOVE TRACE-TOTAL TO T
               PERFORM UNTIL T = 0
                   IF TE-STAMP(T) > NEW-STAMP
                       MOVE TRACE-ENTRY(T) TO TRACE-ENTRY(T + 1)
                       SUBTRACT 1 FROM T
                   ELSE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               ADD 1 TO T
               MOVE NEW-ENTRY TO TRACE-ENTRY(T)
               ADD 1 TO TRACE-TOTAL
           END-IF.
       SHIFT-STAMP.
      * Move an HHMMSScc time by SHIFT-BY-CS centiseconds, held
      * inside the same day
           COMPUTE SHIFT-CS =
               ((SHIFT-HH * 60 + SHIFT-MM) * 60 + SHIFT-SS) * 100
               + SHIFT-CC + SHIFT-BY-CS.
           IF SHIFT-CS < 0
               MOVE 0 TO SHIFT-CS
           END-IF.
           IF SHIFT-CS > 8639999
               MOVE 8639999 TO SHIFT-CS
           END-IF.
           DIVIDE SHIFT-CS BY 360000 GIVING SHIFT-HH
               REMAINDER SHIFT-REST.
           DIVIDE SHIFT-REST BY 6000 GIVING SHIFT-MM
               REMAINDER SHIFT-CS.
           DIVIDE SHIFT-CS BY 100 GIVING SHIFT-SS
               REMAINDER SHIFT-CC.
