      * RECOVER breaks a lock whose holder is no longer alive, and
      * DEADLOCK walks the holder-to-waiter chains and names any
      * cycle - a cross-program lock-ordering mistake produces a
      * diagnosis instead of an unexplained stall. Every lock taken,
      * released or broken is also journaled to lockmgr.journal, so
      * RUN-TRACE can show what one run held after the fact. The
      * shared control files' locks are named in config/lock.names
      * by CORE-FILELOCK, and a file's name will do wherever a mutex
      * id is asked for; STATUS names the file beside its mutex.
      * LOCK and WAIT take a mode - EXCLUSIVE by default, or SHARED,
      * which any number of readers may hold together. The mutex
      * itself is the gate: a reader passes through it and records a
      * shared row, and a writer keeps it while the shared holders
      * drain, so once a writer is waiting no new reader gets in
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENT-FILE ASSIGN TO "perf_current.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRENT-FILE-STATUS.
           SELECT LOCK-JOURNAL-FILE ASSIGN TO "lockmgr.journal"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FILE-STATUS.
           SELECT LOCK-NAMES-FILE ASSIGN TO "config/lock.names"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One record per currently held mutex: the holder's PID and the
      * timestamp the lock was taken. A shared mutex has one row per
      * reader, and the mode says which kind of hold a row is: S
      * shared, P a writer holding the gate while readers drain, X
      * (or blank, as rows written before modes existed) exclusive
       FD  LOCK-REGISTRY-FILE.
       01 LOCK-REGISTRY-RECORD.
           05 LR-MUTEX-ID   PIC 9(9).
           05 LR-HOLDER-PID PIC 9(9).
           05 LR-ACQ-DATE   PIC 9(8).
           05 LR-ACQ-TIME   PIC 9(8).
           05 LR-MODE       PIC X(1).
       FD  PID-CONF-FILE.
       01 PID-CONF-RECORD PIC 9(9).
      * One record per process currently blocked in a WAIT: which
           05 PH-METRIC    PIC X(20).
           05 PH-VALUE     PIC 9(9).
       FD  CURRENT-FILE.
       COPY "perfcur.cpy".
      * Append-only history of every lock taken, released or broken,
      * so a run can be traced after its registry row is long gone.
      * Written inside the serialization bracket alongside the
      * registry rewrite, so journal order is registry order
       FD  LOCK-JOURNAL-FILE.
       01 LOCK-JOURNAL-RECORD.
           05 LJ-DATE       PIC 9(8).
           05 LJ-TIME       PIC 9(8).
           05 LJ-ACTION     PIC X(8).
           05 LJ-MUTEX-ID   PIC 9(9).
           05 LJ-HOLDER-PID PIC 9(9).
      * The named control-file locks, read only here; CORE-FILELOCK
      * hands the ids out and keeps the file
       FD  LOCK-NAMES-FILE.
       COPY "locknames.cpy".
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       COPY "perfctl.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
       01 SIG-DATA        TYPE SIGNAL-DATA.
       01 CMD-ARG-COUNT PIC 9(2).
       01 CMD-ARG-NUM   PIC 9(2).
       01 CMD-ARG-VAL   PIC X(30).
       01 LOCK-ACTION   PIC X(7)  VALUE SPACES.
       01 TARGET-MUTEX  PIC 9(9)  VALUE 0.
       01 WAIT-TIMEOUT  PIC 9(5)  VALUE 0.
       01 LOCK-MODE     PIC X(1)  VALUE "X".
       01 LREG-FILE-STATUS PIC XX.
       01 PID-FILE-STATUS  PIC XX.
       01 JRN-FILE-STATUS  PIC XX.
       01 JRN-ACTION    PIC X(8).
       01 JRN-MUTEX-ID  PIC 9(9).
       01 JRN-PID       PIC 9(9).
       01 LREG-COUNT    PIC 9(4)  VALUE 0.
       01 LREG-IDX      PIC 9(4).
       01 FOUND-IDX     PIC 9(4)  VALUE 0.
      * The caller's own shared row on the target, and how many
      * shared rows other processes hold on it
       01 SHARED-IDX    PIC 9(4)  VALUE 0.
       01 SHARED-COUNT  PIC 9(4)  VALUE 0.
       01 DRAIN-ELAPSED PIC 9(8)  VALUE 0.
       01 DRAIN-LIMIT   PIC 9(8)  VALUE 0.
       01 OWN-PID       PIC 9(9)  VALUE 0.
       01 ACQUIRED-SWITCH PIC X   VALUE "N".
      * Registry rewrites shop-wide are serialized through the
       01 SERIAL-HELD-SWITCH PIC X VALUE "N".
       01 WAIT-FORKED-SWITCH PIC X VALUE "N".
       01 WAIT-REPORT-SWITCH PIC X VALUE "N".
       01 WAIT-PID      PIC S9(9).
       01 RECV-BUF      PIC X(100).
       01 PIPEFD        TYPE PIPE-FD.
       01 WAIT-START-CLOCK TYPE CLOCK-DATA.
       01 BROKEN-COUNT  PIC 9(4)  VALUE 0.
       01 BK-IDX        PIC 9(4).
       01 BROKEN-TABLE.
           05 BROKEN-ENTRY OCCURS 100 TIMES.
               10 BROKEN-MUTEX  PIC 9(9).
      * The registry row as it stood, for the change journal's
      * before-image once the bracket is free
               10 BROKEN-IMAGE  PIC X(35).
       01 AUD-PROGRAM   PIC X(20) VALUE "LOCKMGR".
       01 AUD-EVENT     PIC X(30).
       01 AUD-RC        PIC 9(9).
       01 AUD-SEVERITY  PIC X(5).
      * RECOVER rewrites the lock registry, so each row it drops is
      * journaled through CORE-CHGJRNL with the operator id RECOVER
      * takes as an optional second argument
       01 OPERATOR-ID   PIC X(8)  VALUE SPACES.
       COPY "chgjrnl.cpy".
      * Every WAIT's elapsed cost lands on the shared performance
      * store, keyed WAIT-M<mutex>, so LOCK-STATS can price what a
      * contended mutex - 99 above all - actually costs the shop
               10 CT-RUNS    PIC 9(6).
               10 CT-TOTAL   PIC 9(12).
               10 CT-MAX     PIC 9(9).
               10 CT-CONTROL TYPE PERF-CONTROL-DATA.
       01 CONTROL-WORK  TYPE PERF-CONTROL-DATA.
       01 RUN-SIDE-NOW  PIC X(1).
       01 SLEEP1-CMD    PIC X(20) VALUE "sleep 1".
       01 CMD-LINE      PIC X(300).
       01 LOCK-REG-TABLE.
               10 LT-HOLDER-PID PIC 9(9).
               10 LT-ACQ-DATE   PIC 9(8).
               10 LT-ACQ-TIME   PIC 9(8).
               10 LT-MODE       PIC X(1).
               10 LT-KEEP-FLAG  PIC X(1).
       01 WAIT-FILE-STATUS PIC XX.
       01 WT-COUNT      PIC 9(4)  VALUE 0.
       01 DK-NEXT       PIC 9(4).
       01 DK-HOPS       PIC 9(2).
       01 DK-HOLDER     PIC 9(9).
       01 DK-DRAINING   PIC X(1).
       01 DK-CYCLE-SWITCH PIC X(1).
       01 DEADLOCK-COUNT PIC 9(2)  VALUE 0.
      * The lock names, for resolving a name given in place of an id
      * and for labelling STATUS lines
       01 LN-FILE-STATUS PIC XX.
       01 NM-COUNT      PIC 9(3)  VALUE 0.
       01 NM-IDX        PIC 9(3).
       01 NM-FOUND-IDX  PIC 9(3)  VALUE 0.
       01 NAME-TABLE.
           05 NM-ENTRY OCCURS 200 TIMES.
               10 NM-FILE     PIC X(30).
               10 NM-MUTEX-ID PIC 9(9).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Name this program to the fault-injection check
           MOVE "LOCKMGR" TO FAULT-PROGRAM.
      * First argument is the action (LOCK, UNLOCK, WAIT, STATUS or
      * RECOVER), second the numeric mutex ID where one applies - or
      * the control file whose named lock is meant - and for WAIT a
      * third gives the timeout in seconds; RECOVER may be given the
      * operator id as its second. LOCK and WAIT take SHARED or
      * EXCLUSIVE after the rest
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT < 1
               MOVE "LOCKMGR: usage LOCK|UNLOCK|WAIT|STATUS|RECOVER|DEA
               MOVE 2 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               IF CMD-ARG-VAL(1:1) IS NUMERIC
                   COMPUTE TARGET-MUTEX = FUNCTION NUMVAL(CMD-ARG-VAL)
               ELSE
                   PERFORM RESOLVE-LOCK-NAME
               END-IF
           END-IF.
           IF (LOCK-ACTION = "LOCK   " OR LOCK-ACTION = "WAIT   ")
               AND CMD-ARG-COUNT NOT < 3
               PERFORM VARYING CMD-ARG-NUM FROM 3 BY 1
                       UNTIL CMD-ARG-NUM > CMD-ARG-COUNT
                          OR CMD-ARG-NUM > 4
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   IF CMD-ARG-VAL = "SHARED"
                       MOVE "S" TO LOCK-MODE
                   ELSE
                       IF CMD-ARG-VAL = "EXCLUSIVE"
                           MOVE "X" TO LOCK-MODE
                       ELSE
                           IF LOCK-ACTION = "WAIT   "
                               AND CMD-ARG-VAL(1:1) IS NUMERIC
                               COMPUTE WAIT-TIMEOUT =
                                   FUNCTION NUMVAL(CMD-ARG-VAL)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      * The serialization mutex guards the registry itself and is
      * only ever held outright
           IF LOCK-MODE = "S" AND TARGET-MUTEX = SERIAL-MUTEX-ID
               MOVE "LOCKMGR: mutex 99 is exclusive only" TO BUFFER
               MOVE 35 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           IF WAIT-TIMEOUT = 0
               MOVE 30 TO WAIT-TIMEOUT
           END-IF.
           IF LOCK-ACTION = "RECOVER" AND CMD-ARG-COUNT NOT < 2
               MOVE 2 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               MOVE CMD-ARG-VAL(1:8) TO OPERATOR-ID
           END-IF.
      * Load the registry of currently held locks (for STATUS and the
      * RECOVER pre-check this snapshot is enough; every mutating
      * path re-reads it under the serialization mutex below)
           PERFORM LOAD-REGISTRY.
      * STATUS: list every held lock with how long it has been held,
      * on the seconds-since-midnight scale with a day added when the
      * clock has wrapped since the acquire, and in which mode - a
      * shared mutex lists every reader holding it
           IF LOCK-ACTION = "STATUS "
               PERFORM LOAD-LOCK-NAMES
               MOVE 0 TO SHARED-COUNT
               ACCEPT NOW-TIME FROM TIME
               MOVE NOW-TIME(1:2) TO WORK-HH
               MOVE NOW-TIME(3:2) TO WORK-MM
                          LT-HOLDER-PID(LREG-IDX) DELIMITED BY SIZE
                          " AGE-SECS:" DELIMITED BY SIZE
                          AGE-SECS DELIMITED BY SIZE
                          " MODE:" DELIMITED BY SIZE
                          LT-MODE(LREG-IDX) DELIMITED BY SIZE
                          INTO LIST-LINE
                   IF LT-MODE(LREG-IDX) = "S"
                       ADD 1 TO SHARED-COUNT
                   END-IF
                   MOVE 0 TO NM-FOUND-IDX
                   PERFORM VARYING NM-IDX FROM 1 BY 1
                           UNTIL NM-IDX > NM-COUNT
                       IF NM-MUTEX-ID(NM-IDX) = LT-MUTEX-ID(LREG-IDX)
                           MOVE NM-IDX TO NM-FOUND-IDX
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF NM-FOUND-IDX NOT = 0
                       STRING " FILE:" DELIMITED BY SIZE
                              NM-FILE(NM-FOUND-IDX) DELIMITED BY SPACE
                              INTO LIST-LINE(57:)
                   END-IF
                   MOVE 100 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD LIST-LINE MSG-LEN
                       GIVING RESULT
               END-PERFORM
               MOVE SPACES TO LIST-LINE
               STRING "LOCKS HELD:" DELIMITED BY SIZE
                      LREG-COUNT DELIMITED BY SIZE
                      " SHARED:" DELIMITED BY SIZE
                      SHARED-COUNT DELIMITED BY SIZE
                      INTO LIST-LINE
               MOVE 27 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD LIST-LINE MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 0
                       MOVE LT-HOLDER-PID(LREG-IDX)
                           TO SIG-PID OF SIG-DATA
                       MOVE 0 TO SIG-NUMBER OF SIG-DATA
                       MOVE "SIGNAL" TO FAULT-CALL
                       CALL "CORE-FAULT" USING FAULT-CHECK
                       IF FAULT-RC = 0
                           CALL "sys_signal_c" USING SIG-DATA
                               GIVING RESULT
                       ELSE
                           MOVE FAULT-RC TO RESULT
                       END-IF
                       IF RESULT NOT = 0
                           MOVE SERIAL-MUTEX-ID
                               TO MUTEX-ID OF MUTEX-INSTANCE
                   MOVE LT-HOLDER-PID(LREG-IDX)
                       TO SIG-PID OF SIG-DATA
                   MOVE 0 TO SIG-NUMBER OF SIG-DATA
                   MOVE "SIGNAL" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_signal_c" USING SIG-DATA GIVING RESULT
                   ELSE
                       MOVE FAULT-RC TO RESULT
                   END-IF
                   IF RESULT NOT = 0
      * The serialization mutex is ours right now, so a stale 99 row
      * is only dropped - unlocking it here would release our own
      * bracket; the release at the end frees it. A dead reader never
      * kept the mutex past its gate, so its row is only dropped too
                       IF LT-MUTEX-ID(LREG-IDX) NOT = SERIAL-MUTEX-ID
                           AND LT-MODE(LREG-IDX) NOT = "S"
                           MOVE LT-MUTEX-ID(LREG-IDX)
                               TO MUTEX-ID OF MUTEX-INSTANCE
                           MOVE 0 TO MUTEX-LOCK OF MUTEX-INSTANCE
                       END-IF
                       MOVE "N" TO LT-KEEP-FLAG(LREG-IDX)
                       MOVE SPACES TO BUFFER
                       IF LT-MODE(LREG-IDX) = "S"
                           MOVE "BROKEN-S" TO JRN-ACTION
                           STRING "LOCKMGR: broke stale shared mutex "
                                      DELIMITED BY SIZE
                                  LT-MUTEX-ID(LREG-IDX)
                                      DELIMITED BY SIZE
                                  " held by dead PID " DELIMITED BY SIZE
                                  LT-HOLDER-PID(LREG-IDX)
                                      DELIMITED BY SIZE
                                  INTO BUFFER
                           MOVE 70 TO MSG-LEN
                       ELSE
                           MOVE "BROKEN" TO JRN-ACTION
                           STRING "LOCKMGR: broke stale mutex "
                                      DELIMITED BY SIZE
                                  LT-MUTEX-ID(LREG-IDX)
                                      DELIMITED BY SIZE
                                  " held by dead PID " DELIMITED BY SIZE
                                  LT-HOLDER-PID(LREG-IDX)
                                      DELIMITED BY SIZE
                                  INTO BUFFER
                           MOVE 63 TO MSG-LEN
                       END-IF
                       MOVE LT-MUTEX-ID(LREG-IDX) TO JRN-MUTEX-ID
                       MOVE LT-HOLDER-PID(LREG-IDX) TO JRN-PID
                       PERFORM WRITE-LOCK-JOURNAL
                       CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                           GIVING RESULT
                       IF BROKEN-COUNT < 100
                           ADD 1 TO BROKEN-COUNT
                           MOVE LT-MUTEX-ID(LREG-IDX)
                               TO BROKEN-MUTEX(BROKEN-COUNT)
                           MOVE LT-MUTEX-ID(LREG-IDX) TO LR-MUTEX-ID
                           MOVE LT-HOLDER-PID(LREG-IDX)
                               TO LR-HOLDER-PID
                           MOVE LT-ACQ-DATE(LREG-IDX) TO LR-ACQ-DATE
                           MOVE LT-ACQ-TIME(LREG-IDX) TO LR-ACQ-TIME
                           MOVE LT-MODE(LREG-IDX) TO LR-MODE
                           MOVE LOCK-REGISTRY-RECORD
                               TO BROKEN-IMAGE(BROKEN-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM REWRITE-REGISTRY
               PERFORM RELEASE-SERIAL
      * Journal each broken lock now that mutex 99 is free again -
      * CORE-AUDIT is the only writer audit.log has, and the dropped
      * registry row goes to the change journal the same way
               PERFORM VARYING BK-IDX FROM 1 BY 1
                       UNTIL BK-IDX > BROKEN-COUNT
                   MOVE SPACES TO AUD-EVENT
                   MOVE "ERROR" TO AUD-SEVERITY
                   CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                       AUD-RC AUD-SEVERITY
                   MOVE SPACES TO CHANGE-JOURNAL-RECORD
                   MOVE OPERATOR-ID TO CJ-OPERATOR
                   MOVE AUD-PROGRAM TO CJ-PROGRAM
                   MOVE "lockmgr.registry" TO CJ-FILE
                   MOVE "D" TO CJ-ACTION
                   MOVE 1 TO CJ-KEY-OFFSET
      * A shared row is one of several on its mutex, so its key runs
      * on through the holder PID
                   IF BROKEN-IMAGE(BK-IDX)(35:1) = "S"
                       MOVE 18 TO CJ-KEY-LENGTH
                       MOVE BROKEN-IMAGE(BK-IDX)(1:18) TO CJ-KEY(1:18)
                   ELSE
                       MOVE 9 TO CJ-KEY-LENGTH
                       MOVE BROKEN-MUTEX(BK-IDX) TO CJ-KEY(1:9)
                   END-IF
                   MOVE 0 TO CJ-UNDO-OF
                   MOVE BROKEN-IMAGE(BK-IDX) TO CJ-BEFORE
                   CALL "CORE-CHGJRNL" USING CHANGE-JOURNAL-RECORD
               END-PERFORM
               CALL "sys_exit_c" USING 0
           END-IF.
           END-IF.
           MOVE TARGET-MUTEX TO MUTEX-ID OF MUTEX-INSTANCE.
           IF LOCK-ACTION = "UNLOCK "
      * A reader's hold is only its registry row - the mutex itself
      * was given back at the gate - so a shared release drops that
      * row and leaves the mutex alone
               PERFORM LOAD-REGISTRY
               IF SHARED-IDX NOT = 0
                   PERFORM ACQUIRE-SERIAL
                   PERFORM LOAD-REGISTRY
                   IF SHARED-IDX NOT = 0
                       MOVE "N" TO LT-KEEP-FLAG(SHARED-IDX)
                   END-IF
                   PERFORM REWRITE-REGISTRY
                   MOVE "UNSHARED" TO JRN-ACTION
                   MOVE TARGET-MUTEX TO JRN-MUTEX-ID
                   MOVE OWN-PID TO JRN-PID
                   PERFORM WRITE-LOCK-JOURNAL
                   PERFORM RELEASE-SERIAL
                   CALL "sys_exit_c" USING 0
               END-IF
               MOVE 0 TO MUTEX-LOCK OF MUTEX-INSTANCE
               CALL "sys_mutex_c" USING MUTEX-INSTANCE GIVING RESULT
               IF RESULT NOT = 0
                   MOVE "N" TO LT-KEEP-FLAG(FOUND-IDX)
               END-IF
               PERFORM REWRITE-REGISTRY
               MOVE "RELEASED" TO JRN-ACTION
               MOVE TARGET-MUTEX TO JRN-MUTEX-ID
               MOVE OWN-PID TO JRN-PID
               PERFORM WRITE-LOCK-JOURNAL
               PERFORM RELEASE-SERIAL
      * Journal each broken lock now that mutex 99 is free again -
      * CORE-AUDIT is the only writer audit.log has
      * still blocked when the budget is spent is terminated. The
      * mutex is keyed by its ID, not by the process that took it, so
      * a lock the child acquired is held for the caller exactly the
      * way a lock this process acquired would be. Both modes queue
      * at the mutex; a reader lets go of it again as soon as its
      * shared row is written, a writer keeps it
           IF LOCK-ACTION = "LOCK   " OR LOCK-ACTION = "WAIT   "
               MOVE "N" TO ACQUIRED-SWITCH
               MOVE "N" TO WAIT-FORKED-SWITCH
               IF LOCK-ACTION = "WAIT   "
                   MOVE "PIPE" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_pipe_c" USING PIPEFD GIVING RESULT
                   ELSE
                       MOVE FAULT-RC TO RESULT
                   END-IF
                   IF RESULT = 0
                       MOVE "FORK" TO FAULT-CALL
                       CALL "CORE-FAULT" USING FAULT-CHECK
                       IF FAULT-RC = 0
                           CALL "sys_fork_c" GIVING WAIT-PID
                       ELSE
                           MOVE -1 TO WAIT-PID
                       END-IF
                       IF WAIT-PID NOT = -1
                           MOVE "Y" TO WAIT-FORKED-SWITCH
                       END-IF
      * LOCK, or a WAIT whose pipe or fork could not be set up:
      * plain blocking acquire in this process
                   MOVE 1 TO MUTEX-LOCK OF MUTEX-INSTANCE
                   MOVE "MUTEX" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_mutex_c" USING MUTEX-INSTANCE
                           GIVING RESULT
                   ELSE
                       MOVE FAULT-RC TO RESULT
                   END-IF
                   IF RESULT = 0
                       MOVE "Y" TO ACQUIRED-SWITCH
                   END-IF
               IF WAIT-PID = 0
      * Child: block on the acquire and report the outcome back
                   MOVE 1 TO MUTEX-LOCK OF MUTEX-INSTANCE
                   MOVE "MUTEX" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_mutex_c" USING MUTEX-INSTANCE
                           GIVING RESULT
                   ELSE
                       MOVE FAULT-RC TO RESULT
                   END-IF
                   MOVE SPACES TO RECV-BUF
                   STRING "LK:" DELIMITED BY SIZE
                          RESULT DELIMITED BY SIZE
      * diagnosis, then poll the pipe between one-second sleeps
      * until the child reports or the budget is spent
               PERFORM REGISTER-WAITER
               MOVE "CLOCK" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_clock_c" USING WAIT-START-CLOCK
                       GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               MOVE "N" TO WAIT-REPORT-SWITCH
               MOVE 0 TO WAIT-ELAPSED
               PERFORM UNTIL WAIT-REPORT-SWITCH = "Y"
                       END-IF
                   ELSE
                       CALL "system" USING SLEEP1-CMD
                       MOVE "CLOCK" TO FAULT-CALL
                       CALL "CORE-FAULT" USING FAULT-CHECK
                       IF FAULT-RC = 0
                           CALL "sys_clock_c" USING WAIT-CUR-CLOCK
                               GIVING RESULT
                       ELSE
                           MOVE FAULT-RC TO RESULT
                       END-IF
                       COMPUTE WAIT-ELAPSED =
                           CLOCK-SECONDS OF WAIT-CUR-CLOCK
                           - CLOCK-SECONDS OF WAIT-START-CLOCK
               IF WAIT-REPORT-SWITCH = "N"
                   MOVE WAIT-PID TO SIG-PID OF SIG-DATA
                   MOVE 15 TO SIG-NUMBER OF SIG-DATA
                   MOVE "SIGNAL" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_signal_c" USING SIG-DATA GIVING RESULT
                   ELSE
                       MOVE FAULT-RC TO RESULT
                   END-IF
               END-IF
               PERFORM REMOVE-WAITER
      * Record the measured wait, acquired or timed out, through
      * written into the store directly (a timed-out wait on 99
      * holds nothing and goes the normal way)
               MOVE SPACES TO PS-METRIC
               IF LOCK-MODE = "S"
                   STRING "SWAIT-M" DELIMITED BY SIZE
                          TARGET-MUTEX DELIMITED BY SIZE
                          INTO PS-METRIC
               ELSE
                   STRING "WAIT-M" DELIMITED BY SIZE
                          TARGET-MUTEX DELIMITED BY SIZE
                          INTO PS-METRIC
               END-IF
               COMPUTE PS-VALUE = WAIT-ELAPSED * 100
               IF TARGET-MUTEX = SERIAL-MUTEX-ID
                   AND ACQUIRED-SWITCH = "Y"
               ACCEPT NOW-TIME FROM TIME
               PERFORM ACQUIRE-SERIAL
               PERFORM LOAD-REGISTRY
               IF LOCK-MODE = "S"
                   IF SHARED-IDX = 0 AND LREG-COUNT < 100
                       ADD 1 TO LREG-COUNT
                       MOVE LREG-COUNT TO SHARED-IDX
                       MOVE TARGET-MUTEX TO LT-MUTEX-ID(SHARED-IDX)
                   END-IF
                   IF SHARED-IDX NOT = 0
                       MOVE OWN-PID TO LT-HOLDER-PID(SHARED-IDX)
                       MOVE NOW-DATE TO LT-ACQ-DATE(SHARED-IDX)
                       MOVE NOW-TIME TO LT-ACQ-TIME(SHARED-IDX)
                       MOVE "S" TO LT-MODE(SHARED-IDX)
                       MOVE "Y" TO LT-KEEP-FLAG(SHARED-IDX)
                   END-IF
                   PERFORM REWRITE-REGISTRY
                   MOVE "SHARED" TO JRN-ACTION
                   MOVE TARGET-MUTEX TO JRN-MUTEX-ID
                   MOVE OWN-PID TO JRN-PID
                   PERFORM WRITE-LOCK-JOURNAL
                   PERFORM RELEASE-SERIAL
      * Through the gate: hand the mutex on to the next in line,
      * reader or writer
                   MOVE 0 TO MUTEX-LOCK OF MUTEX-INSTANCE
                   CALL "sys_mutex_c" USING MUTEX-INSTANCE GIVING RESULT
                   CALL "sys_exit_c" USING 0
               END-IF
               IF FOUND-IDX = 0 AND LREG-COUNT < 100
                   ADD 1 TO LREG-COUNT
                   MOVE LREG-COUNT TO FOUND-IDX
                   MOVE NOW-DATE TO LT-ACQ-DATE(FOUND-IDX)
                   MOVE NOW-TIME TO LT-ACQ-TIME(FOUND-IDX)
                   MOVE "Y" TO LT-KEEP-FLAG(FOUND-IDX)
      * Readers still inside make this a pending hold until they
      * have all gone
                   IF SHARED-COUNT = 0
                       MOVE "X" TO LT-MODE(FOUND-IDX)
                   ELSE
                       MOVE "P" TO LT-MODE(FOUND-IDX)
                   END-IF
               END-IF
      * A caller taking the lock outright that already reads under it
      * folds its shared hold into the exclusive one
               IF SHARED-IDX NOT = 0
                   MOVE "N" TO LT-KEEP-FLAG(SHARED-IDX)
               END-IF
               PERFORM REWRITE-REGISTRY
               IF SHARED-COUNT = 0
                   MOVE "TAKEN" TO JRN-ACTION
                   MOVE TARGET-MUTEX TO JRN-MUTEX-ID
                   MOVE OWN-PID TO JRN-PID
                   PERFORM WRITE-LOCK-JOURNAL
               END-IF
               PERFORM RELEASE-SERIAL
               IF SHARED-COUNT NOT = 0
                   PERFORM DRAIN-READERS
               END-IF
      * Journal each broken lock now that mutex 99 is free again -
      * CORE-AUDIT is the only writer audit.log has
               PERFORM VARYING BK-IDX FROM 1 BY 1
                               ELSE
                                   MOVE 0 TO CT-MAX(PC-COUNT)
                               END-IF
                               MOVE PC-CONTROL TO CONTROL-WORK
                               IF SPC-WIN-N OF CONTROL-WORK
                                   IS NOT NUMERIC
                                   INITIALIZE CONTROL-WORK
                               END-IF
                               MOVE CONTROL-WORK
                                   TO CT-CONTROL(PC-COUNT)
                               IF CT-PROGRAM(PC-COUNT) = PS-PROGRAM
                                   AND CT-METRIC(PC-COUNT)
                                       = PS-METRIC
               MOVE 0 TO CT-RUNS(PC-FOUND-IDX)
               MOVE 0 TO CT-TOTAL(PC-FOUND-IDX)
               MOVE 0 TO CT-MAX(PC-FOUND-IDX)
               INITIALIZE CT-CONTROL(PC-FOUND-IDX)
           END-IF.
           IF PC-FOUND-IDX NOT = 0
               MOVE PS-VALUE TO CT-LAST(PC-FOUND-IDX)
               IF PS-VALUE > CT-MAX(PC-FOUND-IDX)
                   MOVE PS-VALUE TO CT-MAX(PC-FOUND-IDX)
               END-IF
               PERFORM FOLD-CONTROL
           END-IF.
           OPEN OUTPUT CURRENT-FILE.
           PERFORM VARYING PC-IDX FROM 1 BY 1 UNTIL PC-IDX > PC-COUNT
               MOVE CT-RUNS(PC-IDX) TO PC-RUNS
               MOVE CT-TOTAL(PC-IDX) TO PC-TOTAL
               MOVE CT-MAX(PC-IDX) TO PC-MAX
               MOVE CT-CONTROL(PC-IDX) TO PC-CONTROL
               WRITE PERF-CURRENT-RECORD
           END-PERFORM.
           CLOSE CURRENT-FILE.
       FOLD-CONTROL.
      * PERF-STORE's control-chart fold, the same window and the
      * same judgement against the limits in force
           MOVE CT-CONTROL(PC-FOUND-IDX) TO CONTROL-WORK.
           IF SPC-WIN-N OF CONTROL-WORK < 999999
               ADD 1 TO SPC-WIN-N OF CONTROL-WORK
               ADD PS-VALUE TO SPC-WIN-SUM OF CONTROL-WORK
               COMPUTE SPC-WIN-SUMSQ OF CONTROL-WORK =
                   SPC-WIN-SUMSQ OF CONTROL-WORK + PS-VALUE * PS-VALUE
           END-IF.
           IF SPC-LIM-N OF CONTROL-WORK NOT = 0
               IF PS-VALUE < SPC-LOWER OF CONTROL-WORK
                   OR PS-VALUE > SPC-UPPER OF CONTROL-WORK
                   IF SPC-OUT-COUNT OF CONTROL-WORK < 9999
                       ADD 1 TO SPC-OUT-COUNT OF CONTROL-WORK
                   END-IF
                   MOVE PS-VALUE TO SPC-OUT-VALUE OF CONTROL-WORK
               END-IF
               IF PS-VALUE = SPC-MEAN OF CONTROL-WORK
                   MOVE SPACE TO SPC-RUN-SIDE OF CONTROL-WORK
                   MOVE 0 TO SPC-RUN-LENGTH OF CONTROL-WORK
               ELSE
                   IF PS-VALUE > SPC-MEAN OF CONTROL-WORK
                       MOVE "A" TO RUN-SIDE-NOW
                   ELSE
                       MOVE "B" TO RUN-SIDE-NOW
                   END-IF
                   IF RUN-SIDE-NOW = SPC-RUN-SIDE OF CONTROL-WORK
                       IF SPC-RUN-LENGTH OF CONTROL-WORK < 9999
                           ADD 1 TO SPC-RUN-LENGTH OF CONTROL-WORK
                       END-IF
                   ELSE
                       MOVE RUN-SIDE-NOW
                           TO SPC-RUN-SIDE OF CONTROL-WORK
                       MOVE 1 TO SPC-RUN-LENGTH OF CONTROL-WORK
                   END-IF
               END-IF
           END-IF.
           MOVE CONTROL-WORK TO CT-CONTROL(PC-FOUND-IDX).
       DRAIN-READERS.
      * Keep the gate and wait for the readers already through it to
      * release, re-reading the registry between one-second sleeps.
      * The writer is registered as a waiter meanwhile, so DEADLOCK
      * sees a reader that is itself waiting on something this writer
      * holds. LOCK waits as long as it takes; WAIT only for what is
      * left of its budget, then gives the gate back and fails
           PERFORM REGISTER-WAITER.
           MOVE 0 TO DRAIN-ELAPSED.
           IF LOCK-ACTION = "WAIT   "
               IF WAIT-ELAPSED < WAIT-TIMEOUT
                   COMPUTE DRAIN-LIMIT = WAIT-TIMEOUT - WAIT-ELAPSED
               ELSE
                   MOVE 1 TO DRAIN-LIMIT
               END-IF
           ELSE
               MOVE 99999999 TO DRAIN-LIMIT
           END-IF.
           PERFORM UNTIL SHARED-COUNT = 0
                   OR DRAIN-ELAPSED NOT < DRAIN-LIMIT
               CALL "system" USING SLEEP1-CMD
               ADD 1 TO DRAIN-ELAPSED
               PERFORM LOAD-REGISTRY
           END-PERFORM.
           PERFORM REMOVE-WAITER.
      * What the writer spent waiting on readers is priced apart from
      * the wait at the mutex, keyed DRAIN-M<mutex>
           MOVE SPACES TO PS-METRIC.
           STRING "DRAIN-M" DELIMITED BY SIZE
                  TARGET-MUTEX DELIMITED BY SIZE
                  INTO PS-METRIC.
           COMPUTE PS-VALUE = DRAIN-ELAPSED * 100.
           CALL "PERF-STORE" USING PS-PROGRAM PS-METRIC PS-VALUE.
           PERFORM ACQUIRE-SERIAL.
           PERFORM LOAD-REGISTRY.
           IF SHARED-COUNT = 0
               IF FOUND-IDX = 0 AND LREG-COUNT < 100
                   ADD 1 TO LREG-COUNT
                   MOVE LREG-COUNT TO FOUND-IDX
                   MOVE TARGET-MUTEX TO LT-MUTEX-ID(FOUND-IDX)
                   MOVE OWN-PID TO LT-HOLDER-PID(FOUND-IDX)
                   MOVE NOW-DATE TO LT-ACQ-DATE(FOUND-IDX)
                   MOVE NOW-TIME TO LT-ACQ-TIME(FOUND-IDX)
                   MOVE "Y" TO LT-KEEP-FLAG(FOUND-IDX)
               END-IF
               IF FOUND-IDX NOT = 0
                   MOVE "X" TO LT-MODE(FOUND-IDX)
               END-IF
               PERFORM REWRITE-REGISTRY
               MOVE "TAKEN" TO JRN-ACTION
               MOVE TARGET-MUTEX TO JRN-MUTEX-ID
               MOVE OWN-PID TO JRN-PID
               PERFORM WRITE-LOCK-JOURNAL
               PERFORM RELEASE-SERIAL
           ELSE
               IF FOUND-IDX NOT = 0
                   MOVE "N" TO LT-KEEP-FLAG(FOUND-IDX)
               END-IF
               PERFORM REWRITE-REGISTRY
               PERFORM RELEASE-SERIAL
               MOVE 0 TO MUTEX-LOCK OF MUTEX-INSTANCE
               CALL "sys_mutex_c" USING MUTEX-INSTANCE GIVING RESULT
               MOVE "LOCKMGR: wait timed out" TO BUFFER
               MOVE 23 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
       REGISTER-WAITER.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           PERFORM UNTIL DK-HOPS > 20
                   OR DK-CYCLE-SWITCH = "Y"
               MOVE "Y" TO WT-SEEN(DK-CUR)
               PERFORM PICK-CHAIN-HOLDER
               IF DK-HOLDER = 0
                   EXIT PERFORM
               END-IF
               END-IF
               ADD 1 TO DK-HOPS
           END-PERFORM.
       PICK-CHAIN-HOLDER.
      * Who the current waiter is waiting on. A writer draining a
      * shared mutex holds its pending row and waits on the readers;
      * anyone else waits on the exclusive or pending holder. Of
      * several readers, the starting PID closes the cycle at once,
      * and one that is itself waiting carries the chain on
           MOVE 0 TO DK-HOLDER.
           MOVE "N" TO DK-DRAINING.
           PERFORM VARYING LREG-IDX FROM 1 BY 1
                   UNTIL LREG-IDX > LREG-COUNT
               IF LT-MUTEX-ID(LREG-IDX) = WT-MUTEX-ID(DK-CUR)
                   AND LT-HOLDER-PID(LREG-IDX) = WT-PID(DK-CUR)
                   AND LT-MODE(LREG-IDX) = "P"
                   MOVE "Y" TO DK-DRAINING
               END-IF
           END-PERFORM.
           PERFORM VARYING LREG-IDX FROM 1 BY 1
                   UNTIL LREG-IDX > LREG-COUNT
               IF LT-MUTEX-ID(LREG-IDX) = WT-MUTEX-ID(DK-CUR)
                   AND LT-HOLDER-PID(LREG-IDX) NOT = WT-PID(DK-CUR)
                   AND ((DK-DRAINING = "Y"
                           AND LT-MODE(LREG-IDX) = "S")
                       OR (DK-DRAINING = "N"
                           AND LT-MODE(LREG-IDX) NOT = "S"))
                   IF LT-HOLDER-PID(LREG-IDX) = WT-PID(DK-START)
                       MOVE LT-HOLDER-PID(LREG-IDX) TO DK-HOLDER
                       EXIT PERFORM
                   END-IF
                   IF DK-HOLDER = 0
                       MOVE LT-HOLDER-PID(LREG-IDX) TO DK-HOLDER
                   END-IF
                   PERFORM VARYING WT-IDX FROM 1 BY 1
                           UNTIL WT-IDX > WT-COUNT
                       IF WT-PID(WT-IDX) = LT-HOLDER-PID(LREG-IDX)
                           AND WT-SEEN(WT-IDX) NOT = "Y"
                           MOVE LT-HOLDER-PID(LREG-IDX) TO DK-HOLDER
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       LOAD-LOCK-NAMES.
      * Every named lock and its mutex id; no file means no names
           MOVE 0 TO NM-COUNT.
           OPEN INPUT LOCK-NAMES-FILE.
           IF LN-FILE-STATUS = "00"
               PERFORM UNTIL LN-FILE-STATUS NOT = "00"
                   READ LOCK-NAMES-FILE
                       AT END
                           MOVE "10" TO LN-FILE-STATUS
                       NOT AT END
                           IF NM-COUNT < 200 AND LN-MUTEX-ID IS NUMERIC
                               ADD 1 TO NM-COUNT
                               MOVE LN-FILE TO NM-FILE(NM-COUNT)
                               MOVE LN-MUTEX-ID TO NM-MUTEX-ID(NM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-NAMES-FILE
           END-IF.
       RESOLVE-LOCK-NAME.
      * A control file's name stands for the mutex its lock was
      * given; a name never locked through CORE-FILELOCK has none
           PERFORM LOAD-LOCK-NAMES.
           MOVE 0 TO NM-FOUND-IDX.
           PERFORM VARYING NM-IDX FROM 1 BY 1 UNTIL NM-IDX > NM-COUNT
               IF NM-FILE(NM-IDX) = CMD-ARG-VAL
                   MOVE NM-IDX TO NM-FOUND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NM-FOUND-IDX = 0
               MOVE "LOCKMGR: no such named lock" TO BUFFER
               MOVE 27 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           MOVE NM-MUTEX-ID(NM-FOUND-IDX) TO TARGET-MUTEX.
       LOAD-REGISTRY.
      * Read the registry of currently held locks into the working
      * table and locate the target mutex's row - the exclusive or
      * pending one - along with the caller's own shared row and a
      * count of everyone else's
           MOVE 0 TO LREG-COUNT.
           MOVE 0 TO FOUND-IDX.
           MOVE 0 TO SHARED-IDX.
           MOVE 0 TO SHARED-COUNT.
           OPEN INPUT LOCK-REGISTRY-FILE.
           IF LREG-FILE-STATUS = "00"
               PERFORM UNTIL LREG-FILE-STATUS NOT = "00"
                                   TO LT-ACQ-DATE(LREG-COUNT)
                               MOVE LR-ACQ-TIME
                                   TO LT-ACQ-TIME(LREG-COUNT)
                               IF LR-MODE = SPACE
                                   MOVE "X" TO LT-MODE(LREG-COUNT)
                               ELSE
                                   MOVE LR-MODE TO LT-MODE(LREG-COUNT)
                               END-IF
                               MOVE "Y" TO LT-KEEP-FLAG(LREG-COUNT)
                           ELSE
                               MOVE "10" TO LREG-FILE-STATUS
           PERFORM VARYING LREG-IDX FROM 1 BY 1
                   UNTIL LREG-IDX > LREG-COUNT
               IF LT-MUTEX-ID(LREG-IDX) = TARGET-MUTEX
                   IF LT-MODE(LREG-IDX) NOT = "S"
                       MOVE LREG-IDX TO FOUND-IDX
                   ELSE
                       IF LT-HOLDER-PID(LREG-IDX) = OWN-PID
                           MOVE LREG-IDX TO SHARED-IDX
                       ELSE
                           ADD 1 TO SHARED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       ACQUIRE-SERIAL.
               MOVE SERIAL-MUTEX-ID
                   TO MUTEX-ID OF SERIAL-MUTEX-INSTANCE
               MOVE 1 TO MUTEX-LOCK OF SERIAL-MUTEX-INSTANCE
               MOVE "MUTEX" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_mutex_c" USING SERIAL-MUTEX-INSTANCE
                       GIVING SERIAL-RESULT
               ELSE
                   MOVE FAULT-RC TO SERIAL-RESULT
               END-IF
               MOVE "Y" TO SERIAL-HELD-SWITCH
           END-IF.
       RELEASE-SERIAL.
                   MOVE LT-HOLDER-PID(LREG-IDX) TO LR-HOLDER-PID
                   MOVE LT-ACQ-DATE(LREG-IDX) TO LR-ACQ-DATE
                   MOVE LT-ACQ-TIME(LREG-IDX) TO LR-ACQ-TIME
                   MOVE LT-MODE(LREG-IDX) TO LR-MODE
                   WRITE LOCK-REGISTRY-RECORD
               END-IF
           END-PERFORM.
           CLOSE LOCK-REGISTRY-FILE.
       WRITE-LOCK-JOURNAL.
      * One line per lock event, stamped with the wall clock like the
      * registry's acquire time
           ACCEPT LJ-DATE FROM DATE YYYYMMDD.
           ACCEPT LJ-TIME FROM TIME.
           MOVE JRN-ACTION TO LJ-ACTION.
           MOVE JRN-MUTEX-ID TO LJ-MUTEX-ID.
           MOVE JRN-PID TO LJ-HOLDER-PID.
           OPEN EXTEND LOCK-JOURNAL-FILE.
           IF JRN-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOCK-JOURNAL-FILE
           END-IF.
           WRITE LOCK-JOURNAL-RECORD.
           CLOSE LOCK-JOURNAL-FILE.
