       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-FILELOCK.
      * CoreA Shared Control-File Lock (COBOL)
      * The one place a program takes the named LOCKMGR lock for a
      * shared control file before rewriting it, and the one keeper
      * of each file's generation number, so two programs can no
      * longer rewrite tasksched.queue (or any other control file)
      * at once and the later one silently undo the earlier one's
      * change. The caller fills a filelock.cpy request and CALLs
      * here: READ before it reads the file, LOCK before it writes,
      * UNLOCK after. A file's mutex id is handed out the first time
      * its name is locked and kept in config/lock.names beside the
      * generation, so LOCKMGR STATUS, RECOVER and DEADLOCK see the
      * lock like any other: while it is held the caller's PID sits
      * in lockmgr.registry as the holder, and lockmgr.journal gets
      * the TAKEN and RELEASED lines RUN-TRACE reads. Every acquire's
      * wait lands on the performance store as WAIT-M<mutex> and
      * every conflict as CONFLICT-M<mutex>, both under LOCKMGR's
      * name so LOCK-STATS prices them with the rest, and a conflict
      * also goes on the audit trail as a WARN. The names file, the
      * registry and the journal are only touched inside the reserved
      * mutex 99 bracket, which is never held across the wait for
      * the file's own mutex. A rewrite is always an exclusive hold:
      * if LOCKMGR readers hold the file's mutex SHARED, the LOCK
      * keeps the mutex - so no new reader gets in - and waits for
      * them to release before handing the file over, the wait
      * counted in with the rest
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-NAMES-FILE ASSIGN TO "config/lock.names"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LN-FILE-STATUS.
           SELECT LOCK-REGISTRY-FILE ASSIGN TO "lockmgr.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LREG-FILE-STATUS.
           SELECT LOCK-JOURNAL-FILE ASSIGN TO "lockmgr.journal"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FILE-STATUS.
           SELECT PID-CONF-FILE ASSIGN TO "config/.fl-pid"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PID-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-NAMES-FILE.
       COPY "locknames.cpy".
       FD  LOCK-REGISTRY-FILE.
       01 LOCK-REGISTRY-RECORD.
           05 LR-MUTEX-ID   PIC 9(9).
           05 LR-HOLDER-PID PIC 9(9).
           05 LR-ACQ-DATE   PIC 9(8).
           05 LR-ACQ-TIME   PIC 9(8).
           05 LR-MODE       PIC X(1).
       FD  LOCK-JOURNAL-FILE.
       01 LOCK-JOURNAL-RECORD.
           05 LJ-DATE       PIC 9(8).
           05 LJ-TIME       PIC 9(8).
           05 LJ-ACTION     PIC X(8).
           05 LJ-MUTEX-ID   PIC 9(9).
           05 LJ-HOLDER-PID PIC 9(9).
       FD  PID-CONF-FILE.
       01 PID-CONF-RECORD PIC X(12).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 LN-FILE-STATUS   PIC XX.
       01 LREG-FILE-STATUS PIC XX.
       01 JRN-FILE-STATUS  PIC XX.
       01 PID-FILE-STATUS  PIC XX.
       01 MUTEX-INSTANCE  TYPE MUTEX-DATA.
       01 LOCK-RESULT     PIC 9(9).
       01 SERIAL-MUTEX-INSTANCE TYPE MUTEX-DATA.
       01 SERIAL-RESULT   PIC 9(9).
      * Mutex 99 is reserved shop-wide for shared-file serialization
       01 SERIAL-MUTEX-ID PIC 9(9)  VALUE 99.
      * Named locks are handed out from here up
       01 FIRST-NAMED-ID  PIC 9(9)  VALUE 100.
       01 NEXT-NAMED-ID   PIC 9(9).
       01 NOW-DATE        PIC 9(8).
       01 NOW-TIME        PIC 9(8).
       01 WAIT-START-CLOCK TYPE CLOCK-DATA.
       01 WAIT-CUR-CLOCK   TYPE CLOCK-DATA.
       01 CLOCK-RESULT    PIC 9(9).
      * The calling process's PID, the holder LOCKMGR RECOVER probes:
      * the shell this spawns is a direct child, so its $PPID is the
      * caller - the same fetch CORE-AUDIT makes for its bracket
       01 OWN-PID         PIC 9(9)  VALUE 0.
       01 PID-CMD.
           05 FILLER      PIC X(39) VALUE
               "echo $PPID > config/.fl-pid".
           05 FILLER      PIC X(1)  VALUE X"00".
       01 SLEEP-CMD.
           05 FILLER      PIC X(7)  VALUE "sleep 1".
           05 FILLER      PIC X(1)  VALUE X"00".
       01 NT-COUNT        PIC 9(4)  VALUE 0.
       01 NT-IDX          PIC 9(4).
       01 NAME-IDX        PIC 9(4)  VALUE 0.
       01 NAMES-TABLE.
           05 NT-ENTRY OCCURS 200 TIMES.
               10 NT-FILE       PIC X(30).
               10 NT-MUTEX-ID   PIC 9(9).
               10 NT-GENERATION PIC 9(9).
               10 NT-PROGRAM    PIC X(20).
               10 NT-DATE       PIC 9(8).
               10 NT-TIME       PIC 9(8).
       01 LREG-COUNT      PIC 9(4).
       01 LREG-IDX        PIC 9(4).
       01 REG-DROP-SWITCH PIC X(1).
      * LOCKMGR readers holding the file's mutex SHARED
       01 SHARED-COUNT    PIC 9(4)  VALUE 0.
       01 LOCK-REG-TABLE.
           05 LT-ENTRY OCCURS 100 TIMES.
               10 LT-MUTEX-ID   PIC 9(9).
               10 LT-HOLDER-PID PIC 9(9).
               10 LT-ACQ-DATE   PIC 9(8).
               10 LT-ACQ-TIME   PIC 9(8).
               10 LT-MODE       PIC X(1).
       01 JRN-ACTION      PIC X(8).
       01 PS-PROGRAM      PIC X(20) VALUE "LOCKMGR".
       01 PS-METRIC       PIC X(20).
       01 PS-VALUE        PIC 9(9).
       01 AUD-EVENT       PIC X(30).
       01 AUD-RC          PIC 9(9).
       01 AUD-SEVERITY    PIC X(5).
       LINKAGE SECTION.
       COPY "filelock.cpy".
       PROCEDURE DIVISION USING FILE-LOCK-REQUEST.
      * The caller's name is the one its fault-injection rules use
           MOVE FL-PROGRAM TO FAULT-PROGRAM.
           MOVE 0 TO FL-RC.
           MOVE "N" TO FL-CONFLICT.
           MOVE 0 TO FL-WAIT-SECS.
           IF FL-GENERATION IS NOT NUMERIC
               MOVE 0 TO FL-GENERATION
           END-IF.
      * READ: the file's generation as it stands, for the caller to
      * hand back on its LOCK; a file never rewritten through here
      * is at generation zero
           IF FL-FUNCTION = "READ"
               PERFORM ACQUIRE-SERIAL
               PERFORM LOAD-NAMES
               PERFORM RELEASE-SERIAL
               MOVE 0 TO FL-GENERATION
               MOVE 0 TO FL-MUTEX-ID
               MOVE SPACES TO FL-LAST-PROGRAM
               IF NAME-IDX NOT = 0
                   MOVE NT-GENERATION(NAME-IDX) TO FL-GENERATION
                   MOVE NT-MUTEX-ID(NAME-IDX) TO FL-MUTEX-ID
                   MOVE NT-PROGRAM(NAME-IDX) TO FL-LAST-PROGRAM
               END-IF
           END-IF.
      * LOCK: resolve (or hand out) the file's mutex id, wait for the
      * mutex outside the 99 bracket, then record the hold and
      * compare generations back inside it
           IF FL-FUNCTION = "LOCK"
               PERFORM ACQUIRE-SERIAL
               PERFORM LOAD-NAMES
               IF NAME-IDX = 0
                   PERFORM ADD-NAME
                   PERFORM REWRITE-NAMES
               END-IF
               IF NAME-IDX NOT = 0
                   MOVE NT-MUTEX-ID(NAME-IDX) TO FL-MUTEX-ID
               END-IF
               PERFORM RELEASE-SERIAL
               IF NAME-IDX = 0
      * The names file is full: there is no lock to give out
                   MOVE 1 TO FL-RC
                   GOBACK
               END-IF
               PERFORM READ-CLOCK
               MOVE WAIT-CUR-CLOCK TO WAIT-START-CLOCK
               MOVE FL-MUTEX-ID TO MUTEX-ID OF MUTEX-INSTANCE
               MOVE 1 TO MUTEX-LOCK OF MUTEX-INSTANCE
               MOVE "MUTEX" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_mutex_c" USING MUTEX-INSTANCE
                       GIVING LOCK-RESULT
               ELSE
                   MOVE FAULT-RC TO LOCK-RESULT
               END-IF
               PERFORM READ-CLOCK
               IF CLOCK-SECONDS OF WAIT-CUR-CLOCK
                   > CLOCK-SECONDS OF WAIT-START-CLOCK
                   COMPUTE FL-WAIT-SECS =
                       CLOCK-SECONDS OF WAIT-CUR-CLOCK
                       - CLOCK-SECONDS OF WAIT-START-CLOCK
               END-IF
               IF LOCK-RESULT NOT = 0
                   MOVE LOCK-RESULT TO FL-RC
                   GOBACK
               END-IF
               ACCEPT NOW-DATE FROM DATE YYYYMMDD
               ACCEPT NOW-TIME FROM TIME
               PERFORM ACQUIRE-SERIAL
               PERFORM LOAD-NAMES
               IF NAME-IDX NOT = 0
                   IF FL-CHECK = "Y"
                       AND NT-GENERATION(NAME-IDX) NOT = FL-GENERATION
                       MOVE "Y" TO FL-CONFLICT
                   END-IF
                   MOVE NT-GENERATION(NAME-IDX) TO FL-GENERATION
                   MOVE NT-PROGRAM(NAME-IDX) TO FL-LAST-PROGRAM
               END-IF
               PERFORM FETCH-OWN-PID
               MOVE "N" TO REG-DROP-SWITCH
               PERFORM UPDATE-LOCK-REGISTRY
               IF SHARED-COUNT = 0
                   MOVE "TAKEN" TO JRN-ACTION
                   PERFORM WRITE-LOCK-JOURNAL
               END-IF
               PERFORM RELEASE-SERIAL
               IF SHARED-COUNT NOT = 0
                   PERFORM DRAIN-SHARED-HOLDERS
               END-IF
      * Every acquire's wait is priced, the way LOCKMGR's WAIT prices
      * its own, in hundredths of a second
               MOVE SPACES TO PS-METRIC
               STRING "WAIT-M" DELIMITED BY SIZE
                      FL-MUTEX-ID DELIMITED BY SIZE
                      INTO PS-METRIC
               COMPUTE PS-VALUE = FL-WAIT-SECS * 100
               CALL "PERF-STORE" USING PS-PROGRAM PS-METRIC PS-VALUE
               IF FL-CONFLICT = "Y"
                   MOVE SPACES TO PS-METRIC
                   STRING "CONFLICT-M" DELIMITED BY SIZE
                          FL-MUTEX-ID DELIMITED BY SIZE
                          INTO PS-METRIC
                   MOVE 1 TO PS-VALUE
                   CALL "PERF-STORE" USING PS-PROGRAM PS-METRIC
                       PS-VALUE
                   MOVE SPACES TO AUD-EVENT
                   STRING "CONFLICT:" DELIMITED BY SIZE
                          FL-FILE DELIMITED BY SPACE
                          INTO AUD-EVENT
                   MOVE 1 TO AUD-RC
                   MOVE "WARN " TO AUD-SEVERITY
                   CALL "CORE-AUDIT" USING FL-PROGRAM AUD-EVENT
                       AUD-RC AUD-SEVERITY
               END-IF
           END-IF.
      * UNLOCK: a rewrite that landed moves the file on a generation
      * before anyone else can take the mutex, then the hold is
      * dropped from the registry and the mutex freed
           IF FL-FUNCTION = "UNLOCK"
               ACCEPT NOW-DATE FROM DATE YYYYMMDD
               ACCEPT NOW-TIME FROM TIME
               PERFORM ACQUIRE-SERIAL
               PERFORM LOAD-NAMES
               IF NAME-IDX NOT = 0
                   IF FL-CHANGED = "Y"
                       IF NT-GENERATION(NAME-IDX) = 999999999
                           MOVE 1 TO NT-GENERATION(NAME-IDX)
                       ELSE
                           ADD 1 TO NT-GENERATION(NAME-IDX)
                       END-IF
                       MOVE FL-PROGRAM TO NT-PROGRAM(NAME-IDX)
                       MOVE NOW-DATE TO NT-DATE(NAME-IDX)
                       MOVE NOW-TIME TO NT-TIME(NAME-IDX)
                       PERFORM REWRITE-NAMES
                   END-IF
                   MOVE NT-GENERATION(NAME-IDX) TO FL-GENERATION
                   MOVE NT-MUTEX-ID(NAME-IDX) TO FL-MUTEX-ID
               END-IF
               PERFORM FETCH-OWN-PID
               MOVE "Y" TO REG-DROP-SWITCH
               PERFORM UPDATE-LOCK-REGISTRY
               MOVE "RELEASED" TO JRN-ACTION
               PERFORM WRITE-LOCK-JOURNAL
               PERFORM RELEASE-SERIAL
               MOVE FL-MUTEX-ID TO MUTEX-ID OF MUTEX-INSTANCE
               MOVE 0 TO MUTEX-LOCK OF MUTEX-INSTANCE
               CALL "sys_mutex_c" USING MUTEX-INSTANCE
                   GIVING LOCK-RESULT
               MOVE LOCK-RESULT TO FL-RC
           END-IF.
           GOBACK.
       LOAD-NAMES.
      * The whole names file into the table, noting the caller's file
           MOVE 0 TO NT-COUNT.
           MOVE 0 TO NAME-IDX.
           OPEN INPUT LOCK-NAMES-FILE.
           IF LN-FILE-STATUS = "00"
               PERFORM UNTIL LN-FILE-STATUS NOT = "00"
                   READ LOCK-NAMES-FILE
                       AT END
                           MOVE "10" TO LN-FILE-STATUS
                       NOT AT END
                           IF NT-COUNT < 200
                               AND LN-MUTEX-ID IS NUMERIC
                               ADD 1 TO NT-COUNT
                               MOVE LN-FILE TO NT-FILE(NT-COUNT)
                               MOVE LN-MUTEX-ID
                                   TO NT-MUTEX-ID(NT-COUNT)
                               IF LN-GENERATION IS NUMERIC
                                   MOVE LN-GENERATION
                                       TO NT-GENERATION(NT-COUNT)
                               ELSE
                                   MOVE 0 TO NT-GENERATION(NT-COUNT)
                               END-IF
                               MOVE LN-PROGRAM TO NT-PROGRAM(NT-COUNT)
                               MOVE LN-DATE TO NT-DATE(NT-COUNT)
                               MOVE LN-TIME TO NT-TIME(NT-COUNT)
                               IF LN-FILE = FL-FILE
                                   MOVE NT-COUNT TO NAME-IDX
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-NAMES-FILE
           END-IF.
       ADD-NAME.
      * A file locked for the first time gets the next id past the
      * highest one handed out so far
           MOVE FIRST-NAMED-ID TO NEXT-NAMED-ID.
           PERFORM VARYING NT-IDX FROM 1 BY 1 UNTIL NT-IDX > NT-COUNT
               IF NT-MUTEX-ID(NT-IDX) NOT < NEXT-NAMED-ID
                   COMPUTE NEXT-NAMED-ID = NT-MUTEX-ID(NT-IDX) + 1
               END-IF
           END-PERFORM.
           IF NT-COUNT < 200
               ADD 1 TO NT-COUNT
               MOVE NT-COUNT TO NAME-IDX
               MOVE FL-FILE TO NT-FILE(NAME-IDX)
               MOVE NEXT-NAMED-ID TO NT-MUTEX-ID(NAME-IDX)
               MOVE 0 TO NT-GENERATION(NAME-IDX)
               MOVE SPACES TO NT-PROGRAM(NAME-IDX)
               MOVE 0 TO NT-DATE(NAME-IDX)
               MOVE 0 TO NT-TIME(NAME-IDX)
           END-IF.
       REWRITE-NAMES.
           OPEN OUTPUT LOCK-NAMES-FILE.
           PERFORM VARYING NT-IDX FROM 1 BY 1 UNTIL NT-IDX > NT-COUNT
               MOVE NT-FILE(NT-IDX) TO LN-FILE
               MOVE NT-MUTEX-ID(NT-IDX) TO LN-MUTEX-ID
               MOVE NT-GENERATION(NT-IDX) TO LN-GENERATION
               MOVE NT-PROGRAM(NT-IDX) TO LN-PROGRAM
               MOVE NT-DATE(NT-IDX) TO LN-DATE
               MOVE NT-TIME(NT-IDX) TO LN-TIME
               WRITE LOCK-NAME-RECORD
           END-PERFORM.
           CLOSE LOCK-NAMES-FILE.
       FETCH-OWN-PID.
      * Only ever run inside the 99 bracket, so two callers cannot
      * clobber each other's control file
           MOVE 0 TO OWN-PID.
           CALL "system" USING PID-CMD.
           OPEN INPUT PID-CONF-FILE.
           IF PID-FILE-STATUS = "00"
               READ PID-CONF-FILE
                   AT END
                       MOVE SPACES TO PID-CONF-RECORD
               END-READ
               CLOSE PID-CONF-FILE
               IF PID-CONF-RECORD NOT = SPACES
                   COMPUTE OWN-PID =
                       FUNCTION NUMVAL(PID-CONF-RECORD)
               END-IF
           END-IF.
       DRAIN-SHARED-HOLDERS.
      * The mutex is ours and the registry shows it pending; re-read
      * the registry between one-second sleeps until the readers are
      * gone, then make the hold exclusive
           PERFORM UNTIL SHARED-COUNT = 0
               CALL "system" USING SLEEP-CMD
               PERFORM LOAD-LOCK-REGISTRY
           END-PERFORM.
           PERFORM READ-CLOCK.
           IF CLOCK-SECONDS OF WAIT-CUR-CLOCK
               > CLOCK-SECONDS OF WAIT-START-CLOCK
               COMPUTE FL-WAIT-SECS =
                   CLOCK-SECONDS OF WAIT-CUR-CLOCK
                   - CLOCK-SECONDS OF WAIT-START-CLOCK
           END-IF.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           PERFORM ACQUIRE-SERIAL.
           MOVE "N" TO REG-DROP-SWITCH.
           PERFORM UPDATE-LOCK-REGISTRY.
           MOVE "TAKEN" TO JRN-ACTION.
           PERFORM WRITE-LOCK-JOURNAL.
           PERFORM RELEASE-SERIAL.
       LOAD-LOCK-REGISTRY.
      * The registry into the table, noting the file mutex's own
      * holder row and counting the shared rows beside it
           MOVE 0 TO LREG-COUNT.
           MOVE 0 TO LREG-IDX.
           MOVE 0 TO SHARED-COUNT.
           OPEN INPUT LOCK-REGISTRY-FILE.
           IF LREG-FILE-STATUS = "00"
               PERFORM UNTIL LREG-FILE-STATUS NOT = "00"
                   READ LOCK-REGISTRY-FILE
                       AT END
                           MOVE "10" TO LREG-FILE-STATUS
                       NOT AT END
                           IF LREG-COUNT < 100
                               ADD 1 TO LREG-COUNT
                               MOVE LR-MUTEX-ID
                                   TO LT-MUTEX-ID(LREG-COUNT)
                               MOVE LR-HOLDER-PID
                                   TO LT-HOLDER-PID(LREG-COUNT)
                               MOVE LR-ACQ-DATE
                                   TO LT-ACQ-DATE(LREG-COUNT)
                               MOVE LR-ACQ-TIME
                                   TO LT-ACQ-TIME(LREG-COUNT)
                               MOVE LR-MODE TO LT-MODE(LREG-COUNT)
                               IF LR-MUTEX-ID = FL-MUTEX-ID
                                   IF LR-MODE = "S"
                                       ADD 1 TO SHARED-COUNT
                                   ELSE
                                       MOVE LREG-COUNT TO LREG-IDX
                                   END-IF
                               END-IF
                           ELSE
                               MOVE "10" TO LREG-FILE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-REGISTRY-FILE
           END-IF.
       UPDATE-LOCK-REGISTRY.
      * Add or refresh (or drop) the file mutex's holder row - the
      * same record shape LOCKMGR and CORE-AUDIT keep. Readers' rows
      * are theirs to drop; the hold stays pending (P) while any
      * remain and is exclusive (X) once they have gone
           PERFORM LOAD-LOCK-REGISTRY.
           IF REG-DROP-SWITCH = "N"
               IF LREG-IDX = 0 AND LREG-COUNT < 100
                   ADD 1 TO LREG-COUNT
                   MOVE LREG-COUNT TO LREG-IDX
                   MOVE FL-MUTEX-ID TO LT-MUTEX-ID(LREG-IDX)
               END-IF
               IF LREG-IDX NOT = 0
                   MOVE OWN-PID TO LT-HOLDER-PID(LREG-IDX)
                   MOVE NOW-DATE TO LT-ACQ-DATE(LREG-IDX)
                   MOVE NOW-TIME TO LT-ACQ-TIME(LREG-IDX)
                   IF SHARED-COUNT = 0
                       MOVE "X" TO LT-MODE(LREG-IDX)
                   ELSE
                       MOVE "P" TO LT-MODE(LREG-IDX)
                   END-IF
               END-IF
           END-IF.
           OPEN OUTPUT LOCK-REGISTRY-FILE.
           PERFORM VARYING NT-IDX FROM 1 BY 1
                   UNTIL NT-IDX > LREG-COUNT
               IF REG-DROP-SWITCH = "N"
                   OR LT-MUTEX-ID(NT-IDX) NOT = FL-MUTEX-ID
                   OR LT-MODE(NT-IDX) = "S"
                   MOVE LT-MUTEX-ID(NT-IDX) TO LR-MUTEX-ID
                   MOVE LT-HOLDER-PID(NT-IDX) TO LR-HOLDER-PID
                   MOVE LT-ACQ-DATE(NT-IDX) TO LR-ACQ-DATE
                   MOVE LT-ACQ-TIME(NT-IDX) TO LR-ACQ-TIME
                   MOVE LT-MODE(NT-IDX) TO LR-MODE
                   WRITE LOCK-REGISTRY-RECORD
               END-IF
           END-PERFORM.
           CLOSE LOCK-REGISTRY-FILE.
       WRITE-LOCK-JOURNAL.
      * One line per lock event, in the shape LOCKMGR journals its own
           ACCEPT LJ-DATE FROM DATE YYYYMMDD.
           ACCEPT LJ-TIME FROM TIME.
           MOVE JRN-ACTION TO LJ-ACTION.
           MOVE FL-MUTEX-ID TO LJ-MUTEX-ID.
           MOVE OWN-PID TO LJ-HOLDER-PID.
           OPEN EXTEND LOCK-JOURNAL-FILE.
           IF JRN-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOCK-JOURNAL-FILE
           END-IF.
           WRITE LOCK-JOURNAL-RECORD.
           CLOSE LOCK-JOURNAL-FILE.
       READ-CLOCK.
           MOVE "CLOCK" TO FAULT-CALL.
           CALL "CORE-FAULT" USING FAULT-CHECK.
           IF FAULT-RC = 0
               CALL "sys_clock_c" USING WAIT-CUR-CLOCK
                   GIVING CLOCK-RESULT
           ELSE
               MOVE 0 TO CLOCK-SECONDS OF WAIT-CUR-CLOCK
           END-IF.
       ACQUIRE-SERIAL.
           MOVE SERIAL-MUTEX-ID TO MUTEX-ID OF SERIAL-MUTEX-INSTANCE.
           MOVE 1 TO MUTEX-LOCK OF SERIAL-MUTEX-INSTANCE.
           MOVE "MUTEX" TO FAULT-CALL.
           CALL "CORE-FAULT" USING FAULT-CHECK.
           IF FAULT-RC = 0
               CALL "sys_mutex_c" USING SERIAL-MUTEX-INSTANCE
                   GIVING SERIAL-RESULT
           ELSE
               MOVE FAULT-RC TO SERIAL-RESULT
           END-IF.
       RELEASE-SERIAL.
           MOVE SERIAL-MUTEX-ID TO MUTEX-ID OF SERIAL-MUTEX-INSTANCE.
           MOVE 0 TO MUTEX-LOCK OF SERIAL-MUTEX-INSTANCE.
           CALL "sys_mutex_c" USING SERIAL-MUTEX-INSTANCE
               GIVING SERIAL-RESULT.
