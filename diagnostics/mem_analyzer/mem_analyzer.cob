      * or a data-integrity verification pass, where the parent
      * writes a known pattern into each segment and a forked child
      * reads it back - allocation success says nothing about the
      * data path. Every segment it allocates and frees goes through
      * the shop's shm.registry, and the leak check also reads that
      * registry back: a segment still registered to a process that
      * no longer answers signal 0 has leaked, whichever program made
      * it
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS CP-FILE-STATUS.
           SELECT EXPORT-FILE ASSIGN TO "mem_analyzer.export"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHM-REGISTRY-FILE ASSIGN TO "shm.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SREG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CORE-PARAMS-FILE.
       COPY "coreparams.cpy".
       FD  EXPORT-FILE.
       01 EXPORT-RECORD PIC X(100).
       FD  SHM-REGISTRY-FILE.
       COPY "shmreg.cpy".
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER       PIC X(100).
       01 RECV-BUF     PIC X(100).
       01 MSG-LEN      PIC 9(9).
       01 OUT-FD       PIC 9(9)  VALUE 1.
       01 PID          PIC S9(9).
       01 RESULT       PIC 9(9).
       01 PIPEFD       TYPE PIPE-FD.
       01 OWNER-ALLOC-RESULT PIC 9(9) VALUE 0.
       01 CONCURRENT-SWITCH PIC X    VALUE "N".
       01 CONCURRENT-ANALYZERS PIC 9(4) VALUE 3.
       01 CIDX             PIC 9(4).
       01 CONCURRENT-PID   PIC S9(9).
       01 CONCURRENT-INSTANCE TYPE SHM-DATA.
       01 CONCURRENT-RESULT   PIC 9(9).
       01 LOCK-CMD         PIC X(60).
       01 CP-FILE-STATUS    PIC XX.
       01 EXPORT-SWITCH    PIC X       VALUE "N".
      * Registry leak check: every segment still in shm.registry,
      * and how many of those belong to owners that are gone
       01 SREG-FILE-STATUS PIC XX.
       01 SIG-DATA         TYPE SIGNAL-DATA.
       01 REG-SEGS         PIC 9(4)    VALUE 0.
       01 REG-LEAKS        PIC 9(4)    VALUE 0.
      * VERIFY-mode state: the known pattern, the per-segment
      * mismatch count the child reports back, and the corruption
      * tally that lands beside the leak counts. Only the first 100
       01 AUD-EVENT     PIC X(30).
       01 AUD-RC        PIC 9(9).
       01 AUD-SEVERITY  PIC X(5).
      * Plumbing for the shared CORE-SHMREG segment registry
       01 SRG-ACTION    PIC X(5).
       01 SRG-PROGRAM   PIC X(20) VALUE "MEM-ANALYZER".
       01 SRG-FOREIGN   PIC X(1).
      * Plumbing for the shared CORE-PRINT report formatter
       01 PRT-ACTION    PIC X(5).
       01 PRT-FILE-NAME PIC X(30).
       01 PRT-TITLE     PIC X(40).
       01 PRT-COLHEAD   PIC X(80).
       01 PRT-LINE      PIC X(100).
       01 PRT-PROGRAM   PIC X(20)  VALUE "MEM-ANALYZER".
       LINKAGE SECTION.
      * The segment seen through its SHM-ADDR pointer - the parent
      * patterns it and the child reads it back through this view
       01 SHM-VERIFY-AREA PIC X(100).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Name this program to the fault-injection check
           MOVE "MEM-ANALYZER" TO FAULT-PROGRAM.
      * Read the compiled configuration CONFIG-FLAGS emits instead of
      * shelling out to Perl at startup; a missing file means the
      * config has not been compiled yet, so the built-in defaults
           MOVE SPACES TO PRT-LINE
           MOVE "INIT " TO PRT-ACTION
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
      * Allocate each tracked segment behind its own forked owner. A
      * shm attach is only meaningful in the process that made it, so
      * the child performs both the sys_shm_c and the sys_shm_free_c
      * held the segment, instead of a child that exited without ever
      * touching it
           PERFORM VARYING SIDX FROM 1 BY 1 UNTIL SIDX > SEGMENTS
               MOVE "PIPE" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_pipe_c" USING PIPEFD GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               IF RESULT NOT = 0
                   MOVE RESULT TO ERR-LOOKUP-NUM
                   MOVE ERR-LOOKUP-NUM TO ERR-LOOKUP-CODE
                       AUD-RC AUD-SEVERITY
                   CALL "sys_exit_c" USING 1
               END-IF
               MOVE "FORK" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_fork_c" GIVING PID
               ELSE
                   MOVE -1 TO PID
                   MOVE FAULT-RC TO RESULT
               END-IF
               IF PID = -1
                   MOVE RESULT TO ERR-LOOKUP-NUM
                   MOVE ERR-LOOKUP-NUM TO ERR-LOOKUP-CODE
      * both raw outcomes back so the parent's ownership record and
      * audit log reflect what actually happened
                   MOVE 1024 TO SHM-SIZE OF SHM-INSTANCE(SIDX)
                   MOVE "SHM" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_shm_c" USING SHM-INSTANCE(SIDX)
                           GIVING OWNER-ALLOC-RESULT
                   ELSE
                       MOVE FAULT-RC TO OWNER-ALLOC-RESULT
                   END-IF
                   MOVE 0 TO OWNER-FREE-RESULT
                   IF OWNER-ALLOC-RESULT = 0
                       MOVE "ALLOC" TO SRG-ACTION
                       CALL "CORE-SHMREG" USING SRG-ACTION SRG-PROGRAM
                           SHM-INSTANCE(SIDX) SRG-FOREIGN
                       CALL "sys_shm_free_c" USING SHM-INSTANCE(SIDX)
                           GIVING OWNER-FREE-RESULT
                       IF OWNER-FREE-RESULT = 0
                           MOVE "FREE " TO SRG-ACTION
                           CALL "CORE-SHMREG" USING SRG-ACTION
                               SRG-PROGRAM SHM-INSTANCE(SIDX)
                               SRG-FOREIGN
                       END-IF
                   END-IF
                   STRING "AR:" DELIMITED BY SIZE
                          OWNER-ALLOC-RESULT DELIMITED BY SIZE
               MOVE REPORT-LINE TO PRT-LINE
               MOVE "LINE " TO PRT-ACTION
               CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
                   PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUMMARY LEAKS:" DELIMITED BY SIZE
           MOVE REPORT-LINE TO PRT-LINE
           MOVE "LINE " TO PRT-ACTION
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
      * Shop-wide leak check from shm.registry: a segment still
      * registered is either held by a live process or leaked by a
      * dead one - the owner is probed with signal 0 to tell which.
      * This run's own owning children have already exited, but are
      * not reaped and so still answer the probe; a segment one of
      * them left registered is a leak without asking
           OPEN INPUT SHM-REGISTRY-FILE.
           IF SREG-FILE-STATUS = "00"
               PERFORM UNTIL SREG-FILE-STATUS NOT = "00"
                   READ SHM-REGISTRY-FILE
                       AT END
                           MOVE "10" TO SREG-FILE-STATUS
                       NOT AT END
                           IF SG-SEG-ID IS NUMERIC
                               AND SG-OWNER-PID IS NUMERIC
                               ADD 1 TO REG-SEGS
                               MOVE SG-OWNER-PID TO SIG-PID OF SIG-DATA
                               MOVE 0 TO SIG-NUMBER OF SIG-DATA
                               MOVE "SIGNAL" TO FAULT-CALL
                               CALL "CORE-FAULT" USING FAULT-CHECK
                               IF FAULT-RC = 0
                                   CALL "sys_signal_c" USING SIG-DATA
                                       GIVING RESULT
                               ELSE
                                   MOVE FAULT-RC TO RESULT
                               END-IF
                               PERFORM VARYING SIDX FROM 1 BY 1
                                       UNTIL SIDX > SEGMENTS
                                   IF SG-OWNER-PID = SHM-OWNER-PID
                                           OF SHM-INSTANCE(SIDX)
                                       MOVE 1 TO RESULT
                                   END-IF
                               END-PERFORM
                               MOVE SPACES TO REPORT-LINE
                               STRING "SHMREG SEG:" DELIMITED BY SIZE
                                      SG-SEG-ID DELIMITED BY SIZE
                                      " OWNER:" DELIMITED BY SIZE
                                      SG-OWNER-PID DELIMITED BY SIZE
                                      " SIZE:" DELIMITED BY SIZE
                                      SG-SIZE DELIMITED BY SIZE
                                      " ALLOC:" DELIMITED BY SIZE
                                      SG-ALLOC-DATE DELIMITED BY SIZE
                                      " PROG:" DELIMITED BY SIZE
                                      SG-PROGRAM DELIMITED BY SPACE
                                      INTO REPORT-LINE
                               MOVE SPACES TO PRT-LINE
                               IF RESULT NOT = 0
                                   ADD 1 TO REG-LEAKS
                                   STRING REPORT-LINE DELIMITED BY "  "
                                          " STATUS:LEAK"
                                              DELIMITED BY SIZE
                                          INTO PRT-LINE
                               ELSE
                                   STRING REPORT-LINE DELIMITED BY "  "
                                          " STATUS:HELD"
                                              DELIMITED BY SIZE
                                          INTO PRT-LINE
                               END-IF
                               MOVE "LINE " TO PRT-ACTION
                               CALL "CORE-PRINT" USING PRT-ACTION
                                   PRT-FILE-NAME PRT-TITLE PRT-COLHEAD
                                   PRT-LINE PRT-PROGRAM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHM-REGISTRY-FILE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUMMARY REGISTRY-LEAKS:" DELIMITED BY SIZE
                  REG-LEAKS DELIMITED BY SIZE
                  " OF:" DELIMITED BY SIZE
                  REG-SEGS DELIMITED BY SIZE
                  INTO REPORT-LINE.
           MOVE REPORT-LINE TO PRT-LINE
           MOVE "LINE " TO PRT-ACTION
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           IF CONCURRENT-SWITCH = "Y"
      * A CONCURRENT sweep has several children analyze segment 1 at
      * once instead of each owning a distinct segment - LOCKMGR
      * concurrent reads don't race each other
               PERFORM VARYING CIDX FROM 1 BY 1
                       UNTIL CIDX > CONCURRENT-ANALYZERS
                   MOVE "FORK" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_fork_c" GIVING CONCURRENT-PID
                   ELSE
                       MOVE -1 TO CONCURRENT-PID
                   END-IF
                   IF CONCURRENT-PID = 0
                       MOVE SPACES TO LOCK-CMD
                       STRING "diagnostics/lockmgr/lockmgr LOCK 1"
      * The actual attach/read/detach of segment 1 happens inside the
      * lock bracket, so concurrent analyzers never overlap on it
                       MOVE 1024 TO SHM-SIZE OF CONCURRENT-INSTANCE
                       MOVE "SHM" TO FAULT-CALL
                       CALL "CORE-FAULT" USING FAULT-CHECK
                       IF FAULT-RC = 0
                           CALL "sys_shm_c" USING CONCURRENT-INSTANCE
                               GIVING CONCURRENT-RESULT
                       ELSE
                           MOVE FAULT-RC TO CONCURRENT-RESULT
                       END-IF
                       IF CONCURRENT-RESULT = 0
                           MOVE "ALLOC" TO SRG-ACTION
                           CALL "CORE-SHMREG" USING SRG-ACTION
                               SRG-PROGRAM CONCURRENT-INSTANCE
                               SRG-FOREIGN
                           CALL "sys_shm_free_c" USING
                               CONCURRENT-INSTANCE
                               GIVING CONCURRENT-RESULT
                           IF CONCURRENT-RESULT = 0
                               MOVE "FREE " TO SRG-ACTION
                               CALL "CORE-SHMREG" USING SRG-ACTION
                                   SRG-PROGRAM CONCURRENT-INSTANCE
                                   SRG-FOREIGN
                           END-IF
                       END-IF
                       MOVE SPACES TO LOCK-CMD
                       STRING "diagnostics/lockmgr/lockmgr UNLOCK 1"
               MOVE REPORT-LINE TO PRT-LINE
               MOVE "LINE " TO PRT-ACTION
               CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
                   PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM
           END-IF.
           IF STRESS-SWITCH = "Y"
      * Capacity-planning sweep: allocate progressively larger
               MOVE 1024 TO STRESS-SIZE
               PERFORM UNTIL STRESS-SIZE > STRESS-MAX
                   MOVE STRESS-SIZE TO SHM-SIZE OF STRESS-INSTANCE
                   MOVE "SHM" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_shm_c" USING STRESS-INSTANCE
                           GIVING RESULT
                   ELSE
                       MOVE FAULT-RC TO RESULT
                   END-IF
                   IF RESULT NOT = 0
                       EXIT PERFORM
                   END-IF
                   MOVE "ALLOC" TO SRG-ACTION
                   CALL "CORE-SHMREG" USING SRG-ACTION SRG-PROGRAM
                       STRESS-INSTANCE SRG-FOREIGN
                   CALL "sys_shm_free_c" USING STRESS-INSTANCE
                       GIVING RESULT
                   IF RESULT = 0
                       MOVE "FREE " TO SRG-ACTION
                       CALL "CORE-SHMREG" USING SRG-ACTION SRG-PROGRAM
                           STRESS-INSTANCE SRG-FOREIGN
                   END-IF
                   MOVE STRESS-SIZE TO STRESS-LARGEST-OK
                   COMPUTE STRESS-SIZE = STRESS-SIZE * 2
               END-PERFORM
               MOVE REPORT-LINE TO PRT-LINE
               MOVE "LINE " TO PRT-ACTION
               CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
                   PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM
           END-IF.
           IF VERIFY-SWITCH = "Y"
      * Verification sweep: the parent patterns each segment, the
               PERFORM VARYING VIDX FROM 1 BY 1 UNTIL VIDX > SEGMENTS
                   ADD 1 TO VERIFY-SEGS
                   MOVE 999 TO VERIFY-MISMATCH
                   MOVE "PIPE" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_pipe_c" USING PIPEFD GIVING RESULT
                   ELSE
                       MOVE FAULT-RC TO RESULT
                   END-IF
                   IF RESULT = 0
                       MOVE 1024 TO SHM-SIZE OF VERIFY-INSTANCE
                       MOVE "SHM" TO FAULT-CALL
                       CALL "CORE-FAULT" USING FAULT-CHECK
                       IF FAULT-RC = 0
                           CALL "sys_shm_c" USING VERIFY-INSTANCE
                               GIVING RESULT
                       ELSE
                           MOVE FAULT-RC TO RESULT
                       END-IF
                       IF RESULT = 0
                           MOVE "ALLOC" TO SRG-ACTION
                           CALL "CORE-SHMREG" USING SRG-ACTION
                               SRG-PROGRAM VERIFY-INSTANCE SRG-FOREIGN
                           MOVE ALL "K7" TO VERIFY-PATTERN
                           MOVE VIDX TO VERIFY-PATTERN(1:4)
                           SET ADDRESS OF SHM-VERIFY-AREA
                               TO SHM-ADDR OF VERIFY-INSTANCE
                           MOVE VERIFY-PATTERN TO SHM-VERIFY-AREA
                           MOVE "FORK" TO FAULT-CALL
                           CALL "CORE-FAULT" USING FAULT-CHECK
                           IF FAULT-RC = 0
                               CALL "sys_fork_c" GIVING PID
                           ELSE
                               MOVE -1 TO PID
                           END-IF
                           IF PID = 0
      * Child: read the segment back through its own view of the
      * attachment and report how many bytes disagree
                           END-IF
                           CALL "sys_shm_free_c"
                               USING VERIFY-INSTANCE GIVING RESULT
                           IF RESULT = 0
                               MOVE "FREE " TO SRG-ACTION
                               CALL "CORE-SHMREG" USING SRG-ACTION
                                   SRG-PROGRAM VERIFY-INSTANCE
                                   SRG-FOREIGN
                           END-IF
                       END-IF
                   END-IF
                   MOVE SPACES TO REPORT-LINE
                   MOVE REPORT-LINE TO PRT-LINE
                   MOVE "LINE " TO PRT-ACTION
                   CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
                       PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM
               END-PERFORM
      * The corruption tally sits beside the leak summary in the
      * same SUMMARY shape the scanners read
               MOVE REPORT-LINE TO PRT-LINE
               MOVE "LINE " TO PRT-ACTION
               CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
                   PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM
           END-IF.
           IF EXPORT-SWITCH = "Y"
               OPEN OUTPUT EXPORT-FILE
                      LEAK-COUNT DELIMITED BY SIZE
                      INTO EXPORT-LINE
               WRITE EXPORT-RECORD FROM EXPORT-LINE
               MOVE SPACES TO EXPORT-LINE
               STRING "REGISTRY_LEAKS=" DELIMITED BY SIZE
                      REG-LEAKS DELIMITED BY SIZE
                      INTO EXPORT-LINE
               WRITE EXPORT-RECORD FROM EXPORT-LINE
               IF STRESS-SWITCH = "Y"
                   MOVE SPACES TO EXPORT-LINE
                   STRING "STRESS_LARGEST_OK=" DELIMITED BY SIZE
           END-IF.
           MOVE "CLOSE" TO PRT-ACTION
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           MOVE "END" TO AUD-EVENT
           MOVE 0 TO AUD-RC
           MOVE "INFO " TO AUD-SEVERITY
