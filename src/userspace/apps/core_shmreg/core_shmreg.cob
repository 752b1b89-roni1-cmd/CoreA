       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-SHMREG.
      * CoreA Shared-Memory Segment Registry (COBOL)
      * The one keeper of shm.registry, the shop-wide record of every
      * shared memory segment allocated and not yet released, so a
      * leaked segment can be traced to the process and program that
      * made it after the run that made it is long gone. Every
      * program that calls sys_shm_c or sys_shm_free_c calls here
      * straight after with the same SHM-DATA:
      *   ALLOC  after a successful sys_shm_c: the segment goes in
      *          under the next segment number, with its size, the
      *          calling process as owner, the caller's program name
      *          and the time; SHM-SEG-ID, SHM-OWNER-PID and the
      *          allocation stamp come back filled in
      *   FREE   after sys_shm_free_c: segment SHM-SEG-ID comes out
      *          again and SHM-OWNER-PID comes back holding the owner
      *          it was registered to. A segment released by any
      *          process but its owner comes back flagged in
      *          SRG-FOREIGN and goes on the audit trail as a WARN,
      *          since somebody else's memory was let go
      * The rewrite is serialized through CORE-FILELOCK on the file's
      * own named lock, and the calling process's PID is fetched the
      * way CORE-AUDIT fetches it, inside that lock. If the lock
      * cannot be had the registry is left alone and an allocation
      * comes back with segment number zero - unregistered
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHM-REGISTRY-FILE ASSIGN TO "shm.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SREG-FILE-STATUS.
           SELECT PID-CONF-FILE ASSIGN TO "config/.sr-pid"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PID-FILE-STATUS.
           SELECT SEQ-CONF-FILE ASSIGN TO "config/.sr-seq"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHM-REGISTRY-FILE.
       COPY "shmreg.cpy".
       FD  PID-CONF-FILE.
       01 PID-CONF-RECORD PIC X(12).
      * The last segment number handed out, so a number is never
      * reused even after the registry has emptied
       FD  SEQ-CONF-FILE.
       01 SEQ-CONF-RECORD PIC 9(9).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       COPY "filelock.cpy".
       01 SREG-FILE-STATUS PIC XX.
       01 PID-FILE-STATUS  PIC XX.
       01 SEQ-FILE-STATUS  PIC XX.
      * The calling process's PID: the shell this spawns is a direct
      * child, so its $PPID is the caller. Fetched fresh on every
      * call, so a forked child never registers under its parent
       01 OWN-PID         PIC 9(9)  VALUE 0.
       01 PID-CMD.
           05 FILLER      PIC X(39) VALUE
               "echo $PPID > config/.sr-pid".
           05 FILLER      PIC X(1)  VALUE X"00".
       01 NEXT-SEG-ID     PIC 9(9)  VALUE 0.
       01 SG-COUNT        PIC 9(4)  VALUE 0.
       01 SG-MAX          PIC 9(4)  VALUE 999.
       01 SG-IDX          PIC 9(4).
       01 SG-FOUND        PIC 9(4).
       01 SHM-REG-TABLE.
           05 ST-ROW OCCURS 999 TIMES PIC X(63).
       01 AUD-EVENT       PIC X(30).
       01 AUD-RC          PIC 9(9).
       01 AUD-SEVERITY    PIC X(5).
       LINKAGE SECTION.
       01 SRG-ACTION      PIC X(5).
       01 SRG-PROGRAM     PIC X(20).
       01 SRG-SEGMENT     TYPE SHM-DATA.
       01 SRG-FOREIGN     PIC X(1).
       PROCEDURE DIVISION USING SRG-ACTION SRG-PROGRAM SRG-SEGMENT
           SRG-FOREIGN.
           MOVE "N" TO SRG-FOREIGN.
           IF SRG-ACTION = "ALLOC"
               MOVE 0 TO SHM-SEG-ID OF SRG-SEGMENT
           END-IF.
           MOVE "LOCK" TO FL-FUNCTION.
           MOVE SRG-PROGRAM TO FL-PROGRAM.
           MOVE "shm.registry" TO FL-FILE.
           MOVE "N" TO FL-CHECK.
           MOVE "N" TO FL-CHANGED.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           IF FL-RC NOT = 0
               GOBACK
           END-IF.
           PERFORM FETCH-OWN-PID.
           PERFORM LOAD-REGISTRY.
           IF SRG-ACTION = "ALLOC"
               PERFORM NEXT-SEGMENT-NUMBER
               MOVE SPACES TO SHM-REG-RECORD
               MOVE NEXT-SEG-ID TO SG-SEG-ID
               MOVE SHM-SIZE OF SRG-SEGMENT TO SG-SIZE
               MOVE OWN-PID TO SG-OWNER-PID
               MOVE SRG-PROGRAM TO SG-PROGRAM
               ACCEPT SG-ALLOC-DATE FROM DATE YYYYMMDD
               ACCEPT SG-ALLOC-TIME FROM TIME
               IF SG-COUNT < SG-MAX
                   ADD 1 TO SG-COUNT
                   MOVE SHM-REG-RECORD TO ST-ROW(SG-COUNT)
                   MOVE NEXT-SEG-ID TO SHM-SEG-ID OF SRG-SEGMENT
                   MOVE OWN-PID TO SHM-OWNER-PID OF SRG-SEGMENT
                   MOVE SG-ALLOC-DATE TO SHM-ALLOC-DATE OF SRG-SEGMENT
                   MOVE SG-ALLOC-TIME TO SHM-ALLOC-TIME OF SRG-SEGMENT
                   PERFORM REWRITE-REGISTRY
               END-IF
           END-IF.
           IF SRG-ACTION = "FREE "
               MOVE 0 TO SG-FOUND
               IF SHM-SEG-ID OF SRG-SEGMENT IS NUMERIC
                   AND SHM-SEG-ID OF SRG-SEGMENT NOT = 0
                   PERFORM VARYING SG-IDX FROM 1 BY 1
                           UNTIL SG-IDX > SG-COUNT
                       MOVE ST-ROW(SG-IDX) TO SHM-REG-RECORD
                       IF SG-SEG-ID = SHM-SEG-ID OF SRG-SEGMENT
                           MOVE SG-IDX TO SG-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               IF SG-FOUND NOT = 0
                   MOVE SG-OWNER-PID TO SHM-OWNER-PID OF SRG-SEGMENT
                   IF SG-OWNER-PID NOT = OWN-PID
                       MOVE "Y" TO SRG-FOREIGN
                   END-IF
                   PERFORM VARYING SG-IDX FROM SG-FOUND BY 1
                           UNTIL SG-IDX NOT < SG-COUNT
                       MOVE ST-ROW(SG-IDX + 1) TO ST-ROW(SG-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM SG-COUNT
                   PERFORM REWRITE-REGISTRY
               END-IF
           END-IF.
           MOVE "UNLOCK" TO FL-FUNCTION.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
      * Journaled only once the registry lock is given back, since
      * the audit writer takes a bracket of its own
           IF SRG-FOREIGN = "Y"
               MOVE SPACES TO AUD-EVENT
               STRING "SHM-FREE-FOREIGN SEG:" DELIMITED BY SIZE
                      SHM-SEG-ID OF SRG-SEGMENT DELIMITED BY SIZE
                      INTO AUD-EVENT
               MOVE SHM-OWNER-PID OF SRG-SEGMENT TO AUD-RC
               MOVE "WARN " TO AUD-SEVERITY
               CALL "CORE-AUDIT" USING SRG-PROGRAM AUD-EVENT
                   AUD-RC AUD-SEVERITY
           END-IF.
           GOBACK.
       FETCH-OWN-PID.
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
       LOAD-REGISTRY.
           MOVE 0 TO SG-COUNT.
           OPEN INPUT SHM-REGISTRY-FILE.
           IF SREG-FILE-STATUS = "00"
               PERFORM UNTIL SREG-FILE-STATUS NOT = "00"
                   READ SHM-REGISTRY-FILE
                       AT END
                           MOVE "10" TO SREG-FILE-STATUS
                       NOT AT END
                           IF SG-SEG-ID IS NUMERIC
                               AND SG-COUNT < SG-MAX
                               ADD 1 TO SG-COUNT
                               MOVE SHM-REG-RECORD TO ST-ROW(SG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHM-REGISTRY-FILE
           END-IF.
       NEXT-SEGMENT-NUMBER.
      * Safe to draw here: the registry lock is ours, so two callers
      * cannot be handed the same number
           MOVE 0 TO NEXT-SEG-ID.
           OPEN INPUT SEQ-CONF-FILE.
           IF SEQ-FILE-STATUS = "00"
               READ SEQ-CONF-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEQ-CONF-RECORD IS NUMERIC
                           MOVE SEQ-CONF-RECORD TO NEXT-SEG-ID
                       END-IF
               END-READ
               CLOSE SEQ-CONF-FILE
           END-IF.
      * A registry carried over from before the sequence file was
      * kept must not be handed a number it already holds
           PERFORM VARYING SG-IDX FROM 1 BY 1 UNTIL SG-IDX > SG-COUNT
               MOVE ST-ROW(SG-IDX) TO SHM-REG-RECORD
               IF SG-SEG-ID > NEXT-SEG-ID
                   MOVE SG-SEG-ID TO NEXT-SEG-ID
               END-IF
           END-PERFORM.
           IF NEXT-SEG-ID = 999999999
               MOVE 0 TO NEXT-SEG-ID
           END-IF.
           ADD 1 TO NEXT-SEG-ID.
           OPEN OUTPUT SEQ-CONF-FILE.
           MOVE NEXT-SEG-ID TO SEQ-CONF-RECORD.
           WRITE SEQ-CONF-RECORD.
           CLOSE SEQ-CONF-FILE.
       REWRITE-REGISTRY.
           OPEN OUTPUT SHM-REGISTRY-FILE.
           IF SREG-FILE-STATUS = "00"
               PERFORM VARYING SG-IDX FROM 1 BY 1
                       UNTIL SG-IDX > SG-COUNT
                   MOVE ST-ROW(SG-IDX) TO SHM-REG-RECORD
                   WRITE SHM-REG-RECORD
               END-PERFORM
               CLOSE SHM-REGISTRY-FILE
               MOVE "Y" TO FL-CHANGED
           END-IF.
