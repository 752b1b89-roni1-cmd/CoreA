       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEUE-MIGRATE.
      * CoreA Task Queue Migration Loader (COBOL)
      * One-time conversion of tasksched.queue from the old
      * line-sequential image to the indexed organization keyed by
      * task id, with the status/priority dispatch key set on every
      * entry. The old file is renamed tasksched.queue.migrating and
      * loaded from there; once the load has closed cleanly it is
      * renamed again to tasksched.queue.migrated and kept as the
      * fallback copy. A run interrupted mid-load finds the
      * .migrating file and simply loads it again from the top, and
      * a run against a queue that already opens as indexed finds
      * nothing to do, so the daemons never see a half-built queue
      * twice. An entry with a bad task id, or a second entry under
      * an id already loaded (the old file could hold both, the
      * indexed one cannot), goes to tasksched.queue.rej with a
      * reason code the way CORE-FSCK quarantines, and the run ends
      * nonzero so the operator looks at it. Run with TASKSCHED
      * stopped
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASK-QUEUE-FILE ASSIGN TO "tasksched.queue"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TQ-ID
               ALTERNATE RECORD KEY IS TQ-DISPATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT OLD-QUEUE-FILE ASSIGN TO "tasksched.queue.migrating"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO "tasksched.queue.rej"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
      * The old record is the indexed one less its dispatch key; a
      * record written before the later columns existed reads back
      * with spaces there, which every reader already tolerates
       FD  OLD-QUEUE-FILE.
       01 OLD-QUEUE-RECORD PIC X(154).
       FD  REJECT-FILE.
       01 REJECT-RECORD.
           05 RJ-REASON  PIC X(4).
           05 FILLER     PIC X(1).
           05 RJ-DATA    PIC X(154).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 RESULT        PIC 9(9).
       01 QUEUE-FILE-STATUS  PIC XX.
       01 OLD-FILE-STATUS    PIC XX.
       01 REJECT-FILE-STATUS PIC XX.
       01 READ-COUNT    PIC 9(6)  VALUE 0.
       01 LOADED-COUNT  PIC 9(6)  VALUE 0.
       01 REJ-COUNT     PIC 9(6)  VALUE 0.
       01 REASON-CODE   PIC X(4).
       01 STAGE-CMD     PIC X(60) VALUE
           "mv tasksched.queue tasksched.queue.migrating".
       01 RETIRE-CMD    PIC X(60) VALUE
           "mv tasksched.queue.migrating tasksched.queue.migrated".
       01 AUD-PROGRAM   PIC X(20) VALUE "QUEUE-MIGRATE".
       01 AUD-EVENT     PIC X(30).
       01 AUD-RC        PIC 9(9).
       01 AUD-SEVERITY  PIC X(5).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * A .migrating file left by an interrupted run is loaded again;
      * otherwise the live queue is looked at, and only one that
      * exists and does not already open as indexed is staged
           OPEN INPUT OLD-QUEUE-FILE.
           IF OLD-FILE-STATUS = "00"
               CLOSE OLD-QUEUE-FILE
           ELSE
               OPEN INPUT TASK-QUEUE-FILE
               IF QUEUE-FILE-STATUS = "00"
                   CLOSE TASK-QUEUE-FILE
                   MOVE "QUEUE-MIGRATE: queue is already indexed"
                       TO BUFFER
                   MOVE 39 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 0
               END-IF
               IF QUEUE-FILE-STATUS = "35"
                   MOVE "QUEUE-MIGRATE: nothing to migrate" TO BUFFER
                   MOVE 33 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 0
               END-IF
               CALL "system" USING STAGE-CMD
           END-IF.
           OPEN INPUT OLD-QUEUE-FILE.
           IF OLD-FILE-STATUS NOT = "00"
               MOVE "QUEUE-MIGRATE: cannot stage tasksched.queue"
                   TO BUFFER
               MOVE 43 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           OPEN OUTPUT TASK-QUEUE-FILE.
           IF QUEUE-FILE-STATUS NOT = "00"
               CLOSE OLD-QUEUE-FILE
               MOVE "QUEUE-MIGRATE: cannot create tasksched.queue"
                   TO BUFFER
               MOVE 44 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           OPEN OUTPUT REJECT-FILE.
           PERFORM UNTIL OLD-FILE-STATUS NOT = "00"
               READ OLD-QUEUE-FILE
                   AT END
                       MOVE "10" TO OLD-FILE-STATUS
                   NOT AT END
                       IF OLD-QUEUE-RECORD NOT = SPACES
                           ADD 1 TO READ-COUNT
                           PERFORM MIGRATE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OLD-QUEUE-FILE.
           CLOSE TASK-QUEUE-FILE.
           CLOSE REJECT-FILE.
      * The load closed cleanly: retire the staged copy under its
      * final name, where it stays as the fallback
           CALL "system" USING RETIRE-CMD.
           MOVE SPACES TO AUD-EVENT.
           STRING "QUEUE-MIGRATE:L" DELIMITED BY SIZE
                  LOADED-COUNT DELIMITED BY SIZE
                  ":R" DELIMITED BY SIZE
                  REJ-COUNT DELIMITED BY SIZE
                  INTO AUD-EVENT.
           MOVE REJ-COUNT TO AUD-RC.
           IF REJ-COUNT = 0
               MOVE "INFO " TO AUD-SEVERITY
           ELSE
               MOVE "WARN " TO AUD-SEVERITY
           END-IF.
           CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
               AUD-RC AUD-SEVERITY.
           MOVE SPACES TO BUFFER.
           STRING "QUEUE-MIGRATE READ:" DELIMITED BY SIZE
                  READ-COUNT DELIMITED BY SIZE
                  " LOADED:" DELIMITED BY SIZE
                  LOADED-COUNT DELIMITED BY SIZE
                  " REJECTED:" DELIMITED BY SIZE
                  REJ-COUNT DELIMITED BY SIZE
                  INTO BUFFER.
           MOVE 60 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           IF REJ-COUNT NOT = 0
               CALL "sys_exit_c" USING 1
           END-IF.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       MIGRATE-ONE-RECORD.
      * Q001 is CORE-FSCK's bad-id code; Q009 is an id the indexed
      * queue already holds from an earlier record
           MOVE OLD-QUEUE-RECORD TO TASK-QUEUE-RECORD.
           MOVE SPACES TO REASON-CODE.
           IF TQ-ID IS NOT NUMERIC OR TQ-ID = 0
               MOVE "Q001" TO REASON-CODE
           ELSE
               MOVE TQ-STATUS TO TQ-DISP-STATUS
               MOVE TQ-PRIORITY TO TQ-DISP-PRIORITY
               WRITE TASK-QUEUE-RECORD
                   INVALID KEY
                       MOVE "Q009" TO REASON-CODE
               END-WRITE
           END-IF.
           IF REASON-CODE = SPACES
               ADD 1 TO LOADED-COUNT
           ELSE
               ADD 1 TO REJ-COUNT
               MOVE REASON-CODE TO RJ-REASON
               MOVE OLD-QUEUE-RECORD TO RJ-DATA
               WRITE REJECT-RECORD
           END-IF.
