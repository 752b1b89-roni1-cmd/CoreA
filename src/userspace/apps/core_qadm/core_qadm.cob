      * Operator-side editing of tasksched.queue while the scheduler
      * daemon keeps cycling: place one task on hold, release it,
      * cancel it outright, or list the queue with statuses, instead
      * of the all-or-nothing tasksched.stop flag. The queue is keyed
      * by task id, so an action reads and rewrites (or deletes) just
      * the one entry it names. Every change is journaled, before and
      * after image, through CORE-CHGJRNL so CORE-UNDO can reverse it.
      * The rewrite runs under the queue's named lock, and an entry
      * the daemon or another operator rewrote after this program
      * read it is read again and the action reapplied to it
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASK-QUEUE-FILE ASSIGN TO "tasksched.queue"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TQ-ID
               ALTERNATE RECORD KEY IS TQ-DISPATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT CORE-PARAMS-FILE ASSIGN TO "config/core.params"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
       FD  CORE-PARAMS-FILE.
       COPY "coreparams.cpy".
      * One operator per record: the sign-on id and whether that id
           05 OP-DESTRUCT   PIC X(1).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 RESULT        PIC 9(9).
       01 QUEUE-FILE-STATUS PIC XX.
       01 QUEUE-COUNT   PIC 9(4)  VALUE 0.
       01 CMD-ARG-COUNT PIC 9(2).
       01 CMD-ARG-NUM   PIC 9(2).
       01 CMD-ARG-VAL   PIC X(20).
       01 QADM-ACTION   PIC X(7)  VALUE SPACES.
       01 TARGET-ID     PIC 9(4)  VALUE 0.
       01 FOUND-SWITCH  PIC X     VALUE "N".
       01 APPLIED-SWITCH PIC X    VALUE "N".
       01 LIST-LINE     PIC X(100).
      * The scheduler's aging step, read from the compiled config so
      * LIST can show the same effective priority the dispatch sort
       01 AGING-STEP    PIC 9(4)  VALUE 100.
       01 AGE-CREDIT    PIC 9(9).
       01 EFF-PRIORITY  PIC 9(4).
      * Columns a record written before they existed holds as spaces
      * show as zero on the LIST line, the way TASKSCHED reads them
       01 LIST-AGE      PIC 9(4).
       01 LIST-RETRY-COUNT PIC 9(2).
       01 LIST-RETRY-MAX PIC 9(2).
       01 OPER-FILE-STATUS PIC XX.
       01 OPERATOR-ID   PIC X(8)  VALUE SPACES.
       01 OPERATOR-OK-SWITCH PIC X VALUE "N".
       01 AUD-EVENT     PIC X(30).
       01 AUD-RC        PIC 9(9).
       01 AUD-SEVERITY  PIC X(5).
       COPY "chgjrnl.cpy".
       COPY "filelock.cpy".
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * First argument is the action (HOLD, RELEASE, CANCEL or LIST),
      * second is the task id the action applies to - LIST takes
      * none. CANCEL destroys a queue entry, so it demands a third
      * argument: an operator id checked against the permissions
      * file and stamped into the audit journal. HOLD and RELEASE
      * take the operator id as an optional third argument, for the
      * change journal only
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT < 1
               MOVE "CORE-QADM: usage HOLD|RELEASE|CANCEL|LIST [id]"
                   CALL "sys_exit_c" USING 1
               END-IF
           END-IF.
           IF (QADM-ACTION = "HOLD   " OR QADM-ACTION = "RELEASE")
               AND CMD-ARG-COUNT NOT < 3
               MOVE 3 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               MOVE CMD-ARG-VAL(1:8) TO OPERATOR-ID
           END-IF.
      * The aging step the scheduler applies, for the LIST display;
      * a missing params file, or one compiled before the aging
      * column existed, keeps the built-in step
               END-READ
               CLOSE CORE-PARAMS-FILE
           END-IF.
      * LIST is read-only: one line per entry in task-id order
           IF QADM-ACTION = "LIST   "
               OPEN INPUT TASK-QUEUE-FILE
               IF QUEUE-FILE-STATUS NOT = "00"
                   PERFORM REPORT-NO-QUEUE
               END-IF
               PERFORM UNTIL QUEUE-FILE-STATUS NOT = "00"
                   READ TASK-QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO QUEUE-FILE-STATUS
                       NOT AT END
                           ADD 1 TO QUEUE-COUNT
                           PERFORM LIST-QUEUE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TASK-QUEUE-FILE
               MOVE SPACES TO LIST-LINE
               STRING "QUEUE ENTRIES:" DELIMITED BY SIZE
                      QUEUE-COUNT DELIMITED BY SIZE
           END-IF.
      * HOLD parks a pending task in "H" status, which the scheduler
      * skips; RELEASE puts a held or failed task back to "P" and
      * clears its retry count; CANCEL deletes the entry outright.
      * The entry is read by its task id and written straight back,
      * with its dispatch key following the new status
           MOVE "READ" TO FL-FUNCTION.
           MOVE AUD-PROGRAM TO FL-PROGRAM.
           MOVE "tasksched.queue" TO FL-FILE.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           OPEN I-O TASK-QUEUE-FILE.
           IF QUEUE-FILE-STATUS NOT = "00"
               PERFORM REPORT-NO-QUEUE
           END-IF.
           MOVE TARGET-ID TO TQ-ID.
           READ TASK-QUEUE-FILE KEY IS TQ-ID
               INVALID KEY
                   MOVE "N" TO FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-SWITCH
           END-READ.
           IF FOUND-SWITCH = "N"
               CLOSE TASK-QUEUE-FILE
               MOVE "CORE-QADM: task id not in queue" TO BUFFER
               MOVE 31 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
      * Take the queue's lock before the change; if the queue was
      * rewritten since the read above, the entry is read again
      * under the lock so the action lands on what is on file now
           MOVE "LOCK" TO FL-FUNCTION.
           MOVE "Y" TO FL-CHECK.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           IF FL-RC NOT = 0
               CLOSE TASK-QUEUE-FILE
               MOVE "CORE-QADM: queue lock not available" TO BUFFER
               MOVE 35 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           IF FL-CONFLICT = "Y"
               PERFORM REREAD-TARGET-ENTRY
           END-IF.
      * The entry as it stood goes into the change journal's
      * before-image; the after-image is taken once the action lands
           MOVE SPACES TO CHANGE-JOURNAL-RECORD.
           MOVE TASK-QUEUE-RECORD TO CJ-BEFORE.
           IF QADM-ACTION = "CANCEL "
               DELETE TASK-QUEUE-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO APPLIED-SWITCH
               END-DELETE
           ELSE
               IF QADM-ACTION = "HOLD   "
                   MOVE "H" TO TQ-STATUS
               END-IF
               IF QADM-ACTION = "RELEASE"
                   MOVE "P" TO TQ-STATUS
                   MOVE 0 TO TQ-RETRY-COUNT
               END-IF
               MOVE TQ-STATUS TO TQ-DISP-STATUS
               MOVE TQ-PRIORITY TO TQ-DISP-PRIORITY
               REWRITE TASK-QUEUE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO APPLIED-SWITCH
               END-REWRITE
           END-IF.
           IF QADM-ACTION NOT = "CANCEL "
               MOVE TASK-QUEUE-RECORD TO CJ-AFTER
           END-IF.
           CLOSE TASK-QUEUE-FILE.
           MOVE "UNLOCK" TO FL-FUNCTION.
           MOVE APPLIED-SWITCH TO FL-CHANGED.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
      * Only a change that landed is journaled, and a HOLD of a task
      * already held changed nothing
           IF APPLIED-SWITCH = "Y" AND CJ-BEFORE NOT = CJ-AFTER
               MOVE OPERATOR-ID TO CJ-OPERATOR
               MOVE AUD-PROGRAM TO CJ-PROGRAM
               MOVE "tasksched.queue" TO CJ-FILE
               MOVE 1 TO CJ-KEY-OFFSET
               MOVE 4 TO CJ-KEY-LENGTH
               MOVE TARGET-ID TO CJ-KEY(1:4)
               MOVE 0 TO CJ-UNDO-OF
               IF QADM-ACTION = "CANCEL "
                   MOVE "D" TO CJ-ACTION
               ELSE
                   MOVE "C" TO CJ-ACTION
               END-IF
               CALL "CORE-CHGJRNL" USING CHANGE-JOURNAL-RECORD
           END-IF.
      * The cancel itself goes on the audit trail with who did it
           IF QADM-ACTION = "CANCEL "
               MOVE SPACES TO AUD-EVENT
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       REREAD-TARGET-ENTRY.
      * Someone else rewrote the queue after this program read it:
      * read the entry again, now that no one else can change it,
      * and say so. An entry cancelled in the meantime leaves
      * nothing to apply the action to, and the run stops cleanly
           MOVE SPACES TO BUFFER.
           STRING "CORE-QADM: queue changed by " DELIMITED BY SIZE
                  FL-LAST-PROGRAM DELIMITED BY SPACE
                  ", entry read again" DELIMITED BY SIZE
                  INTO BUFFER.
           MOVE 70 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               GIVING RESULT.
           MOVE TARGET-ID TO TQ-ID.
           READ TASK-QUEUE-FILE KEY IS TQ-ID
               INVALID KEY
                   MOVE "N" TO FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO FOUND-SWITCH
           END-READ.
           IF FOUND-SWITCH = "N"
               CLOSE TASK-QUEUE-FILE
               MOVE "UNLOCK" TO FL-FUNCTION
               MOVE "N" TO FL-CHANGED
               CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST
               MOVE "CORE-QADM: task id left the queue meanwhile"
                   TO BUFFER
               MOVE 43 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
       REPORT-NO-QUEUE.
           MOVE "CORE-QADM: cannot open tasksched.queue" TO BUFFER.
           MOVE 38 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               GIVING RESULT.
           CALL "sys_exit_c" USING 1.
       LIST-QUEUE-ENTRY.
      * EFF is the aged priority the scheduler's dispatch sort will
      * actually use, so a promoted starver is visible from here
           MOVE 0 TO LIST-AGE.
           MOVE 0 TO LIST-RETRY-COUNT.
           MOVE 0 TO LIST-RETRY-MAX.
           IF TQ-AGE-CYCLES IS NUMERIC
               MOVE TQ-AGE-CYCLES TO LIST-AGE
           END-IF.
           IF TQ-RETRY-COUNT IS NUMERIC
               MOVE TQ-RETRY-COUNT TO LIST-RETRY-COUNT
           END-IF.
           IF TQ-RETRY-MAX IS NUMERIC
               MOVE TQ-RETRY-MAX TO LIST-RETRY-MAX
           END-IF.
           COMPUTE AGE-CREDIT = LIST-AGE * AGING-STEP.
           IF AGE-CREDIT < TQ-PRIORITY
               COMPUTE EFF-PRIORITY = TQ-PRIORITY - AGE-CREDIT
           ELSE
               MOVE 0 TO EFF-PRIORITY
           END-IF.
           MOVE SPACES TO LIST-LINE.
           STRING "TASK:" DELIMITED BY SIZE
                  TQ-ID DELIMITED BY SIZE
                  " PRI:" DELIMITED BY SIZE
                  TQ-PRIORITY DELIMITED BY SIZE
                  " EFF:" DELIMITED BY SIZE
                  EFF-PRIORITY DELIMITED BY SIZE
                  " AGE:" DELIMITED BY SIZE
                  LIST-AGE DELIMITED BY SIZE
                  " ST:" DELIMITED BY SIZE
                  TQ-STATUS DELIMITED BY SIZE
                  " RETRY:" DELIMITED BY SIZE
                  LIST-RETRY-COUNT DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  LIST-RETRY-MAX DELIMITED BY SIZE
                  " PROG:" DELIMITED BY SIZE
                  TQ-PROGRAM DELIMITED BY SIZE
                  " CLS:" DELIMITED BY SIZE
                  TQ-CLASS DELIMITED BY SIZE
                  INTO LIST-LINE.
           MOVE 100 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD LIST-LINE MSG-LEN
               GIVING RESULT.
       CHECK-OPERATOR.
      * The id must exist in the permissions file with the
      * destructive-actions column set; no file means nobody is
