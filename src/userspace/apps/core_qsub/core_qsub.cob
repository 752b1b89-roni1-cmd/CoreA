       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASK-QUEUE-FILE ASSIGN TO "tasksched.queue"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TQ-ID
               ALTERNATE RECORD KEY IS TQ-DISPATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT SUBMIT-FILE ASSIGN TO "tasksched.submit"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
       FD  SUBMIT-FILE.
       01 SUBMIT-RECORD.
           05 SB-ID          PIC 9(4).
           05 SB-NOT-BEFORE  PIC 9(4).
           05 SB-NOT-AFTER   PIC 9(4).
           05 SB-AGE-CYCLES  PIC 9(4).
           05 SB-CLASS       PIC X(10).
           05 SB-REPEAT-MINS PIC 9(4).
           05 SB-NEXT-DUE    PIC 9(12).
           05 SB-AFTER-DRIVER PIC X(10).
           05 SB-AFTER-NAME  PIC X(20).
       FD  REGISTRY-FILE.
       COPY "registry.cpy".
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 NEW-PARAMS    PIC X(40) VALUE SPACES.
       01 NEW-NOT-BEFORE PIC 9(4) VALUE 0.
       01 NEW-NOT-AFTER PIC 9(4)  VALUE 0.
       01 NEW-CLASS     PIC X(10) VALUE SPACES.
       01 NEW-REPEAT-MINS PIC 9(4) VALUE 0.
       01 NEW-AFTER-DRIVER PIC X(10) VALUE SPACES.
       01 NEW-AFTER-NAME PIC X(20) VALUE SPACES.
       01 DUP-SWITCH    PIC X     VALUE "N".
       01 REG-HIT-SWITCH PIC X    VALUE "N".
      * The inbox is appended to under its named lock, the one the
      * daemon drains it under
       COPY "filelock.cpy".
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Positional arguments: 1 = task id, 2 = priority, 3 = the shop
      * program name the task runs, 4 = optional parameter text,
      * 5 and 6 = optional not-before/not-after HHMM start window,
      * 7 = optional resource class (SHM, PIPE, CPU, EXCLUSIVE...),
      * 8 = optional repeat interval in minutes for an entry that
      * runs all day on the clock; its first run is due at once,
      * 9 and 10 = optional driver and name of another driver's work
      * (a CORE-BATCH step, say) that must complete first; a driver
      * of * matches the name under any driver
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT < 3
               MOVE "CORE-QSUB: usage id priority program [params]"
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               COMPUTE NEW-NOT-AFTER = FUNCTION NUMVAL(CMD-ARG-VAL)
           END-IF.
           IF CMD-ARG-COUNT NOT < 7
               MOVE 7 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               MOVE CMD-ARG-VAL(1:10) TO NEW-CLASS
           END-IF.
           IF CMD-ARG-COUNT NOT < 8
               MOVE 8 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               COMPUTE NEW-REPEAT-MINS = FUNCTION NUMVAL(CMD-ARG-VAL)
           END-IF.
           IF CMD-ARG-COUNT NOT < 10
               MOVE 9 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               IF CMD-ARG-VAL NOT = "*"
                   MOVE CMD-ARG-VAL(1:10) TO NEW-AFTER-DRIVER
               END-IF
               MOVE 10 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               MOVE CMD-ARG-VAL(1:20) TO NEW-AFTER-NAME
           END-IF.
      * The id must be unique: not already in the live queue, and not
      * already waiting in the inbox from an earlier submission the
      * daemon has not drained yet
           OPEN INPUT TASK-QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "00"
               MOVE NEW-ID TO TQ-ID
               READ TASK-QUEUE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO DUP-SWITCH
               END-READ
               CLOSE TASK-QUEUE-FILE
           END-IF.
           OPEN INPUT SUBMIT-FILE.
           END-IF.
      * Append the accepted entry; the daemon forces pending status
      * when it drains, so the column here is informational
           MOVE "LOCK" TO FL-FUNCTION.
           MOVE "CORE-QSUB" TO FL-PROGRAM.
           MOVE "tasksched.submit" TO FL-FILE.
           MOVE "N" TO FL-CHECK.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           IF FL-RC NOT = 0
               MOVE "CORE-QSUB: inbox lock not available" TO BUFFER
               MOVE 35 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           OPEN EXTEND SUBMIT-FILE.
           MOVE NEW-ID TO SB-ID.
           MOVE NEW-PRIORITY TO SB-PRIORITY.
           MOVE NEW-NOT-BEFORE TO SB-NOT-BEFORE.
           MOVE NEW-NOT-AFTER TO SB-NOT-AFTER.
           MOVE 0 TO SB-AGE-CYCLES.
           MOVE NEW-CLASS TO SB-CLASS.
           MOVE NEW-REPEAT-MINS TO SB-REPEAT-MINS.
           MOVE 0 TO SB-NEXT-DUE.
           MOVE NEW-AFTER-DRIVER TO SB-AFTER-DRIVER.
           MOVE NEW-AFTER-NAME TO SB-AFTER-NAME.
           WRITE SUBMIT-RECORD.
           CLOSE SUBMIT-FILE.
           MOVE "UNLOCK" TO FL-FUNCTION.
           MOVE "Y" TO FL-CHANGED.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           MOVE SPACES TO BUFFER.
           STRING "CORE-QSUB: task " DELIMITED BY SIZE
                  NEW-ID DELIMITED BY SIZE
