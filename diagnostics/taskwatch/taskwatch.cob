      * RECOVER uses. A daemon that died between cycles raises an
      * ERROR through CORE-AUDIT, and an optional RELAUNCH argument
      * starts a fresh scheduler in the background - so the overnight
      * queue no longer depends on someone noticing silence. The
      * finding is also posted through CORE-BULLETIN to the
      * operators on shift in CHAT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 PID-FILE-RECORD PIC X(12).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 AUD-EVENT     PIC X(30).
       01 AUD-RC        PIC 9(9).
       01 AUD-SEVERITY  PIC X(5).
       01 BUL-TEXT      PIC X(200).
       01 BUL-COUNT     PIC 9(4).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Name this program to the fault-injection check
           MOVE "TASKWATCH" TO FAULT-PROGRAM.
      * An optional RELAUNCH argument restarts a dead daemon after
      * the alarm is raised
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
      * on lock holders
           MOVE DAEMON-PID TO SIG-PID OF SIG-DATA.
           MOVE 0 TO SIG-NUMBER OF SIG-DATA.
           MOVE "SIGNAL" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_signal_c" USING SIG-DATA GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF.
           IF RESULT = 0
               MOVE SPACES TO BUFFER
               STRING "TASKWATCH: daemon alive PID:" DELIMITED BY SIZE
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
           END-IF.
           MOVE SPACES TO BUL-TEXT.
           STRING "TASKSCHED DAEMON DIED PID:" DELIMITED BY SIZE
                  DAEMON-PID DELIMITED BY SIZE
                  INTO BUL-TEXT.
           IF RELAUNCH-SWITCH = "Y"
               MOVE " - RELAUNCHED" TO BUL-TEXT(36:13)
           ELSE
               MOVE " - NOT RELAUNCHED, QUEUE IS NOT BEING WORKED"
                   TO BUL-TEXT(36:45)
           END-IF.
           CALL "CORE-BULLETIN" USING AUD-PROGRAM BUL-TEXT BUL-COUNT.
           CALL "sys_exit_c" USING 1.
           STOP RUN.
