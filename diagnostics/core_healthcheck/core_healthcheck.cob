           05 HH-STATUS  PIC X(12).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
       01 MSGQ-INSTANCE   TYPE MSG-QUEUE-DATA.
       01 SIG-DATA        TYPE SIGNAL-DATA.
       01 CLOCK-INSTANCE  TYPE CLOCK-DATA.
       01 CHILD-PID       PIC S9(9).
       01 HAVE-CHILD-SWITCH PIC X    VALUE "N".
       01 SHM-OK-SWITCH   PIC X      VALUE "N".
       01 HC-IDX          PIC 9(4).
       01 CP-FILE-STATUS      PIC XX.
       01 RUN-DATE            PIC 9(8).
       01 RUN-TIME            PIC 9(8).
      * Plumbing for the shared CORE-SHMREG segment registry
       01 SRG-ACTION    PIC X(5).
       01 SRG-PROGRAM   PIC X(20) VALUE "CORE-HEALTHCHECK".
       01 SRG-FOREIGN   PIC X(1).
      * Plumbing for the shared CORE-PRINT report formatter
       01 PRT-ACTION    PIC X(5).
       01 PRT-FILE-NAME PIC X(30).
       01 PRT-TITLE     PIC X(40).
       01 PRT-COLHEAD   PIC X(80).
       01 PRT-LINE      PIC X(100).
       01 PRT-PROGRAM   PIC X(20)  VALUE "CORE-HEALTHCHECK".
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Name this program to the fault-injection check
           MOVE "CORE-HEALTHCHECK" TO FAULT-PROGRAM.
      * Read the flags that gate each category from the compiled
      * configuration CONFIG-FLAGS emits; a missing or empty file
      * keeps the built-in defaults with every category enabled
           IF PROCESS-FLAG = 0
               MOVE "SKIP(CONFIG)" TO HC-STATUS(HC-COUNT)
           ELSE
               MOVE "FORK" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_fork_c" GIVING CHILD-PID
               ELSE
                   MOVE -1 TO CHILD-PID
               END-IF
               IF CHILD-PID = 0
                   CALL "sys_exit_c" USING 0
               END-IF
           IF IPC-PIPE-FLAG = 0
               MOVE "SKIP(CONFIG)" TO HC-STATUS(HC-COUNT)
           ELSE
               MOVE "PIPE" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_pipe_c" USING PIPEFD GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               IF RESULT = 0
                   MOVE "PASS" TO HC-STATUS(HC-COUNT)
               ELSE
               MOVE "SKIP(CONFIG)" TO HC-STATUS(HC-COUNT)
           ELSE
               MOVE 0 TO MUTEX-LOCK OF MUTEX-INSTANCE
               MOVE "MUTEX" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_mutex_c" USING MUTEX-INSTANCE GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               IF RESULT = 0
                   MOVE "PASS" TO HC-STATUS(HC-COUNT)
               ELSE
               MOVE "SKIP(CONFIG)" TO HC-STATUS(HC-COUNT)
           ELSE
               MOVE 1024 TO SHM-SIZE OF SHM-INSTANCE
               MOVE "SHM" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_shm_c" USING SHM-INSTANCE GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               IF RESULT = 0
                   MOVE "ALLOC" TO SRG-ACTION
                   CALL "CORE-SHMREG" USING SRG-ACTION SRG-PROGRAM
                       SHM-INSTANCE SRG-FOREIGN
                   MOVE "PASS" TO HC-STATUS(HC-COUNT)
                   MOVE "Y" TO SHM-OK-SWITCH
               ELSE
           ELSE
               CALL "sys_shm_free_c" USING SHM-INSTANCE GIVING RESULT
               IF RESULT = 0
                   MOVE "FREE " TO SRG-ACTION
                   CALL "CORE-SHMREG" USING SRG-ACTION SRG-PROGRAM
                       SHM-INSTANCE SRG-FOREIGN
                   MOVE "PASS" TO HC-STATUS(HC-COUNT)
               ELSE
                   MOVE "FAIL" TO HC-STATUS(HC-COUNT)
           MOVE "MSGQUEUE" TO HC-NAME(HC-COUNT).
           MOVE 1 TO MQ-TYPE OF MSGQ-INSTANCE.
           MOVE 0 TO MQ-PAYLOAD-LEN OF MSGQ-INSTANCE.
           MOVE "MSGQUEUE" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_msgqueue_c" USING MSGQ-INSTANCE GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF.
           IF RESULT = 0
               MOVE "PASS" TO HC-STATUS(HC-COUNT)
           ELSE
           ELSE
               MOVE CHILD-PID TO SIG-PID OF SIG-DATA
               MOVE 15 TO SIG-NUMBER OF SIG-DATA
               MOVE "SIGNAL" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_signal_c" USING SIG-DATA GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               IF RESULT = 0
                   MOVE "PASS" TO HC-STATUS(HC-COUNT)
               ELSE
      * CLOCK - no config flag gates it
           ADD 1 TO HC-COUNT.
           MOVE "CLOCK" TO HC-NAME(HC-COUNT).
           MOVE "CLOCK" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_clock_c" USING CLOCK-INSTANCE GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF.
           IF RESULT = 0
               MOVE "PASS" TO HC-STATUS(HC-COUNT)
           ELSE
           MOVE SPACES TO PRT-LINE.
           MOVE "INIT " TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           PERFORM VARYING HC-IDX FROM 1 BY 1 UNTIL HC-IDX > HC-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING HC-NAME(HC-IDX) DELIMITED BY SPACE
               MOVE REPORT-LINE TO PRT-LINE
               MOVE "LINE " TO PRT-ACTION
               CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
                   PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM
               MOVE 30 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD REPORT-LINE MSG-LEN
                   GIVING RESULT
           MOVE REPORT-LINE TO PRT-LINE.
           MOVE "LINE " TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           MOVE "CLOSE" TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
      * Append this run's whole matrix to the history, one record per
      * category, all stamped with the same run timestamp
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
