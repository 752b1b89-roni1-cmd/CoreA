      * the actions the operator on shift does daily: show the
      * TASKSCHED queue, set or clear the scheduler stop flag, run
      * the health check and show its matrix, tail the audit log,
      * kick off CORECTL or CORE-BATCH with a chosen stream,
      * display any report file, show the run board and produce the
      * signed shift handover report - instead of a dozen remembered
      * binary paths and flag-file tricks. The menu text and the
      * programs it runs come from opsactions.cpy, the table
      * WHERE-USED reads to say which programs the console starts
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASK-QUEUE-FILE ASSIGN TO "tasksched.queue"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TQ-ID
               ALTERNATE RECORD KEY IS TQ-DISPATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT STOP-FLAG-FILE ASSIGN TO "tasksched.stop"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
       FD  STOP-FLAG-FILE.
       01 STOP-FLAG-RECORD PIC X(1).
       FD  VIEW-FILE.
           05 OP-DESTRUCT   PIC X(1).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       COPY "opsactions.cpy".
       01 ENV-NAME      PIC X(8).
       01 OA-IDX       PIC 9(2).
       01 OA-NUM       PIC Z9.
       01 QUEUE-FILE-STATUS PIC XX.
       01 STOP-FLAG-STATUS  PIC XX.
       01 VIEW-FILE-STATUS  PIC XX.
       01 AUD-RC        PIC 9(9).
       01 AUD-SEVERITY  PIC X(5).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
           PERFORM UNTIL DONE-SWITCH = "Y"
               DISPLAY " "
               DISPLAY "CORE-OPS - CoreA operator console"
               PERFORM VARYING OA-IDX FROM 1 BY 1
                       UNTIL OA-IDX > OPS-ACTION-COUNT
                   MOVE OA-IDX TO OA-NUM
                   MOVE SPACES TO MENU-LINE
                   STRING OA-NUM DELIMITED BY SIZE
                          ") " DELIMITED BY SIZE
                          OA-LABEL(OA-IDX) DELIMITED BY SIZE
                          INTO MENU-LINE
                   DISPLAY MENU-LINE
               END-PERFORM
               DISPLAY " 0) Exit"
               DISPLAY "Enter selection:"
               ACCEPT SELECTION
                       CALL "system" USING CMD-LINE
                       DISPLAY "Stop flag cleared."
                   WHEN 4
                       MOVE OA-EXE(4) TO CMD-LINE
                       CALL "system" USING CMD-LINE
                       MOVE "core_healthcheck.report" TO VIEW-NAME
                       PERFORM SHOW-VIEW-FILE
                   WHEN 5
                       PERFORM SHOW-AUDIT-TAIL
                   WHEN 6
                       MOVE OA-EXE(6) TO CMD-LINE
                       CALL "system" USING CMD-LINE
                   WHEN 7
                       DISPLAY "Stream name (blank for DEFAULT):"
                       ACCEPT INPUT-LINE
                       MOVE SPACES TO CMD-LINE
                       IF INPUT-LINE = SPACES
                           MOVE OA-EXE(7) TO CMD-LINE
                       ELSE
                           STRING OA-EXE(7) DELIMITED BY SPACE
                                  " " DELIMITED BY SIZE
                                  INPUT-LINE DELIMITED BY SPACE
                                  INTO CMD-LINE
                       END-IF
                       MOVE INPUT-LINE TO VIEW-NAME
                       PERFORM SHOW-VIEW-FILE
                   WHEN 9
                       MOVE OA-EXE(9) TO CMD-LINE
                       CALL "system" USING CMD-LINE
                       MOVE "core_runboard.report" TO VIEW-NAME
                       PERFORM SHOW-VIEW-FILE
                   WHEN 10
      * The handover is signed by the operator handing over; the
      * report is shown as soon as it is written
                       DISPLAY "Operator ID:"
                       MOVE SPACES TO OPERATOR-ID
                       ACCEPT OPERATOR-ID
                       MOVE SPACES TO CMD-LINE
                       STRING OA-EXE(10) DELIMITED BY SPACE
                              " OPER " DELIMITED BY SIZE
                              OPERATOR-ID DELIMITED BY SPACE
                              INTO CMD-LINE
                       CALL "system" USING CMD-LINE
                       IF RETURN-CODE = 0
                           MOVE "shift_handover.report" TO VIEW-NAME
                           PERFORM SHOW-VIEW-FILE
                       ELSE
                           DISPLAY "Refused - operator not known."
                       END-IF
                   WHEN OTHER
                       DISPLAY "No such selection."
               END-EVALUATE
