       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASK-QUEUE-FILE ASSIGN TO "tasksched.queue"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TQ-ID
               ALTERNATE RECORD KEY IS TQ-DISPATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT TASK-HISTORY-FILE ASSIGN TO "tasksched.history"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
       FD  TASK-HISTORY-FILE.
       01 TASK-HISTORY-RECORD.
           05 TH-DATE        PIC 9(8).
           05 TH-TIME        PIC 9(8).
           05 TH-TASK-ID     PIC 9(4).
           05 TH-ELAPSED-CS  PIC 9(8).
           05 FILLER         PIC X(25).
       FD  CRITPATH-REPORT-FILE.
       01 CRITPATH-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
       01 WALK-ID        PIC 9(4).
       01 NEXT-WALK-ID   PIC 9(4).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Load the queue's ids and predecessor links
           OPEN INPUT TASK-QUEUE-FILE.
           IF QUEUE-FILE-STATUS NOT = "00"
           END-IF.
           OPEN OUTPUT CRITPATH-REPORT-FILE.
           MOVE "CoreA Task Critical-Path Report" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE CRITPATH-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE CRITPATH-REPORT-RECORD FROM REPORT-LINE.
