       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHERE-USED.
      * CoreA Where-Used / Impact Analysis (COBOL)
      * The cross-reference to read before a change, where CORE-FSCK
      * finds the dangling references after one. For every program
      * in corectl.registry it lists what invokes it - tasksched.queue
      * entries, entries still pending in the tasksched.submit inbox,
      * .stream steps, corectl.jobs lines (or CORECTL's default job
      * set when there is no jobs file) and CORE-OPS menu actions -
      * and what waits on it by name as a cross-driver predecessor.
      * For every data file named in a definition it lists the
      * trigger rules that wait for it, the stream steps that name it
      * among their SD-INPUT-FILES prerequisites and the layout
      * dictionary entries that describe it. Each object closes with
      * its impact: how many definitions break if it is pulled,
      * disabled or renamed. Queue and submit entries and jobs lines
      * name a program, stream steps and console actions name its
      * executable, so both are matched; file names are matched as
      * the definitions write them, symbols such as &DATE included.
      * PROGRAM <name> or FILE <name> narrows the report to the one
      * object about to change - a name nothing registers or
      * mentions is still searched for, and reported unused. The
      * report goes to where_used.report through CORE-PRINT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-LIST-FILE ASSIGN TO "config/.wu-list"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
           SELECT STREAM-DEF-FILE ASSIGN TO STREAM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STREAM-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "corectl.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT TASK-QUEUE-FILE ASSIGN TO "tasksched.queue"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TQ-ID
               ALTERNATE RECORD KEY IS TQ-DISPATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT SUBMIT-FILE ASSIGN TO "tasksched.submit"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBMIT-STATUS.
           SELECT JOB-CONF-FILE ASSIGN TO "corectl.jobs"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-FILE-STATUS.
           SELECT TRIGGER-RULE-FILE ASSIGN TO "tasksched.triggers"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIG-FILE-STATUS.
           SELECT LAYOUT-FILE ASSIGN TO "config/fileview.layouts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYOUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-LIST-FILE.
       01 STREAM-LIST-RECORD PIC X(60).
       FD  STREAM-DEF-FILE.
       COPY "streamdef.cpy".
       FD  REGISTRY-FILE.
       COPY "registry.cpy".
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
      * The inbox CORE-QSUB files into: a queue entry not yet taken
      * into the queue, in the queue's own column order
       FD  SUBMIT-FILE.
       01 SUBMIT-RECORD.
           05 SB-ID          PIC 9(4).
           05 SB-PRIORITY    PIC 9(4).
           05 SB-STATUS      PIC X(1).
           05 SB-PRED1       PIC 9(4).
           05 SB-PRED2       PIC 9(4).
           05 SB-PROGRAM     PIC X(20).
           05 SB-PARAMS      PIC X(40).
           05 SB-RETRY-COUNT PIC 9(2).
           05 SB-RETRY-MAX   PIC 9(2).
           05 SB-NOT-BEFORE  PIC 9(4).
           05 SB-NOT-AFTER   PIC 9(4).
           05 SB-AGE-CYCLES  PIC 9(4).
           05 SB-CLASS       PIC X(10).
           05 SB-REPEAT-MINS PIC 9(4).
           05 SB-NEXT-DUE    PIC 9(12).
           05 SB-AFTER-DRIVER PIC X(10).
           05 SB-AFTER-NAME  PIC X(20).
       FD  JOB-CONF-FILE.
       01 JOB-CONF-RECORD.
           05 JOBC-NAME     PIC X(20).
           05 JOBC-PARAMS   PIC X(60).
       FD  TRIGGER-RULE-FILE.
       01 TRIGGER-RULE-RECORD.
           05 TG-REC-ID      PIC 9(4).
           05 TG-PATH        PIC X(60).
       FD  LAYOUT-FILE.
       01 LAYOUT-RECORD.
           05 LY-FILE     PIC X(30).
           05 LY-FIELD    PIC X(20).
           05 LY-OFFSET   PIC 9(3).
           05 LY-LENGTH   PIC 9(3).
           05 LY-TYPE     PIC X(1).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       COPY "opsactions.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 RESULT        PIC 9(9).
       01 REPORT-LINE   PIC X(100).
       01 CMD-LINE      PIC X(100).
       01 LIST-FILE-STATUS   PIC XX.
       01 STREAM-FILE-STATUS PIC XX.
       01 REG-FILE-STATUS    PIC XX.
       01 QUEUE-FILE-STATUS  PIC XX.
       01 SUBMIT-STATUS      PIC XX.
       01 JOB-FILE-STATUS    PIC XX.
       01 TRIG-FILE-STATUS   PIC XX.
       01 LAYOUT-FILE-STATUS PIC XX.
       01 STREAM-FILE-NAME PIC X(30).
       01 STREAM-NAME   PIC X(20).
      * Plumbing for the shared CORE-PRINT report formatter
       01 PRT-ACTION    PIC X(5).
       01 PRT-FILE-NAME PIC X(30).
       01 PRT-TITLE     PIC X(40).
       01 PRT-COLHEAD   PIC X(80).
       01 PRT-LINE      PIC X(100).
       01 PRT-PROGRAM   PIC X(20)  VALUE "WHERE-USED".
       01 CMD-ARG-COUNT PIC 9(2).
       01 CMD-ARG-NUM   PIC 9(2).
       01 CMD-ARG-VAL   PIC X(60).
      * PROGRAM <name> or FILE <name> narrows the report to one
      * object; blank reports everything
       01 SCOPE-KIND    PIC X(1)  VALUE SPACE.
       01 SCOPE-NAME    PIC X(60) VALUE SPACES.
       01 SCOPE-REG-IDX PIC 9(4)  VALUE 0.
      * Registered programs: the name the queue, the inbox and
      * CORECTL know a program by, and the executable its path names,
      * which is what stream steps and the console run
       01 REG-COUNT     PIC 9(4)  VALUE 0.
       01 REG-IDX       PIC 9(4).
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 101 TIMES.
               10 REG-NAME     PIC X(20).
               10 REG-PATH     PIC X(60).
               10 REG-EXE      PIC X(60).
               10 REG-ENABLED  PIC X(1).
      * The program each queued task runs, direct-indexed by task id,
      * so a trigger rule can say whose input it guards
       01 TASK-PROG-TABLE.
           05 TASK-PROG OCCURS 9999 TIMES PIC X(20).
      * Every reference found, in the order the definitions were
      * read. UT-KIND is P for a reference to a program - by its name
      * in UT-NAME, by its executable in UT-OBJECT, or both - and F
      * for a reference to the data file named in UT-OBJECT.
      * UT-COUNT carries the field count of a layout entry
       01 USE-COUNT     PIC 9(4)  VALUE 0.
       01 U-IDX         PIC 9(4).
       01 USE-TABLE.
           05 USE-ENTRY OCCURS 1000 TIMES.
               10 UT-KIND      PIC X(1).
               10 UT-NAME      PIC X(20).
               10 UT-OBJECT    PIC X(60).
               10 UT-SOURCE    PIC X(8).
               10 UT-TEXT      PIC X(80).
               10 UT-COUNT     PIC 9(4).
       01 NEW-USE.
           05 NU-KIND       PIC X(1).
           05 NU-NAME       PIC X(20).
           05 NU-OBJECT     PIC X(60).
           05 NU-SOURCE     PIC X(8).
           05 NU-TEXT       PIC X(80).
           05 NU-COUNT      PIC 9(4).
      * Every data file some definition names, in order of first
      * mention
       01 FILE-COUNT    PIC 9(4)  VALUE 0.
       01 FL-IDX        PIC 9(4).
       01 FILE-TABLE.
           05 FILE-NAME-ENTRY OCCURS 300 TIMES PIC X(60).
       01 FOUND-SWITCH  PIC X(1).
       01 VERSION-TALLY PIC 9(2).
       01 STEP-EXE      PIC X(60).
       01 INPUT-WORD    PIC X(60) OCCURS 3 TIMES.
       01 W-IDX         PIC 9(1).
       01 OA-IDX        PIC 9(2).
       01 OA-POS        PIC 9(1).
       01 LINE-NUM      PIC 9(4).
       01 HIT-COUNT     PIC 9(4).
       01 REF-TOTAL     PIC 9(4)  VALUE 0.
       01 UNUSED-COUNT  PIC 9(4)  VALUE 0.
       01 PRINT-PROGRAMS PIC 9(4) VALUE 0.
       01 PRINT-FILES   PIC 9(4)  VALUE 0.
       01 AUD-PROGRAM   PIC X(20) VALUE "WHERE-USED".
       01 AUD-EVENT     PIC X(30).
       01 AUD-RC        PIC 9(9)  VALUE 0.
       01 AUD-SEVERITY  PIC X(5)  VALUE "INFO ".
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           MOVE 1 TO CMD-ARG-NUM.
           PERFORM UNTIL CMD-ARG-NUM > CMD-ARG-COUNT
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               MOVE SPACES TO CMD-ARG-VAL
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               IF (CMD-ARG-VAL = "PROGRAM" OR CMD-ARG-VAL = "FILE")
                   AND CMD-ARG-NUM < CMD-ARG-COUNT
                   MOVE CMD-ARG-VAL(1:1) TO SCOPE-KIND
                   ADD 1 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   MOVE SPACES TO CMD-ARG-VAL
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   MOVE CMD-ARG-VAL TO SCOPE-NAME
               END-IF
               ADD 1 TO CMD-ARG-NUM
           END-PERFORM.
           IF SCOPE-NAME = SPACES
               MOVE SPACE TO SCOPE-KIND
           END-IF.
           MOVE "where_used.report" TO PRT-FILE-NAME.
           MOVE "CoreA Where-Used / Impact Analysis" TO PRT-TITLE.
           MOVE SPACES TO PRT-COLHEAD.
           MOVE SPACES TO PRT-LINE.
           MOVE "INIT " TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           IF SCOPE-KIND = "P"
               STRING "SCOPE PROGRAM:" DELIMITED BY SIZE
                      SCOPE-NAME DELIMITED BY SPACE
                      INTO REPORT-LINE
               PERFORM EMIT-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF SCOPE-KIND = "F"
               STRING "SCOPE FILE:" DELIMITED BY SIZE
                      SCOPE-NAME DELIMITED BY SPACE
                      INTO REPORT-LINE
               PERFORM EMIT-LINE
               PERFORM EMIT-LINE
           END-IF.
      * Gather every reference first, then report object by object
           MOVE SPACES TO TASK-PROG-TABLE.
           PERFORM LOAD-REGISTRY.
           PERFORM LOAD-QUEUE-USES.
           PERFORM LOAD-SUBMIT-USES.
           PERFORM LOAD-JOB-USES.
           PERFORM LOAD-OPS-USES.
           PERFORM LOAD-STREAM-USES.
           PERFORM LOAD-TRIGGER-USES.
           PERFORM LOAD-LAYOUT-USES.
           IF SCOPE-KIND NOT = "F"
               PERFORM WRITE-PROGRAM-SECTION
           END-IF.
           IF SCOPE-KIND NOT = "P"
               PERFORM WRITE-FILE-SECTION
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUMMARY UNUSED:" DELIMITED BY SIZE
                  UNUSED-COUNT DELIMITED BY SIZE
                  " PROGRAMS:" DELIMITED BY SIZE
                  PRINT-PROGRAMS DELIMITED BY SIZE
                  " FILES:" DELIMITED BY SIZE
                  PRINT-FILES DELIMITED BY SIZE
                  " REFERENCES:" DELIMITED BY SIZE
                  REF-TOTAL DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM EMIT-LINE.
           MOVE "CLOSE" TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           MOVE SPACES TO AUD-EVENT.
           STRING "WHERE-USED:P" DELIMITED BY SIZE
                  PRINT-PROGRAMS DELIMITED BY SIZE
                  ":F" DELIMITED BY SIZE
                  PRINT-FILES DELIMITED BY SIZE
                  ":R" DELIMITED BY SIZE
                  REF-TOTAL DELIMITED BY SIZE
                  INTO AUD-EVENT.
           CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
               AUD-RC AUD-SEVERITY.
           MOVE SPACES TO BUFFER.
           STRING "WHERE-USED PROGRAMS:" DELIMITED BY SIZE
                  PRINT-PROGRAMS DELIMITED BY SIZE
                  " FILES:" DELIMITED BY SIZE
                  PRINT-FILES DELIMITED BY SIZE
                  " REFERENCES:" DELIMITED BY SIZE
                  REF-TOTAL DELIMITED BY SIZE
                  INTO BUFFER.
           MOVE 51 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       EMIT-LINE.
           MOVE REPORT-LINE TO PRT-LINE.
           MOVE "LINE " TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           MOVE SPACES TO REPORT-LINE.
       LOAD-REGISTRY.
      * The executable is the first word of the path, as STREAM-CHECK
      * and RUNBOOK match a step to its entry
           OPEN INPUT REGISTRY-FILE.
           IF REG-FILE-STATUS = "00"
               PERFORM UNTIL REG-FILE-STATUS NOT = "00"
                   READ REGISTRY-FILE
                       AT END
                           MOVE "10" TO REG-FILE-STATUS
                       NOT AT END
                           IF RG-NAME NOT = SPACES AND REG-COUNT < 100
                               ADD 1 TO REG-COUNT
                               MOVE RG-NAME TO REG-NAME(REG-COUNT)
                               MOVE RG-PATH TO REG-PATH(REG-COUNT)
                               MOVE SPACES TO REG-EXE(REG-COUNT)
                               UNSTRING RG-PATH DELIMITED BY ALL " "
                                   INTO REG-EXE(REG-COUNT)
                               END-UNSTRING
                               MOVE RG-ENABLED
                                   TO REG-ENABLED(REG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.
      * A named program is found by its registered name, then by its
      * executable; one nothing registers is searched for under the
      * name given, as both name and executable
           IF SCOPE-KIND = "P"
               PERFORM VARYING REG-IDX FROM 1 BY 1
                       UNTIL REG-IDX > REG-COUNT
                   IF SCOPE-REG-IDX = 0
                       AND REG-NAME(REG-IDX) = SCOPE-NAME(1:20)
                       AND SCOPE-NAME(21:40) = SPACES
                       MOVE REG-IDX TO SCOPE-REG-IDX
                   END-IF
               END-PERFORM
               PERFORM VARYING REG-IDX FROM 1 BY 1
                       UNTIL REG-IDX > REG-COUNT
                   IF SCOPE-REG-IDX = 0
                       AND REG-EXE(REG-IDX) = SCOPE-NAME
                       MOVE REG-IDX TO SCOPE-REG-IDX
                   END-IF
               END-PERFORM
               IF SCOPE-REG-IDX = 0
                   ADD 1 TO REG-COUNT
                   MOVE SCOPE-NAME TO REG-NAME(REG-COUNT)
                   MOVE SCOPE-NAME TO REG-PATH(REG-COUNT)
                   MOVE SCOPE-NAME TO REG-EXE(REG-COUNT)
                   MOVE "?" TO REG-ENABLED(REG-COUNT)
                   MOVE REG-COUNT TO SCOPE-REG-IDX
               END-IF
           END-IF.
       LOAD-QUEUE-USES.
      * A queue entry runs its TQ-PROGRAM by name, and may wait on a
      * program by name as its cross-driver predecessor
           OPEN INPUT TASK-QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "00"
               PERFORM UNTIL QUEUE-FILE-STATUS NOT = "00"
                   READ TASK-QUEUE-FILE
                       AT END
                           MOVE "10" TO QUEUE-FILE-STATUS
                       NOT AT END
                           IF TQ-ID IS NUMERIC AND TQ-ID NOT = 0
                               MOVE TQ-PROGRAM TO TASK-PROG(TQ-ID)
                               IF TQ-PROGRAM NOT = SPACES
                                   MOVE SPACES TO NEW-USE
                                   MOVE "P" TO NU-KIND
                                   MOVE TQ-PROGRAM TO NU-NAME
                                   MOVE "QUEUE" TO NU-SOURCE
                                   STRING "task " DELIMITED BY SIZE
                                          TQ-ID DELIMITED BY SIZE
                                          " in tasksched.queue runs it"
                                              DELIMITED BY SIZE
                                          INTO NU-TEXT
                                   PERFORM ADD-USE
                               END-IF
                               IF TQ-AFTER-NAME NOT = SPACES
                                   MOVE SPACES TO NEW-USE
                                   MOVE "P" TO NU-KIND
                                   MOVE TQ-AFTER-NAME TO NU-NAME
                                   MOVE "WAIT" TO NU-SOURCE
                                   STRING "task " DELIMITED BY SIZE
                                          TQ-ID DELIMITED BY SIZE
                                          " waits for it to complete"
                                              DELIMITED BY SIZE
                                          INTO NU-TEXT
                                   PERFORM ADD-USE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASK-QUEUE-FILE
           END-IF.
       LOAD-SUBMIT-USES.
      * Entries still in the inbox run their program as soon as the
      * scheduler drains them at its next cycle boundary
           OPEN INPUT SUBMIT-FILE.
           IF SUBMIT-STATUS = "00"
               PERFORM UNTIL SUBMIT-STATUS NOT = "00"
                   READ SUBMIT-FILE
                       AT END
                           MOVE "10" TO SUBMIT-STATUS
                       NOT AT END
                           IF SB-PROGRAM NOT = SPACES
                               MOVE SPACES TO NEW-USE
                               MOVE "P" TO NU-KIND
                               MOVE SB-PROGRAM TO NU-NAME
                               MOVE "SUBMIT" TO NU-SOURCE
                               STRING "task " DELIMITED BY SIZE
                                      SB-ID DELIMITED BY SIZE
                                      " pending in tasksched.submit runs
      -                               " it" DELIMITED BY SIZE
                                      INTO NU-TEXT
                               PERFORM ADD-USE
                           END-IF
                           IF SB-AFTER-NAME NOT = SPACES
                               MOVE SPACES TO NEW-USE
                               MOVE "P" TO NU-KIND
                               MOVE SB-AFTER-NAME TO NU-NAME
                               MOVE "WAIT" TO NU-SOURCE
                               STRING "task " DELIMITED BY SIZE
                                      SB-ID DELIMITED BY SIZE
                                      " pending in tasksched.submit wait
      -                               "s for it" DELIMITED BY SIZE
                                      INTO NU-TEXT
                               PERFORM ADD-USE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBMIT-FILE
           END-IF.
       LOAD-JOB-USES.
      * CORECTL runs its jobs list by registered name; with no
      * corectl.jobs on disk it runs its built-in default set
           MOVE 0 TO LINE-NUM.
           OPEN INPUT JOB-CONF-FILE.
           IF JOB-FILE-STATUS = "00"
               PERFORM UNTIL JOB-FILE-STATUS NOT = "00"
                   READ JOB-CONF-FILE
                       AT END
                           MOVE "10" TO JOB-FILE-STATUS
                       NOT AT END
                           ADD 1 TO LINE-NUM
                           IF JOBC-NAME NOT = SPACES
                               MOVE SPACES TO NEW-USE
                               MOVE "P" TO NU-KIND
                               MOVE JOBC-NAME TO NU-NAME
                               MOVE "JOBS" TO NU-SOURCE
                               STRING "corectl.jobs line "
                                          DELIMITED BY SIZE
                                      LINE-NUM DELIMITED BY SIZE
                                      " runs it" DELIMITED BY SIZE
                                      INTO NU-TEXT
                               PERFORM ADD-USE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-CONF-FILE
           ELSE
               MOVE "TASKSCHED" TO NU-NAME
               PERFORM ADD-DEFAULT-JOB-USE
               MOVE "PROCMON" TO NU-NAME
               PERFORM ADD-DEFAULT-JOB-USE
               MOVE "FILEVIEW" TO NU-NAME
               PERFORM ADD-DEFAULT-JOB-USE
               MOVE "CHAT" TO NU-NAME
               PERFORM ADD-DEFAULT-JOB-USE
               MOVE "IPC-STATS" TO NU-NAME
               PERFORM ADD-DEFAULT-JOB-USE
               MOVE "MEM-ANALYZER" TO NU-NAME
               PERFORM ADD-DEFAULT-JOB-USE
           END-IF.
       ADD-DEFAULT-JOB-USE.
           MOVE "P" TO NU-KIND.
           MOVE SPACES TO NU-OBJECT.
           MOVE "JOBS" TO NU-SOURCE.
           MOVE "CORECTL's default job set runs it (no corectl.jobs on d
      -         "isk)" TO NU-TEXT.
           PERFORM ADD-USE.
       LOAD-OPS-USES.
      * The console runs executables straight from its action table
           PERFORM VARYING OA-IDX FROM 1 BY 1
                   UNTIL OA-IDX > OPS-ACTION-COUNT
               IF OA-EXE(OA-IDX) NOT = SPACES
                   MOVE SPACES TO NEW-USE
                   MOVE "P" TO NU-KIND
                   MOVE OA-EXE(OA-IDX) TO NU-OBJECT
                   MOVE "CORE-OPS" TO NU-SOURCE
                   IF OA-IDX < 10
                       MOVE 2 TO OA-POS
                   ELSE
                       MOVE 1 TO OA-POS
                   END-IF
                   STRING "menu selection " DELIMITED BY SIZE
                          OA-IDX(OA-POS:) DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          OA-LABEL(OA-IDX) DELIMITED BY "  "
                          INTO NU-TEXT
                   PERFORM ADD-USE
               END-IF
           END-PERFORM.
       LOAD-STREAM-USES.
      * Every stream file in the shop, step by step; the control
      * records name no program and no file
           MOVE "ls -1 *.stream > config/.wu-list 2>/dev/null"
               TO CMD-LINE.
           CALL "system" USING CMD-LINE.
           OPEN INPUT STREAM-LIST-FILE.
           IF LIST-FILE-STATUS = "00"
               PERFORM UNTIL LIST-FILE-STATUS NOT = "00"
                   READ STREAM-LIST-FILE
                       AT END
                           MOVE "10" TO LIST-FILE-STATUS
                       NOT AT END
                           MOVE SPACES TO STREAM-NAME
                           UNSTRING STREAM-LIST-RECORD
                               DELIMITED BY ".stream"
                               INTO STREAM-NAME
                           END-UNSTRING
                           PERFORM LOAD-ONE-STREAM
                   END-READ
               END-PERFORM
               CLOSE STREAM-LIST-FILE
           END-IF.
       LOAD-ONE-STREAM.
           MOVE SPACES TO STREAM-FILE-NAME.
           STRING STREAM-NAME DELIMITED BY SPACE
                  ".stream" DELIMITED BY SIZE
                  INTO STREAM-FILE-NAME.
           OPEN INPUT STREAM-DEF-FILE.
           IF STREAM-FILE-STATUS = "00"
               PERFORM UNTIL STREAM-FILE-STATUS NOT = "00"
                   READ STREAM-DEF-FILE
                       AT END
                           MOVE "10" TO STREAM-FILE-STATUS
                       NOT AT END
                           IF SD-NAME NOT = "*CHAIN"
                               AND SD-NAME NOT = "*CALENDAR"
                               AND SD-NAME NOT = "*BALANCE"
                               AND SD-NAME NOT = SPACES
                               PERFORM LOAD-STEP-USES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-DEF-FILE
           END-IF.
       LOAD-STEP-USES.
      * The step runs its executable, may wait on a program by name,
      * and cannot start without each of its input files
           MOVE SPACES TO STEP-EXE.
           UNSTRING SD-PATH DELIMITED BY ALL " " INTO STEP-EXE
           END-UNSTRING.
           IF STEP-EXE NOT = SPACES
               MOVE SPACES TO NEW-USE
               MOVE "P" TO NU-KIND
               MOVE STEP-EXE TO NU-OBJECT
               MOVE "STREAM" TO NU-SOURCE
               STRING "stream " DELIMITED BY SIZE
                      STREAM-NAME DELIMITED BY SPACE
                      " step " DELIMITED BY SIZE
                      SD-NAME DELIMITED BY SPACE
                      " runs it" DELIMITED BY SIZE
                      INTO NU-TEXT
               PERFORM ADD-USE
           END-IF.
           IF SD-AFTER-NAME NOT = SPACES
               MOVE SPACES TO NEW-USE
               MOVE "P" TO NU-KIND
               MOVE SD-AFTER-NAME TO NU-NAME
               MOVE "WAIT" TO NU-SOURCE
               STRING "stream " DELIMITED BY SIZE
                      STREAM-NAME DELIMITED BY SPACE
                      " step " DELIMITED BY SIZE
                      SD-NAME DELIMITED BY SPACE
                      " waits for it to complete" DELIMITED BY SIZE
                      INTO NU-TEXT
               PERFORM ADD-USE
           END-IF.
           MOVE SPACES TO INPUT-WORD(1) INPUT-WORD(2) INPUT-WORD(3).
           UNSTRING SD-INPUT-FILES DELIMITED BY ALL " "
               INTO INPUT-WORD(1) INPUT-WORD(2) INPUT-WORD(3)
           END-UNSTRING.
           PERFORM VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 3
               IF INPUT-WORD(W-IDX) NOT = SPACES
                   MOVE SPACES TO NEW-USE
                   MOVE "F" TO NU-KIND
                   MOVE INPUT-WORD(W-IDX) TO NU-OBJECT
                   MOVE "INPUT" TO NU-SOURCE
                   STRING "stream " DELIMITED BY SIZE
                          STREAM-NAME DELIMITED BY SPACE
                          " step " DELIMITED BY SIZE
                          SD-NAME DELIMITED BY SPACE
                          " cannot start without it" DELIMITED BY SIZE
                          INTO NU-TEXT
                   PERFORM ADD-USE
               END-IF
           END-PERFORM.
       LOAD-TRIGGER-USES.
      * A trigger rule holds its task until the named file arrives
           OPEN INPUT TRIGGER-RULE-FILE.
           IF TRIG-FILE-STATUS = "00"
               PERFORM UNTIL TRIG-FILE-STATUS NOT = "00"
                   READ TRIGGER-RULE-FILE
                       AT END
                           MOVE "10" TO TRIG-FILE-STATUS
                       NOT AT END
                           IF TG-REC-ID IS NUMERIC
                               AND TG-REC-ID NOT = 0
                               AND TG-PATH NOT = SPACES
                               MOVE SPACES TO NEW-USE
                               MOVE "F" TO NU-KIND
                               MOVE TG-PATH TO NU-OBJECT
                               MOVE "TRIGGER" TO NU-SOURCE
                               IF TASK-PROG(TG-REC-ID) = SPACES
                                   STRING "task " DELIMITED BY SIZE
                                          TG-REC-ID DELIMITED BY SIZE
                                          " waits for it to arrive"
                                              DELIMITED BY SIZE
                                          INTO NU-TEXT
                               ELSE
                                   STRING "task " DELIMITED BY SIZE
                                          TG-REC-ID DELIMITED BY SIZE
                                          " (" DELIMITED BY SIZE
                                          TASK-PROG(TG-REC-ID)
                                              DELIMITED BY SPACE
                                          ") waits for it to arrive"
                                              DELIMITED BY SIZE
                                          INTO NU-TEXT
                               END-IF
                               PERFORM ADD-USE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRIGGER-RULE-FILE
           END-IF.
       LOAD-LAYOUT-USES.
      * One dictionary record per field; a file's fields are counted
      * into the one reference it gets. A <file>@<version> entry is
      * a layout kept for CORE-REFORMAT, not a file on disk
           OPEN INPUT LAYOUT-FILE.
           IF LAYOUT-FILE-STATUS = "00"
               PERFORM UNTIL LAYOUT-FILE-STATUS NOT = "00"
                   READ LAYOUT-FILE
                       AT END
                           MOVE "10" TO LAYOUT-FILE-STATUS
                       NOT AT END
                           MOVE 0 TO VERSION-TALLY
                           INSPECT LY-FILE TALLYING VERSION-TALLY
                               FOR ALL "@"
                           IF LY-FILE NOT = SPACES AND VERSION-TALLY = 0
                               MOVE "N" TO FOUND-SWITCH
                               PERFORM VARYING U-IDX FROM 1 BY 1
                                       UNTIL U-IDX > USE-COUNT
                                   IF UT-SOURCE(U-IDX) = "LAYOUT"
                                       AND UT-OBJECT(U-IDX) = LY-FILE
                                       ADD 1 TO UT-COUNT(U-IDX)
                                       MOVE "Y" TO FOUND-SWITCH
                                       EXIT PERFORM
                                   END-IF
                               END-PERFORM
                               IF FOUND-SWITCH = "N"
                                   MOVE SPACES TO NEW-USE
                                   MOVE "F" TO NU-KIND
                                   MOVE LY-FILE TO NU-OBJECT
                                   MOVE "LAYOUT" TO NU-SOURCE
                                   MOVE 1 TO NU-COUNT
                                   PERFORM ADD-USE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-FILE
           END-IF.
       ADD-USE.
           IF NU-COUNT IS NOT NUMERIC
               MOVE 0 TO NU-COUNT
           END-IF.
           IF USE-COUNT < 1000
               ADD 1 TO USE-COUNT
               MOVE NU-KIND TO UT-KIND(USE-COUNT)
               MOVE NU-NAME TO UT-NAME(USE-COUNT)
               MOVE NU-OBJECT TO UT-OBJECT(USE-COUNT)
               MOVE NU-SOURCE TO UT-SOURCE(USE-COUNT)
               MOVE NU-TEXT TO UT-TEXT(USE-COUNT)
               MOVE NU-COUNT TO UT-COUNT(USE-COUNT)
           END-IF.
           IF NU-KIND = "F"
               MOVE "N" TO FOUND-SWITCH
               PERFORM VARYING FL-IDX FROM 1 BY 1
                       UNTIL FL-IDX > FILE-COUNT
                   IF FILE-NAME-ENTRY(FL-IDX) = NU-OBJECT
                       MOVE "Y" TO FOUND-SWITCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF FOUND-SWITCH = "N" AND FILE-COUNT < 300
                   ADD 1 TO FILE-COUNT
                   MOVE NU-OBJECT TO FILE-NAME-ENTRY(FILE-COUNT)
               END-IF
           END-IF.
       WRITE-PROGRAM-SECTION.
           MOVE "SECTION 1  REGISTERED PROGRAMS" TO REPORT-LINE.
           PERFORM EMIT-LINE.
           PERFORM EMIT-LINE.
           IF REG-COUNT = 0
               MOVE "  No corectl.registry - no programs are registered.
      -            "" TO REPORT-LINE
               PERFORM EMIT-LINE
               PERFORM EMIT-LINE
           END-IF.
           PERFORM VARYING REG-IDX FROM 1 BY 1 UNTIL REG-IDX > REG-COUNT
               IF SCOPE-KIND = SPACE OR REG-IDX = SCOPE-REG-IDX
                   PERFORM WRITE-PROGRAM-ENTRY
               END-IF
           END-PERFORM.
       WRITE-PROGRAM-ENTRY.
      * A reference names the program or runs its executable
           ADD 1 TO PRINT-PROGRAMS.
           STRING "PROGRAM " DELIMITED BY SIZE
                  REG-NAME(REG-IDX) DELIMITED BY SPACE
                  "   PATH: " DELIMITED BY SIZE
                  REG-PATH(REG-IDX) DELIMITED BY "  "
                  INTO REPORT-LINE.
           PERFORM EMIT-LINE.
           IF REG-ENABLED(REG-IDX) = "N"
               MOVE "  disabled in corectl.registry" TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
           IF REG-ENABLED(REG-IDX) = "?"
               MOVE "  not registered in corectl.registry - searched for
      -            " by this name" TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
           MOVE 0 TO HIT-COUNT.
           PERFORM VARYING U-IDX FROM 1 BY 1 UNTIL U-IDX > USE-COUNT
               IF UT-KIND(U-IDX) = "P"
                   IF (UT-NAME(U-IDX) NOT = SPACES
                       AND UT-NAME(U-IDX) = REG-NAME(REG-IDX))
                       OR (UT-OBJECT(U-IDX) NOT = SPACES
                       AND UT-OBJECT(U-IDX) = REG-EXE(REG-IDX))
                       ADD 1 TO HIT-COUNT
                       STRING "  " DELIMITED BY SIZE
                              UT-SOURCE(U-IDX) DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              UT-TEXT(U-IDX) DELIMITED BY SIZE
                              INTO REPORT-LINE
                       PERFORM EMIT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM WRITE-IMPACT-LINE.
       WRITE-FILE-SECTION.
           MOVE "SECTION 2  DATA FILES" TO REPORT-LINE.
           PERFORM EMIT-LINE.
           PERFORM EMIT-LINE.
      * A named file nothing mentions still gets its entry, so the
      * report says outright that it is unused
           IF SCOPE-KIND = "F"
               MOVE "N" TO FOUND-SWITCH
               PERFORM VARYING FL-IDX FROM 1 BY 1
                       UNTIL FL-IDX > FILE-COUNT
                   IF FILE-NAME-ENTRY(FL-IDX) = SCOPE-NAME
                       MOVE "Y" TO FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF FOUND-SWITCH = "N" AND FILE-COUNT < 300
                   ADD 1 TO FILE-COUNT
                   MOVE SCOPE-NAME TO FILE-NAME-ENTRY(FILE-COUNT)
               END-IF
           END-IF.
           IF FILE-COUNT = 0
               MOVE "  No definition names a data file." TO REPORT-LINE
               PERFORM EMIT-LINE
               PERFORM EMIT-LINE
           END-IF.
           PERFORM VARYING FL-IDX FROM 1 BY 1 UNTIL FL-IDX > FILE-COUNT
               IF SCOPE-KIND = SPACE
                   OR FILE-NAME-ENTRY(FL-IDX) = SCOPE-NAME
                   PERFORM WRITE-FILE-ENTRY
               END-IF
           END-PERFORM.
       WRITE-FILE-ENTRY.
           ADD 1 TO PRINT-FILES.
           STRING "FILE " DELIMITED BY SIZE
                  FILE-NAME-ENTRY(FL-IDX) DELIMITED BY SPACE
                  INTO REPORT-LINE.
           PERFORM EMIT-LINE.
           MOVE 0 TO HIT-COUNT.
           PERFORM VARYING U-IDX FROM 1 BY 1 UNTIL U-IDX > USE-COUNT
               IF UT-KIND(U-IDX) = "F"
                   AND UT-OBJECT(U-IDX) = FILE-NAME-ENTRY(FL-IDX)
                   ADD 1 TO HIT-COUNT
                   IF UT-SOURCE(U-IDX) = "LAYOUT"
                       STRING "  LAYOUT    config/fileview.layouts descr
      -                       "ibes it in " DELIMITED BY SIZE
                              UT-COUNT(U-IDX) DELIMITED BY SIZE
                              " fields" DELIMITED BY SIZE
                              INTO REPORT-LINE
                   ELSE
                       STRING "  " DELIMITED BY SIZE
                              UT-SOURCE(U-IDX) DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              UT-TEXT(U-IDX) DELIMITED BY SIZE
                              INTO REPORT-LINE
                   END-IF
                   PERFORM EMIT-LINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-IMPACT-LINE.
       WRITE-IMPACT-LINE.
      * What pulling or renaming the object would break
           ADD HIT-COUNT TO REF-TOTAL.
           IF HIT-COUNT = 0
               ADD 1 TO UNUSED-COUNT
               MOVE "  IMPACT:   nothing references it" TO REPORT-LINE
           ELSE
               STRING "  IMPACT:   " DELIMITED BY SIZE
                      HIT-COUNT DELIMITED BY SIZE
                      " definition(s) break if it is pulled or renamed"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           PERFORM EMIT-LINE.
           PERFORM EMIT-LINE.
