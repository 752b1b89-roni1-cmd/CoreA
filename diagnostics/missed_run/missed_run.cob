       IDENTIFICATION DIVISION.
       PROGRAM-ID. MISSED-RUN.
      * CoreA Missed-Run Report (COBOL)
      * The morning check for work that silently did not run. It
      * works out what was due on the processing date - every entry
      * of tasksched.queue, judged against tasksched.calendar and its
      * clock window, and every step of every <name>.stream file,
      * judged against the stream's *CALENDAR rule and its condition
      * - and compares that with what core_run.ledger and
      * tasksched.history say actually ran. Each expected run with no
      * completion on file is listed with the most likely reason:
      * held or failed on the queue, the scheduler not running, a
      * blackout deferral, a predecessor that failed or never ran, a
      * trigger file that never arrived, a start window that passed,
      * or a stream that was never started or never chained to.
      * Work the calendar or a step condition ruled out is listed as
      * NOT-DUE so the operator can see why it was quiet. Missed
      * runs are written as STATUS:MISSED lines in missed_run.report,
      * the marker CORE-ALERT's morning scan picks up, and the run
      * ends RC 1 when there are any.
      * Operand:
      *   DATE yyyymmdd      report on that processing date instead
      *                      of the shop processing date
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
           SELECT RUN-CALENDAR-FILE ASSIGN TO "tasksched.calendar"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT TRIGGER-RULE-FILE ASSIGN TO "tasksched.triggers"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIG-FILE-STATUS.
           SELECT TASK-HISTORY-FILE ASSIGN TO "tasksched.history"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TH-FILE-STATUS.
           SELECT RUN-LEDGER-FILE ASSIGN TO "core_run.ledger"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.
           SELECT BATCH-WINDOW-FILE ASSIGN TO "core_batch.window"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BW-FILE-STATUS.
           SELECT STREAM-LIST-FILE ASSIGN TO "config/.mr-list"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
           SELECT STREAM-DEF-FILE ASSIGN TO STREAM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STREAM-FILE-STATUS.
           SELECT TRIGGER-CHECK-FILE ASSIGN TO TRIG-CHECK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRIG-CHECK-STATUS.
           SELECT MISSED-REPORT-FILE ASSIGN TO "missed_run.report"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
       FD  RUN-CALENDAR-FILE.
       01 RUN-CALENDAR-RECORD.
           05 CAL-REC-ID     PIC 9(4).
           05 CAL-REC-DOW    PIC X(7).
           05 CAL-REC-DOM    PIC 9(2).
           05 CAL-REC-BDAY   PIC X(1).
           05 CAL-REC-BD-NUM PIC 9(2).
           05 CAL-REC-SHIFT  PIC X(1).
       FD  TRIGGER-RULE-FILE.
       01 TRIGGER-RULE-RECORD.
           05 TG-REC-ID      PIC 9(4).
           05 TG-PATH        PIC X(60).
       FD  TASK-HISTORY-FILE.
       01 TASK-HISTORY-RECORD.
           05 TH-DATE        PIC 9(8).
           05 TH-TIME        PIC 9(8).
           05 TH-TASK-ID     PIC 9(4).
           05 TH-ELAPSED-CS  PIC 9(8).
           05 FILLER         PIC X(25).
       FD  RUN-LEDGER-FILE.
       COPY "runledger.cpy".
       FD  BATCH-WINDOW-FILE.
       01 BATCH-WINDOW-RECORD.
           05 BW-STREAM        PIC X(20).
           05 BW-EVENT         PIC X(8).
           05 BW-DATE          PIC 9(8).
           05 BW-TIME          PIC 9(8).
       FD  STREAM-LIST-FILE.
       01 STREAM-LIST-RECORD PIC X(60).
       FD  STREAM-DEF-FILE.
       COPY "streamdef.cpy".
       FD  TRIGGER-CHECK-FILE.
       01 TRIGGER-CHECK-RECORD PIC X(100).
       FD  MISSED-REPORT-FILE.
       01 MISSED-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
       01 RESULT          PIC 9(9).
       01 REPORT-LINE     PIC X(100).
       01 CMD-LINE        PIC X(100).
       01 CMD-ARG-COUNT   PIC 9(2).
       01 CMD-ARG-NUM     PIC 9(2).
       01 CMD-ARG-VAL     PIC X(20).
       01 QUEUE-FILE-STATUS PIC XX.
       01 CAL-FILE-STATUS PIC XX.
       01 TRIG-FILE-STATUS PIC XX.
       01 TH-FILE-STATUS  PIC XX.
       01 RL-FILE-STATUS  PIC XX.
       01 BW-FILE-STATUS  PIC XX.
       01 LIST-FILE-STATUS PIC XX.
       01 STREAM-FILE-STATUS PIC XX.
       01 TRIG-CHECK-STATUS PIC XX.
       01 TRIG-CHECK-NAME PIC X(60).
       01 STREAM-FILE-NAME PIC X(30).
      * The processing date under report, the day after it (a night
      * stream's window records carry the wall-clock date, which is
      * often the next morning), and the wall clock now
       01 RUN-DATE        PIC 9(8).
       01 RUN-NEXT-DATE   PIC 9(8).
       01 SYS-DATE        PIC 9(8).
       01 NOW-TIME-RAW    PIC 9(8).
       01 NOW-HHMM        PIC 9(4).
       01 RUN-END-STAMP   PIC 9(12).
      * The processing date's completions from the run ledger, each
      * with the RC policy's verdict on it; a blackout deferral
      * (RC 997) is kept, but is not a completion
       01 LG-COUNT        PIC 9(4)  VALUE 0.
       01 LG-IDX          PIC 9(4).
       01 LEDGER-TABLE.
           05 LG-ENTRY OCCURS 2000 TIMES.
               10 LG-DRIVER    PIC X(10).
               10 LG-NAME      PIC X(20).
               10 LG-TASK-ID   PIC 9(4).
               10 LG-RC        PIC 9(5).
               10 LG-VERDICT   PIC X(4).
       01 RCP-PROGRAM     PIC X(20).
       01 RCP-RC          PIC 9(9).
       01 RCP-VERDICT     PIC X(4).
      * Whether the scheduler completed anything at all on the date,
      * and whether it was told to stop
       01 SCHED-ACTIVE-SWITCH PIC X(1) VALUE "N".
       01 STOP-FLAG-SWITCH PIC X(1) VALUE "N".
      * Per-task-id picture of the queue, direct-indexed the way
      * TASKSCHED indexes its done table
       01 TASK-TABLE.
           05 TK-ENTRY OCCURS 9999 TIMES.
               10 TK-PRESENT      PIC X(1)  VALUE "N".
               10 TK-STATUS       PIC X(1).
               10 TK-PROGRAM      PIC X(20).
               10 TK-PRED1        PIC 9(4).
               10 TK-PRED2        PIC 9(4).
               10 TK-NOT-BEFORE   PIC 9(4).
               10 TK-NOT-AFTER    PIC 9(4).
               10 TK-REPEAT-MINS  PIC 9(4).
               10 TK-NEXT-DUE     PIC 9(12).
               10 TK-AFTER-DRIVER PIC X(10).
               10 TK-AFTER-NAME   PIC X(20).
               10 TK-HIST-RAN     PIC X(1)  VALUE "N".
               10 CAL-PRESENT-FLAG PIC X(1) VALUE "N".
               10 CAL-DOW-FLAGS   PIC X(7).
               10 CAL-DOM-RULE    PIC 9(2).
               10 CAL-BDAY-RULE   PIC X(1).
               10 CAL-BD-NUM      PIC 9(2).
               10 CAL-SHIFT-RULE  PIC X(1).
               10 TRIG-PRESENT-FLAG PIC X(1) VALUE "N".
               10 TRIG-PATH       PIC X(60).
       01 ORD-COUNT       PIC 9(4)  VALUE 0.
       01 ORD-TABLE.
           05 ORD-ID OCCURS 500 TIMES PIC 9(4).
       01 L               PIC 9(4).
       01 CUR-ID          PIC 9(4).
       01 PRED-ID         PIC 9(4).
       01 SAVE-ID         PIC 9(4).
       01 TASK-RUN-NAME   PIC X(20).
      * Every stream in the shop: its calendar rule and verdict for
      * the date, where it chains to and which stream chains to it,
      * and what its window history says happened to it
       01 STREAM-COUNT    PIC 9(4)  VALUE 0.
       01 S-IDX           PIC 9(4).
       01 S-IDX2          PIC 9(4).
       01 STREAM-TABLE.
           05 STREAM-ENTRY OCCURS 50 TIMES.
               10 ST-NAME        PIC X(20).
               10 ST-CHAIN       PIC X(20).
               10 ST-CAL-RULE    PIC X(12).
               10 ST-DUE         PIC X(1).
               10 ST-PARENT      PIC 9(4).
               10 ST-STARTED     PIC X(1).
               10 ST-CHAINED     PIC X(1).
               10 ST-ENDED       PIC X(1).
      * The steps of every stream, at most the 20 CORE-BATCH loads
      * from each
       01 STEP-COUNT      PIC 9(4)  VALUE 0.
       01 STEP-IDX        PIC 9(4).
       01 COND-IDX        PIC 9(4).
       01 STREAM-STEPS    PIC 9(4).
       01 STEP-TABLE.
           05 SP-ENTRY OCCURS 1000 TIMES.
               10 SP-STREAM      PIC 9(4).
               10 SP-NAME        PIC X(20).
               10 SP-COND-TYPE   PIC X(6).
               10 SP-COND-STEP   PIC X(20).
               10 SP-COND-RC     PIC 9(5).
               10 SP-INPUT-FILES PIC X(60).
               10 SP-AFTER-DRIVER PIC X(10).
               10 SP-AFTER-NAME  PIC X(20).
       01 INPUT-IDX       PIC 9(1).
       01 INPUT-TOKENS.
           05 INPUT-TOK OCCURS 3 TIMES PIC X(60).
       01 MISSING-INPUT-NAME PIC X(60).
      * The ledger lookup's answer: "Y" a completion on the date, "B"
      * only a blackout deferral, "N" nothing; with the latest
      * completion's RC and verdict
       01 FIND-DRIVER     PIC X(10).
       01 FIND-NAME       PIC X(20).
       01 FIND-TASK-ID    PIC 9(4).
       01 RUN-FOUND-SWITCH PIC X(1).
       01 RUN-RC          PIC 9(5).
       01 RUN-VERDICT     PIC X(4).
       01 DEP-MET         PIC X(1).
      * One finding: MISSED or NOT-DUE, and why
       01 MR-STATUS       PIC X(7).
       01 MR-REASON       PIC X(50).
       01 MR-WHAT         PIC X(42).
       01 MISSED-COUNT    PIC 9(4)  VALUE 0.
       01 NOTDUE-COUNT    PIC 9(4)  VALUE 0.
       01 RAN-COUNT       PIC 9(4)  VALUE 0.
      * The processing date in the shop calendar, the same figures
      * TASKSCHED works out at the top of each cycle
       01 TODAY-DATE      PIC 9(8).
       01 TODAY-INT       PIC 9(9).
       01 DOW-NUM         PIC 9(1).
       01 NEXT-YYYY       PIC 9(4).
       01 NEXT-MM         PIC 9(2).
       01 NEXT-FIRST-DATE PIC 9(8).
       01 MONTH-END-DATE  PIC 9(8).
       01 MONTH-END-DAY   PIC 9(2).
       01 IN-CAL-SWITCH   PIC X(1).
       01 TODAY-BDAY-SWITCH PIC X(1).
       01 TODAY-BD-NUM    PIC 9(2).
       01 MONTH-LAST-BDAY PIC 9(8).
       01 PREV-BDAY-INT   PIC 9(9).
       01 NEXT-BDAY-INT   PIC 9(9).
       01 CAL-TEST-DATE   PIC 9(8).
       01 CAL-TEST-INT    PIC 9(9).
       01 CAL-TEST-DD     PIC 9(2).
       01 CAL-TEST-SWITCH PIC X(1).
       01 BD-ACTION       PIC X(5).
       01 BD-DATE         PIC 9(8).
       01 BD-NUMBER       PIC 9(2).
       01 BD-RESULT       PIC 9(8).
       01 BD-FLAG         PIC X(1).
       01 AUD-PROGRAM   PIC X(20) VALUE "MISSED-RUN".
       01 AUD-EVENT     PIC X(30).
       01 AUD-RC        PIC 9(9).
       01 AUD-SEVERITY  PIC X(5).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
           CALL "CORE-DATE" USING RUN-DATE.
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           MOVE 1 TO CMD-ARG-NUM.
           PERFORM UNTIL CMD-ARG-NUM > CMD-ARG-COUNT
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               IF CMD-ARG-VAL = "DATE"
                   ADD 1 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   COMPUTE RUN-DATE = FUNCTION NUMVAL(CMD-ARG-VAL)
               END-IF
               ADD 1 TO CMD-ARG-NUM
           END-PERFORM.
           IF RUN-DATE < 19000101
               MOVE "MISSED-RUN: bad DATE operand" TO BUFFER
               MOVE 28 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 2
           END-IF.
           MOVE RUN-DATE TO TODAY-DATE.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE).
           COMPUTE RUN-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(TODAY-INT + 1).
           COMPUTE RUN-END-STAMP = RUN-DATE * 10000 + 2359.
           ACCEPT SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME-RAW FROM TIME.
           MOVE NOW-TIME-RAW(1:4) TO NOW-HHMM.
           PERFORM LOAD-RUN-LEDGER.
           PERFORM LOAD-CALENDAR-FIGURES.
           OPEN OUTPUT MISSED-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CoreA Missed-Run Report DATE:" DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  " ENV:" DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SPACE
                  INTO REPORT-LINE.
           WRITE MISSED-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE MISSED-REPORT-RECORD FROM REPORT-LINE.
      * The queue: every entry is expected once on the date unless
      * its calendar or window says otherwise
           OPEN INPUT TASK-QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "00"
               PERFORM UNTIL QUEUE-FILE-STATUS NOT = "00"
                   READ TASK-QUEUE-FILE
                       AT END
                           MOVE "10" TO QUEUE-FILE-STATUS
                       NOT AT END
                           IF TQ-ID IS NUMERIC AND TQ-ID NOT = 0
                               AND ORD-COUNT < 500
                               PERFORM LOAD-QUEUE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASK-QUEUE-FILE
           END-IF.
           IF ORD-COUNT > 0
               PERFORM LOAD-TASK-RULES
               PERFORM LOAD-TASK-HISTORY
               MOVE "tasksched.stop" TO TRIG-CHECK-NAME
               OPEN INPUT TRIGGER-CHECK-FILE
               IF TRIG-CHECK-STATUS = "00"
                   CLOSE TRIGGER-CHECK-FILE
                   MOVE "Y" TO STOP-FLAG-SWITCH
               END-IF
               PERFORM VARYING L FROM 1 BY 1 UNTIL L > ORD-COUNT
                   MOVE ORD-ID(L) TO CUR-ID
                   PERFORM JUDGE-TASK
               END-PERFORM
           END-IF.
      * The streams: every step of every stream file is expected
      * unless the stream's calendar or the step's condition says
      * otherwise
           MOVE "ls -1 *.stream > config/.mr-list 2>/dev/null"
               TO CMD-LINE.
           CALL "system" USING CMD-LINE.
           OPEN INPUT STREAM-LIST-FILE.
           IF LIST-FILE-STATUS = "00"
               PERFORM UNTIL LIST-FILE-STATUS NOT = "00"
                   READ STREAM-LIST-FILE
                       AT END
                           MOVE "10" TO LIST-FILE-STATUS
                       NOT AT END
                           IF STREAM-COUNT < 50
                               ADD 1 TO STREAM-COUNT
                               MOVE SPACES TO ST-NAME(STREAM-COUNT)
                               UNSTRING STREAM-LIST-RECORD
                                   DELIMITED BY ".stream"
                                   INTO ST-NAME(STREAM-COUNT)
                               END-UNSTRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-LIST-FILE
           END-IF.
           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > STREAM-COUNT
               PERFORM LOAD-STREAM
           END-PERFORM.
      * Who chains to whom, and what the window history says each
      * stream did on the night
           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > STREAM-COUNT
               IF ST-CHAIN(S-IDX) NOT = SPACES
                   PERFORM VARYING S-IDX2 FROM 1 BY 1
                           UNTIL S-IDX2 > STREAM-COUNT
                       IF ST-NAME(S-IDX2) = ST-CHAIN(S-IDX)
                           AND ST-PARENT(S-IDX2) = 0
                           MOVE S-IDX TO ST-PARENT(S-IDX2)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF STREAM-COUNT > 0
               PERFORM LOAD-BATCH-WINDOW
           END-IF.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               PERFORM JUDGE-STEP
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE MISSED-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUMMARY MISSED:" DELIMITED BY SIZE
                  MISSED-COUNT DELIMITED BY SIZE
                  " NOT-DUE:" DELIMITED BY SIZE
                  NOTDUE-COUNT DELIMITED BY SIZE
                  " RAN:" DELIMITED BY SIZE
                  RAN-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE MISSED-REPORT-RECORD FROM REPORT-LINE.
           CLOSE MISSED-REPORT-FILE.
           MOVE SPACES TO AUD-EVENT.
           STRING "MISSED-RUN:" DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  ":M" DELIMITED BY SIZE
                  MISSED-COUNT DELIMITED BY SIZE
                  INTO AUD-EVENT.
           MOVE MISSED-COUNT TO AUD-RC.
           IF MISSED-COUNT = 0
               MOVE "INFO " TO AUD-SEVERITY
           ELSE
               MOVE "WARN " TO AUD-SEVERITY
           END-IF.
           CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
               AUD-RC AUD-SEVERITY.
           MOVE SPACES TO BUFFER.
           STRING "MISSED-RUN DATE:" DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  " MISSED:" DELIMITED BY SIZE
                  MISSED-COUNT DELIMITED BY SIZE
                  " NOT-DUE:" DELIMITED BY SIZE
                  NOTDUE-COUNT DELIMITED BY SIZE
                  " RAN:" DELIMITED BY SIZE
                  RAN-COUNT DELIMITED BY SIZE
                  INTO BUFFER.
           MOVE 60 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           IF MISSED-COUNT NOT = 0
               CALL "sys_exit_c" USING 1
           END-IF.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       LOAD-RUN-LEDGER.
      * Keep the processing date's records, each judged once by the
      * RC policy as it is loaded
           OPEN INPUT RUN-LEDGER-FILE.
           IF RL-FILE-STATUS = "00"
               PERFORM UNTIL RL-FILE-STATUS NOT = "00"
                   READ RUN-LEDGER-FILE
                       AT END
                           MOVE "10" TO RL-FILE-STATUS
                       NOT AT END
                           IF RL-DATE = RUN-DATE AND LG-COUNT < 2000
                               AND RL-RC IS NUMERIC
                               ADD 1 TO LG-COUNT
                               MOVE RL-DRIVER TO LG-DRIVER(LG-COUNT)
                               MOVE RL-NAME TO LG-NAME(LG-COUNT)
                               IF RL-TASK-ID IS NUMERIC
                                   MOVE RL-TASK-ID
                                       TO LG-TASK-ID(LG-COUNT)
                               ELSE
                                   MOVE 0 TO LG-TASK-ID(LG-COUNT)
                               END-IF
                               MOVE RL-RC TO LG-RC(LG-COUNT)
                               IF RL-PROGRAM = SPACES
                                   MOVE RL-NAME TO RCP-PROGRAM
                               ELSE
                                   MOVE RL-PROGRAM TO RCP-PROGRAM
                               END-IF
                               MOVE RL-RC TO RCP-RC
                               CALL "CORE-RCPOLICY" USING RCP-PROGRAM
                                   RCP-RC RCP-VERDICT
                               MOVE RCP-VERDICT TO LG-VERDICT(LG-COUNT)
                               IF RL-DRIVER = "TASKSCHED"
                                   AND RL-RC NOT = 997
                                   MOVE "Y" TO SCHED-ACTIVE-SWITCH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LEDGER-FILE
           END-IF.
       LOAD-TASK-HISTORY.
      * A history record for the date is a completion too, for a
      * ledger written before the scheduler appended to it
           OPEN INPUT TASK-HISTORY-FILE.
           IF TH-FILE-STATUS = "00"
               PERFORM UNTIL TH-FILE-STATUS NOT = "00"
                   READ TASK-HISTORY-FILE
                       AT END
                           MOVE "10" TO TH-FILE-STATUS
                       NOT AT END
                           IF TH-DATE = RUN-DATE
                               AND TH-TASK-ID IS NUMERIC
                               AND TH-TASK-ID NOT = 0
                               MOVE "Y" TO TK-HIST-RAN(TH-TASK-ID)
                               MOVE "Y" TO SCHED-ACTIVE-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASK-HISTORY-FILE
           END-IF.
       LOAD-CALENDAR-FIGURES.
      * The processing date's place in the shop business-day calendar
           MOVE "CHECK" TO BD-ACTION.
           MOVE TODAY-DATE TO BD-DATE.
           CALL "CORE-CALENDAR" USING BD-ACTION BD-DATE BD-NUMBER
               BD-RESULT BD-FLAG.
           MOVE BD-FLAG TO TODAY-BDAY-SWITCH.
           MOVE BD-NUMBER TO TODAY-BD-NUM.
           MOVE "LAST " TO BD-ACTION.
           CALL "CORE-CALENDAR" USING BD-ACTION BD-DATE BD-NUMBER
               BD-RESULT BD-FLAG.
           MOVE BD-RESULT TO MONTH-LAST-BDAY.
           MOVE "PREV " TO BD-ACTION.
           COMPUTE BD-DATE = FUNCTION DATE-OF-INTEGER(TODAY-INT - 1).
           CALL "CORE-CALENDAR" USING BD-ACTION BD-DATE BD-NUMBER
               BD-RESULT BD-FLAG.
           IF BD-RESULT = 0
               COMPUTE PREV-BDAY-INT = TODAY-INT - 1
           ELSE
               COMPUTE PREV-BDAY-INT =
                   FUNCTION INTEGER-OF-DATE(BD-RESULT)
           END-IF.
           MOVE "NEXT " TO BD-ACTION.
           COMPUTE BD-DATE = FUNCTION DATE-OF-INTEGER(TODAY-INT + 1).
           CALL "CORE-CALENDAR" USING BD-ACTION BD-DATE BD-NUMBER
               BD-RESULT BD-FLAG.
           IF BD-RESULT = 0
               COMPUTE NEXT-BDAY-INT = TODAY-INT + 1
           ELSE
               COMPUTE NEXT-BDAY-INT =
                   FUNCTION INTEGER-OF-DATE(BD-RESULT)
           END-IF.
       LOAD-QUEUE-ENTRY.
      * Columns written before a feature existed read back blank and
      * default off
           ADD 1 TO ORD-COUNT.
           MOVE TQ-ID TO ORD-ID(ORD-COUNT).
           MOVE TQ-ID TO CUR-ID.
           MOVE "Y" TO TK-PRESENT(CUR-ID).
           MOVE TQ-STATUS TO TK-STATUS(CUR-ID).
           MOVE TQ-PROGRAM TO TK-PROGRAM(CUR-ID).
           MOVE TQ-AFTER-DRIVER TO TK-AFTER-DRIVER(CUR-ID).
           MOVE TQ-AFTER-NAME TO TK-AFTER-NAME(CUR-ID).
           MOVE 0 TO TK-PRED1(CUR-ID).
           MOVE 0 TO TK-PRED2(CUR-ID).
           MOVE 0 TO TK-NOT-BEFORE(CUR-ID).
           MOVE 0 TO TK-NOT-AFTER(CUR-ID).
           MOVE 0 TO TK-REPEAT-MINS(CUR-ID).
           MOVE 0 TO TK-NEXT-DUE(CUR-ID).
           IF TQ-PRED1 IS NUMERIC
               MOVE TQ-PRED1 TO TK-PRED1(CUR-ID)
           END-IF.
           IF TQ-PRED2 IS NUMERIC
               MOVE TQ-PRED2 TO TK-PRED2(CUR-ID)
           END-IF.
           IF TQ-NOT-BEFORE IS NUMERIC
               MOVE TQ-NOT-BEFORE TO TK-NOT-BEFORE(CUR-ID)
           END-IF.
           IF TQ-NOT-AFTER IS NUMERIC
               MOVE TQ-NOT-AFTER TO TK-NOT-AFTER(CUR-ID)
           END-IF.
           IF TQ-REPEAT-MINS IS NUMERIC AND TQ-NEXT-DUE IS NUMERIC
               MOVE TQ-REPEAT-MINS TO TK-REPEAT-MINS(CUR-ID)
               MOVE TQ-NEXT-DUE TO TK-NEXT-DUE(CUR-ID)
           END-IF.
       LOAD-TASK-RULES.
      * The run calendar and trigger rules TASKSCHED reads, each
      * optional
           OPEN INPUT RUN-CALENDAR-FILE.
           IF CAL-FILE-STATUS = "00"
               PERFORM UNTIL CAL-FILE-STATUS NOT = "00"
                   READ RUN-CALENDAR-FILE
                       AT END
                           MOVE "10" TO CAL-FILE-STATUS
                       NOT AT END
                           IF CAL-REC-ID IS NUMERIC
                               AND CAL-REC-ID NOT = 0
                               MOVE "Y"
                                   TO CAL-PRESENT-FLAG(CAL-REC-ID)
                               MOVE CAL-REC-DOW
                                   TO CAL-DOW-FLAGS(CAL-REC-ID)
                               IF CAL-REC-DOM IS NUMERIC
                                   MOVE CAL-REC-DOM
                                       TO CAL-DOM-RULE(CAL-REC-ID)
                               ELSE
                                   MOVE 0 TO CAL-DOM-RULE(CAL-REC-ID)
                               END-IF
                               MOVE CAL-REC-BDAY
                                   TO CAL-BDAY-RULE(CAL-REC-ID)
                               IF CAL-REC-BD-NUM IS NUMERIC
                                   MOVE CAL-REC-BD-NUM
                                       TO CAL-BD-NUM(CAL-REC-ID)
                               ELSE
                                   MOVE 0 TO CAL-BD-NUM(CAL-REC-ID)
                               END-IF
                               MOVE CAL-REC-SHIFT
                                   TO CAL-SHIFT-RULE(CAL-REC-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CALENDAR-FILE
           END-IF.
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
                               MOVE "Y"
                                   TO TRIG-PRESENT-FLAG(TG-REC-ID)
                               MOVE TG-PATH TO TRIG-PATH(TG-REC-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRIGGER-RULE-FILE
           END-IF.
       LOAD-STREAM.
      * The steps, chain link and calendar rule of stream S-IDX, read
      * the way CORE-BATCH reads them
           MOVE SPACES TO ST-CHAIN(S-IDX).
           MOVE SPACES TO ST-CAL-RULE(S-IDX).
           MOVE 0 TO ST-PARENT(S-IDX).
           MOVE "N" TO ST-STARTED(S-IDX).
           MOVE "N" TO ST-CHAINED(S-IDX).
           MOVE "N" TO ST-ENDED(S-IDX).
           MOVE 0 TO STREAM-STEPS.
           MOVE SPACES TO STREAM-FILE-NAME.
           STRING ST-NAME(S-IDX) DELIMITED BY SPACE
                  ".stream" DELIMITED BY SIZE
                  INTO STREAM-FILE-NAME.
           OPEN INPUT STREAM-DEF-FILE.
           IF STREAM-FILE-STATUS = "00"
               PERFORM UNTIL STREAM-FILE-STATUS NOT = "00"
                   READ STREAM-DEF-FILE
                       AT END
                           MOVE "10" TO STREAM-FILE-STATUS
                       NOT AT END
                           IF SD-NAME = "*CHAIN"
                               MOVE SD-PATH(1:20) TO ST-CHAIN(S-IDX)
                           ELSE
                           IF SD-NAME = "*CALENDAR"
                               MOVE SD-PATH(1:12)
                                   TO ST-CAL-RULE(S-IDX)
                           ELSE
                           IF SD-NAME NOT = SPACES
                               AND SD-NAME NOT = "*BALANCE"
                               AND STREAM-STEPS < 20
                               AND STEP-COUNT < 1000
                               ADD 1 TO STREAM-STEPS
                               ADD 1 TO STEP-COUNT
                               MOVE S-IDX TO SP-STREAM(STEP-COUNT)
                               MOVE SD-NAME TO SP-NAME(STEP-COUNT)
                               MOVE SD-COND-TYPE
                                   TO SP-COND-TYPE(STEP-COUNT)
                               MOVE SD-COND-STEP
                                   TO SP-COND-STEP(STEP-COUNT)
                               IF SD-COND-RC IS NUMERIC
                                   MOVE SD-COND-RC
                                       TO SP-COND-RC(STEP-COUNT)
                               ELSE
                                   MOVE 0 TO SP-COND-RC(STEP-COUNT)
                               END-IF
                               MOVE SD-INPUT-FILES
                                   TO SP-INPUT-FILES(STEP-COUNT)
                               MOVE SD-AFTER-DRIVER
                                   TO SP-AFTER-DRIVER(STEP-COUNT)
                               MOVE SD-AFTER-NAME
                                   TO SP-AFTER-NAME(STEP-COUNT)
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-DEF-FILE
           END-IF.
           PERFORM CHECK-STREAM-CALENDAR.
       LOAD-BATCH-WINDOW.
      * A night stream's START, CHAIN and END records carry the wall
      * clock, so the processing date and the morning after it both
      * count as the night under report
           OPEN INPUT BATCH-WINDOW-FILE.
           IF BW-FILE-STATUS = "00"
               PERFORM UNTIL BW-FILE-STATUS NOT = "00"
                   READ BATCH-WINDOW-FILE
                       AT END
                           MOVE "10" TO BW-FILE-STATUS
                       NOT AT END
                           IF BW-DATE = RUN-DATE
                               OR BW-DATE = RUN-NEXT-DATE
                               PERFORM NOTE-WINDOW-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-WINDOW-FILE
           END-IF.
       NOTE-WINDOW-EVENT.
           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > STREAM-COUNT
               IF ST-NAME(S-IDX) = BW-STREAM
                   IF BW-EVENT = "START"
                       MOVE "Y" TO ST-STARTED(S-IDX)
                   END-IF
                   IF BW-EVENT = "CHAIN"
                       MOVE "Y" TO ST-CHAINED(S-IDX)
                   END-IF
                   IF BW-EVENT = "END"
                       MOVE "Y" TO ST-ENDED(S-IDX)
                   END-IF
                   IF BW-EVENT = "NOTDUE"
                       MOVE "Y" TO ST-STARTED(S-IDX)
                       MOVE "Y" TO ST-CHAINED(S-IDX)
                       MOVE "Y" TO ST-ENDED(S-IDX)
                   END-IF
               END-IF
           END-PERFORM.
       CHECK-STREAM-CALENDAR.
      * CORE-BATCH's *CALENDAR judgment against the processing date;
      * an unrecognized rule counts as no rule, as it does there
           MOVE "Y" TO ST-DUE(S-IDX).
           IF ST-CAL-RULE(S-IDX)(1:8) = "BUSINESS"
               IF TODAY-BDAY-SWITCH NOT = "Y"
                   MOVE "N" TO ST-DUE(S-IDX)
               END-IF
           ELSE
           IF ST-CAL-RULE(S-IDX)(1:8) = "LASTBDAY"
               IF MONTH-LAST-BDAY NOT = TODAY-DATE
                   MOVE "N" TO ST-DUE(S-IDX)
               END-IF
           ELSE
           IF ST-CAL-RULE(S-IDX)(1:8) = "NTHBDAY "
               AND ST-CAL-RULE(S-IDX)(9:2) IS NUMERIC
               IF TODAY-BDAY-SWITCH NOT = "Y"
                   OR TODAY-BD-NUM NOT = ST-CAL-RULE(S-IDX)(9:2)
                   MOVE "N" TO ST-DUE(S-IDX)
               END-IF
           END-IF
           END-IF
           END-IF.
       FIND-RUN.
      * The latest ledger record on the date for FIND-NAME under
      * FIND-DRIVER - or, for a queue task, under its task id
           MOVE "N" TO RUN-FOUND-SWITCH.
           MOVE 0 TO RUN-RC.
           MOVE SPACES TO RUN-VERDICT.
           PERFORM VARYING LG-IDX FROM 1 BY 1 UNTIL LG-IDX > LG-COUNT
               IF LG-DRIVER(LG-IDX) = FIND-DRIVER
                   AND (LG-NAME(LG-IDX) = FIND-NAME
                     OR (FIND-TASK-ID NOT = 0
                       AND LG-TASK-ID(LG-IDX) = FIND-TASK-ID))
                   IF LG-RC(LG-IDX) = 997
                       IF RUN-FOUND-SWITCH = "N"
                           MOVE "B" TO RUN-FOUND-SWITCH
                       END-IF
                   ELSE
                       MOVE "Y" TO RUN-FOUND-SWITCH
                       MOVE LG-RC(LG-IDX) TO RUN-RC
                       MOVE LG-VERDICT(LG-IDX) TO RUN-VERDICT
                   END-IF
               END-IF
           END-PERFORM.
       FIND-TASK-RUN.
      * A queue task is on the ledger by its task id, or by the name
      * TASKSCHED gives it: its program, or TASK-nnnn
           MOVE "TASKSCHED" TO FIND-DRIVER.
           MOVE CUR-ID TO FIND-TASK-ID.
           IF TK-PROGRAM(CUR-ID) = SPACES
               MOVE SPACES TO FIND-NAME
               STRING "TASK-" DELIMITED BY SIZE
                      CUR-ID DELIMITED BY SIZE
                      INTO FIND-NAME
           ELSE
               MOVE TK-PROGRAM(CUR-ID) TO FIND-NAME
           END-IF.
           MOVE FIND-NAME TO TASK-RUN-NAME.
           PERFORM FIND-RUN.
           IF RUN-FOUND-SWITCH NOT = "Y"
               AND TK-HIST-RAN(CUR-ID) = "Y"
               MOVE "Y" TO RUN-FOUND-SWITCH
               MOVE "OK  " TO RUN-VERDICT
           END-IF.
       JUDGE-TASK.
      * Ran, or the most likely reason it did not - the checks run
      * from what rules the task out entirely to what held it up,
      * and the first one that explains the gap is reported
           PERFORM FIND-TASK-RUN.
           IF RUN-FOUND-SWITCH = "Y"
               ADD 1 TO RAN-COUNT
           ELSE
               MOVE "MISSED" TO MR-STATUS
               MOVE SPACES TO MR-REASON
               IF CAL-PRESENT-FLAG(CUR-ID) = "Y"
                   PERFORM CHECK-TASK-CALENDAR
                   IF IN-CAL-SWITCH = "N"
                       MOVE "NOT-DUE" TO MR-STATUS
                       MOVE "CALENDAR-EXCLUDED" TO MR-REASON
                   END-IF
               END-IF
               IF MR-REASON = SPACES
                   AND RUN-DATE = SYS-DATE
                   AND TK-NOT-BEFORE(CUR-ID) NOT = 0
                   AND NOW-HHMM < TK-NOT-BEFORE(CUR-ID)
                   MOVE "NOT-DUE" TO MR-STATUS
                   STRING "WINDOW OPENS " DELIMITED BY SIZE
                          TK-NOT-BEFORE(CUR-ID) DELIMITED BY SIZE
                          INTO MR-REASON
               END-IF
               IF MR-REASON = SPACES
                   AND TK-REPEAT-MINS(CUR-ID) NOT = 0
                   AND TK-NEXT-DUE(CUR-ID) > RUN-END-STAMP
                   MOVE "NOT-DUE" TO MR-STATUS
                   MOVE "REPEAT SLOT NOT DUE" TO MR-REASON
               END-IF
               IF MR-REASON = SPACES AND TK-STATUS(CUR-ID) = "H"
                   MOVE "HELD" TO MR-REASON
               END-IF
               IF MR-REASON = SPACES AND TK-STATUS(CUR-ID) = "F"
                   MOVE "FAILED, HELD FOR OPERATOR" TO MR-REASON
               END-IF
               IF MR-REASON = SPACES AND SCHED-ACTIVE-SWITCH = "N"
                   IF STOP-FLAG-SWITCH = "Y"
                       MOVE "SCHEDULER STOPPED BY tasksched.stop"
                           TO MR-REASON
                   ELSE
                       MOVE "SCHEDULER DID NOT RUN" TO MR-REASON
                   END-IF
               END-IF
               IF MR-REASON = SPACES AND RUN-FOUND-SWITCH = "B"
                   MOVE "BLACKOUT DEFERRED" TO MR-REASON
               END-IF
               IF MR-REASON = SPACES AND TK-PRED1(CUR-ID) NOT = 0
                   MOVE TK-PRED1(CUR-ID) TO PRED-ID
                   PERFORM JUDGE-TASK-PRED
               END-IF
               IF MR-REASON = SPACES AND TK-PRED2(CUR-ID) NOT = 0
                   MOVE TK-PRED2(CUR-ID) TO PRED-ID
                   PERFORM JUDGE-TASK-PRED
               END-IF
               IF MR-REASON = SPACES
                   AND TRIG-PRESENT-FLAG(CUR-ID) = "Y"
                   MOVE TRIG-PATH(CUR-ID) TO TRIG-CHECK-NAME
                   OPEN INPUT TRIGGER-CHECK-FILE
                   IF TRIG-CHECK-STATUS = "00"
                       CLOSE TRIGGER-CHECK-FILE
                   ELSE
                       STRING "TRIGGER FILE NEVER ARRIVED "
                                  DELIMITED BY SIZE
                              TRIG-PATH(CUR-ID) DELIMITED BY SPACE
                              INTO MR-REASON
                   END-IF
               END-IF
               IF MR-REASON = SPACES
                   AND TK-AFTER-NAME(CUR-ID) NOT = SPACES
                   CALL "CORE-DEPCHECK" USING TK-AFTER-DRIVER(CUR-ID)
                       TK-AFTER-NAME(CUR-ID) RUN-DATE DEP-MET
                   IF DEP-MET = "N"
                       STRING "PREDECESSOR NOT DONE " DELIMITED BY SIZE
                              TK-AFTER-DRIVER(CUR-ID)
                                  DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              TK-AFTER-NAME(CUR-ID) DELIMITED BY SPACE
                              INTO MR-REASON
                   END-IF
               END-IF
               IF MR-REASON = SPACES
                   AND TK-NOT-AFTER(CUR-ID) NOT = 0
                   AND (RUN-DATE < SYS-DATE
                     OR NOW-HHMM > TK-NOT-AFTER(CUR-ID))
                   STRING "WINDOW MISSED " DELIMITED BY SIZE
                          TK-NOT-BEFORE(CUR-ID) DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          TK-NOT-AFTER(CUR-ID) DELIMITED BY SIZE
                          INTO MR-REASON
               END-IF
               IF MR-REASON = SPACES AND TK-STATUS(CUR-ID) = "D"
                   MOVE "MARKED DONE, NO RUN RECORDED" TO MR-REASON
               END-IF
               IF MR-REASON = SPACES
                   MOVE "NOT DISPATCHED" TO MR-REASON
               END-IF
               MOVE SPACES TO MR-WHAT
               STRING "TASK:" DELIMITED BY SIZE
                      CUR-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TASK-RUN-NAME DELIMITED BY SPACE
                      INTO MR-WHAT
               PERFORM WRITE-FINDING
           END-IF.
       JUDGE-TASK-PRED.
      * A predecessor on the queue that failed, or that has no
      * completion on the date itself, explains the wait
           IF TK-PRESENT(PRED-ID) = "Y"
               MOVE CUR-ID TO SAVE-ID
               MOVE PRED-ID TO CUR-ID
               PERFORM FIND-TASK-RUN
               MOVE SAVE-ID TO CUR-ID
               IF TK-STATUS(PRED-ID) = "F"
                   OR (RUN-FOUND-SWITCH = "Y" AND RUN-VERDICT = "FAIL")
                   STRING "PREDECESSOR " DELIMITED BY SIZE
                          PRED-ID DELIMITED BY SIZE
                          " FAILED" DELIMITED BY SIZE
                          INTO MR-REASON
               ELSE
               IF RUN-FOUND-SWITCH NOT = "Y"
                   STRING "PREDECESSOR " DELIMITED BY SIZE
                          PRED-ID DELIMITED BY SIZE
                          " DID NOT RUN" DELIMITED BY SIZE
                          INTO MR-REASON
               END-IF
               END-IF
               PERFORM FIND-TASK-RUN
           END-IF.
       JUDGE-STEP.
      * One stream step: ran, ruled out by its stream's calendar or
      * its condition, or missed and why
           MOVE SP-STREAM(STEP-IDX) TO S-IDX.
           MOVE "CORE-BATCH" TO FIND-DRIVER.
           MOVE SP-NAME(STEP-IDX) TO FIND-NAME.
           MOVE 0 TO FIND-TASK-ID.
           PERFORM FIND-RUN.
           IF RUN-FOUND-SWITCH = "Y"
               ADD 1 TO RAN-COUNT
           ELSE
               MOVE "MISSED" TO MR-STATUS
               MOVE SPACES TO MR-REASON
               IF ST-DUE(S-IDX) = "N"
                   MOVE "NOT-DUE" TO MR-STATUS
                   STRING "STREAM CALENDAR EXCLUDED " DELIMITED BY SIZE
                          ST-CAL-RULE(S-IDX) DELIMITED BY SIZE
                          INTO MR-REASON
               END-IF
               IF MR-REASON = SPACES
                   AND (SP-COND-TYPE(STEP-IDX) = "ONFAIL"
                     OR SP-COND-TYPE(STEP-IDX) = "SKIPIF")
                   PERFORM JUDGE-STEP-CONDITION
               END-IF
               IF MR-REASON = SPACES AND ST-STARTED(S-IDX) = "N"
                   IF ST-PARENT(S-IDX) = 0
                       MOVE "STREAM NEVER STARTED" TO MR-REASON
                   ELSE
                       MOVE ST-PARENT(S-IDX) TO S-IDX2
                       IF ST-CHAINED(S-IDX2) = "N"
                           STRING "STREAM NEVER CHAINED FROM "
                                      DELIMITED BY SIZE
                                  ST-NAME(S-IDX2) DELIMITED BY SPACE
                                  INTO MR-REASON
                       ELSE
                           MOVE "STREAM NEVER STARTED" TO MR-REASON
                       END-IF
                   END-IF
               END-IF
               IF MR-REASON = SPACES AND RUN-FOUND-SWITCH = "B"
                   MOVE "BLACKOUT DEFERRED" TO MR-REASON
               END-IF
               IF MR-REASON = SPACES
                   AND SP-COND-TYPE(STEP-IDX) NOT = "ALWAYS"
                   AND SP-COND-TYPE(STEP-IDX) NOT = "ONFAIL"
                   PERFORM JUDGE-STEP-PRED
               END-IF
               IF MR-REASON = SPACES
                   AND SP-INPUT-FILES(STEP-IDX) NOT = SPACES
                   PERFORM CHECK-STEP-INPUTS
                   IF MISSING-INPUT-NAME NOT = SPACES
                       STRING "TRIGGER FILE NEVER ARRIVED "
                                  DELIMITED BY SIZE
                              MISSING-INPUT-NAME DELIMITED BY SPACE
                              INTO MR-REASON
                   END-IF
               END-IF
               IF MR-REASON = SPACES
                   AND SP-AFTER-NAME(STEP-IDX) NOT = SPACES
                   CALL "CORE-DEPCHECK" USING SP-AFTER-DRIVER(STEP-IDX)
                       SP-AFTER-NAME(STEP-IDX) RUN-DATE DEP-MET
                   IF DEP-MET = "N"
                       STRING "PREDECESSOR NOT DONE " DELIMITED BY SIZE
                              SP-AFTER-DRIVER(STEP-IDX)
                                  DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              SP-AFTER-NAME(STEP-IDX)
                                  DELIMITED BY SPACE
                              INTO MR-REASON
                   END-IF
               END-IF
               IF MR-REASON = SPACES
                   AND SP-COND-TYPE(STEP-IDX) = "APPROV"
                   MOVE "NO OPERATOR APPROVAL" TO MR-REASON
               END-IF
               IF MR-REASON = SPACES AND ST-ENDED(S-IDX) = "N"
                   MOVE "STREAM DID NOT FINISH" TO MR-REASON
               END-IF
               IF MR-REASON = SPACES
                   MOVE "NOT RUN" TO MR-REASON
               END-IF
               MOVE SPACES TO MR-WHAT
               STRING "STEP:" DELIMITED BY SIZE
                      ST-NAME(S-IDX) DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      SP-NAME(STEP-IDX) DELIMITED BY SPACE
                      INTO MR-WHAT
               PERFORM WRITE-FINDING
           END-IF.
       JUDGE-STEP-CONDITION.
      * An ONFAIL step is only due when its condition step failed; a
      * SKIPIF step is not due once its condition step's RC passed
      * the threshold
           MOVE SP-COND-STEP(STEP-IDX) TO FIND-NAME.
           PERFORM FIND-RUN.
           IF SP-COND-TYPE(STEP-IDX) = "ONFAIL"
               IF RUN-FOUND-SWITCH NOT = "Y" OR RUN-VERDICT NOT = "FAIL"
                   MOVE "NOT-DUE" TO MR-STATUS
                   MOVE "CONDITION NOT MET" TO MR-REASON
               END-IF
           ELSE
               IF RUN-FOUND-SWITCH = "Y"
                   AND RUN-RC > SP-COND-RC(STEP-IDX)
                   MOVE "NOT-DUE" TO MR-STATUS
                   MOVE "SKIPPED ON RC THRESHOLD" TO MR-REASON
               END-IF
           END-IF.
           MOVE SP-NAME(STEP-IDX) TO FIND-NAME.
           PERFORM FIND-RUN.
       JUDGE-STEP-PRED.
      * An earlier step of the same stream that failed halted the
      * stream before this one
           PERFORM VARYING COND-IDX FROM 1 BY 1
                   UNTIL COND-IDX NOT < STEP-IDX
                   OR MR-REASON NOT = SPACES
               IF SP-STREAM(COND-IDX) = S-IDX
                   MOVE SP-NAME(COND-IDX) TO FIND-NAME
                   PERFORM FIND-RUN
                   IF RUN-FOUND-SWITCH = "Y" AND RUN-VERDICT = "FAIL"
                       STRING "PREDECESSOR FAILED " DELIMITED BY SIZE
                              SP-NAME(COND-IDX) DELIMITED BY SPACE
                              INTO MR-REASON
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SP-NAME(STEP-IDX) TO FIND-NAME.
           PERFORM FIND-RUN.
       CHECK-STEP-INPUTS.
      * The first declared input not on disk is the one that never
      * arrived
           MOVE SPACES TO MISSING-INPUT-NAME.
           MOVE SPACES TO INPUT-TOKENS.
           UNSTRING SP-INPUT-FILES(STEP-IDX) DELIMITED BY ALL " "
               INTO INPUT-TOK(1) INPUT-TOK(2) INPUT-TOK(3)
           END-UNSTRING.
           PERFORM VARYING INPUT-IDX FROM 1 BY 1 UNTIL INPUT-IDX > 3
               IF INPUT-TOK(INPUT-IDX) NOT = SPACES
                   AND MISSING-INPUT-NAME = SPACES
                   MOVE INPUT-TOK(INPUT-IDX) TO TRIG-CHECK-NAME
                   OPEN INPUT TRIGGER-CHECK-FILE
                   IF TRIG-CHECK-STATUS = "00"
                       CLOSE TRIGGER-CHECK-FILE
                   ELSE
                       MOVE INPUT-TOK(INPUT-IDX) TO MISSING-INPUT-NAME
                   END-IF
               END-IF
           END-PERFORM.
       WRITE-FINDING.
      * The status leads the line so the STATUS:MISSED marker always
      * falls inside the text CORE-ALERT carries as the alert's
      * identity
           IF MR-STATUS = "MISSED"
               ADD 1 TO MISSED-COUNT
           ELSE
               ADD 1 TO NOTDUE-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "STATUS:" DELIMITED BY SIZE
                  MR-STATUS DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  MR-WHAT DELIMITED BY "  "
                  " REASON:" DELIMITED BY SIZE
                  MR-REASON DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE MISSED-REPORT-RECORD FROM REPORT-LINE.
       CHECK-TASK-CALENDAR.
      * Judge CUR-ID's calendar rule against the processing date, the
      * same judgment TASKSCHED makes at the top of a cycle
           MOVE "Y" TO IN-CAL-SWITCH.
           IF CAL-BDAY-RULE(CUR-ID) NOT = SPACE
               IF TODAY-BDAY-SWITCH NOT = "Y"
                   MOVE "N" TO IN-CAL-SWITCH
               END-IF
               IF CAL-BDAY-RULE(CUR-ID) = "N"
                   AND TODAY-BD-NUM NOT = CAL-BD-NUM(CUR-ID)
                   MOVE "N" TO IN-CAL-SWITCH
               END-IF
               IF CAL-BDAY-RULE(CUR-ID) = "L"
                   AND TODAY-DATE NOT = MONTH-LAST-BDAY
                   MOVE "N" TO IN-CAL-SWITCH
               END-IF
               IF CAL-DOW-FLAGS(CUR-ID) NOT = SPACES
                   MOVE TODAY-INT TO CAL-TEST-INT
                   COMPUTE DOW-NUM = FUNCTION MOD(CAL-TEST-INT 7)
                   IF DOW-NUM = 0
                       MOVE 7 TO DOW-NUM
                   END-IF
                   IF CAL-DOW-FLAGS(CUR-ID)(DOW-NUM:1) NOT = "Y"
                       MOVE "N" TO IN-CAL-SWITCH
                   END-IF
               END-IF
           ELSE
           IF CAL-SHIFT-RULE(CUR-ID) = "N"
               OR CAL-SHIFT-RULE(CUR-ID) = "P"
               OR CAL-SHIFT-RULE(CUR-ID) = "S"
               MOVE "N" TO IN-CAL-SWITCH
               IF TODAY-BDAY-SWITCH = "Y"
                   IF CAL-SHIFT-RULE(CUR-ID) = "N"
                       COMPUTE CAL-TEST-INT = PREV-BDAY-INT + 1
                       PERFORM UNTIL CAL-TEST-INT > TODAY-INT
                               OR IN-CAL-SWITCH = "Y"
                           PERFORM TEST-CAL-DATE
                           MOVE CAL-TEST-SWITCH TO IN-CAL-SWITCH
                           ADD 1 TO CAL-TEST-INT
                       END-PERFORM
                   END-IF
                   IF CAL-SHIFT-RULE(CUR-ID) = "P"
                       MOVE TODAY-INT TO CAL-TEST-INT
                       PERFORM UNTIL CAL-TEST-INT NOT < NEXT-BDAY-INT
                               OR IN-CAL-SWITCH = "Y"
                           PERFORM TEST-CAL-DATE
                           MOVE CAL-TEST-SWITCH TO IN-CAL-SWITCH
                           ADD 1 TO CAL-TEST-INT
                       END-PERFORM
                   END-IF
                   IF CAL-SHIFT-RULE(CUR-ID) = "S"
                       MOVE TODAY-INT TO CAL-TEST-INT
                       PERFORM TEST-CAL-DATE
                       MOVE CAL-TEST-SWITCH TO IN-CAL-SWITCH
                   END-IF
               END-IF
           ELSE
               MOVE TODAY-INT TO CAL-TEST-INT
               PERFORM TEST-CAL-DATE
               MOVE CAL-TEST-SWITCH TO IN-CAL-SWITCH
           END-IF
           END-IF.
       TEST-CAL-DATE.
      * Does CUR-ID's day-of-week/day-of-month rule pick the day
      * CAL-TEST-INT? Day 1 of the INTEGER-OF-DATE epoch was a Monday
           COMPUTE CAL-TEST-DATE =
               FUNCTION DATE-OF-INTEGER(CAL-TEST-INT).
           MOVE CAL-TEST-DATE(7:2) TO CAL-TEST-DD.
           COMPUTE DOW-NUM = FUNCTION MOD(CAL-TEST-INT 7).
           IF DOW-NUM = 0
               MOVE 7 TO DOW-NUM
           END-IF.
           MOVE CAL-TEST-DATE(1:4) TO NEXT-YYYY.
           MOVE CAL-TEST-DATE(5:2) TO NEXT-MM.
           IF NEXT-MM = 12
               ADD 1 TO NEXT-YYYY
               MOVE 1 TO NEXT-MM
           ELSE
               ADD 1 TO NEXT-MM
           END-IF.
           COMPUTE NEXT-FIRST-DATE =
               NEXT-YYYY * 10000 + NEXT-MM * 100 + 1.
           COMPUTE MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NEXT-FIRST-DATE) - 1).
           MOVE MONTH-END-DATE(7:2) TO MONTH-END-DAY.
           MOVE "Y" TO CAL-TEST-SWITCH.
           IF CAL-DOW-FLAGS(CUR-ID)(DOW-NUM:1) NOT = "Y"
               MOVE "N" TO CAL-TEST-SWITCH
           END-IF.
           IF CAL-DOM-RULE(CUR-ID) = 99
               IF CAL-TEST-DD NOT = MONTH-END-DAY
                   MOVE "N" TO CAL-TEST-SWITCH
               END-IF
           ELSE
               IF CAL-DOM-RULE(CUR-ID) NOT = 0
                   AND CAL-DOM-RULE(CUR-ID) NOT = CAL-TEST-DD
                   MOVE "N" TO CAL-TEST-SWITCH
               END-IF
           END-IF.
