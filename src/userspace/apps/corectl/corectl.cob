      * default parameters used when the job list gives none, and an
      * enabled flag so a job can be pulled without deleting its row
       FD  REGISTRY-FILE.
       COPY "registry.cpy".
      * The shop-wide run ledger all three drivers append to - one
      * record shape for "what ran, with what RC, for how long"
       FD  RUN-LEDGER-FILE.
       COPY "runledger.cpy".
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       COPY "retcodes.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 JOB-COUNT     PIC 9(4)  VALUE 0.
       01 JOB-IDX       PIC 9(4).
       01 FAIL-COUNT    PIC 9(4)  VALUE 0.
       01 DEFER-COUNT   PIC 9(4)  VALUE 0.
       01 WARN-COUNT    PIC 9(4)  VALUE 0.
       01 JOB-TABLE.
           05 JOB-ENTRY OCCURS 20 TIMES.
               10 JOB-NAME     PIC X(20).
       01 LOOKUP-CODE   PIC X(4).
       01 LOOKUP-TEXT   PIC X(40).
       01 RC-IDX        PIC 9(2).
      * Maintenance-blackout verdict per job from CORE-BLACKOUT
       01 BLK-DRIVER    PIC X(10) VALUE "CORECTL".
       01 BLK-VERDICT   PIC X(1).
       01 BLK-REASON    PIC X(40).
       01 BLK-OPERATOR  PIC X(8).
      * Shop verdict on each job's exit code from CORE-RCPOLICY
       01 RCP-RC        PIC 9(9).
       01 RCP-VERDICT   PIC X(4).
       01 AUDIT-DATE    PIC 9(8).
       01 AUDIT-TIME    PIC 9(8).
      * Failures journal through the shared CORE-AUDIT writer, the
       01 JOB-START-CLOCK TYPE CLOCK-DATA.
       01 JOB-END-CLOCK   TYPE CLOCK-DATA.
       01 JOB-ELAPSED-CS  PIC 9(8).
      * And what the job cost in CPU and memory, as the shell that ran
      * it was reaped
       01 JOB-USAGE       TYPE RUSAGE-DATA.
      * Plumbing for the shared CORE-PRINT report formatter
       01 PRT-ACTION    PIC X(5).
       01 PRT-FILE-NAME PIC X(30).
       01 PRT-TITLE     PIC X(40).
       01 PRT-COLHEAD   PIC X(80).
       01 PRT-LINE      PIC X(100).
       01 PRT-PROGRAM   PIC X(20)  VALUE "CORECTL".
      * Plumbing for the shared CORE-PROCREG process register; a job
      * runs under CALL "system", so its launch line has the shell
      * enter the job's row under its own PID and then exec the job
       01 PRG-ACTION    PIC X(5).
       01 PRG-DRIVER    PIC X(10) VALUE "CORECTL".
       01 PRG-PID       PIC 9(9).
       01 PRG-NAME      PIC X(20).
       01 PRG-PATH      PIC X(60).
       01 PRG-ROW       PIC X(116).
       01 LAUNCH-CMD    PIC X(300).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Name this program to the fault-injection check
           MOVE "CORECTL" TO FAULT-PROGRAM.
      * Enter this run in the process register
           MOVE "START" TO PRG-ACTION
           MOVE "CORECTL" TO PRG-NAME
           MOVE "src/userspace/apps/corectl/corectl" TO PRG-PATH
           CALL "CORE-PROCREG" USING PRG-ACTION PRG-DRIVER PRG-PID
               PRG-NAME PRG-PATH PRG-ROW.
      * Load the requested job list; if no corectl.jobs file exists,
      * run the shop's full standard program set with no parameters
           OPEN INPUT JOB-CONF-FILE
           MOVE SPACES TO PRT-LINE
           MOVE "INIT " TO PRT-ACTION
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
      * Launch each job in turn, waiting for it to finish before moving
      * on to the next, and record its exit code
           PERFORM VARYING JOB-IDX FROM 1 BY 1 UNTIL JOB-IDX > JOB-COUNT
               IF JOB-PATH(JOB-IDX) = SPACES
                   MOVE 999 TO JOB-RC(JOB-IDX)
               ELSE
      * Inside a maintenance blackout a job is deferred with RC 997
      * and never launched, unless an operator override lets this
      * one through; the override is journaled with the operator
                   CALL "CORE-BLACKOUT" USING BLK-DRIVER
                       JOB-NAME(JOB-IDX) BLK-VERDICT BLK-REASON
                       BLK-OPERATOR
                   IF BLK-VERDICT = "O"
                       MOVE SPACES TO AUD-EVENT
                       STRING "BO-OVERRIDE:" DELIMITED BY SIZE
                              JOB-NAME(JOB-IDX) DELIMITED BY SPACE
                              ":" DELIMITED BY SIZE
                              BLK-OPERATOR DELIMITED BY SPACE
                              INTO AUD-EVENT
                       MOVE 0 TO AUD-RC
                       MOVE "WARN " TO AUD-SEVERITY
                       CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                           AUD-RC AUD-SEVERITY
                   END-IF
                   IF BLK-VERDICT = "D"
                       MOVE 997 TO JOB-RC(JOB-IDX)
                   ELSE
                       MOVE SPACES TO JOB-CMD
                       STRING JOB-PATH(JOB-IDX) DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              JOB-PARAMS(JOB-IDX) DELIMITED BY SIZE
                              INTO JOB-CMD
                       MOVE "CLOCK" TO FAULT-CALL
                       CALL "CORE-FAULT" USING FAULT-CHECK
                       IF FAULT-RC = 0
                           CALL "sys_clock_c" USING JOB-START-CLOCK
                               GIVING RESULT
                       ELSE
                           MOVE FAULT-RC TO RESULT
                       END-IF
                       MOVE "STAGE" TO PRG-ACTION
                       MOVE JOB-NAME(JOB-IDX) TO PRG-NAME
                       MOVE JOB-PATH(JOB-IDX) TO PRG-PATH
                       CALL "CORE-PROCREG" USING PRG-ACTION PRG-DRIVER
                           PRG-PID PRG-NAME PRG-PATH PRG-ROW
                       MOVE SPACES TO LAUNCH-CMD
                       STRING "printf '%09d%s\n' $$ '" DELIMITED BY SIZE
                              PRG-ROW DELIMITED BY SIZE
                              "' >> corectl.running; exec "
                                  DELIMITED BY SIZE
                              JOB-CMD DELIMITED BY SIZE
                              X"00" DELIMITED BY SIZE
                              INTO LAUNCH-CMD
                       CALL "system" USING LAUNCH-CMD
                       MOVE RETURN-CODE TO JOB-RC(JOB-IDX)
                       MOVE "DROP " TO PRG-ACTION
                       MOVE 0 TO PRG-PID
                       CALL "CORE-PROCREG" USING PRG-ACTION PRG-DRIVER
                           PRG-PID PRG-NAME PRG-PATH PRG-ROW
                       MOVE "CLOCK" TO FAULT-CALL
                       CALL "CORE-FAULT" USING FAULT-CHECK
                       IF FAULT-RC = 0
                           CALL "sys_clock_c" USING JOB-END-CLOCK
                               GIVING RESULT
                       ELSE
                           MOVE FAULT-RC TO RESULT
                       END-IF
                       IF CLOCK-MICROS OF JOB-END-CLOCK
                               < CLOCK-MICROS OF JOB-START-CLOCK
                           COMPUTE JOB-ELAPSED-CS =
                               (CLOCK-SECONDS OF JOB-END-CLOCK
                                   - CLOCK-SECONDS OF JOB-START-CLOCK
                                   - 1) * 100
                               + (CLOCK-MICROS OF JOB-END-CLOCK
                                   + 1000000
                                   - CLOCK-MICROS OF JOB-START-CLOCK)
                                   / 10000
                       ELSE
                           COMPUTE JOB-ELAPSED-CS =
                               (CLOCK-SECONDS OF JOB-END-CLOCK
                                   - CLOCK-SECONDS OF JOB-START-CLOCK)
                                   * 100
                               + (CLOCK-MICROS OF JOB-END-CLOCK
                                   - CLOCK-MICROS OF JOB-START-CLOCK)
                                   / 10000
                       END-IF
                       MOVE 0 TO RU-PID OF JOB-USAGE
                       MOVE "RUSAGE" TO FAULT-CALL
                       CALL "CORE-FAULT" USING FAULT-CHECK
                       IF FAULT-RC = 0
                           CALL "sys_rusage_c" USING JOB-USAGE
                               GIVING RESULT
                       ELSE
                           MOVE FAULT-RC TO RESULT
                       END-IF
                       IF RESULT NOT = 0
                           MOVE 0 TO RU-USER-CS OF JOB-USAGE
                           MOVE 0 TO RU-SYSTEM-CS OF JOB-USAGE
                           MOVE 0 TO RU-PEAK-KB OF JOB-USAGE
                       END-IF
                   END-IF
               END-IF
               END-IF
      * Every launch decision goes on the shop-wide run ledger - a
      * disabled, unregistered or blackout-deferred job with its
      * verdict code and zero elapsed, a launched one with its
      * wall-clock, CPU and memory cost, dated with the shop
      * processing date
               CALL "CORE-DATE" USING AUDIT-DATE
               ACCEPT AUDIT-TIME FROM TIME
               OPEN EXTEND RUN-LEDGER-FILE
               MOVE SPACES TO RUN-LEDGER-RECORD
               MOVE AUDIT-DATE TO RL-DATE
               MOVE AUDIT-TIME TO RL-TIME
               MOVE "CORECTL" TO RL-DRIVER
               MOVE JOB-NAME(JOB-IDX) TO RL-NAME
               MOVE JOB-NAME(JOB-IDX) TO RL-PROGRAM
               MOVE JOB-RC(JOB-IDX) TO RL-RC
               IF JOB-RC(JOB-IDX) = 997 OR JOB-RC(JOB-IDX) = 998
                   OR JOB-RC(JOB-IDX) = 999
                   MOVE 0 TO RL-ELAPSED-CS
                   MOVE 0 TO RL-USER-CS
                   MOVE 0 TO RL-SYSTEM-CS
                   MOVE 0 TO RL-PEAK-KB
               ELSE
                   MOVE JOB-ELAPSED-CS TO RL-ELAPSED-CS
                   MOVE RU-USER-CS OF JOB-USAGE TO RL-USER-CS
                   MOVE RU-SYSTEM-CS OF JOB-USAGE TO RL-SYSTEM-CS
                   MOVE RU-PEAK-KB OF JOB-USAGE TO RL-PEAK-KB
               END-IF
               WRITE RUN-LEDGER-RECORD
               CLOSE RUN-LEDGER-FILE
      * Whether the exit code means the job worked is the shop RC
      * policy's call, not "nonzero is a failure" - CORE-DIFF and
      * CORE-ALERT exit with counts and severities
               MOVE JOB-RC(JOB-IDX) TO RCP-RC
               CALL "CORE-RCPOLICY" USING JOB-NAME(JOB-IDX) RCP-RC
                   RCP-VERDICT
               IF RCP-VERDICT = "DEFR"
                   ADD 1 TO DEFER-COUNT
               ELSE
               IF RCP-VERDICT = "FAIL"
                   ADD 1 TO FAIL-COUNT
               ELSE
               IF RCP-VERDICT = "WARN"
                   ADD 1 TO WARN-COUNT
               END-IF
               END-IF
               END-IF
               MOVE SPACES TO REPORT-LINE
               IF RCP-VERDICT = "OK  "
                   STRING "JOB:" DELIMITED BY SIZE
                          JOB-NAME(JOB-IDX) DELIMITED BY SPACE
                          " RC:" DELIMITED BY SIZE
                          JOB-RC(JOB-IDX) DELIMITED BY SIZE
                          INTO REPORT-LINE
               ELSE
      * Completed with warnings: flagged on the report and journaled
      * as a WARN, but not counted against the run
               IF RCP-VERDICT = "WARN"
                   STRING "JOB:" DELIMITED BY SIZE
                          JOB-NAME(JOB-IDX) DELIMITED BY SPACE
                          " RC:" DELIMITED BY SIZE
                          JOB-RC(JOB-IDX) DELIMITED BY SIZE
                          " WARN" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   MOVE SPACES TO AUD-EVENT
                   STRING "JOB-WARN:" DELIMITED BY SIZE
                          JOB-NAME(JOB-IDX) DELIMITED BY SPACE
                          INTO AUD-EVENT
                   MOVE JOB-RC(JOB-IDX) TO AUD-RC
                   MOVE "WARN " TO AUD-SEVERITY
                   CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                       AUD-RC AUD-SEVERITY
               ELSE
      * A deferral is not a failure: it says why, and journals a WARN
      * so the change window's casualties can be rerun afterwards
               IF RCP-VERDICT = "DEFR"
                   STRING "JOB:" DELIMITED BY SIZE
                          JOB-NAME(JOB-IDX) DELIMITED BY SPACE
                          " RC:" DELIMITED BY SIZE
                          JOB-RC(JOB-IDX) DELIMITED BY SIZE
                          " DEFERRED BLACKOUT:" DELIMITED BY SIZE
                          BLK-REASON DELIMITED BY SIZE
                          INTO REPORT-LINE
                   MOVE SPACES TO AUD-EVENT
                   STRING "BLACKOUT-DEFER:" DELIMITED BY SIZE
                          JOB-NAME(JOB-IDX) DELIMITED BY SPACE
                          INTO AUD-EVENT
                   MOVE 997 TO AUD-RC
                   MOVE "WARN " TO AUD-SEVERITY
                   CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                       AUD-RC AUD-SEVERITY
               ELSE
      * Translate a nonzero code through the shared RETCODE-TABLE so
      * the report carries the English meaning beside the number,
      * instead of sending the reader off to CORE-RC-LOOKUP
                   MOVE JOB-RC(JOB-IDX) TO LOOKUP-NUM
                   MOVE LOOKUP-NUM TO LOOKUP-CODE
                   MOVE RC-LOOKUP-TEXT(16) TO LOOKUP-TEXT
                   PERFORM VARYING RC-IDX FROM 1 BY 1
                           UNTIL RC-IDX > 16
                       IF RC-LOOKUP-CODE(RC-IDX) = LOOKUP-CODE
                           MOVE RC-LOOKUP-TEXT(RC-IDX) TO LOOKUP-TEXT
                           EXIT PERFORM
                   CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                       AUD-RC AUD-SEVERITY
               END-IF
               END-IF
               END-IF
               MOVE REPORT-LINE TO PRT-LINE
               MOVE "LINE " TO PRT-ACTION
               CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
                   PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM
               MOVE 80 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD REPORT-LINE MSG-LEN
                   GIVING RESULT
                  FAIL-COUNT DELIMITED BY SIZE
                  " OF:" DELIMITED BY SIZE
                  JOB-COUNT DELIMITED BY SIZE
                  " DEFERRED:" DELIMITED BY SIZE
                  DEFER-COUNT DELIMITED BY SIZE
                  " WARNED:" DELIMITED BY SIZE
                  WARN-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           MOVE REPORT-LINE TO PRT-LINE
           MOVE "LINE " TO PRT-ACTION
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           MOVE "CLOSE" TO PRT-ACTION
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           MOVE "END  " TO PRG-ACTION
           CALL "CORE-PROCREG" USING PRG-ACTION PRG-DRIVER PRG-PID
               PRG-NAME PRG-PATH PRG-ROW.
           IF FAIL-COUNT NOT = 0 OR DEFER-COUNT NOT = 0
               CALL "sys_exit_c" USING 1
           END-IF.
           CALL "sys_exit_c" USING 0.
