      * Reads core_run.ledger, the one file TASKSCHED, CORE-BATCH and
      * CORECTL all append a record to per run, and answers "what ran,
      * with what RC, for how long" in one listing with per-driver
      * totals - instead of three per-driver files in three shapes.
      * Each run is judged OK, WARN, FAIL or DEFR by the shop RC
      * policy (CORE-RCPOLICY), the same verdict the driver reached,
      * so a CORE-DIFF that found differences is not counted failed.
      * A run whose driver reaped it for its cost gets a second line
      * splitting the wall time into CPU (user plus system) and wait
      * (the rest), with its peak memory, and each driver's totals
      * carry the same split over its measured runs
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LEDGER-FILE.
       COPY "runledger.cpy".
       FD  LEDGER-REPORT-FILE.
       01 LEDGER-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER          PIC X(100).
       01 MSG-LEN         PIC 9(9).
       01 OUT-FD          PIC 9(9)  VALUE 1.
       01 FILTER-DATE     PIC 9(8)  VALUE 0.
       01 LINE-COUNT      PIC 9(6)  VALUE 0.
       01 T               PIC 9(2).
       01 DIRECTED-NOTE   PIC X(22).
       01 FOUND-SWITCH    PIC X.
       01 RCP-PROGRAM     PIC X(20).
       01 RCP-RC          PIC 9(9).
       01 RCP-VERDICT     PIC X(4).
       01 RUN-CPU-CS      PIC 9(9).
       01 RUN-WAIT-CS     PIC 9(8).
       01 MEASURED-SWITCH PIC X.
       01 DRV-TOTAL       PIC 9(2)  VALUE 0.
       01 DRIVER-TABLE.
           05 DV-ENTRY OCCURS 10 TIMES.
               10 DV-DRIVER   PIC X(10).
               10 DV-RUNS     PIC 9(6).
               10 DV-FAILS    PIC 9(6).
               10 DV-WARNS    PIC 9(6).
               10 DV-DEFERS   PIC 9(6).
               10 DV-TOTAL-CS PIC 9(12).
               10 DV-CPU-CS   PIC 9(12).
               10 DV-WAIT-CS  PIC 9(12).
      * Plumbing for the shared CORE-PRINT report formatter, used
      * only to file the finished report in the report archive
       01 PRT-ACTION    PIC X(5)   VALUE "FILE ".
       01 PRT-FILE-NAME PIC X(30)  VALUE "run_ledger.report".
       01 PRT-TITLE     PIC X(40)  VALUE SPACES.
       01 PRT-COLHEAD   PIC X(80)  VALUE SPACES.
       01 PRT-LINE      PIC X(100) VALUE SPACES.
       01 PRT-PROGRAM   PIC X(20)  VALUE "RUN-LEDGER".
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT NOT < 1
               MOVE 1 TO CMD-ARG-NUM
           END-IF.
           OPEN OUTPUT LEDGER-REPORT-FILE.
           MOVE "CoreA Unified Run Ledger" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE LEDGER-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE LEDGER-REPORT-RECORD FROM REPORT-LINE.
                      DV-RUNS(T) DELIMITED BY SIZE
                      " FAILED:" DELIMITED BY SIZE
                      DV-FAILS(T) DELIMITED BY SIZE
                      " WARNED:" DELIMITED BY SIZE
                      DV-WARNS(T) DELIMITED BY SIZE
                      " DEFERRED:" DELIMITED BY SIZE
                      DV-DEFERS(T) DELIMITED BY SIZE
                      " TOTAL-CS:" DELIMITED BY SIZE
                      DV-TOTAL-CS(T) DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE LEDGER-REPORT-RECORD FROM REPORT-LINE
               MOVE 100 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD REPORT-LINE MSG-LEN
                   GIVING RESULT
               MOVE SPACES TO REPORT-LINE
               STRING "    CPU-CS:" DELIMITED BY SIZE
                      DV-CPU-CS(T) DELIMITED BY SIZE
                      " WAIT-CS:" DELIMITED BY SIZE
                      DV-WAIT-CS(T) DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE LEDGER-REPORT-RECORD FROM REPORT-LINE
               MOVE 100 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD REPORT-LINE MSG-LEN
                   GIVING RESULT
           END-PERFORM.
                  INTO REPORT-LINE.
           WRITE LEDGER-REPORT-RECORD FROM REPORT-LINE.
           CLOSE LEDGER-REPORT-FILE.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           MOVE "CoreA Unified Run Ledger complete" TO BUFFER.
           MOVE 34 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       LIST-ONE-RUN.
      * One detail line per ledger record with its policy verdict,
      * and a fold into the driver's totals row
           ADD 1 TO LINE-COUNT.
           IF RL-RC IS NUMERIC
      * Judged under the program the run executed, the key the
      * driver judged it by; a record from before the ledger kept it,
      * under the run's name
               IF RL-PROGRAM = SPACES
                   MOVE RL-NAME TO RCP-PROGRAM
               ELSE
                   MOVE RL-PROGRAM TO RCP-PROGRAM
               END-IF
               MOVE RL-RC TO RCP-RC
               CALL "CORE-RCPOLICY" USING RCP-PROGRAM RCP-RC
                   RCP-VERDICT
           ELSE
               MOVE "FAIL" TO RCP-VERDICT
           END-IF.
      * A CORE-BATCH step run under an operator's restart point or
      * bypass carries the operator on its line
           MOVE SPACES TO DIRECTED-NOTE.
           IF RL-DIRECTED = "O" OR RL-DIRECTED = "B"
               STRING " DIRECTED:" DELIMITED BY SIZE
                      RL-DIRECTED DELIMITED BY SIZE
                      " OP:" DELIMITED BY SIZE
                      RL-OPERATOR DELIMITED BY SPACE
                      INTO DIRECTED-NOTE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING RL-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RL-RC DELIMITED BY SIZE
                  " CS:" DELIMITED BY SIZE
                  RL-ELAPSED-CS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RCP-VERDICT DELIMITED BY SIZE
                  DIRECTED-NOTE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE LEDGER-REPORT-RECORD FROM REPORT-LINE.
      * Records from before the figures were kept carry blanks there;
      * a deferred or refused run carries zeros and ran nothing
           MOVE "N" TO MEASURED-SWITCH.
           MOVE 0 TO RUN-CPU-CS.
           MOVE 0 TO RUN-WAIT-CS.
           IF RL-USER-CS IS NUMERIC AND RL-SYSTEM-CS IS NUMERIC
               AND RL-PEAK-KB IS NUMERIC AND RL-ELAPSED-CS IS NUMERIC
               COMPUTE RUN-CPU-CS = RL-USER-CS + RL-SYSTEM-CS
               IF RUN-CPU-CS > 0 OR RL-ELAPSED-CS > 0
                   OR RL-PEAK-KB > 0
                   MOVE "Y" TO MEASURED-SWITCH
               END-IF
               IF RUN-CPU-CS < RL-ELAPSED-CS
                   COMPUTE RUN-WAIT-CS = RL-ELAPSED-CS - RUN-CPU-CS
               END-IF
           END-IF.
           IF MEASURED-SWITCH = "Y"
               MOVE SPACES TO REPORT-LINE
               STRING "    USER-CS:" DELIMITED BY SIZE
                      RL-USER-CS DELIMITED BY SIZE
                      " SYS-CS:" DELIMITED BY SIZE
                      RL-SYSTEM-CS DELIMITED BY SIZE
                      " CPU-CS:" DELIMITED BY SIZE
                      RUN-CPU-CS DELIMITED BY SIZE
                      " WAIT-CS:" DELIMITED BY SIZE
                      RUN-WAIT-CS DELIMITED BY SIZE
                      " PEAK-KB:" DELIMITED BY SIZE
                      RL-PEAK-KB DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE LEDGER-REPORT-RECORD FROM REPORT-LINE
           END-IF.
           MOVE "N" TO FOUND-SWITCH.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > DRV-TOTAL
               IF DV-DRIVER(T) = RL-DRIVER
                   ADD 1 TO DV-RUNS(T)
                   IF RCP-VERDICT = "FAIL"
                       ADD 1 TO DV-FAILS(T)
                   END-IF
                   IF RCP-VERDICT = "WARN"
                       ADD 1 TO DV-WARNS(T)
                   END-IF
                   IF RCP-VERDICT = "DEFR"
                       ADD 1 TO DV-DEFERS(T)
                   END-IF
                   IF RL-ELAPSED-CS IS NUMERIC
                       ADD RL-ELAPSED-CS TO DV-TOTAL-CS(T)
                   END-IF
                   ADD RUN-CPU-CS TO DV-CPU-CS(T)
                   ADD RUN-WAIT-CS TO DV-WAIT-CS(T)
                   MOVE "Y" TO FOUND-SWITCH
                   EXIT PERFORM
               END-IF
               MOVE RL-DRIVER TO DV-DRIVER(DRV-TOTAL)
               MOVE 1 TO DV-RUNS(DRV-TOTAL)
               MOVE 0 TO DV-FAILS(DRV-TOTAL)
               MOVE 0 TO DV-WARNS(DRV-TOTAL)
               MOVE 0 TO DV-DEFERS(DRV-TOTAL)
               MOVE 0 TO DV-TOTAL-CS(DRV-TOTAL)
               MOVE RUN-CPU-CS TO DV-CPU-CS(DRV-TOTAL)
               MOVE RUN-WAIT-CS TO DV-WAIT-CS(DRV-TOTAL)
               IF RCP-VERDICT = "FAIL"
                   MOVE 1 TO DV-FAILS(DRV-TOTAL)
               END-IF
               IF RCP-VERDICT = "WARN"
                   MOVE 1 TO DV-WARNS(DRV-TOTAL)
               END-IF
               IF RCP-VERDICT = "DEFR"
                   MOVE 1 TO DV-DEFERS(DRV-TOTAL)
               END-IF
               IF RL-ELAPSED-CS IS NUMERIC
                   MOVE RL-ELAPSED-CS TO DV-TOTAL-CS(DRV-TOTAL)
               END-IF
