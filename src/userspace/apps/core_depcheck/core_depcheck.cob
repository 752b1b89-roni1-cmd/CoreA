       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-DEPCHECK.
      * CoreA Shared Cross-Driver Dependency Check (COBOL)
      * The one place CORE-BATCH and TASKSCHED ask whether work run by
      * another driver has finished. core_run.ledger is the common
      * record of completion every driver appends to, so a stream step
      * can wait on a scheduler task and a queued task on a stream
      * step without either driver knowing how the other runs. The
      * caller names the driver (blank for any driver), the job, step
      * or program name as the ledger records it, and the processing
      * date it must have completed on. A TASKSCHED task may also be
      * named TASK-nnnn by its queue id, whatever program it runs.
      * The latest completion for that name on that date decides:
      *   Y  completed, and the RC policy calls it OK or WARN
      *   N  not yet run today, or its latest run failed
      * Blackout deferrals (RC 997) are not completions and are passed
      * over; the ledger is re-read on every call, so a waiting caller
      * sees a completion as soon as it is written
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LEDGER-FILE ASSIGN TO "core_run.ledger"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * TASKSCHED appends the queue id of the task behind each of its
      * records; the other drivers' records end before it
       FD  RUN-LEDGER-FILE.
       COPY "runledger.cpy".
       WORKING-STORAGE SECTION.
       01 RL-FILE-STATUS  PIC XX.
       01 MATCH-SWITCH    PIC X.
       01 TASK-REF-NAME   PIC X(20).
       01 RCP-PROGRAM     PIC X(20).
       01 RCP-RC          PIC 9(9).
       01 RCP-VERDICT     PIC X(4).
       LINKAGE SECTION.
       01 DEP-DRIVER    PIC X(10).
       01 DEP-NAME      PIC X(20).
       01 DEP-DATE      PIC 9(8).
       01 DEP-MET       PIC X(1).
       PROCEDURE DIVISION USING DEP-DRIVER DEP-NAME DEP-DATE DEP-MET.
           MOVE "N" TO DEP-MET.
           OPEN INPUT RUN-LEDGER-FILE.
           IF RL-FILE-STATUS = "00"
               PERFORM UNTIL RL-FILE-STATUS NOT = "00"
                   READ RUN-LEDGER-FILE
                       AT END
                           MOVE "10" TO RL-FILE-STATUS
                       NOT AT END
                           PERFORM WEIGH-LEDGER-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUN-LEDGER-FILE
           END-IF.
           GOBACK.
       WEIGH-LEDGER-RECORD.
      * A record for the named work on the date asked about replaces
      * whatever earlier record for it was seen, so a rerun that
      * succeeded after a failure counts, and a failure after a
      * success does not
           MOVE "N" TO MATCH-SWITCH.
           IF RL-DATE IS NUMERIC AND RL-RC IS NUMERIC
               AND RL-DATE = DEP-DATE AND RL-RC NOT = 997
               AND (DEP-DRIVER = SPACES OR RL-DRIVER = DEP-DRIVER)
               IF RL-NAME = DEP-NAME
                   MOVE "Y" TO MATCH-SWITCH
               ELSE
               IF RL-DRIVER = "TASKSCHED" AND RL-TASK-ID IS NUMERIC
                   MOVE SPACES TO TASK-REF-NAME
                   STRING "TASK-" DELIMITED BY SIZE
                          RL-TASK-ID DELIMITED BY SIZE
                          INTO TASK-REF-NAME
                   IF TASK-REF-NAME = DEP-NAME
                       MOVE "Y" TO MATCH-SWITCH
                   END-IF
               END-IF
               END-IF
           END-IF.
           IF MATCH-SWITCH = "Y"
      * Judged under the program the run executed; a record from
      * before the ledger kept it, under the run's name
               IF RL-PROGRAM = SPACES
                   MOVE RL-NAME TO RCP-PROGRAM
               ELSE
                   MOVE RL-PROGRAM TO RCP-PROGRAM
               END-IF
               MOVE RL-RC TO RCP-RC
               CALL "CORE-RCPOLICY" USING RCP-PROGRAM RCP-RC
                   RCP-VERDICT
               IF RCP-VERDICT = "OK  " OR RCP-VERDICT = "WARN"
                   MOVE "Y" TO DEP-MET
               ELSE
                   MOVE "N" TO DEP-MET
               END-IF
           END-IF.
