       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-FAULT.
      * CoreA Shared Syscall Fault-Injection Check (COBOL)
      * Failover drills: the retry limits, timeouts, dead-letter
      * queues, lock recovery and alert escalation only prove
      * themselves when a call really fails, so programs ask here
      * before each FORK, PIPE, SHM, MSGQUEUE, MUTEX, SIGNAL, CLOCK or
      * RUSAGE call and take the failure handed back instead of making
      * the call. config/core.faults holds one rule per record: the call
      * category, the program it hits (or * for every program), how
      * often, and the error code out of SYSCALL-ERROR-TABLE to fail
      * with. How often is one of
      *   A  every matching call
      *   N  once in every FR-EVERY matching calls of the run
      *   W  every matching call inside the wall-clock window from
      *      start date and HHMM up to (not including) end date/HHMM
      * The first rule that fires wins. In PROD a rule only counts if
      * the operator on it is in config/core.operators with the
      * destructive-actions column set, the same fail-closed check
      * CORE-BLACKOUT applies to an override; rules refused that way
      * are journaled once per run. Outside PROD no operator is
      * needed. Every injected failure is journaled through
      * CORE-AUDIT as an INJECTED event, which marks it - and the
      * failure the program goes on to report - as a drill, so drills
      * stay out of the real failure statistics. The rules are
      * re-read at most once a second, so a drill switched on or off
      * reaches a running scheduler within its next cycle.
      * Only a mutex acquire is asked about, never a release: a
      * release failed on purpose would leave the mutex held, and
      * with mutex 99 that wedges the very CORE-AUDIT call that
      * journals the drill
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAULT-RULE-FILE ASSIGN TO "config/core.faults"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULE-FILE-STATUS.
           SELECT OPERATORS-FILE ASSIGN TO "config/core.operators"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FAULT-RULE-FILE.
       01 FAULT-RULE-RECORD.
           05 FR-CALL        PIC X(8).
           05 FR-PROGRAM     PIC X(20).
           05 FR-MODE        PIC X(1).
           05 FR-EVERY       PIC 9(4).
           05 FR-START-DATE  PIC 9(8).
           05 FR-START-HHMM  PIC 9(4).
           05 FR-END-DATE    PIC 9(8).
           05 FR-END-HHMM    PIC 9(4).
           05 FR-ERR-CODE    PIC X(4).
           05 FR-OPERATOR    PIC X(8).
       FD  OPERATORS-FILE.
       01 OPERATORS-RECORD.
           05 OP-ID         PIC X(8).
           05 OP-DESTRUCT   PIC X(1).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 RULE-FILE-STATUS PIC XX.
       01 OPER-FILE-STATUS PIC XX.
       01 FAULT-ENV       PIC X(8).
       01 NOW-DATE        PIC 9(8).
       01 NOW-TIME-RAW    PIC 9(8).
       01 NOW-HHMM        PIC 9(4).
      * Wall-clock moment and window bounds as one comparable
      * yyyymmddhhmm figure
       01 NOW-STAMP       PIC 9(12).
      * The second the rules were last read
       01 LOADED-DATE     PIC 9(8)  VALUE 0.
       01 LOADED-HHMMSS   PIC 9(6)  VALUE 0.
       01 OPERATOR-ID     PIC X(8).
       01 OPERATOR-OK-SWITCH PIC X.
       01 RULE-OK-SWITCH  PIC X.
       01 RULE-RC         PIC 9(4).
       01 REFUSED-COUNT   PIC 9(4).
       01 REFUSAL-NOTED-SWITCH PIC X VALUE "N".
       01 ERR-IDX         PIC 9(2).
       01 RULE-IDX        PIC 9(4).
       01 RULE-COUNT      PIC 9(4)  VALUE 0.
       01 RULE-TABLE.
           05 RT-ENTRY OCCURS 50 TIMES.
               10 RT-CALL        PIC X(8).
               10 RT-PROGRAM     PIC X(20).
               10 RT-MODE        PIC X(1).
               10 RT-EVERY       PIC 9(4).
               10 RT-START-STAMP PIC 9(12).
               10 RT-END-STAMP   PIC 9(12).
               10 RT-RC          PIC 9(4).
      * Matching calls seen per rule position this run, for the
      * once-in-N rules; kept across re-reads of the rules
       01 RULE-SEEN-TABLE.
           05 RULE-SEEN      PIC 9(4) VALUE 0 OCCURS 50 TIMES.
       01 AUD-PROGRAM     PIC X(20).
       01 AUD-EVENT       PIC X(30).
       01 AUD-RC          PIC 9(9).
       01 AUD-SEVERITY    PIC X(5).
       LINKAGE SECTION.
      * The caller's FAULT-CHECK (syscall.cpy)
       01 FAULT-REQUEST.
           05 FQ-PROGRAM        PIC X(20).
           05 FQ-CALL           PIC X(8).
           05 FQ-RC             PIC 9(4).
       PROCEDURE DIVISION USING FAULT-REQUEST.
           MOVE 0 TO FQ-RC.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME-RAW FROM TIME.
           IF NOW-DATE NOT = LOADED-DATE
               OR NOW-TIME-RAW(1:6) NOT = LOADED-HHMMSS
               PERFORM LOAD-RULES
           END-IF.
           IF RULE-COUNT = 0
               GOBACK
           END-IF.
           MOVE NOW-TIME-RAW(1:4) TO NOW-HHMM.
           COMPUTE NOW-STAMP = NOW-DATE * 10000 + NOW-HHMM.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT OR FQ-RC NOT = 0
               IF RT-CALL(RULE-IDX) = FQ-CALL
                   AND (RT-PROGRAM(RULE-IDX) = FQ-PROGRAM
                       OR RT-PROGRAM(RULE-IDX) = "*")
                   PERFORM TRY-RULE
               END-IF
           END-PERFORM.
           IF FQ-RC NOT = 0
               MOVE FQ-PROGRAM TO AUD-PROGRAM
               MOVE SPACES TO AUD-EVENT
               STRING "INJECTED " DELIMITED BY SIZE
                      FQ-CALL DELIMITED BY SPACE
                      INTO AUD-EVENT
               MOVE FQ-RC TO AUD-RC
               MOVE "WARN" TO AUD-SEVERITY
               CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                   AUD-RC AUD-SEVERITY
           END-IF.
           GOBACK.
       TRY-RULE.
           IF RT-MODE(RULE-IDX) = "A"
               MOVE RT-RC(RULE-IDX) TO FQ-RC
           ELSE
           IF RT-MODE(RULE-IDX) = "N"
               ADD 1 TO RULE-SEEN(RULE-IDX)
               IF RULE-SEEN(RULE-IDX) NOT < RT-EVERY(RULE-IDX)
                   MOVE 0 TO RULE-SEEN(RULE-IDX)
                   MOVE RT-RC(RULE-IDX) TO FQ-RC
               END-IF
           ELSE
               IF NOW-STAMP NOT < RT-START-STAMP(RULE-IDX)
                   AND NOW-STAMP < RT-END-STAMP(RULE-IDX)
                   MOVE RT-RC(RULE-IDX) TO FQ-RC
               END-IF
           END-IF
           END-IF.
       LOAD-RULES.
      * No rules file means no drill is running
           MOVE NOW-DATE TO LOADED-DATE.
           MOVE NOW-TIME-RAW(1:6) TO LOADED-HHMMSS.
           MOVE 0 TO RULE-COUNT.
           MOVE 0 TO REFUSED-COUNT.
           CALL "CORE-ENV" USING FAULT-ENV.
           OPEN INPUT FAULT-RULE-FILE.
           IF RULE-FILE-STATUS = "00"
               PERFORM UNTIL RULE-FILE-STATUS NOT = "00"
                   READ FAULT-RULE-FILE
                       AT END
                           MOVE "10" TO RULE-FILE-STATUS
                       NOT AT END
                           PERFORM CHECK-RULE
                           IF RULE-OK-SWITCH = "Y"
                               AND RULE-COUNT < 50
                               PERFORM KEEP-RULE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAULT-RULE-FILE
           END-IF.
      * Refused PROD rules are journaled once per run, not on every
      * re-read, so an unauthorized drill is visible but not noisy
           IF REFUSED-COUNT > 0 AND REFUSAL-NOTED-SWITCH = "N"
               MOVE "Y" TO REFUSAL-NOTED-SWITCH
               MOVE "CORE-FAULT" TO AUD-PROGRAM
               MOVE "INJECTION REFUSED IN PROD" TO AUD-EVENT
               MOVE REFUSED-COUNT TO AUD-RC
               MOVE "INFO" TO AUD-SEVERITY
               CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                   AUD-RC AUD-SEVERITY
           END-IF.
       CHECK-RULE.
      * A rule needs a known call category and mode and an error
      * code SYSCALL-ERROR-TABLE can describe; anything else is
      * ignored rather than guessed at
           MOVE "Y" TO RULE-OK-SWITCH.
           IF FR-CALL NOT = "FORK" AND FR-CALL NOT = "PIPE"
               AND FR-CALL NOT = "SHM" AND FR-CALL NOT = "MSGQUEUE"
               AND FR-CALL NOT = "MUTEX" AND FR-CALL NOT = "SIGNAL"
               AND FR-CALL NOT = "CLOCK" AND FR-CALL NOT = "RUSAGE"
               MOVE "N" TO RULE-OK-SWITCH
           END-IF.
           IF FR-PROGRAM = SPACES
               MOVE "N" TO RULE-OK-SWITCH
           END-IF.
           IF FR-MODE = "N"
               IF FR-EVERY IS NOT NUMERIC OR FR-EVERY = 0
                   MOVE "N" TO RULE-OK-SWITCH
               END-IF
           ELSE
           IF FR-MODE = "W"
               IF FR-START-DATE IS NOT NUMERIC
                   OR FR-START-HHMM IS NOT NUMERIC
                   OR FR-END-DATE IS NOT NUMERIC
                   OR FR-END-HHMM IS NOT NUMERIC
                   MOVE "N" TO RULE-OK-SWITCH
               END-IF
           ELSE
           IF FR-MODE NOT = "A"
               MOVE "N" TO RULE-OK-SWITCH
           END-IF
           END-IF
           END-IF.
           MOVE 0 TO RULE-RC.
           IF FR-ERR-CODE IS NUMERIC AND FR-ERR-CODE NOT = "0000"
               PERFORM VARYING ERR-IDX FROM 1 BY 1 UNTIL ERR-IDX > 10
                   IF ERR-CODE(ERR-IDX) = FR-ERR-CODE
                       MOVE FR-ERR-CODE TO RULE-RC
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF RULE-RC = 0
               MOVE "N" TO RULE-OK-SWITCH
           END-IF.
           IF RULE-OK-SWITCH = "Y" AND FAULT-ENV = "PROD"
               MOVE FR-OPERATOR TO OPERATOR-ID
               PERFORM CHECK-OPERATOR
               IF OPERATOR-OK-SWITCH = "N"
                   MOVE "N" TO RULE-OK-SWITCH
                   ADD 1 TO REFUSED-COUNT
               END-IF
           END-IF.
       KEEP-RULE.
           ADD 1 TO RULE-COUNT.
           MOVE FR-CALL TO RT-CALL(RULE-COUNT).
           MOVE FR-PROGRAM TO RT-PROGRAM(RULE-COUNT).
           MOVE FR-MODE TO RT-MODE(RULE-COUNT).
           MOVE 0 TO RT-EVERY(RULE-COUNT).
           MOVE 0 TO RT-START-STAMP(RULE-COUNT).
           MOVE 0 TO RT-END-STAMP(RULE-COUNT).
           IF FR-MODE = "N"
               MOVE FR-EVERY TO RT-EVERY(RULE-COUNT)
           END-IF.
           IF FR-MODE = "W"
               COMPUTE RT-START-STAMP(RULE-COUNT) =
                   FR-START-DATE * 10000 + FR-START-HHMM
               COMPUTE RT-END-STAMP(RULE-COUNT) =
                   FR-END-DATE * 10000 + FR-END-HHMM
           END-IF.
           MOVE RULE-RC TO RT-RC(RULE-COUNT).
       CHECK-OPERATOR.
      * The id must exist in the permissions file with the
      * destructive-actions column set; no file means nobody is
      * authorized, which fails closed rather than open
           MOVE "N" TO OPERATOR-OK-SWITCH.
           OPEN INPUT OPERATORS-FILE.
           IF OPER-FILE-STATUS = "00"
               PERFORM UNTIL OPER-FILE-STATUS NOT = "00"
                   READ OPERATORS-FILE
                       AT END
                           MOVE "10" TO OPER-FILE-STATUS
                       NOT AT END
                           IF OP-ID = OPERATOR-ID
                               AND OP-ID NOT = SPACES
                               AND OP-DESTRUCT = "Y"
                               MOVE "Y" TO OPERATOR-OK-SWITCH
                               MOVE "10" TO OPER-FILE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATORS-FILE
           END-IF.
