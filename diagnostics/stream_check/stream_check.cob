       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREAM-CHECK.
      * CoreA Job Stream Validator (COBOL)
      * Checks .stream definition files the way CORE-BATCH will read
      * them, so a typo is found when the stream is changed instead of
      * when the night reaches the bad step: condition steps that do
      * not exist or come later, parallel groups holding an approval
      * point or judging one another, programs not registered in
      * corectl.registry, and *CHAIN links that name a missing stream
      * or never end. With no argument every <name>.stream in the
      * shop is checked; with a stream name only that one is, plus
      * the chain links that lead on from it - the form CORE-BATCH
      * runs before it starts a stream. Each finding is listed in
      * stream_check.report as ERROR or WARN with its rule code; any
      * ERROR ends the run with RC 2, the same gate RC CORE-CONFCHECK
      * gives a bad configuration
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-LIST-FILE ASSIGN TO "config/.sc-list"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
           SELECT STREAM-DEF-FILE ASSIGN TO STREAM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STREAM-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "corectl.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT EXE-PROBE-FILE ASSIGN TO EXE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXE-FILE-STATUS.
           SELECT CHECK-REPORT-FILE ASSIGN TO "stream_check.report"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-LIST-FILE.
       01 STREAM-LIST-RECORD PIC X(60).
       FD  STREAM-DEF-FILE.
       COPY "streamdef.cpy".
       FD  REGISTRY-FILE.
       COPY "registry.cpy".
       FD  EXE-PROBE-FILE.
       01 EXE-PROBE-RECORD PIC X(100).
       FD  CHECK-REPORT-FILE.
       01 CHECK-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 RESULT        PIC 9(9).
       01 REPORT-LINE   PIC X(100).
       01 CMD-LINE      PIC X(100).
       01 CMD-ARG-COUNT PIC 9(2).
       01 CMD-ARG-VAL   PIC X(20).
       01 ONE-STREAM    PIC X(20) VALUE SPACES.
       01 LIST-FILE-STATUS   PIC XX.
       01 STREAM-FILE-STATUS PIC XX.
       01 REG-FILE-STATUS    PIC XX.
       01 EXE-FILE-STATUS    PIC XX.
       01 STREAM-FILE-NAME PIC X(30).
       01 EXE-NAME      PIC X(60).
       01 ERROR-COUNT   PIC 9(4)  VALUE 0.
       01 WARN-COUNT    PIC 9(4)  VALUE 0.
       01 CHECKED-COUNT PIC 9(4)  VALUE 0.
      * Every stream in the shop with the stream its *CHAIN record
      * hands off to; the chain links are followed through this table
      * whether or not the stream at the far end is being checked
       01 STREAM-COUNT  PIC 9(4)  VALUE 0.
       01 S-IDX         PIC 9(4).
       01 HOP-IDX       PIC 9(4).
       01 HOP-COUNT     PIC 9(4).
       01 STREAM-TABLE.
           05 STREAM-ENTRY OCCURS 50 TIMES.
               10 ST-NAME        PIC X(20).
               10 ST-CHAIN       PIC X(20).
               10 ST-CHAIN-COUNT PIC 9(2).
               10 ST-CHECK-FLAG  PIC X.
       01 CHAIN-FOUND-SWITCH PIC X.
       01 CHAIN-END-SWITCH   PIC X.
       01 CHAIN-CUR     PIC X(20).
      * Registered programs by the executable their path names
       01 REG-LOADED-SWITCH PIC X VALUE "N".
       01 REG-COUNT     PIC 9(4)  VALUE 0.
       01 REG-IDX       PIC 9(4).
       01 REG-TABLE.
           05 REG-ENTRY OCCURS 100 TIMES.
               10 REG-EXE      PIC X(60).
               10 REG-ENABLED  PIC X(1).
      * The steps of the stream under check, as CORE-BATCH would
      * load them; read past CORE-BATCH's 20 so an overlong stream is
      * reported rather than silently cut short
       01 STEP-COUNT    PIC 9(4)  VALUE 0.
       01 STEP-IDX      PIC 9(4).
       01 COND-IDX      PIC 9(4).
       01 GROUP-NUM     PIC 9(4).
       01 PRIOR-PARALLEL PIC X.
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 60 TIMES.
               10 CK-NAME        PIC X(20).
               10 CK-PATH        PIC X(60).
               10 CK-COND-TYPE   PIC X(6).
               10 CK-COND-STEP   PIC X(20).
               10 CK-PARALLEL    PIC X(1).
               10 CK-GROUP       PIC 9(4).
       01 CAL-RULE      PIC X(20).
       01 CAL-COUNT     PIC 9(2).
       01 STEP-EXE      PIC X(60).
       01 AMP-COUNT     PIC 9(2).
       01 REG-HIT-SWITCH PIC X.
       01 FIND-LEVEL    PIC X(5).
       01 FIND-CODE     PIC X(4).
       01 FIND-STREAM   PIC X(20).
       01 FIND-STEP     PIC X(20).
       01 FIND-TEXT     PIC X(50).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT > 0
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               MOVE CMD-ARG-VAL TO ONE-STREAM
           END-IF.
           OPEN OUTPUT CHECK-REPORT-FILE.
           MOVE "CoreA Job Stream Check" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE CHECK-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE CHECK-REPORT-RECORD FROM REPORT-LINE.
      * Every stream file in the shop, and where each one chains to
           MOVE "ls -1 *.stream > config/.sc-list 2>/dev/null"
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
                               MOVE SPACES TO ST-CHAIN(STREAM-COUNT)
                               MOVE 0 TO ST-CHAIN-COUNT(STREAM-COUNT)
                               MOVE "N" TO ST-CHECK-FLAG(STREAM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-LIST-FILE
           END-IF.
           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > STREAM-COUNT
               PERFORM LOAD-STREAM-CHAIN
           END-PERFORM.
      * Which streams get the full check: all of them, or the one
      * named, which has to exist
           IF ONE-STREAM = SPACES
               PERFORM VARYING S-IDX FROM 1 BY 1
                       UNTIL S-IDX > STREAM-COUNT
                   MOVE "Y" TO ST-CHECK-FLAG(S-IDX)
               END-PERFORM
           ELSE
               MOVE "N" TO CHAIN-FOUND-SWITCH
               PERFORM VARYING S-IDX FROM 1 BY 1
                       UNTIL S-IDX > STREAM-COUNT
                   IF ST-NAME(S-IDX) = ONE-STREAM
                       MOVE "Y" TO ST-CHECK-FLAG(S-IDX)
                       MOVE "Y" TO CHAIN-FOUND-SWITCH
                   END-IF
               END-PERFORM
               IF CHAIN-FOUND-SWITCH = "N"
                   MOVE ONE-STREAM TO FIND-STREAM
                   MOVE SPACES TO FIND-STEP
                   MOVE "SC01" TO FIND-CODE
                   MOVE "STREAM FILE NOT FOUND" TO FIND-TEXT
                   PERFORM REPORT-ERROR
               END-IF
           END-IF.
           PERFORM LOAD-REGISTRY.
           PERFORM VARYING S-IDX FROM 1 BY 1 UNTIL S-IDX > STREAM-COUNT
               IF ST-CHECK-FLAG(S-IDX) = "Y"
                   ADD 1 TO CHECKED-COUNT
                   PERFORM CHECK-ONE-STREAM
                   PERFORM CHECK-CHAIN-LINKS
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE CHECK-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUMMARY STREAMS:" DELIMITED BY SIZE
                  CHECKED-COUNT DELIMITED BY SIZE
                  " ERRORS:" DELIMITED BY SIZE
                  ERROR-COUNT DELIMITED BY SIZE
                  " WARNINGS:" DELIMITED BY SIZE
                  WARN-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE CHECK-REPORT-RECORD FROM REPORT-LINE.
           CLOSE CHECK-REPORT-FILE.
           MOVE REPORT-LINE TO BUFFER.
           MOVE 50 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           IF ERROR-COUNT NOT = 0
               CALL "sys_exit_c" USING 2
           END-IF.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       LOAD-STREAM-CHAIN.
      * Only the *CHAIN records matter on this pass; CORE-BATCH keeps
      * the last one it reads, so that is the link followed here
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
                               ADD 1 TO ST-CHAIN-COUNT(S-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-DEF-FILE
           END-IF.
       LOAD-REGISTRY.
      * A shop without a registry gets a warning, not an error on
      * every step, and the registry rule is not applied
           OPEN INPUT REGISTRY-FILE.
           IF REG-FILE-STATUS = "00"
               MOVE "Y" TO REG-LOADED-SWITCH
               PERFORM UNTIL REG-FILE-STATUS NOT = "00"
                   READ REGISTRY-FILE
                       AT END
                           MOVE "10" TO REG-FILE-STATUS
                       NOT AT END
                           IF REG-COUNT < 100
                               ADD 1 TO REG-COUNT
                               MOVE SPACES TO REG-EXE(REG-COUNT)
                               UNSTRING RG-PATH DELIMITED BY " "
                                   INTO REG-EXE(REG-COUNT)
                               END-UNSTRING
                               MOVE RG-ENABLED
                                   TO REG-ENABLED(REG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           ELSE
               MOVE SPACES TO FIND-STREAM
               MOVE SPACES TO FIND-STEP
               MOVE "SC31" TO FIND-CODE
               MOVE "NO CORECTL.REGISTRY, PROGRAMS UNCHECKED"
                   TO FIND-TEXT
               PERFORM REPORT-WARNING
           END-IF.
       CHECK-ONE-STREAM.
      * Load the stream's steps, judging each record on its own as it
      * is read, then judge the condition references and parallel
      * groups against the whole lineup
           MOVE ST-NAME(S-IDX) TO FIND-STREAM.
           MOVE SPACES TO STREAM-FILE-NAME.
           STRING ST-NAME(S-IDX) DELIMITED BY SPACE
                  ".stream" DELIMITED BY SIZE
                  INTO STREAM-FILE-NAME.
           MOVE 0 TO STEP-COUNT.
           MOVE 0 TO CAL-COUNT.
           MOVE 0 TO GROUP-NUM.
           MOVE "N" TO PRIOR-PARALLEL.
           OPEN INPUT STREAM-DEF-FILE.
           IF STREAM-FILE-STATUS = "00"
               PERFORM UNTIL STREAM-FILE-STATUS NOT = "00"
                   READ STREAM-DEF-FILE
                       AT END
                           MOVE "10" TO STREAM-FILE-STATUS
                       NOT AT END
                           IF STREAM-DEF-RECORD = SPACES
                               CONTINUE
                           ELSE
                           IF SD-NAME = "*CHAIN"
                               OR SD-NAME = "*BALANCE"
                               CONTINUE
                           ELSE
                           IF SD-NAME = "*CALENDAR"
                               ADD 1 TO CAL-COUNT
                               MOVE SD-PATH(1:20) TO CAL-RULE
                               PERFORM CHECK-CALENDAR-RULE
                           ELSE
                           IF STEP-COUNT < 60
                               ADD 1 TO STEP-COUNT
                               PERFORM CHECK-STEP-RECORD
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-DEF-FILE
           END-IF.
           MOVE SPACES TO FIND-STEP.
           IF STEP-COUNT = 0
               MOVE "SC28" TO FIND-CODE
               MOVE "STREAM HAS NO STEPS" TO FIND-TEXT
               PERFORM REPORT-WARNING
           END-IF.
           IF STEP-COUNT > 20
               MOVE "SC10" TO FIND-CODE
               MOVE "OVER 20 STEPS, CORE-BATCH DROPS THE REST"
                   TO FIND-TEXT
               PERFORM REPORT-ERROR
           END-IF.
           IF CAL-COUNT > 1
               MOVE "SC27" TO FIND-CODE
               MOVE "MORE THAN ONE *CALENDAR, LAST ONE USED"
                   TO FIND-TEXT
               PERFORM REPORT-WARNING
           END-IF.
           IF ST-CHAIN-COUNT(S-IDX) > 1
               MOVE "SC27" TO FIND-CODE
               MOVE "MORE THAN ONE *CHAIN, LAST ONE USED"
                   TO FIND-TEXT
               PERFORM REPORT-WARNING
           END-IF.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               PERFORM CHECK-STEP-REFERENCES
           END-PERFORM.
       CHECK-STEP-RECORD.
      * The rules one record can be judged on by itself
           MOVE SD-NAME TO CK-NAME(STEP-COUNT).
           MOVE SD-PATH TO CK-PATH(STEP-COUNT).
           MOVE SD-COND-TYPE TO CK-COND-TYPE(STEP-COUNT).
           MOVE SD-COND-STEP TO CK-COND-STEP(STEP-COUNT).
           MOVE SD-PARALLEL TO CK-PARALLEL(STEP-COUNT).
      * A run of consecutive "Y" steps is one parallel group
           IF SD-PARALLEL = "Y"
               IF PRIOR-PARALLEL = "N"
                   ADD 1 TO GROUP-NUM
               END-IF
               MOVE GROUP-NUM TO CK-GROUP(STEP-COUNT)
               MOVE "Y" TO PRIOR-PARALLEL
           ELSE
               MOVE 0 TO CK-GROUP(STEP-COUNT)
               MOVE "N" TO PRIOR-PARALLEL
           END-IF.
           MOVE SD-NAME TO FIND-STEP.
           IF SD-NAME = SPACES OR SD-PATH = SPACES
               MOVE "SC12" TO FIND-CODE
               MOVE "STEP NAME OR PATH IS BLANK" TO FIND-TEXT
               PERFORM REPORT-ERROR
           END-IF.
           IF SD-COND-TYPE NOT = SPACES
               AND SD-COND-TYPE NOT = "ALWAYS"
               AND SD-COND-TYPE NOT = "ONFAIL"
               AND SD-COND-TYPE NOT = "SKIPIF"
               AND SD-COND-TYPE NOT = "APPROV"
               MOVE "SC06" TO FIND-CODE
               MOVE SPACES TO FIND-TEXT
               STRING "UNKNOWN CONDITION TYPE:" DELIMITED BY SIZE
                      SD-COND-TYPE DELIMITED BY SIZE
                      INTO FIND-TEXT
               PERFORM REPORT-ERROR
           END-IF.
           IF (SD-COND-TYPE = "ONFAIL" OR SD-COND-TYPE = "SKIPIF")
               AND SD-COND-STEP = SPACES
               MOVE "SC07" TO FIND-CODE
               MOVE SPACES TO FIND-TEXT
               STRING SD-COND-TYPE DELIMITED BY SPACE
                      " NAMES NO CONDITION STEP" DELIMITED BY SIZE
                      INTO FIND-TEXT
               PERFORM REPORT-ERROR
           END-IF.
           IF (SD-COND-TYPE = SPACES OR SD-COND-TYPE = "ALWAYS"
               OR SD-COND-TYPE = "APPROV")
               AND SD-COND-STEP NOT = SPACES
               MOVE "SC29" TO FIND-CODE
               MOVE "CONDITION STEP IGNORED FOR THIS TYPE"
                   TO FIND-TEXT
               PERFORM REPORT-WARNING
           END-IF.
           IF SD-COND-TYPE = "APPROV" AND SD-PARALLEL = "Y"
               MOVE "SC09" TO FIND-CODE
               MOVE "APPROVAL STEP IN A PARALLEL GROUP"
                   TO FIND-TEXT
               PERFORM REPORT-ERROR
           END-IF.
           IF SD-PARALLEL NOT = SPACE AND SD-PARALLEL NOT = "Y"
               AND SD-PARALLEL NOT = "N"
               MOVE "SC24" TO FIND-CODE
               MOVE "PARALLEL FLAG NOT Y OR N, RUNS PLAIN"
                   TO FIND-TEXT
               PERFORM REPORT-WARNING
           END-IF.
      * CORE-BATCH reads a non-numeric column as zero
           IF (SD-COND-RC NOT = SPACES AND SD-COND-RC IS NOT NUMERIC)
               OR (SD-TIMEOUT NOT = SPACES
                   AND SD-TIMEOUT IS NOT NUMERIC)
               OR (SD-RETRY-MAX NOT = SPACES
                   AND SD-RETRY-MAX IS NOT NUMERIC)
               OR (SD-RETRY-PAUSE NOT = SPACES
                   AND SD-RETRY-PAUSE IS NOT NUMERIC)
               MOVE "SC23" TO FIND-CODE
               MOVE "NUMERIC COLUMN NOT NUMERIC, TAKEN AS 0"
                   TO FIND-TEXT
               PERFORM REPORT-WARNING
           END-IF.
           IF SD-AFTER-DRIVER NOT = SPACES AND SD-AFTER-NAME = SPACES
               MOVE "SC25" TO FIND-CODE
               MOVE "AFTER DRIVER WITH NO NAME, NOT WAITED ON"
                   TO FIND-TEXT
               PERFORM REPORT-WARNING
           END-IF.
           IF SD-AFTER-DRIVER NOT = SPACES
               AND SD-AFTER-DRIVER NOT = "CORE-BATCH"
               AND SD-AFTER-DRIVER NOT = "CORECTL"
               AND SD-AFTER-DRIVER NOT = "TASKSCHED"
               MOVE "SC25" TO FIND-CODE
               MOVE SPACES TO FIND-TEXT
               STRING "UNKNOWN AFTER DRIVER:" DELIMITED BY SIZE
                      SD-AFTER-DRIVER DELIMITED BY SPACE
                      INTO FIND-TEXT
               PERFORM REPORT-WARNING
           END-IF.
           IF SD-PATH NOT = SPACES
               PERFORM CHECK-STEP-PROGRAM
           END-IF.
       CHECK-STEP-PROGRAM.
      * The executable is the first word of the path; one built from
      * symbolics only resolves at run time and is left to PLAN mode
           MOVE SPACES TO STEP-EXE.
           UNSTRING SD-PATH DELIMITED BY " " INTO STEP-EXE
           END-UNSTRING.
           MOVE 0 TO AMP-COUNT.
           INSPECT STEP-EXE TALLYING AMP-COUNT FOR ALL "&".
           IF AMP-COUNT > 0
               MOVE "SC26" TO FIND-CODE
               MOVE "PATH USES SYMBOLICS, NOT CHECKED" TO FIND-TEXT
               PERFORM REPORT-WARNING
           ELSE
               IF REG-LOADED-SWITCH = "Y"
                   MOVE "N" TO REG-HIT-SWITCH
                   PERFORM VARYING REG-IDX FROM 1 BY 1
                           UNTIL REG-IDX > REG-COUNT
                       IF REG-EXE(REG-IDX) = STEP-EXE
                           MOVE "Y" TO REG-HIT-SWITCH
                           IF REG-ENABLED(REG-IDX) NOT = "Y"
                               MOVE "D" TO REG-HIT-SWITCH
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF REG-HIT-SWITCH = "N"
                       MOVE "SC08" TO FIND-CODE
                       MOVE "PROGRAM NOT IN CORECTL.REGISTRY"
                           TO FIND-TEXT
                       PERFORM REPORT-ERROR
                   END-IF
                   IF REG-HIT-SWITCH = "D"
                       MOVE "SC20" TO FIND-CODE
                       MOVE "PROGRAM DISABLED IN CORECTL.REGISTRY"
                           TO FIND-TEXT
                       PERFORM REPORT-WARNING
                   END-IF
               END-IF
               MOVE STEP-EXE TO EXE-NAME
               OPEN INPUT EXE-PROBE-FILE
               IF EXE-FILE-STATUS = "00"
                   CLOSE EXE-PROBE-FILE
               ELSE
                   MOVE "SC21" TO FIND-CODE
                   MOVE "EXECUTABLE NOT ON DISK" TO FIND-TEXT
                   PERFORM REPORT-WARNING
               END-IF
           END-IF.
       CHECK-STEP-REFERENCES.
      * Rules that need the whole lineup: duplicate names, and the
      * step a condition is judged against - it must exist, come
      * earlier, and not still be running in the same parallel group
           MOVE CK-NAME(STEP-IDX) TO FIND-STEP.
           IF CK-NAME(STEP-IDX) NOT = SPACES
               PERFORM VARYING COND-IDX FROM 1 BY 1
                       UNTIL COND-IDX NOT < STEP-IDX
                   IF CK-NAME(COND-IDX) = CK-NAME(STEP-IDX)
                       MOVE "SC02" TO FIND-CODE
                       MOVE "DUPLICATE STEP NAME" TO FIND-TEXT
                       PERFORM REPORT-ERROR
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF CK-COND-STEP(STEP-IDX) NOT = SPACES
               AND (CK-COND-TYPE(STEP-IDX) = "ONFAIL"
                    OR CK-COND-TYPE(STEP-IDX) = "SKIPIF")
               PERFORM VARYING COND-IDX FROM 1 BY 1
                       UNTIL COND-IDX > STEP-COUNT
                   IF CK-NAME(COND-IDX) = CK-COND-STEP(STEP-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE SPACES TO FIND-TEXT
               IF COND-IDX > STEP-COUNT
                   MOVE "SC03" TO FIND-CODE
                   STRING "CONDITION STEP NOT IN STREAM:"
                              DELIMITED BY SIZE
                          CK-COND-STEP(STEP-IDX) DELIMITED BY SPACE
                          INTO FIND-TEXT
                   PERFORM REPORT-ERROR
               ELSE
               IF COND-IDX NOT < STEP-IDX
                   MOVE "SC04" TO FIND-CODE
                   STRING "CONDITION STEP NOT EARLIER:"
                              DELIMITED BY SIZE
                          CK-COND-STEP(STEP-IDX) DELIMITED BY SPACE
                          INTO FIND-TEXT
                   PERFORM REPORT-ERROR
               ELSE
               IF CK-GROUP(STEP-IDX) NOT = 0
                   AND CK-GROUP(COND-IDX) = CK-GROUP(STEP-IDX)
                   MOVE "SC05" TO FIND-CODE
                   STRING "CONDITION STEP IN SAME GROUP:"
                              DELIMITED BY SIZE
                          CK-COND-STEP(STEP-IDX) DELIMITED BY SPACE
                          INTO FIND-TEXT
                   PERFORM REPORT-ERROR
               END-IF
               END-IF
               END-IF
           END-IF.
       CHECK-CALENDAR-RULE.
      * CORE-BATCH ignores a rule it does not know and runs the
      * stream every night, which is rarely what was meant
           MOVE SPACES TO FIND-STEP.
           IF CAL-RULE(1:8) = "BUSINESS" OR CAL-RULE(1:8) = "LASTBDAY"
               CONTINUE
           ELSE
           IF CAL-RULE(1:8) = "NTHBDAY " AND CAL-RULE(9:2) IS NUMERIC
               CONTINUE
           ELSE
               MOVE "SC22" TO FIND-CODE
               MOVE SPACES TO FIND-TEXT
               STRING "UNKNOWN CALENDAR RULE:" DELIMITED BY SIZE
                      CAL-RULE DELIMITED BY SIZE
                      INTO FIND-TEXT
               PERFORM REPORT-WARNING
           END-IF
           END-IF.
       CHECK-CHAIN-LINKS.
      * Follow the handoffs from this stream: each must name a stream
      * file that exists, and the chain must end - more hops than
      * there are streams means it comes round again
           MOVE ST-NAME(S-IDX) TO FIND-STREAM.
           MOVE SPACES TO FIND-STEP.
           MOVE ST-CHAIN(S-IDX) TO CHAIN-CUR.
           MOVE 0 TO HOP-COUNT.
           MOVE "N" TO CHAIN-END-SWITCH.
           PERFORM UNTIL CHAIN-END-SWITCH = "Y"
               IF CHAIN-CUR = SPACES
                   MOVE "Y" TO CHAIN-END-SWITCH
               ELSE
                   ADD 1 TO HOP-COUNT
                   IF HOP-COUNT > STREAM-COUNT
                       MOVE "SC11" TO FIND-CODE
                       MOVE SPACES TO FIND-TEXT
                       STRING "CHAIN LOOPS BACK THROUGH:"
                                  DELIMITED BY SIZE
                              CHAIN-CUR DELIMITED BY SPACE
                              INTO FIND-TEXT
                       PERFORM REPORT-ERROR
                       MOVE "Y" TO CHAIN-END-SWITCH
                   ELSE
                       MOVE "N" TO CHAIN-FOUND-SWITCH
                       PERFORM VARYING HOP-IDX FROM 1 BY 1
                               UNTIL HOP-IDX > STREAM-COUNT
                           IF ST-NAME(HOP-IDX) = CHAIN-CUR
                               MOVE "Y" TO CHAIN-FOUND-SWITCH
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       IF CHAIN-FOUND-SWITCH = "N"
                           MOVE "SC01" TO FIND-CODE
                           MOVE SPACES TO FIND-TEXT
                           STRING "CHAIN TARGET NOT FOUND:"
                                      DELIMITED BY SIZE
                                  CHAIN-CUR DELIMITED BY SPACE
                                  INTO FIND-TEXT
                           PERFORM REPORT-ERROR
                           MOVE "Y" TO CHAIN-END-SWITCH
                       ELSE
                           MOVE ST-CHAIN(HOP-IDX) TO CHAIN-CUR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       REPORT-ERROR.
           ADD 1 TO ERROR-COUNT.
           MOVE "ERROR" TO FIND-LEVEL.
           PERFORM WRITE-FINDING.
       REPORT-WARNING.
           ADD 1 TO WARN-COUNT.
           MOVE "WARN " TO FIND-LEVEL.
           PERFORM WRITE-FINDING.
       WRITE-FINDING.
           MOVE SPACES TO REPORT-LINE.
           STRING FIND-LEVEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FIND-CODE DELIMITED BY SIZE
                  " STREAM:" DELIMITED BY SIZE
                  FIND-STREAM DELIMITED BY SPACE
                  " STEP:" DELIMITED BY SIZE
                  FIND-STEP DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  FIND-TEXT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE CHECK-REPORT-RECORD FROM REPORT-LINE.
