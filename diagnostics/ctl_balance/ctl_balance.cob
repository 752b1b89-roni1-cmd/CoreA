       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTL-BALANCE.
      * CoreA Batch Balancing Report (COBOL)
      * Proves the night's steps handed on everything they should
      * have, from the control totals posted to core_ctl.totals
      * through CORE-CTLTOT. Two checks are made on every posting of
      * the processing date that has not been superseded by a later
      * run of the same step:
      *   STEP  a step posted under rule "E" must account for every
      *         record it read as written or rejected - CORE-FSCK's
      *         rejects and kept records against what it read
      *   PAIR  a step's input count must equal the output count of
      *         the latest earlier posting that wrote the same file,
      *         and the two hash totals must agree when both are kept
      * Every out-of-balance check is written as a BALANCE:OUT line
      * in ctl_balance.report, the marker CORE-ALERT's morning scan
      * picks up, and the run ends RC 1 when there are any. An input
      * file no earlier posting wrote came from outside the balancing
      * and is listed, not flagged. CORE-BATCH runs this scoped to
      * one step after each step of a *BALANCE stream, and halts the
      * stream when it fails.
      * Operands:
      *   DATE yyyymmdd      balance that processing date instead of
      *                      the shop processing date
      *   STREAM name        only the postings of that stream
      *   STEP name          only that step's own checks - its rule
      *                      and the pair it consumes from
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-TOTAL-FILE ASSIGN TO "core_ctl.totals"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CT-FILE-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "ctl_balance.report"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-TOTAL-FILE.
       COPY "ctltotal.cpy".
       FD  BALANCE-REPORT-FILE.
       01 BALANCE-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 RESULT        PIC 9(9).
       01 REPORT-LINE   PIC X(100).
       01 CT-FILE-STATUS PIC XX.
       01 CMD-ARG-COUNT PIC 9(2).
       01 CMD-ARG-NUM   PIC 9(2).
       01 CMD-ARG-VAL   PIC X(30).
       01 RUN-DATE      PIC 9(8).
       01 SCOPE-STREAM  PIC X(20)  VALUE SPACES.
       01 SCOPE-STEP    PIC X(20)  VALUE SPACES.
       01 SCOPE-STREAM-SET PIC X(1) VALUE "N".
      * The date's postings in the order they were made; a posting is
      * superseded by a later one for the same stream, step and files
       01 TOT-COUNT     PIC 9(4)  VALUE 0.
       01 T-IDX         PIC 9(4).
       01 P-IDX         PIC 9(4).
       01 PROD-IDX      PIC 9(4).
       01 TOT-TABLE.
           05 TOT-ENTRY OCCURS 2000 TIMES.
               10 TT-STREAM     PIC X(20).
               10 TT-STEP       PIC X(20).
               10 TT-RULE       PIC X(1).
               10 TT-IN-FILE    PIC X(30).
               10 TT-READ       PIC 9(9).
               10 TT-OUT-FILE   PIC X(30).
               10 TT-WRITTEN    PIC 9(9).
               10 TT-REJECTED   PIC 9(9).
               10 TT-IN-HASH    PIC 9(15).
               10 TT-OUT-HASH   PIC 9(15).
               10 TT-SUPERSEDED PIC X(1).
       01 ACCOUNTED     PIC 9(10).
       01 WHO-TEXT      PIC X(41).
       01 WHO-FROM      PIC X(41).
       01 HASH-TEXT     PIC X(5).
       01 BAL-STATUS    PIC X(4).
       01 SCOPED-COUNT  PIC 9(4)  VALUE 0.
       01 CHECK-COUNT   PIC 9(4)  VALUE 0.
       01 OUT-COUNT     PIC 9(4)  VALUE 0.
       01 EXTERNAL-COUNT PIC 9(4) VALUE 0.
       01 AUD-PROGRAM   PIC X(20) VALUE "CTL-BALANCE".
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
               ELSE
               IF CMD-ARG-VAL = "STREAM"
                   ADD 1 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   MOVE CMD-ARG-VAL TO SCOPE-STREAM
                   MOVE "Y" TO SCOPE-STREAM-SET
               ELSE
               IF CMD-ARG-VAL = "STEP"
                   ADD 1 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   MOVE CMD-ARG-VAL TO SCOPE-STEP
               END-IF
               END-IF
               END-IF
               ADD 1 TO CMD-ARG-NUM
           END-PERFORM.
           IF RUN-DATE < 19000101
               MOVE "CTL-BALANCE: bad DATE operand" TO BUFFER
               MOVE 29 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 2
           END-IF.
           PERFORM LOAD-CONTROL-TOTALS.
           OPEN OUTPUT BALANCE-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CoreA Batch Balancing Report DATE:" DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  " ENV:" DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SPACE
                  INTO REPORT-LINE.
           WRITE BALANCE-REPORT-RECORD FROM REPORT-LINE.
           IF SCOPE-STREAM-SET = "Y" OR SCOPE-STEP NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "SCOPE STREAM:" DELIMITED BY SIZE
                      SCOPE-STREAM DELIMITED BY SPACE
                      " STEP:" DELIMITED BY SIZE
                      SCOPE-STEP DELIMITED BY SPACE
                      INTO REPORT-LINE
               WRITE BALANCE-REPORT-RECORD FROM REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE BALANCE-REPORT-RECORD FROM REPORT-LINE.
           PERFORM VARYING T-IDX FROM 1 BY 1 UNTIL T-IDX > TOT-COUNT
               IF TT-SUPERSEDED(T-IDX) = "N"
                   AND (SCOPE-STREAM-SET = "N"
                       OR TT-STREAM(T-IDX) = SCOPE-STREAM)
                   AND (SCOPE-STEP = SPACES
                       OR TT-STEP(T-IDX) = SCOPE-STEP)
                   ADD 1 TO SCOPED-COUNT
                   PERFORM CHECK-STEP-RULE
                   PERFORM CHECK-PAIR
               END-IF
           END-PERFORM.
           IF SCOPED-COUNT = 0
               MOVE "No control totals posted for this date and scope"
                   TO REPORT-LINE
               WRITE BALANCE-REPORT-RECORD FROM REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE BALANCE-REPORT-RECORD FROM REPORT-LINE.
      * The out-of-balance count leads, so CORE-ALERT raises the
      * summary only when something is out
           STRING "SUMMARY OUT:" DELIMITED BY SIZE
                  OUT-COUNT DELIMITED BY SIZE
                  " POSTINGS:" DELIMITED BY SIZE
                  SCOPED-COUNT DELIMITED BY SIZE
                  " CHECKS:" DELIMITED BY SIZE
                  CHECK-COUNT DELIMITED BY SIZE
                  " EXTERNAL:" DELIMITED BY SIZE
                  EXTERNAL-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE BALANCE-REPORT-RECORD FROM REPORT-LINE.
           CLOSE BALANCE-REPORT-FILE.
           MOVE SPACES TO AUD-EVENT.
           STRING "CTL-BALANCE:" DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  ":O" DELIMITED BY SIZE
                  OUT-COUNT DELIMITED BY SIZE
                  INTO AUD-EVENT.
           MOVE OUT-COUNT TO AUD-RC.
           IF OUT-COUNT = 0
               MOVE "INFO " TO AUD-SEVERITY
           ELSE
               MOVE "WARN " TO AUD-SEVERITY
           END-IF.
           CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
               AUD-RC AUD-SEVERITY.
           MOVE SPACES TO BUFFER.
           STRING "CTL-BALANCE DATE:" DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  " CHECKS:" DELIMITED BY SIZE
                  CHECK-COUNT DELIMITED BY SIZE
                  " OUT:" DELIMITED BY SIZE
                  OUT-COUNT DELIMITED BY SIZE
                  INTO BUFFER.
           MOVE 47 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           IF OUT-COUNT NOT = 0
               CALL "sys_exit_c" USING 1
           END-IF.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       LOAD-CONTROL-TOTALS.
      * The date's postings, each one marking any earlier posting it
      * supersedes
           OPEN INPUT CTL-TOTAL-FILE.
           IF CT-FILE-STATUS = "00"
               PERFORM UNTIL CT-FILE-STATUS NOT = "00"
                   READ CTL-TOTAL-FILE
                       AT END
                           MOVE "10" TO CT-FILE-STATUS
                       NOT AT END
                           IF CT-DATE IS NUMERIC
                               AND CT-DATE = RUN-DATE
                               AND CT-READ IS NUMERIC
                               AND CT-WRITTEN IS NUMERIC
                               AND CT-REJECTED IS NUMERIC
                               AND TOT-COUNT < 2000
                               PERFORM STORE-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTL-TOTAL-FILE
           END-IF.
       STORE-POSTING.
           PERFORM VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > TOT-COUNT
               IF TT-STREAM(P-IDX) = CT-STREAM
                   AND TT-STEP(P-IDX) = CT-STEP
                   AND TT-IN-FILE(P-IDX) = CT-IN-FILE
                   AND TT-OUT-FILE(P-IDX) = CT-OUT-FILE
                   MOVE "Y" TO TT-SUPERSEDED(P-IDX)
               END-IF
           END-PERFORM.
           ADD 1 TO TOT-COUNT.
           MOVE CT-STREAM TO TT-STREAM(TOT-COUNT).
           MOVE CT-STEP TO TT-STEP(TOT-COUNT).
           MOVE CT-RULE TO TT-RULE(TOT-COUNT).
           MOVE CT-IN-FILE TO TT-IN-FILE(TOT-COUNT).
           MOVE CT-READ TO TT-READ(TOT-COUNT).
           MOVE CT-OUT-FILE TO TT-OUT-FILE(TOT-COUNT).
           MOVE CT-WRITTEN TO TT-WRITTEN(TOT-COUNT).
           MOVE CT-REJECTED TO TT-REJECTED(TOT-COUNT).
           IF CT-IN-HASH IS NUMERIC
               MOVE CT-IN-HASH TO TT-IN-HASH(TOT-COUNT)
           ELSE
               MOVE 0 TO TT-IN-HASH(TOT-COUNT)
           END-IF.
           IF CT-OUT-HASH IS NUMERIC
               MOVE CT-OUT-HASH TO TT-OUT-HASH(TOT-COUNT)
           ELSE
               MOVE 0 TO TT-OUT-HASH(TOT-COUNT)
           END-IF.
           MOVE "N" TO TT-SUPERSEDED(TOT-COUNT).
       CHECK-STEP-RULE.
      * Rule "E": read = written + rejected
           IF TT-RULE(T-IDX) = "E"
               ADD 1 TO CHECK-COUNT
               COMPUTE ACCOUNTED = TT-WRITTEN(T-IDX)
                   + TT-REJECTED(T-IDX)
               IF ACCOUNTED = TT-READ(T-IDX)
                   MOVE "OK  " TO BAL-STATUS
               ELSE
                   MOVE "OUT " TO BAL-STATUS
                   ADD 1 TO OUT-COUNT
               END-IF
               MOVE T-IDX TO P-IDX
               PERFORM BUILD-WHO-TEXT
               MOVE SPACES TO REPORT-LINE
               STRING "BALANCE:" DELIMITED BY SIZE
                      BAL-STATUS DELIMITED BY SPACE
                      " STEP:" DELIMITED BY SIZE
                      WHO-TEXT DELIMITED BY SPACE
                      " FILE:" DELIMITED BY SIZE
                      TT-IN-FILE(T-IDX) DELIMITED BY SPACE
                      INTO REPORT-LINE
               WRITE BALANCE-REPORT-RECORD FROM REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "    READ:" DELIMITED BY SIZE
                      TT-READ(T-IDX) DELIMITED BY SIZE
                      " WRITTEN:" DELIMITED BY SIZE
                      TT-WRITTEN(T-IDX) DELIMITED BY SIZE
                      " REJECTED:" DELIMITED BY SIZE
                      TT-REJECTED(T-IDX) DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE BALANCE-REPORT-RECORD FROM REPORT-LINE
           END-IF.
       CHECK-PAIR.
      * The producer is the latest earlier posting that wrote this
      * posting's input file, superseded or not: a consumer read what
      * was on disk when it ran
           IF TT-IN-FILE(T-IDX) NOT = SPACES
               MOVE 0 TO PROD-IDX
               PERFORM VARYING P-IDX FROM 1 BY 1
                       UNTIL P-IDX NOT < T-IDX
                   IF TT-OUT-FILE(P-IDX) = TT-IN-FILE(T-IDX)
                       MOVE P-IDX TO PROD-IDX
                   END-IF
               END-PERFORM
               IF PROD-IDX = 0
                   ADD 1 TO EXTERNAL-COUNT
                   MOVE T-IDX TO P-IDX
                   PERFORM BUILD-WHO-TEXT
                   MOVE SPACES TO REPORT-LINE
                   STRING "BALANCE:EXT PAIR FILE:" DELIMITED BY SIZE
                          TT-IN-FILE(T-IDX) DELIMITED BY SPACE
                          " READ:" DELIMITED BY SIZE
                          TT-READ(T-IDX) DELIMITED BY SIZE
                          " BY:" DELIMITED BY SIZE
                          WHO-TEXT DELIMITED BY SPACE
                          " - no producer posted" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   WRITE BALANCE-REPORT-RECORD FROM REPORT-LINE
               ELSE
                   ADD 1 TO CHECK-COUNT
                   MOVE "OK  " TO BAL-STATUS
                   IF TT-WRITTEN(PROD-IDX) NOT = TT-READ(T-IDX)
                       MOVE "OUT " TO BAL-STATUS
                   END-IF
                   IF TT-OUT-HASH(PROD-IDX) = 0
                       OR TT-IN-HASH(T-IDX) = 0
                       MOVE "NONE" TO HASH-TEXT
                   ELSE
                   IF TT-OUT-HASH(PROD-IDX) = TT-IN-HASH(T-IDX)
                       MOVE "MATCH" TO HASH-TEXT
                   ELSE
                       MOVE "DIFF" TO HASH-TEXT
                       MOVE "OUT " TO BAL-STATUS
                   END-IF
                   END-IF
                   IF BAL-STATUS = "OUT "
                       ADD 1 TO OUT-COUNT
                   END-IF
                   MOVE SPACES TO REPORT-LINE
                   STRING "BALANCE:" DELIMITED BY SIZE
                          BAL-STATUS DELIMITED BY SPACE
                          " PAIR FILE:" DELIMITED BY SIZE
                          TT-IN-FILE(T-IDX) DELIMITED BY SPACE
                          " WRITTEN:" DELIMITED BY SIZE
                          TT-WRITTEN(PROD-IDX) DELIMITED BY SIZE
                          " READ:" DELIMITED BY SIZE
                          TT-READ(T-IDX) DELIMITED BY SIZE
                          " HASH:" DELIMITED BY SIZE
                          HASH-TEXT DELIMITED BY SPACE
                          INTO REPORT-LINE
                   WRITE BALANCE-REPORT-RECORD FROM REPORT-LINE
                   MOVE PROD-IDX TO P-IDX
                   PERFORM BUILD-WHO-TEXT
                   MOVE WHO-TEXT TO WHO-FROM
                   MOVE T-IDX TO P-IDX
                   PERFORM BUILD-WHO-TEXT
                   MOVE SPACES TO REPORT-LINE
                   STRING "    FROM:" DELIMITED BY SIZE
                          WHO-FROM DELIMITED BY SPACE
                          " TO:" DELIMITED BY SIZE
                          WHO-TEXT DELIMITED BY SPACE
                          INTO REPORT-LINE
                   WRITE BALANCE-REPORT-RECORD FROM REPORT-LINE
               END-IF
           END-IF.
       BUILD-WHO-TEXT.
      * stream/step for posting P-IDX, or the step alone when it was
      * not posted under a stream
           MOVE SPACES TO WHO-TEXT.
           IF TT-STREAM(P-IDX) = SPACES
               MOVE TT-STEP(P-IDX) TO WHO-TEXT
           ELSE
               STRING TT-STREAM(P-IDX) DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      TT-STEP(P-IDX) DELIMITED BY SPACE
                      INTO WHO-TEXT
           END-IF.
