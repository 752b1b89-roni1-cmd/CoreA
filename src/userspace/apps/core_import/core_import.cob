       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-IMPORT.
      * CoreA Validated Bulk Load of Control Records (COBOL)
      * Loads a delimited file - the shape CORE-EXTRACT writes, a
      * header row of field names then one row per record - into one
      * of the control files, so a new application's queue entries,
      * calendar, trigger and SLA rules and registry rows go in as
      * one reviewed load instead of dozens of CORE-QSUB calls. The
      * header names are mapped through the fileview.layouts
      * dictionary onto the target's record: a numeric field takes
      * digits only and is zero padded, a character field is blank
      * padded, a column the file leaves out keeps zeros or blanks,
      * and a quoted value may carry the delimiter and doubled
      * quotes. A TRAILER row, if present, must carry the number of
      * data rows above it. Every row is validated with the rules
      * CORE-FSCK and CORE-QSUB apply before anything is written:
      *   tasksched.queue     id nonzero and unique across the queue,
      *                       the submit inbox and the load; status
      *                       legal; program registered; predecessors
      *                       queued, waiting in the inbox or loaded
      *                       alongside. Entries go through
      *                       tasksched.submit as CORE-QSUB's do, so
      *                       a cycling daemon takes them at its next
      *                       cycle boundary, as pending work
      *   tasksched.calendar  one rule per queued task; day-of-week
      *                       Y/N, day of month 00-31 or 99, business
      *                       day rule blank/B/N/L, shift blank/N/P/S
      *   tasksched.triggers  one rule per queued task, path given
      *   tasksched.sla       one rule per queued task, limit given
      *   corectl.registry    name unique, path given, enabled Y/N
      *                       (blank is Y), at most the 50 entries
      *                       CORECTL holds
      * Any rejected row stops the whole load unless GOODONLY is
      * given, in which case the good rows load and the rest do not.
      * Either way the rejects go to <csv>.rej with a reason code and
      * the field at fault, the load is journaled through CORE-AUDIT
      * with the operator id, and the counts are posted through
      * CORE-CTLTOT. Each rule or registry row added goes to the
      * change journal through CORE-CHGJRNL, so CORE-UNDO can take
      * a load back out; queue entries are journaled by nobody here,
      * since the daemon, not this load, adds them. The write is
      * made under the target's named lock through CORE-FILELOCK -
      * the submit inbox's for queue entries - and a rule or registry
      * file another program rewrote after it was read for the
      * checks gets nothing loaded: the load is run again. Reason
      * codes:
      *   I001 row malformed - unbalanced quote or too many columns
      *   I002 value not numeric for a numeric field
      *   I003 value longer than its field
      *   I004 key missing or zero
      *   I005 key already present, or repeated in the load
      *   I006 code value outside its legal set
      *   I007 program not in corectl.registry
      *   I008 predecessor not queued and not in the load
      *   I009 rule names a task that is not queued
      *   I010 required field empty
      *   I011 status other than P - new entries file as pending
      *   I012 corectl.registry would pass 50 entries
      *   core_import csvfile target operator [GOODONLY] [DELIM c]
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSV-FILE ASSIGN TO CSV-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-FILE-STATUS.
           SELECT TASK-QUEUE-FILE ASSIGN TO "tasksched.queue"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TQ-ID
               ALTERNATE RECORD KEY IS TQ-DISPATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT SUBMIT-FILE ASSIGN TO "tasksched.submit"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBMIT-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "corectl.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT TARGET-FILE ASSIGN TO TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARGET-FILE-STATUS.
           SELECT LAYOUT-FILE ASSIGN TO "config/fileview.layouts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYOUT-FILE-STATUS.
           SELECT OPERATORS-FILE ASSIGN TO "config/core.operators"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO REJECT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CSV-FILE.
       01 CSV-RECORD PIC X(1000).
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
       FD  SUBMIT-FILE.
       01 SUBMIT-RECORD PIC X(149).
       FD  REGISTRY-FILE.
       COPY "registry.cpy".
       FD  TARGET-FILE.
       01 TARGET-RECORD PIC X(154).
      * Record layout dictionary, as FILEVIEW and CORE-EXTRACT read it
       FD  LAYOUT-FILE.
       01 LAYOUT-RECORD.
           05 LY-FILE     PIC X(30).
           05 LY-FIELD    PIC X(20).
           05 LY-OFFSET   PIC 9(3).
           05 LY-LENGTH   PIC 9(3).
           05 LY-TYPE     PIC X(1).
       FD  OPERATORS-FILE.
       01 OPERATORS-RECORD.
           05 OP-ID         PIC X(8).
           05 OP-DESTRUCT   PIC X(1).
      * One rejected row: its line number in the load file, the
      * reason code, the field at fault and the row as it was given
       FD  REJECT-FILE.
       01 REJECT-RECORD.
           05 RJ-LINE    PIC 9(6).
           05 FILLER     PIC X(1).
           05 RJ-REASON  PIC X(4).
           05 FILLER     PIC X(1).
           05 RJ-FIELD   PIC X(20).
           05 FILLER     PIC X(1).
           05 RJ-DATA    PIC X(1000).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 RESULT        PIC 9(9).
       01 CSV-NAME          PIC X(100) VALUE SPACES.
       01 TARGET-NAME       PIC X(30)  VALUE SPACES.
       01 REJECT-NAME       PIC X(104) VALUE SPACES.
       01 CSV-FILE-STATUS    PIC XX.
       01 QUEUE-FILE-STATUS  PIC XX.
       01 SUBMIT-STATUS      PIC XX.
       01 REG-FILE-STATUS    PIC XX.
       01 TARGET-FILE-STATUS PIC XX.
       01 LAYOUT-FILE-STATUS PIC XX.
       01 OPER-FILE-STATUS   PIC XX.
       01 REJECT-FILE-STATUS PIC XX.
       01 CMD-ARG-COUNT      PIC 9(2).
       01 CMD-ARG-NUM        PIC 9(2).
       01 CMD-ARG-VAL        PIC X(100).
       01 CMD-KEYWORD        PIC X(10).
       01 DELIM-CHAR         PIC X      VALUE ",".
       01 GOOD-ONLY-SWITCH   PIC X      VALUE "N".
       01 USAGE-SWITCH       PIC X      VALUE "N".
       01 OPERATOR-ID        PIC X(8)   VALUE SPACES.
       01 OPERATOR-OK-SWITCH PIC X      VALUE "N".
      * Which control file is being loaded: Q queue, C calendar,
      * T triggers, S SLA, R registry; the short name goes on the
      * audit line
       01 TARGET-KIND        PIC X(1)   VALUE SPACE.
       01 TARGET-TAG         PIC X(8)   VALUE SPACES.
       01 AUD-PROGRAM   PIC X(20) VALUE "CORE-IMPORT".
       01 AUD-EVENT     PIC X(30).
       01 AUD-RC        PIC 9(9).
       01 AUD-SEVERITY  PIC X(5).
      * The target's slice of the layout dictionary
       01 LT-COUNT           PIC 9(3)   VALUE 0.
       01 LT-IDX             PIC 9(3).
       01 LAYOUT-TABLE.
           05 LT-ENTRY OCCURS 50 TIMES.
               10 LT-FIELD    PIC X(20).
               10 LT-OFFSET   PIC 9(3).
               10 LT-LENGTH   PIC 9(3).
               10 LT-TYPE     PIC X(1).
      * The header row: which layout field each column loads
       01 HDR-COUNT          PIC 9(3)   VALUE 0.
       01 HDR-IDX            PIC 9(3).
       01 HDR-TABLE.
           05 HDR-LT         PIC 9(3) OCCURS 50 TIMES.
       01 KEY-COLUMN-SWITCH  PIC X      VALUE "N".
       01 KEY-FIELD-NAME     PIC X(20)  VALUE SPACES.
       01 KEY-FIELD-LENGTH   PIC 9(3)   VALUE 0.
      * One row split into its cells; a cell longer than a field can
      * be is held at 101 so it is rejected rather than cut short
       01 CSV-LINE           PIC X(1000).
       01 LINE-LEN           PIC 9(4).
       01 LINE-NUMBER        PIC 9(6)   VALUE 0.
       01 CHAR-IDX           PIC 9(4).
       01 ONE-CHAR           PIC X(1).
       01 IN-QUOTE-SWITCH    PIC X(1).
       01 TOO-MANY-SWITCH    PIC X(1).
       01 CELL-COUNT         PIC 9(3).
       01 CELL-IDX           PIC 9(3).
       01 CELL-TABLE.
           05 CELL-ENTRY OCCURS 50 TIMES.
               10 CELL-VAL    PIC X(100).
               10 CELL-LEN    PIC 9(3).
       01 FIELD-VAL          PIC X(100).
       01 FIELD-LEN          PIC 9(3).
       01 FIELD-POS          PIC 9(3).
       01 TRAILER-SWITCH     PIC X      VALUE "N".
       01 TRAILER-COUNT      PIC 9(9)   VALUE 0.
      * The row being built and judged, its verdict, and the rows
      * held until the whole load has been judged
       01 IMPORT-RECORD      PIC X(154).
       01 REASON-CODE        PIC X(4).
       01 REASON-FIELD       PIC X(20).
       01 ROW-COUNT          PIC 9(4)   VALUE 0.
       01 ROW-IDX            PIC 9(4).
       01 ROW-TABLE.
           05 ROW-ENTRY OCCURS 2000 TIMES.
               10 RW-LINE     PIC 9(6).
               10 RW-RECORD   PIC X(154).
               10 RW-REASON   PIC X(4).
               10 RW-FIELD    PIC X(20).
               10 RW-DATA     PIC X(1000).
       01 GOOD-COUNT         PIC 9(4)   VALUE 0.
       01 REJ-COUNT          PIC 9(4)   VALUE 0.
       01 LOAD-COUNT         PIC 9(4)   VALUE 0.
       01 WRITE-FAIL-SWITCH  PIC X      VALUE "N".
       01 CHANGE-SWITCH      PIC X.
      * Direct-indexed id flags: ids the queue and the submit inbox
      * already hold, ids the target rule file already holds, ids
      * claimed by earlier rows of this load, and ids of the rows
      * still standing in the predecessor pass
       01 TASK-ID            PIC 9(4).
       01 PRED-ID            PIC 9(4).
       01 QUEUED-TABLE.
           05 QUEUED-FLAG OCCURS 9999 TIMES PIC X(1) VALUE "N".
       01 RULE-TABLE.
           05 RULE-FLAG OCCURS 9999 TIMES PIC X(1) VALUE "N".
       01 CLAIMED-TABLE.
           05 CLAIMED-FLAG OCCURS 9999 TIMES PIC X(1) VALUE "N".
       01 STANDING-TABLE.
           05 STANDING-FLAG OCCURS 9999 TIMES PIC X(1).
      * Registry names on disk, then the names this load claims
       01 RN-TOTAL           PIC 9(3)   VALUE 0.
       01 RN-IDX             PIC 9(3).
       01 RN-TABLE.
           05 RN-NAME OCCURS 50 TIMES PIC X(20).
       01 RN-HIT-SWITCH      PIC X.
       01 DOW-IDX            PIC 9(1).
       01 CODE-OK-SWITCH     PIC X.
       01 COUNT-EDIT         PIC Z(3)9.
       COPY "ctltotal.cpy".
       COPY "chgjrnl.cpy".
      * The target's generation when it was read for the checks
       COPY "filelock.cpy".
       01 IMPORT-GENERATION  PIC 9(9)   VALUE 0.
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Positional arguments: 1 = the delimited file, 2 = the control
      * file to load, 3 = the operator id; then GOODONLY and DELIM c
      * in any order
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT < 3
               PERFORM SHOW-USAGE
           END-IF.
           MOVE 1 TO CMD-ARG-NUM.
           PERFORM NEXT-ARG.
           MOVE CMD-ARG-VAL TO CSV-NAME.
           PERFORM NEXT-ARG.
           MOVE CMD-ARG-VAL(1:30) TO TARGET-NAME.
           PERFORM NEXT-ARG.
           MOVE CMD-ARG-VAL(1:8) TO OPERATOR-ID.
           PERFORM UNTIL CMD-ARG-NUM > CMD-ARG-COUNT
               PERFORM NEXT-ARG
               MOVE CMD-ARG-VAL(1:10) TO CMD-KEYWORD
               IF CMD-KEYWORD = "GOODONLY"
                   MOVE "Y" TO GOOD-ONLY-SWITCH
               ELSE
               IF CMD-KEYWORD = "DELIM" AND CMD-ARG-NUM NOT >
                       CMD-ARG-COUNT
                   PERFORM NEXT-ARG
                   MOVE CMD-ARG-VAL(1:1) TO DELIM-CHAR
               ELSE
                   MOVE "Y" TO USAGE-SWITCH
               END-IF
               END-IF
           END-PERFORM.
           IF USAGE-SWITCH = "Y"
               PERFORM SHOW-USAGE
           END-IF.
           IF DELIM-CHAR NOT > SPACE OR DELIM-CHAR = '"'
               OR DELIM-CHAR > "~"
               MOVE "DELIM must be one printable character" TO BUFFER
               MOVE 37 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           IF TARGET-NAME = "tasksched.queue"
               MOVE "Q" TO TARGET-KIND
               MOVE "QUEUE" TO TARGET-TAG
           END-IF.
           IF TARGET-NAME = "tasksched.calendar"
               MOVE "C" TO TARGET-KIND
               MOVE "CALENDAR" TO TARGET-TAG
           END-IF.
           IF TARGET-NAME = "tasksched.triggers"
               MOVE "T" TO TARGET-KIND
               MOVE "TRIGGERS" TO TARGET-TAG
           END-IF.
           IF TARGET-NAME = "tasksched.sla"
               MOVE "S" TO TARGET-KIND
               MOVE "SLA" TO TARGET-TAG
           END-IF.
           IF TARGET-NAME = "corectl.registry"
               MOVE "R" TO TARGET-KIND
               MOVE "REGISTRY" TO TARGET-TAG
           END-IF.
           IF TARGET-KIND = SPACE
               MOVE "CORE-IMPORT: target is not a loadable control file"
                   TO BUFFER
               MOVE 50 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
      * The operator must be known to the permissions file; no file
      * means nobody is known, which fails closed rather than open
           PERFORM CHECK-OPERATOR.
           IF OPERATOR-OK-SWITCH = "N"
               MOVE "CORE-IMPORT: operator not authorized" TO BUFFER
               MOVE 36 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           PERFORM LOAD-LAYOUT.
           IF TARGET-KIND NOT = "Q"
               MOVE "READ" TO FL-FUNCTION
               MOVE AUD-PROGRAM TO FL-PROGRAM
               MOVE TARGET-NAME TO FL-FILE
               CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST
               MOVE FL-GENERATION TO IMPORT-GENERATION
           END-IF.
           PERFORM LOAD-EXISTING-KEYS.
      * Read the load file: header first, then every data row built
      * into a target record and judged on its own
           OPEN INPUT CSV-FILE.
           IF CSV-FILE-STATUS NOT = "00"
               MOVE "CORE-IMPORT: load file not found" TO BUFFER
               MOVE 32 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           PERFORM UNTIL CSV-FILE-STATUS NOT = "00"
               READ CSV-FILE INTO CSV-LINE
                   AT END
                       MOVE "10" TO CSV-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LINE-NUMBER
                       PERFORM TAKE-CSV-LINE
               END-READ
           END-PERFORM.
           CLOSE CSV-FILE.
           IF HDR-COUNT = 0
               MOVE "CORE-IMPORT: load file has no header row"
                   TO BUFFER
               MOVE 40 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           IF TRAILER-SWITCH = "Y" AND TRAILER-COUNT NOT = ROW-COUNT
               MOVE "CORE-IMPORT: trailer count does not match rows"
                   TO BUFFER
               MOVE 46 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
      * Predecessors are judged last: one may name a task loaded
      * alongside, which only counts while that row still stands,
      * so the pass repeats until no further row falls
           IF TARGET-KIND = "Q"
               MOVE "Y" TO CHANGE-SWITCH
               PERFORM UNTIL CHANGE-SWITCH = "N"
                   PERFORM CHECK-PREDECESSORS
               END-PERFORM
           END-IF.
           PERFORM VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > ROW-COUNT
               IF RW-REASON(ROW-IDX) = SPACES
                   ADD 1 TO GOOD-COUNT
               ELSE
                   ADD 1 TO REJ-COUNT
               END-IF
           END-PERFORM.
           IF REJ-COUNT NOT = 0
               PERFORM WRITE-REJECTS
           END-IF.
           IF REJ-COUNT = 0 OR GOOD-ONLY-SWITCH = "Y"
               PERFORM LOCK-IMPORT-TARGET
               PERFORM WRITE-GOOD-ROWS
               MOVE "UNLOCK" TO FL-FUNCTION
               IF LOAD-COUNT > 0
                   MOVE "Y" TO FL-CHANGED
               ELSE
                   MOVE "N" TO FL-CHANGED
               END-IF
               CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST
           END-IF.
      * Journal the load with who ran it: what went in, and what was
      * turned away
           MOVE SPACES TO AUD-EVENT.
           STRING "IMPORT:" DELIMITED BY SIZE
                  TARGET-TAG DELIMITED BY SPACE
                  ":OP=" DELIMITED BY SIZE
                  OPERATOR-ID DELIMITED BY SPACE
                  INTO AUD-EVENT.
           MOVE LOAD-COUNT TO AUD-RC.
           MOVE "INFO " TO AUD-SEVERITY.
           CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
               AUD-RC AUD-SEVERITY.
           IF REJ-COUNT NOT = 0
               MOVE SPACES TO AUD-EVENT
               STRING "REJECT:" DELIMITED BY SIZE
                      TARGET-TAG DELIMITED BY SPACE
                      ":OP=" DELIMITED BY SIZE
                      OPERATOR-ID DELIMITED BY SPACE
                      INTO AUD-EVENT
               MOVE REJ-COUNT TO AUD-RC
               MOVE "WARN " TO AUD-SEVERITY
               CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                   AUD-RC AUD-SEVERITY
           END-IF.
           PERFORM POST-CONTROL-TOTALS.
           MOVE SPACES TO BUFFER.
           STRING "CORE-IMPORT: " DELIMITED BY SIZE
                  LOAD-COUNT DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  ROW-COUNT DELIMITED BY SIZE
                  " ROWS LOADED TO " DELIMITED BY SIZE
                  TARGET-NAME DELIMITED BY SPACE
                  INTO BUFFER.
           MOVE 100 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               GIVING RESULT.
           IF WRITE-FAIL-SWITCH = "Y"
               MOVE SPACES TO BUFFER
               STRING "CORE-IMPORT: write failed on " DELIMITED BY SIZE
                      TARGET-NAME DELIMITED BY SPACE
                      INTO BUFFER
               MOVE 100 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           IF REJ-COUNT NOT = 0
               MOVE REJ-COUNT TO COUNT-EDIT
               MOVE SPACES TO BUFFER
               IF GOOD-ONLY-SWITCH = "Y"
                   STRING "CORE-IMPORT: " DELIMITED BY SIZE
                          COUNT-EDIT DELIMITED BY SIZE
                          " rows rejected to " DELIMITED BY SIZE
                          REJECT-NAME DELIMITED BY SPACE
                          INTO BUFFER
               ELSE
                   STRING "CORE-IMPORT: " DELIMITED BY SIZE
                          COUNT-EDIT DELIMITED BY SIZE
                          " rows rejected, nothing loaded - see "
                              DELIMITED BY SIZE
                          REJECT-NAME DELIMITED BY SPACE
                          INTO BUFFER
               END-IF
               MOVE 100 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       NEXT-ARG.
           DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE.
           ADD 1 TO CMD-ARG-NUM.
       SHOW-USAGE.
           MOVE SPACES TO BUFFER.
           STRING "CORE-IMPORT: usage csvfile target operator"
                      DELIMITED BY SIZE
                  " [GOODONLY] [DELIM c]" DELIMITED BY SIZE
                  INTO BUFFER.
           MOVE 63 TO MSG-LEN.
           PERFORM SAY-AND-FAIL.
       SAY-AND-FAIL.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               GIVING RESULT.
           CALL "sys_exit_c" USING 1.
       CHECK-OPERATOR.
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
                               MOVE "Y" TO OPERATOR-OK-SWITCH
                               MOVE "10" TO OPER-FILE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATORS-FILE
           END-IF.
       LOAD-LAYOUT.
      * The target's field layout out of the dictionary; a layout
      * that runs past the widest control record is not used
           OPEN INPUT LAYOUT-FILE.
           IF LAYOUT-FILE-STATUS NOT = "00"
               MOVE "CORE-IMPORT: layout dictionary not found"
                   TO BUFFER
               MOVE 40 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           PERFORM UNTIL LAYOUT-FILE-STATUS NOT = "00"
               READ LAYOUT-FILE
                   AT END
                       MOVE "10" TO LAYOUT-FILE-STATUS
                   NOT AT END
                       IF LY-FILE = TARGET-NAME
                           AND LT-COUNT < 50
                           AND LY-OFFSET IS NUMERIC
                           AND LY-LENGTH IS NUMERIC
                           AND LY-OFFSET NOT = 0
                           AND LY-LENGTH NOT = 0
                           AND LY-LENGTH NOT > 100
                           AND LY-OFFSET + LY-LENGTH NOT > 155
                           ADD 1 TO LT-COUNT
                           MOVE LY-FIELD TO LT-FIELD(LT-COUNT)
                           MOVE LY-OFFSET TO LT-OFFSET(LT-COUNT)
                           MOVE LY-LENGTH TO LT-LENGTH(LT-COUNT)
                           MOVE LY-TYPE TO LT-TYPE(LT-COUNT)
                           IF LY-OFFSET = 1
                               MOVE LY-FIELD TO KEY-FIELD-NAME
                               MOVE LY-LENGTH TO KEY-FIELD-LENGTH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LAYOUT-FILE.
           IF LT-COUNT = 0
               MOVE "CORE-IMPORT: no layout for the target" TO BUFFER
               MOVE 37 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
       LOAD-EXISTING-KEYS.
      * What is already on file: task ids in the queue and waiting
      * in the submit inbox, the registry's names, and for a rule
      * file the task ids it already has a rule for
           OPEN INPUT TASK-QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "00"
               PERFORM UNTIL QUEUE-FILE-STATUS NOT = "00"
                   READ TASK-QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO QUEUE-FILE-STATUS
                       NOT AT END
                           IF TQ-ID IS NUMERIC AND TQ-ID NOT = 0
                               MOVE "Y" TO QUEUED-FLAG(TQ-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASK-QUEUE-FILE
           END-IF.
           OPEN INPUT SUBMIT-FILE.
           IF SUBMIT-STATUS = "00"
               PERFORM UNTIL SUBMIT-STATUS NOT = "00"
                   READ SUBMIT-FILE
                       AT END
                           MOVE "10" TO SUBMIT-STATUS
                       NOT AT END
                           IF SUBMIT-RECORD(1:4) IS NUMERIC
                               AND SUBMIT-RECORD(1:4) NOT = "0000"
                               MOVE SUBMIT-RECORD(1:4) TO TASK-ID
                               MOVE "Y" TO QUEUED-FLAG(TASK-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBMIT-FILE
           END-IF.
           OPEN INPUT REGISTRY-FILE.
           IF REG-FILE-STATUS = "00"
               PERFORM UNTIL REG-FILE-STATUS NOT = "00"
                   READ REGISTRY-FILE
                       AT END
                           MOVE "10" TO REG-FILE-STATUS
                       NOT AT END
                           IF RG-NAME NOT = SPACES AND RN-TOTAL < 50
                               ADD 1 TO RN-TOTAL
                               MOVE RG-NAME TO RN-NAME(RN-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.
           IF TARGET-KIND = "C" OR TARGET-KIND = "T"
               OR TARGET-KIND = "S"
               OPEN INPUT TARGET-FILE
               IF TARGET-FILE-STATUS = "00"
                   PERFORM UNTIL TARGET-FILE-STATUS NOT = "00"
                       READ TARGET-FILE
                           AT END
                               MOVE "10" TO TARGET-FILE-STATUS
                           NOT AT END
                               IF TARGET-RECORD(1:4) IS NUMERIC
                                   AND TARGET-RECORD(1:4) NOT = "0000"
                                   MOVE TARGET-RECORD(1:4) TO TASK-ID
                                   MOVE "Y" TO RULE-FLAG(TASK-ID)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TARGET-FILE
               END-IF
           END-IF.
       TAKE-CSV-LINE.
      * Blank lines are passed over; the first line is the header,
      * a TRAILER row carries the count, anything else is data
           MOVE 0 TO LINE-LEN.
           PERFORM VARYING CHAR-IDX FROM 1000 BY -1
                   UNTIL CHAR-IDX = 0
               IF CSV-LINE(CHAR-IDX:1) NOT = SPACE
                   MOVE CHAR-IDX TO LINE-LEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LINE-LEN NOT = 0
               PERFORM SPLIT-CSV-LINE
               IF HDR-COUNT = 0
                   PERFORM TAKE-HEADER
               ELSE
               IF CELL-COUNT = 2 AND CELL-LEN(1) = 7
                   AND CELL-VAL(1)(1:7) = "TRAILER"
                   MOVE "Y" TO TRAILER-SWITCH
                   IF CELL-LEN(2) > 0 AND CELL-LEN(2) < 10
                       AND CELL-VAL(2)(1:CELL-LEN(2)) IS NUMERIC
                       COMPUTE TRAILER-COUNT =
                           FUNCTION NUMVAL(CELL-VAL(2)(1:CELL-LEN(2)))
                   ELSE
                       MOVE 999999999 TO TRAILER-COUNT
                   END-IF
               ELSE
                   PERFORM TAKE-DATA-ROW
               END-IF
               END-IF
           END-IF.
       SPLIT-CSV-LINE.
      * Split on the delimiter outside quotes; inside quotes a
      * doubled quote is one quote character
           MOVE 0 TO CELL-COUNT.
           MOVE "N" TO TOO-MANY-SWITCH.
           MOVE "N" TO IN-QUOTE-SWITCH.
           PERFORM START-CELL.
           MOVE 1 TO CHAR-IDX.
           PERFORM UNTIL CHAR-IDX > LINE-LEN
               MOVE CSV-LINE(CHAR-IDX:1) TO ONE-CHAR
               IF IN-QUOTE-SWITCH = "Y"
                   IF ONE-CHAR = '"'
                       IF CHAR-IDX < LINE-LEN
                           AND CSV-LINE(CHAR-IDX + 1:1) = '"'
                           PERFORM ADD-CELL-CHAR
                           ADD 1 TO CHAR-IDX
                       ELSE
                           MOVE "N" TO IN-QUOTE-SWITCH
                       END-IF
                   ELSE
                       PERFORM ADD-CELL-CHAR
                   END-IF
               ELSE
               IF ONE-CHAR = '"'
                   MOVE "Y" TO IN-QUOTE-SWITCH
               ELSE
               IF ONE-CHAR = DELIM-CHAR
                   PERFORM START-CELL
               ELSE
                   PERFORM ADD-CELL-CHAR
               END-IF
               END-IF
               END-IF
               ADD 1 TO CHAR-IDX
           END-PERFORM.
       START-CELL.
           IF CELL-COUNT < 50
               ADD 1 TO CELL-COUNT
               MOVE SPACES TO CELL-VAL(CELL-COUNT)
               MOVE 0 TO CELL-LEN(CELL-COUNT)
           ELSE
               MOVE "Y" TO TOO-MANY-SWITCH
           END-IF.
       ADD-CELL-CHAR.
           IF CELL-LEN(CELL-COUNT) < 100
               ADD 1 TO CELL-LEN(CELL-COUNT)
               MOVE ONE-CHAR TO
                   CELL-VAL(CELL-COUNT)(CELL-LEN(CELL-COUNT):1)
           ELSE
               MOVE 101 TO CELL-LEN(CELL-COUNT)
           END-IF.
       TAKE-HEADER.
      * Every column must name a field of the target's layout, once;
      * the key field - the one at offset 1 - must be among them
           IF TOO-MANY-SWITCH = "Y" OR IN-QUOTE-SWITCH = "Y"
               MOVE "CORE-IMPORT: header row is malformed" TO BUFFER
               MOVE 36 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           PERFORM VARYING CELL-IDX FROM 1 BY 1
                   UNTIL CELL-IDX > CELL-COUNT
               MOVE 0 TO FIELD-POS
               PERFORM VARYING LT-IDX FROM 1 BY 1
                       UNTIL LT-IDX > LT-COUNT
                   IF LT-FIELD(LT-IDX) = CELL-VAL(CELL-IDX)(1:20)
                       AND CELL-LEN(CELL-IDX) < 21
                       MOVE LT-IDX TO FIELD-POS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF FIELD-POS = 0
                   MOVE SPACES TO BUFFER
                   STRING "CORE-IMPORT: column not in layout: "
                              DELIMITED BY SIZE
                          CELL-VAL(CELL-IDX)(1:20) DELIMITED BY SPACE
                          INTO BUFFER
                   MOVE 60 TO MSG-LEN
                   PERFORM SAY-AND-FAIL
               END-IF
               PERFORM VARYING HDR-IDX FROM 1 BY 1
                       UNTIL HDR-IDX > HDR-COUNT
                   IF HDR-LT(HDR-IDX) = FIELD-POS
                       MOVE SPACES TO BUFFER
                       STRING "CORE-IMPORT: column given twice: "
                                  DELIMITED BY SIZE
                              LT-FIELD(FIELD-POS) DELIMITED BY SPACE
                              INTO BUFFER
                       MOVE 60 TO MSG-LEN
                       PERFORM SAY-AND-FAIL
                   END-IF
               END-PERFORM
               ADD 1 TO HDR-COUNT
               MOVE FIELD-POS TO HDR-LT(HDR-COUNT)
               IF LT-OFFSET(FIELD-POS) = 1
                   MOVE "Y" TO KEY-COLUMN-SWITCH
               END-IF
           END-PERFORM.
           IF KEY-COLUMN-SWITCH = "N"
               MOVE "CORE-IMPORT: header has no key column" TO BUFFER
               MOVE 37 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
       TAKE-DATA-ROW.
      * Build the row into a target record, judge it, and hold it;
      * a load too large to hold whole is refused outright rather
      * than judged in part
           IF ROW-COUNT NOT < 2000
               MOVE "CORE-IMPORT: more than 2000 rows, nothing loaded"
                   TO BUFFER
               MOVE 48 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           ADD 1 TO ROW-COUNT.
           MOVE SPACES TO REASON-CODE.
           MOVE SPACES TO REASON-FIELD.
           PERFORM BUILD-RECORD.
           IF REASON-CODE = SPACES
               IF TARGET-KIND = "Q"
                   PERFORM CHECK-QUEUE-ROW
               ELSE
               IF TARGET-KIND = "R"
                   PERFORM CHECK-REGISTRY-ROW
               ELSE
                   PERFORM CHECK-RULE-ROW
               END-IF
               END-IF
           END-IF.
           MOVE LINE-NUMBER TO RW-LINE(ROW-COUNT).
           MOVE IMPORT-RECORD TO RW-RECORD(ROW-COUNT).
           MOVE REASON-CODE TO RW-REASON(ROW-COUNT).
           MOVE REASON-FIELD TO RW-FIELD(ROW-COUNT).
           MOVE CSV-LINE TO RW-DATA(ROW-COUNT).
       BUILD-RECORD.
      * Numeric fields start as zeros and character fields as blanks;
      * each cell then lands in its field, the first bad cell naming
      * the row's reason
           MOVE SPACES TO IMPORT-RECORD.
           PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-COUNT
               IF LT-TYPE(LT-IDX) = "N"
                   MOVE ZEROS TO IMPORT-RECORD(LT-OFFSET(LT-IDX):
                       LT-LENGTH(LT-IDX))
               END-IF
           END-PERFORM.
           IF TOO-MANY-SWITCH = "Y" OR IN-QUOTE-SWITCH = "Y"
               OR CELL-COUNT > HDR-COUNT
               MOVE "I001" TO REASON-CODE
           END-IF.
           PERFORM VARYING CELL-IDX FROM 1 BY 1
                   UNTIL CELL-IDX > CELL-COUNT
                       OR REASON-CODE NOT = SPACES
               MOVE HDR-LT(CELL-IDX) TO LT-IDX
               PERFORM STORE-CELL
           END-PERFORM.
       STORE-CELL.
           MOVE CELL-VAL(CELL-IDX) TO FIELD-VAL.
           MOVE CELL-LEN(CELL-IDX) TO FIELD-LEN.
           IF FIELD-LEN > 100
               MOVE "I003" TO REASON-CODE
               MOVE LT-FIELD(LT-IDX) TO REASON-FIELD
           ELSE
      * Trailing blanks are padding, not content
               PERFORM UNTIL FIELD-LEN = 0
                   IF FIELD-VAL(FIELD-LEN:1) NOT = SPACE
                       EXIT PERFORM
                   END-IF
                   SUBTRACT 1 FROM FIELD-LEN
               END-PERFORM
               IF FIELD-LEN > LT-LENGTH(LT-IDX)
                   MOVE "I003" TO REASON-CODE
                   MOVE LT-FIELD(LT-IDX) TO REASON-FIELD
               ELSE
               IF FIELD-LEN > 0
                   IF LT-TYPE(LT-IDX) = "N"
                       IF FIELD-VAL(1:FIELD-LEN) IS NOT NUMERIC
                           MOVE "I002" TO REASON-CODE
                           MOVE LT-FIELD(LT-IDX) TO REASON-FIELD
                       ELSE
                           COMPUTE FIELD-POS = LT-OFFSET(LT-IDX)
                               + LT-LENGTH(LT-IDX) - FIELD-LEN
                           MOVE FIELD-VAL(1:FIELD-LEN)
                               TO IMPORT-RECORD(FIELD-POS:FIELD-LEN)
                       END-IF
                   ELSE
                       MOVE FIELD-VAL(1:FIELD-LEN)
                           TO IMPORT-RECORD(LT-OFFSET(LT-IDX):
                               LT-LENGTH(LT-IDX))
                   END-IF
               END-IF
               END-IF
           END-IF.
       CHECK-QUEUE-ROW.
      * CORE-QSUB's door checks and CORE-FSCK's record rules; the
      * entry files as pending, so a blank status means P
           MOVE IMPORT-RECORD(1:4) TO TASK-ID.
           IF IMPORT-RECORD(9:1) = SPACE
               MOVE "P" TO IMPORT-RECORD(9:1)
           END-IF.
           IF TASK-ID = 0
               MOVE "I004" TO REASON-CODE
               MOVE "TQ-ID" TO REASON-FIELD
           ELSE
           IF QUEUED-FLAG(TASK-ID) = "Y" OR CLAIMED-FLAG(TASK-ID) = "Y"
               MOVE "I005" TO REASON-CODE
               MOVE "TQ-ID" TO REASON-FIELD
           ELSE
           IF IMPORT-RECORD(9:1) NOT = "P"
               AND IMPORT-RECORD(9:1) NOT = "D"
               AND IMPORT-RECORD(9:1) NOT = "H"
               AND IMPORT-RECORD(9:1) NOT = "F"
               MOVE "I006" TO REASON-CODE
               MOVE "TQ-STATUS" TO REASON-FIELD
           ELSE
           IF IMPORT-RECORD(9:1) NOT = "P"
               MOVE "I011" TO REASON-CODE
               MOVE "TQ-STATUS" TO REASON-FIELD
           ELSE
           IF IMPORT-RECORD(18:20) NOT = SPACES
               MOVE "N" TO RN-HIT-SWITCH
               PERFORM VARYING RN-IDX FROM 1 BY 1
                       UNTIL RN-IDX > RN-TOTAL
                   IF RN-NAME(RN-IDX) = IMPORT-RECORD(18:20)
                       MOVE "Y" TO RN-HIT-SWITCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF RN-HIT-SWITCH = "N"
                   MOVE "I007" TO REASON-CODE
                   MOVE "TQ-PROGRAM" TO REASON-FIELD
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF TASK-ID NOT = 0
               MOVE "Y" TO CLAIMED-FLAG(TASK-ID)
           END-IF.
      * A new entry starts with no retries or aging, and its
      * dispatch key repeats its status and priority
           MOVE "00" TO IMPORT-RECORD(78:2).
           MOVE "0000" TO IMPORT-RECORD(90:4).
           MOVE IMPORT-RECORD(9:1) TO IMPORT-RECORD(150:1).
           MOVE IMPORT-RECORD(5:4) TO IMPORT-RECORD(151:4).
       CHECK-RULE-ROW.
      * Calendar, trigger and SLA rules: one per task, and only for
      * a task the queue (or the submit inbox) actually holds
           MOVE IMPORT-RECORD(1:4) TO TASK-ID.
           IF TASK-ID = 0
               MOVE "I004" TO REASON-CODE
               MOVE KEY-FIELD-NAME TO REASON-FIELD
           ELSE
           IF QUEUED-FLAG(TASK-ID) NOT = "Y"
               MOVE "I009" TO REASON-CODE
               MOVE KEY-FIELD-NAME TO REASON-FIELD
           ELSE
           IF RULE-FLAG(TASK-ID) = "Y" OR CLAIMED-FLAG(TASK-ID) = "Y"
               MOVE "I005" TO REASON-CODE
               MOVE KEY-FIELD-NAME TO REASON-FIELD
           ELSE
           IF TARGET-KIND = "C"
               PERFORM CHECK-CALENDAR-CODES
           ELSE
           IF TARGET-KIND = "T" AND IMPORT-RECORD(5:60) = SPACES
               MOVE "I010" TO REASON-CODE
               MOVE "TG-PATH" TO REASON-FIELD
           ELSE
           IF TARGET-KIND = "S" AND IMPORT-RECORD(5:8) = "00000000"
               MOVE "I010" TO REASON-CODE
               MOVE "SLA-LIMIT-CS" TO REASON-FIELD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF TASK-ID NOT = 0
               MOVE "Y" TO CLAIMED-FLAG(TASK-ID)
           END-IF.
       CHECK-CALENDAR-CODES.
      * The codes TASKSCHED's calendar pass understands
           MOVE "Y" TO CODE-OK-SWITCH.
           PERFORM VARYING DOW-IDX FROM 1 BY 1 UNTIL DOW-IDX > 7
               IF IMPORT-RECORD(4 + DOW-IDX:1) NOT = "Y"
                   AND IMPORT-RECORD(4 + DOW-IDX:1) NOT = "N"
                   MOVE "N" TO CODE-OK-SWITCH
               END-IF
           END-PERFORM.
           IF CODE-OK-SWITCH = "N"
               MOVE "I006" TO REASON-CODE
               MOVE "CAL-REC-DOW" TO REASON-FIELD
           ELSE
           IF IMPORT-RECORD(12:2) > "31" AND IMPORT-RECORD(12:2)
                   NOT = "99"
               MOVE "I006" TO REASON-CODE
               MOVE "CAL-REC-DOM" TO REASON-FIELD
           ELSE
           IF IMPORT-RECORD(14:1) NOT = SPACE
               AND IMPORT-RECORD(14:1) NOT = "B"
               AND IMPORT-RECORD(14:1) NOT = "N"
               AND IMPORT-RECORD(14:1) NOT = "L"
               MOVE "I006" TO REASON-CODE
               MOVE "CAL-REC-BDAY" TO REASON-FIELD
           ELSE
           IF IMPORT-RECORD(14:1) = "N" AND IMPORT-RECORD(15:2) = "00"
               MOVE "I010" TO REASON-CODE
               MOVE "CAL-REC-BD-NUM" TO REASON-FIELD
           ELSE
           IF IMPORT-RECORD(17:1) NOT = SPACE
               AND IMPORT-RECORD(17:1) NOT = "N"
               AND IMPORT-RECORD(17:1) NOT = "P"
               AND IMPORT-RECORD(17:1) NOT = "S"
               MOVE "I006" TO REASON-CODE
               MOVE "CAL-REC-SHIFT" TO REASON-FIELD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       CHECK-REGISTRY-ROW.
      * A name once, a path to run, an enabled flag CORECTL and
      * TASKSCHED read, and no more rows than CORECTL's table holds
           IF IMPORT-RECORD(121:1) = SPACE
               MOVE "Y" TO IMPORT-RECORD(121:1)
           END-IF.
           MOVE "N" TO RN-HIT-SWITCH.
           PERFORM VARYING RN-IDX FROM 1 BY 1 UNTIL RN-IDX > RN-TOTAL
               IF RN-NAME(RN-IDX) = IMPORT-RECORD(1:20)
                   MOVE "Y" TO RN-HIT-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF IMPORT-RECORD(1:20) = SPACES
               MOVE "I004" TO REASON-CODE
               MOVE "RG-NAME" TO REASON-FIELD
           ELSE
           IF RN-HIT-SWITCH = "Y"
               MOVE "I005" TO REASON-CODE
               MOVE "RG-NAME" TO REASON-FIELD
           ELSE
           IF IMPORT-RECORD(21:60) = SPACES
               MOVE "I010" TO REASON-CODE
               MOVE "RG-PATH" TO REASON-FIELD
           ELSE
           IF IMPORT-RECORD(121:1) NOT = "Y"
               AND IMPORT-RECORD(121:1) NOT = "N"
               MOVE "I006" TO REASON-CODE
               MOVE "RG-ENABLED" TO REASON-FIELD
           ELSE
           IF RN-TOTAL NOT < 50
               MOVE "I012" TO REASON-CODE
               MOVE "RG-NAME" TO REASON-FIELD
           ELSE
               ADD 1 TO RN-TOTAL
               MOVE IMPORT-RECORD(1:20) TO RN-NAME(RN-TOTAL)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       CHECK-PREDECESSORS.
      * One pass: each standing row's predecessors must be queued
      * already or be rows that still stand in this load
           MOVE "N" TO CHANGE-SWITCH.
           MOVE ALL "N" TO STANDING-TABLE.
           PERFORM VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > ROW-COUNT
               IF RW-REASON(ROW-IDX) = SPACES
                   MOVE RW-RECORD(ROW-IDX)(1:4) TO TASK-ID
                   MOVE "Y" TO STANDING-FLAG(TASK-ID)
               END-IF
           END-PERFORM.
           PERFORM VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > ROW-COUNT
               IF RW-REASON(ROW-IDX) = SPACES
                   MOVE RW-RECORD(ROW-IDX)(10:4) TO PRED-ID
                   IF PRED-ID NOT = 0
                       AND QUEUED-FLAG(PRED-ID) NOT = "Y"
                       AND STANDING-FLAG(PRED-ID) NOT = "Y"
                       MOVE "I008" TO RW-REASON(ROW-IDX)
                       MOVE "TQ-PRED1" TO RW-FIELD(ROW-IDX)
                       MOVE "Y" TO CHANGE-SWITCH
                   ELSE
                   MOVE RW-RECORD(ROW-IDX)(14:4) TO PRED-ID
                   IF PRED-ID NOT = 0
                       AND QUEUED-FLAG(PRED-ID) NOT = "Y"
                       AND STANDING-FLAG(PRED-ID) NOT = "Y"
                       MOVE "I008" TO RW-REASON(ROW-IDX)
                       MOVE "TQ-PRED2" TO RW-FIELD(ROW-IDX)
                       MOVE "Y" TO CHANGE-SWITCH
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
       WRITE-REJECTS.
      * This load's rejects, fresh each run, each also on the console
           MOVE SPACES TO REJECT-NAME.
           STRING CSV-NAME DELIMITED BY SPACE
                  ".rej" DELIMITED BY SIZE
                  INTO REJECT-NAME.
           OPEN OUTPUT REJECT-FILE.
           PERFORM VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > ROW-COUNT
               IF RW-REASON(ROW-IDX) NOT = SPACES
                   MOVE SPACES TO REJECT-RECORD
                   MOVE RW-LINE(ROW-IDX) TO RJ-LINE
                   MOVE RW-REASON(ROW-IDX) TO RJ-REASON
                   MOVE RW-FIELD(ROW-IDX) TO RJ-FIELD
                   MOVE RW-DATA(ROW-IDX) TO RJ-DATA
                   WRITE REJECT-RECORD
                   MOVE SPACES TO BUFFER
                   STRING "REJECT LINE:" DELIMITED BY SIZE
                          RW-LINE(ROW-IDX) DELIMITED BY SIZE
                          " REASON:" DELIMITED BY SIZE
                          RW-REASON(ROW-IDX) DELIMITED BY SIZE
                          " FIELD:" DELIMITED BY SIZE
                          RW-FIELD(ROW-IDX) DELIMITED BY SPACE
                          INTO BUFFER
                   MOVE 60 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
               END-IF
           END-PERFORM.
           CLOSE REJECT-FILE.
       LOCK-IMPORT-TARGET.
      * Queue entries only append to the inbox, so any moment will
      * do; a rule or registry file must still be the one the rows
      * were checked against, else its new records might clash
           MOVE "LOCK" TO FL-FUNCTION.
           MOVE AUD-PROGRAM TO FL-PROGRAM.
           IF TARGET-KIND = "Q"
               MOVE "tasksched.submit" TO FL-FILE
               MOVE "N" TO FL-CHECK
           ELSE
               MOVE TARGET-NAME TO FL-FILE
               MOVE "Y" TO FL-CHECK
               MOVE IMPORT-GENERATION TO FL-GENERATION
           END-IF.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           IF FL-RC NOT = 0
               MOVE SPACES TO BUFFER
               STRING "CORE-IMPORT: lock on " DELIMITED BY SIZE
                      FL-FILE DELIMITED BY SPACE
                      " not available, nothing loaded"
                          DELIMITED BY SIZE
                      INTO BUFFER
               MOVE 100 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           IF FL-CONFLICT = "Y"
               MOVE "UNLOCK" TO FL-FUNCTION
               MOVE "N" TO FL-CHANGED
               CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST
               MOVE SPACES TO BUFFER
               STRING "CORE-IMPORT: " DELIMITED BY SIZE
                      TARGET-NAME DELIMITED BY SPACE
                      " changed by " DELIMITED BY SIZE
                      FL-LAST-PROGRAM DELIMITED BY SPACE
                      " since the checks, nothing loaded"
                          DELIMITED BY SIZE
                      INTO BUFFER
               MOVE 100 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
       WRITE-GOOD-ROWS.
      * Queue entries go to the submit inbox the daemon drains at
      * its cycle boundary, without the dispatch key it rebuilds;
      * rule and registry rows are appended to their file
           IF TARGET-KIND = "Q"
               OPEN EXTEND SUBMIT-FILE
               IF SUBMIT-STATUS NOT = "00"
                   OPEN OUTPUT SUBMIT-FILE
               END-IF
           ELSE
               OPEN EXTEND TARGET-FILE
               IF TARGET-FILE-STATUS NOT = "00"
                   OPEN OUTPUT TARGET-FILE
               END-IF
           END-IF.
           PERFORM VARYING ROW-IDX FROM 1 BY 1 UNTIL ROW-IDX > ROW-COUNT
               IF RW-REASON(ROW-IDX) = SPACES
                   IF TARGET-KIND = "Q"
                       WRITE SUBMIT-RECORD
                           FROM RW-RECORD(ROW-IDX)(1:149)
                       MOVE SUBMIT-STATUS TO TARGET-FILE-STATUS
                   ELSE
                       WRITE TARGET-RECORD FROM RW-RECORD(ROW-IDX)
                   END-IF
                   IF TARGET-FILE-STATUS = "00"
                       ADD 1 TO LOAD-COUNT
                       IF TARGET-KIND NOT = "Q"
                           PERFORM JOURNAL-ADDED-ROW
                       END-IF
                   ELSE
                       MOVE "Y" TO WRITE-FAIL-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
           IF TARGET-KIND = "Q"
               CLOSE SUBMIT-FILE
           ELSE
               CLOSE TARGET-FILE
           END-IF.
       JOURNAL-ADDED-ROW.
      * An added row has no before-image; its key is the field the
      * dictionary places at the front of the record
           MOVE SPACES TO CHANGE-JOURNAL-RECORD.
           MOVE OPERATOR-ID TO CJ-OPERATOR.
           MOVE AUD-PROGRAM TO CJ-PROGRAM.
           MOVE TARGET-NAME TO CJ-FILE.
           MOVE "A" TO CJ-ACTION.
           MOVE 1 TO CJ-KEY-OFFSET.
           IF KEY-FIELD-LENGTH > 20
               MOVE 20 TO CJ-KEY-LENGTH
           ELSE
               MOVE KEY-FIELD-LENGTH TO CJ-KEY-LENGTH
           END-IF.
           IF CJ-KEY-LENGTH > 0
               MOVE RW-RECORD(ROW-IDX)(1:CJ-KEY-LENGTH) TO CJ-KEY
           END-IF.
           MOVE 0 TO CJ-UNDO-OF.
           MOVE RW-RECORD(ROW-IDX) TO CJ-AFTER.
           CALL "CORE-CHGJRNL" USING CHANGE-JOURNAL-RECORD.
       POST-CONTROL-TOTALS.
      * Every row read is accounted for as loaded or not loaded -
      * rejected, or held back because another row was rejected
           MOVE SPACES TO CTL-TOTAL-RECORD.
           MOVE 0 TO CT-IN-HASH.
           MOVE 0 TO CT-OUT-HASH.
           MOVE "CORE-IMPORT" TO CT-STEP.
           MOVE "E" TO CT-RULE.
           MOVE CSV-NAME TO CT-IN-FILE.
           IF TARGET-KIND = "Q"
               MOVE "tasksched.submit" TO CT-OUT-FILE
           ELSE
               MOVE TARGET-NAME TO CT-OUT-FILE
           END-IF.
           MOVE ROW-COUNT TO CT-READ.
           MOVE LOAD-COUNT TO CT-WRITTEN.
           COMPUTE CT-REJECTED = ROW-COUNT - LOAD-COUNT.
           CALL "CORE-CTLTOT" USING CTL-TOTAL-RECORD.
