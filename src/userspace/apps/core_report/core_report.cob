       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-REPORT.
      * CoreA Layout-Driven Control-Break Report Writer (COBOL)
      * Prints a grouped, totalled report over any fixed-field file
      * the fileview.layouts dictionary describes, from a small
      * definition file instead of a new program (layout of the
      * definition in rptdef.cpy): the input file, WHERE conditions
      * in FILEVIEW's syntax that every record kept must satisfy, up
      * to three control-break fields - a date field by week, month
      * or year if asked - and up to five COUNT, SUM, MIN, MAX or AVG
      * columns. The records kept are ordered by the break fields the
      * way CORE-SORT orders them, and each group gets a line with its
      * figures; an outer group gets a heading when it opens and a
      * TOTAL line when it closes, and the report ends with a GRAND
      * TOTAL. Break values are taken to 20 characters. The report
      * goes through CORE-PRINT, so it carries the shop page header
      * and is filed in the report archive like any other.
      *   CORE-REPORT <definition file>
      * tasksched.queue is indexed and is read through its own SELECT,
      * as CORE-EXTRACT reads it
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEFINITION-FILE ASSIGN TO DEF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEF-FILE-STATUS.
           SELECT INPUT-FILE ASSIGN TO FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INPUT-FILE-STATUS.
           SELECT TASK-QUEUE-FILE ASSIGN TO "tasksched.queue"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TQ-ID
               ALTERNATE RECORD KEY IS TQ-DISPATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT LAYOUT-FILE ASSIGN TO "config/fileview.layouts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYOUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEFINITION-FILE.
       COPY "rptdef.cpy".
       FD  INPUT-FILE.
       01 INPUT-RECORD PIC X(500).
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
      * Record layout dictionary: one named field per record, keyed by
      * the data file it describes, with 1-based offset, length and a
      * type letter (N numeric, C character)
       FD  LAYOUT-FILE.
       01 LAYOUT-RECORD.
           05 LY-FILE     PIC X(30).
           05 LY-FIELD    PIC X(20).
           05 LY-OFFSET   PIC 9(3).
           05 LY-LENGTH   PIC 9(3).
           05 LY-TYPE     PIC X(1).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER      PIC X(100).
       01 MSG-LEN     PIC 9(9).
       01 OUT-FD      PIC 9(9)  VALUE 1.
       01 RESULT      PIC 9(9).
       01 LINE-PTR    PIC 9(3).
       01 DEF-NAME           PIC X(100).
       01 FILE-NAME          PIC X(100) VALUE SPACES.
       01 FILE-RECORD        PIC X(500).
       01 DEF-FILE-STATUS    PIC XX.
       01 INPUT-FILE-STATUS  PIC XX.
       01 QUEUE-FILE-STATUS  PIC XX.
       01 LAYOUT-FILE-STATUS PIC XX.
       01 QUEUE-VIEW-SWITCH  PIC X      VALUE "N".
       01 EOF-SWITCH         PIC X      VALUE "N".
       01 CMD-ARG-COUNT      PIC 9(2).
       01 DEF-ERROR          PIC X(60)  VALUE SPACES.
       01 DEF-LINE-NUM       PIC 9(4)   VALUE 0.
      * The named file's slice of the layout dictionary
       01 LT-COUNT           PIC 9(3)   VALUE 0.
       01 LT-IDX             PIC 9(3).
       01 LAYOUT-TABLE.
           05 LT-ENTRY OCCURS 50 TIMES.
               10 LT-FIELD    PIC X(20).
               10 LT-OFFSET   PIC 9(3).
               10 LT-LENGTH   PIC 9(3).
               10 LT-TYPE     PIC X(1).
       01 FIND-FIELD         PIC X(20).
       01 FIND-IDX           PIC 9(3).
      * The WHERE conditions, all of which a record must satisfy
       01 WH-COUNT           PIC 9(2)   VALUE 0.
       01 WH-IDX             PIC 9(2).
       01 WHERE-TABLE.
           05 WH-ENTRY OCCURS 10 TIMES.
               10 WH-FIELD    PIC X(20).
               10 WH-LT       PIC 9(3).
               10 WH-OP       PIC X(4).
               10 WH-VAL      PIC X(40).
       01 WHERE-NUM-A        PIC 9(12)  VALUE 0.
       01 WHERE-NUM-B        PIC 9(12)  VALUE 0.
       01 MATCH-SWITCH       PIC X.
      * The control breaks, outermost first, and how a date field is
      * grouped
       01 BK-COUNT           PIC 9(1)   VALUE 0.
       01 BK-IDX             PIC 9(1).
       01 BREAK-TABLE.
           05 BK-ENTRY OCCURS 3 TIMES.
               10 BK-FIELD    PIC X(20).
               10 BK-LT       PIC 9(3).
               10 BK-GRAIN    PIC X(5).
      * The figure columns; a COUNT column names no field
       01 CL-COUNT           PIC 9(1)   VALUE 0.
       01 CL-IDX             PIC 9(1).
       01 COLUMN-TABLE.
           05 CL-ENTRY OCCURS 5 TIMES.
               10 CL-FIELD    PIC X(20).
               10 CL-LT       PIC 9(3).
               10 CL-FUNC     PIC X(5).
               10 CL-HEAD     PIC X(10).
      * The records kept, each behind its break key: one 20-character
      * part per break, so the keys order as the groups do
       01 REC-COUNT          PIC 9(4)   VALUE 0.
       01 READ-COUNT         PIC 9(9)   VALUE 0.
       01 CAP-HIT-SWITCH     PIC X      VALUE "N".
       01 RECORD-TABLE.
           05 RT-ENTRY OCCURS 2000 TIMES.
               10 RT-KEY      PIC X(60).
               10 RT-REC      PIC X(500).
       01 SWAP-ENTRY         PIC X(560).
      * Exchange-sort state, the same in-place sort CORE-SORT runs
       01 SORT-I             PIC 9(4).
       01 SORT-J             PIC 9(4).
       01 CUR-KEY            PIC X(60).
       01 KEY-PART           PIC X(20).
       01 FIELD-VAL          PIC X(100).
       01 FIELD-LEN          PIC 9(3).
       01 FIELD-NUM          PIC 9(12).
       01 DATE-INT           PIC 9(9).
       01 WEEK-START         PIC 9(8).
      * Running figures per break level, the grand total as level 4
       01 LV-IDX             PIC 9(1).
       01 LEVEL-FROM         PIC 9(1).
       01 GRAND-LEVEL        PIC 9(1)   VALUE 4.
       01 ACCUMULATOR-TABLE.
           05 ACC-LEVEL OCCURS 4 TIMES.
               10 ACC-RECORDS PIC 9(9).
               10 ACC-COL OCCURS 5 TIMES.
                   15 ACC-N    PIC 9(9).
                   15 ACC-SUM  PIC 9(15).
                   15 ACC-MIN  PIC 9(12).
                   15 ACC-MAX  PIC 9(12).
      * Building a printed line: the group label, then each column's
      * figure right-aligned in its own 11 characters
       01 LABEL-AREA         PIC X(25).
       01 LABEL-TEXT         PIC X(30).
       01 LABEL-INDENT       PIC 9(2).
       01 COL-POS            PIC 9(3).
       01 HEAD-LEN           PIC 9(2).
       01 VALUE-EDIT         PIC Z(9)9.
       01 AVG-EDIT           PIC Z(7)9.9.
       01 AVG-WORK           PIC 9(12)V9.
       01 REPORT-LINE        PIC X(100).
       01 COLHEAD-LINE       PIC X(80).
       01 HEAD-PTR           PIC 9(3).
      * Plumbing for the shared CORE-PRINT report formatter
       01 PRT-ACTION    PIC X(5).
       01 PRT-FILE-NAME PIC X(30) VALUE "core_report.report".
       01 PRT-TITLE     PIC X(40) VALUE "CoreA Report".
       01 PRT-COLHEAD   PIC X(80).
       01 PRT-LINE      PIC X(100).
       01 PRT-PROGRAM   PIC X(20)  VALUE "CORE-REPORT".
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT < 1
               MOVE "CORE-REPORT: usage definition-file" TO BUFFER
               MOVE 34 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           ACCEPT DEF-NAME FROM ARGUMENT-VALUE.
           PERFORM LOAD-DEFINITION.
           IF FILE-NAME = "tasksched.queue"
               MOVE "Y" TO QUEUE-VIEW-SWITCH
           END-IF.
           PERFORM LOAD-LAYOUT.
           PERFORM RESOLVE-DEFINITION.
           PERFORM OPEN-VIEW-FILE.
           IF INPUT-FILE-STATUS NOT = "00"
               MOVE "input file not found" TO DEF-ERROR
               PERFORM DEFINITION-FAILED
           END-IF.
      * Load the records kept; a file past the table cannot be
      * grouped whole, so the run is refused rather than printing
      * totals that quietly leave records out
           PERFORM UNTIL EOF-SWITCH = "Y"
               PERFORM READ-VIEW-RECORD
               IF EOF-SWITCH = "N"
                   ADD 1 TO READ-COUNT
                   MOVE "Y" TO MATCH-SWITCH
                   PERFORM VARYING WH-IDX FROM 1 BY 1
                           UNTIL WH-IDX > WH-COUNT
                           OR MATCH-SWITCH = "N"
                       PERFORM TEST-WHERE
                   END-PERFORM
                   IF MATCH-SWITCH = "Y"
                       IF REC-COUNT < 2000
                           ADD 1 TO REC-COUNT
                           PERFORM BUILD-BREAK-KEY
                           MOVE CUR-KEY TO RT-KEY(REC-COUNT)
                           MOVE FILE-RECORD TO RT-REC(REC-COUNT)
                       ELSE
                           MOVE "Y" TO CAP-HIT-SWITCH
                           MOVE "Y" TO EOF-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CLOSE-VIEW-FILE.
           IF CAP-HIT-SWITCH = "Y"
               MOVE "file too large to report whole" TO DEF-ERROR
               PERFORM DEFINITION-FAILED
           END-IF.
      * In-place exchange sort on the break keys; records of one
      * group keep no particular order among themselves
           IF BK-COUNT > 0
               PERFORM VARYING SORT-I FROM 1 BY 1
                       UNTIL SORT-I > REC-COUNT
                   PERFORM VARYING SORT-J FROM SORT-I BY 1
                           UNTIL SORT-J > REC-COUNT
                       IF RT-KEY(SORT-J) < RT-KEY(SORT-I)
                           MOVE RT-ENTRY(SORT-I) TO SWAP-ENTRY
                           MOVE RT-ENTRY(SORT-J) TO RT-ENTRY(SORT-I)
                           MOVE SWAP-ENTRY TO RT-ENTRY(SORT-J)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
           PERFORM PRINT-REPORT.
           MOVE SPACES TO BUFFER.
           MOVE 1 TO LINE-PTR.
           STRING "CORE-REPORT: " DELIMITED BY SIZE
                  REC-COUNT DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  READ-COUNT DELIMITED BY SIZE
                  " RECORDS TO " DELIMITED BY SIZE
                  PRT-FILE-NAME DELIMITED BY SPACE
                  INTO BUFFER WITH POINTER LINE-PTR.
           COMPUTE MSG-LEN = LINE-PTR - 1.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               GIVING RESULT.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       LOAD-DEFINITION.
           OPEN INPUT DEFINITION-FILE.
           IF DEF-FILE-STATUS NOT = "00"
               MOVE "definition file not found" TO DEF-ERROR
               PERFORM DEFINITION-FAILED
           END-IF.
           PERFORM UNTIL DEF-FILE-STATUS NOT = "00"
               READ DEFINITION-FILE
                   AT END
                       MOVE "10" TO DEF-FILE-STATUS
                   NOT AT END
                       ADD 1 TO DEF-LINE-NUM
                       IF RD-KEYWORD(1:1) NOT = "*"
                           AND REPORT-DEF-RECORD NOT = SPACES
                           PERFORM TAKE-DEFINITION-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEFINITION-FILE.
           MOVE 0 TO DEF-LINE-NUM.
           IF FILE-NAME = SPACES
               MOVE "no INPUT line" TO DEF-ERROR
               PERFORM DEFINITION-FAILED
           END-IF.
           IF CL-COUNT = 0
               ADD 1 TO CL-COUNT
               MOVE SPACES TO CL-FIELD(CL-COUNT)
               MOVE "COUNT" TO CL-FUNC(CL-COUNT)
               MOVE SPACES TO CL-HEAD(CL-COUNT)
           END-IF.
       TAKE-DEFINITION-LINE.
           IF RD-KEYWORD = "INPUT"
               MOVE RD-TEXT TO FILE-NAME
           ELSE
           IF RD-KEYWORD = "TITLE"
               MOVE RD-TEXT TO PRT-TITLE
           ELSE
           IF RD-KEYWORD = "OUTPUT"
               MOVE RD-TEXT TO PRT-FILE-NAME
           ELSE
           IF RD-KEYWORD = "WHERE"
               IF WH-COUNT NOT < 10
                   MOVE "more than 10 WHERE lines" TO DEF-ERROR
                   PERFORM DEFINITION-FAILED
               END-IF
               IF RD-OP NOT = "=" AND NOT = "<" AND NOT = ">"
                   AND NOT = "NOT="
                   MOVE "WHERE operator must be = < > or NOT="
                       TO DEF-ERROR
                   PERFORM DEFINITION-FAILED
               END-IF
               ADD 1 TO WH-COUNT
               MOVE RD-FIELD TO WH-FIELD(WH-COUNT)
               MOVE RD-OP(1:4) TO WH-OP(WH-COUNT)
               MOVE RD-VALUE TO WH-VAL(WH-COUNT)
           ELSE
           IF RD-KEYWORD = "BREAK"
               IF BK-COUNT NOT < 3
                   MOVE "more than 3 BREAK lines" TO DEF-ERROR
                   PERFORM DEFINITION-FAILED
               END-IF
               IF RD-OP NOT = SPACES AND NOT = "WEEK"
                   AND NOT = "MONTH" AND NOT = "YEAR"
                   MOVE "BREAK grouping must be WEEK MONTH or YEAR"
                       TO DEF-ERROR
                   PERFORM DEFINITION-FAILED
               END-IF
               ADD 1 TO BK-COUNT
               MOVE RD-FIELD TO BK-FIELD(BK-COUNT)
               MOVE RD-OP TO BK-GRAIN(BK-COUNT)
           ELSE
           IF RD-KEYWORD = "COLUMN"
               IF CL-COUNT NOT < 5
                   MOVE "more than 5 COLUMN lines" TO DEF-ERROR
                   PERFORM DEFINITION-FAILED
               END-IF
               IF RD-OP NOT = "COUNT" AND NOT = "SUM" AND NOT = "MIN"
                   AND NOT = "MAX" AND NOT = "AVG"
                   MOVE "COLUMN must be COUNT SUM MIN MAX or AVG"
                       TO DEF-ERROR
                   PERFORM DEFINITION-FAILED
               END-IF
               ADD 1 TO CL-COUNT
               MOVE RD-FIELD TO CL-FIELD(CL-COUNT)
               MOVE RD-OP TO CL-FUNC(CL-COUNT)
               MOVE RD-VALUE(1:10) TO CL-HEAD(CL-COUNT)
           ELSE
               MOVE "unknown keyword" TO DEF-ERROR
               PERFORM DEFINITION-FAILED
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       DEFINITION-FAILED.
      * Say what is wrong, and on which definition line when it is a
      * line's fault, and give up
           MOVE SPACES TO BUFFER.
           MOVE 1 TO LINE-PTR.
           IF DEF-LINE-NUM = 0
               STRING "CORE-REPORT: " DELIMITED BY SIZE
                      DEF-ERROR DELIMITED BY "  "
                      INTO BUFFER WITH POINTER LINE-PTR
           ELSE
               STRING "CORE-REPORT: line " DELIMITED BY SIZE
                      DEF-LINE-NUM DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      DEF-ERROR DELIMITED BY "  "
                      INTO BUFFER WITH POINTER LINE-PTR
           END-IF.
           COMPUTE MSG-LEN = LINE-PTR - 1.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               GIVING RESULT.
           CALL "sys_exit_c" USING 1.
       LOAD-LAYOUT.
      * Pull the input file's field layout out of the dictionary; a
      * file the dictionary does not describe cannot be reported on
           OPEN INPUT LAYOUT-FILE.
           IF LAYOUT-FILE-STATUS NOT = "00"
               MOVE "layout dictionary not found" TO DEF-ERROR
               PERFORM DEFINITION-FAILED
           END-IF.
           PERFORM UNTIL LAYOUT-FILE-STATUS NOT = "00"
               READ LAYOUT-FILE
                   AT END
                       MOVE "10" TO LAYOUT-FILE-STATUS
                   NOT AT END
                       IF LY-FILE = FILE-NAME(1:30)
                           AND LT-COUNT < 50
                           AND LY-OFFSET IS NUMERIC
                           AND LY-LENGTH IS NUMERIC
                           AND LY-OFFSET NOT = 0
                           AND LY-LENGTH NOT = 0
                           AND LY-LENGTH NOT > 100
                           AND LY-OFFSET + LY-LENGTH NOT > 501
                           ADD 1 TO LT-COUNT
                           MOVE LY-FIELD TO LT-FIELD(LT-COUNT)
                           MOVE LY-OFFSET TO LT-OFFSET(LT-COUNT)
                           MOVE LY-LENGTH TO LT-LENGTH(LT-COUNT)
                           MOVE LY-TYPE TO LT-TYPE(LT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LAYOUT-FILE.
           IF LT-COUNT = 0
               MOVE "no layout for the INPUT file" TO DEF-ERROR
               PERFORM DEFINITION-FAILED
           END-IF.
       RESOLVE-DEFINITION.
      * Every field the definition names must be in the layout; a
      * figure column needs a numeric field of at most 12 digits and
      * a grouped break an 8-digit date
           PERFORM VARYING WH-IDX FROM 1 BY 1 UNTIL WH-IDX > WH-COUNT
               MOVE WH-FIELD(WH-IDX) TO FIND-FIELD
               PERFORM FIND-LAYOUT-FIELD
               MOVE FIND-IDX TO WH-LT(WH-IDX)
           END-PERFORM.
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-COUNT
               MOVE BK-FIELD(BK-IDX) TO FIND-FIELD
               PERFORM FIND-LAYOUT-FIELD
               MOVE FIND-IDX TO BK-LT(BK-IDX)
               IF BK-GRAIN(BK-IDX) NOT = SPACES
                   AND (LT-TYPE(FIND-IDX) NOT = "N"
                   OR LT-LENGTH(FIND-IDX) NOT = 8)
                   MOVE "a grouped BREAK needs an 8-digit date"
                       TO DEF-ERROR
                   PERFORM DEFINITION-FAILED
               END-IF
           END-PERFORM.
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-COUNT
               MOVE 0 TO CL-LT(CL-IDX)
               IF CL-FUNC(CL-IDX) NOT = "COUNT"
                   MOVE CL-FIELD(CL-IDX) TO FIND-FIELD
                   PERFORM FIND-LAYOUT-FIELD
                   MOVE FIND-IDX TO CL-LT(CL-IDX)
                   IF LT-TYPE(FIND-IDX) NOT = "N"
                       OR LT-LENGTH(FIND-IDX) > 12
                       MOVE "a figure COLUMN needs a numeric field"
                           TO DEF-ERROR
                       PERFORM DEFINITION-FAILED
                   END-IF
               END-IF
               IF CL-HEAD(CL-IDX) = SPACES
                   MOVE CL-FUNC(CL-IDX) TO CL-HEAD(CL-IDX)
               END-IF
           END-PERFORM.
       FIND-LAYOUT-FIELD.
           MOVE 0 TO FIND-IDX.
           PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-COUNT
               IF LT-FIELD(LT-IDX) = FIND-FIELD
                   MOVE LT-IDX TO FIND-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF FIND-IDX = 0
               MOVE SPACES TO DEF-ERROR
               STRING "field not in layout: " DELIMITED BY SIZE
                      FIND-FIELD DELIMITED BY SPACE
                      INTO DEF-ERROR
               PERFORM DEFINITION-FAILED
           END-IF.
       TEST-WHERE.
      * Typed comparison against the named field's slice: numeric
      * fields compare as numbers (so 500 beats 0099), character
      * fields compare as text; a record whose numeric field does
      * not hold digits simply never matches
           MOVE "N" TO MATCH-SWITCH.
           MOVE WH-LT(WH-IDX) TO LT-IDX.
           MOVE SPACES TO FIELD-VAL.
           MOVE FILE-RECORD(LT-OFFSET(LT-IDX):LT-LENGTH(LT-IDX))
               TO FIELD-VAL.
           MOVE LT-LENGTH(LT-IDX) TO FIELD-LEN.
           IF LT-TYPE(LT-IDX) = "N"
               IF FIELD-VAL(1:FIELD-LEN) IS NUMERIC
                   AND FIELD-LEN NOT > 12
                   MOVE 0 TO WHERE-NUM-A
                   MOVE FIELD-VAL(1:FIELD-LEN)
                       TO WHERE-NUM-A(13 - FIELD-LEN:FIELD-LEN)
                   COMPUTE WHERE-NUM-B = FUNCTION NUMVAL(WH-VAL(WH-IDX))
                   IF (WH-OP(WH-IDX) = "="
                           AND WHERE-NUM-A = WHERE-NUM-B)
                       OR (WH-OP(WH-IDX) = "<"
                           AND WHERE-NUM-A < WHERE-NUM-B)
                       OR (WH-OP(WH-IDX) = ">"
                           AND WHERE-NUM-A > WHERE-NUM-B)
                       OR (WH-OP(WH-IDX) = "NOT="
                           AND WHERE-NUM-A NOT = WHERE-NUM-B)
                       MOVE "Y" TO MATCH-SWITCH
                   END-IF
               END-IF
           ELSE
               IF (WH-OP(WH-IDX) = "="
                       AND FIELD-VAL(1:FIELD-LEN)
                           = WH-VAL(WH-IDX)(1:FIELD-LEN))
                   OR (WH-OP(WH-IDX) = "<"
                       AND FIELD-VAL(1:FIELD-LEN)
                           < WH-VAL(WH-IDX)(1:FIELD-LEN))
                   OR (WH-OP(WH-IDX) = ">"
                       AND FIELD-VAL(1:FIELD-LEN)
                           > WH-VAL(WH-IDX)(1:FIELD-LEN))
                   OR (WH-OP(WH-IDX) = "NOT="
                       AND FIELD-VAL(1:FIELD-LEN)
                           NOT = WH-VAL(WH-IDX)(1:FIELD-LEN))
                   MOVE "Y" TO MATCH-SWITCH
               END-IF
           END-IF.
       BUILD-BREAK-KEY.
      * Each break's value as it groups: a WEEK as the date of its
      * Monday, a MONTH as YYYYMM, a YEAR as YYYY, anything else as
      * the field holds it
           MOVE SPACES TO CUR-KEY.
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-COUNT
               MOVE BK-LT(BK-IDX) TO LT-IDX
               MOVE SPACES TO KEY-PART
               MOVE FILE-RECORD(LT-OFFSET(LT-IDX):LT-LENGTH(LT-IDX))
                   TO KEY-PART
               IF BK-GRAIN(BK-IDX) NOT = SPACES
                   AND KEY-PART(1:8) IS NUMERIC
                   AND KEY-PART(1:8) > "16010100"
                   IF BK-GRAIN(BK-IDX) = "WEEK"
      * An integer date divisible by 7 falls on a Sunday, as
      * CORE-CALENDAR reckons it, so the Monday is found from there
                       COMPUTE DATE-INT =
                           FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(KEY-PART(1:8)))
                       COMPUTE DATE-INT = DATE-INT
                           - FUNCTION MOD(DATE-INT + 6 7)
                       COMPUTE WEEK-START =
                           FUNCTION DATE-OF-INTEGER(DATE-INT)
                       MOVE WEEK-START TO KEY-PART
                   END-IF
                   IF BK-GRAIN(BK-IDX) = "MONTH"
                       MOVE SPACES TO KEY-PART(7:)
                   END-IF
                   IF BK-GRAIN(BK-IDX) = "YEAR"
                       MOVE SPACES TO KEY-PART(5:)
                   END-IF
               END-IF
               MOVE KEY-PART TO CUR-KEY((BK-IDX - 1) * 20 + 1:20)
           END-PERFORM.
       PRINT-REPORT.
           MOVE SPACES TO COLHEAD-LINE.
           MOVE 1 TO HEAD-PTR.
           PERFORM VARYING BK-IDX FROM 1 BY 1 UNTIL BK-IDX > BK-COUNT
               IF BK-IDX > 1
                   STRING "/" DELIMITED BY SIZE
                       INTO COLHEAD-LINE WITH POINTER HEAD-PTR
               END-IF
               STRING BK-FIELD(BK-IDX) DELIMITED BY SPACE
                   INTO COLHEAD-LINE WITH POINTER HEAD-PTR
           END-PERFORM.
           IF HEAD-PTR > 25
               MOVE SPACES TO COLHEAD-LINE(25:)
           END-IF.
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-COUNT
               PERFORM VARYING HEAD-LEN FROM 10 BY -1
                       UNTIL HEAD-LEN = 0
                       OR CL-HEAD(CL-IDX)(HEAD-LEN:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
               IF HEAD-LEN > 0
                   COMPUTE COL-POS = 26 + (CL-IDX - 1) * 11
                       + 11 - HEAD-LEN
                   MOVE CL-HEAD(CL-IDX)(1:HEAD-LEN)
                       TO COLHEAD-LINE(COL-POS:HEAD-LEN)
               END-IF
           END-PERFORM.
           MOVE COLHEAD-LINE TO PRT-COLHEAD.
           MOVE SPACES TO PRT-LINE.
           MOVE "INIT " TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
      * What was reported on and what was kept
           MOVE SPACES TO REPORT-LINE.
           STRING "INPUT:" DELIMITED BY SIZE
                  FILE-NAME DELIMITED BY SPACE
                  "  RECORDS READ:" DELIMITED BY SIZE
                  READ-COUNT DELIMITED BY SIZE
                  "  SELECTED:" DELIMITED BY SIZE
                  REC-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM EMIT-LINE.
           PERFORM VARYING WH-IDX FROM 1 BY 1 UNTIL WH-IDX > WH-COUNT
               STRING "WHERE " DELIMITED BY SIZE
                      WH-FIELD(WH-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WH-OP(WH-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WH-VAL(WH-IDX) DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-PERFORM.
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-COUNT
               STRING "COLUMN " DELIMITED BY SIZE
                      CL-HEAD(CL-IDX) DELIMITED BY SPACE
                      ": " DELIMITED BY SIZE
                      CL-FUNC(CL-IDX) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      CL-FIELD(CL-IDX) DELIMITED BY SPACE
                      INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-PERFORM.
           PERFORM EMIT-LINE.
           INITIALIZE ACCUMULATOR-TABLE.
      * Walk the ordered records: where the key changes at some
      * level, every group from the innermost out to that level
      * closes, and the new ones open from that level in
           PERFORM VARYING SORT-I FROM 1 BY 1 UNTIL SORT-I > REC-COUNT
               MOVE 0 TO LEVEL-FROM
               IF SORT-I = 1
                   MOVE 1 TO LEVEL-FROM
               ELSE
                   PERFORM VARYING BK-IDX FROM 1 BY 1
                           UNTIL BK-IDX > BK-COUNT
                       IF RT-KEY(SORT-I)((BK-IDX - 1) * 20 + 1:20)
                           NOT = RT-KEY(SORT-I - 1)
                               ((BK-IDX - 1) * 20 + 1:20)
                           MOVE BK-IDX TO LEVEL-FROM
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF LEVEL-FROM NOT = 0
                       MOVE SORT-I TO SORT-J
                       SUBTRACT 1 FROM SORT-J
                       PERFORM VARYING LV-IDX FROM BK-COUNT BY -1
                               UNTIL LV-IDX < LEVEL-FROM
                           PERFORM CLOSE-GROUP
                       END-PERFORM
                   END-IF
               END-IF
               IF LEVEL-FROM NOT = 0
                   MOVE SORT-I TO SORT-J
                   PERFORM VARYING LV-IDX FROM LEVEL-FROM BY 1
                           UNTIL LV-IDX > BK-COUNT
                       PERFORM OPEN-GROUP
                   END-PERFORM
               END-IF
               PERFORM ADD-TO-TOTALS
           END-PERFORM.
           IF REC-COUNT > 0
               MOVE REC-COUNT TO SORT-J
               PERFORM VARYING LV-IDX FROM BK-COUNT BY -1
                       UNTIL LV-IDX < 1
                   PERFORM CLOSE-GROUP
               END-PERFORM
           END-IF.
           IF BK-COUNT = 1
               PERFORM EMIT-LINE
           END-IF.
           MOVE GRAND-LEVEL TO LV-IDX.
           MOVE "GRAND TOTAL" TO LABEL-AREA.
           PERFORM FIGURE-LINE.
           MOVE "CLOSE" TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
       OPEN-GROUP.
      * A new group at level LV-IDX, from record SORT-J: its figures
      * start over, and an outer group is headed with its value
           INITIALIZE ACC-LEVEL(LV-IDX).
           IF LV-IDX < BK-COUNT
               MOVE LV-IDX TO BK-IDX
               PERFORM GROUP-LABEL
               MOVE SPACES TO REPORT-LINE
               COMPUTE LABEL-INDENT = (LV-IDX - 1) * 2 + 1
               STRING BK-FIELD(BK-IDX) DELIMITED BY SPACE
                      ": " DELIMITED BY SIZE
                      LABEL-TEXT DELIMITED BY SIZE
                      INTO REPORT-LINE(LABEL-INDENT:)
               PERFORM EMIT-LINE
           END-IF.
       CLOSE-GROUP.
      * The group at level LV-IDX ended with record SORT-J: the
      * innermost prints as one line of figures, an outer one as
      * its TOTAL line
           MOVE LV-IDX TO BK-IDX.
           PERFORM GROUP-LABEL.
           MOVE SPACES TO LABEL-AREA.
           COMPUTE LABEL-INDENT = (LV-IDX - 1) * 2 + 1.
           IF LV-IDX = BK-COUNT
               MOVE LABEL-TEXT TO LABEL-AREA(LABEL-INDENT:)
           ELSE
               STRING "TOTAL " DELIMITED BY SIZE
                      LABEL-TEXT DELIMITED BY SIZE
                      INTO LABEL-AREA(LABEL-INDENT:)
           END-IF.
           PERFORM FIGURE-LINE.
           IF LV-IDX < BK-COUNT
               PERFORM EMIT-LINE
           END-IF.
       GROUP-LABEL.
      * The break value of record SORT-J at level BK-IDX, as a reader
      * would name the group
           MOVE RT-KEY(SORT-J)((BK-IDX - 1) * 20 + 1:20) TO KEY-PART.
           MOVE SPACES TO LABEL-TEXT.
           IF BK-GRAIN(BK-IDX) = "WEEK"
               STRING "WEEK OF " DELIMITED BY SIZE
                      KEY-PART DELIMITED BY SIZE
                      INTO LABEL-TEXT
           ELSE
               IF BK-GRAIN(BK-IDX) = "MONTH"
                   STRING KEY-PART(1:4) DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          KEY-PART(5:2) DELIMITED BY SIZE
                          INTO LABEL-TEXT
               ELSE
                   MOVE KEY-PART TO LABEL-TEXT
               END-IF
           END-IF.
           IF LABEL-TEXT = SPACES
               MOVE "(BLANK)" TO LABEL-TEXT
           END-IF.
       ADD-TO-TOTALS.
      * Record SORT-I counts toward every open group and the grand
      * total; a figure field not holding digits is left out of that
      * column's figures
           PERFORM VARYING LV-IDX FROM 1 BY 1 UNTIL LV-IDX > 4
               IF LV-IDX NOT > BK-COUNT OR LV-IDX = GRAND-LEVEL
                   ADD 1 TO ACC-RECORDS(LV-IDX)
               END-IF
           END-PERFORM.
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-COUNT
               IF CL-LT(CL-IDX) NOT = 0
                   MOVE CL-LT(CL-IDX) TO LT-IDX
                   MOVE LT-LENGTH(LT-IDX) TO FIELD-LEN
                   MOVE SPACES TO FIELD-VAL
                   MOVE RT-REC(SORT-I)(LT-OFFSET(LT-IDX):FIELD-LEN)
                       TO FIELD-VAL
                   IF FIELD-VAL(1:FIELD-LEN) IS NUMERIC
                       MOVE 0 TO FIELD-NUM
                       MOVE FIELD-VAL(1:FIELD-LEN)
                           TO FIELD-NUM(13 - FIELD-LEN:FIELD-LEN)
                       PERFORM VARYING LV-IDX FROM 1 BY 1
                               UNTIL LV-IDX > 4
                           IF LV-IDX NOT > BK-COUNT
                               OR LV-IDX = GRAND-LEVEL
                               PERFORM ADD-FIGURE
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
       ADD-FIGURE.
           IF ACC-N(LV-IDX CL-IDX) = 0
               OR FIELD-NUM < ACC-MIN(LV-IDX CL-IDX)
               MOVE FIELD-NUM TO ACC-MIN(LV-IDX CL-IDX)
           END-IF.
           IF ACC-N(LV-IDX CL-IDX) = 0
               OR FIELD-NUM > ACC-MAX(LV-IDX CL-IDX)
               MOVE FIELD-NUM TO ACC-MAX(LV-IDX CL-IDX)
           END-IF.
           ADD 1 TO ACC-N(LV-IDX CL-IDX).
           ADD FIELD-NUM TO ACC-SUM(LV-IDX CL-IDX).
       FIGURE-LINE.
      * LABEL-AREA, then level LV-IDX's figure for each column; a
      * MIN, MAX or AVG over no values is left blank
           MOVE SPACES TO REPORT-LINE.
           MOVE LABEL-AREA TO REPORT-LINE(1:25).
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > CL-COUNT
               COMPUTE COL-POS = 26 + (CL-IDX - 1) * 11 + 1
               IF CL-FUNC(CL-IDX) = "COUNT"
                   MOVE ACC-RECORDS(LV-IDX) TO VALUE-EDIT
                   MOVE VALUE-EDIT TO REPORT-LINE(COL-POS:10)
               END-IF
               IF CL-FUNC(CL-IDX) = "SUM"
                   MOVE ACC-SUM(LV-IDX CL-IDX) TO VALUE-EDIT
                   MOVE VALUE-EDIT TO REPORT-LINE(COL-POS:10)
               END-IF
               IF ACC-N(LV-IDX CL-IDX) > 0
                   IF CL-FUNC(CL-IDX) = "MIN"
                       MOVE ACC-MIN(LV-IDX CL-IDX) TO VALUE-EDIT
                       MOVE VALUE-EDIT TO REPORT-LINE(COL-POS:10)
                   END-IF
                   IF CL-FUNC(CL-IDX) = "MAX"
                       MOVE ACC-MAX(LV-IDX CL-IDX) TO VALUE-EDIT
                       MOVE VALUE-EDIT TO REPORT-LINE(COL-POS:10)
                   END-IF
                   IF CL-FUNC(CL-IDX) = "AVG"
                       COMPUTE AVG-WORK ROUNDED =
                           ACC-SUM(LV-IDX CL-IDX)
                           / ACC-N(LV-IDX CL-IDX)
                       MOVE AVG-WORK TO AVG-EDIT
                       MOVE AVG-EDIT TO REPORT-LINE(COL-POS:10)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM EMIT-LINE.
       EMIT-LINE.
           MOVE REPORT-LINE TO PRT-LINE.
           MOVE "LINE " TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           MOVE SPACES TO REPORT-LINE.
       OPEN-VIEW-FILE.
      * tasksched.queue is indexed and comes through its own SELECT;
      * every other file is read line sequential. Either way the
      * open status lands in INPUT-FILE-STATUS
           IF QUEUE-VIEW-SWITCH = "Y"
               OPEN INPUT TASK-QUEUE-FILE
               MOVE QUEUE-FILE-STATUS TO INPUT-FILE-STATUS
           ELSE
               OPEN INPUT INPUT-FILE
           END-IF.
       READ-VIEW-RECORD.
      * Next record into FILE-RECORD, task-id order for the queue;
      * EOF-SWITCH goes to "Y" at end of file
           MOVE SPACES TO FILE-RECORD.
           IF QUEUE-VIEW-SWITCH = "Y"
               READ TASK-QUEUE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       MOVE TASK-QUEUE-RECORD TO FILE-RECORD
               END-READ
           ELSE
               READ INPUT-FILE INTO FILE-RECORD
                   AT END
                       MOVE "Y" TO EOF-SWITCH
               END-READ
           END-IF.
       CLOSE-VIEW-FILE.
           IF QUEUE-VIEW-SWITCH = "Y"
               CLOSE TASK-QUEUE-FILE
           ELSE
               CLOSE INPUT-FILE
           END-IF.
