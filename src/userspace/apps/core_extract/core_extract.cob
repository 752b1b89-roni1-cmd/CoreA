       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-EXTRACT.
      * CoreA Layout-Driven Delimited Extract (COBOL)
      * Turns any fixed-field file the fileview.layouts dictionary
      * describes into a delimited file a spreadsheet opens directly:
      * a header row of field names, one row per record, and a
      * trailer row carrying the record count so the receiving side
      * can confirm it got everything. The fields default to the
      * whole layout in dictionary order, or a FIELDS list picks and
      * orders them; a WHERE condition in FILEVIEW's syntax (field,
      * = < or >, value - typed the same way) keeps only the records
      * that satisfy it. Numeric fields lose their zero padding, and
      * 8-digit numeric fields whose name carries DATE come out as
      * YYYY-MM-DD (an all-zero date comes out empty). Character
      * fields lose their trailing blanks, and one holding the
      * delimiter or a double quote is quoted with its quotes
      * doubled. tasksched.queue is indexed and is read through its
      * own SELECT in task-id order, as FILEVIEW reads it.
      *   core_extract file [FIELDS f1,f2,...] [WHERE field op value]
      *                     [DELIM c] [OUT name]
      * The extract goes to <file>.csv unless OUT names it; the
      * delimiter is a comma unless DELIM names another printable
      * character (| or ; suit fields that carry commas)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT EXTRACT-FILE ASSIGN TO OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  EXTRACT-FILE.
       01 EXTRACT-RECORD PIC X(2000).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER      PIC X(100).
       01 MSG-LEN     PIC 9(9).
       01 OUT-FD      PIC 9(9)  VALUE 1.
       01 RESULT      PIC 9(9).
       01 FILE-NAME          PIC X(100).
       01 OUT-NAME           PIC X(100) VALUE SPACES.
       01 FILE-RECORD        PIC X(500).
       01 INPUT-FILE-STATUS  PIC XX.
       01 QUEUE-FILE-STATUS  PIC XX.
       01 LAYOUT-FILE-STATUS PIC XX.
       01 EXTRACT-FILE-STATUS PIC XX.
       01 QUEUE-VIEW-SWITCH  PIC X      VALUE "N".
       01 EOF-SWITCH         PIC X      VALUE "N".
       01 CMD-ARG-COUNT      PIC 9(2).
       01 CMD-ARG-NUM        PIC 9(2).
       01 CMD-ARG-VAL        PIC X(100).
       01 CMD-KEYWORD        PIC X(10).
       01 DELIM-CHAR         PIC X      VALUE ",".
       01 FIELD-LIST         PIC X(100) VALUE SPACES.
       01 LIST-PTR           PIC 9(3).
       01 LIST-ITEM          PIC X(20).
       01 USAGE-SWITCH       PIC X      VALUE "N".
       01 WRITE-FAIL-SWITCH  PIC X      VALUE "N".
      * The named file's slice of the layout dictionary
       01 LT-COUNT           PIC 9(3)   VALUE 0.
       01 LT-IDX             PIC 9(3).
       01 LAYOUT-TABLE.
           05 LT-ENTRY OCCURS 50 TIMES.
               10 LT-FIELD    PIC X(20).
               10 LT-OFFSET   PIC 9(3).
               10 LT-LENGTH   PIC 9(3).
               10 LT-TYPE     PIC X(1).
               10 LT-DATE     PIC X(1).
      * The columns to write, as positions in the layout table
       01 COL-COUNT          PIC 9(3)   VALUE 0.
       01 COL-IDX            PIC 9(3).
       01 COLUMN-TABLE.
           05 COL-LT         PIC 9(3) OCCURS 50 TIMES.
      * The WHERE condition, typed the way FILEVIEW types it
       01 WHERE-SWITCH       PIC X      VALUE "N".
       01 WHERE-FIELD        PIC X(20).
       01 WHERE-OP           PIC X(1).
       01 WHERE-VAL          PIC X(40).
       01 WHERE-IDX          PIC 9(3)   VALUE 0.
       01 WHERE-NUM-A        PIC 9(12)  VALUE 0.
       01 WHERE-NUM-B        PIC 9(12)  VALUE 0.
       01 MATCH-SWITCH       PIC X.
      * Building one delimited line
       01 OUT-LINE           PIC X(2000).
       01 OUT-PTR            PIC 9(4).
       01 FIELD-VAL          PIC X(100).
       01 FIELD-LEN          PIC 9(3).
       01 FIELD-START        PIC 9(3).
       01 FIELD-END          PIC 9(3).
       01 CHAR-IDX           PIC 9(3).
       01 DATE-TALLY         PIC 9(2).
       01 QUOTE-SWITCH       PIC X.
       01 READ-COUNT         PIC 9(9)   VALUE 0.
       01 EXTRACT-COUNT      PIC 9(9)   VALUE 0.
       01 COUNT-EDIT         PIC Z(8)9.
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Positional argument 1 is the file; after it come keyword
      * operands in any order: FIELDS list, WHERE field op value,
      * DELIM character, OUT file name
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT < 1
               PERFORM SHOW-USAGE
           END-IF.
           MOVE 1 TO CMD-ARG-NUM.
           DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE.
           MOVE CMD-ARG-VAL TO FILE-NAME.
           MOVE 2 TO CMD-ARG-NUM.
           PERFORM UNTIL CMD-ARG-NUM > CMD-ARG-COUNT
               PERFORM NEXT-ARG
               MOVE CMD-ARG-VAL(1:10) TO CMD-KEYWORD
               IF CMD-KEYWORD = "FIELDS" AND CMD-ARG-NUM NOT >
                       CMD-ARG-COUNT
                   PERFORM NEXT-ARG
                   MOVE CMD-ARG-VAL TO FIELD-LIST
               ELSE
               IF CMD-KEYWORD = "WHERE" AND CMD-ARG-NUM + 2 NOT >
                       CMD-ARG-COUNT
                   PERFORM NEXT-ARG
                   MOVE CMD-ARG-VAL(1:20) TO WHERE-FIELD
                   PERFORM NEXT-ARG
                   MOVE CMD-ARG-VAL(1:1) TO WHERE-OP
                   PERFORM NEXT-ARG
                   MOVE CMD-ARG-VAL(1:40) TO WHERE-VAL
                   MOVE "Y" TO WHERE-SWITCH
               ELSE
               IF CMD-KEYWORD = "DELIM" AND CMD-ARG-NUM NOT >
                       CMD-ARG-COUNT
                   PERFORM NEXT-ARG
                   MOVE CMD-ARG-VAL(1:1) TO DELIM-CHAR
               ELSE
               IF CMD-KEYWORD = "OUT" AND CMD-ARG-NUM NOT >
                       CMD-ARG-COUNT
                   PERFORM NEXT-ARG
                   MOVE CMD-ARG-VAL TO OUT-NAME
               ELSE
                   MOVE "Y" TO USAGE-SWITCH
               END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM.
           IF USAGE-SWITCH = "Y"
               PERFORM SHOW-USAGE
           END-IF.
           IF WHERE-SWITCH = "Y"
               AND WHERE-OP NOT = "=" AND WHERE-OP NOT = "<"
               AND WHERE-OP NOT = ">"
               MOVE "WHERE operator must be = < or >" TO BUFFER
               MOVE 31 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           IF DELIM-CHAR NOT > SPACE OR DELIM-CHAR = '"'
               OR DELIM-CHAR > "~"
               MOVE "DELIM must be one printable character" TO BUFFER
               MOVE 37 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           IF OUT-NAME = SPACES
               STRING FILE-NAME DELIMITED BY SPACE
                      ".csv" DELIMITED BY SIZE
                      INTO OUT-NAME
           END-IF.
           IF FILE-NAME = "tasksched.queue"
               MOVE "Y" TO QUEUE-VIEW-SWITCH
           END-IF.
           PERFORM LOAD-LAYOUT.
           PERFORM PICK-COLUMNS.
           IF WHERE-SWITCH = "Y"
               PERFORM VARYING LT-IDX FROM 1 BY 1
                       UNTIL LT-IDX > LT-COUNT
                   IF LT-FIELD(LT-IDX) = WHERE-FIELD
                       MOVE LT-IDX TO WHERE-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WHERE-IDX = 0
                   MOVE "WHERE field not in layout" TO BUFFER
                   MOVE 25 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 1
               END-IF
           END-IF.
           PERFORM OPEN-VIEW-FILE.
           IF INPUT-FILE-STATUS NOT = "00"
               MOVE "File not found" TO BUFFER
               MOVE 14 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS NOT = "00"
               PERFORM CLOSE-VIEW-FILE
               MOVE "Cannot create the extract file" TO BUFFER
               MOVE 30 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
      * Header row: the chosen field names in column order
           MOVE SPACES TO OUT-LINE.
           MOVE 1 TO OUT-PTR.
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COL-COUNT
               IF COL-IDX > 1
                   STRING DELIM-CHAR DELIMITED BY SIZE
                       INTO OUT-LINE WITH POINTER OUT-PTR
               END-IF
               STRING LT-FIELD(COL-LT(COL-IDX)) DELIMITED BY SPACE
                   INTO OUT-LINE WITH POINTER OUT-PTR
           END-PERFORM.
           WRITE EXTRACT-RECORD FROM OUT-LINE
           IF EXTRACT-FILE-STATUS NOT = "00"
               MOVE "Y" TO WRITE-FAIL-SWITCH
           END-IF.
           PERFORM UNTIL EOF-SWITCH = "Y"
               PERFORM READ-VIEW-RECORD
               IF EOF-SWITCH = "N"
                   ADD 1 TO READ-COUNT
                   MOVE "Y" TO MATCH-SWITCH
                   IF WHERE-SWITCH = "Y"
                       PERFORM TEST-WHERE
                   END-IF
                   IF MATCH-SWITCH = "Y"
                       PERFORM WRITE-DATA-ROW
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CLOSE-VIEW-FILE.
      * Trailer row: the number of data rows above it
           MOVE EXTRACT-COUNT TO COUNT-EDIT.
           MOVE SPACES TO OUT-LINE.
           MOVE 1 TO OUT-PTR.
           STRING "TRAILER" DELIMITED BY SIZE
                  DELIM-CHAR DELIMITED BY SIZE
                  INTO OUT-LINE WITH POINTER OUT-PTR.
           PERFORM VARYING CHAR-IDX FROM 1 BY 1
                   UNTIL CHAR-IDX > 9
               IF COUNT-EDIT(CHAR-IDX:1) NOT = SPACE
                   STRING COUNT-EDIT(CHAR-IDX:1) DELIMITED BY SIZE
                       INTO OUT-LINE WITH POINTER OUT-PTR
               END-IF
           END-PERFORM.
           WRITE EXTRACT-RECORD FROM OUT-LINE
           IF EXTRACT-FILE-STATUS NOT = "00"
               MOVE "Y" TO WRITE-FAIL-SWITCH
           END-IF.
           CLOSE EXTRACT-FILE.
      * A row the file refused means the extract is not whole - say
      * so and fail rather than hand over a short file
           IF WRITE-FAIL-SWITCH = "Y"
               MOVE SPACES TO BUFFER
               STRING "CORE-EXTRACT: write failed on " DELIMITED BY SIZE
                      OUT-NAME DELIMITED BY SPACE
                      INTO BUFFER
               MOVE 100 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           MOVE SPACES TO BUFFER.
           STRING "CORE-EXTRACT: " DELIMITED BY SIZE
                  EXTRACT-COUNT DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  READ-COUNT DELIMITED BY SIZE
                  " RECORDS TO " DELIMITED BY SIZE
                  OUT-NAME DELIMITED BY SPACE
                  INTO BUFFER.
           MOVE 100 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               GIVING RESULT.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       NEXT-ARG.
           DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE.
           ADD 1 TO CMD-ARG-NUM.
       SHOW-USAGE.
           MOVE SPACES TO BUFFER.
           STRING "CORE-EXTRACT: usage file [FIELDS f1,f2,...]"
                      DELIMITED BY SIZE
                  " [WHERE field op value] [DELIM c] [OUT name]"
                      DELIMITED BY SIZE
                  INTO BUFFER.
           MOVE 87 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               GIVING RESULT.
           CALL "sys_exit_c" USING 1.
       LOAD-LAYOUT.
      * Pull the named file's field layout out of the dictionary; a
      * file the dictionary does not describe cannot be extracted
           OPEN INPUT LAYOUT-FILE.
           IF LAYOUT-FILE-STATUS NOT = "00"
               MOVE "Layout dictionary not found" TO BUFFER
               MOVE 27 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
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
      * An 8-digit numeric field named for a date reads as one
                           MOVE "N" TO LT-DATE(LT-COUNT)
                           MOVE 0 TO DATE-TALLY
                           INSPECT LY-FIELD TALLYING DATE-TALLY
                               FOR ALL "DATE"
                           IF LY-TYPE = "N" AND LY-LENGTH = 8
                               AND DATE-TALLY > 0
                               MOVE "Y" TO LT-DATE(LT-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LAYOUT-FILE.
           IF LT-COUNT = 0
               MOVE "No layout for this file" TO BUFFER
               MOVE 23 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
       PICK-COLUMNS.
      * No FIELDS list means every field in dictionary order;
      * otherwise each listed name must be in the layout
           IF FIELD-LIST = SPACES
               PERFORM VARYING LT-IDX FROM 1 BY 1
                       UNTIL LT-IDX > LT-COUNT
                   ADD 1 TO COL-COUNT
                   MOVE LT-IDX TO COL-LT(COL-COUNT)
               END-PERFORM
           ELSE
               MOVE 1 TO LIST-PTR
               PERFORM UNTIL LIST-PTR > 100
                   MOVE SPACES TO LIST-ITEM
                   UNSTRING FIELD-LIST DELIMITED BY "," OR SPACE
                       INTO LIST-ITEM WITH POINTER LIST-PTR
                   END-UNSTRING
                   IF LIST-ITEM = SPACES
                       MOVE 101 TO LIST-PTR
                   ELSE
                       PERFORM ADD-LISTED-COLUMN
                   END-IF
               END-PERFORM
           END-IF.
       ADD-LISTED-COLUMN.
           MOVE 0 TO CHAR-IDX.
           PERFORM VARYING LT-IDX FROM 1 BY 1
                   UNTIL LT-IDX > LT-COUNT
               IF LT-FIELD(LT-IDX) = LIST-ITEM
                   MOVE LT-IDX TO CHAR-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CHAR-IDX = 0
               MOVE SPACES TO BUFFER
               STRING "Field not in layout: " DELIMITED BY SIZE
                      LIST-ITEM DELIMITED BY SPACE
                      INTO BUFFER
               MOVE 41 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           IF COL-COUNT < 50
               ADD 1 TO COL-COUNT
               MOVE CHAR-IDX TO COL-LT(COL-COUNT)
           END-IF.
       TEST-WHERE.
      * Typed comparison against the named field's slice: numeric
      * fields compare as numbers (so 500 beats 0099), character
      * fields compare as text; a record whose numeric field does
      * not hold digits simply never matches
           MOVE "N" TO MATCH-SWITCH.
           MOVE SPACES TO FIELD-VAL.
           MOVE FILE-RECORD(LT-OFFSET(WHERE-IDX):LT-LENGTH(WHERE-IDX))
               TO FIELD-VAL.
           MOVE LT-LENGTH(WHERE-IDX) TO FIELD-LEN.
           IF LT-TYPE(WHERE-IDX) = "N"
               IF FIELD-VAL(1:FIELD-LEN) IS NUMERIC
                   AND FIELD-LEN NOT > 12
                   MOVE 0 TO WHERE-NUM-A
                   MOVE FIELD-VAL(1:FIELD-LEN)
                       TO WHERE-NUM-A(13 - FIELD-LEN:FIELD-LEN)
                   COMPUTE WHERE-NUM-B = FUNCTION NUMVAL(WHERE-VAL)
                   IF (WHERE-OP = "=" AND WHERE-NUM-A = WHERE-NUM-B)
                       OR (WHERE-OP = "<"
                           AND WHERE-NUM-A < WHERE-NUM-B)
                       OR (WHERE-OP = ">"
                           AND WHERE-NUM-A > WHERE-NUM-B)
                       MOVE "Y" TO MATCH-SWITCH
                   END-IF
               END-IF
           ELSE
               IF (WHERE-OP = "="
                       AND FIELD-VAL(1:FIELD-LEN)
                           = WHERE-VAL(1:FIELD-LEN))
                   OR (WHERE-OP = "<"
                       AND FIELD-VAL(1:FIELD-LEN)
                           < WHERE-VAL(1:FIELD-LEN))
                   OR (WHERE-OP = ">"
                       AND FIELD-VAL(1:FIELD-LEN)
                           > WHERE-VAL(1:FIELD-LEN))
                   MOVE "Y" TO MATCH-SWITCH
               END-IF
           END-IF.
       WRITE-DATA-ROW.
           MOVE SPACES TO OUT-LINE.
           MOVE 1 TO OUT-PTR.
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > COL-COUNT
               IF COL-IDX > 1
                   STRING DELIM-CHAR DELIMITED BY SIZE
                       INTO OUT-LINE WITH POINTER OUT-PTR
               END-IF
               MOVE COL-LT(COL-IDX) TO LT-IDX
               PERFORM APPEND-FIELD
           END-PERFORM.
           WRITE EXTRACT-RECORD FROM OUT-LINE
           IF EXTRACT-FILE-STATUS NOT = "00"
               MOVE "Y" TO WRITE-FAIL-SWITCH
           END-IF.
           ADD 1 TO EXTRACT-COUNT.
       APPEND-FIELD.
      * One field's slice, made readable, onto the end of OUT-LINE
           MOVE SPACES TO FIELD-VAL.
           MOVE FILE-RECORD(LT-OFFSET(LT-IDX):LT-LENGTH(LT-IDX))
               TO FIELD-VAL.
           MOVE LT-LENGTH(LT-IDX) TO FIELD-LEN.
           IF LT-TYPE(LT-IDX) = "N"
               AND FIELD-VAL(1:FIELD-LEN) IS NUMERIC
               IF LT-DATE(LT-IDX) = "Y"
                   IF FIELD-VAL(1:8) NOT = "00000000"
                       STRING FIELD-VAL(1:4) DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              FIELD-VAL(5:2) DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              FIELD-VAL(7:2) DELIMITED BY SIZE
                              INTO OUT-LINE WITH POINTER OUT-PTR
                   END-IF
               ELSE
      * Drop the zero padding but keep a lone 0 for a zero value
                   MOVE FIELD-LEN TO FIELD-START
                   PERFORM VARYING CHAR-IDX FROM 1 BY 1
                           UNTIL CHAR-IDX NOT < FIELD-LEN
                       IF FIELD-VAL(CHAR-IDX:1) NOT = "0"
                           MOVE CHAR-IDX TO FIELD-START
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   STRING FIELD-VAL(FIELD-START:
                              FIELD-LEN - FIELD-START + 1)
                          DELIMITED BY SIZE
                          INTO OUT-LINE WITH POINTER OUT-PTR
               END-IF
           ELSE
      * Text: trailing blanks off, quoted when it holds the
      * delimiter or a quote, with embedded quotes doubled
               MOVE 0 TO FIELD-END
               PERFORM VARYING CHAR-IDX FROM FIELD-LEN BY -1
                       UNTIL CHAR-IDX = 0
                   IF FIELD-VAL(CHAR-IDX:1) NOT = SPACE
                       MOVE CHAR-IDX TO FIELD-END
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               MOVE "N" TO QUOTE-SWITCH
               PERFORM VARYING CHAR-IDX FROM 1 BY 1
                       UNTIL CHAR-IDX > FIELD-END
                   IF FIELD-VAL(CHAR-IDX:1) = DELIM-CHAR
                       OR FIELD-VAL(CHAR-IDX:1) = '"'
                       MOVE "Y" TO QUOTE-SWITCH
                   END-IF
               END-PERFORM
               IF QUOTE-SWITCH = "Y"
                   STRING '"' DELIMITED BY SIZE
                       INTO OUT-LINE WITH POINTER OUT-PTR
               END-IF
               PERFORM VARYING CHAR-IDX FROM 1 BY 1
                       UNTIL CHAR-IDX > FIELD-END
                   IF FIELD-VAL(CHAR-IDX:1) = '"'
                       STRING '"' DELIMITED BY SIZE
                           INTO OUT-LINE WITH POINTER OUT-PTR
                   END-IF
                   STRING FIELD-VAL(CHAR-IDX:1) DELIMITED BY SIZE
                       INTO OUT-LINE WITH POINTER OUT-PTR
               END-PERFORM
               IF QUOTE-SWITCH = "Y"
                   STRING '"' DELIMITED BY SIZE
                       INTO OUT-LINE WITH POINTER OUT-PTR
               END-IF
           END-IF.
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
