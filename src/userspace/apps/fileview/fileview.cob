       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEVIEW.
      * CoreA File Viewer (COBOL)
      * Reads and displays file contents. tasksched.queue is an
      * indexed file keyed by task id: it is read through its own
      * SELECT in task-id order, and KEY mode looks a task up in it
      * directly, with no separate index to build
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS RANDOM
               RECORD KEY IS FV-KEY
               FILE STATUS IS KEYED-FILE-STATUS.
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
       01 KEYED-RECORD.
           05 FV-KEY      PIC 9(9).
           05 FV-DATA     PIC X(90).
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
      * Record layout dictionary: one named field per record, keyed by
      * the data file it describes, with 1-based offset, length and a
      * type letter (N numeric, C character)
           05 LY-TYPE     PIC X(1).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER      PIC X(100).
       01 MSG-LEN     PIC 9(9).
       01 OUT-FD      PIC 9(9)  VALUE 1.
       01 KEYED-FILE-NAME    PIC X(100).
       01 INPUT-FILE-STATUS  PIC XX.
       01 KEYED-FILE-STATUS  PIC XX.
       01 QUEUE-FILE-STATUS  PIC XX.
       01 QUEUE-VIEW-SWITCH  PIC X      VALUE "N".
       01 QUEUE-REC-LEN      PIC 9(9)   VALUE 154.
       01 VIEW-MODE          PIC X(4)   VALUE "TEXT".
       01 LOOKUP-KEY-ARG     PIC X(9).
      * Working fields for the FIND view - the search string, its
       01 LO-NIBBLE        PIC 99.
       01 HEX-PAIR          PIC X(2).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Positional arguments: 1 = file name, 2 = view mode
      * (TEXT/HEX/KEY/FORM/FIND/WHERE/BROW), 3 = lookup key or
      * search string; KEY takes an optional 4 = index file name;
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               MOVE CMD-ARG-VAL(1:40) TO WHERE-VAL
           END-IF.
           IF FILE-NAME = "tasksched.queue"
               MOVE "Y" TO QUEUE-VIEW-SWITCH
           END-IF.
      * In FIND mode the third argument is the search string; work
      * out its significant length once, up front
           IF VIEW-MODE = "FIND"
                   CALL "sys_exit_c" USING 1
               END-IF
           END-IF.
      * The queue is its own index: KEY mode reads the task id
      * straight from it and shows the whole record
           IF VIEW-MODE = "KEY " AND QUEUE-VIEW-SWITCH = "Y"
               OPEN INPUT TASK-QUEUE-FILE
               IF QUEUE-FILE-STATUS NOT = "00"
                   MOVE "File not found" TO BUFFER
                   MOVE 14 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   CALL "sys_exit_c" USING 1
               END-IF
               COMPUTE TQ-ID = FUNCTION NUMVAL(LOOKUP-KEY-ARG)
               READ TASK-QUEUE-FILE KEY IS TQ-ID
                   INVALID KEY
                       MOVE "Key not found" TO BUFFER
                       MOVE 13 TO MSG-LEN
                       CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                           GIVING RESULT
                       CLOSE TASK-QUEUE-FILE
                       CALL "sys_exit_c" USING 1
               END-READ
               CALL "sys_write_c" USING OUT-FD TASK-QUEUE-RECORD
                   QUEUE-REC-LEN GIVING RESULT
               CLOSE TASK-QUEUE-FILE
               CALL "sys_exit_c" USING 0
           END-IF.
           IF VIEW-MODE = "KEY "
               MOVE SPACES TO KEYED-FILE-NAME
               STRING FILE-NAME DELIMITED BY SPACE
                   END-IF
               END-IF
           END-IF.
           PERFORM OPEN-VIEW-FILE.
           IF INPUT-FILE-STATUS NOT = "00"
               MOVE "File not found" TO BUFFER
               MOVE 14 TO MSG-LEN
           END-IF.
      * Read the whole file, one record at a time, until end of file
           PERFORM UNTIL EOF-SWITCH = "Y"
               PERFORM READ-VIEW-RECORD
               IF EOF-SWITCH = "N"
                   ADD 1 TO RECORD-COUNT
                   IF VIEW-MODE = "HEX "
                       PERFORM VARYING HEX-LINE-START FROM 1 BY 16
                               UNTIL HEX-LINE-START > 100
                           MOVE SPACES TO HEX-LINE
                           MOVE SPACES TO ASCII-GUTTER
                           COMPUTE OFFSET-VAL =
                               (RECORD-COUNT - 1) * 100
                                   + HEX-LINE-START - 1
                           MOVE OFFSET-VAL TO HEX-LINE(1:8)
                           MOVE ": " TO HEX-LINE(9:2)
                           COMPUTE HEX-LINE-END =
                               HEX-LINE-START + 15
                           IF HEX-LINE-END > 100
                               MOVE 100 TO HEX-LINE-END
                           END-IF
                           MOVE 1 TO HEX-OUT-COL
                           MOVE 1 TO ASCII-OUT-COL
                           PERFORM VARYING HEX-BYTE-IDX
                                   FROM HEX-LINE-START BY 1
                                   UNTIL HEX-BYTE-IDX
                                       > HEX-LINE-END
                               MOVE FILE-RECORD(HEX-BYTE-IDX:1)
                                   TO BYTE-CHAR
                               COMPUTE BYTE-VAL =
                                   FUNCTION ORD(BYTE-CHAR) - 1
                               COMPUTE HI-NIBBLE = BYTE-VAL / 16
                               COMPUTE LO-NIBBLE =
                                   BYTE-VAL - (HI-NIBBLE * 16)
                               MOVE HEX-DIGITS(HI-NIBBLE + 1:1)
                                   TO HEX-PAIR(1:1)
                               MOVE HEX-DIGITS(LO-NIBBLE + 1:1)
                                   TO HEX-PAIR(2:1)
                               MOVE HEX-PAIR TO
                                   HEX-LINE(10 + HEX-OUT-COL:2)
                               IF BYTE-VAL NOT < 32 AND
                                       BYTE-VAL NOT > 126
                                   MOVE BYTE-CHAR TO
                                       ASCII-GUTTER(
                                           ASCII-OUT-COL:1)
                               ELSE
                                   MOVE "." TO
                                       ASCII-GUTTER(
                                           ASCII-OUT-COL:1)
                               END-IF
                               ADD 3 TO HEX-OUT-COL
                               ADD 1 TO ASCII-OUT-COL
                           END-PERFORM
                           MOVE ASCII-GUTTER TO HEX-LINE(59:16)
                           MOVE 80 TO MSG-LEN
                           CALL "sys_write_c" USING OUT-FD
                               HEX-LINE MSG-LEN GIVING RESULT
                       END-PERFORM
                   ELSE
                   IF VIEW-MODE = "FORM"
      * One field per line, name beside value, so the record reads
      * without the copybook open in another window
                       MOVE SPACES TO FORMAT-LINE
                       STRING "RECORD:" DELIMITED BY SIZE
                              RECORD-COUNT DELIMITED BY SIZE
                              INTO FORMAT-LINE
                       MOVE 16 TO MSG-LEN
                       CALL "sys_write_c" USING OUT-FD
                           FORMAT-LINE MSG-LEN GIVING RESULT
                       PERFORM VARYING LT-IDX FROM 1 BY 1
                               UNTIL LT-IDX > LT-COUNT
                           MOVE SPACES TO FORMAT-LINE
                           MOVE LT-FIELD(LT-IDX)
                               TO FORMAT-LINE(3:20)
                           MOVE ":" TO FORMAT-LINE(23:1)
                           MOVE FILE-RECORD(LT-OFFSET(LT-IDX):
                               LT-LENGTH(LT-IDX))
                               TO FORMAT-LINE(25:
                                   LT-LENGTH(LT-IDX))
                           MOVE 70 TO MSG-LEN
                           CALL "sys_write_c" USING OUT-FD
                               FORMAT-LINE MSG-LEN GIVING RESULT
                       END-PERFORM
                   ELSE
                   IF VIEW-MODE = "WHER"
      * Typed comparison against the named field's slice: numeric
      * fields compare as numbers (so 500 beats 0099), character
      * fields compare as text; a record whose numeric field does
      * not hold digits simply never matches
                       MOVE "N" TO MATCH-SWITCH
                       IF LT-TYPE(WHERE-IDX) = "N"
                           IF FILE-RECORD(LT-OFFSET(WHERE-IDX):
                                   LT-LENGTH(WHERE-IDX))
                                   IS NUMERIC
                               MOVE FILE-RECORD(
                                   LT-OFFSET(WHERE-IDX):
                                   LT-LENGTH(WHERE-IDX))
                                   TO WHERE-NUM-A(13 -
                                   LT-LENGTH(WHERE-IDX):
                                   LT-LENGTH(WHERE-IDX))
                               COMPUTE WHERE-NUM-B =
                                   FUNCTION NUMVAL(WHERE-VAL)
                               EVALUATE WHERE-OP
                                   WHEN "="
                                       IF WHERE-NUM-A
                                           = WHERE-NUM-B
                                           MOVE "Y"
                                             TO MATCH-SWITCH
                                       END-IF
                                   WHEN "<"
                                       IF WHERE-NUM-A
                                           < WHERE-NUM-B
                                           MOVE "Y"
                                             TO MATCH-SWITCH
                                       END-IF
                                   WHEN ">"
                                       IF WHERE-NUM-A
                                           > WHERE-NUM-B
                                           MOVE "Y"
                                             TO MATCH-SWITCH
                                       END-IF
                               END-EVALUATE
                               MOVE 0 TO WHERE-NUM-A
                           END-IF
                       ELSE
                           EVALUATE WHERE-OP
                               WHEN "="
                                   IF FILE-RECORD(
                                       LT-OFFSET(WHERE-IDX):
                                       LT-LENGTH(WHERE-IDX))
                                       = WHERE-VAL(1:
                                       LT-LENGTH(WHERE-IDX))
                                       MOVE "Y" TO MATCH-SWITCH
                                   END-IF
                               WHEN "<"
                                   IF FILE-RECORD(
                                       LT-OFFSET(WHERE-IDX):
                                       LT-LENGTH(WHERE-IDX))
                                       < WHERE-VAL(1:
                                       LT-LENGTH(WHERE-IDX))
                                       MOVE "Y" TO MATCH-SWITCH
                                   END-IF
                               WHEN ">"
                                   IF FILE-RECORD(
                                       LT-OFFSET(WHERE-IDX):
                                       LT-LENGTH(WHERE-IDX))
                                       > WHERE-VAL(1:
                                       LT-LENGTH(WHERE-IDX))
                                       MOVE "Y" TO MATCH-SWITCH
                                   END-IF
                           END-EVALUATE
                       END-IF
                       IF MATCH-SWITCH = "Y"
                           ADD 1 TO MATCH-COUNT
                           MOVE SPACES TO MATCH-LINE
                           STRING RECORD-COUNT DELIMITED BY SIZE
                                  ": " DELIMITED BY SIZE
                                  FILE-RECORD DELIMITED BY SIZE
                                  INTO MATCH-LINE
                           MOVE 100 TO MSG-LEN
                           CALL "sys_write_c" USING OUT-FD
                               MATCH-LINE MSG-LEN GIVING RESULT
                       END-IF
                   ELSE
                   IF VIEW-MODE = "FIND"
      * Scan this record for the search string and print only the
      * records that mention it, prefixed with their position
                       MOVE "N" TO MATCH-SWITCH
                       COMPUTE SCAN-LIMIT = 101 - SEARCH-LEN
                       PERFORM VARYING SCAN-POS FROM 1 BY 1
                               UNTIL SCAN-POS > SCAN-LIMIT
                               OR MATCH-SWITCH = "Y"
                           IF FILE-RECORD(SCAN-POS:SEARCH-LEN)
                                   = SEARCH-ARG(1:SEARCH-LEN)
                               MOVE "Y" TO MATCH-SWITCH
                           END-IF
                       END-PERFORM
                       IF MATCH-SWITCH = "Y"
                           ADD 1 TO MATCH-COUNT
                           MOVE SPACES TO MATCH-LINE
                           STRING RECORD-COUNT DELIMITED BY SIZE
                                  ": " DELIMITED BY SIZE
                                  FILE-RECORD DELIMITED BY SIZE
                                  INTO MATCH-LINE
                           MOVE 100 TO MSG-LEN
                           CALL "sys_write_c" USING OUT-FD
                               MATCH-LINE MSG-LEN GIVING RESULT
                       END-IF
                   ELSE
                       MOVE 100 TO MSG-LEN
                       CALL "sys_write_c" USING OUT-FD FILE-RECORD
                           MSG-LEN GIVING RESULT
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF RECORD-COUNT = 0
               MOVE "No data" TO BUFFER
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
           END-IF.
           PERFORM CLOSE-VIEW-FILE.
      * FIND and WHERE end with a match count, and a zero-match run
      * exits nonzero so scripts can test for it
           IF VIEW-MODE = "FIND" OR VIEW-MODE = "WHER"
      * page through it under operator control the way CORE-OPS
      * drives its menu: F forward, B back, E end, a record number
      * jumps, Q leaves
           PERFORM OPEN-VIEW-FILE.
           IF INPUT-FILE-STATUS NOT = "00"
               DISPLAY "File not found"
               CALL "sys_exit_c" USING 1
           END-IF.
           PERFORM UNTIL EOF-SWITCH = "Y"
               PERFORM READ-VIEW-RECORD
               IF EOF-SWITCH = "N"
                   IF BR-COUNT < 2000
                       ADD 1 TO BR-COUNT
                       MOVE FILE-RECORD TO BR-REC(BR-COUNT)
                   ELSE
                       MOVE "Y" TO BR-CAP-SWITCH
                       MOVE "Y" TO EOF-SWITCH
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CLOSE-VIEW-FILE.
           IF BR-COUNT = 0
               DISPLAY "No data"
               CALL "sys_exit_c" USING 0
                       END-IF
               END-EVALUATE
           END-PERFORM.
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
