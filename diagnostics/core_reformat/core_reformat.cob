       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-REFORMAT.
      * CoreA Record Reformat for Layout Changes (COBOL)
      * Converts every record of a fixed-field file from one layout
      * version to another, so a control file that grows a column no
      * longer has to be padded by hand before the new programs can
      * read it. Layout versions live in the fileview.layouts
      * dictionary: the rows filed under the plain file name are the
      * layout the programs read today (named CURRENT here), and an
      * older or newer version is filed under <file>@<version>, e.g.
      * tasksched.sla@2. LAYOUT names the dictionary entry when it is
      * not the file's own name - the .stream files share one.
      *   core_reformat file oldver newver [LAYOUT name]
      *   core_reformat file ROLLBACK
      * A field in both versions is carried by name, widened or
      * narrowed as the new layout says; a value that no longer fits
      * its field is lost data and stops the run. A field only the
      * new version has takes its declared default from
      * config/fileview.defaults (layout entry, field name, value),
      * else zeros or blanks. A field only the old version has is
      * dropped and reported. Bytes no field covers come out blank.
      * The new image is written to <file>.reformat and read back;
      * only when the records read, written and read back all agree
      * is the original renamed <file>.pre-reformat, kept for
      * rollback, and the side file put in its place. A run refuses
      * to start while an earlier rollback copy is still there, so
      * one is never overwritten; ROLLBACK puts it back.
      * tasksched.queue is indexed: it is read through its own SELECT
      * and, once verified, the new image is staged as
      * tasksched.queue.migrating, the file QUEUE-MIGRATE loads - run
      * QUEUE-MIGRATE from the build that carries the new layout to
      * rebuild the queue. Run with the programs that read the file
      * stopped. The swap and a rollback are made under the file's
      * named lock through CORE-FILELOCK, and a file another program
      * rewrote while it was being converted is not swapped
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
           SELECT SIDE-FILE ASSIGN TO SIDE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIDE-FILE-STATUS.
           SELECT ROLLBACK-FILE ASSIGN TO ROLLBACK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLLBACK-FILE-STATUS.
           SELECT LAYOUT-FILE ASSIGN TO "config/fileview.layouts"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYOUT-FILE-STATUS.
           SELECT DEFAULTS-FILE ASSIGN TO "config/fileview.defaults"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEFAULTS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE.
       01 INPUT-RECORD PIC X(500).
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
       FD  SIDE-FILE.
       01 SIDE-RECORD PIC X(500).
       FD  ROLLBACK-FILE.
       01 ROLLBACK-RECORD PIC X(500).
       FD  LAYOUT-FILE.
       01 LAYOUT-RECORD.
           05 LY-FILE     PIC X(30).
           05 LY-FIELD    PIC X(20).
           05 LY-OFFSET   PIC 9(3).
           05 LY-LENGTH   PIC 9(3).
           05 LY-TYPE     PIC X(1).
      * One declared default per new field: the layout entry it
      * belongs to (versioned name included), the field, and the
      * value as it would be typed - digits for a numeric field
       FD  DEFAULTS-FILE.
       01 DEFAULTS-RECORD.
           05 DF-LAYOUT   PIC X(30).
           05 DF-FIELD    PIC X(20).
           05 DF-VALUE    PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 RESULT        PIC 9(9).
       01 FILE-NAME          PIC X(100) VALUE SPACES.
       01 SIDE-NAME          PIC X(120) VALUE SPACES.
       01 ROLLBACK-NAME      PIC X(120) VALUE SPACES.
       01 LAYOUT-NAME        PIC X(30)  VALUE SPACES.
       01 OLD-VERSION        PIC X(10)  VALUE SPACES.
       01 NEW-VERSION        PIC X(10)  VALUE SPACES.
       01 OLD-DICT-NAME      PIC X(30)  VALUE SPACES.
       01 NEW-DICT-NAME      PIC X(30)  VALUE SPACES.
       01 INPUT-FILE-STATUS  PIC XX.
       01 QUEUE-FILE-STATUS  PIC XX.
       01 SIDE-FILE-STATUS   PIC XX.
       01 ROLLBACK-FILE-STATUS PIC XX.
       01 LAYOUT-FILE-STATUS PIC XX.
       01 DEFAULTS-FILE-STATUS PIC XX.
       01 QUEUE-VIEW-SWITCH  PIC X      VALUE "N".
       01 ROLLBACK-SWITCH    PIC X      VALUE "N".
       01 EOF-SWITCH         PIC X      VALUE "N".
       01 USAGE-SWITCH       PIC X      VALUE "N".
       01 CMD-ARG-COUNT      PIC 9(2).
       01 CMD-ARG-NUM        PIC 9(2).
       01 CMD-ARG-VAL        PIC X(100).
       01 CMD-LINE           PIC X(300).
       01 FILE-RECORD        PIC X(500).
       01 NEW-RECORD         PIC X(500).
      * The two versions' fields; each new field notes where its
      * value comes from - the old field it carries, or 0 for a
      * default - and each old field whether anything carries it
       01 OL-COUNT           PIC 9(3)   VALUE 0.
       01 OL-IDX             PIC 9(3).
       01 OLD-LAYOUT-TABLE.
           05 OL-ENTRY OCCURS 50 TIMES.
               10 OL-FIELD    PIC X(20).
               10 OL-OFFSET   PIC 9(3).
               10 OL-LENGTH   PIC 9(3).
               10 OL-TYPE     PIC X(1).
               10 OL-CARRIED  PIC X(1).
       01 NL-COUNT           PIC 9(3)   VALUE 0.
       01 NL-IDX             PIC 9(3).
       01 NEW-LAYOUT-TABLE.
           05 NL-ENTRY OCCURS 50 TIMES.
               10 NL-FIELD    PIC X(20).
               10 NL-OFFSET   PIC 9(3).
               10 NL-LENGTH   PIC 9(3).
               10 NL-TYPE     PIC X(1).
               10 NL-SOURCE   PIC 9(3).
               10 NL-DEFAULT  PIC X(40).
               10 NL-DEF-LEN  PIC 9(3).
       01 FIELD-VAL          PIC X(100).
       01 FIELD-LEN          PIC 9(3).
       01 FIELD-START        PIC 9(3).
       01 FIELD-POS          PIC 9(3).
       01 CHAR-IDX           PIC 9(3).
       01 LOST-SWITCH        PIC X.
       01 READ-COUNT         PIC 9(9)   VALUE 0.
       01 WRITTEN-COUNT      PIC 9(9)   VALUE 0.
       01 CHECK-COUNT        PIC 9(9)   VALUE 0.
       01 LOST-COUNT         PIC 9(9)   VALUE 0.
       01 DROP-COUNT         PIC 9(3)   VALUE 0.
       01 REPORT-LINE        PIC X(100).
       01 AUD-PROGRAM   PIC X(20) VALUE "CORE-REFORMAT".
       01 AUD-EVENT     PIC X(30).
       01 AUD-RC        PIC 9(9).
       01 AUD-SEVERITY  PIC X(5).
      * The file's generation when the conversion began to read it
       COPY "filelock.cpy".
       01 REFORMAT-GENERATION PIC 9(9)  VALUE 0.
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT < 2
               PERFORM SHOW-USAGE
           END-IF.
           MOVE 1 TO CMD-ARG-NUM.
           PERFORM NEXT-ARG.
           MOVE CMD-ARG-VAL TO FILE-NAME.
           MOVE FILE-NAME(1:30) TO LAYOUT-NAME.
           PERFORM NEXT-ARG.
           IF CMD-ARG-VAL(1:10) = "ROLLBACK"
               MOVE "Y" TO ROLLBACK-SWITCH
           ELSE
               MOVE CMD-ARG-VAL(1:10) TO OLD-VERSION
               IF CMD-ARG-COUNT < 3
                   MOVE "Y" TO USAGE-SWITCH
               ELSE
                   PERFORM NEXT-ARG
                   MOVE CMD-ARG-VAL(1:10) TO NEW-VERSION
               END-IF
           END-IF.
           PERFORM UNTIL CMD-ARG-NUM > CMD-ARG-COUNT
               PERFORM NEXT-ARG
               IF CMD-ARG-VAL(1:10) = "LAYOUT" AND CMD-ARG-NUM NOT >
                       CMD-ARG-COUNT
                   PERFORM NEXT-ARG
                   MOVE CMD-ARG-VAL(1:30) TO LAYOUT-NAME
               ELSE
                   MOVE "Y" TO USAGE-SWITCH
               END-IF
           END-PERFORM.
           IF USAGE-SWITCH = "Y"
               PERFORM SHOW-USAGE
           END-IF.
           IF FILE-NAME = "tasksched.queue"
               MOVE "Y" TO QUEUE-VIEW-SWITCH
           END-IF.
           STRING FILE-NAME DELIMITED BY SPACE
                  ".pre-reformat" DELIMITED BY SIZE
                  INTO ROLLBACK-NAME.
           STRING FILE-NAME DELIMITED BY SPACE
                  ".reformat" DELIMITED BY SIZE
                  INTO SIDE-NAME.
           IF ROLLBACK-SWITCH = "Y"
               PERFORM RESTORE-ORIGINAL
           END-IF.
      * An earlier run's rollback copy is the only way back from it;
      * it is restored or removed by hand before another reformat
           OPEN INPUT ROLLBACK-FILE.
           IF ROLLBACK-FILE-STATUS = "00"
               CLOSE ROLLBACK-FILE
               MOVE SPACES TO BUFFER
               STRING "CORE-REFORMAT: rollback copy still present: "
                          DELIMITED BY SIZE
                      ROLLBACK-NAME DELIMITED BY SPACE
                      INTO BUFFER
               MOVE 100 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           MOVE LAYOUT-NAME TO OLD-DICT-NAME.
           IF OLD-VERSION NOT = "CURRENT"
               MOVE SPACES TO OLD-DICT-NAME
               STRING LAYOUT-NAME DELIMITED BY SPACE
                      "@" DELIMITED BY SIZE
                      OLD-VERSION DELIMITED BY SPACE
                      INTO OLD-DICT-NAME
           END-IF.
           MOVE LAYOUT-NAME TO NEW-DICT-NAME.
           IF NEW-VERSION NOT = "CURRENT"
               MOVE SPACES TO NEW-DICT-NAME
               STRING LAYOUT-NAME DELIMITED BY SPACE
                      "@" DELIMITED BY SIZE
                      NEW-VERSION DELIMITED BY SPACE
                      INTO NEW-DICT-NAME
           END-IF.
           IF OLD-DICT-NAME = NEW-DICT-NAME
               MOVE "CORE-REFORMAT: old and new version are the same"
                   TO BUFFER
               MOVE 47 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           PERFORM LOAD-LAYOUTS.
           PERFORM MAP-FIELDS.
           PERFORM LOAD-DEFAULTS.
      * Convert: every record read, rebuilt in the new layout and
      * written to the side file
           MOVE "READ" TO FL-FUNCTION.
           MOVE AUD-PROGRAM TO FL-PROGRAM.
           MOVE FILE-NAME(1:30) TO FL-FILE.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           MOVE FL-GENERATION TO REFORMAT-GENERATION.
           PERFORM OPEN-VIEW-FILE.
           IF INPUT-FILE-STATUS NOT = "00"
               MOVE "CORE-REFORMAT: file not found" TO BUFFER
               MOVE 29 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           OPEN OUTPUT SIDE-FILE.
           IF SIDE-FILE-STATUS NOT = "00"
               PERFORM CLOSE-VIEW-FILE
               MOVE SPACES TO BUFFER
               STRING "CORE-REFORMAT: cannot create " DELIMITED BY SIZE
                      SIDE-NAME DELIMITED BY SPACE
                      INTO BUFFER
               MOVE 100 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           PERFORM UNTIL EOF-SWITCH = "Y"
               PERFORM READ-VIEW-RECORD
               IF EOF-SWITCH = "N"
                   ADD 1 TO READ-COUNT
                   PERFORM BUILD-NEW-RECORD
                   WRITE SIDE-RECORD FROM NEW-RECORD
                   IF SIDE-FILE-STATUS = "00"
                       ADD 1 TO WRITTEN-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CLOSE-VIEW-FILE.
           CLOSE SIDE-FILE.
      * Read the side file back: what is on disk is what gets swapped
      * in, so that is the count that must agree
           OPEN INPUT SIDE-FILE.
           IF SIDE-FILE-STATUS = "00"
               PERFORM UNTIL SIDE-FILE-STATUS NOT = "00"
                   READ SIDE-FILE
                       AT END
                           MOVE "10" TO SIDE-FILE-STATUS
                       NOT AT END
                           ADD 1 TO CHECK-COUNT
                   END-READ
               END-PERFORM
               CLOSE SIDE-FILE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "READ:" DELIMITED BY SIZE
                  READ-COUNT DELIMITED BY SIZE
                  " WRITTEN:" DELIMITED BY SIZE
                  WRITTEN-COUNT DELIMITED BY SIZE
                  " VERIFIED:" DELIMITED BY SIZE
                  CHECK-COUNT DELIMITED BY SIZE
                  " LOST:" DELIMITED BY SIZE
                  LOST-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM SHOW-REPORT-LINE.
           IF LOST-COUNT NOT = 0
               OR WRITTEN-COUNT NOT = READ-COUNT
               OR CHECK-COUNT NOT = READ-COUNT
               MOVE SPACES TO AUD-EVENT
               STRING "REFORMAT FAILED " DELIMITED BY SIZE
                      FILE-NAME DELIMITED BY SPACE
                      INTO AUD-EVENT
               MOVE LOST-COUNT TO AUD-RC
               MOVE "ERROR" TO AUD-SEVERITY
               CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                   AUD-RC AUD-SEVERITY
               MOVE SPACES TO BUFFER
               STRING "CORE-REFORMAT: not swapped, original untouched;"
                          DELIMITED BY SIZE
                      " see " DELIMITED BY SIZE
                      SIDE-NAME DELIMITED BY SPACE
                      INTO BUFFER
               MOVE 100 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
      * Counts agree: keep the original for rollback and put the new
      * image in its place, under the file's lock. A file rewritten
      * since the conversion read it would lose that rewrite, so it
      * is left as it is and the run is made again
           MOVE "LOCK" TO FL-FUNCTION.
           MOVE "Y" TO FL-CHECK.
           MOVE REFORMAT-GENERATION TO FL-GENERATION.
           PERFORM LOCK-REFORMAT-FILE.
           IF FL-CONFLICT = "Y"
               MOVE "UNLOCK" TO FL-FUNCTION
               MOVE "N" TO FL-CHANGED
               CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST
               MOVE SPACES TO BUFFER
               STRING "CORE-REFORMAT: not swapped, " DELIMITED BY SIZE
                      FILE-NAME DELIMITED BY SPACE
                      " changed by " DELIMITED BY SIZE
                      FL-LAST-PROGRAM DELIMITED BY SPACE
                      " meanwhile" DELIMITED BY SIZE
                      INTO BUFFER
               MOVE 100 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           MOVE SPACES TO CMD-LINE.
           STRING "mv " DELIMITED BY SIZE
                  FILE-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ROLLBACK-NAME DELIMITED BY SPACE
                  INTO CMD-LINE.
           CALL "system" USING CMD-LINE.
           MOVE SPACES TO CMD-LINE.
           IF QUEUE-VIEW-SWITCH = "Y"
               STRING "mv " DELIMITED BY SIZE
                      SIDE-NAME DELIMITED BY SPACE
                      " tasksched.queue.migrating" DELIMITED BY SIZE
                      INTO CMD-LINE
           ELSE
               STRING "mv " DELIMITED BY SIZE
                      SIDE-NAME DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      FILE-NAME DELIMITED BY SPACE
                      INTO CMD-LINE
           END-IF.
           CALL "system" USING CMD-LINE.
           MOVE "UNLOCK" TO FL-FUNCTION.
           MOVE "Y" TO FL-CHANGED.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           MOVE SPACES TO AUD-EVENT.
           STRING "REFORMAT " DELIMITED BY SIZE
                  FILE-NAME DELIMITED BY SPACE
                  INTO AUD-EVENT.
           MOVE READ-COUNT TO AUD-RC.
           MOVE "INFO " TO AUD-SEVERITY.
           CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
               AUD-RC AUD-SEVERITY.
           MOVE SPACES TO BUFFER.
           IF QUEUE-VIEW-SWITCH = "Y"
               STRING "CORE-REFORMAT: queue staged in "
                          DELIMITED BY SIZE
                      "tasksched.queue.migrating, run QUEUE-MIGRATE"
                          DELIMITED BY SIZE
                      " to load it" DELIMITED BY SIZE
                      INTO BUFFER
           ELSE
               STRING "CORE-REFORMAT: " DELIMITED BY SIZE
                      FILE-NAME DELIMITED BY SPACE
                      " now in layout " DELIMITED BY SIZE
                      NEW-DICT-NAME DELIMITED BY SPACE
                      INTO BUFFER
           END-IF.
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
           STRING "CORE-REFORMAT: usage file oldver newver"
                      DELIMITED BY SIZE
                  " [LAYOUT name] | file ROLLBACK" DELIMITED BY SIZE
                  INTO BUFFER.
           MOVE 69 TO MSG-LEN.
           PERFORM SAY-AND-FAIL.
       SAY-AND-FAIL.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               GIVING RESULT.
           CALL "sys_exit_c" USING 1.
       SHOW-REPORT-LINE.
           MOVE 100 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD REPORT-LINE MSG-LEN
               GIVING RESULT.
       RESTORE-ORIGINAL.
      * Put the rollback copy back over whatever the reformat left;
      * for the queue that is the indexed file as it was
           OPEN INPUT ROLLBACK-FILE.
           IF ROLLBACK-FILE-STATUS NOT = "00"
               MOVE "CORE-REFORMAT: no rollback copy to restore"
                   TO BUFFER
               MOVE 42 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           CLOSE ROLLBACK-FILE.
           MOVE "LOCK" TO FL-FUNCTION.
           MOVE "N" TO FL-CHECK.
           PERFORM LOCK-REFORMAT-FILE.
           MOVE SPACES TO CMD-LINE.
           STRING "mv " DELIMITED BY SIZE
                  ROLLBACK-NAME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  FILE-NAME DELIMITED BY SPACE
                  INTO CMD-LINE.
           CALL "system" USING CMD-LINE.
      * A staged queue image QUEUE-MIGRATE has not loaded yet would
      * otherwise be loaded over the restored queue
           IF QUEUE-VIEW-SWITCH = "Y"
               MOVE "rm -f tasksched.queue.migrating" TO CMD-LINE
               CALL "system" USING CMD-LINE
           END-IF.
           MOVE "UNLOCK" TO FL-FUNCTION.
           MOVE "Y" TO FL-CHANGED.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           MOVE SPACES TO AUD-EVENT.
           STRING "ROLLBACK " DELIMITED BY SIZE
                  FILE-NAME DELIMITED BY SPACE
                  INTO AUD-EVENT.
           MOVE 0 TO AUD-RC.
           MOVE "WARN " TO AUD-SEVERITY.
           CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
               AUD-RC AUD-SEVERITY.
           MOVE SPACES TO BUFFER.
           STRING "CORE-REFORMAT: restored " DELIMITED BY SIZE
                  FILE-NAME DELIMITED BY SPACE
                  " from " DELIMITED BY SIZE
                  ROLLBACK-NAME DELIMITED BY SPACE
                  INTO BUFFER.
           MOVE 100 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               GIVING RESULT.
           CALL "sys_exit_c" USING 0.
       LOCK-REFORMAT-FILE.
      * The file's lock for the swap or the rollback; without it the
      * file is not touched
           MOVE AUD-PROGRAM TO FL-PROGRAM.
           MOVE FILE-NAME(1:30) TO FL-FILE.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           IF FL-RC NOT = 0
               MOVE SPACES TO BUFFER
               STRING "CORE-REFORMAT: lock on " DELIMITED BY SIZE
                      FILE-NAME DELIMITED BY SPACE
                      " not available, file untouched"
                          DELIMITED BY SIZE
                      INTO BUFFER
               MOVE 100 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
       LOAD-LAYOUTS.
      * Both versions out of the dictionary in one pass; each must be
      * there, or there is nothing to convert between
           OPEN INPUT LAYOUT-FILE.
           IF LAYOUT-FILE-STATUS NOT = "00"
               MOVE "CORE-REFORMAT: layout dictionary not found"
                   TO BUFFER
               MOVE 42 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           PERFORM UNTIL LAYOUT-FILE-STATUS NOT = "00"
               READ LAYOUT-FILE
                   AT END
                       MOVE "10" TO LAYOUT-FILE-STATUS
                   NOT AT END
                       IF LY-OFFSET IS NUMERIC
                           AND LY-LENGTH IS NUMERIC
                           AND LY-OFFSET NOT = 0
                           AND LY-LENGTH NOT = 0
                           AND LY-LENGTH NOT > 100
                           AND LY-OFFSET + LY-LENGTH NOT > 501
                           PERFORM TAKE-LAYOUT-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LAYOUT-FILE.
           IF OL-COUNT = 0
               MOVE SPACES TO BUFFER
               STRING "CORE-REFORMAT: no layout " DELIMITED BY SIZE
                      OLD-DICT-NAME DELIMITED BY SPACE
                      INTO BUFFER
               MOVE 60 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           IF NL-COUNT = 0
               MOVE SPACES TO BUFFER
               STRING "CORE-REFORMAT: no layout " DELIMITED BY SIZE
                      NEW-DICT-NAME DELIMITED BY SPACE
                      INTO BUFFER
               MOVE 60 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
       TAKE-LAYOUT-ROW.
           IF LY-FILE = OLD-DICT-NAME AND OL-COUNT < 50
               ADD 1 TO OL-COUNT
               MOVE LY-FIELD TO OL-FIELD(OL-COUNT)
               MOVE LY-OFFSET TO OL-OFFSET(OL-COUNT)
               MOVE LY-LENGTH TO OL-LENGTH(OL-COUNT)
               MOVE LY-TYPE TO OL-TYPE(OL-COUNT)
               MOVE "N" TO OL-CARRIED(OL-COUNT)
           END-IF.
           IF LY-FILE = NEW-DICT-NAME AND NL-COUNT < 50
               ADD 1 TO NL-COUNT
               MOVE LY-FIELD TO NL-FIELD(NL-COUNT)
               MOVE LY-OFFSET TO NL-OFFSET(NL-COUNT)
               MOVE LY-LENGTH TO NL-LENGTH(NL-COUNT)
               MOVE LY-TYPE TO NL-TYPE(NL-COUNT)
               MOVE 0 TO NL-SOURCE(NL-COUNT)
               MOVE SPACES TO NL-DEFAULT(NL-COUNT)
               MOVE 0 TO NL-DEF-LEN(NL-COUNT)
           END-IF.
       MAP-FIELDS.
      * Match the versions by field name and say what happens to
      * each field before a record is touched
           PERFORM VARYING NL-IDX FROM 1 BY 1 UNTIL NL-IDX > NL-COUNT
               PERFORM VARYING OL-IDX FROM 1 BY 1
                       UNTIL OL-IDX > OL-COUNT
                   IF OL-FIELD(OL-IDX) = NL-FIELD(NL-IDX)
                       MOVE OL-IDX TO NL-SOURCE(NL-IDX)
                       MOVE "Y" TO OL-CARRIED(OL-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING OL-IDX FROM 1 BY 1 UNTIL OL-IDX > OL-COUNT
               IF OL-CARRIED(OL-IDX) = "N"
                   ADD 1 TO DROP-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "DROPPED " DELIMITED BY SIZE
                          OL-FIELD(OL-IDX) DELIMITED BY SPACE
                          INTO REPORT-LINE
                   PERFORM SHOW-REPORT-LINE
               END-IF
           END-PERFORM.
       LOAD-DEFAULTS.
      * Declared defaults for the new version's fields; a numeric
      * field's default must be digits that fit it, checked here so
      * a bad declaration stops the run before any record is read
           OPEN INPUT DEFAULTS-FILE.
           IF DEFAULTS-FILE-STATUS = "00"
               PERFORM UNTIL DEFAULTS-FILE-STATUS NOT = "00"
                   READ DEFAULTS-FILE
                       AT END
                           MOVE "10" TO DEFAULTS-FILE-STATUS
                       NOT AT END
                           IF DF-LAYOUT = NEW-DICT-NAME
                               PERFORM TAKE-DEFAULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEFAULTS-FILE
           END-IF.
           PERFORM VARYING NL-IDX FROM 1 BY 1 UNTIL NL-IDX > NL-COUNT
               IF NL-SOURCE(NL-IDX) = 0
                   MOVE SPACES TO REPORT-LINE
                   STRING "NEW " DELIMITED BY SIZE
                          NL-FIELD(NL-IDX) DELIMITED BY SPACE
                          " DEFAULT:" DELIMITED BY SIZE
                          NL-DEFAULT(NL-IDX) DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM SHOW-REPORT-LINE
               ELSE
                   MOVE NL-SOURCE(NL-IDX) TO OL-IDX
                   IF OL-LENGTH(OL-IDX) NOT = NL-LENGTH(NL-IDX)
                       OR OL-TYPE(OL-IDX) NOT = NL-TYPE(NL-IDX)
                       OR OL-OFFSET(OL-IDX) NOT = NL-OFFSET(NL-IDX)
                       MOVE SPACES TO REPORT-LINE
                       STRING "MOVED " DELIMITED BY SIZE
                              NL-FIELD(NL-IDX) DELIMITED BY SPACE
                              " FROM " DELIMITED BY SIZE
                              OL-OFFSET(OL-IDX) DELIMITED BY SIZE
                              "/" DELIMITED BY SIZE
                              OL-LENGTH(OL-IDX) DELIMITED BY SIZE
                              OL-TYPE(OL-IDX) DELIMITED BY SIZE
                              " TO " DELIMITED BY SIZE
                              NL-OFFSET(NL-IDX) DELIMITED BY SIZE
                              "/" DELIMITED BY SIZE
                              NL-LENGTH(NL-IDX) DELIMITED BY SIZE
                              NL-TYPE(NL-IDX) DELIMITED BY SIZE
                              INTO REPORT-LINE
                       PERFORM SHOW-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM.
       TAKE-DEFAULT.
           PERFORM VARYING NL-IDX FROM 1 BY 1 UNTIL NL-IDX > NL-COUNT
               IF NL-FIELD(NL-IDX) = DF-FIELD
                   MOVE DF-VALUE TO NL-DEFAULT(NL-IDX)
                   MOVE 0 TO NL-DEF-LEN(NL-IDX)
                   PERFORM VARYING CHAR-IDX FROM 40 BY -1
                           UNTIL CHAR-IDX = 0
                       IF DF-VALUE(CHAR-IDX:1) NOT = SPACE
                           MOVE CHAR-IDX TO NL-DEF-LEN(NL-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF NL-DEF-LEN(NL-IDX) > NL-LENGTH(NL-IDX)
                       OR (NL-TYPE(NL-IDX) = "N"
                           AND NL-DEF-LEN(NL-IDX) > 0
                           AND DF-VALUE(1:NL-DEF-LEN(NL-IDX))
                               IS NOT NUMERIC)
                       MOVE SPACES TO BUFFER
                       STRING "CORE-REFORMAT: default does not fit "
                                  DELIMITED BY SIZE
                              DF-FIELD DELIMITED BY SPACE
                              INTO BUFFER
                       MOVE 60 TO MSG-LEN
                       PERFORM SAY-AND-FAIL
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       BUILD-NEW-RECORD.
      * Blank record, then every new field from its source; a value
      * that cannot be carried whole counts the record as lost
           MOVE SPACES TO NEW-RECORD.
           MOVE "N" TO LOST-SWITCH.
           PERFORM VARYING NL-IDX FROM 1 BY 1 UNTIL NL-IDX > NL-COUNT
               IF NL-SOURCE(NL-IDX) = 0
                   MOVE NL-DEFAULT(NL-IDX) TO FIELD-VAL
                   MOVE NL-DEF-LEN(NL-IDX) TO FIELD-LEN
               ELSE
                   MOVE NL-SOURCE(NL-IDX) TO OL-IDX
                   MOVE SPACES TO FIELD-VAL
                   MOVE FILE-RECORD(OL-OFFSET(OL-IDX):
                       OL-LENGTH(OL-IDX)) TO FIELD-VAL
                   MOVE OL-LENGTH(OL-IDX) TO FIELD-LEN
                   PERFORM UNTIL FIELD-LEN = 0
                       IF FIELD-VAL(FIELD-LEN:1) NOT = SPACE
                           EXIT PERFORM
                       END-IF
                       SUBTRACT 1 FROM FIELD-LEN
                   END-PERFORM
               END-IF
               PERFORM STORE-NEW-FIELD
           END-PERFORM.
           IF LOST-SWITCH = "Y"
               ADD 1 TO LOST-COUNT
           END-IF.
       STORE-NEW-FIELD.
      * Numeric: zero padded on the left, leading zeros given up
      * first when the field narrows, blanks reading as zero.
      * Character: blank padded on the right
           IF NL-TYPE(NL-IDX) = "N"
               MOVE ZEROS TO NEW-RECORD(NL-OFFSET(NL-IDX):
                   NL-LENGTH(NL-IDX))
               IF FIELD-LEN > 0
                   IF FIELD-VAL(1:FIELD-LEN) IS NOT NUMERIC
                       MOVE "Y" TO LOST-SWITCH
                   ELSE
                       MOVE 1 TO FIELD-START
                       PERFORM UNTIL FIELD-START NOT < FIELD-LEN
                           IF FIELD-VAL(FIELD-START:1) NOT = "0"
                               EXIT PERFORM
                           END-IF
                           ADD 1 TO FIELD-START
                       END-PERFORM
                       COMPUTE FIELD-LEN = FIELD-LEN - FIELD-START + 1
                       IF FIELD-LEN > NL-LENGTH(NL-IDX)
                           MOVE "Y" TO LOST-SWITCH
                       ELSE
                           COMPUTE FIELD-POS = NL-OFFSET(NL-IDX)
                               + NL-LENGTH(NL-IDX) - FIELD-LEN
                           MOVE FIELD-VAL(FIELD-START:FIELD-LEN)
                               TO NEW-RECORD(FIELD-POS:FIELD-LEN)
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF FIELD-LEN > NL-LENGTH(NL-IDX)
                   MOVE "Y" TO LOST-SWITCH
               ELSE
               IF FIELD-LEN > 0
                   MOVE FIELD-VAL(1:FIELD-LEN)
                       TO NEW-RECORD(NL-OFFSET(NL-IDX):
                           NL-LENGTH(NL-IDX))
               END-IF
               END-IF
           END-IF.
       OPEN-VIEW-FILE.
           IF QUEUE-VIEW-SWITCH = "Y"
               OPEN INPUT TASK-QUEUE-FILE
               MOVE QUEUE-FILE-STATUS TO INPUT-FILE-STATUS
           ELSE
               OPEN INPUT INPUT-FILE
           END-IF.
       READ-VIEW-RECORD.
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
