      * by the file's key field - the first field the dictionary
      * lists - a numeric field is validated and zero-filled before
      * it is written, and the old and new values go on the audit
      * trail through CORE-AUDIT. The whole record, before and after,
      * goes to the change journal through CORE-CHGJRNL, tagged with
      * the operator id an optional fifth argument gives. The file is
      * rewritten under its named lock, and a file another program
      * rewrote after this edit read it is read again and the edit
      * reapplied to the record as it now stands
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 LY-TYPE     PIC X(1).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER      PIC X(100).
       01 MSG-LEN     PIC 9(9).
       01 OUT-FD      PIC 9(9)  VALUE 1.
       01 AUD-EVENT     PIC X(30).
       01 AUD-RC        PIC 9(9).
       01 AUD-SEVERITY  PIC X(5).
       01 OPERATOR-ID   PIC X(8)  VALUE SPACES.
       COPY "chgjrnl.cpy".
       COPY "filelock.cpy".
       01 EDIT-LOCK-SWITCH   PIC X      VALUE "N".
       01 EDIT-WROTE-SWITCH  PIC X      VALUE "N".
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Positional arguments: 1 = file, 2 = key value, 3 = field
      * name, 4 = new value, 5 = operator id (optional)
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT < 4
               MOVE "FVEDIT: usage FVEDIT file key field value [operat
      -             "or]" TO BUFFER
               MOVE 52 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER.
           ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE.
           MOVE CMD-ARG-VAL(1:40) TO VALUE-ARG.
           IF CMD-ARG-COUNT NOT < 5
               MOVE 5 TO CMD-ARG-NUM
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               MOVE CMD-ARG-VAL(1:8) TO OPERATOR-ID
           END-IF.
      * Resolve the file's layout slice; a file the dictionary does
      * not describe cannot be edited safely
           OPEN INPUT LAYOUT-FILE.
           ELSE
               MOVE KEY-ARG TO KEY-WORK
           END-IF.
      * Note the file's generation, then load it and find the record
           MOVE "READ" TO FL-FUNCTION.
           MOVE AUD-PROGRAM TO FL-PROGRAM.
           MOVE FILE-NAME(1:30) TO FL-FILE.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           PERFORM LOAD-EDIT-FILE.
           PERFORM FIND-EDIT-RECORD.
      * Take the file's lock for the rewrite; if the file was
      * rewritten since the load, load it again under the lock and
      * find the record afresh, so the edit lands on what is on file
      * now and the other program's change is kept
           MOVE "LOCK" TO FL-FUNCTION.
           MOVE "Y" TO FL-CHECK.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           IF FL-RC NOT = 0
               MOVE "FVEDIT: file lock not available" TO BUFFER
               MOVE 31 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           MOVE "Y" TO EDIT-LOCK-SWITCH.
           IF FL-CONFLICT = "Y"
               MOVE SPACES TO BUFFER
               STRING "FVEDIT: file changed by " DELIMITED BY SIZE
                      FL-LAST-PROGRAM DELIMITED BY SPACE
                      ", edit reapplied" DELIMITED BY SIZE
                      INTO BUFFER
               MOVE 70 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               MOVE 0 TO REC-COUNT
               MOVE 0 TO HIT-IDX
               MOVE "N" TO EOF-SWITCH
               PERFORM LOAD-EDIT-FILE
               PERFORM FIND-EDIT-RECORD
           END-IF.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD.
           MOVE RT-REC(HIT-IDX) TO CJ-BEFORE.
           MOVE SPACES TO OLD-VALUE.
           MOVE RT-REC(HIT-IDX)
               (LT-OFFSET(TARGET-IDX):LT-LENGTH(TARGET-IDX))
               WRITE FILE-RECORD
           END-PERFORM.
           CLOSE INPUT-FILE.
           MOVE "Y" TO EDIT-WROTE-SWITCH.
           PERFORM RELEASE-EDIT-LOCK.
      * The record before and after goes to the change journal, keyed
      * the way this edit found it, so CORE-UNDO can put it back
           MOVE RT-REC(HIT-IDX) TO CJ-AFTER.
           IF CJ-AFTER NOT = CJ-BEFORE
               MOVE OPERATOR-ID TO CJ-OPERATOR
               MOVE AUD-PROGRAM TO CJ-PROGRAM
               MOVE FILE-NAME TO CJ-FILE
               MOVE "C" TO CJ-ACTION
               MOVE LT-OFFSET(1) TO CJ-KEY-OFFSET
               IF LT-LENGTH(1) > 20
                   MOVE 20 TO CJ-KEY-LENGTH
               ELSE
                   MOVE LT-LENGTH(1) TO CJ-KEY-LENGTH
               END-IF
               MOVE KEY-WORK(1:CJ-KEY-LENGTH) TO CJ-KEY
               MOVE 0 TO CJ-UNDO-OF
               CALL "CORE-CHGJRNL" USING CHANGE-JOURNAL-RECORD
           END-IF.
      * Old and new values go on the audit trail, packed into the
      * event so the line survives any reader
           MOVE SPACES TO AUD-EVENT.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       LOAD-EDIT-FILE.
      * Load the whole file; a file past the table cannot be
      * rewritten whole, so the edit is refused rather than risking
      * a silent truncation
           OPEN INPUT INPUT-FILE.
           IF INPUT-FILE-STATUS NOT = "00"
               MOVE "FVEDIT: file not found" TO BUFFER
               MOVE 22 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               PERFORM RELEASE-EDIT-LOCK
               CALL "sys_exit_c" USING 1
           END-IF.
           PERFORM UNTIL EOF-SWITCH = "Y"
               READ INPUT-FILE INTO FILE-RECORD
                   AT END
                       MOVE "Y" TO EOF-SWITCH
                   NOT AT END
                       IF REC-COUNT < 2000
                           ADD 1 TO REC-COUNT
                           MOVE FILE-RECORD TO RT-REC(REC-COUNT)
                       ELSE
                           MOVE "Y" TO CAP-HIT-SWITCH
                           MOVE "Y" TO EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INPUT-FILE.
           IF CAP-HIT-SWITCH = "Y"
               MOVE "FVEDIT: file too large to edit safely" TO BUFFER
               MOVE 37 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               PERFORM RELEASE-EDIT-LOCK
               CALL "sys_exit_c" USING 1
           END-IF.
       FIND-EDIT-RECORD.
           PERFORM VARYING R-IDX FROM 1 BY 1 UNTIL R-IDX > REC-COUNT
               IF RT-REC(R-IDX)(LT-OFFSET(1):LT-LENGTH(1))
                       = KEY-WORK(1:LT-LENGTH(1))
                   MOVE R-IDX TO HIT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF HIT-IDX = 0
               MOVE "FVEDIT: key not found" TO BUFFER
               MOVE 21 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               PERFORM RELEASE-EDIT-LOCK
               CALL "sys_exit_c" USING 1
           END-IF.
       RELEASE-EDIT-LOCK.
      * Free the file's lock once held; the generation moves on only
      * when the rewrite has happened
           IF EDIT-LOCK-SWITCH = "Y"
               MOVE "UNLOCK" TO FL-FUNCTION
               MOVE EDIT-WROTE-SWITCH TO FL-CHANGED
               CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST
               MOVE "N" TO EDIT-LOCK-SWITCH
           END-IF.
