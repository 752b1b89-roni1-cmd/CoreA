       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-UNDO.
      * CoreA Control-File Change Undo (COBOL)
      * Reverses changes recorded in config/change.journal, the
      * before-image and after-image history CORE-QADM, FVEDIT,
      * CORE-IMPORT and LOCKMGR RECOVER write through CORE-CHGJRNL.
      *   core_undo LIST [file]
      *   core_undo seq operator
      *   core_undo AFTER yyyymmdd[hhmmss] operator
      * LIST shows the journal, one line per change. A sequence
      * number reverses that one change; AFTER reverses, newest
      * first, every change made after the point in time - a bare
      * date means after the end of that day, the way CONFIG-FLAGS
      * ROLLBACK reads its date. A changed record gets its
      * before-image back, an added one is removed and a deleted one
      * is put back. Before anything is touched every change is
      * checked: the record must still be exactly what the change
      * left (a deleted one must still be absent), else the record
      * has changed again since and the whole undo is refused, with
      * each conflict named. Changes already undone are skipped, and
      * an undo entry itself is not undone again - make the change
      * afresh instead. Each reversal is journaled in turn, tagged
      * with the operator, who must be authorized for destructive
      * actions, and goes on the audit trail. A lockmgr.registry row
      * put back is only the registry's record of the holder - the
      * mutex stays as RECOVER left it. Each reversal is made under
      * the file's named lock through CORE-FILELOCK; a file another
      * program rewrote since the check has its record judged again
      * under the lock before it is touched
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "config/change.journal"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CJ-FILE-STATUS.
           SELECT TARGET-FILE ASSIGN TO TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARGET-FILE-STATUS.
           SELECT TASK-QUEUE-FILE ASSIGN TO "tasksched.queue"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TQ-ID
               ALTERNATE RECORD KEY IS TQ-DISPATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT OPERATORS-FILE ASSIGN TO "config/core.operators"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-JOURNAL-FILE.
       01 CHANGE-JOURNAL-FILE-RECORD PIC X(519).
       FD  TARGET-FILE.
       01 TARGET-RECORD PIC X(200).
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
       FD  OPERATORS-FILE.
       01 OPERATORS-RECORD.
           05 OP-ID         PIC X(8).
           05 OP-DESTRUCT   PIC X(1).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 RESULT        PIC 9(9).
       01 CJ-FILE-STATUS     PIC XX.
       01 TARGET-FILE-STATUS PIC XX.
       01 QUEUE-FILE-STATUS  PIC XX.
       01 OPER-FILE-STATUS   PIC XX.
       01 CMD-ARG-COUNT      PIC 9(2).
       01 CMD-ARG-NUM        PIC 9(2).
       01 CMD-ARG-VAL        PIC X(100).
       01 UNDO-MODE          PIC X(5)   VALUE SPACES.
       01 LIST-FILE          PIC X(30)  VALUE SPACES.
       01 TARGET-SEQ         PIC 9(9)   VALUE 0.
       01 OPERATOR-ID        PIC X(8)   VALUE SPACES.
       01 OPERATOR-OK-SWITCH PIC X      VALUE "N".
      * The point in time AFTER undoes back to, and each entry's own
      * stamp on the same date-then-time scale
       01 POINT-STAMP.
           05 POINT-DATE     PIC 9(8)   VALUE 0.
           05 POINT-TIME     PIC 9(6)   VALUE 0.
       01 ENTRY-STAMP.
           05 ENTRY-DATE     PIC 9(8).
           05 ENTRY-TIME     PIC 9(6).
      * The changes this run is to reverse, oldest first as the
      * journal holds them; UE-UNDONE marks one a later undo entry
      * already reversed
       01 UE-COUNT           PIC 9(4)   VALUE 0.
       01 UE-IDX             PIC 9(4).
       01 SCAN-IDX           PIC 9(4).
       01 NEWER-IDX          PIC 9(4).
       01 TOO-MANY-SWITCH    PIC X      VALUE "N".
       01 ALREADY-SWITCH     PIC X      VALUE "N".
       01 UNDO-TABLE.
           05 UE-ENTRY OCCURS 500 TIMES.
               10 UE-SEQ        PIC 9(9).
               10 UE-FILE       PIC X(30).
               10 UE-ACTION     PIC X(1).
               10 UE-KEY-OFFSET PIC 9(3).
               10 UE-KEY-LENGTH PIC 9(3).
               10 UE-KEY        PIC X(20).
               10 UE-BEFORE     PIC X(200).
               10 UE-AFTER      PIC X(200).
               10 UE-UNDONE     PIC X(1).
       01 PENDING-COUNT      PIC 9(4)   VALUE 0.
       01 APPLIED-COUNT      PIC 9(4)   VALUE 0.
       01 REFUSE-SWITCH      PIC X      VALUE "N".
       01 CONFLICT-SWITCH    PIC X.
      * What the record the change touched looks like now - on disk,
      * or as a newer change in this run will have left it
       01 CURRENT-EXISTS     PIC X.
       01 CURRENT-IMAGE      PIC X(200).
      * One line-sequential control file, whole, while it is checked
      * or rewritten
       01 TARGET-NAME        PIC X(30)  VALUE SPACES.
       01 RT-COUNT           PIC 9(4)   VALUE 0.
       01 RT-IDX             PIC 9(4).
       01 HIT-IDX            PIC 9(4)   VALUE 0.
       01 DROP-IDX           PIC 9(4)   VALUE 0.
       01 CAP-HIT-SWITCH     PIC X      VALUE "N".
       01 RECORD-TABLE.
           05 RT-REC OCCURS 2000 TIMES PIC X(200).
      * lockmgr.registry is only ever rewritten inside the reserved
      * mutex 99 bracket, here as in LOCKMGR and CORE-AUDIT
       01 SERIAL-MUTEX-ID    PIC 9(9)   VALUE 99.
       01 SERIAL-MUTEX-INSTANCE TYPE MUTEX-DATA.
       01 SERIAL-RESULT      PIC 9(9).
       01 SERIAL-HELD-SWITCH PIC X      VALUE "N".
      * Every other file is rewritten under its named lock, with the
      * generation each file stood at when this run first read it
       COPY "filelock.cpy".
       01 UNDO-LOCK-SWITCH   PIC X      VALUE "N".
       01 GT-COUNT           PIC 9(2)   VALUE 0.
       01 GT-IDX             PIC 9(2).
       01 GENERATION-TABLE.
           05 GT-ENTRY OCCURS 50 TIMES.
               10 GT-FILE       PIC X(30).
               10 GT-GENERATION PIC 9(9).
       01 REPORT-LINE        PIC X(100).
       01 SEQ-EDIT           PIC Z(8)9.
       01 UNDO-NOTE          PIC X(17).
       01 COUNT-EDIT         PIC Z(3)9.
       01 AUD-PROGRAM   PIC X(20) VALUE "CORE-UNDO".
       01 AUD-EVENT     PIC X(30).
       01 AUD-RC        PIC 9(9).
       01 AUD-SEVERITY  PIC X(5).
       COPY "chgjrnl.cpy".
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Name this program to the fault-injection check
           MOVE "CORE-UNDO" TO FAULT-PROGRAM.
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT < 1
               PERFORM SHOW-USAGE
           END-IF.
           MOVE 1 TO CMD-ARG-NUM.
           PERFORM NEXT-ARG.
           IF CMD-ARG-VAL(1:5) = "LIST "
               MOVE "LIST " TO UNDO-MODE
               IF CMD-ARG-COUNT NOT < 2
                   PERFORM NEXT-ARG
                   MOVE CMD-ARG-VAL(1:30) TO LIST-FILE
               END-IF
           ELSE
           IF CMD-ARG-VAL(1:6) = "AFTER "
               MOVE "AFTER" TO UNDO-MODE
               IF CMD-ARG-COUNT < 3
                   PERFORM SHOW-USAGE
               END-IF
               PERFORM NEXT-ARG
               IF CMD-ARG-VAL(1:8) IS NOT NUMERIC
                   PERFORM SHOW-USAGE
               END-IF
               MOVE CMD-ARG-VAL(1:8) TO POINT-DATE
               IF CMD-ARG-VAL(9:6) = SPACES
                   MOVE 999999 TO POINT-TIME
               ELSE
                   IF CMD-ARG-VAL(9:6) IS NOT NUMERIC
                       PERFORM SHOW-USAGE
                   END-IF
                   MOVE CMD-ARG-VAL(9:6) TO POINT-TIME
               END-IF
               PERFORM NEXT-ARG
               MOVE CMD-ARG-VAL(1:8) TO OPERATOR-ID
           ELSE
               MOVE "SEQ  " TO UNDO-MODE
               IF CMD-ARG-COUNT < 2
                   PERFORM SHOW-USAGE
               END-IF
               COMPUTE TARGET-SEQ = FUNCTION NUMVAL(CMD-ARG-VAL)
               IF TARGET-SEQ = 0
                   PERFORM SHOW-USAGE
               END-IF
               PERFORM NEXT-ARG
               MOVE CMD-ARG-VAL(1:8) TO OPERATOR-ID
           END-IF
           END-IF.
           IF UNDO-MODE = "LIST "
               PERFORM LIST-JOURNAL
               CALL "sys_exit_c" USING 0
           END-IF.
      * Undoing rewrites control files, so the operator must be
      * authorized for destructive actions; no permissions file
      * means nobody is, which fails closed rather than open
           PERFORM CHECK-OPERATOR.
           IF OPERATOR-OK-SWITCH = "N"
               MOVE "CORE-UNDO: operator not authorized" TO BUFFER
               MOVE 34 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           PERFORM LOAD-JOURNAL.
           IF TOO-MANY-SWITCH = "Y"
               MOVE "CORE-UNDO: over 500 changes - name a later point"
                   TO BUFFER
               MOVE 48 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           IF UNDO-MODE = "SEQ  "
               IF UE-COUNT = 0
                   MOVE "CORE-UNDO: no such change in the journal"
                       TO BUFFER
                   MOVE 40 TO MSG-LEN
                   PERFORM SAY-AND-FAIL
               END-IF
               IF ALREADY-SWITCH = "Y"
                   MOVE "CORE-UNDO: change already undone" TO BUFFER
                   MOVE 32 TO MSG-LEN
                   PERFORM SAY-AND-FAIL
               END-IF
           END-IF.
           PERFORM VARYING UE-IDX FROM 1 BY 1 UNTIL UE-IDX > UE-COUNT
               IF UE-UNDONE(UE-IDX) NOT = "Y"
                   ADD 1 TO PENDING-COUNT
               END-IF
           END-PERFORM.
           IF PENDING-COUNT = 0
               MOVE "CORE-UNDO: nothing to undo after that point"
                   TO BUFFER
               MOVE 43 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 0
           END-IF.
      * Check every change, newest first, before touching anything:
      * one record that has moved on refuses the whole undo
           PERFORM VARYING UE-IDX FROM UE-COUNT BY -1 UNTIL UE-IDX = 0
               IF UE-UNDONE(UE-IDX) NOT = "Y"
                   PERFORM CHECK-ENTRY
               END-IF
           END-PERFORM.
           IF REFUSE-SWITCH = "Y"
               MOVE SPACES TO AUD-EVENT
               STRING "UNDO REFUSED:OP=" DELIMITED BY SIZE
                      OPERATOR-ID DELIMITED BY SPACE
                      INTO AUD-EVENT
               MOVE 1 TO AUD-RC
               MOVE "WARN " TO AUD-SEVERITY
               CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
                   AUD-RC AUD-SEVERITY
               MOVE "CORE-UNDO: undo refused, nothing changed"
                   TO BUFFER
               MOVE 40 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
      * Reverse them, newest first, so each record steps back through
      * its own history in order
           PERFORM VARYING UE-IDX FROM UE-COUNT BY -1 UNTIL UE-IDX = 0
               IF UE-UNDONE(UE-IDX) NOT = "Y"
                   PERFORM APPLY-ENTRY
               END-IF
           END-PERFORM.
           MOVE APPLIED-COUNT TO COUNT-EDIT.
           MOVE SPACES TO BUFFER.
           STRING "CORE-UNDO: " DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
                  " CHANGES UNDONE" DELIMITED BY SIZE
                  INTO BUFFER.
           MOVE 30 TO MSG-LEN.
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
           STRING "CORE-UNDO: usage LIST [file] | seq operator"
                      DELIMITED BY SIZE
                  " | AFTER yyyymmdd[hhmmss] operator"
                      DELIMITED BY SIZE
                  INTO BUFFER.
           MOVE 77 TO MSG-LEN.
           PERFORM SAY-AND-FAIL.
       SAY-AND-FAIL.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               GIVING RESULT.
           CALL "sys_exit_c" USING 1.
       SHOW-REPORT-LINE.
           MOVE 100 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD REPORT-LINE MSG-LEN
               GIVING RESULT.
       CHECK-OPERATOR.
      * The id must exist in the permissions file with the
      * destructive-actions column set
           MOVE "N" TO OPERATOR-OK-SWITCH.
           OPEN INPUT OPERATORS-FILE.
           IF OPER-FILE-STATUS = "00"
               PERFORM UNTIL OPER-FILE-STATUS NOT = "00"
                   READ OPERATORS-FILE
                       AT END
                           MOVE "10" TO OPER-FILE-STATUS
                       NOT AT END
                           IF OP-ID = OPERATOR-ID
                               AND OP-DESTRUCT = "Y"
                               MOVE "Y" TO OPERATOR-OK-SWITCH
                               MOVE "10" TO OPER-FILE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATORS-FILE
           END-IF.
       LIST-JOURNAL.
      * One line per journaled change, optionally for one file only
           OPEN INPUT CHANGE-JOURNAL-FILE.
           IF CJ-FILE-STATUS NOT = "00"
               MOVE "CORE-UNDO: no changes journaled" TO BUFFER
               MOVE 31 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 0
           END-IF.
           PERFORM UNTIL CJ-FILE-STATUS NOT = "00"
               READ CHANGE-JOURNAL-FILE INTO CHANGE-JOURNAL-RECORD
                   AT END
                       MOVE "10" TO CJ-FILE-STATUS
                   NOT AT END
                       IF LIST-FILE = SPACES OR LIST-FILE = CJ-FILE
                           PERFORM LIST-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHANGE-JOURNAL-FILE.
       LIST-JOURNAL-ENTRY.
           MOVE SPACES TO UNDO-NOTE.
           IF CJ-UNDO-OF IS NUMERIC AND CJ-UNDO-OF NOT = 0
               MOVE CJ-UNDO-OF TO SEQ-EDIT
               STRING " UNDOES " DELIMITED BY SIZE
                      SEQ-EDIT DELIMITED BY SIZE
                      INTO UNDO-NOTE
           END-IF.
           MOVE CJ-SEQ TO SEQ-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING SEQ-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CJ-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CJ-TIME(1:6) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CJ-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CJ-FILE DELIMITED BY SPACE
                  " KEY:" DELIMITED BY SIZE
                  CJ-KEY DELIMITED BY SPACE
                  " OP:" DELIMITED BY SIZE
                  CJ-OPERATOR DELIMITED BY SPACE
                  " BY:" DELIMITED BY SIZE
                  CJ-PROGRAM DELIMITED BY SPACE
                  UNDO-NOTE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM SHOW-REPORT-LINE.
       LOAD-JOURNAL.
      * The changes the run names, oldest first; an undo entry
      * marks the change it reversed as already undone
           OPEN INPUT CHANGE-JOURNAL-FILE.
           IF CJ-FILE-STATUS NOT = "00"
               MOVE "CORE-UNDO: no changes journaled" TO BUFFER
               MOVE 31 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           PERFORM UNTIL CJ-FILE-STATUS NOT = "00"
               READ CHANGE-JOURNAL-FILE INTO CHANGE-JOURNAL-RECORD
                   AT END
                       MOVE "10" TO CJ-FILE-STATUS
                   NOT AT END
                       PERFORM TAKE-JOURNAL-ENTRY
               END-READ
           END-PERFORM.
           CLOSE CHANGE-JOURNAL-FILE.
       TAKE-JOURNAL-ENTRY.
           IF CJ-SEQ IS NOT NUMERIC OR CJ-UNDO-OF IS NOT NUMERIC
               CONTINUE
           ELSE
           IF CJ-UNDO-OF NOT = 0
               IF UNDO-MODE = "SEQ  " AND CJ-UNDO-OF = TARGET-SEQ
                   MOVE "Y" TO ALREADY-SWITCH
               END-IF
               PERFORM VARYING SCAN-IDX FROM 1 BY 1
                       UNTIL SCAN-IDX > UE-COUNT
                   IF UE-SEQ(SCAN-IDX) = CJ-UNDO-OF
                       MOVE "Y" TO UE-UNDONE(SCAN-IDX)
                   END-IF
               END-PERFORM
           ELSE
               MOVE CJ-DATE TO ENTRY-DATE
               MOVE CJ-TIME(1:6) TO ENTRY-TIME
               IF (UNDO-MODE = "SEQ  " AND CJ-SEQ = TARGET-SEQ)
                   OR (UNDO-MODE = "AFTER"
                       AND ENTRY-STAMP > POINT-STAMP)
                   IF UE-COUNT < 500
                       ADD 1 TO UE-COUNT
                       MOVE CJ-SEQ TO UE-SEQ(UE-COUNT)
                       MOVE CJ-FILE TO UE-FILE(UE-COUNT)
                       MOVE CJ-ACTION TO UE-ACTION(UE-COUNT)
                       MOVE CJ-KEY-OFFSET TO UE-KEY-OFFSET(UE-COUNT)
                       MOVE CJ-KEY-LENGTH TO UE-KEY-LENGTH(UE-COUNT)
                       MOVE CJ-KEY TO UE-KEY(UE-COUNT)
                       MOVE CJ-BEFORE TO UE-BEFORE(UE-COUNT)
                       MOVE CJ-AFTER TO UE-AFTER(UE-COUNT)
                       MOVE "N" TO UE-UNDONE(UE-COUNT)
                   ELSE
                       MOVE "Y" TO TOO-MANY-SWITCH
                   END-IF
               END-IF
           END-IF
           END-IF.
       CHECK-ENTRY.
      * The record must stand as this change left it. When a newer
      * change in this run touches the same record, undoing that one
      * first leaves its before-image, so that is what must match;
      * otherwise the record on disk must
           PERFORM FIND-FILE-GENERATION.
           MOVE 0 TO NEWER-IDX.
           PERFORM VARYING SCAN-IDX FROM UE-IDX BY 1
                   UNTIL SCAN-IDX > UE-COUNT
               IF SCAN-IDX > UE-IDX
                   AND UE-UNDONE(SCAN-IDX) NOT = "Y"
                   AND UE-FILE(SCAN-IDX) = UE-FILE(UE-IDX)
                   AND UE-KEY-OFFSET(SCAN-IDX) = UE-KEY-OFFSET(UE-IDX)
                   AND UE-KEY(SCAN-IDX) = UE-KEY(UE-IDX)
                   MOVE SCAN-IDX TO NEWER-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF NEWER-IDX NOT = 0
               MOVE SPACES TO CURRENT-IMAGE
               IF UE-ACTION(NEWER-IDX) = "A"
                   MOVE "N" TO CURRENT-EXISTS
               ELSE
                   MOVE "Y" TO CURRENT-EXISTS
                   MOVE UE-BEFORE(NEWER-IDX) TO CURRENT-IMAGE
               END-IF
           ELSE
               PERFORM FETCH-CURRENT
           END-IF.
           PERFORM JUDGE-CURRENT.
           IF CONFLICT-SWITCH = "Y"
               MOVE "Y" TO REFUSE-SWITCH
               MOVE UE-SEQ(UE-IDX) TO SEQ-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "CORE-UNDO: change " DELIMITED BY SIZE
                      SEQ-EDIT DELIMITED BY SIZE
                      " refused - " DELIMITED BY SIZE
                      UE-FILE(UE-IDX) DELIMITED BY SPACE
                      " key " DELIMITED BY SIZE
                      UE-KEY(UE-IDX) DELIMITED BY SPACE
                      " has changed since" DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM SHOW-REPORT-LINE
           END-IF.
       JUDGE-CURRENT.
      * A change or an add must find the record exactly as its
      * after-image; a delete must find it still gone
           MOVE "N" TO CONFLICT-SWITCH.
           IF UE-ACTION(UE-IDX) = "D"
               IF CURRENT-EXISTS = "Y"
                   MOVE "Y" TO CONFLICT-SWITCH
               END-IF
           ELSE
               IF CURRENT-EXISTS NOT = "Y"
                   OR CURRENT-IMAGE NOT = UE-AFTER(UE-IDX)
                   MOVE "Y" TO CONFLICT-SWITCH
               END-IF
           END-IF.
      * A deleted record can only go back into a file with room
           IF UE-ACTION(UE-IDX) = "D" AND CAP-HIT-SWITCH = "Y"
               MOVE "Y" TO CONFLICT-SWITCH
           END-IF.
       FETCH-CURRENT.
      * The record as it stands on disk today, found by its key
           MOVE "N" TO CURRENT-EXISTS.
           MOVE SPACES TO CURRENT-IMAGE.
           MOVE "N" TO CAP-HIT-SWITCH.
           IF UE-FILE(UE-IDX) = "tasksched.queue"
               OPEN INPUT TASK-QUEUE-FILE
               IF QUEUE-FILE-STATUS = "00"
                   MOVE UE-KEY(UE-IDX)(1:4) TO TQ-ID
                   READ TASK-QUEUE-FILE KEY IS TQ-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO CURRENT-EXISTS
                           MOVE TASK-QUEUE-RECORD
                               TO CURRENT-IMAGE(1:154)
                   END-READ
                   CLOSE TASK-QUEUE-FILE
               END-IF
           ELSE
               PERFORM LOAD-TARGET
               PERFORM FIND-TARGET-KEY
               IF HIT-IDX NOT = 0
                   MOVE "Y" TO CURRENT-EXISTS
                   MOVE RT-REC(HIT-IDX) TO CURRENT-IMAGE
               END-IF
               IF RT-COUNT = 2000
                   MOVE "Y" TO CAP-HIT-SWITCH
               END-IF
           END-IF.
       LOAD-TARGET.
      * The whole line-sequential file; a missing file is an empty
      * one, and a file past the table cannot be rewritten whole
           MOVE UE-FILE(UE-IDX) TO TARGET-NAME.
           MOVE 0 TO RT-COUNT.
           OPEN INPUT TARGET-FILE.
           IF TARGET-FILE-STATUS = "00"
               PERFORM UNTIL TARGET-FILE-STATUS NOT = "00"
                   READ TARGET-FILE
                       AT END
                           MOVE "10" TO TARGET-FILE-STATUS
                       NOT AT END
                           IF RT-COUNT < 2000
                               ADD 1 TO RT-COUNT
                               MOVE TARGET-RECORD TO RT-REC(RT-COUNT)
                           ELSE
                               MOVE "Y" TO CAP-HIT-SWITCH
                               MOVE "10" TO TARGET-FILE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARGET-FILE
           END-IF.
       FIND-TARGET-KEY.
           MOVE 0 TO HIT-IDX.
           IF UE-KEY-OFFSET(UE-IDX) NOT = 0
               AND UE-KEY-LENGTH(UE-IDX) NOT = 0
               AND UE-KEY-OFFSET(UE-IDX) + UE-KEY-LENGTH(UE-IDX)
                   NOT > 201
               PERFORM VARYING RT-IDX FROM 1 BY 1
                       UNTIL RT-IDX > RT-COUNT
                   IF RT-REC(RT-IDX)(UE-KEY-OFFSET(UE-IDX):
                           UE-KEY-LENGTH(UE-IDX))
                       = UE-KEY(UE-IDX)(1:UE-KEY-LENGTH(UE-IDX))
                       MOVE RT-IDX TO HIT-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
       APPLY-ENTRY.
      * Put the record back the way the change found it, judging it
      * once more as it is rewritten in case it moved since the check
           MOVE "N" TO CONFLICT-SWITCH.
           PERFORM LOCK-UNDO-FILE.
           IF UE-FILE(UE-IDX) = "tasksched.queue"
               PERFORM APPLY-QUEUE-ENTRY
           ELSE
               PERFORM APPLY-FILE-ENTRY
           END-IF.
           PERFORM UNLOCK-UNDO-FILE.
           IF CONFLICT-SWITCH = "Y"
               MOVE UE-SEQ(UE-IDX) TO SEQ-EDIT
               MOVE APPLIED-COUNT TO COUNT-EDIT
               MOVE SPACES TO BUFFER
               STRING "CORE-UNDO: change " DELIMITED BY SIZE
                      SEQ-EDIT DELIMITED BY SIZE
                      " moved during the undo; stopped after "
                          DELIMITED BY SIZE
                      COUNT-EDIT DELIMITED BY SIZE
                      INTO BUFFER
               MOVE 100 TO MSG-LEN
               PERFORM SAY-AND-FAIL
           END-IF.
           PERFORM JOURNAL-REVERSAL.
           ADD 1 TO APPLIED-COUNT.
       APPLY-QUEUE-ENTRY.
           OPEN I-O TASK-QUEUE-FILE.
           IF QUEUE-FILE-STATUS NOT = "00"
               MOVE "Y" TO CONFLICT-SWITCH
           ELSE
               MOVE "N" TO CURRENT-EXISTS
               MOVE SPACES TO CURRENT-IMAGE
               MOVE UE-KEY(UE-IDX)(1:4) TO TQ-ID
               READ TASK-QUEUE-FILE KEY IS TQ-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CURRENT-EXISTS
                       MOVE TASK-QUEUE-RECORD TO CURRENT-IMAGE(1:154)
               END-READ
               MOVE "N" TO CAP-HIT-SWITCH
               PERFORM JUDGE-CURRENT
               IF CONFLICT-SWITCH = "N"
                   IF UE-ACTION(UE-IDX) = "A"
                       DELETE TASK-QUEUE-FILE RECORD
                           INVALID KEY
                               MOVE "Y" TO CONFLICT-SWITCH
                       END-DELETE
                   ELSE
                       MOVE UE-BEFORE(UE-IDX)(1:154)
                           TO TASK-QUEUE-RECORD
                       MOVE TQ-STATUS TO TQ-DISP-STATUS
                       MOVE TQ-PRIORITY TO TQ-DISP-PRIORITY
                       IF UE-ACTION(UE-IDX) = "D"
                           WRITE TASK-QUEUE-RECORD
                               INVALID KEY
                                   MOVE "Y" TO CONFLICT-SWITCH
                           END-WRITE
                       ELSE
                           REWRITE TASK-QUEUE-RECORD
                               INVALID KEY
                                   MOVE "Y" TO CONFLICT-SWITCH
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
               CLOSE TASK-QUEUE-FILE
           END-IF.
       APPLY-FILE-ENTRY.
           IF UE-FILE(UE-IDX) = "lockmgr.registry"
               PERFORM ACQUIRE-SERIAL
           END-IF.
           MOVE "N" TO CAP-HIT-SWITCH.
           PERFORM LOAD-TARGET.
           PERFORM FIND-TARGET-KEY.
           MOVE "N" TO CURRENT-EXISTS.
           MOVE SPACES TO CURRENT-IMAGE.
           IF HIT-IDX NOT = 0
               MOVE "Y" TO CURRENT-EXISTS
               MOVE RT-REC(HIT-IDX) TO CURRENT-IMAGE
           END-IF.
           IF RT-COUNT = 2000
               MOVE "Y" TO CAP-HIT-SWITCH
           END-IF.
           PERFORM JUDGE-CURRENT.
           IF CONFLICT-SWITCH = "N"
               MOVE 0 TO DROP-IDX
               IF UE-ACTION(UE-IDX) = "A"
                   MOVE HIT-IDX TO DROP-IDX
               ELSE
               IF UE-ACTION(UE-IDX) = "D"
                   ADD 1 TO RT-COUNT
                   MOVE UE-BEFORE(UE-IDX) TO RT-REC(RT-COUNT)
               ELSE
                   MOVE UE-BEFORE(UE-IDX) TO RT-REC(HIT-IDX)
               END-IF
               END-IF
               OPEN OUTPUT TARGET-FILE
               PERFORM VARYING RT-IDX FROM 1 BY 1
                       UNTIL RT-IDX > RT-COUNT
                   IF RT-IDX NOT = DROP-IDX
                       MOVE RT-REC(RT-IDX) TO TARGET-RECORD
                       WRITE TARGET-RECORD
                   END-IF
               END-PERFORM
               CLOSE TARGET-FILE
           END-IF.
           PERFORM RELEASE-SERIAL.
       FIND-FILE-GENERATION.
      * The generation a file stood at when this run first read it,
      * noted the first time one of its changes is checked
           MOVE 0 TO GT-IDX.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > GT-COUNT
               IF GT-FILE(SCAN-IDX) = UE-FILE(UE-IDX)
                   MOVE SCAN-IDX TO GT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF GT-IDX = 0 AND GT-COUNT < 50
               ADD 1 TO GT-COUNT
               MOVE GT-COUNT TO GT-IDX
               MOVE UE-FILE(UE-IDX) TO GT-FILE(GT-IDX)
               MOVE "READ" TO FL-FUNCTION
               MOVE AUD-PROGRAM TO FL-PROGRAM
               MOVE UE-FILE(UE-IDX) TO FL-FILE
               CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST
               MOVE FL-GENERATION TO GT-GENERATION(GT-IDX)
           END-IF.
       LOCK-UNDO-FILE.
      * lockmgr.registry keeps to the mutex 99 bracket; any other
      * file is locked by name. A file rewritten since the check is
      * not refused outright - the record is judged once more under
      * the lock, and only a record that itself moved stops the run
           MOVE "N" TO UNDO-LOCK-SWITCH.
           IF UE-FILE(UE-IDX) NOT = "lockmgr.registry"
               PERFORM FIND-FILE-GENERATION
               MOVE "LOCK" TO FL-FUNCTION
               MOVE AUD-PROGRAM TO FL-PROGRAM
               MOVE UE-FILE(UE-IDX) TO FL-FILE
               MOVE "Y" TO FL-CHECK
               MOVE 0 TO FL-GENERATION
               IF GT-IDX NOT = 0
                   MOVE GT-GENERATION(GT-IDX) TO FL-GENERATION
               END-IF
               CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST
               IF FL-RC NOT = 0
                   MOVE APPLIED-COUNT TO COUNT-EDIT
                   MOVE SPACES TO BUFFER
                   STRING "CORE-UNDO: lock on " DELIMITED BY SIZE
                          UE-FILE(UE-IDX) DELIMITED BY SPACE
                          " not available; stopped after "
                              DELIMITED BY SIZE
                          COUNT-EDIT DELIMITED BY SIZE
                          INTO BUFFER
                   MOVE 100 TO MSG-LEN
                   PERFORM SAY-AND-FAIL
               END-IF
               MOVE "Y" TO UNDO-LOCK-SWITCH
               IF FL-CONFLICT = "Y"
                   MOVE UE-SEQ(UE-IDX) TO SEQ-EDIT
                   MOVE SPACES TO REPORT-LINE
                   STRING "CORE-UNDO: " DELIMITED BY SIZE
                          UE-FILE(UE-IDX) DELIMITED BY SPACE
                          " rewritten by " DELIMITED BY SIZE
                          FL-LAST-PROGRAM DELIMITED BY SPACE
                          ", change " DELIMITED BY SIZE
                          SEQ-EDIT DELIMITED BY SIZE
                          " judged again" DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM SHOW-REPORT-LINE
               END-IF
           END-IF.
       UNLOCK-UNDO-FILE.
      * The file moves on a generation only when the reversal was
      * written, and this run carries on from that generation
           IF UNDO-LOCK-SWITCH = "Y"
               MOVE "UNLOCK" TO FL-FUNCTION
               IF CONFLICT-SWITCH = "N"
                   MOVE "Y" TO FL-CHANGED
               ELSE
                   MOVE "N" TO FL-CHANGED
               END-IF
               CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST
               IF GT-IDX NOT = 0
                   MOVE FL-GENERATION TO GT-GENERATION(GT-IDX)
               END-IF
               MOVE "N" TO UNDO-LOCK-SWITCH
           END-IF.
       JOURNAL-REVERSAL.
      * The reversal is itself a change: journaled with its own
      * before and after image and the number of the change it
      * undid, and audited with the operator who ran it
           MOVE SPACES TO CHANGE-JOURNAL-RECORD.
           MOVE OPERATOR-ID TO CJ-OPERATOR.
           MOVE AUD-PROGRAM TO CJ-PROGRAM.
           MOVE UE-FILE(UE-IDX) TO CJ-FILE.
           MOVE UE-KEY-OFFSET(UE-IDX) TO CJ-KEY-OFFSET.
           MOVE UE-KEY-LENGTH(UE-IDX) TO CJ-KEY-LENGTH.
           MOVE UE-KEY(UE-IDX) TO CJ-KEY.
           MOVE UE-SEQ(UE-IDX) TO CJ-UNDO-OF.
           IF UE-ACTION(UE-IDX) = "A"
               MOVE "D" TO CJ-ACTION
               MOVE UE-AFTER(UE-IDX) TO CJ-BEFORE
           ELSE
           IF UE-ACTION(UE-IDX) = "D"
               MOVE "A" TO CJ-ACTION
               MOVE UE-BEFORE(UE-IDX) TO CJ-AFTER
           ELSE
               MOVE "C" TO CJ-ACTION
               MOVE UE-AFTER(UE-IDX) TO CJ-BEFORE
               MOVE UE-BEFORE(UE-IDX) TO CJ-AFTER
           END-IF
           END-IF.
           CALL "CORE-CHGJRNL" USING CHANGE-JOURNAL-RECORD.
           MOVE SPACES TO AUD-EVENT.
           STRING "UNDO:S" DELIMITED BY SIZE
                  UE-SEQ(UE-IDX) DELIMITED BY SIZE
                  ":OP=" DELIMITED BY SIZE
                  OPERATOR-ID DELIMITED BY SPACE
                  INTO AUD-EVENT.
           MOVE 0 TO AUD-RC.
           MOVE "WARN " TO AUD-SEVERITY.
           CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
               AUD-RC AUD-SEVERITY.
           MOVE UE-SEQ(UE-IDX) TO SEQ-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "CORE-UNDO: undid " DELIMITED BY SIZE
                  SEQ-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  UE-FILE(UE-IDX) DELIMITED BY SPACE
                  " key " DELIMITED BY SIZE
                  UE-KEY(UE-IDX) DELIMITED BY SPACE
                  INTO REPORT-LINE.
           PERFORM SHOW-REPORT-LINE.
       ACQUIRE-SERIAL.
           MOVE SERIAL-MUTEX-ID TO MUTEX-ID OF SERIAL-MUTEX-INSTANCE.
           MOVE 1 TO MUTEX-LOCK OF SERIAL-MUTEX-INSTANCE.
           MOVE "MUTEX" TO FAULT-CALL.
           CALL "CORE-FAULT" USING FAULT-CHECK.
           IF FAULT-RC = 0
               CALL "sys_mutex_c" USING SERIAL-MUTEX-INSTANCE
                   GIVING SERIAL-RESULT
           ELSE
               MOVE FAULT-RC TO SERIAL-RESULT
           END-IF.
           MOVE "Y" TO SERIAL-HELD-SWITCH.
       RELEASE-SERIAL.
      * Only a bracket this run took is released, and always before
      * CORE-CHGJRNL or CORE-AUDIT take it for themselves
           IF SERIAL-HELD-SWITCH = "Y"
               MOVE SERIAL-MUTEX-ID TO MUTEX-ID OF SERIAL-MUTEX-INSTANCE
               MOVE 0 TO MUTEX-LOCK OF SERIAL-MUTEX-INSTANCE
               CALL "sys_mutex_c" USING SERIAL-MUTEX-INSTANCE
                   GIVING SERIAL-RESULT
               MOVE "N" TO SERIAL-HELD-SWITCH
           END-IF.
