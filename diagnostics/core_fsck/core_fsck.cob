      * joins the control files and reports dangling references -
      * a predecessor naming no task, a program missing from
      * corectl.registry, a calendar or trigger rule with no queue
      * record - the inconsistencies no per-record rule can see.
      * tasksched.queue is an indexed file keyed by task id: it is
      * read in key order through its own SELECT, and a quarantined
      * entry is deleted from it by key rather than the file being
      * written back. Each file checked posts its control totals
      * through CORE-CTLTOT - records read, records actually kept
      * and records actually quarantined, with hash totals over one
      * numeric column - so CTL-BALANCE can prove the rejects and the
      * kept records account for everything that was read. The
      * quarantine rewrite takes the file's named lock through
      * CORE-FILELOCK, and a file rewritten by another program since
      * the scan read it is reported but not touched
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCAN-FILE ASSIGN TO SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCAN-FILE-STATUS.
           SELECT TASK-QUEUE-FILE ASSIGN TO "tasksched.queue"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TQ-ID
               ALTERNATE RECORD KEY IS TQ-DISPATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO REJECT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-FILE-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "corectl.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-FILE-STATUS.
           SELECT FSCK-REPORT-FILE ASSIGN TO "core_fsck.report"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SCAN-FILE.
       01 SCAN-RECORD PIC X(100).
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
       FD  REJECT-FILE.
       01 REJECT-RECORD.
           05 RJ-REASON  PIC X(4).
           05 FILLER     PIC X(1).
           05 RJ-DATA    PIC X(154).
       FD  REGISTRY-FILE.
       COPY "registry.cpy".
       FD  FSCK-REPORT-FILE.
       01 FSCK-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 SCAN-NAME     PIC X(30).
       01 REJECT-NAME   PIC X(36).
       01 SCAN-FILE-STATUS   PIC XX.
       01 QUEUE-FILE-STATUS  PIC XX.
       01 REJECT-FILE-STATUS PIC XX.
       01 REG-FILE-STATUS    PIC XX.
       01 F-IDX         PIC 9(1).
       01 R-IDX         PIC 9(4).
       01 REC-COUNT     PIC 9(4).
       01 GOOD-COUNT    PIC 9(4).
       01 REJ-COUNT     PIC 9(4).
       01 CAP-HIT-SWITCH PIC X.
      * Why a file's findings stay report-only - too large to rewrite
      * whole, its lock not to be had, or rewritten by another program
      * since this scan read it - and the file's named lock state
       01 SKIP-STATUS   PIC X(10).
       01 SCAN-LOCK-SWITCH PIC X(1).
       01 SCAN-GENERATION PIC 9(9).
       01 TOTAL-REJ     PIC 9(4)  VALUE 0.
      * What the quarantine actually did, counted as it did it, for
      * the control totals
       01 KEPT-COUNT    PIC 9(4).
       01 QUAR-COUNT    PIC 9(4).
       01 HASH-VALUE    PIC 9(9).
       01 REASON-CODE   PIC X(4).
       01 WORK-DATE     PIC X(8).
       01 DATE-OK-SWITCH PIC X.
       01 WD-MM         PIC 9(2).
       01 WD-DD         PIC 9(2).
       01 MONTH-LEN     PIC 9(2).
      * The record under test at full width, for the queue's
      * dispatch-key columns past the 100-byte scan record
       01 CHECK-RECORD  PIC X(154).
       01 RECORD-TABLE.
           05 RT-REC OCCURS 2000 TIMES.
      * Wide enough for a whole queue record; the line-sequential
      * targets use the first 100 bytes
               10 RT-DATA   PIC X(154).
               10 RT-REASON PIC X(4).
      * Cross-file pass state: the queue's ids, predecessor links and
      * program names, the registry's names, and direct-indexed
       01 XQ-TOTAL      PIC 9(4)  VALUE 0.
       01 XQ-IDX        PIC 9(4).
       01 XQ-TABLE.
           05 XQ-ENTRY OCCURS 2000 TIMES.
               10 XQ-ID     PIC 9(4).
               10 XQ-P1     PIC 9(4).
               10 XQ-P2     PIC 9(4).
           05 FILLER PIC X(30) VALUE "tasksched.history".
       01 TARGET-TABLE REDEFINES TARGET-VALUES.
           05 TARGET-FILE OCCURS 5 TIMES PIC X(30).
      * The numeric column each file's hash totals are summed over,
      * as position and length: the task id, the metric value, the
      * task id, the step RC and the task id
       01 HASH-COLUMN-VALUES.
           05 FILLER PIC X(4) VALUE "0014".
           05 FILLER PIC X(4) VALUE "0579".
           05 FILLER PIC X(4) VALUE "0014".
           05 FILLER PIC X(4) VALUE "0215".
           05 FILLER PIC X(4) VALUE "0174".
       01 HASH-COLUMN-TABLE REDEFINES HASH-COLUMN-VALUES.
           05 HASH-COLUMN OCCURS 5 TIMES.
               10 HASH-POS  PIC 9(3).
               10 HASH-LEN  PIC 9(1).
       COPY "ctltotal.cpy".
      * Quarantine rewrites serialize on each file's named lock
       COPY "filelock.cpy".
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
           OPEN OUTPUT FSCK-REPORT-FILE.
           MOVE "CoreA File Integrity Check" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE FSCK-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE FSCK-REPORT-RECORD FROM REPORT-LINE.
               MOVE 0 TO GOOD-COUNT
               MOVE 0 TO REJ-COUNT
               MOVE "N" TO CAP-HIT-SWITCH
               MOVE SPACES TO CTL-TOTAL-RECORD
               MOVE 0 TO CT-IN-HASH
               MOVE 0 TO CT-OUT-HASH
      * Note the file's generation before it is read, so the
      * quarantine can tell whether it was rewritten meanwhile
               MOVE "READ" TO FL-FUNCTION
               MOVE "CORE-FSCK" TO FL-PROGRAM
               MOVE SCAN-NAME TO FL-FILE
               CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST
               MOVE FL-GENERATION TO SCAN-GENERATION
               IF F-IDX = 1
                   OPEN INPUT TASK-QUEUE-FILE
                   MOVE QUEUE-FILE-STATUS TO SCAN-FILE-STATUS
               ELSE
                   OPEN INPUT SCAN-FILE
               END-IF
               IF SCAN-FILE-STATUS = "00"
                   IF F-IDX = 1
                       PERFORM LOAD-QUEUE-RECORDS
                   ELSE
                   PERFORM UNTIL SCAN-FILE-STATUS NOT = "00"
                       READ SCAN-FILE
                           AT END
                               MOVE "10" TO SCAN-FILE-STATUS
                           NOT AT END
                               MOVE SCAN-RECORD TO CHECK-RECORD
                               PERFORM STORE-SCAN-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SCAN-FILE
                   END-IF
      * Classify every record against this file's rules
                   PERFORM VARYING R-IDX FROM 1 BY 1
                           UNTIL R-IDX > REC-COUNT
                       MOVE RT-DATA(R-IDX) TO SCAN-RECORD
                       MOVE RT-DATA(R-IDX) TO CHECK-RECORD
                       MOVE SPACES TO REASON-CODE
                       PERFORM VALIDATE-RECORD
                       MOVE REASON-CODE TO RT-REASON(R-IDX)
                       MOVE 0 TO HASH-VALUE
                       IF RT-DATA(R-IDX)(HASH-POS(F-IDX):
                               HASH-LEN(F-IDX)) IS NUMERIC
                           MOVE RT-DATA(R-IDX)(HASH-POS(F-IDX):
                               HASH-LEN(F-IDX)) TO HASH-VALUE
                       END-IF
                       ADD HASH-VALUE TO CT-IN-HASH
                       IF REASON-CODE = SPACES
                           ADD 1 TO GOOD-COUNT
                           ADD HASH-VALUE TO CT-OUT-HASH
                       ELSE
                           ADD 1 TO REJ-COUNT
                       END-IF
      * good records written back to the source unchanged. When the
      * scan hit the table cap the file was only partially read, so
      * the findings are report-only - a rewrite from a partial table
      * would truncate the very file this tool protects. The rewrite
      * is made under the file's lock; a file another program has
      * rewritten since the scan is left alone, since its records
      * are no longer the ones classified, and the next run checks it
                   MOVE SPACES TO SKIP-STATUS
                   MOVE "N" TO SCAN-LOCK-SWITCH
                   IF CAP-HIT-SWITCH = "Y"
                       MOVE "TOO-LARGE" TO SKIP-STATUS
                   ELSE
                   IF REJ-COUNT NOT = 0
                       PERFORM LOCK-SCAN-FILE
                   END-IF
                   END-IF
                   IF SKIP-STATUS NOT = SPACES
                       MOVE SPACES TO REPORT-LINE
                       STRING "FILE:" DELIMITED BY SIZE
                              SCAN-NAME DELIMITED BY SPACE
                              " STATUS:" DELIMITED BY SIZE
                              SKIP-STATUS DELIMITED BY SPACE
                              " REPORT-ONLY" DELIMITED BY SIZE
                              INTO REPORT-LINE
                       WRITE FSCK-REPORT-RECORD FROM REPORT-LINE
                       IF REJ-COUNT NOT = 0
                           ADD REJ-COUNT TO TOTAL-REJ
                       END-IF
                   ELSE
                   MOVE REC-COUNT TO KEPT-COUNT
                   MOVE 0 TO QUAR-COUNT
                   IF REJ-COUNT NOT = 0
                       MOVE SPACES TO REJECT-NAME
                       STRING SCAN-NAME DELIMITED BY SPACE
                               MOVE RT-REASON(R-IDX) TO RJ-REASON
                               MOVE RT-DATA(R-IDX) TO RJ-DATA
                               WRITE REJECT-RECORD
                               IF REJECT-FILE-STATUS = "00"
                                   ADD 1 TO QUAR-COUNT
                               END-IF
                           END-IF
                       END-PERFORM
                       CLOSE REJECT-FILE
                       IF F-IDX = 1
                           PERFORM DELETE-QUEUE-REJECTS
                       ELSE
                       MOVE 0 TO KEPT-COUNT
                       OPEN OUTPUT SCAN-FILE
                       PERFORM VARYING R-IDX FROM 1 BY 1
                               UNTIL R-IDX > REC-COUNT
                           IF RT-REASON(R-IDX) = SPACES
                               MOVE RT-DATA(R-IDX) TO SCAN-RECORD
                               WRITE SCAN-RECORD
                               IF SCAN-FILE-STATUS = "00"
                                   ADD 1 TO KEPT-COUNT
                               END-IF
                           END-IF
                       END-PERFORM
                       CLOSE SCAN-FILE
                       END-IF
                       ADD REJ-COUNT TO TOTAL-REJ
                   END-IF
                   IF SCAN-LOCK-SWITCH = "Y"
                       MOVE "UNLOCK" TO FL-FUNCTION
                       MOVE "Y" TO FL-CHANGED
                       CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST
                   END-IF
                   PERFORM POST-CONTROL-TOTALS
                   END-IF
               END-IF
               MOVE SPACES TO REPORT-LINE
           END-IF.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       LOCK-SCAN-FILE.
      * Take the file's lock for the quarantine rewrite. Lost to a
      * rewrite since the scan, the lock is given straight back and
      * the file's findings are only reported
           MOVE "LOCK" TO FL-FUNCTION.
           MOVE "CORE-FSCK" TO FL-PROGRAM.
           MOVE SCAN-NAME TO FL-FILE.
           MOVE "Y" TO FL-CHECK.
           MOVE SCAN-GENERATION TO FL-GENERATION.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           IF FL-RC NOT = 0
               MOVE "LOCK-BUSY" TO SKIP-STATUS
           ELSE
           IF FL-CONFLICT = "Y"
               MOVE "CHANGED" TO SKIP-STATUS
               MOVE "UNLOCK" TO FL-FUNCTION
               MOVE "N" TO FL-CHANGED
               CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST
           ELSE
               MOVE "Y" TO SCAN-LOCK-SWITCH
           END-IF
           END-IF.
       CROSS-FILE-PASS.
      * Join the control files by the columns they share. The
      * generic scan file is reused, so the joins read the files
      * as they stand after any quarantining above; the queue comes
      * through its own indexed SELECT, in task-id order
           OPEN INPUT TASK-QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "00"
               PERFORM UNTIL QUEUE-FILE-STATUS NOT = "00"
                   READ TASK-QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO QUEUE-FILE-STATUS
                       NOT AT END
                           MOVE TASK-QUEUE-RECORD TO SCAN-RECORD
                           IF SCAN-RECORD(1:4) IS NUMERIC
                               AND SCAN-RECORD(1:4) NOT = "0000"
                               AND XQ-TOTAL < 2000
                               ADD 1 TO XQ-TOTAL
                               MOVE SCAN-RECORD(1:4)
                                   TO XQ-ID(XQ-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASK-QUEUE-FILE
           END-IF.
      * The registry comes through its own SELECT at full record
      * width; its lines run past the scan record
           OPEN INPUT REGISTRY-FILE.
           IF REG-FILE-STATUS = "00"
               PERFORM UNTIL REG-FILE-STATUS NOT = "00"
                   READ REGISTRY-FILE
                       AT END
                           MOVE "10" TO REG-FILE-STATUS
                       NOT AT END
                           IF RG-NAME NOT = SPACES
                               AND XR-TOTAL < 50
                               ADD 1 TO XR-TOTAL
                               MOVE RG-NAME TO XR-NAME(XR-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.
      * Queue side: each predecessor must name a queued task, and a
      * named program must be registered. With no registry on disk
               END-PERFORM
               CLOSE SCAN-FILE
           END-IF.
       LOAD-QUEUE-RECORDS.
      * The queue is indexed: read it in task-id order through its
      * own SELECT into the same table the line-sequential targets
      * fill, whole record included
           PERFORM UNTIL QUEUE-FILE-STATUS NOT = "00"
               READ TASK-QUEUE-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO QUEUE-FILE-STATUS
                   NOT AT END
                       MOVE TASK-QUEUE-RECORD TO CHECK-RECORD
                       PERFORM STORE-SCAN-RECORD
                       IF CAP-HIT-SWITCH = "Y"
                           MOVE "10" TO QUEUE-FILE-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TASK-QUEUE-FILE.
       STORE-SCAN-RECORD.
           IF REC-COUNT < 2000
               ADD 1 TO REC-COUNT
               MOVE CHECK-RECORD TO RT-DATA(REC-COUNT)
               MOVE SPACES TO RT-REASON(REC-COUNT)
           ELSE
      * The file is longer than the in-memory table - remember that,
      * because rewriting the source from a partial table would
      * silently truncate it
               MOVE "Y" TO CAP-HIT-SWITCH
               MOVE "10" TO SCAN-FILE-STATUS
           END-IF.
       DELETE-QUEUE-REJECTS.
      * Quarantined queue entries leave the indexed file by key; the
      * good entries are never touched, so what is kept is what was
      * read less what was actually deleted
           OPEN I-O TASK-QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "00"
               PERFORM VARYING R-IDX FROM 1 BY 1
                       UNTIL R-IDX > REC-COUNT
                   IF RT-REASON(R-IDX) NOT = SPACES
                       MOVE RT-DATA(R-IDX) TO TASK-QUEUE-RECORD
                       DELETE TASK-QUEUE-FILE RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SUBTRACT 1 FROM KEPT-COUNT
                       END-DELETE
                   END-IF
               END-PERFORM
               CLOSE TASK-QUEUE-FILE
           END-IF.
       POST-CONTROL-TOTALS.
      * The file was read in full and the quarantine done: post what
      * was read against what was kept and what was quarantined. The
      * file is both input and output - the next step to read it
      * balances against the records kept
           MOVE "CORE-FSCK" TO CT-STEP.
           MOVE "E" TO CT-RULE.
           MOVE SCAN-NAME TO CT-IN-FILE.
           MOVE SCAN-NAME TO CT-OUT-FILE.
           MOVE REC-COUNT TO CT-READ.
           MOVE KEPT-COUNT TO CT-WRITTEN.
           MOVE QUAR-COUNT TO CT-REJECTED.
           CALL "CORE-CTLTOT" USING CTL-TOTAL-RECORD.
       NOTE-XREF-LINE.
           WRITE FSCK-REPORT-RECORD FROM REPORT-LINE.
           MOVE 70 TO MSG-LEN.
               IF SCAN-RECORD(90:4) NOT = SPACES
                   AND SCAN-RECORD(90:4) IS NOT NUMERIC
                   MOVE "Q007" TO REASON-CODE
               ELSE
      * The dispatch key repeats the status and priority; an entry
      * whose key has drifted from them would be read out of order
               IF CHECK-RECORD(150:1) NOT = CHECK-RECORD(9:1)
                   OR CHECK-RECORD(151:4) NOT = CHECK-RECORD(5:4)
                   MOVE "Q008" TO REASON-CODE
               END-IF
               END-IF
               END-IF
               END-IF
