      * count matches the manifest and whose records all pass is
      * swapped in (through a side file and rename); anything else is
      * refused file by file, so a damaged bundle can never make
      * things worse. tasksched.queue is an indexed file: SAVE
      * unloads it into the bundle as a plain record-per-line image
      * in task-id order, and RESTORE validates that image and loads
      * it back into the indexed organization. SEED <yyyymmdd> <env>
      * runs the same validated restore from a PROD bundle into a
      * fresh env/<env> tree instead: PROD's config is copied in, the
      * program trees are linked, the environment marker CORE-ENV
      * reads is written, and the bundle's control files are loaded
      * there - so a TEST environment starts from last night's PROD
      * state without a single PROD file being touched. A RESTORE
      * swaps each file in under its named lock, taken through
      * CORE-FILELOCK, and refuses a file another program rewrote
      * while the restore was checking the bundle
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DST-FILE ASSIGN TO DST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DST-FILE-STATUS.
           SELECT TASK-QUEUE-FILE ASSIGN TO QUEUE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TQ-ID
               ALTERNATE RECORD KEY IS TQ-DISPATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO MANIFEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-FILE-STATUS.
           SELECT ENV-CONF-FILE ASSIGN TO ENV-CONF-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Wide enough for a whole queue record; the other control
      * files are shorter and read back padded with spaces
       FD  SRC-FILE.
       01 SRC-RECORD PIC X(154).
       FD  DST-FILE.
       01 DST-RECORD PIC X(154).
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
      * One manifest record per bundled file: its name inside the
      * bundle and how many records it carried at save time
       FD  MANIFEST-FILE.
       01 MANIFEST-RECORD.
           05 MF-NAME    PIC X(30).
           05 MF-COUNT   PIC 9(6).
       FD  ENV-CONF-FILE.
       COPY "coreenv.cpy".
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 SRC-FILE-STATUS PIC XX.
       01 DST-FILE-STATUS PIC XX.
       01 MANIFEST-FILE-STATUS PIC XX.
       01 QUEUE-FILE-STATUS PIC XX.
       01 ENV-FILE-STATUS PIC XX.
      * Where restored files land: the working directory for a
      * RESTORE, env/<env>/ for a SEED
       01 SEED-ENV      PIC X(8)  VALUE SPACES.
       01 DEST-PREFIX   PIC X(20) VALUE SPACES.
       01 DEST-PATH     PIC X(60).
       01 QUEUE-NAME    PIC X(60) VALUE "tasksched.queue".
       01 ENV-CONF-NAME PIC X(60).
       01 C             PIC 9(2).
       01 SEED-OK-SWITCH PIC X.
       01 CMD-ARG-COUNT PIC 9(2).
       01 CMD-ARG-NUM   PIC 9(2).
       01 CMD-ARG-VAL   PIC X(20).
       01 EXPECT-FOUND  PIC X.
       01 REFUSED-COUNT PIC 9(2)  VALUE 0.
       01 SAVED-COUNT   PIC 9(2)  VALUE 0.
      * Task ids already seen in the bundled queue image: the indexed
      * queue cannot hold two entries under one id, so a duplicate
      * fails validation instead of failing half way through a load
       01 ID-SEEN-TABLE.
           05 ID-SEEN OCCURS 9999 TIMES PIC X(1).
       01 SEEN-ID       PIC 9(4).
      * The live file's generation when its bundled copy began to be
      * checked, and why a clean copy was still not swapped in
       COPY "filelock.cpy".
       01 RESTORE-GENERATION PIC 9(9).
       01 RESTORE-REFUSAL    PIC X(24).
       01 RESTORE-LOCK-SWITCH PIC X(1).
      * lockmgr.registry is only ever rewritten inside the reserved
      * mutex 99 bracket, here as in LOCKMGR and CORE-UNDO
       01 SERIAL-MUTEX-ID    PIC 9(9)   VALUE 99.
       01 SERIAL-MUTEX-INSTANCE TYPE MUTEX-DATA.
       01 SERIAL-RESULT      PIC 9(9).
       01 SERIAL-HELD-SWITCH PIC X      VALUE "N".
      * The control files that make up the shop's state: the live
      * path, the flattened name the copy keeps inside the bundle,
      * and which validation rule family applies on restore
               10 TG-BUNDLE  PIC X(30).
               10 TG-RULE    PIC 9(1).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Name this program to the fault-injection check
           MOVE "CORE-BACKUP" TO FAULT-PROGRAM.
      * First argument is the action: SAVE (the default), RESTORE
      * with the bundle date as the second argument, or SEED with the
      * bundle date and the environment to seed
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           IF CMD-ARG-COUNT NOT < 1
               MOVE 1 TO CMD-ARG-NUM
                       MOVE CMD-ARG-VAL(1:8) TO BUNDLE-DATE
                   END-IF
               END-IF
               IF CMD-ARG-VAL(1:4) = "SEED"
                   MOVE "SEED   " TO BACKUP-ACTION
                   IF CMD-ARG-COUNT < 3
                       MOVE "CORE-BACKUP: SEED needs a date and an env"
                           TO BUFFER
                       MOVE 41 TO MSG-LEN
                       CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                           GIVING RESULT
                       CALL "sys_exit_c" USING 1
                   END-IF
                   MOVE 2 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   IF CMD-ARG-VAL(1:8) IS NUMERIC
                       MOVE CMD-ARG-VAL(1:8) TO BUNDLE-DATE
                   END-IF
                   MOVE 3 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   MOVE CMD-ARG-VAL(1:8) TO SEED-ENV
               END-IF
           END-IF.
           IF BACKUP-ACTION = "SAVE   "
               ACCEPT BUNDLE-DATE FROM DATE YYYYMMDD
                  INTO MANIFEST-NAME.
           IF BACKUP-ACTION = "SAVE   "
               PERFORM SAVE-BUNDLE
           ELSE
           IF BACKUP-ACTION = "SEED   "
               PERFORM SEED-ENVIRONMENT
           ELSE
               PERFORM RESTORE-BUNDLE
           END-IF
           END-IF.
           IF REFUSED-COUNT NOT = 0
               CALL "sys_exit_c" USING 1
                      TG-BUNDLE(F-IDX) DELIMITED BY SPACE
                      INTO DST-NAME
               MOVE 0 TO REC-COUNT
               IF TG-RULE(F-IDX) = 1
                   OPEN INPUT TASK-QUEUE-FILE
                   MOVE QUEUE-FILE-STATUS TO SRC-FILE-STATUS
               ELSE
                   OPEN INPUT SRC-FILE
               END-IF
               IF SRC-FILE-STATUS = "00"
                   OPEN OUTPUT DST-FILE
                   IF TG-RULE(F-IDX) = 1
                       PERFORM UNLOAD-QUEUE
                   ELSE
                   PERFORM UNTIL SRC-FILE-STATUS NOT = "00"
                       READ SRC-FILE
                           AT END
                               WRITE DST-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SRC-FILE
                   END-IF
                   CLOSE DST-FILE
                   MOVE TG-BUNDLE(F-IDX) TO MF-NAME
                   MOVE REC-COUNT TO MF-COUNT
                   WRITE MANIFEST-RECORD
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               GIVING RESULT.
       RESTORE-BUNDLE.
           PERFORM CHECK-MANIFEST.
           PERFORM VARYING F-IDX FROM 1 BY 1 UNTIL F-IDX > 8
               PERFORM RESTORE-ONE-FILE
           END-PERFORM.
           MOVE 40 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               GIVING RESULT.
       CHECK-MANIFEST.
           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-FILE-STATUS NOT = "00"
               MOVE "CORE-BACKUP: no manifest in that bundle"
                   TO BUFFER
               MOVE 39 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           CLOSE MANIFEST-FILE.
       RESTORE-ONE-FILE.
      * Pass 1 checks the bundled copy: every record against the
      * file's rules, and the count against the manifest. Only a
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF.
           MOVE SPACES TO DEST-PATH.
           STRING DEST-PREFIX DELIMITED BY SPACE
                  TG-PATH(F-IDX) DELIMITED BY SPACE
                  INTO DEST-PATH.
      * The lock registry is live state of the processes that hold
      * the locks, not something a new environment inherits; seeded
      * into TEST it would have RECOVER break PROD's mutexes
           IF BACKUP-ACTION = "SEED   " AND TG-RULE(F-IDX) = 5
               MOVE SPACES TO BUFFER
               STRING "SKIPPED:" DELIMITED BY SIZE
                      TG-PATH(F-IDX) DELIMITED BY SPACE
                      " LIVE-LOCKS" DELIMITED BY SIZE
                      INTO BUFFER
               MOVE 60 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
           ELSE
           IF EXPECT-FOUND = "N"
               MOVE SPACES TO BUFFER
               STRING "SKIPPED:" DELIMITED BY SIZE
                      INTO SRC-NAME
               MOVE 0 TO REC-COUNT
               MOVE 0 TO BAD-COUNT
               MOVE ALL "N" TO ID-SEEN-TABLE
               PERFORM NOTE-RESTORE-GENERATION
               OPEN INPUT SRC-FILE
               IF SRC-FILE-STATUS = "00"
                   PERFORM UNTIL SRC-FILE-STATUS NOT = "00"
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
               ELSE
                   PERFORM LOCK-RESTORE-TARGET
               IF RESTORE-REFUSAL NOT = SPACES
                   ADD 1 TO REFUSED-COUNT
                   MOVE SPACES TO BUFFER
                   STRING "REFUSED:" DELIMITED BY SIZE
                          TG-PATH(F-IDX) DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          RESTORE-REFUSAL DELIMITED BY SPACE
                          INTO BUFFER
                   MOVE 80 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
               ELSE
               IF TG-RULE(F-IDX) = 1
                   PERFORM LOAD-QUEUE
               ELSE
      * Pass 2 copies the verified bundle into a side file beside
      * the live target, then renames it into place
                   MOVE SPACES TO DST-NAME
                   STRING DEST-PATH DELIMITED BY SPACE
                          ".new" DELIMITED BY SIZE
                          INTO DST-NAME
                   OPEN INPUT SRC-FILE
                   STRING "mv " DELIMITED BY SIZE
                          DST-NAME DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          DEST-PATH DELIMITED BY SPACE
                          INTO CMD-LINE
                   CALL "system" USING CMD-LINE
               END-IF
                   MOVE SPACES TO BUFFER
                   STRING "RESTORED:" DELIMITED BY SIZE
                          TG-PATH(F-IDX) DELIMITED BY SPACE
                   MOVE 60 TO MSG-LEN
                   CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                       GIVING RESULT
                   PERFORM UNLOCK-RESTORE-TARGET
               END-IF
               END-IF
           END-IF
           END-IF.
       NOTE-RESTORE-GENERATION.
      * A RESTORE notes the live file's generation before checking
      * its bundled copy; a SEED writes into a new tree no other
      * program is using, and lockmgr.registry has no named lock
           MOVE 0 TO RESTORE-GENERATION.
           IF DEST-PREFIX = SPACES AND TG-RULE(F-IDX) NOT = 5
               MOVE "READ" TO FL-FUNCTION
               MOVE "CORE-BACKUP" TO FL-PROGRAM
               MOVE TG-PATH(F-IDX) TO FL-FILE
               CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST
               MOVE FL-GENERATION TO RESTORE-GENERATION
           END-IF.
       LOCK-RESTORE-TARGET.
      * Take the live file's lock for the swap. A file rewritten by
      * another program since its generation was noted is refused
      * rather than overwritten - that change is newer than anything
      * the operator asked to restore over
           MOVE SPACES TO RESTORE-REFUSAL.
           MOVE "N" TO RESTORE-LOCK-SWITCH.
           IF DEST-PREFIX = SPACES
               IF TG-RULE(F-IDX) = 5
                   PERFORM ACQUIRE-SERIAL
                   IF SERIAL-RESULT NOT = 0
                       MOVE "LOCK-NOT-AVAILABLE" TO RESTORE-REFUSAL
                   END-IF
               ELSE
                   MOVE "LOCK" TO FL-FUNCTION
                   MOVE "CORE-BACKUP" TO FL-PROGRAM
                   MOVE TG-PATH(F-IDX) TO FL-FILE
                   MOVE "Y" TO FL-CHECK
                   MOVE RESTORE-GENERATION TO FL-GENERATION
                   CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST
                   IF FL-RC NOT = 0
                       MOVE "LOCK-NOT-AVAILABLE" TO RESTORE-REFUSAL
                   ELSE
                       MOVE "Y" TO RESTORE-LOCK-SWITCH
                       IF FL-CONFLICT = "Y"
                           MOVE "CHANGED-DURING-RESTORE"
                               TO RESTORE-REFUSAL
                           MOVE "N" TO FL-CHANGED
                           PERFORM RELEASE-RESTORE-LOCK
                       END-IF
                   END-IF
               END-IF
           END-IF.
       UNLOCK-RESTORE-TARGET.
           PERFORM RELEASE-SERIAL.
           MOVE "Y" TO FL-CHANGED.
           PERFORM RELEASE-RESTORE-LOCK.
       RELEASE-RESTORE-LOCK.
           IF RESTORE-LOCK-SWITCH = "Y"
               MOVE "UNLOCK" TO FL-FUNCTION
               CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST
               MOVE "N" TO RESTORE-LOCK-SWITCH
           END-IF.
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
           IF SERIAL-RESULT = 0
               MOVE "Y" TO SERIAL-HELD-SWITCH
           END-IF.
       RELEASE-SERIAL.
           IF SERIAL-HELD-SWITCH = "Y"
               MOVE SERIAL-MUTEX-ID TO MUTEX-ID OF SERIAL-MUTEX-INSTANCE
               MOVE 0 TO MUTEX-LOCK OF SERIAL-MUTEX-INSTANCE
               CALL "sys_mutex_c" USING SERIAL-MUTEX-INSTANCE
                   GIVING SERIAL-RESULT
               MOVE "N" TO SERIAL-HELD-SWITCH
           END-IF.
       SEED-ENVIRONMENT.
      * Seeding is done from PROD only, into a named environment that
      * is not PROD itself; the name rules are CORE-ENV's
           MOVE "Y" TO SEED-OK-SWITCH.
           IF ENV-NAME NOT = "PROD" OR SEED-ENV = SPACES
               OR SEED-ENV = "PROD"
               MOVE "N" TO SEED-OK-SWITCH
           END-IF.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 8
               IF SEED-ENV(C:1) NOT = SPACE
                   AND (SEED-ENV(C:1) < "A" OR SEED-ENV(C:1) > "Z")
                   AND (SEED-ENV(C:1) < "0" OR SEED-ENV(C:1) > "9")
                   MOVE "N" TO SEED-OK-SWITCH
               END-IF
           END-PERFORM.
           IF SEED-OK-SWITCH = "N"
               MOVE "CORE-BACKUP: SEED runs from PROD into a named env"
                   TO BUFFER
               MOVE 49 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           PERFORM CHECK-MANIFEST.
           MOVE SPACES TO DEST-PREFIX.
           STRING "env/" DELIMITED BY SIZE
                  SEED-ENV DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  INTO DEST-PREFIX.
      * The environment's own config starts as a copy of PROD's, and
      * the program trees are shared by link so the relative program
      * paths the drivers launch resolve the same inside it
           MOVE SPACES TO CMD-LINE.
           STRING "mkdir -p " DELIMITED BY SIZE
                  DEST-PREFIX DELIMITED BY SPACE
                  "config && cp -R config/. " DELIMITED BY SIZE
                  DEST-PREFIX DELIMITED BY SPACE
                  "config/ && for d in src diagnostics test; do"
                      DELIMITED BY SIZE
                  " ln -sfn ../../$d " DELIMITED BY SIZE
                  DEST-PREFIX DELIMITED BY SPACE
                  "$d || exit 1; done" DELIMITED BY SIZE
                  INTO CMD-LINE.
           CALL "system" USING CMD-LINE.
           IF RETURN-CODE NOT = 0
               MOVE "CORE-BACKUP: could not build the environment tree"
                   TO BUFFER
               MOVE 49 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 1
           END-IF.
           MOVE SPACES TO ENV-CONF-NAME.
           STRING DEST-PREFIX DELIMITED BY SPACE
                  "config/core.env" DELIMITED BY SIZE
                  INTO ENV-CONF-NAME.
           OPEN OUTPUT ENV-CONF-FILE.
           MOVE SEED-ENV TO EC-NAME.
           WRITE ENV-CONF-RECORD.
           CLOSE ENV-CONF-FILE.
           MOVE SPACES TO QUEUE-NAME.
           STRING DEST-PREFIX DELIMITED BY SPACE
                  "tasksched.queue" DELIMITED BY SIZE
                  INTO QUEUE-NAME.
           PERFORM RESTORE-BUNDLE.
           MOVE SPACES TO BUFFER.
           STRING "CORE-BACKUP: seeded environment " DELIMITED BY SIZE
                  SEED-ENV DELIMITED BY SPACE
                  " from " DELIMITED BY SIZE
                  BUNDLE-DIR DELIMITED BY SPACE
                  INTO BUFFER.
           MOVE 60 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
               GIVING RESULT.
       UNLOAD-QUEUE.
      * The indexed queue goes into the bundle one entry per line in
      * task-id order, dispatch key included
           PERFORM UNTIL QUEUE-FILE-STATUS NOT = "00"
               READ TASK-QUEUE-FILE
                   AT END
                       MOVE "10" TO QUEUE-FILE-STATUS
                   NOT AT END
                       ADD 1 TO REC-COUNT
                       MOVE TASK-QUEUE-RECORD TO DST-RECORD
                       WRITE DST-RECORD
               END-READ
           END-PERFORM.
           CLOSE TASK-QUEUE-FILE.
       LOAD-QUEUE.
      * Pass 2 for the queue: an indexed file is not a single plain
      * file a rename can swap in, so the verified image is loaded
      * straight into a fresh queue. Pass 1 has already proved every
      * record good and every id unique, so the load cannot stop
      * part way. The dispatch key is set from the status and
      * priority, which also keys an image saved before the key
      * existed
           OPEN OUTPUT TASK-QUEUE-FILE.
           OPEN INPUT SRC-FILE.
           PERFORM UNTIL SRC-FILE-STATUS NOT = "00"
               READ SRC-FILE
                   AT END
                       MOVE "10" TO SRC-FILE-STATUS
                   NOT AT END
                       MOVE SRC-RECORD TO TASK-QUEUE-RECORD
                       MOVE TQ-STATUS TO TQ-DISP-STATUS
                       MOVE TQ-PRIORITY TO TQ-DISP-PRIORITY
                       WRITE TASK-QUEUE-RECORD
               END-READ
           END-PERFORM.
           CLOSE SRC-FILE.
           CLOSE TASK-QUEUE-FILE.
       VALIDATE-BUNDLE-RECORD.
      * The same record rules CORE-FSCK enforces on its targets,
      * plus shape checks for the registries, calendar and compiled
                       AND SRC-RECORD(9:1) NOT = "H"
                       AND SRC-RECORD(9:1) NOT = "F")
                   ADD 1 TO BAD-COUNT
               ELSE
                   MOVE SRC-RECORD(1:4) TO SEEN-ID
                   IF ID-SEEN(SEEN-ID) = "Y"
                       ADD 1 TO BAD-COUNT
                   ELSE
                       MOVE "Y" TO ID-SEEN(SEEN-ID)
                   END-IF
               END-IF
           END-IF.
           IF TG-RULE(F-IDX) = 2
