       PROGRAM-ID. CORE-IPC-RECON.
      * CoreA IPC Resource Reconciliation (COBOL)
      * Post-crash sweep over the inventories the other programs
      * leave behind: LOCKMGR's holder registry, the shm.registry of
      * allocated segments and the message-queue registry.
      * Every recorded owner is probed with signal 0; orphaned SHM is
      * freed, dead holders' locks are released - a shared lock one
      * dead reader at a time, leaving the live readers' holds and the
      * mutex alone - abandoned queue messages are drained, and
      * everything cleaned is written to a reconciliation report
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHM-REGISTRY-FILE ASSIGN TO "shm.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SREG-FILE-STATUS.
           SELECT LOCK-REGISTRY-FILE ASSIGN TO "lockmgr.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LREG-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SHM-REGISTRY-FILE.
       COPY "shmreg.cpy".
       FD  LOCK-REGISTRY-FILE.
       01 LOCK-REGISTRY-RECORD.
           05 LR-MUTEX-ID   PIC 9(9).
           05 LR-HOLDER-PID PIC 9(9).
           05 LR-ACQ-DATE   PIC 9(8).
           05 LR-ACQ-TIME   PIC 9(8).
           05 LR-MODE       PIC X(1).
       FD  QUEUE-REGISTRY-FILE.
       01 QUEUE-REGISTRY-RECORD.
           05 QR-NAME       PIC X(20).
           05 QR-ID         PIC 9(9).
           05 QR-MSG-COUNT  PIC 9(9).
      * The rest of the broker's row is carried through untouched: a
      * T (topic) or S (subscription) kind marks a row with no queue
      * behind it
           05 QR-DEPTH-LIMIT PIC X(9).
           05 QR-KIND       PIC X(1).
           05 QR-SUBSCRIBER PIC X(20).
           05 QR-DEAD-COUNT PIC X(9).
           05 QR-DURABLE    PIC X(1).
       FD  RECON-REPORT-FILE.
       01 RECON-REPORT-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 RESULT        PIC 9(9).
       01 REPORT-LINE   PIC X(100).
       01 SREG-FILE-STATUS PIC XX.
       01 LREG-FILE-STATUS PIC XX.
       01 QREG-FILE-STATUS PIC XX.
       01 SIG-DATA      TYPE SIGNAL-DATA.
       01 OWNER-PID     PIC 9(9).
       01 SHM-FREED-COUNT PIC 9(4) VALUE 0.
       01 LOCKS-FREED-COUNT PIC 9(4) VALUE 0.
       01 SHARED-FREED-COUNT PIC 9(4) VALUE 0.
       01 MSGS-DRAINED-COUNT PIC 9(4) VALUE 0.
       01 QUEUE-DRAINED PIC 9(4)  VALUE 0.
       01 DRAIN-SWITCH  PIC X.
      * mutex, the same bracket LOCKMGR and CORE-AUDIT take
       01 SERIAL-MUTEX-ID PIC 9(9) VALUE 99.
       01 QREG-COUNT    PIC 9(4)  VALUE 0.
       01 SREG-COUNT    PIC 9(4)  VALUE 0.
       01 SREG-IDX      PIC 9(4).
       01 SHM-REG-TABLE.
           05 ST-ROW OCCURS 999 TIMES PIC X(63).
      * Plumbing for the shared CORE-SHMREG segment registry
       01 SRG-ACTION    PIC X(5).
       01 SRG-PROGRAM   PIC X(20) VALUE "CORE-IPC-RECON".
       01 SRG-FOREIGN   PIC X(1).
       01 QREG-IDX      PIC 9(4).
      * The message-queue registry is rewritten under its own named
      * lock, the one CORE-MSGBROKER takes for its rewrites
       COPY "filelock.cpy".
       01 LOCK-REG-TABLE.
           05 LT-ENTRY OCCURS 100 TIMES.
               10 LT-MUTEX-ID   PIC 9(9).
               10 LT-HOLDER-PID PIC 9(9).
               10 LT-ACQ-DATE   PIC 9(8).
               10 LT-ACQ-TIME   PIC 9(8).
               10 LT-MODE       PIC X(1).
               10 LT-KEEP-FLAG  PIC X(1).
       01 QUEUE-REG-TABLE.
           05 QT-ENTRY OCCURS 100 TIMES.
               10 QT-NAME       PIC X(20).
               10 QT-ID         PIC 9(9).
               10 QT-MSG-COUNT  PIC 9(9).
               10 QT-DEPTH-LIMIT PIC X(9).
               10 QT-KIND       PIC X(1).
               10 QT-SUBSCRIBER PIC X(20).
               10 QT-DEAD-COUNT PIC X(9).
               10 QT-DURABLE    PIC X(1).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Name this program to the fault-injection check
           MOVE "CORE-IPC-RECON" TO FAULT-PROGRAM.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE "CoreA IPC Reconciliation Report" TO REPORT-LINE.
           STRING "Env: " DELIMITED BY SIZE
                  ENV-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE(41:).
           WRITE RECON-REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE RECON-REPORT-RECORD FROM REPORT-LINE.
      * Pass 1: locks whose recorded holders are dead are released
      * and dropped from the registry. Registry rewrites shop-wide
      * are serialized through the reserved audit mutex 99, so first
      * break a dead-held 99 from a snapshot - otherwise a stale
                       MOVE LT-HOLDER-PID(LREG-IDX)
                           TO SIG-PID OF SIG-DATA
                       MOVE 0 TO SIG-NUMBER OF SIG-DATA
                       MOVE "SIGNAL" TO FAULT-CALL
                       CALL "CORE-FAULT" USING FAULT-CHECK
                       IF FAULT-RC = 0
                           CALL "sys_signal_c" USING SIG-DATA
                               GIVING RESULT
                       ELSE
                           MOVE FAULT-RC TO RESULT
                       END-IF
                       IF RESULT NOT = 0
                           MOVE SERIAL-MUTEX-ID
                               TO MUTEX-ID OF MUTEX-INSTANCE
               END-PERFORM
               MOVE SERIAL-MUTEX-ID TO MUTEX-ID OF MUTEX-INSTANCE
               MOVE 1 TO MUTEX-LOCK OF MUTEX-INSTANCE
               MOVE "MUTEX" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_mutex_c" USING MUTEX-INSTANCE GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               PERFORM LOAD-LOCK-REGISTRY
               PERFORM VARYING LREG-IDX FROM 1 BY 1
                       UNTIL LREG-IDX > LREG-COUNT
                   MOVE LT-HOLDER-PID(LREG-IDX)
                       TO SIG-PID OF SIG-DATA
                   MOVE 0 TO SIG-NUMBER OF SIG-DATA
                   MOVE "SIGNAL" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_signal_c" USING SIG-DATA GIVING RESULT
                   ELSE
                       MOVE FAULT-RC TO RESULT
                   END-IF
                   IF RESULT NOT = 0
      * Mutex 99 is ours right now, so a stale 99 row is only
      * dropped - unlocking it here would release our own bracket;
      * the release below frees it. A dead reader holds no mutex, only
      * its own row among the other readers', so only that row goes
                       IF LT-MUTEX-ID(LREG-IDX) NOT = SERIAL-MUTEX-ID
                           AND LT-MODE(LREG-IDX) NOT = "S"
                           MOVE LT-MUTEX-ID(LREG-IDX)
                               TO MUTEX-ID OF MUTEX-INSTANCE
                           MOVE 0 TO MUTEX-LOCK OF MUTEX-INSTANCE
                               GIVING RESULT
                       END-IF
                       MOVE "N" TO LT-KEEP-FLAG(LREG-IDX)
                       MOVE SPACES TO REPORT-LINE
                       IF LT-MODE(LREG-IDX) = "S"
                           ADD 1 TO SHARED-FREED-COUNT
                           STRING "RELEASED SHARED MUTEX:"
                                      DELIMITED BY SIZE
                                  LT-MUTEX-ID(LREG-IDX)
                                      DELIMITED BY SIZE
                                  " DEAD READER:" DELIMITED BY SIZE
                                  LT-HOLDER-PID(LREG-IDX)
                                      DELIMITED BY SIZE
                                  INTO REPORT-LINE
                       ELSE
                           ADD 1 TO LOCKS-FREED-COUNT
                           STRING "RELEASED LOCK MUTEX:"
                                      DELIMITED BY SIZE
                                  LT-MUTEX-ID(LREG-IDX)
                                      DELIMITED BY SIZE
                                  " DEAD HOLDER:" DELIMITED BY SIZE
                                  LT-HOLDER-PID(LREG-IDX)
                                      DELIMITED BY SIZE
                                  INTO REPORT-LINE
                       END-IF
                       WRITE RECON-REPORT-RECORD FROM REPORT-LINE
                   END-IF
               END-PERFORM
                       MOVE LT-HOLDER-PID(LREG-IDX) TO LR-HOLDER-PID
                       MOVE LT-ACQ-DATE(LREG-IDX) TO LR-ACQ-DATE
                       MOVE LT-ACQ-TIME(LREG-IDX) TO LR-ACQ-TIME
                       MOVE LT-MODE(LREG-IDX) TO LR-MODE
                       WRITE LOCK-REGISTRY-RECORD
                   END-IF
               END-PERFORM
               MOVE 0 TO MUTEX-LOCK OF MUTEX-INSTANCE
               CALL "sys_mutex_c" USING MUTEX-INSTANCE GIVING RESULT
           END-IF.
      * Pass 2: leaked SHM segments. Every segment still in
      * shm.registry whose owner no longer answers signal 0 is freed
      * here and taken out of the registry through CORE-SHMREG, which
      * puts the free on the audit trail as one made by a non-owner.
      * This runs after the lock pass because the registry rewrite
      * takes the file's named lock inside the mutex 99 bracket, and
      * a dead holder of either would otherwise wedge it. The rows
      * are read into a table first, since each free rewrites the
      * file
           MOVE 0 TO SREG-COUNT.
           OPEN INPUT SHM-REGISTRY-FILE.
           IF SREG-FILE-STATUS = "00"
               PERFORM UNTIL SREG-FILE-STATUS NOT = "00"
                   READ SHM-REGISTRY-FILE
                       AT END
                           MOVE "10" TO SREG-FILE-STATUS
                       NOT AT END
                           IF SG-SEG-ID IS NUMERIC
                               AND SG-OWNER-PID IS NUMERIC
                               AND SREG-COUNT < 999
                               ADD 1 TO SREG-COUNT
                               MOVE SHM-REG-RECORD
                                   TO ST-ROW(SREG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHM-REGISTRY-FILE
           END-IF.
           PERFORM VARYING SREG-IDX FROM 1 BY 1
                   UNTIL SREG-IDX > SREG-COUNT
               MOVE ST-ROW(SREG-IDX) TO SHM-REG-RECORD
               MOVE SG-OWNER-PID TO OWNER-PID
               MOVE OWNER-PID TO SIG-PID OF SIG-DATA
               MOVE 0 TO SIG-NUMBER OF SIG-DATA
               MOVE "SIGNAL" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_signal_c" USING SIG-DATA GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
               IF RESULT NOT = 0
                   MOVE SG-SIZE TO SHM-SIZE OF SHM-INSTANCE
                   MOVE OWNER-PID TO SHM-OWNER-PID OF SHM-INSTANCE
                   MOVE SG-ALLOC-DATE TO SHM-ALLOC-DATE OF SHM-INSTANCE
                   MOVE SG-ALLOC-TIME TO SHM-ALLOC-TIME OF SHM-INSTANCE
                   MOVE SG-SEG-ID TO SHM-SEG-ID OF SHM-INSTANCE
                   CALL "sys_shm_free_c" USING SHM-INSTANCE
                       GIVING RESULT
                   IF RESULT = 0
                       MOVE "FREE " TO SRG-ACTION
                       CALL "CORE-SHMREG" USING SRG-ACTION SRG-PROGRAM
                           SHM-INSTANCE SRG-FOREIGN
                   END-IF
                   ADD 1 TO SHM-FREED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "FREED SHM OWNER:" DELIMITED BY SIZE
                          OWNER-PID DELIMITED BY SIZE
                          " RC:" DELIMITED BY SIZE
                          RESULT DELIMITED BY SIZE
                          " SEG:" DELIMITED BY SIZE
                          SG-SEG-ID DELIMITED BY SIZE
                          " SIZE:" DELIMITED BY SIZE
                          SG-SIZE DELIMITED BY SIZE
                          " PROG:" DELIMITED BY SIZE
                          SG-PROGRAM DELIMITED BY SPACE
                          INTO REPORT-LINE
                   WRITE RECON-REPORT-RECORD FROM REPORT-LINE
               END-IF
           END-PERFORM.
      * Pass 3: drain abandoned messages out of every registered
      * queue, reading until the queue refuses, and zero the registry
      * count. The drain is attempted whether or not the recorded
      * count shows anything outstanding - the count only tracks
      * callers that report through the broker, and an abandoned
      * message is abandoned precisely because its owner stopped
      * reporting. Topic and subscription rows have no queue behind
      * them and are written back as they were read. A durable queue's
      * payloads are still in the broker journal, and the report says
      * so: RECOVER puts back whatever nobody collected.
      * The registry's lock is held from the read through the
      * rewrite, so a broker run that counts a post meanwhile waits
      * and then lays its count over the drained registry rather
      * than the drain undoing it. If the lock cannot be had the
      * queues are left alone and the report says so
           MOVE "LOCK" TO FL-FUNCTION.
           MOVE "CORE-IPC-RECON" TO FL-PROGRAM.
           MOVE "msgbroker.registry" TO FL-FILE.
           MOVE "N" TO FL-CHECK.
           MOVE "N" TO FL-CHANGED.
           CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST.
           IF FL-RC NOT = 0
               MOVE "QUEUE REGISTRY LOCK NOT AVAILABLE - NOT DRAINED"
                   TO REPORT-LINE
               WRITE RECON-REPORT-RECORD FROM REPORT-LINE
               MOVE "99" TO QREG-FILE-STATUS
           ELSE
               OPEN INPUT QUEUE-REGISTRY-FILE
           END-IF.
           IF QREG-FILE-STATUS = "00"
               PERFORM UNTIL QREG-FILE-STATUS NOT = "00"
                   READ QUEUE-REGISTRY-FILE
                               MOVE QR-ID TO QT-ID(QREG-COUNT)
                               MOVE QR-MSG-COUNT
                                   TO QT-MSG-COUNT(QREG-COUNT)
                               MOVE QR-DEPTH-LIMIT
                                   TO QT-DEPTH-LIMIT(QREG-COUNT)
                               MOVE QR-KIND TO QT-KIND(QREG-COUNT)
                               MOVE QR-SUBSCRIBER
                                   TO QT-SUBSCRIBER(QREG-COUNT)
                               MOVE QR-DEAD-COUNT
                                   TO QT-DEAD-COUNT(QREG-COUNT)
                               MOVE QR-DURABLE
                                   TO QT-DURABLE(QREG-COUNT)
                           ELSE
                               MOVE "10" TO QREG-FILE-STATUS
                           END-IF
               CLOSE QUEUE-REGISTRY-FILE
               PERFORM VARYING QREG-IDX FROM 1 BY 1
                       UNTIL QREG-IDX > QREG-COUNT
                   IF QT-KIND(QREG-IDX) NOT = "T"
                       AND QT-KIND(QREG-IDX) NOT = "S"
                       MOVE 0 TO QUEUE-DRAINED
                       MOVE "Y" TO DRAIN-SWITCH
                       PERFORM UNTIL DRAIN-SWITCH = "N"
                           MOVE QT-ID(QREG-IDX)
                               TO MQ-ID OF MSGQ-INSTANCE
                           MOVE 0 TO MQ-TYPE OF MSGQ-INSTANCE
                           MOVE 0 TO MQ-PAYLOAD-LEN OF MSGQ-INSTANCE
                           MOVE "MSGQUEUE" TO FAULT-CALL
                           CALL "CORE-FAULT" USING FAULT-CHECK
                           IF FAULT-RC = 0
                               CALL "sys_msgqueue_c" USING MSGQ-INSTANCE
                                   GIVING RESULT
                           ELSE
                               MOVE FAULT-RC TO RESULT
                           END-IF
                           IF RESULT = 0
                               ADD 1 TO QUEUE-DRAINED
                               ADD 1 TO MSGS-DRAINED-COUNT
                           ELSE
                               MOVE "N" TO DRAIN-SWITCH
                           END-IF
                       END-PERFORM
                       MOVE SPACES TO REPORT-LINE
                       STRING "DRAINED QUEUE:" DELIMITED BY SIZE
                              QT-NAME(QREG-IDX) DELIMITED BY SPACE
                              " GOT:" DELIMITED BY SIZE
                              QUEUE-DRAINED DELIMITED BY SIZE
                              " RECORDED:" DELIMITED BY SIZE
                              QT-MSG-COUNT(QREG-IDX) DELIMITED BY SIZE
                              INTO REPORT-LINE
                       IF QT-DURABLE(QREG-IDX) = "Y"
                           MOVE "DURABLE - MSGBROKER RECOVER REPOSTS"
                               TO REPORT-LINE(65:35)
                       END-IF
                       WRITE RECON-REPORT-RECORD FROM REPORT-LINE
                       MOVE 0 TO QT-MSG-COUNT(QREG-IDX)
                   END-IF
               END-PERFORM
               OPEN OUTPUT QUEUE-REGISTRY-FILE
               PERFORM VARYING QREG-IDX FROM 1 BY 1
                   MOVE QT-NAME(QREG-IDX) TO QR-NAME
                   MOVE QT-ID(QREG-IDX) TO QR-ID
                   MOVE QT-MSG-COUNT(QREG-IDX) TO QR-MSG-COUNT
                   MOVE QT-DEPTH-LIMIT(QREG-IDX) TO QR-DEPTH-LIMIT
                   MOVE QT-KIND(QREG-IDX) TO QR-KIND
                   MOVE QT-SUBSCRIBER(QREG-IDX) TO QR-SUBSCRIBER
                   MOVE QT-DEAD-COUNT(QREG-IDX) TO QR-DEAD-COUNT
                   MOVE QT-DURABLE(QREG-IDX) TO QR-DURABLE
                   WRITE QUEUE-REGISTRY-RECORD
               END-PERFORM
               CLOSE QUEUE-REGISTRY-FILE
               MOVE "Y" TO FL-CHANGED
           END-IF.
           IF FL-RC = 0
               MOVE "UNLOCK" TO FL-FUNCTION
               CALL "CORE-FILELOCK" USING FILE-LOCK-REQUEST
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "SUMMARY SHM-FREED:" DELIMITED BY SIZE
                  SHM-FREED-COUNT DELIMITED BY SIZE
                  " LOCKS-FREED:" DELIMITED BY SIZE
                  LOCKS-FREED-COUNT DELIMITED BY SIZE
                  " SHARED-FREED:" DELIMITED BY SIZE
                  SHARED-FREED-COUNT DELIMITED BY SIZE
                  " MSGS-DRAINED:" DELIMITED BY SIZE
                  MSGS-DRAINED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
                                   TO LT-ACQ-DATE(LREG-COUNT)
                               MOVE LR-ACQ-TIME
                                   TO LT-ACQ-TIME(LREG-COUNT)
                               MOVE LR-MODE TO LT-MODE(LREG-COUNT)
                               MOVE "Y" TO LT-KEEP-FLAG(LREG-COUNT)
                           ELSE
                               MOVE "10" TO LREG-FILE-STATUS
