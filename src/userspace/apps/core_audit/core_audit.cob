      * that PID is the real holder - and LOCKMGR RECOVER or
      * CORE-IPC-RECON can break the lock if the holder dies inside
      * the bracket. Alongside failures, programs record START and
      * END events here so the audit log reads as a run journal.
      * An INJECTED event comes from CORE-FAULT when a drill fails a
      * syscall on purpose; it is marked as a drill, and so is the
      * next WARN or ERROR this run unit journals - the failure the
      * program reported for the call that never really failed
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 LR-HOLDER-PID PIC 9(9).
           05 LR-ACQ-DATE   PIC 9(8).
           05 LR-ACQ-TIME   PIC 9(8).
           05 LR-MODE       PIC X(1).
       FD  PID-CONF-FILE.
       01 PID-CONF-RECORD PIC X(12).
      * The running record sequence, held in its own control file and
       COPY "syscall.cpy".
       01 AUDIT-DATE      PIC 9(8).
       01 AUDIT-TIME      PIC 9(8).
      * Wall-clock date the lock registry dates its holder by, so a
      * pinned or rolled processing date never ages a lock
       01 CLOCK-DATE      PIC 9(8).
       01 AUDIT-ENV       PIC X(8).
      * Injected failures not yet reported by the program they hit
       01 DRILL-PENDING   PIC 9(4)  VALUE 0.
       01 MUTEX-INSTANCE  TYPE MUTEX-DATA.
       01 SERIAL-RESULT   PIC 9(9).
      * Mutex 99 is reserved shop-wide for audit serialization
               10 LT-HOLDER-PID PIC 9(9).
               10 LT-ACQ-DATE   PIC 9(8).
               10 LT-ACQ-TIME   PIC 9(8).
               10 LT-MODE       PIC X(1).
       LINKAGE SECTION.
       01 AUD-PROGRAM   PIC X(20).
       01 AUD-EVENT     PIC X(30).
                       FUNCTION NUMVAL(PID-CONF-RECORD)
               END-IF
           END-IF.
      * The record is dated with the shop processing date, so a
      * rerun journals under the night it reran; the time stays the
      * wall clock and AU-SEQ keeps the true order of writes
           CALL "CORE-DATE" USING AUDIT-DATE.
           ACCEPT AUDIT-TIME FROM TIME.
           ACCEPT CLOCK-DATE FROM DATE YYYYMMDD.
      * Take the next sequence number - safe here because the mutex
      * is ours, so two writers cannot draw the same number
           MOVE 0 TO AUDIT-SEQ.
           MOVE AUDIT-DATE TO AU-DATE.
           MOVE AUDIT-TIME TO AU-TIME.
           MOVE OWN-PID TO AU-RUN-PID.
           CALL "CORE-ENV" USING AUDIT-ENV.
           MOVE AUDIT-ENV TO AU-ENV.
           MOVE "N" TO AU-DRILL.
           IF AUD-EVENT(1:9) = "INJECTED "
               MOVE "Y" TO AU-DRILL
               ADD 1 TO DRILL-PENDING
           ELSE
           IF DRILL-PENDING > 0
               AND (AUD-SEVERITY = "WARN" OR AUD-SEVERITY = "ERROR")
               MOVE "Y" TO AU-DRILL
               SUBTRACT 1 FROM DRILL-PENDING
           END-IF
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
                                   TO LT-ACQ-DATE(LREG-COUNT)
                               MOVE LR-ACQ-TIME
                                   TO LT-ACQ-TIME(LREG-COUNT)
                               MOVE LR-MODE TO LT-MODE(LREG-COUNT)
                               IF LR-MUTEX-ID = AUDIT-MUTEX-ID
                                   MOVE LREG-COUNT TO FOUND-IDX
                               END-IF
               END-IF
               IF FOUND-IDX NOT = 0
                   MOVE OWN-PID TO LT-HOLDER-PID(FOUND-IDX)
                   MOVE CLOCK-DATE TO LT-ACQ-DATE(FOUND-IDX)
                   MOVE AUDIT-TIME TO LT-ACQ-TIME(FOUND-IDX)
                   MOVE "X" TO LT-MODE(FOUND-IDX)
               END-IF
           END-IF.
           OPEN OUTPUT LOCK-REGISTRY-FILE.
                   MOVE LT-HOLDER-PID(LREG-IDX) TO LR-HOLDER-PID
                   MOVE LT-ACQ-DATE(LREG-IDX) TO LR-ACQ-DATE
                   MOVE LT-ACQ-TIME(LREG-IDX) TO LR-ACQ-TIME
                   MOVE LT-MODE(LREG-IDX) TO LR-MODE
                   WRITE LOCK-REGISTRY-RECORD
               END-IF
           END-PERFORM.
