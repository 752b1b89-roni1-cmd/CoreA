       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFT-HANDOVER.
      * CoreA Shift Handover Report (COBOL)
      * One document for the shift change, in place of the walk
      * through half a dozen screens and files: as of now, the alerts
      * still open in core_alert.state (escalated ones marked), the
      * programs the run board shows RUNNING or with runs that died
      * mid-flight, the held and failed entries in tasksched.queue
      * and the tasks cancelled out of it since the last handover,
      * the streams core_batch.window shows started and not ended,
      * the payloads parked in msgbroker.deadletter and the queues
      * over their QR-DEPTH-LIMIT, the locks in lockmgr.registry held
      * longer than the lock-age threshold, and the configuration
      * changes config/kernel.journal has recorded since the last
      * handover. The outgoing operator produces it from CORE-OPS or
      * the command line:
      *   SHIFT-HANDOVER OPER id [LOCKAGE seconds]
      * The id must be in config/core.operators; it goes on the report
      * and the audit line, and with the moment of the handover into
      * shift_handover.last, which marks where the next one's
      * "since the last handover" begins. LOCKAGE defaults to 900.
      * The report goes to shift_handover.report through CORE-PRINT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-STATE-FILE ASSIGN TO "core_alert.state"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATE-FILE-STATUS.
           SELECT BOARD-REPORT-FILE ASSIGN TO "core_runboard.report"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOARD-FILE-STATUS.
           SELECT TASK-QUEUE-FILE ASSIGN TO "tasksched.queue"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TQ-ID
               ALTERNATE RECORD KEY IS TQ-DISPATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT BATCH-WINDOW-FILE ASSIGN TO "core_batch.window"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BW-FILE-STATUS.
           SELECT DEADLETTER-FILE ASSIGN TO "msgbroker.deadletter"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DL-FILE-STATUS.
           SELECT MQ-REGISTRY-FILE ASSIGN TO "msgbroker.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MQ-FILE-STATUS.
           SELECT LOCK-REGISTRY-FILE ASSIGN TO "lockmgr.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LREG-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "config/kernel.journal"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT OPERATORS-FILE ASSIGN TO "config/core.operators"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-FILE-STATUS.
           SELECT LAST-HANDOVER-FILE ASSIGN TO "shift_handover.last"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-STATE-FILE.
       COPY "alertstate.cpy".
       FD  BOARD-REPORT-FILE.
       01 BOARD-REPORT-RECORD PIC X(100).
       FD  TASK-QUEUE-FILE.
       COPY "taskqueue.cpy".
       FD  AUDIT-LOG-FILE.
       COPY "auditrec.cpy".
       FD  BATCH-WINDOW-FILE.
       01 BATCH-WINDOW-RECORD.
           05 BW-STREAM        PIC X(20).
           05 BW-EVENT         PIC X(8).
           05 BW-DATE          PIC 9(8).
           05 BW-TIME          PIC 9(8).
       FD  DEADLETTER-FILE.
       01 DEADLETTER-RECORD.
           05 DL-QUEUE      PIC X(20).
           05 DL-REASON     PIC X(4).
           05 DL-DATE       PIC 9(8).
           05 DL-TIME       PIC 9(8).
           05 DL-PAYLOAD    PIC X(100).
       FD  MQ-REGISTRY-FILE.
       01 MQ-REGISTRY-RECORD.
           05 QR-NAME       PIC X(20).
           05 QR-ID         PIC 9(9).
           05 QR-MSG-COUNT  PIC 9(9).
           05 QR-DEPTH-LIMIT PIC 9(9).
           05 FILLER        PIC X(31).
       FD  LOCK-REGISTRY-FILE.
       01 LOCK-REGISTRY-RECORD.
           05 LR-MUTEX-ID   PIC 9(9).
           05 LR-HOLDER-PID PIC 9(9).
           05 LR-ACQ-DATE   PIC 9(8).
           05 LR-ACQ-TIME   PIC 9(8).
           05 LR-MODE       PIC X(1).
       FD  JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 CJ-DATE   PIC 9(8).
           05 CJ-TIME   PIC 9(8).
           05 CJ-KEY    PIC X(20).
           05 CJ-OLD    PIC X(20).
           05 CJ-NEW    PIC X(20).
       FD  OPERATORS-FILE.
       01 OPERATORS-RECORD.
           05 OP-ID         PIC X(8).
           05 OP-DESTRUCT   PIC X(1).
      * The last handover: when it was produced and by whom
       FD  LAST-HANDOVER-FILE.
       01 LAST-HANDOVER-RECORD.
           05 LH-DATE       PIC 9(8).
           05 LH-TIME       PIC 9(8).
           05 LH-OPERATOR   PIC X(8).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER        PIC X(100).
       01 MSG-LEN       PIC 9(9).
       01 OUT-FD        PIC 9(9)  VALUE 1.
       01 RESULT        PIC 9(9).
       01 REPORT-LINE   PIC X(100).
       01 CMD-LINE      PIC X(100).
       01 STATE-FILE-STATUS  PIC XX.
       01 BOARD-FILE-STATUS  PIC XX.
       01 QUEUE-FILE-STATUS  PIC XX.
       01 AUDIT-FILE-STATUS  PIC XX.
       01 BW-FILE-STATUS     PIC XX.
       01 DL-FILE-STATUS     PIC XX.
       01 MQ-FILE-STATUS     PIC XX.
       01 LREG-FILE-STATUS   PIC XX.
       01 JOURNAL-FILE-STATUS PIC XX.
       01 OPER-FILE-STATUS   PIC XX.
       01 LAST-FILE-STATUS   PIC XX.
      * Plumbing for the shared CORE-PRINT report formatter
       01 PRT-ACTION    PIC X(5).
       01 PRT-FILE-NAME PIC X(30).
       01 PRT-TITLE     PIC X(40).
       01 PRT-COLHEAD   PIC X(80).
       01 PRT-LINE      PIC X(100).
       01 PRT-PROGRAM   PIC X(20)  VALUE "SHIFT-HANDOVER".
       01 CMD-ARG-COUNT PIC 9(2).
       01 CMD-ARG-NUM   PIC 9(2).
       01 CMD-ARG-VAL   PIC X(20).
       01 OPERATOR-ID   PIC X(8)  VALUE SPACES.
       01 OPERATOR-OK-SWITCH PIC X VALUE "N".
      * Locks held longer than this many seconds are handed over
       01 LOCK-AGE-LIMIT PIC 9(7) VALUE 900.
      * CORE-ALERT's aging allowance: an unacknowledged alert older
      * than this many runs has had its severity escalated
       01 ESCALATE-RUNS PIC 9(3)  VALUE 3.
       01 NOW-DATE      PIC 9(8).
       01 NOW-TIME      PIC 9(8).
       01 NOW-STAMP     PIC 9(16).
      * Where "since the last handover" begins; zero when there has
      * been none, so everything journaled counts
       01 LAST-STAMP    PIC 9(16) VALUE 0.
       01 LAST-OPERATOR PIC X(8)  VALUE SPACES.
       01 EVENT-STAMP   PIC 9(16).
       01 NOW-SECS      PIC 9(12).
       01 ACQ-SECS      PIC 9(12).
       01 AGE-SECS      PIC 9(9).
       01 WORK-HH       PIC 9(2).
       01 WORK-MM       PIC 9(2).
       01 WORK-SS       PIC 9(2).
       01 ALERT-ID      PIC 9(3)  VALUE 0.
       01 ITEM-COUNT    PIC 9(4).
       01 TALLY-COUNT   PIC 9(3).
       01 TOTAL-ITEMS   PIC 9(5)  VALUE 0.
      * Streams by their latest window event: open when that event is
      * a START, or an OVERRUN logged while the stream was running
       01 WT-COUNT      PIC 9(3)  VALUE 0.
       01 WT-IDX        PIC 9(3).
       01 FOUND-SWITCH  PIC X(1).
       01 WINDOW-TABLE.
           05 WINDOW-ENTRY OCCURS 200 TIMES.
               10 WT-STREAM    PIC X(20).
               10 WT-EVENT     PIC X(8).
               10 WT-DATE      PIC 9(8).
               10 WT-TIME      PIC 9(8).
               10 WT-START-DATE PIC 9(8).
               10 WT-START-TIME PIC 9(8).
       01 AUD-PROGRAM   PIC X(20) VALUE "SHIFT-HANDOVER".
       01 AUD-EVENT     PIC X(30).
       01 AUD-RC        PIC 9(9)  VALUE 0.
       01 AUD-SEVERITY  PIC X(5)  VALUE "INFO ".
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
           ACCEPT CMD-ARG-COUNT FROM ARGUMENT-NUMBER.
           MOVE 1 TO CMD-ARG-NUM.
           PERFORM UNTIL CMD-ARG-NUM > CMD-ARG-COUNT
               DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
               MOVE SPACES TO CMD-ARG-VAL
               ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
               IF CMD-ARG-VAL = "OPER" AND CMD-ARG-NUM < CMD-ARG-COUNT
                   ADD 1 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   MOVE SPACES TO CMD-ARG-VAL
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   MOVE CMD-ARG-VAL(1:8) TO OPERATOR-ID
               ELSE
               IF CMD-ARG-VAL = "LOCKAGE"
                   AND CMD-ARG-NUM < CMD-ARG-COUNT
                   ADD 1 TO CMD-ARG-NUM
                   DISPLAY CMD-ARG-NUM UPON ARGUMENT-NUMBER
                   MOVE SPACES TO CMD-ARG-VAL
                   ACCEPT CMD-ARG-VAL FROM ARGUMENT-VALUE
                   IF FUNCTION TEST-NUMVAL(CMD-ARG-VAL) = 0
                       COMPUTE LOCK-AGE-LIMIT =
                           FUNCTION NUMVAL(CMD-ARG-VAL)
                   END-IF
               END-IF
               END-IF
               ADD 1 TO CMD-ARG-NUM
           END-PERFORM.
      * A handover is signed: the id must be a known operator
           PERFORM CHECK-OPERATOR.
           IF OPERATOR-OK-SWITCH = "N"
               MOVE "SHIFT-HANDOVER: OPER must name a known operator"
                   TO BUFFER
               MOVE 47 TO MSG-LEN
               CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN
                   GIVING RESULT
               CALL "sys_exit_c" USING 2
               STOP RUN
           END-IF.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           COMPUTE NOW-STAMP = NOW-DATE * 100000000 + NOW-TIME.
           OPEN INPUT LAST-HANDOVER-FILE.
           IF LAST-FILE-STATUS = "00"
               READ LAST-HANDOVER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LH-DATE IS NUMERIC AND LH-TIME IS NUMERIC
                           COMPUTE LAST-STAMP =
                               LH-DATE * 100000000 + LH-TIME
                           MOVE LH-OPERATOR TO LAST-OPERATOR
                       END-IF
               END-READ
               CLOSE LAST-HANDOVER-FILE
           END-IF.
      * Refresh the run board from the journal so it is as of now
           MOVE "diagnostics/run_board/run_board > /dev/null 2>&1"
               TO CMD-LINE.
           CALL "system" USING CMD-LINE.
           MOVE "shift_handover.report" TO PRT-FILE-NAME.
           MOVE "CoreA Shift Handover" TO PRT-TITLE.
           MOVE SPACES TO PRT-COLHEAD.
           MOVE SPACES TO PRT-LINE.
           MOVE "INIT " TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           STRING "PRODUCED BY:" DELIMITED BY SIZE
                  OPERATOR-ID DELIMITED BY SPACE
                  " AT:" DELIMITED BY SIZE
                  NOW-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NOW-TIME DELIMITED BY SIZE
                  INTO REPORT-LINE.
           PERFORM EMIT-LINE.
           IF LAST-STAMP = 0
               MOVE "PREVIOUS HANDOVER: none on record" TO REPORT-LINE
           ELSE
               STRING "PREVIOUS HANDOVER BY:" DELIMITED BY SIZE
                      LAST-OPERATOR DELIMITED BY SPACE
                      " AT:" DELIMITED BY SIZE
                      LH-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LH-TIME DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF.
           PERFORM EMIT-LINE.
           PERFORM HAND-OVER-ALERTS.
           PERFORM HAND-OVER-RUN-BOARD.
           PERFORM HAND-OVER-QUEUE.
           PERFORM HAND-OVER-STREAMS.
           PERFORM HAND-OVER-MESSAGES.
           PERFORM HAND-OVER-LOCKS.
           PERFORM HAND-OVER-CONFIG.
           PERFORM EMIT-LINE.
           STRING "SUMMARY ITEMS:" DELIMITED BY SIZE
                  TOTAL-ITEMS DELIMITED BY SIZE
                  " OPERATOR:" DELIMITED BY SIZE
                  OPERATOR-ID DELIMITED BY SPACE
                  INTO REPORT-LINE.
           PERFORM EMIT-LINE.
           MOVE "CLOSE" TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
      * This handover is where the next one's changes begin
           OPEN OUTPUT LAST-HANDOVER-FILE.
           MOVE NOW-DATE TO LH-DATE.
           MOVE NOW-TIME TO LH-TIME.
           MOVE OPERATOR-ID TO LH-OPERATOR.
           WRITE LAST-HANDOVER-RECORD.
           CLOSE LAST-HANDOVER-FILE.
           MOVE SPACES TO AUD-EVENT.
           STRING "HANDOVER:OP=" DELIMITED BY SIZE
                  OPERATOR-ID DELIMITED BY SPACE
                  ":I" DELIMITED BY SIZE
                  TOTAL-ITEMS DELIMITED BY SIZE
                  INTO AUD-EVENT.
           CALL "CORE-AUDIT" USING AUD-PROGRAM AUD-EVENT
               AUD-RC AUD-SEVERITY.
           MOVE SPACES TO BUFFER.
           STRING "SHIFT-HANDOVER ITEMS:" DELIMITED BY SIZE
                  TOTAL-ITEMS DELIMITED BY SIZE
                  " REPORT:shift_handover.report" DELIMITED BY SIZE
                  INTO BUFFER.
           MOVE 55 TO MSG-LEN.
           CALL "sys_write_c" USING OUT-FD BUFFER MSG-LEN GIVING RESULT.
           CALL "sys_exit_c" USING 0.
           STOP RUN.
       CHECK-OPERATOR.
           MOVE "N" TO OPERATOR-OK-SWITCH.
           IF OPERATOR-ID NOT = SPACES
               OPEN INPUT OPERATORS-FILE
               IF OPER-FILE-STATUS = "00"
                   PERFORM UNTIL OPER-FILE-STATUS NOT = "00"
                       READ OPERATORS-FILE
                           AT END
                               MOVE "10" TO OPER-FILE-STATUS
                           NOT AT END
                               IF OP-ID = OPERATOR-ID
                                   MOVE "Y" TO OPERATOR-OK-SWITCH
                                   MOVE "10" TO OPER-FILE-STATUS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERATORS-FILE
               END-IF
           END-IF.
       HAND-OVER-ALERTS.
      * Open alerts are the unacknowledged ones; the ID is the one an
      * ACK takes, the record's position in the state file
           PERFORM EMIT-LINE.
           MOVE "SECTION 1  OPEN ALERTS" TO REPORT-LINE.
           PERFORM EMIT-LINE.
           MOVE 0 TO ITEM-COUNT.
           MOVE 0 TO ALERT-ID.
           OPEN INPUT ALERT-STATE-FILE.
           IF STATE-FILE-STATUS = "00"
               PERFORM UNTIL STATE-FILE-STATUS NOT = "00"
                   READ ALERT-STATE-FILE
                       AT END
                           MOVE "10" TO STATE-FILE-STATUS
                       NOT AT END
                           ADD 1 TO ALERT-ID
                           IF AS-ACK NOT = "Y"
                               ADD 1 TO ITEM-COUNT
                               IF AS-AGE IS NOT NUMERIC
                                   MOVE 0 TO AS-AGE
                               END-IF
                               STRING "  ID:" DELIMITED BY SIZE
                                      ALERT-ID DELIMITED BY SIZE
                                      " AGE:" DELIMITED BY SIZE
                                      AS-AGE DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      AS-FILE DELIMITED BY SPACE
                                      INTO REPORT-LINE
                               IF AS-AGE > ESCALATE-RUNS
                                   MOVE "ESCALATED" TO REPORT-LINE(40:9)
                               END-IF
      * A follow-on of a correlated incident names the incident's
      * primary alert, which is the one to work
                               IF AS-GROUP IS NUMERIC
                                   AND AS-GROUP NOT = 0
                                   AND AS-GROUP NOT = ALERT-ID
                                   MOVE "FOLLOW-ON OF ID:"
                                       TO REPORT-LINE(50:16)
                                   MOVE AS-GROUP TO REPORT-LINE(66:3)
                               END-IF
                               PERFORM EMIT-LINE
                               STRING "    " DELIMITED BY SIZE
                                      AS-LINE DELIMITED BY SIZE
                                      INTO REPORT-LINE
                               PERFORM EMIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-STATE-FILE
           END-IF.
           PERFORM CLOSE-SECTION.
       HAND-OVER-RUN-BOARD.
           PERFORM EMIT-LINE.
           MOVE "SECTION 2  RUNNING OR DIED MID-FLIGHT" TO REPORT-LINE.
           PERFORM EMIT-LINE.
           MOVE 0 TO ITEM-COUNT.
           OPEN INPUT BOARD-REPORT-FILE.
           IF BOARD-FILE-STATUS = "00"
               PERFORM UNTIL BOARD-FILE-STATUS NOT = "00"
                   READ BOARD-REPORT-FILE
                       AT END
                           MOVE "10" TO BOARD-FILE-STATUS
                       NOT AT END
                           IF BOARD-REPORT-RECORD(1:5) = "PROG:"
                               PERFORM NOTE-BOARD-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOARD-REPORT-FILE
           END-IF.
           PERFORM CLOSE-SECTION.
       NOTE-BOARD-LINE.
      * RUNNING lines always; an idle program only when the board has
      * counted runs of it that never journaled their END
           MOVE 0 TO TALLY-COUNT.
           INSPECT BOARD-REPORT-RECORD TALLYING
               TALLY-COUNT FOR ALL "STATE:RUNNING".
           IF TALLY-COUNT = 0
               INSPECT BOARD-REPORT-RECORD TALLYING
                   TALLY-COUNT FOR ALL "DIED:0000"
               IF TALLY-COUNT = 0
                   MOVE 1 TO TALLY-COUNT
               ELSE
                   MOVE 0 TO TALLY-COUNT
               END-IF
           END-IF.
           IF TALLY-COUNT > 0
               ADD 1 TO ITEM-COUNT
               STRING "  " DELIMITED BY SIZE
                      BOARD-REPORT-RECORD DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
       HAND-OVER-QUEUE.
      * Held and failed entries stand in the queue; a cancelled one
      * is deleted from it, so cancellations come from the audit
      * trail CORE-QADM leaves, since the last handover
           PERFORM EMIT-LINE.
           MOVE "SECTION 3  HELD, FAILED AND CANCELLED TASKS"
               TO REPORT-LINE.
           PERFORM EMIT-LINE.
           MOVE 0 TO ITEM-COUNT.
           OPEN INPUT TASK-QUEUE-FILE.
           IF QUEUE-FILE-STATUS = "00"
               PERFORM UNTIL QUEUE-FILE-STATUS NOT = "00"
                   READ TASK-QUEUE-FILE
                       AT END
                           MOVE "10" TO QUEUE-FILE-STATUS
                       NOT AT END
                           IF TQ-STATUS = "H" OR TQ-STATUS = "F"
                               ADD 1 TO ITEM-COUNT
                               STRING "  TASK:" DELIMITED BY SIZE
                                      TQ-ID DELIMITED BY SIZE
                                      " PROG:" DELIMITED BY SIZE
                                      TQ-PROGRAM DELIMITED BY SIZE
                                      INTO REPORT-LINE
                               IF TQ-STATUS = "H"
                                   MOVE "HELD" TO REPORT-LINE(40:4)
                               ELSE
                                   MOVE "FAILED RETRIES:"
                                       TO REPORT-LINE(40:15)
                                   MOVE TQ-RETRY-COUNT
                                       TO REPORT-LINE(55:2)
                               END-IF
                               PERFORM EMIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASK-QUEUE-FILE
           END-IF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-FILE-STATUS = "00"
               PERFORM UNTIL AUDIT-FILE-STATUS NOT = "00"
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE "10" TO AUDIT-FILE-STATUS
                       NOT AT END
                           IF AU-PROGRAM = "CORE-QADM"
                               AND AU-EVENT(1:8) = "CANCEL:T"
                               AND AU-DATE IS NUMERIC
                               AND AU-TIME IS NUMERIC
                               COMPUTE EVENT-STAMP =
                                   AU-DATE * 100000000 + AU-TIME
                               IF EVENT-STAMP > LAST-STAMP
                                   ADD 1 TO ITEM-COUNT
                                   STRING "  " DELIMITED BY SIZE
                                          AU-EVENT DELIMITED BY SPACE
                                          INTO REPORT-LINE
                                   MOVE "CANCELLED" TO REPORT-LINE(40:9)
                                   MOVE AU-DATE TO REPORT-LINE(50:8)
                                   MOVE AU-TIME TO REPORT-LINE(59:8)
                                   PERFORM EMIT-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.
           PERFORM CLOSE-SECTION.
       HAND-OVER-STREAMS.
           PERFORM EMIT-LINE.
           MOVE "SECTION 4  STREAMS STILL OPEN" TO REPORT-LINE.
           PERFORM EMIT-LINE.
           MOVE 0 TO ITEM-COUNT.
           MOVE 0 TO WT-COUNT.
           OPEN INPUT BATCH-WINDOW-FILE.
           IF BW-FILE-STATUS = "00"
               PERFORM UNTIL BW-FILE-STATUS NOT = "00"
                   READ BATCH-WINDOW-FILE
                       AT END
                           MOVE "10" TO BW-FILE-STATUS
                       NOT AT END
                           IF BW-STREAM NOT = SPACES
                               PERFORM NOTE-WINDOW-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-WINDOW-FILE
           END-IF.
           PERFORM VARYING WT-IDX FROM 1 BY 1 UNTIL WT-IDX > WT-COUNT
               IF WT-EVENT(WT-IDX) = "START"
                   OR WT-EVENT(WT-IDX) = "OVERRUN"
                   ADD 1 TO ITEM-COUNT
                   STRING "  STREAM:" DELIMITED BY SIZE
                          WT-STREAM(WT-IDX) DELIMITED BY SPACE
                          " STARTED:" DELIMITED BY SIZE
                          WT-START-DATE(WT-IDX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WT-START-TIME(WT-IDX) DELIMITED BY SIZE
                          INTO REPORT-LINE
                   IF WT-EVENT(WT-IDX) = "OVERRUN"
                       MOVE "PAST DEADLINE" TO REPORT-LINE(50:13)
                   END-IF
                   PERFORM EMIT-LINE
               END-IF
           END-PERFORM.
           PERFORM CLOSE-SECTION.
       NOTE-WINDOW-EVENT.
           MOVE "N" TO FOUND-SWITCH.
           PERFORM VARYING WT-IDX FROM 1 BY 1 UNTIL WT-IDX > WT-COUNT
               IF WT-STREAM(WT-IDX) = BW-STREAM
                   MOVE "Y" TO FOUND-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF FOUND-SWITCH = "N"
               IF WT-COUNT < 200
                   ADD 1 TO WT-COUNT
                   MOVE WT-COUNT TO WT-IDX
                   MOVE BW-STREAM TO WT-STREAM(WT-IDX)
                   MOVE 0 TO WT-START-DATE(WT-IDX)
                   MOVE 0 TO WT-START-TIME(WT-IDX)
               ELSE
                   MOVE 0 TO WT-IDX
               END-IF
           END-IF.
      * An OVERRUN is logged mid-run and leaves the stream open; a
      * NOTDUE, END or CHAIN closes it
           IF WT-IDX > 0
               IF BW-EVENT = "OVERRUN"
                   AND WT-EVENT(WT-IDX) NOT = "START"
                   AND WT-EVENT(WT-IDX) NOT = "OVERRUN"
                   CONTINUE
               ELSE
                   MOVE BW-EVENT TO WT-EVENT(WT-IDX)
                   MOVE BW-DATE TO WT-DATE(WT-IDX)
                   MOVE BW-TIME TO WT-TIME(WT-IDX)
                   IF BW-EVENT = "START"
                       MOVE BW-DATE TO WT-START-DATE(WT-IDX)
                       MOVE BW-TIME TO WT-START-TIME(WT-IDX)
                   END-IF
               END-IF
           END-IF.
       HAND-OVER-MESSAGES.
           PERFORM EMIT-LINE.
           MOVE "SECTION 5  DEAD LETTERS AND QUEUES OVER DEPTH LIMIT"
               TO REPORT-LINE.
           PERFORM EMIT-LINE.
           MOVE 0 TO ITEM-COUNT.
           OPEN INPUT DEADLETTER-FILE.
           IF DL-FILE-STATUS = "00"
               PERFORM UNTIL DL-FILE-STATUS NOT = "00"
                   READ DEADLETTER-FILE
                       AT END
                           MOVE "10" TO DL-FILE-STATUS
                       NOT AT END
                           IF DL-QUEUE NOT = SPACES
                               ADD 1 TO ITEM-COUNT
                               STRING "  DEADLETTER QUEUE:"
                                          DELIMITED BY SIZE
                                      DL-QUEUE DELIMITED BY SPACE
                                      " REASON:" DELIMITED BY SIZE
                                      DL-REASON DELIMITED BY SIZE
                                      " PARKED:" DELIMITED BY SIZE
                                      DL-DATE DELIMITED BY SIZE
                                      " " DELIMITED BY SIZE
                                      DL-TIME DELIMITED BY SIZE
                                      INTO REPORT-LINE
                               PERFORM EMIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEADLETTER-FILE
           END-IF.
           OPEN INPUT MQ-REGISTRY-FILE.
           IF MQ-FILE-STATUS = "00"
               PERFORM UNTIL MQ-FILE-STATUS NOT = "00"
                   READ MQ-REGISTRY-FILE
                       AT END
                           MOVE "10" TO MQ-FILE-STATUS
                       NOT AT END
                           IF QR-MSG-COUNT IS NUMERIC
                               AND QR-DEPTH-LIMIT IS NUMERIC
                               AND QR-DEPTH-LIMIT > 0
                               AND QR-MSG-COUNT > QR-DEPTH-LIMIT
                               ADD 1 TO ITEM-COUNT
                               STRING "  BACKLOG QUEUE:"
                                          DELIMITED BY SIZE
                                      QR-NAME DELIMITED BY SPACE
                                      " DEPTH:" DELIMITED BY SIZE
                                      QR-MSG-COUNT DELIMITED BY SIZE
                                      " LIMIT:" DELIMITED BY SIZE
                                      QR-DEPTH-LIMIT DELIMITED BY SIZE
                                      INTO REPORT-LINE
                               PERFORM EMIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MQ-REGISTRY-FILE
           END-IF.
           PERFORM CLOSE-SECTION.
       HAND-OVER-LOCKS.
      * Lock age on a day-and-seconds scale, so a lock held across
      * midnight or for days reads its true age
           PERFORM EMIT-LINE.
           MOVE "SECTION 6  LONG-HELD LOCKS" TO REPORT-LINE.
           PERFORM EMIT-LINE.
           MOVE 0 TO ITEM-COUNT.
           MOVE NOW-TIME(1:2) TO WORK-HH.
           MOVE NOW-TIME(3:2) TO WORK-MM.
           MOVE NOW-TIME(5:2) TO WORK-SS.
           COMPUTE NOW-SECS =
               FUNCTION INTEGER-OF-DATE(NOW-DATE) * 86400
               + WORK-HH * 3600 + WORK-MM * 60 + WORK-SS.
           OPEN INPUT LOCK-REGISTRY-FILE.
           IF LREG-FILE-STATUS = "00"
               PERFORM UNTIL LREG-FILE-STATUS NOT = "00"
                   READ LOCK-REGISTRY-FILE
                       AT END
                           MOVE "10" TO LREG-FILE-STATUS
                       NOT AT END
                           IF LR-ACQ-DATE IS NUMERIC
                               AND LR-ACQ-TIME IS NUMERIC
                               AND LR-ACQ-DATE > 16010100
                               PERFORM NOTE-LOCK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-REGISTRY-FILE
           END-IF.
           PERFORM CLOSE-SECTION.
       NOTE-LOCK.
           MOVE LR-ACQ-TIME(1:2) TO WORK-HH.
           MOVE LR-ACQ-TIME(3:2) TO WORK-MM.
           MOVE LR-ACQ-TIME(5:2) TO WORK-SS.
           COMPUTE ACQ-SECS =
               FUNCTION INTEGER-OF-DATE(LR-ACQ-DATE) * 86400
               + WORK-HH * 3600 + WORK-MM * 60 + WORK-SS.
           IF NOW-SECS > ACQ-SECS
               COMPUTE AGE-SECS = NOW-SECS - ACQ-SECS
           ELSE
               MOVE 0 TO AGE-SECS
           END-IF.
           IF AGE-SECS > LOCK-AGE-LIMIT
               ADD 1 TO ITEM-COUNT
               STRING "  MUTEX:" DELIMITED BY SIZE
                      LR-MUTEX-ID DELIMITED BY SIZE
                      " HOLDER:" DELIMITED BY SIZE
                      LR-HOLDER-PID DELIMITED BY SIZE
                      " SINCE:" DELIMITED BY SIZE
                      LR-ACQ-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LR-ACQ-TIME DELIMITED BY SIZE
                      " AGE-SECS:" DELIMITED BY SIZE
                      AGE-SECS DELIMITED BY SIZE
                      INTO REPORT-LINE
               IF LR-MODE = "S"
                   MOVE " SHARED" TO REPORT-LINE(85:7)
               END-IF
               PERFORM EMIT-LINE
           END-IF.
       HAND-OVER-CONFIG.
           PERFORM EMIT-LINE.
           MOVE "SECTION 7  CONFIGURATION CHANGES SINCE LAST HANDOVER"
               TO REPORT-LINE.
           PERFORM EMIT-LINE.
           MOVE 0 TO ITEM-COUNT.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL JOURNAL-FILE-STATUS NOT = "00"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "10" TO JOURNAL-FILE-STATUS
                       NOT AT END
                           IF CJ-DATE IS NUMERIC AND CJ-TIME IS NUMERIC
                               COMPUTE EVENT-STAMP =
                                   CJ-DATE * 100000000 + CJ-TIME
                               IF EVENT-STAMP > LAST-STAMP
                                   ADD 1 TO ITEM-COUNT
                                   STRING "  " DELIMITED BY SIZE
                                          CJ-DATE DELIMITED BY SIZE
                                          " " DELIMITED BY SIZE
                                          CJ-TIME DELIMITED BY SIZE
                                          " " DELIMITED BY SIZE
                                          CJ-KEY DELIMITED BY SIZE
                                          " " DELIMITED BY SIZE
                                          CJ-OLD DELIMITED BY SPACE
                                          " -> " DELIMITED BY SIZE
                                          CJ-NEW DELIMITED BY SPACE
                                          INTO REPORT-LINE
                                   PERFORM EMIT-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           PERFORM CLOSE-SECTION.
       CLOSE-SECTION.
      * Say so when a section has nothing to hand over, and add its
      * items to the handover's total
           IF ITEM-COUNT = 0
               MOVE "  Nothing to hand over." TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.
           ADD ITEM-COUNT TO TOTAL-ITEMS.
       EMIT-LINE.
           MOVE REPORT-LINE TO PRT-LINE.
           MOVE "LINE " TO PRT-ACTION.
           CALL "CORE-PRINT" USING PRT-ACTION PRT-FILE-NAME
               PRT-TITLE PRT-COLHEAD PRT-LINE PRT-PROGRAM.
           MOVE SPACES TO REPORT-LINE.
