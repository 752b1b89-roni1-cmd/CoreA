       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-BULLETIN.
      * CoreA Operator Bulletin Poster (COBOL)
      * The one way the system itself speaks on CHAT. A caller passes
      * its program name and a line of bulletin text; the bulletin
      * goes to every participant whose seated operator
      * (config/chat.seats) the on-call rota config/core.oncall has
      * on shift now - any seated operator when there is no rota,
      * and every participant on the roster when no seats are mapped
      * at all. A participant chat.roster shows as connected gets it
      * through the hub's system outbox, chat.outbox.0001, sent live
      * on the next CHAT run; one who is not gets it parked in their
      * chat.mbox mailbox from sender 0001. Each posting is logged
      * in chat.log, and the caller is told how many it reached
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEATS-FILE ASSIGN TO "config/chat.seats"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEATS-FILE-STATUS.
           SELECT ONCALL-FILE ASSIGN TO "config/core.oncall"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONCALL-FILE-STATUS.
           SELECT ROSTER-FILE ASSIGN TO "chat.roster"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT SYS-OUTBOX-FILE ASSIGN TO "chat.outbox.0001"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTBOX-STATUS.
           SELECT MAILBOX-FILE ASSIGN TO MAILBOX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAILBOX-STATUS.
           SELECT CHAT-LOG-FILE ASSIGN TO "chat.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAT-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEATS-FILE.
       COPY "chatseat.cpy".
       FD  ONCALL-FILE.
       COPY "oncall.cpy".
       FD  ROSTER-FILE.
       01 ROSTER-RECORD PIC X(100).
       FD  SYS-OUTBOX-FILE.
       COPY "chatoutbox.cpy".
       FD  MAILBOX-FILE.
       COPY "chatmbox.cpy".
       FD  CHAT-LOG-FILE.
       01 CHAT-LOG-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
       01 SEATS-FILE-STATUS  PIC XX.
       01 ONCALL-FILE-STATUS PIC XX.
       01 ROSTER-FILE-STATUS PIC XX.
       01 OUTBOX-STATUS      PIC XX.
       01 MAILBOX-STATUS     PIC XX.
       01 CHAT-LOG-STATUS    PIC XX.
       01 MAILBOX-NAME   PIC X(30).
       01 LOG-LINE       PIC X(100).
       01 SEAT-TOTAL     PIC 9(3).
       01 SEAT-IDX       PIC 9(3).
       01 SEAT-TABLE.
           05 SEAT-ENTRY OCCURS 100 TIMES.
               10 SE-PARTICIPANT PIC 9(4).
               10 SE-OPERATOR    PIC X(8).
       01 RT-TOTAL       PIC 9(3).
       01 RT-IDX         PIC 9(3).
       01 ROTA-TABLE.
           05 RT-ENTRY OCCURS 100 TIMES.
               10 RT-DAY       PIC X(3).
               10 RT-START     PIC 9(4).
               10 RT-END       PIC 9(4).
               10 RT-PRIMARY   PIC X(20).
               10 RT-BACKUP    PIC X(20).
      * The roster as CHAT last wrote it: each participant index and
      * whether it answered that run
       01 RO-TOTAL       PIC 9(3).
       01 RO-IDX         PIC 9(3).
       01 ROSTER-TABLE.
           05 RO-ENTRY OCCURS 100 TIMES.
               10 RO-PARTICIPANT PIC 9(4).
               10 RO-ACTIVE      PIC X(1).
       01 DAY-NAME-VALUES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05 DAY-NAME OCCURS 7 TIMES PIC X(3).
       01 NOW-DATE       PIC 9(8).
       01 NOW-TIME       PIC 9(8).
       01 NOW-HHMM       PIC 9(4).
       01 NOW-DOW        PIC 9(1).
       01 PREV-DOW       PIC 9(1).
       01 TARGET-IDX     PIC 9(4).
       01 TARGET-OPERATOR PIC X(8).
       01 ON-SHIFT-SWITCH PIC X(1).
       01 CONNECTED-SWITCH PIC X(1).
       01 SYSTEM-SENDER  PIC 9(4)  VALUE 1.
       LINKAGE SECTION.
       01 BUL-PROGRAM    PIC X(20).
       01 BUL-TEXT       PIC X(200).
       01 BUL-COUNT      PIC 9(4).
       PROCEDURE DIVISION USING BUL-PROGRAM BUL-TEXT BUL-COUNT.
           MOVE 0 TO BUL-COUNT.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE NOW-TIME(1:4) TO NOW-HHMM.
           ACCEPT NOW-DOW FROM DAY-OF-WEEK.
           IF NOW-DOW = 1
               MOVE 7 TO PREV-DOW
           ELSE
               COMPUTE PREV-DOW = NOW-DOW - 1
           END-IF.
           PERFORM LOAD-SEATS.
           PERFORM LOAD-ROTA.
           PERFORM LOAD-ROSTER.
           OPEN EXTEND CHAT-LOG-FILE.
           IF CHAT-LOG-STATUS NOT = "00"
               OPEN OUTPUT CHAT-LOG-FILE
           END-IF.
           IF SEAT-TOTAL > 0
               PERFORM VARYING SEAT-IDX FROM 1 BY 1
                       UNTIL SEAT-IDX > SEAT-TOTAL
                   MOVE SE-PARTICIPANT(SEAT-IDX) TO TARGET-IDX
                   MOVE SE-OPERATOR(SEAT-IDX) TO TARGET-OPERATOR
                   PERFORM CHECK-ON-SHIFT
                   IF ON-SHIFT-SWITCH = "Y"
                       PERFORM POST-TO-PARTICIPANT
                   END-IF
               END-PERFORM
           ELSE
               MOVE SPACES TO TARGET-OPERATOR
               PERFORM VARYING RO-IDX FROM 1 BY 1
                       UNTIL RO-IDX > RO-TOTAL
                   MOVE RO-PARTICIPANT(RO-IDX) TO TARGET-IDX
                   PERFORM POST-TO-PARTICIPANT
               END-PERFORM
           END-IF.
           IF CHAT-LOG-STATUS = "00"
               CLOSE CHAT-LOG-FILE
           END-IF.
           GOBACK.
       LOAD-SEATS.
           MOVE 0 TO SEAT-TOTAL.
           OPEN INPUT SEATS-FILE.
           IF SEATS-FILE-STATUS = "00"
               PERFORM UNTIL SEATS-FILE-STATUS NOT = "00"
                   READ SEATS-FILE
                       AT END
                           MOVE "10" TO SEATS-FILE-STATUS
                       NOT AT END
                           IF CS-PARTICIPANT IS NUMERIC
                               AND CS-PARTICIPANT > 1
                               AND CS-OPERATOR NOT = SPACES
                               AND SEAT-TOTAL < 100
                               ADD 1 TO SEAT-TOTAL
                               MOVE CS-PARTICIPANT
                                   TO SE-PARTICIPANT(SEAT-TOTAL)
                               MOVE CS-OPERATOR
                                   TO SE-OPERATOR(SEAT-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEATS-FILE
           END-IF.
       LOAD-ROTA.
           MOVE 0 TO RT-TOTAL.
           OPEN INPUT ONCALL-FILE.
           IF ONCALL-FILE-STATUS = "00"
               PERFORM UNTIL ONCALL-FILE-STATUS NOT = "00"
                   READ ONCALL-FILE
                       AT END
                           MOVE "10" TO ONCALL-FILE-STATUS
                       NOT AT END
                           IF OC-DAY NOT = SPACES
                               AND OC-START-HHMM IS NUMERIC
                               AND OC-END-HHMM IS NUMERIC
                               AND RT-TOTAL < 100
                               ADD 1 TO RT-TOTAL
                               MOVE OC-DAY TO RT-DAY(RT-TOTAL)
                               MOVE OC-START-HHMM TO RT-START(RT-TOTAL)
                               MOVE OC-END-HHMM TO RT-END(RT-TOTAL)
                               MOVE OC-PRIMARY TO RT-PRIMARY(RT-TOTAL)
                               MOVE OC-BACKUP TO RT-BACKUP(RT-TOTAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ONCALL-FILE
           END-IF.
       LOAD-ROSTER.
      * PARTICIPANT:nnnn PID:nnnnnnnnn STATUS:ACTIVE|UNREACHABLE
           MOVE 0 TO RO-TOTAL.
           OPEN INPUT ROSTER-FILE.
           IF ROSTER-FILE-STATUS = "00"
               PERFORM UNTIL ROSTER-FILE-STATUS NOT = "00"
                   READ ROSTER-FILE
                       AT END
                           MOVE "10" TO ROSTER-FILE-STATUS
                       NOT AT END
                           IF ROSTER-RECORD(1:12) = "PARTICIPANT:"
                               AND ROSTER-RECORD(13:4) IS NUMERIC
                               AND RO-TOTAL < 100
                               ADD 1 TO RO-TOTAL
                               MOVE ROSTER-RECORD(13:4)
                                   TO RO-PARTICIPANT(RO-TOTAL)
                               IF ROSTER-RECORD(39:6) = "ACTIVE"
                                   MOVE "Y" TO RO-ACTIVE(RO-TOTAL)
                               ELSE
                                   MOVE "N" TO RO-ACTIVE(RO-TOTAL)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-FILE
           END-IF.
       CHECK-ON-SHIFT.
      * A seated operator is on shift when a rota row covering now
      * names them primary or backup; with no rota every seated
      * operator counts as on shift
           IF RT-TOTAL = 0
               MOVE "Y" TO ON-SHIFT-SWITCH
           ELSE
               MOVE "N" TO ON-SHIFT-SWITCH
           END-IF.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-TOTAL OR ON-SHIFT-SWITCH = "Y"
               IF RT-PRIMARY(RT-IDX) = TARGET-OPERATOR
                   OR RT-BACKUP(RT-IDX) = TARGET-OPERATOR
                   IF RT-START(RT-IDX) = RT-END(RT-IDX)
                       IF RT-DAY(RT-IDX) = "ALL"
                           OR RT-DAY(RT-IDX) = DAY-NAME(NOW-DOW)
                           MOVE "Y" TO ON-SHIFT-SWITCH
                       END-IF
                   ELSE
                   IF RT-START(RT-IDX) < RT-END(RT-IDX)
                       IF (RT-DAY(RT-IDX) = "ALL"
                           OR RT-DAY(RT-IDX) = DAY-NAME(NOW-DOW))
                           AND NOW-HHMM NOT < RT-START(RT-IDX)
                           AND NOW-HHMM < RT-END(RT-IDX)
                           MOVE "Y" TO ON-SHIFT-SWITCH
                       END-IF
                   ELSE
                       IF (RT-DAY(RT-IDX) = "ALL"
                           OR RT-DAY(RT-IDX) = DAY-NAME(NOW-DOW))
                           AND NOW-HHMM NOT < RT-START(RT-IDX)
                           MOVE "Y" TO ON-SHIFT-SWITCH
                       END-IF
                       IF (RT-DAY(RT-IDX) = "ALL"
                           OR RT-DAY(RT-IDX) = DAY-NAME(PREV-DOW))
                           AND NOW-HHMM < RT-END(RT-IDX)
                           MOVE "Y" TO ON-SHIFT-SWITCH
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
       POST-TO-PARTICIPANT.
      * Live through the hub's system outbox when the roster shows
      * the participant connected, otherwise parked in its mailbox
           MOVE "N" TO CONNECTED-SWITCH.
           PERFORM VARYING RO-IDX FROM 1 BY 1
                   UNTIL RO-IDX > RO-TOTAL OR CONNECTED-SWITCH = "Y"
               IF RO-PARTICIPANT(RO-IDX) = TARGET-IDX
                   AND RO-ACTIVE(RO-IDX) = "Y"
                   MOVE "Y" TO CONNECTED-SWITCH
               END-IF
           END-PERFORM.
           MOVE SPACES TO LOG-LINE.
           IF CONNECTED-SWITCH = "Y"
               OPEN EXTEND SYS-OUTBOX-FILE
               IF OUTBOX-STATUS NOT = "00"
                   OPEN OUTPUT SYS-OUTBOX-FILE
               END-IF
               IF OUTBOX-STATUS = "00"
                   MOVE TARGET-IDX TO OB-RECIP
                   MOVE SPACES TO OB-PAYLOAD
                   STRING "SYSTEM " DELIMITED BY SIZE
                          BUL-TEXT DELIMITED BY SIZE
                          INTO OB-PAYLOAD
                   WRITE OUTBOX-RECORD
                   CLOSE SYS-OUTBOX-FILE
                   ADD 1 TO BUL-COUNT
               END-IF
               STRING NOW-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOW-TIME DELIMITED BY SIZE
                      " BULLETIN TO:" DELIMITED BY SIZE
                      TARGET-IDX DELIMITED BY SIZE
                      " FROM:" DELIMITED BY SIZE
                      BUL-PROGRAM DELIMITED BY SPACE
                      " QUEUED" DELIMITED BY SIZE
                      INTO LOG-LINE
           ELSE
               MOVE SPACES TO MAILBOX-NAME
               STRING "chat.mbox." DELIMITED BY SIZE
                      TARGET-IDX DELIMITED BY SIZE
                      INTO MAILBOX-NAME
               OPEN EXTEND MAILBOX-FILE
               IF MAILBOX-STATUS NOT = "00"
                   OPEN OUTPUT MAILBOX-FILE
               END-IF
               IF MAILBOX-STATUS = "00"
                   MOVE NOW-DATE TO MB-DATE
                   MOVE NOW-TIME TO MB-TIME
                   MOVE SYSTEM-SENDER TO MB-SENDER
                   MOVE SPACES TO MB-PAYLOAD
                   STRING "SYSTEM " DELIMITED BY SIZE
                          BUL-TEXT DELIMITED BY SIZE
                          INTO MB-PAYLOAD
                   WRITE MAILBOX-RECORD
                   CLOSE MAILBOX-FILE
                   ADD 1 TO BUL-COUNT
               END-IF
               STRING NOW-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NOW-TIME DELIMITED BY SIZE
                      " BULLETIN TO:" DELIMITED BY SIZE
                      TARGET-IDX DELIMITED BY SIZE
                      " FROM:" DELIMITED BY SIZE
                      BUL-PROGRAM DELIMITED BY SPACE
                      " PARKED" DELIMITED BY SIZE
                      INTO LOG-LINE
           END-IF.
           IF CHAT-LOG-STATUS = "00"
               WRITE CHAT-LOG-RECORD FROM LOG-LINE
           END-IF.
