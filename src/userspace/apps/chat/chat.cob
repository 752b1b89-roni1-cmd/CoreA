      * Messages are directed: each payload carries a TO: recipient
      * index, the hub routes it on using a recipient-derived type,
      * and the original sender's typed ack reflects whether the final
      * recipient confirmed receipt, not just the hub. The hub also
      * speaks for the system as participant 1: bulletins other
      * programs queue through CORE-BULLETIN go out live to connected
      * participants and are parked if not confirmed, and a message
      * a participant addresses TO:0001 is an operator reply - ACK
      * <id> for a CORE-ALERT alert, APPROVE <stream> <step> for a
      * CORE-BATCH approval wait - carried out here and recorded
      * through CORE-AUDIT under the seated operator's id
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BROKER-REG-FILE ASSIGN TO "msgbroker.registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BROKER-REG-STATUS.
           SELECT SEATS-FILE ASSIGN TO "config/chat.seats"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEATS-FILE-STATUS.
           SELECT APPROVE-FLAG-FILE ASSIGN TO APPROVE-FLAG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVE-FLAG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CORE-PARAMS-FILE.
       01 CHAT-LOG-RECORD PIC X(100).
       FD  ROSTER-FILE.
       01 ROSTER-RECORD PIC X(100).
       FD  MAILBOX-FILE.
       COPY "chatmbox.cpy".
       FD  BROKER-REG-FILE.
       01 BROKER-REG-RECORD.
           05 BR-NAME       PIC X(20).
           05 BR-ID         PIC 9(9).
           05 BR-MSG-COUNT  PIC 9(9).
           05 FILLER        PIC X(40).
       FD  OUTBOX-FILE.
       COPY "chatoutbox.cpy".
       FD  SEATS-FILE.
       COPY "chatseat.cpy".
      * The approval flag a waiting CORE-BATCH step polls for; only
      * its existence matters, so it is created empty
       FD  APPROVE-FLAG-FILE.
       01 APPROVE-FLAG-RECORD PIC X(1).
       WORKING-STORAGE SECTION.
       COPY "syscall.cpy".
       01 ENV-NAME      PIC X(8).
       01 BUFFER       PIC X(100) VALUE "Hello from COBOL!".
       01 RECV-BUF     PIC X(100).
       01 MSG-LEN      PIC 9(9)  VALUE 100.
       01 ROUTE-MSG-TYPE PIC 9(4).
       01 RESULT       PIC 9(9).
       01 MSGQ-READ-RESULT PIC 9(9).
       01 PID          PIC S9(9).
       01 PARTICIPANTS PIC 9(4)  VALUE 2.
       01 P-IDX        PIC 9(4).
       01 RECIP-IDX    PIC 9(4).
       01 DRAIN-MORE-SWITCH PIC X.
       01 SEG-STORE-TABLE.
           05 SEG-STORE OCCURS 4 TIMES PIC X(100).
      * System bulletins sent this run, kept until pass 2 knows
      * whether their participant confirmed, and which participants
      * are owed such a confirm
       01 SYS-TOTAL      PIC 9(2)  VALUE 0.
       01 SYS-IDX        PIC 9(2).
       01 SYS-BULLETIN-TABLE.
           05 SYS-ENTRY OCCURS 50 TIMES.
               10 SYS-RECIP   PIC 9(4).
               10 SYS-PAYLOAD PIC X(300).
       01 SYS-PENDING-TABLE.
           05 SYS-PENDING OCCURS 9999 TIMES PIC X(1) VALUE "N".
       01 SYSTEM-SENDER  PIC 9(4)  VALUE 1.
      * Who sits at which participant, for replies to the system
       01 SEATS-FILE-STATUS PIC XX.
       01 SEAT-TOTAL     PIC 9(3)  VALUE 0.
       01 SEAT-IDX       PIC 9(3).
       01 SEAT-TABLE.
           05 SEAT-ENTRY OCCURS 100 TIMES.
               10 SE-PARTICIPANT PIC 9(4).
               10 SE-OPERATOR    PIC X(8).
       01 REPLY-OPERATOR PIC X(20).
       01 REPLY-VERB     PIC X(10).
       01 REPLY-ARG1     PIC X(20).
       01 REPLY-ARG2     PIC X(20).
       01 REPLY-ALERT-ID PIC 9(3).
       01 REPLY-DONE-SWITCH PIC X(1).
       01 APPROVE-FLAG-NAME PIC X(50).
       01 APPROVE-FLAG-STATUS PIC XX.
      * A stream or step word from a reply may hold only A-Z, 0-9,
      * - and _ before it is made part of a file name
       01 NAME-WORD      PIC X(20).
       01 NAME-POS       PIC 9(2).
       01 NAME-CHAR      PIC X(1).
       01 NAME-OK-SWITCH PIC X(1).
       PROCEDURE DIVISION.
      * Settle the environment before any file is opened
           CALL "CORE-ENV" USING ENV-NAME.
      * Name this program to the fault-injection check
           MOVE "CHAT" TO FAULT-PROGRAM.
      * Read the configured participant count from the compiled
      * configuration CONFIG-FLAGS emits; a missing or empty file
      * keeps the built-in default
                                       MQ-PAYLOAD-LEN OF MSGQ-INSTANCE
                                   MOVE BUFFER
                                       TO MQ-PAYLOAD OF MSGQ-INSTANCE
                                   MOVE "MSGQUEUE" TO FAULT-CALL
                                   CALL "CORE-FAULT" USING FAULT-CHECK
                                   IF FAULT-RC = 0
                                       CALL "sys_msgqueue_c"
                                           USING MSGQ-INSTANCE
                                           GIVING RESULT
                                   ELSE
                                       MOVE FAULT-RC TO RESULT
                                   END-IF
                               END-PERFORM
                               ACCEPT CHAT-DATE FROM DATE YYYYMMDD
                               ACCEPT CHAT-TIME FROM TIME
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM LOAD-SEATS.
           PERFORM SEND-SYSTEM-BULLETINS.
      * A fresh roster is written each run, listing which participant
      * PIDs are currently active
           OPEN OUTPUT ROSTER-FILE.
      * up front, so a recipient with a higher index than its sender
      * is already alive when its directed message arrives
           PERFORM VARYING P-IDX FROM 2 BY 1 UNTIL P-IDX > PARTICIPANTS
               MOVE "FORK" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_fork_c" GIVING PID
               ELSE
                   MOVE -1 TO PID
               END-IF
               IF PID = -1
                   MOVE "Fork failed" TO BUFFER
                   MOVE 11 TO MSG-LEN
                           MOVE P-IDX TO MQ-TYPE OF MSGQ-INSTANCE
                           MOVE 100 TO MQ-PAYLOAD-LEN OF MSGQ-INSTANCE
                           MOVE BUFFER TO MQ-PAYLOAD OF MSGQ-INSTANCE
                           MOVE "MSGQUEUE" TO FAULT-CALL
                           CALL "CORE-FAULT" USING FAULT-CHECK
                           IF FAULT-RC = 0
                               CALL "sys_msgqueue_c" USING MSGQ-INSTANCE
                                   GIVING RESULT
                           ELSE
                               MOVE FAULT-RC TO RESULT
                           END-IF
                           IF RESULT = 0
                               MOVE "Y" TO DELIVERED-SWITCH
                           ELSE
                       MOVE CHAT-QUEUE-ID TO MQ-ID OF MSGQ-INSTANCE
                       MOVE ROUTE-MSG-TYPE TO MQ-TYPE OF MSGQ-INSTANCE
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
                           MOVE "Y" TO DELIVERED-SWITCH
                           MOVE MQ-PAYLOAD OF MSGQ-INSTANCE
                                   TO MQ-TYPE OF MSGQ-INSTANCE
                               MOVE 0
                                   TO MQ-PAYLOAD-LEN OF MSGQ-INSTANCE
                               MOVE "MSGQUEUE" TO FAULT-CALL
                               CALL "CORE-FAULT" USING FAULT-CHECK
                               IF FAULT-RC = 0
                                   CALL "sys_msgqueue_c"
                                       USING MSGQ-INSTANCE GIVING RESULT
                               ELSE
                                   MOVE FAULT-RC TO RESULT
                               END-IF
                               IF RESULT = 0
                                   MOVE "Y" TO DELIVERED-SWITCH
                               ELSE
                       MOVE ROUTE-MSG-TYPE TO MQ-TYPE OF MSGQ-INSTANCE
                       MOVE 4 TO MQ-PAYLOAD-LEN OF MSGQ-INSTANCE
                       MOVE "RCVD" TO MQ-PAYLOAD OF MSGQ-INSTANCE (1:4)
                       MOVE "MSGQUEUE" TO FAULT-CALL
                       CALL "CORE-FAULT" USING FAULT-CHECK
                       IF FAULT-RC = 0
                           CALL "sys_msgqueue_c" USING MSGQ-INSTANCE
                               GIVING RESULT
                       ELSE
                           MOVE FAULT-RC TO RESULT
                       END-IF
                   END-IF
      * Wait for the end-to-end ack for this participant's own
      * message; the hub answers exactly once per sender, so there is
                       MOVE CHAT-QUEUE-ID TO MQ-ID OF MSGQ-INSTANCE
                       MOVE ACK-MSG-TYPE TO MQ-TYPE OF MSGQ-INSTANCE
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
                           MOVE "Y" TO DELIVERED-SWITCH
                           MOVE MQ-PAYLOAD OF MSGQ-INSTANCE (1:4)
                   MOVE CHAT-QUEUE-ID TO MQ-ID OF MSGQ-INSTANCE
                   MOVE P-IDX TO MQ-TYPE OF MSGQ-INSTANCE
                   MOVE 0 TO MQ-PAYLOAD-LEN OF MSGQ-INSTANCE
                   MOVE "MSGQUEUE" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_msgqueue_c" USING MSGQ-INSTANCE
                           GIVING RESULT
                   ELSE
                       MOVE FAULT-RC TO RESULT
                   END-IF
                   MOVE RESULT TO MSGQ-READ-RESULT
                   IF RESULT = 0
                       MOVE "Y" TO DELIVERED-SWITCH
                       MOVE RECV-BUF(4:4) TO RECIP-IDX
                       MOVE "Y" TO TO-FOUND-SWITCH
                   END-IF
      * TO:0000 is the broadcast address and TO:0001 the system;
      * anything else must name a real participant
                   IF TO-FOUND-SWITCH = "Y"
                       AND (RECIP-IDX = 0 OR RECIP-IDX = 1
                           OR (RECIP-IDX NOT < 2
                               AND RECIP-IDX NOT > PARTICIPANTS))
      * Collect the rest of the sender's segments, in order; a
                                       TO MQ-TYPE OF MSGQ-INSTANCE
                                   MOVE 0 TO
                                       MQ-PAYLOAD-LEN OF MSGQ-INSTANCE
                                   MOVE "MSGQUEUE" TO FAULT-CALL
                                   CALL "CORE-FAULT" USING FAULT-CHECK
                                   IF FAULT-RC = 0
                                       CALL "sys_msgqueue_c"
                                           USING MSGQ-INSTANCE
                                           GIVING RESULT
                                   ELSE
                                       MOVE FAULT-RC TO RESULT
                                   END-IF
                                   IF RESULT = 0
                                       MOVE "Y" TO DELIVERED-SWITCH
                                       MOVE MQ-PAYLOAD OF
                           MOVE 4 TO MQ-PAYLOAD-LEN OF MSGQ-INSTANCE
                           MOVE "NAK0"
                               TO MQ-PAYLOAD OF MSGQ-INSTANCE (1:4)
                           MOVE "MSGQUEUE" TO FAULT-CALL
                           CALL "CORE-FAULT" USING FAULT-CHECK
                           IF FAULT-RC = 0
                               CALL "sys_msgqueue_c" USING MSGQ-INSTANCE
                                   GIVING RESULT
                           ELSE
                               MOVE FAULT-RC TO RESULT
                           END-IF
      * The abandoned message is parked in the broker's dead-letter
      * store instead of vanishing with the NAK - what survives is
      * the first segment, which carries the routing header
                               MOVE SEG-STORE(SEG-NUM)(22:79)
                                   TO ASSEMBLED-MSG(SEG-OFFSET:79)
                           END-PERFORM
      * A message to the system is an operator reply, acted on and
      * answered here rather than routed on
                           IF RECIP-IDX = 1
                               PERFORM HANDLE-SYSTEM-REPLY
                           ELSE
                           IF RECIP-IDX = 0
      * Broadcast fan-out: the reassembled segments go to every
      * participant's directed inbox except the sender's own, each
                                           MOVE SEG-STORE(SEG-NUM)
                                               TO MQ-PAYLOAD
                                               OF MSGQ-INSTANCE
                                           MOVE "MSGQUEUE" TO FAULT-CALL
                                           CALL "CORE-FAULT"
                                               USING FAULT-CHECK
                                           IF FAULT-RC = 0
                                               CALL "sys_msgqueue_c"
                                                   USING MSGQ-INSTANCE
                                                   GIVING RESULT
                                           ELSE
                                               MOVE FAULT-RC TO RESULT
                                           END-IF
                                       END-PERFORM
                                       CALL "system"
                                           USING BROKER-POSTED-CMD
                                   TO MQ-PAYLOAD-LEN OF MSGQ-INSTANCE
                               MOVE SEG-STORE(SEG-NUM)
                                   TO MQ-PAYLOAD OF MSGQ-INSTANCE
                               MOVE "MSGQUEUE" TO FAULT-CALL
                               CALL "CORE-FAULT" USING FAULT-CHECK
                               IF FAULT-RC = 0
                                   CALL "sys_msgqueue_c"
                                       USING MSGQ-INSTANCE GIVING RESULT
                               ELSE
                                   MOVE FAULT-RC TO RESULT
                               END-IF
                           END-PERFORM
                           CALL "system" USING BROKER-POSTED-CMD
                           END-IF
                           END-IF
                           MOVE 100 TO MSG-LEN
                           CALL "sys_write_c" USING OUT-FD
                               ASSEMBLED-MSG MSG-LEN GIVING RESULT
                   MOVE ACK-MSG-TYPE TO MQ-TYPE OF MSGQ-INSTANCE
                   MOVE 4 TO MQ-PAYLOAD-LEN OF MSGQ-INSTANCE
                   MOVE "NAK0" TO MQ-PAYLOAD OF MSGQ-INSTANCE (1:4)
                   MOVE "MSGQUEUE" TO FAULT-CALL
                   CALL "CORE-FAULT" USING FAULT-CHECK
                   IF FAULT-RC = 0
                       CALL "sys_msgqueue_c" USING MSGQ-INSTANCE
                           GIVING RESULT
                   ELSE
                       MOVE FAULT-RC TO RESULT
                   END-IF
                   ACCEPT CHAT-DATE FROM DATE YYYYMMDD
                   ACCEPT CHAT-TIME FROM TIME
                   MOVE SPACES TO LOG-LINE
           PERFORM VARYING RECIP-IDX FROM 2 BY 1
                   UNTIL RECIP-IDX > PARTICIPANTS
               IF ROUTE-SENDER(RECIP-IDX) NOT = 0
                   OR SYS-PENDING(RECIP-IDX) = "Y"
                   MOVE ROUTE-SENDER(RECIP-IDX) TO SENDER-IDX
                   COMPUTE ROUTE-MSG-TYPE = RECIP-IDX + 300
                   MOVE 0 TO RETRY-NUM
                       MOVE CHAT-QUEUE-ID TO MQ-ID OF MSGQ-INSTANCE
                       MOVE ROUTE-MSG-TYPE TO MQ-TYPE OF MSGQ-INSTANCE
                       MOVE 0 TO MQ-PAYLOAD-LEN OF MSGQ-INSTANCE
                       MOVE "MSGQUEUE" TO FAULT-CALL
                       CALL "CORE-FAULT" USING FAULT-CHECK
                       IF FAULT-RC = 0
                           CALL "sys_msgqueue_c" USING MSGQ-INSTANCE
                               GIVING RESULT
                       ELSE
                           MOVE FAULT-RC TO RESULT
                       END-IF
                       MOVE RESULT TO MSGQ-READ-RESULT
                       IF RESULT = 0
                           MOVE "Y" TO DELIVERED-SWITCH
                       END-IF
                   END-PERFORM
      * A broadcast recipient's receipt only feeds the tally - its
      * sender hears once, after the whole house has answered; a
      * recipient owed only system bulletins has no sender to answer
                   IF SENDER-IDX = 0
                       CONTINUE
                   ELSE
                   IF ROUTE-BCAST(RECIP-IDX) = "Y"
                       IF DELIVERED-SWITCH = "Y"
                           ADD 1 TO BCAST-CONFIRM
                           MOVE "NAK0"
                               TO MQ-PAYLOAD OF MSGQ-INSTANCE (1:4)
                       END-IF
                       MOVE "MSGQUEUE" TO FAULT-CALL
                       CALL "CORE-FAULT" USING FAULT-CHECK
                       IF FAULT-RC = 0
                           CALL "sys_msgqueue_c" USING MSGQ-INSTANCE
                               GIVING RESULT
                       ELSE
                           MOVE FAULT-RC TO RESULT
                       END-IF
                   END-IF
                   END-IF
                   ACCEPT CHAT-DATE FROM DATE YYYYMMDD
                   ACCEPT CHAT-TIME FROM TIME
                   MOVE SPACES TO ROSTER-LINE
                   IF DELIVERED-SWITCH = "Y"
                       IF SENDER-IDX NOT = 0
                           CALL "system" USING BROKER-COLLECTED-CMD
                       END-IF
                       STRING "PARTICIPANT:" DELIMITED BY SIZE
                              RECIP-IDX DELIMITED BY SIZE
                              " PID:" DELIMITED BY SIZE
                              INTO LOG-LINE
                       WRITE CHAT-LOG-RECORD FROM LOG-LINE
      * Park the undelivered payload in the recipient's mailbox so
      * the next run's delivery pass can hand it over late, along
      * with any system bulletin it did not confirm
                       IF SYS-PENDING(RECIP-IDX) = "Y"
                           PERFORM PARK-SYSTEM-BULLETINS
                       END-IF
                       IF SENDER-IDX NOT = 0
                           MOVE SPACES TO MAILBOX-NAME
                           STRING "chat.mbox." DELIMITED BY SIZE
                                  RECIP-IDX DELIMITED BY SIZE
                                  INTO MAILBOX-NAME
                           OPEN EXTEND MAILBOX-FILE
                           MOVE CHAT-DATE TO MB-DATE
                           MOVE CHAT-TIME TO MB-TIME
                           MOVE SENDER-IDX TO MB-SENDER
                           MOVE ROUTE-PAYLOAD(RECIP-IDX) TO MB-PAYLOAD
                           WRITE MAILBOX-RECORD
                           CLOSE MAILBOX-FILE
                           MOVE SPACES TO LOG-LINE
                           STRING CHAT-DATE DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  CHAT-TIME DELIMITED BY SIZE
                                  " PARKED TO:" DELIMITED BY SIZE
                                  RECIP-IDX DELIMITED BY SIZE
                                  " FROM:" DELIMITED BY SIZE
                                  SENDER-IDX DELIMITED BY SIZE
                                  INTO LOG-LINE
                       WRITE CHAT-LOG-RECORD FROM LOG-LINE
                       END-IF
                       MOVE "MSGQUEUE(hub)" TO AUD-EVENT
                       MOVE MSGQ-READ-RESULT TO AUD-RC
                       MOVE "ERROR" TO AUD-SEVERITY
               ELSE
                   MOVE "NAK0" TO MQ-PAYLOAD OF MSGQ-INSTANCE (1:4)
               END-IF
               MOVE "MSGQUEUE" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_msgqueue_c" USING MSGQ-INSTANCE
                       GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
           END-IF.
           CLOSE CHAT-LOG-FILE.
           CLOSE ROSTER-FILE.
                       NOT AT END
                           IF OUTBOX-USED-SWITCH = "N"
                               AND OB-RECIP IS NUMERIC
                               AND (OB-RECIP = 0 OR OB-RECIP = 1
                                   OR (OB-RECIP NOT < 2
                                       AND OB-RECIP
                                           NOT > PARTICIPANTS))
                   CLOSE OUTBOX-FILE
               END-IF
           END-IF.
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
       SEND-SYSTEM-BULLETINS.
      * The system outbox, chat.outbox.0001, goes out ahead of this
      * run's traffic, straight to each participant's directed inbox
      * in the usual segments; each bulletin is kept until pass 2
      * knows whether its participant confirmed. One for a
      * participant this run does not have is parked in its mailbox
      * at once. The outbox is emptied either way
           MOVE 0 TO SYS-TOTAL.
           MOVE "chat.outbox.0001" TO OUTBOX-NAME.
           OPEN INPUT OUTBOX-FILE.
           IF OUTBOX-STATUS = "00"
               PERFORM UNTIL OUTBOX-STATUS NOT = "00"
                   READ OUTBOX-FILE
                       AT END
                           MOVE "10" TO OUTBOX-STATUS
                       NOT AT END
                           IF OB-RECIP IS NUMERIC
                               AND OB-RECIP NOT < 2
                               AND OB-RECIP NOT > PARTICIPANTS
                               AND SYS-TOTAL < 50
                               ADD 1 TO SYS-TOTAL
                               MOVE OB-RECIP TO SYS-RECIP(SYS-TOTAL)
                               MOVE OB-PAYLOAD TO SYS-PAYLOAD(SYS-TOTAL)
                               MOVE SYS-TOTAL TO SYS-IDX
                               PERFORM POST-SYSTEM-BULLETIN
                           ELSE
                           IF OB-RECIP IS NUMERIC
                               AND OB-RECIP NOT < 2
                               MOVE OB-RECIP TO RECIP-IDX
                               MOVE OB-PAYLOAD TO MB-PAYLOAD
                               PERFORM PARK-ONE-BULLETIN
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTBOX-FILE
               OPEN OUTPUT OUTBOX-FILE
               CLOSE OUTBOX-FILE
           END-IF.
       POST-SYSTEM-BULLETIN.
           MOVE SYS-RECIP(SYS-IDX) TO RECIP-IDX.
           MOVE "Y" TO SYS-PENDING(RECIP-IDX).
           MOVE SYS-PAYLOAD(SYS-IDX) TO LONG-MESSAGE.
           MOVE 0 TO SEND-LEN.
           PERFORM VARYING SCAN-POS FROM 300 BY -1
                   UNTIL SCAN-POS = 0 OR SEND-LEN NOT = 0
               IF LONG-MESSAGE(SCAN-POS:1) NOT = SPACE
                   MOVE SCAN-POS TO SEND-LEN
               END-IF
           END-PERFORM.
           IF SEND-LEN = 0
               MOVE 1 TO SEND-LEN
           END-IF.
           COMPUTE SEG-TOTAL = (SEND-LEN + 78) / 79.
           COMPUTE ROUTE-MSG-TYPE = RECIP-IDX + 200.
           PERFORM VARYING SEG-NUM FROM 1 BY 1 UNTIL SEG-NUM > SEG-TOTAL
               COMPUTE SEG-OFFSET = (SEG-NUM - 1) * 79 + 1
               MOVE SPACES TO BUFFER
               STRING "TO:" DELIMITED BY SIZE
                      RECIP-IDX DELIMITED BY SIZE
                      " SEG:" DELIMITED BY SIZE
                      SEG-NUM DELIMITED BY SIZE
                      " OF:" DELIMITED BY SIZE
                      SEG-TOTAL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LONG-MESSAGE(SEG-OFFSET:79) DELIMITED BY SIZE
                      INTO BUFFER
               MOVE CHAT-QUEUE-ID TO MQ-ID OF MSGQ-INSTANCE
               MOVE ROUTE-MSG-TYPE TO MQ-TYPE OF MSGQ-INSTANCE
               MOVE 100 TO MQ-PAYLOAD-LEN OF MSGQ-INSTANCE
               MOVE BUFFER TO MQ-PAYLOAD OF MSGQ-INSTANCE
               MOVE "MSGQUEUE" TO FAULT-CALL
               CALL "CORE-FAULT" USING FAULT-CHECK
               IF FAULT-RC = 0
                   CALL "sys_msgqueue_c" USING MSGQ-INSTANCE
                       GIVING RESULT
               ELSE
                   MOVE FAULT-RC TO RESULT
               END-IF
           END-PERFORM.
           ACCEPT CHAT-DATE FROM DATE YYYYMMDD.
           ACCEPT CHAT-TIME FROM TIME.
           MOVE SPACES TO LOG-LINE.
           STRING CHAT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CHAT-TIME DELIMITED BY SIZE
                  " SYSTEM-DELIVERY TO:" DELIMITED BY SIZE
                  RECIP-IDX DELIMITED BY SIZE
                  INTO LOG-LINE.
           WRITE CHAT-LOG-RECORD FROM LOG-LINE.
       PARK-SYSTEM-BULLETINS.
      * Every bulletin sent to RECIP-IDX this run that it did not
      * confirm waits in its mailbox for a later run
           PERFORM VARYING SYS-IDX FROM 1 BY 1 UNTIL SYS-IDX > SYS-TOTAL
               IF SYS-RECIP(SYS-IDX) = RECIP-IDX
                   MOVE SYS-PAYLOAD(SYS-IDX) TO MB-PAYLOAD
                   PERFORM PARK-ONE-BULLETIN
               END-IF
           END-PERFORM.
       PARK-ONE-BULLETIN.
      * MB-PAYLOAD holds the bulletin for participant RECIP-IDX
           MOVE SPACES TO MAILBOX-NAME.
           STRING "chat.mbox." DELIMITED BY SIZE
                  RECIP-IDX DELIMITED BY SIZE
                  INTO MAILBOX-NAME.
           ACCEPT CHAT-DATE FROM DATE YYYYMMDD.
           ACCEPT CHAT-TIME FROM TIME.
           MOVE CHAT-DATE TO MB-DATE.
           MOVE CHAT-TIME TO MB-TIME.
           MOVE SYSTEM-SENDER TO MB-SENDER.
           OPEN EXTEND MAILBOX-FILE.
           IF MAILBOX-STATUS NOT = "00"
               OPEN OUTPUT MAILBOX-FILE
           END-IF.
           IF MAILBOX-STATUS = "00"
               WRITE MAILBOX-RECORD
               CLOSE MAILBOX-FILE
           END-IF.
           MOVE SPACES TO LOG-LINE.
           STRING CHAT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CHAT-TIME DELIMITED BY SIZE
                  " PARKED TO:" DELIMITED BY SIZE
                  RECIP-IDX DELIMITED BY SIZE
                  " FROM:" DELIMITED BY SIZE
                  SYSTEM-SENDER DELIMITED BY SIZE
                  INTO LOG-LINE.
           WRITE CHAT-LOG-RECORD FROM LOG-LINE.
       CHECK-NAME-WORD.
      * NAME-OK-SWITCH goes to "N" when NAME-WORD holds a character
      * outside A-Z, 0-9, - and _ before its first space
           MOVE "Y" TO NAME-OK-SWITCH.
           PERFORM VARYING NAME-POS FROM 1 BY 1 UNTIL NAME-POS > 20
               MOVE NAME-WORD(NAME-POS:1) TO NAME-CHAR
               IF NAME-CHAR = SPACE
                   EXIT PERFORM
               END-IF
               IF (NAME-CHAR < "A" OR NAME-CHAR > "Z")
                   AND (NAME-CHAR < "0" OR NAME-CHAR > "9")
                   AND NAME-CHAR NOT = "-"
                   AND NAME-CHAR NOT = "_"
                   MOVE "N" TO NAME-OK-SWITCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
       HANDLE-SYSTEM-REPLY.
      * ACK <id> acknowledges a CORE-ALERT alert or incident; APPROVE
      * <stream> <step> drops the approval flag a waiting CORE-BATCH
      * step polls for. Only a seated operator may reply, and the
      * reply is recorded through CORE-AUDIT under that operator's
      * id. The sender hears ACK1 when its reply was carried out and
      * NAK0 when it was refused
           MOVE SPACES TO REPLY-OPERATOR.
           PERFORM VARYING SEAT-IDX FROM 1 BY 1
                   UNTIL SEAT-IDX > SEAT-TOTAL
               IF SE-PARTICIPANT(SEAT-IDX) = P-IDX
                   MOVE SE-OPERATOR(SEAT-IDX) TO REPLY-OPERATOR
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPLY-VERB REPLY-ARG1 REPLY-ARG2.
           UNSTRING ASSEMBLED-MSG DELIMITED BY ALL SPACE
               INTO REPLY-VERB REPLY-ARG1 REPLY-ARG2.
           MOVE "N" TO REPLY-DONE-SWITCH.
           MOVE SPACES TO AUD-EVENT.
           MOVE 0 TO AUD-RC.
           IF REPLY-OPERATOR = SPACES
               STRING "CHAT-REPLY:UNSEATED:P" DELIMITED BY SIZE
                      P-IDX DELIMITED BY SIZE
                      INTO AUD-EVENT
               MOVE "CHAT" TO REPLY-OPERATOR
           ELSE
           IF REPLY-VERB = "ACK"
               COMPUTE REPLY-ALERT-ID = FUNCTION NUMVAL(REPLY-ARG1)
               IF REPLY-ALERT-ID NOT = 0
                   MOVE SPACES TO CMD-LINE
                   STRING "diagnostics/core_alert/core_alert ACK "
                              DELIMITED BY SIZE
                          REPLY-ALERT-ID DELIMITED BY SIZE
                          " > /dev/null 2>&1" DELIMITED BY SIZE
                          INTO CMD-LINE
                   CALL "system" USING CMD-LINE
                   MOVE RETURN-CODE TO AUD-RC
                   IF RETURN-CODE = 0
                       MOVE "Y" TO REPLY-DONE-SWITCH
                   END-IF
               END-IF
               STRING "CHAT-ACK:" DELIMITED BY SIZE
                      REPLY-ALERT-ID DELIMITED BY SIZE
                      INTO AUD-EVENT
           ELSE
           IF REPLY-VERB = "APPROVE"
               AND REPLY-ARG1 NOT = SPACES
               AND REPLY-ARG2 NOT = SPACES
      * The words become a file name, so anything but a plain
      * stream or step name is refused before it gets near one, and
      * the flag is created here rather than by a shell
               MOVE REPLY-ARG1 TO NAME-WORD
               PERFORM CHECK-NAME-WORD
               IF NAME-OK-SWITCH = "Y"
                   MOVE REPLY-ARG2 TO NAME-WORD
                   PERFORM CHECK-NAME-WORD
               END-IF
               IF NAME-OK-SWITCH = "Y"
                   MOVE SPACES TO APPROVE-FLAG-NAME
                   STRING REPLY-ARG1 DELIMITED BY SPACE
                          "." DELIMITED BY SIZE
                          REPLY-ARG2 DELIMITED BY SPACE
                          ".approve" DELIMITED BY SIZE
                          INTO APPROVE-FLAG-NAME
                   OPEN OUTPUT APPROVE-FLAG-FILE
                   IF APPROVE-FLAG-STATUS = "00"
                       CLOSE APPROVE-FLAG-FILE
                       MOVE "Y" TO REPLY-DONE-SWITCH
                   ELSE
                       MOVE FUNCTION NUMVAL(APPROVE-FLAG-STATUS)
                           TO AUD-RC
                   END-IF
                   STRING "CHAT-APPROVE:" DELIMITED BY SIZE
                          REPLY-ARG1 DELIMITED BY SPACE
                          "." DELIMITED BY SIZE
                          REPLY-ARG2 DELIMITED BY SPACE
                          INTO AUD-EVENT
               ELSE
                   MOVE "CHAT-APPROVE:BAD-NAME" TO AUD-EVENT
               END-IF
           ELSE
               MOVE "CHAT-REPLY:UNKNOWN" TO AUD-EVENT
           END-IF
           END-IF
           END-IF.
           IF REPLY-DONE-SWITCH = "Y"
               MOVE "INFO " TO AUD-SEVERITY
           ELSE
               MOVE "WARN " TO AUD-SEVERITY
               IF AUD-RC = 0
                   MOVE 1 TO AUD-RC
               END-IF
           END-IF.
           CALL "CORE-AUDIT" USING REPLY-OPERATOR AUD-EVENT
               AUD-RC AUD-SEVERITY.
           ACCEPT CHAT-DATE FROM DATE YYYYMMDD.
           ACCEPT CHAT-TIME FROM TIME.
           MOVE SPACES TO LOG-LINE.
           STRING CHAT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CHAT-TIME DELIMITED BY SIZE
                  " SYSTEM-REPLY FROM:" DELIMITED BY SIZE
                  P-IDX DELIMITED BY SIZE
                  " OPER:" DELIMITED BY SIZE
                  REPLY-OPERATOR DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  AUD-EVENT DELIMITED BY SPACE
                  INTO LOG-LINE.
           WRITE CHAT-LOG-RECORD FROM LOG-LINE.
           COMPUTE ACK-MSG-TYPE = P-IDX + 100.
           MOVE CHAT-QUEUE-ID TO MQ-ID OF MSGQ-INSTANCE.
           MOVE ACK-MSG-TYPE TO MQ-TYPE OF MSGQ-INSTANCE.
           MOVE 4 TO MQ-PAYLOAD-LEN OF MSGQ-INSTANCE.
           IF REPLY-DONE-SWITCH = "Y"
               MOVE "ACK1" TO MQ-PAYLOAD OF MSGQ-INSTANCE (1:4)
           ELSE
               MOVE "NAK0" TO MQ-PAYLOAD OF MSGQ-INSTANCE (1:4)
           END-IF.
           MOVE "MSGQUEUE" TO FAULT-CALL
           CALL "CORE-FAULT" USING FAULT-CHECK
           IF FAULT-RC = 0
               CALL "sys_msgqueue_c" USING MSGQ-INSTANCE GIVING RESULT
           ELSE
               MOVE FAULT-RC TO RESULT
           END-IF.
